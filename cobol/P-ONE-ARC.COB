000322     SELECT SM-EXCLOG-FILE ASSIGN TO "SMEXCLOG"
000324     ORGANIZATION IS LINE SEQUENTIAL
000326     FILE STATUS IS WS-EXCLOG-STATUS.
000327     SELECT SM-LEDG-FILE ASSIGN TO "SMLEDGER"
000328     ORGANIZATION IS INDEXED
000329     ACCESS MODE IS RANDOM
000330     RECORD KEY IS SM-LEDG-KEY
000331     FILE STATUS IS WS-LEDG-STATUS.
000332     SELECT SM-LGOVR-FILE ASSIGN TO "SMLGOVR"
000333     ORGANIZATION IS LINE SEQUENTIAL
000334     FILE STATUS IS WS-LGOVR-STATUS.
000335     SELECT SM-CTLR-FILE ASSIGN TO "SMCTLREG"
000336     ORGANIZATION IS LINE SEQUENTIAL
000337     FILE STATUS IS WS-CTLR-STATUS.
000338 DATA DIVISION.
000340 FILE SECTION.
000350 FD SM-OUT-FILE.
000360     COPY SMREC.
000590    05 SM-ARCCTL-SM-TOTAL PIC 9(18).
000592 FD SM-EXCLOG-FILE.
000594     COPY SMEXCP.
000595 FD SM-LEDG-FILE.
000596     COPY SMLEDG.
000597 FD SM-LGOVR-FILE.
000598 01 SM-LGOVR-RECORD.
000599    05 SM-LGOVR-FLAG PIC X(1).
000600 FD SM-CTLR-FILE.
000601     COPY SMCTLR.
000602 WORKING-STORAGE SECTION.
000603 01 WS-EXCLOG-STATUS PIC XX VALUE SPACES.
000604 01 WS-EXC-SET-ID PIC X(8) VALUE SPACES.
000606 01 WS-EXC-SEVERITY PIC X(1) VALUE 'E'.
000608 01 WS-EXC-MESSAGE PIC X(60) VALUE SPACES.
000609 01 WS-LEDG-STATUS PIC XX VALUE SPACES.
000610 01 WS-LEDG-RESULT PIC X(1) VALUE 'C'.
000611 01 WS-LEDG-REMARK PIC X(40) VALUE SPACES.
000612 01 WS-LEDG-OPEN PIC X VALUE 'N'.
000613    88 WS-LEDG-IS-OPEN VALUE 'Y'.
000614 01 WS-LGOVR-STATUS PIC XX VALUE SPACES.
000615 01 WS-LGOVR-FLAG PIC X VALUE 'N'.
000616    88 WS-PREREQ-IS-OVERRIDDEN VALUE 'Y'.
000617 01 WS-LGOVR-USED PIC X VALUE 'N'.
000618 01 WS-PREREQ-LIST.
000619    05 FILLER PIC X(10) VALUE "P-ONE-REC".
000620 01 WS-PREREQ-TABLE REDEFINES WS-PREREQ-LIST.
000621    05 WS-PREREQ-STEP OCCURS 1 TIMES PIC X(10).
000622 01 WS-PREREQ-COUNT PIC 9(2) VALUE 1.
000623 01 WS-PREREQ-SUB PIC 9(2) VALUE 0.
000624 01 WS-PREREQ-MET PIC X VALUE 'Y'.
000625    88 WS-PREREQS-ARE-MET VALUE 'Y'.
000626 01 WS-PREREQ-OK PIC X VALUE 'N'.
000627    88 WS-PREREQ-IS-CERTIFIED VALUE 'Y'.
000628 01 WS-OUT-STATUS PIC XX VALUE SPACES.
000629 01 WS-OUTA-STATUS PIC XX VALUE SPACES.
000630 01 WS-ARC-FAILED PIC X VALUE 'N'.
000631    88 WS-ARC-HAS-FAILED VALUE 'Y'.
000632 01 WS-PRM-EOF PIC X VALUE 'N'.
000633    88 WS-PRM-END-OF-FILE VALUE 'Y'.
000640 01 WS-SCAN-EOF PIC X VALUE 'N'.
000650    88 WS-SCAN-END-OF-FILE VALUE 'Y'.
000660 01 WS-TRLR-EOF PIC X VALUE 'N'.
000760 01 WS-SM-TOTAL PIC 9(18) VALUE 0.
000770 01 WS-LOW-DATE PIC 9(8) VALUE 99999999.
000780 01 WS-HIGH-DATE PIC 9(8) VALUE 0.
000781* CONTROL-TOTAL REGISTER: THE CHANGE THIS RUN MAKES TO SMOUT IS
000782* ACCUMULATED HERE AS ROWS ARE ADDED AND REMOVED, THEN APPLIED TO
000783* THE REGISTER ENTRY FOR SMOUT ONCE THE CHANGE IS COMMITTED
000784 01 WS-CTLR-STATUS PIC XX VALUE SPACES.
000785 01 WS-CTLR-EOF PIC X VALUE 'N'.
000786    88 WS-CTLR-END-OF-FILE VALUE 'Y'.
000787 01 WS-CTLR-LOAD PIC X VALUE 'N'.
000788    88 WS-CTLR-IS-LOADED VALUE 'Y'.
000789 01 WS-CTLR-TABLE.
000790    05 WS-CTLR-ENTRY OCCURS 1 TO 20 TIMES
000791       DEPENDING ON WS-CTLR-COUNT
000792       INDEXED BY WS-CTLR-IDX.
000793       10 WS-CTLR-T-DDNAME PIC X(8).
000794       10 WS-CTLR-T-COUNT PIC 9(9).
000795       10 WS-CTLR-T-SM-TOTAL PIC 9(18).
000796       10 WS-CTLR-T-HASH-TOTAL PIC 9(18).
000797       10 WS-CTLR-T-PROGRAM-ID PIC X(10).
000798       10 WS-CTLR-T-UPDATE-DATE PIC 9(8).
000799       10 WS-CTLR-T-UPDATE-TIME PIC 9(6).
000800 01 WS-CTLR-COUNT PIC 9(4) VALUE 0.
000801 01 WS-CTLR-SUB PIC 9(4) VALUE 0.
000802 01 WS-CTLR-FOUND-SUB PIC 9(4) VALUE 0.
000803 01 WS-CTLR-DELTA-COUNT PIC S9(9) VALUE 0.
000804 01 WS-CTLR-DELTA-SM PIC S9(18) VALUE 0.
000805 01 WS-CTLR-DELTA-HASH PIC S9(18) VALUE 0.
000806 01 WS-CTLR-SM-WORK PIC 9(18) VALUE 0.
000807 01 WS-CTLR-HASH-WORK PIC 9(18) VALUE 0.
000808 01 WS-CTLR-REC-WORK PIC X(100) VALUE SPACES.
000809 01 WS-CTLR-REC-LEN PIC 9(4) VALUE 0.
000810 01 WS-CTLR-BYTE-SUB PIC 9(4) VALUE 0.
000811
000812 PROCEDURE DIVISION.
000813 P-ONE-ARC-MAIN SECTION.
000820     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
000822     PERFORM 9200-CHECK-PREREQUISITES
000824     IF NOT WS-PREREQS-ARE-MET
000826       MOVE 16 TO RETURN-CODE
000828     ELSE
000830       PERFORM 0100-GET-RETENTION-PARM
000840       IF WS-RETAIN-DAYS = 0
000850         DISPLAY "P-ONE-ARC: RETENTION DAYS MISSING OR ZERO - "
000860           "NO ARCHIVE TAKEN"
000862         MOVE SPACES TO WS-EXC-SET-ID
000864         MOVE 'F' TO WS-EXC-SEVERITY
000866         MOVE "RETENTION DAYS MISSING OR ZERO - NO ARCHIVE TAKEN"
000868           TO WS-EXC-MESSAGE
000869         PERFORM 9000-LOG-EXCEPTION
000870         MOVE 16 TO RETURN-CODE
000880       ELSE
000890         COMPUTE WS-CUTOFF-INT =
000900           FUNCTION INTEGER-OF-DATE(WS-TODAY) - WS-RETAIN-DAYS
000910         COMPUTE WS-CUTOFF-DATE =
000920           FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
000930         OPEN I-O SM-OUT-FILE
000940         IF WS-OUT-STATUS NOT = "00"
000950           DISPLAY "P-ONE-ARC: UNABLE TO OPEN SM HISTORY - "
000960             "FILE STATUS " WS-OUT-STATUS
000962           MOVE SPACES TO WS-EXC-SET-ID
000964           MOVE 'E' TO WS-EXC-SEVERITY
000965           MOVE SPACES TO WS-EXC-MESSAGE
000966           STRING "UNABLE TO OPEN SM HISTORY - FILE STATUS "
000967             WS-OUT-STATUS DELIMITED BY SIZE INTO WS-EXC-MESSAGE
000968           PERFORM 9000-LOG-EXCEPTION
000970           MOVE 12 TO RETURN-CODE
000980         ELSE
000990           PERFORM 0200-ARCHIVE-HISTORY
000992           PERFORM 9450-UPDATE-CONTROL-REGISTER
000995           IF NOT WS-ARC-HAS-FAILED
001000             PERFORM 0300-SPLIT-TRAILER-FILE
001005           END-IF
001010           PERFORM 0400-WRITE-CONTROL-RECORD
001020           CLOSE SM-OUT-FILE
001030         END-IF
001040       END-IF
001043     END-IF
001046     PERFORM 9300-WRITE-LEDGER
001050     STOP RUN.
001060
001070 0100-GET-RETENTION-PARM.
001520       IF SM-OUT-RUN-DATE > WS-HIGH-DATE
001530         MOVE SM-OUT-RUN-DATE TO WS-HIGH-DATE
001540       END-IF
001542       MOVE SM-OUT-SM-VALUE TO WS-CTLR-SM-WORK
001544       MOVE SM-OUT-RECORD TO WS-CTLR-REC-WORK
001546       MOVE LENGTH OF SM-OUT-RECORD TO WS-CTLR-REC-LEN
001550       DELETE SM-OUT-FILE
001552       IF WS-OUT-STATUS NOT = "00"
001553         DISPLAY "P-ONE-ARC: HISTORY DELETE FAILED FOR "
001563         SET WS-ARC-HAS-FAILED TO TRUE
001564         MOVE 12 TO RETURN-CODE
001565         SET WS-SCAN-END-OF-FILE TO TRUE
001566       ELSE
001567         PERFORM 9410-NOTE-REMOVED-RECORD
001568       END-IF
001569     END-IF.
001570
001571 0300-SPLIT-TRAILER-FILE.
001580     OPEN INPUT SM-TRLR-FILE
001590     OPEN EXTEND SM-TRLRA-FILE
001600     OPEN OUTPUT SM-TRLRN-FILE
002120       WRITE SM-EXC-RECORD
002130       CLOSE SM-EXCLOG-FILE
002140     END-IF.
002150
002160* HISTORY IS MOVED TO THE ARCHIVE ONLY AFTER TODAY'S
002170* RECONCILIATION HAS BEEN CERTIFIED IN THE STEP LEDGER, SO A
002180* DISCREPANCY IS NEVER ARCHIVED OUT OF SIGHT. AN SMLGOVR CARD
002190* CONTAINING Y LETS THE ARCHIVE PROCEED ANYWAY.
002200 9200-CHECK-PREREQUISITES.
002210     PERFORM 9210-GET-LEDGER-OVERRIDE
002220     OPEN INPUT SM-LEDG-FILE
002230     IF WS-LEDG-STATUS = "00"
002240       SET WS-LEDG-IS-OPEN TO TRUE
002250     END-IF
002260     PERFORM 9220-CHECK-ONE-PREREQUISITE
002270       VARYING WS-PREREQ-SUB FROM 1 BY 1
002280       UNTIL WS-PREREQ-SUB > WS-PREREQ-COUNT
002290     IF WS-LEDG-IS-OPEN
002300       CLOSE SM-LEDG-FILE
002310       MOVE 'N' TO WS-LEDG-OPEN
002320     END-IF.
002330
002340 9210-GET-LEDGER-OVERRIDE.
002350     OPEN INPUT SM-LGOVR-FILE
002360     IF WS-LGOVR-STATUS = "00"
002370       READ SM-LGOVR-FILE
002380         AT END
002390           CONTINUE
002400         NOT AT END
002410           IF SM-LGOVR-FLAG = 'Y'
002420             SET WS-PREREQ-IS-OVERRIDDEN TO TRUE
002430           END-IF
002440       END-READ
002450       CLOSE SM-LGOVR-FILE
002460     END-IF.
002470
002480 9220-CHECK-ONE-PREREQUISITE.
002490     MOVE 'N' TO WS-PREREQ-OK
002500     IF WS-LEDG-IS-OPEN
002510       MOVE WS-TODAY TO SM-LEDG-BUS-DATE
002520       MOVE WS-PREREQ-STEP(WS-PREREQ-SUB) TO SM-LEDG-STEP
002530       READ SM-LEDG-FILE
002540         INVALID KEY
002550           CONTINUE
002560         NOT INVALID KEY
002570           IF SM-LEDG-IS-COMPLETED OR SM-LEDG-IS-BYPASSED
002580             SET WS-PREREQ-IS-CERTIFIED TO TRUE
002590           END-IF
002600       END-READ
002610     END-IF
002620     IF NOT WS-PREREQ-IS-CERTIFIED
002630       MOVE SPACES TO WS-EXC-SET-ID
002640       MOVE SPACES TO WS-EXC-MESSAGE
002650       IF WS-PREREQ-IS-OVERRIDDEN
002660         MOVE 'Y' TO WS-LGOVR-USED
002670         DISPLAY "P-ONE-ARC: PREREQUISITE "
002680           WS-PREREQ-STEP(WS-PREREQ-SUB) " NOT CERTIFIED FOR "
002690           WS-TODAY " - RUN UNDER OPERATOR OVERRIDE"
002700         MOVE 'W' TO WS-EXC-SEVERITY
002710         STRING "PREREQUISITE " WS-PREREQ-STEP(WS-PREREQ-SUB)
002720           " NOT CERTIFIED - RUN UNDER OVERRIDE"
002730           DELIMITED BY SIZE INTO WS-EXC-MESSAGE
002740       ELSE
002750         MOVE 'N' TO WS-PREREQ-MET
002760         DISPLAY "P-ONE-ARC: PREREQUISITE "
002770           WS-PREREQ-STEP(WS-PREREQ-SUB) " NOT CERTIFIED FOR "
002780           WS-TODAY " - RUN REFUSED, SUPPLY SMLGOVR"
002790           " OVERRIDE OR RERUN THE PREREQUISITE"
002800         MOVE 'F' TO WS-EXC-SEVERITY
002810         STRING "PREREQUISITE " WS-PREREQ-STEP(WS-PREREQ-SUB)
002820           " NOT CERTIFIED - RUN REFUSED"
002830           DELIMITED BY SIZE INTO WS-EXC-MESSAGE
002840       END-IF
002850       PERFORM 9000-LOG-EXCEPTION
002860     END-IF.
002870
002880 9300-WRITE-LEDGER.
002890     EVALUATE TRUE
002900       WHEN NOT WS-PREREQS-ARE-MET
002910         MOVE 'F' TO WS-LEDG-RESULT
002920         MOVE "PREREQUISITES NOT CERTIFIED - REFUSED"
002930           TO WS-LEDG-REMARK
002940       WHEN RETURN-CODE >= 8
002950         MOVE 'F' TO WS-LEDG-RESULT
002960         MOVE "ARCHIVE NOT TAKEN - SEE SMEXCLOG" TO WS-LEDG-REMARK
002970       WHEN WS-HIST-COUNT = 0
002980         MOVE 'B' TO WS-LEDG-RESULT
002990         MOVE "NO HISTORY OLDER THAN RETENTION CUTOFF"
003000           TO WS-LEDG-REMARK
003010       WHEN OTHER
003020         MOVE 'C' TO WS-LEDG-RESULT
003030         MOVE SPACES TO WS-LEDG-REMARK
003040         STRING WS-HIST-COUNT " HISTORY ROWS ARCHIVED"
003050           DELIMITED BY SIZE INTO WS-LEDG-REMARK
003060     END-EVALUATE
003070     MOVE WS-TODAY TO SM-LEDG-BUS-DATE
003080     MOVE "P-ONE-ARC" TO SM-LEDG-STEP
003090     MOVE WS-LEDG-RESULT TO SM-LEDG-STATUS
003100     MOVE "P-ONE-ARC" TO SM-LEDG-PROGRAM-ID
003110     MOVE WS-TODAY TO SM-LEDG-RUN-DATE
003120     MOVE WS-RUN-TIME TO SM-LEDG-RUN-TIME
003130     MOVE RETURN-CODE TO SM-LEDG-RETURN-CODE
003140     MOVE WS-LGOVR-USED TO SM-LEDG-OVERRIDE
003150     MOVE WS-LEDG-REMARK TO SM-LEDG-REMARK
003160     OPEN I-O SM-LEDG-FILE
003170     IF WS-LEDG-STATUS = "35"
003180       OPEN OUTPUT SM-LEDG-FILE
003190     END-IF
003200     IF WS-LEDG-STATUS NOT = "00"
003210       PERFORM 9310-LOG-LEDGER-FAILURE
003220     ELSE
003230       WRITE SM-LEDG-RECORD
003240         INVALID KEY
003250           REWRITE SM-LEDG-RECORD
003260       END-WRITE
003270       IF WS-LEDG-STATUS NOT = "00"
003280         PERFORM 9310-LOG-LEDGER-FAILURE
003290       END-IF
003300       CLOSE SM-LEDG-FILE
003310     END-IF.
003320
003330 9310-LOG-LEDGER-FAILURE.
003340     DISPLAY "P-ONE-ARC: STEP LEDGER WRITE FAILED - "
003350       "FILE STATUS " WS-LEDG-STATUS
003360     MOVE SPACES TO WS-EXC-SET-ID
003370     MOVE 'E' TO WS-EXC-SEVERITY
003380     MOVE SPACES TO WS-EXC-MESSAGE
003390     STRING "STEP LEDGER WRITE FAILED - FILE STATUS "
003400       WS-LEDG-STATUS DELIMITED BY SIZE INTO WS-EXC-MESSAGE
003410     PERFORM 9000-LOG-EXCEPTION.
003420
003430* A ROW ADDED TO OR REMOVED FROM SMOUT: WS-CTLR-REC-WORK HOLDS
003440* ITS IMAGE, WS-CTLR-REC-LEN ITS LENGTH AND WS-CTLR-SM-WORK ITS
003450* SM AMOUNT. A REPLACED ROW IS NOTED AS ONE REMOVED AND ONE ADDED.
003460 9400-NOTE-ADDED-RECORD.
003470     PERFORM 9420-HASH-RECORD
003480     ADD 1 TO WS-CTLR-DELTA-COUNT
003490     ADD WS-CTLR-SM-WORK TO WS-CTLR-DELTA-SM
003500     ADD WS-CTLR-HASH-WORK TO WS-CTLR-DELTA-HASH.
003510
003520 9410-NOTE-REMOVED-RECORD.
003530     PERFORM 9420-HASH-RECORD
003540     SUBTRACT 1 FROM WS-CTLR-DELTA-COUNT
003550     SUBTRACT WS-CTLR-SM-WORK FROM WS-CTLR-DELTA-SM
003560     SUBTRACT WS-CTLR-HASH-WORK FROM WS-CTLR-DELTA-HASH.
003570
003580* EACH BYTE'S COLLATING POSITION WEIGHTED BY ITS OFFSET, SO THAT
003590* A CHANGED OR TRANSPOSED CHARACTER ALTERS THE HASH TOTAL
003600 9420-HASH-RECORD.
003610     MOVE 0 TO WS-CTLR-HASH-WORK
003620     PERFORM VARYING WS-CTLR-BYTE-SUB FROM 1 BY 1
003630       UNTIL WS-CTLR-BYTE-SUB > WS-CTLR-REC-LEN
003640       COMPUTE WS-CTLR-HASH-WORK = WS-CTLR-HASH-WORK
003650         + FUNCTION ORD(WS-CTLR-REC-WORK(WS-CTLR-BYTE-SUB:1))
003660         * WS-CTLR-BYTE-SUB
003670     END-PERFORM.
003680
003690* P-ONE-CTV CHECKS THE REGISTER AGAINST THE LIVE FILES AT THE
003700* START OF THE NIGHTLY STREAM. AN ENTRY THAT IS MISSING IS LEFT
003710* FOR P-ONE-CTV TO REPORT; IT IS CREATED ONLY BY A RESYNC RUN.
003720 9450-UPDATE-CONTROL-REGISTER.
003730     IF WS-CTLR-DELTA-COUNT NOT = 0
003740        OR WS-CTLR-DELTA-SM NOT = 0
003750        OR WS-CTLR-DELTA-HASH NOT = 0
003760       PERFORM 9455-LOAD-CONTROL-REGISTER
003770       IF WS-CTLR-IS-LOADED
003780         MOVE 0 TO WS-CTLR-FOUND-SUB
003790         SET WS-CTLR-IDX TO 1
003800         SEARCH WS-CTLR-ENTRY
003810           AT END CONTINUE
003820           WHEN WS-CTLR-T-DDNAME(WS-CTLR-IDX) = "SMOUT"
003830             SET WS-CTLR-FOUND-SUB TO WS-CTLR-IDX
003840         END-SEARCH
003850         IF WS-CTLR-FOUND-SUB = 0
003860           DISPLAY "P-ONE-ARC: NO CONTROL-TOTAL REGISTER "
003870             "ENTRY FOR SMOUT - REGISTER NOT UPDATED"
003880           MOVE SPACES TO WS-EXC-SET-ID
003890           MOVE 'W' TO WS-EXC-SEVERITY
003900           MOVE SPACES TO WS-EXC-MESSAGE
003910           STRING "NO CONTROL-TOTAL REGISTER ENTRY FOR SMOUT"
003920             " - NOT UPDATED"
003930             DELIMITED BY SIZE INTO WS-EXC-MESSAGE
003940           PERFORM 9000-LOG-EXCEPTION
003950         ELSE
003960           COMPUTE WS-CTLR-T-COUNT(WS-CTLR-FOUND-SUB) =
003970             WS-CTLR-T-COUNT(WS-CTLR-FOUND-SUB)
003980             + WS-CTLR-DELTA-COUNT
003990           COMPUTE WS-CTLR-T-SM-TOTAL(WS-CTLR-FOUND-SUB) =
004000             WS-CTLR-T-SM-TOTAL(WS-CTLR-FOUND-SUB)
004010             + WS-CTLR-DELTA-SM
004020           COMPUTE WS-CTLR-T-HASH-TOTAL(WS-CTLR-FOUND-SUB) =
004030             WS-CTLR-T-HASH-TOTAL(WS-CTLR-FOUND-SUB)
004040             + WS-CTLR-DELTA-HASH
004050           MOVE "P-ONE-ARC"
004060             TO WS-CTLR-T-PROGRAM-ID(WS-CTLR-FOUND-SUB)
004070           MOVE WS-TODAY
004080             TO WS-CTLR-T-UPDATE-DATE(WS-CTLR-FOUND-SUB)
004090           MOVE WS-RUN-TIME
004100             TO WS-CTLR-T-UPDATE-TIME(WS-CTLR-FOUND-SUB)
004110           PERFORM 9457-REWRITE-CONTROL-REGISTER
004120         END-IF
004130       END-IF
004140     END-IF.
004150
004160 9455-LOAD-CONTROL-REGISTER.
004170     MOVE 0 TO WS-CTLR-COUNT
004180     MOVE 'N' TO WS-CTLR-LOAD
004190     MOVE 'N' TO WS-CTLR-EOF
004200     OPEN INPUT SM-CTLR-FILE
004210     IF WS-CTLR-STATUS NOT = "00"
004220       PERFORM 9460-LOG-REGISTER-FAILURE
004230     ELSE
004240       SET WS-CTLR-IS-LOADED TO TRUE
004250       PERFORM UNTIL WS-CTLR-END-OF-FILE
004260         READ SM-CTLR-FILE
004270           AT END SET WS-CTLR-END-OF-FILE TO TRUE
004280           NOT AT END
004290             IF WS-CTLR-COUNT < 20
004300               ADD 1 TO WS-CTLR-COUNT
004310               MOVE SM-CTLR-RECORD TO WS-CTLR-ENTRY(WS-CTLR-COUNT)
004320             END-IF
004330         END-READ
004340       END-PERFORM
004350       CLOSE SM-CTLR-FILE
004360     END-IF.
004370
004380 9457-REWRITE-CONTROL-REGISTER.
004390     OPEN OUTPUT SM-CTLR-FILE
004400     IF WS-CTLR-STATUS NOT = "00"
004410       PERFORM 9460-LOG-REGISTER-FAILURE
004420     ELSE
004430       PERFORM VARYING WS-CTLR-SUB FROM 1 BY 1
004440         UNTIL WS-CTLR-SUB > WS-CTLR-COUNT
004450         MOVE WS-CTLR-ENTRY(WS-CTLR-SUB) TO SM-CTLR-RECORD
004460         WRITE SM-CTLR-RECORD
004470       END-PERFORM
004480       CLOSE SM-CTLR-FILE
004490       MOVE 0 TO WS-CTLR-DELTA-COUNT
004500       MOVE 0 TO WS-CTLR-DELTA-SM
004510       MOVE 0 TO WS-CTLR-DELTA-HASH
004520     END-IF.
004530
004540 9460-LOG-REGISTER-FAILURE.
004550     DISPLAY "P-ONE-ARC: CONTROL-TOTAL REGISTER NOT UPDATED - "
004560       "FILE STATUS " WS-CTLR-STATUS
004570     MOVE SPACES TO WS-EXC-SET-ID
004580     MOVE 'E' TO WS-EXC-SEVERITY
004590     MOVE SPACES TO WS-EXC-MESSAGE
004600     STRING "CONTROL-TOTAL REGISTER NOT UPDATED - FILE STATUS "
004610       WS-CTLR-STATUS DELIMITED BY SIZE INTO WS-EXC-MESSAGE
004620     PERFORM 9000-LOG-EXCEPTION.
