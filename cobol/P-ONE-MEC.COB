000350     SELECT SM-EXCLOG-FILE ASSIGN TO "SMEXCLOG"
000360     ORGANIZATION IS LINE SEQUENTIAL
000370     FILE STATUS IS WS-EXCLOG-STATUS.
000371     SELECT SM-LEDG-FILE ASSIGN TO "SMLEDGER"
000372     ORGANIZATION IS INDEXED
000373     ACCESS MODE IS RANDOM
000374     RECORD KEY IS SM-LEDG-KEY
000375     FILE STATUS IS WS-LEDG-STATUS.
000376     SELECT SM-LGOVR-FILE ASSIGN TO "SMLGOVR"
000377     ORGANIZATION IS LINE SEQUENTIAL
000378     FILE STATUS IS WS-LGOVR-STATUS.
000379     SELECT SM-CTLR-FILE ASSIGN TO "SMCTLREG"
000380     ORGANIZATION IS LINE SEQUENTIAL
000381     FILE STATUS IS WS-CTLR-STATUS.
000382 DATA DIVISION.
000390 FILE SECTION.
000400 FD SM-OUT-FILE.
000410     COPY SMREC.
000500    05 SM-MECDTE-MONTH PIC 9(6).
000510 FD SM-EXCLOG-FILE.
000520     COPY SMEXCP.
000521 FD SM-LEDG-FILE.
000522     COPY SMLEDG.
000523 FD SM-LGOVR-FILE.
000524 01 SM-LGOVR-RECORD.
000525    05 SM-LGOVR-FLAG PIC X(1).
000526 FD SM-CTLR-FILE.
000527     COPY SMCTLR.
000530 WORKING-STORAGE SECTION.
000540 01 WS-OUT-STATUS PIC XX VALUE SPACES.
000550 01 WS-TRLR-STATUS PIC XX VALUE SPACES.
000600 01 WS-EXC-SET-ID PIC X(8) VALUE SPACES.
000610 01 WS-EXC-SEVERITY PIC X(1) VALUE 'E'.
000620 01 WS-EXC-MESSAGE PIC X(60) VALUE SPACES.
000621 01 WS-LEDG-STATUS PIC XX VALUE SPACES.
000622 01 WS-LEDG-RESULT PIC X(1) VALUE 'C'.
000623 01 WS-LEDG-REMARK PIC X(40) VALUE SPACES.
000624 01 WS-LEDG-OPEN PIC X VALUE 'N'.
000625    88 WS-LEDG-IS-OPEN VALUE 'Y'.
000626 01 WS-LGOVR-STATUS PIC XX VALUE SPACES.
000627 01 WS-LGOVR-FLAG PIC X VALUE 'N'.
000628    88 WS-PREREQ-IS-OVERRIDDEN VALUE 'Y'.
000629 01 WS-LGOVR-USED PIC X VALUE 'N'.
000630 01 WS-PREREQ-LIST.
000631    05 FILLER PIC X(10) VALUE "P-ONE-CTV".
000632    05 FILLER PIC X(10) VALUE "P-ONE".
000633    05 FILLER PIC X(10) VALUE "P-ONE-REC".
000634    05 FILLER PIC X(10) VALUE "P-ONE-GAP".
000635 01 WS-PREREQ-TABLE REDEFINES WS-PREREQ-LIST.
000636    05 WS-PREREQ-STEP OCCURS 4 TIMES PIC X(10).
000637 01 WS-PREREQ-COUNT PIC 9(2) VALUE 4.
000638 01 WS-PREREQ-SUB PIC 9(2) VALUE 0.
000639 01 WS-PREREQ-MET PIC X VALUE 'Y'.
000640    88 WS-PREREQS-ARE-MET VALUE 'Y'.
000641 01 WS-PREREQ-OK PIC X VALUE 'N'.
000642    88 WS-PREREQ-IS-CERTIFIED VALUE 'Y'.
000643 01 WS-CURRENT-DATE.
000644    05 WS-TODAY PIC 9(8).
000650    05 WS-RUN-TIME PIC 9(6).
000660    05 FILLER PIC X(7).
000670 01 WS-TODAY-MONTH PIC 9(6) VALUE 0.
000980 01 WS-SET-OVERFLOW PIC X VALUE 'N'.
000990    88 WS-SET-HAS-OVERFLOW VALUE 'Y'.
001000 01 WS-CLOSED-COUNT PIC 9(4) VALUE 0.
001001* CONTROL-TOTAL REGISTER: THE CHANGE THIS RUN MAKES TO SMMSUM IS
001002* ACCUMULATED HERE AS ROWS ARE ADDED AND REMOVED, THEN APPLIED TO
001003* THE REGISTER ENTRY FOR SMMSUM ONCE THE CHANGE IS COMMITTED
001004 01 WS-CTLR-STATUS PIC XX VALUE SPACES.
001005 01 WS-CTLR-EOF PIC X VALUE 'N'.
001006    88 WS-CTLR-END-OF-FILE VALUE 'Y'.
001007 01 WS-CTLR-LOAD PIC X VALUE 'N'.
001008    88 WS-CTLR-IS-LOADED VALUE 'Y'.
001009 01 WS-CTLR-TABLE.
001010    05 WS-CTLR-ENTRY OCCURS 1 TO 20 TIMES
001011       DEPENDING ON WS-CTLR-COUNT
001012       INDEXED BY WS-CTLR-IDX.
001013       10 WS-CTLR-T-DDNAME PIC X(8).
001014       10 WS-CTLR-T-COUNT PIC 9(9).
001015       10 WS-CTLR-T-SM-TOTAL PIC 9(18).
001016       10 WS-CTLR-T-HASH-TOTAL PIC 9(18).
001017       10 WS-CTLR-T-PROGRAM-ID PIC X(10).
001018       10 WS-CTLR-T-UPDATE-DATE PIC 9(8).
001019       10 WS-CTLR-T-UPDATE-TIME PIC 9(6).
001020 01 WS-CTLR-COUNT PIC 9(4) VALUE 0.
001021 01 WS-CTLR-SUB PIC 9(4) VALUE 0.
001022 01 WS-CTLR-FOUND-SUB PIC 9(4) VALUE 0.
001023 01 WS-CTLR-DELTA-COUNT PIC S9(9) VALUE 0.
001024 01 WS-CTLR-DELTA-SM PIC S9(18) VALUE 0.
001025 01 WS-CTLR-DELTA-HASH PIC S9(18) VALUE 0.
001026 01 WS-CTLR-SM-WORK PIC 9(18) VALUE 0.
001027 01 WS-CTLR-HASH-WORK PIC 9(18) VALUE 0.
001028 01 WS-CTLR-REC-WORK PIC X(100) VALUE SPACES.
001029 01 WS-CTLR-REC-LEN PIC 9(4) VALUE 0.
001030 01 WS-CTLR-BYTE-SUB PIC 9(4) VALUE 0.
001031 01 WS-CTLR-PRIOR PIC X VALUE 'N'.
001032    88 WS-CTLR-PRIOR-ON-FILE VALUE 'Y'.
001033 01 WS-CTLR-OLD-IMAGE PIC X(100) VALUE SPACES.
001034 01 WS-CTLR-OLD-SM PIC 9(18) VALUE 0.
001035 01 WS-CTLR-NEW-IMAGE PIC X(100) VALUE SPACES.
001036 01 WS-CTLR-NEW-SM PIC 9(18) VALUE 0.
001037
001038 PROCEDURE DIVISION.
001039 P-ONE-MEC-MAIN SECTION.
001040     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
001050     MOVE WS-TODAY(1:6) TO WS-TODAY-MONTH
001060     PERFORM 0100-GET-CLOSE-MONTH
001090         "PROCESSING DAY OF THE MONTH - NO CLOSE TAKEN"
001100       MOVE 4 TO RETURN-CODE
001110     ELSE
001112       PERFORM 9200-CHECK-PREREQUISITES
001114       IF NOT WS-PREREQS-ARE-MET
001116         MOVE 16 TO RETURN-CODE
001118       ELSE
001120       PERFORM 0200-CHECK-ALREADY-CLOSED
001122       IF WS-MSUM-OPEN-FAILED
001124         MOVE 12 TO RETURN-CODE
001400         END-IF
001410       END-IF
001415       END-IF
001417       END-IF
001420     END-IF
001425     PERFORM 9300-WRITE-LEDGER
001430     STOP RUN.
001440
001450 0100-GET-CLOSE-MONTH.
002940           NOT AT END
002950             IF SM-TRLR-RUN-DATE(1:6) = WS-CLOSE-MONTH
002960                AND SM-TRLR-RUN-NUMBER > 1
002965                AND NOT SM-TRLR-IS-BACKFILL
002970               PERFORM 0450-COUNT-ONE-RERUN
002980             END-IF
002990         END-READ
003320         UNTIL WS-SET-SUB > WS-SET-COUNT
003330       PERFORM 0560-WRITE-PERIOD-RECORD
003340       CLOSE SM-MSUM-FILE
003345       PERFORM 9450-UPDATE-CONTROL-REGISTER
003350       DISPLAY "P-ONE-MEC: MONTH " WS-CLOSE-MONTH " CLOSED - "
003360         WS-CLOSED-COUNT " SET SUMMARIES LOCKED"
003370     END-IF.
003490     MOVE WS-SET-T-RERUN-COUNT(WS-SET-SUB)
003500       TO SM-MSUM-RERUN-COUNT
003510     MOVE 'Y' TO SM-MSUM-CLOSED
003515     PERFORM 0570-NOTE-PRIOR-SUMMARY
003520     WRITE SM-MSUM-RECORD
003530       INVALID KEY
003540         REWRITE SM-MSUM-RECORD
003550     END-WRITE
003560     IF WS-MSUM-STATUS = "00"
003565       PERFORM 0580-NOTE-SUMMARY-CHANGE
003570       ADD 1 TO WS-CLOSED-COUNT
003580     ELSE
003590       DISPLAY "P-ONE-MEC: SUMMARY WRITE FAILED FOR SET "
003780     MOVE 0 TO SM-MSUM-SM-LOW
003790     MOVE 0 TO SM-MSUM-RERUN-COUNT
003800     MOVE 'Y' TO SM-MSUM-CLOSED
003805     PERFORM 0570-NOTE-PRIOR-SUMMARY
003810     WRITE SM-MSUM-RECORD
003820       INVALID KEY
003830         REWRITE SM-MSUM-RECORD
003840     END-WRITE
003841     IF WS-MSUM-STATUS = "00"
003842       PERFORM 0580-NOTE-SUMMARY-CHANGE
003843     END-IF.
003844
003845* THE NEW SUMMARY IS KEPT BEFORE IT IS WRITTEN, AND THE SUMMARY
003846* BEING REPLACED, IF ANY, IS READ SO THAT ITS TOTALS CAN BE TAKEN
003847* OUT OF THE CONTROL-TOTAL REGISTER
003848 0570-NOTE-PRIOR-SUMMARY.
003849     MOVE 'N' TO WS-CTLR-PRIOR
003850     MOVE SM-MSUM-RECORD TO WS-CTLR-NEW-IMAGE
003851     MOVE SM-MSUM-SM-TOTAL TO WS-CTLR-NEW-SM
003852     IF NOT WS-MSUM-IS-NEW-FILE
003853       READ SM-MSUM-FILE
003854         INVALID KEY
003855           CONTINUE
003856         NOT INVALID KEY
003857           SET WS-CTLR-PRIOR-ON-FILE TO TRUE
003858           MOVE SM-MSUM-RECORD TO WS-CTLR-OLD-IMAGE
003859           MOVE SM-MSUM-SM-TOTAL TO WS-CTLR-OLD-SM
003860       END-READ
003861       MOVE WS-CTLR-NEW-IMAGE TO SM-MSUM-RECORD
003862     END-IF.
003863
003864 0580-NOTE-SUMMARY-CHANGE.
003865     IF WS-CTLR-PRIOR-ON-FILE
003866       MOVE WS-CTLR-OLD-SM TO WS-CTLR-SM-WORK
003867       MOVE WS-CTLR-OLD-IMAGE TO WS-CTLR-REC-WORK
003868       MOVE LENGTH OF SM-MSUM-RECORD TO WS-CTLR-REC-LEN
003869       PERFORM 9410-NOTE-REMOVED-RECORD
003870     END-IF
003871     MOVE WS-CTLR-NEW-SM TO WS-CTLR-SM-WORK
003872     MOVE WS-CTLR-NEW-IMAGE TO WS-CTLR-REC-WORK
003873     MOVE LENGTH OF SM-MSUM-RECORD TO WS-CTLR-REC-LEN
003874     PERFORM 9400-NOTE-ADDED-RECORD.
003875
003876 9000-LOG-EXCEPTION.
003877     OPEN EXTEND SM-EXCLOG-FILE
003880     IF WS-EXCLOG-STATUS = "00"
003890       MOVE WS-TODAY TO SM-EXC-RUN-DATE
003900       MOVE WS-RUN-TIME TO SM-EXC-RUN-TIME
003950       WRITE SM-EXC-RECORD
003960       CLOSE SM-EXCLOG-FILE
003970     END-IF.
003980
003990* A MONTH IS CLOSED ONLY WHEN THE CONTROL-TOTAL CHECK, THE DAY'S
004000* COMPUTATION, ITS RECONCILIATION AND THE GAP SCAN ARE ALL
004010* CERTIFIED IN THE STEP LEDGER FOR TODAY. AN SMLGOVR CARD
004020* CONTAINING Y LETS THE CLOSE PROCEED ANYWAY.
004030 9200-CHECK-PREREQUISITES.
004040     PERFORM 9210-GET-LEDGER-OVERRIDE
004050     OPEN INPUT SM-LEDG-FILE
004060     IF WS-LEDG-STATUS = "00"
004070       SET WS-LEDG-IS-OPEN TO TRUE
004080     END-IF
004090     PERFORM 9220-CHECK-ONE-PREREQUISITE
004100       VARYING WS-PREREQ-SUB FROM 1 BY 1
004110       UNTIL WS-PREREQ-SUB > WS-PREREQ-COUNT
004120     IF WS-LEDG-IS-OPEN
004130       CLOSE SM-LEDG-FILE
004140       MOVE 'N' TO WS-LEDG-OPEN
004150     END-IF.
004160
004170 9210-GET-LEDGER-OVERRIDE.
004180     OPEN INPUT SM-LGOVR-FILE
004190     IF WS-LGOVR-STATUS = "00"
004200       READ SM-LGOVR-FILE
004210         AT END
004220           CONTINUE
004230         NOT AT END
004240           IF SM-LGOVR-FLAG = 'Y'
004250             SET WS-PREREQ-IS-OVERRIDDEN TO TRUE
004260           END-IF
004270       END-READ
004280       CLOSE SM-LGOVR-FILE
004290     END-IF.
004300
004310 9220-CHECK-ONE-PREREQUISITE.
004320     MOVE 'N' TO WS-PREREQ-OK
004330     IF WS-LEDG-IS-OPEN
004340       MOVE WS-TODAY TO SM-LEDG-BUS-DATE
004350       MOVE WS-PREREQ-STEP(WS-PREREQ-SUB) TO SM-LEDG-STEP
004360       READ SM-LEDG-FILE
004370         INVALID KEY
004380           CONTINUE
004390         NOT INVALID KEY
004400           IF SM-LEDG-IS-COMPLETED OR SM-LEDG-IS-BYPASSED
004410             SET WS-PREREQ-IS-CERTIFIED TO TRUE
004420           END-IF
004430       END-READ
004440     END-IF
004450     IF NOT WS-PREREQ-IS-CERTIFIED
004460       MOVE SPACES TO WS-EXC-SET-ID
004470       MOVE SPACES TO WS-EXC-MESSAGE
004480       IF WS-PREREQ-IS-OVERRIDDEN
004490         MOVE 'Y' TO WS-LGOVR-USED
004500         DISPLAY "P-ONE-MEC: PREREQUISITE "
004510           WS-PREREQ-STEP(WS-PREREQ-SUB) " NOT CERTIFIED FOR "
004520           WS-TODAY " - RUN UNDER OPERATOR OVERRIDE"
004530         MOVE 'W' TO WS-EXC-SEVERITY
004540         STRING "PREREQUISITE " WS-PREREQ-STEP(WS-PREREQ-SUB)
004550           " NOT CERTIFIED - RUN UNDER OVERRIDE"
004560           DELIMITED BY SIZE INTO WS-EXC-MESSAGE
004570       ELSE
004580         MOVE 'N' TO WS-PREREQ-MET
004590         DISPLAY "P-ONE-MEC: PREREQUISITE "
004600           WS-PREREQ-STEP(WS-PREREQ-SUB) " NOT CERTIFIED FOR "
004610           WS-TODAY " - RUN REFUSED, SUPPLY SMLGOVR"
004620           " OVERRIDE OR RERUN THE PREREQUISITE"
004630         MOVE 'F' TO WS-EXC-SEVERITY
004640         STRING "PREREQUISITE " WS-PREREQ-STEP(WS-PREREQ-SUB)
004650           " NOT CERTIFIED - RUN REFUSED"
004660           DELIMITED BY SIZE INTO WS-EXC-MESSAGE
004670       END-IF
004680       PERFORM 9000-LOG-EXCEPTION
004690     END-IF.
004700
004710 9300-WRITE-LEDGER.
004720     EVALUATE TRUE
004730       WHEN WS-CLOSE-MONTH = 0
004740         MOVE 'B' TO WS-LEDG-RESULT
004750         MOVE "NOT LAST PROCESSING DAY - NO CLOSE DUE"
004760           TO WS-LEDG-REMARK
004770       WHEN NOT WS-PREREQS-ARE-MET
004780         MOVE 'F' TO WS-LEDG-RESULT
004790         MOVE "PREREQUISITES NOT CERTIFIED - REFUSED"
004800           TO WS-LEDG-REMARK
004810       WHEN RETURN-CODE >= 8
004820         MOVE 'F' TO WS-LEDG-RESULT
004830         MOVE SPACES TO WS-LEDG-REMARK
004840         STRING "MONTH " WS-CLOSE-MONTH
004850           " NOT CLOSED - SEE SMEXCLOG"
004860           DELIMITED BY SIZE INTO WS-LEDG-REMARK
004870       WHEN OTHER
004880         MOVE 'C' TO WS-LEDG-RESULT
004890         MOVE SPACES TO WS-LEDG-REMARK
004900         STRING "MONTH " WS-CLOSE-MONTH " CLOSED FOR "
004910           WS-CLOSED-COUNT " SETS"
004920           DELIMITED BY SIZE INTO WS-LEDG-REMARK
004930     END-EVALUATE
004940     MOVE WS-TODAY TO SM-LEDG-BUS-DATE
004950     MOVE "P-ONE-MEC" TO SM-LEDG-STEP
004960     MOVE WS-LEDG-RESULT TO SM-LEDG-STATUS
004970     MOVE "P-ONE-MEC" TO SM-LEDG-PROGRAM-ID
004980     MOVE WS-TODAY TO SM-LEDG-RUN-DATE
004990     MOVE WS-RUN-TIME TO SM-LEDG-RUN-TIME
005000     MOVE RETURN-CODE TO SM-LEDG-RETURN-CODE
005010     MOVE WS-LGOVR-USED TO SM-LEDG-OVERRIDE
005020     MOVE WS-LEDG-REMARK TO SM-LEDG-REMARK
005030     OPEN I-O SM-LEDG-FILE
005040     IF WS-LEDG-STATUS = "35"
005050       OPEN OUTPUT SM-LEDG-FILE
005060     END-IF
005070     IF WS-LEDG-STATUS NOT = "00"
005080       PERFORM 9310-LOG-LEDGER-FAILURE
005090     ELSE
005100       WRITE SM-LEDG-RECORD
005110         INVALID KEY
005120           REWRITE SM-LEDG-RECORD
005130       END-WRITE
005140       IF WS-LEDG-STATUS NOT = "00"
005150         PERFORM 9310-LOG-LEDGER-FAILURE
005160       END-IF
005170       CLOSE SM-LEDG-FILE
005180     END-IF.
005190
005200 9310-LOG-LEDGER-FAILURE.
005210     DISPLAY "P-ONE-MEC: STEP LEDGER WRITE FAILED - "
005220       "FILE STATUS " WS-LEDG-STATUS
005230     MOVE SPACES TO WS-EXC-SET-ID
005240     MOVE 'E' TO WS-EXC-SEVERITY
005250     MOVE SPACES TO WS-EXC-MESSAGE
005260     STRING "STEP LEDGER WRITE FAILED - FILE STATUS "
005270       WS-LEDG-STATUS DELIMITED BY SIZE INTO WS-EXC-MESSAGE
005280     PERFORM 9000-LOG-EXCEPTION.
005290
005300* A ROW ADDED TO OR REMOVED FROM SMMSUM: WS-CTLR-REC-WORK HOLDS
005310* ITS IMAGE, WS-CTLR-REC-LEN ITS LENGTH AND WS-CTLR-SM-WORK ITS
005320* SM AMOUNT. A REPLACED ROW IS NOTED AS ONE REMOVED AND ONE ADDED.
005330 9400-NOTE-ADDED-RECORD.
005340     PERFORM 9420-HASH-RECORD
005350     ADD 1 TO WS-CTLR-DELTA-COUNT
005360     ADD WS-CTLR-SM-WORK TO WS-CTLR-DELTA-SM
005370     ADD WS-CTLR-HASH-WORK TO WS-CTLR-DELTA-HASH.
005380
005390 9410-NOTE-REMOVED-RECORD.
005400     PERFORM 9420-HASH-RECORD
005410     SUBTRACT 1 FROM WS-CTLR-DELTA-COUNT
005420     SUBTRACT WS-CTLR-SM-WORK FROM WS-CTLR-DELTA-SM
005430     SUBTRACT WS-CTLR-HASH-WORK FROM WS-CTLR-DELTA-HASH.
005440
005450* EACH BYTE'S COLLATING POSITION WEIGHTED BY ITS OFFSET, SO THAT
005460* A CHANGED OR TRANSPOSED CHARACTER ALTERS THE HASH TOTAL
005470 9420-HASH-RECORD.
005480     MOVE 0 TO WS-CTLR-HASH-WORK
005490     PERFORM VARYING WS-CTLR-BYTE-SUB FROM 1 BY 1
005500       UNTIL WS-CTLR-BYTE-SUB > WS-CTLR-REC-LEN
005510       COMPUTE WS-CTLR-HASH-WORK = WS-CTLR-HASH-WORK
005520         + FUNCTION ORD(WS-CTLR-REC-WORK(WS-CTLR-BYTE-SUB:1))
005530         * WS-CTLR-BYTE-SUB
005540     END-PERFORM.
005550
005560* P-ONE-CTV CHECKS THE REGISTER AGAINST THE LIVE FILES AT THE
005570* START OF THE NIGHTLY STREAM. AN ENTRY THAT IS MISSING IS LEFT
005580* FOR P-ONE-CTV TO REPORT; IT IS CREATED ONLY BY A RESYNC RUN.
005590 9450-UPDATE-CONTROL-REGISTER.
005600     IF WS-CTLR-DELTA-COUNT NOT = 0
005610        OR WS-CTLR-DELTA-SM NOT = 0
005620        OR WS-CTLR-DELTA-HASH NOT = 0
005630       PERFORM 9455-LOAD-CONTROL-REGISTER
005640       IF WS-CTLR-IS-LOADED
005650         MOVE 0 TO WS-CTLR-FOUND-SUB
005660         SET WS-CTLR-IDX TO 1
005670         SEARCH WS-CTLR-ENTRY
005680           AT END CONTINUE
005690           WHEN WS-CTLR-T-DDNAME(WS-CTLR-IDX) = "SMMSUM"
005700             SET WS-CTLR-FOUND-SUB TO WS-CTLR-IDX
005710         END-SEARCH
005720         IF WS-CTLR-FOUND-SUB = 0
005730           DISPLAY "P-ONE-MEC: NO CONTROL-TOTAL REGISTER "
005740             "ENTRY FOR SMMSUM - REGISTER NOT UPDATED"
005750           MOVE SPACES TO WS-EXC-SET-ID
005760           MOVE 'W' TO WS-EXC-SEVERITY
005770           MOVE SPACES TO WS-EXC-MESSAGE
005780           STRING "NO CONTROL-TOTAL REGISTER ENTRY FOR SMMSUM"
005790             " - NOT UPDATED"
005800             DELIMITED BY SIZE INTO WS-EXC-MESSAGE
005810           PERFORM 9000-LOG-EXCEPTION
005820         ELSE
005830           COMPUTE WS-CTLR-T-COUNT(WS-CTLR-FOUND-SUB) =
005840             WS-CTLR-T-COUNT(WS-CTLR-FOUND-SUB)
005850             + WS-CTLR-DELTA-COUNT
005860           COMPUTE WS-CTLR-T-SM-TOTAL(WS-CTLR-FOUND-SUB) =
005870             WS-CTLR-T-SM-TOTAL(WS-CTLR-FOUND-SUB)
005880             + WS-CTLR-DELTA-SM
005890           COMPUTE WS-CTLR-T-HASH-TOTAL(WS-CTLR-FOUND-SUB) =
005900             WS-CTLR-T-HASH-TOTAL(WS-CTLR-FOUND-SUB)
005910             + WS-CTLR-DELTA-HASH
005920           MOVE "P-ONE-MEC"
005930             TO WS-CTLR-T-PROGRAM-ID(WS-CTLR-FOUND-SUB)
005940           MOVE WS-TODAY
005950             TO WS-CTLR-T-UPDATE-DATE(WS-CTLR-FOUND-SUB)
005960           MOVE WS-RUN-TIME
005970             TO WS-CTLR-T-UPDATE-TIME(WS-CTLR-FOUND-SUB)
005980           PERFORM 9457-REWRITE-CONTROL-REGISTER
005990         END-IF
006000       END-IF
006010     END-IF.
006020
006030 9455-LOAD-CONTROL-REGISTER.
006040     MOVE 0 TO WS-CTLR-COUNT
006050     MOVE 'N' TO WS-CTLR-LOAD
006060     MOVE 'N' TO WS-CTLR-EOF
006070     OPEN INPUT SM-CTLR-FILE
006080     IF WS-CTLR-STATUS NOT = "00"
006090       PERFORM 9460-LOG-REGISTER-FAILURE
006100     ELSE
006110       SET WS-CTLR-IS-LOADED TO TRUE
006120       PERFORM UNTIL WS-CTLR-END-OF-FILE
006130         READ SM-CTLR-FILE
006140           AT END SET WS-CTLR-END-OF-FILE TO TRUE
006150           NOT AT END
006160             IF WS-CTLR-COUNT < 20
006170               ADD 1 TO WS-CTLR-COUNT
006180               MOVE SM-CTLR-RECORD TO WS-CTLR-ENTRY(WS-CTLR-COUNT)
006190             END-IF
006200         END-READ
006210       END-PERFORM
006220       CLOSE SM-CTLR-FILE
006230     END-IF.
006240
006250 9457-REWRITE-CONTROL-REGISTER.
006260     OPEN OUTPUT SM-CTLR-FILE
006270     IF WS-CTLR-STATUS NOT = "00"
006280       PERFORM 9460-LOG-REGISTER-FAILURE
006290     ELSE
006300       PERFORM VARYING WS-CTLR-SUB FROM 1 BY 1
006310         UNTIL WS-CTLR-SUB > WS-CTLR-COUNT
006320         MOVE WS-CTLR-ENTRY(WS-CTLR-SUB) TO SM-CTLR-RECORD
006330         WRITE SM-CTLR-RECORD
006340       END-PERFORM
006350       CLOSE SM-CTLR-FILE
006360       MOVE 0 TO WS-CTLR-DELTA-COUNT
006370       MOVE 0 TO WS-CTLR-DELTA-SM
006380       MOVE 0 TO WS-CTLR-DELTA-HASH
006390     END-IF.
006400
006410 9460-LOG-REGISTER-FAILURE.
006420     DISPLAY "P-ONE-MEC: CONTROL-TOTAL REGISTER NOT UPDATED - "
006430       "FILE STATUS " WS-CTLR-STATUS
006440     MOVE SPACES TO WS-EXC-SET-ID
006450     MOVE 'E' TO WS-EXC-SEVERITY
006460     MOVE SPACES TO WS-EXC-MESSAGE
006470     STRING "CONTROL-TOTAL REGISTER NOT UPDATED - FILE STATUS "
006480       WS-CTLR-STATUS DELIMITED BY SIZE INTO WS-EXC-MESSAGE
006490     PERFORM 9000-LOG-EXCEPTION.
