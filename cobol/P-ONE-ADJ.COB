000180     ACCESS MODE IS RANDOM
000190     RECORD KEY IS SM-OUT-KEY
000200     FILE STATUS IS WS-OUT-STATUS.
000210     SELECT SM-PEND-FILE ASSIGN TO "SMPEND"
000220     ORGANIZATION IS LINE SEQUENTIAL
000225     FILE STATUS IS WS-PEND-STATUS.
000230     SELECT SM-ADJAUD-FILE ASSIGN TO "SMADJAUD"
000240     ORGANIZATION IS LINE SEQUENTIAL.
000250     SELECT SM-MSUM-FILE ASSIGN TO "SMMSUM"
000300     SELECT SM-EXCLOG-FILE ASSIGN TO "SMEXCLOG"
000310     ORGANIZATION IS LINE SEQUENTIAL
000320     FILE STATUS IS WS-EXCLOG-STATUS.
000322     SELECT SM-CTLR-FILE ASSIGN TO "SMCTLREG"
000324     ORGANIZATION IS LINE SEQUENTIAL
000326     FILE STATUS IS WS-CTLR-STATUS.
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD SM-OUT-FILE.
000360     COPY SMREC.
000370 FD SM-PEND-FILE.
000380     COPY SMPEND.
000440 FD SM-ADJAUD-FILE.
000450     COPY SMADJA.
000460 FD SM-MSUM-FILE.
000470     COPY SMMSUM.
000480 FD SM-EXCLOG-FILE.
000490     COPY SMEXCP.
000493 FD SM-CTLR-FILE.
000496     COPY SMCTLR.
000500 WORKING-STORAGE SECTION.
000510 01 WS-OUT-STATUS PIC XX VALUE SPACES.
000520 01 WS-MSUM-STATUS PIC XX VALUE SPACES.
000580    05 WS-TODAY PIC 9(8).
000590    05 WS-RUN-TIME PIC 9(6).
000600    05 FILLER PIC X(7).
000630 01 WS-ADJ-VALID PIC X VALUE 'Y'.
000640    88 WS-ADJ-IS-VALID VALUE 'Y'.
000650 01 WS-AUD-DISP PIC X(1) VALUE 'A'.
000740    88 WS-MSUM-IS-AVAILABLE VALUE 'Y'.
000750 01 WS-APPLIED-COUNT PIC 9(4) VALUE 0.
000760 01 WS-REJECTED-COUNT PIC 9(4) VALUE 0.
000761* THE RELEASED ADJUSTMENT CURRENTLY BEING APPLIED, AS SUBMITTED
000762* ON THE ORIGINAL SMADJ CARD
000763 01 SM-ADJ-RECORD.
000764    05 SM-ADJ-RUN-DATE PIC 9(8).
000765    05 SM-ADJ-SET-ID PIC X(8).
000766    05 SM-ADJ-SM-VALUE PIC 9(15).
000767    05 SM-ADJ-REASON-CODE PIC X(4).
000768    05 SM-ADJ-REASON-TEXT PIC X(26).
000769 01 WS-PEND-STATUS PIC XX VALUE SPACES.
000770 01 WS-PEND-TABLE.
000771    05 WS-PEND-ENTRY OCCURS 1 TO 1000 TIMES
000772       DEPENDING ON WS-PEND-COUNT
000773       INDEXED BY WS-PEND-IDX.
000774       10 WS-PEND-T-ITEM-ID PIC X(18).
000775       10 WS-PEND-T-TYPE PIC X(1).
000776       10 WS-PEND-T-SUBMITTER PIC X(8).
000777       10 WS-PEND-T-STATUS PIC X(1).
000778       10 WS-PEND-T-APPROVER PIC X(8).
000779       10 WS-PEND-T-DECISION-DATE PIC 9(8).
000780       10 WS-PEND-T-DECISION-TIME PIC 9(6).
000781       10 WS-PEND-T-APPLY-DATE PIC 9(8).
000782       10 WS-PEND-T-NOTE PIC X(30).
000783       10 WS-PEND-T-TXN-DATA PIC X(61).
000784 01 WS-PEND-COUNT PIC 9(4) VALUE 0.
000785 01 WS-PEND-SUB PIC 9(4) VALUE 0.
000786 01 WS-PEND-EOF PIC X VALUE 'N'.
000787    88 WS-PEND-END-OF-FILE VALUE 'Y'.
000788 01 WS-PEND-OPEN-FAIL PIC X VALUE 'N'.
000789    88 WS-PEND-OPEN-FAILED VALUE 'Y'.
000790 01 WS-PEND-OVERFLOW PIC X VALUE 'N'.
000791    88 WS-PEND-HAS-OVERFLOW VALUE 'Y'.
000792* CONTROL-TOTAL REGISTER: THE CHANGE THIS RUN MAKES TO SMOUT IS
000793* ACCUMULATED HERE AS ROWS ARE ADDED AND REMOVED, THEN APPLIED TO
000794* THE REGISTER ENTRY FOR SMOUT ONCE THE CHANGE IS COMMITTED
000795 01 WS-CTLR-STATUS PIC XX VALUE SPACES.
000796 01 WS-CTLR-EOF PIC X VALUE 'N'.
000797    88 WS-CTLR-END-OF-FILE VALUE 'Y'.
000798 01 WS-CTLR-LOAD PIC X VALUE 'N'.
000799    88 WS-CTLR-IS-LOADED VALUE 'Y'.
000800 01 WS-CTLR-TABLE.
000801    05 WS-CTLR-ENTRY OCCURS 1 TO 20 TIMES
000802       DEPENDING ON WS-CTLR-COUNT
000803       INDEXED BY WS-CTLR-IDX.
000804       10 WS-CTLR-T-DDNAME PIC X(8).
000805       10 WS-CTLR-T-COUNT PIC 9(9).
000806       10 WS-CTLR-T-SM-TOTAL PIC 9(18).
000807       10 WS-CTLR-T-HASH-TOTAL PIC 9(18).
000808       10 WS-CTLR-T-PROGRAM-ID PIC X(10).
000809       10 WS-CTLR-T-UPDATE-DATE PIC 9(8).
000810       10 WS-CTLR-T-UPDATE-TIME PIC 9(6).
000811 01 WS-CTLR-COUNT PIC 9(4) VALUE 0.
000812 01 WS-CTLR-SUB PIC 9(4) VALUE 0.
000813 01 WS-CTLR-FOUND-SUB PIC 9(4) VALUE 0.
000814 01 WS-CTLR-DELTA-COUNT PIC S9(9) VALUE 0.
000815 01 WS-CTLR-DELTA-SM PIC S9(18) VALUE 0.
000816 01 WS-CTLR-DELTA-HASH PIC S9(18) VALUE 0.
000817 01 WS-CTLR-SM-WORK PIC 9(18) VALUE 0.
000818 01 WS-CTLR-HASH-WORK PIC 9(18) VALUE 0.
000819 01 WS-CTLR-REC-WORK PIC X(100) VALUE SPACES.
000820 01 WS-CTLR-REC-LEN PIC 9(4) VALUE 0.
000821 01 WS-CTLR-BYTE-SUB PIC 9(4) VALUE 0.
000822 01 WS-CTLR-OLD-IMAGE PIC X(100) VALUE SPACES.
000823 01 WS-CTLR-OLD-SM PIC 9(18) VALUE 0.
000824 01 WS-CTLR-NEW-IMAGE PIC X(100) VALUE SPACES.
000825 01 WS-CTLR-NEW-SM PIC 9(18) VALUE 0.
000826
000827 PROCEDURE DIVISION.
000828 P-ONE-ADJ-MAIN SECTION.
000829     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
000830     OPEN I-O SM-OUT-FILE
000831     IF WS-OUT-STATUS NOT = "00"
000832       DISPLAY "P-ONE-ADJ: UNABLE TO OPEN SM HISTORY - "
000840         "FILE STATUS " WS-OUT-STATUS
000850       MOVE SPACES TO WS-EXC-SET-ID
000860       MOVE 'E' TO WS-EXC-SEVERITY
000900       PERFORM 9000-LOG-EXCEPTION
000910       MOVE 12 TO RETURN-CODE
000920     ELSE
000921       PERFORM 0050-LOAD-PENDING-TABLE
000922       EVALUATE TRUE
000923         WHEN WS-PEND-OPEN-FAILED
000924           MOVE 12 TO RETURN-CODE
000925         WHEN WS-PEND-HAS-OVERFLOW
000926           MOVE 16 TO RETURN-CODE
000927         WHEN OTHER
000930           OPEN INPUT SM-MSUM-FILE
000940           IF WS-MSUM-STATUS = "00"
000950             SET WS-MSUM-IS-AVAILABLE TO TRUE
000960           END-IF
000970           OPEN EXTEND SM-ADJAUD-FILE
000980           PERFORM 0100-APPLY-ADJUSTMENTS
000990           CLOSE SM-ADJAUD-FILE
001000           IF WS-MSUM-IS-AVAILABLE
001010             CLOSE SM-MSUM-FILE
001020           END-IF
001025           PERFORM 9450-UPDATE-CONTROL-REGISTER
001030           PERFORM 0600-REWRITE-PENDING-FILE
001040           DISPLAY "P-ONE-ADJ: " WS-APPLIED-COUNT " APPLIED, "
001050             WS-REJECTED-COUNT " REJECTED"
001060           IF WS-HAS-REJECTED-TXN
001070             MOVE 16 TO RETURN-CODE
001080           END-IF
001083       END-EVALUATE
001086       CLOSE SM-OUT-FILE
001090     END-IF
001100     STOP RUN.
001110
001111* PENDING ITEMS ARE WRITTEN BY P-ONE-SUB AND RELEASED BY
001112* P-ONE-APR UNDER A SECOND OPERATOR ID. THE WHOLE FILE IS HELD
001113* HERE SO THE APPLIED ITEMS CAN BE MARKED AND IT REWRITTEN.
001114 0050-LOAD-PENDING-TABLE.
001115     OPEN INPUT SM-PEND-FILE
001116     EVALUATE WS-PEND-STATUS
001117       WHEN "00"
001118         PERFORM UNTIL WS-PEND-END-OF-FILE
001119           READ SM-PEND-FILE
001120             AT END SET WS-PEND-END-OF-FILE TO TRUE
001121             NOT AT END
001122               IF WS-PEND-COUNT < 1000
001123                 ADD 1 TO WS-PEND-COUNT
001124                 MOVE SM-PEND-RECORD
001125                   TO WS-PEND-ENTRY(WS-PEND-COUNT)
001126               ELSE
001127                 SET WS-PEND-HAS-OVERFLOW TO TRUE
001128               END-IF
001129           END-READ
001130         END-PERFORM
001131         CLOSE SM-PEND-FILE
001132         IF WS-PEND-HAS-OVERFLOW
001133           DISPLAY "P-ONE-ADJ: PENDING FILE HAS MORE THAN 1000 "
001134             "ITEMS - NOTHING APPLIED"
001135           MOVE SPACES TO WS-EXC-SET-ID
001136           MOVE 'F' TO WS-EXC-SEVERITY
001137           MOVE "PENDING FILE OVER 1000 ITEMS - NOTHING APPLIED"
001138             TO WS-EXC-MESSAGE
001139           PERFORM 9000-LOG-EXCEPTION
001140         END-IF
001141       WHEN "35"
001142         CONTINUE
001143       WHEN OTHER
001144         SET WS-PEND-OPEN-FAILED TO TRUE
001145         DISPLAY "P-ONE-ADJ: UNABLE TO OPEN PENDING FILE - "
001146           "FILE STATUS " WS-PEND-STATUS
001147         MOVE SPACES TO WS-EXC-SET-ID
001148         MOVE 'E' TO WS-EXC-SEVERITY
001149         MOVE SPACES TO WS-EXC-MESSAGE
001150         STRING "UNABLE TO OPEN PENDING FILE - FILE STATUS "
001151           WS-PEND-STATUS DELIMITED BY SIZE INTO WS-EXC-MESSAGE
001152         PERFORM 9000-LOG-EXCEPTION
001153     END-EVALUATE.
001154
001155 0100-APPLY-ADJUSTMENTS.
001156     PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
001157       UNTIL WS-PEND-SUB > WS-PEND-COUNT
001158       IF WS-PEND-T-TYPE(WS-PEND-SUB) = 'A'
001160          AND WS-PEND-T-STATUS(WS-PEND-SUB) = 'R'
001170         MOVE WS-PEND-T-TXN-DATA(WS-PEND-SUB) TO SM-ADJ-RECORD
001180         PERFORM 0200-APPLY-ONE-ADJUSTMENT
001181         IF WS-AUD-DISP = 'A' AND WS-OUT-STATUS = "00"
001182           MOVE 'A' TO WS-PEND-T-STATUS(WS-PEND-SUB)
001183         ELSE
001184           MOVE 'F' TO WS-PEND-T-STATUS(WS-PEND-SUB)
001185           IF WS-AUD-DISP = 'A'
001186             MOVE "HISTORY REWRITE FAILED"
001187               TO WS-PEND-T-NOTE(WS-PEND-SUB)
001188           ELSE
001189             MOVE WS-REJECT-REASON TO WS-PEND-T-NOTE(WS-PEND-SUB)
001190           END-IF
001191         END-IF
001192         MOVE WS-TODAY TO WS-PEND-T-APPLY-DATE(WS-PEND-SUB)
001193       END-IF
001200     END-PERFORM.
001220
001230 0200-APPLY-ONE-ADJUSTMENT.
001240     MOVE 'A' TO WS-AUD-DISP
002050     MOVE SM-ADJ-SET-ID TO SM-ADJAUD-SET-ID
002060     MOVE WS-AUD-DISP TO SM-ADJAUD-DISPOSITION
002070     MOVE SM-ADJ-REASON-CODE TO SM-ADJAUD-REASON-CODE
002073     MOVE WS-PEND-T-SUBMITTER(WS-PEND-SUB) TO SM-ADJAUD-SUBMITTER
002076     MOVE WS-PEND-T-APPROVER(WS-PEND-SUB) TO SM-ADJAUD-APPROVER
002080     IF WS-AUD-DISP = 'R'
002090       MOVE WS-REJECT-REASON TO SM-ADJAUD-REASON-TEXT
002100     ELSE
002290     WRITE SM-ADJAUD-RECORD.
002300
002310 0500-REWRITE-HISTORY-ROW.
002312     MOVE SM-OUT-SM-VALUE TO WS-CTLR-OLD-SM
002314     MOVE SM-OUT-RECORD TO WS-CTLR-OLD-IMAGE
002316     MOVE LENGTH OF SM-OUT-RECORD TO WS-CTLR-REC-LEN
002320     MOVE SM-ADJ-SM-VALUE TO SM-OUT-SM-VALUE
002330     MOVE 'Y' TO SM-OUT-ADJUSTED
002333     MOVE SM-OUT-SM-VALUE TO WS-CTLR-NEW-SM
002336     MOVE SM-OUT-RECORD TO WS-CTLR-NEW-IMAGE
002340     REWRITE SM-OUT-RECORD
002350       INVALID KEY
002360         CONTINUE
002370     END-REWRITE
002380     IF WS-OUT-STATUS = "00"
002381       MOVE WS-CTLR-OLD-SM TO WS-CTLR-SM-WORK
002382       MOVE WS-CTLR-OLD-IMAGE TO WS-CTLR-REC-WORK
002383       PERFORM 9410-NOTE-REMOVED-RECORD
002384       MOVE WS-CTLR-NEW-SM TO WS-CTLR-SM-WORK
002386       MOVE WS-CTLR-NEW-IMAGE TO WS-CTLR-REC-WORK
002388       PERFORM 9400-NOTE-ADDED-RECORD
002390       ADD 1 TO WS-APPLIED-COUNT
002400       DISPLAY "P-ONE-ADJ: " SM-ADJ-RUN-DATE " "
002410         SM-ADJ-SET-ID " ADJUSTED TO " SM-ADJ-SM-VALUE
002530         WS-OUT-STATUS DELIMITED BY SIZE INTO WS-EXC-MESSAGE
002540       PERFORM 9000-LOG-EXCEPTION
002550     END-IF.
002551
002552 0600-REWRITE-PENDING-FILE.
002553     OPEN OUTPUT SM-PEND-FILE
002554     PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
002555       UNTIL WS-PEND-SUB > WS-PEND-COUNT
002556       MOVE WS-PEND-ENTRY(WS-PEND-SUB) TO SM-PEND-RECORD
002557       WRITE SM-PEND-RECORD
002558     END-PERFORM
002559     CLOSE SM-PEND-FILE.
002560
002570 9000-LOG-EXCEPTION.
002580     OPEN EXTEND SM-EXCLOG-FILE
002660       WRITE SM-EXC-RECORD
002670       CLOSE SM-EXCLOG-FILE
002680     END-IF.
002690
002700* A ROW ADDED TO OR REMOVED FROM SMOUT: WS-CTLR-REC-WORK HOLDS
002710* ITS IMAGE, WS-CTLR-REC-LEN ITS LENGTH AND WS-CTLR-SM-WORK ITS
002720* SM AMOUNT. A REPLACED ROW IS NOTED AS ONE REMOVED AND ONE ADDED.
002730 9400-NOTE-ADDED-RECORD.
002740     PERFORM 9420-HASH-RECORD
002750     ADD 1 TO WS-CTLR-DELTA-COUNT
002760     ADD WS-CTLR-SM-WORK TO WS-CTLR-DELTA-SM
002770     ADD WS-CTLR-HASH-WORK TO WS-CTLR-DELTA-HASH.
002780
002790 9410-NOTE-REMOVED-RECORD.
002800     PERFORM 9420-HASH-RECORD
002810     SUBTRACT 1 FROM WS-CTLR-DELTA-COUNT
002820     SUBTRACT WS-CTLR-SM-WORK FROM WS-CTLR-DELTA-SM
002830     SUBTRACT WS-CTLR-HASH-WORK FROM WS-CTLR-DELTA-HASH.
002840
002850* EACH BYTE'S COLLATING POSITION WEIGHTED BY ITS OFFSET, SO THAT
002860* A CHANGED OR TRANSPOSED CHARACTER ALTERS THE HASH TOTAL
002870 9420-HASH-RECORD.
002880     MOVE 0 TO WS-CTLR-HASH-WORK
002890     PERFORM VARYING WS-CTLR-BYTE-SUB FROM 1 BY 1
002900       UNTIL WS-CTLR-BYTE-SUB > WS-CTLR-REC-LEN
002910       COMPUTE WS-CTLR-HASH-WORK = WS-CTLR-HASH-WORK
002920         + FUNCTION ORD(WS-CTLR-REC-WORK(WS-CTLR-BYTE-SUB:1))
002930         * WS-CTLR-BYTE-SUB
002940     END-PERFORM.
002950
002960* P-ONE-CTV CHECKS THE REGISTER AGAINST THE LIVE FILES AT THE
002970* START OF THE NIGHTLY STREAM. AN ENTRY THAT IS MISSING IS LEFT
002980* FOR P-ONE-CTV TO REPORT; IT IS CREATED ONLY BY A RESYNC RUN.
002990 9450-UPDATE-CONTROL-REGISTER.
003000     IF WS-CTLR-DELTA-COUNT NOT = 0
003010        OR WS-CTLR-DELTA-SM NOT = 0
003020        OR WS-CTLR-DELTA-HASH NOT = 0
003030       PERFORM 9455-LOAD-CONTROL-REGISTER
003040       IF WS-CTLR-IS-LOADED
003050         MOVE 0 TO WS-CTLR-FOUND-SUB
003060         SET WS-CTLR-IDX TO 1
003070         SEARCH WS-CTLR-ENTRY
003080           AT END CONTINUE
003090           WHEN WS-CTLR-T-DDNAME(WS-CTLR-IDX) = "SMOUT"
003100             SET WS-CTLR-FOUND-SUB TO WS-CTLR-IDX
003110         END-SEARCH
003120         IF WS-CTLR-FOUND-SUB = 0
003130           DISPLAY "P-ONE-ADJ: NO CONTROL-TOTAL REGISTER "
003140             "ENTRY FOR SMOUT - REGISTER NOT UPDATED"
003150           MOVE SPACES TO WS-EXC-SET-ID
003160           MOVE 'W' TO WS-EXC-SEVERITY
003170           MOVE SPACES TO WS-EXC-MESSAGE
003180           STRING "NO CONTROL-TOTAL REGISTER ENTRY FOR SMOUT"
003190             " - NOT UPDATED"
003200             DELIMITED BY SIZE INTO WS-EXC-MESSAGE
003210           PERFORM 9000-LOG-EXCEPTION
003220         ELSE
003230           COMPUTE WS-CTLR-T-COUNT(WS-CTLR-FOUND-SUB) =
003240             WS-CTLR-T-COUNT(WS-CTLR-FOUND-SUB)
003250             + WS-CTLR-DELTA-COUNT
003260           COMPUTE WS-CTLR-T-SM-TOTAL(WS-CTLR-FOUND-SUB) =
003270             WS-CTLR-T-SM-TOTAL(WS-CTLR-FOUND-SUB)
003280             + WS-CTLR-DELTA-SM
003290           COMPUTE WS-CTLR-T-HASH-TOTAL(WS-CTLR-FOUND-SUB) =
003300             WS-CTLR-T-HASH-TOTAL(WS-CTLR-FOUND-SUB)
003310             + WS-CTLR-DELTA-HASH
003320           MOVE "P-ONE-ADJ"
003330             TO WS-CTLR-T-PROGRAM-ID(WS-CTLR-FOUND-SUB)
003340           MOVE WS-TODAY
003350             TO WS-CTLR-T-UPDATE-DATE(WS-CTLR-FOUND-SUB)
003360           MOVE WS-RUN-TIME
003370             TO WS-CTLR-T-UPDATE-TIME(WS-CTLR-FOUND-SUB)
003380           PERFORM 9457-REWRITE-CONTROL-REGISTER
003390         END-IF
003400       END-IF
003410     END-IF.
003420
003430 9455-LOAD-CONTROL-REGISTER.
003440     MOVE 0 TO WS-CTLR-COUNT
003450     MOVE 'N' TO WS-CTLR-LOAD
003460     MOVE 'N' TO WS-CTLR-EOF
003470     OPEN INPUT SM-CTLR-FILE
003480     IF WS-CTLR-STATUS NOT = "00"
003490       PERFORM 9460-LOG-REGISTER-FAILURE
003500     ELSE
003510       SET WS-CTLR-IS-LOADED TO TRUE
003520       PERFORM UNTIL WS-CTLR-END-OF-FILE
003530         READ SM-CTLR-FILE
003540           AT END SET WS-CTLR-END-OF-FILE TO TRUE
003550           NOT AT END
003560             IF WS-CTLR-COUNT < 20
003570               ADD 1 TO WS-CTLR-COUNT
003580               MOVE SM-CTLR-RECORD TO WS-CTLR-ENTRY(WS-CTLR-COUNT)
003590             END-IF
003600         END-READ
003610       END-PERFORM
003620       CLOSE SM-CTLR-FILE
003630     END-IF.
003640
003650 9457-REWRITE-CONTROL-REGISTER.
003660     OPEN OUTPUT SM-CTLR-FILE
003670     IF WS-CTLR-STATUS NOT = "00"
003680       PERFORM 9460-LOG-REGISTER-FAILURE
003690     ELSE
003700       PERFORM VARYING WS-CTLR-SUB FROM 1 BY 1
003710         UNTIL WS-CTLR-SUB > WS-CTLR-COUNT
003720         MOVE WS-CTLR-ENTRY(WS-CTLR-SUB) TO SM-CTLR-RECORD
003730         WRITE SM-CTLR-RECORD
003740       END-PERFORM
003750       CLOSE SM-CTLR-FILE
003760       MOVE 0 TO WS-CTLR-DELTA-COUNT
003770       MOVE 0 TO WS-CTLR-DELTA-SM
003780       MOVE 0 TO WS-CTLR-DELTA-HASH
003790     END-IF.
003800
003810 9460-LOG-REGISTER-FAILURE.
003820     DISPLAY "P-ONE-ADJ: CONTROL-TOTAL REGISTER NOT UPDATED - "
003830       "FILE STATUS " WS-CTLR-STATUS
003840     MOVE SPACES TO WS-EXC-SET-ID
003850     MOVE 'E' TO WS-EXC-SEVERITY
003860     MOVE SPACES TO WS-EXC-MESSAGE
003870     STRING "CONTROL-TOTAL REGISTER NOT UPDATED - FILE STATUS "
003880       WS-CTLR-STATUS DELIMITED BY SIZE INTO WS-EXC-MESSAGE
003890     PERFORM 9000-LOG-EXCEPTION.
