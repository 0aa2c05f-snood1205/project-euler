000440     SELECT SM-RSTOVR-FILE ASSIGN TO "SMRSTOVR"
000450     ORGANIZATION IS LINE SEQUENTIAL
000460     FILE STATUS IS WS-RSTOVR-STATUS.
000462     SELECT SM-RSTCTL-FILE ASSIGN TO "SMRSTCTL"
000464     ORGANIZATION IS LINE SEQUENTIAL
000466     FILE STATUS IS WS-RSTCTL-STATUS.
000470     SELECT SM-STATS-FILE ASSIGN TO "SMSTATS"
000480     ORGANIZATION IS LINE SEQUENTIAL
000490     FILE STATUS IS WS-STAT-STATUS.
000491     SELECT SM-LEDG-FILE ASSIGN TO "SMLEDGER"
000492     ORGANIZATION IS INDEXED
000493     ACCESS MODE IS RANDOM
000494     RECORD KEY IS SM-LEDG-KEY
000495     FILE STATUS IS WS-LEDG-STATUS.
000496     SELECT SM-CTLR-FILE ASSIGN TO "SMCTLREG"
000497     ORGANIZATION IS LINE SEQUENTIAL
000498     FILE STATUS IS WS-CTLR-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD SM-OUT-FILE.
001060 FD SM-RSTOVR-FILE.
001070 01 SM-RSTOVR-RECORD.
001080    05 SM-RSTOVR-FLAG PIC X(1).
001083 FD SM-RSTCTL-FILE.
001086     COPY SMRSTC.
001090 FD SM-STATS-FILE.
001100     COPY SMSTAT.
001103 FD SM-LEDG-FILE.
001106     COPY SMLEDG.
001107 FD SM-CTLR-FILE.
001108     COPY SMCTLR.
001110 WORKING-STORAGE SECTION.
001120 01 WS-STAT-STATUS PIC XX VALUE SPACES.
001130 01 WS-STAT-START.
001630    88 SM-IS-VALID VALUE 'Y'.
001640 01 WS-CKPT-MISMATCH PIC X VALUE 'N'.
001650    88 WS-CKPT-IS-MISMATCH VALUE 'Y'.
001652 01 WS-RSTCTL-STATUS PIC XX VALUE SPACES.
001654 01 WS-RESTORE-PENDING PIC X VALUE 'N'.
001656    88 WS-RESTORE-IS-PENDING VALUE 'Y'.
001660 01 WS-RSTOVR-STATUS PIC XX VALUE SPACES.
001670 01 WS-RSTOVR-FLAG PIC X VALUE 'N'.
001680    88 WS-RESTART-IS-OVERRIDDEN VALUE 'Y'.
002010 01 WS-EXC-SET-ID PIC X(8) VALUE SPACES.
002020 01 WS-EXC-SEVERITY PIC X(1) VALUE 'E'.
002030 01 WS-EXC-MESSAGE PIC X(60) VALUE SPACES.
002032 01 WS-LEDG-STATUS PIC XX VALUE SPACES.
002034 01 WS-LEDG-RESULT PIC X(1) VALUE 'C'.
002036 01 WS-LEDG-REMARK PIC X(40) VALUE SPACES.
002040 01 WS-TRLR-STATUS PIC XX VALUE SPACES.
002050 01 WS-SIM-STATUS PIC XX VALUE SPACES.
002060 01 WS-SIM-MODE PIC X VALUE 'N'.
002390    05 FILLER PIC X(3) VALUE SPACES.
002400    05 SR3-PROD-TEXT PIC X(15).
002410    05 FILLER PIC X(35) VALUE SPACES.
002411* CONTROL-TOTAL REGISTER: THE CHANGE THIS RUN MAKES TO SMOUT IS
002412* ACCUMULATED HERE AS ROWS ARE ADDED AND REMOVED, THEN APPLIED TO
002413* THE REGISTER ENTRY FOR SMOUT ONCE THE CHANGE IS COMMITTED
002414 01 WS-CTLR-STATUS PIC XX VALUE SPACES.
002415 01 WS-CTLR-EOF PIC X VALUE 'N'.
002416    88 WS-CTLR-END-OF-FILE VALUE 'Y'.
002417 01 WS-CTLR-LOAD PIC X VALUE 'N'.
002418    88 WS-CTLR-IS-LOADED VALUE 'Y'.
002419 01 WS-CTLR-TABLE.
002420    05 WS-CTLR-ENTRY OCCURS 1 TO 20 TIMES
002421       DEPENDING ON WS-CTLR-COUNT
002422       INDEXED BY WS-CTLR-IDX.
002423       10 WS-CTLR-T-DDNAME PIC X(8).
002424       10 WS-CTLR-T-COUNT PIC 9(9).
002425       10 WS-CTLR-T-SM-TOTAL PIC 9(18).
002426       10 WS-CTLR-T-HASH-TOTAL PIC 9(18).
002427       10 WS-CTLR-T-PROGRAM-ID PIC X(10).
002428       10 WS-CTLR-T-UPDATE-DATE PIC 9(8).
002429       10 WS-CTLR-T-UPDATE-TIME PIC 9(6).
002430 01 WS-CTLR-COUNT PIC 9(4) VALUE 0.
002431 01 WS-CTLR-SUB PIC 9(4) VALUE 0.
002432 01 WS-CTLR-FOUND-SUB PIC 9(4) VALUE 0.
002433 01 WS-CTLR-DELTA-COUNT PIC S9(9) VALUE 0.
002434 01 WS-CTLR-DELTA-SM PIC S9(18) VALUE 0.
002435 01 WS-CTLR-DELTA-HASH PIC S9(18) VALUE 0.
002436 01 WS-CTLR-SM-WORK PIC 9(18) VALUE 0.
002437 01 WS-CTLR-HASH-WORK PIC 9(18) VALUE 0.
002438 01 WS-CTLR-REC-WORK PIC X(100) VALUE SPACES.
002439 01 WS-CTLR-REC-LEN PIC 9(4) VALUE 0.
002440 01 WS-CTLR-BYTE-SUB PIC 9(4) VALUE 0.
002441 01 WS-CTLR-PRIOR PIC X VALUE 'N'.
002442    88 WS-CTLR-PRIOR-ON-FILE VALUE 'Y'.
002443 01 WS-CTLR-OLD-IMAGE PIC X(100) VALUE SPACES.
002444 01 WS-CTLR-OLD-SM PIC 9(18) VALUE 0.
002445 01 WS-CTLR-NEW-IMAGE PIC X(100) VALUE SPACES.
002446 01 WS-CTLR-NEW-SM PIC 9(18) VALUE 0.
002447
002448 PROCEDURE DIVISION.
002449 P-ONE-MAIN SECTION.
002450     PERFORM 0050-CHECK-SIM-MODE
002460     PERFORM 0100-INITIALIZE
002470     IF WS-IS-SIM-MODE
002490     ELSE
002500       PERFORM 0120-CHECK-CALENDAR
002510       IF NOT WS-CAL-SKIP-RUN
002513         PERFORM 0115-CHECK-RESTORE-CONTROL
002516         IF NOT WS-RESTORE-IS-PENDING
002520           PERFORM 0150-CHECK-RESTART
002525         END-IF
002530         IF WS-CKPT-IS-MISMATCH OR WS-RESTORE-IS-PENDING
002540           MOVE 16 TO RETURN-CODE
002550         ELSE
002560           PERFORM 0140-CHECK-MONTH-CLOSED
002670           END-IF
002680         END-IF
002690       END-IF
002695       PERFORM 9300-WRITE-LEDGER
002700     END-IF
002710     STOP RUN.
002720
003520     MOVE 0 TO WS-DIVISOR(5)
003530     MOVE 2 TO WS-DIVISOR-COUNT.
003540
003541* A RESTORE OF THE SM DATASETS LEAVES THE CONTROL RECORD HELD
003542* UNTIL P-ONE-RSV HAS VERIFIED IT. NO CONTROL RECORD MEANS NO
003543* RESTORE IS OUTSTANDING.
003544 0115-CHECK-RESTORE-CONTROL.
003545     OPEN INPUT SM-RSTCTL-FILE
003546     IF WS-RSTCTL-STATUS = "00"
003547       READ SM-RSTCTL-FILE
003548         AT END
003549           CONTINUE
003550         NOT AT END
003551           IF SM-RSTCTL-IS-HELD OR SM-RSTCTL-IS-FAILED
003552             SET WS-RESTORE-IS-PENDING TO TRUE
003553             DISPLAY "P-ONE: RESTORE OF " SM-RSTCTL-BACKUP-DATE
003554               " NOT VERIFIED - RUN REFUSED"
003555             MOVE SPACES TO WS-EXC-SET-ID
003556             MOVE 'F' TO WS-EXC-SEVERITY
003557             MOVE "RESTORE NOT VERIFIED - RUN REFUSED"
003558               TO WS-EXC-MESSAGE
003559             PERFORM 9000-LOG-EXCEPTION
003560           END-IF
003561       END-READ
003562       CLOSE SM-RSTCTL-FILE
003563     END-IF.
003564
003565 0120-CHECK-CALENDAR.
003566     OPEN INPUT SM-CAL-FILE
003570     IF WS-CAL-STATUS = "00"
003580       PERFORM UNTIL WS-CAL-END-OF-FILE
003590         READ SM-CAL-FILE
006510     MOVE SM TO SM-OUT-SM-VALUE
006520     MOVE 'N' TO SM-OUT-ADJUSTED
006530     IF SM-IS-VALID
006535       MOVE 'N' TO WS-CTLR-PRIOR
006536       MOVE SM-OUT-RECORD TO WS-CTLR-NEW-IMAGE
006537       MOVE SM-OUT-SM-VALUE TO WS-CTLR-NEW-SM
006540       OPEN I-O SM-OUT-FILE
006550       IF WS-OUT-STATUS = "35"
006560         OPEN OUTPUT SM-OUT-FILE
006562       ELSE
006564         IF WS-OUT-STATUS = "00"
006566           PERFORM 0310-NOTE-PRIOR-ROW
006568         END-IF
006570       END-IF
006580       WRITE SM-OUT-RECORD
006590         INVALID KEY
006690         STRING "HISTORY WRITE FAILED - FILE STATUS "
006700           WS-OUT-STATUS DELIMITED BY SIZE INTO WS-EXC-MESSAGE
006710         PERFORM 9000-LOG-EXCEPTION
006713       ELSE
006716         PERFORM 0320-NOTE-HISTORY-CHANGE
006720       END-IF
006730       CLOSE SM-OUT-FILE
006740     END-IF
007030     CLOSE SM-TRLR-FILE
007040     OPEN OUTPUT SM-CKPT-FILE
007050     CLOSE SM-CKPT-FILE.
007051
007052* THE ROW BEING REPLACED, IF ANY, IS READ FIRST SO THAT ITS TOTALS
007053* CAN BE TAKEN OUT OF THE CONTROL-TOTAL REGISTER
007054 0310-NOTE-PRIOR-ROW.
007056     READ SM-OUT-FILE
007057       INVALID KEY
007058         CONTINUE
007059       NOT INVALID KEY
007060         SET WS-CTLR-PRIOR-ON-FILE TO TRUE
007061         MOVE SM-OUT-RECORD TO WS-CTLR-OLD-IMAGE
007062         MOVE SM-OUT-SM-VALUE TO WS-CTLR-OLD-SM
007063     END-READ
007064     MOVE WS-CTLR-NEW-IMAGE TO SM-OUT-RECORD.
007065
007066* EACH SET'S ROW IS A COMMIT POINT, SO THE REGISTER IS BROUGHT UP
007067* TO DATE AS EACH ROW IS WRITTEN
007068 0320-NOTE-HISTORY-CHANGE.
007069     IF WS-CTLR-PRIOR-ON-FILE
007070       MOVE WS-CTLR-OLD-SM TO WS-CTLR-SM-WORK
007071       MOVE WS-CTLR-OLD-IMAGE TO WS-CTLR-REC-WORK
007072       MOVE LENGTH OF SM-OUT-RECORD TO WS-CTLR-REC-LEN
007073       PERFORM 9410-NOTE-REMOVED-RECORD
007074     END-IF
007075     MOVE WS-CTLR-NEW-SM TO WS-CTLR-SM-WORK
007076     MOVE WS-CTLR-NEW-IMAGE TO WS-CTLR-REC-WORK
007077     MOVE LENGTH OF SM-OUT-RECORD TO WS-CTLR-REC-LEN
007078     PERFORM 9400-NOTE-ADDED-RECORD
007079     PERFORM 9450-UPDATE-CONTROL-REGISTER.
007080
007081 0500-RUN-SIMULATION.
007082     PERFORM 0510-FIND-CANDIDATE-SET
007090     IF NOT WS-SIM-SET-FOUND
007100       DISPLAY "P-ONE: SIMULATION SET " WS-SIM-SET-ID
007110         " NOT FOUND IN SMPARM - SIMULATION ABANDONED"
009110       WRITE SM-EXC-RECORD
009120       CLOSE SM-EXCLOG-FILE
009130     END-IF.
009140
009150* THE PRODUCTION RUN CERTIFIES STEP P-ONE IN THE STEP LEDGER FOR
009160* THE RUN DATE. A SIMULATION RUN LEAVES THE LEDGER ALONE.
009170 9300-WRITE-LEDGER.
009180     EVALUATE TRUE
009190       WHEN WS-CAL-SKIP-RUN
009200         MOVE 'B' TO WS-LEDG-RESULT
009210         MOVE "NOT A PROCESSING DAY - NO SETS RUN"
009220           TO WS-LEDG-REMARK
009222       WHEN WS-RESTORE-IS-PENDING
009224         MOVE 'F' TO WS-LEDG-RESULT
009226         MOVE "RESTORE NOT VERIFIED - RUN REFUSED"
009228           TO WS-LEDG-REMARK
009230       WHEN RETURN-CODE NOT = 0
009240         MOVE 'F' TO WS-LEDG-RESULT
009250         MOVE "SM COMPUTATION FAILED - SEE SMEXCLOG"
009260           TO WS-LEDG-REMARK
009270       WHEN OTHER
009280         MOVE 'C' TO WS-LEDG-RESULT
009290         MOVE SPACES TO WS-LEDG-REMARK
009300         STRING WS-SET-COUNT " SETS COMPUTED AS RUN NUMBER "
009310           WS-RUN-NUMBER
009320           DELIMITED BY SIZE INTO WS-LEDG-REMARK
009330     END-EVALUATE
009340     MOVE WS-RUN-DATE TO SM-LEDG-BUS-DATE
009350     MOVE "P-ONE" TO SM-LEDG-STEP
009360     MOVE WS-LEDG-RESULT TO SM-LEDG-STATUS
009370     MOVE "P-ONE" TO SM-LEDG-PROGRAM-ID
009380     MOVE WS-RUN-DATE TO SM-LEDG-RUN-DATE
009390     MOVE WS-RUN-TIME TO SM-LEDG-RUN-TIME
009400     MOVE RETURN-CODE TO SM-LEDG-RETURN-CODE
009410     MOVE 'N' TO SM-LEDG-OVERRIDE
009420     MOVE WS-LEDG-REMARK TO SM-LEDG-REMARK
009430     OPEN I-O SM-LEDG-FILE
009440     IF WS-LEDG-STATUS = "35"
009450       OPEN OUTPUT SM-LEDG-FILE
009460     END-IF
009470     IF WS-LEDG-STATUS NOT = "00"
009480       PERFORM 9310-LOG-LEDGER-FAILURE
009490     ELSE
009500       WRITE SM-LEDG-RECORD
009510         INVALID KEY
009520           REWRITE SM-LEDG-RECORD
009530       END-WRITE
009540       IF WS-LEDG-STATUS NOT = "00"
009550         PERFORM 9310-LOG-LEDGER-FAILURE
009560       END-IF
009570       CLOSE SM-LEDG-FILE
009580     END-IF.
009590
009600 9310-LOG-LEDGER-FAILURE.
009610     DISPLAY "P-ONE: STEP LEDGER WRITE FAILED - "
009620       "FILE STATUS " WS-LEDG-STATUS
009630     MOVE SPACES TO WS-EXC-SET-ID
009640     MOVE 'E' TO WS-EXC-SEVERITY
009650     MOVE SPACES TO WS-EXC-MESSAGE
009660     STRING "STEP LEDGER WRITE FAILED - FILE STATUS "
009670       WS-LEDG-STATUS DELIMITED BY SIZE INTO WS-EXC-MESSAGE
009680     PERFORM 9000-LOG-EXCEPTION.
009690
009700* A ROW ADDED TO OR REMOVED FROM SMOUT: WS-CTLR-REC-WORK HOLDS
009710* ITS IMAGE, WS-CTLR-REC-LEN ITS LENGTH AND WS-CTLR-SM-WORK ITS
009720* SM AMOUNT. A REPLACED ROW IS NOTED AS ONE REMOVED AND ONE ADDED.
009730 9400-NOTE-ADDED-RECORD.
009740     PERFORM 9420-HASH-RECORD
009750     ADD 1 TO WS-CTLR-DELTA-COUNT
009760     ADD WS-CTLR-SM-WORK TO WS-CTLR-DELTA-SM
009770     ADD WS-CTLR-HASH-WORK TO WS-CTLR-DELTA-HASH.
009780
009790 9410-NOTE-REMOVED-RECORD.
009800     PERFORM 9420-HASH-RECORD
009810     SUBTRACT 1 FROM WS-CTLR-DELTA-COUNT
009820     SUBTRACT WS-CTLR-SM-WORK FROM WS-CTLR-DELTA-SM
009830     SUBTRACT WS-CTLR-HASH-WORK FROM WS-CTLR-DELTA-HASH.
009840
009850* EACH BYTE'S COLLATING POSITION WEIGHTED BY ITS OFFSET, SO THAT
009860* A CHANGED OR TRANSPOSED CHARACTER ALTERS THE HASH TOTAL
009870 9420-HASH-RECORD.
009880     MOVE 0 TO WS-CTLR-HASH-WORK
009890     PERFORM VARYING WS-CTLR-BYTE-SUB FROM 1 BY 1
009900       UNTIL WS-CTLR-BYTE-SUB > WS-CTLR-REC-LEN
009910       COMPUTE WS-CTLR-HASH-WORK = WS-CTLR-HASH-WORK
009920         + FUNCTION ORD(WS-CTLR-REC-WORK(WS-CTLR-BYTE-SUB:1))
009930         * WS-CTLR-BYTE-SUB
009940     END-PERFORM.
009950
009960* P-ONE-CTV CHECKS THE REGISTER AGAINST THE LIVE FILES AT THE
009970* START OF THE NIGHTLY STREAM. AN ENTRY THAT IS MISSING IS LEFT
009980* FOR P-ONE-CTV TO REPORT; IT IS CREATED ONLY BY A RESYNC RUN.
009990 9450-UPDATE-CONTROL-REGISTER.
010000     IF WS-CTLR-DELTA-COUNT NOT = 0
010010        OR WS-CTLR-DELTA-SM NOT = 0
010020        OR WS-CTLR-DELTA-HASH NOT = 0
010030       PERFORM 9455-LOAD-CONTROL-REGISTER
010040       IF WS-CTLR-IS-LOADED
010050         MOVE 0 TO WS-CTLR-FOUND-SUB
010060         SET WS-CTLR-IDX TO 1
010070         SEARCH WS-CTLR-ENTRY
010080           AT END CONTINUE
010090           WHEN WS-CTLR-T-DDNAME(WS-CTLR-IDX) = "SMOUT"
010100             SET WS-CTLR-FOUND-SUB TO WS-CTLR-IDX
010110         END-SEARCH
010120         IF WS-CTLR-FOUND-SUB = 0
010130           DISPLAY "P-ONE: NO CONTROL-TOTAL REGISTER "
010140             "ENTRY FOR SMOUT - REGISTER NOT UPDATED"
010150           MOVE SPACES TO WS-EXC-SET-ID
010160           MOVE 'W' TO WS-EXC-SEVERITY
010170           MOVE SPACES TO WS-EXC-MESSAGE
010180           STRING "NO CONTROL-TOTAL REGISTER ENTRY FOR SMOUT"
010190             " - NOT UPDATED"
010200             DELIMITED BY SIZE INTO WS-EXC-MESSAGE
010210           PERFORM 9000-LOG-EXCEPTION
010220         ELSE
010230           COMPUTE WS-CTLR-T-COUNT(WS-CTLR-FOUND-SUB) =
010240             WS-CTLR-T-COUNT(WS-CTLR-FOUND-SUB)
010250             + WS-CTLR-DELTA-COUNT
010260           COMPUTE WS-CTLR-T-SM-TOTAL(WS-CTLR-FOUND-SUB) =
010270             WS-CTLR-T-SM-TOTAL(WS-CTLR-FOUND-SUB)
010280             + WS-CTLR-DELTA-SM
010290           COMPUTE WS-CTLR-T-HASH-TOTAL(WS-CTLR-FOUND-SUB) =
010300             WS-CTLR-T-HASH-TOTAL(WS-CTLR-FOUND-SUB)
010310             + WS-CTLR-DELTA-HASH
010320           MOVE "P-ONE"
010330             TO WS-CTLR-T-PROGRAM-ID(WS-CTLR-FOUND-SUB)
010340           MOVE WS-RUN-DATE
010350             TO WS-CTLR-T-UPDATE-DATE(WS-CTLR-FOUND-SUB)
010360           MOVE WS-RUN-TIME
010370             TO WS-CTLR-T-UPDATE-TIME(WS-CTLR-FOUND-SUB)
010380           PERFORM 9457-REWRITE-CONTROL-REGISTER
010390         END-IF
010400       END-IF
010410     END-IF.
010420
010430 9455-LOAD-CONTROL-REGISTER.
010440     MOVE 0 TO WS-CTLR-COUNT
010443     MOVE 'N' TO WS-CTLR-LOAD
010446     MOVE 'N' TO WS-CTLR-EOF
010450     OPEN INPUT SM-CTLR-FILE
010460     IF WS-CTLR-STATUS NOT = "00"
010470       PERFORM 9460-LOG-REGISTER-FAILURE
010480     ELSE
010490       SET WS-CTLR-IS-LOADED TO TRUE
010500       PERFORM UNTIL WS-CTLR-END-OF-FILE
010510         READ SM-CTLR-FILE
010520           AT END SET WS-CTLR-END-OF-FILE TO TRUE
010530           NOT AT END
010540             IF WS-CTLR-COUNT < 20
010550               ADD 1 TO WS-CTLR-COUNT
010560               MOVE SM-CTLR-RECORD TO WS-CTLR-ENTRY(WS-CTLR-COUNT)
010570             END-IF
010580         END-READ
010590       END-PERFORM
010600       CLOSE SM-CTLR-FILE
010610     END-IF.
010620
010630 9457-REWRITE-CONTROL-REGISTER.
010640     OPEN OUTPUT SM-CTLR-FILE
010650     IF WS-CTLR-STATUS NOT = "00"
010660       PERFORM 9460-LOG-REGISTER-FAILURE
010670     ELSE
010680       PERFORM VARYING WS-CTLR-SUB FROM 1 BY 1
010690         UNTIL WS-CTLR-SUB > WS-CTLR-COUNT
010700         MOVE WS-CTLR-ENTRY(WS-CTLR-SUB) TO SM-CTLR-RECORD
010710         WRITE SM-CTLR-RECORD
010720       END-PERFORM
010730       CLOSE SM-CTLR-FILE
010740       MOVE 0 TO WS-CTLR-DELTA-COUNT
010750       MOVE 0 TO WS-CTLR-DELTA-SM
010760       MOVE 0 TO WS-CTLR-DELTA-HASH
010770     END-IF.
010780
010790 9460-LOG-REGISTER-FAILURE.
010800     DISPLAY "P-ONE: CONTROL-TOTAL REGISTER NOT UPDATED - "
010810       "FILE STATUS " WS-CTLR-STATUS
010820     MOVE SPACES TO WS-EXC-SET-ID
010830     MOVE 'E' TO WS-EXC-SEVERITY
010840     MOVE SPACES TO WS-EXC-MESSAGE
010850     STRING "CONTROL-TOTAL REGISTER NOT UPDATED - FILE STATUS "
010860       WS-CTLR-STATUS DELIMITED BY SIZE INTO WS-EXC-MESSAGE
010870     PERFORM 9000-LOG-EXCEPTION.
