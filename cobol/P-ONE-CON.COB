000370     ACCESS MODE IS RANDOM
000380     RECORD KEY IS SM-MSUM-KEY
000390     FILE STATUS IS WS-MSUM-STATUS.
000391     SELECT SM-LEDG-FILE ASSIGN TO "SMLEDGER"
000392     ORGANIZATION IS INDEXED
000393     ACCESS MODE IS RANDOM
000394     RECORD KEY IS SM-LEDG-KEY
000395     FILE STATUS IS WS-LEDG-STATUS.
000396     SELECT SM-CTLR-FILE ASSIGN TO "SMCTLREG"
000397     ORGANIZATION IS LINE SEQUENTIAL
000398     FILE STATUS IS WS-CTLR-STATUS.
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD SM-PART-FILE.
000580     COPY SMEXCP.
000590 FD SM-MSUM-FILE.
000600     COPY SMMSUM.
000603 FD SM-LEDG-FILE.
000606     COPY SMLEDG.
000607 FD SM-CTLR-FILE.
000608     COPY SMCTLR.
000610 WORKING-STORAGE SECTION.
000620 01 WS-MSUM-STATUS PIC XX VALUE SPACES.
000630 01 WS-EXCLOG-STATUS PIC XX VALUE SPACES.
000640 01 WS-EXC-SET-ID PIC X(8) VALUE SPACES.
000650 01 WS-EXC-SEVERITY PIC X(1) VALUE 'E'.
000660 01 WS-EXC-MESSAGE PIC X(60) VALUE SPACES.
000662 01 WS-LEDG-STATUS PIC XX VALUE SPACES.
000664 01 WS-LEDG-RESULT PIC X(1) VALUE 'C'.
000666 01 WS-LEDG-REMARK PIC X(40) VALUE SPACES.
000670 01 WS-PART-EOF PIC X VALUE 'N'.
000680    88 WS-PART-END-OF-FILE VALUE 'Y'.
000690 01 WS-OUT-STATUS PIC XX VALUE SPACES.
001320    88 WS-HAS-INVALID-SM VALUE 'Y'.
001330 01 WS-MONTH-CLOSED PIC X VALUE 'N'.
001340    88 WS-RUN-MONTH-IS-CLOSED VALUE 'Y'.
001341* CONTROL-TOTAL REGISTER: THE CHANGE THIS RUN MAKES TO SMOUT IS
001342* ACCUMULATED HERE AS ROWS ARE ADDED AND REMOVED, THEN APPLIED TO
001343* THE REGISTER ENTRY FOR SMOUT ONCE THE CHANGE IS COMMITTED
001344 01 WS-CTLR-STATUS PIC XX VALUE SPACES.
001345 01 WS-CTLR-EOF PIC X VALUE 'N'.
001346    88 WS-CTLR-END-OF-FILE VALUE 'Y'.
001347 01 WS-CTLR-LOAD PIC X VALUE 'N'.
001348    88 WS-CTLR-IS-LOADED VALUE 'Y'.
001349 01 WS-CTLR-TABLE.
001350    05 WS-CTLR-ENTRY OCCURS 1 TO 20 TIMES
001351       DEPENDING ON WS-CTLR-COUNT
001352       INDEXED BY WS-CTLR-IDX.
001353       10 WS-CTLR-T-DDNAME PIC X(8).
001354       10 WS-CTLR-T-COUNT PIC 9(9).
001355       10 WS-CTLR-T-SM-TOTAL PIC 9(18).
001356       10 WS-CTLR-T-HASH-TOTAL PIC 9(18).
001357       10 WS-CTLR-T-PROGRAM-ID PIC X(10).
001358       10 WS-CTLR-T-UPDATE-DATE PIC 9(8).
001359       10 WS-CTLR-T-UPDATE-TIME PIC 9(6).
001360 01 WS-CTLR-COUNT PIC 9(4) VALUE 0.
001361 01 WS-CTLR-SUB PIC 9(4) VALUE 0.
001362 01 WS-CTLR-FOUND-SUB PIC 9(4) VALUE 0.
001363 01 WS-CTLR-DELTA-COUNT PIC S9(9) VALUE 0.
001364 01 WS-CTLR-DELTA-SM PIC S9(18) VALUE 0.
001365 01 WS-CTLR-DELTA-HASH PIC S9(18) VALUE 0.
001366 01 WS-CTLR-SM-WORK PIC 9(18) VALUE 0.
001367 01 WS-CTLR-HASH-WORK PIC 9(18) VALUE 0.
001368 01 WS-CTLR-REC-WORK PIC X(100) VALUE SPACES.
001369 01 WS-CTLR-REC-LEN PIC 9(4) VALUE 0.
001370 01 WS-CTLR-BYTE-SUB PIC 9(4) VALUE 0.
001371 01 WS-CTLR-PRIOR PIC X VALUE 'N'.
001372    88 WS-CTLR-PRIOR-ON-FILE VALUE 'Y'.
001373 01 WS-CTLR-OLD-IMAGE PIC X(100) VALUE SPACES.
001374 01 WS-CTLR-OLD-SM PIC 9(18) VALUE 0.
001375 01 WS-CTLR-NEW-IMAGE PIC X(100) VALUE SPACES.
001376 01 WS-CTLR-NEW-SM PIC 9(18) VALUE 0.
001377
001378 PROCEDURE DIVISION.
001379 P-ONE-CON-MAIN SECTION.
001380     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
001390     PERFORM 0100-LOAD-PARTIALS
001400     PERFORM 0200-SORT-BY-RANGE
001540         END-IF
001550       END-IF
001560     END-IF
001565     PERFORM 9300-WRITE-LEDGER
001570     STOP RUN.
001580
001590 0100-LOAD-PARTIALS.
004420     MOVE SM TO SM-OUT-SM-VALUE
004425     MOVE 'N' TO SM-OUT-ADJUSTED
004430     IF SM-IS-VALID
004435       MOVE 'N' TO WS-CTLR-PRIOR
004436       MOVE SM-OUT-RECORD TO WS-CTLR-NEW-IMAGE
004437       MOVE SM-OUT-SM-VALUE TO WS-CTLR-NEW-SM
004440       OPEN I-O SM-OUT-FILE
004450       IF WS-OUT-STATUS = "35"
004460         OPEN OUTPUT SM-OUT-FILE
004462       ELSE
004464         IF WS-OUT-STATUS = "00"
004466           PERFORM 0510-NOTE-PRIOR-ROW
004468         END-IF
004470       END-IF
004480       WRITE SM-OUT-RECORD
004490         INVALID KEY
004590         STRING "HISTORY WRITE FAILED - FILE STATUS "
004600           WS-OUT-STATUS DELIMITED BY SIZE INTO WS-EXC-MESSAGE
004610         PERFORM 9000-LOG-EXCEPTION
004613       ELSE
004616         PERFORM 0520-NOTE-HISTORY-CHANGE
004620       END-IF
004630       CLOSE SM-OUT-FILE
004640     END-IF
004870       PERFORM 9000-LOG-EXCEPTION
004880     END-IF
004890     CLOSE SM-TRLR-FILE.
004891
004892* THE ROW BEING REPLACED, IF ANY, IS READ FIRST SO THAT ITS TOTALS
004893* CAN BE TAKEN OUT OF THE CONTROL-TOTAL REGISTER
004894 0510-NOTE-PRIOR-ROW.
004896     READ SM-OUT-FILE
004897       INVALID KEY
004898         CONTINUE
004899       NOT INVALID KEY
004900         SET WS-CTLR-PRIOR-ON-FILE TO TRUE
004901         MOVE SM-OUT-RECORD TO WS-CTLR-OLD-IMAGE
004902         MOVE SM-OUT-SM-VALUE TO WS-CTLR-OLD-SM
004903     END-READ
004904     MOVE WS-CTLR-NEW-IMAGE TO SM-OUT-RECORD.
004905
004906* EACH SET'S ROW IS A COMMIT POINT, SO THE REGISTER IS BROUGHT UP
004907* TO DATE AS EACH ROW IS WRITTEN
004908 0520-NOTE-HISTORY-CHANGE.
004909     IF WS-CTLR-PRIOR-ON-FILE
004910       MOVE WS-CTLR-OLD-SM TO WS-CTLR-SM-WORK
004911       MOVE WS-CTLR-OLD-IMAGE TO WS-CTLR-REC-WORK
004912       MOVE LENGTH OF SM-OUT-RECORD TO WS-CTLR-REC-LEN
004913       PERFORM 9410-NOTE-REMOVED-RECORD
004914     END-IF
004915     MOVE WS-CTLR-NEW-SM TO WS-CTLR-SM-WORK
004916     MOVE WS-CTLR-NEW-IMAGE TO WS-CTLR-REC-WORK
004917     MOVE LENGTH OF SM-OUT-RECORD TO WS-CTLR-REC-LEN
004918     PERFORM 9400-NOTE-ADDED-RECORD
004919     PERFORM 9450-UPDATE-CONTROL-REGISTER.
004920
004921 9000-LOG-EXCEPTION.
004922     OPEN EXTEND SM-EXCLOG-FILE
004930     IF WS-EXCLOG-STATUS = "00"
004940       MOVE WS-RUN-DATE TO SM-EXC-RUN-DATE
004950       MOVE WS-RUN-TIME TO SM-EXC-RUN-TIME
005000       WRITE SM-EXC-RECORD
005010       CLOSE SM-EXCLOG-FILE
005020     END-IF.
005030
005040* THE CONSOLIDATION CERTIFIES THE PARTITIONED DAILY COMPUTATION
005050* UNDER THE SAME LEDGER STEP, P-ONE, AS THE SINGLE-STREAM RUN.
005060 9300-WRITE-LEDGER.
005070     EVALUATE TRUE
005080       WHEN NOT WS-COVERAGE-IS-OK
005090         MOVE 'F' TO WS-LEDG-RESULT
005100         MOVE "PARTITION COVERAGE INCOMPLETE - NOT MERGED"
005110           TO WS-LEDG-REMARK
005120       WHEN RETURN-CODE NOT = 0
005130         MOVE 'F' TO WS-LEDG-RESULT
005140         MOVE "SM CONSOLIDATION FAILED - SEE SMEXCLOG"
005150           TO WS-LEDG-REMARK
005160       WHEN OTHER
005170         MOVE 'C' TO WS-LEDG-RESULT
005180         MOVE SPACES TO WS-LEDG-REMARK
005190         STRING WS-SET-COUNT " SETS MERGED AS RUN NUMBER "
005200           WS-RUN-NUMBER
005210           DELIMITED BY SIZE INTO WS-LEDG-REMARK
005220     END-EVALUATE
005230     MOVE WS-RUN-DATE TO SM-LEDG-BUS-DATE
005240     MOVE "P-ONE" TO SM-LEDG-STEP
005250     MOVE WS-LEDG-RESULT TO SM-LEDG-STATUS
005260     MOVE "P-ONE-CON" TO SM-LEDG-PROGRAM-ID
005270     MOVE WS-RUN-DATE TO SM-LEDG-RUN-DATE
005280     MOVE WS-RUN-TIME TO SM-LEDG-RUN-TIME
005290     MOVE RETURN-CODE TO SM-LEDG-RETURN-CODE
005300     MOVE 'N' TO SM-LEDG-OVERRIDE
005310     MOVE WS-LEDG-REMARK TO SM-LEDG-REMARK
005320     OPEN I-O SM-LEDG-FILE
005330     IF WS-LEDG-STATUS = "35"
005340       OPEN OUTPUT SM-LEDG-FILE
005350     END-IF
005360     IF WS-LEDG-STATUS NOT = "00"
005370       PERFORM 9310-LOG-LEDGER-FAILURE
005380     ELSE
005390       WRITE SM-LEDG-RECORD
005400         INVALID KEY
005410           REWRITE SM-LEDG-RECORD
005420       END-WRITE
005430       IF WS-LEDG-STATUS NOT = "00"
005440         PERFORM 9310-LOG-LEDGER-FAILURE
005450       END-IF
005460       CLOSE SM-LEDG-FILE
005470     END-IF.
005480
005490 9310-LOG-LEDGER-FAILURE.
005500     DISPLAY "P-ONE-CON: STEP LEDGER WRITE FAILED - "
005510       "FILE STATUS " WS-LEDG-STATUS
005520     MOVE SPACES TO WS-EXC-SET-ID
005530     MOVE 'E' TO WS-EXC-SEVERITY
005540     MOVE SPACES TO WS-EXC-MESSAGE
005550     STRING "STEP LEDGER WRITE FAILED - FILE STATUS "
005560       WS-LEDG-STATUS DELIMITED BY SIZE INTO WS-EXC-MESSAGE
005570     PERFORM 9000-LOG-EXCEPTION.
005580
005590* A ROW ADDED TO OR REMOVED FROM SMOUT: WS-CTLR-REC-WORK HOLDS
005600* ITS IMAGE, WS-CTLR-REC-LEN ITS LENGTH AND WS-CTLR-SM-WORK ITS
005610* SM AMOUNT. A REPLACED ROW IS NOTED AS ONE REMOVED AND ONE ADDED.
005620 9400-NOTE-ADDED-RECORD.
005630     PERFORM 9420-HASH-RECORD
005640     ADD 1 TO WS-CTLR-DELTA-COUNT
005650     ADD WS-CTLR-SM-WORK TO WS-CTLR-DELTA-SM
005660     ADD WS-CTLR-HASH-WORK TO WS-CTLR-DELTA-HASH.
005670
005680 9410-NOTE-REMOVED-RECORD.
005690     PERFORM 9420-HASH-RECORD
005700     SUBTRACT 1 FROM WS-CTLR-DELTA-COUNT
005710     SUBTRACT WS-CTLR-SM-WORK FROM WS-CTLR-DELTA-SM
005720     SUBTRACT WS-CTLR-HASH-WORK FROM WS-CTLR-DELTA-HASH.
005730
005740* EACH BYTE'S COLLATING POSITION WEIGHTED BY ITS OFFSET, SO THAT
005750* A CHANGED OR TRANSPOSED CHARACTER ALTERS THE HASH TOTAL
005760 9420-HASH-RECORD.
005770     MOVE 0 TO WS-CTLR-HASH-WORK
005780     PERFORM VARYING WS-CTLR-BYTE-SUB FROM 1 BY 1
005790       UNTIL WS-CTLR-BYTE-SUB > WS-CTLR-REC-LEN
005800       COMPUTE WS-CTLR-HASH-WORK = WS-CTLR-HASH-WORK
005810         + FUNCTION ORD(WS-CTLR-REC-WORK(WS-CTLR-BYTE-SUB:1))
005820         * WS-CTLR-BYTE-SUB
005830     END-PERFORM.
005840
005850* P-ONE-CTV CHECKS THE REGISTER AGAINST THE LIVE FILES AT THE
005860* START OF THE NIGHTLY STREAM. AN ENTRY THAT IS MISSING IS LEFT
005870* FOR P-ONE-CTV TO REPORT; IT IS CREATED ONLY BY A RESYNC RUN.
005880 9450-UPDATE-CONTROL-REGISTER.
005890     IF WS-CTLR-DELTA-COUNT NOT = 0
005900        OR WS-CTLR-DELTA-SM NOT = 0
005910        OR WS-CTLR-DELTA-HASH NOT = 0
005920       PERFORM 9455-LOAD-CONTROL-REGISTER
005930       IF WS-CTLR-IS-LOADED
005940         MOVE 0 TO WS-CTLR-FOUND-SUB
005950         SET WS-CTLR-IDX TO 1
005960         SEARCH WS-CTLR-ENTRY
005970           AT END CONTINUE
005980           WHEN WS-CTLR-T-DDNAME(WS-CTLR-IDX) = "SMOUT"
005990             SET WS-CTLR-FOUND-SUB TO WS-CTLR-IDX
006000         END-SEARCH
006010         IF WS-CTLR-FOUND-SUB = 0
006020           DISPLAY "P-ONE-CON: NO CONTROL-TOTAL REGISTER "
006030             "ENTRY FOR SMOUT - REGISTER NOT UPDATED"
006040           MOVE SPACES TO WS-EXC-SET-ID
006050           MOVE 'W' TO WS-EXC-SEVERITY
006060           MOVE SPACES TO WS-EXC-MESSAGE
006070           STRING "NO CONTROL-TOTAL REGISTER ENTRY FOR SMOUT"
006080             " - NOT UPDATED"
006090             DELIMITED BY SIZE INTO WS-EXC-MESSAGE
006100           PERFORM 9000-LOG-EXCEPTION
006110         ELSE
006120           COMPUTE WS-CTLR-T-COUNT(WS-CTLR-FOUND-SUB) =
006130             WS-CTLR-T-COUNT(WS-CTLR-FOUND-SUB)
006140             + WS-CTLR-DELTA-COUNT
006150           COMPUTE WS-CTLR-T-SM-TOTAL(WS-CTLR-FOUND-SUB) =
006160             WS-CTLR-T-SM-TOTAL(WS-CTLR-FOUND-SUB)
006170             + WS-CTLR-DELTA-SM
006180           COMPUTE WS-CTLR-T-HASH-TOTAL(WS-CTLR-FOUND-SUB) =
006190             WS-CTLR-T-HASH-TOTAL(WS-CTLR-FOUND-SUB)
006200             + WS-CTLR-DELTA-HASH
006210           MOVE "P-ONE-CON"
006220             TO WS-CTLR-T-PROGRAM-ID(WS-CTLR-FOUND-SUB)
006230           MOVE WS-RUN-DATE
006240             TO WS-CTLR-T-UPDATE-DATE(WS-CTLR-FOUND-SUB)
006250           MOVE WS-RUN-TIME
006260             TO WS-CTLR-T-UPDATE-TIME(WS-CTLR-FOUND-SUB)
006270           PERFORM 9457-REWRITE-CONTROL-REGISTER
006280         END-IF
006290       END-IF
006300     END-IF.
006310
006320 9455-LOAD-CONTROL-REGISTER.
006330     MOVE 0 TO WS-CTLR-COUNT
006333     MOVE 'N' TO WS-CTLR-LOAD
006336     MOVE 'N' TO WS-CTLR-EOF
006340     OPEN INPUT SM-CTLR-FILE
006350     IF WS-CTLR-STATUS NOT = "00"
006360       PERFORM 9460-LOG-REGISTER-FAILURE
006370     ELSE
006380       SET WS-CTLR-IS-LOADED TO TRUE
006390       PERFORM UNTIL WS-CTLR-END-OF-FILE
006400         READ SM-CTLR-FILE
006410           AT END SET WS-CTLR-END-OF-FILE TO TRUE
006420           NOT AT END
006430             IF WS-CTLR-COUNT < 20
006440               ADD 1 TO WS-CTLR-COUNT
006450               MOVE SM-CTLR-RECORD TO WS-CTLR-ENTRY(WS-CTLR-COUNT)
006460             END-IF
006470         END-READ
006480       END-PERFORM
006490       CLOSE SM-CTLR-FILE
006500     END-IF.
006510
006520 9457-REWRITE-CONTROL-REGISTER.
006530     OPEN OUTPUT SM-CTLR-FILE
006540     IF WS-CTLR-STATUS NOT = "00"
006550       PERFORM 9460-LOG-REGISTER-FAILURE
006560     ELSE
006570       PERFORM VARYING WS-CTLR-SUB FROM 1 BY 1
006580         UNTIL WS-CTLR-SUB > WS-CTLR-COUNT
006590         MOVE WS-CTLR-ENTRY(WS-CTLR-SUB) TO SM-CTLR-RECORD
006600         WRITE SM-CTLR-RECORD
006610       END-PERFORM
006620       CLOSE SM-CTLR-FILE
006630       MOVE 0 TO WS-CTLR-DELTA-COUNT
006640       MOVE 0 TO WS-CTLR-DELTA-SM
006650       MOVE 0 TO WS-CTLR-DELTA-HASH
006660     END-IF.
006670
006680 9460-LOG-REGISTER-FAILURE.
006690     DISPLAY "P-ONE-CON: CONTROL-TOTAL REGISTER NOT UPDATED - "
006700       "FILE STATUS " WS-CTLR-STATUS
006710     MOVE SPACES TO WS-EXC-SET-ID
006720     MOVE 'E' TO WS-EXC-SEVERITY
006730     MOVE SPACES TO WS-EXC-MESSAGE
006740     STRING "CONTROL-TOTAL REGISTER NOT UPDATED - FILE STATUS "
006750       WS-CTLR-STATUS DELIMITED BY SIZE INTO WS-EXC-MESSAGE
006760     PERFORM 9000-LOG-EXCEPTION.
