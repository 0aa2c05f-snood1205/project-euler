000270     SELECT SM-EXCLOG-FILE ASSIGN TO "SMEXCLOG"
000280     ORGANIZATION IS LINE SEQUENTIAL
000290     FILE STATUS IS WS-EXCLOG-STATUS.
000291     SELECT SM-LEDG-FILE ASSIGN TO "SMLEDGER"
000292     ORGANIZATION IS INDEXED
000293     ACCESS MODE IS RANDOM
000294     RECORD KEY IS SM-LEDG-KEY
000295     FILE STATUS IS WS-LEDG-STATUS.
000300 DATA DIVISION.
000310 FILE SECTION.
000320 FD SM-FDCTL-FILE.
000440 01 SM-ACKRPT-RECORD PIC X(90).
000450 FD SM-EXCLOG-FILE.
000460     COPY SMEXCP.
000463 FD SM-LEDG-FILE.
000466     COPY SMLEDG.
000470 WORKING-STORAGE SECTION.
000480 01 WS-FDCTL-STATUS PIC XX VALUE SPACES.
000490 01 WS-ACK-STATUS PIC XX VALUE SPACES.
000520 01 WS-EXC-SET-ID PIC X(8) VALUE SPACES.
000530 01 WS-EXC-SEVERITY PIC X(1) VALUE 'E'.
000540 01 WS-EXC-MESSAGE PIC X(60) VALUE SPACES.
000542 01 WS-LEDG-STATUS PIC XX VALUE SPACES.
000544 01 WS-LEDG-RESULT PIC X(1) VALUE 'C'.
000546 01 WS-LEDG-REMARK PIC X(40) VALUE SPACES.
000550 01 WS-CURRENT-DATE.
000560    05 WS-TODAY PIC 9(8).
000570    05 WS-RUN-TIME PIC 9(6).
001330         END-IF
001340     END-EVALUATE
001350     CLOSE SM-ACKRPT-FILE
001355     PERFORM 9300-WRITE-LEDGER
001360     STOP RUN.
001370
001380 0100-GET-AGE-DAYS.
003400       WRITE SM-EXC-RECORD
003410       CLOSE SM-EXCLOG-FILE
003420     END-IF.
003430
003440* OVERDUE ACKNOWLEDGEMENTS ARE A WARNING ONLY AND STILL CERTIFY
003450* THE STEP; A TOTALS MISMATCH OR AN ORPHAN ACK DOES NOT.
003460 9300-WRITE-LEDGER.
003470     EVALUATE TRUE
003480       WHEN RETURN-CODE > 8
003490         MOVE 'F' TO WS-LEDG-RESULT
003500         MOVE "FEED CONTROL NOT PROCESSED - SEE SMEXCLOG"
003510           TO WS-LEDG-REMARK
003520       WHEN RETURN-CODE = 8
003530         MOVE 'F' TO WS-LEDG-RESULT
003540         MOVE SPACES TO WS-LEDG-REMARK
003550         STRING WS-MISMATCH-COUNT " MISMATCHED, " WS-ORPHAN-COUNT
003560           " ORPHAN - SEE SMACKRPT"
003570           DELIMITED BY SIZE INTO WS-LEDG-REMARK
003580       WHEN OTHER
003590         MOVE 'C' TO WS-LEDG-RESULT
003600         MOVE SPACES TO WS-LEDG-REMARK
003610         STRING WS-MATCHED-COUNT " ACKS MATCHED, "
003620           WS-OVERDUE-COUNT " OVERDUE"
003630           DELIMITED BY SIZE INTO WS-LEDG-REMARK
003640     END-EVALUATE
003650     MOVE WS-TODAY TO SM-LEDG-BUS-DATE
003660     MOVE "P-ONE-ACK" TO SM-LEDG-STEP
003670     MOVE WS-LEDG-RESULT TO SM-LEDG-STATUS
003680     MOVE "P-ONE-ACK" TO SM-LEDG-PROGRAM-ID
003690     MOVE WS-TODAY TO SM-LEDG-RUN-DATE
003700     MOVE WS-RUN-TIME TO SM-LEDG-RUN-TIME
003710     MOVE RETURN-CODE TO SM-LEDG-RETURN-CODE
003720     MOVE 'N' TO SM-LEDG-OVERRIDE
003730     MOVE WS-LEDG-REMARK TO SM-LEDG-REMARK
003740     OPEN I-O SM-LEDG-FILE
003750     IF WS-LEDG-STATUS = "35"
003760       OPEN OUTPUT SM-LEDG-FILE
003770     END-IF
003780     IF WS-LEDG-STATUS NOT = "00"
003790       PERFORM 9310-LOG-LEDGER-FAILURE
003800     ELSE
003810       WRITE SM-LEDG-RECORD
003820         INVALID KEY
003830           REWRITE SM-LEDG-RECORD
003840       END-WRITE
003850       IF WS-LEDG-STATUS NOT = "00"
003860         PERFORM 9310-LOG-LEDGER-FAILURE
003870       END-IF
003880       CLOSE SM-LEDG-FILE
003890     END-IF.
003900
003910 9310-LOG-LEDGER-FAILURE.
003920     DISPLAY "P-ONE-ACK: STEP LEDGER WRITE FAILED - "
003930       "FILE STATUS " WS-LEDG-STATUS
003940     MOVE SPACES TO WS-EXC-SET-ID
003950     MOVE 'E' TO WS-EXC-SEVERITY
003960     MOVE SPACES TO WS-EXC-MESSAGE
003970     STRING "STEP LEDGER WRITE FAILED - FILE STATUS "
003980       WS-LEDG-STATUS DELIMITED BY SIZE INTO WS-EXC-MESSAGE
003990     PERFORM 9000-LOG-EXCEPTION.
