000242     SELECT SM-EXCLOG-FILE ASSIGN TO "SMEXCLOG"
000244     ORGANIZATION IS LINE SEQUENTIAL
000246     FILE STATUS IS WS-EXCLOG-STATUS.
000247     SELECT SM-LEDG-FILE ASSIGN TO "SMLEDGER"
000248     ORGANIZATION IS INDEXED
000249     ACCESS MODE IS RANDOM
000250     RECORD KEY IS SM-LEDG-KEY
000251     FILE STATUS IS WS-LEDG-STATUS.
000252 DATA DIVISION.
000260 FILE SECTION.
000270 FD SM-OUT-FILE.
000280     COPY SMREC.
000330    05 SM-ARCCTL-SM-TOTAL PIC 9(18).
000331 FD SM-EXCLOG-FILE.
000332     COPY SMEXCP.
000333 FD SM-LEDG-FILE.
000334     COPY SMLEDG.
000335 WORKING-STORAGE SECTION.
000336 01 WS-EXCLOG-STATUS PIC XX VALUE SPACES.
000337 01 WS-EXC-SET-ID PIC X(8) VALUE SPACES.
000338 01 WS-EXC-SEVERITY PIC X(1) VALUE 'E'.
000339 01 WS-EXC-MESSAGE PIC X(60) VALUE SPACES.
000340 01 WS-LEDG-STATUS PIC XX VALUE SPACES.
000341 01 WS-LEDG-RESULT PIC X(1) VALUE 'C'.
000342 01 WS-LEDG-REMARK PIC X(40) VALUE SPACES.
000343 01 WS-CAL-EOF PIC X VALUE 'N'.
000350    88 WS-CAL-END-OF-FILE VALUE 'Y'.
000352 01 WS-ARCCTL-STATUS PIC XX VALUE SPACES.
000354 01 WS-ARCCTL-EOF PIC X VALUE 'N'.
000720         MOVE 4 TO RETURN-CODE
000730       END-IF
000740     END-IF
000745     PERFORM 9300-WRITE-LEDGER
000750     STOP RUN.
000760
000761 0050-GET-ARCHIVE-CUTOFF.
001300       WRITE SM-EXC-RECORD
001310       CLOSE SM-EXCLOG-FILE
001320     END-IF.
001330
001340* THE GAP SCAN CERTIFIES ONLY WHEN EVERY EXPECTED PROCESSING DATE
001350* HAS HISTORY, SO A MONTH WITH A HOLE IN IT CANNOT BE CLOSED.
001360 9300-WRITE-LEDGER.
001370     EVALUATE TRUE
001380       WHEN RETURN-CODE > 4
001390         MOVE 'F' TO WS-LEDG-RESULT
001400         MOVE "GAP SCAN FAILED - SEE SMEXCLOG" TO WS-LEDG-REMARK
001410       WHEN WS-GAP-COUNT > 0
001420         MOVE 'F' TO WS-LEDG-RESULT
001430         MOVE SPACES TO WS-LEDG-REMARK
001440         STRING WS-GAP-COUNT " DATES MISSING - SEE SMGAPRPT"
001450           DELIMITED BY SIZE INTO WS-LEDG-REMARK
001460       WHEN OTHER
001470         MOVE 'C' TO WS-LEDG-RESULT
001480         MOVE SPACES TO WS-LEDG-REMARK
001490         STRING WS-EXPECTED-COUNT " DATES COVERED, NO GAPS"
001500           DELIMITED BY SIZE INTO WS-LEDG-REMARK
001510     END-EVALUATE
001520     MOVE WS-TODAY TO SM-LEDG-BUS-DATE
001530     MOVE "P-ONE-GAP" TO SM-LEDG-STEP
001540     MOVE WS-LEDG-RESULT TO SM-LEDG-STATUS
001550     MOVE "P-ONE-GAP" TO SM-LEDG-PROGRAM-ID
001560     MOVE WS-TODAY TO SM-LEDG-RUN-DATE
001570     MOVE WS-RUN-TIME TO SM-LEDG-RUN-TIME
001580     MOVE RETURN-CODE TO SM-LEDG-RETURN-CODE
001590     MOVE 'N' TO SM-LEDG-OVERRIDE
001600     MOVE WS-LEDG-REMARK TO SM-LEDG-REMARK
001610     OPEN I-O SM-LEDG-FILE
001620     IF WS-LEDG-STATUS = "35"
001630       OPEN OUTPUT SM-LEDG-FILE
001640     END-IF
001650     IF WS-LEDG-STATUS NOT = "00"
001660       PERFORM 9310-LOG-LEDGER-FAILURE
001670     ELSE
001680       WRITE SM-LEDG-RECORD
001690         INVALID KEY
001700           REWRITE SM-LEDG-RECORD
001710       END-WRITE
001720       IF WS-LEDG-STATUS NOT = "00"
001730         PERFORM 9310-LOG-LEDGER-FAILURE
001740       END-IF
001750       CLOSE SM-LEDG-FILE
001760     END-IF.
001770
001780 9310-LOG-LEDGER-FAILURE.
001790     DISPLAY "P-ONE-GAP: STEP LEDGER WRITE FAILED - "
001800       "FILE STATUS " WS-LEDG-STATUS
001810     MOVE SPACES TO WS-EXC-SET-ID
001820     MOVE 'E' TO WS-EXC-SEVERITY
001830     MOVE SPACES TO WS-EXC-MESSAGE
001840     STRING "STEP LEDGER WRITE FAILED - FILE STATUS "
001850       WS-LEDG-STATUS DELIMITED BY SIZE INTO WS-EXC-MESSAGE
001860     PERFORM 9000-LOG-EXCEPTION.
