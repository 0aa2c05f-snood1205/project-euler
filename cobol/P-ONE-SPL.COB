000152     SELECT SM-EXCLOG-FILE ASSIGN TO "SMEXCLOG"
000154     ORGANIZATION IS LINE SEQUENTIAL
000156     FILE STATUS IS WS-EXCLOG-STATUS.
000157     SELECT SM-LEDG-FILE ASSIGN TO "SMLEDGER"
000158     ORGANIZATION IS INDEXED
000159     ACCESS MODE IS RANDOM
000160     RECORD KEY IS SM-LEDG-KEY
000161     FILE STATUS IS WS-LEDG-STATUS.
000162     SELECT SM-RSTCTL-FILE ASSIGN TO "SMRSTCTL"
000163     ORGANIZATION IS LINE SEQUENTIAL
000164     FILE STATUS IS WS-RSTCTL-STATUS.
000165 DATA DIVISION.
000170 FILE SECTION.
000180 FD SM-PARM-FILE.
000190     COPY SMPARM.
000260     COPY SMCAL.
000262 FD SM-EXCLOG-FILE.
000264     COPY SMEXCP.
000266 FD SM-LEDG-FILE.
000268     COPY SMLEDG.
000269 FD SM-RSTCTL-FILE.
000270     COPY SMRSTC.
000271 WORKING-STORAGE SECTION.
000280 01 WS-CURRENT-DATE.
000290    05 WS-RUN-DATE PIC 9(8).
000292    05 WS-RUN-TIME PIC 9(6).
000304 01 WS-EXC-SET-ID PIC X(8) VALUE SPACES.
000306 01 WS-EXC-SEVERITY PIC X(1) VALUE 'E'.
000308 01 WS-EXC-MESSAGE PIC X(60) VALUE SPACES.
000309 01 WS-LEDG-STATUS PIC XX VALUE SPACES.
000310 01 WS-LEDG-RESULT PIC X(1) VALUE 'C'.
000311 01 WS-LEDG-REMARK PIC X(40) VALUE SPACES.
000312 01 WS-CAL-STATUS PIC XX VALUE SPACES.
000314 01 WS-RSTCTL-STATUS PIC XX VALUE SPACES.
000316 01 WS-RESTORE-PENDING PIC X VALUE 'N'.
000318    88 WS-RESTORE-IS-PENDING VALUE 'Y'.
000320 01 WS-CAL-EOF PIC X VALUE 'N'.
000330    88 WS-CAL-END-OF-FILE VALUE 'Y'.
000340 01 WS-CAL-SKIP PIC X VALUE 'N'.
000590       CLOSE SM-SLICE-FILE
000595       MOVE 4 TO RETURN-CODE
000600     ELSE
000605       PERFORM 0060-CHECK-RESTORE-CONTROL
000610       PERFORM 0100-GET-PARTITION-COUNT
000620       PERFORM 0200-LOAD-ELIGIBLE-SETS
000622       IF WS-RESTORE-IS-PENDING
000624         MOVE 16 TO RETURN-CODE
000626       ELSE
000630         IF WS-PARTITIONS = 0
000640           DISPLAY "P-ONE-SPL: PARTITION COUNT MISSING OR ZERO"
000642           MOVE SPACES TO WS-EXC-SET-ID
000644           MOVE 'F' TO WS-EXC-SEVERITY
000646           MOVE "PARTITION COUNT MISSING OR ZERO"
000648             TO WS-EXC-MESSAGE
000649           PERFORM 9000-LOG-EXCEPTION
000650           MOVE 16 TO RETURN-CODE
000660         ELSE
000670           IF NOT WS-ELIGIBLE-SET-FOUND
000680             DISPLAY "P-ONE-SPL: NO RUN-ELIGIBLE PARAMETER "
000690               "SET IN SMPARM"
000692             MOVE SPACES TO WS-EXC-SET-ID
000694             MOVE 'F' TO WS-EXC-SEVERITY
000696             MOVE "NO RUN-ELIGIBLE PARAMETER SET IN SMPARM"
000698               TO WS-EXC-MESSAGE
000699             PERFORM 9000-LOG-EXCEPTION
000700             MOVE 16 TO RETURN-CODE
000710           ELSE
000720             PERFORM 0300-WRITE-SLICES
000730           END-IF
000740         END-IF
000745       END-IF
000750     END-IF
000752     IF RETURN-CODE NOT = 0
000754       PERFORM 9300-WRITE-LEDGER
000756     END-IF
000760     STOP RUN.
000770
000780 0050-CHECK-CALENDAR.
000950       CLOSE SM-CAL-FILE
000960     END-IF.
000970
000971* A RESTORE OF THE SM DATASETS LEAVES THE CONTROL RECORD HELD
000972* UNTIL P-ONE-RSV HAS VERIFIED IT. NO CONTROL RECORD MEANS NO
000973* RESTORE IS OUTSTANDING.
000974 0060-CHECK-RESTORE-CONTROL.
000975     OPEN INPUT SM-RSTCTL-FILE
000976     IF WS-RSTCTL-STATUS = "00"
000977       READ SM-RSTCTL-FILE
000978         AT END
000979           CONTINUE
000980         NOT AT END
000981           IF SM-RSTCTL-IS-HELD OR SM-RSTCTL-IS-FAILED
000982             SET WS-RESTORE-IS-PENDING TO TRUE
000983             DISPLAY "P-ONE-SPL: RESTORE OF "
000984               SM-RSTCTL-BACKUP-DATE " NOT VERIFIED - RUN REFUSED"
000985             MOVE SPACES TO WS-EXC-SET-ID
000986             MOVE 'F' TO WS-EXC-SEVERITY
000987             MOVE "RESTORE NOT VERIFIED - RUN REFUSED"
000988               TO WS-EXC-MESSAGE
000989             PERFORM 9000-LOG-EXCEPTION
000990           END-IF
000991       END-READ
000992       CLOSE SM-RSTCTL-FILE
000993     END-IF.
000994
000995 0100-GET-PARTITION-COUNT.
000996     OPEN INPUT SM-SPLCTL-FILE
001000     PERFORM UNTIL WS-CTL-END-OF-FILE
001010       READ SM-SPLCTL-FILE
001020         AT END SET WS-CTL-END-OF-FILE TO TRUE
001890       WRITE SM-EXC-RECORD
001900       CLOSE SM-EXCLOG-FILE
001910     END-IF.
001920
001930* WHEN THE PARTITIONED STREAM STOPS HERE THE CONSOLIDATION NEVER
001940* RUNS, SO THE SPLIT RECORDS STEP P-ONE IN THE LEDGER ITSELF -
001950* BYPASSED ON A NON-PROCESSING DAY, FAILED OTHERWISE. A GOOD
001960* SPLIT LEAVES THE ENTRY TO P-ONE-CON.
001970 9300-WRITE-LEDGER.
001980     IF WS-CAL-SKIP-RUN
001990       MOVE 'B' TO WS-LEDG-RESULT
002000       MOVE "NOT A PROCESSING DAY - NO SETS RUN" TO WS-LEDG-REMARK
002010     ELSE
002020       MOVE 'F' TO WS-LEDG-RESULT
002022       IF WS-RESTORE-IS-PENDING
002024         MOVE "RESTORE NOT VERIFIED - RUN REFUSED"
002026           TO WS-LEDG-REMARK
002028       ELSE
002030         MOVE "PARTITION SPLIT FAILED - SEE SMEXCLOG"
002040           TO WS-LEDG-REMARK
002045       END-IF
002050     END-IF
002060     MOVE WS-RUN-DATE TO SM-LEDG-BUS-DATE
002070     MOVE "P-ONE" TO SM-LEDG-STEP
002080     MOVE WS-LEDG-RESULT TO SM-LEDG-STATUS
002090     MOVE "P-ONE-SPL" TO SM-LEDG-PROGRAM-ID
002100     MOVE WS-RUN-DATE TO SM-LEDG-RUN-DATE
002110     MOVE WS-RUN-TIME TO SM-LEDG-RUN-TIME
002120     MOVE RETURN-CODE TO SM-LEDG-RETURN-CODE
002130     MOVE 'N' TO SM-LEDG-OVERRIDE
002140     MOVE WS-LEDG-REMARK TO SM-LEDG-REMARK
002150     OPEN I-O SM-LEDG-FILE
002160     IF WS-LEDG-STATUS = "35"
002170       OPEN OUTPUT SM-LEDG-FILE
002180     END-IF
002190     IF WS-LEDG-STATUS NOT = "00"
002200       PERFORM 9310-LOG-LEDGER-FAILURE
002210     ELSE
002220       WRITE SM-LEDG-RECORD
002230         INVALID KEY
002240           REWRITE SM-LEDG-RECORD
002250       END-WRITE
002260       IF WS-LEDG-STATUS NOT = "00"
002270         PERFORM 9310-LOG-LEDGER-FAILURE
002280       END-IF
002290       CLOSE SM-LEDG-FILE
002300     END-IF.
002310
002320 9310-LOG-LEDGER-FAILURE.
002330     DISPLAY "P-ONE-SPL: STEP LEDGER WRITE FAILED - "
002340       "FILE STATUS " WS-LEDG-STATUS
002350     MOVE SPACES TO WS-EXC-SET-ID
002360     MOVE 'E' TO WS-EXC-SEVERITY
002370     MOVE SPACES TO WS-EXC-MESSAGE
002380     STRING "STEP LEDGER WRITE FAILED - FILE STATUS "
002390       WS-LEDG-STATUS DELIMITED BY SIZE INTO WS-EXC-MESSAGE
002400     PERFORM 9000-LOG-EXCEPTION.
