000242     SELECT SM-EXCLOG-FILE ASSIGN TO "SMEXCLOG"
000244     ORGANIZATION IS LINE SEQUENTIAL
000246     FILE STATUS IS WS-EXCLOG-STATUS.
000247     SELECT SM-LEDG-FILE ASSIGN TO "SMLEDGER"
000248     ORGANIZATION IS INDEXED
000249     ACCESS MODE IS RANDOM
000250     RECORD KEY IS SM-LEDG-KEY
000251     FILE STATUS IS WS-LEDG-STATUS.
000252     SELECT SM-LGOVR-FILE ASSIGN TO "SMLGOVR"
000253     ORGANIZATION IS LINE SEQUENTIAL
000254     FILE STATUS IS WS-LGOVR-STATUS.
000255 DATA DIVISION.
000260 FILE SECTION.
000270 FD SM-OUT-FILE.
000280     COPY SMREC.
000320 01 SM-RECON-RECORD PIC X(80).
000322 FD SM-EXCLOG-FILE.
000324     COPY SMEXCP.
000325 FD SM-LEDG-FILE.
000326     COPY SMLEDG.
000327 FD SM-LGOVR-FILE.
000328 01 SM-LGOVR-RECORD.
000329    05 SM-LGOVR-FLAG PIC X(1).
000330 WORKING-STORAGE SECTION.
000331 01 WS-CURRENT-DATE.
000332    05 WS-RUN-DATE PIC 9(8).
000336 01 WS-EXC-SET-ID PIC X(8) VALUE SPACES.
000337 01 WS-EXC-SEVERITY PIC X(1) VALUE 'E'.
000338 01 WS-EXC-MESSAGE PIC X(60) VALUE SPACES.
000339 01 WS-LEDG-STATUS PIC XX VALUE SPACES.
000340 01 WS-LEDG-RESULT PIC X(1) VALUE 'C'.
000341 01 WS-LEDG-REMARK PIC X(40) VALUE SPACES.
000342 01 WS-LEDG-OPEN PIC X VALUE 'N'.
000343    88 WS-LEDG-IS-OPEN VALUE 'Y'.
000344 01 WS-LGOVR-STATUS PIC XX VALUE SPACES.
000345 01 WS-LGOVR-FLAG PIC X VALUE 'N'.
000346    88 WS-PREREQ-IS-OVERRIDDEN VALUE 'Y'.
000347 01 WS-LGOVR-USED PIC X VALUE 'N'.
000348 01 WS-PREREQ-LIST.
000349    05 FILLER PIC X(10) VALUE "P-ONE".
000350 01 WS-PREREQ-TABLE REDEFINES WS-PREREQ-LIST.
000351    05 WS-PREREQ-STEP OCCURS 1 TIMES PIC X(10).
000352 01 WS-PREREQ-COUNT PIC 9(2) VALUE 1.
000353 01 WS-PREREQ-SUB PIC 9(2) VALUE 0.
000354 01 WS-PREREQ-MET PIC X VALUE 'Y'.
000355    88 WS-PREREQS-ARE-MET VALUE 'Y'.
000356 01 WS-PREREQ-OK PIC X VALUE 'N'.
000357    88 WS-PREREQ-IS-CERTIFIED VALUE 'Y'.
000358 01 WS-TRLR-EOF PIC X VALUE 'N'.
000359    88 WS-TRLR-END-OF-FILE VALUE 'Y'.
000360 01 WS-SCAN-EOF PIC X VALUE 'N'.
000370    88 WS-SCAN-END-OF-FILE VALUE 'Y'.
000380 01 WS-OUT-STATUS PIC XX VALUE SPACES.
000860 PROCEDURE DIVISION.
000870 P-ONE-REC-MAIN SECTION.
000875     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
000876     PERFORM 9200-CHECK-PREREQUISITES
000877     IF NOT WS-PREREQS-ARE-MET
000878       MOVE 16 TO RETURN-CODE
000879     ELSE
000880       OPEN INPUT SM-TRLR-FILE
000890       OPEN INPUT SM-OUT-FILE
000900       IF WS-OUT-STATUS NOT = "00"
000902         DISPLAY "P-ONE-REC: UNABLE TO OPEN SM HISTORY - "
000903           "FILE STATUS " WS-OUT-STATUS
000904         MOVE SPACES TO WS-EXC-SET-ID
000905         MOVE 'E' TO WS-EXC-SEVERITY
000906         MOVE SPACES TO WS-EXC-MESSAGE
000907         STRING "UNABLE TO OPEN SM HISTORY - FILE STATUS "
000908           WS-OUT-STATUS DELIMITED BY SIZE INTO WS-EXC-MESSAGE
000909         PERFORM 9000-LOG-EXCEPTION
000910         CLOSE SM-TRLR-FILE
000911         MOVE 12 TO RETURN-CODE
000912       ELSE
000913         OPEN OUTPUT SM-RECON-FILE
000914         PERFORM 0100-PROCESS-TRAILERS
000920         PERFORM 0500-SCAN-HISTORY
000930         PERFORM 0600-WRITE-SUMMARY
000940         CLOSE SM-TRLR-FILE
000950         CLOSE SM-OUT-FILE
000960         CLOSE SM-RECON-FILE
000970         IF WS-ERROR-COUNT > 0
000975           PERFORM 0650-LOG-DISCREPANCY-COUNT
000980           MOVE 8 TO RETURN-CODE
000990         END-IF
000992       END-IF
000994     END-IF
000996     PERFORM 9300-WRITE-LEDGER
001000     STOP RUN.
001010
001020 0100-PROCESS-TRAILERS.
002980       WRITE SM-EXC-RECORD
002990       CLOSE SM-EXCLOG-FILE
003000     END-IF.
003010
003020* THE DAILY COMPUTATION MUST BE CERTIFIED IN THE STEP LEDGER
003030* FOR THE RUN DATE BEFORE ITS TRAILERS ARE RECONCILED. AN
003040* SMLGOVR CARD CONTAINING Y LETS THE RECONCILIATION PROCEED.
003050 9200-CHECK-PREREQUISITES.
003060     PERFORM 9210-GET-LEDGER-OVERRIDE
003070     OPEN INPUT SM-LEDG-FILE
003080     IF WS-LEDG-STATUS = "00"
003090       SET WS-LEDG-IS-OPEN TO TRUE
003100     END-IF
003110     PERFORM 9220-CHECK-ONE-PREREQUISITE
003120       VARYING WS-PREREQ-SUB FROM 1 BY 1
003130       UNTIL WS-PREREQ-SUB > WS-PREREQ-COUNT
003140     IF WS-LEDG-IS-OPEN
003150       CLOSE SM-LEDG-FILE
003160       MOVE 'N' TO WS-LEDG-OPEN
003170     END-IF.
003180
003190 9210-GET-LEDGER-OVERRIDE.
003200     OPEN INPUT SM-LGOVR-FILE
003210     IF WS-LGOVR-STATUS = "00"
003220       READ SM-LGOVR-FILE
003230         AT END
003240           CONTINUE
003250         NOT AT END
003260           IF SM-LGOVR-FLAG = 'Y'
003270             SET WS-PREREQ-IS-OVERRIDDEN TO TRUE
003280           END-IF
003290       END-READ
003300       CLOSE SM-LGOVR-FILE
003310     END-IF.
003320
003330 9220-CHECK-ONE-PREREQUISITE.
003340     MOVE 'N' TO WS-PREREQ-OK
003350     IF WS-LEDG-IS-OPEN
003360       MOVE WS-RUN-DATE TO SM-LEDG-BUS-DATE
003370       MOVE WS-PREREQ-STEP(WS-PREREQ-SUB) TO SM-LEDG-STEP
003380       READ SM-LEDG-FILE
003390         INVALID KEY
003400           CONTINUE
003410         NOT INVALID KEY
003420           IF SM-LEDG-IS-COMPLETED OR SM-LEDG-IS-BYPASSED
003430             SET WS-PREREQ-IS-CERTIFIED TO TRUE
003440           END-IF
003450       END-READ
003460     END-IF
003470     IF NOT WS-PREREQ-IS-CERTIFIED
003480       MOVE SPACES TO WS-EXC-SET-ID
003490       MOVE SPACES TO WS-EXC-MESSAGE
003500       IF WS-PREREQ-IS-OVERRIDDEN
003510         MOVE 'Y' TO WS-LGOVR-USED
003520         DISPLAY "P-ONE-REC: PREREQUISITE "
003530           WS-PREREQ-STEP(WS-PREREQ-SUB) " NOT CERTIFIED FOR "
003540           WS-RUN-DATE " - RUN UNDER OPERATOR OVERRIDE"
003550         MOVE 'W' TO WS-EXC-SEVERITY
003560         STRING "PREREQUISITE " WS-PREREQ-STEP(WS-PREREQ-SUB)
003570           " NOT CERTIFIED - RUN UNDER OVERRIDE"
003580           DELIMITED BY SIZE INTO WS-EXC-MESSAGE
003590       ELSE
003600         MOVE 'N' TO WS-PREREQ-MET
003610         DISPLAY "P-ONE-REC: PREREQUISITE "
003620           WS-PREREQ-STEP(WS-PREREQ-SUB) " NOT CERTIFIED FOR "
003630           WS-RUN-DATE " - RUN REFUSED, SUPPLY SMLGOVR"
003640           " OVERRIDE OR RERUN THE PREREQUISITE"
003650         MOVE 'F' TO WS-EXC-SEVERITY
003660         STRING "PREREQUISITE " WS-PREREQ-STEP(WS-PREREQ-SUB)
003670           " NOT CERTIFIED - RUN REFUSED"
003680           DELIMITED BY SIZE INTO WS-EXC-MESSAGE
003690       END-IF
003700       PERFORM 9000-LOG-EXCEPTION
003710     END-IF.
003720
003730 9300-WRITE-LEDGER.
003740     EVALUATE TRUE
003750       WHEN NOT WS-PREREQS-ARE-MET
003760         MOVE 'F' TO WS-LEDG-RESULT
003770         MOVE "PREREQUISITES NOT CERTIFIED - REFUSED"
003780           TO WS-LEDG-REMARK
003790       WHEN RETURN-CODE > 8
003800         MOVE 'F' TO WS-LEDG-RESULT
003810         MOVE "RECONCILIATION FAILED - SEE SMEXCLOG"
003820           TO WS-LEDG-REMARK
003830       WHEN RETURN-CODE = 8
003840         MOVE 'F' TO WS-LEDG-RESULT
003850         MOVE SPACES TO WS-LEDG-REMARK
003860         STRING WS-ERROR-COUNT " DISCREPANCIES - SEE SMRECON"
003870           DELIMITED BY SIZE INTO WS-LEDG-REMARK
003880       WHEN OTHER
003890         MOVE 'C' TO WS-LEDG-RESULT
003900         MOVE SPACES TO WS-LEDG-REMARK
003910         STRING WS-TRLR-COUNT " TRAILERS RECONCILED CLEAN"
003920           DELIMITED BY SIZE INTO WS-LEDG-REMARK
003930     END-EVALUATE
003940     MOVE WS-RUN-DATE TO SM-LEDG-BUS-DATE
003950     MOVE "P-ONE-REC" TO SM-LEDG-STEP
003960     MOVE WS-LEDG-RESULT TO SM-LEDG-STATUS
003970     MOVE "P-ONE-REC" TO SM-LEDG-PROGRAM-ID
003980     MOVE WS-RUN-DATE TO SM-LEDG-RUN-DATE
003990     MOVE WS-RUN-TIME TO SM-LEDG-RUN-TIME
004000     MOVE RETURN-CODE TO SM-LEDG-RETURN-CODE
004010     MOVE WS-LGOVR-USED TO SM-LEDG-OVERRIDE
004020     MOVE WS-LEDG-REMARK TO SM-LEDG-REMARK
004030     OPEN I-O SM-LEDG-FILE
004040     IF WS-LEDG-STATUS = "35"
004050       OPEN OUTPUT SM-LEDG-FILE
004060     END-IF
004070     IF WS-LEDG-STATUS NOT = "00"
004080       PERFORM 9310-LOG-LEDGER-FAILURE
004090     ELSE
004100       WRITE SM-LEDG-RECORD
004110         INVALID KEY
004120           REWRITE SM-LEDG-RECORD
004130       END-WRITE
004140       IF WS-LEDG-STATUS NOT = "00"
004150         PERFORM 9310-LOG-LEDGER-FAILURE
004160       END-IF
004170       CLOSE SM-LEDG-FILE
004180     END-IF.
004190
004200 9310-LOG-LEDGER-FAILURE.
004210     DISPLAY "P-ONE-REC: STEP LEDGER WRITE FAILED - "
004220       "FILE STATUS " WS-LEDG-STATUS
004230     MOVE SPACES TO WS-EXC-SET-ID
004240     MOVE 'E' TO WS-EXC-SEVERITY
004250     MOVE SPACES TO WS-EXC-MESSAGE
004260     STRING "STEP LEDGER WRITE FAILED - FILE STATUS "
004270       WS-LEDG-STATUS DELIMITED BY SIZE INTO WS-EXC-MESSAGE
004280     PERFORM 9000-LOG-EXCEPTION.
