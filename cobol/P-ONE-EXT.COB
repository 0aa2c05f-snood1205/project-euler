000247     SELECT SM-FDCTL-FILE ASSIGN TO "SMFDCTL"
000248     ORGANIZATION IS LINE SEQUENTIAL
000249     FILE STATUS IS WS-FDCTL-STATUS.
000250     SELECT SM-LEDG-FILE ASSIGN TO "SMLEDGER"
000251     ORGANIZATION IS INDEXED
000252     ACCESS MODE IS RANDOM
000253     RECORD KEY IS SM-LEDG-KEY
000254     FILE STATUS IS WS-LEDG-STATUS.
000255     SELECT SM-LGOVR-FILE ASSIGN TO "SMLGOVR"
000256     ORGANIZATION IS LINE SEQUENTIAL
000257     FILE STATUS IS WS-LGOVR-STATUS.
000258 DATA DIVISION.
000260 FILE SECTION.
000270 FD SM-OUT-FILE.
000280     COPY SMREC.
000324     COPY SMEXCP.
000326 FD SM-FDCTL-FILE.
000328     COPY SMFDCT.
000329 FD SM-LEDG-FILE.
000330     COPY SMLEDG.
000331 FD SM-LGOVR-FILE.
000332 01 SM-LGOVR-RECORD.
000333    05 SM-LGOVR-FLAG PIC X(1).
000334 WORKING-STORAGE SECTION.
000335 01 WS-FDCTL-STATUS PIC XX VALUE SPACES.
000336 01 WS-EXCLOG-STATUS PIC XX VALUE SPACES.
000337 01 WS-EXC-SET-ID PIC X(8) VALUE SPACES.
000338 01 WS-EXC-SEVERITY PIC X(1) VALUE 'E'.
000339 01 WS-EXC-MESSAGE PIC X(60) VALUE SPACES.
000340 01 WS-LEDG-STATUS PIC XX VALUE SPACES.
000341 01 WS-LEDG-RESULT PIC X(1) VALUE 'C'.
000342 01 WS-LEDG-REMARK PIC X(40) VALUE SPACES.
000343 01 WS-LEDG-OPEN PIC X VALUE 'N'.
000344    88 WS-LEDG-IS-OPEN VALUE 'Y'.
000345 01 WS-LGOVR-STATUS PIC XX VALUE SPACES.
000346 01 WS-LGOVR-FLAG PIC X VALUE 'N'.
000347    88 WS-PREREQ-IS-OVERRIDDEN VALUE 'Y'.
000348 01 WS-LGOVR-USED PIC X VALUE 'N'.
000349 01 WS-PREREQ-LIST.
000350    05 FILLER PIC X(10) VALUE "P-ONE-CTV".
000351    05 FILLER PIC X(10) VALUE "P-ONE".
000352    05 FILLER PIC X(10) VALUE "P-ONE-REC".
000353 01 WS-PREREQ-TABLE REDEFINES WS-PREREQ-LIST.
000354    05 WS-PREREQ-STEP OCCURS 3 TIMES PIC X(10).
000355 01 WS-PREREQ-COUNT PIC 9(2) VALUE 3.
000356 01 WS-PREREQ-SUB PIC 9(2) VALUE 0.
000357 01 WS-PREREQ-MET PIC X VALUE 'Y'.
000358    88 WS-PREREQS-ARE-MET VALUE 'Y'.
000359 01 WS-PREREQ-OK PIC X VALUE 'N'.
000360    88 WS-PREREQ-IS-CERTIFIED VALUE 'Y'.
000361 01 WS-TRLR-EOF PIC X VALUE 'N'.
000362    88 WS-TRLR-END-OF-FILE VALUE 'Y'.
000363 01 WS-HIST-EOF PIC X VALUE 'N'.
000370    88 WS-HIST-END-OF-FILE VALUE 'Y'.
000380 01 WS-OUT-STATUS PIC XX VALUE SPACES.
000390 01 WS-CURRENT-DATE.
000630 PROCEDURE DIVISION.
000640 P-ONE-EXT-MAIN SECTION.
000650     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
000652     PERFORM 9200-CHECK-PREREQUISITES
000654     IF NOT WS-PREREQS-ARE-MET
000656       MOVE 16 TO RETURN-CODE
000658     ELSE
000660       OPEN INPUT SM-OUT-FILE
000670       IF WS-OUT-STATUS NOT = "00"
000680         DISPLAY "P-ONE-EXT: UNABLE TO OPEN SM HISTORY - "
000690           "FILE STATUS " WS-OUT-STATUS
000692         MOVE SPACES TO WS-EXC-SET-ID
000694         MOVE 'E' TO WS-EXC-SEVERITY
000695         MOVE SPACES TO WS-EXC-MESSAGE
000696         STRING "UNABLE TO OPEN SM HISTORY - FILE STATUS "
000697           WS-OUT-STATUS DELIMITED BY SIZE INTO WS-EXC-MESSAGE
000698         PERFORM 9000-LOG-EXCEPTION
000700         MOVE 12 TO RETURN-CODE
000710       ELSE
000720         PERFORM 0100-LOAD-TRAILER-TABLE
000730         OPEN OUTPUT SM-FEED-FILE
000740         PERFORM 0200-WRITE-HEADER
000750         PERFORM 0300-EXTRACT-HISTORY
000760         PERFORM 0400-WRITE-CONTROL-TRAILER
000765         PERFORM 0450-WRITE-FEED-CONTROL
000770         CLOSE SM-OUT-FILE
000780         CLOSE SM-FEED-FILE
000790       END-IF
000793     END-IF
000796     PERFORM 9300-WRITE-LEDGER
000800     STOP RUN.
000810
000820 0100-LOAD-TRAILER-TABLE.
002043       WRITE SM-EXC-RECORD
002046       CLOSE SM-EXCLOG-FILE
002049     END-IF.
002050
002060* EVERY DECLARED PREREQUISITE STEP MUST HAVE A COMPLETED OR
002070* BYPASSED LEDGER ENTRY FOR THE EXTRACT DATE, SO HISTORY THAT
002080* FAILED RECONCILIATION, OR THAT WAS CHANGED OUTSIDE ITS
002090* SANCTIONED WRITERS, NEVER REACHES THE WAREHOUSE. AN SMLGOVR
002095* CARD CONTAINING Y LETS THE EXTRACT PROCEED ANYWAY.
002100 9200-CHECK-PREREQUISITES.
002110     PERFORM 9210-GET-LEDGER-OVERRIDE
002120     OPEN INPUT SM-LEDG-FILE
002130     IF WS-LEDG-STATUS = "00"
002140       SET WS-LEDG-IS-OPEN TO TRUE
002150     END-IF
002160     PERFORM 9220-CHECK-ONE-PREREQUISITE
002170       VARYING WS-PREREQ-SUB FROM 1 BY 1
002180       UNTIL WS-PREREQ-SUB > WS-PREREQ-COUNT
002190     IF WS-LEDG-IS-OPEN
002200       CLOSE SM-LEDG-FILE
002210       MOVE 'N' TO WS-LEDG-OPEN
002220     END-IF.
002230
002240 9210-GET-LEDGER-OVERRIDE.
002250     OPEN INPUT SM-LGOVR-FILE
002260     IF WS-LGOVR-STATUS = "00"
002270       READ SM-LGOVR-FILE
002280         AT END
002290           CONTINUE
002300         NOT AT END
002310           IF SM-LGOVR-FLAG = 'Y'
002320             SET WS-PREREQ-IS-OVERRIDDEN TO TRUE
002330           END-IF
002340       END-READ
002350       CLOSE SM-LGOVR-FILE
002360     END-IF.
002370
002380 9220-CHECK-ONE-PREREQUISITE.
002390     MOVE 'N' TO WS-PREREQ-OK
002400     IF WS-LEDG-IS-OPEN
002410       MOVE WS-EXTRACT-DATE TO SM-LEDG-BUS-DATE
002420       MOVE WS-PREREQ-STEP(WS-PREREQ-SUB) TO SM-LEDG-STEP
002430       READ SM-LEDG-FILE
002440         INVALID KEY
002450           CONTINUE
002460         NOT INVALID KEY
002470           IF SM-LEDG-IS-COMPLETED OR SM-LEDG-IS-BYPASSED
002480             SET WS-PREREQ-IS-CERTIFIED TO TRUE
002490           END-IF
002500       END-READ
002510     END-IF
002520     IF NOT WS-PREREQ-IS-CERTIFIED
002530       MOVE SPACES TO WS-EXC-SET-ID
002540       MOVE SPACES TO WS-EXC-MESSAGE
002550       IF WS-PREREQ-IS-OVERRIDDEN
002560         MOVE 'Y' TO WS-LGOVR-USED
002570         DISPLAY "P-ONE-EXT: PREREQUISITE "
002580           WS-PREREQ-STEP(WS-PREREQ-SUB) " NOT CERTIFIED FOR "
002590           WS-EXTRACT-DATE " - RUN UNDER OPERATOR OVERRIDE"
002600         MOVE 'W' TO WS-EXC-SEVERITY
002610         STRING "PREREQUISITE " WS-PREREQ-STEP(WS-PREREQ-SUB)
002620           " NOT CERTIFIED - RUN UNDER OVERRIDE"
002630           DELIMITED BY SIZE INTO WS-EXC-MESSAGE
002640       ELSE
002650         MOVE 'N' TO WS-PREREQ-MET
002660         DISPLAY "P-ONE-EXT: PREREQUISITE "
002670           WS-PREREQ-STEP(WS-PREREQ-SUB) " NOT CERTIFIED FOR "
002680           WS-EXTRACT-DATE " - RUN REFUSED, SUPPLY SMLGOVR"
002690           " OVERRIDE OR RERUN THE PREREQUISITE"
002700         MOVE 'F' TO WS-EXC-SEVERITY
002710         STRING "PREREQUISITE " WS-PREREQ-STEP(WS-PREREQ-SUB)
002720           " NOT CERTIFIED - RUN REFUSED"
002730           DELIMITED BY SIZE INTO WS-EXC-MESSAGE
002740       END-IF
002750       PERFORM 9000-LOG-EXCEPTION
002760     END-IF.
002770
002780 9300-WRITE-LEDGER.
002790     EVALUATE TRUE
002800       WHEN NOT WS-PREREQS-ARE-MET
002810         MOVE 'F' TO WS-LEDG-RESULT
002820         MOVE "PREREQUISITES NOT CERTIFIED - REFUSED"
002830           TO WS-LEDG-REMARK
002840       WHEN RETURN-CODE >= 8
002850         MOVE 'F' TO WS-LEDG-RESULT
002860         MOVE "EXTRACT FAILED - SEE SMEXCLOG" TO WS-LEDG-REMARK
002870       WHEN OTHER
002880         MOVE 'C' TO WS-LEDG-RESULT
002890         MOVE SPACES TO WS-LEDG-REMARK
002900         STRING WS-DETAIL-COUNT " DETAIL ROWS EXTRACTED"
002910           DELIMITED BY SIZE INTO WS-LEDG-REMARK
002920     END-EVALUATE
002930     MOVE WS-EXTRACT-DATE TO SM-LEDG-BUS-DATE
002940     MOVE "P-ONE-EXT" TO SM-LEDG-STEP
002950     MOVE WS-LEDG-RESULT TO SM-LEDG-STATUS
002960     MOVE "P-ONE-EXT" TO SM-LEDG-PROGRAM-ID
002970     MOVE WS-EXTRACT-DATE TO SM-LEDG-RUN-DATE
002980     MOVE WS-RUN-TIME TO SM-LEDG-RUN-TIME
002990     MOVE RETURN-CODE TO SM-LEDG-RETURN-CODE
003000     MOVE WS-LGOVR-USED TO SM-LEDG-OVERRIDE
003010     MOVE WS-LEDG-REMARK TO SM-LEDG-REMARK
003020     OPEN I-O SM-LEDG-FILE
003030     IF WS-LEDG-STATUS = "35"
003040       OPEN OUTPUT SM-LEDG-FILE
003050     END-IF
003060     IF WS-LEDG-STATUS NOT = "00"
003070       PERFORM 9310-LOG-LEDGER-FAILURE
003080     ELSE
003090       WRITE SM-LEDG-RECORD
003100         INVALID KEY
003110           REWRITE SM-LEDG-RECORD
003120       END-WRITE
003130       IF WS-LEDG-STATUS NOT = "00"
003140         PERFORM 9310-LOG-LEDGER-FAILURE
003150       END-IF
003160       CLOSE SM-LEDG-FILE
003170     END-IF.
003180
003190 9310-LOG-LEDGER-FAILURE.
003200     DISPLAY "P-ONE-EXT: STEP LEDGER WRITE FAILED - "
003210       "FILE STATUS " WS-LEDG-STATUS
003220     MOVE SPACES TO WS-EXC-SET-ID
003230     MOVE 'E' TO WS-EXC-SEVERITY
003240     MOVE SPACES TO WS-EXC-MESSAGE
003250     STRING "STEP LEDGER WRITE FAILED - FILE STATUS "
003260       WS-LEDG-STATUS DELIMITED BY SIZE INTO WS-EXC-MESSAGE
003270     PERFORM 9000-LOG-EXCEPTION.
