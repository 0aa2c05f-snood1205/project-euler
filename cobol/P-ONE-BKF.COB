000100* P-ONE-BKF.COB
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID. P-ONE-BKF.
000130 ENVIRONMENT DIVISION.
000140 INPUT-OUTPUT SECTION.
000150 FILE-CONTROL.
000160     SELECT SM-BKFCRD-FILE ASSIGN TO "SMBKFCRD"
000170     ORGANIZATION IS LINE SEQUENTIAL
000180     FILE STATUS IS WS-BKFCRD-STATUS.
000190     SELECT SM-GAP-FILE ASSIGN TO "SMGAPRPT"
000200     ORGANIZATION IS LINE SEQUENTIAL
000210     FILE STATUS IS WS-GAP-STATUS.
000220     SELECT SM-OUT-FILE ASSIGN TO "SMOUT"
000230     ORGANIZATION IS INDEXED
000240     ACCESS MODE IS RANDOM
000250     RECORD KEY IS SM-OUT-KEY
000260     FILE STATUS IS WS-OUT-STATUS.
000270     SELECT SM-PARM-FILE ASSIGN TO "SMPARM"
000280     ORGANIZATION IS LINE SEQUENTIAL
000290     FILE STATUS IS WS-PARM-STATUS.
000300     SELECT SM-AUDIT-FILE ASSIGN TO "SMAUDIT"
000310     ORGANIZATION IS LINE SEQUENTIAL
000320     FILE STATUS IS WS-AUDIT-STATUS.
000330     SELECT SM-TRLR-FILE ASSIGN TO "SMTRLR"
000340     ORGANIZATION IS LINE SEQUENTIAL
000350     FILE STATUS IS WS-TRLR-STATUS.
000360     SELECT SM-CAL-FILE ASSIGN TO "SMCAL"
000370     ORGANIZATION IS LINE SEQUENTIAL
000380     FILE STATUS IS WS-CAL-STATUS.
000390     SELECT SM-MSUM-FILE ASSIGN TO "SMMSUM"
000400     ORGANIZATION IS INDEXED
000410     ACCESS MODE IS RANDOM
000420     RECORD KEY IS SM-MSUM-KEY
000430     FILE STATUS IS WS-MSUM-STATUS.
000440     SELECT SM-ARCCTL-FILE ASSIGN TO "SMARCCTL"
000450     ORGANIZATION IS LINE SEQUENTIAL
000460     FILE STATUS IS WS-ARCCTL-STATUS.
000470     SELECT SM-STATS-FILE ASSIGN TO "SMSTATS"
000480     ORGANIZATION IS LINE SEQUENTIAL
000490     FILE STATUS IS WS-STAT-STATUS.
000500     SELECT SM-BKFRPT-FILE ASSIGN TO "SMBKFRPT"
000510     ORGANIZATION IS LINE SEQUENTIAL.
000520     SELECT SM-EXCLOG-FILE ASSIGN TO "SMEXCLOG"
000530     ORGANIZATION IS LINE SEQUENTIAL
000540     FILE STATUS IS WS-EXCLOG-STATUS.
000550     SELECT SM-LEDG-FILE ASSIGN TO "SMLEDGER"
000560     ORGANIZATION IS INDEXED
000570     ACCESS MODE IS RANDOM
000580     RECORD KEY IS SM-LEDG-KEY
000590     FILE STATUS IS WS-LEDG-STATUS.
000592     SELECT SM-CTLR-FILE ASSIGN TO "SMCTLREG"
000594     ORGANIZATION IS LINE SEQUENTIAL
000596     FILE STATUS IS WS-CTLR-STATUS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD SM-BKFCRD-FILE.
000630 01 SM-BKFCRD-RECORD.
000640    05 SM-BKFCRD-RUN-DATE PIC X(8).
000650    05 SM-BKFCRD-SET-ID PIC X(8).
000660 FD SM-GAP-FILE.
000670 01 SM-GAP-RECORD PIC X(80).
000680 FD SM-OUT-FILE.
000690     COPY SMREC.
000700 FD SM-PARM-FILE.
000710     COPY SMPARM.
000720 FD SM-AUDIT-FILE.
000730     COPY SMAUDT.
000740 FD SM-TRLR-FILE.
000750     COPY SMTRLR.
000760 FD SM-CAL-FILE.
000770     COPY SMCAL.
000780 FD SM-MSUM-FILE.
000790     COPY SMMSUM.
000800 FD SM-ARCCTL-FILE.
000810 01 SM-ARCCTL-RECORD.
000820    05 SM-ARCCTL-RUN-DATE PIC 9(8).
000830    05 SM-ARCCTL-CUTOFF-DATE PIC 9(8).
000840    05 SM-ARCCTL-LOW-DATE PIC 9(8).
000850    05 SM-ARCCTL-HIGH-DATE PIC 9(8).
000860    05 SM-ARCCTL-HIST-COUNT PIC 9(9).
000870    05 SM-ARCCTL-TRLR-COUNT PIC 9(9).
000880    05 SM-ARCCTL-SM-TOTAL PIC 9(18).
000890 FD SM-STATS-FILE.
000900     COPY SMSTAT.
000910 FD SM-BKFRPT-FILE.
000920 01 SM-BKFRPT-RECORD PIC X(90).
000930 FD SM-EXCLOG-FILE.
000940     COPY SMEXCP.
000950 FD SM-LEDG-FILE.
000960     COPY SMLEDG.
000963 FD SM-CTLR-FILE.
000966     COPY SMCTLR.
000970 WORKING-STORAGE SECTION.
000980 01 WS-BKFCRD-STATUS PIC XX VALUE SPACES.
000990 01 WS-GAP-STATUS PIC XX VALUE SPACES.
001000 01 WS-OUT-STATUS PIC XX VALUE SPACES.
001010 01 WS-PARM-STATUS PIC XX VALUE SPACES.
001020 01 WS-AUDIT-STATUS PIC XX VALUE SPACES.
001030 01 WS-TRLR-STATUS PIC XX VALUE SPACES.
001040 01 WS-CAL-STATUS PIC XX VALUE SPACES.
001050 01 WS-MSUM-STATUS PIC XX VALUE SPACES.
001060 01 WS-ARCCTL-STATUS PIC XX VALUE SPACES.
001070 01 WS-STAT-STATUS PIC XX VALUE SPACES.
001080 01 WS-EXCLOG-STATUS PIC XX VALUE SPACES.
001090 01 WS-EXC-SET-ID PIC X(8) VALUE SPACES.
001100 01 WS-EXC-SEVERITY PIC X(1) VALUE 'E'.
001110 01 WS-EXC-MESSAGE PIC X(60) VALUE SPACES.
001120 01 WS-LEDG-STATUS PIC XX VALUE SPACES.
001130 01 WS-LEDG-REMARK PIC X(40) VALUE SPACES.
001140 01 WS-CURRENT-DATE.
001150    05 WS-TODAY PIC 9(8).
001160    05 WS-RUN-TIME PIC 9(6).
001170    05 FILLER PIC X(7).
001180 01 WS-BKFCRD-EOF PIC X VALUE 'N'.
001190    88 WS-BKFCRD-END-OF-FILE VALUE 'Y'.
001200 01 WS-GAP-EOF PIC X VALUE 'N'.
001210    88 WS-GAP-END-OF-FILE VALUE 'Y'.
001220 01 WS-PARM-EOF PIC X VALUE 'N'.
001230    88 WS-PARM-END-OF-FILE VALUE 'Y'.
001240 01 WS-AUDIT-EOF PIC X VALUE 'N'.
001250    88 WS-AUDIT-END-OF-FILE VALUE 'Y'.
001260 01 WS-TRLR-EOF PIC X VALUE 'N'.
001270    88 WS-TRLR-END-OF-FILE VALUE 'Y'.
001280 01 WS-CAL-EOF PIC X VALUE 'N'.
001290    88 WS-CAL-END-OF-FILE VALUE 'Y'.
001300 01 WS-ARCCTL-EOF PIC X VALUE 'N'.
001310    88 WS-ARCCTL-END-OF-FILE VALUE 'Y'.
001320 01 WS-ARCHIVE-CUTOFF PIC 9(8) VALUE 0.
001330 01 WS-STAT-START.
001340    05 WS-STAT-START-DATE PIC 9(8).
001350    05 WS-STAT-START-TIME.
001360       10 WS-STAT-START-HH PIC 9(2).
001370       10 WS-STAT-START-MM PIC 9(2).
001380       10 WS-STAT-START-SS PIC 9(2).
001390    05 FILLER PIC X(7).
001400 01 WS-STAT-END.
001410    05 WS-STAT-END-DATE PIC 9(8).
001420    05 WS-STAT-END-TIME.
001430       10 WS-STAT-END-HH PIC 9(2).
001440       10 WS-STAT-END-MM PIC 9(2).
001450       10 WS-STAT-END-SS PIC 9(2).
001460    05 FILLER PIC X(7).
001470 01 WS-ELAPSED-WORK PIC S9(9) VALUE 0.
001480 01 WS-ELAPSED-SECS PIC 9(9) VALUE 0.
001490 01 CT PIC 9(9) VALUE 0.
001500 01 SM PIC 9(15) VALUE 0.
001510 01 WS-LOOP-BOUND PIC 9(9) VALUE 0.
001520 01 WS-DIVISOR-TABLE.
001530    05 WS-DIVISOR OCCURS 5 TIMES PIC 9(4).
001540 01 WS-DIVISOR-COUNT PIC 9(1) VALUE 2.
001550 01 WS-DIV-SUB PIC 9(1) VALUE 0.
001560 01 WS-DIV-HIT PIC 9(1) VALUE 0.
001570 01 WS-HIT-COUNT-TABLE.
001580    05 WS-HIT-COUNT OCCURS 5 TIMES PIC 9(9).
001590 01 WS-LAST-CT-TABLE.
001600    05 WS-LAST-CT OCCURS 5 TIMES PIC 9(9).
001610 01 WS-PARM-SET-ID PIC X(8) VALUE SPACES.
001620* ONE ENTRY PER BACKFILL REQUEST, FROM THE CONTROL CARDS FIRST
001630* AND THEN FROM THE MISSING-DATE LINES OF THE GAP REPORT
001640 01 WS-REQ-TABLE.
001650    05 WS-REQ-ENTRY OCCURS 1 TO 500 TIMES
001660       DEPENDING ON WS-REQ-COUNT
001670       INDEXED BY WS-REQ-IDX.
001680       10 WS-REQ-T-RUN-DATE PIC X(8).
001690       10 WS-REQ-T-SET-ID PIC X(8).
001700       10 WS-REQ-T-SOURCE PIC X(1).
001710 01 WS-REQ-COUNT PIC 9(4) VALUE 0.
001720 01 WS-REQ-SUB PIC 9(4) VALUE 0.
001730 01 WS-REQ-OVERFLOW PIC X VALUE 'N'.
001740    88 WS-REQ-HAS-OVERFLOW VALUE 'Y'.
001750 01 WS-NEW-RUN-DATE PIC X(8) VALUE SPACES.
001760 01 WS-NEW-SET-ID PIC X(8) VALUE SPACES.
001770 01 WS-NEW-SOURCE PIC X(1) VALUE SPACES.
001780* PARAMETER SETS AS THEY STOOD ON THE BACKFILL DATE. THE IMAGE
001790* MATCHES THE SMAUDIT BEFORE/AFTER LAYOUT. SOURCE C IS THE
001800* CURRENT SMPARM ROW, P THE LAST CHANGE ON OR BEFORE THE DATE,
001810* L THE FIRST CHANGE AFTER IT (ITS BEFORE IMAGE)
001820 01 WS-ASOF-TABLE.
001830    05 WS-ASOF-ENTRY OCCURS 1 TO 200 TIMES
001840       DEPENDING ON WS-ASOF-COUNT
001850       INDEXED BY WS-ASOF-IDX.
001860       10 WS-ASOF-T-SET-ID PIC X(8).
001870       10 WS-ASOF-T-SOURCE PIC X(1).
001880       10 WS-ASOF-T-IMAGE.
001890          15 WS-ASOF-T-PRESENT PIC X(1).
001900          15 WS-ASOF-T-ACTIVE PIC X(1).
001910          15 WS-ASOF-T-LOOP-BOUND PIC 9(9).
001920          15 WS-ASOF-T-DIVISOR OCCURS 5 TIMES PIC 9(4).
001930          15 WS-ASOF-T-DIVISOR-COUNT PIC 9(1).
001940          15 WS-ASOF-T-CKPT-INTERVAL PIC 9(9).
001950          15 WS-ASOF-T-ELIGIBLE PIC X(1).
001960 01 WS-ASOF-COUNT PIC 9(4) VALUE 0.
001970 01 WS-ASOF-SUB PIC 9(4) VALUE 0.
001980 01 WS-FOUND-IDX PIC 9(4) VALUE 0.
001990 01 WS-ASOF-ACTIVE-SET PIC X(8) VALUE SPACES.
002000 01 WS-ASOF-OVERFLOW PIC X VALUE 'N'.
002010    88 WS-ASOF-HAS-OVERFLOW VALUE 'Y'.
002020 01 WS-BKF-DATE PIC 9(8) VALUE 0.
002030 01 WS-BKF-SET-ID PIC X(8) VALUE SPACES.
002040 01 WS-BKF-RUN-NUMBER PIC 9(4) VALUE 0.
002050 01 WS-REFUSE-REASON PIC X(30) VALUE SPACES.
002060 01 WS-ON-FILE PIC X VALUE 'N'.
002070    88 WS-HISTORY-ON-FILE VALUE 'Y'.
002080 01 WS-SET-FAILED PIC X VALUE 'N'.
002090    88 WS-SET-HAS-FAILED VALUE 'Y'.
002100 01 WS-DATE-FAILED PIC X VALUE 'N'.
002110    88 WS-DATE-HAS-FAILED VALUE 'Y'.
002120 01 WS-ANY-FAILED PIC X VALUE 'N'.
002130    88 WS-HAS-FAILED-WRITE VALUE 'Y'.
002140 01 WS-DATE-ELIGIBLE-COUNT PIC 9(4) VALUE 0.
002150 01 WS-DATE-DONE-COUNT PIC 9(4) VALUE 0.
002160 01 WS-BACKFILLED-COUNT PIC 9(4) VALUE 0.
002170 01 WS-SKIPPED-COUNT PIC 9(4) VALUE 0.
002180 01 WS-REFUSED-COUNT PIC 9(4) VALUE 0.
002190 01 WS-HEADING-LINE.
002200    05 FILLER PIC X(10) VALUE "RUN DATE  ".
002210    05 FILLER PIC X(10) VALUE "SET ID    ".
002220    05 FILLER PIC X(5) VALUE "RUN  ".
002230    05 FILLER PIC X(17) VALUE "       SM VALUE  ".
002240    05 FILLER PIC X(40) VALUE "RESULT".
002250    05 FILLER PIC X(8) VALUE SPACES.
002260 01 WS-DETAIL-LINE.
002270    05 DL-RUN-DATE PIC X(8).
002280    05 FILLER PIC X(2) VALUE SPACES.
002290    05 DL-SET-ID PIC X(8).
002300    05 FILLER PIC X(2) VALUE SPACES.
002310    05 DL-RUN-NUMBER PIC ZZ9.
002320    05 FILLER PIC X(2) VALUE SPACES.
002330    05 DL-SM-VALUE PIC Z(14)9.
002340    05 FILLER PIC X(2) VALUE SPACES.
002350    05 DL-RESULT PIC X(40).
002360    05 FILLER PIC X(8) VALUE SPACES.
002370 01 WS-SUMMARY-LINE.
002380    05 FILLER PIC X(12) VALUE "BACKFILLED: ".
002390    05 SL-BACKFILLED PIC ZZZ9.
002400    05 FILLER PIC X(11) VALUE "  SKIPPED: ".
002410    05 SL-SKIPPED PIC ZZZ9.
002420    05 FILLER PIC X(11) VALUE "  REFUSED: ".
002430    05 SL-REFUSED PIC ZZZ9.
002440    05 FILLER PIC X(44) VALUE SPACES.
002441* CONTROL-TOTAL REGISTER: THE CHANGE THIS RUN MAKES TO SMOUT IS
002442* ACCUMULATED HERE AS ROWS ARE ADDED AND REMOVED, THEN APPLIED TO
002443* THE REGISTER ENTRY FOR SMOUT ONCE THE CHANGE IS COMMITTED
002444 01 WS-CTLR-STATUS PIC XX VALUE SPACES.
002445 01 WS-CTLR-EOF PIC X VALUE 'N'.
002446    88 WS-CTLR-END-OF-FILE VALUE 'Y'.
002447 01 WS-CTLR-LOAD PIC X VALUE 'N'.
002448    88 WS-CTLR-IS-LOADED VALUE 'Y'.
002449 01 WS-CTLR-TABLE.
002450    05 WS-CTLR-ENTRY OCCURS 1 TO 20 TIMES
002451       DEPENDING ON WS-CTLR-COUNT
002452       INDEXED BY WS-CTLR-IDX.
002453       10 WS-CTLR-T-DDNAME PIC X(8).
002454       10 WS-CTLR-T-COUNT PIC 9(9).
002455       10 WS-CTLR-T-SM-TOTAL PIC 9(18).
002456       10 WS-CTLR-T-HASH-TOTAL PIC 9(18).
002457       10 WS-CTLR-T-PROGRAM-ID PIC X(10).
002458       10 WS-CTLR-T-UPDATE-DATE PIC 9(8).
002459       10 WS-CTLR-T-UPDATE-TIME PIC 9(6).
002460 01 WS-CTLR-COUNT PIC 9(4) VALUE 0.
002461 01 WS-CTLR-SUB PIC 9(4) VALUE 0.
002462 01 WS-CTLR-FOUND-SUB PIC 9(4) VALUE 0.
002463 01 WS-CTLR-DELTA-COUNT PIC S9(9) VALUE 0.
002464 01 WS-CTLR-DELTA-SM PIC S9(18) VALUE 0.
002465 01 WS-CTLR-DELTA-HASH PIC S9(18) VALUE 0.
002466 01 WS-CTLR-SM-WORK PIC 9(18) VALUE 0.
002467 01 WS-CTLR-HASH-WORK PIC 9(18) VALUE 0.
002468 01 WS-CTLR-REC-WORK PIC X(100) VALUE SPACES.
002469 01 WS-CTLR-REC-LEN PIC 9(4) VALUE 0.
002470 01 WS-CTLR-BYTE-SUB PIC 9(4) VALUE 0.
002471
002472 PROCEDURE DIVISION.
002473 P-ONE-BKF-MAIN SECTION.
002480     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
002490     PERFORM 0100-LOAD-CONTROL-CARDS
002500     PERFORM 0150-LOAD-GAP-SELECTION
002510     PERFORM 0170-GET-ARCHIVE-CUTOFF
002520     OPEN OUTPUT SM-BKFRPT-FILE
002530     MOVE WS-HEADING-LINE TO SM-BKFRPT-RECORD
002540     WRITE SM-BKFRPT-RECORD
002550     EVALUATE TRUE
002560       WHEN WS-REQ-HAS-OVERFLOW
002570         DISPLAY "P-ONE-BKF: MORE THAN 500 BACKFILL REQUESTS - "
002580           "NOTHING BACKFILLED"
002590         MOVE SPACES TO WS-EXC-SET-ID
002600         MOVE 'F' TO WS-EXC-SEVERITY
002610         MOVE "OVER 500 BACKFILL REQUESTS - NOTHING BACKFILLED"
002620           TO WS-EXC-MESSAGE
002630         PERFORM 9000-LOG-EXCEPTION
002640         MOVE 16 TO RETURN-CODE
002650       WHEN WS-REQ-COUNT = 0
002660         DISPLAY "P-ONE-BKF: NO BACKFILL DATES SUPPLIED"
002670         MOVE SPACES TO WS-EXC-SET-ID
002680         MOVE 'W' TO WS-EXC-SEVERITY
002690         MOVE "NO BACKFILL DATES SUPPLIED" TO WS-EXC-MESSAGE
002700         PERFORM 9000-LOG-EXCEPTION
002710         MOVE 4 TO RETURN-CODE
002720       WHEN OTHER
002730         OPEN I-O SM-OUT-FILE
002740         IF WS-OUT-STATUS = "35"
002750           OPEN OUTPUT SM-OUT-FILE
002760         END-IF
002770         IF WS-OUT-STATUS NOT = "00"
002780           DISPLAY "P-ONE-BKF: UNABLE TO OPEN SM HISTORY - "
002790             "FILE STATUS " WS-OUT-STATUS
002800           MOVE SPACES TO WS-EXC-SET-ID
002810           MOVE 'E' TO WS-EXC-SEVERITY
002820           MOVE SPACES TO WS-EXC-MESSAGE
002830           STRING "UNABLE TO OPEN SM HISTORY - FILE STATUS "
002840             WS-OUT-STATUS DELIMITED BY SIZE INTO WS-EXC-MESSAGE
002850           PERFORM 9000-LOG-EXCEPTION
002860           MOVE 12 TO RETURN-CODE
002870         ELSE
002880           PERFORM 0200-PROCESS-ONE-REQUEST
002890             VARYING WS-REQ-SUB FROM 1 BY 1
002900             UNTIL WS-REQ-SUB > WS-REQ-COUNT
002910           CLOSE SM-OUT-FILE
002915           PERFORM 9450-UPDATE-CONTROL-REGISTER
002920           PERFORM 0900-WRITE-SUMMARY
002930           EVALUATE TRUE
002940             WHEN WS-HAS-FAILED-WRITE
002950               MOVE 12 TO RETURN-CODE
002960             WHEN WS-REFUSED-COUNT > 0
002970               MOVE 8 TO RETURN-CODE
002980             WHEN WS-SKIPPED-COUNT > 0
002990               MOVE 4 TO RETURN-CODE
003000             WHEN OTHER
003010               MOVE 0 TO RETURN-CODE
003020           END-EVALUATE
003030         END-IF
003040     END-EVALUATE
003050     CLOSE SM-BKFRPT-FILE
003060     STOP RUN.
003070
003080* A CARD NAMES ONE DATE AND OPTIONALLY ONE SET; A BLANK SET
003090* BACKFILLS EVERY SET THAT WAS RUN-ELIGIBLE ON THE DATE
003100 0100-LOAD-CONTROL-CARDS.
003110     OPEN INPUT SM-BKFCRD-FILE
003120     IF WS-BKFCRD-STATUS = "00"
003130       PERFORM UNTIL WS-BKFCRD-END-OF-FILE
003140         READ SM-BKFCRD-FILE
003150           AT END SET WS-BKFCRD-END-OF-FILE TO TRUE
003160           NOT AT END
003170             IF SM-BKFCRD-RECORD NOT = SPACES
003180               MOVE SM-BKFCRD-RUN-DATE TO WS-NEW-RUN-DATE
003190               MOVE SM-BKFCRD-SET-ID TO WS-NEW-SET-ID
003200               MOVE 'C' TO WS-NEW-SOURCE
003210               PERFORM 0180-ADD-REQUEST
003220             END-IF
003230         END-READ
003240       END-PERFORM
003250       CLOSE SM-BKFCRD-FILE
003260     END-IF.
003270
003280* THE GAP REPORT SELECTION BACKFILLS ALL SETS FOR EACH DATE
003290* P-ONE-GAP LISTED AS MISSING SM HISTORY
003300 0150-LOAD-GAP-SELECTION.
003310     OPEN INPUT SM-GAP-FILE
003320     IF WS-GAP-STATUS = "00"
003330       PERFORM UNTIL WS-GAP-END-OF-FILE
003340         READ SM-GAP-FILE
003350           AT END SET WS-GAP-END-OF-FILE TO TRUE
003360           NOT AT END
003370             IF SM-GAP-RECORD(1:23) = "MISSING SM HISTORY FOR "
003380               MOVE SM-GAP-RECORD(24:8) TO WS-NEW-RUN-DATE
003390               MOVE SPACES TO WS-NEW-SET-ID
003400               MOVE 'G' TO WS-NEW-SOURCE
003410               PERFORM 0180-ADD-REQUEST
003420             END-IF
003430         END-READ
003440       END-PERFORM
003450       CLOSE SM-GAP-FILE
003460     END-IF.
003470
003480 0170-GET-ARCHIVE-CUTOFF.
003490     OPEN INPUT SM-ARCCTL-FILE
003500     IF WS-ARCCTL-STATUS = "00"
003510       PERFORM UNTIL WS-ARCCTL-END-OF-FILE
003520         READ SM-ARCCTL-FILE
003530           AT END SET WS-ARCCTL-END-OF-FILE TO TRUE
003540           NOT AT END
003550             IF SM-ARCCTL-CUTOFF-DATE > WS-ARCHIVE-CUTOFF
003560               MOVE SM-ARCCTL-CUTOFF-DATE TO WS-ARCHIVE-CUTOFF
003570             END-IF
003580         END-READ
003590       END-PERFORM
003600       CLOSE SM-ARCCTL-FILE
003610     END-IF.
003620
003630 0180-ADD-REQUEST.
003640     IF WS-REQ-COUNT >= 500
003650       SET WS-REQ-HAS-OVERFLOW TO TRUE
003660     ELSE
003670       ADD 1 TO WS-REQ-COUNT
003680       MOVE WS-NEW-RUN-DATE TO WS-REQ-T-RUN-DATE(WS-REQ-COUNT)
003690       MOVE WS-NEW-SET-ID TO WS-REQ-T-SET-ID(WS-REQ-COUNT)
003700       MOVE WS-NEW-SOURCE TO WS-REQ-T-SOURCE(WS-REQ-COUNT)
003710     END-IF.
003720
003730 0200-PROCESS-ONE-REQUEST.
003740     MOVE SPACES TO WS-REFUSE-REASON
003750     MOVE 0 TO WS-BKF-DATE
003760     MOVE 0 TO WS-BKF-RUN-NUMBER
003770     MOVE WS-REQ-T-SET-ID(WS-REQ-SUB) TO WS-BKF-SET-ID
003780     IF WS-REQ-T-RUN-DATE(WS-REQ-SUB) IS NUMERIC
003790       MOVE WS-REQ-T-RUN-DATE(WS-REQ-SUB) TO WS-BKF-DATE
003800     END-IF
003810     EVALUATE TRUE
003820       WHEN WS-BKF-DATE < 19000101
003830         MOVE "INVALID RUN DATE" TO WS-REFUSE-REASON
003840       WHEN WS-BKF-DATE >= WS-TODAY
003850         MOVE "DATE IS NOT BEFORE TODAY" TO WS-REFUSE-REASON
003860       WHEN WS-BKF-DATE < WS-ARCHIVE-CUTOFF
003870         MOVE "DATE ALREADY ARCHIVED TO SMOUTA"
003880           TO WS-REFUSE-REASON
003890       WHEN OTHER
003900         PERFORM 0250-CHECK-MONTH-CLOSED
003910         IF WS-REFUSE-REASON = SPACES
003920           PERFORM 0270-CHECK-CALENDAR
003930         END-IF
003940     END-EVALUATE
003950     IF WS-REFUSE-REASON = SPACES
003960       PERFORM 0400-REBUILD-PARAMETERS
003970       PERFORM 0450-GET-BACKFILL-RUN-NUMBER
003980       IF WS-BKF-RUN-NUMBER > 999
003990         MOVE "BACKFILL RUN NUMBERS EXHAUSTED" TO WS-REFUSE-REASON
004000       END-IF
004010     END-IF
004020     IF WS-REFUSE-REASON = SPACES
004030       MOVE 0 TO WS-DATE-ELIGIBLE-COUNT
004040       MOVE 0 TO WS-DATE-DONE-COUNT
004050       MOVE 'N' TO WS-DATE-FAILED
004060       IF WS-BKF-SET-ID NOT = SPACES
004070         MOVE 0 TO WS-FOUND-IDX
004080         SET WS-ASOF-IDX TO 1
004090         SEARCH WS-ASOF-ENTRY
004100           WHEN WS-ASOF-T-SET-ID(WS-ASOF-IDX) = WS-BKF-SET-ID
004110             MOVE WS-ASOF-IDX TO WS-FOUND-IDX
004120         END-SEARCH
004130         IF WS-FOUND-IDX = 0
004140           MOVE "SET NOT IN EFFECT ON DATE" TO WS-REFUSE-REASON
004150         ELSE
004160           IF WS-ASOF-T-PRESENT(WS-FOUND-IDX) NOT = 'Y'
004170             MOVE "SET NOT IN EFFECT ON DATE" TO WS-REFUSE-REASON
004180           ELSE
004190             MOVE WS-FOUND-IDX TO WS-ASOF-SUB
004200             PERFORM 0500-BACKFILL-ONE-SET
004210           END-IF
004220         END-IF
004230       ELSE
004240         PERFORM 0480-BACKFILL-ELIGIBLE-SET
004250           VARYING WS-ASOF-SUB FROM 1 BY 1
004260           UNTIL WS-ASOF-SUB > WS-ASOF-COUNT
004270         IF WS-DATE-ELIGIBLE-COUNT = 0
004280           MOVE "NO RUN-ELIGIBLE SETS ON DATE" TO WS-REFUSE-REASON
004290         ELSE
004300           IF WS-DATE-DONE-COUNT > 0
004310              AND NOT WS-DATE-HAS-FAILED
004320             PERFORM 9300-WRITE-LEDGER
004330           END-IF
004340         END-IF
004350       END-IF
004360     END-IF
004370     IF WS-REFUSE-REASON NOT = SPACES
004380       PERFORM 0290-REFUSE-REQUEST
004390     END-IF.
004400
004410 0250-CHECK-MONTH-CLOSED.
004420     OPEN INPUT SM-MSUM-FILE
004430     IF WS-MSUM-STATUS = "00"
004440       MOVE WS-BKF-DATE(1:6) TO SM-MSUM-MONTH
004450       MOVE "*PERIOD*" TO SM-MSUM-SET-ID
004460       READ SM-MSUM-FILE
004470         INVALID KEY
004480           CONTINUE
004490         NOT INVALID KEY
004500           IF SM-MSUM-IS-CLOSED
004510             MOVE "MONTH IS CLOSED IN SMMSUM" TO WS-REFUSE-REASON
004520           END-IF
004530       END-READ
004540       CLOSE SM-MSUM-FILE
004550     END-IF.
004560
004570 0270-CHECK-CALENDAR.
004580     MOVE 'N' TO WS-CAL-EOF
004590     OPEN INPUT SM-CAL-FILE
004600     IF WS-CAL-STATUS = "00"
004610       PERFORM UNTIL WS-CAL-END-OF-FILE
004620         READ SM-CAL-FILE
004630           AT END SET WS-CAL-END-OF-FILE TO TRUE
004640           NOT AT END
004650             IF SM-CAL-DATE = WS-BKF-DATE
004660               IF NOT SM-CAL-IS-PROCESSING-DAY
004670                 MOVE "NOT A PROCESSING DAY IN SMCAL"
004680                   TO WS-REFUSE-REASON
004690               END-IF
004700               SET WS-CAL-END-OF-FILE TO TRUE
004710             END-IF
004720         END-READ
004730       END-PERFORM
004740       CLOSE SM-CAL-FILE
004750     END-IF.
004760
004770 0290-REFUSE-REQUEST.
004780     ADD 1 TO WS-REFUSED-COUNT
004790     MOVE WS-REQ-T-RUN-DATE(WS-REQ-SUB) TO DL-RUN-DATE
004800     IF WS-BKF-SET-ID = SPACES
004810       MOVE "ALL" TO DL-SET-ID
004820     ELSE
004830       MOVE WS-BKF-SET-ID TO DL-SET-ID
004840     END-IF
004850     MOVE 0 TO DL-RUN-NUMBER
004860     MOVE 0 TO DL-SM-VALUE
004870     MOVE SPACES TO DL-RESULT
004880     STRING "REFUSED - " WS-REFUSE-REASON
004890       DELIMITED BY SIZE INTO DL-RESULT
004900     MOVE WS-DETAIL-LINE TO SM-BKFRPT-RECORD
004910     WRITE SM-BKFRPT-RECORD
004920     DISPLAY "P-ONE-BKF: BACKFILL OF "
004925       WS-REQ-T-RUN-DATE(WS-REQ-SUB)
004930       " REFUSED - " WS-REFUSE-REASON
004940     MOVE WS-BKF-SET-ID TO WS-EXC-SET-ID
004950     MOVE 'E' TO WS-EXC-SEVERITY
004960     MOVE SPACES TO WS-EXC-MESSAGE
004970     STRING "BACKFILL " WS-REQ-T-RUN-DATE(WS-REQ-SUB)
004980       " REFUSED - " WS-REFUSE-REASON
004990       DELIMITED BY SIZE INTO WS-EXC-MESSAGE
005000     PERFORM 9000-LOG-EXCEPTION.
005010
005020* REBUILD SMPARM AS IT STOOD ON THE BACKFILL DATE: START FROM
005030* THE CURRENT ROWS, TAKE THE AFTER IMAGE OF THE LAST APPLIED
005040* CHANGE ON OR BEFORE THE DATE, OR FAILING THAT THE BEFORE
005050* IMAGE OF THE FIRST APPLIED CHANGE AFTER IT. P-ONE-PMT CLEARS
005060* THE ACTIVE FLAG OF OTHER SETS WITHOUT AN AUDIT RECORD, SO THE
005070* LAST SET ACTIVATED ON OR BEFORE THE DATE IS THE ONLY ACTIVE ONE
005080 0400-REBUILD-PARAMETERS.
005090     MOVE 0 TO WS-ASOF-COUNT
005100     MOVE SPACES TO WS-ASOF-ACTIVE-SET
005110     MOVE 'N' TO WS-PARM-EOF
005120     OPEN INPUT SM-PARM-FILE
005130     IF WS-PARM-STATUS = "00"
005140       PERFORM UNTIL WS-PARM-END-OF-FILE
005150         READ SM-PARM-FILE
005160           AT END SET WS-PARM-END-OF-FILE TO TRUE
005170           NOT AT END
005180             PERFORM 0410-TABLE-CURRENT-PARM
005190         END-READ
005200       END-PERFORM
005210       CLOSE SM-PARM-FILE
005220     END-IF
005230     MOVE 'N' TO WS-AUDIT-EOF
005240     OPEN INPUT SM-AUDIT-FILE
005250     IF WS-AUDIT-STATUS = "00"
005260       PERFORM UNTIL WS-AUDIT-END-OF-FILE
005270         READ SM-AUDIT-FILE
005280           AT END SET WS-AUDIT-END-OF-FILE TO TRUE
005290           NOT AT END
005300             IF SM-AUDIT-IS-APPLIED
005310               PERFORM 0420-APPLY-AUDIT-IMAGE
005320             END-IF
005330         END-READ
005340       END-PERFORM
005350       CLOSE SM-AUDIT-FILE
005360     END-IF
005370     IF WS-ASOF-ACTIVE-SET NOT = SPACES
005380       PERFORM VARYING WS-ASOF-SUB FROM 1 BY 1
005390         UNTIL WS-ASOF-SUB > WS-ASOF-COUNT
005400         IF WS-ASOF-T-SET-ID(WS-ASOF-SUB) = WS-ASOF-ACTIVE-SET
005410           MOVE 'Y' TO WS-ASOF-T-ACTIVE(WS-ASOF-SUB)
005420         ELSE
005430           MOVE 'N' TO WS-ASOF-T-ACTIVE(WS-ASOF-SUB)
005440         END-IF
005450       END-PERFORM
005460     END-IF.
005470
005480 0410-TABLE-CURRENT-PARM.
005490     IF WS-ASOF-COUNT >= 200
005500       PERFORM 0430-LOG-ASOF-OVERFLOW
005510     ELSE
005520       ADD 1 TO WS-ASOF-COUNT
005530       MOVE SM-PARM-SET-ID TO WS-ASOF-T-SET-ID(WS-ASOF-COUNT)
005540       MOVE 'C' TO WS-ASOF-T-SOURCE(WS-ASOF-COUNT)
005550       MOVE 'Y' TO WS-ASOF-T-PRESENT(WS-ASOF-COUNT)
005560       MOVE SM-PARM-ACTIVE TO WS-ASOF-T-ACTIVE(WS-ASOF-COUNT)
005570       MOVE SM-PARM-LOOP-BOUND
005580         TO WS-ASOF-T-LOOP-BOUND(WS-ASOF-COUNT)
005590       PERFORM VARYING WS-DIV-SUB FROM 1 BY 1
005600         UNTIL WS-DIV-SUB > 5
005610         MOVE SM-PARM-DIVISOR(WS-DIV-SUB)
005620           TO WS-ASOF-T-DIVISOR(WS-ASOF-COUNT WS-DIV-SUB)
005630       END-PERFORM
005640       MOVE SM-PARM-DIVISOR-COUNT
005650         TO WS-ASOF-T-DIVISOR-COUNT(WS-ASOF-COUNT)
005660       MOVE SM-PARM-CKPT-INTERVAL
005670         TO WS-ASOF-T-CKPT-INTERVAL(WS-ASOF-COUNT)
005680       MOVE SM-PARM-RUN-ELIGIBLE
005690         TO WS-ASOF-T-ELIGIBLE(WS-ASOF-COUNT)
005700     END-IF.
005710
005720 0420-APPLY-AUDIT-IMAGE.
005730     MOVE 0 TO WS-FOUND-IDX
005740     SET WS-ASOF-IDX TO 1
005750     SEARCH WS-ASOF-ENTRY
005760       WHEN WS-ASOF-T-SET-ID(WS-ASOF-IDX) = SM-AUDIT-SET-ID
005770         MOVE WS-ASOF-IDX TO WS-FOUND-IDX
005780     END-SEARCH
005790     IF WS-FOUND-IDX = 0
005800       IF WS-ASOF-COUNT >= 200
005810         PERFORM 0430-LOG-ASOF-OVERFLOW
005820       ELSE
005830         ADD 1 TO WS-ASOF-COUNT
005840         MOVE WS-ASOF-COUNT TO WS-FOUND-IDX
005850         MOVE SM-AUDIT-SET-ID TO WS-ASOF-T-SET-ID(WS-FOUND-IDX)
005860         MOVE 'C' TO WS-ASOF-T-SOURCE(WS-FOUND-IDX)
005870         MOVE SPACES TO WS-ASOF-T-IMAGE(WS-FOUND-IDX)
005880         MOVE 'N' TO WS-ASOF-T-PRESENT(WS-FOUND-IDX)
005890       END-IF
005900     END-IF
005910     IF WS-FOUND-IDX > 0
005920       IF SM-AUDIT-RUN-DATE <= WS-BKF-DATE
005930         MOVE SM-AUDIT-AFTER TO WS-ASOF-T-IMAGE(WS-FOUND-IDX)
005940         MOVE 'P' TO WS-ASOF-T-SOURCE(WS-FOUND-IDX)
005950         IF SM-AUDIT-AFT-EXISTS AND SM-AUDIT-AFT-ACTIVE = 'Y'
005960           MOVE SM-AUDIT-SET-ID TO WS-ASOF-ACTIVE-SET
005970         END-IF
005980       ELSE
005990         IF WS-ASOF-T-SOURCE(WS-FOUND-IDX) = 'C'
006000           MOVE SM-AUDIT-BEFORE TO WS-ASOF-T-IMAGE(WS-FOUND-IDX)
006010           MOVE 'L' TO WS-ASOF-T-SOURCE(WS-FOUND-IDX)
006020         END-IF
006030       END-IF
006040     END-IF.
006050
006060 0430-LOG-ASOF-OVERFLOW.
006070     IF NOT WS-ASOF-HAS-OVERFLOW
006080       SET WS-ASOF-HAS-OVERFLOW TO TRUE
006090       DISPLAY "P-ONE-BKF: PARAMETER HISTORY OVER 200 SETS - "
006100         "LATER SETS IGNORED"
006110       MOVE SPACES TO WS-EXC-SET-ID
006120       MOVE 'W' TO WS-EXC-SEVERITY
006130       MOVE "PARAMETER HISTORY OVER 200 SETS - LATER SETS IGNORED"
006140         TO WS-EXC-MESSAGE
006150       PERFORM 9000-LOG-EXCEPTION
006160     END-IF.
006170
006180* BACKFILL RUNS ARE NUMBERED FROM 901 UPWARD PER DATE SO THEY
006190* NEVER COLLIDE WITH NIGHTLY RUNS OR COUNT AS RERUNS
006200 0450-GET-BACKFILL-RUN-NUMBER.
006210     MOVE 900 TO WS-BKF-RUN-NUMBER
006220     MOVE 'N' TO WS-TRLR-EOF
006230     OPEN INPUT SM-TRLR-FILE
006240     IF WS-TRLR-STATUS = "00"
006250       PERFORM UNTIL WS-TRLR-END-OF-FILE
006260         READ SM-TRLR-FILE
006270           AT END SET WS-TRLR-END-OF-FILE TO TRUE
006280           NOT AT END
006290             IF SM-TRLR-RUN-DATE = WS-BKF-DATE
006300                AND SM-TRLR-RUN-NUMBER > WS-BKF-RUN-NUMBER
006310               MOVE SM-TRLR-RUN-NUMBER TO WS-BKF-RUN-NUMBER
006320             END-IF
006330         END-READ
006340       END-PERFORM
006350       CLOSE SM-TRLR-FILE
006360     END-IF
006370     IF WS-BKF-RUN-NUMBER >= 999
006380       MOVE 1000 TO WS-BKF-RUN-NUMBER
006390     ELSE
006400       ADD 1 TO WS-BKF-RUN-NUMBER
006410     END-IF.
006420
006430 0480-BACKFILL-ELIGIBLE-SET.
006440     IF WS-ASOF-T-PRESENT(WS-ASOF-SUB) = 'Y'
006450        AND (WS-ASOF-T-ACTIVE(WS-ASOF-SUB) = 'Y'
006460          OR WS-ASOF-T-ELIGIBLE(WS-ASOF-SUB) = 'Y')
006470       ADD 1 TO WS-DATE-ELIGIBLE-COUNT
006480       PERFORM 0500-BACKFILL-ONE-SET
006490     END-IF.
006500
006510* A SET THAT ALREADY HAS A HISTORY ROW FOR THE DATE IS LEFT
006520* ALONE; CORRECTING AN EXISTING ROW IS A HISTORY ADJUSTMENT
006530 0500-BACKFILL-ONE-SET.
006540     MOVE WS-ASOF-T-SET-ID(WS-ASOF-SUB) TO WS-PARM-SET-ID
006550     MOVE 'N' TO WS-ON-FILE
006560     MOVE WS-BKF-DATE TO SM-OUT-RUN-DATE
006570     MOVE WS-PARM-SET-ID TO SM-OUT-PARM-SET-ID
006580     READ SM-OUT-FILE
006590       INVALID KEY
006600         CONTINUE
006610       NOT INVALID KEY
006620         SET WS-HISTORY-ON-FILE TO TRUE
006630     END-READ
006640     MOVE WS-BKF-DATE TO DL-RUN-DATE
006650     MOVE WS-PARM-SET-ID TO DL-SET-ID
006660     IF WS-HISTORY-ON-FILE
006670       ADD 1 TO WS-SKIPPED-COUNT
006680       MOVE 0 TO DL-RUN-NUMBER
006690       MOVE SM-OUT-SM-VALUE TO DL-SM-VALUE
006700       MOVE "SKIPPED - HISTORY ALREADY ON FILE" TO DL-RESULT
006710       MOVE WS-PARM-SET-ID TO WS-EXC-SET-ID
006720       MOVE 'W' TO WS-EXC-SEVERITY
006730       MOVE SPACES TO WS-EXC-MESSAGE
006740       STRING "BACKFILL " WS-BKF-DATE
006750         " SKIPPED - HISTORY ALREADY ON FILE"
006760         DELIMITED BY SIZE INTO WS-EXC-MESSAGE
006770       PERFORM 9000-LOG-EXCEPTION
006780     ELSE
006790       MOVE WS-ASOF-T-LOOP-BOUND(WS-ASOF-SUB) TO WS-LOOP-BOUND
006800       PERFORM VARYING WS-DIV-SUB FROM 1 BY 1
006810         UNTIL WS-DIV-SUB > 5
006820         MOVE WS-ASOF-T-DIVISOR(WS-ASOF-SUB WS-DIV-SUB)
006830           TO WS-DIVISOR(WS-DIV-SUB)
006840       END-PERFORM
006850       IF WS-ASOF-T-DIVISOR-COUNT(WS-ASOF-SUB) >= 1
006860          AND WS-ASOF-T-DIVISOR-COUNT(WS-ASOF-SUB) <= 5
006870         MOVE WS-ASOF-T-DIVISOR-COUNT(WS-ASOF-SUB)
006880           TO WS-DIVISOR-COUNT
006890       ELSE
006900         MOVE 2 TO WS-DIVISOR-COUNT
006910       END-IF
006920       MOVE FUNCTION CURRENT-DATE TO WS-STAT-START
006930       MOVE 0 TO CT
006940       MOVE 0 TO SM
006950       PERFORM VARYING WS-DIV-SUB FROM 1 BY 1
006960         UNTIL WS-DIV-SUB > 5
006970         MOVE 0 TO WS-HIT-COUNT(WS-DIV-SUB)
006980         MOVE 0 TO WS-LAST-CT(WS-DIV-SUB)
006990       END-PERFORM
007000       MOVE 'N' TO WS-SET-FAILED
007010       PERFORM 0600-PROCESS-LOOP
007020       PERFORM 0700-WRITE-HISTORY
007030       IF NOT WS-SET-HAS-FAILED
007040         PERFORM 0750-WRITE-TRAILER
007050         PERFORM 9100-WRITE-RUN-STATS
007060       END-IF
007070       MOVE WS-BKF-RUN-NUMBER TO DL-RUN-NUMBER
007080       MOVE SM TO DL-SM-VALUE
007090       IF WS-SET-HAS-FAILED
007100         SET WS-DATE-HAS-FAILED TO TRUE
007110         SET WS-HAS-FAILED-WRITE TO TRUE
007120         MOVE "FAILED - SEE SMEXCLOG" TO DL-RESULT
007130       ELSE
007140         ADD 1 TO WS-DATE-DONE-COUNT
007150         ADD 1 TO WS-BACKFILLED-COUNT
007160         MOVE "BACKFILLED" TO DL-RESULT
007170         DISPLAY "P-ONE-BKF: " WS-BKF-DATE " SET " WS-PARM-SET-ID
007180           " SM=" SM " RUN " WS-BKF-RUN-NUMBER
007190       END-IF
007200     END-IF
007210     MOVE WS-DETAIL-LINE TO SM-BKFRPT-RECORD
007220     WRITE SM-BKFRPT-RECORD.
007230
007240 0600-PROCESS-LOOP.
007250     PERFORM UNTIL CT >= WS-LOOP-BOUND
007260       IF CT > 0
007270         PERFORM 0625-APPLY-DIVISORS
007280       END-IF
007290       ADD 1 TO CT
007300     END-PERFORM.
007310
007320 0625-APPLY-DIVISORS.
007330     MOVE 0 TO WS-DIV-HIT
007340     PERFORM VARYING WS-DIV-SUB FROM 1 BY 1
007350       UNTIL WS-DIV-SUB > WS-DIVISOR-COUNT OR WS-DIV-HIT > 0
007360       IF WS-DIVISOR(WS-DIV-SUB) > 0
007370          AND FUNCTION MOD(CT, WS-DIVISOR(WS-DIV-SUB)) = 0
007380         ADD CT TO SM
007390         ADD 1 TO WS-HIT-COUNT(WS-DIV-SUB)
007400         MOVE CT TO WS-LAST-CT(WS-DIV-SUB)
007410         MOVE WS-DIV-SUB TO WS-DIV-HIT
007420       END-IF
007430     END-PERFORM.
007440
007450 0700-WRITE-HISTORY.
007460     MOVE WS-BKF-DATE TO SM-OUT-RUN-DATE
007470     MOVE WS-PARM-SET-ID TO SM-OUT-PARM-SET-ID
007480     MOVE SM TO SM-OUT-SM-VALUE
007490     MOVE 'B' TO SM-OUT-ADJUSTED
007492     MOVE SM-OUT-SM-VALUE TO WS-CTLR-SM-WORK
007494     MOVE SM-OUT-RECORD TO WS-CTLR-REC-WORK
007496     MOVE LENGTH OF SM-OUT-RECORD TO WS-CTLR-REC-LEN
007500     WRITE SM-OUT-RECORD
007510       INVALID KEY
007520         CONTINUE
007530     END-WRITE
007540     IF WS-OUT-STATUS NOT = "00"
007550       SET WS-SET-HAS-FAILED TO TRUE
007560       DISPLAY "P-ONE-BKF: HISTORY WRITE FAILED FOR SET "
007570         WS-PARM-SET-ID " - FILE STATUS " WS-OUT-STATUS
007580       MOVE WS-PARM-SET-ID TO WS-EXC-SET-ID
007590       MOVE 'E' TO WS-EXC-SEVERITY
007600       MOVE SPACES TO WS-EXC-MESSAGE
007610       STRING "BACKFILL " WS-BKF-DATE
007620         " HISTORY WRITE FAILED - FILE STATUS " WS-OUT-STATUS
007630         DELIMITED BY SIZE INTO WS-EXC-MESSAGE
007640       PERFORM 9000-LOG-EXCEPTION
007641     ELSE
007645       PERFORM 9400-NOTE-ADDED-RECORD
007650     END-IF.
007660
007670 0750-WRITE-TRAILER.
007680     MOVE WS-BKF-DATE TO SM-TRLR-RUN-DATE
007690     MOVE WS-PARM-SET-ID TO SM-TRLR-PARM-SET-ID
007700     MOVE CT TO SM-TRLR-FINAL-CT
007710     PERFORM VARYING WS-DIV-SUB FROM 1 BY 1
007720       UNTIL WS-DIV-SUB > 5
007730       MOVE WS-LAST-CT(WS-DIV-SUB)
007740         TO SM-TRLR-LAST-HIT(WS-DIV-SUB)
007750       MOVE WS-HIT-COUNT(WS-DIV-SUB)
007760         TO SM-TRLR-HIT-COUNT(WS-DIV-SUB)
007770       MOVE WS-DIVISOR(WS-DIV-SUB)
007780         TO SM-TRLR-DIVISOR(WS-DIV-SUB)
007790     END-PERFORM
007800     MOVE WS-LOOP-BOUND TO SM-TRLR-LOOP-BOUND
007810     MOVE WS-DIVISOR-COUNT TO SM-TRLR-DIVISOR-COUNT
007820     MOVE WS-BKF-RUN-NUMBER TO SM-TRLR-RUN-NUMBER
007830     OPEN EXTEND SM-TRLR-FILE
007840     IF WS-TRLR-STATUS = "00"
007850       WRITE SM-TRLR-RECORD
007860     END-IF
007870     IF WS-TRLR-STATUS NOT = "00"
007880       SET WS-SET-HAS-FAILED TO TRUE
007890       DISPLAY "P-ONE-BKF: TRAILER WRITE FAILED FOR SET "
007900         WS-PARM-SET-ID " - FILE STATUS " WS-TRLR-STATUS
007910       MOVE WS-PARM-SET-ID TO WS-EXC-SET-ID
007920       MOVE 'E' TO WS-EXC-SEVERITY
007930       MOVE SPACES TO WS-EXC-MESSAGE
007940       STRING "BACKFILL " WS-BKF-DATE
007950         " TRAILER WRITE FAILED - FILE STATUS " WS-TRLR-STATUS
007960         DELIMITED BY SIZE INTO WS-EXC-MESSAGE
007970       PERFORM 9000-LOG-EXCEPTION
007980     END-IF
007990     CLOSE SM-TRLR-FILE.
008000
008010 0900-WRITE-SUMMARY.
008020     MOVE WS-BACKFILLED-COUNT TO SL-BACKFILLED
008030     MOVE WS-SKIPPED-COUNT TO SL-SKIPPED
008040     MOVE WS-REFUSED-COUNT TO SL-REFUSED
008050     MOVE WS-SUMMARY-LINE TO SM-BKFRPT-RECORD
008060     WRITE SM-BKFRPT-RECORD
008070     DISPLAY "P-ONE-BKF: " WS-BACKFILLED-COUNT " BACKFILLED, "
008080       WS-SKIPPED-COUNT " SKIPPED, " WS-REFUSED-COUNT " REFUSED".
008090
008100 9100-WRITE-RUN-STATS.
008110     MOVE FUNCTION CURRENT-DATE TO WS-STAT-END
008120     COMPUTE WS-ELAPSED-WORK =
008130       (FUNCTION INTEGER-OF-DATE(WS-STAT-END-DATE)
008140        - FUNCTION INTEGER-OF-DATE(WS-STAT-START-DATE)) * 86400
008150       + (WS-STAT-END-HH * 3600) + (WS-STAT-END-MM * 60)
008160       + WS-STAT-END-SS
008170       - (WS-STAT-START-HH * 3600) - (WS-STAT-START-MM * 60)
008180       - WS-STAT-START-SS
008190     IF WS-ELAPSED-WORK < 0
008200       MOVE 0 TO WS-ELAPSED-SECS
008210     ELSE
008220       MOVE WS-ELAPSED-WORK TO WS-ELAPSED-SECS
008230     END-IF
008240     MOVE WS-BKF-DATE TO SM-STAT-RUN-DATE
008250     MOVE WS-PARM-SET-ID TO SM-STAT-SET-ID
008260     MOVE WS-BKF-RUN-NUMBER TO SM-STAT-RUN-NUMBER
008270     MOVE 0 TO SM-STAT-SLICE-NUMBER
008280     MOVE WS-STAT-START-DATE TO SM-STAT-START-DATE
008290     MOVE WS-STAT-START-TIME TO SM-STAT-START-TIME
008300     MOVE WS-STAT-END-DATE TO SM-STAT-END-DATE
008310     MOVE WS-STAT-END-TIME TO SM-STAT-END-TIME
008320     MOVE WS-ELAPSED-SECS TO SM-STAT-ELAPSED-SECS
008330     MOVE CT TO SM-STAT-ITERATIONS
008340     IF WS-ELAPSED-SECS > 0
008350       COMPUTE SM-STAT-ITER-PER-SEC = CT / WS-ELAPSED-SECS
008360     ELSE
008370       MOVE CT TO SM-STAT-ITER-PER-SEC
008380     END-IF
008390     MOVE 0 TO SM-STAT-CKPT-COUNT
008400     OPEN EXTEND SM-STATS-FILE
008410     IF WS-STAT-STATUS = "00"
008420       WRITE SM-STAT-RECORD
008430       CLOSE SM-STATS-FILE
008440     END-IF.
008450
008460 9000-LOG-EXCEPTION.
008470     OPEN EXTEND SM-EXCLOG-FILE
008480     IF WS-EXCLOG-STATUS = "00"
008490       MOVE WS-TODAY TO SM-EXC-RUN-DATE
008500       MOVE WS-RUN-TIME TO SM-EXC-RUN-TIME
008510       MOVE "P-ONE-BKF" TO SM-EXC-PROGRAM-ID
008520       MOVE WS-EXC-SET-ID TO SM-EXC-SET-ID
008530       MOVE WS-EXC-SEVERITY TO SM-EXC-SEVERITY
008540       MOVE WS-EXC-MESSAGE TO SM-EXC-MESSAGE
008550       WRITE SM-EXC-RECORD
008560       CLOSE SM-EXCLOG-FILE
008570     END-IF.
008580
008590* A DATE BACKFILLED FOR ALL ITS SETS IS CERTIFIED AS STEP P-ONE
008600* IN THE STEP LEDGER SO THE DOWNSTREAM STEPS MAY BE RERUN FOR IT
008610 9300-WRITE-LEDGER.
008620     MOVE SPACES TO WS-LEDG-REMARK
008630     STRING WS-DATE-DONE-COUNT " SETS BACKFILLED AS RUN NUMBER "
008640       WS-BKF-RUN-NUMBER
008650       DELIMITED BY SIZE INTO WS-LEDG-REMARK
008660     MOVE WS-BKF-DATE TO SM-LEDG-BUS-DATE
008670     MOVE "P-ONE" TO SM-LEDG-STEP
008680     MOVE 'C' TO SM-LEDG-STATUS
008690     MOVE "P-ONE-BKF" TO SM-LEDG-PROGRAM-ID
008700     MOVE WS-TODAY TO SM-LEDG-RUN-DATE
008710     MOVE WS-RUN-TIME TO SM-LEDG-RUN-TIME
008720     MOVE 0 TO SM-LEDG-RETURN-CODE
008730     MOVE 'N' TO SM-LEDG-OVERRIDE
008740     MOVE WS-LEDG-REMARK TO SM-LEDG-REMARK
008750     OPEN I-O SM-LEDG-FILE
008760     IF WS-LEDG-STATUS = "35"
008770       OPEN OUTPUT SM-LEDG-FILE
008780     END-IF
008790     IF WS-LEDG-STATUS NOT = "00"
008800       PERFORM 9310-LOG-LEDGER-FAILURE
008810     ELSE
008820       WRITE SM-LEDG-RECORD
008830         INVALID KEY
008840           REWRITE SM-LEDG-RECORD
008850       END-WRITE
008860       IF WS-LEDG-STATUS NOT = "00"
008870         PERFORM 9310-LOG-LEDGER-FAILURE
008880       END-IF
008890       CLOSE SM-LEDG-FILE
008900     END-IF.
008910
008920 9310-LOG-LEDGER-FAILURE.
008930     DISPLAY "P-ONE-BKF: STEP LEDGER WRITE FAILED - "
008940       "FILE STATUS " WS-LEDG-STATUS
008950     MOVE SPACES TO WS-EXC-SET-ID
008960     MOVE 'E' TO WS-EXC-SEVERITY
008970     MOVE SPACES TO WS-EXC-MESSAGE
008980     STRING "STEP LEDGER WRITE FAILED - FILE STATUS "
008990       WS-LEDG-STATUS DELIMITED BY SIZE INTO WS-EXC-MESSAGE
009000     PERFORM 9000-LOG-EXCEPTION.
009010
009020* A ROW ADDED TO OR REMOVED FROM SMOUT: WS-CTLR-REC-WORK HOLDS
009030* ITS IMAGE, WS-CTLR-REC-LEN ITS LENGTH AND WS-CTLR-SM-WORK ITS
009040* SM AMOUNT. A REPLACED ROW IS NOTED AS ONE REMOVED AND ONE ADDED.
009050 9400-NOTE-ADDED-RECORD.
009060     PERFORM 9420-HASH-RECORD
009070     ADD 1 TO WS-CTLR-DELTA-COUNT
009080     ADD WS-CTLR-SM-WORK TO WS-CTLR-DELTA-SM
009090     ADD WS-CTLR-HASH-WORK TO WS-CTLR-DELTA-HASH.
009100
009110 9410-NOTE-REMOVED-RECORD.
009120     PERFORM 9420-HASH-RECORD
009130     SUBTRACT 1 FROM WS-CTLR-DELTA-COUNT
009140     SUBTRACT WS-CTLR-SM-WORK FROM WS-CTLR-DELTA-SM
009150     SUBTRACT WS-CTLR-HASH-WORK FROM WS-CTLR-DELTA-HASH.
009160
009170* EACH BYTE'S COLLATING POSITION WEIGHTED BY ITS OFFSET, SO THAT
009180* A CHANGED OR TRANSPOSED CHARACTER ALTERS THE HASH TOTAL
009190 9420-HASH-RECORD.
009200     MOVE 0 TO WS-CTLR-HASH-WORK
009210     PERFORM VARYING WS-CTLR-BYTE-SUB FROM 1 BY 1
009220       UNTIL WS-CTLR-BYTE-SUB > WS-CTLR-REC-LEN
009230       COMPUTE WS-CTLR-HASH-WORK = WS-CTLR-HASH-WORK
009240         + FUNCTION ORD(WS-CTLR-REC-WORK(WS-CTLR-BYTE-SUB:1))
009250         * WS-CTLR-BYTE-SUB
009260     END-PERFORM.
009270
009280* P-ONE-CTV CHECKS THE REGISTER AGAINST THE LIVE FILES AT THE
009290* START OF THE NIGHTLY STREAM. AN ENTRY THAT IS MISSING IS LEFT
009300* FOR P-ONE-CTV TO REPORT; IT IS CREATED ONLY BY A RESYNC RUN.
009310 9450-UPDATE-CONTROL-REGISTER.
009320     IF WS-CTLR-DELTA-COUNT NOT = 0
009330        OR WS-CTLR-DELTA-SM NOT = 0
009340        OR WS-CTLR-DELTA-HASH NOT = 0
009350       PERFORM 9455-LOAD-CONTROL-REGISTER
009360       IF WS-CTLR-IS-LOADED
009370         MOVE 0 TO WS-CTLR-FOUND-SUB
009380         SET WS-CTLR-IDX TO 1
009390         SEARCH WS-CTLR-ENTRY
009400           AT END CONTINUE
009410           WHEN WS-CTLR-T-DDNAME(WS-CTLR-IDX) = "SMOUT"
009420             SET WS-CTLR-FOUND-SUB TO WS-CTLR-IDX
009430         END-SEARCH
009440         IF WS-CTLR-FOUND-SUB = 0
009450           DISPLAY "P-ONE-BKF: NO CONTROL-TOTAL REGISTER "
009460             "ENTRY FOR SMOUT - REGISTER NOT UPDATED"
009470           MOVE SPACES TO WS-EXC-SET-ID
009480           MOVE 'W' TO WS-EXC-SEVERITY
009490           MOVE SPACES TO WS-EXC-MESSAGE
009500           STRING "NO CONTROL-TOTAL REGISTER ENTRY FOR SMOUT"
009510             " - NOT UPDATED"
009520             DELIMITED BY SIZE INTO WS-EXC-MESSAGE
009530           PERFORM 9000-LOG-EXCEPTION
009540         ELSE
009550           COMPUTE WS-CTLR-T-COUNT(WS-CTLR-FOUND-SUB) =
009560             WS-CTLR-T-COUNT(WS-CTLR-FOUND-SUB)
009570             + WS-CTLR-DELTA-COUNT
009580           COMPUTE WS-CTLR-T-SM-TOTAL(WS-CTLR-FOUND-SUB) =
009590             WS-CTLR-T-SM-TOTAL(WS-CTLR-FOUND-SUB)
009600             + WS-CTLR-DELTA-SM
009610           COMPUTE WS-CTLR-T-HASH-TOTAL(WS-CTLR-FOUND-SUB) =
009620             WS-CTLR-T-HASH-TOTAL(WS-CTLR-FOUND-SUB)
009630             + WS-CTLR-DELTA-HASH
009640           MOVE "P-ONE-BKF"
009650             TO WS-CTLR-T-PROGRAM-ID(WS-CTLR-FOUND-SUB)
009660           MOVE WS-TODAY
009670             TO WS-CTLR-T-UPDATE-DATE(WS-CTLR-FOUND-SUB)
009680           MOVE WS-RUN-TIME
009690             TO WS-CTLR-T-UPDATE-TIME(WS-CTLR-FOUND-SUB)
009700           PERFORM 9457-REWRITE-CONTROL-REGISTER
009710         END-IF
009720       END-IF
009730     END-IF.
009740
009750 9455-LOAD-CONTROL-REGISTER.
009760     MOVE 0 TO WS-CTLR-COUNT
009770     MOVE 'N' TO WS-CTLR-LOAD
009780     MOVE 'N' TO WS-CTLR-EOF
009790     OPEN INPUT SM-CTLR-FILE
009800     IF WS-CTLR-STATUS NOT = "00"
009810       PERFORM 9460-LOG-REGISTER-FAILURE
009820     ELSE
009830       SET WS-CTLR-IS-LOADED TO TRUE
009840       PERFORM UNTIL WS-CTLR-END-OF-FILE
009850         READ SM-CTLR-FILE
009860           AT END SET WS-CTLR-END-OF-FILE TO TRUE
009870           NOT AT END
009880             IF WS-CTLR-COUNT < 20
009890               ADD 1 TO WS-CTLR-COUNT
009900               MOVE SM-CTLR-RECORD TO WS-CTLR-ENTRY(WS-CTLR-COUNT)
009910             END-IF
009920         END-READ
009930       END-PERFORM
009940       CLOSE SM-CTLR-FILE
009950     END-IF.
009960
009970 9457-REWRITE-CONTROL-REGISTER.
009980     OPEN OUTPUT SM-CTLR-FILE
009990     IF WS-CTLR-STATUS NOT = "00"
010000       PERFORM 9460-LOG-REGISTER-FAILURE
010010     ELSE
010020       PERFORM VARYING WS-CTLR-SUB FROM 1 BY 1
010030         UNTIL WS-CTLR-SUB > WS-CTLR-COUNT
010040         MOVE WS-CTLR-ENTRY(WS-CTLR-SUB) TO SM-CTLR-RECORD
010050         WRITE SM-CTLR-RECORD
010060       END-PERFORM
010070       CLOSE SM-CTLR-FILE
010080       MOVE 0 TO WS-CTLR-DELTA-COUNT
010090       MOVE 0 TO WS-CTLR-DELTA-SM
010100       MOVE 0 TO WS-CTLR-DELTA-HASH
010110     END-IF.
010120
010130 9460-LOG-REGISTER-FAILURE.
010140     DISPLAY "P-ONE-BKF: CONTROL-TOTAL REGISTER NOT UPDATED - "
010150       "FILE STATUS " WS-CTLR-STATUS
010160     MOVE SPACES TO WS-EXC-SET-ID
010170     MOVE 'E' TO WS-EXC-SEVERITY
010180     MOVE SPACES TO WS-EXC-MESSAGE
010190     STRING "CONTROL-TOTAL REGISTER NOT UPDATED - FILE STATUS "
010200       WS-CTLR-STATUS DELIMITED BY SIZE INTO WS-EXC-MESSAGE
010210     PERFORM 9000-LOG-EXCEPTION.
