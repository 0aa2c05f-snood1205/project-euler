000100* P-ONE-DOS.COB
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID. P-ONE-DOS.
000130 ENVIRONMENT DIVISION.
000140 INPUT-OUTPUT SECTION.
000150 FILE-CONTROL.
000160     SELECT SM-DOSSEL-FILE ASSIGN TO "SMDOSSEL"
000170     ORGANIZATION IS LINE SEQUENTIAL
000180     FILE STATUS IS WS-DOSSEL-STATUS.
000190     SELECT SM-OUT-FILE ASSIGN TO "SMOUT"
000200     ORGANIZATION IS INDEXED
000210     ACCESS MODE IS DYNAMIC
000220     RECORD KEY IS SM-OUT-KEY
000230     FILE STATUS IS WS-OUT-STATUS.
000240     SELECT SM-OUTA-FILE ASSIGN TO "SMOUTA"
000250     ORGANIZATION IS LINE SEQUENTIAL
000260     FILE STATUS IS WS-OUTA-STATUS.
000270     SELECT SM-TRLR-FILE ASSIGN TO "SMTRLR"
000280     ORGANIZATION IS LINE SEQUENTIAL
000290     FILE STATUS IS WS-TRLR-STATUS.
000300     SELECT SM-TRLRA-FILE ASSIGN TO "SMTRLRA"
000310     ORGANIZATION IS LINE SEQUENTIAL
000320     FILE STATUS IS WS-TRLRA-STATUS.
000330     SELECT SM-STATS-FILE ASSIGN TO "SMSTATS"
000340     ORGANIZATION IS LINE SEQUENTIAL
000350     FILE STATUS IS WS-STAT-STATUS.
000360     SELECT SM-EXCLOG-FILE ASSIGN TO "SMEXCLOG"
000370     ORGANIZATION IS LINE SEQUENTIAL
000380     FILE STATUS IS WS-EXCLOG-STATUS.
000390     SELECT SM-ADJAUD-FILE ASSIGN TO "SMADJAUD"
000400     ORGANIZATION IS LINE SEQUENTIAL
000410     FILE STATUS IS WS-ADJAUD-STATUS.
000420     SELECT SM-FDCTL-FILE ASSIGN TO "SMFDCTL"
000430     ORGANIZATION IS LINE SEQUENTIAL
000440     FILE STATUS IS WS-FDCTL-STATUS.
000450     SELECT SM-MSUM-FILE ASSIGN TO "SMMSUM"
000460     ORGANIZATION IS INDEXED
000470     ACCESS MODE IS RANDOM
000480     RECORD KEY IS SM-MSUM-KEY
000490     FILE STATUS IS WS-MSUM-STATUS.
000500     SELECT SM-DOSRPT-FILE ASSIGN TO "SMDOSRPT"
000510     ORGANIZATION IS LINE SEQUENTIAL.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD SM-DOSSEL-FILE.
000550 01 SM-DOSSEL-RECORD.
000560    05 SM-DOSSEL-FROM-DATE PIC X(8).
000570    05 SM-DOSSEL-TO-DATE PIC X(8).
000580    05 SM-DOSSEL-SET-ID PIC X(8).
000590 FD SM-OUT-FILE.
000600     COPY SMREC.
000610 FD SM-OUTA-FILE.
000620 01 SM-OUTA-RECORD.
000630    05 SM-OUTA-RUN-DATE PIC 9(8).
000640    05 SM-OUTA-PARM-SET-ID PIC X(8).
000650    05 SM-OUTA-SM-VALUE PIC 9(15).
000660    05 SM-OUTA-ADJUSTED PIC X(1).
000670 FD SM-TRLR-FILE.
000680     COPY SMTRLR.
000690 FD SM-TRLRA-FILE.
000700 01 SM-TRLRA-RECORD.
000710    05 SM-TRLRA-RUN-DATE PIC 9(8).
000720    05 SM-TRLRA-PARM-SET-ID PIC X(8).
000730    05 SM-TRLRA-FINAL-CT PIC 9(9).
000740    05 SM-TRLRA-LAST-HIT OCCURS 5 TIMES PIC 9(9).
000750    05 SM-TRLRA-HIT-COUNT OCCURS 5 TIMES PIC 9(9).
000760    05 SM-TRLRA-LOOP-BOUND PIC 9(9).
000770    05 SM-TRLRA-DIVISOR OCCURS 5 TIMES PIC 9999.
000780    05 SM-TRLRA-DIVISOR-COUNT PIC 9(1).
000790    05 SM-TRLRA-RUN-NUMBER PIC 9(3).
000800 FD SM-STATS-FILE.
000810     COPY SMSTAT.
000820 FD SM-EXCLOG-FILE.
000830     COPY SMEXCP.
000840 FD SM-ADJAUD-FILE.
000850     COPY SMADJA.
000860 FD SM-FDCTL-FILE.
000870     COPY SMFDCT.
000880 FD SM-MSUM-FILE.
000890     COPY SMMSUM.
000900 FD SM-DOSRPT-FILE.
000910 01 SM-DOSRPT-RECORD PIC X(100).
000920 WORKING-STORAGE SECTION.
000930 01 WS-DOSSEL-STATUS PIC XX VALUE SPACES.
000940 01 WS-OUT-STATUS PIC XX VALUE SPACES.
000950 01 WS-OUTA-STATUS PIC XX VALUE SPACES.
000960 01 WS-TRLR-STATUS PIC XX VALUE SPACES.
000970 01 WS-TRLRA-STATUS PIC XX VALUE SPACES.
000980 01 WS-STAT-STATUS PIC XX VALUE SPACES.
000990 01 WS-EXCLOG-STATUS PIC XX VALUE SPACES.
001000 01 WS-ADJAUD-STATUS PIC XX VALUE SPACES.
001010 01 WS-FDCTL-STATUS PIC XX VALUE SPACES.
001020 01 WS-MSUM-STATUS PIC XX VALUE SPACES.
001030 01 WS-CURRENT-DATE.
001040    05 WS-TODAY PIC 9(8).
001050    05 WS-RUN-TIME PIC 9(6).
001060    05 FILLER PIC X(7).
001070 01 WS-OUT-OPEN PIC X VALUE 'N'.
001080    88 WS-OUT-IS-OPEN VALUE 'Y'.
001090 01 WS-SCAN-EOF PIC X VALUE 'N'.
001100    88 WS-SCAN-END-OF-FILE VALUE 'Y'.
001110 01 WS-SELECT-VALID PIC X VALUE 'N'.
001120    88 WS-SELECTION-IS-VALID VALUE 'Y'.
001130 01 WS-FROM-DATE PIC 9(8) VALUE 0.
001140 01 WS-TO-DATE PIC 9(8) VALUE 0.
001150 01 WS-SELECT-SET-ID PIC X(8) VALUE SPACES.
001160* ONE ENTRY PER DATE AND SET FOUND ONLINE OR IN THE ARCHIVE,
001170* KEPT IN DATE/SET ORDER AS IT IS BUILT
001180 01 WS-RUN-TABLE.
001190    05 WS-RUN-ENTRY OCCURS 1 TO 500 TIMES
001200       DEPENDING ON WS-RUN-COUNT
001210       INDEXED BY WS-RUN-IDX.
001220       10 WS-RUN-T-KEY.
001230          15 WS-RUN-T-RUN-DATE PIC 9(8).
001240          15 WS-RUN-T-SET-ID PIC X(8).
001250 01 WS-RUN-COUNT PIC 9(4) VALUE 0.
001260 01 WS-RUN-SUB PIC 9(4) VALUE 0.
001270 01 WS-INS-SUB PIC 9(4) VALUE 0.
001280 01 WS-SHIFT-SUB PIC 9(4) VALUE 0.
001290 01 WS-FOUND-IDX PIC 9(4) VALUE 0.
001300 01 WS-RUN-OVERFLOW PIC X VALUE 'N'.
001310    88 WS-RUN-HAS-OVERFLOW VALUE 'Y'.
001320 01 WS-NEW-KEY.
001330    05 WS-NEW-RUN-DATE PIC 9(8).
001340    05 WS-NEW-SET-ID PIC X(8).
001350 01 WS-DOS-DATE PIC 9(8) VALUE 0.
001360 01 WS-DOS-SET-ID PIC X(8) VALUE SPACES.
001370 01 WS-DOS-MONTH PIC 9(6) VALUE 0.
001380 01 WS-HIST-FOUND PIC X VALUE 'N'.
001390    88 WS-HIST-IS-FOUND VALUE 'Y'.
001400 01 WS-HIST-VALUE PIC 9(15) VALUE 0.
001410 01 WS-HIST-FLAG PIC X(1) VALUE SPACES.
001420 01 WS-HIST-SOURCE PIC X(8) VALUE SPACES.
001430 01 WS-HIST-FLAG-TEXT PIC X(10) VALUE SPACES.
001440 01 WS-SECTION-COUNT PIC 9(9) VALUE 0.
001450 01 WS-LATER-EXTRACTS PIC 9(9) VALUE 0.
001460 01 WS-FIRST-FEED-FOUND PIC X VALUE 'N'.
001470    88 WS-FIRST-FEED-IS-FOUND VALUE 'Y'.
001480 01 WS-FIRST-FEED.
001490    05 WS-FF-EXTRACT-DATE PIC 9(8).
001500    05 WS-FF-DETAIL-COUNT PIC 9(9).
001510    05 WS-FF-SM-TOTAL PIC 9(18).
001520    05 WS-FF-ACK-STATUS PIC X(1).
001530    05 WS-FF-ACK-DATE PIC 9(8).
001540    05 WS-FF-ACK-COUNT PIC 9(9).
001550    05 WS-FF-ACK-TOTAL PIC 9(18).
001560 01 WS-LAST-FEED.
001570    05 WS-LF-EXTRACT-DATE PIC 9(8).
001580    05 WS-LF-DETAIL-COUNT PIC 9(9).
001590    05 WS-LF-SM-TOTAL PIC 9(18).
001600    05 WS-LF-ACK-STATUS PIC X(1).
001610    05 WS-LF-ACK-DATE PIC 9(8).
001620    05 WS-LF-ACK-COUNT PIC 9(9).
001630    05 WS-LF-ACK-TOTAL PIC 9(18).
001640 01 WS-ACK-STATUS PIC X(1) VALUE SPACES.
001650 01 WS-ACK-TEXT PIC X(12) VALUE SPACES.
001660 01 WS-EDIT-VALUE PIC Z(14)9.
001670 01 WS-EDIT-COUNT PIC Z(8)9.
001680 01 WS-EDIT-TOTAL PIC Z(17)9.
001690 01 WS-DIV-SUB PIC 9(1) VALUE 0.
001700 01 WS-TITLE-LINE.
001710    05 FILLER PIC X(20) VALUE "SM RUN DOSSIER".
001720    05 FILLER PIC X(6) VALUE "DATE: ".
001730    05 TT-RUN-DATE PIC 9(8).
001740    05 FILLER PIC X(8) VALUE "   SET: ".
001750    05 TT-SET-ID PIC X(8).
001760    05 FILLER PIC X(12) VALUE "   PRINTED: ".
001770    05 TT-TODAY PIC 9(8).
001780    05 FILLER PIC X(30) VALUE SPACES.
001790 01 WS-SECTION-LINE.
001800    05 FILLER PIC X(2) VALUE SPACES.
001810    05 SC-TITLE PIC X(60).
001820    05 FILLER PIC X(38) VALUE SPACES.
001830 01 WS-TEXT-LINE.
001840    05 FILLER PIC X(4) VALUE SPACES.
001850    05 TX-TEXT PIC X(96).
001860 01 WS-TRLR-HEADING.
001870    05 FILLER PIC X(27) VALUE "    RUN  TYPE     SOURCE   ".
001880    05 FILLER PIC X(23) VALUE " FINAL CT   LOOP BND  N".
001890    05 FILLER PIC X(30) VALUE "   D1 HITS   D2 HITS   D3 HITS".
001900    05 FILLER PIC X(20) VALUE "   D4 HITS   D5 HITS".
001910 01 WS-TRLR-LINE.
001920    05 FILLER PIC X(4) VALUE SPACES.
001930    05 TL-RUN-NUMBER PIC 9(3).
001940    05 FILLER PIC X(2) VALUE SPACES.
001950    05 TL-KIND PIC X(9).
001960    05 TL-SOURCE PIC X(9).
001970    05 TL-FINAL-CT PIC Z(8)9.
001980    05 FILLER PIC X(2) VALUE SPACES.
001990    05 TL-LOOP-BOUND PIC Z(8)9.
002000    05 FILLER PIC X(2) VALUE SPACES.
002010    05 TL-DIVISOR-COUNT PIC 9(1).
002020    05 TL-HIT-ENTRY OCCURS 5 TIMES.
002030       10 FILLER PIC X(1).
002040       10 TL-HIT-COUNT PIC Z(8)9.
002050 01 WS-STAT-HEADING.
002060    05 FILLER PIC X(30) VALUE "    RUN  SL  START    TIME    ".
002070    05 FILLER PIC X(30) VALUE "END      TIME      ELAPSED  IT".
002080    05 FILLER PIC X(29) VALUE "ERATION   ITER/SEC      CKPTS".
002090    05 FILLER PIC X(11) VALUE SPACES.
002100 01 WS-STAT-LINE.
002110    05 FILLER PIC X(4) VALUE SPACES.
002120    05 ST-RUN-NUMBER PIC 9(3).
002130    05 FILLER PIC X(2) VALUE SPACES.
002140    05 ST-SLICE-NUMBER PIC 9(2).
002150    05 FILLER PIC X(2) VALUE SPACES.
002160    05 ST-START-DATE PIC 9(8).
002170    05 FILLER PIC X(1) VALUE SPACES.
002180    05 ST-START-TIME PIC 9(6).
002190    05 FILLER PIC X(2) VALUE SPACES.
002200    05 ST-END-DATE PIC 9(8).
002210    05 FILLER PIC X(1) VALUE SPACES.
002220    05 ST-END-TIME PIC 9(6).
002230    05 FILLER PIC X(2) VALUE SPACES.
002240    05 ST-ELAPSED-SECS PIC Z(8)9.
002250    05 FILLER PIC X(2) VALUE SPACES.
002260    05 ST-ITERATIONS PIC Z(8)9.
002270    05 FILLER PIC X(2) VALUE SPACES.
002280    05 ST-ITER-PER-SEC PIC Z(8)9.
002290    05 FILLER PIC X(2) VALUE SPACES.
002300    05 ST-CKPT-COUNT PIC Z(8)9.
002310    05 FILLER PIC X(11) VALUE SPACES.
002320 01 WS-EXC-HEADING.
002330    05 FILLER PIC X(40)
002340       VALUE "    TIME   PROGRAM    SET ID   S MESSAGE".
002350    05 FILLER PIC X(60) VALUE SPACES.
002360 01 WS-EXC-LINE.
002370    05 FILLER PIC X(4) VALUE SPACES.
002380    05 XL-RUN-TIME PIC 9(6).
002390    05 FILLER PIC X(1) VALUE SPACES.
002400    05 XL-PROGRAM-ID PIC X(10).
002410    05 FILLER PIC X(1) VALUE SPACES.
002420    05 XL-SET-ID PIC X(8).
002430    05 FILLER PIC X(1) VALUE SPACES.
002440    05 XL-SEVERITY PIC X(1).
002450    05 FILLER PIC X(1) VALUE SPACES.
002460    05 XL-MESSAGE PIC X(60).
002470    05 FILLER PIC X(7) VALUE SPACES.
002480 01 WS-ADJ-HEADING.
002490    05 FILLER PIC X(38)
002500       VALUE "    ON       TIME    RESULT  CODE REAS".
002510    05 FILLER PIC X(38)
002520       VALUE "ON                              BEFORE".
002530    05 FILLER PIC X(21) VALUE "              AFTER F".
002540    05 FILLER PIC X(3) VALUE SPACES.
002550 01 WS-ADJ-LINE.
002560    05 FILLER PIC X(4) VALUE SPACES.
002570    05 AL-RUN-DATE PIC 9(8).
002580    05 FILLER PIC X(1) VALUE SPACES.
002590    05 AL-RUN-TIME PIC 9(6).
002600    05 FILLER PIC X(2) VALUE SPACES.
002610    05 AL-DISPOSITION PIC X(8).
002620    05 AL-REASON-CODE PIC X(4).
002630    05 FILLER PIC X(1) VALUE SPACES.
002640    05 AL-REASON-TEXT PIC X(26).
002650    05 FILLER PIC X(1) VALUE SPACES.
002660    05 AL-BEF-SM-VALUE PIC Z(14)9.
002670    05 FILLER PIC X(4) VALUE " -> ".
002680    05 AL-AFT-SM-VALUE PIC Z(14)9.
002690    05 FILLER PIC X(1) VALUE SPACES.
002700    05 AL-AFT-ADJUSTED PIC X(1).
002710    05 FILLER PIC X(3) VALUE SPACES.
002720 01 WS-SUMMARY-LINE.
002730    05 FILLER PIC X(15) VALUE "RUNS REPORTED: ".
002740    05 SL-RUN-COUNT PIC ZZZ9.
002750    05 FILLER PIC X(81) VALUE SPACES.
002760
002770 PROCEDURE DIVISION.
002780 P-ONE-DOS-MAIN SECTION.
002790     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
002800     PERFORM 0100-READ-SELECTION
002810     OPEN OUTPUT SM-DOSRPT-FILE
002820     EVALUATE TRUE
002830       WHEN NOT WS-SELECTION-IS-VALID
002840         DISPLAY "P-ONE-DOS: SMDOSSEL MUST CARRY A FROM DATE, "
002850           "AN OPTIONAL TO DATE AND AN OPTIONAL SET ID"
002860         MOVE "INVALID OR MISSING SMDOSSEL SELECTION CARD"
002870           TO SM-DOSRPT-RECORD
002880         WRITE SM-DOSRPT-RECORD
002890         MOVE 16 TO RETURN-CODE
002900       WHEN OTHER
002910         OPEN INPUT SM-OUT-FILE
002920         IF WS-OUT-STATUS = "00"
002930           SET WS-OUT-IS-OPEN TO TRUE
002940         ELSE
002950           DISPLAY "P-ONE-DOS: SM HISTORY NOT AVAILABLE - "
002960             "FILE STATUS " WS-OUT-STATUS
002970         END-IF
002980         PERFORM 0200-COLLECT-RUNS
002990         EVALUATE TRUE
003000           WHEN WS-RUN-HAS-OVERFLOW
003010             DISPLAY "P-ONE-DOS: SELECTION COVERS MORE THAN 500 "
003020               "RUNS - NARROW THE DATE RANGE"
003030             MOVE "SELECTION COVERS MORE THAN 500 RUNS - "
003035               TO SM-DOSRPT-RECORD
003040             MOVE "NARROW THE DATE RANGE"
003045               TO SM-DOSRPT-RECORD(39:21)
003060             WRITE SM-DOSRPT-RECORD
003070             MOVE 8 TO RETURN-CODE
003080           WHEN WS-RUN-COUNT = 0
003090             MOVE "NO SM RUNS ON FILE OR IN THE ARCHIVE MATCH THE"
003100               TO SM-DOSRPT-RECORD
003110             MOVE " SELECTION" TO SM-DOSRPT-RECORD(47:10)
003120             WRITE SM-DOSRPT-RECORD
003130             MOVE 4 TO RETURN-CODE
003140           WHEN OTHER
003150             PERFORM 0300-PRINT-DOSSIER
003160               VARYING WS-RUN-SUB FROM 1 BY 1
003170               UNTIL WS-RUN-SUB > WS-RUN-COUNT
003180         END-EVALUATE
003190         MOVE WS-RUN-COUNT TO SL-RUN-COUNT
003200         IF WS-RUN-HAS-OVERFLOW
003210           MOVE 0 TO SL-RUN-COUNT
003220         END-IF
003230         MOVE WS-SUMMARY-LINE TO SM-DOSRPT-RECORD
003240         WRITE SM-DOSRPT-RECORD
003250         IF WS-OUT-IS-OPEN
003260           CLOSE SM-OUT-FILE
003270         END-IF
003280     END-EVALUATE
003290     CLOSE SM-DOSRPT-FILE
003300     STOP RUN.
003310
003320* THE CARD CARRIES A FROM DATE, A TO DATE (BLANK FOR THE FROM
003330* DATE ONLY) AND A SET ID (BLANK FOR EVERY SET)
003340 0100-READ-SELECTION.
003350     OPEN INPUT SM-DOSSEL-FILE
003360     IF WS-DOSSEL-STATUS = "00"
003370       READ SM-DOSSEL-FILE
003380         AT END
003390           CONTINUE
003400         NOT AT END
003410           IF SM-DOSSEL-FROM-DATE NUMERIC
003420             MOVE SM-DOSSEL-FROM-DATE TO WS-FROM-DATE
003430             MOVE WS-FROM-DATE TO WS-TO-DATE
003440             IF SM-DOSSEL-TO-DATE NUMERIC
003450               MOVE SM-DOSSEL-TO-DATE TO WS-TO-DATE
003460             END-IF
003470             MOVE SM-DOSSEL-SET-ID TO WS-SELECT-SET-ID
003480             IF WS-FROM-DATE > 0
003490                AND WS-TO-DATE >= WS-FROM-DATE
003500               SET WS-SELECTION-IS-VALID TO TRUE
003510             END-IF
003520           END-IF
003530       END-READ
003540       CLOSE SM-DOSSEL-FILE
003550     END-IF.
003560
003570 0200-COLLECT-RUNS.
003580     IF WS-OUT-IS-OPEN
003590       MOVE 'N' TO WS-SCAN-EOF
003600       MOVE WS-FROM-DATE TO SM-OUT-RUN-DATE
003610       MOVE LOW-VALUES TO SM-OUT-PARM-SET-ID
003620       START SM-OUT-FILE KEY >= SM-OUT-KEY
003630         INVALID KEY SET WS-SCAN-END-OF-FILE TO TRUE
003640       END-START
003650       PERFORM UNTIL WS-SCAN-END-OF-FILE
003660         READ SM-OUT-FILE NEXT
003670           AT END SET WS-SCAN-END-OF-FILE TO TRUE
003680           NOT AT END
003690             IF SM-OUT-RUN-DATE > WS-TO-DATE
003700               SET WS-SCAN-END-OF-FILE TO TRUE
003710             ELSE
003720               MOVE SM-OUT-RUN-DATE TO WS-NEW-RUN-DATE
003730               MOVE SM-OUT-PARM-SET-ID TO WS-NEW-SET-ID
003740               PERFORM 0280-ADD-RUN
003750             END-IF
003760         END-READ
003770       END-PERFORM
003780     END-IF
003790     MOVE 'N' TO WS-SCAN-EOF
003800     OPEN INPUT SM-OUTA-FILE
003810     IF WS-OUTA-STATUS = "00"
003820       PERFORM UNTIL WS-SCAN-END-OF-FILE
003830         READ SM-OUTA-FILE
003840           AT END SET WS-SCAN-END-OF-FILE TO TRUE
003850           NOT AT END
003860             MOVE SM-OUTA-RUN-DATE TO WS-NEW-RUN-DATE
003870             MOVE SM-OUTA-PARM-SET-ID TO WS-NEW-SET-ID
003880             PERFORM 0280-ADD-RUN
003890         END-READ
003900       END-PERFORM
003910       CLOSE SM-OUTA-FILE
003920     END-IF
003930     MOVE 'N' TO WS-SCAN-EOF
003940     OPEN INPUT SM-TRLR-FILE
003950     IF WS-TRLR-STATUS = "00"
003960       PERFORM UNTIL WS-SCAN-END-OF-FILE
003970         READ SM-TRLR-FILE
003980           AT END SET WS-SCAN-END-OF-FILE TO TRUE
003990           NOT AT END
004000             MOVE SM-TRLR-RUN-DATE TO WS-NEW-RUN-DATE
004010             MOVE SM-TRLR-PARM-SET-ID TO WS-NEW-SET-ID
004020             PERFORM 0280-ADD-RUN
004030         END-READ
004040       END-PERFORM
004050       CLOSE SM-TRLR-FILE
004060     END-IF
004070     MOVE 'N' TO WS-SCAN-EOF
004080     OPEN INPUT SM-TRLRA-FILE
004090     IF WS-TRLRA-STATUS = "00"
004100       PERFORM UNTIL WS-SCAN-END-OF-FILE
004110         READ SM-TRLRA-FILE
004120           AT END SET WS-SCAN-END-OF-FILE TO TRUE
004130           NOT AT END
004140             MOVE SM-TRLRA-RUN-DATE TO WS-NEW-RUN-DATE
004150             MOVE SM-TRLRA-PARM-SET-ID TO WS-NEW-SET-ID
004160             PERFORM 0280-ADD-RUN
004170         END-READ
004180       END-PERFORM
004190       CLOSE SM-TRLRA-FILE
004200     END-IF.
004210
004220* ADDS THE DATE/SET IN WS-NEW-KEY WHEN IT FALLS IN THE SELECTION
004230* AND IS NOT ALREADY LISTED, SHIFTING LATER ENTRIES UP ONE
004240 0280-ADD-RUN.
004250     IF WS-NEW-RUN-DATE >= WS-FROM-DATE
004260        AND WS-NEW-RUN-DATE <= WS-TO-DATE
004270        AND (WS-SELECT-SET-ID = SPACES
004280          OR WS-NEW-SET-ID = WS-SELECT-SET-ID)
004290       MOVE 0 TO WS-FOUND-IDX
004300       MOVE 0 TO WS-INS-SUB
004310       IF WS-RUN-COUNT > 0
004320         SET WS-RUN-IDX TO 1
004330         SEARCH WS-RUN-ENTRY
004340           WHEN WS-RUN-T-KEY(WS-RUN-IDX) = WS-NEW-KEY
004350             MOVE WS-RUN-IDX TO WS-FOUND-IDX
004360         END-SEARCH
004370       END-IF
004380       IF WS-FOUND-IDX = 0
004390         IF WS-RUN-COUNT >= 500
004400           SET WS-RUN-HAS-OVERFLOW TO TRUE
004410         ELSE
004420           PERFORM VARYING WS-SHIFT-SUB FROM 1 BY 1
004430             UNTIL WS-SHIFT-SUB > WS-RUN-COUNT OR WS-INS-SUB > 0
004440             IF WS-RUN-T-KEY(WS-SHIFT-SUB) > WS-NEW-KEY
004450               MOVE WS-SHIFT-SUB TO WS-INS-SUB
004460             END-IF
004470           END-PERFORM
004480           ADD 1 TO WS-RUN-COUNT
004490           IF WS-INS-SUB = 0
004500             MOVE WS-RUN-COUNT TO WS-INS-SUB
004510           ELSE
004520             PERFORM VARYING WS-SHIFT-SUB FROM WS-RUN-COUNT BY -1
004530               UNTIL WS-SHIFT-SUB <= WS-INS-SUB
004540               MOVE WS-RUN-T-KEY(WS-SHIFT-SUB - 1)
004550                 TO WS-RUN-T-KEY(WS-SHIFT-SUB)
004560             END-PERFORM
004570           END-IF
004580           MOVE WS-NEW-KEY TO WS-RUN-T-KEY(WS-INS-SUB)
004590         END-IF
004600       END-IF
004610     END-IF.
004620
004630 0300-PRINT-DOSSIER.
004640     MOVE WS-RUN-T-RUN-DATE(WS-RUN-SUB) TO WS-DOS-DATE
004650     MOVE WS-RUN-T-SET-ID(WS-RUN-SUB) TO WS-DOS-SET-ID
004660     MOVE WS-DOS-DATE(1:6) TO WS-DOS-MONTH
004670     MOVE WS-DOS-DATE TO TT-RUN-DATE
004680     MOVE WS-DOS-SET-ID TO TT-SET-ID
004690     MOVE WS-TODAY TO TT-TODAY
004700     MOVE SPACES TO SM-DOSRPT-RECORD
004710     WRITE SM-DOSRPT-RECORD
004720     MOVE WS-TITLE-LINE TO SM-DOSRPT-RECORD
004730     WRITE SM-DOSRPT-RECORD
004740     PERFORM 0320-PRINT-HISTORY
004750     PERFORM 0330-PRINT-TRAILERS
004760     PERFORM 0340-PRINT-STATS
004770     PERFORM 0350-PRINT-EXCEPTIONS
004780     PERFORM 0360-PRINT-ADJUSTMENTS
004790     PERFORM 0370-PRINT-FEED-STATUS
004800     PERFORM 0380-PRINT-MONTH-STATUS.
004810
004820 0310-WRITE-SECTION-TITLE.
004830     MOVE WS-SECTION-LINE TO SM-DOSRPT-RECORD
004840     WRITE SM-DOSRPT-RECORD.
004850
004860 0315-WRITE-TEXT-LINE.
004870     MOVE WS-TEXT-LINE TO SM-DOSRPT-RECORD
004880     WRITE SM-DOSRPT-RECORD.
004890
004900* THE ONLINE ROW IS USED WHEN PRESENT; A ROW P-ONE-ARC HAS MOVED
004910* OFF IS TAKEN FROM THE HISTORY ARCHIVE
004920 0320-PRINT-HISTORY.
004930     MOVE "SM HISTORY ROW" TO SC-TITLE
004940     PERFORM 0310-WRITE-SECTION-TITLE
004950     MOVE 'N' TO WS-HIST-FOUND
004960     IF WS-OUT-IS-OPEN
004970       MOVE WS-DOS-DATE TO SM-OUT-RUN-DATE
004980       MOVE WS-DOS-SET-ID TO SM-OUT-PARM-SET-ID
004990       READ SM-OUT-FILE
005000         INVALID KEY
005010           CONTINUE
005020         NOT INVALID KEY
005030           SET WS-HIST-IS-FOUND TO TRUE
005040           MOVE SM-OUT-SM-VALUE TO WS-HIST-VALUE
005050           MOVE SM-OUT-ADJUSTED TO WS-HIST-FLAG
005060           MOVE "SMOUT" TO WS-HIST-SOURCE
005070       END-READ
005080     END-IF
005090     IF NOT WS-HIST-IS-FOUND
005100       MOVE 'N' TO WS-SCAN-EOF
005110       OPEN INPUT SM-OUTA-FILE
005120       IF WS-OUTA-STATUS = "00"
005130         PERFORM UNTIL WS-SCAN-END-OF-FILE
005140           READ SM-OUTA-FILE
005150             AT END SET WS-SCAN-END-OF-FILE TO TRUE
005160             NOT AT END
005170               IF SM-OUTA-RUN-DATE = WS-DOS-DATE
005180                  AND SM-OUTA-PARM-SET-ID = WS-DOS-SET-ID
005190                 SET WS-HIST-IS-FOUND TO TRUE
005200                 MOVE SM-OUTA-SM-VALUE TO WS-HIST-VALUE
005210                 MOVE SM-OUTA-ADJUSTED TO WS-HIST-FLAG
005220                 MOVE "SMOUTA" TO WS-HIST-SOURCE
005230               END-IF
005240           END-READ
005250         END-PERFORM
005260         CLOSE SM-OUTA-FILE
005270       END-IF
005280     END-IF
005290     MOVE SPACES TO TX-TEXT
005300     IF WS-HIST-IS-FOUND
005310       EVALUATE WS-HIST-FLAG
005320         WHEN 'Y'
005330           MOVE "ADJUSTED" TO WS-HIST-FLAG-TEXT
005340         WHEN 'B'
005350           MOVE "BACKFILLED" TO WS-HIST-FLAG-TEXT
005360         WHEN OTHER
005370           MOVE "COMPUTED" TO WS-HIST-FLAG-TEXT
005380       END-EVALUATE
005390       MOVE WS-HIST-VALUE TO WS-EDIT-VALUE
005400       STRING "SM VALUE " WS-EDIT-VALUE "   FLAG " WS-HIST-FLAG
005410         " (" WS-HIST-FLAG-TEXT ")   FROM " WS-HIST-SOURCE
005420         DELIMITED BY SIZE INTO TX-TEXT
005430     ELSE
005440       MOVE "NO HISTORY ROW ONLINE OR IN THE ARCHIVE" TO TX-TEXT
005450     END-IF
005460     PERFORM 0315-WRITE-TEXT-LINE.
005470
005480 0330-PRINT-TRAILERS.
005490     MOVE "RUN TRAILERS" TO SC-TITLE
005500     PERFORM 0310-WRITE-SECTION-TITLE
005510     MOVE WS-TRLR-HEADING TO SM-DOSRPT-RECORD
005520     WRITE SM-DOSRPT-RECORD
005530     MOVE 0 TO WS-SECTION-COUNT
005540     MOVE 'N' TO WS-SCAN-EOF
005550     OPEN INPUT SM-TRLR-FILE
005560     IF WS-TRLR-STATUS = "00"
005570       PERFORM UNTIL WS-SCAN-END-OF-FILE
005580         READ SM-TRLR-FILE
005590           AT END SET WS-SCAN-END-OF-FILE TO TRUE
005600           NOT AT END
005610             IF SM-TRLR-RUN-DATE = WS-DOS-DATE
005620                AND SM-TRLR-PARM-SET-ID = WS-DOS-SET-ID
005630               PERFORM 0332-PRINT-ONLINE-TRAILER
005640             END-IF
005650         END-READ
005660       END-PERFORM
005670       CLOSE SM-TRLR-FILE
005680     END-IF
005690     MOVE 'N' TO WS-SCAN-EOF
005700     OPEN INPUT SM-TRLRA-FILE
005710     IF WS-TRLRA-STATUS = "00"
005720       PERFORM UNTIL WS-SCAN-END-OF-FILE
005730         READ SM-TRLRA-FILE
005740           AT END SET WS-SCAN-END-OF-FILE TO TRUE
005750           NOT AT END
005760             IF SM-TRLRA-RUN-DATE = WS-DOS-DATE
005770                AND SM-TRLRA-PARM-SET-ID = WS-DOS-SET-ID
005780               PERFORM 0334-PRINT-ARCHIVED-TRAILER
005790             END-IF
005800         END-READ
005810       END-PERFORM
005820       CLOSE SM-TRLRA-FILE
005830     END-IF
005840     IF WS-SECTION-COUNT = 0
005850       MOVE "NO TRAILER ONLINE OR IN THE ARCHIVE" TO TX-TEXT
005860       PERFORM 0315-WRITE-TEXT-LINE
005870     END-IF.
005880
005890 0332-PRINT-ONLINE-TRAILER.
005900     ADD 1 TO WS-SECTION-COUNT
005910     MOVE SM-TRLR-RUN-NUMBER TO TL-RUN-NUMBER
005920     MOVE "ONLINE" TO TL-SOURCE
005930     MOVE SM-TRLR-FINAL-CT TO TL-FINAL-CT
005940     MOVE SM-TRLR-LOOP-BOUND TO TL-LOOP-BOUND
005950     MOVE SM-TRLR-DIVISOR-COUNT TO TL-DIVISOR-COUNT
005960     PERFORM VARYING WS-DIV-SUB FROM 1 BY 1
005970       UNTIL WS-DIV-SUB > 5
005980       MOVE SM-TRLR-HIT-COUNT(WS-DIV-SUB)
005990         TO TL-HIT-COUNT(WS-DIV-SUB)
006000     END-PERFORM
006010     PERFORM 0336-WRITE-TRAILER-LINE.
006020
006030 0334-PRINT-ARCHIVED-TRAILER.
006040     ADD 1 TO WS-SECTION-COUNT
006050     MOVE SM-TRLRA-RUN-NUMBER TO TL-RUN-NUMBER
006060     MOVE "ARCHIVED" TO TL-SOURCE
006070     MOVE SM-TRLRA-FINAL-CT TO TL-FINAL-CT
006080     MOVE SM-TRLRA-LOOP-BOUND TO TL-LOOP-BOUND
006090     MOVE SM-TRLRA-DIVISOR-COUNT TO TL-DIVISOR-COUNT
006100     PERFORM VARYING WS-DIV-SUB FROM 1 BY 1
006110       UNTIL WS-DIV-SUB > 5
006120       MOVE SM-TRLRA-HIT-COUNT(WS-DIV-SUB)
006130         TO TL-HIT-COUNT(WS-DIV-SUB)
006140     END-PERFORM
006150     PERFORM 0336-WRITE-TRAILER-LINE.
006160
006170 0336-WRITE-TRAILER-LINE.
006180     EVALUATE TRUE
006190       WHEN TL-RUN-NUMBER > 900
006200         MOVE "BACKFILL" TO TL-KIND
006210       WHEN TL-RUN-NUMBER > 1
006220         MOVE "RERUN" TO TL-KIND
006230       WHEN OTHER
006240         MOVE "NIGHTLY" TO TL-KIND
006250     END-EVALUATE
006260     MOVE WS-TRLR-LINE TO SM-DOSRPT-RECORD
006270     WRITE SM-DOSRPT-RECORD.
006280
006290* SMSTATS IS READ WITH THE PARTITION RUNSTATS DATASETS
006300* CONCATENATED BEHIND IT, SO WORKER SLICES SHOW HERE TOO
006310 0340-PRINT-STATS.
006320     MOVE "RUN STATISTICS (MAIN JOB AND PARTITION SLICES)"
006330       TO SC-TITLE
006340     PERFORM 0310-WRITE-SECTION-TITLE
006350     MOVE WS-STAT-HEADING TO SM-DOSRPT-RECORD
006360     WRITE SM-DOSRPT-RECORD
006370     MOVE 0 TO WS-SECTION-COUNT
006380     MOVE 'N' TO WS-SCAN-EOF
006390     OPEN INPUT SM-STATS-FILE
006400     IF WS-STAT-STATUS = "00"
006410       PERFORM UNTIL WS-SCAN-END-OF-FILE
006420         READ SM-STATS-FILE
006430           AT END SET WS-SCAN-END-OF-FILE TO TRUE
006440           NOT AT END
006450             IF SM-STAT-RUN-DATE = WS-DOS-DATE
006460                AND SM-STAT-SET-ID = WS-DOS-SET-ID
006470               ADD 1 TO WS-SECTION-COUNT
006480               MOVE SM-STAT-RUN-NUMBER TO ST-RUN-NUMBER
006490               MOVE SM-STAT-SLICE-NUMBER TO ST-SLICE-NUMBER
006500               MOVE SM-STAT-START-DATE TO ST-START-DATE
006510               MOVE SM-STAT-START-TIME TO ST-START-TIME
006520               MOVE SM-STAT-END-DATE TO ST-END-DATE
006530               MOVE SM-STAT-END-TIME TO ST-END-TIME
006540               MOVE SM-STAT-ELAPSED-SECS TO ST-ELAPSED-SECS
006550               MOVE SM-STAT-ITERATIONS TO ST-ITERATIONS
006560               MOVE SM-STAT-ITER-PER-SEC TO ST-ITER-PER-SEC
006570               MOVE SM-STAT-CKPT-COUNT TO ST-CKPT-COUNT
006580               MOVE WS-STAT-LINE TO SM-DOSRPT-RECORD
006590               WRITE SM-DOSRPT-RECORD
006600             END-IF
006610         END-READ
006620       END-PERFORM
006630       CLOSE SM-STATS-FILE
006640     END-IF
006650     IF WS-SECTION-COUNT = 0
006660       MOVE "NO RUN STATISTICS RECORDED" TO TX-TEXT
006670       PERFORM 0315-WRITE-TEXT-LINE
006680     END-IF.
006690
006700* ENTRIES LOGGED ON THE RUN DATE AGAINST THE SET OR AGAINST NO
006710* SET IN PARTICULAR; THE PARTITION LOGS ARE CONCATENATED BEHIND
006720* SMEXCLOG
006730 0350-PRINT-EXCEPTIONS.
006740     MOVE "EXCEPTION LOG ENTRIES (SMEXCLOG AND PARTITION LOGS)"
006750       TO SC-TITLE
006760     PERFORM 0310-WRITE-SECTION-TITLE
006770     MOVE WS-EXC-HEADING TO SM-DOSRPT-RECORD
006780     WRITE SM-DOSRPT-RECORD
006790     MOVE 0 TO WS-SECTION-COUNT
006800     MOVE 'N' TO WS-SCAN-EOF
006810     OPEN INPUT SM-EXCLOG-FILE
006820     IF WS-EXCLOG-STATUS = "00"
006830       PERFORM UNTIL WS-SCAN-END-OF-FILE
006840         READ SM-EXCLOG-FILE
006850           AT END SET WS-SCAN-END-OF-FILE TO TRUE
006860           NOT AT END
006870             IF SM-EXC-RUN-DATE = WS-DOS-DATE
006880                AND (SM-EXC-SET-ID = WS-DOS-SET-ID
006890                  OR SM-EXC-SET-ID = SPACES)
006900               ADD 1 TO WS-SECTION-COUNT
006910               MOVE SM-EXC-RUN-TIME TO XL-RUN-TIME
006920               MOVE SM-EXC-PROGRAM-ID TO XL-PROGRAM-ID
006930               MOVE SM-EXC-SET-ID TO XL-SET-ID
006940               MOVE SM-EXC-SEVERITY TO XL-SEVERITY
006950               MOVE SM-EXC-MESSAGE TO XL-MESSAGE
006960               MOVE WS-EXC-LINE TO SM-DOSRPT-RECORD
006970               WRITE SM-DOSRPT-RECORD
006980             END-IF
006990         END-READ
007000       END-PERFORM
007010       CLOSE SM-EXCLOG-FILE
007020     END-IF
007030     IF WS-SECTION-COUNT = 0
007040       MOVE "NO EXCEPTIONS LOGGED" TO TX-TEXT
007050       PERFORM 0315-WRITE-TEXT-LINE
007060     END-IF.
007070
007080 0360-PRINT-ADJUSTMENTS.
007090     MOVE "HISTORY ADJUSTMENTS (SMADJAUD)" TO SC-TITLE
007100     PERFORM 0310-WRITE-SECTION-TITLE
007110     MOVE WS-ADJ-HEADING TO SM-DOSRPT-RECORD
007120     WRITE SM-DOSRPT-RECORD
007130     MOVE 0 TO WS-SECTION-COUNT
007140     MOVE 'N' TO WS-SCAN-EOF
007150     OPEN INPUT SM-ADJAUD-FILE
007160     IF WS-ADJAUD-STATUS = "00"
007170       PERFORM UNTIL WS-SCAN-END-OF-FILE
007180         READ SM-ADJAUD-FILE
007190           AT END SET WS-SCAN-END-OF-FILE TO TRUE
007200           NOT AT END
007210             IF SM-ADJAUD-ADJ-DATE = WS-DOS-DATE
007220                AND SM-ADJAUD-SET-ID = WS-DOS-SET-ID
007230               PERFORM 0365-PRINT-ONE-ADJUSTMENT
007240             END-IF
007250         END-READ
007260       END-PERFORM
007270       CLOSE SM-ADJAUD-FILE
007280     END-IF
007290     IF WS-SECTION-COUNT = 0
007300       MOVE "NO ADJUSTMENTS ON RECORD" TO TX-TEXT
007310       PERFORM 0315-WRITE-TEXT-LINE
007320     END-IF.
007330
007340 0365-PRINT-ONE-ADJUSTMENT.
007350     ADD 1 TO WS-SECTION-COUNT
007360     MOVE SM-ADJAUD-RUN-DATE TO AL-RUN-DATE
007370     MOVE SM-ADJAUD-RUN-TIME TO AL-RUN-TIME
007380     IF SM-ADJAUD-IS-APPLIED
007390       MOVE "APPLIED" TO AL-DISPOSITION
007400     ELSE
007410       MOVE "REJECTED" TO AL-DISPOSITION
007420     END-IF
007430     MOVE SM-ADJAUD-REASON-CODE TO AL-REASON-CODE
007440     MOVE SM-ADJAUD-REASON-TEXT TO AL-REASON-TEXT
007450     IF SM-ADJAUD-BEF-EXISTS
007460       MOVE SM-ADJAUD-BEF-SM-VALUE TO AL-BEF-SM-VALUE
007470     ELSE
007480       MOVE 0 TO AL-BEF-SM-VALUE
007490     END-IF
007500     IF SM-ADJAUD-AFT-EXISTS
007510       MOVE SM-ADJAUD-AFT-SM-VALUE TO AL-AFT-SM-VALUE
007520       MOVE SM-ADJAUD-AFT-ADJUSTED TO AL-AFT-ADJUSTED
007530     ELSE
007540       MOVE 0 TO AL-AFT-SM-VALUE
007550       MOVE SPACES TO AL-AFT-ADJUSTED
007560     END-IF
007570     MOVE WS-ADJ-LINE TO SM-DOSRPT-RECORD
007580     WRITE SM-DOSRPT-RECORD
007581     IF SM-ADJAUD-SUBMITTER NOT = SPACES
007582       MOVE SPACES TO TX-TEXT
007583       STRING "    SUBMITTED BY " SM-ADJAUD-SUBMITTER
007584         "  APPROVED BY " SM-ADJAUD-APPROVER
007585         DELIMITED BY SIZE INTO TX-TEXT
007586       PERFORM 0315-WRITE-TEXT-LINE
007587     END-IF.
007590
007600* EVERY EXTRACT CARRIES THE WHOLE OF SMOUT, SO THE FIRST EXTRACT
007610* ON OR AFTER THE RUN DATE IS THE ONE THAT FIRST SENT THE ROW;
007620* THE LATEST EXTRACT CARRIES ANY LATER ADJUSTMENT
007630 0370-PRINT-FEED-STATUS.
007640     MOVE "WAREHOUSE FEED AND ACKNOWLEDGEMENT (SMFDCTL)"
007650       TO SC-TITLE
007660     PERFORM 0310-WRITE-SECTION-TITLE
007670     MOVE 'N' TO WS-FIRST-FEED-FOUND
007680     MOVE 0 TO WS-LATER-EXTRACTS
007690     MOVE 'N' TO WS-SCAN-EOF
007700     OPEN INPUT SM-FDCTL-FILE
007710     IF WS-FDCTL-STATUS = "00"
007720       PERFORM UNTIL WS-SCAN-END-OF-FILE
007730         READ SM-FDCTL-FILE
007740           AT END SET WS-SCAN-END-OF-FILE TO TRUE
007750           NOT AT END
007760             IF SM-FDCTL-EXTRACT-DATE >= WS-DOS-DATE
007770               IF WS-FIRST-FEED-IS-FOUND
007780                 ADD 1 TO WS-LATER-EXTRACTS
007790                 MOVE SM-FDCTL-RECORD TO WS-LAST-FEED
007800               ELSE
007810                 SET WS-FIRST-FEED-IS-FOUND TO TRUE
007820                 MOVE SM-FDCTL-RECORD TO WS-FIRST-FEED
007830               END-IF
007840             END-IF
007850         END-READ
007860       END-PERFORM
007870       CLOSE SM-FDCTL-FILE
007880     END-IF
007890     MOVE SPACES TO TX-TEXT
007900     IF NOT WS-FIRST-FEED-IS-FOUND
007910       MOVE "NOT YET SENT - NO EXTRACT ON OR AFTER THE RUN DATE"
007920         TO TX-TEXT
007930       PERFORM 0315-WRITE-TEXT-LINE
007940     ELSE
007950       MOVE WS-FF-ACK-STATUS TO WS-ACK-STATUS
007960       PERFORM 0375-DESCRIBE-ACK
007970       MOVE WS-FF-DETAIL-COUNT TO WS-EDIT-COUNT
007980       STRING "FIRST SENT IN EXTRACT " WS-FF-EXTRACT-DATE
007990         "  ROWS " WS-EDIT-COUNT "  ACK " WS-ACK-TEXT
008000         " ON " WS-FF-ACK-DATE
008010         DELIMITED BY SIZE INTO TX-TEXT
008020       PERFORM 0315-WRITE-TEXT-LINE
008030       MOVE WS-FF-SM-TOTAL TO WS-EDIT-TOTAL
008040       MOVE SPACES TO TX-TEXT
008050       STRING "  EXTRACT SM TOTAL " WS-EDIT-TOTAL
008060         DELIMITED BY SIZE INTO TX-TEXT
008070       PERFORM 0315-WRITE-TEXT-LINE
008080       IF WS-LATER-EXTRACTS > 0
008090         MOVE WS-LF-ACK-STATUS TO WS-ACK-STATUS
008100         PERFORM 0375-DESCRIBE-ACK
008110         MOVE WS-LATER-EXTRACTS TO WS-EDIT-COUNT
008120         MOVE SPACES TO TX-TEXT
008130         STRING "RESENT IN" WS-EDIT-COUNT
008135           " LATER EXTRACTS, LATEST "
008140           WS-LF-EXTRACT-DATE "  ACK " WS-ACK-TEXT
008150           " ON " WS-LF-ACK-DATE
008160           DELIMITED BY SIZE INTO TX-TEXT
008170         PERFORM 0315-WRITE-TEXT-LINE
008180       END-IF
008190     END-IF.
008200
008210 0375-DESCRIBE-ACK.
008220     EVALUATE WS-ACK-STATUS
008230       WHEN 'Y'
008240         MOVE "ACKNOWLEDGED" TO WS-ACK-TEXT
008250       WHEN 'M'
008260         MOVE "MISMATCHED" TO WS-ACK-TEXT
008270       WHEN OTHER
008280         MOVE "AWAITED" TO WS-ACK-TEXT
008290     END-EVALUATE.
008300
008310 0380-PRINT-MONTH-STATUS.
008320     MOVE "MONTH-END LOCK (SMMSUM)" TO SC-TITLE
008330     PERFORM 0310-WRITE-SECTION-TITLE
008340     OPEN INPUT SM-MSUM-FILE
008350     IF WS-MSUM-STATUS NOT = "00"
008360       MOVE SPACES TO TX-TEXT
008370       STRING "MONTHLY SUMMARY NOT AVAILABLE - FILE STATUS "
008380         WS-MSUM-STATUS DELIMITED BY SIZE INTO TX-TEXT
008390       PERFORM 0315-WRITE-TEXT-LINE
008400     ELSE
008410       MOVE WS-DOS-MONTH TO SM-MSUM-MONTH
008420       MOVE "*PERIOD*" TO SM-MSUM-SET-ID
008430       MOVE SPACES TO TX-TEXT
008440       READ SM-MSUM-FILE
008450         INVALID KEY
008460           STRING "MONTH " WS-DOS-MONTH
008465             " IS OPEN - NOT YET CLOSED"
008470             DELIMITED BY SIZE INTO TX-TEXT
008480         NOT INVALID KEY
008490           IF SM-MSUM-IS-CLOSED
008500             STRING "MONTH " WS-DOS-MONTH
008510               " IS CLOSED AND LOCKED"
008520               DELIMITED BY SIZE INTO TX-TEXT
008530           ELSE
008540             STRING "MONTH " WS-DOS-MONTH " IS OPEN"
008550               DELIMITED BY SIZE INTO TX-TEXT
008560           END-IF
008570       END-READ
008580       PERFORM 0315-WRITE-TEXT-LINE
008590       MOVE WS-DOS-MONTH TO SM-MSUM-MONTH
008600       MOVE WS-DOS-SET-ID TO SM-MSUM-SET-ID
008610       MOVE SPACES TO TX-TEXT
008620       READ SM-MSUM-FILE
008630         INVALID KEY
008640           MOVE "NO MONTHLY SUMMARY FOR THE SET" TO TX-TEXT
008650         NOT INVALID KEY
008660           MOVE SM-MSUM-SM-TOTAL TO WS-EDIT-TOTAL
008670           STRING "SET SUMMARY: DAYS " SM-MSUM-DAY-COUNT
008680             "  SM TOTAL " WS-EDIT-TOTAL
008690             "  RERUNS " SM-MSUM-RERUN-COUNT
008700             "  CLOSED " SM-MSUM-CLOSED
008710             DELIMITED BY SIZE INTO TX-TEXT
008720       END-READ
008730       PERFORM 0315-WRITE-TEXT-LINE
008740       CLOSE SM-MSUM-FILE
008750     END-IF.
