000100* P-ONE-DST.COB
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID. P-ONE-DST.
000130 ENVIRONMENT DIVISION.
000140 INPUT-OUTPUT SECTION.
000150 FILE-CONTROL.
000160     SELECT SM-DSTCTL-FILE ASSIGN TO "SMDSTCTL"
000170     ORGANIZATION IS LINE SEQUENTIAL
000180     FILE STATUS IS WS-DSTCTL-STATUS.
000190     SELECT SM-DIST-FILE ASSIGN TO "SMDIST"
000200     ORGANIZATION IS LINE SEQUENTIAL
000210     FILE STATUS IS WS-DIST-STATUS.
000220     SELECT SM-PARM-FILE ASSIGN TO "SMPARM"
000230     ORGANIZATION IS LINE SEQUENTIAL
000240     FILE STATUS IS WS-PARM-STATUS.
000250     SELECT SM-DLV-FILE ASSIGN TO "SMDLVLOG"
000260     ORGANIZATION IS LINE SEQUENTIAL
000270     FILE STATUS IS WS-DLV-STATUS.
000280     SELECT SM-DLVCNF-FILE ASSIGN TO "SMDLVCNF"
000290     ORGANIZATION IS LINE SEQUENTIAL
000300     FILE STATUS IS WS-DLVCNF-STATUS.
000310     SELECT SM-STARPT-FILE ASSIGN TO "SMSTARPT"
000320     ORGANIZATION IS LINE SEQUENTIAL
000330     FILE STATUS IS WS-RPT-STATUS.
000340     SELECT SM-RECON-FILE ASSIGN TO "SMRECON"
000350     ORGANIZATION IS LINE SEQUENTIAL
000360     FILE STATUS IS WS-RPT-STATUS.
000370     SELECT SM-GAPRPT-FILE ASSIGN TO "SMGAPRPT"
000380     ORGANIZATION IS LINE SEQUENTIAL
000390     FILE STATUS IS WS-RPT-STATUS.
000400     SELECT SM-EXCRPT-FILE ASSIGN TO "SMEXCRPT"
000410     ORGANIZATION IS LINE SEQUENTIAL
000420     FILE STATUS IS WS-RPT-STATUS.
000430     SELECT SM-ACKRPT-FILE ASSIGN TO "SMACKRPT"
000440     ORGANIZATION IS LINE SEQUENTIAL
000450     FILE STATUS IS WS-RPT-STATUS.
000460     SELECT SM-RSIRPT-FILE ASSIGN TO "SMRSIRPT"
000470     ORGANIZATION IS LINE SEQUENTIAL
000480     FILE STATUS IS WS-RPT-STATUS.
000490     SELECT SM-STRRPT-FILE ASSIGN TO "SMSTRRPT"
000500     ORGANIZATION IS LINE SEQUENTIAL
000510     FILE STATUS IS WS-RPT-STATUS.
000520     SELECT SM-MMRRPT-FILE ASSIGN TO "SMMMRRPT"
000530     ORGANIZATION IS LINE SEQUENTIAL
000540     FILE STATUS IS WS-RPT-STATUS.
000550     SELECT SM-RPT-FILE ASSIGN TO "SMRPT"
000560     ORGANIZATION IS LINE SEQUENTIAL
000570     FILE STATUS IS WS-RPT-STATUS.
000580     SELECT SM-XREF-FILE ASSIGN TO "SMXREF"
000590     ORGANIZATION IS LINE SEQUENTIAL
000600     FILE STATUS IS WS-RPT-STATUS.
000610     SELECT SM-BNDLP-FILE ASSIGN TO "SMBNDLP"
000620     ORGANIZATION IS LINE SEQUENTIAL
000630     FILE STATUS IS WS-BNDLP-STATUS.
000640     SELECT SM-BNDLE-FILE ASSIGN TO "SMBNDLE"
000650     ORGANIZATION IS LINE SEQUENTIAL
000660     FILE STATUS IS WS-BNDLE-STATUS.
000670     SELECT SM-BNDLA-FILE ASSIGN TO "SMBNDLA"
000680     ORGANIZATION IS LINE SEQUENTIAL
000690     FILE STATUS IS WS-BNDLA-STATUS.
000700     SELECT SM-DSTRPT-FILE ASSIGN TO "SMDSTRPT"
000710     ORGANIZATION IS LINE SEQUENTIAL
000720     FILE STATUS IS WS-DSTRPT-STATUS.
000730     SELECT SM-EXCLOG-FILE ASSIGN TO "SMEXCLOG"
000740     ORGANIZATION IS LINE SEQUENTIAL
000750     FILE STATUS IS WS-EXCLOG-STATUS.
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD SM-DSTCTL-FILE.
000790 01 SM-DSTCTL-RECORD.
000800    05 SM-DSTCTL-OVERDUE-DAYS PIC X(2).
000810    05 SM-DSTCTL-WINDOW-DAYS PIC X(3).
000820    05 FILLER PIC X(75).
000830 FD SM-DIST-FILE.
000840     COPY SMDIST.
000850 FD SM-PARM-FILE.
000860     COPY SMPARM.
000870 FD SM-DLV-FILE.
000880     COPY SMDLVL.
000890 FD SM-DLVCNF-FILE.
000900 01 SM-DLVCNF-RECORD.
000910    05 SM-DLVCNF-RECIPIENT PIC X(8).
000920    05 SM-DLVCNF-BUNDLE-DATE PIC X(8).
000930    05 SM-DLVCNF-BUNDLE-NO PIC X(3).
000940    05 FILLER PIC X(61).
000950 FD SM-STARPT-FILE.
000960 01 SM-STARPT-RECORD PIC X(80).
000970 FD SM-RECON-FILE.
000980 01 SM-RECON-RECORD PIC X(80).
000990 FD SM-GAPRPT-FILE.
001000 01 SM-GAPRPT-RECORD PIC X(80).
001010 FD SM-EXCRPT-FILE.
001020 01 SM-EXCRPT-RECORD PIC X(100).
001030 FD SM-ACKRPT-FILE.
001040 01 SM-ACKRPT-RECORD PIC X(90).
001050 FD SM-RSIRPT-FILE.
001060 01 SM-RSIRPT-RECORD PIC X(90).
001070 FD SM-STRRPT-FILE.
001080 01 SM-STRRPT-RECORD PIC X(110).
001090 FD SM-MMRRPT-FILE.
001100 01 SM-MMRRPT-RECORD PIC X(110).
001110 FD SM-RPT-FILE.
001120 01 SM-RPT-RECORD PIC X(80).
001130 FD SM-XREF-FILE.
001140 01 SM-XREF-RECORD PIC X(80).
001150 FD SM-BNDLP-FILE.
001160 01 SM-BNDLP-RECORD PIC X(110).
001170 FD SM-BNDLE-FILE.
001180 01 SM-BNDLE-RECORD PIC X(110).
001190 FD SM-BNDLA-FILE.
001200 01 SM-BNDLA-RECORD PIC X(110).
001210 FD SM-DSTRPT-FILE.
001220 01 SM-DSTRPT-RECORD PIC X(100).
001230 FD SM-EXCLOG-FILE.
001240     COPY SMEXCP.
001250 WORKING-STORAGE SECTION.
001260 01 WS-DSTCTL-STATUS PIC XX VALUE SPACES.
001270 01 WS-DIST-STATUS PIC XX VALUE SPACES.
001280 01 WS-PARM-STATUS PIC XX VALUE SPACES.
001290 01 WS-DLV-STATUS PIC XX VALUE SPACES.
001300 01 WS-DLVCNF-STATUS PIC XX VALUE SPACES.
001310 01 WS-RPT-STATUS PIC XX VALUE SPACES.
001320 01 WS-BNDLP-STATUS PIC XX VALUE SPACES.
001330 01 WS-BNDLE-STATUS PIC XX VALUE SPACES.
001340 01 WS-BNDLA-STATUS PIC XX VALUE SPACES.
001350 01 WS-DSTRPT-STATUS PIC XX VALUE SPACES.
001360 01 WS-EXCLOG-STATUS PIC XX VALUE SPACES.
001370 01 WS-CURRENT-DATE.
001380    05 WS-TODAY PIC 9(8).
001390    05 WS-RUN-TIME PIC 9(6).
001400    05 FILLER PIC X(7).
001410 01 WS-EXC-SET-ID PIC X(8) VALUE SPACES.
001420 01 WS-EXC-SEVERITY PIC X(1) VALUE 'W'.
001430 01 WS-EXC-MESSAGE PIC X(60) VALUE SPACES.
001440 01 WS-EOF PIC X VALUE 'N'.
001450    88 WS-END-OF-FILE VALUE 'Y'.
001460 01 WS-WARNING PIC X VALUE 'N'.
001470    88 WS-HAS-WARNING VALUE 'Y'.
001480 01 WS-DLV-OPEN PIC X VALUE 'N'.
001490    88 WS-DLV-IS-OPEN VALUE 'Y'.
001500* CONTROL CARD: DAYS A BUNDLE MAY GO UNCONFIRMED BEFORE IT IS
001510* CHASED, AND HOW FAR BACK THE DELIVERY LOG IS KEPT IN VIEW
001520 01 WS-OVERDUE-DAYS PIC 9(2) VALUE 3.
001530 01 WS-WINDOW-DAYS PIC 9(3) VALUE 30.
001540 01 WS-TODAY-INT PIC 9(8) VALUE 0.
001550 01 WS-WINDOW-START PIC 9(8) VALUE 0.
001560 01 WS-BUNDLE-AGE PIC 9(8) VALUE 0.
001570* THE REPORTS THIS PROGRAM DISTRIBUTES, IN STREAM ORDER. STATUS
001580* IS S (HAS LINES), E (EMPTY - NOT PRODUCED OR NO LINES) OR M
001590* (MISSING - COULD NOT BE OPENED).
001600 01 WS-RPT-NAMES.
001610    05 FILLER PIC X(40)
001620       VALUE "SMSTARPTSMRECON SMGAPRPTSMEXCRPTSMACKRPT".
001630    05 FILLER PIC X(40)
001640       VALUE "SMRSIRPTSMSTRRPTSMMMRRPTSMRPT   SMXREF  ".
001650 01 WS-RPT-NAME-TABLE REDEFINES WS-RPT-NAMES.
001660    05 WS-RPT-NAME OCCURS 10 TIMES PIC X(8).
001670 01 WS-RPT-TABLE.
001680    05 WS-RPT-ENTRY OCCURS 10 TIMES
001690       INDEXED BY WS-RPT-IDX.
001700       10 WS-RPT-T-DDNAME PIC X(8).
001710       10 WS-RPT-T-STATUS PIC X(1).
001720          88 WS-RPT-T-HAS-LINES VALUE 'S'.
001730          88 WS-RPT-T-IS-EMPTY VALUE 'E'.
001740          88 WS-RPT-T-IS-MISSING VALUE 'M'.
001750       10 WS-RPT-T-FILE-STATUS PIC XX.
001760       10 WS-RPT-T-LINES PIC 9(7).
001770       10 WS-RPT-T-TRUNCATED PIC X(1).
001780       10 WS-RPT-T-RECIPIENTS PIC 9(4).
001790 01 WS-RPT-COUNT PIC 9(4) VALUE 10.
001800 01 WS-RPT-SUB PIC 9(4) VALUE 0.
001810* THE LINES OF THE REPORT CURRENTLY LOADED
001820 01 WS-LINE-TABLE.
001830    05 WS-LINE-TEXT OCCURS 1 TO 9999 TIMES
001840       DEPENDING ON WS-LINE-COUNT PIC X(110).
001850 01 WS-LINE-COUNT PIC 9(4) VALUE 0.
001860 01 WS-LINE-SUB PIC 9(4) VALUE 0.
001870 01 WS-LINE-WORK PIC X(110) VALUE SPACES.
001880 01 WS-LINES-READ PIC 9(7) VALUE 0.
001890 01 WS-LOADED-RPT PIC 9(4) VALUE 0.
001900 01 WS-LINE-OVERFLOW PIC X VALUE 'N'.
001910    88 WS-LINE-HAS-OVERFLOW VALUE 'Y'.
001920 01 WS-LINE-SELECTED PIC X VALUE 'N'.
001930    88 WS-LINE-IS-SELECTED VALUE 'Y'.
001940* DISTRIBUTION ENTRIES FROM SMDIST
001950 01 WS-ENT-TABLE.
001960    05 WS-ENT-ENTRY OCCURS 1 TO 200 TIMES
001970       DEPENDING ON WS-ENT-COUNT
001980       INDEXED BY WS-ENT-IDX.
001990       10 WS-ENT-T-REPORT PIC X(8).
002000       10 WS-ENT-T-RPT-SUB PIC 9(4).
002010       10 WS-ENT-T-SET-ID PIC X(8).
002020       10 WS-ENT-T-SET-SUB PIC 9(4).
002030       10 WS-ENT-T-RECIPIENT PIC X(8).
002040       10 WS-ENT-T-CLASS PIC X(1).
002050       10 WS-ENT-T-NAME PIC X(30).
002060       10 WS-ENT-T-BUNDLE-SUB PIC 9(4).
002070       10 WS-ENT-T-SEL-LINES PIC 9(7).
002080 01 WS-ENT-COUNT PIC 9(4) VALUE 0.
002090 01 WS-ENT-SUB PIC 9(4) VALUE 0.
002100 01 WS-ENT-REJECTS PIC 9(4) VALUE 0.
002110 01 WS-ENT-REASON PIC X(30) VALUE SPACES.
002120* SET IDS KNOWN TO THE SYSTEM. A REPORT LINE NAMING ONE OF THESE
002130* BELONGS TO THAT SET; A LINE NAMING NONE IS COMMON TO ALL SETS.
002140 01 WS-SET-TABLE.
002150    05 WS-SET-ENTRY OCCURS 1 TO 300 TIMES
002160       DEPENDING ON WS-SET-COUNT
002170       INDEXED BY WS-SET-IDX.
002180       10 WS-SET-T-SET-ID PIC X(8).
002190       10 WS-SET-T-MATCH-KEY PIC X(9).
002200       10 WS-SET-T-MATCH-LEN PIC 9(2).
002210 01 WS-SET-COUNT PIC 9(4) VALUE 0.
002220 01 WS-SET-SUB PIC 9(4) VALUE 0.
002230 01 WS-SET-WORK PIC X(8) VALUE SPACES.
002240 01 WS-TALLY PIC 9(4) VALUE 0.
002250 01 WS-FOUND-IDX PIC 9(4) VALUE 0.
002260* ONE BUNDLE PER RECIPIENT AND DELIVERY CLASS
002270 01 WS-BND-TABLE.
002280    05 WS-BND-ENTRY OCCURS 1 TO 200 TIMES
002290       DEPENDING ON WS-BND-COUNT
002300       INDEXED BY WS-BND-IDX.
002310       10 WS-BND-T-RECIPIENT PIC X(8).
002320       10 WS-BND-T-CLASS PIC X(1).
002330       10 WS-BND-T-NAME PIC X(30).
002340       10 WS-BND-T-BUNDLE-NO PIC 9(3).
002350       10 WS-BND-T-REPORTS PIC 9(4).
002360       10 WS-BND-T-LINES PIC 9(7).
002370       10 WS-BND-T-FLAGGED PIC 9(4).
002380       10 WS-BND-T-WRITTEN PIC X(1).
002390 01 WS-BND-COUNT PIC 9(4) VALUE 0.
002400 01 WS-BND-SUB PIC 9(4) VALUE 0.
002410 01 WS-LAST-BUNDLE-NO PIC 9(3) VALUE 0.
002420 01 WS-BUNDLES-WRITTEN PIC 9(4) VALUE 0.
002430* BUNDLE OUTPUT FOR EACH DELIVERY CLASS: N NOT NEEDED, Y OPEN,
002440* F FAILED TO OPEN
002450 01 WS-CLASS-P-OPEN PIC X VALUE 'N'.
002460 01 WS-CLASS-E-OPEN PIC X VALUE 'N'.
002470 01 WS-CLASS-A-OPEN PIC X VALUE 'N'.
002480 01 WS-CLASS-WORK PIC X(1) VALUE SPACES.
002490 01 WS-CLASS-STATE PIC X(1) VALUE SPACES.
002500 01 WS-CLASS-TEXT PIC X(12) VALUE SPACES.
002510* BUNDLES SENT WITHIN THE WINDOW, FROM THE DELIVERY LOG
002520 01 WS-LOG-TABLE.
002530    05 WS-LOG-ENTRY OCCURS 1 TO 2000 TIMES
002540       DEPENDING ON WS-LOG-COUNT
002550       INDEXED BY WS-LOG-IDX.
002560       10 WS-LOG-T-BUNDLE-DATE PIC 9(8).
002570       10 WS-LOG-T-BUNDLE-NO PIC 9(3).
002580       10 WS-LOG-T-RECIPIENT PIC X(8).
002590       10 WS-LOG-T-CLASS PIC X(1).
002600       10 WS-LOG-T-CONFIRMED PIC X(1).
002610          88 WS-LOG-T-IS-CONFIRMED VALUE 'Y'.
002620 01 WS-LOG-COUNT PIC 9(4) VALUE 0.
002630 01 WS-LOG-SUB PIC 9(4) VALUE 0.
002640 01 WS-LOG-OVERFLOW PIC X VALUE 'N'.
002650    88 WS-LOG-HAS-OVERFLOW VALUE 'Y'.
002660 01 WS-KEY-DATE PIC 9(8) VALUE 0.
002670 01 WS-KEY-NO PIC 9(3) VALUE 0.
002680 01 WS-KEY-RECIPIENT PIC X(8) VALUE SPACES.
002690 01 WS-CNF-APPLIED PIC 9(4) VALUE 0.
002700 01 WS-CNF-REJECTED PIC 9(4) VALUE 0.
002710 01 WS-OVERDUE-COUNT PIC 9(4) VALUE 0.
002720 01 WS-DISP-COUNT PIC Z(6)9.
002730 01 WS-OUT-LINE PIC X(110) VALUE SPACES.
002740 01 WS-RULE-LINE PIC X(110) VALUE ALL "=".
002750* BUNDLE COVER PAGE
002760 01 WS-COVER-TITLE.
002770    05 FILLER PIC X(20) VALUE "SM REPORT BUNDLE    ".
002780    05 CV-BUNDLE-DATE PIC 9(8).
002790    05 FILLER PIC X(1) VALUE "-".
002800    05 CV-BUNDLE-NO PIC 9(3).
002810    05 FILLER PIC X(10) VALUE "   CLASS: ".
002820    05 CV-CLASS PIC X(1).
002830    05 FILLER PIC X(1) VALUE SPACES.
002840    05 CV-CLASS-TEXT PIC X(12).
002850    05 FILLER PIC X(54) VALUE SPACES.
002860 01 WS-COVER-RECIPIENT.
002870    05 FILLER PIC X(20) VALUE "RECIPIENT:          ".
002880    05 CV-RECIPIENT PIC X(8).
002890    05 FILLER PIC X(2) VALUE SPACES.
002900    05 CV-NAME PIC X(30).
002910    05 FILLER PIC X(50) VALUE SPACES.
002920 01 WS-COVER-PRODUCED.
002930    05 FILLER PIC X(20) VALUE "PRODUCED:           ".
002940    05 CV-TODAY PIC 9(8).
002950    05 FILLER PIC X(1) VALUE SPACES.
002960    05 CV-RUN-TIME PIC 9(6).
002970    05 FILLER PIC X(12) VALUE "   REPORTS: ".
002980    05 CV-REPORTS PIC ZZZ9.
002990    05 FILLER PIC X(10) VALUE "   LINES: ".
003000    05 CV-LINES PIC Z(6)9.
003010    05 FILLER PIC X(42) VALUE SPACES.
003020 01 WS-COVER-HEADING.
003030    05 FILLER PIC X(40)
003040       VALUE "  REPORT    SET ID      LINES  STATUS   ".
003050    05 FILLER PIC X(70) VALUE SPACES.
003060 01 WS-COVER-ENTRY.
003070    05 FILLER PIC X(2) VALUE SPACES.
003080    05 CE-REPORT PIC X(8).
003090    05 FILLER PIC X(2) VALUE SPACES.
003100    05 CE-SET-ID PIC X(8).
003110    05 FILLER PIC X(2) VALUE SPACES.
003120    05 CE-LINES PIC Z(6)9.
003130    05 FILLER PIC X(2) VALUE SPACES.
003140    05 CE-STATUS PIC X(50).
003150    05 FILLER PIC X(29) VALUE SPACES.
003160 01 WS-COVER-CONFIRM.
003170    05 FILLER PIC X(46)
003180       VALUE "TO CONFIRM RECEIPT SUBMIT THIS SMDLVCNF CARD: ".
003190    05 CC-RECIPIENT PIC X(8).
003200    05 CC-BUNDLE-DATE PIC 9(8).
003210    05 CC-BUNDLE-NO PIC 9(3).
003220    05 FILLER PIC X(45) VALUE SPACES.
003230 01 WS-SECTION-BANNER.
003240    05 FILLER PIC X(10) VALUE "*** REPORT".
003250    05 FILLER PIC X(1) VALUE SPACES.
003260    05 SB-REPORT PIC X(8).
003270    05 FILLER PIC X(6) VALUE "  SET ".
003280    05 SB-SET-ID PIC X(8).
003290    05 FILLER PIC X(4) VALUE " ***".
003300    05 FILLER PIC X(73) VALUE SPACES.
003310 01 WS-FLAG-LINE.
003320    05 FILLER PIC X(4) VALUE "*** ".
003330    05 FL-TEXT PIC X(50).
003340    05 FILLER PIC X(4) VALUE " ***".
003350    05 FILLER PIC X(52) VALUE SPACES.
003360 01 WS-END-LINE.
003370    05 FILLER PIC X(20) VALUE "*** END OF BUNDLE   ".
003380    05 EL-BUNDLE-DATE PIC 9(8).
003390    05 FILLER PIC X(1) VALUE "-".
003400    05 EL-BUNDLE-NO PIC 9(3).
003410    05 FILLER PIC X(4) VALUE " ***".
003420    05 FILLER PIC X(74) VALUE SPACES.
003430* DISTRIBUTION LISTING
003440 01 WS-TITLE-LINE.
003450    05 FILLER PIC X(35)
003460       VALUE "SM REPORT DISTRIBUTION             ".
003470    05 FILLER PIC X(9) VALUE "PRINTED: ".
003480    05 TT-TODAY PIC 9(8).
003490    05 FILLER PIC X(1) VALUE SPACES.
003500    05 TT-RUN-TIME PIC 9(6).
003510    05 FILLER PIC X(41) VALUE SPACES.
003520 01 WS-SECTION-LINE.
003530    05 SC-TITLE PIC X(60).
003540    05 FILLER PIC X(40) VALUE SPACES.
003550 01 WS-REPORT-HEADING.
003560    05 FILLER PIC X(50)
003570       VALUE "  REPORT    STATUS          LINES  RECIPIENTS".
003580    05 FILLER PIC X(50) VALUE SPACES.
003590 01 WS-REPORT-LINE.
003600    05 FILLER PIC X(2) VALUE SPACES.
003610    05 RL-REPORT PIC X(8).
003620    05 FILLER PIC X(2) VALUE SPACES.
003630    05 RL-STATUS PIC X(12).
003640    05 FILLER PIC X(2) VALUE SPACES.
003650    05 RL-LINES PIC Z(6)9.
003660    05 FILLER PIC X(2) VALUE SPACES.
003670    05 RL-RECIPIENTS PIC Z(9)9.
003680    05 FILLER PIC X(2) VALUE SPACES.
003690    05 RL-NOTE PIC X(40).
003700    05 FILLER PIC X(13) VALUE SPACES.
003710 01 WS-BUNDLE-HEADING.
003720    05 FILLER PIC X(36)
003730       VALUE "  BUNDLE        RECIPIENT CLASS  ".
003740    05 FILLER PIC X(26)
003750       VALUE "REPORTS    LINES  FLAGGED".
003760    05 FILLER PIC X(38) VALUE SPACES.
003770 01 WS-BUNDLE-LINE.
003780    05 FILLER PIC X(2) VALUE SPACES.
003790    05 BL-BUNDLE-DATE PIC 9(8).
003800    05 FILLER PIC X(1) VALUE "-".
003810    05 BL-BUNDLE-NO PIC 9(3).
003820    05 FILLER PIC X(2) VALUE SPACES.
003830    05 BL-RECIPIENT PIC X(8).
003840    05 FILLER PIC X(2) VALUE SPACES.
003850    05 BL-CLASS PIC X(1).
003860    05 FILLER PIC X(6) VALUE SPACES.
003870    05 BL-REPORTS PIC Z(6)9.
003880    05 FILLER PIC X(2) VALUE SPACES.
003890    05 BL-LINES PIC Z(6)9.
003900    05 FILLER PIC X(2) VALUE SPACES.
003910    05 BL-FLAGGED PIC Z(6)9.
003920    05 FILLER PIC X(2) VALUE SPACES.
003930    05 BL-NOTE PIC X(30).
003940    05 FILLER PIC X(10) VALUE SPACES.
003950 01 WS-OVERDUE-HEADING.
003960    05 FILLER PIC X(50)
003970       VALUE "  BUNDLE        RECIPIENT CLASS  DAYS UNCONFIRMED".
003980    05 FILLER PIC X(50) VALUE SPACES.
003990 01 WS-OVERDUE-LINE.
004000    05 FILLER PIC X(2) VALUE SPACES.
004010    05 OL-BUNDLE-DATE PIC 9(8).
004020    05 FILLER PIC X(1) VALUE "-".
004030    05 OL-BUNDLE-NO PIC 9(3).
004040    05 FILLER PIC X(2) VALUE SPACES.
004050    05 OL-RECIPIENT PIC X(8).
004060    05 FILLER PIC X(2) VALUE SPACES.
004070    05 OL-CLASS PIC X(1).
004080    05 FILLER PIC X(6) VALUE SPACES.
004090    05 OL-DAYS PIC Z(3)9.
004100    05 FILLER PIC X(63) VALUE SPACES.
004110 01 WS-COUNT-LINE.
004120    05 FILLER PIC X(2) VALUE SPACES.
004130    05 CL-LABEL PIC X(40).
004140    05 CL-COUNT PIC Z(6)9.
004150    05 FILLER PIC X(51) VALUE SPACES.
004160 PROCEDURE DIVISION.
004170 P-ONE-DST-MAIN SECTION.
004180     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
004190     COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
004200     PERFORM 0100-READ-CONTROL-CARD
004210     COMPUTE WS-WINDOW-START = WS-TODAY-INT - WS-WINDOW-DAYS
004220     PERFORM 0150-LOAD-DISTRIBUTION
004230     IF WS-DIST-STATUS NOT = "00" OR WS-ENT-COUNT = 0
004240       DISPLAY "P-ONE-DST: DISTRIBUTION CONTROL SMDIST "
004250         "UNAVAILABLE OR EMPTY - NOTHING SENT"
004260       MOVE SPACES TO WS-EXC-SET-ID
004270       MOVE 'E' TO WS-EXC-SEVERITY
004280       MOVE "SMDIST UNAVAILABLE OR EMPTY - NOTHING SENT"
004290         TO WS-EXC-MESSAGE
004300       PERFORM 9000-LOG-EXCEPTION
004310       MOVE 16 TO RETURN-CODE
004320     ELSE
004330       OPEN OUTPUT SM-DSTRPT-FILE
004340       PERFORM 0200-LOAD-SETS
004350       PERFORM 0250-LOAD-DELIVERY-LOG
004360       OPEN EXTEND SM-DLV-FILE
004370       IF WS-DLV-STATUS = "00"
004380         SET WS-DLV-IS-OPEN TO TRUE
004390         PERFORM 0300-APPLY-CONFIRMATIONS
004400         PERFORM 0400-CHECK-REPORTS
004410         PERFORM 0500-BUILD-BUNDLES
004420         PERFORM 0550-OPEN-BUNDLE-OUTPUTS
004430         PERFORM 0600-WRITE-ONE-BUNDLE
004440           VARYING WS-BND-SUB FROM 1 BY 1
004450           UNTIL WS-BND-SUB > WS-BND-COUNT
004460         PERFORM 0590-CLOSE-BUNDLE-OUTPUTS
004470         CLOSE SM-DLV-FILE
004480         PERFORM 0900-PRINT-LISTING
004490         PERFORM 0800-CHECK-OVERDUE
004500       ELSE
004510         DISPLAY "P-ONE-DST: UNABLE TO OPEN DELIVERY LOG "
004520           "SMDLVLOG STATUS " WS-DLV-STATUS " - NOTHING SENT"
004530         MOVE SPACES TO WS-EXC-SET-ID
004540         MOVE 'E' TO WS-EXC-SEVERITY
004550         MOVE "UNABLE TO OPEN DELIVERY LOG - NOTHING SENT"
004560           TO WS-EXC-MESSAGE
004570         PERFORM 9000-LOG-EXCEPTION
004580         MOVE 12 TO RETURN-CODE
004590       END-IF
004600       CLOSE SM-DSTRPT-FILE
004610     END-IF
004620     IF RETURN-CODE = 0 AND WS-HAS-WARNING
004630       MOVE 4 TO RETURN-CODE
004640     END-IF
004650     STOP RUN.
004660
004670 0100-READ-CONTROL-CARD.
004680     OPEN INPUT SM-DSTCTL-FILE
004690     IF WS-DSTCTL-STATUS = "00"
004700       READ SM-DSTCTL-FILE
004710         NOT AT END
004720           IF SM-DSTCTL-OVERDUE-DAYS IS NUMERIC
004730             AND SM-DSTCTL-OVERDUE-DAYS NOT = "00"
004740             MOVE SM-DSTCTL-OVERDUE-DAYS TO WS-OVERDUE-DAYS
004750           END-IF
004760           IF SM-DSTCTL-WINDOW-DAYS IS NUMERIC
004770             AND SM-DSTCTL-WINDOW-DAYS NOT = "000"
004780             MOVE SM-DSTCTL-WINDOW-DAYS TO WS-WINDOW-DAYS
004790           END-IF
004800       END-READ
004810       CLOSE SM-DSTCTL-FILE
004820     END-IF
004830     IF WS-WINDOW-DAYS < WS-OVERDUE-DAYS
004840       MOVE WS-OVERDUE-DAYS TO WS-WINDOW-DAYS
004850     END-IF.
004860
004870 0150-LOAD-DISTRIBUTION.
004880     MOVE 0 TO WS-ENT-COUNT
004890     OPEN INPUT SM-DIST-FILE
004900     IF WS-DIST-STATUS = "00"
004910       MOVE 'N' TO WS-EOF
004920       PERFORM UNTIL WS-END-OF-FILE
004930         READ SM-DIST-FILE
004940           AT END SET WS-END-OF-FILE TO TRUE
004950           NOT AT END
004960             IF SM-DIST-RECORD(1:1) NOT = '*'
004970               AND SM-DIST-RECORD NOT = SPACES
004980               PERFORM 0160-ADD-ENTRY
004990             END-IF
005000         END-READ
005010       END-PERFORM
005020       CLOSE SM-DIST-FILE
005030     END-IF.
005040
005050 0160-ADD-ENTRY.
005060     MOVE SPACES TO WS-ENT-REASON
005070     MOVE 0 TO WS-FOUND-IDX
005080     PERFORM VARYING WS-RPT-SUB FROM 1 BY 1
005090       UNTIL WS-RPT-SUB > WS-RPT-COUNT
005100       IF WS-RPT-NAME(WS-RPT-SUB) = SM-DIST-REPORT
005110         MOVE WS-RPT-SUB TO WS-FOUND-IDX
005120       END-IF
005130     END-PERFORM
005140     EVALUATE TRUE
005150       WHEN WS-FOUND-IDX = 0
005160         MOVE "UNKNOWN REPORT" TO WS-ENT-REASON
005170       WHEN SM-DIST-RECIPIENT = SPACES
005180         MOVE "NO RECIPIENT" TO WS-ENT-REASON
005190       WHEN NOT SM-DIST-IS-PRINT AND NOT SM-DIST-IS-ELECTRONIC
005200         AND NOT SM-DIST-IS-ARCHIVE
005210         MOVE "INVALID DELIVERY CLASS" TO WS-ENT-REASON
005220       WHEN WS-ENT-COUNT >= 200
005230         MOVE "TABLE FULL" TO WS-ENT-REASON
005240     END-EVALUATE
005250     IF WS-ENT-REASON = SPACES
005260       MOVE WS-FOUND-IDX TO WS-RPT-SUB
005270       MOVE 0 TO WS-FOUND-IDX
005280       IF WS-ENT-COUNT > 0
005290         SET WS-ENT-IDX TO 1
005300         SEARCH WS-ENT-ENTRY
005310           AT END CONTINUE
005320           WHEN WS-ENT-T-REPORT(WS-ENT-IDX) = SM-DIST-REPORT
005330             AND WS-ENT-T-SET-ID(WS-ENT-IDX) = SM-DIST-SET-ID
005340             AND WS-ENT-T-RECIPIENT(WS-ENT-IDX)
005350             = SM-DIST-RECIPIENT
005360             AND WS-ENT-T-CLASS(WS-ENT-IDX) = SM-DIST-CLASS
005370             SET WS-FOUND-IDX TO WS-ENT-IDX
005380         END-SEARCH
005390       END-IF
005400       IF WS-FOUND-IDX > 0
005410         MOVE "DUPLICATE ENTRY" TO WS-ENT-REASON
005420       END-IF
005430     END-IF
005440     IF WS-ENT-REASON = SPACES
005450       ADD 1 TO WS-ENT-COUNT
005460       MOVE SM-DIST-REPORT TO WS-ENT-T-REPORT(WS-ENT-COUNT)
005470       MOVE WS-RPT-SUB TO WS-ENT-T-RPT-SUB(WS-ENT-COUNT)
005480       MOVE SM-DIST-SET-ID TO WS-ENT-T-SET-ID(WS-ENT-COUNT)
005490       MOVE 0 TO WS-ENT-T-SET-SUB(WS-ENT-COUNT)
005500       MOVE SM-DIST-RECIPIENT TO WS-ENT-T-RECIPIENT(WS-ENT-COUNT)
005510       MOVE SM-DIST-CLASS TO WS-ENT-T-CLASS(WS-ENT-COUNT)
005520       MOVE SM-DIST-RECIPIENT-NAME TO WS-ENT-T-NAME(WS-ENT-COUNT)
005530       MOVE 0 TO WS-ENT-T-BUNDLE-SUB(WS-ENT-COUNT)
005540       MOVE 0 TO WS-ENT-T-SEL-LINES(WS-ENT-COUNT)
005550     ELSE
005560       ADD 1 TO WS-ENT-REJECTS
005570       SET WS-HAS-WARNING TO TRUE
005580       DISPLAY "P-ONE-DST: SMDIST ENTRY IGNORED - " WS-ENT-REASON
005590         ": " SM-DIST-RECORD
005600       MOVE SM-DIST-SET-ID TO WS-EXC-SET-ID
005610       MOVE 'W' TO WS-EXC-SEVERITY
005620       MOVE SPACES TO WS-EXC-MESSAGE
005630       STRING "SMDIST ENTRY IGNORED - " DELIMITED BY SIZE
005640         WS-ENT-REASON DELIMITED BY "  "
005650         " " DELIMITED BY SIZE
005660         SM-DIST-REPORT DELIMITED BY SPACE
005670         " " DELIMITED BY SIZE
005680         SM-DIST-RECIPIENT DELIMITED BY SPACE
005690         INTO WS-EXC-MESSAGE
005700       END-STRING
005710       PERFORM 9000-LOG-EXCEPTION
005720     END-IF.
005730
005740* EVERY SET ID IN SMPARM, PLUS ANY SET NAMED IN SMDIST THAT IS NO
005750* LONGER IN SMPARM, IS A KNOWN SET FOR LINE SELECTION
005760 0200-LOAD-SETS.
005770     MOVE 0 TO WS-SET-COUNT
005780     OPEN INPUT SM-PARM-FILE
005790     IF WS-PARM-STATUS = "00"
005800       MOVE 'N' TO WS-EOF
005810       PERFORM UNTIL WS-END-OF-FILE
005820         READ SM-PARM-FILE
005830           AT END SET WS-END-OF-FILE TO TRUE
005840           NOT AT END
005850             MOVE SM-PARM-SET-ID TO WS-SET-WORK
005860             PERFORM 0210-ADD-SET
005870         END-READ
005880       END-PERFORM
005890       CLOSE SM-PARM-FILE
005900     ELSE
005910       DISPLAY "P-ONE-DST: SMPARM UNAVAILABLE STATUS "
005920         WS-PARM-STATUS " - SETS NAMED IN SMDIST ONLY"
005930       SET WS-HAS-WARNING TO TRUE
005940     END-IF
005950     PERFORM VARYING WS-ENT-SUB FROM 1 BY 1
005960       UNTIL WS-ENT-SUB > WS-ENT-COUNT
005970       IF WS-ENT-T-SET-ID(WS-ENT-SUB) NOT = SPACES
005980         MOVE WS-ENT-T-SET-ID(WS-ENT-SUB) TO WS-SET-WORK
005990         PERFORM 0210-ADD-SET
006000         MOVE WS-FOUND-IDX TO WS-ENT-T-SET-SUB(WS-ENT-SUB)
006010       END-IF
006020     END-PERFORM.
006030
006040 0210-ADD-SET.
006050     MOVE 0 TO WS-FOUND-IDX
006060     IF WS-SET-WORK NOT = SPACES
006070       IF WS-SET-COUNT > 0
006080         SET WS-SET-IDX TO 1
006090         SEARCH WS-SET-ENTRY
006100           AT END CONTINUE
006110           WHEN WS-SET-T-SET-ID(WS-SET-IDX) = WS-SET-WORK
006120             SET WS-FOUND-IDX TO WS-SET-IDX
006130         END-SEARCH
006140       END-IF
006150       IF WS-FOUND-IDX = 0 AND WS-SET-COUNT < 300
006160         ADD 1 TO WS-SET-COUNT
006170         MOVE WS-SET-WORK TO WS-SET-T-SET-ID(WS-SET-COUNT)
006180         MOVE SPACES TO WS-SET-T-MATCH-KEY(WS-SET-COUNT)
006190         MOVE WS-SET-WORK TO WS-SET-T-MATCH-KEY(WS-SET-COUNT)
006200         MOVE 0 TO WS-TALLY
006210         INSPECT WS-SET-WORK TALLYING WS-TALLY
006220           FOR CHARACTERS BEFORE INITIAL SPACE
006230         COMPUTE WS-SET-T-MATCH-LEN(WS-SET-COUNT) = WS-TALLY + 1
006240         MOVE WS-SET-COUNT TO WS-FOUND-IDX
006250       END-IF
006260     END-IF.
006270
006280* BUNDLES SENT WITHIN THE WINDOW AND WHETHER EACH HAS BEEN
006290* CONFIRMED; ALSO THE LAST BUNDLE NUMBER USED TODAY SO A RERUN
006300* CARRIES ON THE NUMBERING
006310 0250-LOAD-DELIVERY-LOG.
006320     MOVE 0 TO WS-LOG-COUNT
006330     OPEN INPUT SM-DLV-FILE
006340     IF WS-DLV-STATUS = "00"
006350       MOVE 'N' TO WS-EOF
006360       PERFORM UNTIL WS-END-OF-FILE
006370         READ SM-DLV-FILE
006380           AT END SET WS-END-OF-FILE TO TRUE
006390           NOT AT END
006400             PERFORM 0260-NOTE-LOG-RECORD
006410         END-READ
006420       END-PERFORM
006430       CLOSE SM-DLV-FILE
006440     END-IF
006450     IF WS-LOG-HAS-OVERFLOW
006460       SET WS-HAS-WARNING TO TRUE
006470       MOVE SPACES TO WS-EXC-SET-ID
006480       MOVE 'W' TO WS-EXC-SEVERITY
006490       MOVE "DELIVERY LOG OVER 2000 BUNDLES - OLDEST NOT CHASED"
006500         TO WS-EXC-MESSAGE
006510       PERFORM 9000-LOG-EXCEPTION
006520     END-IF.
006530
006540 0260-NOTE-LOG-RECORD.
006550     IF SM-DLV-IS-DELIVERY AND SM-DLV-BUNDLE-DATE = WS-TODAY
006560       AND SM-DLV-BUNDLE-NO > WS-LAST-BUNDLE-NO
006570       MOVE SM-DLV-BUNDLE-NO TO WS-LAST-BUNDLE-NO
006580     END-IF
006590     IF SM-DLV-BUNDLE-DATE IS NUMERIC
006600       AND SM-DLV-BUNDLE-DATE > 16010101
006610       IF FUNCTION INTEGER-OF-DATE(SM-DLV-BUNDLE-DATE)
006620         >= WS-WINDOW-START
006630         MOVE SM-DLV-BUNDLE-DATE TO WS-KEY-DATE
006640         MOVE SM-DLV-BUNDLE-NO TO WS-KEY-NO
006650         MOVE SM-DLV-RECIPIENT TO WS-KEY-RECIPIENT
006660         PERFORM 0270-FIND-LOG-BUNDLE
006670         EVALUATE TRUE
006680           WHEN SM-DLV-IS-CONFIRMATION AND WS-FOUND-IDX > 0
006690             MOVE 'Y' TO WS-LOG-T-CONFIRMED(WS-FOUND-IDX)
006700           WHEN SM-DLV-IS-DELIVERY AND WS-FOUND-IDX = 0
006710             IF WS-LOG-COUNT < 2000
006720               ADD 1 TO WS-LOG-COUNT
006730               MOVE SM-DLV-BUNDLE-DATE
006740                 TO WS-LOG-T-BUNDLE-DATE(WS-LOG-COUNT)
006750               MOVE SM-DLV-BUNDLE-NO
006760                 TO WS-LOG-T-BUNDLE-NO(WS-LOG-COUNT)
006770               MOVE SM-DLV-RECIPIENT
006780                 TO WS-LOG-T-RECIPIENT(WS-LOG-COUNT)
006790               MOVE SM-DLV-CLASS TO WS-LOG-T-CLASS(WS-LOG-COUNT)
006800               MOVE 'N' TO WS-LOG-T-CONFIRMED(WS-LOG-COUNT)
006810             ELSE
006820               SET WS-LOG-HAS-OVERFLOW TO TRUE
006830             END-IF
006840           WHEN OTHER
006850             CONTINUE
006860         END-EVALUATE
006870       END-IF
006880     END-IF.
006890
006900 0270-FIND-LOG-BUNDLE.
006910     MOVE 0 TO WS-FOUND-IDX
006920     IF WS-LOG-COUNT > 0
006930       SET WS-LOG-IDX TO 1
006940       SEARCH WS-LOG-ENTRY
006950         AT END CONTINUE
006960         WHEN WS-LOG-T-BUNDLE-DATE(WS-LOG-IDX) = WS-KEY-DATE
006970           AND WS-LOG-T-BUNDLE-NO(WS-LOG-IDX) = WS-KEY-NO
006980           AND WS-LOG-T-RECIPIENT(WS-LOG-IDX) = WS-KEY-RECIPIENT
006990           SET WS-FOUND-IDX TO WS-LOG-IDX
007000       END-SEARCH
007010     END-IF.
007020
007030* CONFIRMATION CARDS: COLS 1-8 RECIPIENT, 9-16 BUNDLE DATE, 17-19
007040* BUNDLE NUMBER, AS PRINTED ON THE BUNDLE COVER PAGE
007050 0300-APPLY-CONFIRMATIONS.
007060     OPEN INPUT SM-DLVCNF-FILE
007070     IF WS-DLVCNF-STATUS = "00"
007080       MOVE 'N' TO WS-EOF
007090       PERFORM UNTIL WS-END-OF-FILE
007100         READ SM-DLVCNF-FILE
007110           AT END SET WS-END-OF-FILE TO TRUE
007120           NOT AT END
007130             IF SM-DLVCNF-RECORD(1:1) NOT = '*'
007140               AND SM-DLVCNF-RECORD NOT = SPACES
007150               PERFORM 0310-APPLY-ONE-CONFIRMATION
007160             END-IF
007170         END-READ
007180       END-PERFORM
007190       CLOSE SM-DLVCNF-FILE
007200     END-IF.
007210
007220 0310-APPLY-ONE-CONFIRMATION.
007230     MOVE 0 TO WS-FOUND-IDX
007240     IF SM-DLVCNF-BUNDLE-DATE IS NUMERIC
007250       AND SM-DLVCNF-BUNDLE-NO IS NUMERIC
007260       MOVE SM-DLVCNF-BUNDLE-DATE TO WS-KEY-DATE
007270       MOVE SM-DLVCNF-BUNDLE-NO TO WS-KEY-NO
007280       MOVE SM-DLVCNF-RECIPIENT TO WS-KEY-RECIPIENT
007290       PERFORM 0270-FIND-LOG-BUNDLE
007300     END-IF
007310     MOVE SPACES TO WS-EXC-SET-ID
007320     MOVE SPACES TO WS-EXC-MESSAGE
007330     EVALUATE TRUE
007340       WHEN WS-FOUND-IDX = 0
007350         ADD 1 TO WS-CNF-REJECTED
007360         SET WS-HAS-WARNING TO TRUE
007370         DISPLAY "P-ONE-DST: CONFIRMATION FOR UNKNOWN BUNDLE: "
007380           SM-DLVCNF-RECORD
007390         MOVE 'E' TO WS-EXC-SEVERITY
007400         STRING "CONFIRMATION FOR UNKNOWN BUNDLE "
007410           DELIMITED BY SIZE
007420           SM-DLVCNF-BUNDLE-DATE DELIMITED BY SIZE
007430           "-" DELIMITED BY SIZE
007440           SM-DLVCNF-BUNDLE-NO DELIMITED BY SIZE
007450           " " DELIMITED BY SIZE
007460           SM-DLVCNF-RECIPIENT DELIMITED BY SPACE
007470           INTO WS-EXC-MESSAGE
007480         END-STRING
007490         PERFORM 9000-LOG-EXCEPTION
007500       WHEN WS-LOG-T-IS-CONFIRMED(WS-FOUND-IDX)
007510         ADD 1 TO WS-CNF-REJECTED
007520         SET WS-HAS-WARNING TO TRUE
007530         MOVE 'W' TO WS-EXC-SEVERITY
007540         STRING "BUNDLE ALREADY CONFIRMED " DELIMITED BY SIZE
007550           SM-DLVCNF-BUNDLE-DATE DELIMITED BY SIZE
007560           "-" DELIMITED BY SIZE
007570           SM-DLVCNF-BUNDLE-NO DELIMITED BY SIZE
007580           " " DELIMITED BY SIZE
007590           SM-DLVCNF-RECIPIENT DELIMITED BY SPACE
007600           INTO WS-EXC-MESSAGE
007610         END-STRING
007620         PERFORM 9000-LOG-EXCEPTION
007630       WHEN OTHER
007640         ADD 1 TO WS-CNF-APPLIED
007650         MOVE 'Y' TO WS-LOG-T-CONFIRMED(WS-FOUND-IDX)
007660         MOVE SPACES TO SM-DLV-RECORD
007670         SET SM-DLV-IS-CONFIRMATION TO TRUE
007680         MOVE WS-TODAY TO SM-DLV-RUN-DATE
007690         MOVE WS-RUN-TIME TO SM-DLV-RUN-TIME
007700         MOVE WS-KEY-DATE TO SM-DLV-BUNDLE-DATE
007710         MOVE WS-KEY-NO TO SM-DLV-BUNDLE-NO
007720         MOVE WS-KEY-RECIPIENT TO SM-DLV-RECIPIENT
007730         MOVE WS-LOG-T-CLASS(WS-FOUND-IDX) TO SM-DLV-CLASS
007740         MOVE 0 TO SM-DLV-LINE-COUNT
007750         WRITE SM-DLV-RECORD
007760     END-EVALUATE.
007770
007780* LOAD EACH REPORT ONCE TO SEE WHETHER IT WAS PRODUCED AND HAS
007790* LINES, AND FLAG ANY THAT CANNOT GO OUT AS EXPECTED
007800 0400-CHECK-REPORTS.
007810     PERFORM VARYING WS-RPT-SUB FROM 1 BY 1
007820       UNTIL WS-RPT-SUB > WS-RPT-COUNT
007830       MOVE WS-RPT-NAME(WS-RPT-SUB) TO WS-RPT-T-DDNAME(WS-RPT-SUB)
007840       MOVE 0 TO WS-RPT-T-RECIPIENTS(WS-RPT-SUB)
007850       PERFORM VARYING WS-ENT-SUB FROM 1 BY 1
007860         UNTIL WS-ENT-SUB > WS-ENT-COUNT
007870         IF WS-ENT-T-RPT-SUB(WS-ENT-SUB) = WS-RPT-SUB
007880           ADD 1 TO WS-RPT-T-RECIPIENTS(WS-RPT-SUB)
007890         END-IF
007900       END-PERFORM
007910       PERFORM 0410-LOAD-REPORT
007920       MOVE WS-RPT-STATUS TO WS-RPT-T-FILE-STATUS(WS-RPT-SUB)
007930       MOVE WS-LINES-READ TO WS-RPT-T-LINES(WS-RPT-SUB)
007940       MOVE WS-LINE-OVERFLOW TO WS-RPT-T-TRUNCATED(WS-RPT-SUB)
007950       EVALUATE TRUE
007960         WHEN WS-RPT-STATUS NOT = "00"
007970           MOVE 'M' TO WS-RPT-T-STATUS(WS-RPT-SUB)
007980         WHEN WS-LINES-READ = 0
007990           MOVE 'E' TO WS-RPT-T-STATUS(WS-RPT-SUB)
008000         WHEN OTHER
008010           MOVE 'S' TO WS-RPT-T-STATUS(WS-RPT-SUB)
008020       END-EVALUATE
008030       PERFORM 0470-FLAG-REPORT
008040     END-PERFORM.
008050
008060 0410-LOAD-REPORT.
008070     MOVE 0 TO WS-LINE-COUNT
008080     MOVE 0 TO WS-LINES-READ
008090     MOVE 'N' TO WS-LINE-OVERFLOW
008100     MOVE 'N' TO WS-EOF
008110     MOVE SPACES TO WS-RPT-STATUS
008120     EVALUATE WS-RPT-SUB
008130       WHEN 1
008140         PERFORM 0421-READ-STARPT
008150       WHEN 2
008160         PERFORM 0422-READ-RECON
008170       WHEN 3
008180         PERFORM 0423-READ-GAPRPT
008190       WHEN 4
008200         PERFORM 0424-READ-EXCRPT
008210       WHEN 5
008220         PERFORM 0425-READ-ACKRPT
008230       WHEN 6
008240         PERFORM 0426-READ-RSIRPT
008250       WHEN 7
008260         PERFORM 0427-READ-STRRPT
008270       WHEN 8
008280         PERFORM 0428-READ-MMRRPT
008290       WHEN 9
008300         PERFORM 0429-READ-RPT
008310       WHEN 10
008320         PERFORM 0430-READ-XREF
008330     END-EVALUATE
008340     MOVE WS-RPT-SUB TO WS-LOADED-RPT.
008350
008360 0421-READ-STARPT.
008370     OPEN INPUT SM-STARPT-FILE
008380     IF WS-RPT-STATUS = "00"
008390       PERFORM UNTIL WS-END-OF-FILE
008400         READ SM-STARPT-FILE
008410           AT END SET WS-END-OF-FILE TO TRUE
008420           NOT AT END
008430             MOVE SM-STARPT-RECORD TO WS-LINE-WORK
008440             PERFORM 0440-ADD-LINE
008450         END-READ
008460       END-PERFORM
008470       CLOSE SM-STARPT-FILE
008480       MOVE "00" TO WS-RPT-STATUS
008490     END-IF.
008500
008510 0422-READ-RECON.
008520     OPEN INPUT SM-RECON-FILE
008530     IF WS-RPT-STATUS = "00"
008540       PERFORM UNTIL WS-END-OF-FILE
008550         READ SM-RECON-FILE
008560           AT END SET WS-END-OF-FILE TO TRUE
008570           NOT AT END
008580             MOVE SM-RECON-RECORD TO WS-LINE-WORK
008590             PERFORM 0440-ADD-LINE
008600         END-READ
008610       END-PERFORM
008620       CLOSE SM-RECON-FILE
008630       MOVE "00" TO WS-RPT-STATUS
008640     END-IF.
008650
008660 0423-READ-GAPRPT.
008670     OPEN INPUT SM-GAPRPT-FILE
008680     IF WS-RPT-STATUS = "00"
008690       PERFORM UNTIL WS-END-OF-FILE
008700         READ SM-GAPRPT-FILE
008710           AT END SET WS-END-OF-FILE TO TRUE
008720           NOT AT END
008730             MOVE SM-GAPRPT-RECORD TO WS-LINE-WORK
008740             PERFORM 0440-ADD-LINE
008750         END-READ
008760       END-PERFORM
008770       CLOSE SM-GAPRPT-FILE
008780       MOVE "00" TO WS-RPT-STATUS
008790     END-IF.
008800
008810 0424-READ-EXCRPT.
008820     OPEN INPUT SM-EXCRPT-FILE
008830     IF WS-RPT-STATUS = "00"
008840       PERFORM UNTIL WS-END-OF-FILE
008850         READ SM-EXCRPT-FILE
008860           AT END SET WS-END-OF-FILE TO TRUE
008870           NOT AT END
008880             MOVE SM-EXCRPT-RECORD TO WS-LINE-WORK
008890             PERFORM 0440-ADD-LINE
008900         END-READ
008910       END-PERFORM
008920       CLOSE SM-EXCRPT-FILE
008930       MOVE "00" TO WS-RPT-STATUS
008940     END-IF.
008950
008960 0425-READ-ACKRPT.
008970     OPEN INPUT SM-ACKRPT-FILE
008980     IF WS-RPT-STATUS = "00"
008990       PERFORM UNTIL WS-END-OF-FILE
009000         READ SM-ACKRPT-FILE
009010           AT END SET WS-END-OF-FILE TO TRUE
009020           NOT AT END
009030             MOVE SM-ACKRPT-RECORD TO WS-LINE-WORK
009040             PERFORM 0440-ADD-LINE
009050         END-READ
009060       END-PERFORM
009070       CLOSE SM-ACKRPT-FILE
009080       MOVE "00" TO WS-RPT-STATUS
009090     END-IF.
009100
009110 0426-READ-RSIRPT.
009120     OPEN INPUT SM-RSIRPT-FILE
009130     IF WS-RPT-STATUS = "00"
009140       PERFORM UNTIL WS-END-OF-FILE
009150         READ SM-RSIRPT-FILE
009160           AT END SET WS-END-OF-FILE TO TRUE
009170           NOT AT END
009180             MOVE SM-RSIRPT-RECORD TO WS-LINE-WORK
009190             PERFORM 0440-ADD-LINE
009200         END-READ
009210       END-PERFORM
009220       CLOSE SM-RSIRPT-FILE
009230       MOVE "00" TO WS-RPT-STATUS
009240     END-IF.
009250
009260 0427-READ-STRRPT.
009270     OPEN INPUT SM-STRRPT-FILE
009280     IF WS-RPT-STATUS = "00"
009290       PERFORM UNTIL WS-END-OF-FILE
009300         READ SM-STRRPT-FILE
009310           AT END SET WS-END-OF-FILE TO TRUE
009320           NOT AT END
009330             MOVE SM-STRRPT-RECORD TO WS-LINE-WORK
009340             PERFORM 0440-ADD-LINE
009350         END-READ
009360       END-PERFORM
009370       CLOSE SM-STRRPT-FILE
009380       MOVE "00" TO WS-RPT-STATUS
009390     END-IF.
009400
009410 0428-READ-MMRRPT.
009420     OPEN INPUT SM-MMRRPT-FILE
009430     IF WS-RPT-STATUS = "00"
009440       PERFORM UNTIL WS-END-OF-FILE
009450         READ SM-MMRRPT-FILE
009460           AT END SET WS-END-OF-FILE TO TRUE
009470           NOT AT END
009480             MOVE SM-MMRRPT-RECORD TO WS-LINE-WORK
009490             PERFORM 0440-ADD-LINE
009500         END-READ
009510       END-PERFORM
009520       CLOSE SM-MMRRPT-FILE
009530       MOVE "00" TO WS-RPT-STATUS
009540     END-IF.
009550
009560 0429-READ-RPT.
009570     OPEN INPUT SM-RPT-FILE
009580     IF WS-RPT-STATUS = "00"
009590       PERFORM UNTIL WS-END-OF-FILE
009600         READ SM-RPT-FILE
009610           AT END SET WS-END-OF-FILE TO TRUE
009620           NOT AT END
009630             MOVE SM-RPT-RECORD TO WS-LINE-WORK
009640             PERFORM 0440-ADD-LINE
009650         END-READ
009660       END-PERFORM
009670       CLOSE SM-RPT-FILE
009680       MOVE "00" TO WS-RPT-STATUS
009690     END-IF.
009700
009710 0430-READ-XREF.
009720     OPEN INPUT SM-XREF-FILE
009730     IF WS-RPT-STATUS = "00"
009740       PERFORM UNTIL WS-END-OF-FILE
009750         READ SM-XREF-FILE
009760           AT END SET WS-END-OF-FILE TO TRUE
009770           NOT AT END
009780             MOVE SM-XREF-RECORD TO WS-LINE-WORK
009790             PERFORM 0440-ADD-LINE
009800         END-READ
009810       END-PERFORM
009820       CLOSE SM-XREF-FILE
009830       MOVE "00" TO WS-RPT-STATUS
009840     END-IF.
009850
009860 0440-ADD-LINE.
009870     ADD 1 TO WS-LINES-READ
009880     IF WS-LINE-COUNT < 9999
009890       ADD 1 TO WS-LINE-COUNT
009900       MOVE WS-LINE-WORK TO WS-LINE-TEXT(WS-LINE-COUNT)
009910     ELSE
009920       SET WS-LINE-HAS-OVERFLOW TO TRUE
009930     END-IF.
009940
009950* A LINE GOES TO A SET-SPECIFIC ENTRY IF IT NAMES THE ENTRY'S SET
009960* OR NAMES NO KNOWN SET AT ALL
009970 0460-CHECK-LINE.
009980     MOVE 'Y' TO WS-LINE-SELECTED
009990     MOVE WS-ENT-T-SET-SUB(WS-ENT-SUB) TO WS-SET-SUB
010000     IF WS-SET-SUB > 0
010010       MOVE 0 TO WS-TALLY
010020       INSPECT WS-LINE-TEXT(WS-LINE-SUB) TALLYING WS-TALLY
010030         FOR ALL WS-SET-T-MATCH-KEY(WS-SET-SUB)
010040           (1:WS-SET-T-MATCH-LEN(WS-SET-SUB))
010050       IF WS-TALLY = 0
010060         PERFORM VARYING WS-SET-SUB FROM 1 BY 1
010070           UNTIL WS-SET-SUB > WS-SET-COUNT
010080           OR NOT WS-LINE-IS-SELECTED
010090           MOVE 0 TO WS-TALLY
010100           INSPECT WS-LINE-TEXT(WS-LINE-SUB) TALLYING WS-TALLY
010110             FOR ALL WS-SET-T-MATCH-KEY(WS-SET-SUB)
010120               (1:WS-SET-T-MATCH-LEN(WS-SET-SUB))
010130           IF WS-TALLY > 0
010140             MOVE 'N' TO WS-LINE-SELECTED
010150           END-IF
010160         END-PERFORM
010170       END-IF
010180     END-IF.
010190
010200 0470-FLAG-REPORT.
010210     MOVE SPACES TO WS-EXC-SET-ID
010220     MOVE 'W' TO WS-EXC-SEVERITY
010230     MOVE SPACES TO WS-EXC-MESSAGE
010240     EVALUATE TRUE
010250       WHEN WS-RPT-T-IS-MISSING(WS-RPT-SUB)
010260         STRING "REPORT " DELIMITED BY SIZE
010270           WS-RPT-T-DDNAME(WS-RPT-SUB) DELIMITED BY SPACE
010280           " MISSING - FILE STATUS " DELIMITED BY SIZE
010290           WS-RPT-STATUS DELIMITED BY SIZE
010300           INTO WS-EXC-MESSAGE
010310         END-STRING
010320       WHEN WS-RPT-T-IS-EMPTY(WS-RPT-SUB)
010330         STRING "REPORT " DELIMITED BY SIZE
010340           WS-RPT-T-DDNAME(WS-RPT-SUB) DELIMITED BY SPACE
010350           " EMPTY - NOT PRODUCED OR NO LINES" DELIMITED BY SIZE
010360           INTO WS-EXC-MESSAGE
010370         END-STRING
010380       WHEN WS-RPT-T-RECIPIENTS(WS-RPT-SUB) = 0
010390         STRING "REPORT " DELIMITED BY SIZE
010400           WS-RPT-T-DDNAME(WS-RPT-SUB) DELIMITED BY SPACE
010410           " HAS NO RECIPIENT - NOT DISTRIBUTED" DELIMITED BY SIZE
010420           INTO WS-EXC-MESSAGE
010430         END-STRING
010440       WHEN WS-LINE-HAS-OVERFLOW
010450         STRING "REPORT " DELIMITED BY SIZE
010460           WS-RPT-T-DDNAME(WS-RPT-SUB) DELIMITED BY SPACE
010470           " OVER 9999 LINES - BUNDLES TRUNCATED"
010480           DELIMITED BY SIZE
010490           INTO WS-EXC-MESSAGE
010500         END-STRING
010510     END-EVALUATE
010520     IF WS-EXC-MESSAGE NOT = SPACES
010530       SET WS-HAS-WARNING TO TRUE
010540       DISPLAY "P-ONE-DST: " WS-EXC-MESSAGE
010550       PERFORM 9000-LOG-EXCEPTION
010560     END-IF.
010570
010580 0500-BUILD-BUNDLES.
010590     MOVE 0 TO WS-BND-COUNT
010600     PERFORM VARYING WS-ENT-SUB FROM 1 BY 1
010610       UNTIL WS-ENT-SUB > WS-ENT-COUNT
010620       MOVE 0 TO WS-FOUND-IDX
010630       IF WS-BND-COUNT > 0
010640         SET WS-BND-IDX TO 1
010650         SEARCH WS-BND-ENTRY
010660           AT END CONTINUE
010670           WHEN WS-BND-T-RECIPIENT(WS-BND-IDX)
010680             = WS-ENT-T-RECIPIENT(WS-ENT-SUB)
010690             AND WS-BND-T-CLASS(WS-BND-IDX)
010700             = WS-ENT-T-CLASS(WS-ENT-SUB)
010710             SET WS-FOUND-IDX TO WS-BND-IDX
010720         END-SEARCH
010730       END-IF
010740       IF WS-FOUND-IDX = 0
010750         ADD 1 TO WS-BND-COUNT
010760         MOVE WS-BND-COUNT TO WS-FOUND-IDX
010770         MOVE WS-ENT-T-RECIPIENT(WS-ENT-SUB)
010780           TO WS-BND-T-RECIPIENT(WS-FOUND-IDX)
010790         MOVE WS-ENT-T-CLASS(WS-ENT-SUB)
010800           TO WS-BND-T-CLASS(WS-FOUND-IDX)
010810         MOVE WS-ENT-T-NAME(WS-ENT-SUB)
010820           TO WS-BND-T-NAME(WS-FOUND-IDX)
010830         MOVE 0 TO WS-BND-T-BUNDLE-NO(WS-FOUND-IDX)
010840         MOVE 0 TO WS-BND-T-REPORTS(WS-FOUND-IDX)
010850         MOVE 0 TO WS-BND-T-LINES(WS-FOUND-IDX)
010860         MOVE 0 TO WS-BND-T-FLAGGED(WS-FOUND-IDX)
010870         MOVE 'N' TO WS-BND-T-WRITTEN(WS-FOUND-IDX)
010880       END-IF
010890       MOVE WS-FOUND-IDX TO WS-ENT-T-BUNDLE-SUB(WS-ENT-SUB)
010900       ADD 1 TO WS-BND-T-REPORTS(WS-FOUND-IDX)
010910       EVALUATE WS-ENT-T-CLASS(WS-ENT-SUB)
010920         WHEN 'P'
010930           MOVE 'Y' TO WS-CLASS-P-OPEN
010940         WHEN 'E'
010950           MOVE 'Y' TO WS-CLASS-E-OPEN
010960         WHEN 'A'
010970           MOVE 'Y' TO WS-CLASS-A-OPEN
010980       END-EVALUATE
010990     END-PERFORM.
011000
011010* ONLY THE CLASSES SOMEONE RECEIVES ARE OPENED, SO THE JCL NEED
011020* NOT CODE A DD FOR A CLASS NOBODY USES
011030 0550-OPEN-BUNDLE-OUTPUTS.
011040     IF WS-CLASS-P-OPEN = 'Y'
011050       OPEN OUTPUT SM-BNDLP-FILE
011060       IF WS-BNDLP-STATUS NOT = "00"
011070         MOVE 'F' TO WS-CLASS-P-OPEN
011080         MOVE "SMBNDLP" TO WS-CLASS-TEXT
011090         MOVE WS-BNDLP-STATUS TO WS-RPT-STATUS
011100         PERFORM 0560-CLASS-OPEN-FAILED
011110       END-IF
011120     END-IF
011130     IF WS-CLASS-E-OPEN = 'Y'
011140       OPEN OUTPUT SM-BNDLE-FILE
011150       IF WS-BNDLE-STATUS NOT = "00"
011160         MOVE 'F' TO WS-CLASS-E-OPEN
011170         MOVE "SMBNDLE" TO WS-CLASS-TEXT
011180         MOVE WS-BNDLE-STATUS TO WS-RPT-STATUS
011190         PERFORM 0560-CLASS-OPEN-FAILED
011200       END-IF
011210     END-IF
011220     IF WS-CLASS-A-OPEN = 'Y'
011230       OPEN OUTPUT SM-BNDLA-FILE
011240       IF WS-BNDLA-STATUS NOT = "00"
011250         MOVE 'F' TO WS-CLASS-A-OPEN
011260         MOVE "SMBNDLA" TO WS-CLASS-TEXT
011270         MOVE WS-BNDLA-STATUS TO WS-RPT-STATUS
011280         PERFORM 0560-CLASS-OPEN-FAILED
011290       END-IF
011300     END-IF.
011310
011320 0560-CLASS-OPEN-FAILED.
011330     DISPLAY "P-ONE-DST: UNABLE TO OPEN " WS-CLASS-TEXT
011340       " STATUS " WS-RPT-STATUS " - BUNDLES NOT SENT"
011350     MOVE SPACES TO WS-EXC-SET-ID
011360     MOVE 'E' TO WS-EXC-SEVERITY
011370     MOVE SPACES TO WS-EXC-MESSAGE
011380     STRING "UNABLE TO OPEN BUNDLE OUTPUT " DELIMITED BY SIZE
011390       WS-CLASS-TEXT DELIMITED BY SPACE
011400       " - BUNDLES NOT SENT" DELIMITED BY SIZE
011410       INTO WS-EXC-MESSAGE
011420     END-STRING
011430     PERFORM 9000-LOG-EXCEPTION
011440     MOVE 12 TO RETURN-CODE.
011450
011460 0590-CLOSE-BUNDLE-OUTPUTS.
011470     IF WS-CLASS-P-OPEN = 'Y'
011480       CLOSE SM-BNDLP-FILE
011490     END-IF
011500     IF WS-CLASS-E-OPEN = 'Y'
011510       CLOSE SM-BNDLE-FILE
011520     END-IF
011530     IF WS-CLASS-A-OPEN = 'Y'
011540       CLOSE SM-BNDLA-FILE
011550     END-IF.
011560
011570* ONE BUNDLE: COUNT THE LINES EACH ENTRY WILL RECEIVE, PRINT THE
011580* COVER PAGE, THEN EACH REPORT SECTION, LOGGING EVERY DELIVERY
011590 0600-WRITE-ONE-BUNDLE.
011600     MOVE WS-BND-T-CLASS(WS-BND-SUB) TO WS-CLASS-WORK
011610     PERFORM 0690-GET-CLASS-STATE
011620     IF WS-CLASS-STATE = 'Y'
011630       ADD 1 TO WS-LAST-BUNDLE-NO
011640       ADD 1 TO WS-BUNDLES-WRITTEN
011650       MOVE WS-LAST-BUNDLE-NO TO WS-BND-T-BUNDLE-NO(WS-BND-SUB)
011660       MOVE 'Y' TO WS-BND-T-WRITTEN(WS-BND-SUB)
011670       PERFORM VARYING WS-ENT-SUB FROM 1 BY 1
011680         UNTIL WS-ENT-SUB > WS-ENT-COUNT
011690         IF WS-ENT-T-BUNDLE-SUB(WS-ENT-SUB) = WS-BND-SUB
011700           PERFORM 0610-COUNT-ENTRY-LINES
011710         END-IF
011720       END-PERFORM
011730       PERFORM 0620-WRITE-COVER-PAGE
011740       PERFORM VARYING WS-ENT-SUB FROM 1 BY 1
011750         UNTIL WS-ENT-SUB > WS-ENT-COUNT
011760         IF WS-ENT-T-BUNDLE-SUB(WS-ENT-SUB) = WS-BND-SUB
011770           PERFORM 0650-WRITE-ENTRY-SECTION
011780         END-IF
011790       END-PERFORM
011800       MOVE WS-TODAY TO EL-BUNDLE-DATE
011810       MOVE WS-LAST-BUNDLE-NO TO EL-BUNDLE-NO
011820       MOVE WS-END-LINE TO WS-OUT-LINE
011830       PERFORM 0680-WRITE-BUNDLE-LINE
011840     END-IF.
011850
011860 0610-COUNT-ENTRY-LINES.
011870     MOVE 0 TO WS-ENT-T-SEL-LINES(WS-ENT-SUB)
011880     MOVE WS-ENT-T-RPT-SUB(WS-ENT-SUB) TO WS-RPT-SUB
011890     IF WS-RPT-T-HAS-LINES(WS-RPT-SUB)
011900       IF WS-LOADED-RPT NOT = WS-RPT-SUB
011910         PERFORM 0410-LOAD-REPORT
011920       END-IF
011930       PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
011940         UNTIL WS-LINE-SUB > WS-LINE-COUNT
011950         PERFORM 0460-CHECK-LINE
011960         IF WS-LINE-IS-SELECTED
011970           ADD 1 TO WS-ENT-T-SEL-LINES(WS-ENT-SUB)
011980         END-IF
011990       END-PERFORM
012000       ADD WS-ENT-T-SEL-LINES(WS-ENT-SUB)
012010         TO WS-BND-T-LINES(WS-BND-SUB)
012020     ELSE
012030       ADD 1 TO WS-BND-T-FLAGGED(WS-BND-SUB)
012040     END-IF.
012050
012060 0620-WRITE-COVER-PAGE.
012070     MOVE WS-RULE-LINE TO WS-OUT-LINE
012080     PERFORM 0680-WRITE-BUNDLE-LINE
012090     MOVE WS-TODAY TO CV-BUNDLE-DATE
012100     MOVE WS-LAST-BUNDLE-NO TO CV-BUNDLE-NO
012110     MOVE WS-CLASS-WORK TO CV-CLASS
012120     EVALUATE WS-CLASS-WORK
012130       WHEN 'P'
012140         MOVE "(PRINT)" TO CV-CLASS-TEXT
012150       WHEN 'E'
012160         MOVE "(ELECTRONIC)" TO CV-CLASS-TEXT
012170       WHEN OTHER
012180         MOVE "(ARCHIVE)" TO CV-CLASS-TEXT
012190     END-EVALUATE
012200     MOVE WS-COVER-TITLE TO WS-OUT-LINE
012210     PERFORM 0680-WRITE-BUNDLE-LINE
012220     MOVE WS-BND-T-RECIPIENT(WS-BND-SUB) TO CV-RECIPIENT
012230     MOVE WS-BND-T-NAME(WS-BND-SUB) TO CV-NAME
012240     MOVE WS-COVER-RECIPIENT TO WS-OUT-LINE
012250     PERFORM 0680-WRITE-BUNDLE-LINE
012260     MOVE WS-TODAY TO CV-TODAY
012270     MOVE WS-RUN-TIME TO CV-RUN-TIME
012280     MOVE WS-BND-T-REPORTS(WS-BND-SUB) TO CV-REPORTS
012290     MOVE WS-BND-T-LINES(WS-BND-SUB) TO CV-LINES
012300     MOVE WS-COVER-PRODUCED TO WS-OUT-LINE
012310     PERFORM 0680-WRITE-BUNDLE-LINE
012320     MOVE SPACES TO WS-OUT-LINE
012330     PERFORM 0680-WRITE-BUNDLE-LINE
012340     MOVE WS-COVER-HEADING TO WS-OUT-LINE
012350     PERFORM 0680-WRITE-BUNDLE-LINE
012360     PERFORM VARYING WS-ENT-SUB FROM 1 BY 1
012370       UNTIL WS-ENT-SUB > WS-ENT-COUNT
012380       IF WS-ENT-T-BUNDLE-SUB(WS-ENT-SUB) = WS-BND-SUB
012390         PERFORM 0630-WRITE-COVER-ENTRY
012400       END-IF
012410     END-PERFORM
012420     MOVE SPACES TO WS-OUT-LINE
012430     PERFORM 0680-WRITE-BUNDLE-LINE
012440     IF WS-BND-T-FLAGGED(WS-BND-SUB) > 0
012450       MOVE "REPORTS IN THIS BUNDLE ARE EMPTY OR MISSING"
012460         TO FL-TEXT
012470       MOVE WS-FLAG-LINE TO WS-OUT-LINE
012480       PERFORM 0680-WRITE-BUNDLE-LINE
012490     END-IF
012500     MOVE WS-BND-T-RECIPIENT(WS-BND-SUB) TO CC-RECIPIENT
012510     MOVE WS-TODAY TO CC-BUNDLE-DATE
012520     MOVE WS-LAST-BUNDLE-NO TO CC-BUNDLE-NO
012530     MOVE WS-COVER-CONFIRM TO WS-OUT-LINE
012540     PERFORM 0680-WRITE-BUNDLE-LINE
012550     MOVE WS-RULE-LINE TO WS-OUT-LINE
012560     PERFORM 0680-WRITE-BUNDLE-LINE.
012570
012580 0630-WRITE-COVER-ENTRY.
012590     MOVE WS-ENT-T-RPT-SUB(WS-ENT-SUB) TO WS-RPT-SUB
012600     MOVE WS-ENT-T-REPORT(WS-ENT-SUB) TO CE-REPORT
012610     IF WS-ENT-T-SET-ID(WS-ENT-SUB) = SPACES
012620       MOVE "ALL" TO CE-SET-ID
012630     ELSE
012640       MOVE WS-ENT-T-SET-ID(WS-ENT-SUB) TO CE-SET-ID
012650     END-IF
012660     MOVE WS-ENT-T-SEL-LINES(WS-ENT-SUB) TO CE-LINES
012670     EVALUATE TRUE
012680       WHEN WS-RPT-T-IS-MISSING(WS-RPT-SUB)
012690         MOVE "*** MISSING - REPORT NOT AVAILABLE ***"
012700           TO CE-STATUS
012710       WHEN WS-RPT-T-IS-EMPTY(WS-RPT-SUB)
012720         MOVE "*** EMPTY - NOT PRODUCED OR NO LINES ***"
012730           TO CE-STATUS
012740       WHEN WS-RPT-T-TRUNCATED(WS-RPT-SUB) = 'Y'
012750         MOVE "SENT - TRUNCATED AT 9999 LINES" TO CE-STATUS
012760       WHEN OTHER
012770         MOVE "SENT" TO CE-STATUS
012780     END-EVALUATE
012790     MOVE WS-COVER-ENTRY TO WS-OUT-LINE
012800     PERFORM 0680-WRITE-BUNDLE-LINE.
012810
012820 0650-WRITE-ENTRY-SECTION.
012830     MOVE WS-ENT-T-RPT-SUB(WS-ENT-SUB) TO WS-RPT-SUB
012840     MOVE WS-ENT-T-REPORT(WS-ENT-SUB) TO SB-REPORT
012850     IF WS-ENT-T-SET-ID(WS-ENT-SUB) = SPACES
012860       MOVE "ALL" TO SB-SET-ID
012870     ELSE
012880       MOVE WS-ENT-T-SET-ID(WS-ENT-SUB) TO SB-SET-ID
012890     END-IF
012900     MOVE SPACES TO WS-OUT-LINE
012910     PERFORM 0680-WRITE-BUNDLE-LINE
012920     MOVE WS-SECTION-BANNER TO WS-OUT-LINE
012930     PERFORM 0680-WRITE-BUNDLE-LINE
012940     MOVE SPACES TO SM-DLV-RECORD
012950     EVALUATE TRUE
012960       WHEN WS-RPT-T-IS-MISSING(WS-RPT-SUB)
012970         MOVE "REPORT MISSING - NOT PRODUCED OR NOT AVAILABLE"
012980           TO FL-TEXT
012990         MOVE WS-FLAG-LINE TO WS-OUT-LINE
013000         PERFORM 0680-WRITE-BUNDLE-LINE
013010         SET SM-DLV-WAS-MISSING TO TRUE
013020       WHEN WS-RPT-T-IS-EMPTY(WS-RPT-SUB)
013030         MOVE "REPORT EMPTY - NOT PRODUCED OR NO LINES" TO FL-TEXT
013040         MOVE WS-FLAG-LINE TO WS-OUT-LINE
013050         PERFORM 0680-WRITE-BUNDLE-LINE
013060         SET SM-DLV-WAS-EMPTY TO TRUE
013070       WHEN OTHER
013080         IF WS-LOADED-RPT NOT = WS-RPT-SUB
013090           PERFORM 0410-LOAD-REPORT
013100         END-IF
013110         PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
013120           UNTIL WS-LINE-SUB > WS-LINE-COUNT
013130           PERFORM 0460-CHECK-LINE
013140           IF WS-LINE-IS-SELECTED
013150             MOVE WS-LINE-TEXT(WS-LINE-SUB) TO WS-OUT-LINE
013160             PERFORM 0680-WRITE-BUNDLE-LINE
013170           END-IF
013180         END-PERFORM
013190         SET SM-DLV-WAS-SENT TO TRUE
013200     END-EVALUATE
013210     SET SM-DLV-IS-DELIVERY TO TRUE
013220     MOVE WS-TODAY TO SM-DLV-RUN-DATE
013230     MOVE WS-RUN-TIME TO SM-DLV-RUN-TIME
013240     MOVE WS-TODAY TO SM-DLV-BUNDLE-DATE
013250     MOVE WS-LAST-BUNDLE-NO TO SM-DLV-BUNDLE-NO
013260     MOVE WS-BND-T-RECIPIENT(WS-BND-SUB) TO SM-DLV-RECIPIENT
013270     MOVE WS-CLASS-WORK TO SM-DLV-CLASS
013280     MOVE WS-ENT-T-REPORT(WS-ENT-SUB) TO SM-DLV-REPORT
013290     MOVE WS-ENT-T-SET-ID(WS-ENT-SUB) TO SM-DLV-SET-ID
013300     MOVE WS-ENT-T-SEL-LINES(WS-ENT-SUB) TO SM-DLV-LINE-COUNT
013310     WRITE SM-DLV-RECORD.
013320
013330 0680-WRITE-BUNDLE-LINE.
013340     EVALUATE WS-CLASS-WORK
013350       WHEN 'P'
013360         MOVE WS-OUT-LINE TO SM-BNDLP-RECORD
013370         WRITE SM-BNDLP-RECORD
013380       WHEN 'E'
013390         MOVE WS-OUT-LINE TO SM-BNDLE-RECORD
013400         WRITE SM-BNDLE-RECORD
013410       WHEN 'A'
013420         MOVE WS-OUT-LINE TO SM-BNDLA-RECORD
013430         WRITE SM-BNDLA-RECORD
013440     END-EVALUATE.
013450
013460 0690-GET-CLASS-STATE.
013470     EVALUATE WS-CLASS-WORK
013480       WHEN 'P'
013490         MOVE WS-CLASS-P-OPEN TO WS-CLASS-STATE
013500       WHEN 'E'
013510         MOVE WS-CLASS-E-OPEN TO WS-CLASS-STATE
013520       WHEN OTHER
013530         MOVE WS-CLASS-A-OPEN TO WS-CLASS-STATE
013540     END-EVALUATE.
013550
013560* BUNDLES STILL UNCONFIRMED AFTER THE ALLOWED NUMBER OF DAYS
013570 0800-CHECK-OVERDUE.
013580     MOVE 0 TO WS-OVERDUE-COUNT
013590     MOVE SPACES TO SM-DSTRPT-RECORD
013600     WRITE SM-DSTRPT-RECORD
013610     MOVE "UNCONFIRMED BUNDLES OVERDUE" TO SC-TITLE
013620     MOVE WS-SECTION-LINE TO SM-DSTRPT-RECORD
013630     WRITE SM-DSTRPT-RECORD
013640     MOVE WS-OVERDUE-HEADING TO SM-DSTRPT-RECORD
013650     WRITE SM-DSTRPT-RECORD
013660     PERFORM VARYING WS-LOG-SUB FROM 1 BY 1
013670       UNTIL WS-LOG-SUB > WS-LOG-COUNT
013680       IF NOT WS-LOG-T-IS-CONFIRMED(WS-LOG-SUB)
013690         MOVE WS-LOG-T-BUNDLE-DATE(WS-LOG-SUB) TO WS-KEY-DATE
013700         COMPUTE WS-BUNDLE-AGE = WS-TODAY-INT
013710           - FUNCTION INTEGER-OF-DATE(WS-KEY-DATE)
013720         IF WS-BUNDLE-AGE > WS-OVERDUE-DAYS
013730           ADD 1 TO WS-OVERDUE-COUNT
013740           MOVE WS-LOG-T-BUNDLE-DATE(WS-LOG-SUB) TO OL-BUNDLE-DATE
013750           MOVE WS-LOG-T-BUNDLE-NO(WS-LOG-SUB) TO OL-BUNDLE-NO
013760           MOVE WS-LOG-T-RECIPIENT(WS-LOG-SUB) TO OL-RECIPIENT
013770           MOVE WS-LOG-T-CLASS(WS-LOG-SUB) TO OL-CLASS
013780           MOVE WS-BUNDLE-AGE TO OL-DAYS
013790           MOVE WS-OVERDUE-LINE TO SM-DSTRPT-RECORD
013800           WRITE SM-DSTRPT-RECORD
013810         END-IF
013820       END-IF
013830     END-PERFORM
013840     IF WS-OVERDUE-COUNT = 0
013850       MOVE "  NONE" TO SM-DSTRPT-RECORD
013860       WRITE SM-DSTRPT-RECORD
013870     ELSE
013880       SET WS-HAS-WARNING TO TRUE
013890       MOVE WS-OVERDUE-COUNT TO WS-DISP-COUNT
013900       DISPLAY "P-ONE-DST: " WS-DISP-COUNT
013910         " BUNDLE(S) UNCONFIRMED PAST " WS-OVERDUE-DAYS " DAYS"
013920       MOVE SPACES TO WS-EXC-SET-ID
013930       MOVE 'W' TO WS-EXC-SEVERITY
013940       MOVE SPACES TO WS-EXC-MESSAGE
013950       STRING "BUNDLES UNCONFIRMED PAST " DELIMITED BY SIZE
013960         WS-OVERDUE-DAYS DELIMITED BY SIZE
013970         " DAYS:" DELIMITED BY SIZE
013980         WS-DISP-COUNT DELIMITED BY SIZE
013990         " - SEE SMDSTRPT" DELIMITED BY SIZE
014000         INTO WS-EXC-MESSAGE
014010       END-STRING
014020       PERFORM 9000-LOG-EXCEPTION
014030     END-IF
014040     MOVE SPACES TO SM-DSTRPT-RECORD
014050     WRITE SM-DSTRPT-RECORD
014060     MOVE "*** END OF DISTRIBUTION LISTING ***" TO SC-TITLE
014070     MOVE WS-SECTION-LINE TO SM-DSTRPT-RECORD
014080     WRITE SM-DSTRPT-RECORD.
014090
014100 0900-PRINT-LISTING.
014110     MOVE WS-TODAY TO TT-TODAY
014120     MOVE WS-RUN-TIME TO TT-RUN-TIME
014130     MOVE WS-TITLE-LINE TO SM-DSTRPT-RECORD
014140     WRITE SM-DSTRPT-RECORD
014150     MOVE SPACES TO SM-DSTRPT-RECORD
014160     WRITE SM-DSTRPT-RECORD
014170     MOVE "REPORTS" TO SC-TITLE
014180     MOVE WS-SECTION-LINE TO SM-DSTRPT-RECORD
014190     WRITE SM-DSTRPT-RECORD
014200     MOVE WS-REPORT-HEADING TO SM-DSTRPT-RECORD
014210     WRITE SM-DSTRPT-RECORD
014220     PERFORM VARYING WS-RPT-SUB FROM 1 BY 1
014230       UNTIL WS-RPT-SUB > WS-RPT-COUNT
014240       PERFORM 0910-PRINT-REPORT-LINE
014250     END-PERFORM
014260     MOVE SPACES TO SM-DSTRPT-RECORD
014270     WRITE SM-DSTRPT-RECORD
014280     MOVE "BUNDLES" TO SC-TITLE
014290     MOVE WS-SECTION-LINE TO SM-DSTRPT-RECORD
014300     WRITE SM-DSTRPT-RECORD
014310     MOVE WS-BUNDLE-HEADING TO SM-DSTRPT-RECORD
014320     WRITE SM-DSTRPT-RECORD
014330     PERFORM VARYING WS-BND-SUB FROM 1 BY 1
014340       UNTIL WS-BND-SUB > WS-BND-COUNT
014350       PERFORM 0920-PRINT-BUNDLE-LINE
014360     END-PERFORM
014370     MOVE SPACES TO SM-DSTRPT-RECORD
014380     WRITE SM-DSTRPT-RECORD
014390     MOVE "TOTALS" TO SC-TITLE
014400     MOVE WS-SECTION-LINE TO SM-DSTRPT-RECORD
014410     WRITE SM-DSTRPT-RECORD
014420     MOVE "DISTRIBUTION ENTRIES LOADED" TO CL-LABEL
014430     MOVE WS-ENT-COUNT TO CL-COUNT
014440     MOVE WS-COUNT-LINE TO SM-DSTRPT-RECORD
014450     WRITE SM-DSTRPT-RECORD
014460     MOVE "DISTRIBUTION ENTRIES IGNORED" TO CL-LABEL
014470     MOVE WS-ENT-REJECTS TO CL-COUNT
014480     MOVE WS-COUNT-LINE TO SM-DSTRPT-RECORD
014490     WRITE SM-DSTRPT-RECORD
014500     MOVE "BUNDLES SENT" TO CL-LABEL
014510     MOVE WS-BUNDLES-WRITTEN TO CL-COUNT
014520     MOVE WS-COUNT-LINE TO SM-DSTRPT-RECORD
014530     WRITE SM-DSTRPT-RECORD
014540     MOVE "CONFIRMATIONS APPLIED" TO CL-LABEL
014550     MOVE WS-CNF-APPLIED TO CL-COUNT
014560     MOVE WS-COUNT-LINE TO SM-DSTRPT-RECORD
014570     WRITE SM-DSTRPT-RECORD
014580     MOVE "CONFIRMATIONS REJECTED" TO CL-LABEL
014590     MOVE WS-CNF-REJECTED TO CL-COUNT
014600     MOVE WS-COUNT-LINE TO SM-DSTRPT-RECORD
014610     WRITE SM-DSTRPT-RECORD.
014620
014630 0910-PRINT-REPORT-LINE.
014640     MOVE WS-RPT-T-DDNAME(WS-RPT-SUB) TO RL-REPORT
014650     MOVE WS-RPT-T-LINES(WS-RPT-SUB) TO RL-LINES
014660     MOVE WS-RPT-T-RECIPIENTS(WS-RPT-SUB) TO RL-RECIPIENTS
014670     MOVE SPACES TO RL-NOTE
014680     EVALUATE TRUE
014690       WHEN WS-RPT-T-IS-MISSING(WS-RPT-SUB)
014700         MOVE "*MISSING*" TO RL-STATUS
014710         STRING "FILE STATUS " DELIMITED BY SIZE
014720           WS-RPT-T-FILE-STATUS(WS-RPT-SUB) DELIMITED BY SIZE
014730           INTO RL-NOTE
014740         END-STRING
014750       WHEN WS-RPT-T-IS-EMPTY(WS-RPT-SUB)
014760         MOVE "*EMPTY*" TO RL-STATUS
014770       WHEN OTHER
014780         MOVE "PRODUCED" TO RL-STATUS
014790         IF WS-RPT-T-TRUNCATED(WS-RPT-SUB) = 'Y'
014800           MOVE "TRUNCATED AT 9999 LINES" TO RL-NOTE
014810         END-IF
014820     END-EVALUATE
014830     IF WS-RPT-T-RECIPIENTS(WS-RPT-SUB) = 0 AND RL-NOTE = SPACES
014840       MOVE "NO RECIPIENT - NOT DISTRIBUTED" TO RL-NOTE
014850     END-IF
014860     MOVE WS-REPORT-LINE TO SM-DSTRPT-RECORD
014870     WRITE SM-DSTRPT-RECORD.
014880
014890 0920-PRINT-BUNDLE-LINE.
014900     MOVE WS-TODAY TO BL-BUNDLE-DATE
014910     MOVE WS-BND-T-BUNDLE-NO(WS-BND-SUB) TO BL-BUNDLE-NO
014920     MOVE WS-BND-T-RECIPIENT(WS-BND-SUB) TO BL-RECIPIENT
014930     MOVE WS-BND-T-CLASS(WS-BND-SUB) TO BL-CLASS
014940     MOVE WS-BND-T-REPORTS(WS-BND-SUB) TO BL-REPORTS
014950     MOVE WS-BND-T-LINES(WS-BND-SUB) TO BL-LINES
014960     MOVE WS-BND-T-FLAGGED(WS-BND-SUB) TO BL-FLAGGED
014970     IF WS-BND-T-WRITTEN(WS-BND-SUB) = 'Y'
014980       MOVE WS-BND-T-NAME(WS-BND-SUB) TO BL-NOTE
014990     ELSE
015000       MOVE "*NOT SENT - OUTPUT UNAVAILABLE*" TO BL-NOTE
015010     END-IF
015020     MOVE WS-BUNDLE-LINE TO SM-DSTRPT-RECORD
015030     WRITE SM-DSTRPT-RECORD.
015040
015050 9000-LOG-EXCEPTION.
015060     OPEN EXTEND SM-EXCLOG-FILE
015070     IF WS-EXCLOG-STATUS = "00"
015080       MOVE WS-TODAY TO SM-EXC-RUN-DATE
015090       MOVE WS-RUN-TIME TO SM-EXC-RUN-TIME
015100       MOVE "P-ONE-DST" TO SM-EXC-PROGRAM-ID
015110       MOVE WS-EXC-SET-ID TO SM-EXC-SET-ID
015120       MOVE WS-EXC-SEVERITY TO SM-EXC-SEVERITY
015130       MOVE WS-EXC-MESSAGE TO SM-EXC-MESSAGE
015140       WRITE SM-EXC-RECORD
015150       CLOSE SM-EXCLOG-FILE
015160     END-IF.
