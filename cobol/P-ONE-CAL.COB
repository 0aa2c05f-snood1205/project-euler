000100* P-ONE-CAL.COB
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID. P-ONE-CAL.
000130 ENVIRONMENT DIVISION.
000140 INPUT-OUTPUT SECTION.
000150 FILE-CONTROL.
000160     SELECT SM-CALCTL-FILE ASSIGN TO "SMCALCTL"
000170     ORGANIZATION IS LINE SEQUENTIAL
000180     FILE STATUS IS WS-CALCTL-STATUS.
000190     SELECT SM-CALHOL-FILE ASSIGN TO "SMCALHOL"
000200     ORGANIZATION IS LINE SEQUENTIAL
000210     FILE STATUS IS WS-CALHOL-STATUS.
000220     SELECT SM-CALTRN-FILE ASSIGN TO "SMCALTRN"
000230     ORGANIZATION IS LINE SEQUENTIAL
000240     FILE STATUS IS WS-CALTRN-STATUS.
000250     SELECT SM-CAL-FILE ASSIGN TO "SMCAL"
000260     ORGANIZATION IS LINE SEQUENTIAL
000270     FILE STATUS IS WS-CAL-STATUS.
000280     SELECT SM-CAUDIT-FILE ASSIGN TO "SMCALAUD"
000290     ORGANIZATION IS LINE SEQUENTIAL
000300     FILE STATUS IS WS-CAUDIT-STATUS.
000310     SELECT SM-RUNCTL-FILE ASSIGN TO "SMRUNCTL"
000320     ORGANIZATION IS LINE SEQUENTIAL
000330     FILE STATUS IS WS-RUNCTL-STATUS.
000340     SELECT SM-MSUM-FILE ASSIGN TO "SMMSUM"
000350     ORGANIZATION IS INDEXED
000360     ACCESS MODE IS RANDOM
000370     RECORD KEY IS SM-MSUM-KEY
000380     FILE STATUS IS WS-MSUM-STATUS.
000390     SELECT SM-CALRPT-FILE ASSIGN TO "SMCALRPT"
000400     ORGANIZATION IS LINE SEQUENTIAL.
000410     SELECT SM-EXCLOG-FILE ASSIGN TO "SMEXCLOG"
000420     ORGANIZATION IS LINE SEQUENTIAL
000430     FILE STATUS IS WS-EXCLOG-STATUS.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD SM-CALCTL-FILE.
000470 01 SM-CALCTL-RECORD.
000480    05 SM-CALCTL-YEAR PIC X(4).
000490    05 SM-CALCTL-PATTERN PIC X(7).
000500 FD SM-CALHOL-FILE.
000510 01 SM-CALHOL-RECORD.
000520    05 SM-CALHOL-DATE PIC X(8).
000530    05 FILLER PIC X(1).
000540    05 SM-CALHOL-DESC PIC X(30).
000550 FD SM-CALTRN-FILE.
000560 01 SM-CALTRN-RECORD.
000570    05 SM-CALTRN-ACTION PIC X(1).
000580       88 SM-CALTRN-IS-ADD VALUE 'A'.
000590       88 SM-CALTRN-IS-CHANGE VALUE 'C'.
000600       88 SM-CALTRN-IS-DELETE VALUE 'D'.
000610    05 SM-CALTRN-DATE PIC X(8).
000620    05 SM-CALTRN-FLAG PIC X(1).
000630 FD SM-CAL-FILE.
000640     COPY SMCAL.
000650 FD SM-CAUDIT-FILE.
000660     COPY SMCAUD.
000670 FD SM-RUNCTL-FILE.
000680 01 SM-RUNCTL-RECORD.
000690    05 SM-RUNCTL-RUN-DATE PIC 9(8).
000700    05 SM-RUNCTL-RUN-NUMBER PIC 9(3).
000710 FD SM-MSUM-FILE.
000720     COPY SMMSUM.
000730 FD SM-CALRPT-FILE.
000740 01 SM-CALRPT-RECORD PIC X(100).
000750 FD SM-EXCLOG-FILE.
000760     COPY SMEXCP.
000770 WORKING-STORAGE SECTION.
000780 01 WS-CURRENT-DATE.
000790    05 WS-TODAY PIC 9(8).
000800    05 WS-RUN-TIME PIC 9(6).
000810    05 FILLER PIC X(7).
000820 01 WS-CALCTL-STATUS PIC XX VALUE SPACES.
000830 01 WS-CALHOL-STATUS PIC XX VALUE SPACES.
000840 01 WS-CALTRN-STATUS PIC XX VALUE SPACES.
000850 01 WS-CAL-STATUS PIC XX VALUE SPACES.
000860 01 WS-CAUDIT-STATUS PIC XX VALUE SPACES.
000870 01 WS-RUNCTL-STATUS PIC XX VALUE SPACES.
000880 01 WS-MSUM-STATUS PIC XX VALUE SPACES.
000890 01 WS-EXCLOG-STATUS PIC XX VALUE SPACES.
000900 01 WS-EXC-SET-ID PIC X(8) VALUE SPACES.
000910 01 WS-EXC-SEVERITY PIC X(1) VALUE 'E'.
000920 01 WS-EXC-MESSAGE PIC X(60) VALUE SPACES.
000930 01 WS-CARD-VALID PIC X VALUE 'Y'.
000940    88 WS-CARD-IS-VALID VALUE 'Y'.
000950 01 WS-GEN-REQUESTED PIC X VALUE 'N'.
000960    88 WS-GEN-IS-REQUESTED VALUE 'Y'.
000970 01 WS-GEN-YEAR PIC 9(4) VALUE 0.
000980* WEEKLY PATTERN MONDAY THROUGH SUNDAY, Y = PROCESSING DAY
000990 01 WS-PATTERN PIC X(7) VALUE "YYYYYNN".
001000 01 WS-PATTERN-TBL REDEFINES WS-PATTERN.
001010    05 WS-PATTERN-FLAG PIC X(1) OCCURS 7 TIMES.
001020 01 WS-DAY-NAMES PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
001030 01 WS-DAY-NAME-TBL REDEFINES WS-DAY-NAMES.
001040    05 WS-DAY-NAME PIC X(3) OCCURS 7 TIMES.
001050 01 WS-MONTH-LENGTHS PIC X(24) VALUE "312831303130313130313031".
001060 01 WS-MONTH-LENGTH-TBL REDEFINES WS-MONTH-LENGTHS.
001070    05 WS-MONTH-LENGTH PIC 9(2) OCCURS 12 TIMES.
001080 01 WS-PAT-SUB PIC 9(1) VALUE 0.
001090 01 WS-HOL-TABLE.
001100    05 WS-HOL-ENTRY OCCURS 1 TO 200 TIMES
001110       DEPENDING ON WS-HOL-COUNT
001120       INDEXED BY WS-HOL-IDX.
001130       10 WS-HOL-T-DATE PIC 9(8).
001140       10 WS-HOL-T-DESC PIC X(30).
001150 01 WS-HOL-COUNT PIC 9(4) VALUE 0.
001160 01 WS-HOL-EOF PIC X VALUE 'N'.
001170    88 WS-HOL-END-OF-FILE VALUE 'Y'.
001180* THE CALENDAR AS LOADED, KEPT IN DATE ORDER AS IT IS BUILT AND
001190* MAINTAINED, AND WRITTEN BACK IN THAT ORDER
001200 01 WS-CAL-TABLE.
001210    05 WS-CAL-ENTRY OCCURS 1 TO 4000 TIMES
001220       DEPENDING ON WS-CAL-COUNT
001230       INDEXED BY WS-CAL-IDX.
001240       10 WS-CAL-T-DATE PIC 9(8).
001250       10 WS-CAL-T-FLAG PIC X(1).
001260 01 WS-CAL-COUNT PIC 9(4) VALUE 0.
001270 01 WS-CAL-EOF PIC X VALUE 'N'.
001280    88 WS-CAL-END-OF-FILE VALUE 'Y'.
001290 01 WS-CAL-READABLE PIC X VALUE 'Y'.
001300    88 WS-CAL-IS-READABLE VALUE 'Y'.
001310 01 WS-LOAD-OVERFLOW PIC X VALUE 'N'.
001320    88 WS-LOAD-HAS-OVERFLOW VALUE 'Y'.
001330* RECORDS DROPPED AT LOAD ARE HELD HERE UNTIL THE RUN IS KNOWN
001340* TO BE GOING AHEAD, SO NO AUDIT IMAGE IS WRITTEN FOR A REMOVAL
001350* THAT NEVER REACHES THE FILE
001360 01 WS-DROP-TABLE.
001370    05 WS-DROP-ENTRY OCCURS 1 TO 100 TIMES
001380       DEPENDING ON WS-DROP-COUNT.
001390       10 WS-DROP-T-DATE PIC X(8).
001400       10 WS-DROP-T-FLAG PIC X(1).
001410       10 WS-DROP-T-REASON PIC X(30).
001420 01 WS-DROP-COUNT PIC 9(4) VALUE 0.
001430 01 WS-DROP-SUB PIC 9(4) VALUE 0.
001440 01 WS-DROP-OVERFLOW PIC X VALUE 'N'.
001450    88 WS-DROP-HAS-OVERFLOW VALUE 'Y'.
001453 01 WS-UPDATE-DONE PIC X VALUE 'N'.
001456    88 WS-UPDATE-IS-DONE VALUE 'Y'.
001460 01 WS-AUDIT-OPEN PIC X VALUE 'N'.
001470    88 WS-AUDIT-IS-OPEN VALUE 'Y'.
001480 01 WS-MSUM-OPEN PIC X VALUE 'N'.
001490    88 WS-MSUM-IS-OPEN VALUE 'Y'.
001500 01 WS-TRN-EOF PIC X VALUE 'N'.
001510    88 WS-TRN-END-OF-FILE VALUE 'Y'.
001520 01 WS-ANY-REJECTED PIC X VALUE 'N'.
001530    88 WS-HAS-REJECTED-TXN VALUE 'Y'.
001540 01 WS-ANY-WARNING PIC X VALUE 'N'.
001550    88 WS-HAS-WARNING VALUE 'Y'.
001560 01 WS-LAST-RUN-DATE PIC 9(8) VALUE 0.
001570 01 WS-CHK-DATE-X PIC X(8) VALUE SPACES.
001580 01 WS-CHK-DATE REDEFINES WS-CHK-DATE-X PIC 9(8).
001590 01 WS-CHK-DATE-PARTS REDEFINES WS-CHK-DATE-X.
001600    05 WS-CHK-YEAR PIC 9(4).
001610    05 WS-CHK-MONTH PIC 9(2).
001620    05 WS-CHK-DAY PIC 9(2).
001630 01 WS-CHK-MONTH-DAYS PIC 9(2) VALUE 0.
001640 01 WS-DATE-VALID PIC X VALUE 'N'.
001650    88 WS-DATE-IS-VALID VALUE 'Y'.
001660 01 WS-LOC-DATE PIC 9(8) VALUE 0.
001670 01 WS-LOC-SUB PIC 9(4) VALUE 0.
001680 01 WS-FOUND-IDX PIC 9(4) VALUE 0.
001690 01 WS-INS-SUB PIC 9(4) VALUE 0.
001700 01 WS-SHIFT-SUB PIC 9(4) VALUE 0.
001710* ONE CHANGE TO THE CALENDAR, FROM GENERATION OR A TRANSACTION
001720 01 WS-CHG-SOURCE PIC X(1) VALUE SPACES.
001730 01 WS-CHG-OP PIC X(1) VALUE SPACES.
001740    88 WS-CHG-IS-ADD VALUE 'A'.
001750    88 WS-CHG-IS-CHANGE VALUE 'C'.
001760    88 WS-CHG-IS-DELETE VALUE 'D'.
001770 01 WS-CHG-DATE-X PIC X(8) VALUE SPACES.
001780 01 WS-CHG-DATE REDEFINES WS-CHG-DATE-X PIC 9(8).
001790 01 WS-CHG-FLAG PIC X(1) VALUE SPACES.
001800 01 WS-AUD-DISP PIC X(1) VALUE 'A'.
001810 01 WS-AUD-REASON PIC X(30) VALUE SPACES.
001820 01 WS-LOCK-MONTH PIC 9(6) VALUE 0.
001830 01 WS-LOCK-MONTH-CLOSED PIC X VALUE 'N'.
001840    88 WS-LOCK-MONTH-IS-CLOSED VALUE 'Y'.
001850 01 WS-GEN-INT PIC 9(9) VALUE 0.
001860 01 WS-GEN-END-INT PIC 9(9) VALUE 0.
001870 01 WS-GEN-START-DATE PIC 9(8) VALUE 0.
001880 01 WS-GEN-END-DATE PIC 9(8) VALUE 0.
001890 01 WS-GEN-DATE PIC 9(8) VALUE 0.
001900 01 WS-GEN-FLAG PIC X(1) VALUE SPACES.
001910 01 WS-WEEKDAY PIC 9(1) VALUE 0.
001920 01 WS-COUNTERS.
001930    05 WS-LOADED-COUNT PIC 9(9) VALUE 0.
001940    05 WS-GEN-ADD-COUNT PIC 9(9) VALUE 0.
001950    05 WS-GEN-CHANGE-COUNT PIC 9(9) VALUE 0.
001960    05 WS-GEN-LOCKED-COUNT PIC 9(9) VALUE 0.
001970    05 WS-TRN-APPLIED-COUNT PIC 9(9) VALUE 0.
001980    05 WS-TRN-REJECTED-COUNT PIC 9(9) VALUE 0.
001990    05 WS-CHANGE-COUNT PIC 9(9) VALUE 0.
002000    05 WS-WRITTEN-COUNT PIC 9(9) VALUE 0.
002010    05 WS-MISSING-COUNT PIC 9(9) VALUE 0.
002020    05 WS-BAD-FLAG-COUNT PIC 9(9) VALUE 0.
002030    05 WS-NO-CLOSE-COUNT PIC 9(9) VALUE 0.
002040* YEAR-AHEAD LISTING: TWELVE MONTHS FROM THE CURRENT ONE
002050 01 WS-LIST-MONTH.
002060    05 WS-LIST-YEAR PIC 9(4).
002070    05 WS-LIST-MM PIC 9(2).
002080 01 WS-LIST-MONTH-N REDEFINES WS-LIST-MONTH PIC 9(6).
002090 01 WS-LIST-SUB PIC 9(2) VALUE 0.
002100 01 WS-LIST-DAY PIC 9(2) VALUE 0.
002110 01 WS-LIST-DATE PIC 9(8) VALUE 0.
002120 01 WS-LIST-INT PIC 9(9) VALUE 0.
002130 01 WS-LIST-FLAG PIC X(1) VALUE SPACES.
002140 01 WS-MONTH-PROC PIC 9(2) VALUE 0.
002150 01 WS-MONTH-NON PIC 9(2) VALUE 0.
002160 01 WS-MONTH-MISSING PIC 9(2) VALUE 0.
002170 01 WS-MONTH-LAST-PROC PIC 9(8) VALUE 0.
002180* DAYS IN THE LISTING WINDOW THAT DEPART FROM THE WEEKLY PATTERN
002190 01 WS-DEP-TABLE.
002200    05 WS-DEP-ENTRY OCCURS 1 TO 200 TIMES
002210       DEPENDING ON WS-DEP-COUNT.
002220       10 WS-DEP-T-DATE PIC 9(8).
002230       10 WS-DEP-T-WEEKDAY PIC 9(1).
002240       10 WS-DEP-T-FLAG PIC X(1).
002250 01 WS-DEP-COUNT PIC 9(4) VALUE 0.
002260 01 WS-DEP-SUB PIC 9(4) VALUE 0.
002270 01 WS-DEP-OVERFLOW PIC X VALUE 'N'.
002280    88 WS-DEP-HAS-OVERFLOW VALUE 'Y'.
002290 01 WS-EDIT-COUNT PIC Z(8)9.
002300 01 WS-TITLE-LINE.
002310    05 FILLER PIC X(35)
002320       VALUE "SM BUSINESS CALENDAR - YEAR AHEAD  ".
002330    05 FILLER PIC X(6) VALUE "FROM: ".
002340    05 TT-FROM-MONTH PIC 9(6).
002350    05 FILLER PIC X(12) VALUE "   PRINTED: ".
002360    05 TT-TODAY PIC 9(8).
002370    05 FILLER PIC X(1) VALUE SPACES.
002380    05 TT-RUN-TIME PIC 9(6).
002390    05 FILLER PIC X(26) VALUE SPACES.
002400 01 WS-PATTERN-LINE.
002410    05 FILLER PIC X(38)
002420       VALUE "WEEKLY PATTERN (MON-SUN, Y=PROCESSING)".
002430    05 FILLER PIC X(2) VALUE ": ".
002440    05 PL-PATTERN PIC X(7).
002450    05 FILLER PIC X(53) VALUE SPACES.
002460 01 WS-MONTH-HEADING.
002470    05 FILLER PIC X(35)
002480       VALUE "MONTH PROC   NON  MISS  MONTH-END  ".
002490    05 FILLER PIC X(46)
002500       VALUE "DAYS 1-31 (Y/N, . = NOT ON FILE, ? = BAD FLAG)".
002510    05 FILLER PIC X(19) VALUE SPACES.
002520 01 WS-MONTH-LINE.
002530    05 ML-MONTH PIC 9(6).
002540    05 FILLER PIC X(2) VALUE SPACES.
002550    05 ML-PROC PIC Z9.
002560    05 FILLER PIC X(4) VALUE SPACES.
002570    05 ML-NON PIC Z9.
002580    05 FILLER PIC X(4) VALUE SPACES.
002590    05 ML-MISSING PIC Z9.
002600    05 FILLER PIC X(2) VALUE SPACES.
002610    05 ML-LAST-PROC PIC X(8).
002620    05 FILLER PIC X(3) VALUE SPACES.
002630    05 ML-STRIP PIC X(31).
002640    05 ML-STRIP-TBL REDEFINES ML-STRIP.
002650       10 ML-STRIP-DAY PIC X(1) OCCURS 31 TIMES.
002660    05 FILLER PIC X(34) VALUE SPACES.
002670 01 WS-SECTION-LINE.
002680    05 SC-TITLE PIC X(60).
002690    05 FILLER PIC X(40) VALUE SPACES.
002700 01 WS-DEP-LINE.
002710    05 FILLER PIC X(2) VALUE SPACES.
002720    05 DL-DATE PIC 9(8).
002730    05 FILLER PIC X(2) VALUE SPACES.
002740    05 DL-DAY-NAME PIC X(3).
002750    05 FILLER PIC X(2) VALUE SPACES.
002760    05 DL-MEANING PIC X(16).
002770    05 DL-DESC PIC X(30).
002780    05 FILLER PIC X(37) VALUE SPACES.
002790 01 WS-COUNT-LINE.
002800    05 FILLER PIC X(2) VALUE SPACES.
002810    05 CL-LABEL PIC X(40).
002820    05 CL-COUNT PIC Z(8)9.
002830    05 FILLER PIC X(49) VALUE SPACES.
002840
002850 PROCEDURE DIVISION.
002860 P-ONE-CAL-MAIN SECTION.
002870     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
002880     PERFORM 0100-READ-CONTROL-CARD
002890     IF WS-CARD-IS-VALID AND WS-GEN-IS-REQUESTED
002900       PERFORM 0150-LOAD-HOLIDAYS
002910     END-IF
002920     PERFORM 0200-LOAD-CALENDAR
002930     EVALUATE TRUE
002940       WHEN NOT WS-CARD-IS-VALID
002950         DISPLAY "P-ONE-CAL: CONTROL CARD OR HOLIDAY LIST "
002955           "INVALID "
002960           "- NO CHANGES APPLIED, SMCAL NOT REWRITTEN"
002970         MOVE 16 TO RETURN-CODE
002980       WHEN NOT WS-CAL-IS-READABLE
002990         MOVE 12 TO RETURN-CODE
003000       WHEN WS-LOAD-HAS-OVERFLOW OR WS-DROP-HAS-OVERFLOW
003010         DISPLAY "P-ONE-CAL: SMCAL EXCEEDS TABLE CAPACITY - "
003020           "NO CHANGES APPLIED, SMCAL NOT REWRITTEN"
003030         MOVE SPACES TO WS-EXC-SET-ID
003040         MOVE 'F' TO WS-EXC-SEVERITY
003050         MOVE "SMCAL OVER TABLE CAPACITY - NO CHANGES APPLIED"
003060           TO WS-EXC-MESSAGE
003070         PERFORM 9000-LOG-EXCEPTION
003080         MOVE 16 TO RETURN-CODE
003090       WHEN OTHER
003100         PERFORM 0170-OPEN-AUDIT
003110         IF WS-AUDIT-IS-OPEN
003115           SET WS-UPDATE-IS-DONE TO TRUE
003120           PERFORM 0220-AUDIT-DROPPED-RECORDS
003130           PERFORM 0250-GET-LAST-RUN-DATE
003140           OPEN INPUT SM-MSUM-FILE
003150           IF WS-MSUM-STATUS = "00"
003160             SET WS-MSUM-IS-OPEN TO TRUE
003170           END-IF
003180           IF WS-GEN-IS-REQUESTED
003190             PERFORM 0300-GENERATE-YEAR
003200           END-IF
003210           PERFORM 0400-APPLY-TRANSACTIONS
003220           IF WS-MSUM-IS-OPEN
003230             CLOSE SM-MSUM-FILE
003240           END-IF
003250           CLOSE SM-CAUDIT-FILE
003260           IF WS-CHANGE-COUNT > 0
003270             PERFORM 0600-REWRITE-CALENDAR
003280           END-IF
003290           IF WS-HAS-REJECTED-TXN
003300             MOVE 16 TO RETURN-CODE
003310           END-IF
003320         ELSE
003330           MOVE 12 TO RETURN-CODE
003340         END-IF
003350     END-EVALUATE
003360     PERFORM 0700-PRINT-LISTING
003370     IF RETURN-CODE = 0 AND WS-HAS-WARNING
003380       MOVE 4 TO RETURN-CODE
003390     END-IF
003400     STOP RUN.
003410
003420* CONTROL CARD: COLS 1-4 YEAR TO GENERATE (BLANK = TRANSACTIONS
003430* ONLY), COLS 5-11 WEEKLY PATTERN MONDAY TO SUNDAY (BLANK =
003440* YYYYYNN). NO CARD AT ALL IS THE SAME AS A BLANK ONE.
003450 0100-READ-CONTROL-CARD.
003460     OPEN INPUT SM-CALCTL-FILE
003470     IF WS-CALCTL-STATUS = "00"
003480       READ SM-CALCTL-FILE
003490         AT END
003500           CONTINUE
003510         NOT AT END
003520           IF SM-CALCTL-YEAR NOT = SPACES
003530             IF SM-CALCTL-YEAR NUMERIC
003540                AND SM-CALCTL-YEAR > "1600"
003550               MOVE SM-CALCTL-YEAR TO WS-GEN-YEAR
003560               SET WS-GEN-IS-REQUESTED TO TRUE
003570             ELSE
003580               MOVE 'N' TO WS-CARD-VALID
003590               DISPLAY "P-ONE-CAL: GENERATION YEAR "
003600                 SM-CALCTL-YEAR " IS NOT A VALID YEAR"
003610             END-IF
003620           END-IF
003630           IF SM-CALCTL-PATTERN NOT = SPACES
003640             MOVE SM-CALCTL-PATTERN TO WS-PATTERN
003650           END-IF
003660       END-READ
003670       CLOSE SM-CALCTL-FILE
003680     END-IF
003690     PERFORM VARYING WS-PAT-SUB FROM 1 BY 1 UNTIL WS-PAT-SUB > 7
003700       IF WS-PATTERN-FLAG(WS-PAT-SUB) NOT = 'Y'
003710          AND WS-PATTERN-FLAG(WS-PAT-SUB) NOT = 'N'
003720         MOVE 'N' TO WS-CARD-VALID
003730       END-IF
003740     END-PERFORM
003750     IF NOT WS-CARD-IS-VALID
003760       DISPLAY "P-ONE-CAL: SMCALCTL MUST CARRY A BLANK OR VALID "
003770         "YEAR AND A BLANK OR Y/N WEEKLY PATTERN"
003780       MOVE SPACES TO WS-EXC-SET-ID
003790       MOVE 'F' TO WS-EXC-SEVERITY
003800       MOVE "INVALID SMCALCTL CONTROL CARD - NO CHANGES APPLIED"
003810         TO WS-EXC-MESSAGE
003820       PERFORM 9000-LOG-EXCEPTION
003830     END-IF.
003840
003850* HOLIDAY LIST: COLS 1-8 DATE CCYYMMDD, COLS 10-39 DESCRIPTION.
003860* DATES OUTSIDE THE GENERATION YEAR ARE KEPT FOR THE LISTING BUT
003870* DO NOT AFFECT GENERATION. ONE BAD DATE REFUSES THE WHOLE RUN.
003880 0150-LOAD-HOLIDAYS.
003890     OPEN INPUT SM-CALHOL-FILE
003900     IF WS-CALHOL-STATUS = "00"
003910       PERFORM UNTIL WS-HOL-END-OF-FILE
003920         READ SM-CALHOL-FILE
003930           AT END SET WS-HOL-END-OF-FILE TO TRUE
003940           NOT AT END
003950             PERFORM 0160-LOAD-ONE-HOLIDAY
003960         END-READ
003970       END-PERFORM
003980       CLOSE SM-CALHOL-FILE
003990     END-IF
004000     IF WS-HOL-COUNT = 0 AND WS-CARD-IS-VALID
004010       SET WS-HAS-WARNING TO TRUE
004020       DISPLAY "P-ONE-CAL: NO HOLIDAY LIST - " WS-GEN-YEAR
004030         " GENERATED FROM THE WEEKLY PATTERN ONLY"
004040       MOVE SPACES TO WS-EXC-SET-ID
004050       MOVE 'W' TO WS-EXC-SEVERITY
004060       MOVE "NO HOLIDAY LIST - YEAR GENERATED FROM WEEKLY PATTERN"
004070         TO WS-EXC-MESSAGE
004080       PERFORM 9000-LOG-EXCEPTION
004090     END-IF.
004100
004110 0160-LOAD-ONE-HOLIDAY.
004120     MOVE SM-CALHOL-DATE TO WS-CHK-DATE-X
004130     PERFORM 0850-VALIDATE-DATE
004140     EVALUATE TRUE
004143       WHEN SM-CALHOL-RECORD = SPACES
004146         CONTINUE
004150       WHEN NOT WS-DATE-IS-VALID
004160         MOVE 'N' TO WS-CARD-VALID
004170         DISPLAY "P-ONE-CAL: HOLIDAY DATE " SM-CALHOL-DATE
004180           " IS NOT A VALID DATE"
004190         MOVE SPACES TO WS-EXC-SET-ID
004200         MOVE 'F' TO WS-EXC-SEVERITY
004210         MOVE SPACES TO WS-EXC-MESSAGE
004220         STRING "INVALID HOLIDAY DATE " SM-CALHOL-DATE
004230           " - NO CHANGES APPLIED" DELIMITED BY SIZE
004240           INTO WS-EXC-MESSAGE
004250         PERFORM 9000-LOG-EXCEPTION
004260       WHEN WS-HOL-COUNT < 200
004270         ADD 1 TO WS-HOL-COUNT
004280         MOVE WS-CHK-DATE TO WS-HOL-T-DATE(WS-HOL-COUNT)
004290         MOVE SM-CALHOL-DESC TO WS-HOL-T-DESC(WS-HOL-COUNT)
004300       WHEN OTHER
004310         MOVE 'N' TO WS-CARD-VALID
004320         DISPLAY "P-ONE-CAL: HOLIDAY LIST EXCEEDS 200 DATES"
004330         MOVE SPACES TO WS-EXC-SET-ID
004340         MOVE 'F' TO WS-EXC-SEVERITY
004350         MOVE "HOLIDAY LIST OVER 200 DATES - NO CHANGES APPLIED"
004360           TO WS-EXC-MESSAGE
004370         PERFORM 9000-LOG-EXCEPTION
004380     END-EVALUATE.
004390
004400 0170-OPEN-AUDIT.
004410     OPEN EXTEND SM-CAUDIT-FILE
004420     IF WS-CAUDIT-STATUS = "00"
004430       SET WS-AUDIT-IS-OPEN TO TRUE
004440     ELSE
004450       DISPLAY "P-ONE-CAL: UNABLE TO OPEN SMCALAUD - FILE STATUS "
004460         WS-CAUDIT-STATUS " - NO CHANGES APPLIED"
004470       MOVE SPACES TO WS-EXC-SET-ID
004480       MOVE 'F' TO WS-EXC-SEVERITY
004490       MOVE SPACES TO WS-EXC-MESSAGE
004500       STRING "UNABLE TO OPEN CALENDAR AUDIT - FILE STATUS "
004510         WS-CAUDIT-STATUS DELIMITED BY SIZE INTO WS-EXC-MESSAGE
004520       PERFORM 9000-LOG-EXCEPTION
004530     END-IF.
004540
004550* A MISSING CALENDAR (STATUS 35) IS BUILT FROM NOTHING; ANY OTHER
004560* OPEN FAILURE STOPS THE RUN RATHER THAN REWRITE A FILE THAT
004570* COULD NOT BE READ
004580 0200-LOAD-CALENDAR.
004590     OPEN INPUT SM-CAL-FILE
004600     EVALUATE WS-CAL-STATUS
004610       WHEN "00"
004620         PERFORM UNTIL WS-CAL-END-OF-FILE
004630           READ SM-CAL-FILE
004640             AT END SET WS-CAL-END-OF-FILE TO TRUE
004650             NOT AT END
004660               ADD 1 TO WS-LOADED-COUNT
004670               PERFORM 0210-LOAD-ONE-RECORD
004680           END-READ
004690         END-PERFORM
004700         CLOSE SM-CAL-FILE
004710       WHEN "35"
004720         DISPLAY "P-ONE-CAL: SMCAL NOT FOUND - STARTING FROM AN "
004730           "EMPTY CALENDAR"
004740       WHEN OTHER
004750         MOVE 'N' TO WS-CAL-READABLE
004760         DISPLAY "P-ONE-CAL: UNABLE TO OPEN SMCAL - FILE STATUS "
004770           WS-CAL-STATUS
004780         MOVE SPACES TO WS-EXC-SET-ID
004790         MOVE 'F' TO WS-EXC-SEVERITY
004800         MOVE SPACES TO WS-EXC-MESSAGE
004810         STRING "UNABLE TO OPEN SMCAL - FILE STATUS "
004820           WS-CAL-STATUS DELIMITED BY SIZE INTO WS-EXC-MESSAGE
004830         PERFORM 9000-LOG-EXCEPTION
004840     END-EVALUATE.
004850
004860* THE FIRST RECORD FOR A DATE IS THE ONE EVERY READER OF SMCAL
004870* ACTS ON, SO A LATER DUPLICATE IS THE ONE DROPPED
004880 0210-LOAD-ONE-RECORD.
004890     MOVE SM-CAL-RECORD(1:8) TO WS-CHK-DATE-X
004900     PERFORM 0850-VALIDATE-DATE
004910     IF WS-DATE-IS-VALID
004920       MOVE WS-CHK-DATE TO WS-LOC-DATE
004930       PERFORM 0800-LOCATE-DATE
004940       EVALUATE TRUE
004950         WHEN WS-FOUND-IDX > 0
004960           MOVE "DUPLICATE DATE REMOVED" TO WS-AUD-REASON
004970           PERFORM 0215-HOLD-DROPPED-RECORD
004980         WHEN WS-CAL-COUNT < 4000
004990           MOVE WS-CHK-DATE TO WS-CHG-DATE
005000           MOVE SM-CAL-PROCESS-FLAG TO WS-CHG-FLAG
005010           PERFORM 0540-INSERT-ENTRY
005020         WHEN OTHER
005030           SET WS-LOAD-HAS-OVERFLOW TO TRUE
005040       END-EVALUATE
005050     ELSE
005060       MOVE "INVALID DATE REMOVED" TO WS-AUD-REASON
005070       PERFORM 0215-HOLD-DROPPED-RECORD
005080     END-IF.
005090
005100 0215-HOLD-DROPPED-RECORD.
005110     DISPLAY "P-ONE-CAL: SMCAL RECORD " SM-CAL-RECORD
005120       " DROPPED - " WS-AUD-REASON
005130     IF WS-DROP-COUNT < 100
005140       ADD 1 TO WS-DROP-COUNT
005150       MOVE SM-CAL-RECORD(1:8) TO WS-DROP-T-DATE(WS-DROP-COUNT)
005160       MOVE SM-CAL-PROCESS-FLAG TO WS-DROP-T-FLAG(WS-DROP-COUNT)
005170       MOVE WS-AUD-REASON TO WS-DROP-T-REASON(WS-DROP-COUNT)
005180     ELSE
005190       SET WS-DROP-HAS-OVERFLOW TO TRUE
005200     END-IF.
005210
005220 0220-AUDIT-DROPPED-RECORDS.
005230     PERFORM VARYING WS-DROP-SUB FROM 1 BY 1
005240       UNTIL WS-DROP-SUB > WS-DROP-COUNT
005250       MOVE WS-TODAY TO SM-CAUDIT-RUN-DATE
005260       MOVE WS-RUN-TIME TO SM-CAUDIT-RUN-TIME
005270       MOVE 'D' TO SM-CAUDIT-ACTION
005280       MOVE WS-DROP-T-DATE(WS-DROP-SUB) TO SM-CAUDIT-CAL-DATE-X
005290       MOVE 'A' TO SM-CAUDIT-DISPOSITION
005300       MOVE WS-DROP-T-REASON(WS-DROP-SUB) TO SM-CAUDIT-REASON
005310       MOVE 'Y' TO SM-CAUDIT-BEF-PRESENT
005320       MOVE WS-DROP-T-FLAG(WS-DROP-SUB) TO SM-CAUDIT-BEF-FLAG
005330       MOVE 'N' TO SM-CAUDIT-AFT-PRESENT
005340       MOVE SPACES TO SM-CAUDIT-AFT-FLAG
005350       WRITE SM-CAUDIT-RECORD
005360       ADD 1 TO WS-CHANGE-COUNT
005370       SET WS-HAS-WARNING TO TRUE
005380       MOVE SPACES TO WS-EXC-SET-ID
005390       MOVE 'W' TO WS-EXC-SEVERITY
005400       MOVE SPACES TO WS-EXC-MESSAGE
005410       STRING "SMCAL RECORD " WS-DROP-T-DATE(WS-DROP-SUB) " "
005420         WS-DROP-T-REASON(WS-DROP-SUB) DELIMITED BY SIZE
005430         INTO WS-EXC-MESSAGE
005440       PERFORM 9000-LOG-EXCEPTION
005450     END-PERFORM.
005460
005470* THE LAST DATE THE DAILY COMPUTATION RAN FOR; THAT DATE AND ALL
005480* EARLIER ONES ARE CLOSED TO MAINTENANCE
005490 0250-GET-LAST-RUN-DATE.
005500     OPEN INPUT SM-RUNCTL-FILE
005510     IF WS-RUNCTL-STATUS = "00"
005520       READ SM-RUNCTL-FILE
005530         AT END
005540           CONTINUE
005550         NOT AT END
005560           IF SM-RUNCTL-RUN-DATE NUMERIC
005570             MOVE SM-RUNCTL-RUN-DATE TO WS-LAST-RUN-DATE
005580           END-IF
005590       END-READ
005600       CLOSE SM-RUNCTL-FILE
005610     END-IF.
005620
005630* EVERY DAY OF THE YEAR TAKES ITS FLAG FROM THE WEEKLY PATTERN,
005640* THEN N IF IT IS ON THE HOLIDAY LIST. ONLY DAYS THAT DIFFER FROM
005650* THE FILE ARE TOUCHED. A LOCKED DAY THAT DIFFERS IS LEFT AS IT
005660* STANDS AND AUDITED AS REJECTED, WITH ONE WARNING FOR THE RUN.
005670 0300-GENERATE-YEAR.
005680     COMPUTE WS-GEN-START-DATE = WS-GEN-YEAR * 10000 + 0101
005690     COMPUTE WS-GEN-END-DATE = WS-GEN-YEAR * 10000 + 1231
005700     COMPUTE WS-GEN-INT =
005710       FUNCTION INTEGER-OF-DATE(WS-GEN-START-DATE)
005720     COMPUTE WS-GEN-END-INT =
005730       FUNCTION INTEGER-OF-DATE(WS-GEN-END-DATE)
005740     PERFORM 0310-GENERATE-ONE-DAY
005750       UNTIL WS-GEN-INT > WS-GEN-END-INT
005760     DISPLAY "P-ONE-CAL: " WS-GEN-YEAR " GENERATED - "
005770       WS-GEN-ADD-COUNT " ADDED, " WS-GEN-CHANGE-COUNT
005780       " CHANGED, " WS-GEN-LOCKED-COUNT " LOCKED"
005790     IF WS-GEN-LOCKED-COUNT > 0
005800       SET WS-HAS-WARNING TO TRUE
005810       MOVE WS-GEN-LOCKED-COUNT TO WS-EDIT-COUNT
005820       MOVE SPACES TO WS-EXC-SET-ID
005830       MOVE 'W' TO WS-EXC-SEVERITY
005840       MOVE SPACES TO WS-EXC-MESSAGE
005850       STRING "GENERATION LEFT" WS-EDIT-COUNT
005860         " LOCKED DATES AS THEY STAND" DELIMITED BY SIZE
005870         INTO WS-EXC-MESSAGE
005880       PERFORM 9000-LOG-EXCEPTION
005890     END-IF.
005900
005910 0310-GENERATE-ONE-DAY.
005920     COMPUTE WS-GEN-DATE = FUNCTION DATE-OF-INTEGER(WS-GEN-INT)
005930     COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-GEN-INT - 1, 7) + 1
005940     MOVE WS-PATTERN-FLAG(WS-WEEKDAY) TO WS-GEN-FLAG
005950     IF WS-HOL-COUNT > 0
005960       SET WS-HOL-IDX TO 1
005970       SEARCH WS-HOL-ENTRY
005980         AT END CONTINUE
005990         WHEN WS-HOL-T-DATE(WS-HOL-IDX) = WS-GEN-DATE
006000           MOVE 'N' TO WS-GEN-FLAG
006010       END-SEARCH
006020     END-IF
006030     MOVE WS-GEN-DATE TO WS-LOC-DATE
006040     PERFORM 0800-LOCATE-DATE
006050     MOVE SPACES TO WS-CHG-OP
006060     IF WS-FOUND-IDX = 0
006070       MOVE 'A' TO WS-CHG-OP
006080     ELSE
006090       IF WS-CAL-T-FLAG(WS-FOUND-IDX) NOT = WS-GEN-FLAG
006100         MOVE 'C' TO WS-CHG-OP
006110       END-IF
006120     END-IF
006130     IF WS-CHG-OP NOT = SPACES
006140       MOVE 'G' TO WS-CHG-SOURCE
006150       MOVE WS-GEN-DATE TO WS-CHG-DATE
006160       MOVE WS-GEN-FLAG TO WS-CHG-FLAG
006170       PERFORM 0500-APPLY-CHANGE
006180       EVALUATE TRUE
006190         WHEN WS-AUD-DISP = 'R'
006200           ADD 1 TO WS-GEN-LOCKED-COUNT
006210         WHEN WS-CHG-IS-ADD
006220           ADD 1 TO WS-GEN-ADD-COUNT
006230         WHEN OTHER
006240           ADD 1 TO WS-GEN-CHANGE-COUNT
006250       END-EVALUATE
006260     END-IF
006270     ADD 1 TO WS-GEN-INT.
006280
006290* TRANSACTIONS: COL 1 ACTION A/C/D, COLS 2-9 DATE CCYYMMDD,
006300* COL 10 FLAG Y/N (NOT NEEDED FOR D). APPLIED AFTER GENERATION,
006310* SO THEY CAN ADJUST A YEAR JUST GENERATED.
006320 0400-APPLY-TRANSACTIONS.
006330     OPEN INPUT SM-CALTRN-FILE
006340     IF WS-CALTRN-STATUS = "00"
006350       PERFORM UNTIL WS-TRN-END-OF-FILE
006360         READ SM-CALTRN-FILE
006370           AT END SET WS-TRN-END-OF-FILE TO TRUE
006380           NOT AT END
006390             PERFORM 0410-APPLY-ONE-TRANSACTION
006400         END-READ
006410       END-PERFORM
006420       CLOSE SM-CALTRN-FILE
006430     END-IF.
006440
006450 0410-APPLY-ONE-TRANSACTION.
006460     MOVE SM-CALTRN-ACTION TO WS-CHG-SOURCE
006470     MOVE SM-CALTRN-ACTION TO WS-CHG-OP
006480     MOVE SM-CALTRN-DATE TO WS-CHG-DATE-X
006490     MOVE SM-CALTRN-FLAG TO WS-CHG-FLAG
006500     MOVE SPACES TO WS-AUD-REASON
006510     MOVE SM-CALTRN-DATE TO WS-CHK-DATE-X
006520     PERFORM 0850-VALIDATE-DATE
006530     EVALUATE TRUE
006540       WHEN NOT SM-CALTRN-IS-ADD AND NOT SM-CALTRN-IS-CHANGE
006550            AND NOT SM-CALTRN-IS-DELETE
006560         MOVE "INVALID ACTION CODE" TO WS-AUD-REASON
006570       WHEN NOT WS-DATE-IS-VALID
006580         MOVE "INVALID DATE" TO WS-AUD-REASON
006590       WHEN SM-CALTRN-IS-DELETE
006600         CONTINUE
006610       WHEN SM-CALTRN-FLAG NOT = 'Y' AND SM-CALTRN-FLAG NOT = 'N'
006620         MOVE "PROCESS FLAG MUST BE Y OR N" TO WS-AUD-REASON
006630     END-EVALUATE
006640     IF WS-AUD-REASON = SPACES
006650       PERFORM 0500-APPLY-CHANGE
006660     ELSE
006670       DISPLAY "P-ONE-CAL: " SM-CALTRN-ACTION " " SM-CALTRN-DATE
006680         " REJECTED - " WS-AUD-REASON
006690       MOVE 'N' TO SM-CAUDIT-BEF-PRESENT
006700       MOVE SPACES TO SM-CAUDIT-BEF-FLAG
006710       MOVE SM-CAUDIT-BEFORE TO SM-CAUDIT-AFTER
006720       MOVE 'R' TO WS-AUD-DISP
006730       PERFORM 0590-WRITE-AUDIT-RECORD
006740     END-IF
006750     IF WS-AUD-DISP = 'R'
006760       ADD 1 TO WS-TRN-REJECTED-COUNT
006770     ELSE
006780       ADD 1 TO WS-TRN-APPLIED-COUNT
006790     END-IF.
006800
006810* APPLY ONE ADD, CHANGE OR DELETE FOR WS-CHG-DATE, WITH ITS
006820* BEFORE/AFTER AUDIT IMAGE
006830 0500-APPLY-CHANGE.
006840     MOVE WS-CHG-DATE TO WS-LOC-DATE
006850     PERFORM 0800-LOCATE-DATE
006860     PERFORM 0510-CAPTURE-BEFORE-IMAGE
006870     MOVE 'A' TO WS-AUD-DISP
006880     MOVE SPACES TO WS-AUD-REASON
006890     EVALUATE TRUE
006900       WHEN WS-CHG-IS-ADD AND WS-FOUND-IDX > 0
006910         MOVE "DATE ALREADY ON CALENDAR" TO WS-AUD-REASON
006920       WHEN NOT WS-CHG-IS-ADD AND WS-FOUND-IDX = 0
006930         MOVE "DATE NOT ON CALENDAR" TO WS-AUD-REASON
006940       WHEN WS-CHG-IS-ADD AND WS-CAL-COUNT NOT < 4000
006950         MOVE "CALENDAR TABLE FULL" TO WS-AUD-REASON
006960       WHEN OTHER
006970         PERFORM 0520-CHECK-DATE-LOCKED
006980     END-EVALUATE
006990     IF WS-AUD-REASON = SPACES
007000       EVALUATE TRUE
007010         WHEN WS-CHG-IS-ADD
007020           PERFORM 0540-INSERT-ENTRY
007030         WHEN WS-CHG-IS-DELETE
007040           PERFORM 0550-REMOVE-ENTRY
007050         WHEN OTHER
007060           MOVE WS-CHG-FLAG TO WS-CAL-T-FLAG(WS-FOUND-IDX)
007070       END-EVALUATE
007080       ADD 1 TO WS-CHANGE-COUNT
007090     ELSE
007100       MOVE 'R' TO WS-AUD-DISP
007110       IF WS-CHG-SOURCE NOT = 'G'
007120         DISPLAY "P-ONE-CAL: " WS-CHG-OP " " WS-CHG-DATE
007130           " REJECTED - " WS-AUD-REASON
007140       END-IF
007150     END-IF
007160     PERFORM 0560-CAPTURE-AFTER-IMAGE
007170     PERFORM 0590-WRITE-AUDIT-RECORD.
007180
007190 0510-CAPTURE-BEFORE-IMAGE.
007200     IF WS-FOUND-IDX > 0
007210       MOVE 'Y' TO SM-CAUDIT-BEF-PRESENT
007220       MOVE WS-CAL-T-FLAG(WS-FOUND-IDX) TO SM-CAUDIT-BEF-FLAG
007230     ELSE
007240       MOVE 'N' TO SM-CAUDIT-BEF-PRESENT
007250       MOVE SPACES TO SM-CAUDIT-BEF-FLAG
007260     END-IF.
007270
007280* A DATE IS LOCKED ONCE THE DAILY COMPUTATION HAS RUN FOR IT, ONCE
007290* IT IS PAST, OR WHEN ITS MONTH IS CLOSED IN SMMSUM
007300 0520-CHECK-DATE-LOCKED.
007310     EVALUATE TRUE
007320       WHEN WS-CHG-DATE NOT > WS-LAST-RUN-DATE
007330         MOVE "DATE ALREADY RUN" TO WS-AUD-REASON
007340       WHEN WS-CHG-DATE < WS-TODAY
007350         MOVE "DATE ALREADY PASSED" TO WS-AUD-REASON
007360       WHEN OTHER
007370         PERFORM 0530-CHECK-MONTH-CLOSED
007380         IF WS-LOCK-MONTH-IS-CLOSED
007390           MOVE "MONTH CLOSED IN SMMSUM" TO WS-AUD-REASON
007400         END-IF
007410     END-EVALUATE.
007420
007430 0530-CHECK-MONTH-CLOSED.
007440     IF WS-CHG-DATE(1:6) NOT = WS-LOCK-MONTH
007450       MOVE WS-CHG-DATE(1:6) TO WS-LOCK-MONTH
007460       MOVE 'N' TO WS-LOCK-MONTH-CLOSED
007470       IF WS-MSUM-IS-OPEN
007480         MOVE WS-LOCK-MONTH TO SM-MSUM-MONTH
007490         MOVE "*PERIOD*" TO SM-MSUM-SET-ID
007500         READ SM-MSUM-FILE
007510           INVALID KEY
007520             CONTINUE
007530           NOT INVALID KEY
007540             IF SM-MSUM-IS-CLOSED
007550               SET WS-LOCK-MONTH-IS-CLOSED TO TRUE
007560             END-IF
007570         END-READ
007580       END-IF
007590     END-IF.
007600
007610 0540-INSERT-ENTRY.
007620     ADD 1 TO WS-CAL-COUNT
007630     PERFORM VARYING WS-SHIFT-SUB FROM WS-CAL-COUNT BY -1
007640       UNTIL WS-SHIFT-SUB <= WS-INS-SUB
007650       MOVE WS-CAL-ENTRY(WS-SHIFT-SUB - 1)
007660         TO WS-CAL-ENTRY(WS-SHIFT-SUB)
007670     END-PERFORM
007680     MOVE WS-CHG-DATE TO WS-CAL-T-DATE(WS-INS-SUB)
007690     MOVE WS-CHG-FLAG TO WS-CAL-T-FLAG(WS-INS-SUB)
007700     MOVE WS-INS-SUB TO WS-FOUND-IDX.
007710
007720 0550-REMOVE-ENTRY.
007730     PERFORM VARYING WS-SHIFT-SUB FROM WS-FOUND-IDX BY 1
007740       UNTIL WS-SHIFT-SUB >= WS-CAL-COUNT
007750       MOVE WS-CAL-ENTRY(WS-SHIFT-SUB + 1)
007760         TO WS-CAL-ENTRY(WS-SHIFT-SUB)
007770     END-PERFORM
007780     SUBTRACT 1 FROM WS-CAL-COUNT
007790     MOVE 0 TO WS-FOUND-IDX.
007800
007810 0560-CAPTURE-AFTER-IMAGE.
007820     IF WS-AUD-DISP = 'A'
007830       IF WS-FOUND-IDX > 0
007840         MOVE 'Y' TO SM-CAUDIT-AFT-PRESENT
007850         MOVE WS-CAL-T-FLAG(WS-FOUND-IDX) TO SM-CAUDIT-AFT-FLAG
007860       ELSE
007870         MOVE 'N' TO SM-CAUDIT-AFT-PRESENT
007880         MOVE SPACES TO SM-CAUDIT-AFT-FLAG
007890       END-IF
007900     ELSE
007910       MOVE SM-CAUDIT-BEFORE TO SM-CAUDIT-AFTER
007920     END-IF.
007930
007940 0590-WRITE-AUDIT-RECORD.
007950     MOVE WS-TODAY TO SM-CAUDIT-RUN-DATE
007960     MOVE WS-RUN-TIME TO SM-CAUDIT-RUN-TIME
007970     MOVE WS-CHG-SOURCE TO SM-CAUDIT-ACTION
007980     MOVE WS-CHG-DATE-X TO SM-CAUDIT-CAL-DATE-X
007990     MOVE WS-AUD-DISP TO SM-CAUDIT-DISPOSITION
008000     MOVE WS-AUD-REASON TO SM-CAUDIT-REASON
008010     WRITE SM-CAUDIT-RECORD
008020     IF WS-AUD-DISP = 'R' AND WS-CHG-SOURCE NOT = 'G'
008030       SET WS-HAS-REJECTED-TXN TO TRUE
008040       MOVE SPACES TO WS-EXC-SET-ID
008050       MOVE 'E' TO WS-EXC-SEVERITY
008060       MOVE SPACES TO WS-EXC-MESSAGE
008070       STRING "TRANSACTION REJECTED - " WS-CHG-DATE-X " "
008080         WS-AUD-REASON DELIMITED BY SIZE INTO WS-EXC-MESSAGE
008090       PERFORM 9000-LOG-EXCEPTION
008100     END-IF.
008110
008120 0600-REWRITE-CALENDAR.
008130     OPEN OUTPUT SM-CAL-FILE
008140     PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
008150       UNTIL WS-CAL-IDX > WS-CAL-COUNT
008160       MOVE WS-CAL-T-DATE(WS-CAL-IDX) TO SM-CAL-DATE
008170       MOVE WS-CAL-T-FLAG(WS-CAL-IDX) TO SM-CAL-PROCESS-FLAG
008180       WRITE SM-CAL-RECORD
008190       ADD 1 TO WS-WRITTEN-COUNT
008200     END-PERFORM
008210     CLOSE SM-CAL-FILE
008220     DISPLAY "P-ONE-CAL: SMCAL REWRITTEN - " WS-WRITTEN-COUNT
008230       " DATES, " WS-CHANGE-COUNT " CHANGES".
008240
008250* YEAR-AHEAD LISTING FOR SIGN-OFF: ONE LINE PER MONTH WITH THE
008260* LAST PROCESSING DAY (THE MONTH-END CLOSE DATE), THEN EVERY DAY
008270* THAT DEPARTS FROM THE WEEKLY PATTERN, THEN THE RUN TOTALS.
008280* PRINTED FROM THE CALENDAR AS IT NOW STANDS, ON EVERY RUN.
008290 0700-PRINT-LISTING.
008300     OPEN OUTPUT SM-CALRPT-FILE
008310     MOVE WS-TODAY(1:6) TO WS-LIST-MONTH-N
008320     MOVE WS-LIST-MONTH-N TO TT-FROM-MONTH
008330     MOVE WS-TODAY TO TT-TODAY
008340     MOVE WS-RUN-TIME TO TT-RUN-TIME
008350     MOVE WS-TITLE-LINE TO SM-CALRPT-RECORD
008360     WRITE SM-CALRPT-RECORD
008370     MOVE WS-PATTERN TO PL-PATTERN
008380     MOVE WS-PATTERN-LINE TO SM-CALRPT-RECORD
008390     WRITE SM-CALRPT-RECORD
008400     IF NOT WS-UPDATE-IS-DONE
008410       MOVE "*** NO CHANGES APPLIED - SEE SMEXCLOG ***"
008415         TO SC-TITLE
008420       MOVE WS-SECTION-LINE TO SM-CALRPT-RECORD
008430       WRITE SM-CALRPT-RECORD
008440     END-IF
008450     MOVE SPACES TO SM-CALRPT-RECORD
008460     WRITE SM-CALRPT-RECORD
008470     MOVE WS-MONTH-HEADING TO SM-CALRPT-RECORD
008480     WRITE SM-CALRPT-RECORD
008490     PERFORM 0710-PRINT-ONE-MONTH
008500       VARYING WS-LIST-SUB FROM 1 BY 1 UNTIL WS-LIST-SUB > 12
008510     PERFORM 0730-PRINT-DEPARTURES
008520     PERFORM 0760-PRINT-TOTALS
008530     CLOSE SM-CALRPT-FILE
008540     IF WS-MISSING-COUNT > 0 OR WS-BAD-FLAG-COUNT > 0
008550        OR WS-NO-CLOSE-COUNT > 0
008560       SET WS-HAS-WARNING TO TRUE
008570       MOVE SPACES TO WS-EXC-SET-ID
008580       MOVE 'W' TO WS-EXC-SEVERITY
008590       MOVE "CALENDAR INCOMPLETE FOR YEAR AHEAD - SEE SMCALRPT"
008600         TO WS-EXC-MESSAGE
008610       PERFORM 9000-LOG-EXCEPTION
008620     END-IF.
008630
008640 0710-PRINT-ONE-MONTH.
008650     MOVE 0 TO WS-MONTH-PROC
008660     MOVE 0 TO WS-MONTH-NON
008670     MOVE 0 TO WS-MONTH-MISSING
008680     MOVE 0 TO WS-MONTH-LAST-PROC
008690     MOVE SPACES TO ML-STRIP
008700     COMPUTE WS-CHK-DATE = WS-LIST-MONTH-N * 100 + 1
008710     PERFORM 0860-GET-MONTH-LENGTH
008720     PERFORM 0715-LIST-ONE-DAY
008730       VARYING WS-LIST-DAY FROM 1 BY 1
008740       UNTIL WS-LIST-DAY > WS-CHK-MONTH-DAYS
008750     MOVE WS-LIST-MONTH-N TO ML-MONTH
008760     MOVE WS-MONTH-PROC TO ML-PROC
008770     MOVE WS-MONTH-NON TO ML-NON
008780     MOVE WS-MONTH-MISSING TO ML-MISSING
008790     IF WS-MONTH-LAST-PROC > 0
008800       MOVE WS-MONTH-LAST-PROC TO ML-LAST-PROC
008810     ELSE
008820       MOVE "NONE" TO ML-LAST-PROC
008830       ADD 1 TO WS-NO-CLOSE-COUNT
008840     END-IF
008850     MOVE WS-MONTH-LINE TO SM-CALRPT-RECORD
008860     WRITE SM-CALRPT-RECORD
008870     ADD 1 TO WS-LIST-MM
008880     IF WS-LIST-MM > 12
008890       MOVE 1 TO WS-LIST-MM
008900       ADD 1 TO WS-LIST-YEAR
008910     END-IF.
008920
008930 0715-LIST-ONE-DAY.
008940     COMPUTE WS-LIST-DATE = WS-LIST-MONTH-N * 100 + WS-LIST-DAY
008950     MOVE WS-LIST-DATE TO WS-LOC-DATE
008960     PERFORM 0800-LOCATE-DATE
008970     IF WS-FOUND-IDX > 0
008980       MOVE WS-CAL-T-FLAG(WS-FOUND-IDX) TO WS-LIST-FLAG
008990     ELSE
009000       MOVE '.' TO WS-LIST-FLAG
009010     END-IF
009020     EVALUATE WS-LIST-FLAG
009030       WHEN 'Y'
009040         ADD 1 TO WS-MONTH-PROC
009050         MOVE WS-LIST-DATE TO WS-MONTH-LAST-PROC
009060       WHEN 'N'
009070         ADD 1 TO WS-MONTH-NON
009080       WHEN '.'
009090         ADD 1 TO WS-MONTH-MISSING
009100         ADD 1 TO WS-MISSING-COUNT
009110       WHEN OTHER
009120         MOVE '?' TO WS-LIST-FLAG
009130         ADD 1 TO WS-MONTH-NON
009140         ADD 1 TO WS-BAD-FLAG-COUNT
009150     END-EVALUATE
009160     MOVE WS-LIST-FLAG TO ML-STRIP-DAY(WS-LIST-DAY)
009170     COMPUTE WS-LIST-INT = FUNCTION INTEGER-OF-DATE(WS-LIST-DATE)
009180     COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-LIST-INT - 1, 7) + 1
009190     IF (WS-LIST-FLAG = 'Y' OR 'N')
009200        AND WS-LIST-FLAG NOT = WS-PATTERN-FLAG(WS-WEEKDAY)
009210       IF WS-DEP-COUNT < 200
009220         ADD 1 TO WS-DEP-COUNT
009230         MOVE WS-LIST-DATE TO WS-DEP-T-DATE(WS-DEP-COUNT)
009240         MOVE WS-WEEKDAY TO WS-DEP-T-WEEKDAY(WS-DEP-COUNT)
009250         MOVE WS-LIST-FLAG TO WS-DEP-T-FLAG(WS-DEP-COUNT)
009260       ELSE
009270         SET WS-DEP-HAS-OVERFLOW TO TRUE
009280       END-IF
009290     END-IF.
009300
009310 0730-PRINT-DEPARTURES.
009320     MOVE SPACES TO SM-CALRPT-RECORD
009330     WRITE SM-CALRPT-RECORD
009340     MOVE "DAYS THAT DEPART FROM THE WEEKLY PATTERN" TO SC-TITLE
009350     MOVE WS-SECTION-LINE TO SM-CALRPT-RECORD
009360     WRITE SM-CALRPT-RECORD
009370     IF WS-DEP-COUNT = 0
009380       MOVE "  NONE" TO SM-CALRPT-RECORD
009390       WRITE SM-CALRPT-RECORD
009400     END-IF
009410     PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
009420       UNTIL WS-DEP-SUB > WS-DEP-COUNT
009430       MOVE WS-DEP-T-DATE(WS-DEP-SUB) TO DL-DATE
009440       MOVE WS-DAY-NAME(WS-DEP-T-WEEKDAY(WS-DEP-SUB))
009450         TO DL-DAY-NAME
009460       IF WS-DEP-T-FLAG(WS-DEP-SUB) = 'Y'
009470         MOVE "PROCESSING" TO DL-MEANING
009480       ELSE
009490         MOVE "NON-PROCESSING" TO DL-MEANING
009500       END-IF
009510       MOVE SPACES TO DL-DESC
009520       IF WS-HOL-COUNT > 0
009530         SET WS-HOL-IDX TO 1
009540         SEARCH WS-HOL-ENTRY
009550           AT END CONTINUE
009560           WHEN WS-HOL-T-DATE(WS-HOL-IDX)
009565              = WS-DEP-T-DATE(WS-DEP-SUB)
009570             MOVE WS-HOL-T-DESC(WS-HOL-IDX) TO DL-DESC
009580         END-SEARCH
009590       END-IF
009600       MOVE WS-DEP-LINE TO SM-CALRPT-RECORD
009610       WRITE SM-CALRPT-RECORD
009620     END-PERFORM
009630     IF WS-DEP-HAS-OVERFLOW
009640       MOVE "  MORE THAN 200 - LIST TRUNCATED" TO SM-CALRPT-RECORD
009650       WRITE SM-CALRPT-RECORD
009660     END-IF.
009670
009680 0760-PRINT-TOTALS.
009690     MOVE SPACES TO SM-CALRPT-RECORD
009700     WRITE SM-CALRPT-RECORD
009710     MOVE "MAINTENANCE RUN TOTALS" TO SC-TITLE
009720     MOVE WS-SECTION-LINE TO SM-CALRPT-RECORD
009730     WRITE SM-CALRPT-RECORD
009740     MOVE "DATES READ FROM SMCAL" TO CL-LABEL
009750     MOVE WS-LOADED-COUNT TO CL-COUNT
009760     PERFORM 0765-WRITE-COUNT-LINE
009770     MOVE "INVALID OR DUPLICATE RECORDS REMOVED" TO CL-LABEL
009780     MOVE WS-DROP-COUNT TO CL-COUNT
009790     PERFORM 0765-WRITE-COUNT-LINE
009800     MOVE "DATES ADDED BY GENERATION" TO CL-LABEL
009810     MOVE WS-GEN-ADD-COUNT TO CL-COUNT
009820     PERFORM 0765-WRITE-COUNT-LINE
009830     MOVE "DATES CHANGED BY GENERATION" TO CL-LABEL
009840     MOVE WS-GEN-CHANGE-COUNT TO CL-COUNT
009850     PERFORM 0765-WRITE-COUNT-LINE
009860     MOVE "LOCKED DATES LEFT AS THEY STAND" TO CL-LABEL
009870     MOVE WS-GEN-LOCKED-COUNT TO CL-COUNT
009880     PERFORM 0765-WRITE-COUNT-LINE
009890     MOVE "TRANSACTIONS APPLIED" TO CL-LABEL
009900     MOVE WS-TRN-APPLIED-COUNT TO CL-COUNT
009910     PERFORM 0765-WRITE-COUNT-LINE
009920     MOVE "TRANSACTIONS REJECTED" TO CL-LABEL
009930     MOVE WS-TRN-REJECTED-COUNT TO CL-COUNT
009940     PERFORM 0765-WRITE-COUNT-LINE
009950     MOVE "DATES WRITTEN TO SMCAL" TO CL-LABEL
009960     MOVE WS-WRITTEN-COUNT TO CL-COUNT
009970     PERFORM 0765-WRITE-COUNT-LINE
009980     MOVE "DAYS NOT ON FILE IN THE YEAR AHEAD" TO CL-LABEL
009990     MOVE WS-MISSING-COUNT TO CL-COUNT
010000     PERFORM 0765-WRITE-COUNT-LINE
010010     MOVE "DAYS WITH A FLAG OTHER THAN Y OR N" TO CL-LABEL
010020     MOVE WS-BAD-FLAG-COUNT TO CL-COUNT
010030     PERFORM 0765-WRITE-COUNT-LINE
010040     MOVE "MONTHS WITH NO PROCESSING DAY" TO CL-LABEL
010050     MOVE WS-NO-CLOSE-COUNT TO CL-COUNT
010060     PERFORM 0765-WRITE-COUNT-LINE
010070     MOVE SPACES TO SM-CALRPT-RECORD
010080     WRITE SM-CALRPT-RECORD
010090     MOVE "REVIEWED BY: ____________________   DATE: __________"
010100       TO SM-CALRPT-RECORD
010110     WRITE SM-CALRPT-RECORD
010120     MOVE "APPROVED BY: ____________________   DATE: __________"
010130       TO SM-CALRPT-RECORD
010140     WRITE SM-CALRPT-RECORD.
010150
010160 0765-WRITE-COUNT-LINE.
010170     MOVE WS-COUNT-LINE TO SM-CALRPT-RECORD
010180     WRITE SM-CALRPT-RECORD.
010190
010200* FINDS WS-LOC-DATE IN THE DATE-ORDERED TABLE. WS-FOUND-IDX IS ITS
010210* ENTRY (0 IF ABSENT); WS-INS-SUB IS WHERE IT BELONGS IF ADDED.
010220 0800-LOCATE-DATE.
010230     MOVE 0 TO WS-FOUND-IDX
010240     COMPUTE WS-INS-SUB = WS-CAL-COUNT + 1
010250     IF WS-CAL-COUNT > 0
010260       IF WS-LOC-DATE NOT > WS-CAL-T-DATE(WS-CAL-COUNT)
010270         PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
010280           UNTIL WS-CAL-T-DATE(WS-LOC-SUB) NOT < WS-LOC-DATE
010290           CONTINUE
010300         END-PERFORM
010310         MOVE WS-LOC-SUB TO WS-INS-SUB
010320         IF WS-CAL-T-DATE(WS-LOC-SUB) = WS-LOC-DATE
010330           MOVE WS-LOC-SUB TO WS-FOUND-IDX
010340         END-IF
010350       END-IF
010360     END-IF.
010370
010380* WS-CHK-DATE-X MUST BE A REAL CALENDAR DATE, 1601 OR LATER
010390 0850-VALIDATE-DATE.
010400     MOVE 'N' TO WS-DATE-VALID
010410     IF WS-CHK-DATE-X NUMERIC
010420       IF WS-CHK-YEAR > 1600
010430          AND WS-CHK-MONTH >= 1 AND WS-CHK-MONTH <= 12
010440         PERFORM 0860-GET-MONTH-LENGTH
010450         IF WS-CHK-DAY >= 1 AND WS-CHK-DAY <= WS-CHK-MONTH-DAYS
010460           MOVE 'Y' TO WS-DATE-VALID
010470         END-IF
010480       END-IF
010490     END-IF.
010500
010510 0860-GET-MONTH-LENGTH.
010520     MOVE WS-MONTH-LENGTH(WS-CHK-MONTH) TO WS-CHK-MONTH-DAYS
010530     IF WS-CHK-MONTH = 2
010540        AND FUNCTION MOD(WS-CHK-YEAR, 4) = 0
010550        AND (FUNCTION MOD(WS-CHK-YEAR, 100) NOT = 0
010560             OR FUNCTION MOD(WS-CHK-YEAR, 400) = 0)
010570       MOVE 29 TO WS-CHK-MONTH-DAYS
010580     END-IF.
010590
010600 9000-LOG-EXCEPTION.
010610     OPEN EXTEND SM-EXCLOG-FILE
010620     IF WS-EXCLOG-STATUS = "00"
010630       MOVE WS-TODAY TO SM-EXC-RUN-DATE
010640       MOVE WS-RUN-TIME TO SM-EXC-RUN-TIME
010650       MOVE "P-ONE-CAL" TO SM-EXC-PROGRAM-ID
010660       MOVE WS-EXC-SET-ID TO SM-EXC-SET-ID
010670       MOVE WS-EXC-SEVERITY TO SM-EXC-SEVERITY
010680       MOVE WS-EXC-MESSAGE TO SM-EXC-MESSAGE
010690       WRITE SM-EXC-RECORD
010700       CLOSE SM-EXCLOG-FILE
010710     END-IF.
