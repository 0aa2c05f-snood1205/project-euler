000100* P-ONE-ALR.COB
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID. P-ONE-ALR.
000130 ENVIRONMENT DIVISION.
000140 INPUT-OUTPUT SECTION.
000150 FILE-CONTROL.
000160     SELECT SM-ALRULE-FILE ASSIGN TO "SMALRULE"
000170     ORGANIZATION IS LINE SEQUENTIAL
000180     FILE STATUS IS WS-ALRULE-STATUS.
000190     SELECT SM-CAL-FILE ASSIGN TO "SMCAL"
000200     ORGANIZATION IS LINE SEQUENTIAL
000210     FILE STATUS IS WS-CAL-STATUS.
000220     SELECT SM-EXCLOG-FILE ASSIGN TO "SMEXCLOG"
000230     ORGANIZATION IS LINE SEQUENTIAL
000240     FILE STATUS IS WS-EXCLOG-STATUS.
000250     SELECT SM-EXCL1-FILE ASSIGN TO "SMEXCL01"
000260     ORGANIZATION IS LINE SEQUENTIAL
000270     FILE STATUS IS WS-EXCL1-STATUS.
000280     SELECT SM-EXCL2-FILE ASSIGN TO "SMEXCL02"
000290     ORGANIZATION IS LINE SEQUENTIAL
000300     FILE STATUS IS WS-EXCL2-STATUS.
000310     SELECT SM-EXCL3-FILE ASSIGN TO "SMEXCL03"
000320     ORGANIZATION IS LINE SEQUENTIAL
000330     FILE STATUS IS WS-EXCL3-STATUS.
000340     SELECT SM-EXCL4-FILE ASSIGN TO "SMEXCL04"
000350     ORGANIZATION IS LINE SEQUENTIAL
000360     FILE STATUS IS WS-EXCL4-STATUS.
000370     SELECT SM-EXCLN-FILE ASSIGN TO "SMEXCLGN"
000380     ORGANIZATION IS LINE SEQUENTIAL
000390     FILE STATUS IS WS-EXCLN-STATUS.
000400     SELECT SM-STATS-FILE ASSIGN TO "SMSTATS"
000410     ORGANIZATION IS LINE SEQUENTIAL
000420     FILE STATUS IS WS-STAT-STATUS.
000430     SELECT SM-STAT1-FILE ASSIGN TO "SMSTAT01"
000440     ORGANIZATION IS LINE SEQUENTIAL
000450     FILE STATUS IS WS-STAT1-STATUS.
000460     SELECT SM-STAT2-FILE ASSIGN TO "SMSTAT02"
000470     ORGANIZATION IS LINE SEQUENTIAL
000480     FILE STATUS IS WS-STAT2-STATUS.
000490     SELECT SM-STAT3-FILE ASSIGN TO "SMSTAT03"
000500     ORGANIZATION IS LINE SEQUENTIAL
000510     FILE STATUS IS WS-STAT3-STATUS.
000520     SELECT SM-STAT4-FILE ASSIGN TO "SMSTAT04"
000530     ORGANIZATION IS LINE SEQUENTIAL
000540     FILE STATUS IS WS-STAT4-STATUS.
000550     SELECT SM-STATN-FILE ASSIGN TO "SMSTATN"
000560     ORGANIZATION IS LINE SEQUENTIAL
000570     FILE STATUS IS WS-STATN-STATUS.
000580     SELECT SM-ALERT-FILE ASSIGN TO "SMALERT"
000590     ORGANIZATION IS LINE SEQUENTIAL
000600     FILE STATUS IS WS-ALERT-STATUS.
000610     SELECT SM-LEDG-FILE ASSIGN TO "SMLEDGER"
000620     ORGANIZATION IS INDEXED
000630     ACCESS MODE IS RANDOM
000640     RECORD KEY IS SM-LEDG-KEY
000650     FILE STATUS IS WS-LEDG-STATUS.
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD SM-ALRULE-FILE.
000690 01 SM-ALRULE-RECORD.
000700    05 SM-ALRULE-CODE PIC X(4).
000710       88 SM-ALRULE-IS-FATAL VALUE "FSEV".
000720       88 SM-ALRULE-IS-REPEAT VALUE "ESEQ".
000730       88 SM-ALRULE-IS-SILENT VALUE "SILN".
000740    05 SM-ALRULE-PROGRAM-ID PIC X(10).
000750    05 SM-ALRULE-SET-ID PIC X(8).
000760    05 SM-ALRULE-DAYS PIC X(2).
000770    05 SM-ALRULE-DAY-TYPE PIC X(1).
000780    05 FILLER PIC X(55).
000790 FD SM-CAL-FILE.
000800     COPY SMCAL.
000810 FD SM-EXCLOG-FILE.
000820 01 SM-EXCLOG-RECORD PIC X(93).
000830 FD SM-EXCL1-FILE.
000840 01 SM-EXCL1-RECORD PIC X(93).
000850 FD SM-EXCL2-FILE.
000860 01 SM-EXCL2-RECORD PIC X(93).
000870 FD SM-EXCL3-FILE.
000880 01 SM-EXCL3-RECORD PIC X(93).
000890 FD SM-EXCL4-FILE.
000900 01 SM-EXCL4-RECORD PIC X(93).
000910 FD SM-EXCLN-FILE.
000920     COPY SMEXCP.
000930 FD SM-STATS-FILE.
000940 01 SM-STATS-RECORD PIC X(85).
000950 FD SM-STAT1-FILE.
000960 01 SM-STAT1-RECORD PIC X(85).
000970 FD SM-STAT2-FILE.
000980 01 SM-STAT2-RECORD PIC X(85).
000990 FD SM-STAT3-FILE.
001000 01 SM-STAT3-RECORD PIC X(85).
001010 FD SM-STAT4-FILE.
001020 01 SM-STAT4-RECORD PIC X(85).
001030 FD SM-STATN-FILE.
001040     COPY SMSTAT.
001050 FD SM-ALERT-FILE.
001060 01 SM-ALERT-RECORD.
001070    05 SM-ALERT-DATE PIC 9(8).
001080    05 FILLER PIC X(1).
001090    05 SM-ALERT-TIME PIC 9(6).
001100    05 FILLER PIC X(1).
001110    05 SM-ALERT-RULE PIC X(4).
001120    05 FILLER PIC X(1).
001130    05 SM-ALERT-PROGRAM-ID PIC X(10).
001140    05 FILLER PIC X(1).
001150    05 SM-ALERT-SET-ID PIC X(8).
001160    05 FILLER PIC X(1).
001170    05 SM-ALERT-TEXT PIC X(59).
001180 FD SM-LEDG-FILE.
001190     COPY SMLEDG.
001200 WORKING-STORAGE SECTION.
001210 01 WS-ALRULE-STATUS PIC XX VALUE SPACES.
001220 01 WS-CAL-STATUS PIC XX VALUE SPACES.
001230 01 WS-EXCLOG-STATUS PIC XX VALUE SPACES.
001240 01 WS-EXCL1-STATUS PIC XX VALUE SPACES.
001250 01 WS-EXCL2-STATUS PIC XX VALUE SPACES.
001260 01 WS-EXCL3-STATUS PIC XX VALUE SPACES.
001270 01 WS-EXCL4-STATUS PIC XX VALUE SPACES.
001280 01 WS-EXCLN-STATUS PIC XX VALUE SPACES.
001290 01 WS-STAT-STATUS PIC XX VALUE SPACES.
001300 01 WS-STAT1-STATUS PIC XX VALUE SPACES.
001310 01 WS-STAT2-STATUS PIC XX VALUE SPACES.
001320 01 WS-STAT3-STATUS PIC XX VALUE SPACES.
001330 01 WS-STAT4-STATUS PIC XX VALUE SPACES.
001340 01 WS-STATN-STATUS PIC XX VALUE SPACES.
001350 01 WS-ALERT-STATUS PIC XX VALUE SPACES.
001360 01 WS-LEDG-STATUS PIC XX VALUE SPACES.
001370 01 WS-OPEN-STATUS PIC XX VALUE SPACES.
001380 01 WS-CURRENT-DATE.
001390    05 WS-TODAY PIC 9(8).
001400    05 WS-RUN-TIME PIC 9(6).
001410    05 FILLER PIC X(7).
001420 01 WS-EXC-SET-ID PIC X(8) VALUE SPACES.
001430 01 WS-EXC-SEVERITY PIC X(1) VALUE 'E'.
001440 01 WS-EXC-MESSAGE PIC X(60) VALUE SPACES.
001450 01 WS-EXCLN-OPEN PIC X VALUE 'N'.
001460    88 WS-EXCLN-IS-OPEN VALUE 'Y'.
001470 01 WS-LEDG-OPEN PIC X VALUE 'N'.
001480    88 WS-LEDG-IS-OPEN VALUE 'Y'.
001490 01 WS-MERGE-OK PIC X VALUE 'Y'.
001500    88 WS-MERGE-IS-OK VALUE 'Y'.
001510 01 WS-RULE-EOF PIC X VALUE 'N'.
001520    88 WS-RULE-END-OF-FILE VALUE 'Y'.
001530 01 WS-CAL-EOF PIC X VALUE 'N'.
001540    88 WS-CAL-END-OF-FILE VALUE 'Y'.
001550 01 WS-TODAY-PROCESSING PIC X VALUE 'N'.
001560    88 WS-TODAY-IS-PROCESSING VALUE 'Y'.
001570* ALERT RULES FROM SMALRULE. FSEV - ANY FATAL ENTRY FOR THE
001580* BUSINESS DATE (OPTIONALLY FOR ONE PROGRAM AND/OR SET); ESEQ -
001590* A SET LOGGING ERRORS ON N CONSECUTIVE PROCESSING DAYS; SILN -
001600* A PROGRAM WITH NO LOG ENTRY AND NO STEP LEDGER ENTRY FOR THE
001610* BUSINESS DATE.
001620 01 WS-RULE-TABLE.
001630    05 WS-RULE-ENTRY OCCURS 1 TO 50 TIMES
001640       DEPENDING ON WS-RULE-COUNT
001650       INDEXED BY WS-RULE-IDX.
001660       10 WS-RULE-T-CODE PIC X(4).
001670       10 WS-RULE-T-PROGRAM-ID PIC X(10).
001680       10 WS-RULE-T-SET-ID PIC X(8).
001690       10 WS-RULE-T-DAYS PIC 9(1).
001700       10 WS-RULE-T-DAY-TYPE PIC X(1).
001710       10 WS-RULE-T-LOGGED PIC X(1).
001720 01 WS-RULE-COUNT PIC 9(4) VALUE 0.
001730 01 WS-RULE-SUB PIC 9(4) VALUE 0.
001740 01 WS-RULE-REJECTS PIC 9(4) VALUE 0.
001750 01 WS-RULE-DAYS PIC 9(2) VALUE 0.
001760 01 WS-RULE-MATCHED PIC X VALUE 'N'.
001770    88 WS-RULE-HAS-MATCHED VALUE 'Y'.
001780* THE LATEST PROCESSING DAYS ON OR BEFORE THE BUSINESS DATE,
001790* MOST RECENT FIRST
001800 01 WS-WINDOW-TABLE.
001810    05 WS-WINDOW-DATE OCCURS 9 TIMES PIC 9(8).
001820 01 WS-WINDOW-COUNT PIC 9(2) VALUE 0.
001830 01 WS-WINDOW-SIZE PIC 9(2) VALUE 0.
001840 01 WS-WINDOW-SUB PIC 9(2) VALUE 0.
001850 01 WS-DAY-SUB PIC 9(2) VALUE 0.
001860* SETS LOGGING ERRORS ON THE WINDOW DATES
001870 01 WS-ESET-TABLE.
001880    05 WS-ESET-ENTRY OCCURS 1 TO 200 TIMES
001890       DEPENDING ON WS-ESET-COUNT
001900       INDEXED BY WS-ESET-IDX.
001910       10 WS-ESET-T-SET-ID PIC X(8).
001920       10 WS-ESET-T-DAY-FLAG OCCURS 9 TIMES PIC X(1).
001930 01 WS-ESET-COUNT PIC 9(4) VALUE 0.
001940 01 WS-ESET-SUB PIC 9(4) VALUE 0.
001950 01 WS-FOUND-IDX PIC 9(4) VALUE 0.
001960 01 WS-ESET-OVERFLOW PIC X VALUE 'N'.
001970    88 WS-ESET-HAS-OVERFLOW VALUE 'Y'.
001980 01 WS-STREAK-OK PIC X VALUE 'N'.
001990    88 WS-STREAK-IS-OK VALUE 'Y'.
002000* ONE INPUT STREAM PER LOG: 1 IS THE MAIN LOG, 2-5 ARE THE
002010* PARTITION LOGS P01-P04. EACH STREAM IS ALREADY IN TIME ORDER,
002020* SO THE MERGE TAKES THE EARLIEST HEAD RECORD EACH TIME.
002030 01 WS-EXC-STREAM-TABLE.
002040    05 WS-EXC-STREAM OCCURS 5 TIMES.
002050       10 WS-EXS-EOF PIC X(1).
002060          88 WS-EXS-END-OF-FILE VALUE 'Y'.
002070       10 WS-EXS-COUNT PIC 9(9).
002080       10 WS-EXS-RECORD.
002090          15 WS-EXS-KEY PIC X(14).
002100          15 FILLER PIC X(79).
002110 01 WS-STAT-STREAM-TABLE.
002120    05 WS-STS-STREAM OCCURS 5 TIMES.
002130       10 WS-STS-EOF PIC X(1).
002140          88 WS-STS-END-OF-FILE VALUE 'Y'.
002150       10 WS-STS-COUNT PIC 9(9).
002160       10 WS-STS-RECORD.
002170          15 FILLER PIC X(21).
002180          15 WS-STS-KEY PIC X(14).
002190          15 FILLER PIC X(50).
002200 01 WS-STREAM-SUB PIC 9(1) VALUE 0.
002210 01 WS-PICK-SUB PIC 9(1) VALUE 0.
002220 01 WS-STREAMS-LEFT PIC 9(1) VALUE 0.
002230 01 WS-EXC-WRITTEN PIC 9(9) VALUE 0.
002240 01 WS-EXC-MERGED PIC 9(9) VALUE 0.
002250 01 WS-STAT-WRITTEN PIC 9(9) VALUE 0.
002260 01 WS-STAT-MERGED PIC 9(9) VALUE 0.
002270 01 WS-ALERT-COUNT PIC 9(9) VALUE 0.
002280 01 WS-ALR-DATE PIC 9(8) VALUE 0.
002290 01 WS-ALR-TIME PIC 9(6) VALUE 0.
002300 01 WS-ALR-RULE PIC X(4) VALUE SPACES.
002310 01 WS-ALR-PROGRAM-ID PIC X(10) VALUE SPACES.
002320 01 WS-ALR-SET-ID PIC X(8) VALUE SPACES.
002330 01 WS-ALR-TEXT PIC X(59) VALUE SPACES.
002340
002350 PROCEDURE DIVISION.
002360 P-ONE-ALR-MAIN SECTION.
002370     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
002380     PERFORM 0100-LOAD-RULES
002390     IF WS-ALRULE-STATUS NOT = "00"
002400       DISPLAY "P-ONE-ALR: UNABLE TO OPEN ALERT RULES - "
002410         "FILE STATUS " WS-ALRULE-STATUS
002420       MOVE 16 TO RETURN-CODE
002430     ELSE
002440       PERFORM 0150-LOAD-WINDOW
002450       OPEN OUTPUT SM-ALERT-FILE
002460       IF WS-ALERT-STATUS NOT = "00"
002470         DISPLAY "P-ONE-ALR: UNABLE TO OPEN ALERT FILE - "
002480           "FILE STATUS " WS-ALERT-STATUS
002490         MOVE 12 TO RETURN-CODE
002500       ELSE
002510         OPEN INPUT SM-LEDG-FILE
002520         IF WS-LEDG-STATUS = "00"
002530           SET WS-LEDG-IS-OPEN TO TRUE
002540         END-IF
002550         PERFORM 0200-MERGE-EXCLOG
002560         IF WS-MERGE-IS-OK
002570           PERFORM 0400-MERGE-STATS
002580         END-IF
002590         IF WS-MERGE-IS-OK
002600           PERFORM 0600-APPLY-RULES
002610         END-IF
002620         PERFORM 0900-FINISH
002630         IF WS-LEDG-IS-OPEN
002640           CLOSE SM-LEDG-FILE
002650         END-IF
002660         CLOSE SM-ALERT-FILE
002670       END-IF
002680     END-IF
002690     STOP RUN.
002700
002710* SMALRULE CARDS: COLS 1-4 RULE (FSEV/ESEQ/SILN), 5-14 PROGRAM
002720* ID, 15-22 SET ID, 23-24 DAYS (ESEQ, 01-09, DEFAULT 03), 25
002730* DAY TYPE (SILN: P = PROCESSING DAYS ONLY, THE DEFAULT, A = EVERY
002740* DAY). AN ASTERISK IN COLUMN 1 MARKS A COMMENT.
002750 0100-LOAD-RULES.
002760     OPEN INPUT SM-ALRULE-FILE
002770     IF WS-ALRULE-STATUS = "00"
002780       PERFORM UNTIL WS-RULE-END-OF-FILE
002790         READ SM-ALRULE-FILE
002800           AT END SET WS-RULE-END-OF-FILE TO TRUE
002810           NOT AT END
002820             IF SM-ALRULE-RECORD(1:1) NOT = '*'
002830                AND SM-ALRULE-RECORD NOT = SPACES
002840               PERFORM 0110-ADD-RULE
002850             END-IF
002860         END-READ
002870       END-PERFORM
002880       CLOSE SM-ALRULE-FILE
002890       MOVE "00" TO WS-ALRULE-STATUS
002900     END-IF.
002910
002920 0110-ADD-RULE.
002930     EVALUATE TRUE
002940       WHEN NOT SM-ALRULE-IS-FATAL
002950            AND NOT SM-ALRULE-IS-REPEAT
002960            AND NOT SM-ALRULE-IS-SILENT
002970         DISPLAY "P-ONE-ALR: UNKNOWN RULE " SM-ALRULE-CODE
002980           " IGNORED"
002990         ADD 1 TO WS-RULE-REJECTS
003000       WHEN SM-ALRULE-IS-SILENT
003010            AND SM-ALRULE-PROGRAM-ID = SPACES
003020         DISPLAY "P-ONE-ALR: SILN RULE WITHOUT A PROGRAM ID "
003030           "IGNORED"
003040         ADD 1 TO WS-RULE-REJECTS
003050       WHEN WS-RULE-COUNT >= 50
003060         DISPLAY "P-ONE-ALR: MORE THAN 50 ALERT RULES - "
003070           SM-ALRULE-CODE " " SM-ALRULE-PROGRAM-ID " IGNORED"
003080         ADD 1 TO WS-RULE-REJECTS
003090       WHEN OTHER
003100         MOVE 3 TO WS-RULE-DAYS
003110         IF SM-ALRULE-DAYS NUMERIC
003120           MOVE SM-ALRULE-DAYS TO WS-RULE-DAYS
003130         END-IF
003140         IF WS-RULE-DAYS = 0
003150           MOVE 3 TO WS-RULE-DAYS
003160         END-IF
003170         IF WS-RULE-DAYS > 9
003180           DISPLAY "P-ONE-ALR: ESEQ DAYS " WS-RULE-DAYS
003190             " REDUCED TO 9"
003200           MOVE 9 TO WS-RULE-DAYS
003210         END-IF
003220         ADD 1 TO WS-RULE-COUNT
003230         MOVE SM-ALRULE-CODE TO WS-RULE-T-CODE(WS-RULE-COUNT)
003240         MOVE SM-ALRULE-PROGRAM-ID
003250           TO WS-RULE-T-PROGRAM-ID(WS-RULE-COUNT)
003260         MOVE SM-ALRULE-SET-ID TO WS-RULE-T-SET-ID(WS-RULE-COUNT)
003270         MOVE WS-RULE-DAYS TO WS-RULE-T-DAYS(WS-RULE-COUNT)
003280         IF SM-ALRULE-DAY-TYPE = 'A'
003290           MOVE 'A' TO WS-RULE-T-DAY-TYPE(WS-RULE-COUNT)
003300         ELSE
003310           MOVE 'P' TO WS-RULE-T-DAY-TYPE(WS-RULE-COUNT)
003320         END-IF
003330         MOVE 'N' TO WS-RULE-T-LOGGED(WS-RULE-COUNT)
003340         IF SM-ALRULE-IS-REPEAT
003350            AND WS-RULE-DAYS > WS-WINDOW-SIZE
003360           MOVE WS-RULE-DAYS TO WS-WINDOW-SIZE
003370         END-IF
003380     END-EVALUATE.
003390
003400* KEEPS THE LATEST PROCESSING DAYS UP TO THE BUSINESS DATE, AS
003410* MANY AS THE LONGEST ESEQ RULE NEEDS
003420 0150-LOAD-WINDOW.
003430     OPEN INPUT SM-CAL-FILE
003440     IF WS-CAL-STATUS = "00"
003450       PERFORM UNTIL WS-CAL-END-OF-FILE
003460         READ SM-CAL-FILE
003470           AT END SET WS-CAL-END-OF-FILE TO TRUE
003480           NOT AT END
003490             IF SM-CAL-IS-PROCESSING-DAY
003500                AND SM-CAL-DATE <= WS-TODAY
003510               IF SM-CAL-DATE = WS-TODAY
003520                 SET WS-TODAY-IS-PROCESSING TO TRUE
003530               END-IF
003540               PERFORM 0160-SHIFT-WINDOW
003550             END-IF
003560         END-READ
003570       END-PERFORM
003580       CLOSE SM-CAL-FILE
003590     ELSE
003600       DISPLAY "P-ONE-ALR: CALENDAR NOT AVAILABLE - ESEQ AND "
003610         "PROCESSING-DAY SILN RULES NOT APPLIED"
003620     END-IF.
003630
003640 0160-SHIFT-WINDOW.
003650     IF WS-WINDOW-SIZE > 0
003660       IF WS-WINDOW-COUNT < WS-WINDOW-SIZE
003670         ADD 1 TO WS-WINDOW-COUNT
003680       END-IF
003690       PERFORM VARYING WS-WINDOW-SUB FROM WS-WINDOW-COUNT BY -1
003700         UNTIL WS-WINDOW-SUB < 2
003710         MOVE WS-WINDOW-DATE(WS-WINDOW-SUB - 1)
003720           TO WS-WINDOW-DATE(WS-WINDOW-SUB)
003730       END-PERFORM
003740       MOVE SM-CAL-DATE TO WS-WINDOW-DATE(1)
003750     END-IF.
003760
003770* MERGES THE MAIN LOG AND THE FOUR PARTITION LOGS INTO SMEXCLGN,
003780* WHICH THE JOB THEN RENAMES OVER PROD.SM.EXCLOG
003790 0200-MERGE-EXCLOG.
003800     OPEN OUTPUT SM-EXCLN-FILE
003810     IF WS-EXCLN-STATUS NOT = "00"
003820       DISPLAY "P-ONE-ALR: UNABLE TO OPEN MERGED EXCEPTION LOG - "
003830         "FILE STATUS " WS-EXCLN-STATUS
003840       MOVE 'N' TO WS-MERGE-OK
003850     ELSE
003860       SET WS-EXCLN-IS-OPEN TO TRUE
003870       MOVE 0 TO WS-STREAMS-LEFT
003880       PERFORM VARYING WS-STREAM-SUB FROM 1 BY 1
003890         UNTIL WS-STREAM-SUB > 5
003900         MOVE 'N' TO WS-EXS-EOF(WS-STREAM-SUB)
003910         MOVE 0 TO WS-EXS-COUNT(WS-STREAM-SUB)
003920         PERFORM 0210-OPEN-EXC-STREAM
003930         IF WS-OPEN-STATUS = "00"
003940           PERFORM 0230-READ-EXC-STREAM
003950         ELSE
003960           SET WS-EXS-END-OF-FILE(WS-STREAM-SUB) TO TRUE
003970           IF WS-OPEN-STATUS NOT = "35"
003980             DISPLAY "P-ONE-ALR: UNABLE TO OPEN EXCEPTION LOG "
003990               "STREAM " WS-STREAM-SUB " - FILE STATUS "
004000               WS-OPEN-STATUS
004010             MOVE 'N' TO WS-MERGE-OK
004020           END-IF
004030         END-IF
004040       END-PERFORM
004050       PERFORM UNTIL WS-STREAMS-LEFT = 0 OR NOT WS-MERGE-IS-OK
004060         MOVE 0 TO WS-PICK-SUB
004070         PERFORM VARYING WS-STREAM-SUB FROM 1 BY 1
004080           UNTIL WS-STREAM-SUB > 5
004090           IF NOT WS-EXS-END-OF-FILE(WS-STREAM-SUB)
004100             IF WS-PICK-SUB = 0
004110               MOVE WS-STREAM-SUB TO WS-PICK-SUB
004120             ELSE
004130               IF WS-EXS-KEY(WS-STREAM-SUB) <
004140                  WS-EXS-KEY(WS-PICK-SUB)
004150                 MOVE WS-STREAM-SUB TO WS-PICK-SUB
004160               END-IF
004170             END-IF
004180           END-IF
004190         END-PERFORM
004200         MOVE WS-EXS-RECORD(WS-PICK-SUB) TO SM-EXC-RECORD
004210         PERFORM 0250-CHECK-EXC-ENTRY
004220         WRITE SM-EXC-RECORD
004230         IF WS-EXCLN-STATUS NOT = "00"
004240           DISPLAY "P-ONE-ALR: MERGED EXCEPTION LOG WRITE FAILED "
004250             "- FILE STATUS " WS-EXCLN-STATUS
004260           MOVE 'N' TO WS-MERGE-OK
004270         ELSE
004280           ADD 1 TO WS-EXC-WRITTEN
004290           MOVE WS-PICK-SUB TO WS-STREAM-SUB
004300           PERFORM 0230-READ-EXC-STREAM
004310         END-IF
004320       END-PERFORM
004330       PERFORM 0240-CLOSE-EXC-STREAMS
004340     END-IF.
004350
004360 0210-OPEN-EXC-STREAM.
004370     EVALUATE WS-STREAM-SUB
004380       WHEN 1
004390         OPEN INPUT SM-EXCLOG-FILE
004400         MOVE WS-EXCLOG-STATUS TO WS-OPEN-STATUS
004410       WHEN 2
004420         OPEN INPUT SM-EXCL1-FILE
004430         MOVE WS-EXCL1-STATUS TO WS-OPEN-STATUS
004440       WHEN 3
004450         OPEN INPUT SM-EXCL2-FILE
004460         MOVE WS-EXCL2-STATUS TO WS-OPEN-STATUS
004470       WHEN 4
004480         OPEN INPUT SM-EXCL3-FILE
004490         MOVE WS-EXCL3-STATUS TO WS-OPEN-STATUS
004500       WHEN 5
004510         OPEN INPUT SM-EXCL4-FILE
004520         MOVE WS-EXCL4-STATUS TO WS-OPEN-STATUS
004530     END-EVALUATE.
004540
004550* READS THE NEXT RECORD OF STREAM WS-STREAM-SUB INTO ITS HEAD
004560 0230-READ-EXC-STREAM.
004570     IF NOT WS-EXS-END-OF-FILE(WS-STREAM-SUB)
004580       EVALUATE WS-STREAM-SUB
004590         WHEN 1
004600           READ SM-EXCLOG-FILE INTO WS-EXS-RECORD(1)
004610             AT END SET WS-EXS-END-OF-FILE(1) TO TRUE
004620           END-READ
004630         WHEN 2
004640           READ SM-EXCL1-FILE INTO WS-EXS-RECORD(2)
004650             AT END SET WS-EXS-END-OF-FILE(2) TO TRUE
004660           END-READ
004670         WHEN 3
004680           READ SM-EXCL2-FILE INTO WS-EXS-RECORD(3)
004690             AT END SET WS-EXS-END-OF-FILE(3) TO TRUE
004700           END-READ
004710         WHEN 4
004720           READ SM-EXCL3-FILE INTO WS-EXS-RECORD(4)
004730             AT END SET WS-EXS-END-OF-FILE(4) TO TRUE
004740           END-READ
004750         WHEN 5
004760           READ SM-EXCL4-FILE INTO WS-EXS-RECORD(5)
004770             AT END SET WS-EXS-END-OF-FILE(5) TO TRUE
004780           END-READ
004790       END-EVALUATE
004800       IF WS-EXS-END-OF-FILE(WS-STREAM-SUB)
004810         IF WS-EXS-COUNT(WS-STREAM-SUB) > 0
004820           SUBTRACT 1 FROM WS-STREAMS-LEFT
004830         END-IF
004840       ELSE
004850         IF WS-EXS-COUNT(WS-STREAM-SUB) = 0
004860           ADD 1 TO WS-STREAMS-LEFT
004870         END-IF
004880         ADD 1 TO WS-EXS-COUNT(WS-STREAM-SUB)
004890       END-IF
004900     END-IF.
004910
004920 0240-CLOSE-EXC-STREAMS.
004930     IF WS-EXCLOG-STATUS NOT = "35"
004940       CLOSE SM-EXCLOG-FILE
004950     END-IF
004960     IF WS-EXCL1-STATUS NOT = "35"
004970       CLOSE SM-EXCL1-FILE
004980     END-IF
004990     IF WS-EXCL2-STATUS NOT = "35"
005000       CLOSE SM-EXCL2-FILE
005010     END-IF
005020     IF WS-EXCL3-STATUS NOT = "35"
005030       CLOSE SM-EXCL3-FILE
005040     END-IF
005050     IF WS-EXCL4-STATUS NOT = "35"
005060       CLOSE SM-EXCL4-FILE
005070     END-IF
005080     MOVE 0 TO WS-EXC-MERGED
005090     PERFORM VARYING WS-STREAM-SUB FROM 2 BY 1
005100       UNTIL WS-STREAM-SUB > 5
005110       ADD WS-EXS-COUNT(WS-STREAM-SUB) TO WS-EXC-MERGED
005120     END-PERFORM
005130     IF WS-MERGE-IS-OK
005140        AND WS-EXC-WRITTEN NOT = WS-EXC-MERGED + WS-EXS-COUNT(1)
005150       DISPLAY "P-ONE-ALR: EXCEPTION LOG MERGE WROTE "
005160         WS-EXC-WRITTEN " OF " WS-EXS-COUNT(1) " + "
005170         WS-EXC-MERGED " RECORDS"
005180       MOVE 'N' TO WS-MERGE-OK
005190     END-IF.
005200
005210* APPLIES THE PER-ENTRY RULES TO EACH RECORD AS IT IS MERGED:
005220* FSEV MATCHES, ESEQ ERROR DAYS AND SILN PROGRAMS HEARD FROM
005230 0250-CHECK-EXC-ENTRY.
005240     IF SM-EXC-RUN-DATE = WS-TODAY
005250       MOVE 'N' TO WS-RULE-MATCHED
005260       PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
005270         UNTIL WS-RULE-SUB > WS-RULE-COUNT
005280         EVALUATE WS-RULE-T-CODE(WS-RULE-SUB)
005290           WHEN "FSEV"
005300             IF SM-EXC-IS-FATAL
005310                AND NOT WS-RULE-HAS-MATCHED
005320                AND (WS-RULE-T-PROGRAM-ID(WS-RULE-SUB) = SPACES
005330                  OR WS-RULE-T-PROGRAM-ID(WS-RULE-SUB) =
005340                     SM-EXC-PROGRAM-ID)
005350                AND (WS-RULE-T-SET-ID(WS-RULE-SUB) = SPACES
005360                  OR WS-RULE-T-SET-ID(WS-RULE-SUB) =
005365                     SM-EXC-SET-ID)
005370               SET WS-RULE-HAS-MATCHED TO TRUE
005380               MOVE SM-EXC-RUN-DATE TO WS-ALR-DATE
005390               MOVE SM-EXC-RUN-TIME TO WS-ALR-TIME
005400               MOVE "FSEV" TO WS-ALR-RULE
005410               MOVE SM-EXC-PROGRAM-ID TO WS-ALR-PROGRAM-ID
005420               MOVE SM-EXC-SET-ID TO WS-ALR-SET-ID
005430               MOVE SM-EXC-MESSAGE TO WS-ALR-TEXT
005440               PERFORM 0800-WRITE-ALERT
005450             END-IF
005460           WHEN "SILN"
005470             IF WS-RULE-T-PROGRAM-ID(WS-RULE-SUB) =
005480                SM-EXC-PROGRAM-ID
005490               MOVE 'Y' TO WS-RULE-T-LOGGED(WS-RULE-SUB)
005500             END-IF
005510         END-EVALUATE
005520       END-PERFORM
005530     END-IF
005540     IF (SM-EXC-IS-ERROR OR SM-EXC-IS-FATAL)
005550        AND SM-EXC-SET-ID NOT = SPACES
005560        AND WS-WINDOW-COUNT > 0
005570       MOVE 0 TO WS-DAY-SUB
005580       PERFORM VARYING WS-WINDOW-SUB FROM 1 BY 1
005590         UNTIL WS-WINDOW-SUB > WS-WINDOW-COUNT OR WS-DAY-SUB > 0
005600         IF WS-WINDOW-DATE(WS-WINDOW-SUB) = SM-EXC-RUN-DATE
005610           MOVE WS-WINDOW-SUB TO WS-DAY-SUB
005620         END-IF
005630       END-PERFORM
005640       IF WS-DAY-SUB > 0
005650         PERFORM 0260-FLAG-ERROR-DAY
005660       END-IF
005670     END-IF.
005680
005690 0260-FLAG-ERROR-DAY.
005700     MOVE 0 TO WS-FOUND-IDX
005710     IF WS-ESET-COUNT > 0
005720       SET WS-ESET-IDX TO 1
005730       SEARCH WS-ESET-ENTRY
005740         WHEN WS-ESET-T-SET-ID(WS-ESET-IDX) = SM-EXC-SET-ID
005750           MOVE WS-ESET-IDX TO WS-FOUND-IDX
005760       END-SEARCH
005770     END-IF
005780     IF WS-FOUND-IDX = 0
005790       IF WS-ESET-COUNT >= 200
005800         IF NOT WS-ESET-HAS-OVERFLOW
005810           DISPLAY "P-ONE-ALR: MORE THAN 200 SETS LOGGING "
005820             "ERRORS - ESEQ RULES INCOMPLETE"
005830           SET WS-ESET-HAS-OVERFLOW TO TRUE
005840         END-IF
005850       ELSE
005860         ADD 1 TO WS-ESET-COUNT
005870         MOVE WS-ESET-COUNT TO WS-FOUND-IDX
005880         MOVE SM-EXC-SET-ID TO WS-ESET-T-SET-ID(WS-FOUND-IDX)
005890         PERFORM VARYING WS-WINDOW-SUB FROM 1 BY 1
005900           UNTIL WS-WINDOW-SUB > 9
005910           MOVE 'N' TO WS-ESET-T-DAY-FLAG(WS-FOUND-IDX,
005920             WS-WINDOW-SUB)
005930         END-PERFORM
005940       END-IF
005950     END-IF
005960     IF WS-FOUND-IDX > 0
005970       MOVE 'Y' TO WS-ESET-T-DAY-FLAG(WS-FOUND-IDX, WS-DAY-SUB)
005980     END-IF.
005990
006000* MERGES THE MAIN RUN STATISTICS AND THE FOUR PARTITION FILES
006010* INTO SMSTATN IN START-TIME ORDER
006020 0400-MERGE-STATS.
006030     OPEN OUTPUT SM-STATN-FILE
006040     IF WS-STATN-STATUS NOT = "00"
006050       DISPLAY "P-ONE-ALR: UNABLE TO OPEN MERGED RUN "
006060         "STATISTICS - FILE STATUS " WS-STATN-STATUS
006070       MOVE 'N' TO WS-MERGE-OK
006080     ELSE
006090       MOVE 0 TO WS-STREAMS-LEFT
006100       PERFORM VARYING WS-STREAM-SUB FROM 1 BY 1
006110         UNTIL WS-STREAM-SUB > 5
006120         MOVE 'N' TO WS-STS-EOF(WS-STREAM-SUB)
006130         MOVE 0 TO WS-STS-COUNT(WS-STREAM-SUB)
006140         PERFORM 0410-OPEN-STAT-STREAM
006150         IF WS-OPEN-STATUS = "00"
006160           PERFORM 0430-READ-STAT-STREAM
006170         ELSE
006180           SET WS-STS-END-OF-FILE(WS-STREAM-SUB) TO TRUE
006190           IF WS-OPEN-STATUS NOT = "35"
006200             DISPLAY "P-ONE-ALR: UNABLE TO OPEN RUN STATISTICS "
006210               "STREAM " WS-STREAM-SUB " - FILE STATUS "
006220               WS-OPEN-STATUS
006230             MOVE 'N' TO WS-MERGE-OK
006240           END-IF
006250         END-IF
006260       END-PERFORM
006270       PERFORM UNTIL WS-STREAMS-LEFT = 0 OR NOT WS-MERGE-IS-OK
006280         MOVE 0 TO WS-PICK-SUB
006290         PERFORM VARYING WS-STREAM-SUB FROM 1 BY 1
006300           UNTIL WS-STREAM-SUB > 5
006310           IF NOT WS-STS-END-OF-FILE(WS-STREAM-SUB)
006320             IF WS-PICK-SUB = 0
006330               MOVE WS-STREAM-SUB TO WS-PICK-SUB
006340             ELSE
006350               IF WS-STS-KEY(WS-STREAM-SUB) <
006360                  WS-STS-KEY(WS-PICK-SUB)
006370                 MOVE WS-STREAM-SUB TO WS-PICK-SUB
006380               END-IF
006390             END-IF
006400           END-IF
006410         END-PERFORM
006420         MOVE WS-STS-RECORD(WS-PICK-SUB) TO SM-STAT-RECORD
006430         WRITE SM-STAT-RECORD
006440         IF WS-STATN-STATUS NOT = "00"
006450           DISPLAY "P-ONE-ALR: MERGED RUN STATISTICS WRITE "
006460             "FAILED - FILE STATUS " WS-STATN-STATUS
006470           MOVE 'N' TO WS-MERGE-OK
006480         ELSE
006490           ADD 1 TO WS-STAT-WRITTEN
006500           MOVE WS-PICK-SUB TO WS-STREAM-SUB
006510           PERFORM 0430-READ-STAT-STREAM
006520         END-IF
006530       END-PERFORM
006540       PERFORM 0440-CLOSE-STAT-STREAMS
006550       CLOSE SM-STATN-FILE
006560     END-IF.
006570
006580 0410-OPEN-STAT-STREAM.
006590     EVALUATE WS-STREAM-SUB
006600       WHEN 1
006610         OPEN INPUT SM-STATS-FILE
006620         MOVE WS-STAT-STATUS TO WS-OPEN-STATUS
006630       WHEN 2
006640         OPEN INPUT SM-STAT1-FILE
006650         MOVE WS-STAT1-STATUS TO WS-OPEN-STATUS
006660       WHEN 3
006670         OPEN INPUT SM-STAT2-FILE
006680         MOVE WS-STAT2-STATUS TO WS-OPEN-STATUS
006690       WHEN 4
006700         OPEN INPUT SM-STAT3-FILE
006710         MOVE WS-STAT3-STATUS TO WS-OPEN-STATUS
006720       WHEN 5
006730         OPEN INPUT SM-STAT4-FILE
006740         MOVE WS-STAT4-STATUS TO WS-OPEN-STATUS
006750     END-EVALUATE.
006760
006770 0430-READ-STAT-STREAM.
006780     IF NOT WS-STS-END-OF-FILE(WS-STREAM-SUB)
006790       EVALUATE WS-STREAM-SUB
006800         WHEN 1
006810           READ SM-STATS-FILE INTO WS-STS-RECORD(1)
006820             AT END SET WS-STS-END-OF-FILE(1) TO TRUE
006830           END-READ
006840         WHEN 2
006850           READ SM-STAT1-FILE INTO WS-STS-RECORD(2)
006860             AT END SET WS-STS-END-OF-FILE(2) TO TRUE
006870           END-READ
006880         WHEN 3
006890           READ SM-STAT2-FILE INTO WS-STS-RECORD(3)
006900             AT END SET WS-STS-END-OF-FILE(3) TO TRUE
006910           END-READ
006920         WHEN 4
006930           READ SM-STAT3-FILE INTO WS-STS-RECORD(4)
006940             AT END SET WS-STS-END-OF-FILE(4) TO TRUE
006950           END-READ
006960         WHEN 5
006970           READ SM-STAT4-FILE INTO WS-STS-RECORD(5)
006980             AT END SET WS-STS-END-OF-FILE(5) TO TRUE
006990           END-READ
007000       END-EVALUATE
007010       IF WS-STS-END-OF-FILE(WS-STREAM-SUB)
007020         IF WS-STS-COUNT(WS-STREAM-SUB) > 0
007030           SUBTRACT 1 FROM WS-STREAMS-LEFT
007040         END-IF
007050       ELSE
007060         IF WS-STS-COUNT(WS-STREAM-SUB) = 0
007070           ADD 1 TO WS-STREAMS-LEFT
007080         END-IF
007090         ADD 1 TO WS-STS-COUNT(WS-STREAM-SUB)
007100       END-IF
007110     END-IF.
007120
007130 0440-CLOSE-STAT-STREAMS.
007140     IF WS-STAT-STATUS NOT = "35"
007150       CLOSE SM-STATS-FILE
007160     END-IF
007170     IF WS-STAT1-STATUS NOT = "35"
007180       CLOSE SM-STAT1-FILE
007190     END-IF
007200     IF WS-STAT2-STATUS NOT = "35"
007210       CLOSE SM-STAT2-FILE
007220     END-IF
007230     IF WS-STAT3-STATUS NOT = "35"
007240       CLOSE SM-STAT3-FILE
007250     END-IF
007260     IF WS-STAT4-STATUS NOT = "35"
007270       CLOSE SM-STAT4-FILE
007280     END-IF
007290     MOVE 0 TO WS-STAT-MERGED
007300     PERFORM VARYING WS-STREAM-SUB FROM 2 BY 1
007310       UNTIL WS-STREAM-SUB > 5
007320       ADD WS-STS-COUNT(WS-STREAM-SUB) TO WS-STAT-MERGED
007330     END-PERFORM
007340     IF WS-MERGE-IS-OK
007350        AND WS-STAT-WRITTEN NOT = WS-STAT-MERGED + WS-STS-COUNT(1)
007360       DISPLAY "P-ONE-ALR: RUN STATISTICS MERGE WROTE "
007370         WS-STAT-WRITTEN " OF " WS-STS-COUNT(1) " + "
007380         WS-STAT-MERGED " RECORDS"
007390       MOVE 'N' TO WS-MERGE-OK
007400     END-IF.
007410
007420* THE RULES THAT NEED THE WHOLE MERGED LOG: ESEQ STREAKS AND
007430* SILN PROGRAMS NOT HEARD FROM
007440 0600-APPLY-RULES.
007450     PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
007460       UNTIL WS-RULE-SUB > WS-RULE-COUNT
007470       EVALUATE WS-RULE-T-CODE(WS-RULE-SUB)
007480         WHEN "ESEQ"
007490           PERFORM 0620-APPLY-REPEAT-RULE
007500         WHEN "SILN"
007510           PERFORM 0640-APPLY-SILENT-RULE
007520       END-EVALUATE
007530     END-PERFORM.
007540
007550* AN ERROR STREAK IS ONLY CHECKED ON A PROCESSING DAY, SO THE
007560* SAME STREAK IS NOT RAISED AGAIN OVER A WEEKEND
007570 0620-APPLY-REPEAT-RULE.
007580     IF WS-TODAY-IS-PROCESSING
007590        AND WS-WINDOW-COUNT >= WS-RULE-T-DAYS(WS-RULE-SUB)
007600       PERFORM VARYING WS-ESET-SUB FROM 1 BY 1
007610         UNTIL WS-ESET-SUB > WS-ESET-COUNT
007620         IF WS-RULE-T-SET-ID(WS-RULE-SUB) = SPACES
007630            OR WS-RULE-T-SET-ID(WS-RULE-SUB) =
007640               WS-ESET-T-SET-ID(WS-ESET-SUB)
007650           MOVE 'Y' TO WS-STREAK-OK
007660           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
007670             UNTIL WS-DAY-SUB > WS-RULE-T-DAYS(WS-RULE-SUB)
007680             IF WS-ESET-T-DAY-FLAG(WS-ESET-SUB, WS-DAY-SUB)
007690                NOT = 'Y'
007700               MOVE 'N' TO WS-STREAK-OK
007710             END-IF
007720           END-PERFORM
007730           IF WS-STREAK-IS-OK
007740             MOVE WS-TODAY TO WS-ALR-DATE
007750             MOVE WS-RUN-TIME TO WS-ALR-TIME
007760             MOVE "ESEQ" TO WS-ALR-RULE
007770             MOVE SPACES TO WS-ALR-PROGRAM-ID
007780             MOVE WS-ESET-T-SET-ID(WS-ESET-SUB) TO WS-ALR-SET-ID
007790             MOVE WS-RULE-T-DAYS(WS-RULE-SUB) TO WS-DAY-SUB
007800             MOVE SPACES TO WS-ALR-TEXT
007810             STRING "ERRORS LOGGED ON " WS-DAY-SUB
007820               " CONSECUTIVE BUSINESS DAYS SINCE "
007830               WS-WINDOW-DATE(WS-DAY-SUB)
007840               DELIMITED BY SIZE INTO WS-ALR-TEXT
007850             PERFORM 0800-WRITE-ALERT
007860           END-IF
007870         END-IF
007880       END-PERFORM
007890     END-IF.
007900
007910* A PROGRAM COUNTS AS HEARD FROM IF IT LOGGED ANYTHING FOR THE
007920* BUSINESS DATE OR HAS A STEP LEDGER ENTRY UNDER ITS NAME
007930 0640-APPLY-SILENT-RULE.
007940     IF WS-RULE-T-DAY-TYPE(WS-RULE-SUB) = 'A'
007950        OR WS-TODAY-IS-PROCESSING
007960       IF WS-RULE-T-LOGGED(WS-RULE-SUB) NOT = 'Y'
007970          AND WS-LEDG-IS-OPEN
007980         MOVE WS-TODAY TO SM-LEDG-BUS-DATE
007990         MOVE WS-RULE-T-PROGRAM-ID(WS-RULE-SUB) TO SM-LEDG-STEP
008000         READ SM-LEDG-FILE
008010           INVALID KEY
008020             CONTINUE
008030           NOT INVALID KEY
008040             MOVE 'Y' TO WS-RULE-T-LOGGED(WS-RULE-SUB)
008050         END-READ
008060       END-IF
008070       IF WS-RULE-T-LOGGED(WS-RULE-SUB) NOT = 'Y'
008080         MOVE WS-TODAY TO WS-ALR-DATE
008090         MOVE WS-RUN-TIME TO WS-ALR-TIME
008100         MOVE "SILN" TO WS-ALR-RULE
008110         MOVE WS-RULE-T-PROGRAM-ID(WS-RULE-SUB)
008115           TO WS-ALR-PROGRAM-ID
008120         MOVE SPACES TO WS-ALR-SET-ID
008130         MOVE "NOTHING LOGGED OR CERTIFIED FOR THE BUSINESS DATE"
008140           TO WS-ALR-TEXT
008150         PERFORM 0800-WRITE-ALERT
008160       END-IF
008170     END-IF.
008180
008190 0800-WRITE-ALERT.
008200     MOVE SPACES TO SM-ALERT-RECORD
008210     MOVE WS-ALR-DATE TO SM-ALERT-DATE
008220     MOVE WS-ALR-TIME TO SM-ALERT-TIME
008230     MOVE WS-ALR-RULE TO SM-ALERT-RULE
008240     MOVE WS-ALR-PROGRAM-ID TO SM-ALERT-PROGRAM-ID
008250     MOVE WS-ALR-SET-ID TO SM-ALERT-SET-ID
008260     MOVE WS-ALR-TEXT TO SM-ALERT-TEXT
008270     WRITE SM-ALERT-RECORD
008280     ADD 1 TO WS-ALERT-COUNT
008290     DISPLAY "P-ONE-ALR: ALERT " WS-ALR-RULE " " WS-ALR-PROGRAM-ID
008300       " " WS-ALR-SET-ID " " WS-ALR-TEXT.
008310
008320* RC 20 TELLS THE SCHEDULER TO PAGE; THE MERGE ITSELF HAS STILL
008330* COMPLETED AND THE JOB GOES ON TO REPLACE THE LOGS
008340 0900-FINISH.
008350     IF WS-MERGE-IS-OK
008355       DISPLAY "P-ONE-ALR: EXCEPTION LOG " WS-EXS-COUNT(1)
008360         " + " WS-EXC-MERGED " PARTITION RECORDS MERGED"
008370       DISPLAY "P-ONE-ALR: RUN STATISTICS " WS-STS-COUNT(1)
008380         " + " WS-STAT-MERGED " PARTITION RECORDS MERGED"
008385     END-IF
008390     DISPLAY "P-ONE-ALR: " WS-ALERT-COUNT " ALERTS RAISED"
008400     EVALUATE TRUE
008410       WHEN NOT WS-MERGE-IS-OK
008420         DISPLAY "P-ONE-ALR: LOG MERGE FAILED - THE LOGS ARE NOT "
008430           "REPLACED AND THE PARTITION LOGS ARE NOT CLEARED"
008470         MOVE 12 TO RETURN-CODE
008480       WHEN WS-ALERT-COUNT > 0
008490         MOVE SPACES TO WS-EXC-SET-ID
008500         MOVE 'W' TO WS-EXC-SEVERITY
008510         MOVE SPACES TO WS-EXC-MESSAGE
008520         STRING WS-ALERT-COUNT " ALERTS RAISED - SEE SMALERT"
008530           DELIMITED BY SIZE INTO WS-EXC-MESSAGE
008540         PERFORM 9000-LOG-EXCEPTION
008550         MOVE 20 TO RETURN-CODE
008560       WHEN WS-RULE-REJECTS > 0
008570         MOVE 4 TO RETURN-CODE
008580     END-EVALUATE
008590     IF WS-EXCLN-IS-OPEN
008600       CLOSE SM-EXCLN-FILE
008610     END-IF.
008620
008630* THE PROGRAM'S OWN ENTRIES GO ON THE END OF THE MERGED LOG,
008640* SINCE THE MAIN LOG IS AN INPUT TO THIS STEP
008650 9000-LOG-EXCEPTION.
008660     IF WS-EXCLN-IS-OPEN
008670       MOVE WS-TODAY TO SM-EXC-RUN-DATE
008680       MOVE WS-RUN-TIME TO SM-EXC-RUN-TIME
008690       MOVE "P-ONE-ALR" TO SM-EXC-PROGRAM-ID
008700       MOVE WS-EXC-SET-ID TO SM-EXC-SET-ID
008710       MOVE WS-EXC-SEVERITY TO SM-EXC-SEVERITY
008720       MOVE WS-EXC-MESSAGE TO SM-EXC-MESSAGE
008730       WRITE SM-EXC-RECORD
008740     END-IF.
