000060 FILE-CONTROL.
000070     SELECT SM-PARM-FILE ASSIGN TO "SMPARM"
000080     ORGANIZATION IS LINE SEQUENTIAL.
000090     SELECT SM-PEND-FILE ASSIGN TO "SMPEND"
000100     ORGANIZATION IS LINE SEQUENTIAL
000105     FILE STATUS IS WS-PEND-STATUS.
000110     SELECT SM-AUDIT-FILE ASSIGN TO "SMAUDIT"
000120     ORGANIZATION IS LINE SEQUENTIAL.
000130     SELECT SM-EXCLOG-FILE ASSIGN TO "SMEXCLOG"
000140     ORGANIZATION IS LINE SEQUENTIAL
000150     FILE STATUS IS WS-EXCLOG-STATUS.
000151     SELECT SM-STATS-FILE ASSIGN TO "SMSTATS"
000152     ORGANIZATION IS LINE SEQUENTIAL
000153     FILE STATUS IS WS-STAT-STATUS.
000154     SELECT SM-WINCTL-FILE ASSIGN TO "SMWINCTL"
000155     ORGANIZATION IS LINE SEQUENTIAL
000156     FILE STATUS IS WS-WINCTL-STATUS.
000157     SELECT SM-WINRPT-FILE ASSIGN TO "SMWINRPT"
000158     ORGANIZATION IS LINE SEQUENTIAL.
000159     SELECT SM-CTLR-FILE ASSIGN TO "SMCTLREG"
000160     ORGANIZATION IS LINE SEQUENTIAL
000161     FILE STATUS IS WS-CTLR-STATUS.
000162 DATA DIVISION.
000170 FILE SECTION.
000180 FD SM-PARM-FILE.
000190     COPY SMPARM.
000200 FD SM-PEND-FILE.
000210     COPY SMPEND.
000410 FD SM-AUDIT-FILE.
000420     COPY SMAUDT.
000430 FD SM-EXCLOG-FILE.
000440     COPY SMEXCP.
000441 FD SM-STATS-FILE.
000442     COPY SMSTAT.
000443* BATCH-WINDOW CONTROL CARD: COLS 1-9 WINDOW LIMIT IN SECONDS
000444* (ZERO = NO LIMIT), COLS 10-11 PARTITION COUNT WHEN THE SETS
000445* RUN UNDER PONEPAR (00 OR 01 = SERIAL P-ONE), COL 12 R TO
000446* REJECT OR H TO HOLD A CHANGE THAT BREAKS THE WINDOW, COLS
000447* 13-15 DAYS OF SMSTATS HISTORY TO AVERAGE (DEFAULT 30)
000448 FD SM-WINCTL-FILE.
000449 01 SM-WINCTL-RECORD.
000450    05 SM-WINCTL-LIMIT-SECS PIC 9(9).
000451    05 SM-WINCTL-PARTITIONS PIC 9(2).
000452    05 SM-WINCTL-ACTION PIC X(1).
000453    05 SM-WINCTL-HIST-DAYS PIC 9(3).
000454    05 FILLER PIC X(65).
000455 FD SM-WINRPT-FILE.
000456 01 SM-WINRPT-RECORD PIC X(100).
000457 FD SM-CTLR-FILE.
000458     COPY SMCTLR.
000459 WORKING-STORAGE SECTION.
000460 01 WS-EXCLOG-STATUS PIC XX VALUE SPACES.
000470 01 WS-CURRENT-DATE.
000480    05 WS-RUN-DATE PIC 9(8).
000640       10 WS-PARM-T-DIVISOR-COUNT PIC 9(1).
000650       10 WS-PARM-T-CKPT-INTERVAL PIC 9(9).
000660       10 WS-PARM-T-ELIGIBLE PIC X(1).
000663       10 WS-PARM-T-HIST-RUNS PIC 9(5).
000666       10 WS-PARM-T-DIV-RATE PIC 9(11).
000670 01 WS-PARM-COUNT PIC 9(4) VALUE 0.
000680 01 WS-PARM-EOF PIC X VALUE 'N'.
000690    88 WS-PARM-END-OF-FILE VALUE 'Y'.
000720 01 WS-FOUND-IDX PIC 9(4) VALUE 0.
000730 01 WS-PMT-VALID PIC X VALUE 'Y'.
000740    88 WS-PMT-IS-VALID VALUE 'Y'.
000790 01 WS-DIV-SUB PIC 9(1) VALUE 0.
000800 01 WS-DIV-ZERO PIC X VALUE 'N'.
000810    88 WS-HAS-ZERO-DIVISOR VALUE 'Y'.
000811* THE RELEASED TRANSACTION CURRENTLY BEING APPLIED, AS SUBMITTED
000812* ON THE ORIGINAL SMPMT CARD
000813 01 SM-PMT-RECORD.
000814    05 SM-PMT-ACTION PIC X(1).
000815       88 SM-PMT-IS-ADD VALUE 'A'.
000816       88 SM-PMT-IS-CHANGE VALUE 'C'.
000817    05 SM-PMT-SET-ID PIC X(8).
000818    05 SM-PMT-ACTIVATE PIC X(1).
000819       88 SM-PMT-SET-ACTIVE VALUE 'Y'.
000820    05 SM-PMT-LOOP-BOUND PIC 9(9).
000821    05 SM-PMT-DIVISORS.
000822       10 SM-PMT-DIVISOR-1 PIC 9(4).
000823       10 SM-PMT-DIVISOR-2 PIC 9(4).
000824       10 SM-PMT-DIVISOR-3 PIC 9(4).
000825       10 SM-PMT-DIVISOR-4 PIC 9(4).
000826       10 SM-PMT-DIVISOR-5 PIC 9(4).
000827    05 SM-PMT-DIVISOR-TBL REDEFINES SM-PMT-DIVISORS.
000828       10 SM-PMT-DIVISOR OCCURS 5 TIMES PIC 9(4).
000829    05 SM-PMT-DIVISOR-COUNT PIC 9(1).
000830    05 SM-PMT-CKPT-INTERVAL PIC 9(9).
000831    05 SM-PMT-ELIGIBLE PIC X(1).
000832       88 SM-PMT-SET-ELIGIBLE VALUE 'Y'.
000833 01 WS-PEND-STATUS PIC XX VALUE SPACES.
000834 01 WS-PEND-TABLE.
000835    05 WS-PEND-ENTRY OCCURS 1 TO 1000 TIMES
000836       DEPENDING ON WS-PEND-COUNT
000837       INDEXED BY WS-PEND-IDX.
000838       10 WS-PEND-T-ITEM-ID PIC X(18).
000839       10 WS-PEND-T-TYPE PIC X(1).
000840       10 WS-PEND-T-SUBMITTER PIC X(8).
000841       10 WS-PEND-T-STATUS PIC X(1).
000842       10 WS-PEND-T-APPROVER PIC X(8).
000843       10 WS-PEND-T-DECISION-DATE PIC 9(8).
000844       10 WS-PEND-T-DECISION-TIME PIC 9(6).
000845       10 WS-PEND-T-APPLY-DATE PIC 9(8).
000846       10 WS-PEND-T-NOTE PIC X(30).
000847       10 WS-PEND-T-TXN-DATA PIC X(61).
000848 01 WS-PEND-COUNT PIC 9(4) VALUE 0.
000849 01 WS-PEND-SUB PIC 9(4) VALUE 0.
000850 01 WS-PEND-EOF PIC X VALUE 'N'.
000851    88 WS-PEND-END-OF-FILE VALUE 'Y'.
000852 01 WS-PEND-OPEN-FAIL PIC X VALUE 'N'.
000853    88 WS-PEND-OPEN-FAILED VALUE 'Y'.
000854 01 WS-PEND-OVERFLOW PIC X VALUE 'N'.
000855    88 WS-PEND-HAS-OVERFLOW VALUE 'Y'.
000856 01 WS-PEND-APPLIED-COUNT PIC 9(4) VALUE 0.
000857 01 WS-STAT-STATUS PIC XX VALUE SPACES.
000858 01 WS-STAT-EOF PIC X VALUE 'N'.
000859    88 WS-STAT-END-OF-FILE VALUE 'Y'.
000860 01 WS-WINCTL-STATUS PIC XX VALUE SPACES.
000861 01 WS-WINDOW-LIMIT PIC 9(9) VALUE 0.
000862 01 WS-WINDOW-PARTITIONS PIC 9(2) VALUE 1.
000863 01 WS-WINDOW-ACTION PIC X VALUE 'R'.
000864    88 WS-WINDOW-HOLDS-CHANGE VALUE 'H'.
000865 01 WS-HIST-DAYS PIC 9(3) VALUE 30.
000866 01 WS-TODAY-INT PIC 9(9) VALUE 0.
000867 01 WS-HIST-CUT-INT PIC 9(9) VALUE 0.
000868 01 WS-STAT-INT PIC 9(9) VALUE 0.
000869* RECENT ITERATIONS-PER-SECOND HISTORY PER SET. SLICE RECORDS
000870* COUNT TOO - A SLICE'S RATE IS ONE WORKER'S RATE, WHICH IS WHAT
000871* THE PARTITION COUNT DIVIDES INTO. THE AVERAGE RATE TIMES THE
000872* SET'S DIVISOR COUNT GIVES DIVISOR TESTS PER SECOND, SO AN EXTRA
000873* DIVISOR LENGTHENS THE PROJECTION IN PROPORTION.
000874 01 WS-RATE-TABLE.
000875    05 WS-RATE-ENTRY OCCURS 1 TO 200 TIMES
000876       DEPENDING ON WS-RATE-COUNT
000877       INDEXED BY WS-RATE-IDX.
000878       10 WS-RATE-T-SET-ID PIC X(8).
000879       10 WS-RATE-T-RUNS PIC 9(5).
000880       10 WS-RATE-T-RATE-SUM PIC 9(14).
000881 01 WS-RATE-COUNT PIC 9(4) VALUE 0.
000882 01 WS-RATE-OVERFLOW PIC X VALUE 'N'.
000883    88 WS-RATE-HAS-OVERFLOW VALUE 'Y'.
000884 01 WS-RATED-SETS PIC 9(4) VALUE 0.
000885 01 WS-RATE-TOTAL PIC 9(15) VALUE 0.
000886 01 WS-DEFAULT-RATE PIC 9(11) VALUE 0.
000887 01 WS-PROJ-LOOP-BOUND PIC 9(9) VALUE 0.
000888 01 WS-PROJ-DIV-COUNT PIC 9(1) VALUE 0.
000889 01 WS-PROJ-RATE PIC 9(11) VALUE 0.
000890 01 WS-PROJ-SECS PIC 9(11) VALUE 0.
000891 01 WS-PROJ-BASIS PIC X(7) VALUE SPACES.
000892 01 WS-WIN-BEFORE PIC 9(11) VALUE 0.
000893 01 WS-WIN-AFTER PIC 9(11) VALUE 0.
000894 01 WS-WIN-SUB PIC 9(4) VALUE 0.
000895 01 WS-WIN-SET-COUNT PIC 9(4) VALUE 0.
000896 01 WS-WIN-HELD PIC X VALUE 'N'.
000897    88 WS-WINDOW-HELD-TXN VALUE 'Y'.
000898 01 WS-WIN-HELD-COUNT PIC 9(4) VALUE 0.
000899 01 WS-WIN-REJECT-COUNT PIC 9(4) VALUE 0.
000900 01 WS-WIN-REASON.
000901    05 FILLER PIC X(9) VALUE "WIN PROJ ".
000902    05 WS-WIN-R-PROJ PIC 9(9).
000903    05 FILLER PIC X(3) VALUE " > ".
000904    05 WS-WIN-R-LIMIT PIC 9(9).
000905 01 WS-WIN-TITLE-LINE.
000906    05 FILLER PIC X(45)
000907       VALUE "SM BATCH WINDOW PROJECTION FOR THE NEXT RUN".
000908    05 FILLER PIC X(9) VALUE "PREPARED ".
000909    05 WT-RUN-DATE PIC 9(8).
000910    05 FILLER PIC X(1) VALUE SPACE.
000911    05 WT-RUN-TIME PIC 9(6).
000912    05 FILLER PIC X(31) VALUE SPACES.
000913 01 WS-WIN-CTL-LINE.
000914    05 FILLER PIC X(13) VALUE "WINDOW LIMIT ".
000915    05 WC-LIMIT PIC Z(8)9.
000916    05 FILLER PIC X(18) VALUE " SECS  PARTITIONS ".
000917    05 WC-PARTITIONS PIC Z9.
000918    05 FILLER PIC X(15) VALUE "  HISTORY DAYS ".
000919    05 WC-HIST-DAYS PIC ZZ9.
000920    05 FILLER PIC X(12) VALUE "  OVER LIMIT".
000921    05 FILLER PIC X(1) VALUE SPACE.
000922    05 WC-ACTION PIC X(6).
000923    05 FILLER PIC X(21) VALUE SPACES.
000924 01 WS-WIN-HEAD-LINE.
000925    05 FILLER PIC X(10) VALUE "SET ID".
000926    05 FILLER PIC X(9) VALUE "ACT ELIG".
000927    05 FILLER PIC X(11) VALUE " LOOP BOUND".
000928    05 FILLER PIC X(6) VALUE "  DIVS".
000929    05 FILLER PIC X(7) VALUE "   RUNS".
000930    05 FILLER PIC X(12) VALUE "   TESTS/SEC".
000931    05 FILLER PIC X(12) VALUE "   PROJ SECS".
000932    05 FILLER PIC X(8) VALUE "  BASIS".
000933    05 FILLER PIC X(25) VALUE SPACES.
000934 01 WS-WIN-DETAIL-LINE.
000935    05 WD-SET-ID PIC X(8).
000936    05 FILLER PIC X(3) VALUE SPACES.
000937    05 WD-ACTIVE PIC X(1).
000938    05 FILLER PIC X(4) VALUE SPACES.
000939    05 WD-ELIGIBLE PIC X(1).
000940    05 FILLER PIC X(2) VALUE SPACES.
000941    05 WD-LOOP-BOUND PIC Z(8)9.
000942    05 FILLER PIC X(5) VALUE SPACES.
000943    05 WD-DIV-COUNT PIC 9(1).
000944    05 FILLER PIC X(2) VALUE SPACES.
000945    05 WD-RUNS PIC ZZZZ9.
000946    05 FILLER PIC X(1) VALUE SPACES.
000947    05 WD-RATE PIC Z(10)9.
000948    05 FILLER PIC X(1) VALUE SPACES.
000949    05 WD-PROJ PIC Z(10)9.
000950    05 FILLER PIC X(2) VALUE SPACES.
000951    05 WD-BASIS PIC X(7).
000952    05 FILLER PIC X(26) VALUE SPACES.
000953 01 WS-WIN-TOTAL-LINE.
000954    05 FILLER PIC X(17) VALUE "PROJECTED WINDOW ".
000955    05 WTL-SET-COUNT PIC ZZZ9.
000956    05 FILLER PIC X(6) VALUE " SETS ".
000957    05 WTL-TOTAL PIC Z(10)9.
000958    05 FILLER PIC X(7) VALUE " SECS  ".
000959    05 WTL-VERDICT PIC X(55).
000960 01 WS-WIN-VERDICT.
000961    05 FILLER PIC X(14) VALUE "OVER LIMIT BY ".
000962    05 WV-OVER PIC Z(10)9.
000963    05 FILLER PIC X(5) VALUE " SECS".
000964 01 WS-WIN-COUNT-LINE.
000965    05 FILLER PIC X(34)
000966       VALUE "CHANGES HELD FOR THE WINDOW      ".
000967    05 WCL-HELD PIC ZZZ9.
000968    05 FILLER PIC X(27) VALUE "   REJECTED FOR THE WINDOW ".
000969    05 WCL-REJECTED PIC ZZZ9.
000970    05 FILLER PIC X(31) VALUE SPACES.
000971* CONTROL-TOTAL REGISTER: THE CHANGE THIS RUN MAKES TO SMPARM IS
000972* ACCUMULATED HERE AS ROWS ARE ADDED AND REMOVED, THEN APPLIED TO
000973* THE REGISTER ENTRY FOR SMPARM ONCE THE CHANGE IS COMMITTED
000974 01 WS-CTLR-STATUS PIC XX VALUE SPACES.
000975 01 WS-CTLR-EOF PIC X VALUE 'N'.
000976    88 WS-CTLR-END-OF-FILE VALUE 'Y'.
000977 01 WS-CTLR-LOAD PIC X VALUE 'N'.
000978    88 WS-CTLR-IS-LOADED VALUE 'Y'.
000979 01 WS-CTLR-TABLE.
000980    05 WS-CTLR-ENTRY OCCURS 1 TO 20 TIMES
000981       DEPENDING ON WS-CTLR-COUNT
000982       INDEXED BY WS-CTLR-IDX.
000983       10 WS-CTLR-T-DDNAME PIC X(8).
000984       10 WS-CTLR-T-COUNT PIC 9(9).
000985       10 WS-CTLR-T-SM-TOTAL PIC 9(18).
000986       10 WS-CTLR-T-HASH-TOTAL PIC 9(18).
000987       10 WS-CTLR-T-PROGRAM-ID PIC X(10).
000988       10 WS-CTLR-T-UPDATE-DATE PIC 9(8).
000989       10 WS-CTLR-T-UPDATE-TIME PIC 9(6).
000990 01 WS-CTLR-COUNT PIC 9(4) VALUE 0.
000991 01 WS-CTLR-SUB PIC 9(4) VALUE 0.
000992 01 WS-CTLR-FOUND-SUB PIC 9(4) VALUE 0.
000993 01 WS-CTLR-DELTA-COUNT PIC S9(9) VALUE 0.
000994 01 WS-CTLR-DELTA-SM PIC S9(18) VALUE 0.
000995 01 WS-CTLR-DELTA-HASH PIC S9(18) VALUE 0.
000996 01 WS-CTLR-SM-WORK PIC 9(18) VALUE 0.
000997 01 WS-CTLR-HASH-WORK PIC 9(18) VALUE 0.
000998 01 WS-CTLR-REC-WORK PIC X(100) VALUE SPACES.
000999 01 WS-CTLR-REC-LEN PIC 9(4) VALUE 0.
001000 01 WS-CTLR-BYTE-SUB PIC 9(4) VALUE 0.
001001
001002 PROCEDURE DIVISION.
001003 P-ONE-PMT-MAIN SECTION.
001004     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
001005     PERFORM 0100-LOAD-PARM-TABLE
001006     PERFORM 0150-LOAD-PENDING-TABLE
001007     PERFORM 0160-LOAD-WINDOW-CONTROL
001008     PERFORM 0170-LOAD-RATE-HISTORY
001009     EVALUATE TRUE
001010       WHEN WS-LOAD-HAS-OVERFLOW
001011         DISPLAY "P-ONE-PMT: SMPARM HAS MORE THAN "
001012           "200 SETS - TRANSACTION BATCH REJECTED, "
001013           "SMPARM NOT REWRITTEN"
001014         MOVE SPACES TO WS-EXC-SET-ID
001015         MOVE 'F' TO WS-EXC-SEVERITY
001016         MOVE "SMPARM OVER 200 SETS - TRANSACTION BATCH REJECTED"
001017           TO WS-EXC-MESSAGE
001018         PERFORM 9000-LOG-EXCEPTION
001019         MOVE 16 TO RETURN-CODE
001020       WHEN WS-PEND-OPEN-FAILED
001021         MOVE 12 TO RETURN-CODE
001022       WHEN WS-PEND-HAS-OVERFLOW
001023         MOVE 16 TO RETURN-CODE
001024       WHEN OTHER
001025         OPEN EXTEND SM-AUDIT-FILE
001026         PERFORM 0200-APPLY-TRANSACTIONS
001027         CLOSE SM-AUDIT-FILE
001028         PERFORM 0300-REWRITE-PARM-FILE
001029         PERFORM 9450-UPDATE-CONTROL-REGISTER
001030         PERFORM 0350-REWRITE-PENDING-FILE
001031         DISPLAY "P-ONE-PMT: " WS-PEND-APPLIED-COUNT
001032           " RELEASED TRANSACTIONS APPLIED"
001033         IF WS-HAS-REJECTED-TXN
001034           MOVE 16 TO RETURN-CODE
001035         ELSE
001036           IF WS-WIN-HELD-COUNT > 0
001037             MOVE 4 TO RETURN-CODE
001038           END-IF
001040         END-IF
001050     END-EVALUATE
001055     PERFORM 0500-WRITE-WINDOW-REPORT
001060     STOP RUN.
001070
001080 0100-LOAD-PARM-TABLE.
001110       READ SM-PARM-FILE
001120         AT END SET WS-PARM-END-OF-FILE TO TRUE
001130         NOT AT END
001132           MOVE SM-PARM-LOOP-BOUND TO WS-CTLR-SM-WORK
001134           MOVE SM-PARM-RECORD TO WS-CTLR-REC-WORK
001136           MOVE LENGTH OF SM-PARM-RECORD TO WS-CTLR-REC-LEN
001138           PERFORM 9410-NOTE-REMOVED-RECORD
001140           IF WS-PARM-COUNT < 200
001150             ADD 1 TO WS-PARM-COUNT
001160             MOVE SM-PARM-SET-ID
001450     END-PERFORM
001460     CLOSE SM-PARM-FILE.
001470
001471* PENDING ITEMS ARE WRITTEN BY P-ONE-SUB AND RELEASED BY
001472* P-ONE-APR UNDER A SECOND OPERATOR ID. THE WHOLE FILE IS HELD
001473* HERE SO THE APPLIED ITEMS CAN BE MARKED AND IT REWRITTEN.
001474 0150-LOAD-PENDING-TABLE.
001475     OPEN INPUT SM-PEND-FILE
001476     EVALUATE WS-PEND-STATUS
001477       WHEN "00"
001478         PERFORM UNTIL WS-PEND-END-OF-FILE
001479           READ SM-PEND-FILE
001480             AT END SET WS-PEND-END-OF-FILE TO TRUE
001481             NOT AT END
001482               IF WS-PEND-COUNT < 1000
001483                 ADD 1 TO WS-PEND-COUNT
001484                 MOVE SM-PEND-RECORD
001485                   TO WS-PEND-ENTRY(WS-PEND-COUNT)
001486               ELSE
001487                 SET WS-PEND-HAS-OVERFLOW TO TRUE
001488               END-IF
001489           END-READ
001490         END-PERFORM
001491         CLOSE SM-PEND-FILE
001492         IF WS-PEND-HAS-OVERFLOW
001493           DISPLAY "P-ONE-PMT: PENDING FILE HAS MORE THAN 1000 "
001494             "ITEMS - NOTHING APPLIED"
001495           MOVE SPACES TO WS-EXC-SET-ID
001496           MOVE 'F' TO WS-EXC-SEVERITY
001497           MOVE "PENDING FILE OVER 1000 ITEMS - NOTHING APPLIED"
001498             TO WS-EXC-MESSAGE
001499           PERFORM 9000-LOG-EXCEPTION
001500         END-IF
001501       WHEN "35"
001502         CONTINUE
001503       WHEN OTHER
001504         SET WS-PEND-OPEN-FAILED TO TRUE
001505         DISPLAY "P-ONE-PMT: UNABLE TO OPEN PENDING FILE - "
001506           "FILE STATUS " WS-PEND-STATUS
001507         MOVE SPACES TO WS-EXC-SET-ID
001508         MOVE 'E' TO WS-EXC-SEVERITY
001509         MOVE SPACES TO WS-EXC-MESSAGE
001510         STRING "UNABLE TO OPEN PENDING FILE - FILE STATUS "
001511           WS-PEND-STATUS DELIMITED BY SIZE INTO WS-EXC-MESSAGE
001512         PERFORM 9000-LOG-EXCEPTION
001513     END-EVALUATE.
001514
001515 0160-LOAD-WINDOW-CONTROL.
001516     OPEN INPUT SM-WINCTL-FILE
001517     IF WS-WINCTL-STATUS = "00"
001518       READ SM-WINCTL-FILE
001519         AT END CONTINUE
001520         NOT AT END
001521           IF SM-WINCTL-LIMIT-SECS IS NUMERIC
001522             MOVE SM-WINCTL-LIMIT-SECS TO WS-WINDOW-LIMIT
001523           END-IF
001524           IF SM-WINCTL-PARTITIONS IS NUMERIC
001525              AND SM-WINCTL-PARTITIONS > 1
001526             MOVE SM-WINCTL-PARTITIONS TO WS-WINDOW-PARTITIONS
001527           END-IF
001528           IF SM-WINCTL-ACTION = 'H'
001529             MOVE 'H' TO WS-WINDOW-ACTION
001530           END-IF
001531           IF SM-WINCTL-HIST-DAYS IS NUMERIC
001532              AND SM-WINCTL-HIST-DAYS > 0
001533             MOVE SM-WINCTL-HIST-DAYS TO WS-HIST-DAYS
001534           END-IF
001535       END-READ
001536       CLOSE SM-WINCTL-FILE
001537     END-IF
001538     IF WS-WINDOW-LIMIT = 0
001539       DISPLAY "P-ONE-PMT: NO BATCH-WINDOW LIMIT CONFIGURED - "
001540         "CHANGES NOT CHECKED AGAINST THE WINDOW"
001541       MOVE SPACES TO WS-EXC-SET-ID
001542       MOVE 'W' TO WS-EXC-SEVERITY
001543       MOVE "NO BATCH-WINDOW LIMIT SET - CHANGES NOT CHECKED"
001544         TO WS-EXC-MESSAGE
001545       PERFORM 9000-LOG-EXCEPTION
001546     END-IF.
001547
001548 0170-LOAD-RATE-HISTORY.
001549     COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
001550     COMPUTE WS-HIST-CUT-INT = WS-TODAY-INT - WS-HIST-DAYS
001551     OPEN INPUT SM-STATS-FILE
001552     IF WS-STAT-STATUS = "00"
001553       PERFORM UNTIL WS-STAT-END-OF-FILE
001554         READ SM-STATS-FILE
001555           AT END SET WS-STAT-END-OF-FILE TO TRUE
001556           NOT AT END
001557             PERFORM 0175-TABLE-ONE-RATE
001558         END-READ
001559       END-PERFORM
001560       CLOSE SM-STATS-FILE
001561     END-IF
001562     PERFORM 0180-SET-BASE-RATES.
001563
001564 0175-TABLE-ONE-RATE.
001565     IF SM-STAT-RUN-DATE IS NUMERIC
001566        AND SM-STAT-ITER-PER-SEC IS NUMERIC
001567        AND SM-STAT-ITER-PER-SEC > 0
001568       COMPUTE WS-STAT-INT =
001569         FUNCTION INTEGER-OF-DATE(SM-STAT-RUN-DATE)
001570       IF WS-STAT-INT > WS-HIST-CUT-INT
001571         MOVE 0 TO WS-FOUND-IDX
001572         IF WS-RATE-COUNT > 0
001573           SET WS-RATE-IDX TO 1
001574           SEARCH WS-RATE-ENTRY
001575             AT END CONTINUE
001576             WHEN WS-RATE-T-SET-ID(WS-RATE-IDX) = SM-STAT-SET-ID
001577               MOVE WS-RATE-IDX TO WS-FOUND-IDX
001578           END-SEARCH
001579         END-IF
001580         IF WS-FOUND-IDX = 0
001581           IF WS-RATE-COUNT < 200
001582             ADD 1 TO WS-RATE-COUNT
001583             MOVE WS-RATE-COUNT TO WS-FOUND-IDX
001584             MOVE SM-STAT-SET-ID TO WS-RATE-T-SET-ID(WS-FOUND-IDX)
001585             MOVE 0 TO WS-RATE-T-RUNS(WS-FOUND-IDX)
001586             MOVE 0 TO WS-RATE-T-RATE-SUM(WS-FOUND-IDX)
001587           ELSE
001588             IF NOT WS-RATE-HAS-OVERFLOW
001589               SET WS-RATE-HAS-OVERFLOW TO TRUE
001590               DISPLAY "P-ONE-PMT: MORE THAN 200 SETS IN SMSTATS "
001591                 "HISTORY - EXTRA SETS USE THE DEFAULT RATE"
001592             END-IF
001593           END-IF
001594         END-IF
001595         IF WS-FOUND-IDX > 0
001596           ADD 1 TO WS-RATE-T-RUNS(WS-FOUND-IDX)
001597           ADD SM-STAT-ITER-PER-SEC
001598             TO WS-RATE-T-RATE-SUM(WS-FOUND-IDX)
001599         END-IF
001600       END-IF
001601     END-IF.
001602
001603* A SET WITH NO RECENT HISTORY (A NEW ADD, OR ONE THAT HAS NOT RUN
001604* LATELY) IS PROJECTED AT THE AVERAGE RATE OF THE SETS THAT HAVE
001605* HISTORY.
001606 0180-SET-BASE-RATES.
001607     PERFORM VARYING WS-WIN-SUB FROM 1 BY 1
001608       UNTIL WS-WIN-SUB > WS-PARM-COUNT
001609       MOVE 0 TO WS-PARM-T-HIST-RUNS(WS-WIN-SUB)
001610       MOVE 0 TO WS-PARM-T-DIV-RATE(WS-WIN-SUB)
001611       MOVE 0 TO WS-FOUND-IDX
001612       IF WS-RATE-COUNT > 0
001613         SET WS-RATE-IDX TO 1
001614         SEARCH WS-RATE-ENTRY
001615           AT END CONTINUE
001616           WHEN WS-RATE-T-SET-ID(WS-RATE-IDX)
001617              = WS-PARM-T-SET-ID(WS-WIN-SUB)
001618             MOVE WS-RATE-IDX TO WS-FOUND-IDX
001619         END-SEARCH
001620       END-IF
001621       IF WS-FOUND-IDX > 0
001622         MOVE WS-RATE-T-RUNS(WS-FOUND-IDX)
001623           TO WS-PARM-T-HIST-RUNS(WS-WIN-SUB)
001624         COMPUTE WS-PARM-T-DIV-RATE(WS-WIN-SUB) ROUNDED =
001625           WS-RATE-T-RATE-SUM(WS-FOUND-IDX)
001626           * WS-PARM-T-DIVISOR-COUNT(WS-WIN-SUB)
001627           / WS-RATE-T-RUNS(WS-FOUND-IDX)
001628         IF WS-PARM-T-DIV-RATE(WS-WIN-SUB) > 0
001629           ADD 1 TO WS-RATED-SETS
001630           ADD WS-PARM-T-DIV-RATE(WS-WIN-SUB) TO WS-RATE-TOTAL
001631         END-IF
001632       END-IF
001633     END-PERFORM
001634     IF WS-RATED-SETS > 0
001635       COMPUTE WS-DEFAULT-RATE ROUNDED =
001636         WS-RATE-TOTAL / WS-RATED-SETS
001637     END-IF.
001638
001639 0200-APPLY-TRANSACTIONS.
001640     PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
001641       UNTIL WS-PEND-SUB > WS-PEND-COUNT
001642       IF WS-PEND-T-TYPE(WS-PEND-SUB) = 'P'
001643          AND WS-PEND-T-STATUS(WS-PEND-SUB) = 'R'
001644         MOVE WS-PEND-T-TXN-DATA(WS-PEND-SUB) TO SM-PMT-RECORD
001645         PERFORM 0250-APPLY-ONE-TRANSACTION
001646         IF WS-AUD-DISP = 'A'
001647           MOVE 'A' TO WS-PEND-T-STATUS(WS-PEND-SUB)
001648           ADD 1 TO WS-PEND-APPLIED-COUNT
001649         ELSE
001650           IF WS-AUD-DISP = 'H'
001651             MOVE WS-AUD-REASON TO WS-PEND-T-NOTE(WS-PEND-SUB)
001652           ELSE
001653             MOVE 'F' TO WS-PEND-T-STATUS(WS-PEND-SUB)
001654             MOVE WS-AUD-REASON TO WS-PEND-T-NOTE(WS-PEND-SUB)
001655           END-IF
001656         END-IF
001657         IF WS-AUD-DISP NOT = 'H'
001658           MOVE WS-RUN-DATE TO WS-PEND-T-APPLY-DATE(WS-PEND-SUB)
001659         END-IF
001660       END-IF
001661     END-PERFORM.
001662
001663 0250-APPLY-ONE-TRANSACTION.
001664     MOVE 0 TO WS-FOUND-IDX
001665     SET WS-PARM-IDX TO 1
001666     SEARCH WS-PARM-ENTRY
001667       AT END CONTINUE
001668       WHEN WS-PARM-T-SET-ID(WS-PARM-IDX) = SM-PMT-SET-ID
001669         MOVE WS-PARM-IDX TO WS-FOUND-IDX
001670     END-SEARCH
001671     PERFORM 0230-CAPTURE-BEFORE-IMAGE
001680     MOVE 'A' TO WS-AUD-DISP
001690     MOVE SPACES TO WS-AUD-REASON
001700     PERFORM 0240-VALIDATE-TRANSACTION
001701     MOVE 'N' TO WS-WIN-HELD
001702     IF WS-PMT-IS-VALID
001703        AND ((WS-FOUND-IDX > 0 AND SM-PMT-IS-CHANGE)
001704         OR (WS-FOUND-IDX = 0 AND SM-PMT-IS-ADD))
001705       PERFORM 0400-CHECK-BATCH-WINDOW
001706     END-IF
001710     IF WS-PMT-IS-VALID
001720       IF WS-FOUND-IDX > 0 AND SM-PMT-IS-ADD
001730         SET WS-HAS-REJECTED-TXN TO TRUE
001820             MOVE WS-PARM-COUNT TO WS-FOUND-IDX
001830             MOVE SM-PMT-SET-ID
001840               TO WS-PARM-T-SET-ID(WS-FOUND-IDX)
001843             MOVE 0 TO WS-PARM-T-HIST-RUNS(WS-FOUND-IDX)
001846             MOVE 0 TO WS-PARM-T-DIV-RATE(WS-FOUND-IDX)
001850           ELSE
001860             SET WS-HAS-REJECTED-TXN TO TRUE
001870             MOVE 'R' TO WS-AUD-DISP
002190         END-IF
002200       END-IF
002210     ELSE
002212       IF WS-WINDOW-HELD-TXN
002214         MOVE 'H' TO WS-AUD-DISP
002216       ELSE
002220         MOVE 'R' TO WS-AUD-DISP
002225       END-IF
002230     END-IF
002240     PERFORM 0260-CAPTURE-AFTER-IMAGE
002250     PERFORM 0290-WRITE-AUDIT-RECORD.
003190     END-IF.
003200
003210 0290-WRITE-AUDIT-RECORD.
003211     IF WS-AUD-DISP = 'A'
003212       MOVE SPACES TO WS-AUD-REASON
003213       STRING "BY " WS-PEND-T-SUBMITTER(WS-PEND-SUB)
003214         " APPROVED " WS-PEND-T-APPROVER(WS-PEND-SUB)
003215         DELIMITED BY SIZE INTO WS-AUD-REASON
003216     END-IF
003220     MOVE WS-RUN-DATE TO SM-AUDIT-RUN-DATE
003230     MOVE WS-RUN-TIME TO SM-AUDIT-RUN-TIME
003240     MOVE SM-PMT-ACTION TO SM-AUDIT-ACTION
003330       STRING "TRANSACTION REJECTED - " WS-AUD-REASON
003340         DELIMITED BY SIZE INTO WS-EXC-MESSAGE
003350       PERFORM 9000-LOG-EXCEPTION
003360     END-IF
003361     IF WS-AUD-DISP = 'H'
003362       MOVE SM-PMT-SET-ID TO WS-EXC-SET-ID
003363       MOVE 'W' TO WS-EXC-SEVERITY
003364       MOVE SPACES TO WS-EXC-MESSAGE
003365       STRING "TRANSACTION HELD - " WS-AUD-REASON
003366         DELIMITED BY SIZE INTO WS-EXC-MESSAGE
003367       PERFORM 9000-LOG-EXCEPTION
003368     END-IF.
003370
003380 0280-DEACTIVATE-OTHER-SETS.
003390     SET WS-PARM-IDX TO 1
003630         TO SM-PARM-CKPT-INTERVAL
003640       MOVE WS-PARM-T-ELIGIBLE(WS-PARM-IDX)
003650         TO SM-PARM-RUN-ELIGIBLE
003660       MOVE SM-PARM-LOOP-BOUND TO WS-CTLR-SM-WORK
003662       MOVE SM-PARM-RECORD TO WS-CTLR-REC-WORK
003664       MOVE LENGTH OF SM-PARM-RECORD TO WS-CTLR-REC-LEN
003666       WRITE SM-PARM-RECORD
003668       PERFORM 9400-NOTE-ADDED-RECORD
003670     END-PERFORM
003680     CLOSE SM-PARM-FILE.
003681
003682 0350-REWRITE-PENDING-FILE.
003683     OPEN OUTPUT SM-PEND-FILE
003684     PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
003685       UNTIL WS-PEND-SUB > WS-PEND-COUNT
003686       MOVE WS-PEND-ENTRY(WS-PEND-SUB) TO SM-PEND-RECORD
003687       WRITE SM-PEND-RECORD
003688     END-PERFORM
003689     CLOSE SM-PEND-FILE.
003690
003691* A CHANGE IS REFUSED WHEN, WITH IT APPLIED, THE PROJECTED
003692* ELAPSED TIME OF EVERY SET THE NEXT RUN WILL PICK UP (ACTIVE OR
003693* RUN-ELIGIBLE) EXCEEDS THE WINDOW LIMIT AND IS LONGER THAN
003694* WITHOUT IT - A CHANGE THAT SHORTENS AN ALREADY-OVERRUN
003695* WINDOW IS STILL LET THROUGH. THE CONTROL CARD SAYS WHETHER THE
003696* CHANGE IS REJECTED OR HELD RELEASED FOR A LATER RUN.
003697 0400-CHECK-BATCH-WINDOW.
003698     IF WS-WINDOW-LIMIT > 0
003699       PERFORM 0420-PROJECT-CURRENT-WINDOW
003700       PERFORM 0430-PROJECT-CHANGED-WINDOW
003701       IF WS-WIN-AFTER > WS-WINDOW-LIMIT
003702          AND WS-WIN-AFTER > WS-WIN-BEFORE
003703         MOVE 'N' TO WS-PMT-VALID
003704         IF WS-WIN-AFTER > 999999999
003705           MOVE 999999999 TO WS-WIN-R-PROJ
003706         ELSE
003707           MOVE WS-WIN-AFTER TO WS-WIN-R-PROJ
003708         END-IF
003709         MOVE WS-WINDOW-LIMIT TO WS-WIN-R-LIMIT
003710         MOVE WS-WIN-REASON TO WS-AUD-REASON
003711         IF WS-WINDOW-HOLDS-CHANGE
003712           SET WS-WINDOW-HELD-TXN TO TRUE
003713           ADD 1 TO WS-WIN-HELD-COUNT
003714           DISPLAY "P-ONE-PMT: " SM-PMT-SET-ID
003715             " HELD - PROJECTED WINDOW " WS-WIN-AFTER
003716             " SECS OVER LIMIT " WS-WINDOW-LIMIT
003717         ELSE
003718           SET WS-HAS-REJECTED-TXN TO TRUE
003719           ADD 1 TO WS-WIN-REJECT-COUNT
003720           DISPLAY "P-ONE-PMT: " SM-PMT-SET-ID
003721             " REJECTED - PROJECTED WINDOW " WS-WIN-AFTER
003722             " SECS OVER LIMIT " WS-WINDOW-LIMIT
003723         END-IF
003724       END-IF
003725     END-IF.
003726
003727 0420-PROJECT-CURRENT-WINDOW.
003728     MOVE 0 TO WS-WIN-BEFORE
003729     PERFORM VARYING WS-WIN-SUB FROM 1 BY 1
003730       UNTIL WS-WIN-SUB > WS-PARM-COUNT
003731       IF WS-PARM-T-ACTIVE(WS-WIN-SUB) = 'Y'
003732          OR WS-PARM-T-ELIGIBLE(WS-WIN-SUB) = 'Y'
003733         PERFORM 0440-PROJECT-TABLE-SET
003734         ADD WS-PROJ-SECS TO WS-WIN-BEFORE
003735       END-IF
003736     END-PERFORM.
003737
003738* AN ACTIVATING CHANGE CLEARS ACTIVE ON EVERY OTHER SET, SO THOSE
003739* STAY IN THE WINDOW ONLY IF THEY ARE RUN-ELIGIBLE
003740 0430-PROJECT-CHANGED-WINDOW.
003741     MOVE 0 TO WS-WIN-AFTER
003742     PERFORM VARYING WS-WIN-SUB FROM 1 BY 1
003743       UNTIL WS-WIN-SUB > WS-PARM-COUNT
003744       IF WS-WIN-SUB NOT = WS-FOUND-IDX
003745         IF WS-PARM-T-ELIGIBLE(WS-WIN-SUB) = 'Y'
003746            OR (WS-PARM-T-ACTIVE(WS-WIN-SUB) = 'Y'
003747                AND NOT SM-PMT-SET-ACTIVE)
003748           PERFORM 0440-PROJECT-TABLE-SET
003749           ADD WS-PROJ-SECS TO WS-WIN-AFTER
003750         END-IF
003751       END-IF
003752     END-PERFORM
003753     IF SM-PMT-SET-ACTIVE OR SM-PMT-SET-ELIGIBLE
003754       MOVE SM-PMT-LOOP-BOUND TO WS-PROJ-LOOP-BOUND
003755       MOVE SM-PMT-DIVISOR-COUNT TO WS-PROJ-DIV-COUNT
003756       IF WS-FOUND-IDX > 0
003757         MOVE WS-PARM-T-DIV-RATE(WS-FOUND-IDX) TO WS-PROJ-RATE
003758       ELSE
003759         MOVE 0 TO WS-PROJ-RATE
003760       END-IF
003761       PERFORM 0450-PROJECT-ONE-SET
003762       ADD WS-PROJ-SECS TO WS-WIN-AFTER
003763     END-IF.
003764
003765 0440-PROJECT-TABLE-SET.
003766     MOVE WS-PARM-T-LOOP-BOUND(WS-WIN-SUB) TO WS-PROJ-LOOP-BOUND
003767     MOVE WS-PARM-T-DIVISOR-COUNT(WS-WIN-SUB) TO WS-PROJ-DIV-COUNT
003768     MOVE WS-PARM-T-DIV-RATE(WS-WIN-SUB) TO WS-PROJ-RATE
003769     PERFORM 0450-PROJECT-ONE-SET.
003770
003771* ELAPSED SECONDS = LOOP BOUND X DIVISORS / DIVISOR TESTS PER
003772* SECOND, SHARED ACROSS THE PARTITIONS WHEN THE SETS RUN UNDER
003773* PONEPAR (THE SLICES RUN IN PARALLEL)
003774 0450-PROJECT-ONE-SET.
003775     IF WS-PROJ-RATE > 0
003776       MOVE "HISTORY" TO WS-PROJ-BASIS
003777     ELSE
003778       MOVE WS-DEFAULT-RATE TO WS-PROJ-RATE
003779       MOVE "DEFAULT" TO WS-PROJ-BASIS
003780     END-IF
003781     IF WS-PROJ-RATE > 0
003782       COMPUTE WS-PROJ-SECS ROUNDED =
003783         (WS-PROJ-LOOP-BOUND * WS-PROJ-DIV-COUNT)
003784         / (WS-PROJ-RATE * WS-WINDOW-PARTITIONS)
003785     ELSE
003786       MOVE 0 TO WS-PROJ-SECS
003787       MOVE "NONE" TO WS-PROJ-BASIS
003788     END-IF.
003789
003790* WRITTEN ON EVERY RUN FROM THE PARAMETER TABLE AS IT STANDS AFTER
003791* THIS RUN'S CHANGES - WHAT TOMORROW'S WINDOW LOOKS LIKE
003792 0500-WRITE-WINDOW-REPORT.
003793     OPEN OUTPUT SM-WINRPT-FILE
003794     MOVE WS-RUN-DATE TO WT-RUN-DATE
003795     MOVE WS-RUN-TIME TO WT-RUN-TIME
003796     MOVE WS-WIN-TITLE-LINE TO SM-WINRPT-RECORD
003797     WRITE SM-WINRPT-RECORD
003798     MOVE WS-WINDOW-LIMIT TO WC-LIMIT
003799     MOVE WS-WINDOW-PARTITIONS TO WC-PARTITIONS
003800     MOVE WS-HIST-DAYS TO WC-HIST-DAYS
003801     IF WS-WINDOW-HOLDS-CHANGE
003802       MOVE "HOLD" TO WC-ACTION
003803     ELSE
003804       MOVE "REJECT" TO WC-ACTION
003805     END-IF
003806     MOVE WS-WIN-CTL-LINE TO SM-WINRPT-RECORD
003807     WRITE SM-WINRPT-RECORD
003808     IF WS-LOAD-HAS-OVERFLOW
003809       MOVE "SMPARM OVER 200 SETS - ONLY THE FIRST 200 ARE SHOWN"
003810         TO SM-WINRPT-RECORD
003811       WRITE SM-WINRPT-RECORD
003812     END-IF
003813     MOVE SPACES TO SM-WINRPT-RECORD
003814     WRITE SM-WINRPT-RECORD
003815     MOVE WS-WIN-HEAD-LINE TO SM-WINRPT-RECORD
003816     WRITE SM-WINRPT-RECORD
003817     MOVE 0 TO WS-WIN-BEFORE
003818     MOVE 0 TO WS-WIN-SET-COUNT
003819     PERFORM VARYING WS-WIN-SUB FROM 1 BY 1
003820       UNTIL WS-WIN-SUB > WS-PARM-COUNT
003821       IF WS-PARM-T-ACTIVE(WS-WIN-SUB) = 'Y'
003822          OR WS-PARM-T-ELIGIBLE(WS-WIN-SUB) = 'Y'
003823         PERFORM 0440-PROJECT-TABLE-SET
003824         ADD WS-PROJ-SECS TO WS-WIN-BEFORE
003825         ADD 1 TO WS-WIN-SET-COUNT
003826         MOVE WS-PARM-T-SET-ID(WS-WIN-SUB) TO WD-SET-ID
003827         MOVE WS-PARM-T-ACTIVE(WS-WIN-SUB) TO WD-ACTIVE
003828         MOVE WS-PARM-T-ELIGIBLE(WS-WIN-SUB) TO WD-ELIGIBLE
003829         MOVE WS-PROJ-LOOP-BOUND TO WD-LOOP-BOUND
003830         MOVE WS-PROJ-DIV-COUNT TO WD-DIV-COUNT
003831         MOVE WS-PARM-T-HIST-RUNS(WS-WIN-SUB) TO WD-RUNS
003832         MOVE WS-PROJ-RATE TO WD-RATE
003833         MOVE WS-PROJ-SECS TO WD-PROJ
003834         MOVE WS-PROJ-BASIS TO WD-BASIS
003835         MOVE WS-WIN-DETAIL-LINE TO SM-WINRPT-RECORD
003836         WRITE SM-WINRPT-RECORD
003837       END-IF
003838     END-PERFORM
003839     IF WS-WIN-SET-COUNT = 0
003840       MOVE "NO ACTIVE OR RUN-ELIGIBLE SETS IN SMPARM"
003841         TO SM-WINRPT-RECORD
003842       WRITE SM-WINRPT-RECORD
003843     END-IF
003844     MOVE SPACES TO SM-WINRPT-RECORD
003845     WRITE SM-WINRPT-RECORD
003846     MOVE WS-WIN-SET-COUNT TO WTL-SET-COUNT
003847     MOVE WS-WIN-BEFORE TO WTL-TOTAL
003848     EVALUATE TRUE
003849       WHEN WS-WINDOW-LIMIT = 0
003850         MOVE "NO WINDOW LIMIT CONFIGURED" TO WTL-VERDICT
003851       WHEN WS-WIN-BEFORE > WS-WINDOW-LIMIT
003852         COMPUTE WV-OVER = WS-WIN-BEFORE - WS-WINDOW-LIMIT
003853         MOVE WS-WIN-VERDICT TO WTL-VERDICT
003854       WHEN OTHER
003855         MOVE "WITHIN LIMIT" TO WTL-VERDICT
003856     END-EVALUATE
003857     MOVE WS-WIN-TOTAL-LINE TO SM-WINRPT-RECORD
003858     WRITE SM-WINRPT-RECORD
003859     MOVE WS-WIN-HELD-COUNT TO WCL-HELD
003860     MOVE WS-WIN-REJECT-COUNT TO WCL-REJECTED
003861     MOVE WS-WIN-COUNT-LINE TO SM-WINRPT-RECORD
003862     WRITE SM-WINRPT-RECORD
003863     CLOSE SM-WINRPT-FILE
003864     IF WS-WINDOW-LIMIT > 0
003865        AND WS-WIN-BEFORE > WS-WINDOW-LIMIT
003866       DISPLAY "P-ONE-PMT: NEXT RUN PROJECTED AT " WS-WIN-BEFORE
003867         " SECS - OVER THE " WS-WINDOW-LIMIT " SEC WINDOW"
003868       MOVE SPACES TO WS-EXC-SET-ID
003869       MOVE 'W' TO WS-EXC-SEVERITY
003870       MOVE SPACES TO WS-EXC-MESSAGE
003871       STRING "NEXT RUN PROJECTED OVER THE BATCH WINDOW - "
003872         "SEE SMWINRPT" DELIMITED BY SIZE INTO WS-EXC-MESSAGE
003873       PERFORM 9000-LOG-EXCEPTION
003874     END-IF.
003875
003876 9000-LOG-EXCEPTION.
003877     OPEN EXTEND SM-EXCLOG-FILE
003878     IF WS-EXCLOG-STATUS = "00"
003879       MOVE WS-RUN-DATE TO SM-EXC-RUN-DATE
003880       MOVE WS-RUN-TIME TO SM-EXC-RUN-TIME
003881       MOVE "P-ONE-PMT" TO SM-EXC-PROGRAM-ID
003882       MOVE WS-EXC-SET-ID TO SM-EXC-SET-ID
003883       MOVE WS-EXC-SEVERITY TO SM-EXC-SEVERITY
003884       MOVE WS-EXC-MESSAGE TO SM-EXC-MESSAGE
003885       WRITE SM-EXC-RECORD
003886       CLOSE SM-EXCLOG-FILE
003887     END-IF.
003890
003900* A ROW ADDED TO OR REMOVED FROM SMPARM: WS-CTLR-REC-WORK HOLDS
003910* ITS IMAGE, WS-CTLR-REC-LEN ITS LENGTH AND WS-CTLR-SM-WORK ITS
003920* SM AMOUNT. A REPLACED ROW IS NOTED AS ONE REMOVED AND ONE ADDED.
003930 9400-NOTE-ADDED-RECORD.
003940     PERFORM 9420-HASH-RECORD
003950     ADD 1 TO WS-CTLR-DELTA-COUNT
003960     ADD WS-CTLR-SM-WORK TO WS-CTLR-DELTA-SM
003970     ADD WS-CTLR-HASH-WORK TO WS-CTLR-DELTA-HASH.
003980
003990 9410-NOTE-REMOVED-RECORD.
004000     PERFORM 9420-HASH-RECORD
004010     SUBTRACT 1 FROM WS-CTLR-DELTA-COUNT
004020     SUBTRACT WS-CTLR-SM-WORK FROM WS-CTLR-DELTA-SM
004030     SUBTRACT WS-CTLR-HASH-WORK FROM WS-CTLR-DELTA-HASH.
004040
004050* EACH BYTE'S COLLATING POSITION WEIGHTED BY ITS OFFSET, SO THAT
004060* A CHANGED OR TRANSPOSED CHARACTER ALTERS THE HASH TOTAL
004070 9420-HASH-RECORD.
004080     MOVE 0 TO WS-CTLR-HASH-WORK
004090     PERFORM VARYING WS-CTLR-BYTE-SUB FROM 1 BY 1
004100       UNTIL WS-CTLR-BYTE-SUB > WS-CTLR-REC-LEN
004110       COMPUTE WS-CTLR-HASH-WORK = WS-CTLR-HASH-WORK
004120         + FUNCTION ORD(WS-CTLR-REC-WORK(WS-CTLR-BYTE-SUB:1))
004130         * WS-CTLR-BYTE-SUB
004140     END-PERFORM.
004150
004160* P-ONE-CTV CHECKS THE REGISTER AGAINST THE LIVE FILES AT THE
004170* START OF THE NIGHTLY STREAM. AN ENTRY THAT IS MISSING IS LEFT
004180* FOR P-ONE-CTV TO REPORT; IT IS CREATED ONLY BY A RESYNC RUN.
004190 9450-UPDATE-CONTROL-REGISTER.
004200     IF WS-CTLR-DELTA-COUNT NOT = 0
004210        OR WS-CTLR-DELTA-SM NOT = 0
004220        OR WS-CTLR-DELTA-HASH NOT = 0
004230       PERFORM 9455-LOAD-CONTROL-REGISTER
004240       IF WS-CTLR-IS-LOADED
004250         MOVE 0 TO WS-CTLR-FOUND-SUB
004260         SET WS-CTLR-IDX TO 1
004270         SEARCH WS-CTLR-ENTRY
004280           AT END CONTINUE
004290           WHEN WS-CTLR-T-DDNAME(WS-CTLR-IDX) = "SMPARM"
004300             SET WS-CTLR-FOUND-SUB TO WS-CTLR-IDX
004310         END-SEARCH
004320         IF WS-CTLR-FOUND-SUB = 0
004330           DISPLAY "P-ONE-PMT: NO CONTROL-TOTAL REGISTER "
004340             "ENTRY FOR SMPARM - REGISTER NOT UPDATED"
004350           MOVE SPACES TO WS-EXC-SET-ID
004360           MOVE 'W' TO WS-EXC-SEVERITY
004370           MOVE SPACES TO WS-EXC-MESSAGE
004380           STRING "NO CONTROL-TOTAL REGISTER ENTRY FOR SMPARM"
004390             " - NOT UPDATED"
004400             DELIMITED BY SIZE INTO WS-EXC-MESSAGE
004410           PERFORM 9000-LOG-EXCEPTION
004420         ELSE
004430           COMPUTE WS-CTLR-T-COUNT(WS-CTLR-FOUND-SUB) =
004440             WS-CTLR-T-COUNT(WS-CTLR-FOUND-SUB)
004450             + WS-CTLR-DELTA-COUNT
004460           COMPUTE WS-CTLR-T-SM-TOTAL(WS-CTLR-FOUND-SUB) =
004470             WS-CTLR-T-SM-TOTAL(WS-CTLR-FOUND-SUB)
004480             + WS-CTLR-DELTA-SM
004490           COMPUTE WS-CTLR-T-HASH-TOTAL(WS-CTLR-FOUND-SUB) =
004500             WS-CTLR-T-HASH-TOTAL(WS-CTLR-FOUND-SUB)
004510             + WS-CTLR-DELTA-HASH
004520           MOVE "P-ONE-PMT"
004530             TO WS-CTLR-T-PROGRAM-ID(WS-CTLR-FOUND-SUB)
004540           MOVE WS-RUN-DATE
004550             TO WS-CTLR-T-UPDATE-DATE(WS-CTLR-FOUND-SUB)
004560           MOVE WS-RUN-TIME
004570             TO WS-CTLR-T-UPDATE-TIME(WS-CTLR-FOUND-SUB)
004580           PERFORM 9457-REWRITE-CONTROL-REGISTER
004590         END-IF
004600       END-IF
004610     END-IF.
004620
004630 9455-LOAD-CONTROL-REGISTER.
004640     MOVE 0 TO WS-CTLR-COUNT
004650     MOVE 'N' TO WS-CTLR-LOAD
004660     MOVE 'N' TO WS-CTLR-EOF
004670     OPEN INPUT SM-CTLR-FILE
004680     IF WS-CTLR-STATUS NOT = "00"
004690       PERFORM 9460-LOG-REGISTER-FAILURE
004700     ELSE
004710       SET WS-CTLR-IS-LOADED TO TRUE
004720       PERFORM UNTIL WS-CTLR-END-OF-FILE
004730         READ SM-CTLR-FILE
004740           AT END SET WS-CTLR-END-OF-FILE TO TRUE
004750           NOT AT END
004760             IF WS-CTLR-COUNT < 20
004770               ADD 1 TO WS-CTLR-COUNT
004780               MOVE SM-CTLR-RECORD TO WS-CTLR-ENTRY(WS-CTLR-COUNT)
004790             END-IF
004800         END-READ
004810       END-PERFORM
004820       CLOSE SM-CTLR-FILE
004830     END-IF.
004840
004850 9457-REWRITE-CONTROL-REGISTER.
004860     OPEN OUTPUT SM-CTLR-FILE
004870     IF WS-CTLR-STATUS NOT = "00"
004880       PERFORM 9460-LOG-REGISTER-FAILURE
004890     ELSE
004900       PERFORM VARYING WS-CTLR-SUB FROM 1 BY 1
004910         UNTIL WS-CTLR-SUB > WS-CTLR-COUNT
004920         MOVE WS-CTLR-ENTRY(WS-CTLR-SUB) TO SM-CTLR-RECORD
004930         WRITE SM-CTLR-RECORD
004940       END-PERFORM
004950       CLOSE SM-CTLR-FILE
004960       MOVE 0 TO WS-CTLR-DELTA-COUNT
004970       MOVE 0 TO WS-CTLR-DELTA-SM
004980       MOVE 0 TO WS-CTLR-DELTA-HASH
004990     END-IF.
005000
005010 9460-LOG-REGISTER-FAILURE.
005020     DISPLAY "P-ONE-PMT: CONTROL-TOTAL REGISTER NOT UPDATED - "
005030       "FILE STATUS " WS-CTLR-STATUS
005040     MOVE SPACES TO WS-EXC-SET-ID
005050     MOVE 'E' TO WS-EXC-SEVERITY
005060     MOVE SPACES TO WS-EXC-MESSAGE
005070     STRING "CONTROL-TOTAL REGISTER NOT UPDATED - FILE STATUS "
005080       WS-CTLR-STATUS DELIMITED BY SIZE INTO WS-EXC-MESSAGE
005090     PERFORM 9000-LOG-EXCEPTION.
