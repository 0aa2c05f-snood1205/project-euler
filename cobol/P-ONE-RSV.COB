000100* P-ONE-RSV.COB
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID. P-ONE-RSV.
000130 ENVIRONMENT DIVISION.
000140 INPUT-OUTPUT SECTION.
000150 FILE-CONTROL.
000160     SELECT SM-MANF-FILE ASSIGN TO "SMMANBK"
000170     ORGANIZATION IS LINE SEQUENTIAL
000180     FILE STATUS IS WS-MANF-STATUS.
000190     SELECT SM-MANRS-FILE ASSIGN TO "SMMANRS"
000200     ORGANIZATION IS LINE SEQUENTIAL
000210     FILE STATUS IS WS-MANRS-STATUS.
000220     SELECT SM-OUT-FILE ASSIGN TO "SMOUT"
000230     ORGANIZATION IS INDEXED
000240     ACCESS MODE IS DYNAMIC
000250     RECORD KEY IS SM-OUT-KEY
000260     FILE STATUS IS WS-OUT-STATUS.
000270     SELECT SM-TRLR-FILE ASSIGN TO "SMTRLR"
000280     ORGANIZATION IS LINE SEQUENTIAL
000290     FILE STATUS IS WS-TRLR-STATUS.
000300     SELECT SM-RUNCTL-FILE ASSIGN TO "SMRUNCTL"
000310     ORGANIZATION IS LINE SEQUENTIAL
000320     FILE STATUS IS WS-RUNCTL-STATUS.
000330     SELECT SM-RSTCTL-FILE ASSIGN TO "SMRSTCTL"
000340     ORGANIZATION IS LINE SEQUENTIAL
000350     FILE STATUS IS WS-RSTCTL-STATUS.
000360     SELECT SM-RSVRPT-FILE ASSIGN TO "SMRSVRPT"
000370     ORGANIZATION IS LINE SEQUENTIAL.
000380     SELECT SM-EXCLOG-FILE ASSIGN TO "SMEXCLOG"
000390     ORGANIZATION IS LINE SEQUENTIAL
000400     FILE STATUS IS WS-EXCLOG-STATUS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD SM-MANF-FILE.
000440     COPY SMMANF.
000450 FD SM-MANRS-FILE.
000460 01 SM-MANRS-RECORD.
000470    05 SM-MANRS-TAKEN-DATE PIC 9(8).
000480    05 SM-MANRS-TAKEN-TIME PIC 9(6).
000490    05 SM-MANRS-DDNAME PIC X(8).
000500    05 SM-MANRS-RECORD-COUNT PIC 9(9).
000510    05 SM-MANRS-SM-TOTAL PIC 9(18).
000520    05 SM-MANRS-HASH-TOTAL PIC 9(18).
000530    05 SM-MANRS-OPEN-STATUS PIC X(2).
000540 FD SM-OUT-FILE.
000550     COPY SMREC.
000560 FD SM-TRLR-FILE.
000570     COPY SMTRLR.
000580 FD SM-RUNCTL-FILE.
000590 01 SM-RUNCTL-RECORD.
000600    05 SM-RUNCTL-RUN-DATE PIC 9(8).
000610    05 SM-RUNCTL-RUN-NUMBER PIC 9(3).
000620 FD SM-RSTCTL-FILE.
000630     COPY SMRSTC.
000640 FD SM-RSVRPT-FILE.
000650 01 SM-RSVRPT-RECORD PIC X(80).
000660 FD SM-EXCLOG-FILE.
000670     COPY SMEXCP.
000680 WORKING-STORAGE SECTION.
000690 01 WS-CURRENT-DATE.
000700    05 WS-RUN-DATE PIC 9(8).
000710    05 WS-RUN-TIME PIC 9(6).
000720    05 FILLER PIC X(7).
000730 01 WS-EXCLOG-STATUS PIC XX VALUE SPACES.
000740 01 WS-EXC-SET-ID PIC X(8) VALUE SPACES.
000750 01 WS-EXC-SEVERITY PIC X(1) VALUE 'E'.
000760 01 WS-EXC-MESSAGE PIC X(60) VALUE SPACES.
000770 01 WS-MANF-STATUS PIC XX VALUE SPACES.
000780 01 WS-MANRS-STATUS PIC XX VALUE SPACES.
000790 01 WS-OUT-STATUS PIC XX VALUE SPACES.
000800 01 WS-TRLR-STATUS PIC XX VALUE SPACES.
000810 01 WS-RUNCTL-STATUS PIC XX VALUE SPACES.
000820 01 WS-RSTCTL-STATUS PIC XX VALUE SPACES.
000830 01 WS-MANF-EOF PIC X VALUE 'N'.
000840    88 WS-MANF-END-OF-FILE VALUE 'Y'.
000850 01 WS-MANRS-EOF PIC X VALUE 'N'.
000860    88 WS-MANRS-END-OF-FILE VALUE 'Y'.
000870 01 WS-TRLR-EOF PIC X VALUE 'N'.
000880    88 WS-TRLR-END-OF-FILE VALUE 'Y'.
000890 01 WS-SCAN-EOF PIC X VALUE 'N'.
000900    88 WS-SCAN-END-OF-FILE VALUE 'Y'.
000910 01 WS-BACKUP-DATE PIC 9(8) VALUE 0.
000920 01 WS-BACKUP-TIME PIC 9(6) VALUE 0.
000930* THE BACKUP MANIFEST, ONE ENTRY PER DATASET, MARKED AS EACH
000940* DATASET IN THE RESTORED MANIFEST IS MATCHED TO IT
000950 01 WS-MAN-TABLE.
000960    05 WS-MAN-ENTRY OCCURS 1 TO 30 TIMES
000970       DEPENDING ON WS-MAN-COUNT
000980       INDEXED BY WS-MAN-IDX.
000990       10 WS-MAN-T-DDNAME PIC X(8).
001000       10 WS-MAN-T-COUNT PIC 9(9).
001010       10 WS-MAN-T-SM-TOTAL PIC 9(18).
001020       10 WS-MAN-T-HASH-TOTAL PIC 9(18).
001030       10 WS-MAN-T-OPEN-STATUS PIC XX.
001040       10 WS-MAN-T-MATCHED PIC X.
001050 01 WS-MAN-COUNT PIC 9(4) VALUE 0.
001060 01 WS-MAN-SUB PIC 9(4) VALUE 0.
001070 01 WS-FOUND-IDX PIC 9(4) VALUE 0.
001080 01 WS-MANIFEST-ERROR PIC X VALUE 'N'.
001090    88 WS-MANIFEST-UNREADABLE VALUE 'Y'.
001100* RUN CONTROL AS RESTORED, AND THE TRAILERS THAT CONTRADICT IT
001110 01 WS-RUNCTL-ON-FILE PIC X VALUE 'N'.
001120    88 WS-RUNCTL-IS-ON-FILE VALUE 'Y'.
001130 01 WS-RUNCTL-DATE PIC 9(8) VALUE 0.
001140 01 WS-RUNCTL-NUMBER PIC 9(3) VALUE 0.
001150* TRAILER KEYS AND INCLUSION-EXCLUSION WORK FIELDS, AS USED BY
001160* THE NIGHTLY RECONCILIATION
001170 01 WS-KEY-TABLE.
001180    05 WS-KEY-ENTRY OCCURS 1 TO 5000 TIMES
001190       DEPENDING ON WS-KEY-COUNT
001200       INDEXED BY WS-KEY-IDX.
001210       10 WS-KEY-T-KEY PIC X(19).
001220 01 WS-KEY-COUNT PIC 9(4) VALUE 0.
001230 01 WS-KEY-FOUND PIC X VALUE 'N'.
001240    88 WS-KEY-WAS-FOUND VALUE 'Y'.
001250 01 WS-KEY-WORK PIC X(19) VALUE SPACES.
001260 01 WS-TABLE-FULL PIC X VALUE 'N'.
001270    88 WS-KEY-TABLE-FULL VALUE 'Y'.
001280 01 WS-HIST-FOUND PIC X VALUE 'N'.
001290    88 WS-HIST-WAS-FOUND VALUE 'Y'.
001300 01 WS-TRLR-COUNT PIC 9(9) VALUE 0.
001310 01 WS-HIST-COUNT PIC 9(9) VALUE 0.
001320 01 WS-ERROR-COUNT PIC 9(9) VALUE 0.
001330 01 WS-GCD-A PIC 9(18) VALUE 0.
001340 01 WS-GCD-B PIC 9(18) VALUE 0.
001350 01 WS-GCD-R PIC 9(18) VALUE 0.
001360 01 WS-DCOUNT PIC 9(1) VALUE 2.
001370 01 WS-DIV-SUB PIC 9(1) VALUE 0.
001380 01 WS-DIV-J PIC 9(1) VALUE 0.
001390 01 WS-DIV-ZERO PIC X VALUE 'N'.
001400    88 WS-HAS-ZERO-DIVISOR VALUE 'Y'.
001410 01 WS-MASK PIC 9(2) VALUE 0.
001420 01 WS-MASK-LIMIT PIC 9(2) VALUE 0.
001430 01 WS-QUOT PIC 9(2) VALUE 0.
001440 01 WS-BIT PIC 9(1) VALUE 0.
001450 01 WS-BITS PIC 9(1) VALUE 0.
001460 01 WS-POW-VALUES.
001470    05 FILLER PIC 9(2) VALUE 1.
001480    05 FILLER PIC 9(2) VALUE 2.
001490    05 FILLER PIC 9(2) VALUE 4.
001500    05 FILLER PIC 9(2) VALUE 8.
001510    05 FILLER PIC 9(2) VALUE 16.
001520 01 WS-POW-TBL REDEFINES WS-POW-VALUES.
001530    05 WS-POW OCCURS 5 TIMES PIC 9(2).
001540 01 WS-LCM-WORK PIC 9(18) VALUE 0.
001550 01 WS-LCM-CAP PIC 9(18) VALUE 1000000000.
001560 01 WS-M PIC 9(9) VALUE 0.
001570 01 WS-TERM-SM PIC S9(18) VALUE 0.
001580 01 WS-EXP-HIT-TABLE.
001590    05 WS-EXP-HIT-COUNT OCCURS 5 TIMES PIC S9(9).
001600 01 WS-EXP-SM-SIGNED PIC S9(18) VALUE 0.
001610 01 WS-EXP-SM PIC 9(15) VALUE 0.
001620 01 WS-TITLE-LINE.
001630    05 FILLER PIC X(35) VALUE "SM RESTORE VERIFICATION - BACKUP ".
001640    05 TL-BACKUP-DATE PIC 9(8).
001650    05 FILLER PIC X(1) VALUE SPACE.
001660    05 TL-BACKUP-TIME PIC 9(6).
001670    05 FILLER PIC X(30) VALUE SPACES.
001680 01 WS-MANIFEST-LINE.
001690    05 ML-DDNAME PIC X(8).
001700    05 FILLER PIC X(2) VALUE SPACES.
001710    05 ML-MESSAGE PIC X(20).
001720    05 FILLER PIC X(1) VALUE SPACES.
001730    05 ML-EXPECTED PIC Z(17)9.
001740    05 FILLER PIC X(1) VALUE SPACES.
001750    05 ML-ACTUAL PIC Z(17)9.
001760    05 FILLER PIC X(12) VALUE SPACES.
001770 01 WS-DETAIL-LINE.
001780    05 DL-RUN-DATE PIC 9(8).
001790    05 FILLER PIC X(2) VALUE SPACES.
001800    05 DL-PARM-SET-ID PIC X(8).
001810    05 FILLER PIC X(2) VALUE SPACES.
001820    05 DL-MESSAGE PIC X(20).
001830    05 FILLER PIC X(1) VALUE SPACES.
001840    05 DL-EXPECTED PIC Z(14)9.
001850    05 FILLER PIC X(1) VALUE SPACES.
001860    05 DL-ACTUAL PIC Z(14)9.
001870    05 FILLER PIC X(8) VALUE SPACES.
001880 01 WS-SUMMARY-LINE.
001890    05 FILLER PIC X(15) VALUE "TRAILERS READ: ".
001900    05 SL-TRLR-COUNT PIC Z(8)9.
001910    05 FILLER PIC X(11) VALUE "  HISTORY: ".
001920    05 SL-HIST-COUNT PIC Z(8)9.
001930    05 FILLER PIC X(17) VALUE "  DISCREPANCIES: ".
001940    05 SL-ERROR-COUNT PIC Z(8)9.
001950    05 FILLER PIC X(10) VALUE SPACES.
001960
001970 PROCEDURE DIVISION.
001980 P-ONE-RSV-MAIN SECTION.
001990     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
002000     OPEN OUTPUT SM-RSVRPT-FILE
002010     PERFORM 0100-LOAD-BACKUP-MANIFEST
002020     IF NOT WS-MANIFEST-UNREADABLE
002030       PERFORM 0200-COMPARE-MANIFESTS
002040     END-IF
002050     IF WS-MANIFEST-UNREADABLE
002060       MOVE "MANIFEST UNREADABLE - RESTORE NOT VERIFIED"
002070         TO SM-RSVRPT-RECORD
002080       WRITE SM-RSVRPT-RECORD
002090       MOVE 12 TO RETURN-CODE
002100     ELSE
002110       PERFORM 0300-LOAD-RUN-CONTROL
002120       OPEN INPUT SM-TRLR-FILE
002130       OPEN INPUT SM-OUT-FILE
002140       IF WS-OUT-STATUS NOT = "00" OR WS-TRLR-STATUS NOT = "00"
002150         DISPLAY "P-ONE-RSV: UNABLE TO OPEN RESTORED HISTORY OR "
002160           "TRAILERS - FILE STATUS " WS-OUT-STATUS " "
002170           WS-TRLR-STATUS
002180         MOVE SPACES TO WS-EXC-SET-ID
002190         MOVE 'E' TO WS-EXC-SEVERITY
002200         MOVE SPACES TO WS-EXC-MESSAGE
002210         STRING "UNABLE TO OPEN RESTORED HISTORY/TRAILERS - "
002220           "FILE STATUS " WS-OUT-STATUS "/" WS-TRLR-STATUS
002230           DELIMITED BY SIZE INTO WS-EXC-MESSAGE
002240         PERFORM 9000-LOG-EXCEPTION
002250         IF WS-TRLR-STATUS = "00"
002260           CLOSE SM-TRLR-FILE
002270         END-IF
002280         IF WS-OUT-STATUS = "00"
002290           CLOSE SM-OUT-FILE
002300         END-IF
002310         MOVE 12 TO RETURN-CODE
002320       ELSE
002330         PERFORM 0400-PROCESS-TRAILERS
002340         PERFORM 0800-SCAN-HISTORY
002350         CLOSE SM-TRLR-FILE
002360         CLOSE SM-OUT-FILE
002370       END-IF
002380       PERFORM 0900-WRITE-SUMMARY
002390       IF WS-ERROR-COUNT > 0 AND RETURN-CODE < 8
002400         MOVE 8 TO RETURN-CODE
002410       END-IF
002420     END-IF
002430     CLOSE SM-RSVRPT-FILE
002440     PERFORM 0950-SET-RESTORE-STATUS
002450     STOP RUN.
002460
002470 0100-LOAD-BACKUP-MANIFEST.
002480     OPEN INPUT SM-MANF-FILE
002490     IF WS-MANF-STATUS NOT = "00"
002500       DISPLAY "P-ONE-RSV: UNABLE TO OPEN BACKUP MANIFEST - "
002510         "FILE STATUS " WS-MANF-STATUS
002520       MOVE SPACES TO WS-EXC-MESSAGE
002530       STRING "UNABLE TO OPEN BACKUP MANIFEST - FILE STATUS "
002540         WS-MANF-STATUS DELIMITED BY SIZE INTO WS-EXC-MESSAGE
002550       PERFORM 0190-LOG-MANIFEST-ERROR
002560     ELSE
002570       PERFORM UNTIL WS-MANF-END-OF-FILE
002580         READ SM-MANF-FILE
002590           AT END SET WS-MANF-END-OF-FILE TO TRUE
002600           NOT AT END
002610             PERFORM 0150-TABLE-ONE-ENTRY
002620         END-READ
002630       END-PERFORM
002640       CLOSE SM-MANF-FILE
002650       IF WS-MAN-COUNT = 0
002660         DISPLAY "P-ONE-RSV: BACKUP MANIFEST IS EMPTY"
002670         MOVE "BACKUP MANIFEST IS EMPTY" TO WS-EXC-MESSAGE
002680         PERFORM 0190-LOG-MANIFEST-ERROR
002690       END-IF
002700     END-IF
002710     MOVE WS-BACKUP-DATE TO TL-BACKUP-DATE
002720     MOVE WS-BACKUP-TIME TO TL-BACKUP-TIME
002730     MOVE WS-TITLE-LINE TO SM-RSVRPT-RECORD
002740     WRITE SM-RSVRPT-RECORD.
002750
002760 0150-TABLE-ONE-ENTRY.
002770     MOVE SM-MANF-TAKEN-DATE TO WS-BACKUP-DATE
002780     MOVE SM-MANF-TAKEN-TIME TO WS-BACKUP-TIME
002790     IF WS-MAN-COUNT < 30
002800       ADD 1 TO WS-MAN-COUNT
002810       MOVE SM-MANF-DDNAME TO WS-MAN-T-DDNAME(WS-MAN-COUNT)
002820       MOVE SM-MANF-RECORD-COUNT TO WS-MAN-T-COUNT(WS-MAN-COUNT)
002830       MOVE SM-MANF-SM-TOTAL TO WS-MAN-T-SM-TOTAL(WS-MAN-COUNT)
002840       MOVE SM-MANF-HASH-TOTAL
002850         TO WS-MAN-T-HASH-TOTAL(WS-MAN-COUNT)
002860       MOVE SM-MANF-OPEN-STATUS
002870         TO WS-MAN-T-OPEN-STATUS(WS-MAN-COUNT)
002880       MOVE 'N' TO WS-MAN-T-MATCHED(WS-MAN-COUNT)
002890     ELSE
002900       MOVE SM-MANF-DDNAME TO ML-DDNAME
002910       MOVE "MANIFEST OVER 30" TO ML-MESSAGE
002920       MOVE 30 TO ML-EXPECTED
002930       MOVE 0 TO ML-ACTUAL
002940       PERFORM 0290-WRITE-MANIFEST-LINE
002950     END-IF.
002960
002970 0190-LOG-MANIFEST-ERROR.
002980     SET WS-MANIFEST-UNREADABLE TO TRUE
002990     MOVE SPACES TO WS-EXC-SET-ID
003000     MOVE 'F' TO WS-EXC-SEVERITY
003010     PERFORM 9000-LOG-EXCEPTION.
003020
003030* EVERY DATASET MUST COME BACK WITH THE COUNT, SM TOTAL AND HASH
003040* TOTAL IT HAD WHEN THE GENERATION WAS TAKEN, AND MUST OPEN THE
003050* SAME WAY IT DID THEN.
003060 0200-COMPARE-MANIFESTS.
003070     OPEN INPUT SM-MANRS-FILE
003080     IF WS-MANRS-STATUS NOT = "00"
003090       DISPLAY "P-ONE-RSV: UNABLE TO OPEN RESTORED MANIFEST - "
003100         "FILE STATUS " WS-MANRS-STATUS
003110       MOVE SPACES TO WS-EXC-MESSAGE
003120       STRING "UNABLE TO OPEN RESTORED MANIFEST - FILE STATUS "
003130         WS-MANRS-STATUS DELIMITED BY SIZE INTO WS-EXC-MESSAGE
003140       PERFORM 0190-LOG-MANIFEST-ERROR
003150     ELSE
003160       PERFORM UNTIL WS-MANRS-END-OF-FILE
003170         READ SM-MANRS-FILE
003180           AT END SET WS-MANRS-END-OF-FILE TO TRUE
003190           NOT AT END
003200             PERFORM 0250-COMPARE-ONE-DATASET
003210         END-READ
003220       END-PERFORM
003230       CLOSE SM-MANRS-FILE
003240       PERFORM VARYING WS-MAN-SUB FROM 1 BY 1
003250         UNTIL WS-MAN-SUB > WS-MAN-COUNT
003260         IF WS-MAN-T-MATCHED(WS-MAN-SUB) = 'N'
003270           MOVE WS-MAN-T-DDNAME(WS-MAN-SUB) TO ML-DDNAME
003280           MOVE "NOT RESTORED" TO ML-MESSAGE
003290           MOVE WS-MAN-T-COUNT(WS-MAN-SUB) TO ML-EXPECTED
003300           MOVE 0 TO ML-ACTUAL
003310           PERFORM 0290-WRITE-MANIFEST-LINE
003320         END-IF
003330       END-PERFORM
003340     END-IF.
003350
003360 0250-COMPARE-ONE-DATASET.
003370     MOVE 0 TO WS-FOUND-IDX
003380     SET WS-MAN-IDX TO 1
003390     SEARCH WS-MAN-ENTRY
003400       AT END CONTINUE
003410       WHEN WS-MAN-T-DDNAME(WS-MAN-IDX) = SM-MANRS-DDNAME
003420         MOVE WS-MAN-IDX TO WS-FOUND-IDX
003430     END-SEARCH
003440     MOVE SM-MANRS-DDNAME TO ML-DDNAME
003450     IF WS-FOUND-IDX = 0
003460       MOVE "NOT IN BACKUP" TO ML-MESSAGE
003470       MOVE 0 TO ML-EXPECTED
003480       MOVE SM-MANRS-RECORD-COUNT TO ML-ACTUAL
003490       PERFORM 0290-WRITE-MANIFEST-LINE
003500     ELSE
003510       MOVE 'Y' TO WS-MAN-T-MATCHED(WS-FOUND-IDX)
003520       IF SM-MANRS-OPEN-STATUS
003530          NOT = WS-MAN-T-OPEN-STATUS(WS-FOUND-IDX)
003540         MOVE SPACES TO ML-MESSAGE
003550         STRING "OPEN STATUS " WS-MAN-T-OPEN-STATUS(WS-FOUND-IDX)
003560           "/" SM-MANRS-OPEN-STATUS
003570           DELIMITED BY SIZE INTO ML-MESSAGE
003580         MOVE 0 TO ML-EXPECTED
003590         MOVE 0 TO ML-ACTUAL
003600         PERFORM 0290-WRITE-MANIFEST-LINE
003610       END-IF
003620       IF SM-MANRS-RECORD-COUNT NOT = WS-MAN-T-COUNT(WS-FOUND-IDX)
003630         MOVE "COUNT MISMATCH" TO ML-MESSAGE
003640         MOVE WS-MAN-T-COUNT(WS-FOUND-IDX) TO ML-EXPECTED
003650         MOVE SM-MANRS-RECORD-COUNT TO ML-ACTUAL
003660         PERFORM 0290-WRITE-MANIFEST-LINE
003670       END-IF
003680       IF SM-MANRS-SM-TOTAL NOT = WS-MAN-T-SM-TOTAL(WS-FOUND-IDX)
003690         MOVE "SM TOTAL MISMATCH" TO ML-MESSAGE
003700         MOVE WS-MAN-T-SM-TOTAL(WS-FOUND-IDX) TO ML-EXPECTED
003710         MOVE SM-MANRS-SM-TOTAL TO ML-ACTUAL
003720         PERFORM 0290-WRITE-MANIFEST-LINE
003730       END-IF
003740       IF SM-MANRS-HASH-TOTAL
003750          NOT = WS-MAN-T-HASH-TOTAL(WS-FOUND-IDX)
003760         MOVE "HASH TOTAL MISMATCH" TO ML-MESSAGE
003770         MOVE WS-MAN-T-HASH-TOTAL(WS-FOUND-IDX) TO ML-EXPECTED
003780         MOVE SM-MANRS-HASH-TOTAL TO ML-ACTUAL
003790         PERFORM 0290-WRITE-MANIFEST-LINE
003800       END-IF
003810     END-IF.
003820
003830 0290-WRITE-MANIFEST-LINE.
003840     ADD 1 TO WS-ERROR-COUNT
003850     MOVE WS-MANIFEST-LINE TO SM-RSVRPT-RECORD
003860     WRITE SM-RSVRPT-RECORD.
003870
003880 0300-LOAD-RUN-CONTROL.
003890     OPEN INPUT SM-RUNCTL-FILE
003900     IF WS-RUNCTL-STATUS = "00"
003910       READ SM-RUNCTL-FILE
003920         AT END
003930           CONTINUE
003940         NOT AT END
003950           SET WS-RUNCTL-IS-ON-FILE TO TRUE
003960           MOVE SM-RUNCTL-RUN-DATE TO WS-RUNCTL-DATE
003970           MOVE SM-RUNCTL-RUN-NUMBER TO WS-RUNCTL-NUMBER
003980       END-READ
003990       CLOSE SM-RUNCTL-FILE
004000     END-IF.
004010
004020 0400-PROCESS-TRAILERS.
004030     PERFORM UNTIL WS-TRLR-END-OF-FILE
004040       READ SM-TRLR-FILE
004050         AT END SET WS-TRLR-END-OF-FILE TO TRUE
004060         NOT AT END
004070           ADD 1 TO WS-TRLR-COUNT
004080           PERFORM 0450-CHECK-ONE-TRAILER
004090       END-READ
004100     END-PERFORM.
004110
004120 0450-CHECK-ONE-TRAILER.
004130     MOVE SM-TRLR-RUN-DATE TO WS-KEY-WORK(1:8)
004140     MOVE SM-TRLR-PARM-SET-ID TO WS-KEY-WORK(9:8)
004150     MOVE SM-TRLR-RUN-NUMBER TO WS-KEY-WORK(17:3)
004160     PERFORM 0470-SEARCH-KEY-TABLE
004170     IF WS-KEY-WAS-FOUND
004180       MOVE SM-TRLR-RUN-DATE TO DL-RUN-DATE
004190       MOVE SM-TRLR-PARM-SET-ID TO DL-PARM-SET-ID
004200       MOVE "DUPLICATE TRAILER" TO DL-MESSAGE
004210       MOVE 0 TO DL-EXPECTED
004220       MOVE 0 TO DL-ACTUAL
004230       PERFORM 0750-WRITE-DISCREPANCY
004240     ELSE
004250       PERFORM 0480-ADD-KEY-TO-TABLE
004260     END-IF
004270     PERFORM 0460-CHECK-RUN-CONTROL
004280     PERFORM 0500-CHECK-HISTORY-ROW
004290     PERFORM 0600-RECOMPUTE-COUNTS.
004300
004310* RUN CONTROL AND THE TRAILERS MUST COME FROM THE SAME POINT IN
004320* TIME, OR THE NEXT RUN WOULD REUSE A RUN NUMBER. A BACKFILL RUN
004330* DOES NOT TOUCH RUN CONTROL, SO ITS TRAILERS ARE NOT CHECKED.
004340 0460-CHECK-RUN-CONTROL.
004350     IF WS-RUNCTL-IS-ON-FILE AND NOT SM-TRLR-IS-BACKFILL
004360       MOVE SM-TRLR-RUN-DATE TO DL-RUN-DATE
004370       MOVE SM-TRLR-PARM-SET-ID TO DL-PARM-SET-ID
004380       IF SM-TRLR-RUN-DATE > WS-RUNCTL-DATE
004390         MOVE "LATER THAN RUNCTL" TO DL-MESSAGE
004400         MOVE WS-RUNCTL-DATE TO DL-EXPECTED
004410         MOVE SM-TRLR-RUN-DATE TO DL-ACTUAL
004420         PERFORM 0750-WRITE-DISCREPANCY
004430       END-IF
004440       IF SM-TRLR-RUN-DATE = WS-RUNCTL-DATE
004450          AND SM-TRLR-RUN-NUMBER > WS-RUNCTL-NUMBER
004460         MOVE "RUN NUMBER > RUNCTL" TO DL-MESSAGE
004470         MOVE WS-RUNCTL-NUMBER TO DL-EXPECTED
004480         MOVE SM-TRLR-RUN-NUMBER TO DL-ACTUAL
004490         PERFORM 0750-WRITE-DISCREPANCY
004500       END-IF
004510     END-IF.
004520
004530 0470-SEARCH-KEY-TABLE.
004540     MOVE 'N' TO WS-KEY-FOUND
004550     IF WS-KEY-COUNT > 0
004560       SET WS-KEY-IDX TO 1
004570       SEARCH WS-KEY-ENTRY
004580         AT END CONTINUE
004590         WHEN WS-KEY-T-KEY(WS-KEY-IDX) = WS-KEY-WORK
004600           SET WS-KEY-WAS-FOUND TO TRUE
004610       END-SEARCH
004620     END-IF.
004630
004640 0480-ADD-KEY-TO-TABLE.
004650     IF WS-KEY-COUNT < 5000
004660       ADD 1 TO WS-KEY-COUNT
004670       MOVE WS-KEY-WORK TO WS-KEY-T-KEY(WS-KEY-COUNT)
004680     ELSE
004690       IF NOT WS-KEY-TABLE-FULL
004700         SET WS-KEY-TABLE-FULL TO TRUE
004710         DISPLAY "P-ONE-RSV: MORE THAN 5000 TRAILERS - "
004720           "DUPLICATE AND ORPHAN CHECKS INCOMPLETE"
004730         MOVE SPACES TO WS-EXC-SET-ID
004740         MOVE 'W' TO WS-EXC-SEVERITY
004750         MOVE "OVER 5000 TRAILERS - RESTORE CHECKS INCOMPLETE"
004760           TO WS-EXC-MESSAGE
004770         PERFORM 9000-LOG-EXCEPTION
004780         ADD 1 TO WS-ERROR-COUNT
004790       END-IF
004800     END-IF.
004810
004820 0490-SEARCH-KEY-PREFIX.
004830     MOVE 'N' TO WS-KEY-FOUND
004840     IF WS-KEY-COUNT > 0
004850       SET WS-KEY-IDX TO 1
004860       SEARCH WS-KEY-ENTRY
004870         AT END CONTINUE
004880         WHEN WS-KEY-T-KEY(WS-KEY-IDX)(1:16) = WS-KEY-WORK(1:16)
004890           SET WS-KEY-WAS-FOUND TO TRUE
004900       END-SEARCH
004910     END-IF.
004920
004930 0500-CHECK-HISTORY-ROW.
004940     MOVE 'N' TO WS-HIST-FOUND
004950     MOVE SM-TRLR-RUN-DATE TO SM-OUT-RUN-DATE
004960     MOVE SM-TRLR-PARM-SET-ID TO SM-OUT-PARM-SET-ID
004970     READ SM-OUT-FILE
004980       INVALID KEY
004990         MOVE SM-TRLR-RUN-DATE TO DL-RUN-DATE
005000         MOVE SM-TRLR-PARM-SET-ID TO DL-PARM-SET-ID
005010         MOVE "NO HISTORY ROW" TO DL-MESSAGE
005020         MOVE 0 TO DL-EXPECTED
005030         MOVE 0 TO DL-ACTUAL
005040         PERFORM 0750-WRITE-DISCREPANCY
005050       NOT INVALID KEY
005060         SET WS-HIST-WAS-FOUND TO TRUE
005070     END-READ.
005080
005090 0600-RECOMPUTE-COUNTS.
005100     IF SM-TRLR-DIVISOR-COUNT >= 1
005110        AND SM-TRLR-DIVISOR-COUNT <= 5
005120       MOVE SM-TRLR-DIVISOR-COUNT TO WS-DCOUNT
005130     ELSE
005140       MOVE 2 TO WS-DCOUNT
005150     END-IF
005160     MOVE 'N' TO WS-DIV-ZERO
005170     PERFORM VARYING WS-DIV-SUB FROM 1 BY 1
005180       UNTIL WS-DIV-SUB > WS-DCOUNT
005190       IF SM-TRLR-DIVISOR(WS-DIV-SUB) = 0
005200         SET WS-HAS-ZERO-DIVISOR TO TRUE
005210       END-IF
005220     END-PERFORM
005230     IF WS-HAS-ZERO-DIVISOR
005240       MOVE SM-TRLR-RUN-DATE TO DL-RUN-DATE
005250       MOVE SM-TRLR-PARM-SET-ID TO DL-PARM-SET-ID
005260       MOVE "DIVISOR ZERO" TO DL-MESSAGE
005270       MOVE 0 TO DL-EXPECTED
005280       MOVE 0 TO DL-ACTUAL
005290       PERFORM 0750-WRITE-DISCREPANCY
005300     ELSE
005310       PERFORM 0650-COMPUTE-EXPECTED
005320       PERFORM 0700-COMPARE-EXPECTED
005330     END-IF.
005340
005350* EXPECTED COUNTS AND SM BY INCLUSION-EXCLUSION, EXACTLY AS THE
005360* NIGHTLY RECONCILIATION DERIVES THEM
005370 0650-COMPUTE-EXPECTED.
005380     MOVE 0 TO WS-EXP-SM-SIGNED
005390     PERFORM VARYING WS-DIV-SUB FROM 1 BY 1
005400       UNTIL WS-DIV-SUB > 5
005410       MOVE 0 TO WS-EXP-HIT-COUNT(WS-DIV-SUB)
005420     END-PERFORM
005430     PERFORM VARYING WS-DIV-SUB FROM 1 BY 1
005440       UNTIL WS-DIV-SUB > WS-DCOUNT
005450       COMPUTE WS-MASK-LIMIT = WS-POW(WS-DIV-SUB) - 1
005460       PERFORM 0660-ONE-SUBSET-TERM
005470         VARYING WS-MASK FROM 0 BY 1
005480         UNTIL WS-MASK > WS-MASK-LIMIT
005490     END-PERFORM
005500     IF WS-EXP-SM-SIGNED < 0
005510       MOVE 0 TO WS-EXP-SM
005520     ELSE
005530       MOVE WS-EXP-SM-SIGNED TO WS-EXP-SM
005540     END-IF.
005550
005560 0660-ONE-SUBSET-TERM.
005570     MOVE SM-TRLR-DIVISOR(WS-DIV-SUB) TO WS-LCM-WORK
005580     MOVE 0 TO WS-BITS
005590     PERFORM VARYING WS-DIV-J FROM 1 BY 1
005600       UNTIL WS-DIV-J >= WS-DIV-SUB
005610       DIVIDE WS-MASK BY WS-POW(WS-DIV-J) GIVING WS-QUOT
005620       COMPUTE WS-BIT = FUNCTION MOD(WS-QUOT, 2)
005630       IF WS-BIT = 1
005640         ADD 1 TO WS-BITS
005650         MOVE WS-LCM-WORK TO WS-GCD-A
005660         MOVE SM-TRLR-DIVISOR(WS-DIV-J) TO WS-GCD-B
005670         PERFORM 0680-COMPUTE-GCD
005680         COMPUTE WS-LCM-WORK = WS-LCM-WORK / WS-GCD-A
005690           * SM-TRLR-DIVISOR(WS-DIV-J)
005700         IF WS-LCM-WORK > WS-LCM-CAP
005710           MOVE WS-LCM-CAP TO WS-LCM-WORK
005720         END-IF
005730       END-IF
005740     END-PERFORM
005750     IF SM-TRLR-LOOP-BOUND > 0 AND WS-LCM-WORK > 0
005760       COMPUTE WS-M = (SM-TRLR-LOOP-BOUND - 1) / WS-LCM-WORK
005770     ELSE
005780       MOVE 0 TO WS-M
005790     END-IF
005800     COMPUTE WS-TERM-SM =
005810       WS-LCM-WORK * WS-M * (WS-M + 1) / 2
005820     IF FUNCTION MOD(WS-BITS, 2) = 0
005830       ADD WS-M TO WS-EXP-HIT-COUNT(WS-DIV-SUB)
005840       ADD WS-TERM-SM TO WS-EXP-SM-SIGNED
005850     ELSE
005860       SUBTRACT WS-M FROM WS-EXP-HIT-COUNT(WS-DIV-SUB)
005870       SUBTRACT WS-TERM-SM FROM WS-EXP-SM-SIGNED
005880     END-IF.
005890
005900 0680-COMPUTE-GCD.
005910     PERFORM UNTIL WS-GCD-B = 0
005920       COMPUTE WS-GCD-R = FUNCTION MOD(WS-GCD-A, WS-GCD-B)
005930       MOVE WS-GCD-B TO WS-GCD-A
005940       MOVE WS-GCD-R TO WS-GCD-B
005950     END-PERFORM.
005960
005970 0700-COMPARE-EXPECTED.
005980     MOVE SM-TRLR-RUN-DATE TO DL-RUN-DATE
005990     MOVE SM-TRLR-PARM-SET-ID TO DL-PARM-SET-ID
006000     PERFORM VARYING WS-DIV-SUB FROM 1 BY 1
006010       UNTIL WS-DIV-SUB > WS-DCOUNT
006020       IF SM-TRLR-HIT-COUNT(WS-DIV-SUB)
006030          NOT = WS-EXP-HIT-COUNT(WS-DIV-SUB)
006040         MOVE SPACES TO DL-MESSAGE
006050         STRING "DIV " WS-DIV-SUB " COUNT MISMATCH"
006060           DELIMITED BY SIZE INTO DL-MESSAGE
006070         MOVE WS-EXP-HIT-COUNT(WS-DIV-SUB) TO DL-EXPECTED
006080         MOVE SM-TRLR-HIT-COUNT(WS-DIV-SUB) TO DL-ACTUAL
006090         PERFORM 0750-WRITE-DISCREPANCY
006100       END-IF
006110     END-PERFORM
006120     IF SM-TRLR-FINAL-CT NOT = SM-TRLR-LOOP-BOUND
006130       MOVE "FINAL CT MISMATCH" TO DL-MESSAGE
006140       MOVE SM-TRLR-LOOP-BOUND TO DL-EXPECTED
006150       MOVE SM-TRLR-FINAL-CT TO DL-ACTUAL
006160       PERFORM 0750-WRITE-DISCREPANCY
006170     END-IF
006180     IF WS-HIST-WAS-FOUND AND NOT SM-OUT-IS-ADJUSTED
006190       IF SM-OUT-SM-VALUE NOT = WS-EXP-SM
006200         MOVE "SM VALUE MISMATCH" TO DL-MESSAGE
006210         MOVE WS-EXP-SM TO DL-EXPECTED
006220         MOVE SM-OUT-SM-VALUE TO DL-ACTUAL
006230         PERFORM 0750-WRITE-DISCREPANCY
006240       END-IF
006250     END-IF.
006260
006270 0750-WRITE-DISCREPANCY.
006280     ADD 1 TO WS-ERROR-COUNT
006290     MOVE WS-DETAIL-LINE TO SM-RSVRPT-RECORD
006300     WRITE SM-RSVRPT-RECORD.
006310
006320 0800-SCAN-HISTORY.
006330     MOVE LOW-VALUES TO SM-OUT-KEY
006340     START SM-OUT-FILE KEY >= SM-OUT-KEY
006350       INVALID KEY SET WS-SCAN-END-OF-FILE TO TRUE
006360     END-START
006370     PERFORM UNTIL WS-SCAN-END-OF-FILE
006380       READ SM-OUT-FILE NEXT
006390         AT END SET WS-SCAN-END-OF-FILE TO TRUE
006400         NOT AT END
006410           IF WS-OUT-STATUS = "00"
006420             ADD 1 TO WS-HIST-COUNT
006430             PERFORM 0850-CHECK-ONE-HISTORY-ROW
006440           ELSE
006450             SET WS-SCAN-END-OF-FILE TO TRUE
006460           END-IF
006470       END-READ
006480     END-PERFORM.
006490
006500 0850-CHECK-ONE-HISTORY-ROW.
006510     MOVE SM-OUT-RUN-DATE TO WS-KEY-WORK(1:8)
006520     MOVE SM-OUT-PARM-SET-ID TO WS-KEY-WORK(9:8)
006530     PERFORM 0490-SEARCH-KEY-PREFIX
006540     IF NOT WS-KEY-WAS-FOUND
006550       MOVE SM-OUT-RUN-DATE TO DL-RUN-DATE
006560       MOVE SM-OUT-PARM-SET-ID TO DL-PARM-SET-ID
006570       MOVE "HISTORY NO TRAILER" TO DL-MESSAGE
006580       MOVE 0 TO DL-EXPECTED
006590       MOVE SM-OUT-SM-VALUE TO DL-ACTUAL
006600       PERFORM 0750-WRITE-DISCREPANCY
006610     END-IF.
006620
006630 0900-WRITE-SUMMARY.
006640     MOVE WS-TRLR-COUNT TO SL-TRLR-COUNT
006650     MOVE WS-HIST-COUNT TO SL-HIST-COUNT
006660     MOVE WS-ERROR-COUNT TO SL-ERROR-COUNT
006670     MOVE WS-SUMMARY-LINE TO SM-RSVRPT-RECORD
006680     WRITE SM-RSVRPT-RECORD.
006690
006700* THE NIGHTLY RUN STAYS HELD UNTIL THE CONTROL RECORD SAYS V.
006710 0950-SET-RESTORE-STATUS.
006720     MOVE WS-BACKUP-DATE TO SM-RSTCTL-BACKUP-DATE
006730     MOVE WS-BACKUP-TIME TO SM-RSTCTL-BACKUP-TIME
006740     MOVE WS-RUN-DATE TO SM-RSTCTL-VERIFY-DATE
006750     MOVE WS-RUN-TIME TO SM-RSTCTL-VERIFY-TIME
006760     MOVE WS-ERROR-COUNT TO SM-RSTCTL-ERROR-COUNT
006770     MOVE SPACES TO WS-EXC-SET-ID
006780     MOVE SPACES TO WS-EXC-MESSAGE
006790     IF RETURN-CODE = 0
006800       SET SM-RSTCTL-IS-VERIFIED TO TRUE
006810       DISPLAY "P-ONE-RSV: RESTORE OF " WS-BACKUP-DATE " "
006820         WS-BACKUP-TIME " VERIFIED - NIGHTLY RUN RELEASED"
006830       MOVE 'I' TO WS-EXC-SEVERITY
006840       STRING "RESTORE OF " WS-BACKUP-DATE " " WS-BACKUP-TIME
006850         " VERIFIED - RUN RELEASED"
006860         DELIMITED BY SIZE INTO WS-EXC-MESSAGE
006870     ELSE
006880       SET SM-RSTCTL-IS-FAILED TO TRUE
006890       DISPLAY "P-ONE-RSV: RESTORE OF " WS-BACKUP-DATE " "
006900         WS-BACKUP-TIME " FAILED VERIFICATION WITH "
006910         WS-ERROR-COUNT " DISCREPANCIES - SEE SMRSVRPT"
006920       MOVE 'F' TO WS-EXC-SEVERITY
006930       STRING "RESTORE NOT VERIFIED - " WS-ERROR-COUNT
006940         " DISCREPANCIES-SEE SMRSVRPT"
006950         DELIMITED BY SIZE INTO WS-EXC-MESSAGE
006960     END-IF
006970     PERFORM 9000-LOG-EXCEPTION
006980     OPEN OUTPUT SM-RSTCTL-FILE
006990     IF WS-RSTCTL-STATUS NOT = "00"
007000       DISPLAY "P-ONE-RSV: UNABLE TO UPDATE RESTORE CONTROL - "
007010         "FILE STATUS " WS-RSTCTL-STATUS
007020       MOVE 'E' TO WS-EXC-SEVERITY
007030       MOVE SPACES TO WS-EXC-MESSAGE
007040       STRING "UNABLE TO UPDATE RESTORE CONTROL - FILE STATUS "
007050         WS-RSTCTL-STATUS DELIMITED BY SIZE INTO WS-EXC-MESSAGE
007060       PERFORM 9000-LOG-EXCEPTION
007070       MOVE 12 TO RETURN-CODE
007080     ELSE
007090       WRITE SM-RSTCTL-RECORD
007100       CLOSE SM-RSTCTL-FILE
007110     END-IF.
007120
007130 9000-LOG-EXCEPTION.
007140     OPEN EXTEND SM-EXCLOG-FILE
007150     IF WS-EXCLOG-STATUS = "00"
007160       MOVE WS-RUN-DATE TO SM-EXC-RUN-DATE
007170       MOVE WS-RUN-TIME TO SM-EXC-RUN-TIME
007180       MOVE "P-ONE-RSV" TO SM-EXC-PROGRAM-ID
007190       MOVE WS-EXC-SET-ID TO SM-EXC-SET-ID
007200       MOVE WS-EXC-SEVERITY TO SM-EXC-SEVERITY
007210       MOVE WS-EXC-MESSAGE TO SM-EXC-MESSAGE
007220       WRITE SM-EXC-RECORD
007230       CLOSE SM-EXCLOG-FILE
007240     END-IF.
