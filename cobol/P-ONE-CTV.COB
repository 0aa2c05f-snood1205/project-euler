000100* P-ONE-CTV.COB
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID. P-ONE-CTV.
000130 ENVIRONMENT DIVISION.
000140 INPUT-OUTPUT SECTION.
000150 FILE-CONTROL.
000160     SELECT SM-CTVCRD-FILE ASSIGN TO "SMCTVCRD"
000170     ORGANIZATION IS LINE SEQUENTIAL
000180     FILE STATUS IS WS-CTVCRD-STATUS.
000190     SELECT SM-CTLR-FILE ASSIGN TO "SMCTLREG"
000200     ORGANIZATION IS LINE SEQUENTIAL
000210     FILE STATUS IS WS-CTLR-STATUS.
000220     SELECT SM-OUT-FILE ASSIGN TO "SMOUT"
000230     ORGANIZATION IS INDEXED
000240     ACCESS MODE IS DYNAMIC
000250     RECORD KEY IS SM-OUT-KEY
000260     FILE STATUS IS WS-DS-STATUS.
000270     SELECT SM-MSUM-FILE ASSIGN TO "SMMSUM"
000280     ORGANIZATION IS INDEXED
000290     ACCESS MODE IS DYNAMIC
000300     RECORD KEY IS SM-MSUM-KEY
000310     FILE STATUS IS WS-DS-STATUS.
000320     SELECT SM-PARM-FILE ASSIGN TO "SMPARM"
000330     ORGANIZATION IS LINE SEQUENTIAL
000340     FILE STATUS IS WS-DS-STATUS.
000350     SELECT SM-CTVRPT-FILE ASSIGN TO "SMCTVRPT"
000360     ORGANIZATION IS LINE SEQUENTIAL
000370     FILE STATUS IS WS-CTVRPT-STATUS.
000380     SELECT SM-LEDG-FILE ASSIGN TO "SMLEDGER"
000390     ORGANIZATION IS INDEXED
000400     ACCESS MODE IS RANDOM
000410     RECORD KEY IS SM-LEDG-KEY
000420     FILE STATUS IS WS-LEDG-STATUS.
000430     SELECT SM-EXCLOG-FILE ASSIGN TO "SMEXCLOG"
000440     ORGANIZATION IS LINE SEQUENTIAL
000450     FILE STATUS IS WS-EXCLOG-STATUS.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD SM-CTVCRD-FILE.
000490 01 SM-CTVCRD-RECORD.
000500    05 SM-CTVCRD-ACTION PIC X(6).
000510       88 SM-CTVCRD-IS-VERIFY VALUE "VERIFY" SPACES.
000520       88 SM-CTVCRD-IS-RESYNC VALUE "RESYNC".
000530    05 SM-CTVCRD-DDNAME PIC X(8).
000540    05 SM-CTVCRD-REASON PIC X(40).
000550    05 FILLER PIC X(26).
000560 FD SM-CTLR-FILE.
000570     COPY SMCTLR.
000580 FD SM-OUT-FILE.
000590     COPY SMREC.
000600 FD SM-MSUM-FILE.
000610     COPY SMMSUM.
000620 FD SM-PARM-FILE.
000630     COPY SMPARM.
000640 FD SM-CTVRPT-FILE.
000650 01 SM-CTVRPT-RECORD PIC X(110).
000660 FD SM-LEDG-FILE.
000670     COPY SMLEDG.
000680 FD SM-EXCLOG-FILE.
000690     COPY SMEXCP.
000700 WORKING-STORAGE SECTION.
000710 01 WS-CTVCRD-STATUS PIC XX VALUE SPACES.
000720 01 WS-CTLR-STATUS PIC XX VALUE SPACES.
000730 01 WS-DS-STATUS PIC XX VALUE SPACES.
000740 01 WS-CTVRPT-STATUS PIC XX VALUE SPACES.
000750 01 WS-LEDG-STATUS PIC XX VALUE SPACES.
000760 01 WS-EXCLOG-STATUS PIC XX VALUE SPACES.
000770 01 WS-CURRENT-DATE.
000780    05 WS-TODAY PIC 9(8).
000790    05 WS-RUN-TIME PIC 9(6).
000800    05 FILLER PIC X(7).
000810 01 WS-EXC-SET-ID PIC X(8) VALUE SPACES.
000820 01 WS-EXC-SEVERITY PIC X(1) VALUE 'F'.
000830 01 WS-EXC-MESSAGE PIC X(60) VALUE SPACES.
000840 01 WS-LEDG-RESULT PIC X(1) VALUE 'C'.
000850 01 WS-LEDG-REMARK PIC X(40) VALUE SPACES.
000860* CONTROL CARD: VERIFY (OR BLANK/NO CARD) CHECKS EVERY DATASET;
000870* RESYNC RESETS THE REGISTER TO THE LIVE TOTALS FOR THE NAMED
000880* DATASET (BLANK = ALL) AFTER A DIFFERENCE HAS BEEN INVESTIGATED
000890 01 WS-ACTION PIC X(6) VALUE "VERIFY".
000900    88 WS-ACTION-IS-RESYNC VALUE "RESYNC".
000910 01 WS-RESYNC-DDNAME PIC X(8) VALUE SPACES.
000920 01 WS-RESYNC-REASON PIC X(40) VALUE SPACES.
000930 01 WS-CARD-VALID PIC X VALUE 'Y'.
000940    88 WS-CARD-IS-VALID VALUE 'Y'.
000950 01 WS-REG-READABLE PIC X VALUE 'N'.
000960    88 WS-REG-IS-READABLE VALUE 'Y'.
000970 01 WS-EOF PIC X VALUE 'N'.
000980    88 WS-END-OF-FILE VALUE 'Y'.
000990* THE REGISTER AS READ; RESYNC UPDATES IT IN PLACE AND REWRITES IT
001000 01 WS-REG-TABLE.
001010    05 WS-REG-ENTRY OCCURS 1 TO 20 TIMES
001020       DEPENDING ON WS-REG-COUNT
001030       INDEXED BY WS-REG-IDX.
001040       10 WS-REG-T-DDNAME PIC X(8).
001050       10 WS-REG-T-COUNT PIC 9(9).
001060       10 WS-REG-T-SM-TOTAL PIC 9(18).
001070       10 WS-REG-T-HASH-TOTAL PIC 9(18).
001080       10 WS-REG-T-PROGRAM-ID PIC X(10).
001090       10 WS-REG-T-UPDATE-DATE PIC 9(8).
001100       10 WS-REG-T-UPDATE-TIME PIC 9(6).
001110 01 WS-REG-COUNT PIC 9(4) VALUE 0.
001120 01 WS-REG-SUB PIC 9(4) VALUE 0.
001130 01 WS-FOUND-IDX PIC 9(4) VALUE 0.
001140 01 WS-REG-CHANGED PIC X VALUE 'N'.
001150    88 WS-REG-IS-CHANGED VALUE 'Y'.
001160* LIVE TOTALS FOR THE DATASET BEING CHECKED
001170 01 WS-DS-DDNAME PIC X(8) VALUE SPACES.
001180 01 WS-DS-OPEN-STATUS PIC XX VALUE SPACES.
001190 01 WS-DS-EOF PIC X VALUE 'N'.
001200    88 WS-DS-END-OF-FILE VALUE 'Y'.
001210 01 WS-DS-COUNT PIC 9(9) VALUE 0.
001220 01 WS-DS-SM-TOTAL PIC 9(18) VALUE 0.
001230 01 WS-DS-HASH-TOTAL PIC 9(18) VALUE 0.
001240 01 WS-DS-SM-WORK PIC 9(18) VALUE 0.
001250 01 WS-DS-HASH-WORK PIC 9(18) VALUE 0.
001260 01 WS-DS-REC-WORK PIC X(100) VALUE SPACES.
001270 01 WS-DS-REC-LEN PIC 9(4) VALUE 0.
001280 01 WS-DS-BYTE-SUB PIC 9(4) VALUE 0.
001290 01 WS-DS-RESULT PIC X(20) VALUE SPACES.
001300 01 WS-DIFF-COUNT PIC S9(9) VALUE 0.
001310 01 WS-DIFF-SM-TOTAL PIC S9(18) VALUE 0.
001320 01 WS-DIFF-HASH-TOTAL PIC S9(18) VALUE 0.
001330 01 WS-DIFF-FIELDS PIC X(14) VALUE SPACES.
001335 01 WS-DIFF-PTR PIC 9(2) VALUE 1.
001340 01 WS-CHECKED-COUNT PIC 9(4) VALUE 0.
001350 01 WS-AGREE-COUNT PIC 9(4) VALUE 0.
001360 01 WS-FAIL-COUNT PIC 9(4) VALUE 0.
001370 01 WS-RESYNC-COUNT PIC 9(4) VALUE 0.
001380 01 WS-DISP-COUNT PIC Z(3)9.
001390 01 WS-TITLE-LINE.
001400    05 FILLER PIC X(35)
001410       VALUE "SM CONTROL-TOTAL VERIFICATION      ".
001420    05 FILLER PIC X(6) VALUE "MODE: ".
001430    05 TT-ACTION PIC X(6).
001440    05 FILLER PIC X(12) VALUE "   PRINTED: ".
001450    05 TT-TODAY PIC 9(8).
001460    05 FILLER PIC X(1) VALUE SPACES.
001470    05 TT-RUN-TIME PIC 9(6).
001480    05 FILLER PIC X(36) VALUE SPACES.
001490 01 WS-REASON-LINE.
001500    05 FILLER PIC X(15) VALUE "RESYNC REASON: ".
001510    05 RS-REASON PIC X(40).
001520    05 FILLER PIC X(55) VALUE SPACES.
001530 01 WS-HEADING-LINE.
001540    05 FILLER PIC X(34)
001550       VALUE "  DATASET   SOURCE       RECORDS  ".
001560    05 FILLER PIC X(30)
001570       VALUE "           SM TOTAL           ".
001580    05 FILLER PIC X(30)
001590       VALUE "HASH TOTAL  RESULT            ".
001600    05 FILLER PIC X(16) VALUE SPACES.
001610 01 WS-DETAIL-LINE.
001620    05 FILLER PIC X(2) VALUE SPACES.
001630    05 DL-DDNAME PIC X(8).
001640    05 FILLER PIC X(2) VALUE SPACES.
001650    05 DL-SOURCE PIC X(8).
001660    05 FILLER PIC X(2) VALUE SPACES.
001670    05 DL-COUNT PIC -(9)9.
001680    05 FILLER PIC X(2) VALUE SPACES.
001690    05 DL-SM-TOTAL PIC -(18)9.
001700    05 FILLER PIC X(2) VALUE SPACES.
001710    05 DL-HASH-TOTAL PIC -(18)9.
001720    05 FILLER PIC X(2) VALUE SPACES.
001730    05 DL-RESULT PIC X(20).
001740    05 FILLER PIC X(14) VALUE SPACES.
001750 01 WS-WRITER-LINE.
001760    05 FILLER PIC X(22) VALUE SPACES.
001770    05 FILLER PIC X(21) VALUE "LAST REGISTER UPDATE ".
001780    05 WL-PROGRAM-ID PIC X(10).
001790    05 FILLER PIC X(1) VALUE SPACES.
001800    05 WL-UPDATE-DATE PIC 9(8).
001810    05 FILLER PIC X(1) VALUE SPACES.
001820    05 WL-UPDATE-TIME PIC 9(6).
001830    05 FILLER PIC X(41) VALUE SPACES.
001840 01 WS-SECTION-LINE.
001850    05 SC-TITLE PIC X(60).
001860    05 FILLER PIC X(50) VALUE SPACES.
001870 01 WS-COUNT-LINE.
001880    05 FILLER PIC X(2) VALUE SPACES.
001890    05 CL-LABEL PIC X(40).
001900    05 CL-COUNT PIC Z(6)9.
001910    05 FILLER PIC X(61) VALUE SPACES.
001920 PROCEDURE DIVISION.
001930 P-ONE-CTV-MAIN SECTION.
001940     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
001950     PERFORM 0100-READ-CONTROL-CARD
001960     IF WS-CARD-IS-VALID
001970       PERFORM 0200-LOAD-REGISTER
001980     END-IF
001990     EVALUATE TRUE
002000       WHEN NOT WS-CARD-IS-VALID
002010         DISPLAY "P-ONE-CTV: INVALID SMCTVCRD CARD - "
002020           "NOTHING CHECKED"
002030         MOVE SPACES TO WS-EXC-SET-ID
002040         MOVE 'F' TO WS-EXC-SEVERITY
002050         MOVE "INVALID SMCTVCRD CARD - NOTHING CHECKED"
002060           TO WS-EXC-MESSAGE
002070         PERFORM 9000-LOG-EXCEPTION
002080         MOVE 'F' TO WS-LEDG-RESULT
002090         MOVE "INVALID CONTROL CARD - SEE SMEXCLOG"
002100           TO WS-LEDG-REMARK
002110         MOVE 16 TO RETURN-CODE
002120       WHEN NOT WS-REG-IS-READABLE
002130         DISPLAY "P-ONE-CTV: CONTROL-TOTAL REGISTER "
002140           "UNAVAILABLE - FILE STATUS " WS-CTLR-STATUS
002150         MOVE SPACES TO WS-EXC-SET-ID
002160         MOVE 'F' TO WS-EXC-SEVERITY
002170         MOVE SPACES TO WS-EXC-MESSAGE
002180         STRING "CONTROL-TOTAL REGISTER UNAVAILABLE - "
002190           "FILE STATUS " WS-CTLR-STATUS
002200           DELIMITED BY SIZE INTO WS-EXC-MESSAGE
002210         PERFORM 9000-LOG-EXCEPTION
002220         MOVE 'F' TO WS-LEDG-RESULT
002230         MOVE "REGISTER UNAVAILABLE - SEE SMEXCLOG"
002240           TO WS-LEDG-REMARK
002250         MOVE 16 TO RETURN-CODE
002260       WHEN OTHER
002270         OPEN OUTPUT SM-CTVRPT-FILE
002280         PERFORM 0250-PRINT-HEADINGS
002290         PERFORM 0300-COUNT-HISTORY
002300         PERFORM 0310-COUNT-MONTH-SUMMARY
002310         PERFORM 0320-COUNT-PARAMETERS
002320         IF WS-REG-IS-CHANGED
002330           PERFORM 0600-REWRITE-REGISTER
002340         END-IF
002350         PERFORM 0700-PRINT-TOTALS
002360         CLOSE SM-CTVRPT-FILE
002370         EVALUATE TRUE
002380           WHEN WS-FAIL-COUNT > 0
002390             MOVE 'F' TO WS-LEDG-RESULT
002400             MOVE SPACES TO WS-LEDG-REMARK
002410             MOVE WS-FAIL-COUNT TO WS-DISP-COUNT
002420             STRING WS-DISP-COUNT
002430               " DATASET(S) DIFFER - SEE SMEXCLOG"
002440               DELIMITED BY SIZE INTO WS-LEDG-REMARK
002450             MOVE 16 TO RETURN-CODE
002460           WHEN WS-RESYNC-COUNT > 0
002470             MOVE 'C' TO WS-LEDG-RESULT
002480             MOVE SPACES TO WS-LEDG-REMARK
002490             MOVE WS-RESYNC-COUNT TO WS-DISP-COUNT
002500             STRING WS-DISP-COUNT " DATASET(S) RESYNCED"
002510               DELIMITED BY SIZE INTO WS-LEDG-REMARK
002520             MOVE 4 TO RETURN-CODE
002530           WHEN OTHER
002540             MOVE 'C' TO WS-LEDG-RESULT
002550             MOVE SPACES TO WS-LEDG-REMARK
002560             MOVE WS-AGREE-COUNT TO WS-DISP-COUNT
002570             STRING WS-DISP-COUNT
002580               " DATASET(S) AGREE WITH REGISTER"
002590               DELIMITED BY SIZE INTO WS-LEDG-REMARK
002600         END-EVALUATE
002610     END-EVALUATE
002620     PERFORM 9300-WRITE-LEDGER
002630     STOP RUN.
002640
002650 0100-READ-CONTROL-CARD.
002660     OPEN INPUT SM-CTVCRD-FILE
002670     IF WS-CTVCRD-STATUS = "00"
002680       READ SM-CTVCRD-FILE
002690         NOT AT END
002700           EVALUATE TRUE
002710             WHEN SM-CTVCRD-IS-VERIFY
002720               MOVE "VERIFY" TO WS-ACTION
002730             WHEN SM-CTVCRD-IS-RESYNC
002740               MOVE "RESYNC" TO WS-ACTION
002750               MOVE SM-CTVCRD-DDNAME TO WS-RESYNC-DDNAME
002760               MOVE SM-CTVCRD-REASON TO WS-RESYNC-REASON
002770               IF WS-RESYNC-REASON = SPACES
002780                 MOVE 'N' TO WS-CARD-VALID
002790               END-IF
002800               IF WS-RESYNC-DDNAME NOT = SPACES
002810                 AND WS-RESYNC-DDNAME NOT = "SMOUT"
002820                 AND WS-RESYNC-DDNAME NOT = "SMMSUM"
002830                 AND WS-RESYNC-DDNAME NOT = "SMPARM"
002840                 MOVE 'N' TO WS-CARD-VALID
002850               END-IF
002860             WHEN OTHER
002870               MOVE 'N' TO WS-CARD-VALID
002880           END-EVALUATE
002890       END-READ
002900       CLOSE SM-CTVCRD-FILE
002910     END-IF.
002920
002930 0200-LOAD-REGISTER.
002940     MOVE 0 TO WS-REG-COUNT
002950     OPEN INPUT SM-CTLR-FILE
002960     IF WS-CTLR-STATUS = "00"
002970       SET WS-REG-IS-READABLE TO TRUE
002980       MOVE 'N' TO WS-EOF
002990       PERFORM UNTIL WS-END-OF-FILE
003000         READ SM-CTLR-FILE
003010           AT END SET WS-END-OF-FILE TO TRUE
003020           NOT AT END
003030             IF WS-REG-COUNT < 20
003040               ADD 1 TO WS-REG-COUNT
003050               MOVE SM-CTLR-DDNAME
003060                 TO WS-REG-T-DDNAME(WS-REG-COUNT)
003070               MOVE SM-CTLR-RECORD-COUNT
003080                 TO WS-REG-T-COUNT(WS-REG-COUNT)
003090               MOVE SM-CTLR-SM-TOTAL
003100                 TO WS-REG-T-SM-TOTAL(WS-REG-COUNT)
003110               MOVE SM-CTLR-HASH-TOTAL
003120                 TO WS-REG-T-HASH-TOTAL(WS-REG-COUNT)
003130               MOVE SM-CTLR-PROGRAM-ID
003140                 TO WS-REG-T-PROGRAM-ID(WS-REG-COUNT)
003150               MOVE SM-CTLR-UPDATE-DATE
003160                 TO WS-REG-T-UPDATE-DATE(WS-REG-COUNT)
003170               MOVE SM-CTLR-UPDATE-TIME
003180                 TO WS-REG-T-UPDATE-TIME(WS-REG-COUNT)
003190             END-IF
003200         END-READ
003210       END-PERFORM
003220       CLOSE SM-CTLR-FILE
003230     END-IF.
003240
003250 0250-PRINT-HEADINGS.
003260     MOVE WS-ACTION TO TT-ACTION
003270     MOVE WS-TODAY TO TT-TODAY
003280     MOVE WS-RUN-TIME TO TT-RUN-TIME
003290     MOVE WS-TITLE-LINE TO SM-CTVRPT-RECORD
003300     WRITE SM-CTVRPT-RECORD
003310     IF WS-ACTION-IS-RESYNC
003320       MOVE WS-RESYNC-REASON TO RS-REASON
003330       MOVE WS-REASON-LINE TO SM-CTVRPT-RECORD
003340       WRITE SM-CTVRPT-RECORD
003350     END-IF
003360     MOVE SPACES TO SM-CTVRPT-RECORD
003370     WRITE SM-CTVRPT-RECORD
003380     MOVE WS-HEADING-LINE TO SM-CTVRPT-RECORD
003390     WRITE SM-CTVRPT-RECORD.
003400
003410 0300-COUNT-HISTORY.
003420     MOVE "SMOUT" TO WS-DS-DDNAME
003430     PERFORM 0800-START-DATASET
003440     OPEN INPUT SM-OUT-FILE
003450     MOVE WS-DS-STATUS TO WS-DS-OPEN-STATUS
003460     IF WS-DS-STATUS = "00"
003470       MOVE LOW-VALUES TO SM-OUT-KEY
003480       START SM-OUT-FILE KEY >= SM-OUT-KEY
003490         INVALID KEY SET WS-DS-END-OF-FILE TO TRUE
003500       END-START
003510       PERFORM UNTIL WS-DS-END-OF-FILE
003520         READ SM-OUT-FILE NEXT
003530           AT END SET WS-DS-END-OF-FILE TO TRUE
003540           NOT AT END
003550             MOVE SM-OUT-SM-VALUE TO WS-DS-SM-WORK
003560             MOVE SM-OUT-RECORD TO WS-DS-REC-WORK
003570             MOVE LENGTH OF SM-OUT-RECORD TO WS-DS-REC-LEN
003580             PERFORM 0810-ADD-RECORD
003590         END-READ
003600       END-PERFORM
003610       CLOSE SM-OUT-FILE
003620     END-IF
003630     PERFORM 0850-END-DATASET.
003640
003650 0310-COUNT-MONTH-SUMMARY.
003660     MOVE "SMMSUM" TO WS-DS-DDNAME
003670     PERFORM 0800-START-DATASET
003680     OPEN INPUT SM-MSUM-FILE
003690     MOVE WS-DS-STATUS TO WS-DS-OPEN-STATUS
003700     IF WS-DS-STATUS = "00"
003710       MOVE LOW-VALUES TO SM-MSUM-KEY
003720       START SM-MSUM-FILE KEY >= SM-MSUM-KEY
003730         INVALID KEY SET WS-DS-END-OF-FILE TO TRUE
003740       END-START
003750       PERFORM UNTIL WS-DS-END-OF-FILE
003760         READ SM-MSUM-FILE NEXT
003770           AT END SET WS-DS-END-OF-FILE TO TRUE
003780           NOT AT END
003790             MOVE SM-MSUM-SM-TOTAL TO WS-DS-SM-WORK
003800             MOVE SM-MSUM-RECORD TO WS-DS-REC-WORK
003810             MOVE LENGTH OF SM-MSUM-RECORD TO WS-DS-REC-LEN
003820             PERFORM 0810-ADD-RECORD
003830         END-READ
003840       END-PERFORM
003850       CLOSE SM-MSUM-FILE
003860     END-IF
003870     PERFORM 0850-END-DATASET.
003880
003890 0320-COUNT-PARAMETERS.
003900     MOVE "SMPARM" TO WS-DS-DDNAME
003910     PERFORM 0800-START-DATASET
003920     OPEN INPUT SM-PARM-FILE
003930     MOVE WS-DS-STATUS TO WS-DS-OPEN-STATUS
003940     IF WS-DS-STATUS = "00"
003950       PERFORM UNTIL WS-DS-END-OF-FILE
003960         READ SM-PARM-FILE
003970           AT END SET WS-DS-END-OF-FILE TO TRUE
003980           NOT AT END
003990             MOVE SM-PARM-LOOP-BOUND TO WS-DS-SM-WORK
004000             MOVE SM-PARM-RECORD TO WS-DS-REC-WORK
004010             MOVE LENGTH OF SM-PARM-RECORD TO WS-DS-REC-LEN
004020             PERFORM 0810-ADD-RECORD
004030         END-READ
004040       END-PERFORM
004050       CLOSE SM-PARM-FILE
004060     END-IF
004070     PERFORM 0850-END-DATASET.
004080
004090* COMPARE THE LIVE TOTALS WITH THE REGISTER, OR RESET THE
004100* REGISTER TO THEM WHEN A RESYNC NAMES THIS DATASET
004110 0400-CHECK-DATASET.
004120     ADD 1 TO WS-CHECKED-COUNT
004130     MOVE 0 TO WS-FOUND-IDX
004140     IF WS-REG-COUNT > 0
004150       SET WS-REG-IDX TO 1
004160       SEARCH WS-REG-ENTRY
004170         AT END CONTINUE
004180         WHEN WS-REG-T-DDNAME(WS-REG-IDX) = WS-DS-DDNAME
004190           SET WS-FOUND-IDX TO WS-REG-IDX
004200       END-SEARCH
004210     END-IF
004220     IF WS-FOUND-IDX > 0
004230       MOVE "REGISTER" TO DL-SOURCE
004240       MOVE WS-REG-T-COUNT(WS-FOUND-IDX) TO DL-COUNT
004250       MOVE WS-REG-T-SM-TOTAL(WS-FOUND-IDX) TO DL-SM-TOTAL
004260       MOVE WS-REG-T-HASH-TOTAL(WS-FOUND-IDX) TO DL-HASH-TOTAL
004270       MOVE SPACES TO DL-RESULT
004280       MOVE WS-DS-DDNAME TO DL-DDNAME
004290       MOVE WS-DETAIL-LINE TO SM-CTVRPT-RECORD
004300       WRITE SM-CTVRPT-RECORD
004310     END-IF
004320     EVALUATE TRUE
004330       WHEN WS-DS-OPEN-STATUS NOT = "00"
004340         AND WS-DS-OPEN-STATUS NOT = "35"
004350         MOVE SPACES TO WS-DS-RESULT
004360         STRING "*UNREADABLE FS " WS-DS-OPEN-STATUS "*"
004370           DELIMITED BY SIZE INTO WS-DS-RESULT
004380         ADD 1 TO WS-FAIL-COUNT
004390         MOVE SPACES TO WS-EXC-MESSAGE
004400         STRING WS-DS-DDNAME DELIMITED BY SPACE
004410           " UNREADABLE - FILE STATUS " DELIMITED BY SIZE
004420           WS-DS-OPEN-STATUS DELIMITED BY SIZE
004430           " - NOT VERIFIED" DELIMITED BY SIZE
004440           INTO WS-EXC-MESSAGE
004450         END-STRING
004460         PERFORM 0490-LOG-FATAL
004470       WHEN WS-ACTION-IS-RESYNC
004480         AND (WS-RESYNC-DDNAME = SPACES
004490           OR WS-RESYNC-DDNAME = WS-DS-DDNAME)
004500         PERFORM 0500-RESYNC-DATASET
004510       WHEN WS-FOUND-IDX = 0
004520         MOVE "*NO REGISTER ENTRY*" TO WS-DS-RESULT
004530         ADD 1 TO WS-FAIL-COUNT
004540         MOVE SPACES TO WS-EXC-MESSAGE
004550         STRING "NO CONTROL-TOTAL REGISTER ENTRY FOR "
004560           DELIMITED BY SIZE
004570           WS-DS-DDNAME DELIMITED BY SPACE
004580           " - RESYNC NEEDED" DELIMITED BY SIZE
004590           INTO WS-EXC-MESSAGE
004600         END-STRING
004610         PERFORM 0490-LOG-FATAL
004620       WHEN OTHER
004630         PERFORM 0450-COMPARE-TOTALS
004640     END-EVALUATE
004650     MOVE WS-DS-DDNAME TO DL-DDNAME
004660     MOVE "LIVE" TO DL-SOURCE
004670     MOVE WS-DS-COUNT TO DL-COUNT
004680     MOVE WS-DS-SM-TOTAL TO DL-SM-TOTAL
004690     MOVE WS-DS-HASH-TOTAL TO DL-HASH-TOTAL
004700     MOVE WS-DS-RESULT TO DL-RESULT
004710     MOVE WS-DETAIL-LINE TO SM-CTVRPT-RECORD
004720     WRITE SM-CTVRPT-RECORD
004730     IF WS-DIFF-FIELDS NOT = SPACES
004740       MOVE "DIFF" TO DL-SOURCE
004750       MOVE WS-DIFF-COUNT TO DL-COUNT
004760       MOVE WS-DIFF-SM-TOTAL TO DL-SM-TOTAL
004770       MOVE WS-DIFF-HASH-TOTAL TO DL-HASH-TOTAL
004780       MOVE SPACES TO DL-RESULT
004790       MOVE WS-DETAIL-LINE TO SM-CTVRPT-RECORD
004800       WRITE SM-CTVRPT-RECORD
004810     END-IF
004820     IF WS-FOUND-IDX > 0
004830       MOVE WS-REG-T-PROGRAM-ID(WS-FOUND-IDX) TO WL-PROGRAM-ID
004840       MOVE WS-REG-T-UPDATE-DATE(WS-FOUND-IDX) TO WL-UPDATE-DATE
004850       MOVE WS-REG-T-UPDATE-TIME(WS-FOUND-IDX) TO WL-UPDATE-TIME
004860       MOVE WS-WRITER-LINE TO SM-CTVRPT-RECORD
004870       WRITE SM-CTVRPT-RECORD
004880     END-IF
004890     MOVE SPACES TO SM-CTVRPT-RECORD
004900     WRITE SM-CTVRPT-RECORD.
004910
004920* ANY DIFFERENCE FROM THE REGISTER IS A CHANGE NO SANCTIONED
004930* WRITER ACCOUNTED FOR
004940 0450-COMPARE-TOTALS.
004950     COMPUTE WS-DIFF-COUNT =
004960       WS-DS-COUNT - WS-REG-T-COUNT(WS-FOUND-IDX)
004970     COMPUTE WS-DIFF-SM-TOTAL =
004980       WS-DS-SM-TOTAL - WS-REG-T-SM-TOTAL(WS-FOUND-IDX)
004990     COMPUTE WS-DIFF-HASH-TOTAL =
005000       WS-DS-HASH-TOTAL - WS-REG-T-HASH-TOTAL(WS-FOUND-IDX)
005005     MOVE 1 TO WS-DIFF-PTR
005010     IF WS-DIFF-COUNT NOT = 0
005020       STRING "COUNT " DELIMITED BY SIZE
005030         INTO WS-DIFF-FIELDS WITH POINTER WS-DIFF-PTR
005040       END-STRING
005050     END-IF
005060     IF WS-DIFF-SM-TOTAL NOT = 0
005070       STRING "SM " DELIMITED BY SIZE
005080         INTO WS-DIFF-FIELDS WITH POINTER WS-DIFF-PTR
005090       END-STRING
005100     END-IF
005110     IF WS-DIFF-HASH-TOTAL NOT = 0
005120       STRING "HASH " DELIMITED BY SIZE
005130         INTO WS-DIFF-FIELDS WITH POINTER WS-DIFF-PTR
005140       END-STRING
005150     END-IF
005160     IF WS-DIFF-FIELDS = SPACES
005170       ADD 1 TO WS-AGREE-COUNT
005180       MOVE "AGREES" TO WS-DS-RESULT
005190     ELSE
005200       ADD 1 TO WS-FAIL-COUNT
005210       MOVE "*** DIFFERS ***" TO WS-DS-RESULT
005220       MOVE SPACES TO WS-EXC-MESSAGE
005230       STRING WS-DS-DDNAME DELIMITED BY SPACE
005240         " CHANGED OUTSIDE SANCTIONED WRITERS - "
005245           DELIMITED BY SIZE
005250         WS-DIFF-FIELDS DELIMITED BY SIZE
005260         INTO WS-EXC-MESSAGE
005270       END-STRING
005280       PERFORM 0490-LOG-FATAL
005290     END-IF.
005300
005310 0490-LOG-FATAL.
005320     DISPLAY "P-ONE-CTV: " WS-EXC-MESSAGE
005330     MOVE SPACES TO WS-EXC-SET-ID
005340     MOVE 'F' TO WS-EXC-SEVERITY
005350     PERFORM 9000-LOG-EXCEPTION.
005360
005370 0500-RESYNC-DATASET.
005380     IF WS-FOUND-IDX = 0
005390       IF WS-REG-COUNT < 20
005400         ADD 1 TO WS-REG-COUNT
005410         MOVE WS-REG-COUNT TO WS-FOUND-IDX
005420         MOVE WS-DS-DDNAME TO WS-REG-T-DDNAME(WS-FOUND-IDX)
005430       END-IF
005440     END-IF
005450     IF WS-FOUND-IDX > 0
005460       MOVE WS-DS-COUNT TO WS-REG-T-COUNT(WS-FOUND-IDX)
005470       MOVE WS-DS-SM-TOTAL TO WS-REG-T-SM-TOTAL(WS-FOUND-IDX)
005480       MOVE WS-DS-HASH-TOTAL TO WS-REG-T-HASH-TOTAL(WS-FOUND-IDX)
005490       MOVE "P-ONE-CTV" TO WS-REG-T-PROGRAM-ID(WS-FOUND-IDX)
005500       MOVE WS-TODAY TO WS-REG-T-UPDATE-DATE(WS-FOUND-IDX)
005510       MOVE WS-RUN-TIME TO WS-REG-T-UPDATE-TIME(WS-FOUND-IDX)
005520       SET WS-REG-IS-CHANGED TO TRUE
005530       ADD 1 TO WS-RESYNC-COUNT
005540       MOVE "RESYNCED" TO WS-DS-RESULT
005550       DISPLAY "P-ONE-CTV: REGISTER RESYNCED FOR " WS-DS-DDNAME
005560         " - " WS-RESYNC-REASON
005570       MOVE SPACES TO WS-EXC-SET-ID
005580       MOVE 'W' TO WS-EXC-SEVERITY
005590       MOVE SPACES TO WS-EXC-MESSAGE
005600       STRING "REGISTER RESYNCED FOR " DELIMITED BY SIZE
005610         WS-DS-DDNAME DELIMITED BY SPACE
005620         " - " DELIMITED BY SIZE
005630         WS-RESYNC-REASON DELIMITED BY SIZE
005640         INTO WS-EXC-MESSAGE
005650       END-STRING
005660       PERFORM 9000-LOG-EXCEPTION
005670     END-IF.
005680
005690 0600-REWRITE-REGISTER.
005700     OPEN OUTPUT SM-CTLR-FILE
005710     IF WS-CTLR-STATUS NOT = "00"
005720       DISPLAY "P-ONE-CTV: UNABLE TO REWRITE CONTROL-TOTAL "
005730         "REGISTER - FILE STATUS " WS-CTLR-STATUS
005740       ADD 1 TO WS-FAIL-COUNT
005750       MOVE SPACES TO WS-EXC-MESSAGE
005760       STRING "UNABLE TO REWRITE REGISTER - FILE STATUS "
005770         WS-CTLR-STATUS DELIMITED BY SIZE INTO WS-EXC-MESSAGE
005780       PERFORM 0490-LOG-FATAL
005790     ELSE
005800       PERFORM VARYING WS-REG-SUB FROM 1 BY 1
005810         UNTIL WS-REG-SUB > WS-REG-COUNT
005820         MOVE WS-REG-T-DDNAME(WS-REG-SUB) TO SM-CTLR-DDNAME
005830         MOVE WS-REG-T-COUNT(WS-REG-SUB) TO SM-CTLR-RECORD-COUNT
005840         MOVE WS-REG-T-SM-TOTAL(WS-REG-SUB) TO SM-CTLR-SM-TOTAL
005850         MOVE WS-REG-T-HASH-TOTAL(WS-REG-SUB)
005860           TO SM-CTLR-HASH-TOTAL
005870         MOVE WS-REG-T-PROGRAM-ID(WS-REG-SUB)
005880           TO SM-CTLR-PROGRAM-ID
005890         MOVE WS-REG-T-UPDATE-DATE(WS-REG-SUB)
005900           TO SM-CTLR-UPDATE-DATE
005910         MOVE WS-REG-T-UPDATE-TIME(WS-REG-SUB)
005920           TO SM-CTLR-UPDATE-TIME
005930         WRITE SM-CTLR-RECORD
005940       END-PERFORM
005950       CLOSE SM-CTLR-FILE
005960     END-IF.
005970
005980 0700-PRINT-TOTALS.
005990     MOVE "TOTALS" TO SC-TITLE
006000     MOVE WS-SECTION-LINE TO SM-CTVRPT-RECORD
006010     WRITE SM-CTVRPT-RECORD
006020     MOVE "DATASETS CHECKED" TO CL-LABEL
006030     MOVE WS-CHECKED-COUNT TO CL-COUNT
006040     MOVE WS-COUNT-LINE TO SM-CTVRPT-RECORD
006050     WRITE SM-CTVRPT-RECORD
006060     MOVE "AGREE WITH REGISTER" TO CL-LABEL
006070     MOVE WS-AGREE-COUNT TO CL-COUNT
006080     MOVE WS-COUNT-LINE TO SM-CTVRPT-RECORD
006090     WRITE SM-CTVRPT-RECORD
006100     MOVE "RESYNCED" TO CL-LABEL
006110     MOVE WS-RESYNC-COUNT TO CL-COUNT
006120     MOVE WS-COUNT-LINE TO SM-CTVRPT-RECORD
006130     WRITE SM-CTVRPT-RECORD
006140     MOVE "DIFFER OR NOT VERIFIED" TO CL-LABEL
006150     MOVE WS-FAIL-COUNT TO CL-COUNT
006160     MOVE WS-COUNT-LINE TO SM-CTVRPT-RECORD
006170     WRITE SM-CTVRPT-RECORD
006180     MOVE SPACES TO SM-CTVRPT-RECORD
006190     WRITE SM-CTVRPT-RECORD
006200     IF WS-FAIL-COUNT > 0
006210       MOVE "*** NIGHTLY STREAM STOPPED - SEE SMEXCLOG ***"
006220         TO SC-TITLE
006230     ELSE
006240       MOVE "*** CONTROL TOTALS VERIFIED ***" TO SC-TITLE
006250     END-IF
006260     MOVE WS-SECTION-LINE TO SM-CTVRPT-RECORD
006270     WRITE SM-CTVRPT-RECORD.
006280
006290 0800-START-DATASET.
006300     MOVE 'N' TO WS-DS-EOF
006310     MOVE 0 TO WS-DS-COUNT
006320     MOVE 0 TO WS-DS-SM-TOTAL
006330     MOVE 0 TO WS-DS-HASH-TOTAL
006340     MOVE 0 TO WS-DIFF-COUNT
006350     MOVE 0 TO WS-DIFF-SM-TOTAL
006360     MOVE 0 TO WS-DIFF-HASH-TOTAL
006370     MOVE SPACES TO WS-DIFF-FIELDS
006380     MOVE SPACES TO WS-DS-RESULT.
006390
006400 0810-ADD-RECORD.
006410     PERFORM 0820-HASH-RECORD
006420     ADD 1 TO WS-DS-COUNT
006430     ADD WS-DS-SM-WORK TO WS-DS-SM-TOTAL
006440     ADD WS-DS-HASH-WORK TO WS-DS-HASH-TOTAL.
006450
006460 0820-HASH-RECORD.
006470     MOVE 0 TO WS-DS-HASH-WORK
006480     PERFORM VARYING WS-DS-BYTE-SUB FROM 1 BY 1
006490       UNTIL WS-DS-BYTE-SUB > WS-DS-REC-LEN
006500       COMPUTE WS-DS-HASH-WORK = WS-DS-HASH-WORK
006510         + FUNCTION ORD(WS-DS-REC-WORK(WS-DS-BYTE-SUB:1))
006520         * WS-DS-BYTE-SUB
006530     END-PERFORM.
006540
006550 0850-END-DATASET.
006560     PERFORM 0400-CHECK-DATASET.
006570
006580 9000-LOG-EXCEPTION.
006590     OPEN EXTEND SM-EXCLOG-FILE
006600     IF WS-EXCLOG-STATUS = "00"
006610       MOVE WS-TODAY TO SM-EXC-RUN-DATE
006620       MOVE WS-RUN-TIME TO SM-EXC-RUN-TIME
006630       MOVE "P-ONE-CTV" TO SM-EXC-PROGRAM-ID
006640       MOVE WS-EXC-SET-ID TO SM-EXC-SET-ID
006650       MOVE WS-EXC-SEVERITY TO SM-EXC-SEVERITY
006660       MOVE WS-EXC-MESSAGE TO SM-EXC-MESSAGE
006670       WRITE SM-EXC-RECORD
006680       CLOSE SM-EXCLOG-FILE
006690     END-IF.
006700
006710 9300-WRITE-LEDGER.
006720     MOVE WS-TODAY TO SM-LEDG-BUS-DATE
006730     MOVE "P-ONE-CTV" TO SM-LEDG-STEP
006740     MOVE WS-LEDG-RESULT TO SM-LEDG-STATUS
006750     MOVE "P-ONE-CTV" TO SM-LEDG-PROGRAM-ID
006760     MOVE WS-TODAY TO SM-LEDG-RUN-DATE
006770     MOVE WS-RUN-TIME TO SM-LEDG-RUN-TIME
006780     MOVE RETURN-CODE TO SM-LEDG-RETURN-CODE
006790     MOVE 'N' TO SM-LEDG-OVERRIDE
006800     MOVE WS-LEDG-REMARK TO SM-LEDG-REMARK
006810     OPEN I-O SM-LEDG-FILE
006820     IF WS-LEDG-STATUS = "35"
006830       OPEN OUTPUT SM-LEDG-FILE
006840     END-IF
006850     IF WS-LEDG-STATUS NOT = "00"
006860       PERFORM 9310-LOG-LEDGER-FAILURE
006870     ELSE
006880       WRITE SM-LEDG-RECORD
006890         INVALID KEY
006900           REWRITE SM-LEDG-RECORD
006910       END-WRITE
006920       IF WS-LEDG-STATUS NOT = "00"
006930         PERFORM 9310-LOG-LEDGER-FAILURE
006940       END-IF
006950       CLOSE SM-LEDG-FILE
006960     END-IF.
006970
006980 9310-LOG-LEDGER-FAILURE.
006990     DISPLAY "P-ONE-CTV: STEP LEDGER WRITE FAILED - "
007000       "FILE STATUS " WS-LEDG-STATUS
007010     MOVE SPACES TO WS-EXC-SET-ID
007020     MOVE 'E' TO WS-EXC-SEVERITY
007030     MOVE SPACES TO WS-EXC-MESSAGE
007040     STRING "STEP LEDGER WRITE FAILED - FILE STATUS "
007050       WS-LEDG-STATUS DELIMITED BY SIZE INTO WS-EXC-MESSAGE
007060     PERFORM 9000-LOG-EXCEPTION.
