000100* P-ONE-BKP.COB
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID. P-ONE-BKP.
000130 ENVIRONMENT DIVISION.
000140 INPUT-OUTPUT SECTION.
000150 FILE-CONTROL.
000160     SELECT SM-CKPT-FILE ASSIGN TO "SMCKPT"
000170     ORGANIZATION IS LINE SEQUENTIAL
000180     FILE STATUS IS WS-DS-STATUS.
000190     SELECT SM-WCKPT-FILE ASSIGN TO "SMWCKPT"
000200     ORGANIZATION IS LINE SEQUENTIAL
000210     FILE STATUS IS WS-DS-STATUS.
000220     SELECT SM-OUT-FILE ASSIGN TO "SMOUT"
000230     ORGANIZATION IS INDEXED
000240     ACCESS MODE IS DYNAMIC
000250     RECORD KEY IS SM-OUT-KEY
000260     FILE STATUS IS WS-DS-STATUS.
000270     SELECT SM-OUTA-FILE ASSIGN TO "SMOUTA"
000280     ORGANIZATION IS LINE SEQUENTIAL
000290     FILE STATUS IS WS-DS-STATUS.
000300     SELECT SM-TRLR-FILE ASSIGN TO "SMTRLR"
000310     ORGANIZATION IS LINE SEQUENTIAL
000320     FILE STATUS IS WS-DS-STATUS.
000330     SELECT SM-TRLRA-FILE ASSIGN TO "SMTRLRA"
000340     ORGANIZATION IS LINE SEQUENTIAL
000350     FILE STATUS IS WS-DS-STATUS.
000360     SELECT SM-RUNCTL-FILE ASSIGN TO "SMRUNCTL"
000370     ORGANIZATION IS LINE SEQUENTIAL
000380     FILE STATUS IS WS-DS-STATUS.
000390     SELECT SM-MSUM-FILE ASSIGN TO "SMMSUM"
000400     ORGANIZATION IS INDEXED
000410     ACCESS MODE IS DYNAMIC
000420     RECORD KEY IS SM-MSUM-KEY
000430     FILE STATUS IS WS-DS-STATUS.
000440     SELECT SM-LEDG-FILE ASSIGN TO "SMLEDGER"
000450     ORGANIZATION IS INDEXED
000460     ACCESS MODE IS DYNAMIC
000470     RECORD KEY IS SM-LEDG-KEY
000480     FILE STATUS IS WS-DS-STATUS.
000490     SELECT SM-PARM-FILE ASSIGN TO "SMPARM"
000500     ORGANIZATION IS LINE SEQUENTIAL
000510     FILE STATUS IS WS-DS-STATUS.
000520     SELECT SM-EXPECT-FILE ASSIGN TO "SMEXPCT"
000530     ORGANIZATION IS LINE SEQUENTIAL
000540     FILE STATUS IS WS-DS-STATUS.
000550     SELECT SM-EPROP-FILE ASSIGN TO "SMEPROP"
000560     ORGANIZATION IS LINE SEQUENTIAL
000570     FILE STATUS IS WS-DS-STATUS.
000580     SELECT SM-CAL-FILE ASSIGN TO "SMCAL"
000590     ORGANIZATION IS LINE SEQUENTIAL
000600     FILE STATUS IS WS-DS-STATUS.
000610     SELECT SM-FDCTL-FILE ASSIGN TO "SMFDCTL"
000620     ORGANIZATION IS LINE SEQUENTIAL
000630     FILE STATUS IS WS-DS-STATUS.
000640     SELECT SM-PART-FILE ASSIGN TO "SMPART"
000650     ORGANIZATION IS LINE SEQUENTIAL
000660     FILE STATUS IS WS-DS-STATUS.
000670     SELECT SM-SLICE-FILE ASSIGN TO "SMSLICE"
000680     ORGANIZATION IS LINE SEQUENTIAL
000690     FILE STATUS IS WS-DS-STATUS.
000700     SELECT SM-AUDIT-FILE ASSIGN TO "SMAUDIT"
000710     ORGANIZATION IS LINE SEQUENTIAL
000720     FILE STATUS IS WS-DS-STATUS.
000730     SELECT SM-EAUDIT-FILE ASSIGN TO "SMEAUDIT"
000740     ORGANIZATION IS LINE SEQUENTIAL
000750     FILE STATUS IS WS-DS-STATUS.
000760     SELECT SM-ADJAUD-FILE ASSIGN TO "SMADJAUD"
000770     ORGANIZATION IS LINE SEQUENTIAL
000780     FILE STATUS IS WS-DS-STATUS.
000782     SELECT SM-CAUDIT-FILE ASSIGN TO "SMCALAUD"
000784     ORGANIZATION IS LINE SEQUENTIAL
000786     FILE STATUS IS WS-DS-STATUS.
000787     SELECT SM-CTLR-FILE ASSIGN TO "SMCTLREG"
000788     ORGANIZATION IS LINE SEQUENTIAL
000789     FILE STATUS IS WS-DS-STATUS.
000790     SELECT SM-PEND-FILE ASSIGN TO "SMPEND"
000800     ORGANIZATION IS LINE SEQUENTIAL
000810     FILE STATUS IS WS-DS-STATUS.
000820     SELECT SM-ARCCTL-FILE ASSIGN TO "SMARCCTL"
000830     ORGANIZATION IS LINE SEQUENTIAL
000840     FILE STATUS IS WS-DS-STATUS.
000850     SELECT SM-MANF-FILE ASSIGN TO "SMMANIF"
000860     ORGANIZATION IS LINE SEQUENTIAL
000870     FILE STATUS IS WS-MANF-STATUS.
000880     SELECT SM-BKPRPT-FILE ASSIGN TO "SMBKPRPT"
000890     ORGANIZATION IS LINE SEQUENTIAL.
000900     SELECT SM-EXCLOG-FILE ASSIGN TO "SMEXCLOG"
000910     ORGANIZATION IS LINE SEQUENTIAL
000920     FILE STATUS IS WS-EXCLOG-STATUS.
000930 DATA DIVISION.
000940 FILE SECTION.
000950 FD SM-CKPT-FILE.
000960     COPY SMCKPT.
000970 FD SM-WCKPT-FILE.
000980     COPY SMWCKPT.
000990 FD SM-OUT-FILE.
001000     COPY SMREC.
001010 FD SM-OUTA-FILE.
001020 01 SM-OUTA-RECORD.
001030    05 SM-OUTA-RUN-DATE PIC 9(8).
001040    05 SM-OUTA-PARM-SET-ID PIC X(8).
001050    05 SM-OUTA-SM-VALUE PIC 9(15).
001060    05 SM-OUTA-ADJUSTED PIC X(1).
001070 FD SM-TRLR-FILE.
001080     COPY SMTRLR.
001090 FD SM-TRLRA-FILE.
001100 01 SM-TRLRA-RECORD.
001110    05 SM-TRLRA-RUN-DATE PIC 9(8).
001120    05 SM-TRLRA-PARM-SET-ID PIC X(8).
001130    05 SM-TRLRA-FINAL-CT PIC 9(9).
001140    05 FILLER PIC X(123).
001150 FD SM-RUNCTL-FILE.
001160 01 SM-RUNCTL-RECORD.
001170    05 SM-RUNCTL-RUN-DATE PIC 9(8).
001180    05 SM-RUNCTL-RUN-NUMBER PIC 9(3).
001190 FD SM-MSUM-FILE.
001200     COPY SMMSUM.
001210 FD SM-LEDG-FILE.
001220     COPY SMLEDG.
001230 FD SM-PARM-FILE.
001240     COPY SMPARM.
001250 FD SM-EXPECT-FILE.
001260 01 SM-EXPECT-RECORD.
001270    05 SM-EXPECT-SET-ID PIC X(8).
001280    05 SM-EXPECT-VALUE PIC 9(15).
001290    05 SM-EXPECT-TOLERANCE PIC 9(9).
001300 FD SM-EPROP-FILE.
001310 01 SM-EPROP-RECORD.
001320    05 SM-EPROP-ACTION PIC X(1).
001330    05 SM-EPROP-SET-ID PIC X(8).
001340    05 SM-EPROP-VALUE PIC 9(15).
001350    05 SM-EPROP-TOLERANCE PIC 9(9).
001360 FD SM-CAL-FILE.
001370     COPY SMCAL.
001380 FD SM-FDCTL-FILE.
001390     COPY SMFDCT.
001400 FD SM-PART-FILE.
001410     COPY SMPARTL.
001420 FD SM-SLICE-FILE.
001430     COPY SMSLICE.
001440 FD SM-AUDIT-FILE.
001450     COPY SMAUDT.
001460 FD SM-EAUDIT-FILE.
001470     COPY SMEAUD.
001480 FD SM-ADJAUD-FILE.
001490     COPY SMADJA.
001493 FD SM-CAUDIT-FILE.
001496     COPY SMCAUD.
001497 FD SM-CTLR-FILE.
001498     COPY SMCTLR.
001500 FD SM-PEND-FILE.
001510     COPY SMPEND.
001520 FD SM-ARCCTL-FILE.
001530 01 SM-ARCCTL-RECORD.
001540    05 SM-ARCCTL-RUN-DATE PIC 9(8).
001550    05 SM-ARCCTL-CUTOFF-DATE PIC 9(8).
001560    05 SM-ARCCTL-LOW-DATE PIC 9(8).
001570    05 SM-ARCCTL-HIGH-DATE PIC 9(8).
001580    05 SM-ARCCTL-HIST-COUNT PIC 9(9).
001590    05 SM-ARCCTL-TRLR-COUNT PIC 9(9).
001600    05 SM-ARCCTL-SM-TOTAL PIC 9(18).
001610 FD SM-MANF-FILE.
001620     COPY SMMANF.
001630 FD SM-BKPRPT-FILE.
001640 01 SM-BKPRPT-RECORD PIC X(100).
001650 FD SM-EXCLOG-FILE.
001660     COPY SMEXCP.
001670 WORKING-STORAGE SECTION.
001680 01 WS-DS-STATUS PIC XX VALUE SPACES.
001690 01 WS-MANF-STATUS PIC XX VALUE SPACES.
001700 01 WS-EXCLOG-STATUS PIC XX VALUE SPACES.
001710 01 WS-CURRENT-DATE.
001720    05 WS-RUN-DATE PIC 9(8).
001730    05 WS-RUN-TIME PIC 9(6).
001740    05 FILLER PIC X(7).
001750 01 WS-EXC-SET-ID PIC X(8) VALUE SPACES.
001760 01 WS-EXC-SEVERITY PIC X(1) VALUE 'E'.
001770 01 WS-EXC-MESSAGE PIC X(60) VALUE SPACES.
001780* TOTALS FOR THE DATASET BEING COUNTED
001790 01 WS-DS-DDNAME PIC X(8) VALUE SPACES.
001800 01 WS-DS-OPEN-STATUS PIC XX VALUE SPACES.
001810 01 WS-DS-EOF PIC X VALUE 'N'.
001820    88 WS-DS-END-OF-FILE VALUE 'Y'.
001830 01 WS-DS-COUNT PIC 9(9) VALUE 0.
001840 01 WS-DS-SM-TOTAL PIC 9(18) VALUE 0.
001850 01 WS-DS-HASH-TOTAL PIC 9(18) VALUE 0.
001860 01 WS-DS-SM-WORK PIC 9(18) VALUE 0.
001870 01 WS-DS-HASH-WORK PIC 9(18) VALUE 0.
001880* ONE ENTRY PER DATASET COUNTED, WRITTEN TO THE MANIFEST ONCE
001890* EVERY DATASET HAS BEEN READ
001900 01 WS-MAN-TABLE.
001910    05 WS-MAN-ENTRY OCCURS 1 TO 30 TIMES
001920       DEPENDING ON WS-MAN-COUNT.
001930       10 WS-MAN-T-DDNAME PIC X(8).
001940       10 WS-MAN-T-COUNT PIC 9(9).
001950       10 WS-MAN-T-SM-TOTAL PIC 9(18).
001960       10 WS-MAN-T-HASH-TOTAL PIC 9(18).
001970       10 WS-MAN-T-OPEN-STATUS PIC XX.
001980 01 WS-MAN-COUNT PIC 9(4) VALUE 0.
001990 01 WS-MAN-SUB PIC 9(4) VALUE 0.
002000 01 WS-OPEN-FAIL-COUNT PIC 9(4) VALUE 0.
002010 01 WS-CKPT-OUTSTANDING PIC X VALUE 'N'.
002020    88 WS-CKPT-IS-OUTSTANDING VALUE 'Y'.
002030 01 WS-TITLE-LINE.
002040    05 FILLER PIC X(33) VALUE "SM DATASET MANIFEST - TAKEN ".
002050    05 TL-RUN-DATE PIC 9(8).
002060    05 FILLER PIC X(1) VALUE SPACE.
002070    05 TL-RUN-TIME PIC 9(6).
002080    05 FILLER PIC X(52) VALUE SPACES.
002090 01 WS-HEADING-LINE.
002100    05 FILLER PIC X(10) VALUE "DDNAME".
002110    05 FILLER PIC X(8) VALUE "STATUS".
002120    05 FILLER PIC X(12) VALUE "     RECORDS".
002130    05 FILLER PIC X(21) VALUE "             SM TOTAL".
002140    05 FILLER PIC X(21) VALUE "           HASH TOTAL".
002150    05 FILLER PIC X(28) VALUE SPACES.
002160 01 WS-DETAIL-LINE.
002170    05 DL-DDNAME PIC X(8).
002180    05 FILLER PIC X(2) VALUE SPACES.
002190    05 DL-STATUS PIC X(6).
002200    05 FILLER PIC X(2) VALUE SPACES.
002210    05 DL-COUNT PIC Z(11)9.
002220    05 FILLER PIC X(2) VALUE SPACES.
002230    05 DL-SM-TOTAL PIC Z(18)9.
002240    05 FILLER PIC X(2) VALUE SPACES.
002250    05 DL-HASH-TOTAL PIC Z(18)9.
002260    05 FILLER PIC X(28) VALUE SPACES.
002270
002280 PROCEDURE DIVISION.
002290 P-ONE-BKP-MAIN SECTION.
002300     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
002310     OPEN OUTPUT SM-BKPRPT-FILE
002320     MOVE WS-RUN-DATE TO TL-RUN-DATE
002330     MOVE WS-RUN-TIME TO TL-RUN-TIME
002340     MOVE WS-TITLE-LINE TO SM-BKPRPT-RECORD
002350     WRITE SM-BKPRPT-RECORD
002360     MOVE WS-HEADING-LINE TO SM-BKPRPT-RECORD
002370     WRITE SM-BKPRPT-RECORD
002380     PERFORM 0100-CHECK-QUIESCED
002390     IF WS-CKPT-IS-OUTSTANDING
002400       DISPLAY "P-ONE-BKP: A RUN CHECKPOINT IS OUTSTANDING - "
002410         "FINISH THE RESTART BEFORE TAKING A BACKUP"
002420       MOVE "CHECKPOINT OUTSTANDING - NO MANIFEST WRITTEN"
002430         TO SM-BKPRPT-RECORD
002440       WRITE SM-BKPRPT-RECORD
002450       MOVE SPACES TO WS-EXC-SET-ID
002460       MOVE 'E' TO WS-EXC-SEVERITY
002470       MOVE "RUN CHECKPOINT OUTSTANDING - BACKUP REFUSED"
002480         TO WS-EXC-MESSAGE
002490       PERFORM 9000-LOG-EXCEPTION
002500       MOVE 8 TO RETURN-CODE
002510     ELSE
002520       PERFORM 0200-COUNT-HISTORY
002530       PERFORM 0210-COUNT-HISTORY-ARCHIVE
002540       PERFORM 0220-COUNT-TRAILERS
002550       PERFORM 0230-COUNT-TRAILER-ARCHIVE
002560       PERFORM 0240-COUNT-RUN-CONTROL
002570       PERFORM 0250-COUNT-MONTH-SUMMARY
002580       PERFORM 0260-COUNT-LEDGER
002590       PERFORM 0300-COUNT-PARAMETERS
002600       PERFORM 0310-COUNT-EXPECTED
002610       PERFORM 0320-COUNT-EXPECT-PROPOSALS
002620       PERFORM 0330-COUNT-CALENDAR
002630       PERFORM 0340-COUNT-FEED-CONTROL
002640       PERFORM 0350-COUNT-PARTIALS
002650       PERFORM 0360-COUNT-SLICES
002660       PERFORM 0370-COUNT-ARCHIVE-CONTROL
002670       PERFORM 0400-COUNT-PARM-AUDIT
002680       PERFORM 0410-COUNT-EXPECT-AUDIT
002690       PERFORM 0420-COUNT-ADJUST-AUDIT
002695       PERFORM 0425-COUNT-CALENDAR-AUDIT
002697       PERFORM 0427-COUNT-CONTROL-REGISTER
002700       PERFORM 0430-COUNT-PENDING
002710       PERFORM 0600-WRITE-MANIFEST
002720     END-IF
002730     CLOSE SM-BKPRPT-FILE
002740     STOP RUN.
002750
002760* THE JOB HOLDS EVERY SM DATASET DISP=OLD, SO NO OTHER SM JOB
002770* CAN BE WRITING. A CHECKPOINT LEFT BY AN INTERRUPTED P-ONE OR
002780* P-ONE-WRK MEANS A RUN IS ONLY PART DONE, AND A GENERATION
002790* TAKEN NOW WOULD NOT BE CONSISTENT.
002800 0100-CHECK-QUIESCED.
002810     MOVE "SMCKPT" TO WS-DS-DDNAME
002820     PERFORM 0800-START-DATASET
002830     OPEN INPUT SM-CKPT-FILE
002840     MOVE WS-DS-STATUS TO WS-DS-OPEN-STATUS
002850     IF WS-DS-STATUS = "00"
002860       PERFORM UNTIL WS-DS-END-OF-FILE
002870         READ SM-CKPT-FILE
002880           AT END SET WS-DS-END-OF-FILE TO TRUE
002890           NOT AT END
002900             MOVE SM-CKPT-SM TO WS-DS-SM-WORK
002910             MOVE SM-CKPT-CT TO WS-DS-HASH-WORK
002920             PERFORM 0810-ADD-RECORD
002930         END-READ
002940       END-PERFORM
002950       CLOSE SM-CKPT-FILE
002960     END-IF
002970     PERFORM 0850-END-DATASET
002980     MOVE "SMWCKPT" TO WS-DS-DDNAME
002990     PERFORM 0800-START-DATASET
003000     OPEN INPUT SM-WCKPT-FILE
003010     MOVE WS-DS-STATUS TO WS-DS-OPEN-STATUS
003020     IF WS-DS-STATUS = "00"
003030       PERFORM UNTIL WS-DS-END-OF-FILE
003040         READ SM-WCKPT-FILE
003050           AT END SET WS-DS-END-OF-FILE TO TRUE
003060           NOT AT END
003070             MOVE SM-WCKPT-SM TO WS-DS-SM-WORK
003080             MOVE SM-WCKPT-CT TO WS-DS-HASH-WORK
003090             PERFORM 0810-ADD-RECORD
003100         END-READ
003110       END-PERFORM
003120       CLOSE SM-WCKPT-FILE
003130     END-IF
003140     PERFORM 0850-END-DATASET
003150     IF WS-MAN-T-COUNT(1) > 0 OR WS-MAN-T-COUNT(2) > 0
003160       SET WS-CKPT-IS-OUTSTANDING TO TRUE
003170     END-IF.
003180
003190 0200-COUNT-HISTORY.
003200     MOVE "SMOUT" TO WS-DS-DDNAME
003210     PERFORM 0800-START-DATASET
003220     OPEN INPUT SM-OUT-FILE
003230     MOVE WS-DS-STATUS TO WS-DS-OPEN-STATUS
003240     IF WS-DS-STATUS = "00"
003250       MOVE LOW-VALUES TO SM-OUT-KEY
003260       START SM-OUT-FILE KEY >= SM-OUT-KEY
003270         INVALID KEY SET WS-DS-END-OF-FILE TO TRUE
003280       END-START
003290       PERFORM UNTIL WS-DS-END-OF-FILE
003300         READ SM-OUT-FILE NEXT
003310           AT END SET WS-DS-END-OF-FILE TO TRUE
003320           NOT AT END
003330             MOVE SM-OUT-SM-VALUE TO WS-DS-SM-WORK
003340             MOVE SM-OUT-RUN-DATE TO WS-DS-HASH-WORK
003350             PERFORM 0810-ADD-RECORD
003360         END-READ
003370       END-PERFORM
003380       CLOSE SM-OUT-FILE
003390     END-IF
003400     PERFORM 0850-END-DATASET.
003410
003420 0210-COUNT-HISTORY-ARCHIVE.
003430     MOVE "SMOUTA" TO WS-DS-DDNAME
003440     PERFORM 0800-START-DATASET
003450     OPEN INPUT SM-OUTA-FILE
003460     MOVE WS-DS-STATUS TO WS-DS-OPEN-STATUS
003470     IF WS-DS-STATUS = "00"
003480       PERFORM UNTIL WS-DS-END-OF-FILE
003490         READ SM-OUTA-FILE
003500           AT END SET WS-DS-END-OF-FILE TO TRUE
003510           NOT AT END
003520             MOVE SM-OUTA-SM-VALUE TO WS-DS-SM-WORK
003530             MOVE SM-OUTA-RUN-DATE TO WS-DS-HASH-WORK
003540             PERFORM 0810-ADD-RECORD
003550         END-READ
003560       END-PERFORM
003570       CLOSE SM-OUTA-FILE
003580     END-IF
003590     PERFORM 0850-END-DATASET.
003600
003610 0220-COUNT-TRAILERS.
003620     MOVE "SMTRLR" TO WS-DS-DDNAME
003630     PERFORM 0800-START-DATASET
003640     OPEN INPUT SM-TRLR-FILE
003650     MOVE WS-DS-STATUS TO WS-DS-OPEN-STATUS
003660     IF WS-DS-STATUS = "00"
003670       PERFORM UNTIL WS-DS-END-OF-FILE
003680         READ SM-TRLR-FILE
003690           AT END SET WS-DS-END-OF-FILE TO TRUE
003700           NOT AT END
003710             MOVE 0 TO WS-DS-SM-WORK
003720             COMPUTE WS-DS-HASH-WORK =
003730               SM-TRLR-RUN-DATE + SM-TRLR-FINAL-CT
003740             PERFORM 0810-ADD-RECORD
003750         END-READ
003760       END-PERFORM
003770       CLOSE SM-TRLR-FILE
003780     END-IF
003790     PERFORM 0850-END-DATASET.
003800
003810 0230-COUNT-TRAILER-ARCHIVE.
003820     MOVE "SMTRLRA" TO WS-DS-DDNAME
003830     PERFORM 0800-START-DATASET
003840     OPEN INPUT SM-TRLRA-FILE
003850     MOVE WS-DS-STATUS TO WS-DS-OPEN-STATUS
003860     IF WS-DS-STATUS = "00"
003870       PERFORM UNTIL WS-DS-END-OF-FILE
003880         READ SM-TRLRA-FILE
003890           AT END SET WS-DS-END-OF-FILE TO TRUE
003900           NOT AT END
003910             MOVE 0 TO WS-DS-SM-WORK
003920             COMPUTE WS-DS-HASH-WORK =
003930               SM-TRLRA-RUN-DATE + SM-TRLRA-FINAL-CT
003940             PERFORM 0810-ADD-RECORD
003950         END-READ
003960       END-PERFORM
003970       CLOSE SM-TRLRA-FILE
003980     END-IF
003990     PERFORM 0850-END-DATASET.
004000
004010 0240-COUNT-RUN-CONTROL.
004020     MOVE "SMRUNCTL" TO WS-DS-DDNAME
004030     PERFORM 0800-START-DATASET
004040     OPEN INPUT SM-RUNCTL-FILE
004050     MOVE WS-DS-STATUS TO WS-DS-OPEN-STATUS
004060     IF WS-DS-STATUS = "00"
004070       PERFORM UNTIL WS-DS-END-OF-FILE
004080         READ SM-RUNCTL-FILE
004090           AT END SET WS-DS-END-OF-FILE TO TRUE
004100           NOT AT END
004110             MOVE 0 TO WS-DS-SM-WORK
004120             COMPUTE WS-DS-HASH-WORK =
004130               SM-RUNCTL-RUN-DATE + SM-RUNCTL-RUN-NUMBER
004140             PERFORM 0810-ADD-RECORD
004150         END-READ
004160       END-PERFORM
004170       CLOSE SM-RUNCTL-FILE
004180     END-IF
004190     PERFORM 0850-END-DATASET.
004200
004210 0250-COUNT-MONTH-SUMMARY.
004220     MOVE "SMMSUM" TO WS-DS-DDNAME
004230     PERFORM 0800-START-DATASET
004240     OPEN INPUT SM-MSUM-FILE
004250     MOVE WS-DS-STATUS TO WS-DS-OPEN-STATUS
004260     IF WS-DS-STATUS = "00"
004270       MOVE LOW-VALUES TO SM-MSUM-KEY
004280       START SM-MSUM-FILE KEY >= SM-MSUM-KEY
004290         INVALID KEY SET WS-DS-END-OF-FILE TO TRUE
004300       END-START
004310       PERFORM UNTIL WS-DS-END-OF-FILE
004320         READ SM-MSUM-FILE NEXT
004330           AT END SET WS-DS-END-OF-FILE TO TRUE
004340           NOT AT END
004350             MOVE SM-MSUM-SM-TOTAL TO WS-DS-SM-WORK
004360             MOVE SM-MSUM-MONTH TO WS-DS-HASH-WORK
004370             PERFORM 0810-ADD-RECORD
004380         END-READ
004390       END-PERFORM
004400       CLOSE SM-MSUM-FILE
004410     END-IF
004420     PERFORM 0850-END-DATASET.
004430
004440 0260-COUNT-LEDGER.
004450     MOVE "SMLEDGER" TO WS-DS-DDNAME
004460     PERFORM 0800-START-DATASET
004470     OPEN INPUT SM-LEDG-FILE
004480     MOVE WS-DS-STATUS TO WS-DS-OPEN-STATUS
004490     IF WS-DS-STATUS = "00"
004500       MOVE LOW-VALUES TO SM-LEDG-KEY
004510       START SM-LEDG-FILE KEY >= SM-LEDG-KEY
004520         INVALID KEY SET WS-DS-END-OF-FILE TO TRUE
004530       END-START
004540       PERFORM UNTIL WS-DS-END-OF-FILE
004550         READ SM-LEDG-FILE NEXT
004560           AT END SET WS-DS-END-OF-FILE TO TRUE
004570           NOT AT END
004580             MOVE 0 TO WS-DS-SM-WORK
004590             MOVE SM-LEDG-BUS-DATE TO WS-DS-HASH-WORK
004600             PERFORM 0810-ADD-RECORD
004610         END-READ
004620       END-PERFORM
004630       CLOSE SM-LEDG-FILE
004640     END-IF
004650     PERFORM 0850-END-DATASET.
004660
004670 0300-COUNT-PARAMETERS.
004680     MOVE "SMPARM" TO WS-DS-DDNAME
004690     PERFORM 0800-START-DATASET
004700     OPEN INPUT SM-PARM-FILE
004710     MOVE WS-DS-STATUS TO WS-DS-OPEN-STATUS
004720     IF WS-DS-STATUS = "00"
004730       PERFORM UNTIL WS-DS-END-OF-FILE
004740         READ SM-PARM-FILE
004750           AT END SET WS-DS-END-OF-FILE TO TRUE
004760           NOT AT END
004770             MOVE 0 TO WS-DS-SM-WORK
004780             COMPUTE WS-DS-HASH-WORK =
004790               SM-PARM-LOOP-BOUND + SM-PARM-CKPT-INTERVAL
004800             PERFORM 0810-ADD-RECORD
004810         END-READ
004820       END-PERFORM
004830       CLOSE SM-PARM-FILE
004840     END-IF
004850     PERFORM 0850-END-DATASET.
004860
004870 0310-COUNT-EXPECTED.
004880     MOVE "SMEXPCT" TO WS-DS-DDNAME
004890     PERFORM 0800-START-DATASET
004900     OPEN INPUT SM-EXPECT-FILE
004910     MOVE WS-DS-STATUS TO WS-DS-OPEN-STATUS
004920     IF WS-DS-STATUS = "00"
004930       PERFORM UNTIL WS-DS-END-OF-FILE
004940         READ SM-EXPECT-FILE
004950           AT END SET WS-DS-END-OF-FILE TO TRUE
004960           NOT AT END
004970             MOVE SM-EXPECT-VALUE TO WS-DS-SM-WORK
004980             MOVE SM-EXPECT-TOLERANCE TO WS-DS-HASH-WORK
004990             PERFORM 0810-ADD-RECORD
005000         END-READ
005010       END-PERFORM
005020       CLOSE SM-EXPECT-FILE
005030     END-IF
005040     PERFORM 0850-END-DATASET.
005050
005060 0320-COUNT-EXPECT-PROPOSALS.
005070     MOVE "SMEPROP" TO WS-DS-DDNAME
005080     PERFORM 0800-START-DATASET
005090     OPEN INPUT SM-EPROP-FILE
005100     MOVE WS-DS-STATUS TO WS-DS-OPEN-STATUS
005110     IF WS-DS-STATUS = "00"
005120       PERFORM UNTIL WS-DS-END-OF-FILE
005130         READ SM-EPROP-FILE
005140           AT END SET WS-DS-END-OF-FILE TO TRUE
005150           NOT AT END
005160             MOVE SM-EPROP-VALUE TO WS-DS-SM-WORK
005170             MOVE SM-EPROP-TOLERANCE TO WS-DS-HASH-WORK
005180             PERFORM 0810-ADD-RECORD
005190         END-READ
005200       END-PERFORM
005210       CLOSE SM-EPROP-FILE
005220     END-IF
005230     PERFORM 0850-END-DATASET.
005240
005250 0330-COUNT-CALENDAR.
005260     MOVE "SMCAL" TO WS-DS-DDNAME
005270     PERFORM 0800-START-DATASET
005280     OPEN INPUT SM-CAL-FILE
005290     MOVE WS-DS-STATUS TO WS-DS-OPEN-STATUS
005300     IF WS-DS-STATUS = "00"
005310       PERFORM UNTIL WS-DS-END-OF-FILE
005320         READ SM-CAL-FILE
005330           AT END SET WS-DS-END-OF-FILE TO TRUE
005340           NOT AT END
005350             MOVE 0 TO WS-DS-SM-WORK
005360             MOVE SM-CAL-DATE TO WS-DS-HASH-WORK
005370             PERFORM 0810-ADD-RECORD
005380         END-READ
005390       END-PERFORM
005400       CLOSE SM-CAL-FILE
005410     END-IF
005420     PERFORM 0850-END-DATASET.
005430
005440 0340-COUNT-FEED-CONTROL.
005450     MOVE "SMFDCTL" TO WS-DS-DDNAME
005460     PERFORM 0800-START-DATASET
005470     OPEN INPUT SM-FDCTL-FILE
005480     MOVE WS-DS-STATUS TO WS-DS-OPEN-STATUS
005490     IF WS-DS-STATUS = "00"
005500       PERFORM UNTIL WS-DS-END-OF-FILE
005510         READ SM-FDCTL-FILE
005520           AT END SET WS-DS-END-OF-FILE TO TRUE
005530           NOT AT END
005540             MOVE SM-FDCTL-SM-TOTAL TO WS-DS-SM-WORK
005550             MOVE SM-FDCTL-EXTRACT-DATE TO WS-DS-HASH-WORK
005560             PERFORM 0810-ADD-RECORD
005570         END-READ
005580       END-PERFORM
005590       CLOSE SM-FDCTL-FILE
005600     END-IF
005610     PERFORM 0850-END-DATASET.
005620
005630 0350-COUNT-PARTIALS.
005640     MOVE "SMPART" TO WS-DS-DDNAME
005650     PERFORM 0800-START-DATASET
005660     OPEN INPUT SM-PART-FILE
005670     MOVE WS-DS-STATUS TO WS-DS-OPEN-STATUS
005680     IF WS-DS-STATUS = "00"
005690       PERFORM UNTIL WS-DS-END-OF-FILE
005700         READ SM-PART-FILE
005710           AT END SET WS-DS-END-OF-FILE TO TRUE
005720           NOT AT END
005730             MOVE SM-PART-SM TO WS-DS-SM-WORK
005740             MOVE SM-PART-LOW-CT TO WS-DS-HASH-WORK
005750             PERFORM 0810-ADD-RECORD
005760         END-READ
005770       END-PERFORM
005780       CLOSE SM-PART-FILE
005790     END-IF
005800     PERFORM 0850-END-DATASET.
005810
005820 0360-COUNT-SLICES.
005830     MOVE "SMSLICE" TO WS-DS-DDNAME
005840     PERFORM 0800-START-DATASET
005850     OPEN INPUT SM-SLICE-FILE
005860     MOVE WS-DS-STATUS TO WS-DS-OPEN-STATUS
005870     IF WS-DS-STATUS = "00"
005880       PERFORM UNTIL WS-DS-END-OF-FILE
005890         READ SM-SLICE-FILE
005900           AT END SET WS-DS-END-OF-FILE TO TRUE
005910           NOT AT END
005920             MOVE 0 TO WS-DS-SM-WORK
005930             MOVE SM-SLICE-LOW-CT TO WS-DS-HASH-WORK
005940             PERFORM 0810-ADD-RECORD
005950         END-READ
005960       END-PERFORM
005970       CLOSE SM-SLICE-FILE
005980     END-IF
005990     PERFORM 0850-END-DATASET.
006000
006010 0370-COUNT-ARCHIVE-CONTROL.
006020     MOVE "SMARCCTL" TO WS-DS-DDNAME
006030     PERFORM 0800-START-DATASET
006040     OPEN INPUT SM-ARCCTL-FILE
006050     MOVE WS-DS-STATUS TO WS-DS-OPEN-STATUS
006060     IF WS-DS-STATUS = "00"
006070       PERFORM UNTIL WS-DS-END-OF-FILE
006080         READ SM-ARCCTL-FILE
006090           AT END SET WS-DS-END-OF-FILE TO TRUE
006100           NOT AT END
006110             MOVE SM-ARCCTL-SM-TOTAL TO WS-DS-SM-WORK
006120             MOVE SM-ARCCTL-CUTOFF-DATE TO WS-DS-HASH-WORK
006130             PERFORM 0810-ADD-RECORD
006140         END-READ
006150       END-PERFORM
006160       CLOSE SM-ARCCTL-FILE
006170     END-IF
006180     PERFORM 0850-END-DATASET.
006190
006200 0400-COUNT-PARM-AUDIT.
006210     MOVE "SMAUDIT" TO WS-DS-DDNAME
006220     PERFORM 0800-START-DATASET
006230     OPEN INPUT SM-AUDIT-FILE
006240     MOVE WS-DS-STATUS TO WS-DS-OPEN-STATUS
006250     IF WS-DS-STATUS = "00"
006260       PERFORM UNTIL WS-DS-END-OF-FILE
006270         READ SM-AUDIT-FILE
006280           AT END SET WS-DS-END-OF-FILE TO TRUE
006290           NOT AT END
006300             MOVE 0 TO WS-DS-SM-WORK
006310             MOVE SM-AUDIT-RUN-DATE TO WS-DS-HASH-WORK
006320             PERFORM 0810-ADD-RECORD
006330         END-READ
006340       END-PERFORM
006350       CLOSE SM-AUDIT-FILE
006360     END-IF
006370     PERFORM 0850-END-DATASET.
006380
006390 0410-COUNT-EXPECT-AUDIT.
006400     MOVE "SMEAUDIT" TO WS-DS-DDNAME
006410     PERFORM 0800-START-DATASET
006420     OPEN INPUT SM-EAUDIT-FILE
006430     MOVE WS-DS-STATUS TO WS-DS-OPEN-STATUS
006440     IF WS-DS-STATUS = "00"
006450       PERFORM UNTIL WS-DS-END-OF-FILE
006460         READ SM-EAUDIT-FILE
006470           AT END SET WS-DS-END-OF-FILE TO TRUE
006480           NOT AT END
006490             MOVE 0 TO WS-DS-SM-WORK
006500             MOVE SM-EAUDIT-RUN-DATE TO WS-DS-HASH-WORK
006510             PERFORM 0810-ADD-RECORD
006520         END-READ
006530       END-PERFORM
006540       CLOSE SM-EAUDIT-FILE
006550     END-IF
006560     PERFORM 0850-END-DATASET.
006570
006580 0420-COUNT-ADJUST-AUDIT.
006590     MOVE "SMADJAUD" TO WS-DS-DDNAME
006600     PERFORM 0800-START-DATASET
006610     OPEN INPUT SM-ADJAUD-FILE
006620     MOVE WS-DS-STATUS TO WS-DS-OPEN-STATUS
006630     IF WS-DS-STATUS = "00"
006640       PERFORM UNTIL WS-DS-END-OF-FILE
006650         READ SM-ADJAUD-FILE
006660           AT END SET WS-DS-END-OF-FILE TO TRUE
006670           NOT AT END
006680             MOVE SM-ADJAUD-AFT-SM-VALUE TO WS-DS-SM-WORK
006690             MOVE SM-ADJAUD-ADJ-DATE TO WS-DS-HASH-WORK
006700             PERFORM 0810-ADD-RECORD
006710         END-READ
006720       END-PERFORM
006730       CLOSE SM-ADJAUD-FILE
006740     END-IF
006750     PERFORM 0850-END-DATASET.
006760
006761 0425-COUNT-CALENDAR-AUDIT.
006762     MOVE "SMCALAUD" TO WS-DS-DDNAME
006763     PERFORM 0800-START-DATASET
006764     OPEN INPUT SM-CAUDIT-FILE
006765     MOVE WS-DS-STATUS TO WS-DS-OPEN-STATUS
006766     IF WS-DS-STATUS = "00"
006767       PERFORM UNTIL WS-DS-END-OF-FILE
006768         READ SM-CAUDIT-FILE
006769           AT END SET WS-DS-END-OF-FILE TO TRUE
006770           NOT AT END
006771             MOVE 0 TO WS-DS-SM-WORK
006772             MOVE SM-CAUDIT-RUN-DATE TO WS-DS-HASH-WORK
006773             PERFORM 0810-ADD-RECORD
006774         END-READ
006775       END-PERFORM
006776       CLOSE SM-CAUDIT-FILE
006777     END-IF
006778     PERFORM 0850-END-DATASET.
006779
006780 0427-COUNT-CONTROL-REGISTER.
006781     MOVE "SMCTLREG" TO WS-DS-DDNAME
006782     PERFORM 0800-START-DATASET
006783     OPEN INPUT SM-CTLR-FILE
006784     MOVE WS-DS-STATUS TO WS-DS-OPEN-STATUS
006785     IF WS-DS-STATUS = "00"
006786       PERFORM UNTIL WS-DS-END-OF-FILE
006787         READ SM-CTLR-FILE
006788           AT END SET WS-DS-END-OF-FILE TO TRUE
006789           NOT AT END
006790             MOVE 0 TO WS-DS-SM-WORK
006791             MOVE SM-CTLR-UPDATE-DATE TO WS-DS-HASH-WORK
006792             PERFORM 0810-ADD-RECORD
006793         END-READ
006794       END-PERFORM
006795       CLOSE SM-CTLR-FILE
006796     END-IF
006797     PERFORM 0850-END-DATASET.
006798
006799 0430-COUNT-PENDING.
006800     MOVE "SMPEND" TO WS-DS-DDNAME
006801     PERFORM 0800-START-DATASET
006802     OPEN INPUT SM-PEND-FILE
006810     MOVE WS-DS-STATUS TO WS-DS-OPEN-STATUS
006820     IF WS-DS-STATUS = "00"
006830       PERFORM UNTIL WS-DS-END-OF-FILE
006840         READ SM-PEND-FILE
006850           AT END SET WS-DS-END-OF-FILE TO TRUE
006860           NOT AT END
006870             MOVE 0 TO WS-DS-SM-WORK
006880             MOVE SM-PEND-SUBMIT-DATE TO WS-DS-HASH-WORK
006890             PERFORM 0810-ADD-RECORD
006900         END-READ
006910       END-PERFORM
006920       CLOSE SM-PEND-FILE
006930     END-IF
006940     PERFORM 0850-END-DATASET.
006950
006960 0600-WRITE-MANIFEST.
006970     OPEN OUTPUT SM-MANF-FILE
006980     IF WS-MANF-STATUS NOT = "00"
006990       DISPLAY "P-ONE-BKP: UNABLE TO OPEN THE MANIFEST - "
007000         "FILE STATUS " WS-MANF-STATUS
007010       MOVE SPACES TO WS-EXC-SET-ID
007020       MOVE 'E' TO WS-EXC-SEVERITY
007030       MOVE SPACES TO WS-EXC-MESSAGE
007040       STRING "UNABLE TO OPEN BACKUP MANIFEST - FILE STATUS "
007050         WS-MANF-STATUS DELIMITED BY SIZE INTO WS-EXC-MESSAGE
007060       PERFORM 9000-LOG-EXCEPTION
007070       MOVE 12 TO RETURN-CODE
007080     ELSE
007090       PERFORM VARYING WS-MAN-SUB FROM 1 BY 1
007100         UNTIL WS-MAN-SUB > WS-MAN-COUNT
007110         MOVE WS-RUN-DATE TO SM-MANF-TAKEN-DATE
007120         MOVE WS-RUN-TIME TO SM-MANF-TAKEN-TIME
007130         MOVE WS-MAN-T-DDNAME(WS-MAN-SUB) TO SM-MANF-DDNAME
007140         MOVE WS-MAN-T-COUNT(WS-MAN-SUB) TO SM-MANF-RECORD-COUNT
007150         MOVE WS-MAN-T-SM-TOTAL(WS-MAN-SUB) TO SM-MANF-SM-TOTAL
007160         MOVE WS-MAN-T-HASH-TOTAL(WS-MAN-SUB)
007170           TO SM-MANF-HASH-TOTAL
007180         MOVE WS-MAN-T-OPEN-STATUS(WS-MAN-SUB)
007190           TO SM-MANF-OPEN-STATUS
007200         WRITE SM-MANF-RECORD
007210       END-PERFORM
007220       CLOSE SM-MANF-FILE
007230       DISPLAY "P-ONE-BKP: MANIFEST WRITTEN FOR " WS-MAN-COUNT
007240         " DATASETS"
007250       IF WS-OPEN-FAIL-COUNT > 0
007260         DISPLAY "P-ONE-BKP: " WS-OPEN-FAIL-COUNT
007270           " DATASETS COULD NOT BE OPENED - SEE SMBKPRPT"
007280         MOVE SPACES TO WS-EXC-SET-ID
007290         MOVE 'W' TO WS-EXC-SEVERITY
007300         MOVE SPACES TO WS-EXC-MESSAGE
007310         STRING WS-OPEN-FAIL-COUNT " SM DATASETS NOT OPENED FOR "
007320           "MANIFEST - SEE SMBKPRPT"
007330           DELIMITED BY SIZE INTO WS-EXC-MESSAGE
007340         PERFORM 9000-LOG-EXCEPTION
007350         MOVE 4 TO RETURN-CODE
007360       END-IF
007370     END-IF.
007380
007390 0800-START-DATASET.
007400     MOVE 'N' TO WS-DS-EOF
007410     MOVE 0 TO WS-DS-COUNT
007420     MOVE 0 TO WS-DS-SM-TOTAL
007430     MOVE 0 TO WS-DS-HASH-TOTAL.
007440
007450 0810-ADD-RECORD.
007460     ADD 1 TO WS-DS-COUNT
007470     ADD WS-DS-SM-WORK TO WS-DS-SM-TOTAL
007480     ADD WS-DS-HASH-WORK TO WS-DS-HASH-TOTAL.
007490
007500 0850-END-DATASET.
007510     IF WS-MAN-COUNT < 30
007520       ADD 1 TO WS-MAN-COUNT
007530       MOVE WS-DS-DDNAME TO WS-MAN-T-DDNAME(WS-MAN-COUNT)
007540       MOVE WS-DS-COUNT TO WS-MAN-T-COUNT(WS-MAN-COUNT)
007550       MOVE WS-DS-SM-TOTAL TO WS-MAN-T-SM-TOTAL(WS-MAN-COUNT)
007560       MOVE WS-DS-HASH-TOTAL TO WS-MAN-T-HASH-TOTAL(WS-MAN-COUNT)
007570       MOVE WS-DS-OPEN-STATUS
007580         TO WS-MAN-T-OPEN-STATUS(WS-MAN-COUNT)
007590     END-IF
007600     MOVE WS-DS-DDNAME TO DL-DDNAME
007610     IF WS-DS-OPEN-STATUS = "00"
007620       MOVE "READ" TO DL-STATUS
007630     ELSE
007640       ADD 1 TO WS-OPEN-FAIL-COUNT
007650       MOVE SPACES TO DL-STATUS
007660       STRING "FS " WS-DS-OPEN-STATUS DELIMITED BY SIZE
007670         INTO DL-STATUS
007680     END-IF
007690     MOVE WS-DS-COUNT TO DL-COUNT
007700     MOVE WS-DS-SM-TOTAL TO DL-SM-TOTAL
007710     MOVE WS-DS-HASH-TOTAL TO DL-HASH-TOTAL
007720     MOVE WS-DETAIL-LINE TO SM-BKPRPT-RECORD
007730     WRITE SM-BKPRPT-RECORD.
007740
007750 9000-LOG-EXCEPTION.
007760     OPEN EXTEND SM-EXCLOG-FILE
007770     IF WS-EXCLOG-STATUS = "00"
007780       MOVE WS-RUN-DATE TO SM-EXC-RUN-DATE
007790       MOVE WS-RUN-TIME TO SM-EXC-RUN-TIME
007800       MOVE "P-ONE-BKP" TO SM-EXC-PROGRAM-ID
007810       MOVE WS-EXC-SET-ID TO SM-EXC-SET-ID
007820       MOVE WS-EXC-SEVERITY TO SM-EXC-SEVERITY
007830       MOVE WS-EXC-MESSAGE TO SM-EXC-MESSAGE
007840       WRITE SM-EXC-RECORD
007850       CLOSE SM-EXCLOG-FILE
007860     END-IF.
