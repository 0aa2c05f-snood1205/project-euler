000100* P-ONE-APR.COB
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID. P-ONE-APR.
000130 ENVIRONMENT DIVISION.
000140 INPUT-OUTPUT SECTION.
000150 FILE-CONTROL.
000190     SELECT SM-APRPRM-FILE ASSIGN TO "SMAPRPRM"
000200     ORGANIZATION IS LINE SEQUENTIAL
000210     FILE STATUS IS WS-APRPRM-STATUS.
000220     SELECT SM-APRV-FILE ASSIGN TO "SMAPRV"
000230     ORGANIZATION IS LINE SEQUENTIAL
000240     FILE STATUS IS WS-APRV-STATUS.
000250     SELECT SM-PEND-FILE ASSIGN TO "SMPEND"
000260     ORGANIZATION IS LINE SEQUENTIAL
000270     FILE STATUS IS WS-PEND-STATUS.
000280     SELECT SM-PNDRPT-FILE ASSIGN TO "SMPNDRPT"
000290     ORGANIZATION IS LINE SEQUENTIAL.
000300     SELECT SM-EXCLOG-FILE ASSIGN TO "SMEXCLOG"
000310     ORGANIZATION IS LINE SEQUENTIAL
000320     FILE STATUS IS WS-EXCLOG-STATUS.
000330 DATA DIVISION.
000340 FILE SECTION.
000380 FD SM-APRPRM-FILE.
000390 01 SM-APRPRM-RECORD.
000400    05 SM-APRPRM-EXPIRE-DAYS PIC 9(4).
000410    05 SM-APRPRM-RETAIN-DAYS PIC 9(4).
000420 FD SM-APRV-FILE.
000430 01 SM-APRV-RECORD.
000440    05 SM-APRV-ITEM-ID PIC X(18).
000450    05 SM-APRV-DECISION PIC X(1).
000460       88 SM-APRV-IS-RELEASE VALUE 'R'.
000470       88 SM-APRV-IS-REJECT VALUE 'X'.
000480    05 SM-APRV-NOTE PIC X(30).
000490 FD SM-PEND-FILE.
000500     COPY SMPEND.
000510 FD SM-PNDRPT-FILE.
000520 01 SM-PNDRPT-RECORD PIC X(90).
000530 FD SM-EXCLOG-FILE.
000540     COPY SMEXCP.
000550 WORKING-STORAGE SECTION.
000570 01 WS-APRPRM-STATUS PIC XX VALUE SPACES.
000580 01 WS-APRV-STATUS PIC XX VALUE SPACES.
000590 01 WS-PEND-STATUS PIC XX VALUE SPACES.
000600 01 WS-EXCLOG-STATUS PIC XX VALUE SPACES.
000610 01 WS-EXC-SET-ID PIC X(8) VALUE SPACES.
000620 01 WS-EXC-SEVERITY PIC X(1) VALUE 'E'.
000630 01 WS-EXC-MESSAGE PIC X(60) VALUE SPACES.
000640 01 WS-CURRENT-DATE.
000650    05 WS-TODAY PIC 9(8).
000660    05 WS-RUN-TIME PIC 9(6).
000670    05 FILLER PIC X(7).
000680 01 WS-TODAY-INT PIC 9(9) VALUE 0.
000690 01 WS-ITEM-INT PIC 9(9) VALUE 0.
000700 01 WS-CUTOFF-INT PIC 9(9) VALUE 0.
000710 01 WS-EXPIRE-DAYS PIC 9(4) VALUE 10.
000720 01 WS-EXPIRE-CUTOFF PIC 9(8) VALUE 0.
000730 01 WS-RETAIN-DAYS PIC 9(4) VALUE 90.
000740 01 WS-RETAIN-CUTOFF PIC 9(8) VALUE 0.
000750 01 WS-SUBMIT-DATE PIC 9(8) VALUE 0.
000760 01 WS-FINISH-DATE PIC 9(8) VALUE 0.
000770 01 WS-AGE-DAYS PIC S9(5) VALUE 0.
000780 01 WS-ITEM-SET-ID PIC X(8) VALUE SPACES.
000790 01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
000800 01 WS-REFUSE-REASON PIC X(30) VALUE SPACES.
000810 01 WS-APRV-EOF PIC X VALUE 'N'.
000820    88 WS-APRV-END-OF-FILE VALUE 'Y'.
000830 01 WS-PEND-TABLE.
000840    05 WS-PEND-ENTRY OCCURS 1 TO 1000 TIMES
000850       DEPENDING ON WS-PEND-COUNT
000860       INDEXED BY WS-PEND-IDX.
000870       10 WS-PEND-T-ITEM-ID PIC X(18).
000880       10 WS-PEND-T-TYPE PIC X(1).
000890       10 WS-PEND-T-SUBMITTER PIC X(8).
000900       10 WS-PEND-T-STATUS PIC X(1).
000910       10 WS-PEND-T-APPROVER PIC X(8).
000920       10 WS-PEND-T-DECISION-DATE PIC 9(8).
000930       10 WS-PEND-T-DECISION-TIME PIC 9(6).
000940       10 WS-PEND-T-APPLY-DATE PIC 9(8).
000950       10 WS-PEND-T-NOTE PIC X(30).
000960       10 WS-PEND-T-TXN-DATA PIC X(61).
000970 01 WS-PEND-COUNT PIC 9(4) VALUE 0.
000980 01 WS-PEND-SUB PIC 9(4) VALUE 0.
000990 01 WS-FOUND-IDX PIC 9(4) VALUE 0.
001000 01 WS-PEND-EOF PIC X VALUE 'N'.
001010    88 WS-PEND-END-OF-FILE VALUE 'Y'.
001020 01 WS-PEND-OPEN-FAIL PIC X VALUE 'N'.
001030    88 WS-PEND-OPEN-FAILED VALUE 'Y'.
001040 01 WS-PEND-OVERFLOW PIC X VALUE 'N'.
001050    88 WS-PEND-HAS-OVERFLOW VALUE 'Y'.
001060 01 WS-RELEASED-COUNT PIC 9(4) VALUE 0.
001070 01 WS-REJECTED-COUNT PIC 9(4) VALUE 0.
001080 01 WS-EXPIRED-COUNT PIC 9(4) VALUE 0.
001090 01 WS-REFUSED-COUNT PIC 9(4) VALUE 0.
001100 01 WS-PURGED-COUNT PIC 9(4) VALUE 0.
001110 01 WS-WAITING-COUNT PIC 9(4) VALUE 0.
001120 01 WS-TO-APPLY-COUNT PIC 9(4) VALUE 0.
001130 01 WS-PRIOR-MONTH-COUNT PIC 9(4) VALUE 0.
001140 01 WS-HEADING-LINE.
001150    05 FILLER PIC X(20) VALUE "ITEM ID".
001160    05 FILLER PIC X(5) VALUE "TYPE".
001170    05 FILLER PIC X(10) VALUE "SET ID".
001180    05 FILLER PIC X(10) VALUE "STATUS".
001190    05 FILLER PIC X(10) VALUE "SUBMITTER".
001200    05 FILLER PIC X(10) VALUE "SUBMITTED".
001210    05 FILLER PIC X(9) VALUE "AGE DAYS".
001220    05 FILLER PIC X(11) VALUE "MONTH-END".
001230    05 FILLER PIC X(5) VALUE SPACES.
001240 01 WS-DETAIL-LINE.
001250    05 DL-ITEM-ID PIC X(18).
001260    05 FILLER PIC X(2) VALUE SPACES.
001270    05 DL-TYPE PIC X(3).
001280    05 FILLER PIC X(2) VALUE SPACES.
001290    05 DL-SET-ID PIC X(8).
001300    05 FILLER PIC X(2) VALUE SPACES.
001310    05 DL-STATUS PIC X(8).
001320    05 FILLER PIC X(2) VALUE SPACES.
001330    05 DL-SUBMITTER PIC X(8).
001340    05 FILLER PIC X(2) VALUE SPACES.
001350    05 DL-SUBMIT-DATE PIC 9(8).
001360    05 FILLER PIC X(2) VALUE SPACES.
001370    05 DL-AGE-DAYS PIC -(4)9.
001380    05 FILLER PIC X(4) VALUE SPACES.
001390    05 DL-MONTH-FLAG PIC X(11).
001400    05 FILLER PIC X(5) VALUE SPACES.
001410 01 WS-SUMMARY-LINE.
001420    05 FILLER PIC X(10) VALUE "RELEASED: ".
001430    05 SL-RELEASED PIC ZZZ9.
001440    05 FILLER PIC X(11) VALUE "  REJECTED:".
001450    05 SL-REJECTED PIC ZZZ9.
001460    05 FILLER PIC X(10) VALUE "  EXPIRED:".
001470    05 SL-EXPIRED PIC ZZZ9.
001480    05 FILLER PIC X(10) VALUE "  PENDING:".
001490    05 SL-WAITING PIC ZZZ9.
001500    05 FILLER PIC X(11) VALUE "  TO APPLY:".
001510    05 SL-TO-APPLY PIC ZZZ9.
001520    05 FILLER PIC X(14) VALUE "  PRIOR MONTH:".
001530    05 SL-PRIOR-MONTH PIC ZZZ9.
001540
001541*
001542* THE OPERATOR ID IS THE SUBMITTING USER ID, PASSED BY THE JOB AS
001543* PARM='&SYSUID' - IT IS NEVER TAKEN FROM A CARD
001544 LINKAGE SECTION.
001545 01 SM-OPER-PARM.
001546    05 SM-OPER-PARM-LEN PIC S9(4) COMP.
001547    05 SM-OPER-PARM-ID PIC X(8).
001548
001550 PROCEDURE DIVISION USING SM-OPER-PARM.
001560 P-ONE-APR-MAIN SECTION.
001570     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
001580     COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
001590     PERFORM 0100-GET-OPERATOR
001600     PERFORM 0150-GET-PARAMETERS
001610     COMPUTE WS-CUTOFF-INT = WS-TODAY-INT - WS-EXPIRE-DAYS
001620     COMPUTE WS-EXPIRE-CUTOFF =
001630       FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
001640     COMPUTE WS-CUTOFF-INT = WS-TODAY-INT - WS-RETAIN-DAYS
001650     COMPUTE WS-RETAIN-CUTOFF =
001660       FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
001670     OPEN OUTPUT SM-PNDRPT-FILE
001680     MOVE WS-HEADING-LINE TO SM-PNDRPT-RECORD
001690     WRITE SM-PNDRPT-RECORD
001700     PERFORM 0200-LOAD-PENDING-TABLE
001710     EVALUATE TRUE
001720       WHEN WS-OPERATOR-ID = SPACES
001730         DISPLAY "P-ONE-APR: NO OPERATOR ID IN PARM - "
001740           "NO DECISIONS TAKEN"
001750         MOVE SPACES TO WS-EXC-SET-ID
001760         MOVE 'F' TO WS-EXC-SEVERITY
001770         MOVE "NO OPERATOR ID IN PARM - NO DECISIONS TAKEN"
001780           TO WS-EXC-MESSAGE
001790         PERFORM 9000-LOG-EXCEPTION
001800         MOVE 16 TO RETURN-CODE
001810       WHEN WS-PEND-OPEN-FAILED
001820         MOVE 12 TO RETURN-CODE
001830       WHEN WS-PEND-HAS-OVERFLOW
001840         MOVE 16 TO RETURN-CODE
001850       WHEN OTHER
001860         PERFORM 0300-APPLY-DECISIONS
001870         PERFORM 0400-EXPIRE-STALE-ITEMS
001880         PERFORM 0500-REPORT-OUTSTANDING
001890         PERFORM 0600-REWRITE-PENDING-FILE
001900         PERFORM 0700-WRITE-SUMMARY
001910         DISPLAY "P-ONE-APR: " WS-RELEASED-COUNT " RELEASED, "
001920           WS-REJECTED-COUNT " REJECTED, " WS-EXPIRED-COUNT
001930           " EXPIRED, " WS-REFUSED-COUNT " REFUSED, "
001940           WS-PURGED-COUNT " PURGED BY " WS-OPERATOR-ID
001950         IF WS-REFUSED-COUNT > 0
001960           MOVE 8 TO RETURN-CODE
001970         ELSE
001980           IF WS-PRIOR-MONTH-COUNT > 0 OR WS-EXPIRED-COUNT > 0
001990             MOVE 4 TO RETURN-CODE
002000           END-IF
002010         END-IF
002020     END-EVALUATE
002030     CLOSE SM-PNDRPT-FILE
002040     STOP RUN.
002050
002060 0100-GET-OPERATOR.
002070     IF SM-OPER-PARM-LEN > 8
002080       MOVE SM-OPER-PARM-ID TO WS-OPERATOR-ID
002090     ELSE
002100       IF SM-OPER-PARM-LEN > 0
002110         MOVE SM-OPER-PARM-ID(1:SM-OPER-PARM-LEN)
002115           TO WS-OPERATOR-ID
002120       END-IF
002130     END-IF.
002170
002180* A RETENTION OF ZERO KEEPS FINISHED ITEMS ON THE PENDING FILE
002190* INDEFINITELY
002200 0150-GET-PARAMETERS.
002210     OPEN INPUT SM-APRPRM-FILE
002220     IF WS-APRPRM-STATUS = "00"
002230       READ SM-APRPRM-FILE
002240         AT END
002250           CONTINUE
002260         NOT AT END
002270           IF SM-APRPRM-EXPIRE-DAYS NUMERIC
002280              AND SM-APRPRM-EXPIRE-DAYS > 0
002290             MOVE SM-APRPRM-EXPIRE-DAYS TO WS-EXPIRE-DAYS
002300           END-IF
002310           IF SM-APRPRM-RETAIN-DAYS NUMERIC
002320             MOVE SM-APRPRM-RETAIN-DAYS TO WS-RETAIN-DAYS
002330           END-IF
002340       END-READ
002350       CLOSE SM-APRPRM-FILE
002360     END-IF.
002370
002380 0200-LOAD-PENDING-TABLE.
002390     OPEN INPUT SM-PEND-FILE
002400     EVALUATE WS-PEND-STATUS
002410       WHEN "00"
002420         PERFORM UNTIL WS-PEND-END-OF-FILE
002430           READ SM-PEND-FILE
002440             AT END SET WS-PEND-END-OF-FILE TO TRUE
002450             NOT AT END
002460               IF WS-PEND-COUNT < 1000
002470                 ADD 1 TO WS-PEND-COUNT
002480                 MOVE SM-PEND-RECORD
002490                   TO WS-PEND-ENTRY(WS-PEND-COUNT)
002500               ELSE
002510                 SET WS-PEND-HAS-OVERFLOW TO TRUE
002520               END-IF
002530           END-READ
002540         END-PERFORM
002550         CLOSE SM-PEND-FILE
002560         IF WS-PEND-HAS-OVERFLOW
002570           DISPLAY "P-ONE-APR: PENDING FILE HAS MORE THAN 1000 "
002580             "ITEMS - NO DECISIONS TAKEN"
002590           MOVE SPACES TO WS-EXC-SET-ID
002600           MOVE 'F' TO WS-EXC-SEVERITY
002610           MOVE "PENDING FILE OVER 1000 ITEMS - NO DECISIONS"
002620             TO WS-EXC-MESSAGE
002630           PERFORM 9000-LOG-EXCEPTION
002640         END-IF
002650       WHEN "35"
002660         CONTINUE
002670       WHEN OTHER
002680         SET WS-PEND-OPEN-FAILED TO TRUE
002690         DISPLAY "P-ONE-APR: UNABLE TO OPEN PENDING FILE - "
002700           "FILE STATUS " WS-PEND-STATUS
002710         MOVE SPACES TO WS-EXC-SET-ID
002720         MOVE 'E' TO WS-EXC-SEVERITY
002730         MOVE SPACES TO WS-EXC-MESSAGE
002740         STRING "UNABLE TO OPEN PENDING FILE - FILE STATUS "
002750           WS-PEND-STATUS DELIMITED BY SIZE INTO WS-EXC-MESSAGE
002760         PERFORM 9000-LOG-EXCEPTION
002770     END-EVALUATE.
002780
002790 0300-APPLY-DECISIONS.
002800     OPEN INPUT SM-APRV-FILE
002810     IF WS-APRV-STATUS = "00"
002820       PERFORM UNTIL WS-APRV-END-OF-FILE
002830         READ SM-APRV-FILE
002840           AT END SET WS-APRV-END-OF-FILE TO TRUE
002850           NOT AT END
002860             PERFORM 0350-APPLY-ONE-DECISION
002870         END-READ
002880       END-PERFORM
002890       CLOSE SM-APRV-FILE
002900     END-IF.
002910
002920* THE APPROVING OPERATOR MUST NOT BE THE OPERATOR WHO SUBMITTED
002930* THE ITEM, AND ONLY AN ITEM STILL PENDING CAN BE DECIDED
002940 0350-APPLY-ONE-DECISION.
002950     MOVE SPACES TO WS-REFUSE-REASON
002960     MOVE 0 TO WS-FOUND-IDX
002970     IF WS-PEND-COUNT > 0
002980       SET WS-PEND-IDX TO 1
002990       SEARCH WS-PEND-ENTRY
003000         AT END CONTINUE
003010         WHEN WS-PEND-T-ITEM-ID(WS-PEND-IDX) = SM-APRV-ITEM-ID
003020           MOVE WS-PEND-IDX TO WS-FOUND-IDX
003030       END-SEARCH
003040     END-IF
003050     EVALUATE TRUE
003060       WHEN WS-FOUND-IDX = 0
003070         MOVE "ITEM NOT ON PENDING FILE" TO WS-REFUSE-REASON
003080       WHEN WS-PEND-T-STATUS(WS-FOUND-IDX) NOT = 'P'
003090         MOVE "ITEM NOT AWAITING APPROVAL" TO WS-REFUSE-REASON
003100       WHEN NOT SM-APRV-IS-RELEASE AND NOT SM-APRV-IS-REJECT
003110         MOVE "INVALID DECISION CODE" TO WS-REFUSE-REASON
003120       WHEN WS-PEND-T-SUBMITTER(WS-FOUND-IDX) = WS-OPERATOR-ID
003130         MOVE "SUBMITTER CANNOT APPROVE" TO WS-REFUSE-REASON
003140       WHEN OTHER
003150         CONTINUE
003160     END-EVALUATE
003170     IF WS-REFUSE-REASON = SPACES
003180       MOVE SM-APRV-DECISION TO WS-PEND-T-STATUS(WS-FOUND-IDX)
003190       MOVE WS-OPERATOR-ID TO WS-PEND-T-APPROVER(WS-FOUND-IDX)
003200       MOVE WS-TODAY TO WS-PEND-T-DECISION-DATE(WS-FOUND-IDX)
003210       MOVE WS-RUN-TIME TO WS-PEND-T-DECISION-TIME(WS-FOUND-IDX)
003220       MOVE SM-APRV-NOTE TO WS-PEND-T-NOTE(WS-FOUND-IDX)
003230       IF SM-APRV-IS-RELEASE
003240         ADD 1 TO WS-RELEASED-COUNT
003250         DISPLAY "P-ONE-APR: ITEM " SM-APRV-ITEM-ID " RELEASED"
003260       ELSE
003270         ADD 1 TO WS-REJECTED-COUNT
003280         DISPLAY "P-ONE-APR: ITEM " SM-APRV-ITEM-ID " REJECTED"
003290       END-IF
003300     ELSE
003310       ADD 1 TO WS-REFUSED-COUNT
003320       DISPLAY "P-ONE-APR: DECISION FOR ITEM " SM-APRV-ITEM-ID
003330         " REFUSED - " WS-REFUSE-REASON
003340       MOVE SPACES TO WS-EXC-SET-ID
003350       MOVE 'E' TO WS-EXC-SEVERITY
003360       MOVE SPACES TO WS-EXC-MESSAGE
003370       STRING "ITEM " SM-APRV-ITEM-ID " " WS-REFUSE-REASON
003380         DELIMITED BY SIZE INTO WS-EXC-MESSAGE
003390       PERFORM 9000-LOG-EXCEPTION
003400     END-IF.
003410
003420 0400-EXPIRE-STALE-ITEMS.
003430     PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
003440       UNTIL WS-PEND-SUB > WS-PEND-COUNT
003450       MOVE WS-PEND-T-ITEM-ID(WS-PEND-SUB)(1:8) TO WS-SUBMIT-DATE
003460       IF WS-PEND-T-STATUS(WS-PEND-SUB) = 'P'
003470          AND WS-SUBMIT-DATE < WS-EXPIRE-CUTOFF
003480         MOVE 'E' TO WS-PEND-T-STATUS(WS-PEND-SUB)
003490         MOVE WS-TODAY TO WS-PEND-T-DECISION-DATE(WS-PEND-SUB)
003500         MOVE WS-RUN-TIME TO WS-PEND-T-DECISION-TIME(WS-PEND-SUB)
003510         MOVE SPACES TO WS-PEND-T-NOTE(WS-PEND-SUB)
003520         STRING "NOT DECIDED WITHIN " WS-EXPIRE-DAYS " DAYS"
003530           DELIMITED BY SIZE INTO WS-PEND-T-NOTE(WS-PEND-SUB)
003540         ADD 1 TO WS-EXPIRED-COUNT
003550         PERFORM 0450-GET-ITEM-SET-ID
003560         MOVE WS-ITEM-SET-ID TO WS-EXC-SET-ID
003570         MOVE 'W' TO WS-EXC-SEVERITY
003580         MOVE SPACES TO WS-EXC-MESSAGE
003590         STRING "ITEM " WS-PEND-T-ITEM-ID(WS-PEND-SUB)
003600           " EXPIRED UNAPPROVED"
003610           DELIMITED BY SIZE INTO WS-EXC-MESSAGE
003620         PERFORM 9000-LOG-EXCEPTION
003630       END-IF
003640     END-PERFORM.
003650
003660 0450-GET-ITEM-SET-ID.
003670     IF WS-PEND-T-TYPE(WS-PEND-SUB) = 'P'
003680       MOVE WS-PEND-T-TXN-DATA(WS-PEND-SUB)(2:8) TO WS-ITEM-SET-ID
003690     ELSE
003700       MOVE WS-PEND-T-TXN-DATA(WS-PEND-SUB)(9:8) TO WS-ITEM-SET-ID
003710     END-IF.
003720
003730* AN ITEM SUBMITTED IN AN EARLIER MONTH THAT IS STILL WAITING TO
003740* BE APPROVED OR APPLIED IS CARRYING OVER MONTH-END
003750 0500-REPORT-OUTSTANDING.
003760     PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
003770       UNTIL WS-PEND-SUB > WS-PEND-COUNT
003780       IF WS-PEND-T-STATUS(WS-PEND-SUB) = 'P'
003790          OR WS-PEND-T-STATUS(WS-PEND-SUB) = 'R'
003800         PERFORM 0450-GET-ITEM-SET-ID
003810         MOVE WS-PEND-T-ITEM-ID(WS-PEND-SUB)(1:8)
003820           TO WS-SUBMIT-DATE
003830         MOVE WS-PEND-T-ITEM-ID(WS-PEND-SUB) TO DL-ITEM-ID
003840         IF WS-PEND-T-TYPE(WS-PEND-SUB) = 'P'
003850           MOVE "PMT" TO DL-TYPE
003860         ELSE
003870           MOVE "ADJ" TO DL-TYPE
003880         END-IF
003890         MOVE WS-ITEM-SET-ID TO DL-SET-ID
003900         IF WS-PEND-T-STATUS(WS-PEND-SUB) = 'P'
003910           ADD 1 TO WS-WAITING-COUNT
003920           MOVE "PENDING" TO DL-STATUS
003930         ELSE
003940           ADD 1 TO WS-TO-APPLY-COUNT
003950           MOVE "RELEASED" TO DL-STATUS
003960         END-IF
003970         MOVE WS-PEND-T-SUBMITTER(WS-PEND-SUB) TO DL-SUBMITTER
003980         MOVE WS-SUBMIT-DATE TO DL-SUBMIT-DATE
003990         PERFORM 0550-COMPUTE-AGE
004000         IF WS-SUBMIT-DATE(1:6) < WS-TODAY(1:6)
004010           ADD 1 TO WS-PRIOR-MONTH-COUNT
004020           MOVE "PRIOR MONTH" TO DL-MONTH-FLAG
004030           MOVE WS-ITEM-SET-ID TO WS-EXC-SET-ID
004040           MOVE 'W' TO WS-EXC-SEVERITY
004050           MOVE SPACES TO WS-EXC-MESSAGE
004060           STRING "ITEM " WS-PEND-T-ITEM-ID(WS-PEND-SUB)
004070             " CARRIED OVER MONTH-END"
004080             DELIMITED BY SIZE INTO WS-EXC-MESSAGE
004090           PERFORM 9000-LOG-EXCEPTION
004100         ELSE
004110           MOVE SPACES TO DL-MONTH-FLAG
004120         END-IF
004130         MOVE WS-DETAIL-LINE TO SM-PNDRPT-RECORD
004140         WRITE SM-PNDRPT-RECORD
004150       END-IF
004160     END-PERFORM
004170     IF WS-WAITING-COUNT = 0 AND WS-TO-APPLY-COUNT = 0
004180       MOVE "NO ITEMS AWAITING APPROVAL OR APPLY"
004190         TO SM-PNDRPT-RECORD
004200       WRITE SM-PNDRPT-RECORD
004210     END-IF.
004220
004230 0550-COMPUTE-AGE.
004240     IF WS-SUBMIT-DATE > 19000101
004250       COMPUTE WS-ITEM-INT =
004260         FUNCTION INTEGER-OF-DATE(WS-SUBMIT-DATE)
004270       COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-ITEM-INT
004280     ELSE
004290       MOVE 99999 TO WS-AGE-DAYS
004300     END-IF
004310     MOVE WS-AGE-DAYS TO DL-AGE-DAYS.
004320
004330* FINISHED ITEMS ARE DROPPED ONCE THEIR LAST ACTIVITY IS OLDER
004340* THAN THE RETENTION PERIOD
004350 0600-REWRITE-PENDING-FILE.
004360     OPEN OUTPUT SM-PEND-FILE
004370     PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
004380       UNTIL WS-PEND-SUB > WS-PEND-COUNT
004390       IF WS-PEND-T-APPLY-DATE(WS-PEND-SUB) > 0
004400         MOVE WS-PEND-T-APPLY-DATE(WS-PEND-SUB) TO WS-FINISH-DATE
004410       ELSE
004420         MOVE WS-PEND-T-DECISION-DATE(WS-PEND-SUB)
004430           TO WS-FINISH-DATE
004440       END-IF
004450       IF WS-RETAIN-DAYS > 0
004460          AND WS-PEND-T-STATUS(WS-PEND-SUB) NOT = 'P'
004470          AND WS-PEND-T-STATUS(WS-PEND-SUB) NOT = 'R'
004480          AND WS-FINISH-DATE < WS-RETAIN-CUTOFF
004490         ADD 1 TO WS-PURGED-COUNT
004500       ELSE
004510         MOVE WS-PEND-ENTRY(WS-PEND-SUB) TO SM-PEND-RECORD
004520         WRITE SM-PEND-RECORD
004530       END-IF
004540     END-PERFORM
004550     CLOSE SM-PEND-FILE.
004560
004570 0700-WRITE-SUMMARY.
004580     MOVE WS-RELEASED-COUNT TO SL-RELEASED
004590     MOVE WS-REJECTED-COUNT TO SL-REJECTED
004600     MOVE WS-EXPIRED-COUNT TO SL-EXPIRED
004610     MOVE WS-WAITING-COUNT TO SL-WAITING
004620     MOVE WS-TO-APPLY-COUNT TO SL-TO-APPLY
004630     MOVE WS-PRIOR-MONTH-COUNT TO SL-PRIOR-MONTH
004640     MOVE WS-SUMMARY-LINE TO SM-PNDRPT-RECORD
004650     WRITE SM-PNDRPT-RECORD.
004660
004670 9000-LOG-EXCEPTION.
004680     OPEN EXTEND SM-EXCLOG-FILE
004690     IF WS-EXCLOG-STATUS = "00"
004700       MOVE WS-TODAY TO SM-EXC-RUN-DATE
004710       MOVE WS-RUN-TIME TO SM-EXC-RUN-TIME
004720       MOVE "P-ONE-APR" TO SM-EXC-PROGRAM-ID
004730       MOVE WS-EXC-SET-ID TO SM-EXC-SET-ID
004740       MOVE WS-EXC-SEVERITY TO SM-EXC-SEVERITY
004750       MOVE WS-EXC-MESSAGE TO SM-EXC-MESSAGE
004760       WRITE SM-EXC-RECORD
004770       CLOSE SM-EXCLOG-FILE
004780     END-IF.
