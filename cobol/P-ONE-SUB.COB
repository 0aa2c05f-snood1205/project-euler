000100* P-ONE-SUB.COB
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID. P-ONE-SUB.
000130 ENVIRONMENT DIVISION.
000140 INPUT-OUTPUT SECTION.
000150 FILE-CONTROL.
000190     SELECT SM-PMT-FILE ASSIGN TO "SMPMT"
000200     ORGANIZATION IS LINE SEQUENTIAL
000210     FILE STATUS IS WS-PMT-STATUS.
000220     SELECT SM-ADJ-FILE ASSIGN TO "SMADJ"
000230     ORGANIZATION IS LINE SEQUENTIAL
000240     FILE STATUS IS WS-ADJ-STATUS.
000250     SELECT SM-PEND-FILE ASSIGN TO "SMPEND"
000260     ORGANIZATION IS LINE SEQUENTIAL
000270     FILE STATUS IS WS-PEND-STATUS.
000280     SELECT SM-EXCLOG-FILE ASSIGN TO "SMEXCLOG"
000290     ORGANIZATION IS LINE SEQUENTIAL
000300     FILE STATUS IS WS-EXCLOG-STATUS.
000310 DATA DIVISION.
000320 FILE SECTION.
000360 FD SM-PMT-FILE.
000370 01 SM-PMT-RECORD.
000380    05 SM-PMT-ACTION PIC X(1).
000390       88 SM-PMT-IS-ADD VALUE 'A'.
000400       88 SM-PMT-IS-CHANGE VALUE 'C'.
000410    05 SM-PMT-SET-ID PIC X(8).
000420    05 FILLER PIC X(41).
000430 FD SM-ADJ-FILE.
000440 01 SM-ADJ-RECORD.
000450    05 SM-ADJ-RUN-DATE PIC 9(8).
000460    05 SM-ADJ-SET-ID PIC X(8).
000470    05 FILLER PIC X(45).
000480 FD SM-PEND-FILE.
000490     COPY SMPEND.
000500 FD SM-EXCLOG-FILE.
000510     COPY SMEXCP.
000520 WORKING-STORAGE SECTION.
000540 01 WS-PMT-STATUS PIC XX VALUE SPACES.
000550 01 WS-ADJ-STATUS PIC XX VALUE SPACES.
000560 01 WS-PEND-STATUS PIC XX VALUE SPACES.
000570 01 WS-EXCLOG-STATUS PIC XX VALUE SPACES.
000580 01 WS-EXC-SET-ID PIC X(8) VALUE SPACES.
000590 01 WS-EXC-SEVERITY PIC X(1) VALUE 'E'.
000600 01 WS-EXC-MESSAGE PIC X(60) VALUE SPACES.
000610 01 WS-CURRENT-DATE.
000620    05 WS-RUN-DATE PIC 9(8).
000630    05 WS-RUN-TIME PIC 9(6).
000640    05 FILLER PIC X(7).
000650 01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
000660 01 WS-PMT-EOF PIC X VALUE 'N'.
000670    88 WS-PMT-END-OF-FILE VALUE 'Y'.
000680 01 WS-ADJ-EOF PIC X VALUE 'N'.
000690    88 WS-ADJ-END-OF-FILE VALUE 'Y'.
000700 01 WS-SUBMIT-SEQ PIC 9(4) VALUE 0.
000710 01 WS-SUBMIT-COUNT PIC 9(4) VALUE 0.
000720 01 WS-REFUSED-COUNT PIC 9(4) VALUE 0.
000730 01 WS-REFUSE-REASON PIC X(30) VALUE SPACES.
000740 01 WS-ITEM-SET-ID PIC X(8) VALUE SPACES.
000750
000760* THE OPERATOR ID IS THE SUBMITTING USER ID, PASSED BY THE JOB AS
000765* PARM='&SYSUID' - IT IS NEVER TAKEN FROM A CARD
000770 LINKAGE SECTION.
000775 01 SM-OPER-PARM.
000780    05 SM-OPER-PARM-LEN PIC S9(4) COMP.
000785    05 SM-OPER-PARM-ID PIC X(8).
000790
000800 PROCEDURE DIVISION USING SM-OPER-PARM.
000810 P-ONE-SUB-MAIN SECTION.
000820     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
000830     PERFORM 0100-GET-OPERATOR
000840     IF WS-OPERATOR-ID = SPACES
000850       DISPLAY "P-ONE-SUB: NO OPERATOR ID IN PARM - "
000860         "NOTHING SUBMITTED"
000870       MOVE SPACES TO WS-EXC-SET-ID
000880       MOVE 'F' TO WS-EXC-SEVERITY
000890       MOVE "NO OPERATOR ID IN PARM - NOTHING SUBMITTED"
000900         TO WS-EXC-MESSAGE
000910       PERFORM 9000-LOG-EXCEPTION
000920       MOVE 16 TO RETURN-CODE
000930     ELSE
000940       OPEN EXTEND SM-PEND-FILE
000950       IF WS-PEND-STATUS = "35"
000960         OPEN OUTPUT SM-PEND-FILE
000970       END-IF
000980       IF WS-PEND-STATUS NOT = "00"
000990         DISPLAY "P-ONE-SUB: UNABLE TO OPEN PENDING FILE - "
001000           "FILE STATUS " WS-PEND-STATUS
001010         MOVE SPACES TO WS-EXC-SET-ID
001020         MOVE 'E' TO WS-EXC-SEVERITY
001030         MOVE SPACES TO WS-EXC-MESSAGE
001040         STRING "UNABLE TO OPEN PENDING FILE - FILE STATUS "
001050           WS-PEND-STATUS DELIMITED BY SIZE INTO WS-EXC-MESSAGE
001060         PERFORM 9000-LOG-EXCEPTION
001070         MOVE 12 TO RETURN-CODE
001080       ELSE
001090         PERFORM 0200-SUBMIT-PARM-CHANGES
001100         PERFORM 0300-SUBMIT-ADJUSTMENTS
001110         CLOSE SM-PEND-FILE
001120         DISPLAY "P-ONE-SUB: " WS-SUBMIT-COUNT
001130           " ITEMS SUBMITTED BY " WS-OPERATOR-ID ", "
001140           WS-REFUSED-COUNT " REFUSED"
001150         IF WS-REFUSED-COUNT > 0
001160           MOVE 8 TO RETURN-CODE
001170         END-IF
001180       END-IF
001190     END-IF
001200     STOP RUN.
001210
001220 0100-GET-OPERATOR.
001230     IF SM-OPER-PARM-LEN > 8
001240       MOVE SM-OPER-PARM-ID TO WS-OPERATOR-ID
001250     ELSE
001260       IF SM-OPER-PARM-LEN > 0
001270         MOVE SM-OPER-PARM-ID(1:SM-OPER-PARM-LEN)
001275           TO WS-OPERATOR-ID
001280       END-IF
001290     END-IF.
001330
001340 0200-SUBMIT-PARM-CHANGES.
001350     OPEN INPUT SM-PMT-FILE
001360     IF WS-PMT-STATUS = "00"
001370       PERFORM UNTIL WS-PMT-END-OF-FILE
001380         READ SM-PMT-FILE
001390           AT END SET WS-PMT-END-OF-FILE TO TRUE
001400           NOT AT END
001410             PERFORM 0250-SUBMIT-ONE-PARM-CHANGE
001420         END-READ
001430       END-PERFORM
001440       CLOSE SM-PMT-FILE
001450     END-IF.
001460
001470* ONLY THE KEY IS CHECKED HERE; THE FULL EDITS ARE MADE BY
001480* P-ONE-PMT WHEN THE RELEASED TRANSACTION IS APPLIED
001490 0250-SUBMIT-ONE-PARM-CHANGE.
001500     MOVE SPACES TO WS-REFUSE-REASON
001510     MOVE SM-PMT-SET-ID TO WS-ITEM-SET-ID
001520     IF NOT SM-PMT-IS-ADD AND NOT SM-PMT-IS-CHANGE
001530       MOVE "INVALID ACTION CODE" TO WS-REFUSE-REASON
001540     END-IF
001550     IF SM-PMT-SET-ID = SPACES
001560       MOVE "SET ID MISSING" TO WS-REFUSE-REASON
001570     END-IF
001580     IF WS-REFUSE-REASON = SPACES
001590       MOVE SPACES TO SM-PEND-TXN-DATA
001600       MOVE SM-PMT-RECORD TO SM-PEND-TXN-DATA
001610       MOVE 'P' TO SM-PEND-TYPE
001620       PERFORM 0400-WRITE-PENDING-ITEM
001630     ELSE
001640       PERFORM 0450-REFUSE-ITEM
001650     END-IF.
001660
001670 0300-SUBMIT-ADJUSTMENTS.
001680     OPEN INPUT SM-ADJ-FILE
001690     IF WS-ADJ-STATUS = "00"
001700       PERFORM UNTIL WS-ADJ-END-OF-FILE
001710         READ SM-ADJ-FILE
001720           AT END SET WS-ADJ-END-OF-FILE TO TRUE
001730           NOT AT END
001740             PERFORM 0350-SUBMIT-ONE-ADJUSTMENT
001750         END-READ
001760       END-PERFORM
001770       CLOSE SM-ADJ-FILE
001780     END-IF.
001790
001800* ONLY THE KEY IS CHECKED HERE; THE REASON CODE, HISTORY ROW
001810* AND CLOSED-MONTH EDITS ARE MADE BY P-ONE-ADJ AT APPLY TIME
001820 0350-SUBMIT-ONE-ADJUSTMENT.
001830     MOVE SPACES TO WS-REFUSE-REASON
001840     MOVE SM-ADJ-SET-ID TO WS-ITEM-SET-ID
001850     IF SM-ADJ-RUN-DATE NOT NUMERIC OR SM-ADJ-RUN-DATE = 0
001860        OR SM-ADJ-SET-ID = SPACES
001870       MOVE "KEY MISSING" TO WS-REFUSE-REASON
001880     END-IF
001890     IF WS-REFUSE-REASON = SPACES
001900       MOVE SPACES TO SM-PEND-TXN-DATA
001910       MOVE SM-ADJ-RECORD TO SM-PEND-TXN-DATA
001920       MOVE 'A' TO SM-PEND-TYPE
001930       PERFORM 0400-WRITE-PENDING-ITEM
001940     ELSE
001950       PERFORM 0450-REFUSE-ITEM
001960     END-IF.
001970
001980 0400-WRITE-PENDING-ITEM.
001990     ADD 1 TO WS-SUBMIT-SEQ
002000     MOVE WS-RUN-DATE TO SM-PEND-SUBMIT-DATE
002010     MOVE WS-RUN-TIME TO SM-PEND-SUBMIT-TIME
002020     MOVE WS-SUBMIT-SEQ TO SM-PEND-SUBMIT-SEQ
002030     MOVE WS-OPERATOR-ID TO SM-PEND-SUBMITTER
002040     MOVE 'P' TO SM-PEND-STATUS
002050     MOVE SPACES TO SM-PEND-APPROVER
002060     MOVE 0 TO SM-PEND-DECISION-DATE
002070     MOVE 0 TO SM-PEND-DECISION-TIME
002080     MOVE 0 TO SM-PEND-APPLY-DATE
002090     MOVE SPACES TO SM-PEND-NOTE
002100     WRITE SM-PEND-RECORD
002110     ADD 1 TO WS-SUBMIT-COUNT
002120     DISPLAY "P-ONE-SUB: ITEM " SM-PEND-ITEM-ID " SET "
002130       WS-ITEM-SET-ID " PENDING APPROVAL".
002140
002150 0450-REFUSE-ITEM.
002160     ADD 1 TO WS-REFUSED-COUNT
002170     DISPLAY "P-ONE-SUB: SET " WS-ITEM-SET-ID
002180       " NOT SUBMITTED - " WS-REFUSE-REASON
002190     MOVE WS-ITEM-SET-ID TO WS-EXC-SET-ID
002200     MOVE 'E' TO WS-EXC-SEVERITY
002210     MOVE SPACES TO WS-EXC-MESSAGE
002220     STRING "SUBMISSION REFUSED - " WS-REFUSE-REASON
002230       DELIMITED BY SIZE INTO WS-EXC-MESSAGE
002240     PERFORM 9000-LOG-EXCEPTION.
002250
002260 9000-LOG-EXCEPTION.
002270     OPEN EXTEND SM-EXCLOG-FILE
002280     IF WS-EXCLOG-STATUS = "00"
002290       MOVE WS-RUN-DATE TO SM-EXC-RUN-DATE
002300       MOVE WS-RUN-TIME TO SM-EXC-RUN-TIME
002310       MOVE "P-ONE-SUB" TO SM-EXC-PROGRAM-ID
002320       MOVE WS-EXC-SET-ID TO SM-EXC-SET-ID
002330       MOVE WS-EXC-SEVERITY TO SM-EXC-SEVERITY
002340       MOVE WS-EXC-MESSAGE TO SM-EXC-MESSAGE
002350       WRITE SM-EXC-RECORD
002360       CLOSE SM-EXCLOG-FILE
002370     END-IF.
