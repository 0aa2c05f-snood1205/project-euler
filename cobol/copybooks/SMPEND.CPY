000100* SMPEND.CPY - SM maker-checker pending change record
000110* ONE RECORD PER SUBMITTED SMPMT PARAMETER TRANSACTION OR SMADJ
000120* HISTORY ADJUSTMENT. P-ONE-SUB WRITES THE ITEM PENDING UNDER
000130* THE SUBMITTER'S OPERATOR ID; P-ONE-APR RELEASES, REJECTS OR
000140* EXPIRES IT UNDER A DIFFERENT OPERATOR ID; P-ONE-PMT AND
000150* P-ONE-ADJ APPLY RELEASED ITEMS ONLY AND MARK THEM APPLIED OR
000160* FAILED. THE TRANSACTION IMAGE IS THE SUBMITTED CARD AS-IS.
000170 01 SM-PEND-RECORD.
000180    05 SM-PEND-ITEM-ID.
000190       10 SM-PEND-SUBMIT-DATE PIC 9(8).
000200       10 SM-PEND-SUBMIT-TIME PIC 9(6).
000210       10 SM-PEND-SUBMIT-SEQ PIC 9(4).
000220    05 SM-PEND-TYPE PIC X(1).
000230       88 SM-PEND-IS-PARM-CHANGE VALUE 'P'.
000240       88 SM-PEND-IS-ADJUSTMENT VALUE 'A'.
000250    05 SM-PEND-SUBMITTER PIC X(8).
000260    05 SM-PEND-STATUS PIC X(1).
000270       88 SM-PEND-IS-PENDING VALUE 'P'.
000280       88 SM-PEND-IS-RELEASED VALUE 'R'.
000290       88 SM-PEND-IS-REJECTED VALUE 'X'.
000300       88 SM-PEND-IS-EXPIRED VALUE 'E'.
000310       88 SM-PEND-IS-APPLIED VALUE 'A'.
000320       88 SM-PEND-IS-APPLY-FAILED VALUE 'F'.
000330    05 SM-PEND-APPROVER PIC X(8).
000340    05 SM-PEND-DECISION-DATE PIC 9(8).
000350    05 SM-PEND-DECISION-TIME PIC 9(6).
000360    05 SM-PEND-APPLY-DATE PIC 9(8).
000370    05 SM-PEND-NOTE PIC X(30).
000380    05 SM-PEND-TXN-DATA PIC X(61).
000390    05 SM-PEND-PMT-DATA REDEFINES SM-PEND-TXN-DATA.
000400       10 SM-PEND-PMT-ACTION PIC X(1).
000410       10 SM-PEND-PMT-SET-ID PIC X(8).
000420       10 FILLER PIC X(52).
000430    05 SM-PEND-ADJ-DATA REDEFINES SM-PEND-TXN-DATA.
000440       10 SM-PEND-ADJ-RUN-DATE PIC 9(8).
000450       10 SM-PEND-ADJ-SET-ID PIC X(8).
000460       10 SM-PEND-ADJ-SM-VALUE PIC 9(15).
000470       10 SM-PEND-ADJ-REASON-CODE PIC X(4).
000480       10 FILLER PIC X(26).
