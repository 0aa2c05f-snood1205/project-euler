000160    05 SM-AUDIT-DISPOSITION PIC X(1).
000170       88 SM-AUDIT-IS-APPLIED VALUE 'A'.
000180       88 SM-AUDIT-IS-REJECTED VALUE 'R'.
000185       88 SM-AUDIT-IS-HELD VALUE 'H'.
000190    05 SM-AUDIT-REASON PIC X(30).
000200    05 SM-AUDIT-BEFORE.
000210       10 SM-AUDIT-BEF-PRESENT PIC X(1).
