000280          88 SM-ADJAUD-AFT-EXISTS VALUE 'Y'.
000290       10 SM-ADJAUD-AFT-SM-VALUE PIC 9(15).
000300       10 SM-ADJAUD-AFT-ADJUSTED PIC X(1).
000310    05 SM-ADJAUD-SUBMITTER PIC X(8).
000320    05 SM-ADJAUD-APPROVER PIC X(8).
