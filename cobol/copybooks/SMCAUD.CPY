000100* SMCAUD.CPY - SM business calendar maintenance audit record
000110* ACTION G IS A DATE SET BY ANNUAL GENERATION, A/C/D ARE
000120* TRANSACTIONS. A D IMAGE WITH NO TRANSACTION BEHIND IT IS AN
000130* INVALID OR DUPLICATE RECORD REMOVED WHEN THE FILE WAS LOADED;
000140* THE DATE IS THEN CARRIED AS READ, IN SM-CAUDIT-CAL-DATE-X.
000150 01 SM-CAUDIT-RECORD.
000160    05 SM-CAUDIT-RUN-DATE PIC 9(8).
000170    05 SM-CAUDIT-RUN-TIME PIC 9(6).
000180    05 SM-CAUDIT-ACTION PIC X(1).
000190    05 SM-CAUDIT-CAL-DATE PIC 9(8).
000200    05 SM-CAUDIT-CAL-DATE-X REDEFINES SM-CAUDIT-CAL-DATE
000210                            PIC X(8).
000220    05 SM-CAUDIT-DISPOSITION PIC X(1).
000230       88 SM-CAUDIT-IS-APPLIED VALUE 'A'.
000240       88 SM-CAUDIT-IS-REJECTED VALUE 'R'.
000250    05 SM-CAUDIT-REASON PIC X(30).
000260    05 SM-CAUDIT-BEFORE.
000270       10 SM-CAUDIT-BEF-PRESENT PIC X(1).
000280          88 SM-CAUDIT-BEF-EXISTS VALUE 'Y'.
000290       10 SM-CAUDIT-BEF-FLAG PIC X(1).
000300    05 SM-CAUDIT-AFTER.
000310       10 SM-CAUDIT-AFT-PRESENT PIC X(1).
000320          88 SM-CAUDIT-AFT-EXISTS VALUE 'Y'.
000330       10 SM-CAUDIT-AFT-FLAG PIC X(1).
