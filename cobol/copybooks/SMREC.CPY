000100* SMREC.CPY - SM daily history output record
000103* ROWS WRITTEN BY P-ONE-BKF FOR A MISSED DAY CARRY B IN THE
000106* ADJUSTED FLAG; A LATER HISTORY ADJUSTMENT REPLACES IT WITH Y
000110 01 SM-OUT-RECORD.
000120    05 SM-OUT-KEY.
000130       10 SM-OUT-RUN-DATE PIC 9(8).
000150    05 SM-OUT-SM-VALUE PIC 9(15).
000160    05 SM-OUT-ADJUSTED PIC X(1).
000170       88 SM-OUT-IS-ADJUSTED VALUE 'Y'.
000180       88 SM-OUT-IS-BACKFILLED VALUE 'B'.
