000100* SMTRLR.CPY - SM run trailer/audit record
000110* CARRIES PER-DIVISOR LAST HITS AND HIT COUNTS FOR UP TO
000120* FIVE DIVISORS; ENTRIES PAST SM-TRLR-DIVISOR-COUNT ARE ZERO
000125* RUN NUMBERS 901-999 ARE P-ONE-BKF BACKFILL RUNS, NOT RERUNS
000130 01 SM-TRLR-RECORD.
000140    05 SM-TRLR-RUN-DATE PIC 9(8).
000150    05 SM-TRLR-PARM-SET-ID PIC X(8).
000410       10 SM-TRLR-DIVISOR OCCURS 5 TIMES PIC 9999.
000420    05 SM-TRLR-DIVISOR-COUNT PIC 9(1).
000430    05 SM-TRLR-RUN-NUMBER PIC 9(3).
000440       88 SM-TRLR-IS-BACKFILL VALUE 901 THRU 999.
