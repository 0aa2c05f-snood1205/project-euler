000100* SMLEDG.CPY - SM nightly step-certification ledger record
000110* ONE RECORD PER BUSINESS DATE PER STEP, KEYED ON BOTH; A
000120* RERUN OF THE STEP REPLACES THE EARLIER ENTRY. P-ONE AND
000130* P-ONE-CON BOTH CERTIFY THE DAILY COMPUTATION AS STEP P-ONE.
000140* A BYPASSED STEP HAD NOTHING TO DO FOR THE DATE AND COUNTS
000150* AS CERTIFIED; A FAILED STEP (INCLUDING ONE THAT REFUSED TO
000160* RUN FOR WANT OF ITS PREREQUISITES) DOES NOT.
000170 01 SM-LEDG-RECORD.
000180    05 SM-LEDG-KEY.
000190       10 SM-LEDG-BUS-DATE PIC 9(8).
000200       10 SM-LEDG-STEP PIC X(10).
000210    05 SM-LEDG-STATUS PIC X(1).
000220       88 SM-LEDG-IS-COMPLETED VALUE 'C'.
000230       88 SM-LEDG-IS-FAILED VALUE 'F'.
000240       88 SM-LEDG-IS-BYPASSED VALUE 'B'.
000250    05 SM-LEDG-PROGRAM-ID PIC X(10).
000260    05 SM-LEDG-RUN-DATE PIC 9(8).
000270    05 SM-LEDG-RUN-TIME PIC 9(6).
000280    05 SM-LEDG-RETURN-CODE PIC 9(4).
000290    05 SM-LEDG-OVERRIDE PIC X(1).
000300       88 SM-LEDG-WAS-OVERRIDDEN VALUE 'Y'.
000310    05 SM-LEDG-REMARK PIC X(40).
