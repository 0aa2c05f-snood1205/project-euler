000100* SMCTLR.CPY - SM dataset control-total register record
000110* ONE RECORD PER CONTROLLED DATASET (SMOUT, SMMSUM, SMPARM).
000120* EACH SANCTIONED WRITER ADDS THE CHANGE IT MADE - RECORDS ADDED
000130* LESS RECORDS REMOVED, AND LIKEWISE FOR THE SM AND HASH TOTALS
000140* - SO THE REGISTER ALWAYS SHOWS WHAT THE FILE SHOULD HOLD.
000150* P-ONE-CTV RECOMPUTES THE TOTALS FROM THE LIVE FILE AND
000160* COMPARES. THE SM TOTAL IS THE SUM OF SM VALUES (SMOUT), MONTH
000170* SM TOTALS (SMMSUM) OR LOOP BOUNDS (SMPARM). THE HASH TOTAL IS
000180* THE SUM OVER EVERY RECORD OF EACH BYTE'S COLLATING POSITION
000190* TIMES ITS OFFSET IN THE RECORD, SO A CHANGE TO ANY FIELD SHOWS.
000200 01 SM-CTLR-RECORD.
000210    05 SM-CTLR-DDNAME PIC X(8).
000220    05 SM-CTLR-RECORD-COUNT PIC 9(9).
000230    05 SM-CTLR-SM-TOTAL PIC 9(18).
000240    05 SM-CTLR-HASH-TOTAL PIC 9(18).
000250    05 SM-CTLR-PROGRAM-ID PIC X(10).
000260    05 SM-CTLR-UPDATE-DATE PIC 9(8).
000270    05 SM-CTLR-UPDATE-TIME PIC 9(6).
