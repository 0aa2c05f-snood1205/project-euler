000100* SMMANF.CPY - SM backup manifest record
000110* ONE RECORD PER DATASET (OR PARTITION FAMILY) IN A BACKUP
000120* GENERATION, WRITTEN BY P-ONE-BKP FROM THE LIVE FILES WHILE
000130* THE JOB HOLDS THEM EXCLUSIVELY. THE HASH TOTAL IS THE SUM OF
000140* A KEY OR DATE FIELD, SO A CHANGED KEY SHOWS EVEN WHEN THE
000150* COUNT AND SM TOTAL STILL AGREE. OPEN STATUS IS THE FILE STATUS
000160* THE DATASET OPENED WITH (00 = READ).
000170 01 SM-MANF-RECORD.
000180    05 SM-MANF-TAKEN-DATE PIC 9(8).
000190    05 SM-MANF-TAKEN-TIME PIC 9(6).
000200    05 SM-MANF-DDNAME PIC X(8).
000210    05 SM-MANF-RECORD-COUNT PIC 9(9).
000220    05 SM-MANF-SM-TOTAL PIC 9(18).
000230    05 SM-MANF-HASH-TOTAL PIC 9(18).
000240    05 SM-MANF-OPEN-STATUS PIC X(2).
