000100* SMRSTC.CPY - SM restore control record
000110* PONERST WRITES H (HELD) BEFORE IT PUTS A BACKUP GENERATION
000120* BACK; P-ONE-RSV REPLACES IT WITH V WHEN THE RESTORED FILES
000130* AGREE WITH THE MANIFEST AND CROSS-CHECK CLEAN, OR F WHEN THEY
000140* DO NOT. P-ONE AND P-ONE-SPL REFUSE TO START ON H OR F.
000150 01 SM-RSTCTL-RECORD.
000160    05 SM-RSTCTL-STATUS PIC X(1).
000170       88 SM-RSTCTL-IS-HELD VALUE 'H'.
000180       88 SM-RSTCTL-IS-VERIFIED VALUE 'V'.
000190       88 SM-RSTCTL-IS-FAILED VALUE 'F'.
000200    05 SM-RSTCTL-BACKUP-DATE PIC 9(8).
000210    05 SM-RSTCTL-BACKUP-TIME PIC 9(6).
000220    05 SM-RSTCTL-VERIFY-DATE PIC 9(8).
000230    05 SM-RSTCTL-VERIFY-TIME PIC 9(6).
000240    05 SM-RSTCTL-ERROR-COUNT PIC 9(9).
