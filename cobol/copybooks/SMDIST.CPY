000100* SMDIST.CPY - SM report distribution control record
000110* ONE RECORD PER REPORT PER RECIPIENT AND DELIVERY CLASS. A BLANK
000120* SET ID SENDS THE WHOLE REPORT; A SET ID SENDS THE LINES THAT
000130* NAME THAT SET PLUS THE LINES THAT NAME NO SET (HEADINGS AND
000140* TOTALS). AN ASTERISK IN COLUMN 1 MARKS A COMMENT.
000150 01 SM-DIST-RECORD.
000160    05 SM-DIST-REPORT PIC X(8).
000170    05 SM-DIST-SET-ID PIC X(8).
000180    05 SM-DIST-RECIPIENT PIC X(8).
000190    05 SM-DIST-CLASS PIC X(1).
000200       88 SM-DIST-IS-PRINT VALUE 'P'.
000210       88 SM-DIST-IS-ELECTRONIC VALUE 'E'.
000220       88 SM-DIST-IS-ARCHIVE VALUE 'A'.
000230    05 SM-DIST-RECIPIENT-NAME PIC X(30).
