000100* SMDLVL.CPY - SM report delivery log record
000110* APPEND ONLY. A D RECORD IS WRITTEN FOR EVERY REPORT PUT IN A
000120* BUNDLE (STATUS S SENT, E EMPTY, M MISSING); A C RECORD IS
000130* WRITTEN WHEN THE RECIPIENT CONFIRMS RECEIPT OF THE BUNDLE.
000140 01 SM-DLV-RECORD.
000150    05 SM-DLV-TYPE PIC X(1).
000160       88 SM-DLV-IS-DELIVERY VALUE 'D'.
000170       88 SM-DLV-IS-CONFIRMATION VALUE 'C'.
000180    05 SM-DLV-RUN-DATE PIC 9(8).
000190    05 SM-DLV-RUN-TIME PIC 9(6).
000200    05 SM-DLV-BUNDLE-DATE PIC 9(8).
000210    05 SM-DLV-BUNDLE-NO PIC 9(3).
000220    05 SM-DLV-RECIPIENT PIC X(8).
000230    05 SM-DLV-CLASS PIC X(1).
000240    05 SM-DLV-REPORT PIC X(8).
000250    05 SM-DLV-SET-ID PIC X(8).
000260    05 SM-DLV-LINE-COUNT PIC 9(7).
000270    05 SM-DLV-STATUS PIC X(1).
000280       88 SM-DLV-WAS-SENT VALUE 'S'.
000290       88 SM-DLV-WAS-EMPTY VALUE 'E'.
000300       88 SM-DLV-WAS-MISSING VALUE 'M'.
