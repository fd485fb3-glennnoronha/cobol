           05 YTDM-PERIOD-ER-MATCH PIC S9(9)V99.
           05 YTDM-PERIOD-ER-TAX PIC S9(9)V99.
           05 YTDM-CLOSED PIC X(1).
           05 YTDM-YTD-COMM PIC 9(9)V99.
           05 YTDM-PERIOD-COMM PIC S9(9)V99.
           05 YTDM-ERN-SLOT OCCURS 10 TIMES.
               10 YTDM-ERN-CODE PIC X(4).
               10 YTDM-ERN-YTD PIC 9(9)V99.
               10 YTDM-ERN-PERIOD PIC S9(9)V99.

       FD RPTFILE.
       01 RPT-REC PIC X(80).
