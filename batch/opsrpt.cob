           05 WS-RPT-PAGE-NUM PIC 9(4) VALUE ZERO.
           05 WS-RPT-LINE-COUNT PIC 9(2) VALUE ZERO.
           05 WS-RPT-NEW-PAGE PIC X(1) VALUE 'N'.
           05 WS-RPT-PROGRAM PIC X(8) VALUE "OPSRPT".
           05 WS-RPT-RUN-SEQ PIC 9(9) VALUE ZEROES.
           05 WS-RPT-RETAIN PIC X(1) VALUE 'D'.
           05 WS-RPT-CYCLE-DATE PIC X(10) VALUE SPACES.
           05 WS-RPT-CLOSE PIC X(1) VALUE 'N'.
           05 WS-RPT-ID PIC 9(9) VALUE ZEROES.
           05 WS-RPT-LINES PIC 9(7) VALUE ZEROES.
       01 WS-RPT-DETAIL PIC X(80).
       01 WS-RPT-OUT.
           05 WS-RPT-OUT-COUNT PIC 9.
                 DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-IF.
           PERFORM WRITE-RPT-LINE.
           MOVE 'Y' TO WS-RPT-CLOSE.
           CALL "RPTWTR" USING WS-RPT-CTL WS-RPT-DETAIL WS-RPT-OUT.
           CLOSE RPTFILE.
           DISPLAY "OPSRPT flagged " WS-COUNT-EDIT " item(s).".

