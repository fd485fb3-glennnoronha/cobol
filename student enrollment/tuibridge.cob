           05 AID-FUND PIC X(6).
           05 AID-TERM PIC X(4).
           05 AID-AMT PIC 9(7)V99.
           05 AID-BLOCK PIC X(1).
           05 AID-BLANKS PIC X(54).

       FD AIDREG.
       01 AIDREG-REC PIC X(80).
                          MOVE ZEROES TO
                             WS-AID-AMT(WS-AID-TABLE-COUNT)
                       END-IF
      * an award blocked for academic progress is never applied
                       IF AID-BLOCK = 'S'
                          MOVE 'B' TO
                             WS-AID-APPLIED(WS-AID-TABLE-COUNT)
                       ELSE
                          MOVE 'N' TO
                             WS-AID-APPLIED(WS-AID-TABLE-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE AIDFILE
                    DELIMITED BY SIZE INTO AIDREG-REC
                 WRITE AIDREG-REC
              END-IF
              IF WS-AID-APPLIED(WS-AID-SUB) = 'B'
                 MOVE WS-AID-AMT(WS-AID-SUB) TO WS-AID-AMT-EDIT
                 MOVE SPACES TO AIDREG-REC
                 STRING "  BLOCKED " WS-AID-BID(WS-AID-SUB)
                    " fund " WS-AID-FUND(WS-AID-SUB) " "
                    WS-AID-AMT-EDIT
                    " - not making academic progress"
                    DELIMITED BY SIZE INTO AIDREG-REC
                 WRITE AIDREG-REC
              END-IF
           END-PERFORM.
           MOVE WS-AID-COUNT TO WS-AID-COUNT-EDIT.
           MOVE WS-AID-TOTAL TO WS-AID-AMT-EDIT.
