           05 HIST-NUMBER PIC 9(4).
           05 HIST-GRADE PIC X(2).
           05 HIST-TERM PIC X(4).
      * hours carried by posted transfer credit; zero for our own
      * courses, which take their hours from the catalog
           05 HIST-CREDITS PIC 9(2).
           05 HIST-BLANKS PIC X(58).

       FD ENROLLIN.
       01 DATA-ENROLL-IN.
               10 WS-HIST-SUBJECT PIC A(4).
               10 WS-HIST-NUMBER PIC 9(4).
               10 WS-HIST-GRADE PIC X(2).
               10 WS-HIST-CREDITS PIC 9(2).
       01 WS-HIST-SUB PIC 9(4).

       01 WS-ENR-TABLE-COUNT PIC 9(4) VALUE ZEROES.
                             WS-HIST-NUMBER(WS-HIST-TABLE-COUNT)
                          MOVE HIST-GRADE TO
                             WS-HIST-GRADE(WS-HIST-TABLE-COUNT)
                          IF HIST-CREDITS IS NUMERIC
                             MOVE HIST-CREDITS TO
                                WS-HIST-CREDITS(WS-HIST-TABLE-COUNT)
                          ELSE
                             MOVE ZEROES TO
                                WS-HIST-CREDITS(WS-HIST-TABLE-COUNT)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
                          WS-CUR-CREDITS
                    END-IF
                 END-PERFORM
                 IF WS-HIST-CREDITS(WS-HIST-SUB) > ZERO
                    MOVE WS-HIST-CREDITS(WS-HIST-SUB) TO
                       WS-CUR-CREDITS
                 END-IF
                 ADD WS-CUR-CREDITS TO WS-DONE-HOURS
              END-IF
           END-PERFORM.
