           05 HIST-NUMBER PIC 9(4).
           05 HIST-GRADE PIC X(2).
           05 HIST-TERM PIC X(4).
      * hours carried by posted transfer credit; zero for our own
      * courses, which take their hours from the catalog
           05 HIST-CREDITS PIC 9(2).
           05 HIST-BLANKS PIC X(58).

       FD CATFILE.
       01 DATA-CAT.
               10 WS-HIST-SUBJECT PIC A(4).
               10 WS-HIST-NUMBER PIC 9(4).
               10 WS-HIST-GRADE PIC X(2).
               10 WS-HIST-CREDITS PIC 9(2).
               10 WS-HIST-TERM PIC X(4).
               10 WS-HIST-DONE PIC A.
       01 WS-HIST-SUB PIC 9(4).
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
                    MOVE HIST-TERM TO
                       WS-HIST-TERM(WS-HIST-TABLE-COUNT)
                    MOVE 'N' TO
                          WS-CUR-CREDITS
                    END-IF
                 END-PERFORM
                 IF WS-HIST-CREDITS(WS-HIST-SUB-2) > ZERO
                    MOVE WS-HIST-CREDITS(WS-HIST-SUB-2) TO
                       WS-CUR-CREDITS
                 END-IF
                 MOVE 'Y' TO WS-GRADED
                 EVALUATE WS-HIST-GRADE(WS-HIST-SUB-2)(1:1)
                    WHEN 'A' MOVE 4.00 TO WS-POINTS
                       ADD WS-CUR-CREDITS TO WS-TERM-EARNED
                    END-IF
                 END-IF
      * transfer credit (grade T and the grade earned elsewhere)
      * counts toward credits earned but carries no quality points
                 IF WS-HIST-GRADE(WS-HIST-SUB-2)(1:1) = 'T'
                    ADD WS-CUR-CREDITS TO WS-TERM-EARNED
                 END-IF
              END-IF
           END-PERFORM.
           ADD WS-TERM-QP TO WS-CUM-QP.
