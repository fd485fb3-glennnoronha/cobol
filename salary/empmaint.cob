       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPMAINT.

      * employee master maintenance. adds, changes and terminations
      * from INPUT1 (future-dated ones wait on PENDTRAN) are applied
      * to EMPMAST and the new master written to EMPNEW. when a
      * POSMAST position master is on file, position control is
      * enforced: every hire and every department transfer must name
      * a funded position (authorized FTE and budgeted salary both
      * non-zero) that still has room - a position holds as many
      * active employees as its FTE rounded up - and the employee
      * takes the position's department.
      *
      * every transaction carries the operator ID of whoever keyed
      * it (and a second approver ID where the approval limit calls
      * for one); OPRCHK checks the pair as the transaction is
      * applied, logs it to the maintenance audit feed, and a
      * transaction it refuses is rejected like any other.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PENDFILE-STATUS.
           SELECT POSFILE ASSIGN TO POSMAST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-POSFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 EMPI-STATUS PIC X(1).
           05 EMPI-DEPT PIC X(10).
           05 EMPI-PAY-TYPE PIC X(1).
           05 EMPI-TAX-ID PIC X(9).
           05 EMPI-BIRTH-DATE PIC X(10).
           05 EMPI-BLANKS PIC X(3).
           05 EMPI-ADDR-STREET PIC X(30).
           05 EMPI-ADDR-CITY PIC X(20).
           05 EMPI-ADDR-STATE PIC X(2).
           05 EMPI-ADDR-ZIP PIC X(10).
           05 EMPI-POSN PIC X(8).
           05 EMPI-ADDR-BLANKS PIC X(10).

       FD TRANFILE.
       01 DATA-TRAN.
           05 TR-DEPT PIC X(10).
           05 TR-PAY-TYPE PIC X(1).
           05 TR-EFF-DATE PIC X(10).
           05 TR-TAX-ID PIC X(9).
           05 TR-BLANKS PIC X(3).
           05 TR-ADDR-STREET PIC X(30).
           05 TR-ADDR-CITY PIC X(20).
           05 TR-ADDR-STATE PIC X(2).
           05 TR-ADDR-ZIP PIC X(10).
           05 TR-BIRTH-DATE PIC X(10).
           05 TR-POSN PIC X(8).
           05 TR-OPERATOR PIC X(8).
           05 TR-APPROVER PIC X(8).

       FD PENDFILE.
       01 DATA-PEND.
           05 PND-DEPT PIC X(10).
           05 PND-PAY-TYPE PIC X(1).
           05 PND-EFF-DATE PIC X(10).
           05 PND-TAX-ID PIC X(9).
           05 PND-BLANKS PIC X(3).
           05 PND-ADDR-STREET PIC X(30).
           05 PND-ADDR-CITY PIC X(20).
           05 PND-ADDR-STATE PIC X(2).
           05 PND-ADDR-ZIP PIC X(10).
           05 PND-BIRTH-DATE PIC X(10).
           05 PND-POSN PIC X(8).
           05 PND-OPERATOR PIC X(8).
           05 PND-APPROVER PIC X(8).

       FD EMPOUT.
       01 EMP-OUT-REC.
           05 EMPO-STATUS PIC X(1).
           05 EMPO-DEPT PIC X(10).
           05 EMPO-PAY-TYPE PIC X(1).
           05 EMPO-TAX-ID PIC X(9).
           05 EMPO-BIRTH-DATE PIC X(10).
           05 EMPO-BLANKS PIC X(3).
           05 EMPO-ADDR-STREET PIC X(30).
           05 EMPO-ADDR-CITY PIC X(20).
           05 EMPO-ADDR-STATE PIC X(2).
           05 EMPO-ADDR-ZIP PIC X(10).
           05 EMPO-POSN PIC X(8).
           05 EMPO-ADDR-BLANKS PIC X(10).

      * position master - one record per budgeted position
       FD POSFILE.
       01 DATA-POS.
           05 POS-NUM PIC X(8).
           05 POS-DEPT PIC X(10).
           05 POS-EPOS PIC X(10).
           05 POS-AUTH-FTE PIC 9V99.
           05 POS-BUDGET-SAL PIC 9(7)V99.
           05 POS-BLANKS PIC X(40).

       FD RPTFILE.
       01 RPT-REC PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-EMPIN-STATUS PIC XX.
       01 WS-PENDFILE-STATUS PIC XX.
       01 WS-POSFILE-STATUS PIC XX.
       01 WS-POSFILE-PRESENT PIC A VALUE 'N'.
       01 WS-EOF PIC A VALUE 'N'.
       01 WS-RUN-DATETIME PIC X(21).
       01 WS-TODAY.
           05 WS-TR-DEPT PIC X(10).
           05 WS-TR-PAY-TYPE PIC X(1).
           05 WS-TR-EFF-DATE PIC X(10).
           05 WS-TR-TAX-ID PIC X(9).
           05 WS-TR-BLANKS PIC X(3).
           05 WS-TR-ADDR-STREET PIC X(30).
           05 WS-TR-ADDR-CITY PIC X(20).
           05 WS-TR-ADDR-STATE PIC X(2).
           05 WS-TR-ADDR-ZIP PIC X(10).
           05 WS-TR-BIRTH-DATE PIC X(10).
           05 WS-TR-POSN PIC X(8).
           05 WS-TR-OPERATOR PIC X(8).
           05 WS-TR-APPROVER PIC X(8).

       01 WS-PEND-IN-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-PEND-OUT-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-PEND-TABLE-MAX PIC 9(4) VALUE 200.
       01 WS-PEND-IN-TABLE.
           05 WS-PEND-IN-ENTRY OCCURS 200 TIMES.
               10 WS-PEND-IN-REC PIC X(176).
       01 WS-PEND-OUT-TABLE.
           05 WS-PEND-OUT-ENTRY OCCURS 200 TIMES.
               10 WS-PEND-OUT-REC PIC X(176).
       01 WS-PEND-SUB PIC 9(4).
       01 WS-RELEASED-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-HELD-COUNT PIC 9(6) VALUE ZEROES.
               10 WS-EMP-STATUS PIC X(1).
               10 WS-EMP-DEPT PIC X(10).
               10 WS-EMP-PAY-TYPE PIC X(1).
               10 WS-EMP-TAX-ID PIC X(9).
               10 WS-EMP-BIRTH-DATE PIC X(10).
               10 WS-EMP-ADDR-STREET PIC X(30).
               10 WS-EMP-ADDR-CITY PIC X(20).
               10 WS-EMP-ADDR-STATE PIC X(2).
               10 WS-EMP-ADDR-ZIP PIC X(10).
               10 WS-EMP-POSN PIC X(8).
       01 WS-EMP-SUB PIC 9(4).
       01 WS-EMP-FOUND-SUB PIC 9(4).

      * positions with the number of active employees holding each
       01 WS-POS-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-POS-TABLE-COUNT-MAX PIC 9(4) VALUE 1000.
       01 WS-POS-TABLE.
           05 WS-POS-ENTRY OCCURS 1000 TIMES.
               10 WS-POS-NUM PIC X(8).
               10 WS-POS-DEPT PIC X(10).
               10 WS-POS-AUTH-FTE PIC 9V99.
               10 WS-POS-BUDGET-SAL PIC 9(7)V99.
               10 WS-POS-CAPACITY PIC 9(2).
               10 WS-POS-FILLED PIC 9(4).
       01 WS-POS-SUB PIC 9(4).
       01 WS-POS-FOUND-SUB PIC 9(4).
       01 WS-POS-OLD-SUB PIC 9(4).
       01 WS-POS-SEARCH PIC X(8).
       01 WS-POS-REJECT PIC X(40).

       01 WS-TRAN-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-APPLIED-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-REJECT-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-APPLIED-COUNT-EDIT PIC ZZZ,ZZ9.
       01 WS-REJECT-COUNT-EDIT PIC ZZZ,ZZ9.

       01 WS-OPR-CTL.
           05 WS-OPR-SUBSYS PIC X(8) VALUE "PAYROLL".
           05 WS-OPR-PROGRAM PIC X(10) VALUE "EMPMAINT".
           05 WS-OPR-ACTION PIC X(4) VALUE SPACES.
           05 WS-OPR-KEY PIC X(12) VALUE SPACES.
           05 WS-OPR-AMOUNT PIC S9(9)V99 VALUE ZEROES.
           05 WS-OPR-OPERATOR PIC X(8) VALUE SPACES.
           05 WS-OPR-APPROVER PIC X(8) VALUE SPACES.
           05 WS-OPR-RESULT PIC X(1) VALUE SPACES.
           05 WS-OPR-REASON PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
           OPEN INPUT EMPIN.
           IF WS-EMPIN-STATUS = "35"
                          WS-EMP-DEPT(WS-EMP-TABLE-COUNT)
                       MOVE EMPI-PAY-TYPE TO
                          WS-EMP-PAY-TYPE(WS-EMP-TABLE-COUNT)
                       MOVE EMPI-TAX-ID TO
                          WS-EMP-TAX-ID(WS-EMP-TABLE-COUNT)
                       MOVE EMPI-BIRTH-DATE TO
                          WS-EMP-BIRTH-DATE(WS-EMP-TABLE-COUNT)
                       MOVE EMPI-ADDR-STREET TO
                          WS-EMP-ADDR-STREET(WS-EMP-TABLE-COUNT)
                       MOVE EMPI-ADDR-CITY TO
                          WS-EMP-ADDR-CITY(WS-EMP-TABLE-COUNT)
                       MOVE EMPI-ADDR-STATE TO
                          WS-EMP-ADDR-STATE(WS-EMP-TABLE-COUNT)
                       MOVE EMPI-ADDR-ZIP TO
                          WS-EMP-ADDR-ZIP(WS-EMP-TABLE-COUNT)
                       MOVE EMPI-POSN TO
                          WS-EMP-POSN(WS-EMP-TABLE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE EMPIN
           END-IF.

           OPEN INPUT POSFILE.
           IF WS-POSFILE-STATUS = "35"
              DISPLAY "No position master found - position control "
                 "skipped for this run."
           ELSE
              MOVE 'Y' TO WS-POSFILE-PRESENT
              PERFORM UNTIL WS-POSFILE-STATUS = "10"
                 READ POSFILE
                    AT END MOVE "10" TO WS-POSFILE-STATUS
                    NOT AT END
                       IF WS-POS-TABLE-COUNT = WS-POS-TABLE-COUNT-MAX
                          DISPLAY "POSMAST has more positions than "
                             "EMPMAINT can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE POSFILE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-POS-TABLE-COUNT
                       MOVE POS-NUM TO WS-POS-NUM(WS-POS-TABLE-COUNT)
                       MOVE POS-DEPT TO
                          WS-POS-DEPT(WS-POS-TABLE-COUNT)
                       MOVE POS-AUTH-FTE TO
                          WS-POS-AUTH-FTE(WS-POS-TABLE-COUNT)
                       MOVE POS-BUDGET-SAL TO
                          WS-POS-BUDGET-SAL(WS-POS-TABLE-COUNT)
      * a part-time position still seats one person: 0.50 FTE holds
      * one employee, 1.50 holds two
                       COMPUTE WS-POS-CAPACITY(WS-POS-TABLE-COUNT) =
                          POS-AUTH-FTE + 0.99
                       MOVE ZEROES TO
                          WS-POS-FILLED(WS-POS-TABLE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE POSFILE
              PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
                 UNTIL WS-EMP-SUB > WS-EMP-TABLE-COUNT
                 IF WS-EMP-STATUS(WS-EMP-SUB) = 'A' AND
                    WS-EMP-POSN(WS-EMP-SUB) NOT = SPACES
                    MOVE WS-EMP-POSN(WS-EMP-SUB) TO WS-POS-SEARCH
                    PERFORM FIND-POSITION
                    IF WS-POS-FOUND-SUB NOT = ZEROES
                       ADD 1 TO WS-POS-FILLED(WS-POS-FOUND-SUB)
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATETIME.
           MOVE WS-RUN-DATETIME(1:4) TO WS-TODAY-YYYY.
           MOVE WS-RUN-DATETIME(5:2) TO WS-TODAY-MM.
              MOVE WS-EMP-STATUS(WS-EMP-SUB) TO EMPO-STATUS
              MOVE WS-EMP-DEPT(WS-EMP-SUB) TO EMPO-DEPT
              MOVE WS-EMP-PAY-TYPE(WS-EMP-SUB) TO EMPO-PAY-TYPE
              MOVE WS-EMP-TAX-ID(WS-EMP-SUB) TO EMPO-TAX-ID
              MOVE WS-EMP-BIRTH-DATE(WS-EMP-SUB) TO EMPO-BIRTH-DATE
              MOVE WS-EMP-ADDR-STREET(WS-EMP-SUB) TO EMPO-ADDR-STREET
              MOVE WS-EMP-ADDR-CITY(WS-EMP-SUB) TO EMPO-ADDR-CITY
              MOVE WS-EMP-ADDR-STATE(WS-EMP-SUB) TO EMPO-ADDR-STATE
              MOVE WS-EMP-ADDR-ZIP(WS-EMP-SUB) TO EMPO-ADDR-ZIP
              MOVE WS-EMP-POSN(WS-EMP-SUB) TO EMPO-POSN
              WRITE EMP-OUT-REC
           END-PERFORM.
           CLOSE EMPOUT.
           END-PERFORM.
           EVALUATE WS-TR-ACTION
              WHEN 'A'
                 MOVE SPACES TO WS-POS-REJECT
                 MOVE ZEROES TO WS-POS-FOUND-SUB
                 IF WS-EMP-FOUND-SUB = ZEROES AND
                    WS-POSFILE-PRESENT = 'Y'
                    PERFORM CHECK-POSITION
                 END-IF
                 IF WS-EMP-FOUND-SUB = ZEROES AND
                    WS-POS-REJECT = SPACES
                    MOVE "ADD" TO WS-OPR-ACTION
                    PERFORM CHECK-OPERATOR
                 END-IF
                 IF WS-EMP-FOUND-SUB NOT = ZEROES
                    ADD 1 TO WS-REJECT-COUNT
                    MOVE SPACES TO RPT-REC
                       DELIMITED BY SIZE INTO RPT-REC
                    WRITE RPT-REC
                 ELSE
                    IF WS-POS-REJECT NOT = SPACES
                       ADD 1 TO WS-REJECT-COUNT
                       MOVE SPACES TO RPT-REC
                       STRING "  ADD " WS-TR-EID " rejected - "
                          WS-POS-REJECT
                          DELIMITED BY SIZE INTO RPT-REC
                       WRITE RPT-REC
                    ELSE
                       IF WS-EMP-TABLE-COUNT = WS-EMP-TABLE-COUNT-MAX
                          DISPLAY "Employee master is full - "
                             "aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE TRANFILE RPTFILE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-EMP-TABLE-COUNT
                       ADD 1 TO WS-APPLIED-COUNT
                       MOVE WS-TR-EID TO
                          WS-EMP-EID(WS-EMP-TABLE-COUNT)
                       MOVE WS-TR-NAME TO
                          WS-EMP-NAME(WS-EMP-TABLE-COUNT)
                       MOVE WS-TR-HIRE-DATE TO
                          WS-EMP-HIRE-DATE(WS-EMP-TABLE-COUNT)
                       MOVE 'A' TO
                          WS-EMP-STATUS(WS-EMP-TABLE-COUNT)
                       MOVE WS-TR-DEPT TO
                          WS-EMP-DEPT(WS-EMP-TABLE-COUNT)
                       IF WS-TR-PAY-TYPE = 'H'
                          MOVE 'H' TO
                             WS-EMP-PAY-TYPE(WS-EMP-TABLE-COUNT)
                       ELSE
                          MOVE 'S' TO
                             WS-EMP-PAY-TYPE(WS-EMP-TABLE-COUNT)
                       END-IF
                       MOVE WS-TR-TAX-ID TO
                          WS-EMP-TAX-ID(WS-EMP-TABLE-COUNT)
                       MOVE WS-TR-BIRTH-DATE TO
                          WS-EMP-BIRTH-DATE(WS-EMP-TABLE-COUNT)
                       MOVE WS-TR-ADDR-STREET TO
                          WS-EMP-ADDR-STREET(WS-EMP-TABLE-COUNT)
                       MOVE WS-TR-ADDR-CITY TO
                          WS-EMP-ADDR-CITY(WS-EMP-TABLE-COUNT)
                       MOVE WS-TR-ADDR-STATE TO
                          WS-EMP-ADDR-STATE(WS-EMP-TABLE-COUNT)
                       MOVE WS-TR-ADDR-ZIP TO
                          WS-EMP-ADDR-ZIP(WS-EMP-TABLE-COUNT)
                       MOVE WS-TR-POSN TO
                          WS-EMP-POSN(WS-EMP-TABLE-COUNT)
                       IF WS-POS-FOUND-SUB NOT = ZEROES
                          MOVE WS-POS-DEPT(WS-POS-FOUND-SUB) TO
                             WS-EMP-DEPT(WS-EMP-TABLE-COUNT)
                          ADD 1 TO WS-POS-FILLED(WS-POS-FOUND-SUB)
                       END-IF
                       MOVE SPACES TO RPT-REC
                       STRING "  ADD " WS-TR-EID " applied - operator "
                          WS-TR-OPERATOR " approver " WS-TR-APPROVER
                          DELIMITED BY SIZE INTO RPT-REC
                       WRITE RPT-REC
                    END-IF
                 END-IF
              WHEN 'C'
                 MOVE SPACES TO WS-POS-REJECT
                 MOVE ZEROES TO WS-POS-FOUND-SUB
                 IF WS-EMP-FOUND-SUB NOT = ZEROES AND
                    WS-POSFILE-PRESENT = 'Y'
                    PERFORM CHECK-TRANSFER
                 END-IF
                 IF WS-EMP-FOUND-SUB NOT = ZEROES AND
                    WS-POS-REJECT = SPACES
                    MOVE "CHG" TO WS-OPR-ACTION
                    PERFORM CHECK-OPERATOR
                 END-IF
                 IF WS-EMP-FOUND-SUB = ZEROES
                    ADD 1 TO WS-REJECT-COUNT
                    MOVE SPACES TO RPT-REC
                       DELIMITED BY SIZE INTO RPT-REC
                    WRITE RPT-REC
                 ELSE
                    IF WS-POS-REJECT NOT = SPACES
                       ADD 1 TO WS-REJECT-COUNT
                       MOVE SPACES TO RPT-REC
                       STRING "  CHG " WS-TR-EID " rejected - "
                          WS-POS-REJECT
                          DELIMITED BY SIZE INTO RPT-REC
                       WRITE RPT-REC
                    ELSE
                       ADD 1 TO WS-APPLIED-COUNT
                       IF WS-TR-NAME NOT = SPACES
                          MOVE WS-TR-NAME TO
                             WS-EMP-NAME(WS-EMP-FOUND-SUB)
                       END-IF
                       IF WS-TR-DEPT NOT = SPACES
                          MOVE WS-TR-DEPT TO
                             WS-EMP-DEPT(WS-EMP-FOUND-SUB)
                       END-IF
                       IF WS-TR-HIRE-DATE NOT = SPACES
                          MOVE WS-TR-HIRE-DATE TO
                             WS-EMP-HIRE-DATE(WS-EMP-FOUND-SUB)
                       END-IF
                       IF WS-TR-PAY-TYPE NOT = SPACES
                          MOVE WS-TR-PAY-TYPE TO
                             WS-EMP-PAY-TYPE(WS-EMP-FOUND-SUB)
                       END-IF
                       IF WS-TR-TAX-ID NOT = SPACES
                          MOVE WS-TR-TAX-ID TO
                             WS-EMP-TAX-ID(WS-EMP-FOUND-SUB)
                       END-IF
                       IF WS-TR-BIRTH-DATE NOT = SPACES
                          MOVE WS-TR-BIRTH-DATE TO
                             WS-EMP-BIRTH-DATE(WS-EMP-FOUND-SUB)
                       END-IF
      * a mailing address is changed as a whole - a street on the
      * transaction replaces street, city, state and zip together
                       IF WS-TR-ADDR-STREET NOT = SPACES
                          MOVE WS-TR-ADDR-STREET TO
                             WS-EMP-ADDR-STREET(WS-EMP-FOUND-SUB)
                          MOVE WS-TR-ADDR-CITY TO
                             WS-EMP-ADDR-CITY(WS-EMP-FOUND-SUB)
                          MOVE WS-TR-ADDR-STATE TO
                             WS-EMP-ADDR-STATE(WS-EMP-FOUND-SUB)
                          MOVE WS-TR-ADDR-ZIP TO
                             WS-EMP-ADDR-ZIP(WS-EMP-FOUND-SUB)
                       END-IF
      * a transfer moves the head count from the old position to the
      * new one and the employee into the new position's department
                       IF WS-POS-FOUND-SUB NOT = ZEROES
                          IF WS-POS-OLD-SUB NOT = ZEROES AND
                             WS-EMP-STATUS(WS-EMP-FOUND-SUB) = 'A'
                             SUBTRACT 1 FROM
                                WS-POS-FILLED(WS-POS-OLD-SUB)
                          END-IF
                          IF WS-EMP-STATUS(WS-EMP-FOUND-SUB) = 'A'
                             ADD 1 TO WS-POS-FILLED(WS-POS-FOUND-SUB)
                          END-IF
                          MOVE WS-TR-POSN TO
                             WS-EMP-POSN(WS-EMP-FOUND-SUB)
                          MOVE WS-POS-DEPT(WS-POS-FOUND-SUB) TO
                             WS-EMP-DEPT(WS-EMP-FOUND-SUB)
                       ELSE
                          IF WS-TR-POSN NOT = SPACES
                             MOVE WS-TR-POSN TO
                                WS-EMP-POSN(WS-EMP-FOUND-SUB)
                          END-IF
                       END-IF
                       MOVE SPACES TO RPT-REC
                       STRING "  CHG " WS-TR-EID " applied - operator "
                          WS-TR-OPERATOR " approver " WS-TR-APPROVER
                          DELIMITED BY SIZE INTO RPT-REC
                       WRITE RPT-REC
                    END-IF
                 END-IF
              WHEN 'T'
                 MOVE SPACES TO WS-POS-REJECT
                 IF WS-EMP-FOUND-SUB NOT = ZEROES
                    MOVE "TRM" TO WS-OPR-ACTION
                    PERFORM CHECK-OPERATOR
                 END-IF
                 IF WS-EMP-FOUND-SUB = ZEROES
                    ADD 1 TO WS-REJECT-COUNT
                    MOVE SPACES TO RPT-REC
                       DELIMITED BY SIZE INTO RPT-REC
                    WRITE RPT-REC
                 ELSE
                    IF WS-POS-REJECT NOT = SPACES
                       ADD 1 TO WS-REJECT-COUNT
                       MOVE SPACES TO RPT-REC
                       STRING "  TRM " WS-TR-EID " rejected - "
                          WS-POS-REJECT
                          DELIMITED BY SIZE INTO RPT-REC
                       WRITE RPT-REC
                    ELSE
                       ADD 1 TO WS-APPLIED-COUNT
      * a termination opens the position back up
                       IF WS-POSFILE-PRESENT = 'Y' AND
                          WS-EMP-STATUS(WS-EMP-FOUND-SUB) = 'A' AND
                          WS-EMP-POSN(WS-EMP-FOUND-SUB) NOT = SPACES
                          MOVE WS-EMP-POSN(WS-EMP-FOUND-SUB) TO
                             WS-POS-SEARCH
                          PERFORM FIND-POSITION
                          IF WS-POS-FOUND-SUB NOT = ZEROES
                             SUBTRACT 1 FROM
                                WS-POS-FILLED(WS-POS-FOUND-SUB)
                          END-IF
                       END-IF
                       MOVE 'T' TO
                          WS-EMP-STATUS(WS-EMP-FOUND-SUB)
                       MOVE SPACES TO RPT-REC
                       STRING "  TRM " WS-TR-EID " applied - operator "
                          WS-TR-OPERATOR " approver " WS-TR-APPROVER
                          DELIMITED BY SIZE INTO RPT-REC
                       WRITE RPT-REC
                    END-IF
                 END-IF
              WHEN OTHER
                 ADD 1 TO WS-REJECT-COUNT
                    DELIMITED BY SIZE INTO RPT-REC
                 WRITE RPT-REC
           END-EVALUATE.

      * operator and approver check on a transaction about to be
      * applied; a refusal comes back through WS-POS-REJECT so it
      * is reported like a position-control rejection. master
      * maintenance carries no dollar amount of its own
       CHECK-OPERATOR.
           MOVE WS-TR-EID TO WS-OPR-KEY.
           MOVE ZEROES TO WS-OPR-AMOUNT.
           MOVE WS-TR-OPERATOR TO WS-OPR-OPERATOR.
           MOVE WS-TR-APPROVER TO WS-OPR-APPROVER.
           CALL "OPRCHK" USING WS-OPR-CTL.
           IF WS-OPR-RESULT NOT = 'A'
              MOVE WS-OPR-REASON TO WS-POS-REJECT
           END-IF.

       FIND-POSITION.
           MOVE ZEROES TO WS-POS-FOUND-SUB.
           PERFORM VARYING WS-POS-SUB FROM 1 BY 1
              UNTIL WS-POS-SUB > WS-POS-TABLE-COUNT
              IF WS-POS-NUM(WS-POS-SUB) = WS-POS-SEARCH
                 MOVE WS-POS-SUB TO WS-POS-FOUND-SUB
              END-IF
           END-PERFORM.

      * a hire must name a position that exists, is funded and still
      * has room; a department on the transaction must agree with it
       CHECK-POSITION.
           MOVE WS-TR-POSN TO WS-POS-SEARCH.
           PERFORM FIND-POSITION.
           IF WS-TR-POSN = SPACES
              MOVE "no position number" TO WS-POS-REJECT
           ELSE
              IF WS-POS-FOUND-SUB = ZEROES
                 MOVE "position not on position master"
                    TO WS-POS-REJECT
              ELSE
                 IF WS-POS-AUTH-FTE(WS-POS-FOUND-SUB) = ZEROES OR
                    WS-POS-BUDGET-SAL(WS-POS-FOUND-SUB) = ZEROES
                    MOVE "position not funded" TO WS-POS-REJECT
                 ELSE
                    IF WS-POS-FILLED(WS-POS-FOUND-SUB) NOT <
                       WS-POS-CAPACITY(WS-POS-FOUND-SUB)
                       MOVE "position already filled" TO WS-POS-REJECT
                    ELSE
                       IF WS-TR-DEPT NOT = SPACES AND
                          WS-TR-DEPT NOT = WS-POS-DEPT(WS-POS-FOUND-SUB)
                          MOVE "position is in another department"
                             TO WS-POS-REJECT
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.

      * a change is a transfer when it names a new position or a new
      * department; a department move without a position is refused
       CHECK-TRANSFER.
           MOVE WS-EMP-POSN(WS-EMP-FOUND-SUB) TO WS-POS-SEARCH.
           PERFORM FIND-POSITION.
           MOVE WS-POS-FOUND-SUB TO WS-POS-OLD-SUB.
           MOVE ZEROES TO WS-POS-FOUND-SUB.
           IF WS-TR-POSN NOT = SPACES AND
              WS-TR-POSN NOT = WS-EMP-POSN(WS-EMP-FOUND-SUB)
              PERFORM CHECK-POSITION
           ELSE
              IF WS-TR-DEPT NOT = SPACES AND
                 WS-TR-DEPT NOT = WS-EMP-DEPT(WS-EMP-FOUND-SUB)
                 MOVE "transfer needs a position number"
                    TO WS-POS-REJECT
              END-IF
           END-IF.
