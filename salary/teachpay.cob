       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEACHPAY.

      * adjunct and overload teaching pay. every section on the
      * instructor assignment file is priced at its catalog credit
      * hours; a section the cancellation history shows cancelled
      * before the census date is not paid. the instructor's INS-ID
      * finds the EID and rank on the cross reference, and the rank
      * finds the rate per credit hour, the credit hours already
      * covered by salary (zero for adjuncts) and the earnings code
      * on the teaching rate table. term pay is spread evenly over
      * the pay periods on PERCAL whose check date falls in the term,
      * the last period taking the odd cents, and the installment
      * for the period being paid is written as an earnings line for
      * SALPROC's EARNIN. the register lists every instructor by
      * department for the department's approval.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMFILE ASSIGN TO PARMIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARMFILE-STATUS.
           SELECT INSTRFILE ASSIGN TO INSTRIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-INSTRFILE-STATUS.
           SELECT CATFILE ASSIGN TO CATIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CATFILE-STATUS.
           SELECT CNCLSECT ASSIGN TO CNCLSECT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CNCLSECT-STATUS.
           SELECT XREFFILE ASSIGN TO INSXREF
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-XREFFILE-STATUS.
           SELECT RATEFILE ASSIGN TO TCHRATE
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RATEFILE-STATUS.
           SELECT CALFILE ASSIGN TO PERCAL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CALFILE-STATUS.
           SELECT EMPFILE ASSIGN TO EMPMAST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-EMPFILE-STATUS.
           SELECT ELNFILE ASSIGN TO EARNOUT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO OUTPUT1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * term, its first and last dates, the census date and the
      * payroll period being prepared are all required
       FD PARMFILE.
       01 DATA-PARM.
           05 PARM-TERM PIC X(4).
           05 PARM-TERM-START PIC X(10).
           05 PARM-TERM-END PIC X(10).
           05 PARM-CENSUS-DATE PIC X(10).
           05 PARM-PERIOD-ID PIC X(6).
           05 PARM-BLANKS PIC X(40).

       FD INSTRFILE.
       01 DATA-INSTR.
           05 INS-ID PIC X(6).
           05 INS-NAME PIC X(25).
           05 INS-SUBJECT PIC A(4).
           05 INS-NUMBER PIC 9(4).
           05 INS-SECTION PIC 9(2).
           05 INS-BLANKS PIC X(39).

       FD CATFILE.
       01 DATA-CAT.
           05 CAT-COURSE-SUBJECT PIC A(4).
           05 CAT-COURSE-NUMBER PIC 9(4).
           05 CAT-COURSE-SECTION PIC 9(2).
           05 CAT-MEET-DAYS PIC X(5).
           05 CAT-MEET-START PIC 9(4).
           05 CAT-MEET-END PIC 9(4).
           05 CAT-PREREQ-SUBJECT PIC A(4).
           05 CAT-PREREQ-NUMBER PIC 9(4).
           05 CAT-CREDIT-HOURS PIC 9(2).
           05 CAT-ROOM PIC X(10).
           05 CAT-REPEAT PIC X(1).
           05 CAT-BLANKS PIC A(36).

       FD CNCLSECT.
       01 DATA-CNCLSECT.
           05 CS-SUBJECT PIC A(4).
           05 CS-NUMBER PIC 9(4).
           05 CS-SECTION PIC 9(2).
           05 CS-TERM PIC X(4).
           05 CS-CANCEL-DATE PIC X(10).
           05 CS-BLANKS PIC X(56).

      * instructor id to employee id cross reference, with the
      * instructor's rank for the teaching rate table
       FD XREFFILE.
       01 DATA-XREF.
           05 XRF-INS-ID PIC X(6).
           05 XRF-EID PIC X(11).
           05 XRF-RANK PIC X(4).
           05 XRF-BLANKS PIC X(59).

      * teaching rate by rank: pay per credit hour, the credit
      * hours a term already covered by salary, and the earnings
      * code the pay goes out under
       FD RATEFILE.
       01 DATA-RATE.
           05 RT-RANK PIC X(4).
           05 RT-DESC PIC X(20).
           05 RT-RATE PIC 9(5)V99.
           05 RT-LOAD-HOURS PIC 9(2).
           05 RT-ERN-CODE PIC X(4).
           05 RT-BLANKS PIC X(43).

       FD CALFILE.
       01 DATA-CAL.
           05 CAL-PERIOD-ID PIC X(6).
           05 CAL-START-DATE PIC X(10).
           05 CAL-END-DATE PIC X(10).
           05 CAL-CHECK-DATE PIC X(10).
           05 CAL-STATUS PIC X(1).
           05 CAL-FREQ PIC X(1).
           05 CAL-BLANKS PIC X(42).

       FD EMPFILE.
       01 DATA-EMP.
           05 EMP-EID PIC X(11).
           05 EMP-NAME PIC X(25).
           05 EMP-HIRE-DATE PIC X(10).
           05 EMP-STATUS PIC X(1).
           05 EMP-DEPT PIC X(10).
           05 EMP-PAY-TYPE PIC X(1).
           05 EMP-TAX-ID PIC X(9).
           05 EMP-BIRTH-DATE PIC X(10).
           05 EMP-BLANKS PIC X(3).
           05 EMP-ADDR-STREET PIC X(30).
           05 EMP-ADDR-CITY PIC X(20).
           05 EMP-ADDR-STATE PIC X(2).
           05 EMP-ADDR-ZIP PIC X(10).
           05 EMP-ADDR-BLANKS PIC X(18).

       FD ELNFILE.
       01 DATA-ELN.
           05 ELN-EID PIC X(11).
           05 ELN-CODE PIC X(4).
           05 ELN-AMT PIC 9(7)V99.
           05 ELN-BLANKS PIC X(56).

       FD RPTFILE.
       01 RPT-REC PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PARMFILE-STATUS PIC XX.
       01 WS-INSTRFILE-STATUS PIC XX.
       01 WS-CATFILE-STATUS PIC XX.
       01 WS-CNCLSECT-STATUS PIC XX.
       01 WS-XREFFILE-STATUS PIC XX.
       01 WS-RATEFILE-STATUS PIC XX.
       01 WS-CALFILE-STATUS PIC XX.
       01 WS-EMPFILE-STATUS PIC XX.
       01 WS-TERM PIC X(4) VALUE SPACES.
       01 WS-TERM-START PIC X(10) VALUE SPACES.
       01 WS-TERM-END PIC X(10) VALUE SPACES.
       01 WS-CENSUS-DATE PIC X(10) VALUE SPACES.
       01 WS-PERIOD-ID PIC X(6) VALUE SPACES.

       01 WS-CAT-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-CAT-TABLE-COUNT-MAX PIC 9(4) VALUE 200.
       01 WS-CAT-TABLE.
           05 WS-CAT-ENTRY OCCURS 200 TIMES.
               10 WS-CAT-SUBJECT PIC A(4).
               10 WS-CAT-NUMBER PIC 9(4).
               10 WS-CAT-SECTION PIC 9(2).
               10 WS-CAT-HOURS PIC 9(2).
       01 WS-CAT-SUB PIC 9(4).

      * sections cancelled for this term before the census date
       01 WS-CNL-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-CNL-TABLE-COUNT-MAX PIC 9(4) VALUE 500.
       01 WS-CNL-TABLE.
           05 WS-CNL-ENTRY OCCURS 500 TIMES.
               10 WS-CNL-SUBJECT PIC A(4).
               10 WS-CNL-NUMBER PIC 9(4).
               10 WS-CNL-SECTION PIC 9(2).
               10 WS-CNL-DATE PIC X(10).
       01 WS-CNL-SUB PIC 9(4).

       01 WS-XRF-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-XRF-TABLE-COUNT-MAX PIC 9(4) VALUE 500.
       01 WS-XRF-TABLE.
           05 WS-XRF-ENTRY OCCURS 500 TIMES.
               10 WS-XRF-INS-ID PIC X(6).
               10 WS-XRF-EID PIC X(11).
               10 WS-XRF-RANK PIC X(4).
       01 WS-XRF-SUB PIC 9(4).

       01 WS-RT-TABLE-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-RT-TABLE-COUNT-MAX PIC 9(2) VALUE 20.
       01 WS-RT-TABLE.
           05 WS-RT-ENTRY OCCURS 20 TIMES.
               10 WS-RT-RANK PIC X(4).
               10 WS-RT-DESC PIC X(20).
               10 WS-RT-RATE PIC 9(5)V99.
               10 WS-RT-LOAD-HOURS PIC 9(2).
               10 WS-RT-ERN-CODE PIC X(4).
       01 WS-RT-SUB PIC 9(2).

       01 WS-EMP-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-EMP-TABLE-COUNT-MAX PIC 9(4) VALUE 2000.
       01 WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 2000 TIMES.
               10 WS-EMP-EID PIC X(11).
               10 WS-EMP-DEPT PIC X(10).
       01 WS-EMP-SUB PIC 9(4).

      * one row per instructor, with the pay worked out in full
      * before the register is printed
       01 WS-INS-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-INS-TABLE-COUNT-MAX PIC 9(4) VALUE 500.
       01 WS-INS-TABLE.
           05 WS-INS-ENTRY OCCURS 500 TIMES.
               10 WS-INS-ID PIC X(6).
               10 WS-INS-NAME PIC X(25).
               10 WS-INS-EID PIC X(11).
               10 WS-INS-RANK PIC X(4).
               10 WS-INS-RT-SUB PIC 9(2).
               10 WS-INS-DEPT PIC X(10).
               10 WS-INS-HOURS PIC 9(3).
               10 WS-INS-PAY-HOURS PIC 9(3).
               10 WS-INS-TERM-PAY PIC 9(7)V99.
               10 WS-INS-PERIOD-PAY PIC 9(7)V99.
               10 WS-INS-EXCEPTION PIC X(30).
               10 WS-INS-DONE PIC A.
       01 WS-INS-SUB PIC 9(4).
       01 WS-INS-SUB-2 PIC 9(4).
       01 WS-INS-FOUND-SUB PIC 9(4).

       01 WS-ASG-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-ASG-TABLE-COUNT-MAX PIC 9(4) VALUE 2000.
       01 WS-ASG-TABLE.
           05 WS-ASG-ENTRY OCCURS 2000 TIMES.
               10 WS-ASG-INS-SUB PIC 9(4).
               10 WS-ASG-SUBJECT PIC A(4).
               10 WS-ASG-NUMBER PIC 9(4).
               10 WS-ASG-SECTION PIC 9(2).
               10 WS-ASG-HOURS PIC 9(2).
               10 WS-ASG-STATE PIC X(1).
               10 WS-ASG-CNL-DATE PIC X(10).
       01 WS-ASG-SUB PIC 9(4).

      * pay periods checked in the term, and where the period being
      * paid falls among them
       01 WS-PERIOD-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-PERIOD-NUMBER PIC 9(3) VALUE ZEROES.
       01 WS-PERIOD-FOUND PIC A VALUE 'N'.
       01 WS-INSTALLMENT PIC 9(7)V99.

       01 WS-DEPT-TERM-PAY PIC 9(9)V99.
       01 WS-DEPT-PERIOD-PAY PIC 9(9)V99.
       01 WS-TOTAL-TERM-PAY PIC 9(9)V99 VALUE ZEROES.
       01 WS-TOTAL-PERIOD-PAY PIC 9(9)V99 VALUE ZEROES.
       01 WS-LINE-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-EXCEPTION-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-COUNT-EDIT PIC ZZZ,ZZ9.
       01 WS-HOURS-EDIT PIC ZZ9.
       01 WS-HOURS-EDIT-2 PIC ZZ9.
       01 WS-HOURS-EDIT-3 PIC ZZ9.
       01 WS-RATE-EDIT PIC ZZ,ZZ9.99.
       01 WS-AMOUNT-EDIT PIC Z,ZZZ,ZZ9.99.
       01 WS-AMOUNT-EDIT-2 PIC Z,ZZZ,ZZ9.99.
       01 WS-TOTAL-EDIT PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-EDIT-2 PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-PERIOD-EDIT PIC ZZ9.
       01 WS-PERIOD-EDIT-2 PIC ZZ9.

       PROCEDURE DIVISION.
           OPEN INPUT PARMFILE.
           IF WS-PARMFILE-STATUS = "00"
              READ PARMFILE
                 AT END CONTINUE
              END-READ
              IF WS-PARMFILE-STATUS = "00"
                 MOVE PARM-TERM TO WS-TERM
                 MOVE PARM-TERM-START TO WS-TERM-START
                 MOVE PARM-TERM-END TO WS-TERM-END
                 MOVE PARM-CENSUS-DATE TO WS-CENSUS-DATE
                 MOVE PARM-PERIOD-ID TO WS-PERIOD-ID
              END-IF
              CLOSE PARMFILE
           END-IF.
           IF WS-TERM = SPACES OR WS-TERM-START = SPACES OR
              WS-TERM-END = SPACES OR WS-CENSUS-DATE = SPACES OR
              WS-PERIOD-ID = SPACES
              DISPLAY "PARMIN must give the term, its start and end "
                 "dates, the census date and the pay period - "
                 "aborting run."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      * the term's pay periods are those with a check date inside
      * the term, counted in period order
           OPEN INPUT CALFILE.
           IF WS-CALFILE-STATUS NOT = "00"
              DISPLAY "No pay-period calendar found - aborting run."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-CALFILE-STATUS = "10"
              READ CALFILE
                 AT END MOVE "10" TO WS-CALFILE-STATUS
                 NOT AT END
                    IF CAL-CHECK-DATE NOT < WS-TERM-START AND
                       CAL-CHECK-DATE NOT > WS-TERM-END
                       ADD 1 TO WS-PERIOD-COUNT
                       IF CAL-PERIOD-ID NOT > WS-PERIOD-ID
                          ADD 1 TO WS-PERIOD-NUMBER
                       END-IF
                       IF CAL-PERIOD-ID = WS-PERIOD-ID
                          MOVE 'Y' TO WS-PERIOD-FOUND
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CALFILE.
           IF WS-PERIOD-FOUND = 'N'
              DISPLAY "Period " WS-PERIOD-ID " is not a pay period "
                 "of term " WS-TERM " on the calendar - aborting run."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT CATFILE.
           IF WS-CATFILE-STATUS NOT = "00"
              DISPLAY "No course-catalog feed found - aborting run."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-CATFILE-STATUS = "10"
              READ CATFILE
                 AT END MOVE "10" TO WS-CATFILE-STATUS
                 NOT AT END
                    IF WS-CAT-TABLE-COUNT = WS-CAT-TABLE-COUNT-MAX
                       DISPLAY "CATIN has more sections than "
                          "TEACHPAY can hold - aborting run."
                       MOVE 16 TO RETURN-CODE
                       CLOSE CATFILE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-CAT-TABLE-COUNT
                    MOVE CAT-COURSE-SUBJECT TO
                       WS-CAT-SUBJECT(WS-CAT-TABLE-COUNT)
                    MOVE CAT-COURSE-NUMBER TO
                       WS-CAT-NUMBER(WS-CAT-TABLE-COUNT)
                    MOVE CAT-COURSE-SECTION TO
                       WS-CAT-SECTION(WS-CAT-TABLE-COUNT)
                    IF CAT-CREDIT-HOURS IS NUMERIC
                       MOVE CAT-CREDIT-HOURS TO
                          WS-CAT-HOURS(WS-CAT-TABLE-COUNT)
                    ELSE
                       MOVE ZEROES TO
                          WS-CAT-HOURS(WS-CAT-TABLE-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CATFILE.

           OPEN INPUT CNCLSECT.
           IF WS-CNCLSECT-STATUS = "35"
              DISPLAY "No section cancellation history found - every "
                 "assigned section is paid."
           ELSE
              PERFORM UNTIL WS-CNCLSECT-STATUS = "10"
                 READ CNCLSECT
                    AT END MOVE "10" TO WS-CNCLSECT-STATUS
                    NOT AT END
                       IF CS-TERM = WS-TERM AND
                          CS-CANCEL-DATE < WS-CENSUS-DATE
                          IF WS-CNL-TABLE-COUNT =
                             WS-CNL-TABLE-COUNT-MAX
                             DISPLAY "CNCLSECT has more cancellations "
                                "than TEACHPAY can hold - aborting "
                                "run."
                             MOVE 16 TO RETURN-CODE
                             CLOSE CNCLSECT
                             STOP RUN
                          END-IF
                          ADD 1 TO WS-CNL-TABLE-COUNT
                          MOVE CS-SUBJECT TO
                             WS-CNL-SUBJECT(WS-CNL-TABLE-COUNT)
                          MOVE CS-NUMBER TO
                             WS-CNL-NUMBER(WS-CNL-TABLE-COUNT)
                          MOVE CS-SECTION TO
                             WS-CNL-SECTION(WS-CNL-TABLE-COUNT)
                          MOVE CS-CANCEL-DATE TO
                             WS-CNL-DATE(WS-CNL-TABLE-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CNCLSECT
           END-IF.

           OPEN INPUT XREFFILE.
           IF WS-XREFFILE-STATUS = "35"
              DISPLAY "No instructor cross reference found - no "
                 "teaching pay can be released."
           ELSE
              PERFORM UNTIL WS-XREFFILE-STATUS = "10"
                 READ XREFFILE
                    AT END MOVE "10" TO WS-XREFFILE-STATUS
                    NOT AT END
                       IF WS-XRF-TABLE-COUNT = WS-XRF-TABLE-COUNT-MAX
                          DISPLAY "INSXREF has more instructors than "
                             "TEACHPAY can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE XREFFILE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-XRF-TABLE-COUNT
                       MOVE XRF-INS-ID TO
                          WS-XRF-INS-ID(WS-XRF-TABLE-COUNT)
                       MOVE XRF-EID TO WS-XRF-EID(WS-XRF-TABLE-COUNT)
                       MOVE XRF-RANK TO
                          WS-XRF-RANK(WS-XRF-TABLE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE XREFFILE
           END-IF.

           OPEN INPUT RATEFILE.
           IF WS-RATEFILE-STATUS = "35"
              DISPLAY "No teaching rate table found - no teaching "
                 "pay can be released."
           ELSE
              PERFORM UNTIL WS-RATEFILE-STATUS = "10"
                 READ RATEFILE
                    AT END MOVE "10" TO WS-RATEFILE-STATUS
                    NOT AT END
                       IF WS-RT-TABLE-COUNT = WS-RT-TABLE-COUNT-MAX
                          DISPLAY "TCHRATE has more ranks than "
                             "TEACHPAY can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE RATEFILE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-RT-TABLE-COUNT
                       MOVE RT-RANK TO WS-RT-RANK(WS-RT-TABLE-COUNT)
                       MOVE RT-DESC TO WS-RT-DESC(WS-RT-TABLE-COUNT)
                       IF RT-RATE IS NUMERIC
                          MOVE RT-RATE TO
                             WS-RT-RATE(WS-RT-TABLE-COUNT)
                       ELSE
                          MOVE ZEROES TO
                             WS-RT-RATE(WS-RT-TABLE-COUNT)
                       END-IF
                       IF RT-LOAD-HOURS IS NUMERIC
                          MOVE RT-LOAD-HOURS TO
                             WS-RT-LOAD-HOURS(WS-RT-TABLE-COUNT)
                       ELSE
                          MOVE ZEROES TO
                             WS-RT-LOAD-HOURS(WS-RT-TABLE-COUNT)
                       END-IF
                       MOVE RT-ERN-CODE TO
                          WS-RT-ERN-CODE(WS-RT-TABLE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE RATEFILE
           END-IF.

           OPEN INPUT EMPFILE.
           IF WS-EMPFILE-STATUS = "35"
              DISPLAY "No employee master found - the register will "
                 "not be grouped by department."
           ELSE
              PERFORM UNTIL WS-EMPFILE-STATUS = "10"
                 READ EMPFILE
                    AT END MOVE "10" TO WS-EMPFILE-STATUS
                    NOT AT END
                       IF WS-EMP-TABLE-COUNT = WS-EMP-TABLE-COUNT-MAX
                          DISPLAY "EMPMAST has more employees than "
                             "TEACHPAY can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE EMPFILE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-EMP-TABLE-COUNT
                       MOVE EMP-EID TO WS-EMP-EID(WS-EMP-TABLE-COUNT)
                       MOVE EMP-DEPT TO WS-EMP-DEPT(WS-EMP-TABLE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE EMPFILE
           END-IF.

           OPEN INPUT INSTRFILE.
           IF WS-INSTRFILE-STATUS NOT = "00"
              DISPLAY "No instructor assignment file found - "
                 "aborting run."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-INSTRFILE-STATUS = "10"
              READ INSTRFILE
                 AT END MOVE "10" TO WS-INSTRFILE-STATUS
                 NOT AT END
                    PERFORM LOAD-ASSIGNMENT
              END-READ
           END-PERFORM.
           CLOSE INSTRFILE.

           PERFORM VARYING WS-INS-SUB FROM 1 BY 1
              UNTIL WS-INS-SUB > WS-INS-TABLE-COUNT
              PERFORM PRICE-INSTRUCTOR
           END-PERFORM.

           OPEN OUTPUT ELNFILE.
           OPEN OUTPUT RPTFILE.
           MOVE WS-PERIOD-NUMBER TO WS-PERIOD-EDIT.
           MOVE WS-PERIOD-COUNT TO WS-PERIOD-EDIT-2.
           MOVE SPACES TO RPT-REC.
           STRING "TEACHING PAY REGISTER - TERM " WS-TERM
              "  PERIOD " WS-PERIOD-ID " (" WS-PERIOD-EDIT " OF "
              WS-PERIOD-EDIT-2 ")"
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING "CENSUS DATE " WS-CENSUS-DATE
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.

      * one block per department, each closed with its totals and
      * an approval line
           PERFORM VARYING WS-INS-SUB FROM 1 BY 1
              UNTIL WS-INS-SUB > WS-INS-TABLE-COUNT
              IF WS-INS-DONE(WS-INS-SUB) = 'N'
                 MOVE ZEROES TO WS-DEPT-TERM-PAY WS-DEPT-PERIOD-PAY
                 MOVE SPACES TO RPT-REC
                 WRITE RPT-REC
                 MOVE SPACES TO RPT-REC
                 STRING "DEPARTMENT " WS-INS-DEPT(WS-INS-SUB)
                    DELIMITED BY SIZE INTO RPT-REC
                 WRITE RPT-REC
                 PERFORM VARYING WS-INS-SUB-2 FROM WS-INS-SUB BY 1
                    UNTIL WS-INS-SUB-2 > WS-INS-TABLE-COUNT
                    IF WS-INS-DEPT(WS-INS-SUB-2) =
                       WS-INS-DEPT(WS-INS-SUB) AND
                       WS-INS-DONE(WS-INS-SUB-2) = 'N'
                       PERFORM PRINT-INSTRUCTOR
                       MOVE 'Y' TO WS-INS-DONE(WS-INS-SUB-2)
                    END-IF
                 END-PERFORM
                 MOVE WS-DEPT-TERM-PAY TO WS-TOTAL-EDIT
                 MOVE WS-DEPT-PERIOD-PAY TO WS-TOTAL-EDIT-2
                 MOVE SPACES TO RPT-REC
                 STRING "  DEPARTMENT TOTAL  term " WS-TOTAL-EDIT
                    "  this period " WS-TOTAL-EDIT-2
                    DELIMITED BY SIZE INTO RPT-REC
                 WRITE RPT-REC
                 MOVE SPACES TO RPT-REC
                 STRING "  APPROVED BY ______________________  "
                    "DATE __________"
                    DELIMITED BY SIZE INTO RPT-REC
                 WRITE RPT-REC
              END-IF
           END-PERFORM.
           CLOSE ELNFILE.

           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-TOTAL-TERM-PAY TO WS-TOTAL-EDIT.
           MOVE WS-TOTAL-PERIOD-PAY TO WS-TOTAL-EDIT-2.
           MOVE SPACES TO RPT-REC.
           STRING "Teaching pay for term " WS-TOTAL-EDIT
              "  this period " WS-TOTAL-EDIT-2
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-LINE-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Earnings lines written " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Instructors held out " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           CLOSE RPTFILE.

           IF WS-EXCEPTION-COUNT > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE WS-LINE-COUNT TO WS-COUNT-EDIT.
           DISPLAY "TEACHPAY wrote " WS-COUNT-EDIT
              " teaching pay earnings line(s).".
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-EDIT.
           DISPLAY "TEACHPAY held out " WS-COUNT-EDIT
              " instructor(s).".

           STOP RUN.

      * one assignment line; the instructor's row is added the first
      * time the INS-ID is seen
       LOAD-ASSIGNMENT.
           MOVE ZEROES TO WS-INS-FOUND-SUB.
           PERFORM VARYING WS-INS-SUB FROM 1 BY 1
              UNTIL WS-INS-SUB > WS-INS-TABLE-COUNT
              IF WS-INS-ID(WS-INS-SUB) = INS-ID
                 MOVE WS-INS-SUB TO WS-INS-FOUND-SUB
              END-IF
           END-PERFORM.
           IF WS-INS-FOUND-SUB = ZEROES
              IF WS-INS-TABLE-COUNT = WS-INS-TABLE-COUNT-MAX
                 DISPLAY "INSTRIN has more instructors than "
                    "TEACHPAY can hold - aborting run."
                 MOVE 16 TO RETURN-CODE
                 CLOSE INSTRFILE
                 STOP RUN
              END-IF
              ADD 1 TO WS-INS-TABLE-COUNT
              MOVE WS-INS-TABLE-COUNT TO WS-INS-FOUND-SUB
              MOVE INS-ID TO WS-INS-ID(WS-INS-FOUND-SUB)
              MOVE INS-NAME TO WS-INS-NAME(WS-INS-FOUND-SUB)
              MOVE SPACES TO WS-INS-EID(WS-INS-FOUND-SUB)
                 WS-INS-RANK(WS-INS-FOUND-SUB)
                 WS-INS-EXCEPTION(WS-INS-FOUND-SUB)
              MOVE "UNASSIGNED" TO WS-INS-DEPT(WS-INS-FOUND-SUB)
              MOVE ZEROES TO WS-INS-RT-SUB(WS-INS-FOUND-SUB)
                 WS-INS-HOURS(WS-INS-FOUND-SUB)
                 WS-INS-PAY-HOURS(WS-INS-FOUND-SUB)
                 WS-INS-TERM-PAY(WS-INS-FOUND-SUB)
                 WS-INS-PERIOD-PAY(WS-INS-FOUND-SUB)
              MOVE 'N' TO WS-INS-DONE(WS-INS-FOUND-SUB)
           END-IF.
           IF WS-ASG-TABLE-COUNT = WS-ASG-TABLE-COUNT-MAX
              DISPLAY "INSTRIN has more assignments than "
                 "TEACHPAY can hold - aborting run."
              MOVE 16 TO RETURN-CODE
              CLOSE INSTRFILE
              STOP RUN
           END-IF.
           ADD 1 TO WS-ASG-TABLE-COUNT.
           MOVE WS-INS-FOUND-SUB TO WS-ASG-INS-SUB(WS-ASG-TABLE-COUNT).
           MOVE INS-SUBJECT TO WS-ASG-SUBJECT(WS-ASG-TABLE-COUNT).
           MOVE INS-NUMBER TO WS-ASG-NUMBER(WS-ASG-TABLE-COUNT).
           MOVE INS-SECTION TO WS-ASG-SECTION(WS-ASG-TABLE-COUNT).
           MOVE ZEROES TO WS-ASG-HOURS(WS-ASG-TABLE-COUNT).
           MOVE SPACES TO WS-ASG-CNL-DATE(WS-ASG-TABLE-COUNT).
      * state is 'P' paid, 'C' cancelled before census, 'X' not on
      * the catalog
           MOVE 'X' TO WS-ASG-STATE(WS-ASG-TABLE-COUNT).
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
              UNTIL WS-CAT-SUB > WS-CAT-TABLE-COUNT
              IF WS-CAT-SUBJECT(WS-CAT-SUB) = INS-SUBJECT AND
                 WS-CAT-NUMBER(WS-CAT-SUB) = INS-NUMBER AND
                 WS-CAT-SECTION(WS-CAT-SUB) = INS-SECTION
                 MOVE WS-CAT-HOURS(WS-CAT-SUB) TO
                    WS-ASG-HOURS(WS-ASG-TABLE-COUNT)
                 MOVE 'P' TO WS-ASG-STATE(WS-ASG-TABLE-COUNT)
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-CNL-SUB FROM 1 BY 1
              UNTIL WS-CNL-SUB > WS-CNL-TABLE-COUNT
              IF WS-CNL-SUBJECT(WS-CNL-SUB) = INS-SUBJECT AND
                 WS-CNL-NUMBER(WS-CNL-SUB) = INS-NUMBER AND
                 WS-CNL-SECTION(WS-CNL-SUB) = INS-SECTION
                 MOVE 'C' TO WS-ASG-STATE(WS-ASG-TABLE-COUNT)
                 MOVE WS-CNL-DATE(WS-CNL-SUB) TO
                    WS-ASG-CNL-DATE(WS-ASG-TABLE-COUNT)
              END-IF
           END-PERFORM.
           IF WS-ASG-STATE(WS-ASG-TABLE-COUNT) = 'P'
              ADD WS-ASG-HOURS(WS-ASG-TABLE-COUNT) TO
                 WS-INS-HOURS(WS-INS-FOUND-SUB)
           END-IF.

      * cross reference, rank rate and department, then term pay
      * over the salaried load and this period's installment
       PRICE-INSTRUCTOR.
           PERFORM VARYING WS-XRF-SUB FROM 1 BY 1
              UNTIL WS-XRF-SUB > WS-XRF-TABLE-COUNT
              IF WS-XRF-INS-ID(WS-XRF-SUB) = WS-INS-ID(WS-INS-SUB)
                 MOVE WS-XRF-EID(WS-XRF-SUB) TO WS-INS-EID(WS-INS-SUB)
                 MOVE WS-XRF-RANK(WS-XRF-SUB) TO
                    WS-INS-RANK(WS-INS-SUB)
              END-IF
           END-PERFORM.
           IF WS-INS-EID(WS-INS-SUB) = SPACES
              MOVE "NOT ON PAYROLL CROSS REFERENCE" TO
                 WS-INS-EXCEPTION(WS-INS-SUB)
           ELSE
              PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
                 UNTIL WS-EMP-SUB > WS-EMP-TABLE-COUNT
                 IF WS-EMP-EID(WS-EMP-SUB) = WS-INS-EID(WS-INS-SUB)
                    MOVE WS-EMP-DEPT(WS-EMP-SUB) TO
                       WS-INS-DEPT(WS-INS-SUB)
                 END-IF
              END-PERFORM
              PERFORM VARYING WS-RT-SUB FROM 1 BY 1
                 UNTIL WS-RT-SUB > WS-RT-TABLE-COUNT
                 IF WS-RT-RANK(WS-RT-SUB) = WS-INS-RANK(WS-INS-SUB)
                    MOVE WS-RT-SUB TO WS-INS-RT-SUB(WS-INS-SUB)
                 END-IF
              END-PERFORM
              IF WS-INS-RT-SUB(WS-INS-SUB) = ZEROES
                 MOVE "RANK NOT ON TEACHING RATE FILE" TO
                    WS-INS-EXCEPTION(WS-INS-SUB)
              END-IF
           END-IF.
           IF WS-INS-EXCEPTION(WS-INS-SUB) NOT = SPACES
              ADD 1 TO WS-EXCEPTION-COUNT
           ELSE
              MOVE WS-INS-RT-SUB(WS-INS-SUB) TO WS-RT-SUB
              IF WS-INS-HOURS(WS-INS-SUB) >
                 WS-RT-LOAD-HOURS(WS-RT-SUB)
                 COMPUTE WS-INS-PAY-HOURS(WS-INS-SUB) =
                    WS-INS-HOURS(WS-INS-SUB) -
                    WS-RT-LOAD-HOURS(WS-RT-SUB)
              END-IF
              COMPUTE WS-INS-TERM-PAY(WS-INS-SUB) =
                 WS-INS-PAY-HOURS(WS-INS-SUB) * WS-RT-RATE(WS-RT-SUB)
              COMPUTE WS-INSTALLMENT =
                 WS-INS-TERM-PAY(WS-INS-SUB) / WS-PERIOD-COUNT
              IF WS-PERIOD-NUMBER = WS-PERIOD-COUNT
                 COMPUTE WS-INS-PERIOD-PAY(WS-INS-SUB) =
                    WS-INS-TERM-PAY(WS-INS-SUB) -
                    WS-INSTALLMENT * (WS-PERIOD-COUNT - 1)
              ELSE
                 MOVE WS-INSTALLMENT TO WS-INS-PERIOD-PAY(WS-INS-SUB)
              END-IF
           END-IF.

       PRINT-INSTRUCTOR.
           MOVE SPACES TO RPT-REC.
           STRING "  " WS-INS-ID(WS-INS-SUB-2) " "
              WS-INS-NAME(WS-INS-SUB-2) " EID "
              WS-INS-EID(WS-INS-SUB-2) " RANK "
              WS-INS-RANK(WS-INS-SUB-2)
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           PERFORM VARYING WS-ASG-SUB FROM 1 BY 1
              UNTIL WS-ASG-SUB > WS-ASG-TABLE-COUNT
              IF WS-ASG-INS-SUB(WS-ASG-SUB) = WS-INS-SUB-2
                 MOVE WS-ASG-HOURS(WS-ASG-SUB) TO WS-HOURS-EDIT
                 MOVE SPACES TO RPT-REC
                 EVALUATE WS-ASG-STATE(WS-ASG-SUB)
                    WHEN 'P'
                       STRING "     " WS-ASG-SUBJECT(WS-ASG-SUB) " "
                          WS-ASG-NUMBER(WS-ASG-SUB) "-"
                          WS-ASG-SECTION(WS-ASG-SUB) " "
                          WS-HOURS-EDIT " credit hours"
                          DELIMITED BY SIZE INTO RPT-REC
                    WHEN 'C'
                       STRING "     " WS-ASG-SUBJECT(WS-ASG-SUB) " "
                          WS-ASG-NUMBER(WS-ASG-SUB) "-"
                          WS-ASG-SECTION(WS-ASG-SUB) " "
                          WS-HOURS-EDIT " CANCELLED "
                          WS-ASG-CNL-DATE(WS-ASG-SUB)
                          " - not paid"
                          DELIMITED BY SIZE INTO RPT-REC
                    WHEN OTHER
                       STRING "     " WS-ASG-SUBJECT(WS-ASG-SUB) " "
                          WS-ASG-NUMBER(WS-ASG-SUB) "-"
                          WS-ASG-SECTION(WS-ASG-SUB)
                          "     NOT ON CATALOG - not paid"
                          DELIMITED BY SIZE INTO RPT-REC
                 END-EVALUATE
                 WRITE RPT-REC
              END-IF
           END-PERFORM.
           IF WS-INS-EXCEPTION(WS-INS-SUB-2) NOT = SPACES
              MOVE SPACES TO RPT-REC
              STRING "     ** HELD - " WS-INS-EXCEPTION(WS-INS-SUB-2)
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           ELSE
              MOVE WS-INS-RT-SUB(WS-INS-SUB-2) TO WS-RT-SUB
              MOVE WS-INS-HOURS(WS-INS-SUB-2) TO WS-HOURS-EDIT
              MOVE WS-RT-LOAD-HOURS(WS-RT-SUB) TO WS-HOURS-EDIT-2
              MOVE WS-INS-PAY-HOURS(WS-INS-SUB-2) TO WS-HOURS-EDIT-3
              MOVE WS-RT-RATE(WS-RT-SUB) TO WS-RATE-EDIT
              MOVE SPACES TO RPT-REC
              STRING "     hours " WS-HOURS-EDIT " load "
                 WS-HOURS-EDIT-2 " paid " WS-HOURS-EDIT-3 " at "
                 WS-RATE-EDIT " " WS-RT-ERN-CODE(WS-RT-SUB)
                 " " WS-RT-DESC(WS-RT-SUB)
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
              MOVE WS-INS-TERM-PAY(WS-INS-SUB-2) TO WS-AMOUNT-EDIT
              MOVE WS-INS-PERIOD-PAY(WS-INS-SUB-2) TO
                 WS-AMOUNT-EDIT-2
              MOVE SPACES TO RPT-REC
              STRING "     term pay " WS-AMOUNT-EDIT
                 "  this period " WS-AMOUNT-EDIT-2
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
              ADD WS-INS-TERM-PAY(WS-INS-SUB-2) TO WS-DEPT-TERM-PAY
                 WS-TOTAL-TERM-PAY
              ADD WS-INS-PERIOD-PAY(WS-INS-SUB-2) TO
                 WS-DEPT-PERIOD-PAY WS-TOTAL-PERIOD-PAY
              IF WS-INS-PERIOD-PAY(WS-INS-SUB-2) > ZEROES
                 MOVE SPACES TO DATA-ELN
                 MOVE WS-INS-EID(WS-INS-SUB-2) TO ELN-EID
                 MOVE WS-RT-ERN-CODE(WS-RT-SUB) TO ELN-CODE
                 MOVE WS-INS-PERIOD-PAY(WS-INS-SUB-2) TO ELN-AMT
                 WRITE DATA-ELN
                 ADD 1 TO WS-LINE-COUNT
              END-IF
           END-IF.
