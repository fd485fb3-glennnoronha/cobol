       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTAUD.

      * consolidated maintenance audit by operator. OPRCHK logs
      * every maintenance and adjustment transaction it rules on -
      * employee master changes, raises, late YTD postings,
      * bad-debt write-offs, credit-hold releases and returned
      * payments - to the MAINTLOG feed with the submitting
      * operator, the second approver and the outcome. this report
      * takes that feed across all subsystems and lists, for each
      * operator in ID order, what they submitted and what they
      * approved for someone else, with totals, followed by a
      * summary by subsystem and program. grade changes posted by
      * GRADEPROC are taken from the GRDCHLOG change log as well,
      * under subsystem STUDENT with the instructor as the operator.
      * an optional MAUDPARM card limits the report to a cycle-date
      * range (either end blank means open-ended); with no card the
      * report covers the CYCDATE cycle date alone, and with
      * neither it covers everything on the feed. any refused
      * transaction in the range ends the run with RC 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMFILE ASSIGN TO MAUDPARM
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARMFILE-STATUS.
           SELECT LOGFILE ASSIGN TO MAINTLOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOGFILE-STATUS.
           SELECT CHGLOG ASSIGN TO GRDCHLOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CHGLOG-STATUS.
           SELECT CYCFILE ASSIGN TO CYCDATE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CYCFILE-STATUS.
           SELECT RPTFILE ASSIGN TO OUTPUT1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PARMFILE.
       01 DATA-PARM.
           05 MAP-FROM-DATE PIC X(10).
           05 MAP-TO-DATE PIC X(10).
           05 MAP-BLANKS PIC X(60).

       FD LOGFILE.
       01 DATA-MAINTLOG PIC X(120).

       FD CHGLOG.
       01 DATA-CHGLOG.
           05 CHL-BID PIC 9(6).
           05 CHL-SUBJECT PIC A(4).
           05 CHL-NUMBER PIC 9(4).
           05 CHL-OLD-GRADE PIC 9(3)V99.
           05 CHL-NEW-GRADE PIC 9(3)V99.
           05 CHL-INSTR PIC X(6).
           05 CHL-DATE PIC X(10).
           05 CHL-BLANKS PIC X(40).

       FD CYCFILE.
       01 DATA-CYCLE.
           05 CYC-DATE PIC X(10).
           05 CYC-BLANKS PIC X(70).

       FD RPTFILE.
       01 RPT-REC PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PARMFILE-STATUS PIC XX.
       01 WS-LOGFILE-STATUS PIC XX.
       01 WS-CHGLOG-STATUS PIC XX.
       01 WS-CYCFILE-STATUS PIC XX.

      * one feed row, from MAINTLOG or built from a grade change
       01 WS-MAINTLOG-ROW.
           05 MLG-CYCLE-DATE PIC X(10).
           05 MLG-TIME PIC X(6).
           05 MLG-SUBSYS PIC X(8).
           05 MLG-PROGRAM PIC X(10).
           05 MLG-ACTION PIC X(4).
           05 MLG-KEY PIC X(12).
           05 MLG-AMOUNT PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 MLG-OPERATOR PIC X(8).
           05 MLG-APPROVER PIC X(8).
           05 MLG-RESULT PIC X(1).
           05 MLG-REASON PIC X(30).
           05 MLG-LIMIT PIC 9(7)V99.
           05 MLG-BLANKS PIC X(2).

       01 WS-FROM-DATE PIC X(10) VALUE SPACES.
       01 WS-TO-DATE PIC X(10) VALUE SPACES.
       01 WS-GRADE-EDIT PIC ZZ9.99.
       01 WS-GRADE-EDIT-2 PIC ZZ9.99.
       01 WS-RUN-DATETIME PIC X(21).
       01 WS-RUN-DATE-EDIT.
           05 WS-RUN-YYYY PIC X(4).
           05 FILLER PIC X VALUE "-".
           05 WS-RUN-MM PIC X(2).
           05 FILLER PIC X VALUE "-".
           05 WS-RUN-DD PIC X(2).

       01 WS-LOG-COUNT PIC 9(5) VALUE ZEROES.
       01 WS-LOG-COUNT-MAX PIC 9(5) VALUE 10000.
       01 WS-LOG-TABLE.
           05 WS-LOG-ENTRY OCCURS 10000 TIMES.
               10 WS-LOG-CYCLE-DATE PIC X(10).
               10 WS-LOG-TIME PIC X(6).
               10 WS-LOG-SUBSYS PIC X(8).
               10 WS-LOG-PROGRAM PIC X(10).
               10 WS-LOG-ACTION PIC X(4).
               10 WS-LOG-KEY PIC X(12).
               10 WS-LOG-AMOUNT PIC S9(9)V99.
               10 WS-LOG-OPERATOR PIC X(8).
               10 WS-LOG-APPROVER PIC X(8).
               10 WS-LOG-RESULT PIC X(1).
               10 WS-LOG-REASON PIC X(30).
       01 WS-LOG-SUB PIC 9(5).

      * everyone who appears on the feed, as submitter or approver
       01 WS-OPR-COUNT PIC 9(3) VALUE ZEROES.
       01 WS-OPR-COUNT-MAX PIC 9(3) VALUE 500.
       01 WS-OPR-TABLE.
           05 WS-OPR-ENTRY OCCURS 500 TIMES.
               10 WS-OPR-ID PIC X(8).
               10 WS-OPR-SUBMITTED PIC 9(5).
               10 WS-OPR-ACCEPTED PIC 9(5).
               10 WS-OPR-REJECTED PIC 9(5).
               10 WS-OPR-AMT PIC S9(11)V99.
               10 WS-OPR-APPROVALS PIC 9(5).
               10 WS-OPR-APPR-AMT PIC S9(11)V99.
       01 WS-OPR-SUB PIC 9(3).
       01 WS-OPR-SUB-2 PIC 9(3).
       01 WS-OPR-FOUND-SUB PIC 9(3).
       01 WS-OPR-WANT PIC X(8).
       01 WS-OPR-SWAP PIC X(54).

       01 WS-SUM-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-SUM-COUNT-MAX PIC 9(2) VALUE 50.
       01 WS-SUM-TABLE.
           05 WS-SUM-ENTRY OCCURS 50 TIMES.
               10 WS-SUM-SUBSYS PIC X(8).
               10 WS-SUM-PROGRAM PIC X(10).
               10 WS-SUM-ACCEPTED PIC 9(5).
               10 WS-SUM-REJECTED PIC 9(5).
               10 WS-SUM-AMT PIC S9(11)V99.
       01 WS-SUM-SUB PIC 9(2).
       01 WS-SUM-FOUND-SUB PIC 9(2).

       01 WS-SKIPPED-COUNT PIC 9(5) VALUE ZEROES.
       01 WS-TOT-ACCEPTED PIC 9(5) VALUE ZEROES.
       01 WS-TOT-REJECTED PIC 9(5) VALUE ZEROES.
       01 WS-TOT-AMT PIC S9(11)V99 VALUE ZEROES.

       01 WS-DETAIL-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-DL-CYCLE-DATE PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DL-TIME.
               10 WS-DL-HH PIC X(2).
               10 FILLER PIC X(1) VALUE ":".
               10 WS-DL-MM PIC X(2).
               10 FILLER PIC X(1) VALUE ":".
               10 WS-DL-SS PIC X(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DL-SUBSYS PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DL-PROGRAM PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DL-ACTION PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DL-KEY PIC X(12).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DL-AMOUNT PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DL-OTHER PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DL-RESULT PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-DL-REASON PIC X(30).

       01 WS-SUM-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SL-SUBSYS PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SL-PROGRAM PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SL-ACCEPTED PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SL-REJECTED PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SL-AMT PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-OPR-NAME PIC X(8).
       01 WS-COUNT-EDIT PIC ZZ,ZZ9.
       01 WS-COUNT-EDIT-2 PIC ZZ,ZZ9.
       01 WS-COUNT-EDIT-3 PIC ZZ,ZZ9.
       01 WS-AMT-EDIT PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATETIME.
           MOVE WS-RUN-DATETIME(1:4) TO WS-RUN-YYYY.
           MOVE WS-RUN-DATETIME(5:2) TO WS-RUN-MM.
           MOVE WS-RUN-DATETIME(7:2) TO WS-RUN-DD.

           OPEN INPUT PARMFILE.
           IF WS-PARMFILE-STATUS = "00"
              READ PARMFILE
                 AT END CONTINUE
                 NOT AT END
                    MOVE MAP-FROM-DATE TO WS-FROM-DATE
                    MOVE MAP-TO-DATE TO WS-TO-DATE
              END-READ
              CLOSE PARMFILE
           END-IF.

      * no range given - report the current cycle only
           IF WS-FROM-DATE = SPACES AND WS-TO-DATE = SPACES
              OPEN INPUT CYCFILE
              IF WS-CYCFILE-STATUS = "00"
                 READ CYCFILE
                    AT END CONTINUE
                    NOT AT END
                       MOVE CYC-DATE TO WS-FROM-DATE
                       MOVE CYC-DATE TO WS-TO-DATE
                 END-READ
                 CLOSE CYCFILE
              END-IF
           END-IF.

           OPEN INPUT LOGFILE.
           IF WS-LOGFILE-STATUS = "35"
              DISPLAY "No maintenance audit log found - nothing was "
                 "maintained."
           ELSE
              PERFORM UNTIL WS-LOGFILE-STATUS = "10"
                 READ LOGFILE INTO WS-MAINTLOG-ROW
                    AT END MOVE "10" TO WS-LOGFILE-STATUS
                    NOT AT END PERFORM CHECK-LOG-ENTRY
                 END-READ
              END-PERFORM
              CLOSE LOGFILE
           END-IF.

      * grade changes do not pass through OPRCHK; each one on the
      * change log is an accepted change by the instructor named
           OPEN INPUT CHGLOG.
           IF WS-CHGLOG-STATUS = "00"
              PERFORM UNTIL WS-CHGLOG-STATUS = "10"
                 READ CHGLOG
                    AT END MOVE "10" TO WS-CHGLOG-STATUS
                    NOT AT END
                       MOVE SPACES TO WS-MAINTLOG-ROW
                       MOVE CHL-DATE TO MLG-CYCLE-DATE
                       MOVE "STUDENT" TO MLG-SUBSYS
                       MOVE "GRADEPROC" TO MLG-PROGRAM
                       MOVE "GRD" TO MLG-ACTION
                       MOVE CHL-BID TO MLG-KEY
                       MOVE ZEROES TO MLG-AMOUNT
                       MOVE CHL-INSTR TO MLG-OPERATOR
                       MOVE 'A' TO MLG-RESULT
                       MOVE CHL-OLD-GRADE TO WS-GRADE-EDIT
                       MOVE CHL-NEW-GRADE TO WS-GRADE-EDIT-2
                       STRING CHL-SUBJECT " " CHL-NUMBER " "
                          WS-GRADE-EDIT " to " WS-GRADE-EDIT-2
                          DELIMITED BY SIZE INTO MLG-REASON
                       PERFORM CHECK-LOG-ENTRY
                 END-READ
              END-PERFORM
              CLOSE CHGLOG
           END-IF.

      * operators in ID order; the table is small enough for a
      * straight exchange sort
           PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
              UNTIL WS-OPR-SUB NOT < WS-OPR-COUNT
              COMPUTE WS-OPR-SUB-2 = WS-OPR-SUB + 1
              PERFORM UNTIL WS-OPR-SUB-2 > WS-OPR-COUNT
                 IF WS-OPR-ID(WS-OPR-SUB-2) < WS-OPR-ID(WS-OPR-SUB)
                    MOVE WS-OPR-ENTRY(WS-OPR-SUB) TO WS-OPR-SWAP
                    MOVE WS-OPR-ENTRY(WS-OPR-SUB-2) TO
                       WS-OPR-ENTRY(WS-OPR-SUB)
                    MOVE WS-OPR-SWAP TO WS-OPR-ENTRY(WS-OPR-SUB-2)
                 END-IF
                 ADD 1 TO WS-OPR-SUB-2
              END-PERFORM
           END-PERFORM.

           OPEN OUTPUT RPTFILE.
           MOVE SPACES TO RPT-REC.
           STRING "MAINTENANCE AUDIT BY OPERATOR  RUN DATE "
              WS-RUN-DATE-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           IF WS-FROM-DATE = SPACES AND WS-TO-DATE = SPACES
              STRING "Cycle dates: all"
                 DELIMITED BY SIZE INTO RPT-REC
           ELSE
              STRING "Cycle dates: " WS-FROM-DATE " through "
                 WS-TO-DATE
                 DELIMITED BY SIZE INTO RPT-REC
           END-IF.
           WRITE RPT-REC.

           PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
              UNTIL WS-OPR-SUB > WS-OPR-COUNT
              PERFORM PRINT-OPERATOR
           END-PERFORM.

           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING "SUMMARY BY SUBSYSTEM AND PROGRAM"
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING "  SUBSYS    PROGRAM     ACCEPT REFUSED"
              "      AMOUNT ACCEPTED"
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           PERFORM VARYING WS-SUM-SUB FROM 1 BY 1
              UNTIL WS-SUM-SUB > WS-SUM-COUNT
              MOVE WS-SUM-SUBSYS(WS-SUM-SUB) TO WS-SL-SUBSYS
              MOVE WS-SUM-PROGRAM(WS-SUM-SUB) TO WS-SL-PROGRAM
              MOVE WS-SUM-ACCEPTED(WS-SUM-SUB) TO WS-SL-ACCEPTED
              MOVE WS-SUM-REJECTED(WS-SUM-SUB) TO WS-SL-REJECTED
              MOVE WS-SUM-AMT(WS-SUM-SUB) TO WS-SL-AMT
              MOVE WS-SUM-LINE TO RPT-REC
              WRITE RPT-REC
           END-PERFORM.
           MOVE SPACES TO WS-SL-SUBSYS.
           MOVE "TOTAL" TO WS-SL-PROGRAM.
           MOVE WS-TOT-ACCEPTED TO WS-SL-ACCEPTED.
           MOVE WS-TOT-REJECTED TO WS-SL-REJECTED.
           MOVE WS-TOT-AMT TO WS-SL-AMT.
           MOVE WS-SUM-LINE TO RPT-REC.
           WRITE RPT-REC.
           IF WS-SKIPPED-COUNT NOT = ZEROES
              MOVE WS-SKIPPED-COUNT TO WS-COUNT-EDIT
              MOVE SPACES TO RPT-REC
              STRING "Log entries outside the date range "
                 WS-COUNT-EDIT
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           END-IF.
           CLOSE RPTFILE.

           MOVE WS-LOG-COUNT TO WS-COUNT-EDIT.
           MOVE WS-OPR-COUNT TO WS-COUNT-EDIT-2.
           MOVE WS-TOT-REJECTED TO WS-COUNT-EDIT-3.
           DISPLAY "MAINTAUD reported " WS-COUNT-EDIT
              " transaction(s) for " WS-COUNT-EDIT-2
              " operator(s), " WS-COUNT-EDIT-3 " refused.".
           IF WS-TOT-REJECTED NOT = ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      * drop a row outside the cycle-date range, else load it
       CHECK-LOG-ENTRY.
           IF (WS-FROM-DATE NOT = SPACES AND
               MLG-CYCLE-DATE < WS-FROM-DATE) OR
              (WS-TO-DATE NOT = SPACES AND
               MLG-CYCLE-DATE > WS-TO-DATE)
              ADD 1 TO WS-SKIPPED-COUNT
           ELSE
              PERFORM LOAD-LOG-ENTRY
           END-IF.

      * keep one feed row and count it against its submitter, its
      * approver and its subsystem/program
       LOAD-LOG-ENTRY.
           IF WS-LOG-COUNT = WS-LOG-COUNT-MAX
              DISPLAY "MAINTLOG has more entries than MAINTAUD can "
                 "hold - aborting run."
              MOVE 16 TO RETURN-CODE
              CLOSE LOGFILE
              STOP RUN
           END-IF.
           ADD 1 TO WS-LOG-COUNT.
           MOVE MLG-CYCLE-DATE TO WS-LOG-CYCLE-DATE(WS-LOG-COUNT).
           MOVE MLG-TIME TO WS-LOG-TIME(WS-LOG-COUNT).
           MOVE MLG-SUBSYS TO WS-LOG-SUBSYS(WS-LOG-COUNT).
           MOVE MLG-PROGRAM TO WS-LOG-PROGRAM(WS-LOG-COUNT).
           MOVE MLG-ACTION TO WS-LOG-ACTION(WS-LOG-COUNT).
           MOVE MLG-KEY TO WS-LOG-KEY(WS-LOG-COUNT).
           IF MLG-AMOUNT IS NUMERIC
              MOVE MLG-AMOUNT TO WS-LOG-AMOUNT(WS-LOG-COUNT)
           ELSE
              MOVE ZEROES TO WS-LOG-AMOUNT(WS-LOG-COUNT)
           END-IF.
           MOVE MLG-OPERATOR TO WS-LOG-OPERATOR(WS-LOG-COUNT).
           MOVE MLG-APPROVER TO WS-LOG-APPROVER(WS-LOG-COUNT).
           MOVE MLG-RESULT TO WS-LOG-RESULT(WS-LOG-COUNT).
           MOVE MLG-REASON TO WS-LOG-REASON(WS-LOG-COUNT).

           MOVE MLG-OPERATOR TO WS-OPR-WANT.
           PERFORM FIND-OPERATOR.
           ADD 1 TO WS-OPR-SUBMITTED(WS-OPR-FOUND-SUB).
           IF MLG-RESULT = 'A'
              ADD 1 TO WS-OPR-ACCEPTED(WS-OPR-FOUND-SUB)
              ADD WS-LOG-AMOUNT(WS-LOG-COUNT) TO
                 WS-OPR-AMT(WS-OPR-FOUND-SUB)
           ELSE
              ADD 1 TO WS-OPR-REJECTED(WS-OPR-FOUND-SUB)
           END-IF.
           IF MLG-APPROVER NOT = SPACES AND
              MLG-APPROVER NOT = MLG-OPERATOR AND
              MLG-RESULT = 'A'
              MOVE MLG-APPROVER TO WS-OPR-WANT
              PERFORM FIND-OPERATOR
              ADD 1 TO WS-OPR-APPROVALS(WS-OPR-FOUND-SUB)
              ADD WS-LOG-AMOUNT(WS-LOG-COUNT) TO
                 WS-OPR-APPR-AMT(WS-OPR-FOUND-SUB)
           END-IF.

           MOVE ZEROES TO WS-SUM-FOUND-SUB.
           PERFORM VARYING WS-SUM-SUB FROM 1 BY 1
              UNTIL WS-SUM-SUB > WS-SUM-COUNT
              IF WS-SUM-SUBSYS(WS-SUM-SUB) = MLG-SUBSYS AND
                 WS-SUM-PROGRAM(WS-SUM-SUB) = MLG-PROGRAM
                 MOVE WS-SUM-SUB TO WS-SUM-FOUND-SUB
              END-IF
           END-PERFORM.
           IF WS-SUM-FOUND-SUB = ZEROES
              IF WS-SUM-COUNT = WS-SUM-COUNT-MAX
                 DISPLAY "MAINTLOG has more programs than MAINTAUD "
                    "can hold - aborting run."
                 MOVE 16 TO RETURN-CODE
                 CLOSE LOGFILE
                 STOP RUN
              END-IF
              ADD 1 TO WS-SUM-COUNT
              MOVE WS-SUM-COUNT TO WS-SUM-FOUND-SUB
              MOVE MLG-SUBSYS TO WS-SUM-SUBSYS(WS-SUM-FOUND-SUB)
              MOVE MLG-PROGRAM TO WS-SUM-PROGRAM(WS-SUM-FOUND-SUB)
              MOVE ZEROES TO WS-SUM-ACCEPTED(WS-SUM-FOUND-SUB)
                 WS-SUM-REJECTED(WS-SUM-FOUND-SUB)
                 WS-SUM-AMT(WS-SUM-FOUND-SUB)
           END-IF.
           IF MLG-RESULT = 'A'
              ADD 1 TO WS-SUM-ACCEPTED(WS-SUM-FOUND-SUB)
              ADD 1 TO WS-TOT-ACCEPTED
              ADD WS-LOG-AMOUNT(WS-LOG-COUNT) TO
                 WS-SUM-AMT(WS-SUM-FOUND-SUB)
              ADD WS-LOG-AMOUNT(WS-LOG-COUNT) TO WS-TOT-AMT
           ELSE
              ADD 1 TO WS-SUM-REJECTED(WS-SUM-FOUND-SUB)
              ADD 1 TO WS-TOT-REJECTED
           END-IF.

      * locate WS-OPR-WANT in the operator table, adding it if new;
      * a transaction with no operator ID is counted under spaces
       FIND-OPERATOR.
           MOVE ZEROES TO WS-OPR-FOUND-SUB.
           PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
              UNTIL WS-OPR-SUB > WS-OPR-COUNT
              IF WS-OPR-ID(WS-OPR-SUB) = WS-OPR-WANT
                 MOVE WS-OPR-SUB TO WS-OPR-FOUND-SUB
              END-IF
           END-PERFORM.
           IF WS-OPR-FOUND-SUB = ZEROES
              IF WS-OPR-COUNT = WS-OPR-COUNT-MAX
                 DISPLAY "MAINTLOG has more operators than MAINTAUD "
                    "can hold - aborting run."
                 MOVE 16 TO RETURN-CODE
                 CLOSE LOGFILE
                 STOP RUN
              END-IF
              ADD 1 TO WS-OPR-COUNT
              MOVE WS-OPR-COUNT TO WS-OPR-FOUND-SUB
              MOVE WS-OPR-WANT TO WS-OPR-ID(WS-OPR-FOUND-SUB)
              MOVE ZEROES TO WS-OPR-SUBMITTED(WS-OPR-FOUND-SUB)
                 WS-OPR-ACCEPTED(WS-OPR-FOUND-SUB)
                 WS-OPR-REJECTED(WS-OPR-FOUND-SUB)
                 WS-OPR-AMT(WS-OPR-FOUND-SUB)
                 WS-OPR-APPROVALS(WS-OPR-FOUND-SUB)
                 WS-OPR-APPR-AMT(WS-OPR-FOUND-SUB)
           END-IF.

      * one operator's section: what they submitted, what they
      * approved for others, and their totals
       PRINT-OPERATOR.
           IF WS-OPR-ID(WS-OPR-SUB) = SPACES
              MOVE "*NONE*" TO WS-OPR-NAME
           ELSE
              MOVE WS-OPR-ID(WS-OPR-SUB) TO WS-OPR-NAME
           END-IF.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING "OPERATOR " WS-OPR-NAME
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.

           IF WS-OPR-SUBMITTED(WS-OPR-SUB) NOT = ZEROES
              MOVE SPACES TO RPT-REC
              STRING "  Submitted:"
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
              MOVE SPACES TO RPT-REC
              STRING "    CYCLE DATE TIME     SUBSYS   PROGRAM    "
                 "ACTN KEY                   AMOUNT  "
                 "APPROVER RESULT   REASON"
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
              PERFORM VARYING WS-LOG-SUB FROM 1 BY 1
                 UNTIL WS-LOG-SUB > WS-LOG-COUNT
                 IF WS-LOG-OPERATOR(WS-LOG-SUB) =
                    WS-OPR-ID(WS-OPR-SUB)
                    MOVE WS-LOG-APPROVER(WS-LOG-SUB) TO WS-DL-OTHER
                    PERFORM PRINT-LOG-LINE
                 END-IF
              END-PERFORM
           END-IF.

           IF WS-OPR-APPROVALS(WS-OPR-SUB) NOT = ZEROES
              MOVE SPACES TO RPT-REC
              STRING "  Approved for others:"
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
              MOVE SPACES TO RPT-REC
              STRING "    CYCLE DATE TIME     SUBSYS   PROGRAM    "
                 "ACTN KEY                   AMOUNT  "
                 "SUBMITTR RESULT"
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
              PERFORM VARYING WS-LOG-SUB FROM 1 BY 1
                 UNTIL WS-LOG-SUB > WS-LOG-COUNT
                 IF WS-LOG-APPROVER(WS-LOG-SUB) =
                    WS-OPR-ID(WS-OPR-SUB) AND
                    WS-LOG-OPERATOR(WS-LOG-SUB) NOT =
                    WS-OPR-ID(WS-OPR-SUB) AND
                    WS-LOG-RESULT(WS-LOG-SUB) = 'A'
                    MOVE WS-LOG-OPERATOR(WS-LOG-SUB) TO WS-DL-OTHER
                    PERFORM PRINT-LOG-LINE
                 END-IF
              END-PERFORM
           END-IF.

           IF WS-OPR-SUBMITTED(WS-OPR-SUB) NOT = ZEROES
              MOVE WS-OPR-ACCEPTED(WS-OPR-SUB) TO WS-COUNT-EDIT
              MOVE WS-OPR-REJECTED(WS-OPR-SUB) TO WS-COUNT-EDIT-2
              MOVE WS-OPR-AMT(WS-OPR-SUB) TO WS-AMT-EDIT
              MOVE SPACES TO RPT-REC
              STRING "  " WS-OPR-NAME " submitted: accepted "
                 WS-COUNT-EDIT " refused " WS-COUNT-EDIT-2
                 " amount " WS-AMT-EDIT
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           END-IF.
           IF WS-OPR-APPROVALS(WS-OPR-SUB) NOT = ZEROES
              MOVE WS-OPR-APPROVALS(WS-OPR-SUB) TO WS-COUNT-EDIT
              MOVE WS-OPR-APPR-AMT(WS-OPR-SUB) TO WS-AMT-EDIT
              MOVE SPACES TO RPT-REC
              STRING "  " WS-OPR-NAME " approved for others "
                 WS-COUNT-EDIT " amount " WS-AMT-EDIT
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           END-IF.

       PRINT-LOG-LINE.
           MOVE WS-LOG-CYCLE-DATE(WS-LOG-SUB) TO WS-DL-CYCLE-DATE.
           MOVE WS-LOG-TIME(WS-LOG-SUB)(1:2) TO WS-DL-HH.
           MOVE WS-LOG-TIME(WS-LOG-SUB)(3:2) TO WS-DL-MM.
           MOVE WS-LOG-TIME(WS-LOG-SUB)(5:2) TO WS-DL-SS.
           MOVE WS-LOG-SUBSYS(WS-LOG-SUB) TO WS-DL-SUBSYS.
           MOVE WS-LOG-PROGRAM(WS-LOG-SUB) TO WS-DL-PROGRAM.
           MOVE WS-LOG-ACTION(WS-LOG-SUB) TO WS-DL-ACTION.
           MOVE WS-LOG-KEY(WS-LOG-SUB) TO WS-DL-KEY.
           MOVE WS-LOG-AMOUNT(WS-LOG-SUB) TO WS-DL-AMOUNT.
           IF WS-LOG-RESULT(WS-LOG-SUB) = 'A'
              MOVE "ACCEPTED" TO WS-DL-RESULT
           ELSE
              MOVE "REFUSED" TO WS-DL-RESULT
           END-IF.
           MOVE WS-LOG-REASON(WS-LOG-SUB) TO WS-DL-REASON.
           MOVE WS-DETAIL-LINE TO RPT-REC.
           WRITE RPT-REC.
