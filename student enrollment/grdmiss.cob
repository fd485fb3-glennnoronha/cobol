       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRDMISS.

      * missing-grade report at the grading deadline. every student
      * on ENPROC's enrollment roster for the term is looked up on
      * the grade history GRADEPROC keeps; sections with students
      * still ungraded are listed under the instructor INSTRIN
      * assigns them to, with the count of students affected. a
      * placeholder incomplete GRADEPROC has already posted still
      * counts as missing. every missing grade not yet given a
      * placeholder also goes to the missing-grade file with the
      * deadline from PARMIN, for GRADEPROC to post an incomplete
      * once the deadline has passed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMFILE ASSIGN TO PARMIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARMFILE-STATUS.
           SELECT ROSTIN ASSIGN TO ROSTIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ROSTIN-STATUS.
           SELECT HISTMAST ASSIGN TO GRDHIST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HISTMAST-STATUS.
           SELECT INSTRFILE ASSIGN TO INSTRIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-INSTRFILE-STATUS.
           SELECT RPTFILE ASSIGN TO OUTPUT1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT MISSFILE ASSIGN TO OUTPUT2
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PARMFILE.
       01 DATA-PARM.
           05 PARM-TERM PIC X(4).
           05 PARM-DEADLINE PIC X(10).
           05 PARM-BLANKS PIC X(66).

       FD ROSTIN.
       01 DATA-ROSTER-IN.
           05 ROS-BID PIC 9(6).
           05 ROS-COURSE-SUBJECT PIC A(4).
           05 ROS-COURSE-NUMBER PIC 9(4).
           05 ROS-COURSE-SECTION PIC 9(2).
           05 ROS-TERM PIC X(4).
           05 ROS-BLANKS PIC A(60).

       FD HISTMAST.
       01 DATA-HIST-MAST.
           05 GH-BID PIC 9(6).
           05 GH-SUBJECT PIC A(4).
           05 GH-NUMBER PIC 9(4).
           05 GH-GRADE PIC 9(3)V99.
           05 GH-TERM PIC X(4).
           05 GH-INCOMPLETE PIC X(1).
           05 GH-BLANKS PIC X(56).

       FD INSTRFILE.
       01 DATA-INSTR.
           05 INS-ID PIC X(6).
           05 INS-NAME PIC X(25).
           05 INS-SUBJECT PIC A(4).
           05 INS-NUMBER PIC 9(4).
           05 INS-SECTION PIC 9(2).
           05 INS-BLANKS PIC X(39).

       FD RPTFILE.
       01 RPT-REC PIC X(80).

       FD MISSFILE.
       01 DATA-MISS.
           05 MG-BID PIC 9(6).
           05 MG-SUBJECT PIC A(4).
           05 MG-NUMBER PIC 9(4).
           05 MG-SECTION PIC 9(2).
           05 MG-TERM PIC X(4).
           05 MG-INSTR-ID PIC X(6).
           05 MG-DEADLINE PIC X(10).
           05 MG-BLANKS PIC X(44).

       WORKING-STORAGE SECTION.
       01 WS-PARMFILE-STATUS PIC XX.
       01 WS-ROSTIN-STATUS PIC XX.
       01 WS-HISTMAST-STATUS PIC XX.
       01 WS-INSTRFILE-STATUS PIC XX.
       01 WS-EOF PIC A VALUE 'N'.
       01 WS-TERM PIC X(4) VALUE SPACES.
       01 WS-DEADLINE PIC X(10) VALUE SPACES.
       01 WS-RUN-DATETIME PIC X(21).

       01 WS-HIS-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-HIS-TABLE-COUNT-MAX PIC 9(4) VALUE 2000.
       01 WS-HIS-TABLE.
           05 WS-HIS-ENTRY OCCURS 2000 TIMES.
               10 WS-HIS-BID PIC 9(6).
               10 WS-HIS-SUBJECT PIC A(4).
               10 WS-HIS-NUMBER PIC 9(4).
               10 WS-HIS-TERM PIC X(4).
               10 WS-HIS-INC PIC X(1).
       01 WS-HIS-SUB PIC 9(4).
       01 WS-HIS-FOUND-SUB PIC 9(4).

       01 WS-INS-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-INS-TABLE-COUNT-MAX PIC 9(4) VALUE 500.
       01 WS-INS-TABLE.
           05 WS-INS-ENTRY OCCURS 500 TIMES.
               10 WS-INS-ID PIC X(6).
               10 WS-INS-NAME PIC X(25).
               10 WS-INS-SUBJECT PIC A(4).
               10 WS-INS-NUMBER PIC 9(4).
               10 WS-INS-SECTION PIC 9(2).
               10 WS-INS-RPTD PIC A.
       01 WS-INS-SUB PIC 9(4).
       01 WS-INS-SUB-2 PIC 9(4).
       01 WS-BEST-SUB PIC 9(4).
       01 WS-BEST-NAME PIC X(25).

      * one row per section and term on the roster
       01 WS-SEC-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-SEC-TABLE-COUNT-MAX PIC 9(4) VALUE 500.
       01 WS-SEC-TABLE.
           05 WS-SEC-ENTRY OCCURS 500 TIMES.
               10 WS-SEC-SUBJECT PIC A(4).
               10 WS-SEC-NUMBER PIC 9(4).
               10 WS-SEC-SECTION PIC 9(2).
               10 WS-SEC-TERM PIC X(4).
               10 WS-SEC-ENROLLED PIC 9(4).
               10 WS-SEC-MISSING PIC 9(4).
               10 WS-SEC-PLACEHOLDER PIC 9(4).
               10 WS-SEC-INSTR-ID PIC X(6).
               10 WS-SEC-RPTD PIC A.
       01 WS-SEC-SUB PIC 9(4).
       01 WS-SEC-FOUND-SUB PIC 9(4).

       01 WS-CUR-INSTR-ID PIC X(6).
       01 WS-INSTR-LINES PIC 9(4).
       01 WS-SEC-MISS-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-STU-MISS-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-INSTR-MISS-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-FILE-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-COUNT-EDIT PIC ZZZ9.
       01 WS-COUNT-EDIT-2 PIC ZZZ9.
       01 WS-COUNT-EDIT-3 PIC ZZZ9.
       01 WS-BIG-EDIT PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATETIME.
           OPEN INPUT PARMFILE.
           IF WS-PARMFILE-STATUS = "00"
              READ PARMFILE
                 AT END CONTINUE
              END-READ
              IF WS-PARMFILE-STATUS = "00"
                 MOVE PARM-TERM TO WS-TERM
                 MOVE PARM-DEADLINE TO WS-DEADLINE
              END-IF
              CLOSE PARMFILE
           END-IF.
           IF WS-DEADLINE = SPACES
              STRING WS-RUN-DATETIME(1:4) "-" WS-RUN-DATETIME(5:2)
                 "-" WS-RUN-DATETIME(7:2)
                 DELIMITED BY SIZE INTO WS-DEADLINE
              DISPLAY "No grading deadline on PARMIN - using today, "
                 WS-DEADLINE "."
           END-IF.

           OPEN INPUT HISTMAST.
           IF WS-HISTMAST-STATUS = "35"
              DISPLAY "No grade history master found - every grade "
                 "is missing."
           ELSE
              PERFORM UNTIL WS-HISTMAST-STATUS = "10"
                 READ HISTMAST
                    AT END MOVE "10" TO WS-HISTMAST-STATUS
                    NOT AT END
                       IF WS-TERM = SPACES OR GH-TERM = WS-TERM
                          IF WS-HIS-TABLE-COUNT =
                             WS-HIS-TABLE-COUNT-MAX
                             DISPLAY "GRDHIST has more grades than "
                                "GRDMISS can hold - aborting run."
                             MOVE 16 TO RETURN-CODE
                             CLOSE HISTMAST
                             STOP RUN
                          END-IF
                          ADD 1 TO WS-HIS-TABLE-COUNT
                          MOVE GH-BID TO
                             WS-HIS-BID(WS-HIS-TABLE-COUNT)
                          MOVE GH-SUBJECT TO
                             WS-HIS-SUBJECT(WS-HIS-TABLE-COUNT)
                          MOVE GH-NUMBER TO
                             WS-HIS-NUMBER(WS-HIS-TABLE-COUNT)
                          MOVE GH-TERM TO
                             WS-HIS-TERM(WS-HIS-TABLE-COUNT)
                          MOVE GH-INCOMPLETE TO
                             WS-HIS-INC(WS-HIS-TABLE-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE HISTMAST
           END-IF.

           OPEN INPUT INSTRFILE.
           IF WS-INSTRFILE-STATUS = "35"
              DISPLAY "No instructor-assignment file found - every "
                 "section listed as unassigned."
           ELSE
              PERFORM UNTIL WS-INSTRFILE-STATUS = "10"
                 READ INSTRFILE
                    AT END MOVE "10" TO WS-INSTRFILE-STATUS
                    NOT AT END
                       IF WS-INS-TABLE-COUNT = WS-INS-TABLE-COUNT-MAX
                          DISPLAY "INSTRIN has more assignments than "
                             "GRDMISS can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE INSTRFILE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-INS-TABLE-COUNT
                       MOVE INS-ID TO
                          WS-INS-ID(WS-INS-TABLE-COUNT)
                       MOVE INS-NAME TO
                          WS-INS-NAME(WS-INS-TABLE-COUNT)
                       MOVE INS-SUBJECT TO
                          WS-INS-SUBJECT(WS-INS-TABLE-COUNT)
                       MOVE INS-NUMBER TO
                          WS-INS-NUMBER(WS-INS-TABLE-COUNT)
                       MOVE INS-SECTION TO
                          WS-INS-SECTION(WS-INS-TABLE-COUNT)
                       MOVE 'N' TO
                          WS-INS-RPTD(WS-INS-TABLE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE INSTRFILE
           END-IF.

      * each roster student either has a grade on file or is missing
           OPEN INPUT ROSTIN.
           IF WS-ROSTIN-STATUS NOT = "00"
              DISPLAY "No enrollment roster input found - aborting "
                 "run."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT MISSFILE.
           PERFORM UNTIL WS-EOF = 'Y'
              READ ROSTIN
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF WS-TERM = SPACES OR ROS-TERM = WS-TERM
                       PERFORM CHECK-ROSTER-GRADE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ROSTIN.
           CLOSE MISSFILE.

           OPEN OUTPUT RPTFILE.
           MOVE SPACES TO RPT-REC.
           IF WS-TERM = SPACES
              STRING "MISSING GRADES BY INSTRUCTOR - ALL TERMS - "
                 "DEADLINE " WS-DEADLINE
                 DELIMITED BY SIZE INTO RPT-REC
           ELSE
              STRING "MISSING GRADES BY INSTRUCTOR - TERM " WS-TERM
                 " - DEADLINE " WS-DEADLINE
                 DELIMITED BY SIZE INTO RPT-REC
           END-IF.
           WRITE RPT-REC.

      * instructors in name order; INSTRIN carries one row per
      * section taught, so an instructor's rows print together
           MOVE 1 TO WS-BEST-SUB.
           PERFORM UNTIL WS-BEST-SUB = ZEROES
              MOVE ZEROES TO WS-BEST-SUB
              MOVE HIGH-VALUES TO WS-BEST-NAME
              PERFORM VARYING WS-INS-SUB FROM 1 BY 1
                 UNTIL WS-INS-SUB > WS-INS-TABLE-COUNT
                 IF WS-INS-RPTD(WS-INS-SUB) = 'N' AND
                    WS-INS-NAME(WS-INS-SUB) < WS-BEST-NAME
                    MOVE WS-INS-SUB TO WS-BEST-SUB
                    MOVE WS-INS-NAME(WS-INS-SUB) TO WS-BEST-NAME
                 END-IF
              END-PERFORM
              IF WS-BEST-SUB NOT = ZEROES
                 PERFORM PRINT-INSTRUCTOR
              END-IF
           END-PERFORM.

           MOVE ZEROES TO WS-INSTR-LINES.
           PERFORM VARYING WS-SEC-SUB FROM 1 BY 1
              UNTIL WS-SEC-SUB > WS-SEC-TABLE-COUNT
              IF WS-SEC-RPTD(WS-SEC-SUB) = 'N' AND
                 WS-SEC-MISSING(WS-SEC-SUB) > ZEROES
                 IF WS-INSTR-LINES = ZEROES
                    MOVE SPACES TO RPT-REC
                    WRITE RPT-REC
                    MOVE SPACES TO RPT-REC
                    STRING "NO INSTRUCTOR ASSIGNED"
                       DELIMITED BY SIZE INTO RPT-REC
                    WRITE RPT-REC
                 END-IF
                 ADD 1 TO WS-INSTR-LINES
                 PERFORM PRINT-SECTION
              END-IF
           END-PERFORM.

           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-SEC-MISS-COUNT TO WS-COUNT-EDIT.
           MOVE WS-INSTR-MISS-COUNT TO WS-COUNT-EDIT-2.
           MOVE WS-STU-MISS-COUNT TO WS-BIG-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Sections with missing grades " WS-COUNT-EDIT
              "  instructors " WS-COUNT-EDIT-2
              "  students " WS-BIG-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-FILE-COUNT TO WS-BIG-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Missing grades sent for incomplete placeholders "
              WS-BIG-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           CLOSE RPTFILE.

           MOVE WS-STU-MISS-COUNT TO WS-BIG-EDIT.
           DISPLAY "GRDMISS found " WS-BIG-EDIT
              " missing grade(s).".

           STOP RUN.

      * find or add the student's section, and count the student as
      * missing when the grade history has nothing real for them
       CHECK-ROSTER-GRADE.
           MOVE ZEROES TO WS-SEC-FOUND-SUB.
           PERFORM VARYING WS-SEC-SUB FROM 1 BY 1
              UNTIL WS-SEC-SUB > WS-SEC-TABLE-COUNT
              IF WS-SEC-SUBJECT(WS-SEC-SUB) = ROS-COURSE-SUBJECT AND
                 WS-SEC-NUMBER(WS-SEC-SUB) = ROS-COURSE-NUMBER AND
                 WS-SEC-SECTION(WS-SEC-SUB) = ROS-COURSE-SECTION AND
                 WS-SEC-TERM(WS-SEC-SUB) = ROS-TERM
                 MOVE WS-SEC-SUB TO WS-SEC-FOUND-SUB
              END-IF
           END-PERFORM.
           IF WS-SEC-FOUND-SUB = ZEROES
              IF WS-SEC-TABLE-COUNT = WS-SEC-TABLE-COUNT-MAX
                 DISPLAY "Roster has more sections than GRDMISS "
                    "can hold - aborting run."
                 MOVE 16 TO RETURN-CODE
                 CLOSE ROSTIN MISSFILE
                 STOP RUN
              END-IF
              ADD 1 TO WS-SEC-TABLE-COUNT
              MOVE WS-SEC-TABLE-COUNT TO WS-SEC-FOUND-SUB
              MOVE ROS-COURSE-SUBJECT TO
                 WS-SEC-SUBJECT(WS-SEC-FOUND-SUB)
              MOVE ROS-COURSE-NUMBER TO
                 WS-SEC-NUMBER(WS-SEC-FOUND-SUB)
              MOVE ROS-COURSE-SECTION TO
                 WS-SEC-SECTION(WS-SEC-FOUND-SUB)
              MOVE ROS-TERM TO WS-SEC-TERM(WS-SEC-FOUND-SUB)
              MOVE ZEROES TO WS-SEC-ENROLLED(WS-SEC-FOUND-SUB)
                 WS-SEC-MISSING(WS-SEC-FOUND-SUB)
                 WS-SEC-PLACEHOLDER(WS-SEC-FOUND-SUB)
              MOVE 'N' TO WS-SEC-RPTD(WS-SEC-FOUND-SUB)
              MOVE SPACES TO WS-SEC-INSTR-ID(WS-SEC-FOUND-SUB)
              PERFORM VARYING WS-INS-SUB FROM 1 BY 1
                 UNTIL WS-INS-SUB > WS-INS-TABLE-COUNT
                 IF WS-INS-SUBJECT(WS-INS-SUB) = ROS-COURSE-SUBJECT
                    AND WS-INS-NUMBER(WS-INS-SUB) =
                    ROS-COURSE-NUMBER AND
                    WS-INS-SECTION(WS-INS-SUB) = ROS-COURSE-SECTION
                    MOVE WS-INS-ID(WS-INS-SUB) TO
                       WS-SEC-INSTR-ID(WS-SEC-FOUND-SUB)
                 END-IF
              END-PERFORM
           END-IF.
           ADD 1 TO WS-SEC-ENROLLED(WS-SEC-FOUND-SUB).
           MOVE ZEROES TO WS-HIS-FOUND-SUB.
           PERFORM VARYING WS-HIS-SUB FROM 1 BY 1
              UNTIL WS-HIS-SUB > WS-HIS-TABLE-COUNT
              IF WS-HIS-BID(WS-HIS-SUB) = ROS-BID AND
                 WS-HIS-SUBJECT(WS-HIS-SUB) = ROS-COURSE-SUBJECT AND
                 WS-HIS-NUMBER(WS-HIS-SUB) = ROS-COURSE-NUMBER AND
                 WS-HIS-TERM(WS-HIS-SUB) = ROS-TERM
                 MOVE WS-HIS-SUB TO WS-HIS-FOUND-SUB
              END-IF
           END-PERFORM.
           IF WS-HIS-FOUND-SUB = ZEROES
              ADD 1 TO WS-SEC-MISSING(WS-SEC-FOUND-SUB)
              ADD 1 TO WS-STU-MISS-COUNT
              ADD 1 TO WS-FILE-COUNT
              MOVE SPACES TO DATA-MISS
              MOVE ROS-BID TO MG-BID
              MOVE ROS-COURSE-SUBJECT TO MG-SUBJECT
              MOVE ROS-COURSE-NUMBER TO MG-NUMBER
              MOVE ROS-COURSE-SECTION TO MG-SECTION
              MOVE ROS-TERM TO MG-TERM
              MOVE WS-SEC-INSTR-ID(WS-SEC-FOUND-SUB) TO MG-INSTR-ID
              MOVE WS-DEADLINE TO MG-DEADLINE
              WRITE DATA-MISS
           ELSE
              IF WS-HIS-INC(WS-HIS-FOUND-SUB) = 'I'
                 ADD 1 TO WS-SEC-MISSING(WS-SEC-FOUND-SUB)
                 ADD 1 TO WS-SEC-PLACEHOLDER(WS-SEC-FOUND-SUB)
                 ADD 1 TO WS-STU-MISS-COUNT
              END-IF
           END-IF.

      * one instructor and the sections of theirs still short grades
       PRINT-INSTRUCTOR.
           MOVE WS-INS-ID(WS-BEST-SUB) TO WS-CUR-INSTR-ID.
           MOVE ZEROES TO WS-INSTR-LINES.
           PERFORM VARYING WS-INS-SUB-2 FROM 1 BY 1
              UNTIL WS-INS-SUB-2 > WS-INS-TABLE-COUNT
              IF WS-INS-ID(WS-INS-SUB-2) = WS-CUR-INSTR-ID
                 MOVE 'Y' TO WS-INS-RPTD(WS-INS-SUB-2)
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-SEC-SUB FROM 1 BY 1
              UNTIL WS-SEC-SUB > WS-SEC-TABLE-COUNT
              IF WS-SEC-INSTR-ID(WS-SEC-SUB) = WS-CUR-INSTR-ID AND
                 WS-SEC-RPTD(WS-SEC-SUB) = 'N' AND
                 WS-SEC-MISSING(WS-SEC-SUB) > ZEROES
                 IF WS-INSTR-LINES = ZEROES
                    ADD 1 TO WS-INSTR-MISS-COUNT
                    MOVE SPACES TO RPT-REC
                    WRITE RPT-REC
                    MOVE SPACES TO RPT-REC
                    STRING "INSTRUCTOR " WS-CUR-INSTR-ID " "
                       WS-INS-NAME(WS-BEST-SUB)
                       DELIMITED BY SIZE INTO RPT-REC
                    WRITE RPT-REC
                 END-IF
                 ADD 1 TO WS-INSTR-LINES
                 PERFORM PRINT-SECTION
              END-IF
           END-PERFORM.

       PRINT-SECTION.
           MOVE 'Y' TO WS-SEC-RPTD(WS-SEC-SUB).
           ADD 1 TO WS-SEC-MISS-COUNT.
           MOVE WS-SEC-MISSING(WS-SEC-SUB) TO WS-COUNT-EDIT.
           MOVE WS-SEC-ENROLLED(WS-SEC-SUB) TO WS-COUNT-EDIT-2.
           MOVE WS-SEC-PLACEHOLDER(WS-SEC-SUB) TO WS-COUNT-EDIT-3.
           MOVE SPACES TO RPT-REC.
           IF WS-SEC-PLACEHOLDER(WS-SEC-SUB) = ZEROES
              STRING "  " WS-SEC-SUBJECT(WS-SEC-SUB) " "
                 WS-SEC-NUMBER(WS-SEC-SUB) "-"
                 WS-SEC-SECTION(WS-SEC-SUB) " term "
                 WS-SEC-TERM(WS-SEC-SUB) "  missing "
                 WS-COUNT-EDIT " of " WS-COUNT-EDIT-2
                 DELIMITED BY SIZE INTO RPT-REC
           ELSE
              STRING "  " WS-SEC-SUBJECT(WS-SEC-SUB) " "
                 WS-SEC-NUMBER(WS-SEC-SUB) "-"
                 WS-SEC-SECTION(WS-SEC-SUB) " term "
                 WS-SEC-TERM(WS-SEC-SUB) "  missing "
                 WS-COUNT-EDIT " of " WS-COUNT-EDIT-2
                 "  incomplete posted " WS-COUNT-EDIT-3
                 DELIMITED BY SIZE INTO RPT-REC
           END-IF.
           WRITE RPT-REC.
