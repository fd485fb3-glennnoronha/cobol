       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXAMSCHD.

      * final exam schedule. each catalog section's meeting pattern
      * (CAT-MEET-DAYS and CAT-MEET-START) is looked up on the exam-
      * block table - an exact days-and-start row first, then a row
      * for the same days with start 0000 as the default for that
      * pattern - to give the exam date and time. sections are
      * roomed largest enrollment first: the section's own room when
      * it seats the enrollment and is free for the block, otherwise
      * the smallest free room on the room inventory that does.
      * every student's enrolled sections are then checked for
      * overlapping exams and for more than two exams in a day. the
      * printed schedule is by section, and the per-student exam
      * schedule follows ENPROC's SCHEDFILE with a flag for the
      * student's problem exams.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMFILE ASSIGN TO PARMIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARMFILE-STATUS.
           SELECT CATFILE ASSIGN TO CATIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CATFILE-STATUS.
           SELECT BLOCKFILE ASSIGN TO EXBLOCK
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-BLOCKFILE-STATUS.
           SELECT ROOMFILE ASSIGN TO ROOMIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ROOMFILE-STATUS.
           SELECT ENROLLIN ASSIGN TO ENROLLIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ENROLLIN-STATUS.
           SELECT STUFILE ASSIGN TO STUIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STUFILE-STATUS.
           SELECT RPTFILE ASSIGN TO OUTPUT1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT SCHEDFILE ASSIGN TO OUTPUT2
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PARMFILE.
       01 DATA-PARM.
           05 PARM-TERM PIC X(4).
           05 PARM-BLANKS PIC X(76).

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

       FD BLOCKFILE.
       01 DATA-BLOCK.
           05 EB-MEET-DAYS PIC X(5).
           05 EB-MEET-START PIC 9(4).
           05 EB-EXAM-DATE PIC X(10).
           05 EB-EXAM-START PIC 9(4).
           05 EB-EXAM-END PIC 9(4).
           05 EB-BLANKS PIC X(53).

       FD ROOMFILE.
       01 DATA-ROOM.
           05 ROOM-ID PIC X(10).
           05 ROOM-SEATS PIC 9(4).
           05 ROOM-BLANKS PIC X(66).

       FD ENROLLIN.
       01 DATA-ENROLL-IN.
           05 ENR-BID PIC 9(6).
           05 ENR-COURSE-SUBJECT PIC A(4).
           05 ENR-COURSE-NUMBER PIC 9(4).
           05 ENR-COURSE-SECTION PIC 9(2).
           05 ENR-TERM PIC X(4).
           05 ENR-BLANKS PIC A(60).

       FD STUFILE.
       01 DATA-STU.
           05 STU-BID PIC 9(6).
           05 STU-NAME PIC X(25).
           05 STU-CLASS PIC X(2).
           05 STU-STATUS PIC X(1).
           05 STU-BLANKS PIC X(46).

       FD RPTFILE.
       01 RPT-REC PIC X(80).

       FD SCHEDFILE.
       01 DATA-OUT-SCHEDULE.
           05 SCHED-BID PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SCHED-COURSE-SUBJECT PIC A(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SCHED-COURSE-NUMBER PIC 9(4).
           05 FILLER PIC X(1) VALUE SPACES.
           05 SCHED-COURSE-SECTION PIC 9(2).
           05 FILLER PIC X(1) VALUE SPACES.
           05 SCHED-TERM PIC X(4).
           05 FILLER PIC X(1) VALUE SPACES.
           05 SCHED-EXAM-DATE PIC X(10).
           05 FILLER PIC X(1) VALUE SPACES.
           05 SCHED-EXAM-START PIC 9(4).
           05 FILLER PIC X(1) VALUE "-".
           05 SCHED-EXAM-END PIC 9(4).
           05 FILLER PIC X(1) VALUE SPACES.
           05 SCHED-ROOM PIC X(10).
           05 FILLER PIC X(1) VALUE SPACES.
           05 SCHED-NAME PIC X(18).
           05 FILLER PIC X(1) VALUE SPACES.
           05 SCHED-FLAG PIC X(1).
           05 FILLER PIC X(1) VALUE SPACES.

       WORKING-STORAGE SECTION.
       01 WS-PARMFILE-STATUS PIC XX.
       01 WS-CATFILE-STATUS PIC XX.
       01 WS-BLOCKFILE-STATUS PIC XX.
       01 WS-ROOMFILE-STATUS PIC XX.
       01 WS-ENROLLIN-STATUS PIC XX.
       01 WS-STUFILE-STATUS PIC XX.
       01 WS-TERM PIC X(4) VALUE SPACES.

      * one row per catalog section; WS-SEC-STATE is 'S' scheduled,
      * 'P' no meeting pattern, 'B' no exam block, 'R' no room,
      * 'E' no enrollment
       01 WS-SEC-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-SEC-TABLE-COUNT-MAX PIC 9(4) VALUE 200.
       01 WS-SEC-TABLE.
           05 WS-SEC-ENTRY OCCURS 200 TIMES.
               10 WS-SEC-SUBJECT PIC A(4).
               10 WS-SEC-NUMBER PIC 9(4).
               10 WS-SEC-SECTION PIC 9(2).
               10 WS-SEC-DAYS PIC X(5).
               10 WS-SEC-MEET-START PIC 9(4).
               10 WS-SEC-OWN-ROOM PIC X(10).
               10 WS-SEC-ENROLLED PIC 9(4).
               10 WS-SEC-EXAM-DATE PIC X(10).
               10 WS-SEC-EXAM-START PIC 9(4).
               10 WS-SEC-EXAM-END PIC 9(4).
               10 WS-SEC-ROOM PIC X(10).
               10 WS-SEC-SEATS PIC 9(4).
               10 WS-SEC-STATE PIC X(1).
               10 WS-SEC-DONE PIC A.
       01 WS-SEC-SUB PIC 9(4).
       01 WS-SEC-SUB-2 PIC 9(4).
       01 WS-SEC-FOUND-SUB PIC 9(4).
       01 WS-BEST-SUB PIC 9(4).
       01 WS-BEST-ENROLLED PIC 9(4).

       01 WS-BLK-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-BLK-TABLE-COUNT-MAX PIC 9(4) VALUE 100.
       01 WS-BLK-TABLE.
           05 WS-BLK-ENTRY OCCURS 100 TIMES.
               10 WS-BLK-DAYS PIC X(5).
               10 WS-BLK-MEET-START PIC 9(4).
               10 WS-BLK-DATE PIC X(10).
               10 WS-BLK-START PIC 9(4).
               10 WS-BLK-END PIC 9(4).
       01 WS-BLK-SUB PIC 9(4).
       01 WS-BLK-FOUND-SUB PIC 9(4).

       01 WS-ROOM-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-ROOM-TABLE-COUNT-MAX PIC 9(4) VALUE 100.
       01 WS-ROOM-TABLE.
           05 WS-ROOM-ENTRY OCCURS 100 TIMES.
               10 WS-ROOM-ID PIC X(10).
               10 WS-ROOM-SEATS PIC 9(4).
       01 WS-ROOM-SUB PIC 9(4).
       01 WS-ROOM-FOUND-SUB PIC 9(4).
       01 WS-ROOM-BUSY PIC A.

       01 WS-ENR-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-ENR-TABLE-COUNT-MAX PIC 9(4) VALUE 2000.
       01 WS-ENR-TABLE.
           05 WS-ENR-ENTRY OCCURS 2000 TIMES.
               10 WS-ENR-BID PIC 9(6).
               10 WS-ENR-TERM PIC X(4).
               10 WS-ENR-SEC PIC 9(4).
               10 WS-ENR-DONE PIC A.
       01 WS-ENR-SUB PIC 9(4).
       01 WS-ENR-SUB-2 PIC 9(4).

       01 WS-STU-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-STU-TABLE-COUNT-MAX PIC 9(4) VALUE 2000.
       01 WS-STU-TABLE.
           05 WS-STU-ENTRY OCCURS 2000 TIMES.
               10 WS-STU-BID PIC 9(6).
               10 WS-STU-NAME PIC X(25).
       01 WS-STU-SUB PIC 9(4).

      * the current student's exams while they are checked
       01 WS-SX-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-SX-COUNT-MAX PIC 9(2) VALUE 20.
       01 WS-SX-TABLE.
           05 WS-SX-ENTRY OCCURS 20 TIMES.
               10 WS-SX-ENR PIC 9(4).
               10 WS-SX-SEC PIC 9(4).
               10 WS-SX-FLAG PIC X(1).
       01 WS-SX-SUB PIC 9(2).
       01 WS-SX-SUB-2 PIC 9(2).
       01 WS-SX-DAY-COUNT PIC 9(2).
       01 WS-SX-A PIC 9(4).
       01 WS-SX-B PIC 9(4).

       01 WS-CUR-BID PIC 9(6).
       01 WS-CUR-NAME PIC X(25).
       01 WS-STU-PROBLEM PIC A.
       01 WS-SCHED-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-UNSCHED-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-CONFLICT-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-HEAVY-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-STUDENT-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-PROBLEM-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-COUNT-EDIT PIC ZZZ,ZZ9.
       01 WS-ENROLLED-EDIT PIC ZZZ9.
       01 WS-SEATS-EDIT PIC ZZZ9.
       01 WS-DAY-EDIT PIC Z9.

       PROCEDURE DIVISION.
           OPEN INPUT PARMFILE.
           IF WS-PARMFILE-STATUS = "00"
              READ PARMFILE
                 AT END CONTINUE
              END-READ
              IF WS-PARMFILE-STATUS = "00"
                 MOVE PARM-TERM TO WS-TERM
              END-IF
              CLOSE PARMFILE
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
                    IF WS-SEC-TABLE-COUNT = WS-SEC-TABLE-COUNT-MAX
                       DISPLAY "CATIN has more sections than "
                          "EXAMSCHD can hold - aborting run."
                       MOVE 16 TO RETURN-CODE
                       CLOSE CATFILE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-SEC-TABLE-COUNT
                    MOVE CAT-COURSE-SUBJECT TO
                       WS-SEC-SUBJECT(WS-SEC-TABLE-COUNT)
                    MOVE CAT-COURSE-NUMBER TO
                       WS-SEC-NUMBER(WS-SEC-TABLE-COUNT)
                    MOVE CAT-COURSE-SECTION TO
                       WS-SEC-SECTION(WS-SEC-TABLE-COUNT)
                    MOVE CAT-MEET-DAYS TO
                       WS-SEC-DAYS(WS-SEC-TABLE-COUNT)
                    IF CAT-MEET-START IS NUMERIC
                       MOVE CAT-MEET-START TO
                          WS-SEC-MEET-START(WS-SEC-TABLE-COUNT)
                    ELSE
                       MOVE ZEROES TO
                          WS-SEC-MEET-START(WS-SEC-TABLE-COUNT)
                    END-IF
                    MOVE CAT-ROOM TO
                       WS-SEC-OWN-ROOM(WS-SEC-TABLE-COUNT)
                    MOVE ZEROES TO
                       WS-SEC-ENROLLED(WS-SEC-TABLE-COUNT)
                       WS-SEC-EXAM-START(WS-SEC-TABLE-COUNT)
                       WS-SEC-EXAM-END(WS-SEC-TABLE-COUNT)
                       WS-SEC-SEATS(WS-SEC-TABLE-COUNT)
                    MOVE SPACES TO
                       WS-SEC-EXAM-DATE(WS-SEC-TABLE-COUNT)
                       WS-SEC-ROOM(WS-SEC-TABLE-COUNT)
                    MOVE SPACE TO WS-SEC-STATE(WS-SEC-TABLE-COUNT)
                    MOVE 'N' TO WS-SEC-DONE(WS-SEC-TABLE-COUNT)
              END-READ
           END-PERFORM.
           CLOSE CATFILE.

           OPEN INPUT BLOCKFILE.
           IF WS-BLOCKFILE-STATUS NOT = "00"
              DISPLAY "No exam-block table found - aborting run."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-BLOCKFILE-STATUS = "10"
              READ BLOCKFILE
                 AT END MOVE "10" TO WS-BLOCKFILE-STATUS
                 NOT AT END
                    IF WS-BLK-TABLE-COUNT = WS-BLK-TABLE-COUNT-MAX
                       DISPLAY "EXBLOCK has more blocks than "
                          "EXAMSCHD can hold - aborting run."
                       MOVE 16 TO RETURN-CODE
                       CLOSE BLOCKFILE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-BLK-TABLE-COUNT
                    MOVE EB-MEET-DAYS TO
                       WS-BLK-DAYS(WS-BLK-TABLE-COUNT)
                    MOVE EB-MEET-START TO
                       WS-BLK-MEET-START(WS-BLK-TABLE-COUNT)
                    MOVE EB-EXAM-DATE TO
                       WS-BLK-DATE(WS-BLK-TABLE-COUNT)
                    MOVE EB-EXAM-START TO
                       WS-BLK-START(WS-BLK-TABLE-COUNT)
                    MOVE EB-EXAM-END TO
                       WS-BLK-END(WS-BLK-TABLE-COUNT)
              END-READ
           END-PERFORM.
           CLOSE BLOCKFILE.

           OPEN INPUT ROOMFILE.
           IF WS-ROOMFILE-STATUS = "35"
              DISPLAY "No room inventory found - exam rooms cannot "
                 "be assigned."
           ELSE
              PERFORM UNTIL WS-ROOMFILE-STATUS = "10"
                 READ ROOMFILE
                    AT END MOVE "10" TO WS-ROOMFILE-STATUS
                    NOT AT END
                       IF WS-ROOM-TABLE-COUNT = WS-ROOM-TABLE-COUNT-MAX
                          DISPLAY "ROOMIN has more rooms than "
                             "EXAMSCHD can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE ROOMFILE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-ROOM-TABLE-COUNT
                       MOVE ROOM-ID TO
                          WS-ROOM-ID(WS-ROOM-TABLE-COUNT)
                       IF ROOM-SEATS IS NUMERIC
                          MOVE ROOM-SEATS TO
                             WS-ROOM-SEATS(WS-ROOM-TABLE-COUNT)
                       ELSE
                          MOVE ZEROES TO
                             WS-ROOM-SEATS(WS-ROOM-TABLE-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ROOMFILE
           END-IF.

           OPEN INPUT STUFILE.
           IF WS-STUFILE-STATUS = "35"
              DISPLAY "No student master found - names left blank."
           ELSE
              PERFORM UNTIL WS-STUFILE-STATUS = "10"
                 READ STUFILE
                    AT END MOVE "10" TO WS-STUFILE-STATUS
                    NOT AT END
                       IF WS-STU-TABLE-COUNT < WS-STU-TABLE-COUNT-MAX
                          ADD 1 TO WS-STU-TABLE-COUNT
                          MOVE STU-BID TO
                             WS-STU-BID(WS-STU-TABLE-COUNT)
                          MOVE STU-NAME TO
                             WS-STU-NAME(WS-STU-TABLE-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE STUFILE
           END-IF.

           OPEN INPUT ENROLLIN.
           IF WS-ENROLLIN-STATUS NOT = "00"
              DISPLAY "No enrollment snapshot found - aborting run."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-ENROLLIN-STATUS = "10"
              READ ENROLLIN
                 AT END MOVE "10" TO WS-ENROLLIN-STATUS
                 NOT AT END
                    IF WS-TERM = SPACES OR ENR-TERM = WS-TERM
                       PERFORM LOAD-ENROLLMENT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ENROLLIN.

      * exam block for every section's meeting pattern
           PERFORM VARYING WS-SEC-SUB FROM 1 BY 1
              UNTIL WS-SEC-SUB > WS-SEC-TABLE-COUNT
              IF WS-SEC-DAYS(WS-SEC-SUB) = SPACES
                 MOVE 'P' TO WS-SEC-STATE(WS-SEC-SUB)
              ELSE
                 MOVE ZEROES TO WS-BLK-FOUND-SUB
                 PERFORM VARYING WS-BLK-SUB FROM 1 BY 1
                    UNTIL WS-BLK-SUB > WS-BLK-TABLE-COUNT
                    IF WS-BLK-DAYS(WS-BLK-SUB) =
                       WS-SEC-DAYS(WS-SEC-SUB) AND
                       WS-BLK-MEET-START(WS-BLK-SUB) =
                       WS-SEC-MEET-START(WS-SEC-SUB)
                       MOVE WS-BLK-SUB TO WS-BLK-FOUND-SUB
                    END-IF
                 END-PERFORM
                 IF WS-BLK-FOUND-SUB = ZEROES
                    PERFORM VARYING WS-BLK-SUB FROM 1 BY 1
                       UNTIL WS-BLK-SUB > WS-BLK-TABLE-COUNT
                       IF WS-BLK-DAYS(WS-BLK-SUB) =
                          WS-SEC-DAYS(WS-SEC-SUB) AND
                          WS-BLK-MEET-START(WS-BLK-SUB) = ZEROES
                          MOVE WS-BLK-SUB TO WS-BLK-FOUND-SUB
                       END-IF
                    END-PERFORM
                 END-IF
                 IF WS-BLK-FOUND-SUB = ZEROES
                    MOVE 'B' TO WS-SEC-STATE(WS-SEC-SUB)
                 ELSE
                    MOVE WS-BLK-DATE(WS-BLK-FOUND-SUB) TO
                       WS-SEC-EXAM-DATE(WS-SEC-SUB)
                    MOVE WS-BLK-START(WS-BLK-FOUND-SUB) TO
                       WS-SEC-EXAM-START(WS-SEC-SUB)
                    MOVE WS-BLK-END(WS-BLK-FOUND-SUB) TO
                       WS-SEC-EXAM-END(WS-SEC-SUB)
                    IF WS-SEC-ENROLLED(WS-SEC-SUB) = ZEROES
                       MOVE 'E' TO WS-SEC-STATE(WS-SEC-SUB)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

      * rooms go to the largest sections first
           MOVE 1 TO WS-BEST-SUB.
           PERFORM UNTIL WS-BEST-SUB = ZEROES
              MOVE ZEROES TO WS-BEST-SUB WS-BEST-ENROLLED
              PERFORM VARYING WS-SEC-SUB FROM 1 BY 1
                 UNTIL WS-SEC-SUB > WS-SEC-TABLE-COUNT
                 IF WS-SEC-STATE(WS-SEC-SUB) = SPACE AND
                    WS-SEC-ENROLLED(WS-SEC-SUB) > WS-BEST-ENROLLED
                    MOVE WS-SEC-SUB TO WS-BEST-SUB
                    MOVE WS-SEC-ENROLLED(WS-SEC-SUB) TO
                       WS-BEST-ENROLLED
                 END-IF
              END-PERFORM
              IF WS-BEST-SUB NOT = ZEROES
                 PERFORM ASSIGN-ROOM
              END-IF
           END-PERFORM.

           OPEN OUTPUT RPTFILE.
           MOVE SPACES TO RPT-REC.
           STRING "FINAL EXAM SCHEDULE BY SECTION - TERM " WS-TERM
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           PERFORM VARYING WS-SEC-SUB FROM 1 BY 1
              UNTIL WS-SEC-SUB > WS-SEC-TABLE-COUNT
              PERFORM PRINT-SECTION
           END-PERFORM.

           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING "STUDENT EXAM CONFLICTS AND HEAVY EXAM DAYS"
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           OPEN OUTPUT SCHEDFILE.
           PERFORM VARYING WS-ENR-SUB FROM 1 BY 1
              UNTIL WS-ENR-SUB > WS-ENR-TABLE-COUNT
              IF WS-ENR-DONE(WS-ENR-SUB) = 'N'
                 PERFORM CHECK-STUDENT
              END-IF
           END-PERFORM.
           CLOSE SCHEDFILE.

           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-SCHED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Sections scheduled " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-UNSCHED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Sections needing attention " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-STUDENT-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Students scheduled " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-CONFLICT-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Exam conflicts " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-HEAVY-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Days with more than two exams " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           CLOSE RPTFILE.

           IF WS-UNSCHED-COUNT > ZEROES OR WS-PROBLEM-COUNT > ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE WS-SCHED-COUNT TO WS-COUNT-EDIT.
           DISPLAY "EXAMSCHD scheduled " WS-COUNT-EDIT
              " section exam(s).".
           MOVE WS-PROBLEM-COUNT TO WS-COUNT-EDIT.
           DISPLAY "EXAMSCHD found " WS-COUNT-EDIT
              " student(s) with exam problems.".

           STOP RUN.

       LOAD-ENROLLMENT.
           MOVE ZEROES TO WS-SEC-FOUND-SUB.
           PERFORM VARYING WS-SEC-SUB FROM 1 BY 1
              UNTIL WS-SEC-SUB > WS-SEC-TABLE-COUNT
              IF WS-SEC-SUBJECT(WS-SEC-SUB) = ENR-COURSE-SUBJECT AND
                 WS-SEC-NUMBER(WS-SEC-SUB) = ENR-COURSE-NUMBER AND
                 WS-SEC-SECTION(WS-SEC-SUB) = ENR-COURSE-SECTION
                 MOVE WS-SEC-SUB TO WS-SEC-FOUND-SUB
              END-IF
           END-PERFORM.
           IF WS-SEC-FOUND-SUB NOT = ZEROES
              IF WS-ENR-TABLE-COUNT = WS-ENR-TABLE-COUNT-MAX
                 DISPLAY "ENROLLIN has more enrollments than "
                    "EXAMSCHD can hold - aborting run."
                 MOVE 16 TO RETURN-CODE
                 CLOSE ENROLLIN
                 STOP RUN
              END-IF
              ADD 1 TO WS-ENR-TABLE-COUNT
              MOVE ENR-BID TO WS-ENR-BID(WS-ENR-TABLE-COUNT)
              MOVE ENR-TERM TO WS-ENR-TERM(WS-ENR-TABLE-COUNT)
              MOVE WS-SEC-FOUND-SUB TO WS-ENR-SEC(WS-ENR-TABLE-COUNT)
              MOVE 'N' TO WS-ENR-DONE(WS-ENR-TABLE-COUNT)
              ADD 1 TO WS-SEC-ENROLLED(WS-SEC-FOUND-SUB)
           END-IF.

      * the section's own room when it fits and is free, else the
      * smallest free room that seats the enrollment
       ASSIGN-ROOM.
           MOVE ZEROES TO WS-ROOM-FOUND-SUB.
           PERFORM VARYING WS-ROOM-SUB FROM 1 BY 1
              UNTIL WS-ROOM-SUB > WS-ROOM-TABLE-COUNT
              IF WS-ROOM-ID(WS-ROOM-SUB) = WS-SEC-OWN-ROOM(WS-BEST-SUB)
                 AND WS-ROOM-SEATS(WS-ROOM-SUB) NOT <
                 WS-SEC-ENROLLED(WS-BEST-SUB)
                 PERFORM CHECK-ROOM-BUSY
                 IF WS-ROOM-BUSY = 'N'
                    MOVE WS-ROOM-SUB TO WS-ROOM-FOUND-SUB
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-ROOM-FOUND-SUB = ZEROES
              PERFORM VARYING WS-ROOM-SUB FROM 1 BY 1
                 UNTIL WS-ROOM-SUB > WS-ROOM-TABLE-COUNT
                 IF WS-ROOM-SEATS(WS-ROOM-SUB) NOT <
                    WS-SEC-ENROLLED(WS-BEST-SUB)
                    PERFORM CHECK-ROOM-BUSY
                    IF WS-ROOM-BUSY = 'N'
                       IF WS-ROOM-FOUND-SUB = ZEROES
                          MOVE WS-ROOM-SUB TO WS-ROOM-FOUND-SUB
                       ELSE
                          IF WS-ROOM-SEATS(WS-ROOM-SUB) <
                             WS-ROOM-SEATS(WS-ROOM-FOUND-SUB)
                             MOVE WS-ROOM-SUB TO WS-ROOM-FOUND-SUB
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-ROOM-FOUND-SUB = ZEROES
              MOVE 'R' TO WS-SEC-STATE(WS-BEST-SUB)
           ELSE
              MOVE 'S' TO WS-SEC-STATE(WS-BEST-SUB)
              MOVE WS-ROOM-ID(WS-ROOM-FOUND-SUB) TO
                 WS-SEC-ROOM(WS-BEST-SUB)
              MOVE WS-ROOM-SEATS(WS-ROOM-FOUND-SUB) TO
                 WS-SEC-SEATS(WS-BEST-SUB)
           END-IF.

      * a room is busy when a section already roomed there has an
      * exam on the same date overlapping this one
       CHECK-ROOM-BUSY.
           MOVE 'N' TO WS-ROOM-BUSY.
           PERFORM VARYING WS-SEC-SUB-2 FROM 1 BY 1
              UNTIL WS-SEC-SUB-2 > WS-SEC-TABLE-COUNT
              IF WS-SEC-STATE(WS-SEC-SUB-2) = 'S' AND
                 WS-SEC-ROOM(WS-SEC-SUB-2) = WS-ROOM-ID(WS-ROOM-SUB)
                 AND WS-SEC-EXAM-DATE(WS-SEC-SUB-2) =
                 WS-SEC-EXAM-DATE(WS-BEST-SUB) AND
                 WS-SEC-EXAM-START(WS-SEC-SUB-2) <
                 WS-SEC-EXAM-END(WS-BEST-SUB) AND
                 WS-SEC-EXAM-START(WS-BEST-SUB) <
                 WS-SEC-EXAM-END(WS-SEC-SUB-2)
                 MOVE 'Y' TO WS-ROOM-BUSY
              END-IF
           END-PERFORM.

       PRINT-SECTION.
           MOVE WS-SEC-ENROLLED(WS-SEC-SUB) TO WS-ENROLLED-EDIT.
           MOVE WS-SEC-SEATS(WS-SEC-SUB) TO WS-SEATS-EDIT.
           MOVE SPACES TO RPT-REC.
           EVALUATE WS-SEC-STATE(WS-SEC-SUB)
              WHEN 'S'
                 ADD 1 TO WS-SCHED-COUNT
                 STRING WS-SEC-SUBJECT(WS-SEC-SUB) " "
                    WS-SEC-NUMBER(WS-SEC-SUB) "-"
                    WS-SEC-SECTION(WS-SEC-SUB) " "
                    WS-SEC-DAYS(WS-SEC-SUB) " "
                    WS-SEC-MEET-START(WS-SEC-SUB) "  EXAM "
                    WS-SEC-EXAM-DATE(WS-SEC-SUB) " "
                    WS-SEC-EXAM-START(WS-SEC-SUB) "-"
                    WS-SEC-EXAM-END(WS-SEC-SUB) " "
                    WS-SEC-ROOM(WS-SEC-SUB) " "
                    WS-ENROLLED-EDIT "/" WS-SEATS-EDIT
                    DELIMITED BY SIZE INTO RPT-REC
              WHEN 'E'
                 STRING WS-SEC-SUBJECT(WS-SEC-SUB) " "
                    WS-SEC-NUMBER(WS-SEC-SUB) "-"
                    WS-SEC-SECTION(WS-SEC-SUB) " "
                    WS-SEC-DAYS(WS-SEC-SUB) " "
                    WS-SEC-MEET-START(WS-SEC-SUB) "  EXAM "
                    WS-SEC-EXAM-DATE(WS-SEC-SUB) " "
                    WS-SEC-EXAM-START(WS-SEC-SUB) "-"
                    WS-SEC-EXAM-END(WS-SEC-SUB) " NO ENROLLMENT"
                    DELIMITED BY SIZE INTO RPT-REC
              WHEN 'P'
                 ADD 1 TO WS-UNSCHED-COUNT
                 STRING WS-SEC-SUBJECT(WS-SEC-SUB) " "
                    WS-SEC-NUMBER(WS-SEC-SUB) "-"
                    WS-SEC-SECTION(WS-SEC-SUB)
                    "  NO MEETING PATTERN - EXAM BY ARRANGEMENT"
                    DELIMITED BY SIZE INTO RPT-REC
              WHEN 'B'
                 ADD 1 TO WS-UNSCHED-COUNT
                 STRING WS-SEC-SUBJECT(WS-SEC-SUB) " "
                    WS-SEC-NUMBER(WS-SEC-SUB) "-"
                    WS-SEC-SECTION(WS-SEC-SUB) " "
                    WS-SEC-DAYS(WS-SEC-SUB) " "
                    WS-SEC-MEET-START(WS-SEC-SUB)
                    "  NO EXAM BLOCK FOR MEETING PATTERN"
                    DELIMITED BY SIZE INTO RPT-REC
              WHEN OTHER
                 ADD 1 TO WS-UNSCHED-COUNT
                 STRING WS-SEC-SUBJECT(WS-SEC-SUB) " "
                    WS-SEC-NUMBER(WS-SEC-SUB) "-"
                    WS-SEC-SECTION(WS-SEC-SUB) "  EXAM "
                    WS-SEC-EXAM-DATE(WS-SEC-SUB) " "
                    WS-SEC-EXAM-START(WS-SEC-SUB) "-"
                    WS-SEC-EXAM-END(WS-SEC-SUB)
                    " NO ROOM SEATS " WS-ENROLLED-EDIT
                    DELIMITED BY SIZE INTO RPT-REC
           END-EVALUATE.
           WRITE RPT-REC.

      * gather one student's exams, flag overlaps ('C') and days
      * with more than two exams ('D'), then write the student's
      * exam schedule
       CHECK-STUDENT.
           MOVE WS-ENR-BID(WS-ENR-SUB) TO WS-CUR-BID.
           ADD 1 TO WS-STUDENT-COUNT.
           MOVE SPACES TO WS-CUR-NAME.
           PERFORM VARYING WS-STU-SUB FROM 1 BY 1
              UNTIL WS-STU-SUB > WS-STU-TABLE-COUNT
              IF WS-STU-BID(WS-STU-SUB) = WS-CUR-BID
                 MOVE WS-STU-NAME(WS-STU-SUB) TO WS-CUR-NAME
              END-IF
           END-PERFORM.
           MOVE ZEROES TO WS-SX-COUNT.
           PERFORM VARYING WS-ENR-SUB-2 FROM WS-ENR-SUB BY 1
              UNTIL WS-ENR-SUB-2 > WS-ENR-TABLE-COUNT
              IF WS-ENR-BID(WS-ENR-SUB-2) = WS-CUR-BID AND
                 WS-ENR-DONE(WS-ENR-SUB-2) = 'N'
                 MOVE 'Y' TO WS-ENR-DONE(WS-ENR-SUB-2)
                 IF WS-SX-COUNT < WS-SX-COUNT-MAX
                    ADD 1 TO WS-SX-COUNT
                    MOVE WS-ENR-SUB-2 TO WS-SX-ENR(WS-SX-COUNT)
                    MOVE WS-ENR-SEC(WS-ENR-SUB-2) TO
                       WS-SX-SEC(WS-SX-COUNT)
                    MOVE SPACE TO WS-SX-FLAG(WS-SX-COUNT)
                 END-IF
              END-IF
           END-PERFORM.
           MOVE 'N' TO WS-STU-PROBLEM.
           PERFORM VARYING WS-SX-SUB FROM 1 BY 1
              UNTIL WS-SX-SUB > WS-SX-COUNT
              MOVE WS-SX-SEC(WS-SX-SUB) TO WS-SX-A
              IF WS-SEC-EXAM-DATE(WS-SX-A) NOT = SPACES
                 MOVE ZEROES TO WS-SX-DAY-COUNT
                 PERFORM VARYING WS-SX-SUB-2 FROM 1 BY 1
                    UNTIL WS-SX-SUB-2 > WS-SX-COUNT
                    MOVE WS-SX-SEC(WS-SX-SUB-2) TO WS-SX-B
                    IF WS-SEC-EXAM-DATE(WS-SX-B) =
                       WS-SEC-EXAM-DATE(WS-SX-A)
                       ADD 1 TO WS-SX-DAY-COUNT
                       IF WS-SX-SUB-2 > WS-SX-SUB AND
                          WS-SEC-EXAM-START(WS-SX-B) <
                          WS-SEC-EXAM-END(WS-SX-A) AND
                          WS-SEC-EXAM-START(WS-SX-A) <
                          WS-SEC-EXAM-END(WS-SX-B)
                          MOVE 'C' TO WS-SX-FLAG(WS-SX-SUB)
                          MOVE 'C' TO WS-SX-FLAG(WS-SX-SUB-2)
                          MOVE 'Y' TO WS-STU-PROBLEM
                          ADD 1 TO WS-CONFLICT-COUNT
                          MOVE SPACES TO RPT-REC
                          STRING "  " WS-CUR-BID " CONFLICT "
                             WS-SEC-SUBJECT(WS-SX-A) " "
                             WS-SEC-NUMBER(WS-SX-A) "-"
                             WS-SEC-SECTION(WS-SX-A) " AND "
                             WS-SEC-SUBJECT(WS-SX-B) " "
                             WS-SEC-NUMBER(WS-SX-B) "-"
                             WS-SEC-SECTION(WS-SX-B) " ON "
                             WS-SEC-EXAM-DATE(WS-SX-A)
                             DELIMITED BY SIZE INTO RPT-REC
                          WRITE RPT-REC
                       END-IF
                    END-IF
                 END-PERFORM
      * the day is reported once, from the first exam that day
                 IF WS-SX-DAY-COUNT > 2
                    MOVE 'Y' TO WS-STU-PROBLEM
                    IF WS-SX-FLAG(WS-SX-SUB) = SPACE
                       MOVE 'D' TO WS-SX-FLAG(WS-SX-SUB)
                    END-IF
                    MOVE ZEROES TO WS-SX-B
                    PERFORM VARYING WS-SX-SUB-2 FROM 1 BY 1
                       UNTIL WS-SX-SUB-2 > WS-SX-SUB
                       IF WS-SEC-EXAM-DATE(WS-SX-SEC(WS-SX-SUB-2)) =
                          WS-SEC-EXAM-DATE(WS-SX-A) AND
                          WS-SX-B = ZEROES
                          MOVE WS-SX-SUB-2 TO WS-SX-B
                       END-IF
                    END-PERFORM
                    IF WS-SX-B = WS-SX-SUB
                       ADD 1 TO WS-HEAVY-COUNT
                       MOVE WS-SX-DAY-COUNT TO WS-DAY-EDIT
                       MOVE SPACES TO RPT-REC
                       STRING "  " WS-CUR-BID " " WS-DAY-EDIT
                          " EXAMS ON " WS-SEC-EXAM-DATE(WS-SX-A)
                          DELIMITED BY SIZE INTO RPT-REC
                       WRITE RPT-REC
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-STU-PROBLEM = 'Y'
              ADD 1 TO WS-PROBLEM-COUNT
           END-IF.
           PERFORM VARYING WS-SX-SUB FROM 1 BY 1
              UNTIL WS-SX-SUB > WS-SX-COUNT
              MOVE WS-SX-SEC(WS-SX-SUB) TO WS-SX-A
              MOVE WS-CUR-BID TO SCHED-BID
              MOVE WS-SEC-SUBJECT(WS-SX-A) TO SCHED-COURSE-SUBJECT
              MOVE WS-SEC-NUMBER(WS-SX-A) TO SCHED-COURSE-NUMBER
              MOVE WS-SEC-SECTION(WS-SX-A) TO SCHED-COURSE-SECTION
              MOVE WS-ENR-TERM(WS-SX-ENR(WS-SX-SUB)) TO SCHED-TERM
              MOVE WS-SEC-EXAM-DATE(WS-SX-A) TO SCHED-EXAM-DATE
              MOVE WS-SEC-EXAM-START(WS-SX-A) TO SCHED-EXAM-START
              MOVE WS-SEC-EXAM-END(WS-SX-A) TO SCHED-EXAM-END
              MOVE WS-SEC-ROOM(WS-SX-A) TO SCHED-ROOM
              MOVE WS-CUR-NAME TO SCHED-NAME
              MOVE WS-SX-FLAG(WS-SX-SUB) TO SCHED-FLAG
              WRITE DATA-OUT-SCHEDULE
           END-PERFORM.
