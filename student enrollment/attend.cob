       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTEND.

      * class attendance for the opening weeks of term. the
      * instructors' attendance feed (section key, BID, class date)
      * is merged onto the attendance master, which keeps the first
      * and last date each student attended each section. every
      * student on ENPROC's enrollment snapshot with no attendance
      * in a section is listed as never attended; once the
      * attendance deadline on PARMIN has passed a drop transaction
      * is staged for them as the next ENPROC input, so REFUNDS and
      * TUIBRIDGE's aid pass work off the same drops ENPROC logs. a
      * student who attended and is no longer enrolled has
      * withdrawn - the master marks the section and the last-date-
      * of-attendance file carries the latest class date the
      * student attended that term, flagged when no enrollment for
      * the term remains.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMFILE ASSIGN TO PARMIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARMFILE-STATUS.
           SELECT ATTFILE ASSIGN TO ATTENDIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ATTFILE-STATUS.
           SELECT ATTMAST ASSIGN TO ATTMAST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ATTMAST-STATUS.
           SELECT ATTNEW ASSIGN TO ATTNEW
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT ENROLLIN ASSIGN TO ENROLLIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ENROLLIN-STATUS.
           SELECT DROPOUT ASSIGN TO DROPOUT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT LDAFILE ASSIGN TO LDAOUT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO OUTPUT1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PARMFILE.
       01 DATA-PARM.
           05 PARM-TERM PIC X(4).
           05 PARM-DEADLINE PIC X(10).
           05 PARM-BLANKS PIC X(66).

       FD ATTFILE.
       01 DATA-ATT.
           05 ATT-COURSE-SUBJECT PIC A(4).
           05 ATT-COURSE-NUMBER PIC 9(4).
           05 ATT-COURSE-SECTION PIC 9(2).
           05 ATT-TERM PIC X(4).
           05 ATT-BID PIC 9(6).
           05 ATT-DATE PIC X(10).
           05 ATT-PRESENT PIC X(1).
           05 ATT-BLANKS PIC X(49).

       FD ATTMAST.
       01 DATA-ATT-MAST.
           05 AM-COURSE-SUBJECT PIC A(4).
           05 AM-COURSE-NUMBER PIC 9(4).
           05 AM-COURSE-SECTION PIC 9(2).
           05 AM-TERM PIC X(4).
           05 AM-BID PIC 9(6).
           05 AM-FIRST-DATE PIC X(10).
           05 AM-LAST-DATE PIC X(10).
           05 AM-STATUS PIC X(1).
           05 AM-STATUS-DATE PIC X(10).
           05 AM-BLANKS PIC X(29).

       FD ATTNEW.
       01 DATA-ATT-NEW.
           05 AN-COURSE-SUBJECT PIC A(4).
           05 AN-COURSE-NUMBER PIC 9(4).
           05 AN-COURSE-SECTION PIC 9(2).
           05 AN-TERM PIC X(4).
           05 AN-BID PIC 9(6).
           05 AN-FIRST-DATE PIC X(10).
           05 AN-LAST-DATE PIC X(10).
           05 AN-STATUS PIC X(1).
           05 AN-STATUS-DATE PIC X(10).
           05 AN-BLANKS PIC X(29).

       FD ENROLLIN.
       01 DATA-ENROLL-IN.
           05 ENR-BID PIC 9(6).
           05 ENR-COURSE-SUBJECT PIC A(4).
           05 ENR-COURSE-NUMBER PIC 9(4).
           05 ENR-COURSE-SECTION PIC 9(2).
           05 ENR-TERM PIC X(4).
           05 ENR-BLANKS PIC A(60).

       FD DROPOUT.
       01 DATA-DROP.
           05 DRP-BID PIC 9(6).
           05 DRP-COURSE-SUBJECT PIC A(4).
           05 DRP-COURSE-NUMBER PIC 9(4).
           05 DRP-COURSE-SECTION PIC 9(2).
           05 DRP-COURSE-TERM PIC X(4).
           05 DRP-TRANS-CODE PIC X(1).
           05 DRP-BLANKS PIC A(59) VALUE SPACES.

       FD LDAFILE.
       01 DATA-LDA.
           05 LDA-BID PIC 9(6).
           05 LDA-TERM PIC X(4).
           05 LDA-DATE PIC X(10).
           05 LDA-WD-DATE PIC X(10).
           05 LDA-FULL-WD PIC X(1).
           05 LDA-BLANKS PIC X(49).

       FD RPTFILE.
       01 RPT-REC PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PARMFILE-STATUS PIC XX.
       01 WS-ATTFILE-STATUS PIC XX.
       01 WS-ATTMAST-STATUS PIC XX.
       01 WS-ENROLLIN-STATUS PIC XX.
       01 WS-EOF PIC A VALUE 'N'.
       01 WS-TERM PIC X(4) VALUE SPACES.
       01 WS-DEADLINE PIC X(10) VALUE SPACES.
       01 WS-RUN-DATETIME PIC X(21).
       01 WS-RUN-DATE.
           05 WS-RUN-YYYY PIC X(4).
           05 FILLER PIC X VALUE "-".
           05 WS-RUN-MM PIC X(2).
           05 FILLER PIC X VALUE "-".
           05 WS-RUN-DD PIC X(2).
       01 WS-PAST-DEADLINE PIC A VALUE 'N'.

      * status on the master: space attending or not yet seen, 'N'
      * never attended and dropped, 'W' withdrew after attending
       01 WS-AM-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-AM-TABLE-COUNT-MAX PIC 9(4) VALUE 2000.
       01 WS-AM-TABLE.
           05 WS-AM-ENTRY OCCURS 2000 TIMES.
               10 WS-AM-SUBJECT PIC A(4).
               10 WS-AM-NUMBER PIC 9(4).
               10 WS-AM-SECTION PIC 9(2).
               10 WS-AM-TERM PIC X(4).
               10 WS-AM-BID PIC 9(6).
               10 WS-AM-FIRST-DATE PIC X(10).
               10 WS-AM-LAST-DATE PIC X(10).
               10 WS-AM-STATUS PIC X(1).
               10 WS-AM-STATUS-DATE PIC X(10).
               10 WS-AM-ENROLLED PIC A.
               10 WS-AM-DONE PIC A.
       01 WS-AM-SUB PIC 9(4).
       01 WS-AM-SUB-2 PIC 9(4).
       01 WS-AM-FOUND-SUB PIC 9(4).

       01 WS-NA-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-NA-TABLE-COUNT-MAX PIC 9(4) VALUE 2000.
       01 WS-NA-TABLE.
           05 WS-NA-ENTRY OCCURS 2000 TIMES.
               10 WS-NA-KEY.
                   15 WS-NA-SUBJECT PIC A(4).
                   15 WS-NA-NUMBER PIC 9(4).
                   15 WS-NA-SECTION PIC 9(2).
                   15 WS-NA-TERM PIC X(4).
                   15 WS-NA-BID PIC 9(6).
               10 WS-NA-DROPPED PIC A.
               10 WS-NA-PRINTED PIC A.
       01 WS-NA-SUB PIC 9(4).
       01 WS-BEST-SUB PIC 9(4).
       01 WS-BEST-KEY PIC X(20).
       01 WS-CUR-SECTION-KEY PIC X(14) VALUE SPACES.

       01 WS-CUR-BID PIC 9(6).
       01 WS-CUR-TERM PIC X(4).
       01 WS-LDA-DATE PIC X(10).
       01 WS-WD-DATE PIC X(10).
       01 WS-STILL-ENROLLED PIC A.

       01 WS-READ-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-NA-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-DROP-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-WD-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-LDA-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-COUNT-EDIT PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATETIME.
           MOVE WS-RUN-DATETIME(1:4) TO WS-RUN-YYYY.
           MOVE WS-RUN-DATETIME(5:2) TO WS-RUN-MM.
           MOVE WS-RUN-DATETIME(7:2) TO WS-RUN-DD.
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
           IF WS-TERM = SPACES
              DISPLAY "No term on PARMIN - aborting run."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-DEADLINE = SPACES
              DISPLAY "No attendance deadline on PARMIN - no drops "
                 "will be staged."
           ELSE
              IF WS-RUN-DATE > WS-DEADLINE
                 MOVE 'Y' TO WS-PAST-DEADLINE
              END-IF
           END-IF.

           OPEN INPUT ATTMAST.
           IF WS-ATTMAST-STATUS = "35"
              DISPLAY "No attendance master found - starting a new "
                 "one."
           ELSE
              PERFORM UNTIL WS-ATTMAST-STATUS = "10"
                 READ ATTMAST
                    AT END MOVE "10" TO WS-ATTMAST-STATUS
                    NOT AT END
                       IF WS-AM-TABLE-COUNT = WS-AM-TABLE-COUNT-MAX
                          DISPLAY "ATTMAST has more records than "
                             "ATTEND can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE ATTMAST
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-AM-TABLE-COUNT
                       MOVE AM-COURSE-SUBJECT TO
                          WS-AM-SUBJECT(WS-AM-TABLE-COUNT)
                       MOVE AM-COURSE-NUMBER TO
                          WS-AM-NUMBER(WS-AM-TABLE-COUNT)
                       MOVE AM-COURSE-SECTION TO
                          WS-AM-SECTION(WS-AM-TABLE-COUNT)
                       MOVE AM-TERM TO WS-AM-TERM(WS-AM-TABLE-COUNT)
                       MOVE AM-BID TO WS-AM-BID(WS-AM-TABLE-COUNT)
                       MOVE AM-FIRST-DATE TO
                          WS-AM-FIRST-DATE(WS-AM-TABLE-COUNT)
                       MOVE AM-LAST-DATE TO
                          WS-AM-LAST-DATE(WS-AM-TABLE-COUNT)
                       MOVE AM-STATUS TO
                          WS-AM-STATUS(WS-AM-TABLE-COUNT)
                       MOVE AM-STATUS-DATE TO
                          WS-AM-STATUS-DATE(WS-AM-TABLE-COUNT)
                       MOVE 'N' TO WS-AM-ENROLLED(WS-AM-TABLE-COUNT)
                       MOVE 'N' TO WS-AM-DONE(WS-AM-TABLE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE ATTMAST
           END-IF.

      * only a present mark moves a student's first or last date
           OPEN INPUT ATTFILE.
           IF WS-ATTFILE-STATUS = "35"
              DISPLAY "No attendance feed found - master carried "
                 "forward unchanged."
           ELSE
              PERFORM UNTIL WS-ATTFILE-STATUS = "10"
                 READ ATTFILE
                    AT END MOVE "10" TO WS-ATTFILE-STATUS
                    NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF ATT-PRESENT = 'Y' AND ATT-TERM = WS-TERM
                          PERFORM POST-ATTENDANCE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ATTFILE
           END-IF.

           OPEN INPUT ENROLLIN.
           IF WS-ENROLLIN-STATUS NOT = "00"
              DISPLAY "No enrollment snapshot found - aborting run."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ ENROLLIN
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF ENR-TERM = WS-TERM
                       PERFORM CHECK-ENROLLMENT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ENROLLIN.

      * attended, still active, and gone from the snapshot - the
      * student withdrew from the section
           PERFORM VARYING WS-AM-SUB FROM 1 BY 1
              UNTIL WS-AM-SUB > WS-AM-TABLE-COUNT
              IF WS-AM-TERM(WS-AM-SUB) = WS-TERM AND
                 WS-AM-ENROLLED(WS-AM-SUB) = 'N' AND
                 WS-AM-STATUS(WS-AM-SUB) = SPACE AND
                 WS-AM-FIRST-DATE(WS-AM-SUB) NOT = SPACES
                 MOVE 'W' TO WS-AM-STATUS(WS-AM-SUB)
                 MOVE WS-RUN-DATE TO WS-AM-STATUS-DATE(WS-AM-SUB)
                 ADD 1 TO WS-WD-COUNT
              END-IF
           END-PERFORM.

           IF WS-PAST-DEADLINE = 'Y'
              OPEN OUTPUT DROPOUT
           END-IF.
           OPEN OUTPUT RPTFILE.
           MOVE SPACES TO RPT-REC.
           STRING "NEVER-ATTENDED REPORT - TERM " WS-TERM
              " - ATTENDANCE DEADLINE " WS-DEADLINE
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE 1 TO WS-BEST-SUB.
           PERFORM UNTIL WS-BEST-SUB = ZEROES
              MOVE ZEROES TO WS-BEST-SUB
              MOVE HIGH-VALUES TO WS-BEST-KEY
              PERFORM VARYING WS-NA-SUB FROM 1 BY 1
                 UNTIL WS-NA-SUB > WS-NA-TABLE-COUNT
                 IF WS-NA-PRINTED(WS-NA-SUB) = 'N' AND
                    WS-NA-KEY(WS-NA-SUB) < WS-BEST-KEY
                    MOVE WS-NA-SUB TO WS-BEST-SUB
                    MOVE WS-NA-KEY(WS-NA-SUB) TO WS-BEST-KEY
                 END-IF
              END-PERFORM
              IF WS-BEST-SUB NOT = ZEROES
                 PERFORM PRINT-NEVER-ATTENDED
              END-IF
           END-PERFORM.
           IF WS-PAST-DEADLINE = 'Y'
              CLOSE DROPOUT
           END-IF.

           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING "WITHDRAWN STUDENTS - LAST DATE OF ATTENDANCE"
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           OPEN OUTPUT LDAFILE.
           PERFORM VARYING WS-AM-SUB FROM 1 BY 1
              UNTIL WS-AM-SUB > WS-AM-TABLE-COUNT
              IF WS-AM-STATUS(WS-AM-SUB) = 'W' AND
                 WS-AM-DONE(WS-AM-SUB) = 'N'
                 PERFORM WRITE-LDA
              END-IF
           END-PERFORM.
           CLOSE LDAFILE.

           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-NA-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Never attended " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-DROP-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Drops staged for ENPROC " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-WD-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "New withdrawals after attending " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-LDA-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Last-date-of-attendance records " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           CLOSE RPTFILE.

           OPEN OUTPUT ATTNEW.
           PERFORM VARYING WS-AM-SUB FROM 1 BY 1
              UNTIL WS-AM-SUB > WS-AM-TABLE-COUNT
              MOVE SPACES TO DATA-ATT-NEW
              MOVE WS-AM-SUBJECT(WS-AM-SUB) TO AN-COURSE-SUBJECT
              MOVE WS-AM-NUMBER(WS-AM-SUB) TO AN-COURSE-NUMBER
              MOVE WS-AM-SECTION(WS-AM-SUB) TO AN-COURSE-SECTION
              MOVE WS-AM-TERM(WS-AM-SUB) TO AN-TERM
              MOVE WS-AM-BID(WS-AM-SUB) TO AN-BID
              MOVE WS-AM-FIRST-DATE(WS-AM-SUB) TO AN-FIRST-DATE
              MOVE WS-AM-LAST-DATE(WS-AM-SUB) TO AN-LAST-DATE
              MOVE WS-AM-STATUS(WS-AM-SUB) TO AN-STATUS
              MOVE WS-AM-STATUS-DATE(WS-AM-SUB) TO AN-STATUS-DATE
              WRITE DATA-ATT-NEW
           END-PERFORM.
           CLOSE ATTNEW.

           MOVE WS-NA-COUNT TO WS-COUNT-EDIT.
           DISPLAY "ATTEND found " WS-COUNT-EDIT
              " never-attended enrollment(s).".
           MOVE WS-DROP-COUNT TO WS-COUNT-EDIT.
           DISPLAY "ATTEND staged " WS-COUNT-EDIT " drop(s).".

           STOP RUN.

       POST-ATTENDANCE.
           MOVE ZEROES TO WS-AM-FOUND-SUB.
           PERFORM VARYING WS-AM-SUB FROM 1 BY 1
              UNTIL WS-AM-SUB > WS-AM-TABLE-COUNT
              IF WS-AM-SUBJECT(WS-AM-SUB) = ATT-COURSE-SUBJECT AND
                 WS-AM-NUMBER(WS-AM-SUB) = ATT-COURSE-NUMBER AND
                 WS-AM-SECTION(WS-AM-SUB) = ATT-COURSE-SECTION AND
                 WS-AM-TERM(WS-AM-SUB) = ATT-TERM AND
                 WS-AM-BID(WS-AM-SUB) = ATT-BID
                 MOVE WS-AM-SUB TO WS-AM-FOUND-SUB
              END-IF
           END-PERFORM.
           IF WS-AM-FOUND-SUB = ZEROES
              IF WS-AM-TABLE-COUNT = WS-AM-TABLE-COUNT-MAX
                 DISPLAY "Attendance master is full - aborting run."
                 MOVE 16 TO RETURN-CODE
                 CLOSE ATTFILE
                 STOP RUN
              END-IF
              ADD 1 TO WS-AM-TABLE-COUNT
              MOVE WS-AM-TABLE-COUNT TO WS-AM-FOUND-SUB
              MOVE ATT-COURSE-SUBJECT TO
                 WS-AM-SUBJECT(WS-AM-FOUND-SUB)
              MOVE ATT-COURSE-NUMBER TO
                 WS-AM-NUMBER(WS-AM-FOUND-SUB)
              MOVE ATT-COURSE-SECTION TO
                 WS-AM-SECTION(WS-AM-FOUND-SUB)
              MOVE ATT-TERM TO WS-AM-TERM(WS-AM-FOUND-SUB)
              MOVE ATT-BID TO WS-AM-BID(WS-AM-FOUND-SUB)
              MOVE SPACES TO WS-AM-FIRST-DATE(WS-AM-FOUND-SUB)
                 WS-AM-LAST-DATE(WS-AM-FOUND-SUB)
                 WS-AM-STATUS-DATE(WS-AM-FOUND-SUB)
              MOVE SPACE TO WS-AM-STATUS(WS-AM-FOUND-SUB)
              MOVE 'N' TO WS-AM-ENROLLED(WS-AM-FOUND-SUB)
              MOVE 'N' TO WS-AM-DONE(WS-AM-FOUND-SUB)
           END-IF.
           IF WS-AM-FIRST-DATE(WS-AM-FOUND-SUB) = SPACES OR
              ATT-DATE < WS-AM-FIRST-DATE(WS-AM-FOUND-SUB)
              MOVE ATT-DATE TO WS-AM-FIRST-DATE(WS-AM-FOUND-SUB)
           END-IF.
           IF ATT-DATE > WS-AM-LAST-DATE(WS-AM-FOUND-SUB)
              MOVE ATT-DATE TO WS-AM-LAST-DATE(WS-AM-FOUND-SUB)
           END-IF.

      * every enrollment gets a master row; one with no attendance
      * is a never-attended student, and one already dropped is not
      * staged again
       CHECK-ENROLLMENT.
           MOVE ZEROES TO WS-AM-FOUND-SUB.
           PERFORM VARYING WS-AM-SUB FROM 1 BY 1
              UNTIL WS-AM-SUB > WS-AM-TABLE-COUNT
              IF WS-AM-SUBJECT(WS-AM-SUB) = ENR-COURSE-SUBJECT AND
                 WS-AM-NUMBER(WS-AM-SUB) = ENR-COURSE-NUMBER AND
                 WS-AM-SECTION(WS-AM-SUB) = ENR-COURSE-SECTION AND
                 WS-AM-TERM(WS-AM-SUB) = ENR-TERM AND
                 WS-AM-BID(WS-AM-SUB) = ENR-BID
                 MOVE WS-AM-SUB TO WS-AM-FOUND-SUB
              END-IF
           END-PERFORM.
           IF WS-AM-FOUND-SUB = ZEROES
              IF WS-AM-TABLE-COUNT = WS-AM-TABLE-COUNT-MAX
                 DISPLAY "Attendance master is full - aborting run."
                 MOVE 16 TO RETURN-CODE
                 CLOSE ENROLLIN
                 STOP RUN
              END-IF
              ADD 1 TO WS-AM-TABLE-COUNT
              MOVE WS-AM-TABLE-COUNT TO WS-AM-FOUND-SUB
              MOVE ENR-COURSE-SUBJECT TO
                 WS-AM-SUBJECT(WS-AM-FOUND-SUB)
              MOVE ENR-COURSE-NUMBER TO
                 WS-AM-NUMBER(WS-AM-FOUND-SUB)
              MOVE ENR-COURSE-SECTION TO
                 WS-AM-SECTION(WS-AM-FOUND-SUB)
              MOVE ENR-TERM TO WS-AM-TERM(WS-AM-FOUND-SUB)
              MOVE ENR-BID TO WS-AM-BID(WS-AM-FOUND-SUB)
              MOVE SPACES TO WS-AM-FIRST-DATE(WS-AM-FOUND-SUB)
                 WS-AM-LAST-DATE(WS-AM-FOUND-SUB)
                 WS-AM-STATUS-DATE(WS-AM-FOUND-SUB)
              MOVE SPACE TO WS-AM-STATUS(WS-AM-FOUND-SUB)
              MOVE 'N' TO WS-AM-DONE(WS-AM-FOUND-SUB)
           END-IF.
           MOVE 'Y' TO WS-AM-ENROLLED(WS-AM-FOUND-SUB).
           IF WS-AM-FIRST-DATE(WS-AM-FOUND-SUB) = SPACES
              IF WS-NA-TABLE-COUNT = WS-NA-TABLE-COUNT-MAX
                 DISPLAY "ENROLLIN has more never-attended students "
                    "than ATTEND can hold - aborting run."
                 MOVE 16 TO RETURN-CODE
                 CLOSE ENROLLIN
                 STOP RUN
              END-IF
              ADD 1 TO WS-NA-TABLE-COUNT
              ADD 1 TO WS-NA-COUNT
              MOVE ENR-COURSE-SUBJECT TO
                 WS-NA-SUBJECT(WS-NA-TABLE-COUNT)
              MOVE ENR-COURSE-NUMBER TO
                 WS-NA-NUMBER(WS-NA-TABLE-COUNT)
              MOVE ENR-COURSE-SECTION TO
                 WS-NA-SECTION(WS-NA-TABLE-COUNT)
              MOVE ENR-TERM TO WS-NA-TERM(WS-NA-TABLE-COUNT)
              MOVE ENR-BID TO WS-NA-BID(WS-NA-TABLE-COUNT)
              MOVE 'N' TO WS-NA-DROPPED(WS-NA-TABLE-COUNT)
              MOVE 'N' TO WS-NA-PRINTED(WS-NA-TABLE-COUNT)
              IF WS-AM-STATUS(WS-AM-FOUND-SUB) = 'N'
                 MOVE 'P' TO WS-NA-DROPPED(WS-NA-TABLE-COUNT)
              END-IF
           END-IF.

       PRINT-NEVER-ATTENDED.
           MOVE 'Y' TO WS-NA-PRINTED(WS-BEST-SUB).
           IF WS-NA-KEY(WS-BEST-SUB)(1:14) NOT = WS-CUR-SECTION-KEY
              MOVE WS-NA-KEY(WS-BEST-SUB)(1:14) TO WS-CUR-SECTION-KEY
              MOVE SPACES TO RPT-REC
              WRITE RPT-REC
              MOVE SPACES TO RPT-REC
              STRING "SECTION " WS-NA-SUBJECT(WS-BEST-SUB) " "
                 WS-NA-NUMBER(WS-BEST-SUB) "-"
                 WS-NA-SECTION(WS-BEST-SUB) " term "
                 WS-NA-TERM(WS-BEST-SUB)
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           END-IF.
           MOVE SPACES TO RPT-REC.
           IF WS-NA-DROPPED(WS-BEST-SUB) = 'P'
              STRING "  " WS-NA-BID(WS-BEST-SUB)
                 " NEVER ATTENDED - DROP ALREADY STAGED"
                 DELIMITED BY SIZE INTO RPT-REC
           ELSE
              IF WS-PAST-DEADLINE = 'Y'
                 MOVE WS-NA-BID(WS-BEST-SUB) TO DRP-BID
                 MOVE WS-NA-SUBJECT(WS-BEST-SUB) TO DRP-COURSE-SUBJECT
                 MOVE WS-NA-NUMBER(WS-BEST-SUB) TO DRP-COURSE-NUMBER
                 MOVE WS-NA-SECTION(WS-BEST-SUB) TO DRP-COURSE-SECTION
                 MOVE WS-NA-TERM(WS-BEST-SUB) TO DRP-COURSE-TERM
                 MOVE 'D' TO DRP-TRANS-CODE
                 MOVE SPACES TO DRP-BLANKS
                 WRITE DATA-DROP
                 ADD 1 TO WS-DROP-COUNT
                 PERFORM MARK-DROPPED
                 STRING "  " WS-NA-BID(WS-BEST-SUB)
                    " NEVER ATTENDED - DROP STAGED"
                    DELIMITED BY SIZE INTO RPT-REC
              ELSE
                 STRING "  " WS-NA-BID(WS-BEST-SUB)
                    " NO ATTENDANCE YET"
                    DELIMITED BY SIZE INTO RPT-REC
              END-IF
           END-IF.
           WRITE RPT-REC.

      * the enrollment's master row records the drop so the next
      * run does not stage it a second time before ENPROC has
      * processed it
       MARK-DROPPED.
           MOVE ZEROES TO WS-AM-FOUND-SUB.
           PERFORM VARYING WS-AM-SUB FROM 1 BY 1
              UNTIL WS-AM-SUB > WS-AM-TABLE-COUNT
              IF WS-AM-SUBJECT(WS-AM-SUB) = WS-NA-SUBJECT(WS-BEST-SUB)
                 AND WS-AM-NUMBER(WS-AM-SUB) =
                 WS-NA-NUMBER(WS-BEST-SUB) AND
                 WS-AM-SECTION(WS-AM-SUB) =
                 WS-NA-SECTION(WS-BEST-SUB) AND
                 WS-AM-TERM(WS-AM-SUB) = WS-NA-TERM(WS-BEST-SUB) AND
                 WS-AM-BID(WS-AM-SUB) = WS-NA-BID(WS-BEST-SUB)
                 MOVE WS-AM-SUB TO WS-AM-FOUND-SUB
              END-IF
           END-PERFORM.
           MOVE 'N' TO WS-AM-STATUS(WS-AM-FOUND-SUB).
           MOVE WS-RUN-DATE TO WS-AM-STATUS-DATE(WS-AM-FOUND-SUB).

      * one record per withdrawn student and term: the latest class
      * date attended in any section that term, the date the first
      * withdrawal was seen, and 'Y' when no enrollment remains
       WRITE-LDA.
           MOVE WS-AM-BID(WS-AM-SUB) TO WS-CUR-BID.
           MOVE WS-AM-TERM(WS-AM-SUB) TO WS-CUR-TERM.
           MOVE SPACES TO WS-LDA-DATE.
           MOVE HIGH-VALUES TO WS-WD-DATE.
           MOVE 'N' TO WS-STILL-ENROLLED.
           PERFORM VARYING WS-AM-SUB-2 FROM 1 BY 1
              UNTIL WS-AM-SUB-2 > WS-AM-TABLE-COUNT
              IF WS-AM-BID(WS-AM-SUB-2) = WS-CUR-BID AND
                 WS-AM-TERM(WS-AM-SUB-2) = WS-CUR-TERM
                 MOVE 'Y' TO WS-AM-DONE(WS-AM-SUB-2)
                 IF WS-AM-LAST-DATE(WS-AM-SUB-2) > WS-LDA-DATE
                    MOVE WS-AM-LAST-DATE(WS-AM-SUB-2) TO WS-LDA-DATE
                 END-IF
                 IF WS-AM-STATUS(WS-AM-SUB-2) = 'W' AND
                    WS-AM-STATUS-DATE(WS-AM-SUB-2) < WS-WD-DATE
                    MOVE WS-AM-STATUS-DATE(WS-AM-SUB-2) TO WS-WD-DATE
                 END-IF
                 IF WS-AM-ENROLLED(WS-AM-SUB-2) = 'Y' AND
                    WS-AM-STATUS(WS-AM-SUB-2) NOT = 'N'
                    MOVE 'Y' TO WS-STILL-ENROLLED
                 END-IF
              END-IF
           END-PERFORM.
           ADD 1 TO WS-LDA-COUNT.
           MOVE SPACES TO DATA-LDA.
           MOVE WS-CUR-BID TO LDA-BID.
           MOVE WS-CUR-TERM TO LDA-TERM.
           MOVE WS-LDA-DATE TO LDA-DATE.
           MOVE WS-WD-DATE TO LDA-WD-DATE.
           MOVE SPACES TO RPT-REC.
           IF WS-STILL-ENROLLED = 'Y'
              MOVE 'N' TO LDA-FULL-WD
              STRING "  " WS-CUR-BID " term " WS-CUR-TERM
                 " last attended " WS-LDA-DATE
                 " partial withdrawal"
                 DELIMITED BY SIZE INTO RPT-REC
           ELSE
              MOVE 'Y' TO LDA-FULL-WD
              STRING "  " WS-CUR-BID " term " WS-CUR-TERM
                 " last attended " WS-LDA-DATE
                 " WITHDREW FROM TERM"
                 DELIMITED BY SIZE INTO RPT-REC
           END-IF.
           WRITE DATA-LDA.
           WRITE RPT-REC.
