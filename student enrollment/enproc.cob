           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HOLDFILE-STATUS.
           SELECT APPTFILE ASSIGN TO APPTIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-APPTFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 COURSE-SECTION PIC 9(2).
           05 COURSE-TERM PIC X(4).
           05 TRANS-CODE PIC X(1).
      * when the ADD was keyed - blank on feeds that do not carry it
           05 COURSE-ADD-DATE PIC X(10).
           05 COURSE-ADD-TIME PIC X(4).
           05 BLANKS PIC A(45).
       FD OUTFILE.
       01 RPT-LINE PIC X(81).

           05 HOLD-AMT PIC 9(9)V99.
           05 HOLD-BLANKS PIC X(33).

       FD APPTFILE.
       01 DATA-APPT.
           05 APPT-BID PIC 9(6).
           05 APPT-TERM PIC X(4).
           05 APPT-DATE PIC X(10).
           05 APPT-TIME PIC 9(4).
           05 APPT-BLANKS PIC X(56).

       FD TRANFILE.
       01 DATA-OUT-TRANLOG.
           05 TRAN-BID PIC 9(6).
           05 WS-RPT-PAGE-NUM PIC 9(4) VALUE ZERO.
           05 WS-RPT-LINE-COUNT PIC 9(2) VALUE ZERO.
           05 WS-RPT-NEW-PAGE PIC X(1) VALUE 'N'.
           05 WS-RPT-PROGRAM PIC X(8) VALUE "ENPROC".
           05 WS-RPT-RUN-SEQ PIC 9(9) VALUE ZEROES.
           05 WS-RPT-RETAIN PIC X(1) VALUE 'Y'.
           05 WS-RPT-CYCLE-DATE PIC X(10) VALUE SPACES.
           05 WS-RPT-CLOSE PIC X(1) VALUE 'N'.
           05 WS-RPT-ID PIC 9(9) VALUE ZEROES.
           05 WS-RPT-LINES PIC 9(7) VALUE ZEROES.
       01 WS-RPT-DETAIL PIC X(80).
       01 WS-RPT-OUT.
           05 WS-RPT-OUT-COUNT PIC 9.
           05 WS-COURSE-SECTION PIC 9(2).
           05 WS-COURSE-TERM PIC X(4).
           05 WS-TRANS-CODE PIC X(1).
           05 WS-COURSE-ADD-DATE PIC X(10).
           05 WS-COURSE-ADD-TIME PIC X(4).
           05 WS-BLANKS PIC A(45).

       01 WS-EOF PIC A VALUE 'N'.
       01 WS-COURSE-SUBJECT-QUERY-1 PIC A(4).
       01 WS-HOLD-FOUND-SUB PIC 9(4).
       01 WS-HOLD-EXC-COUNT PIC 9(4) VALUE ZEROES.

       01 WS-APPTFILE-STATUS PIC XX.
       01 WS-APPT-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-APPT-TABLE-COUNT-MAX PIC 9(4) VALUE 2000.
       01 WS-APPT-TABLE.
           05 WS-APPT-ENTRY OCCURS 2000 TIMES.
               10 WS-APPT-BID PIC 9(6).
               10 WS-APPT-TERM PIC X(4).
               10 WS-APPT-DATE PIC X(10).
               10 WS-APPT-TIME PIC 9(4).
       01 WS-APPT-SUB PIC 9(4).
       01 WS-APPT-FOUND-SUB PIC 9(4).
       01 WS-APPT-EXC-COUNT PIC 9(4) VALUE ZEROES.

       01 WS-TRD-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-TRD-TABLE-COUNT-MAX PIC 9(4) VALUE 200.
       01 WS-TRD-TABLE.
              CLOSE HOLDFILE
           END-IF.

           OPEN INPUT APPTFILE.
           IF WS-APPTFILE-STATUS = "35"
              DISPLAY "No registration appointment file found - "
                 "appointment check skipped for this run."
           ELSE
              PERFORM UNTIL WS-APPTFILE-STATUS = "10"
                 READ APPTFILE
                    AT END MOVE "10" TO WS-APPTFILE-STATUS
                    NOT AT END
                       IF WS-APPT-TABLE-COUNT = WS-APPT-TABLE-COUNT-MAX
                          DISPLAY "APPTIN has more appointments than "
                             "ENPROC can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE APPTFILE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-APPT-TABLE-COUNT
                       MOVE APPT-BID TO
                          WS-APPT-BID(WS-APPT-TABLE-COUNT)
                       MOVE APPT-TERM TO
                          WS-APPT-TERM(WS-APPT-TABLE-COUNT)
                       MOVE APPT-DATE TO
                          WS-APPT-DATE(WS-APPT-TABLE-COUNT)
                       MOVE APPT-TIME TO
                          WS-APPT-TIME(WS-APPT-TABLE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE APPTFILE
           END-IF.

           OPEN INPUT INFILE
              OUTPUT OUTFILE
              OUTPUT ROSTFILE
                             DELIMITED BY SIZE INTO EXC-REASON
                          WRITE DATA-OUT-EXCEPTION
                       ELSE
      * an ADD keyed before the student's registration appointment
      * for the term is refused; an ADD without a date, or a student
      * without an appointment, is not checked
                       MOVE ZEROES TO WS-APPT-FOUND-SUB
                       IF WS-COURSE-ADD-DATE OF WS-DATA-IN NOT = SPACES
                          PERFORM VARYING WS-APPT-SUB FROM 1 BY 1
                             UNTIL WS-APPT-SUB > WS-APPT-TABLE-COUNT
                             IF WS-APPT-BID(WS-APPT-SUB) =
                                WS-BID OF WS-DATA-IN AND
                                WS-APPT-TERM(WS-APPT-SUB) =
                                WS-COURSE-TERM OF WS-DATA-IN
                                IF WS-COURSE-ADD-DATE OF WS-DATA-IN <
                                   WS-APPT-DATE(WS-APPT-SUB) OR
                                   (WS-COURSE-ADD-DATE OF WS-DATA-IN =
                                   WS-APPT-DATE(WS-APPT-SUB) AND
                                   WS-COURSE-ADD-TIME OF WS-DATA-IN <
                                   WS-APPT-TIME(WS-APPT-SUB))
                                   MOVE WS-APPT-SUB TO WS-APPT-FOUND-SUB
                                END-IF
                             END-IF
                          END-PERFORM
                       END-IF
                       IF WS-APPT-FOUND-SUB NOT = ZEROES
                          ADD 1 TO WS-APPT-EXC-COUNT
                          MOVE WS-BID OF WS-DATA-IN TO EXC-BID
                          MOVE WS-COURSE-SUBJECT OF WS-DATA-IN TO
                             EXC-COURSE-SUBJECT
                          MOVE WS-COURSE-NUMBER OF WS-DATA-IN TO
                             EXC-COURSE-NUMBER
                          MOVE WS-COURSE-SECTION OF WS-DATA-IN TO
                             EXC-COURSE-SECTION
                          MOVE WS-COURSE-TERM OF WS-DATA-IN TO
                             EXC-TERM
                          MOVE SPACES TO EXC-REASON
                          STRING "Before registration appointment "
                             WS-APPT-DATE(WS-APPT-FOUND-SUB) " "
                             WS-APPT-TIME(WS-APPT-FOUND-SUB)
                             DELIMITED BY SIZE INTO EXC-REASON
                          WRITE DATA-OUT-EXCEPTION
                       ELSE
      * re-enrolling in a course already passed wastes a seat and
      * aid dollars - blocked unless the catalog flags the course
      * repeatable; failed or withdrawn attempts may be repeated
                    END-IF
                    END-IF
                    END-IF
                    END-IF
              END-READ
           END-PERFORM.
           MOVE "The number of students in " TO VERBAGE-1 OF DATA-OUT.
              PERFORM WRITE-OUT-SUMMARY
           END-IF.

           IF WS-APPT-EXC-COUNT NOT = ZEROES
              MOVE SPACES TO DATA-OUT-SUMMARY
              STRING WS-APPT-EXC-COUNT
                 " enrollment(s) rejected - before registration"
                 " appointment"
                 DELIMITED BY SIZE INTO DATA-OUT-SUMMARY
              PERFORM WRITE-OUT-SUMMARY
           END-IF.

           IF WS-REPEAT-EXC-COUNT NOT = ZEROES
              MOVE SPACES TO DATA-OUT-SUMMARY
              STRING WS-REPEAT-EXC-COUNT
              END-READ
           END-PERFORM.

           MOVE 'Y' TO WS-RPT-CLOSE.
           CALL "RPTWTR" USING WS-RPT-CTL WS-RPT-DETAIL WS-RPT-OUT.
           CLOSE INFILE
                 OUTFILE
                 ROSTFILE
