       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECTFCST.

      * section demand forecast for next term's planning. per course
      * it combines this term's enrollment (the ENPROC snapshot) and
      * waitlist, the counts on the archived trend files for the last
      * several terms of the same session, and any sections cancelled
      * in those terms or this one. terms are coded year then
      * session, so the same session is the same last two characters.
      * projected demand is the average of this term's demand
      * (enrolled plus waiting) and the historical average, or this
      * term's demand alone when there is no history. the sections
      * needed follow from the average seat capacity on CAPIN, cut
      * back while a section would fall under the average minimum
      * enrollment; a course never drops below one section here, a
      * course that cannot fill one is flagged for the chair. a draft
      * carry/drop section list in TERMROLL's SECTLIST format is
      * written with C for sections kept, D for sections to cut (the
      * emptiest first) and A for new sections to add.

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
           SELECT CAPFILE ASSIGN TO CAPIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CAPFILE-STATUS.
           SELECT ENROLLIN ASSIGN TO ENROLLIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ENROLLIN-STATUS.
           SELECT WAITIN ASSIGN TO WAITIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-WAITIN-STATUS.
           SELECT TRENDHST ASSIGN TO TRENDHST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-TRENDHST-STATUS.
           SELECT CNCLSECT ASSIGN TO CNCLSECT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CNCLSECT-STATUS.
           SELECT SECTLIST ASSIGN TO SECTLIST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO OUTPUT1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PARMFILE.
       01 DATA-PARM.
           05 PARM-CUR-TERM PIC X(4).
           05 PARM-NEXT-TERM PIC X(4).
           05 PARM-HIST-TERMS PIC 9(2).
           05 PARM-BLANKS PIC X(70).

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

       FD CAPFILE.
       01 DATA-CAP.
           05 CAP-COURSE-SUBJECT PIC A(4).
           05 CAP-COURSE-NUMBER PIC 9(4).
           05 CAP-COURSE-SECTION PIC 9(2).
           05 CAP-SEAT-CAPACITY PIC 9(4).
           05 CAP-MIN-ENROLL PIC 9(4).
           05 CAP-BLANKS PIC A(62).

       FD ENROLLIN.
       01 DATA-ENROLL-IN.
           05 ENR-BID PIC 9(6).
           05 ENR-COURSE-SUBJECT PIC A(4).
           05 ENR-COURSE-NUMBER PIC 9(4).
           05 ENR-COURSE-SECTION PIC 9(2).
           05 ENR-TERM PIC X(4).
           05 ENR-BLANKS PIC A(60).

       FD WAITIN.
       01 DATA-WAIT-IN.
           05 WLI-COURSE-SUBJECT PIC A(4).
           05 WLI-COURSE-NUMBER PIC 9(4).
           05 WLI-COURSE-SECTION PIC 9(2).
           05 WLI-TERM PIC X(4).
           05 WLI-BID PIC 9(6).
           05 WLI-BLANKS PIC A(60).

      * the archived trend files of earlier terms, read as one file
       FD TRENDHST.
       01 DATA-TREND-IN.
           05 TRD-COURSE-SUBJECT PIC A(4).
           05 TRD-COURSE-NUMBER PIC 9(4).
           05 TRD-COURSE-SECTION PIC 9(2).
           05 TRD-TERM PIC X(4).
           05 TRD-COURSE-COUNT PIC 9(4).
           05 TRD-BLANKS PIC A(62).

       FD CNCLSECT.
       01 DATA-CNCLSECT.
           05 CS-SUBJECT PIC A(4).
           05 CS-NUMBER PIC 9(4).
           05 CS-SECTION PIC 9(2).
           05 CS-TERM PIC X(4).
           05 CS-CANCEL-DATE PIC X(10).
           05 CS-BLANKS PIC X(56).

       FD SECTLIST.
       01 DATA-SECT.
           05 SL-SUBJECT PIC A(4).
           05 SL-NUMBER PIC 9(4).
           05 SL-SECTION PIC 9(2).
           05 SL-ACTION PIC X(1).
           05 SL-BLANKS PIC X(69).

       FD RPTFILE.
       01 RPT-REC PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PARMFILE-STATUS PIC XX.
       01 WS-CATFILE-STATUS PIC XX.
       01 WS-CAPFILE-STATUS PIC XX.
       01 WS-ENROLLIN-STATUS PIC XX.
       01 WS-WAITIN-STATUS PIC XX.
       01 WS-TRENDHST-STATUS PIC XX.
       01 WS-CNCLSECT-STATUS PIC XX.
       01 WS-CUR-TERM PIC X(4) VALUE SPACES.
       01 WS-NEXT-TERM PIC X(4) VALUE SPACES.
       01 WS-HIST-TERMS PIC 9(2) VALUE 3.

      * this term's sections from the catalog feed
       01 WS-SEC-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-SEC-TABLE-COUNT-MAX PIC 9(4) VALUE 200.
       01 WS-SEC-TABLE.
           05 WS-SEC-ENTRY OCCURS 200 TIMES.
               10 WS-SEC-SUBJECT PIC A(4).
               10 WS-SEC-NUMBER PIC 9(4).
               10 WS-SEC-SECTION PIC 9(2).
               10 WS-SEC-ENROLLED PIC 9(4).
               10 WS-SEC-CUT PIC A.
       01 WS-SEC-SUB PIC 9(4).
       01 WS-SEC-FOUND-SUB PIC 9(4).

       01 WS-CRS-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-CRS-TABLE-COUNT-MAX PIC 9(4) VALUE 200.
       01 WS-CRS-TABLE.
           05 WS-CRS-ENTRY OCCURS 200 TIMES.
               10 WS-CRS-SUBJECT PIC A(4).
               10 WS-CRS-NUMBER PIC 9(4).
               10 WS-CRS-SECTIONS PIC 9(2).
               10 WS-CRS-HIGH-SECTION PIC 9(2).
               10 WS-CRS-CAP-COUNT PIC 9(2).
               10 WS-CRS-CAP-TOTAL PIC 9(6).
               10 WS-CRS-MIN-TOTAL PIC 9(6).
               10 WS-CRS-ENROLLED PIC 9(5).
               10 WS-CRS-WAITING PIC 9(5).
               10 WS-CRS-HIST-TOTAL PIC 9(6).
               10 WS-CRS-HIST-TERMS PIC 9(2).
               10 WS-CRS-CANCELS PIC 9(2).
       01 WS-CRS-SUB PIC 9(4).
       01 WS-CRS-FOUND-SUB PIC 9(4).

      * archived counts summed to course and term
       01 WS-HST-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-HST-TABLE-COUNT-MAX PIC 9(4) VALUE 2000.
       01 WS-HST-TABLE.
           05 WS-HST-ENTRY OCCURS 2000 TIMES.
               10 WS-HST-SUBJECT PIC A(4).
               10 WS-HST-NUMBER PIC 9(4).
               10 WS-HST-TERM PIC X(4).
               10 WS-HST-COUNT PIC 9(5).
       01 WS-HST-SUB PIC 9(4).
       01 WS-HST-FOUND-SUB PIC 9(4).

      * same-session terms on the archive, newest first; the first
      * WS-HIST-TERMS of them are the history the forecast uses
       01 WS-TRM-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-TRM-TABLE-COUNT-MAX PIC 9(4) VALUE 100.
       01 WS-TRM-TABLE.
           05 WS-TRM-ENTRY OCCURS 100 TIMES.
               10 WS-TRM-TERM PIC X(4).
       01 WS-TRM-SUB PIC 9(4).
       01 WS-TRM-SUB-2 PIC 9(4).
       01 WS-TRM-FOUND PIC A.
       01 WS-TRM-HOLD PIC X(4).
       01 WS-TRM-IN-HIST PIC A.
       01 WS-TERM-CHECK PIC X(4).

       01 WS-DEMAND PIC 9(6).
       01 WS-HIST-AVG PIC 9(6).
       01 WS-PROJECTED PIC 9(6).
       01 WS-AVG-CAP PIC 9(4).
       01 WS-AVG-MIN PIC 9(4).
       01 WS-NEEDED PIC 9(4).
       01 WS-PER-SECTION PIC 9(6).
       01 WS-CHANGE PIC 9(4).
       01 WS-ACTION-DESC PIC X(20).
       01 WS-CHANGE-DIGITS PIC X(2).
       01 WS-LOW-SUB PIC 9(4).
       01 WS-NEW-SECTION PIC 9(2).
       01 WS-SUB-COUNT PIC 9(4).

       01 WS-ADD-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-CUT-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-KEEP-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-FLAG-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-COUNT-EDIT PIC ZZZ,ZZ9.
       01 WS-NUM-EDIT-1 PIC ZZZZ9.
       01 WS-NUM-EDIT-2 PIC ZZZZ9.
       01 WS-NUM-EDIT-3 PIC ZZZZ9.
       01 WS-NUM-EDIT-4 PIC ZZZZ9.
       01 WS-NUM-EDIT-5 PIC ZZZZ9.
       01 WS-NUM-EDIT-6 PIC Z9.
       01 WS-NUM-EDIT-7 PIC Z9.
       01 WS-NUM-EDIT-8 PIC Z9.

       PROCEDURE DIVISION.
           OPEN INPUT PARMFILE.
           IF WS-PARMFILE-STATUS NOT = "00"
              DISPLAY "No forecast parameter file found - aborting "
                 "run."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ PARMFILE
              AT END
                 DISPLAY "Forecast parameter file is empty - "
                    "aborting run."
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-READ.
           MOVE PARM-CUR-TERM TO WS-CUR-TERM.
           MOVE PARM-NEXT-TERM TO WS-NEXT-TERM.
           IF PARM-HIST-TERMS IS NUMERIC AND PARM-HIST-TERMS > ZERO
              MOVE PARM-HIST-TERMS TO WS-HIST-TERMS
           END-IF.
           CLOSE PARMFILE.
           IF WS-CUR-TERM = SPACES OR WS-NEXT-TERM = SPACES
              DISPLAY "Current and next term are both required - "
                 "aborting run."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN INPUT CATFILE.
           IF WS-CATFILE-STATUS NOT = "00"
              DISPLAY "No catalog feed found - aborting run."
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-CATFILE-STATUS = "10"
              READ CATFILE
                 AT END MOVE "10" TO WS-CATFILE-STATUS
                 NOT AT END
                    IF WS-SEC-TABLE-COUNT = WS-SEC-TABLE-COUNT-MAX
                       DISPLAY "CATIN has more sections than "
                          "SECTFCST can hold - aborting run."
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
                    MOVE ZEROES TO
                       WS-SEC-ENROLLED(WS-SEC-TABLE-COUNT)
                    MOVE 'N' TO WS-SEC-CUT(WS-SEC-TABLE-COUNT)
                    PERFORM FIND-COURSE
                    IF WS-CRS-FOUND-SUB = ZEROES
                       ADD 1 TO WS-CRS-TABLE-COUNT
                       MOVE WS-CRS-TABLE-COUNT TO WS-CRS-FOUND-SUB
                       MOVE CAT-COURSE-SUBJECT TO
                          WS-CRS-SUBJECT(WS-CRS-FOUND-SUB)
                       MOVE CAT-COURSE-NUMBER TO
                          WS-CRS-NUMBER(WS-CRS-FOUND-SUB)
                       MOVE ZEROES TO WS-CRS-SECTIONS(WS-CRS-FOUND-SUB)
                          WS-CRS-HIGH-SECTION(WS-CRS-FOUND-SUB)
                          WS-CRS-CAP-COUNT(WS-CRS-FOUND-SUB)
                          WS-CRS-CAP-TOTAL(WS-CRS-FOUND-SUB)
                          WS-CRS-MIN-TOTAL(WS-CRS-FOUND-SUB)
                          WS-CRS-ENROLLED(WS-CRS-FOUND-SUB)
                          WS-CRS-WAITING(WS-CRS-FOUND-SUB)
                          WS-CRS-HIST-TOTAL(WS-CRS-FOUND-SUB)
                          WS-CRS-HIST-TERMS(WS-CRS-FOUND-SUB)
                          WS-CRS-CANCELS(WS-CRS-FOUND-SUB)
                    END-IF
                    ADD 1 TO WS-CRS-SECTIONS(WS-CRS-FOUND-SUB)
                    IF CAT-COURSE-SECTION >
                       WS-CRS-HIGH-SECTION(WS-CRS-FOUND-SUB)
                       MOVE CAT-COURSE-SECTION TO
                          WS-CRS-HIGH-SECTION(WS-CRS-FOUND-SUB)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CATFILE.

           OPEN INPUT CAPFILE.
           IF WS-CAPFILE-STATUS NOT = "00"
              DISPLAY "No capacity file found - no section "
                 "recommendations can be made."
           ELSE
              PERFORM UNTIL WS-CAPFILE-STATUS = "10"
                 READ CAPFILE
                    AT END MOVE "10" TO WS-CAPFILE-STATUS
                    NOT AT END
                       MOVE CAP-COURSE-SUBJECT TO CAT-COURSE-SUBJECT
                       MOVE CAP-COURSE-NUMBER TO CAT-COURSE-NUMBER
                       MOVE CAP-COURSE-SECTION TO CAT-COURSE-SECTION
                       PERFORM FIND-SECTION
                       IF WS-SEC-FOUND-SUB NOT = ZEROES AND
                          CAP-SEAT-CAPACITY > ZERO
                          PERFORM FIND-COURSE
                          ADD 1 TO WS-CRS-CAP-COUNT(WS-CRS-FOUND-SUB)
                          ADD CAP-SEAT-CAPACITY TO
                             WS-CRS-CAP-TOTAL(WS-CRS-FOUND-SUB)
                          ADD CAP-MIN-ENROLL TO
                             WS-CRS-MIN-TOTAL(WS-CRS-FOUND-SUB)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CAPFILE
           END-IF.

           OPEN INPUT ENROLLIN.
           IF WS-ENROLLIN-STATUS NOT = "00"
              DISPLAY "No enrollment snapshot found - current "
                 "enrollment taken as zero."
           ELSE
              PERFORM UNTIL WS-ENROLLIN-STATUS = "10"
                 READ ENROLLIN
                    AT END MOVE "10" TO WS-ENROLLIN-STATUS
                    NOT AT END
                       IF ENR-TERM = WS-CUR-TERM
                          MOVE ENR-COURSE-SUBJECT TO
                             CAT-COURSE-SUBJECT
                          MOVE ENR-COURSE-NUMBER TO CAT-COURSE-NUMBER
                          MOVE ENR-COURSE-SECTION TO
                             CAT-COURSE-SECTION
                          PERFORM FIND-SECTION
                          IF WS-SEC-FOUND-SUB NOT = ZEROES
                             ADD 1 TO
                                WS-SEC-ENROLLED(WS-SEC-FOUND-SUB)
                             PERFORM FIND-COURSE
                             ADD 1 TO
                                WS-CRS-ENROLLED(WS-CRS-FOUND-SUB)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ENROLLIN
           END-IF.

           OPEN INPUT WAITIN.
           IF WS-WAITIN-STATUS = "00"
              PERFORM UNTIL WS-WAITIN-STATUS = "10"
                 READ WAITIN
                    AT END MOVE "10" TO WS-WAITIN-STATUS
                    NOT AT END
                       IF WLI-TERM = WS-CUR-TERM
                          MOVE WLI-COURSE-SUBJECT TO
                             CAT-COURSE-SUBJECT
                          MOVE WLI-COURSE-NUMBER TO CAT-COURSE-NUMBER
                          PERFORM FIND-COURSE
                          IF WS-CRS-FOUND-SUB NOT = ZEROES
                             ADD 1 TO
                                WS-CRS-WAITING(WS-CRS-FOUND-SUB)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE WAITIN
           END-IF.

      * archived trend counts for same-session terms before the next
      * term; each term's sections are summed to the course
           OPEN INPUT TRENDHST.
           IF WS-TRENDHST-STATUS NOT = "00"
              DISPLAY "No archived trend history found - forecast "
                 "uses this term only."
           ELSE
              PERFORM UNTIL WS-TRENDHST-STATUS = "10"
                 READ TRENDHST
                    AT END MOVE "10" TO WS-TRENDHST-STATUS
                    NOT AT END
                       IF TRD-TERM(3:2) = WS-NEXT-TERM(3:2) AND
                          TRD-TERM < WS-NEXT-TERM AND
                          TRD-COURSE-COUNT IS NUMERIC
                          PERFORM ADD-HISTORY
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TRENDHST
           END-IF.

      * newest terms first so the first WS-HIST-TERMS are the latest
           PERFORM VARYING WS-TRM-SUB FROM 1 BY 1
              UNTIL WS-TRM-SUB > WS-TRM-TABLE-COUNT
              PERFORM VARYING WS-TRM-SUB-2 FROM WS-TRM-SUB BY 1
                 UNTIL WS-TRM-SUB-2 > WS-TRM-TABLE-COUNT
                 IF WS-TRM-TERM(WS-TRM-SUB-2) >
                    WS-TRM-TERM(WS-TRM-SUB)
                    MOVE WS-TRM-TERM(WS-TRM-SUB) TO WS-TRM-HOLD
                    MOVE WS-TRM-TERM(WS-TRM-SUB-2) TO
                       WS-TRM-TERM(WS-TRM-SUB)
                    MOVE WS-TRM-HOLD TO WS-TRM-TERM(WS-TRM-SUB-2)
                 END-IF
              END-PERFORM
           END-PERFORM.
           IF WS-TRM-TABLE-COUNT > WS-HIST-TERMS
              MOVE WS-HIST-TERMS TO WS-TRM-TABLE-COUNT
           END-IF.
           PERFORM VARYING WS-HST-SUB FROM 1 BY 1
              UNTIL WS-HST-SUB > WS-HST-TABLE-COUNT
              MOVE WS-HST-TERM(WS-HST-SUB) TO WS-TERM-CHECK
              PERFORM CHECK-HIST-TERM
              IF WS-TRM-IN-HIST = 'Y'
                 MOVE WS-HST-SUBJECT(WS-HST-SUB) TO
                    CAT-COURSE-SUBJECT
                 MOVE WS-HST-NUMBER(WS-HST-SUB) TO CAT-COURSE-NUMBER
                 PERFORM FIND-COURSE
                 IF WS-CRS-FOUND-SUB NOT = ZEROES
                    ADD WS-HST-COUNT(WS-HST-SUB) TO
                       WS-CRS-HIST-TOTAL(WS-CRS-FOUND-SUB)
                    ADD 1 TO WS-CRS-HIST-TERMS(WS-CRS-FOUND-SUB)
                 END-IF
              END-IF
           END-PERFORM.

      * sections cancelled for low enrollment this term or in the
      * history terms
           OPEN INPUT CNCLSECT.
           IF WS-CNCLSECT-STATUS = "00"
              PERFORM UNTIL WS-CNCLSECT-STATUS = "10"
                 READ CNCLSECT
                    AT END MOVE "10" TO WS-CNCLSECT-STATUS
                    NOT AT END
                       MOVE CS-TERM TO WS-TERM-CHECK
                       PERFORM CHECK-HIST-TERM
                       IF CS-TERM = WS-CUR-TERM OR
                          WS-TRM-IN-HIST = 'Y'
                          MOVE CS-SUBJECT TO CAT-COURSE-SUBJECT
                          MOVE CS-NUMBER TO CAT-COURSE-NUMBER
                          PERFORM FIND-COURSE
                          IF WS-CRS-FOUND-SUB NOT = ZEROES
                             ADD 1 TO
                                WS-CRS-CANCELS(WS-CRS-FOUND-SUB)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CNCLSECT
           END-IF.

           OPEN OUTPUT RPTFILE.
           MOVE SPACES TO RPT-REC.
           STRING "SECTION DEMAND FORECAST FOR TERM " WS-NEXT-TERM
              " FROM TERM " WS-CUR-TERM
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING "  history terms used:"
              DELIMITED BY SIZE INTO RPT-REC.
           PERFORM VARYING WS-TRM-SUB FROM 1 BY 1
              UNTIL WS-TRM-SUB > WS-TRM-TABLE-COUNT OR
              WS-TRM-SUB > 11
              MOVE WS-TRM-TERM(WS-TRM-SUB) TO
                 RPT-REC(18 + WS-TRM-SUB * 5:4)
           END-PERFORM.
           IF WS-TRM-TABLE-COUNT = ZEROES
              MOVE "none" TO RPT-REC(23:4)
           END-IF.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING "COURSE    SECT  ENRL  WAIT HSTAV CNCL  PROJ  SEAT "
              "NEED  RECOMMENDATION"
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.

           OPEN OUTPUT SECTLIST.
           PERFORM VARYING WS-CRS-SUB FROM 1 BY 1
              UNTIL WS-CRS-SUB > WS-CRS-TABLE-COUNT
              PERFORM FORECAST-COURSE
           END-PERFORM.
           CLOSE SECTLIST.

           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-ADD-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Courses to add sections     " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-CUT-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Courses to cut sections     " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-KEEP-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Courses unchanged           " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-FLAG-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Courses flagged for review  " WS-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           CLOSE RPTFILE.

           DISPLAY "SECTFCST forecast " WS-CRS-TABLE-COUNT
              " course(s) for term " WS-NEXT-TERM ".".

           STOP RUN.

       FIND-COURSE.
           MOVE ZEROES TO WS-CRS-FOUND-SUB.
           PERFORM VARYING WS-CRS-SUB FROM 1 BY 1
              UNTIL WS-CRS-SUB > WS-CRS-TABLE-COUNT
              IF WS-CRS-SUBJECT(WS-CRS-SUB) = CAT-COURSE-SUBJECT AND
                 WS-CRS-NUMBER(WS-CRS-SUB) = CAT-COURSE-NUMBER
                 MOVE WS-CRS-SUB TO WS-CRS-FOUND-SUB
              END-IF
           END-PERFORM.

       FIND-SECTION.
           MOVE ZEROES TO WS-SEC-FOUND-SUB.
           PERFORM VARYING WS-SEC-SUB FROM 1 BY 1
              UNTIL WS-SEC-SUB > WS-SEC-TABLE-COUNT
              IF WS-SEC-SUBJECT(WS-SEC-SUB) = CAT-COURSE-SUBJECT AND
                 WS-SEC-NUMBER(WS-SEC-SUB) = CAT-COURSE-NUMBER AND
                 WS-SEC-SECTION(WS-SEC-SUB) = CAT-COURSE-SECTION
                 MOVE WS-SEC-SUB TO WS-SEC-FOUND-SUB
              END-IF
           END-PERFORM.

       ADD-HISTORY.
           MOVE ZEROES TO WS-HST-FOUND-SUB.
           PERFORM VARYING WS-HST-SUB FROM 1 BY 1
              UNTIL WS-HST-SUB > WS-HST-TABLE-COUNT
              IF WS-HST-SUBJECT(WS-HST-SUB) = TRD-COURSE-SUBJECT AND
                 WS-HST-NUMBER(WS-HST-SUB) = TRD-COURSE-NUMBER AND
                 WS-HST-TERM(WS-HST-SUB) = TRD-TERM
                 MOVE WS-HST-SUB TO WS-HST-FOUND-SUB
              END-IF
           END-PERFORM.
           IF WS-HST-FOUND-SUB = ZEROES
              IF WS-HST-TABLE-COUNT = WS-HST-TABLE-COUNT-MAX
                 DISPLAY "TRENDHST has more courses than SECTFCST "
                    "can hold - aborting run."
                 MOVE 16 TO RETURN-CODE
                 CLOSE TRENDHST
                 STOP RUN
              END-IF
              ADD 1 TO WS-HST-TABLE-COUNT
              MOVE WS-HST-TABLE-COUNT TO WS-HST-FOUND-SUB
              MOVE TRD-COURSE-SUBJECT TO
                 WS-HST-SUBJECT(WS-HST-FOUND-SUB)
              MOVE TRD-COURSE-NUMBER TO
                 WS-HST-NUMBER(WS-HST-FOUND-SUB)
              MOVE TRD-TERM TO WS-HST-TERM(WS-HST-FOUND-SUB)
              MOVE ZEROES TO WS-HST-COUNT(WS-HST-FOUND-SUB)
           END-IF.
           ADD TRD-COURSE-COUNT TO WS-HST-COUNT(WS-HST-FOUND-SUB).
           MOVE 'N' TO WS-TRM-FOUND.
           PERFORM VARYING WS-TRM-SUB FROM 1 BY 1
              UNTIL WS-TRM-SUB > WS-TRM-TABLE-COUNT
              IF WS-TRM-TERM(WS-TRM-SUB) = TRD-TERM
                 MOVE 'Y' TO WS-TRM-FOUND
              END-IF
           END-PERFORM.
           IF WS-TRM-FOUND = 'N' AND
              WS-TRM-TABLE-COUNT < WS-TRM-TABLE-COUNT-MAX
              ADD 1 TO WS-TRM-TABLE-COUNT
              MOVE TRD-TERM TO WS-TRM-TERM(WS-TRM-TABLE-COUNT)
           END-IF.

       CHECK-HIST-TERM.
           MOVE 'N' TO WS-TRM-IN-HIST.
           PERFORM VARYING WS-TRM-SUB FROM 1 BY 1
              UNTIL WS-TRM-SUB > WS-TRM-TABLE-COUNT
              IF WS-TRM-TERM(WS-TRM-SUB) = WS-TERM-CHECK
                 MOVE 'Y' TO WS-TRM-IN-HIST
              END-IF
           END-PERFORM.

       FORECAST-COURSE.
           COMPUTE WS-DEMAND = WS-CRS-ENROLLED(WS-CRS-SUB) +
              WS-CRS-WAITING(WS-CRS-SUB).
           MOVE ZEROES TO WS-HIST-AVG.
           IF WS-CRS-HIST-TERMS(WS-CRS-SUB) > ZERO
              COMPUTE WS-HIST-AVG ROUNDED =
                 WS-CRS-HIST-TOTAL(WS-CRS-SUB) /
                 WS-CRS-HIST-TERMS(WS-CRS-SUB)
              COMPUTE WS-PROJECTED ROUNDED =
                 (WS-DEMAND + WS-HIST-AVG) / 2
           ELSE
              MOVE WS-DEMAND TO WS-PROJECTED
           END-IF.
           MOVE ZEROES TO WS-AVG-CAP WS-AVG-MIN WS-NEEDED
              WS-CHANGE.
           MOVE SPACES TO WS-ACTION-DESC.
           IF WS-CRS-CAP-COUNT(WS-CRS-SUB) = ZEROES
              MOVE WS-CRS-SECTIONS(WS-CRS-SUB) TO WS-NEEDED
              MOVE "NO CAPACITY" TO WS-ACTION-DESC
              ADD 1 TO WS-FLAG-COUNT
           ELSE
              COMPUTE WS-AVG-CAP =
                 WS-CRS-CAP-TOTAL(WS-CRS-SUB) /
                 WS-CRS-CAP-COUNT(WS-CRS-SUB)
              COMPUTE WS-AVG-MIN =
                 WS-CRS-MIN-TOTAL(WS-CRS-SUB) /
                 WS-CRS-CAP-COUNT(WS-CRS-SUB)
      * enough sections to seat the projection, then fewer while a
      * section would run under the minimum
              COMPUTE WS-NEEDED =
                 (WS-PROJECTED + WS-AVG-CAP - 1) / WS-AVG-CAP
              PERFORM FEWER-SECTIONS
              IF WS-NEEDED = ZEROES
                 MOVE 1 TO WS-NEEDED
              END-IF
              EVALUATE TRUE
                 WHEN WS-PROJECTED < WS-AVG-MIN
                    MOVE "BELOW MINIMUM" TO WS-ACTION-DESC
                    ADD 1 TO WS-FLAG-COUNT
                 WHEN WS-NEEDED > WS-CRS-SECTIONS(WS-CRS-SUB) AND
                    WS-CRS-CANCELS(WS-CRS-SUB) > ZERO
                    MOVE WS-CRS-SECTIONS(WS-CRS-SUB) TO WS-NEEDED
                    MOVE "REVIEW - CNCLS" TO WS-ACTION-DESC
                    ADD 1 TO WS-FLAG-COUNT
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
           EVALUATE TRUE
              WHEN WS-NEEDED > WS-CRS-SECTIONS(WS-CRS-SUB)
                 COMPUTE WS-CHANGE =
                    WS-NEEDED - WS-CRS-SECTIONS(WS-CRS-SUB)
                 PERFORM EDIT-CHANGE
                 MOVE SPACES TO WS-ACTION-DESC
                 STRING "ADD " DELIMITED BY SIZE
                    WS-CHANGE-DIGITS DELIMITED BY SPACE
                    " SECTION(S)" DELIMITED BY SIZE
                    INTO WS-ACTION-DESC
                 ADD 1 TO WS-ADD-COUNT
              WHEN WS-NEEDED < WS-CRS-SECTIONS(WS-CRS-SUB)
                 COMPUTE WS-CHANGE =
                    WS-CRS-SECTIONS(WS-CRS-SUB) - WS-NEEDED
                 PERFORM EDIT-CHANGE
                 IF WS-ACTION-DESC = SPACES
                    STRING "CUT " DELIMITED BY SIZE
                       WS-CHANGE-DIGITS DELIMITED BY SPACE
                       " SECTION(S)" DELIMITED BY SIZE
                       INTO WS-ACTION-DESC
                 END-IF
                 ADD 1 TO WS-CUT-COUNT
              WHEN OTHER
                 IF WS-ACTION-DESC = SPACES
                    MOVE "KEEP" TO WS-ACTION-DESC
                    ADD 1 TO WS-KEEP-COUNT
                 END-IF
           END-EVALUATE.

           MOVE WS-CRS-SECTIONS(WS-CRS-SUB) TO WS-NUM-EDIT-6.
           MOVE WS-CRS-ENROLLED(WS-CRS-SUB) TO WS-NUM-EDIT-1.
           MOVE WS-CRS-WAITING(WS-CRS-SUB) TO WS-NUM-EDIT-2.
           MOVE WS-HIST-AVG TO WS-NUM-EDIT-3.
           MOVE WS-CRS-CANCELS(WS-CRS-SUB) TO WS-NUM-EDIT-7.
           MOVE WS-PROJECTED TO WS-NUM-EDIT-4.
           MOVE WS-AVG-CAP TO WS-NUM-EDIT-5.
           MOVE WS-NEEDED TO WS-NUM-EDIT-8.
           MOVE SPACES TO RPT-REC.
           STRING WS-CRS-SUBJECT(WS-CRS-SUB) " "
              WS-CRS-NUMBER(WS-CRS-SUB) "   " WS-NUM-EDIT-6 " "
              WS-NUM-EDIT-1 " " WS-NUM-EDIT-2 " " WS-NUM-EDIT-3
              "   " WS-NUM-EDIT-7 " " WS-NUM-EDIT-4 " "
              WS-NUM-EDIT-5 "   " WS-NUM-EDIT-8 "  " WS-ACTION-DESC
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.

      * the draft list: sections to cut are the emptiest ones, new
      * sections are numbered on from the highest section offered
           IF WS-NEEDED < WS-CRS-SECTIONS(WS-CRS-SUB)
              PERFORM VARYING WS-SUB-COUNT FROM 1 BY 1
                 UNTIL WS-SUB-COUNT > WS-CHANGE
                 PERFORM MARK-EMPTIEST
              END-PERFORM
           END-IF.
           PERFORM VARYING WS-SEC-SUB FROM 1 BY 1
              UNTIL WS-SEC-SUB > WS-SEC-TABLE-COUNT
              IF WS-SEC-SUBJECT(WS-SEC-SUB) =
                 WS-CRS-SUBJECT(WS-CRS-SUB) AND
                 WS-SEC-NUMBER(WS-SEC-SUB) =
                 WS-CRS-NUMBER(WS-CRS-SUB)
                 MOVE SPACES TO DATA-SECT
                 MOVE WS-SEC-SUBJECT(WS-SEC-SUB) TO SL-SUBJECT
                 MOVE WS-SEC-NUMBER(WS-SEC-SUB) TO SL-NUMBER
                 MOVE WS-SEC-SECTION(WS-SEC-SUB) TO SL-SECTION
                 IF WS-SEC-CUT(WS-SEC-SUB) = 'Y'
                    MOVE 'D' TO SL-ACTION
                 ELSE
                    MOVE 'C' TO SL-ACTION
                 END-IF
                 WRITE DATA-SECT
              END-IF
           END-PERFORM.
           IF WS-NEEDED > WS-CRS-SECTIONS(WS-CRS-SUB)
              MOVE WS-CRS-HIGH-SECTION(WS-CRS-SUB) TO WS-NEW-SECTION
              PERFORM VARYING WS-SUB-COUNT FROM 1 BY 1
                 UNTIL WS-SUB-COUNT > WS-CHANGE
                 ADD 1 TO WS-NEW-SECTION
                 MOVE SPACES TO DATA-SECT
                 MOVE WS-CRS-SUBJECT(WS-CRS-SUB) TO SL-SUBJECT
                 MOVE WS-CRS-NUMBER(WS-CRS-SUB) TO SL-NUMBER
                 MOVE WS-NEW-SECTION TO SL-SECTION
                 MOVE 'A' TO SL-ACTION
                 WRITE DATA-SECT
              END-PERFORM
           END-IF.

       EDIT-CHANGE.
           IF WS-CHANGE < 10
              MOVE WS-CHANGE(4:1) TO WS-CHANGE-DIGITS
           ELSE
              MOVE WS-CHANGE(3:2) TO WS-CHANGE-DIGITS
           END-IF.

       FEWER-SECTIONS.
           IF WS-NEEDED > 1
              COMPUTE WS-PER-SECTION = WS-PROJECTED / WS-NEEDED
              PERFORM UNTIL WS-NEEDED = 1 OR
                 WS-PER-SECTION NOT < WS-AVG-MIN
                 SUBTRACT 1 FROM WS-NEEDED
                 COMPUTE WS-PER-SECTION = WS-PROJECTED / WS-NEEDED
              END-PERFORM
           END-IF.

       MARK-EMPTIEST.
           MOVE ZEROES TO WS-LOW-SUB.
           PERFORM VARYING WS-SEC-SUB FROM 1 BY 1
              UNTIL WS-SEC-SUB > WS-SEC-TABLE-COUNT
              IF WS-SEC-SUBJECT(WS-SEC-SUB) =
                 WS-CRS-SUBJECT(WS-CRS-SUB) AND
                 WS-SEC-NUMBER(WS-SEC-SUB) =
                 WS-CRS-NUMBER(WS-CRS-SUB) AND
                 WS-SEC-CUT(WS-SEC-SUB) = 'N'
                 IF WS-LOW-SUB = ZEROES
                    MOVE WS-SEC-SUB TO WS-LOW-SUB
                 ELSE
                 IF WS-SEC-ENROLLED(WS-SEC-SUB) NOT >
                    WS-SEC-ENROLLED(WS-LOW-SUB)
                    MOVE WS-SEC-SUB TO WS-LOW-SUB
                 END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-LOW-SUB NOT = ZEROES
              MOVE 'Y' TO WS-SEC-CUT(WS-LOW-SUB)
           END-IF.
