      * so the generated drops promote nobody, writes a notification
      * record per student listing open alternate sections of the
      * same course from the catalog feed, and logs every
      * cancellation to its own add/drop transaction log. each
      * cancelled section is also appended, with its cancellation
      * date (blank on CANCELIN means today), to the section
      * cancellation history that teaching pay reads.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CNCLLOG ASSIGN TO CNCLLOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT CNCLSECT ASSIGN TO CNCLSECT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CNCLSECT-STATUS.
           SELECT RPTFILE ASSIGN TO OUTPUT1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           05 CNL-NUMBER PIC 9(4).
           05 CNL-SECTION PIC 9(2).
           05 CNL-TERM PIC X(4).
           05 CNL-CANCEL-DATE PIC X(10).
           05 CNL-BLANKS PIC X(56).

       FD ENROLLIN.
       01 DATA-ENROLL-IN.
           05 TRAN-SEQ PIC 9(9).
           05 FILLER PIC X(32) VALUE SPACES.

       FD CNCLSECT.
       01 DATA-CNCLSECT.
           05 CS-SUBJECT PIC A(4).
           05 CS-NUMBER PIC 9(4).
           05 CS-SECTION PIC 9(2).
           05 CS-TERM PIC X(4).
           05 CS-CANCEL-DATE PIC X(10).
           05 CS-BLANKS PIC X(56).

       FD RPTFILE.
       01 RPT-REC PIC X(80).

       01 WS-ENROLLIN-STATUS PIC XX.
       01 WS-WAITIN-STATUS PIC XX.
       01 WS-CATFILE-STATUS PIC XX.
       01 WS-CNCLSECT-STATUS PIC XX.
       01 WS-EOF PIC A VALUE 'N'.
       01 WS-RUN-DATETIME PIC X(21).
       01 WS-RUN-DATE PIC X(10) VALUE SPACES.

       01 WS-CNL-TABLE-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-CNL-TABLE-COUNT-MAX PIC 9(2) VALUE 50.
               10 WS-CNL-NUMBER PIC 9(4).
               10 WS-CNL-SECTION PIC 9(2).
               10 WS-CNL-TERM PIC X(4).
               10 WS-CNL-DATE PIC X(10).
       01 WS-CNL-SUB PIC 9(2).
       01 WS-CNL-FOUND-SUB PIC 9(2).

       01 WS-PURGE-COUNT-EDIT PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATETIME.
           STRING WS-RUN-DATETIME(1:4) "-" WS-RUN-DATETIME(5:2)
              "-" WS-RUN-DATETIME(7:2)
              DELIMITED BY SIZE INTO WS-RUN-DATE.

           OPEN INPUT CANCELIN.
           IF WS-CANCELIN-STATUS NOT = "00"
              DISPLAY "No cancellation list found - nothing to do."
                       WS-CNL-SECTION(WS-CNL-TABLE-COUNT)
                    MOVE CNL-TERM TO
                       WS-CNL-TERM(WS-CNL-TABLE-COUNT)
                    IF CNL-CANCEL-DATE = SPACES
                       MOVE WS-RUN-DATE TO
                          WS-CNL-DATE(WS-CNL-TABLE-COUNT)
                    ELSE
                       MOVE CNL-CANCEL-DATE TO
                          WS-CNL-DATE(WS-CNL-TABLE-COUNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CANCELIN.

           OPEN EXTEND CNCLSECT.
           IF WS-CNCLSECT-STATUS = "35"
              OPEN OUTPUT CNCLSECT
           END-IF.
           PERFORM VARYING WS-CNL-SUB FROM 1 BY 1
              UNTIL WS-CNL-SUB > WS-CNL-TABLE-COUNT
              MOVE SPACES TO DATA-CNCLSECT
              MOVE WS-CNL-SUBJECT(WS-CNL-SUB) TO CS-SUBJECT
              MOVE WS-CNL-NUMBER(WS-CNL-SUB) TO CS-NUMBER
              MOVE WS-CNL-SECTION(WS-CNL-SUB) TO CS-SECTION
              MOVE WS-CNL-TERM(WS-CNL-SUB) TO CS-TERM
              MOVE WS-CNL-DATE(WS-CNL-SUB) TO CS-CANCEL-DATE
              WRITE DATA-CNCLSECT
           END-PERFORM.
           CLOSE CNCLSECT.

           OPEN INPUT CATFILE.
           IF WS-CATFILE-STATUS = "35"
              DISPLAY "No course-catalog feed found - no alternate "
