       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUMAINT.

      * student master maintenance. adds, changes, name changes,
      * status changes and readmits from INPUT1 are applied to STUIN
      * and the new master written to STUNEW. a BID may be added only
      * once, class must be FR, SO, JR or SR, and status must be A
      * (active), I (inactive), W (withdrawn), S (suspended) or G
      * (graduated). a student goes back to active only through a
      * readmit, and a readmit is refused while a STANDING suspension
      * is still in effect: the standing history master shows the
      * student suspended as of the latest term STANDING has run. once
      * a later term has been evaluated the suspension has been sat
      * out. every applied change is appended to the STUAUDIT log
      * with the record before and after and the effective date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUIN ASSIGN TO STUIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STUIN-STATUS.
           SELECT TRANFILE ASSIGN TO INPUT1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-TRANFILE-STATUS.
           SELECT STUOUT ASSIGN TO STUNEW
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT STANDFILE ASSIGN TO STANDMAST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STANDFILE-STATUS.
           SELECT AUDFILE ASSIGN TO STUAUDIT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AUDFILE-STATUS.
           SELECT RPTFILE ASSIGN TO OUTPUT1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD STUIN.
       01 DATA-STU-IN.
           05 STUI-BID PIC 9(6).
           05 STUI-NAME PIC X(25).
           05 STUI-CLASS PIC X(2).
           05 STUI-STATUS PIC X(1).
           05 STUI-BLANKS PIC X(46).

       FD TRANFILE.
       01 DATA-TRAN.
           05 TR-ACTION PIC X(1).
           05 TR-BID PIC X(6).
           05 TR-NAME PIC X(25).
           05 TR-CLASS PIC X(2).
           05 TR-STATUS PIC X(1).
           05 TR-EFF-DATE PIC X(10).
           05 TR-BLANKS PIC X(35).

       FD STUOUT.
       01 DATA-STU-OUT.
           05 STUO-BID PIC 9(6).
           05 STUO-NAME PIC X(25).
           05 STUO-CLASS PIC X(2).
           05 STUO-STATUS PIC X(1).
           05 STUO-BLANKS PIC X(46).

       FD STANDFILE.
       01 DATA-STAND.
           05 STD-BID PIC 9(6).
           05 STD-CODE PIC X(1).
           05 STD-TERM PIC X(4).
           05 STD-PROB-COUNT PIC 9(2).
           05 STD-BLANKS PIC X(67).

      * one record per applied change - the student as it stood
      * before the transaction and as it stands after
       FD AUDFILE.
       01 DATA-AUD.
           05 AUD-BID PIC 9(6).
           05 AUD-ACTION PIC X(3).
           05 AUD-EFF-DATE PIC X(10).
           05 AUD-RUN-DATE PIC X(10).
           05 AUD-OLD-NAME PIC X(25).
           05 AUD-OLD-CLASS PIC X(2).
           05 AUD-OLD-STATUS PIC X(1).
           05 AUD-NEW-NAME PIC X(25).
           05 AUD-NEW-CLASS PIC X(2).
           05 AUD-NEW-STATUS PIC X(1).
           05 AUD-BLANKS PIC X(15).

       FD RPTFILE.
       01 RPT-REC PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STUIN-STATUS PIC XX.
       01 WS-TRANFILE-STATUS PIC XX.
       01 WS-STANDFILE-STATUS PIC XX.
       01 WS-AUDFILE-STATUS PIC XX.
       01 WS-EOF PIC A VALUE 'N'.
       01 WS-RUN-DATETIME PIC X(21).
       01 WS-TODAY.
           05 WS-TODAY-YYYY PIC X(4).
           05 FILLER PIC X VALUE "-".
           05 WS-TODAY-MM PIC X(2).
           05 FILLER PIC X VALUE "-".
           05 WS-TODAY-DD PIC X(2).

       01 WS-STU-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-STU-TABLE-COUNT-MAX PIC 9(4) VALUE 2000.
       01 WS-STU-TABLE.
           05 WS-STU-ENTRY OCCURS 2000 TIMES.
               10 WS-STU-BID PIC 9(6).
               10 WS-STU-NAME PIC X(25).
               10 WS-STU-CLASS PIC X(2).
               10 WS-STU-STATUS PIC X(1).
       01 WS-STU-SUB PIC 9(4).
       01 WS-STU-FOUND-SUB PIC 9(4).

       01 WS-STD-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-STD-TABLE-COUNT-MAX PIC 9(4) VALUE 2000.
       01 WS-STD-TABLE.
           05 WS-STD-ENTRY OCCURS 2000 TIMES.
               10 WS-STD-BID PIC 9(6).
               10 WS-STD-CODE PIC X(1).
               10 WS-STD-TERM PIC X(4).
       01 WS-STD-SUB PIC 9(4).
       01 WS-STD-LATEST-TERM PIC X(4) VALUE SPACES.

       01 WS-TR-BID PIC 9(6).
       01 WS-EFF-DATE PIC X(10).
       01 WS-REJECT PIC X(50).
       01 WS-AUD-ACTION PIC X(3).
       01 WS-BEFORE.
           05 WS-OLD-NAME PIC X(25).
           05 WS-OLD-CLASS PIC X(2).
           05 WS-OLD-STATUS PIC X(1).

       01 WS-TRAN-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-APPLIED-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-REJECT-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-TRAN-COUNT-EDIT PIC ZZZ,ZZ9.
       01 WS-APPLIED-COUNT-EDIT PIC ZZZ,ZZ9.
       01 WS-REJECT-COUNT-EDIT PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
           OPEN INPUT STUIN.
           IF WS-STUIN-STATUS = "35"
              DISPLAY "No prior student master found - starting a "
                 "new one."
           ELSE
              PERFORM UNTIL WS-STUIN-STATUS = "10"
                 READ STUIN
                    AT END MOVE "10" TO WS-STUIN-STATUS
                    NOT AT END
                       IF WS-STU-TABLE-COUNT = WS-STU-TABLE-COUNT-MAX
                          DISPLAY "STUIN has more students than "
                             "STUMAINT can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE STUIN
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-STU-TABLE-COUNT
                       MOVE STUI-BID TO
                          WS-STU-BID(WS-STU-TABLE-COUNT)
                       MOVE STUI-NAME TO
                          WS-STU-NAME(WS-STU-TABLE-COUNT)
                       MOVE STUI-CLASS TO
                          WS-STU-CLASS(WS-STU-TABLE-COUNT)
                       MOVE STUI-STATUS TO
                          WS-STU-STATUS(WS-STU-TABLE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE STUIN
           END-IF.

           OPEN INPUT STANDFILE.
           IF WS-STANDFILE-STATUS = "35"
              DISPLAY "No standing history master found - readmits "
                 "are not checked for suspension."
           ELSE
              PERFORM UNTIL WS-STANDFILE-STATUS = "10"
                 READ STANDFILE
                    AT END MOVE "10" TO WS-STANDFILE-STATUS
                    NOT AT END
                       IF WS-STD-TABLE-COUNT = WS-STD-TABLE-COUNT-MAX
                          DISPLAY "STANDMAST has more students than "
                             "STUMAINT can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE STANDFILE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-STD-TABLE-COUNT
                       MOVE STD-BID TO
                          WS-STD-BID(WS-STD-TABLE-COUNT)
                       MOVE STD-CODE TO
                          WS-STD-CODE(WS-STD-TABLE-COUNT)
                       MOVE STD-TERM TO
                          WS-STD-TERM(WS-STD-TABLE-COUNT)
                       IF STD-TERM > WS-STD-LATEST-TERM
                          MOVE STD-TERM TO WS-STD-LATEST-TERM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE STANDFILE
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATETIME.
           MOVE WS-RUN-DATETIME(1:4) TO WS-TODAY-YYYY.
           MOVE WS-RUN-DATETIME(5:2) TO WS-TODAY-MM.
           MOVE WS-RUN-DATETIME(7:2) TO WS-TODAY-DD.

           OPEN EXTEND AUDFILE.
           IF WS-AUDFILE-STATUS = "35"
              OPEN OUTPUT AUDFILE
           END-IF.

           OPEN OUTPUT RPTFILE.
           MOVE SPACES TO RPT-REC.
           STRING "Student master maintenance edit report"
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.

           OPEN INPUT TRANFILE.
           IF WS-TRANFILE-STATUS NOT = "00"
              DISPLAY "No student maintenance transactions found."
           ELSE
              PERFORM UNTIL WS-EOF = 'Y'
                 READ TRANFILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-TRAN-COUNT
                       PERFORM APPLY-TRAN
                 END-READ
              END-PERFORM
              CLOSE TRANFILE
           END-IF.
           CLOSE AUDFILE.

           OPEN OUTPUT STUOUT.
           PERFORM VARYING WS-STU-SUB FROM 1 BY 1
              UNTIL WS-STU-SUB > WS-STU-TABLE-COUNT
              MOVE SPACES TO DATA-STU-OUT
              MOVE WS-STU-BID(WS-STU-SUB) TO STUO-BID
              MOVE WS-STU-NAME(WS-STU-SUB) TO STUO-NAME
              MOVE WS-STU-CLASS(WS-STU-SUB) TO STUO-CLASS
              MOVE WS-STU-STATUS(WS-STU-SUB) TO STUO-STATUS
              WRITE DATA-STU-OUT
           END-PERFORM.
           CLOSE STUOUT.

           MOVE WS-TRAN-COUNT TO WS-TRAN-COUNT-EDIT.
           MOVE WS-APPLIED-COUNT TO WS-APPLIED-COUNT-EDIT.
           MOVE WS-REJECT-COUNT TO WS-REJECT-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Transactions read " WS-TRAN-COUNT-EDIT
              " applied " WS-APPLIED-COUNT-EDIT
              " rejected " WS-REJECT-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           CLOSE RPTFILE.

           IF WS-REJECT-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "STUMAINT applied " WS-APPLIED-COUNT-EDIT
              " transaction(s), rejected " WS-REJECT-COUNT-EDIT.

           STOP RUN.

       APPLY-TRAN.
           MOVE SPACES TO WS-REJECT.
           MOVE ZEROES TO WS-STU-FOUND-SUB.
           IF TR-BID IS NUMERIC
              MOVE TR-BID TO WS-TR-BID
              PERFORM VARYING WS-STU-SUB FROM 1 BY 1
                 UNTIL WS-STU-SUB > WS-STU-TABLE-COUNT
                 IF WS-STU-BID(WS-STU-SUB) = WS-TR-BID
                    MOVE WS-STU-SUB TO WS-STU-FOUND-SUB
                 END-IF
              END-PERFORM
           ELSE
              MOVE "BID is not numeric" TO WS-REJECT
           END-IF.
           IF TR-EFF-DATE = SPACES
              MOVE WS-TODAY TO WS-EFF-DATE
           ELSE
              MOVE TR-EFF-DATE TO WS-EFF-DATE
           END-IF.
           IF WS-REJECT = SPACES
              EVALUATE TR-ACTION
                 WHEN 'A'
                    MOVE "ADD" TO WS-AUD-ACTION
                    PERFORM CHECK-ADD
                 WHEN 'C'
                    MOVE "CHG" TO WS-AUD-ACTION
                    PERFORM CHECK-CHANGE
                 WHEN 'N'
                    MOVE "NAM" TO WS-AUD-ACTION
                    PERFORM CHECK-NAME
                 WHEN 'S'
                    MOVE "STA" TO WS-AUD-ACTION
                    PERFORM CHECK-STATUS
                 WHEN 'R'
                    MOVE "RDM" TO WS-AUD-ACTION
                    PERFORM CHECK-READMIT
                 WHEN OTHER
                    MOVE "unknown action code" TO WS-REJECT
              END-EVALUATE
           END-IF.
           IF WS-REJECT NOT = SPACES
              ADD 1 TO WS-REJECT-COUNT
              MOVE SPACES TO RPT-REC
              STRING "  " TR-ACTION "   " TR-BID " rejected - "
                 WS-REJECT
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           ELSE
              IF TR-ACTION = 'A'
                 IF WS-STU-TABLE-COUNT = WS-STU-TABLE-COUNT-MAX
                    DISPLAY "Student master is full - aborting run."
                    MOVE 16 TO RETURN-CODE
                    CLOSE TRANFILE RPTFILE AUDFILE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-STU-TABLE-COUNT
                 MOVE WS-STU-TABLE-COUNT TO WS-STU-FOUND-SUB
                 MOVE WS-TR-BID TO WS-STU-BID(WS-STU-FOUND-SUB)
                 MOVE SPACES TO WS-BEFORE
                 MOVE SPACES TO WS-STU-NAME(WS-STU-FOUND-SUB)
                 MOVE SPACES TO WS-STU-CLASS(WS-STU-FOUND-SUB)
                 MOVE 'A' TO WS-STU-STATUS(WS-STU-FOUND-SUB)
              ELSE
                 MOVE WS-STU-NAME(WS-STU-FOUND-SUB) TO WS-OLD-NAME
                 MOVE WS-STU-CLASS(WS-STU-FOUND-SUB) TO WS-OLD-CLASS
                 MOVE WS-STU-STATUS(WS-STU-FOUND-SUB) TO
                    WS-OLD-STATUS
              END-IF
      * each action applies only the fields it owns - a name change
      * touches the name alone and a status change the status alone
              IF TR-NAME NOT = SPACES AND TR-ACTION NOT = 'S'
                 MOVE TR-NAME TO WS-STU-NAME(WS-STU-FOUND-SUB)
              END-IF
              IF TR-CLASS NOT = SPACES AND TR-ACTION NOT = 'N' AND
                 TR-ACTION NOT = 'S'
                 MOVE TR-CLASS TO WS-STU-CLASS(WS-STU-FOUND-SUB)
              END-IF
              EVALUATE TR-ACTION
                 WHEN 'R'
                    MOVE 'A' TO WS-STU-STATUS(WS-STU-FOUND-SUB)
                 WHEN 'A'
                 WHEN 'S'
                    IF TR-STATUS NOT = SPACE
                       MOVE TR-STATUS TO
                          WS-STU-STATUS(WS-STU-FOUND-SUB)
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              ADD 1 TO WS-APPLIED-COUNT
              MOVE SPACES TO DATA-AUD
              MOVE WS-TR-BID TO AUD-BID
              MOVE WS-AUD-ACTION TO AUD-ACTION
              MOVE WS-EFF-DATE TO AUD-EFF-DATE
              MOVE WS-TODAY TO AUD-RUN-DATE
              MOVE WS-OLD-NAME TO AUD-OLD-NAME
              MOVE WS-OLD-CLASS TO AUD-OLD-CLASS
              MOVE WS-OLD-STATUS TO AUD-OLD-STATUS
              MOVE WS-STU-NAME(WS-STU-FOUND-SUB) TO AUD-NEW-NAME
              MOVE WS-STU-CLASS(WS-STU-FOUND-SUB) TO AUD-NEW-CLASS
              MOVE WS-STU-STATUS(WS-STU-FOUND-SUB) TO AUD-NEW-STATUS
              WRITE DATA-AUD
              MOVE SPACES TO RPT-REC
              STRING "  " WS-AUD-ACTION " " TR-BID " applied eff "
                 WS-EFF-DATE " " WS-OLD-CLASS "/" WS-OLD-STATUS
                 " -> " WS-STU-CLASS(WS-STU-FOUND-SUB) "/"
                 WS-STU-STATUS(WS-STU-FOUND-SUB)
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           END-IF.

      * a new student needs an unused BID, a name and a class; the
      * status defaults to active
       CHECK-ADD.
           IF WS-STU-FOUND-SUB NOT = ZEROES
              MOVE "BID already on student master" TO WS-REJECT
           ELSE
           IF TR-NAME = SPACES
              MOVE "no student name" TO WS-REJECT
           ELSE
              PERFORM CHECK-CLASS
              IF WS-REJECT = SPACES AND TR-CLASS = SPACES
                 MOVE "no class code" TO WS-REJECT
              END-IF
              IF WS-REJECT = SPACES AND TR-STATUS NOT = SPACE
                 PERFORM CHECK-STATUS-CODE
              END-IF
           END-IF
           END-IF.

      * a change carries a new class, a new name, or both
       CHECK-CHANGE.
           IF WS-STU-FOUND-SUB = ZEROES
              MOVE "not on student master" TO WS-REJECT
           ELSE
           IF TR-NAME = SPACES AND TR-CLASS = SPACES
              MOVE "nothing to change" TO WS-REJECT
           ELSE
              PERFORM CHECK-CLASS
           END-IF
           END-IF.

       CHECK-NAME.
           IF WS-STU-FOUND-SUB = ZEROES
              MOVE "not on student master" TO WS-REJECT
           ELSE
           IF TR-NAME = SPACES
              MOVE "no student name" TO WS-REJECT
           END-IF
           END-IF.

      * status changes never return a student to active - that is a
      * readmit, which has the suspension check
       CHECK-STATUS.
           IF WS-STU-FOUND-SUB = ZEROES
              MOVE "not on student master" TO WS-REJECT
           ELSE
           IF TR-STATUS = SPACE
              MOVE "no status code" TO WS-REJECT
           ELSE
           IF TR-STATUS = 'A'
              MOVE "use a readmit to return a student to active"
                 TO WS-REJECT
           ELSE
              PERFORM CHECK-STATUS-CODE
           END-IF
           END-IF
           END-IF.

       CHECK-READMIT.
           IF WS-STU-FOUND-SUB = ZEROES
              MOVE "not on student master" TO WS-REJECT
           ELSE
           IF WS-STU-STATUS(WS-STU-FOUND-SUB) = 'A'
              MOVE "student is already active" TO WS-REJECT
           ELSE
              PERFORM CHECK-CLASS
              IF WS-REJECT = SPACES
                 PERFORM VARYING WS-STD-SUB FROM 1 BY 1
                    UNTIL WS-STD-SUB > WS-STD-TABLE-COUNT
                    IF WS-STD-BID(WS-STD-SUB) = WS-TR-BID AND
                       WS-STD-CODE(WS-STD-SUB) = 'S' AND
                       WS-STD-TERM(WS-STD-SUB) = WS-STD-LATEST-TERM
                       MOVE SPACES TO WS-REJECT
                       STRING "suspension of term "
                          WS-STD-TERM(WS-STD-SUB)
                          " still in effect"
                          DELIMITED BY SIZE INTO WS-REJECT
                    END-IF
                 END-PERFORM
              END-IF
           END-IF
           END-IF.

       CHECK-CLASS.
           IF TR-CLASS NOT = SPACES AND
              TR-CLASS NOT = "FR" AND TR-CLASS NOT = "SO" AND
              TR-CLASS NOT = "JR" AND TR-CLASS NOT = "SR"
              MOVE SPACES TO WS-REJECT
              STRING "invalid class code " TR-CLASS
                 DELIMITED BY SIZE INTO WS-REJECT
           END-IF.

       CHECK-STATUS-CODE.
           IF TR-STATUS NOT = 'A' AND TR-STATUS NOT = 'I' AND
              TR-STATUS NOT = 'W' AND TR-STATUS NOT = 'S' AND
              TR-STATUS NOT = 'G'
              MOVE SPACES TO WS-REJECT
              STRING "invalid status code " TR-STATUS
                 DELIMITED BY SIZE INTO WS-REJECT
           END-IF.
