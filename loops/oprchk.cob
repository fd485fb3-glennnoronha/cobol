       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRCHK.

      * operator and approver check for maintenance transactions,
      * CALLed the same way SEQGEN is. every maintenance or
      * adjustment transaction carries the operator ID of whoever
      * submitted it; one whose dollar amount is over the approval
      * limit must also carry a second approver ID that differs
      * from the submitter. the caller passes the transaction just
      * before applying it and gets back LK-OPR-RESULT - 'A' to go
      * ahead, 'R' to reject with LK-OPR-REASON - and every
      * decision, either way, is appended to the MAINTLOG audit
      * feed that MAINTAUD reports by operator.
      *
      * the limit comes from APRVPARM: a row with a blank program
      * name sets the limit for everyone, a row naming a program
      * overrides it for that program. with no APRVPARM the
      * standard limit below is used. the amount is compared
      * without its sign, so a reversal needs the same approval as
      * the charge. the feed is dated with the CYCDATE card when
      * one is staged, else today.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMFILE ASSIGN TO APRVPARM
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARMFILE-STATUS.
           SELECT LOGFILE ASSIGN TO MAINTLOG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOGFILE-STATUS.
           SELECT CYCFILE ASSIGN TO CYCDATE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CYCFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PARMFILE.
       01 DATA-APRVPARM.
           05 APV-PROGRAM PIC X(10).
           05 APV-LIMIT PIC 9(7)V99.
           05 APV-BLANKS PIC X(61).

       FD LOGFILE.
       01 DATA-MAINTLOG.
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

       FD CYCFILE.
       01 DATA-CYCLE.
           05 CYC-DATE PIC X(10).
           05 CYC-BLANKS PIC X(70).

       WORKING-STORAGE SECTION.
       01 WS-PARMFILE-STATUS PIC XX.
       01 WS-LOGFILE-STATUS PIC XX.
       01 WS-CYCFILE-STATUS PIC XX.
       01 WS-PARM-LOADED PIC A VALUE 'N'.
       01 WS-LOG-FAILED PIC A VALUE 'N'.
       01 WS-CYCLE-DATE PIC X(10) VALUE SPACES.

       01 WS-STD-LIMIT PIC 9(7)V99 VALUE 5000.00.
       01 WS-LIM-TABLE-COUNT PIC 9(2) VALUE ZERO.
       01 WS-LIM-TABLE-COUNT-MAX PIC 9(2) VALUE 50.
       01 WS-LIM-TABLE.
           05 WS-LIM-ENTRY OCCURS 50 TIMES.
               10 WS-LIM-PROGRAM PIC X(10).
               10 WS-LIM-AMT PIC 9(7)V99.
       01 WS-LIM-SUB PIC 9(2).
       01 WS-LIMIT PIC 9(7)V99 VALUE ZEROES.
       01 WS-ABS-AMT PIC 9(9)V99 VALUE ZEROES.

       01 WS-RUN-DATETIME PIC X(21).
       01 WS-RUN-DATE-EDIT.
           05 WS-RUN-YYYY PIC X(4).
           05 FILLER PIC X VALUE "-".
           05 WS-RUN-MM PIC X(2).
           05 FILLER PIC X VALUE "-".
           05 WS-RUN-DD PIC X(2).

       LINKAGE SECTION.
       01 LK-OPR-CTL.
           05 LK-OPR-SUBSYS PIC X(8).
           05 LK-OPR-PROGRAM PIC X(10).
           05 LK-OPR-ACTION PIC X(4).
           05 LK-OPR-KEY PIC X(12).
           05 LK-OPR-AMOUNT PIC S9(9)V99.
           05 LK-OPR-OPERATOR PIC X(8).
           05 LK-OPR-APPROVER PIC X(8).
           05 LK-OPR-RESULT PIC X(1).
           05 LK-OPR-REASON PIC X(30).

       PROCEDURE DIVISION USING LK-OPR-CTL.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATETIME.
           MOVE WS-RUN-DATETIME(1:4) TO WS-RUN-YYYY.
           MOVE WS-RUN-DATETIME(5:2) TO WS-RUN-MM.
           MOVE WS-RUN-DATETIME(7:2) TO WS-RUN-DD.
           IF WS-PARM-LOADED = 'N'
              PERFORM LOAD-LIMITS
           END-IF.

      * a program's own row wins over the site-wide row
           MOVE WS-STD-LIMIT TO WS-LIMIT.
           PERFORM VARYING WS-LIM-SUB FROM 1 BY 1
              UNTIL WS-LIM-SUB > WS-LIM-TABLE-COUNT
              IF WS-LIM-PROGRAM(WS-LIM-SUB) = SPACES
                 MOVE WS-LIM-AMT(WS-LIM-SUB) TO WS-LIMIT
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-LIM-SUB FROM 1 BY 1
              UNTIL WS-LIM-SUB > WS-LIM-TABLE-COUNT
              IF WS-LIM-PROGRAM(WS-LIM-SUB) = LK-OPR-PROGRAM
                 MOVE WS-LIM-AMT(WS-LIM-SUB) TO WS-LIMIT
              END-IF
           END-PERFORM.

           IF LK-OPR-AMOUNT < ZERO
              COMPUTE WS-ABS-AMT = ZERO - LK-OPR-AMOUNT
           ELSE
              MOVE LK-OPR-AMOUNT TO WS-ABS-AMT
           END-IF.

           MOVE 'A' TO LK-OPR-RESULT.
           MOVE SPACES TO LK-OPR-REASON.
           IF LK-OPR-OPERATOR = SPACES
              MOVE 'R' TO LK-OPR-RESULT
              MOVE "no operator ID" TO LK-OPR-REASON
           ELSE
              IF WS-ABS-AMT > WS-LIMIT
                 IF LK-OPR-APPROVER = SPACES
                    MOVE 'R' TO LK-OPR-RESULT
                    MOVE "over limit - no 2nd approver"
                       TO LK-OPR-REASON
                 ELSE
                    IF LK-OPR-APPROVER = LK-OPR-OPERATOR
                       MOVE 'R' TO LK-OPR-RESULT
                       MOVE "approver is the submitter"
                          TO LK-OPR-REASON
                    END-IF
                 END-IF
              END-IF
           END-IF.

           IF WS-LOG-FAILED = 'N'
              OPEN EXTEND LOGFILE
              IF WS-LOGFILE-STATUS = "35"
                 OPEN OUTPUT LOGFILE
              END-IF
              IF WS-LOGFILE-STATUS = "00"
                 MOVE SPACES TO DATA-MAINTLOG
                 MOVE WS-CYCLE-DATE TO MLG-CYCLE-DATE
                 MOVE WS-RUN-DATETIME(9:6) TO MLG-TIME
                 MOVE LK-OPR-SUBSYS TO MLG-SUBSYS
                 MOVE LK-OPR-PROGRAM TO MLG-PROGRAM
                 MOVE LK-OPR-ACTION TO MLG-ACTION
                 MOVE LK-OPR-KEY TO MLG-KEY
                 MOVE LK-OPR-AMOUNT TO MLG-AMOUNT
                 MOVE LK-OPR-OPERATOR TO MLG-OPERATOR
                 MOVE LK-OPR-APPROVER TO MLG-APPROVER
                 MOVE LK-OPR-RESULT TO MLG-RESULT
                 MOVE LK-OPR-REASON TO MLG-REASON
                 MOVE WS-LIMIT TO MLG-LIMIT
                 WRITE DATA-MAINTLOG
                 CLOSE LOGFILE
              ELSE
                 MOVE 'Y' TO WS-LOG-FAILED
                 DISPLAY "OPRCHK could not open the maintenance audit"
                    " log - status " WS-LOGFILE-STATUS
              END-IF
           END-IF.

           EXIT PROGRAM.

      * first call of the run: the approval limits and the cycle
      * date are read once and kept
       LOAD-LIMITS.
           MOVE 'Y' TO WS-PARM-LOADED.
           OPEN INPUT PARMFILE.
           IF WS-PARMFILE-STATUS = "00"
              PERFORM UNTIL WS-PARMFILE-STATUS NOT = "00"
                 READ PARMFILE
                    AT END MOVE "10" TO WS-PARMFILE-STATUS
                    NOT AT END
                       IF APV-LIMIT IS NUMERIC AND
                          WS-LIM-TABLE-COUNT < WS-LIM-TABLE-COUNT-MAX
                          ADD 1 TO WS-LIM-TABLE-COUNT
                          MOVE APV-PROGRAM TO
                             WS-LIM-PROGRAM(WS-LIM-TABLE-COUNT)
                          MOVE APV-LIMIT TO
                             WS-LIM-AMT(WS-LIM-TABLE-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PARMFILE
           END-IF.
           OPEN INPUT CYCFILE.
           IF WS-CYCFILE-STATUS = "00"
              READ CYCFILE
                 AT END CONTINUE
                 NOT AT END
                    IF CYC-DATE(1:4) IS NUMERIC
                       MOVE CYC-DATE TO WS-CYCLE-DATE
                    END-IF
              END-READ
              CLOSE CYCFILE
           END-IF.
           IF WS-CYCLE-DATE = SPACES
              MOVE WS-RUN-DATE-EDIT TO WS-CYCLE-DATE
           END-IF.
