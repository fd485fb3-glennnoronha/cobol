           05 RAISE-TYPE PIC X(1).
           05 RAISE-AMT PIC 9(5)V99.
           05 RAISE-EFF-DATE PIC X(10).
           05 RAISE-OPERATOR PIC X(8).
           05 RAISE-APPROVER PIC X(8).
           05 RAISE-BLANKS PIC X(25).

       FD EDATAOUT.
       01 FD-EDATA-OUT.
               10 WS-RAISE-TYPE PIC X(1).
               10 WS-RAISE-AMT PIC 9(5)V99.
               10 WS-RAISE-EFF-DATE PIC X(10).
               10 WS-RAISE-OPERATOR PIC X(8).
               10 WS-RAISE-APPROVER PIC X(8).
               10 WS-RAISE-MATCHED PIC A.
       01 WS-RAISE-SUB PIC 9(4).
       01 WS-RAISE-FOUND-SUB PIC 9(4).
       01 WS-RECORD-COUNT-EDIT PIC ZZZ,ZZ9.
       01 WS-REJECT-COUNT-EDIT PIC ZZZ,ZZ9.

      * a raise is checked for its operator, and for a second
      * approver when the salary change is over the approval limit,
      * as it is applied to each employee
       01 WS-OPR-CTL.
           05 WS-OPR-SUBSYS PIC X(8) VALUE "PAYROLL".
           05 WS-OPR-PROGRAM PIC X(10) VALUE "RAISEPROC".
           05 WS-OPR-ACTION PIC X(4) VALUE "RAIS".
           05 WS-OPR-KEY PIC X(12) VALUE SPACES.
           05 WS-OPR-AMOUNT PIC S9(9)V99 VALUE ZEROES.
           05 WS-OPR-OPERATOR PIC X(8) VALUE SPACES.
           05 WS-OPR-APPROVER PIC X(8) VALUE SPACES.
           05 WS-OPR-RESULT PIC X(1) VALUE SPACES.
           05 WS-OPR-REASON PIC X(30) VALUE SPACES.
       01 WS-DOE-AMT PIC 9(5)V99 VALUE ZEROES.
       01 WS-DOE-AMT-RAW REDEFINES WS-DOE-AMT PIC X(7).

       PROCEDURE DIVISION.
           OPEN INPUT RAISEFILE.
           IF WS-RAISEFILE-STATUS = "35"
                          WS-RAISE-AMT(WS-RAISE-TABLE-COUNT)
                       MOVE RAISE-EFF-DATE TO
                          WS-RAISE-EFF-DATE(WS-RAISE-TABLE-COUNT)
                       MOVE RAISE-OPERATOR TO
                          WS-RAISE-OPERATOR(WS-RAISE-TABLE-COUNT)
                       MOVE RAISE-APPROVER TO
                          WS-RAISE-APPROVER(WS-RAISE-TABLE-COUNT)
                       MOVE 'N' TO
                          WS-RAISE-MATCHED(WS-RAISE-TABLE-COUNT)
                 END-READ
                          COMPUTE WS-NEW-SAL = WS-OLD-SAL +
                             WS-RAISE-AMT(WS-RAISE-FOUND-SUB)
                       END-IF
                       MOVE EID TO WS-OPR-KEY
                       COMPUTE WS-OPR-AMOUNT = WS-NEW-SAL - WS-OLD-SAL
                       MOVE WS-RAISE-OPERATOR(WS-RAISE-FOUND-SUB) TO
                          WS-OPR-OPERATOR
                       MOVE WS-RAISE-APPROVER(WS-RAISE-FOUND-SUB) TO
                          WS-OPR-APPROVER
                       CALL "OPRCHK" USING WS-OPR-CTL
                       IF WS-OPR-RESULT NOT = 'A'
                          MOVE WS-OLD-SAL TO WS-NEW-SAL
                          ADD 1 TO WS-REJECT-COUNT
                          MOVE SPACES TO DATA-OUT-EXCEPTION
                          MOVE EID TO DOE-EID
                          MOVE EPOS TO DOE-EPOS
                          MOVE WS-RAISE-AMT(WS-RAISE-FOUND-SUB) TO
                             WS-DOE-AMT
                          MOVE WS-DOE-AMT-RAW TO DOE-AMT-RAW
                          MOVE WS-OPR-REASON TO DOE-REASON
                          WRITE DATA-OUT-EXCEPTION
                       ELSE
                          ADD 1 TO WS-CHANGE-COUNT
                          MOVE WS-OLD-SAL TO WS-OLD-SAL-EDIT
                          MOVE WS-NEW-SAL TO WS-NEW-SAL-EDIT
                          MOVE SPACES TO RPT-REC
                          STRING "  " EID " " EPOS " "
                             WS-OLD-SAL-EDIT " -> " WS-NEW-SAL-EDIT
                             " eff "
                             WS-RAISE-EFF-DATE(WS-RAISE-FOUND-SUB)
                             " by " WS-OPR-OPERATOR
                             DELIMITED BY SIZE INTO RPT-REC
                          WRITE RPT-REC
                          IF WS-CAL-PRESENT = 'Y' AND
                             WS-NEW-SAL > WS-OLD-SAL
                             MOVE ZEROES TO WS-RETRO-PERIODS
                             PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
                                UNTIL WS-CAL-SUB > WS-CAL-TABLE-COUNT
                                IF WS-CAL-STATUS(WS-CAL-SUB) = 'C' AND
                                   WS-CAL-END-DATE(WS-CAL-SUB) NOT <
                                   WS-RAISE-EFF-DATE(WS-RAISE-FOUND-SUB)
                                   ADD 1 TO WS-RETRO-PERIODS
                                END-IF
                             END-PERFORM
                             IF WS-RETRO-PERIODS > ZERO
                                COMPUTE WS-RETRO-AMT =
                                   (WS-NEW-SAL - WS-OLD-SAL) *
                                   WS-RETRO-PERIODS
                                MOVE SPACES TO DATA-RETRO
                                MOVE EID TO RET-EID
                                MOVE EPOS TO RET-EPOS
                                MOVE WS-RETRO-AMT TO RET-AMT
                                MOVE WS-RAISE-EFF-DATE(
                                   WS-RAISE-FOUND-SUB) TO RET-EFF-DATE
                                MOVE WS-RETRO-PERIODS TO RET-PERIODS
                                WRITE DATA-RETRO
                                ADD 1 TO WS-RETRO-COUNT
                                MOVE WS-RETRO-AMT TO WS-RETRO-AMT-EDIT
                                MOVE SPACES TO RPT-REC
                                STRING "    retro pay "
                                   WS-RETRO-AMT-EDIT " for "
                                   WS-RETRO-PERIODS " paid period(s)"
                                   DELIMITED BY SIZE INTO RPT-REC
                                WRITE RPT-REC
                             END-IF
                          END-IF
                       END-IF
                    END-IF
