       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYAUDIT.

      * payroll fraud and ghost-employee audit, run against the
      * cycle's EDATA, employee master, bank-detail master and ACH
      * extract before the ACH file is released. every hit carries a
      * severity and the report lists HIGH, then MEDIUM, then LOW for
      * the payroll manager:
      *   HIGH   - one routing/account paying more than one EID
      *   HIGH   - pay to an EID with no employee master record
      *   HIGH   - pay to an employee the master shows terminated
      *            (LOW when the EID is on the final-pay feed)
      *   MEDIUM - hourly employee paid with no HOURSIN hours
      *   MEDIUM - salary changed from last cycle's EDATA with no
      *            RAISEPROC transaction behind it
      *   MEDIUM - bank account on file shared by more than one EID
      *   LOW    - employees sharing a mailing address
      * adjustment (ETYPE 'A') records in EDATA and EDATAPRV carry
      * a backout amount rather than pay and are left out.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDATA ASSIGN TO INPUT1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-EDATA-STATUS.
           SELECT PRVFILE ASSIGN TO EDATAPRV
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRVFILE-STATUS.
           SELECT EMPFILE ASSIGN TO EMPMAST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-EMPFILE-STATUS.
           SELECT BANKFILE ASSIGN TO BANKIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-BANKFILE-STATUS.
           SELECT ACHFILE ASSIGN TO ACHOUT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ACHFILE-STATUS.
           SELECT HOURSFILE ASSIGN TO HOURSIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HOURSFILE-STATUS.
           SELECT RAISEFILE ASSIGN TO RAISEIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RAISEFILE-STATUS.
           SELECT FINFILE ASSIGN TO TERMIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FINFILE-STATUS.
           SELECT RPTFILE ASSIGN TO OUTPUT1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD EDATA.
       01 FD-EDATA.
           05 EID PIC X(11).
           05 EPOS PIC X(10).
           05 ESAL PIC 9(7)V99.
           05 ETYPE PIC X(1).
           05 ECOMP PIC X(2).
           05 BLK PIC A(47).

      * last cycle's EDATA, kept by the nightly driver
       FD PRVFILE.
       01 FD-EDATA-PRV.
           05 PRV-EID PIC X(11).
           05 PRV-EPOS PIC X(10).
           05 PRV-ESAL PIC 9(7)V99.
           05 PRV-ETYPE PIC X(1).
           05 PRV-ECOMP PIC X(2).
           05 PRV-BLK PIC A(47).

       FD EMPFILE.
       01 DATA-EMP.
           05 EMP-EID PIC X(11).
           05 EMP-NAME PIC X(25).
           05 EMP-HIRE-DATE PIC X(10).
           05 EMP-STATUS PIC X(1).
           05 EMP-DEPT PIC X(10).
           05 EMP-PAY-TYPE PIC X(1).
           05 EMP-TAX-ID PIC X(9).
           05 EMP-BIRTH-DATE PIC X(10).
           05 EMP-BLANKS PIC X(3).
           05 EMP-ADDR-STREET PIC X(30).
           05 EMP-ADDR-CITY PIC X(20).
           05 EMP-ADDR-STATE PIC X(2).
           05 EMP-ADDR-ZIP PIC X(10).
           05 EMP-ADDR-BLANKS PIC X(18).

       FD BANKFILE.
       01 DATA-BANK.
           05 BANK-EID PIC X(11).
           05 BANK-ROUTING PIC 9(9).
           05 BANK-ACCOUNT PIC X(17).
           05 BANK-HOLD PIC X(1).
           05 BANK-BLANKS PIC X(42).

       FD ACHFILE
           DATA RECORDS ARE ACH-DETAIL-REC ACH-TRAILER-REC.
       01 ACH-DETAIL-REC.
           05 ACH-DET-TYPE PIC X(1).
           05 ACH-DET-EID PIC X(11).
           05 ACH-DET-ROUTING PIC 9(9).
           05 ACH-DET-ACCOUNT PIC X(17).
           05 ACH-DET-AMT PIC 9(9)V99.
           05 FILLER PIC X(31).
       01 ACH-TRAILER-REC.
           05 ACH-TRL-TYPE PIC X(1).
           05 ACH-TRL-COUNT PIC 9(6).
           05 ACH-TRL-ROUT-HASH PIC 9(10).
           05 ACH-TRL-AMT-TOTAL PIC 9(11)V99.
           05 FILLER PIC X(50).

       FD HOURSFILE.
       01 DATA-HOURS.
           05 HRS-EID PIC X(11).
           05 HRS-HOURS PIC 9(3)V99.
           05 HRS-BLANKS PIC X(64).

       FD RAISEFILE.
       01 DATA-RAISE.
           05 RAISE-EID PIC X(11).
           05 RAISE-EPOS PIC X(10).
           05 RAISE-TYPE PIC X(1).
           05 RAISE-AMT PIC 9(5)V99.
           05 RAISE-EFF-DATE PIC X(10).
           05 RAISE-BLANKS PIC X(41).

       FD FINFILE.
       01 DATA-FIN.
           05 FIN-EID PIC X(11).
           05 FIN-TERM-DATE PIC X(10).
           05 FIN-SEV-AMT PIC 9(7)V99.
           05 FIN-BLANKS PIC X(50).

       FD RPTFILE.
       01 RPT-REC PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EDATA-STATUS PIC XX.
       01 WS-PRVFILE-STATUS PIC XX.
       01 WS-EMPFILE-STATUS PIC XX.
       01 WS-BANKFILE-STATUS PIC XX.
       01 WS-ACHFILE-STATUS PIC XX.
       01 WS-HOURSFILE-STATUS PIC XX.
       01 WS-RAISEFILE-STATUS PIC XX.
       01 WS-FINFILE-STATUS PIC XX.
       01 WS-PRV-PRESENT PIC A VALUE 'N'.
       01 WS-HOURS-PRESENT PIC A VALUE 'N'.
       01 WS-RUN-DATETIME PIC X(21).

       01 WS-EMP-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-EMP-TABLE-COUNT-MAX PIC 9(4) VALUE 2000.
       01 WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 2000 TIMES.
               10 WS-EMP-EID PIC X(11).
               10 WS-EMP-STATUS PIC X(1).
               10 WS-EMP-PAY-TYPE PIC X(1).
               10 WS-EMP-ADDR PIC X(62).
       01 WS-EMP-SUB PIC 9(4).
       01 WS-EMP-SUB2 PIC 9(4).
       01 WS-EMP-FOUND-SUB PIC 9(4).

       01 WS-BANK-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-BANK-TABLE-COUNT-MAX PIC 9(4) VALUE 2000.
       01 WS-BANK-TABLE.
           05 WS-BANK-ENTRY OCCURS 2000 TIMES.
               10 WS-BANK-EID PIC X(11).
               10 WS-BANK-ACCT PIC X(26).
       01 WS-BANK-SUB PIC 9(4).
       01 WS-BANK-SUB2 PIC 9(4).

       01 WS-ACH-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-ACH-TABLE-COUNT-MAX PIC 9(4) VALUE 2000.
       01 WS-ACH-TABLE.
           05 WS-ACH-ENTRY OCCURS 2000 TIMES.
               10 WS-ACH-EID PIC X(11).
               10 WS-ACH-ACCT PIC X(26).
       01 WS-ACH-SUB PIC 9(4).
       01 WS-ACH-SUB2 PIC 9(4).
       01 WS-ACH-KEY.
           05 WS-ACH-KEY-ROUTING PIC 9(9).
           05 WS-ACH-KEY-ACCOUNT PIC X(17).

       01 WS-HRS-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-HRS-TABLE-COUNT-MAX PIC 9(4) VALUE 2000.
       01 WS-HRS-TABLE.
           05 WS-HRS-ENTRY OCCURS 2000 TIMES.
               10 WS-HRS-EID PIC X(11).
               10 WS-HRS-HOURS PIC 9(3)V99.
       01 WS-HRS-SUB PIC 9(4).
       01 WS-HRS-FOUND PIC A.

       01 WS-PRV-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-PRV-TABLE-COUNT-MAX PIC 9(4) VALUE 2000.
       01 WS-PRV-TABLE.
           05 WS-PRV-ENTRY OCCURS 2000 TIMES.
               10 WS-PRV-EID PIC X(11).
               10 WS-PRV-ESAL PIC 9(7)V99.
       01 WS-PRV-SUB PIC 9(4).
       01 WS-PRV-FOUND-SUB PIC 9(4).

       01 WS-RAISE-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-RAISE-TABLE-COUNT-MAX PIC 9(4) VALUE 500.
       01 WS-RAISE-TABLE.
           05 WS-RAISE-EID PIC X(11) OCCURS 500 TIMES.
       01 WS-FIN-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-FIN-TABLE-COUNT-MAX PIC 9(4) VALUE 500.
       01 WS-FIN-TABLE.
           05 WS-FIN-EID PIC X(11) OCCURS 500 TIMES.
       01 WS-LIST-SUB PIC 9(4).
       01 WS-LIST-FOUND PIC A.

      * audit hits, printed by severity at the end of the run
       01 WS-HIT-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-HIT-TABLE-COUNT-MAX PIC 9(4) VALUE 5000.
       01 WS-HIT-TABLE.
           05 WS-HIT-ENTRY OCCURS 5000 TIMES.
               10 WS-HIT-SEV PIC X(6).
               10 WS-HIT-EID PIC X(11).
               10 WS-HIT-TEXT PIC X(55).
       01 WS-HIT-SUB PIC 9(4).
       01 WS-HIT-OVERFLOW PIC 9(6) VALUE ZEROES.
       01 WS-NEW-SEV PIC X(6).
       01 WS-NEW-EID PIC X(11).
       01 WS-NEW-TEXT PIC X(55).
       01 WS-SEV-PASS PIC 9.
       01 WS-SEV-NAME PIC X(6).
       01 WS-HIGH-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-MED-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-LOW-COUNT PIC 9(6) VALUE ZEROES.

       01 WS-PAID-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-OLD-SAL-EDIT PIC ZZZZZZ9.99.
       01 WS-NEW-SAL-EDIT PIC ZZZZZZ9.99.
       01 WS-COUNT-EDIT PIC ZZZ,ZZ9.
       01 WS-COUNT-EDIT-2 PIC ZZZ,ZZ9.
       01 WS-COUNT-EDIT-3 PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATETIME.

           OPEN INPUT EMPFILE.
           IF WS-EMPFILE-STATUS = "35"
              DISPLAY "No employee master found - every paid EID "
                 "will be reported as a ghost."
           ELSE
              PERFORM UNTIL WS-EMPFILE-STATUS = "10"
                 READ EMPFILE
                    AT END MOVE "10" TO WS-EMPFILE-STATUS
                    NOT AT END
                       IF WS-EMP-TABLE-COUNT = WS-EMP-TABLE-COUNT-MAX
                          DISPLAY "EMPMAST has more employees than "
                             "PAYAUDIT can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE EMPFILE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-EMP-TABLE-COUNT
                       MOVE EMP-EID TO WS-EMP-EID(WS-EMP-TABLE-COUNT)
                       MOVE EMP-STATUS TO
                          WS-EMP-STATUS(WS-EMP-TABLE-COUNT)
                       MOVE EMP-PAY-TYPE TO
                          WS-EMP-PAY-TYPE(WS-EMP-TABLE-COUNT)
                       MOVE SPACES TO WS-EMP-ADDR(WS-EMP-TABLE-COUNT)
                       IF EMP-ADDR-STREET NOT = SPACES
                          STRING EMP-ADDR-STREET EMP-ADDR-CITY
                             EMP-ADDR-STATE EMP-ADDR-ZIP
                             DELIMITED BY SIZE INTO
                             WS-EMP-ADDR(WS-EMP-TABLE-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EMPFILE
           END-IF.

           OPEN INPUT BANKFILE.
           IF WS-BANKFILE-STATUS NOT = "35"
              PERFORM UNTIL WS-BANKFILE-STATUS = "10"
                 READ BANKFILE
                    AT END MOVE "10" TO WS-BANKFILE-STATUS
                    NOT AT END
                       IF WS-BANK-TABLE-COUNT =
                          WS-BANK-TABLE-COUNT-MAX
                          DISPLAY "BANKIN has more records than "
                             "PAYAUDIT can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE BANKFILE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-BANK-TABLE-COUNT
                       MOVE BANK-EID TO
                          WS-BANK-EID(WS-BANK-TABLE-COUNT)
                       MOVE BANK-ROUTING TO WS-ACH-KEY-ROUTING
                       MOVE BANK-ACCOUNT TO WS-ACH-KEY-ACCOUNT
                       MOVE WS-ACH-KEY TO
                          WS-BANK-ACCT(WS-BANK-TABLE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE BANKFILE
           END-IF.

           OPEN INPUT ACHFILE.
           IF WS-ACHFILE-STATUS = "35"
              DISPLAY "No ACH extract found - shared-account check "
                 "uses the bank master only."
           ELSE
              PERFORM UNTIL WS-ACHFILE-STATUS = "10"
                 READ ACHFILE
                    AT END MOVE "10" TO WS-ACHFILE-STATUS
                    NOT AT END
                       IF ACH-DET-TYPE = 'D'
                          IF WS-ACH-TABLE-COUNT =
                             WS-ACH-TABLE-COUNT-MAX
                             DISPLAY "ACHOUT has more items than "
                                "PAYAUDIT can hold - aborting run."
                             MOVE 16 TO RETURN-CODE
                             CLOSE ACHFILE
                             STOP RUN
                          END-IF
                          ADD 1 TO WS-ACH-TABLE-COUNT
                          MOVE ACH-DET-EID TO
                             WS-ACH-EID(WS-ACH-TABLE-COUNT)
                          MOVE ACH-DET-ROUTING TO WS-ACH-KEY-ROUTING
                          MOVE ACH-DET-ACCOUNT TO WS-ACH-KEY-ACCOUNT
                          MOVE WS-ACH-KEY TO
                             WS-ACH-ACCT(WS-ACH-TABLE-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ACHFILE
           END-IF.

           OPEN INPUT HOURSFILE.
           IF WS-HOURSFILE-STATUS NOT = "35"
              MOVE 'Y' TO WS-HOURS-PRESENT
              PERFORM UNTIL WS-HOURSFILE-STATUS = "10"
                 READ HOURSFILE
                    AT END MOVE "10" TO WS-HOURSFILE-STATUS
                    NOT AT END
                       IF WS-HRS-TABLE-COUNT = WS-HRS-TABLE-COUNT-MAX
                          DISPLAY "HOURSIN has more records than "
                             "PAYAUDIT can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE HOURSFILE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-HRS-TABLE-COUNT
                       MOVE HRS-EID TO WS-HRS-EID(WS-HRS-TABLE-COUNT)
                       IF HRS-HOURS IS NUMERIC
                          MOVE HRS-HOURS TO
                             WS-HRS-HOURS(WS-HRS-TABLE-COUNT)
                       ELSE
                          MOVE ZEROES TO
                             WS-HRS-HOURS(WS-HRS-TABLE-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE HOURSFILE
           END-IF.

           OPEN INPUT PRVFILE.
           IF WS-PRVFILE-STATUS = "35"
              DISPLAY "No prior-cycle EDATA found - salary change "
                 "check skipped this run."
           ELSE
              MOVE 'Y' TO WS-PRV-PRESENT
              PERFORM UNTIL WS-PRVFILE-STATUS = "10"
                 READ PRVFILE
                    AT END MOVE "10" TO WS-PRVFILE-STATUS
                    NOT AT END
                       IF PRV-ETYPE NOT = 'A'
                          PERFORM LOAD-PRV-EDATA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PRVFILE
           END-IF.

           OPEN INPUT RAISEFILE.
           IF WS-RAISEFILE-STATUS NOT = "35"
              PERFORM UNTIL WS-RAISEFILE-STATUS = "10"
                 READ RAISEFILE
                    AT END MOVE "10" TO WS-RAISEFILE-STATUS
                    NOT AT END
                       IF WS-RAISE-TABLE-COUNT =
                          WS-RAISE-TABLE-COUNT-MAX
                          DISPLAY "RAISEIN has more records than "
                             "PAYAUDIT can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE RAISEFILE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-RAISE-TABLE-COUNT
                       MOVE RAISE-EID TO
                          WS-RAISE-EID(WS-RAISE-TABLE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE RAISEFILE
           END-IF.

           OPEN INPUT FINFILE.
           IF WS-FINFILE-STATUS NOT = "35"
              PERFORM UNTIL WS-FINFILE-STATUS = "10"
                 READ FINFILE
                    AT END MOVE "10" TO WS-FINFILE-STATUS
                    NOT AT END
                       IF WS-FIN-TABLE-COUNT = WS-FIN-TABLE-COUNT-MAX
                          DISPLAY "TERMIN has more records than "
                             "PAYAUDIT can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE FINFILE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-FIN-TABLE-COUNT
                       MOVE FIN-EID TO WS-FIN-EID(WS-FIN-TABLE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE FINFILE
           END-IF.

      * every EID on tonight's EDATA is checked against the master,
      * the hours feed and last cycle's rate
           OPEN INPUT EDATA.
           IF WS-EDATA-STATUS = "35"
              DISPLAY "No EDATA found - nothing to audit."
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-EDATA-STATUS = "10"
              READ EDATA
                 AT END MOVE "10" TO WS-EDATA-STATUS
                 NOT AT END
      * adjustment records carry a backout amount, not a pay rate
                    IF ETYPE NOT = 'A'
                       ADD 1 TO WS-PAID-COUNT
                       PERFORM AUDIT-EDATA
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE EDATA.

      * money actually leaving: every ACH item must belong to an
      * employee on the master, and no account may take two EIDs
           PERFORM VARYING WS-ACH-SUB FROM 1 BY 1
              UNTIL WS-ACH-SUB > WS-ACH-TABLE-COUNT
              PERFORM FIND-EMP-ACH
              IF WS-EMP-FOUND-SUB = ZEROES
                 MOVE "HIGH" TO WS-NEW-SEV
                 MOVE WS-ACH-EID(WS-ACH-SUB) TO WS-NEW-EID
                 MOVE "ACH item for EID with no employee master record"
                    TO WS-NEW-TEXT
                 PERFORM ADD-HIT
              END-IF
              PERFORM VARYING WS-ACH-SUB2 FROM 1 BY 1
                 UNTIL WS-ACH-SUB2 > WS-ACH-TABLE-COUNT
                 IF WS-ACH-ACCT(WS-ACH-SUB2) = WS-ACH-ACCT(WS-ACH-SUB)
                    AND WS-ACH-EID(WS-ACH-SUB2) NOT =
                    WS-ACH-EID(WS-ACH-SUB)
                    MOVE "HIGH" TO WS-NEW-SEV
                    MOVE WS-ACH-EID(WS-ACH-SUB) TO WS-NEW-EID
                    MOVE SPACES TO WS-NEW-TEXT
                    STRING "ACH account also pays EID "
                       WS-ACH-EID(WS-ACH-SUB2)
                       DELIMITED BY SIZE INTO WS-NEW-TEXT
                    PERFORM ADD-HIT
                    MOVE WS-ACH-TABLE-COUNT TO WS-ACH-SUB2
                 END-IF
              END-PERFORM
           END-PERFORM.

      * accounts shared on the bank master but not both paid tonight
           PERFORM VARYING WS-BANK-SUB FROM 1 BY 1
              UNTIL WS-BANK-SUB > WS-BANK-TABLE-COUNT
              PERFORM VARYING WS-BANK-SUB2 FROM 1 BY 1
                 UNTIL WS-BANK-SUB2 > WS-BANK-TABLE-COUNT
                 IF WS-BANK-ACCT(WS-BANK-SUB2) =
                    WS-BANK-ACCT(WS-BANK-SUB) AND
                    WS-BANK-EID(WS-BANK-SUB2) NOT =
                    WS-BANK-EID(WS-BANK-SUB)
                    MOVE "MEDIUM" TO WS-NEW-SEV
                    MOVE WS-BANK-EID(WS-BANK-SUB) TO WS-NEW-EID
                    MOVE SPACES TO WS-NEW-TEXT
                    STRING "Bank account on file shared with EID "
                       WS-BANK-EID(WS-BANK-SUB2)
                       DELIMITED BY SIZE INTO WS-NEW-TEXT
                    PERFORM ADD-HIT
                    MOVE WS-BANK-TABLE-COUNT TO WS-BANK-SUB2
                 END-IF
              END-PERFORM
           END-PERFORM.

      * two active employees at one mailing address
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
              UNTIL WS-EMP-SUB > WS-EMP-TABLE-COUNT
              IF WS-EMP-ADDR(WS-EMP-SUB) NOT = SPACES AND
                 WS-EMP-STATUS(WS-EMP-SUB) NOT = 'T'
                 PERFORM VARYING WS-EMP-SUB2 FROM 1 BY 1
                    UNTIL WS-EMP-SUB2 > WS-EMP-TABLE-COUNT
                    IF WS-EMP-SUB2 NOT = WS-EMP-SUB AND
                       WS-EMP-STATUS(WS-EMP-SUB2) NOT = 'T' AND
                       WS-EMP-ADDR(WS-EMP-SUB2) =
                       WS-EMP-ADDR(WS-EMP-SUB)
                       MOVE "LOW" TO WS-NEW-SEV
                       MOVE WS-EMP-EID(WS-EMP-SUB) TO WS-NEW-EID
                       MOVE SPACES TO WS-NEW-TEXT
                       STRING "Mailing address shared with EID "
                          WS-EMP-EID(WS-EMP-SUB2)
                          DELIMITED BY SIZE INTO WS-NEW-TEXT
                       PERFORM ADD-HIT
                       MOVE WS-EMP-TABLE-COUNT TO WS-EMP-SUB2
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.

           OPEN OUTPUT RPTFILE.
           MOVE SPACES TO RPT-REC.
           STRING "PAYROLL FRAUD / GHOST EMPLOYEE AUDIT - "
              WS-RUN-DATETIME(1:4) "-" WS-RUN-DATETIME(5:2) "-"
              WS-RUN-DATETIME(7:2)
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           PERFORM VARYING WS-SEV-PASS FROM 1 BY 1
              UNTIL WS-SEV-PASS > 3
              EVALUATE WS-SEV-PASS
                 WHEN 1 MOVE "HIGH" TO WS-SEV-NAME
                 WHEN 2 MOVE "MEDIUM" TO WS-SEV-NAME
                 WHEN OTHER MOVE "LOW" TO WS-SEV-NAME
              END-EVALUATE
              MOVE SPACES TO RPT-REC
              WRITE RPT-REC
              MOVE SPACES TO RPT-REC
              STRING "SEVERITY " WS-SEV-NAME
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
              PERFORM VARYING WS-HIT-SUB FROM 1 BY 1
                 UNTIL WS-HIT-SUB > WS-HIT-TABLE-COUNT
                 IF WS-HIT-SEV(WS-HIT-SUB) = WS-SEV-NAME
                    MOVE SPACES TO RPT-REC
                    STRING "  " WS-HIT-SEV(WS-HIT-SUB) " "
                       WS-HIT-EID(WS-HIT-SUB) " "
                       WS-HIT-TEXT(WS-HIT-SUB)
                       DELIMITED BY SIZE INTO RPT-REC
                    WRITE RPT-REC
                 END-IF
              END-PERFORM
           END-PERFORM.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           IF WS-HIT-OVERFLOW NOT = ZEROES
              MOVE WS-HIT-OVERFLOW TO WS-COUNT-EDIT
              MOVE SPACES TO RPT-REC
              STRING "** " WS-COUNT-EDIT " further hit(s) not listed "
                 "- table full"
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           END-IF.
           MOVE WS-HIGH-COUNT TO WS-COUNT-EDIT.
           MOVE WS-MED-COUNT TO WS-COUNT-EDIT-2.
           MOVE WS-LOW-COUNT TO WS-COUNT-EDIT-3.
           MOVE SPACES TO RPT-REC.
           STRING "Hits - high " WS-COUNT-EDIT
              " medium " WS-COUNT-EDIT-2
              " low " WS-COUNT-EDIT-3
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           IF WS-HIGH-COUNT NOT = ZEROES
              MOVE SPACES TO RPT-REC
              STRING "HIGH severity hits - review before the ACH file "
                 "is released"
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           END-IF.
           CLOSE RPTFILE.

           DISPLAY "PAYAUDIT hits - high " WS-COUNT-EDIT
              " medium " WS-COUNT-EDIT-2 " low " WS-COUNT-EDIT-3 ".".
           STOP RUN.

       AUDIT-EDATA.
           MOVE ZEROES TO WS-EMP-FOUND-SUB.
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
              UNTIL WS-EMP-SUB > WS-EMP-TABLE-COUNT
              IF WS-EMP-EID(WS-EMP-SUB) = EID
                 MOVE WS-EMP-SUB TO WS-EMP-FOUND-SUB
              END-IF
           END-PERFORM.
           MOVE EID TO WS-NEW-EID.
           IF WS-EMP-FOUND-SUB = ZEROES
              MOVE "HIGH" TO WS-NEW-SEV
              MOVE "Paid with no employee master record" TO
                 WS-NEW-TEXT
              PERFORM ADD-HIT
           ELSE
              IF WS-EMP-STATUS(WS-EMP-FOUND-SUB) = 'T'
                 MOVE 'N' TO WS-LIST-FOUND
                 PERFORM VARYING WS-LIST-SUB FROM 1 BY 1
                    UNTIL WS-LIST-SUB > WS-FIN-TABLE-COUNT
                    IF WS-FIN-EID(WS-LIST-SUB) = EID
                       MOVE 'Y' TO WS-LIST-FOUND
                    END-IF
                 END-PERFORM
                 IF WS-LIST-FOUND = 'Y'
                    MOVE "LOW" TO WS-NEW-SEV
                    MOVE "Final pay to terminated employee" TO
                       WS-NEW-TEXT
                 ELSE
                    MOVE "HIGH" TO WS-NEW-SEV
                    MOVE "Paid while terminated on employee master"
                       TO WS-NEW-TEXT
                 END-IF
                 PERFORM ADD-HIT
              END-IF
              IF WS-EMP-PAY-TYPE(WS-EMP-FOUND-SUB) = 'H'
                 MOVE 'N' TO WS-HRS-FOUND
                 PERFORM VARYING WS-HRS-SUB FROM 1 BY 1
                    UNTIL WS-HRS-SUB > WS-HRS-TABLE-COUNT
                    IF WS-HRS-EID(WS-HRS-SUB) = EID AND
                       WS-HRS-HOURS(WS-HRS-SUB) > ZERO
                       MOVE 'Y' TO WS-HRS-FOUND
                    END-IF
                 END-PERFORM
                 IF WS-HRS-FOUND = 'N'
                    MOVE "MEDIUM" TO WS-NEW-SEV
                    MOVE "Hourly employee with zero HOURSIN hours" TO
                       WS-NEW-TEXT
                    PERFORM ADD-HIT
                 END-IF
              END-IF
           END-IF.
      * a rate that moved since last cycle needs a raise behind it
           IF WS-PRV-PRESENT = 'Y' AND ESAL IS NUMERIC
              MOVE ZEROES TO WS-PRV-FOUND-SUB
              PERFORM VARYING WS-PRV-SUB FROM 1 BY 1
                 UNTIL WS-PRV-SUB > WS-PRV-TABLE-COUNT
                 IF WS-PRV-EID(WS-PRV-SUB) = EID
                    MOVE WS-PRV-SUB TO WS-PRV-FOUND-SUB
                 END-IF
              END-PERFORM
              IF WS-PRV-FOUND-SUB NOT = ZEROES
                 IF WS-PRV-ESAL(WS-PRV-FOUND-SUB) NOT = ESAL
                    MOVE 'N' TO WS-LIST-FOUND
                    PERFORM VARYING WS-LIST-SUB FROM 1 BY 1
                       UNTIL WS-LIST-SUB > WS-RAISE-TABLE-COUNT
                       IF WS-RAISE-EID(WS-LIST-SUB) = EID
                          MOVE 'Y' TO WS-LIST-FOUND
                       END-IF
                    END-PERFORM
                    IF WS-LIST-FOUND = 'N'
                       MOVE WS-PRV-ESAL(WS-PRV-FOUND-SUB) TO
                          WS-OLD-SAL-EDIT
                       MOVE ESAL TO WS-NEW-SAL-EDIT
                       MOVE "MEDIUM" TO WS-NEW-SEV
                       MOVE SPACES TO WS-NEW-TEXT
                       STRING "Pay rate " WS-OLD-SAL-EDIT " to "
                          WS-NEW-SAL-EDIT " with no raise"
                          DELIMITED BY SIZE INTO WS-NEW-TEXT
                       PERFORM ADD-HIT
                    END-IF
                 END-IF
              END-IF
           END-IF.

      * one prior-cycle pay record (adjustments are not pay rates)
       LOAD-PRV-EDATA.
           IF WS-PRV-TABLE-COUNT = WS-PRV-TABLE-COUNT-MAX
              DISPLAY "EDATAPRV has more records than "
                 "PAYAUDIT can hold - aborting run."
              MOVE 16 TO RETURN-CODE
              CLOSE PRVFILE
              STOP RUN
           END-IF.
           ADD 1 TO WS-PRV-TABLE-COUNT.
           MOVE PRV-EID TO WS-PRV-EID(WS-PRV-TABLE-COUNT).
           IF PRV-ESAL IS NUMERIC
              MOVE PRV-ESAL TO WS-PRV-ESAL(WS-PRV-TABLE-COUNT)
           ELSE
              MOVE ZEROES TO WS-PRV-ESAL(WS-PRV-TABLE-COUNT)
           END-IF.

       FIND-EMP-ACH.
           MOVE ZEROES TO WS-EMP-FOUND-SUB.
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
              UNTIL WS-EMP-SUB > WS-EMP-TABLE-COUNT
              IF WS-EMP-EID(WS-EMP-SUB) = WS-ACH-EID(WS-ACH-SUB)
                 MOVE WS-EMP-SUB TO WS-EMP-FOUND-SUB
              END-IF
           END-PERFORM.

       ADD-HIT.
           EVALUATE WS-NEW-SEV
              WHEN "HIGH" ADD 1 TO WS-HIGH-COUNT
              WHEN "MEDIUM" ADD 1 TO WS-MED-COUNT
              WHEN OTHER ADD 1 TO WS-LOW-COUNT
           END-EVALUATE.
           IF WS-HIT-TABLE-COUNT = WS-HIT-TABLE-COUNT-MAX
              ADD 1 TO WS-HIT-OVERFLOW
           ELSE
              ADD 1 TO WS-HIT-TABLE-COUNT
              MOVE WS-NEW-SEV TO WS-HIT-SEV(WS-HIT-TABLE-COUNT)
              MOVE WS-NEW-EID TO WS-HIT-EID(WS-HIT-TABLE-COUNT)
              MOVE WS-NEW-TEXT TO WS-HIT-TEXT(WS-HIT-TABLE-COUNT)
           END-IF.
