       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMAINT.

      * customer master maintenance. adds, changes and inactivations
      * from INPUT1 are applied to CUSTIN and the new master written
      * to CUSTNEW. a currency other than USD must have a rate on the
      * FXIN rate file and terms must be one of the codes invoicing
      * knows (NET15, NET30, 2/10NET30); a customer still carrying an
      * open ARMAST balance cannot be inactivated. every field a
      * transaction changes is written to the CUSTAUD audit log with
      * its value before and after, the date and time, and the user
      * keyed on the transaction. the invoicing method is E for
      * customers billed by electronic invoice only, P (or blank)
      * for a printed invoice.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTIN ASSIGN TO CUSTIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CUSTIN-STATUS.
           SELECT TRANFILE ASSIGN TO INPUT1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-TRANFILE-STATUS.
           SELECT CUSTOUT ASSIGN TO CUSTNEW
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT FXFILE ASSIGN TO FXIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FXFILE-STATUS.
           SELECT ARMAST ASSIGN TO ARMAST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ARMAST-STATUS.
           SELECT AUDFILE ASSIGN TO CUSTAUD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AUDFILE-STATUS.
           SELECT RPTFILE ASSIGN TO OUTPUT1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * status blank or A is active, I inactive; invoicing method E
      * electronic, P or blank printed
       FD CUSTIN.
       01 CUST-IN-REC.
           05 CUSTI-ID PIC 9(6).
           05 CUSTI-NAME PIC X(30).
           05 CUSTI-ADDR PIC X(30).
           05 CUSTI-CURRENCY PIC X(3).
           05 CUSTI-TERMS PIC X(9).
           05 CUSTI-STATUS PIC X(1).
           05 CUSTI-INVMODE PIC X(1).

      * action A add, C change, I inactivate. on a change only the
      * fields keyed are replaced
       FD TRANFILE.
       01 DATA-TRAN.
           05 TR-ACTION PIC X(1).
           05 TR-CUST-ID PIC X(6).
           05 TR-NAME PIC X(30).
           05 TR-ADDR PIC X(30).
           05 TR-CURRENCY PIC X(3).
           05 TR-TERMS PIC X(9).
           05 TR-USER PIC X(8).
           05 TR-INVMODE PIC X(1).
           05 TR-BLANKS PIC X(12).

       FD CUSTOUT.
       01 CUST-OUT-REC.
           05 CUSTO-ID PIC 9(6).
           05 CUSTO-NAME PIC X(30).
           05 CUSTO-ADDR PIC X(30).
           05 CUSTO-CURRENCY PIC X(3).
           05 CUSTO-TERMS PIC X(9).
           05 CUSTO-STATUS PIC X(1).
           05 CUSTO-INVMODE PIC X(1).

       FD FXFILE.
       01 DATA-FX.
           05 FX-CURR PIC X(3).
           05 FX-RATE PIC 9(3)V9(6).
           05 FX-BLANKS PIC X(68).

       FD ARMAST.
       01 ARM-REC.
           05 ARM-INVOICE PIC 9(6).
           05 ARM-CUST-ID PIC 9(6).
           05 ARM-DATE PIC X(10).
           05 ARM-TOTAL PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 ARM-OPEN PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 ARM-STATUS PIC X(1).
           05 ARM-DUE-DATE PIC X(10).
           05 FILLER PIC X(23).

      * one record per field changed
       FD AUDFILE.
       01 DATA-AUD.
           05 AUD-DATE PIC X(10).
           05 AUD-TIME PIC X(6).
           05 AUD-USER PIC X(8).
           05 AUD-ACTION PIC X(1).
           05 AUD-CUST-ID PIC 9(6).
           05 AUD-FIELD PIC X(10).
           05 AUD-BEFORE PIC X(30).
           05 AUD-AFTER PIC X(30).
           05 AUD-BLANKS PIC X(19).

       FD RPTFILE.
       01 RPT-REC PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CUSTIN-STATUS PIC XX.
       01 WS-TRANFILE-STATUS PIC XX.
       01 WS-FXFILE-STATUS PIC XX.
       01 WS-ARMAST-STATUS PIC XX.
       01 WS-AUDFILE-STATUS PIC XX.
       01 WS-RUN-DATETIME PIC X(21).
       01 WS-TODAY.
           05 WS-TODAY-YYYY PIC X(4).
           05 FILLER PIC X VALUE "-".
           05 WS-TODAY-MM PIC X(2).
           05 FILLER PIC X VALUE "-".
           05 WS-TODAY-DD PIC X(2).

       01 WS-CUST-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-CUST-TABLE-COUNT-MAX PIC 9(4) VALUE 2000.
       01 WS-CUST-TABLE.
           05 WS-CUST-ENTRY OCCURS 2000 TIMES.
               10 WS-CUST-ID PIC 9(6).
               10 WS-CUST-NAME PIC X(30).
               10 WS-CUST-ADDR PIC X(30).
               10 WS-CUST-CURRENCY PIC X(3).
               10 WS-CUST-TERMS PIC X(9).
               10 WS-CUST-STATUS PIC X(1).
               10 WS-CUST-INVMODE PIC X(1).
               10 WS-CUST-OPEN PIC S9(11)V99.
       01 WS-CUST-SUB PIC 9(4).
       01 WS-CUST-FOUND-SUB PIC 9(4).

       01 WS-FX-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-FX-TABLE-COUNT-MAX PIC 9(4) VALUE 50.
       01 WS-FX-TABLE.
           05 WS-FX-CURR PIC X(3) OCCURS 50 TIMES.
       01 WS-FX-SUB PIC 9(4).

       01 WS-TR-CUST-NUM PIC 9(6).
       01 WS-REJECT PIC X(40).
       01 WS-FX-FOUND PIC A.
       01 WS-AUD-FIELD PIC X(10).
       01 WS-AUD-BEFORE PIC X(30).
       01 WS-AUD-AFTER PIC X(30).
       01 WS-OPEN-EDIT PIC -,---,---,--9.99.

       01 WS-TRAN-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-APPLIED-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-REJECT-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-AUD-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-TRAN-COUNT-EDIT PIC ZZZ,ZZ9.
       01 WS-APPLIED-COUNT-EDIT PIC ZZZ,ZZ9.
       01 WS-REJECT-COUNT-EDIT PIC ZZZ,ZZ9.
       01 WS-AUD-COUNT-EDIT PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATETIME.
           MOVE WS-RUN-DATETIME(1:4) TO WS-TODAY-YYYY.
           MOVE WS-RUN-DATETIME(5:2) TO WS-TODAY-MM.
           MOVE WS-RUN-DATETIME(7:2) TO WS-TODAY-DD.

           OPEN INPUT CUSTIN.
           IF WS-CUSTIN-STATUS = "35"
              DISPLAY "No prior customer master found - starting a "
                 "new one."
           ELSE
              PERFORM UNTIL WS-CUSTIN-STATUS = "10"
                 READ CUSTIN
                    AT END MOVE "10" TO WS-CUSTIN-STATUS
                    NOT AT END
                       IF WS-CUST-TABLE-COUNT = WS-CUST-TABLE-COUNT-MAX
                          DISPLAY "CUSTIN has more customers than "
                             "CUSTMAINT can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE CUSTIN
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-CUST-TABLE-COUNT
                       MOVE CUSTI-ID TO
                          WS-CUST-ID(WS-CUST-TABLE-COUNT)
                       MOVE CUSTI-NAME TO
                          WS-CUST-NAME(WS-CUST-TABLE-COUNT)
                       MOVE CUSTI-ADDR TO
                          WS-CUST-ADDR(WS-CUST-TABLE-COUNT)
                       MOVE CUSTI-CURRENCY TO
                          WS-CUST-CURRENCY(WS-CUST-TABLE-COUNT)
                       MOVE CUSTI-TERMS TO
                          WS-CUST-TERMS(WS-CUST-TABLE-COUNT)
                       IF CUSTI-STATUS = 'I'
                          MOVE 'I' TO
                             WS-CUST-STATUS(WS-CUST-TABLE-COUNT)
                       ELSE
                          MOVE 'A' TO
                             WS-CUST-STATUS(WS-CUST-TABLE-COUNT)
                       END-IF
                       IF CUSTI-INVMODE = 'E'
                          MOVE 'E' TO
                             WS-CUST-INVMODE(WS-CUST-TABLE-COUNT)
                       ELSE
                          MOVE 'P' TO
                             WS-CUST-INVMODE(WS-CUST-TABLE-COUNT)
                       END-IF
                       MOVE ZEROES TO
                          WS-CUST-OPEN(WS-CUST-TABLE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE CUSTIN
           END-IF.

           OPEN INPUT FXFILE.
           IF WS-FXFILE-STATUS = "35"
              DISPLAY "No FXIN rate file found - only USD customers "
                 "can be added or changed this run."
           ELSE
              PERFORM UNTIL WS-FXFILE-STATUS = "10"
                 READ FXFILE
                    AT END MOVE "10" TO WS-FXFILE-STATUS
                    NOT AT END
                       IF WS-FX-TABLE-COUNT = WS-FX-TABLE-COUNT-MAX
                          DISPLAY "FXIN has more currencies than "
                             "CUSTMAINT can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE FXFILE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-FX-TABLE-COUNT
                       MOVE FX-CURR TO WS-FX-CURR(WS-FX-TABLE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE FXFILE
           END-IF.

      * what each customer still owes, so an inactivation can be
      * refused while anything is open
           OPEN INPUT ARMAST.
           IF WS-ARMAST-STATUS = "00"
              PERFORM UNTIL WS-ARMAST-STATUS = "10"
                 READ ARMAST
                    AT END MOVE "10" TO WS-ARMAST-STATUS
                    NOT AT END
                       IF ARM-OPEN IS NUMERIC AND
                          ARM-OPEN NOT = ZEROES
                          PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
                             UNTIL WS-CUST-SUB > WS-CUST-TABLE-COUNT
                             IF WS-CUST-ID(WS-CUST-SUB) = ARM-CUST-ID
                                ADD ARM-OPEN TO
                                   WS-CUST-OPEN(WS-CUST-SUB)
                             END-IF
                          END-PERFORM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARMAST
           END-IF.

           OPEN EXTEND AUDFILE.
           IF WS-AUDFILE-STATUS = "35"
              OPEN OUTPUT AUDFILE
           END-IF.
           OPEN OUTPUT RPTFILE.
           MOVE SPACES TO RPT-REC.
           STRING "Customer master maintenance edit report  "
              WS-TODAY
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.

           OPEN INPUT TRANFILE.
           IF WS-TRANFILE-STATUS = "35"
              MOVE SPACES TO RPT-REC
              STRING "  no maintenance transactions this run"
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           ELSE
              PERFORM UNTIL WS-TRANFILE-STATUS = "10"
                 READ TRANFILE
                    AT END MOVE "10" TO WS-TRANFILE-STATUS
                    NOT AT END
                       ADD 1 TO WS-TRAN-COUNT
                       PERFORM APPLY-TRAN
                 END-READ
              END-PERFORM
              CLOSE TRANFILE
           END-IF.
           CLOSE AUDFILE.

           OPEN OUTPUT CUSTOUT.
           PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
              UNTIL WS-CUST-SUB > WS-CUST-TABLE-COUNT
              MOVE SPACES TO CUST-OUT-REC
              MOVE WS-CUST-ID(WS-CUST-SUB) TO CUSTO-ID
              MOVE WS-CUST-NAME(WS-CUST-SUB) TO CUSTO-NAME
              MOVE WS-CUST-ADDR(WS-CUST-SUB) TO CUSTO-ADDR
              MOVE WS-CUST-CURRENCY(WS-CUST-SUB) TO CUSTO-CURRENCY
              MOVE WS-CUST-TERMS(WS-CUST-SUB) TO CUSTO-TERMS
              MOVE WS-CUST-STATUS(WS-CUST-SUB) TO CUSTO-STATUS
              MOVE WS-CUST-INVMODE(WS-CUST-SUB) TO CUSTO-INVMODE
              WRITE CUST-OUT-REC
           END-PERFORM.
           CLOSE CUSTOUT.

           MOVE WS-TRAN-COUNT TO WS-TRAN-COUNT-EDIT.
           MOVE WS-APPLIED-COUNT TO WS-APPLIED-COUNT-EDIT.
           MOVE WS-REJECT-COUNT TO WS-REJECT-COUNT-EDIT.
           MOVE WS-AUD-COUNT TO WS-AUD-COUNT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Transactions read " WS-TRAN-COUNT-EDIT
              " applied " WS-APPLIED-COUNT-EDIT
              " rejected " WS-REJECT-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING "Field changes written to the audit log "
              WS-AUD-COUNT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           CLOSE RPTFILE.
           DISPLAY "CUSTMAINT applied " WS-APPLIED-COUNT-EDIT
              " transaction(s), rejected " WS-REJECT-COUNT-EDIT.
           IF WS-REJECT-COUNT NOT = ZEROES
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       APPLY-TRAN.
           MOVE SPACES TO WS-REJECT.
           MOVE ZEROES TO WS-CUST-FOUND-SUB.
           IF TR-CUST-ID IS NOT NUMERIC
              MOVE "customer id is not numeric" TO WS-REJECT
           ELSE
              MOVE TR-CUST-ID TO WS-TR-CUST-NUM
              PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
                 UNTIL WS-CUST-SUB > WS-CUST-TABLE-COUNT
                 IF WS-CUST-ID(WS-CUST-SUB) = WS-TR-CUST-NUM
                    MOVE WS-CUST-SUB TO WS-CUST-FOUND-SUB
                 END-IF
              END-PERFORM
              IF TR-USER = SPACES
                 MOVE "no user id on the transaction" TO WS-REJECT
              END-IF
           END-IF.
           IF WS-REJECT = SPACES
              EVALUATE TR-ACTION
                 WHEN 'A'
                    IF WS-CUST-FOUND-SUB NOT = ZEROES
                       MOVE "already on master" TO WS-REJECT
                    ELSE
                       IF TR-NAME = SPACES
                          MOVE "no customer name" TO WS-REJECT
                       ELSE
                          IF TR-TERMS = SPACES
                             MOVE "NET30" TO TR-TERMS
                          END-IF
                          IF TR-CURRENCY = SPACES
                             MOVE "USD" TO TR-CURRENCY
                          END-IF
                          IF TR-INVMODE = SPACES
                             MOVE "P" TO TR-INVMODE
                          END-IF
                          PERFORM CHECK-CODES
                       END-IF
                    END-IF
                 WHEN 'C'
                    IF WS-CUST-FOUND-SUB = ZEROES
                       MOVE "not on master" TO WS-REJECT
                    ELSE
                       PERFORM CHECK-CODES
                    END-IF
                 WHEN 'I'
                    IF WS-CUST-FOUND-SUB = ZEROES
                       MOVE "not on master" TO WS-REJECT
                    ELSE
                       IF WS-CUST-STATUS(WS-CUST-FOUND-SUB) = 'I'
                          MOVE "already inactive" TO WS-REJECT
                       ELSE
                          IF WS-CUST-OPEN(WS-CUST-FOUND-SUB) NOT =
                             ZEROES
                             MOVE WS-CUST-OPEN(WS-CUST-FOUND-SUB) TO
                                WS-OPEN-EDIT
                             STRING "open AR balance " WS-OPEN-EDIT
                                DELIMITED BY SIZE INTO WS-REJECT
                          END-IF
                       END-IF
                    END-IF
                 WHEN OTHER
                    MOVE "unknown action code" TO WS-REJECT
              END-EVALUATE
           END-IF.

           IF WS-REJECT NOT = SPACES
              ADD 1 TO WS-REJECT-COUNT
              MOVE SPACES TO RPT-REC
              STRING "  " TR-ACTION " " TR-CUST-ID " rejected - "
                 WS-REJECT
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           ELSE
              ADD 1 TO WS-APPLIED-COUNT
              EVALUATE TR-ACTION
                 WHEN 'A'
                    IF WS-CUST-TABLE-COUNT = WS-CUST-TABLE-COUNT-MAX
                       DISPLAY "Customer master is full - "
                          "aborting run."
                       MOVE 16 TO RETURN-CODE
                       CLOSE TRANFILE RPTFILE AUDFILE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-CUST-TABLE-COUNT
                    MOVE WS-CUST-TABLE-COUNT TO WS-CUST-FOUND-SUB
                    MOVE WS-TR-CUST-NUM TO WS-CUST-ID(WS-CUST-FOUND-SUB)
                    MOVE SPACES TO WS-CUST-NAME(WS-CUST-FOUND-SUB)
                       WS-CUST-ADDR(WS-CUST-FOUND-SUB)
                       WS-CUST-CURRENCY(WS-CUST-FOUND-SUB)
                       WS-CUST-TERMS(WS-CUST-FOUND-SUB)
                       WS-CUST-STATUS(WS-CUST-FOUND-SUB)
                       WS-CUST-INVMODE(WS-CUST-FOUND-SUB)
                    MOVE ZEROES TO WS-CUST-OPEN(WS-CUST-FOUND-SUB)
                    PERFORM CHANGE-FIELDS
                    MOVE "STATUS" TO WS-AUD-FIELD
                    MOVE SPACES TO WS-AUD-BEFORE
                    MOVE "A" TO WS-AUD-AFTER
                    MOVE 'A' TO WS-CUST-STATUS(WS-CUST-FOUND-SUB)
                    PERFORM WRITE-AUDIT
                 WHEN 'C'
                    PERFORM CHANGE-FIELDS
                 WHEN 'I'
                    MOVE "STATUS" TO WS-AUD-FIELD
                    MOVE WS-CUST-STATUS(WS-CUST-FOUND-SUB) TO
                       WS-AUD-BEFORE
                    MOVE "I" TO WS-AUD-AFTER
                    MOVE 'I' TO WS-CUST-STATUS(WS-CUST-FOUND-SUB)
                    PERFORM WRITE-AUDIT
              END-EVALUATE
              MOVE SPACES TO RPT-REC
              STRING "  " TR-ACTION " " TR-CUST-ID " applied by "
                 TR-USER
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           END-IF.

      * a currency other than USD needs a rate to bill at; terms must
      * be a code invoicing prices due dates from
       CHECK-CODES.
           IF TR-CURRENCY NOT = SPACES AND TR-CURRENCY NOT = "USD"
              MOVE 'N' TO WS-FX-FOUND
              PERFORM VARYING WS-FX-SUB FROM 1 BY 1
                 UNTIL WS-FX-SUB > WS-FX-TABLE-COUNT
                 IF WS-FX-CURR(WS-FX-SUB) = TR-CURRENCY
                    MOVE 'Y' TO WS-FX-FOUND
                 END-IF
              END-PERFORM
              IF WS-FX-FOUND = 'N'
                 STRING "currency " TR-CURRENCY " has no FXIN rate"
                    DELIMITED BY SIZE INTO WS-REJECT
              END-IF
           END-IF.
           IF WS-REJECT = SPACES AND TR-TERMS NOT = SPACES
              IF TR-TERMS NOT = "NET15" AND
                 TR-TERMS NOT = "NET30" AND
                 TR-TERMS NOT = "2/10NET30"
                 STRING "unknown terms code " TR-TERMS
                    DELIMITED BY SIZE INTO WS-REJECT
              END-IF
           END-IF.
           IF WS-REJECT = SPACES AND TR-INVMODE NOT = SPACES AND
              TR-INVMODE NOT = "E" AND TR-INVMODE NOT = "P"
              STRING "unknown invoicing method " TR-INVMODE
                 DELIMITED BY SIZE INTO WS-REJECT
           END-IF.

      * every keyed field that differs from the master is replaced
      * and logged before and after
       CHANGE-FIELDS.
           IF TR-NAME NOT = SPACES AND
              TR-NAME NOT = WS-CUST-NAME(WS-CUST-FOUND-SUB)
              MOVE "NAME" TO WS-AUD-FIELD
              MOVE WS-CUST-NAME(WS-CUST-FOUND-SUB) TO WS-AUD-BEFORE
              MOVE TR-NAME TO WS-AUD-AFTER
              MOVE TR-NAME TO WS-CUST-NAME(WS-CUST-FOUND-SUB)
              PERFORM WRITE-AUDIT
           END-IF.
           IF TR-ADDR NOT = SPACES AND
              TR-ADDR NOT = WS-CUST-ADDR(WS-CUST-FOUND-SUB)
              MOVE "ADDRESS" TO WS-AUD-FIELD
              MOVE WS-CUST-ADDR(WS-CUST-FOUND-SUB) TO WS-AUD-BEFORE
              MOVE TR-ADDR TO WS-AUD-AFTER
              MOVE TR-ADDR TO WS-CUST-ADDR(WS-CUST-FOUND-SUB)
              PERFORM WRITE-AUDIT
           END-IF.
           IF TR-CURRENCY NOT = SPACES AND
              TR-CURRENCY NOT = WS-CUST-CURRENCY(WS-CUST-FOUND-SUB)
              MOVE "CURRENCY" TO WS-AUD-FIELD
              MOVE WS-CUST-CURRENCY(WS-CUST-FOUND-SUB) TO
                 WS-AUD-BEFORE
              MOVE TR-CURRENCY TO WS-AUD-AFTER
              MOVE TR-CURRENCY TO WS-CUST-CURRENCY(WS-CUST-FOUND-SUB)
              PERFORM WRITE-AUDIT
           END-IF.
           IF TR-TERMS NOT = SPACES AND
              TR-TERMS NOT = WS-CUST-TERMS(WS-CUST-FOUND-SUB)
              MOVE "TERMS" TO WS-AUD-FIELD
              MOVE WS-CUST-TERMS(WS-CUST-FOUND-SUB) TO WS-AUD-BEFORE
              MOVE TR-TERMS TO WS-AUD-AFTER
              MOVE TR-TERMS TO WS-CUST-TERMS(WS-CUST-FOUND-SUB)
              PERFORM WRITE-AUDIT
           END-IF.
           IF TR-INVMODE NOT = SPACES AND
              TR-INVMODE NOT = WS-CUST-INVMODE(WS-CUST-FOUND-SUB)
              MOVE "INVOICING" TO WS-AUD-FIELD
              MOVE WS-CUST-INVMODE(WS-CUST-FOUND-SUB) TO
                 WS-AUD-BEFORE
              MOVE TR-INVMODE TO WS-AUD-AFTER
              MOVE TR-INVMODE TO WS-CUST-INVMODE(WS-CUST-FOUND-SUB)
              PERFORM WRITE-AUDIT
           END-IF.

       WRITE-AUDIT.
           MOVE SPACES TO DATA-AUD.
           MOVE WS-TODAY TO AUD-DATE.
           MOVE WS-RUN-DATETIME(9:6) TO AUD-TIME.
           MOVE TR-USER TO AUD-USER.
           MOVE TR-ACTION TO AUD-ACTION.
           MOVE WS-CUST-ID(WS-CUST-FOUND-SUB) TO AUD-CUST-ID.
           MOVE WS-AUD-FIELD TO AUD-FIELD.
           MOVE WS-AUD-BEFORE TO AUD-BEFORE.
           MOVE WS-AUD-AFTER TO AUD-AFTER.
           WRITE DATA-AUD.
           ADD 1 TO WS-AUD-COUNT.
