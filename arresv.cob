       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARRESV.

      * month-end allowance for doubtful accounts. every open ARMAST
      * item is aged from its due date (the invoice date when it has
      * none) as of the cycle date into the aging buckets CASHAPP
      * reports - current (up to 30 days), 31-60, 61-90 and over 90 -
      * and each bucket's open balance is reserved at the RSVPARM
      * loss percentage for that bucket. the required reserve is
      * compared with the ALLOW-DOUBTFUL balance on the ACCTBAL
      * account balance master (credits less debits over every
      * period posted) and only the difference is journaled:
      *   short  D BAD-DEBT-EXP    / C ALLOW-DOUBTFUL
      *   over   D ALLOW-DOUBTFUL  / C BAD-DEBT-EXP
      * followed by the PROOF-* balancing rows GLCONS verifies.
      * WRITEOFF charges written-off items against the allowance,
      * so the reserve is what carries bad debt into expense.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARMAST ASSIGN TO ARMAST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ARMAST-STATUS.
           SELECT RSVPARM ASSIGN TO RSVPARM
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RSVPARM-STATUS.
           SELECT ACCTBAL ASSIGN TO ACCTBAL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AB-KEY
           FILE STATUS IS WS-ACCTBAL-STATUS.
           SELECT CYCFILE ASSIGN TO CYCDATE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CYCFILE-STATUS.
           SELECT GLFILE ASSIGN TO GLOUT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO OUTPUT1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

      * loss percentages by aging bucket
       FD RSVPARM.
       01 DATA-RSVPARM.
           05 RSP-PCT-CUR PIC 9(3)V99.
           05 RSP-PCT-31 PIC 9(3)V99.
           05 RSP-PCT-61 PIC 9(3)V99.
           05 RSP-PCT-91 PIC 9(3)V99.
           05 RSP-BLANKS PIC X(60).

       FD ACCTBAL.
       01 DATA-ACCTBAL.
           05 AB-KEY.
               10 AB-ACCOUNT PIC X(20).
               10 AB-PERIOD PIC X(6).
           05 AB-DEBITS PIC S9(13)V99.
           05 AB-CREDITS PIC S9(13)V99.
           05 AB-POST-COUNT PIC 9(7).
           05 AB-LAST-POST-DATE PIC X(10).
           05 AB-BLANKS PIC X(7).

       FD CYCFILE.
       01 DATA-CYCLE.
           05 CYC-DATE PIC X(10).
           05 CYC-BLANKS PIC X(70).

       FD GLFILE.
       01 GL-REC.
           05 GL-SOURCE PIC X(8).
           05 GL-RUN-SEQ PIC 9(9).
           05 GL-ACCOUNT PIC X(20).
           05 GL-DC PIC X(1).
           05 GL-AMT PIC S9(11)V99 SIGN LEADING SEPARATE.
           05 GL-DESC PIC X(25).
           05 FILLER PIC X(3).

       FD RPTFILE.
       01 RPT-REC PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-ARMAST-STATUS PIC XX.
       01 WS-RSVPARM-STATUS PIC XX.
       01 WS-ACCTBAL-STATUS PIC XX.
       01 WS-CYCFILE-STATUS PIC XX.
       01 WS-EOF PIC A VALUE 'N'.

       01 WS-RUN-DATETIME PIC X(21).
       01 WS-CYCLE-DATE PIC X(10) VALUE SPACES.
       01 WS-RUN-DATE-NUM PIC 9(8).
       01 WS-RUN-DAYS PIC 9(7).
       01 WS-ITEM-DATE-NUM PIC 9(8).
       01 WS-ITEM-DAYS PIC 9(7).
       01 WS-AGE-DAYS PIC S9(7).
       01 WS-AGE-BASE-DATE PIC X(10).

       01 WS-ALLOW-ACCOUNT PIC X(20) VALUE "ALLOW-DOUBTFUL".

      * bucket 1 current, 2 31-60, 3 61-90, 4 over 90
       01 WS-BKT-TABLE.
           05 WS-BKT-ENTRY OCCURS 4 TIMES.
               10 WS-BKT-PCT PIC 9(3)V99.
               10 WS-BKT-COUNT PIC 9(6).
               10 WS-BKT-OPEN PIC S9(11)V99.
               10 WS-BKT-RESERVE PIC S9(11)V99.
       01 WS-BKT-SUB PIC 9.
       01 WS-BKT-NAMES.
           05 FILLER PIC X(10) VALUE "CURRENT".
           05 FILLER PIC X(10) VALUE "31-60".
           05 FILLER PIC X(10) VALUE "61-90".
           05 FILLER PIC X(10) VALUE "OVER 90".
       01 WS-BKT-NAME-TABLE REDEFINES WS-BKT-NAMES.
           05 WS-BKT-NAME PIC X(10) OCCURS 4 TIMES.

       01 WS-TOT-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-TOT-OPEN PIC S9(11)V99 VALUE ZEROES.
       01 WS-REQ-RESERVE PIC S9(11)V99 VALUE ZEROES.
       01 WS-CUR-ALLOW PIC S9(13)V99 VALUE ZEROES.
       01 WS-ADJ-AMT PIC S9(13)V99 VALUE ZEROES.
       01 WS-GL-AMT PIC S9(13)V99 VALUE ZEROES.

       01 WS-RUN-SEQ PIC 9(9) VALUE ZEROES.
       01 WS-SEQ-RANGE-MAX PIC 9(9) VALUE ZEROES.
       01 WS-SEQ-INCREMENT PIC 9(4) VALUE 1.
       01 WS-SEQ-NAME PIC X(12) VALUE "INVOICE-RUN".

       01 WS-COUNT-EDIT PIC ZZZ,ZZ9.
       01 WS-PCT-EDIT PIC ZZ9.99.
       01 WS-AMT-EDIT PIC $$,$$$,$$$,$$9.99-.
       01 WS-AMT-EDIT-2 PIC $$,$$$,$$$,$$9.99-.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATETIME.
           OPEN INPUT CYCFILE.
           IF WS-CYCFILE-STATUS = "00"
              READ CYCFILE
                 AT END CONTINUE
                 NOT AT END MOVE CYC-DATE TO WS-CYCLE-DATE
              END-READ
              CLOSE CYCFILE
           END-IF.
           IF WS-CYCLE-DATE = SPACES
              STRING WS-RUN-DATETIME(1:4) "-" WS-RUN-DATETIME(5:2)
                 "-" WS-RUN-DATETIME(7:2)
                 DELIMITED BY SIZE INTO WS-CYCLE-DATE
           END-IF.
           MOVE ZEROES TO WS-RUN-DATE-NUM.
           MOVE WS-CYCLE-DATE(1:4) TO WS-RUN-DATE-NUM(1:4).
           MOVE WS-CYCLE-DATE(6:2) TO WS-RUN-DATE-NUM(5:2).
           MOVE WS-CYCLE-DATE(9:2) TO WS-RUN-DATE-NUM(7:2).
           COMPUTE WS-RUN-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).

           MOVE 1.00 TO WS-BKT-PCT(1).
           MOVE 5.00 TO WS-BKT-PCT(2).
           MOVE 20.00 TO WS-BKT-PCT(3).
           MOVE 50.00 TO WS-BKT-PCT(4).
           OPEN INPUT RSVPARM.
           IF WS-RSVPARM-STATUS = "00"
              READ RSVPARM
                 AT END CONTINUE
              END-READ
              IF WS-RSVPARM-STATUS = "00"
                 IF RSP-PCT-CUR IS NUMERIC
                    MOVE RSP-PCT-CUR TO WS-BKT-PCT(1)
                 END-IF
                 IF RSP-PCT-31 IS NUMERIC
                    MOVE RSP-PCT-31 TO WS-BKT-PCT(2)
                 END-IF
                 IF RSP-PCT-61 IS NUMERIC
                    MOVE RSP-PCT-61 TO WS-BKT-PCT(3)
                 END-IF
                 IF RSP-PCT-91 IS NUMERIC
                    MOVE RSP-PCT-91 TO WS-BKT-PCT(4)
                 END-IF
              END-IF
              CLOSE RSVPARM
           END-IF.
           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
              UNTIL WS-BKT-SUB > 4
              MOVE ZEROES TO WS-BKT-COUNT(WS-BKT-SUB)
                 WS-BKT-OPEN(WS-BKT-SUB) WS-BKT-RESERVE(WS-BKT-SUB)
           END-PERFORM.

           OPEN INPUT ARMAST.
           IF WS-ARMAST-STATUS NOT = "00"
              DISPLAY "No AR master found - required reserve is zero."
           ELSE
              PERFORM UNTIL WS-EOF = 'Y'
                 READ ARMAST
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF ARM-OPEN > ZERO
                          PERFORM AGE-ONE-ITEM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARMAST
           END-IF.
           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
              UNTIL WS-BKT-SUB > 4
              COMPUTE WS-BKT-RESERVE(WS-BKT-SUB) ROUNDED =
                 WS-BKT-OPEN(WS-BKT-SUB) * WS-BKT-PCT(WS-BKT-SUB)
                 / 100
              ADD WS-BKT-RESERVE(WS-BKT-SUB) TO WS-REQ-RESERVE
           END-PERFORM.

           PERFORM READ-ALLOWANCE.
           COMPUTE WS-ADJ-AMT = WS-REQ-RESERVE - WS-CUR-ALLOW.

           CALL "SEQGEN" USING WS-SEQ-NAME WS-RUN-SEQ
              WS-SEQ-RANGE-MAX WS-SEQ-INCREMENT.
           OPEN OUTPUT GLFILE.
           IF WS-ADJ-AMT > ZERO
              MOVE WS-ADJ-AMT TO WS-GL-AMT
              MOVE SPACES TO GL-REC
              MOVE "BAD-DEBT-EXP" TO GL-ACCOUNT
              MOVE "D" TO GL-DC
              PERFORM WRITE-GL-LINE
              MOVE SPACES TO GL-REC
              MOVE WS-ALLOW-ACCOUNT TO GL-ACCOUNT
              MOVE "C" TO GL-DC
              PERFORM WRITE-GL-LINE
           ELSE
              IF WS-ADJ-AMT < ZERO
                 COMPUTE WS-GL-AMT = ZERO - WS-ADJ-AMT
                 MOVE SPACES TO GL-REC
                 MOVE WS-ALLOW-ACCOUNT TO GL-ACCOUNT
                 MOVE "D" TO GL-DC
                 PERFORM WRITE-GL-LINE
                 MOVE SPACES TO GL-REC
                 MOVE "BAD-DEBT-EXP" TO GL-ACCOUNT
                 MOVE "C" TO GL-DC
                 PERFORM WRITE-GL-LINE
              ELSE
                 MOVE ZEROES TO WS-GL-AMT
              END-IF
           END-IF.
           MOVE SPACES TO GL-REC.
           MOVE "PROOF-DEBITS" TO GL-ACCOUNT.
           MOVE "D" TO GL-DC.
           PERFORM WRITE-GL-LINE.
           MOVE SPACES TO GL-REC.
           MOVE "PROOF-CREDITS" TO GL-ACCOUNT.
           MOVE "C" TO GL-DC.
           PERFORM WRITE-GL-LINE.
           CLOSE GLFILE.

           PERFORM WRITE-REPORT.

           MOVE WS-ADJ-AMT TO WS-AMT-EDIT.
           DISPLAY "ARRESV allowance adjustment " WS-AMT-EDIT
              " as of " WS-CYCLE-DATE.
           STOP RUN.

      * age one open item into its bucket, exactly as CASHAPP ages
      * the AR master for its aging report
       AGE-ONE-ITEM.
           MOVE ARM-DATE TO WS-AGE-BASE-DATE.
           IF ARM-DUE-DATE(1:4) IS NUMERIC
              MOVE ARM-DUE-DATE TO WS-AGE-BASE-DATE
           END-IF.
           IF WS-AGE-BASE-DATE(1:4) IS NUMERIC
              MOVE ZEROES TO WS-ITEM-DATE-NUM
              MOVE WS-AGE-BASE-DATE(1:4) TO WS-ITEM-DATE-NUM(1:4)
              MOVE WS-AGE-BASE-DATE(6:2) TO WS-ITEM-DATE-NUM(5:2)
              MOVE WS-AGE-BASE-DATE(9:2) TO WS-ITEM-DATE-NUM(7:2)
              COMPUTE WS-ITEM-DAYS =
                 FUNCTION INTEGER-OF-DATE(WS-ITEM-DATE-NUM)
              COMPUTE WS-AGE-DAYS = WS-RUN-DAYS - WS-ITEM-DAYS
           ELSE
              MOVE 9999 TO WS-AGE-DAYS
           END-IF.
           EVALUATE TRUE
              WHEN WS-AGE-DAYS <= 30
                 MOVE 1 TO WS-BKT-SUB
              WHEN WS-AGE-DAYS <= 60
                 MOVE 2 TO WS-BKT-SUB
              WHEN WS-AGE-DAYS <= 90
                 MOVE 3 TO WS-BKT-SUB
              WHEN OTHER
                 MOVE 4 TO WS-BKT-SUB
           END-EVALUATE.
           ADD 1 TO WS-BKT-COUNT(WS-BKT-SUB).
           ADD ARM-OPEN TO WS-BKT-OPEN(WS-BKT-SUB).
           ADD 1 TO WS-TOT-COUNT.
           ADD ARM-OPEN TO WS-TOT-OPEN.

      * the allowance is a credit-balance account: its balance is
      * every period's credits less debits posted to it so far
       READ-ALLOWANCE.
           OPEN INPUT ACCTBAL.
           IF WS-ACCTBAL-STATUS = "35"
              DISPLAY "No account balance master yet - current "
                 "allowance taken as zero."
           ELSE
              IF WS-ACCTBAL-STATUS NOT = "00"
                 DISPLAY "Account balance master could not be opened "
                    "- status " WS-ACCTBAL-STATUS " - aborting run."
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-ALLOW-ACCOUNT TO AB-ACCOUNT
              MOVE LOW-VALUES TO AB-PERIOD
              MOVE 'N' TO WS-EOF
              START ACCTBAL KEY IS NOT LESS THAN AB-KEY
                 INVALID KEY MOVE 'Y' TO WS-EOF
              END-START
              PERFORM UNTIL WS-EOF = 'Y'
                 READ ACCTBAL NEXT RECORD
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF AB-ACCOUNT NOT = WS-ALLOW-ACCOUNT
                          MOVE 'Y' TO WS-EOF
                       ELSE
                          COMPUTE WS-CUR-ALLOW = WS-CUR-ALLOW +
                             AB-CREDITS - AB-DEBITS
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ACCTBAL
           END-IF.

       WRITE-GL-LINE.
           MOVE "ARRESV" TO GL-SOURCE.
           MOVE WS-RUN-SEQ TO GL-RUN-SEQ.
           MOVE WS-GL-AMT TO GL-AMT.
           IF GL-ACCOUNT(1:6) = "PROOF-"
              MOVE "Batch balancing proof" TO GL-DESC
           ELSE
              MOVE "Doubtful accounts reserve" TO GL-DESC
           END-IF.
           WRITE GL-REC.

       WRITE-REPORT.
           OPEN OUTPUT RPTFILE.
           MOVE SPACES TO RPT-REC.
           STRING "Allowance for doubtful accounts as of "
              WS-CYCLE-DATE DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING "Bucket      items        open balance   loss %"
              "    required reserve"
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1
              UNTIL WS-BKT-SUB > 4
              MOVE WS-BKT-COUNT(WS-BKT-SUB) TO WS-COUNT-EDIT
              MOVE WS-BKT-OPEN(WS-BKT-SUB) TO WS-AMT-EDIT
              MOVE WS-BKT-PCT(WS-BKT-SUB) TO WS-PCT-EDIT
              MOVE WS-BKT-RESERVE(WS-BKT-SUB) TO WS-AMT-EDIT-2
              MOVE SPACES TO RPT-REC
              STRING WS-BKT-NAME(WS-BKT-SUB) WS-COUNT-EDIT " "
                 WS-AMT-EDIT "  " WS-PCT-EDIT " " WS-AMT-EDIT-2
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           END-PERFORM.
           MOVE WS-TOT-COUNT TO WS-COUNT-EDIT.
           MOVE WS-TOT-OPEN TO WS-AMT-EDIT.
           MOVE WS-REQ-RESERVE TO WS-AMT-EDIT-2.
           MOVE SPACES TO RPT-REC.
           STRING "TOTAL     " WS-COUNT-EDIT " " WS-AMT-EDIT
              "          " WS-AMT-EDIT-2
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-REQ-RESERVE TO WS-AMT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Required reserve              " WS-AMT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-CUR-ALLOW TO WS-AMT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Current allowance balance     " WS-AMT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-ADJ-AMT TO WS-AMT-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "Adjustment posted             " WS-AMT-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           IF WS-ADJ-AMT > ZERO
              MOVE "  D BAD-DEBT-EXP / C ALLOW-DOUBTFUL" TO RPT-REC
           ELSE
              IF WS-ADJ-AMT < ZERO
                 MOVE "  D ALLOW-DOUBTFUL / C BAD-DEBT-EXP" TO RPT-REC
              ELSE
                 MOVE "  allowance already at the required reserve"
                    TO RPT-REC
              END-IF
           END-IF.
           WRITE RPT-REC.
           CLOSE RPTFILE.
