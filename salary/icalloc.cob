       IDENTIFICATION DIVISION.
       PROGRAM-ID. ICALLOC.

      * intercompany payroll allocation, run after SALPROC. every
      * employee is paid under the ECOMP company code; ALLOCIN lists
      * the share of an employee's cost that belongs to another
      * company. the share of gross pay and of employer burden
      * (payroll tax, retirement match, benefits, workers comp) from
      * SALPROC's LABOROUT extract is moved to the receiving company,
      * and the paying company books a receivable from it. for each
      * paying/receiving company pair the journal carries:
      *   D SAL-ALLOC-rr     / C SAL-ALLOC-pp      gross moved
      *   D BURDEN-ALLOC-rr  / C BURDEN-ALLOC-pp   burden moved
      *   D IC-RECV-pp-rr    / C IC-PAYB-rr-pp     due to payer
      * (pp = paying company, rr = receiving company) followed by the
      * PROOF-* balancing rows GLCONS verifies. the settlement report
      * shows what each company owes each other company, gross and
      * net of the reverse direction.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LABFILE ASSIGN TO LABIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LABFILE-STATUS.
           SELECT ALLOCFILE ASSIGN TO ALLOCIN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ALLOCFILE-STATUS.
           SELECT GLFILE ASSIGN TO GLOUT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO OUTPUT1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT EXCFILE ASSIGN TO OUTPUT2
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD LABFILE.
       01 DATA-LAB.
           05 LAB-EID PIC X(11).
           05 LAB-COMP PIC X(2).
           05 LAB-DEPT PIC X(10).
           05 LAB-PERIOD PIC X(6).
           05 LAB-RUN-SEQ PIC 9(9).
           05 LAB-GROSS PIC 9(7)V99.
           05 LAB-ER-TAX PIC 9(7)V99.
           05 LAB-ER-MATCH PIC 9(7)V99.
           05 LAB-ER-BEN PIC 9(7)V99.
           05 LAB-WC-PREM PIC 9(7)V99.
           05 LAB-BLANKS PIC X(17).

      * one row per employee and receiving company; the percentages
      * for one EID may not add to more than 100
       FD ALLOCFILE.
       01 DATA-ALLOC.
           05 ALLOC-EID PIC X(11).
           05 ALLOC-COMP PIC X(2).
           05 ALLOC-PCT PIC 9(3)V99.
           05 ALLOC-BLANKS PIC X(62).

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

       FD EXCFILE.
       01 DATA-OUT-EXCEPTION.
           05 DOE-EID PIC X(11).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DOE-COMP PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DOE-AMT-RAW PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DOE-REASON PIC X(54).

       WORKING-STORAGE SECTION.
       01 WS-LABFILE-STATUS PIC XX.
       01 WS-ALLOCFILE-STATUS PIC XX.
       01 WS-EOF PIC A VALUE 'N'.
       01 WS-RUN-SEQ PIC 9(9) VALUE ZEROES.
       01 WS-PERIOD-ID PIC X(6) VALUE SPACES.

       01 WS-ALLOC-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-ALLOC-TABLE-COUNT-MAX PIC 9(4) VALUE 2000.
       01 WS-ALLOC-TABLE.
           05 WS-ALLOC-ENTRY OCCURS 2000 TIMES.
               10 WS-ALLOC-EID PIC X(11).
               10 WS-ALLOC-COMP PIC X(2).
               10 WS-ALLOC-PCT PIC 9(3)V99.
               10 WS-ALLOC-MATCHED PIC A.
       01 WS-ALLOC-SUB PIC 9(4).

       01 WS-PAIR-TABLE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-PAIR-TABLE-COUNT-MAX PIC 9(4) VALUE 200.
       01 WS-PAIR-TABLE.
           05 WS-PAIR-ENTRY OCCURS 200 TIMES.
               10 WS-PAIR-PAYER PIC X(2).
               10 WS-PAIR-RECV PIC X(2).
               10 WS-PAIR-COUNT PIC 9(5).
               10 WS-PAIR-GROSS PIC 9(9)V99.
               10 WS-PAIR-BURDEN PIC 9(9)V99.
               10 WS-PAIR-NETTED PIC A.
       01 WS-PAIR-SUB PIC 9(4).
       01 WS-PAIR-SUB2 PIC 9(4).
       01 WS-PAIR-FOUND-SUB PIC 9(4).

       01 WS-EMP-PCT PIC 9(5)V99 VALUE ZEROES.
       01 WS-EMP-BURDEN PIC 9(7)V99 VALUE ZEROES.
       01 WS-ALLOC-GROSS PIC 9(7)V99 VALUE ZEROES.
       01 WS-ALLOC-BURDEN PIC 9(7)V99 VALUE ZEROES.
       01 WS-PAIR-TOTAL PIC 9(9)V99 VALUE ZEROES.
       01 WS-REVERSE-TOTAL PIC 9(9)V99 VALUE ZEROES.
       01 WS-NET-AMT PIC S9(9)V99 VALUE ZEROES.
       01 WS-GL-DEBITS PIC S9(11)V99 VALUE ZEROES.
       01 WS-GL-CREDITS PIC S9(11)V99 VALUE ZEROES.
       01 WS-TOT-GROSS PIC 9(11)V99 VALUE ZEROES.
       01 WS-TOT-BURDEN PIC 9(11)V99 VALUE ZEROES.

       01 WS-LAB-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-ALLOC-EMP-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-EXC-COUNT PIC 9(6) VALUE ZEROES.
       01 WS-PCT-EDIT PIC ZZ9.99.
       01 WS-GROSS-EDIT PIC ZZ,ZZZ,ZZ9.99.
       01 WS-BURDEN-EDIT PIC ZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-EDIT PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-COUNT-EDIT PIC ZZZ,ZZ9.
       01 WS-COUNT-EDIT2 PIC ZZZ,ZZ9.
       01 WS-COUNT-EDIT3 PIC ZZZ,ZZ9.
       01 WS-PAIR-COUNT-EDIT PIC ZZZ9.

       PROCEDURE DIVISION.
           OPEN INPUT ALLOCFILE.
           IF WS-ALLOCFILE-STATUS = "35"
              DISPLAY "No intercompany allocation file found - all "
                 "payroll stays with the paying company."
           ELSE
              PERFORM UNTIL WS-ALLOCFILE-STATUS = "10"
                 READ ALLOCFILE
                    AT END MOVE "10" TO WS-ALLOCFILE-STATUS
                    NOT AT END
                       IF WS-ALLOC-TABLE-COUNT =
                          WS-ALLOC-TABLE-COUNT-MAX
                          DISPLAY "ALLOCIN has more rows than "
                             "ICALLOC can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE ALLOCFILE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-ALLOC-TABLE-COUNT
                       MOVE ALLOC-EID TO
                          WS-ALLOC-EID(WS-ALLOC-TABLE-COUNT)
                       MOVE ALLOC-COMP TO
                          WS-ALLOC-COMP(WS-ALLOC-TABLE-COUNT)
                       IF ALLOC-PCT IS NUMERIC
                          MOVE ALLOC-PCT TO
                             WS-ALLOC-PCT(WS-ALLOC-TABLE-COUNT)
                       ELSE
                          MOVE ZEROES TO
                             WS-ALLOC-PCT(WS-ALLOC-TABLE-COUNT)
                       END-IF
                       MOVE 'N' TO
                          WS-ALLOC-MATCHED(WS-ALLOC-TABLE-COUNT)
                 END-READ
              END-PERFORM
              CLOSE ALLOCFILE
           END-IF.

           OPEN OUTPUT EXCFILE.
           OPEN INPUT LABFILE.
           IF WS-LABFILE-STATUS = "35"
              DISPLAY "No labor cost extract from SALPROC found - "
                 "nothing to allocate."
           ELSE
              PERFORM UNTIL WS-EOF = 'Y'
                 READ LABFILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-LAB-COUNT
                       IF WS-LAB-COUNT = 1
                          MOVE LAB-RUN-SEQ TO WS-RUN-SEQ
                          MOVE LAB-PERIOD TO WS-PERIOD-ID
                       END-IF
                       PERFORM ALLOC-EMP
                 END-READ
              END-PERFORM
              CLOSE LABFILE
           END-IF.

      * an allocation row for someone who was not paid this period
      * moves nothing - listed so HR can clean up the file
           PERFORM VARYING WS-ALLOC-SUB FROM 1 BY 1
              UNTIL WS-ALLOC-SUB > WS-ALLOC-TABLE-COUNT
              IF WS-ALLOC-MATCHED(WS-ALLOC-SUB) = 'N'
                 ADD 1 TO WS-EXC-COUNT
                 MOVE SPACES TO DATA-OUT-EXCEPTION
                 MOVE WS-ALLOC-EID(WS-ALLOC-SUB) TO DOE-EID
                 MOVE WS-ALLOC-COMP(WS-ALLOC-SUB) TO DOE-COMP
                 MOVE WS-ALLOC-PCT(WS-ALLOC-SUB) TO WS-PCT-EDIT
                 MOVE WS-PCT-EDIT TO DOE-AMT-RAW
                 MOVE "EID not paid this period - nothing allocated"
                    TO DOE-REASON
                 WRITE DATA-OUT-EXCEPTION
              END-IF
           END-PERFORM.
           CLOSE EXCFILE.

           OPEN OUTPUT GLFILE.
           PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
              UNTIL WS-PAIR-SUB > WS-PAIR-TABLE-COUNT
              PERFORM WRITE-PAIR-GL
           END-PERFORM.
           MOVE SPACES TO GL-REC.
           MOVE "ICALLOC" TO GL-SOURCE.
           MOVE WS-RUN-SEQ TO GL-RUN-SEQ.
           MOVE "PROOF-DEBITS" TO GL-ACCOUNT.
           MOVE "D" TO GL-DC.
           MOVE WS-GL-DEBITS TO GL-AMT.
           MOVE "Batch balancing proof" TO GL-DESC.
           WRITE GL-REC.
           MOVE SPACES TO GL-REC.
           MOVE "ICALLOC" TO GL-SOURCE.
           MOVE WS-RUN-SEQ TO GL-RUN-SEQ.
           MOVE "PROOF-CREDITS" TO GL-ACCOUNT.
           MOVE "C" TO GL-DC.
           MOVE WS-GL-CREDITS TO GL-AMT.
           MOVE "Batch balancing proof" TO GL-DESC.
           WRITE GL-REC.
           CLOSE GLFILE.
           IF WS-GL-DEBITS NOT = WS-GL-CREDITS
              DISPLAY "WARNING: intercompany journal does not "
                 "balance - debits and credits differ."
           END-IF.

      * settlement report: each paying company and what every other
      * company owes it, then the net per pair of companies
           OPEN OUTPUT RPTFILE.
           MOVE SPACES TO RPT-REC.
           STRING "INTERCOMPANY PAYROLL SETTLEMENT - PERIOD "
              WS-PERIOD-ID
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING "OWED BY OWED TO  EMPS   GROSS ALLOCATED"
              "  BURDEN ALLOCATED      TOTAL OWED"
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
              UNTIL WS-PAIR-SUB > WS-PAIR-TABLE-COUNT
              COMPUTE WS-PAIR-TOTAL = WS-PAIR-GROSS(WS-PAIR-SUB) +
                 WS-PAIR-BURDEN(WS-PAIR-SUB)
              ADD WS-PAIR-GROSS(WS-PAIR-SUB) TO WS-TOT-GROSS
              ADD WS-PAIR-BURDEN(WS-PAIR-SUB) TO WS-TOT-BURDEN
              MOVE WS-PAIR-COUNT(WS-PAIR-SUB) TO WS-COUNT-EDIT
              MOVE WS-PAIR-GROSS(WS-PAIR-SUB) TO WS-GROSS-EDIT
              MOVE WS-PAIR-BURDEN(WS-PAIR-SUB) TO WS-BURDEN-EDIT
              MOVE WS-PAIR-TOTAL TO WS-TOTAL-EDIT
              MOVE SPACES TO RPT-REC
              STRING "   " WS-PAIR-RECV(WS-PAIR-SUB) "      "
                 WS-PAIR-PAYER(WS-PAIR-SUB) "   " WS-COUNT-EDIT
                 "   " WS-GROSS-EDIT "     " WS-BURDEN-EDIT
                 "  " WS-TOTAL-EDIT
                 DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           END-PERFORM.
           COMPUTE WS-PAIR-TOTAL = WS-TOT-GROSS + WS-TOT-BURDEN.
           MOVE WS-TOT-GROSS TO WS-GROSS-EDIT.
           MOVE WS-TOT-BURDEN TO WS-BURDEN-EDIT.
           MOVE WS-PAIR-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO RPT-REC.
           STRING "TOTAL                     " WS-GROSS-EDIT "     "
              WS-BURDEN-EDIT "  " WS-TOTAL-EDIT
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.

           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING "NET SETTLEMENT BY COMPANY PAIR"
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
              UNTIL WS-PAIR-SUB > WS-PAIR-TABLE-COUNT
              IF WS-PAIR-NETTED(WS-PAIR-SUB) = 'N'
                 PERFORM NET-PAIR
              END-IF
           END-PERFORM.

           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-LAB-COUNT TO WS-COUNT-EDIT.
           MOVE WS-ALLOC-EMP-COUNT TO WS-COUNT-EDIT2.
           MOVE WS-EXC-COUNT TO WS-COUNT-EDIT3.
           MOVE SPACES TO RPT-REC.
           STRING "Employees paid " WS-COUNT-EDIT
              " allocated " WS-COUNT-EDIT2
              " exceptions " WS-COUNT-EDIT3
              DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           CLOSE RPTFILE.
           MOVE WS-PAIR-TABLE-COUNT TO WS-PAIR-COUNT-EDIT.
           DISPLAY "ICALLOC allocated " WS-COUNT-EDIT2
              " employee(s) across " WS-PAIR-COUNT-EDIT
              " company pair(s).".

           STOP RUN.

      * one employee's allocation rows - the whole employee is held
      * back when the rows add to more than 100 percent
       ALLOC-EMP.
           MOVE ZEROES TO WS-EMP-PCT.
           PERFORM VARYING WS-ALLOC-SUB FROM 1 BY 1
              UNTIL WS-ALLOC-SUB > WS-ALLOC-TABLE-COUNT
              IF WS-ALLOC-EID(WS-ALLOC-SUB) = LAB-EID
                 MOVE 'Y' TO WS-ALLOC-MATCHED(WS-ALLOC-SUB)
                 IF WS-ALLOC-COMP(WS-ALLOC-SUB) NOT = LAB-COMP
                    ADD WS-ALLOC-PCT(WS-ALLOC-SUB) TO WS-EMP-PCT
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-EMP-PCT > 100
              ADD 1 TO WS-EXC-COUNT
              MOVE SPACES TO DATA-OUT-EXCEPTION
              MOVE LAB-EID TO DOE-EID
              MOVE LAB-COMP TO DOE-COMP
              MOVE WS-EMP-PCT TO WS-PCT-EDIT
              MOVE WS-PCT-EDIT TO DOE-AMT-RAW
              MOVE "Allocation over 100 percent - nothing allocated"
                 TO DOE-REASON
              WRITE DATA-OUT-EXCEPTION
           ELSE
              IF WS-EMP-PCT > ZERO
                 ADD 1 TO WS-ALLOC-EMP-COUNT
              END-IF
              COMPUTE WS-EMP-BURDEN = LAB-ER-TAX + LAB-ER-MATCH +
                 LAB-ER-BEN + LAB-WC-PREM
              PERFORM VARYING WS-ALLOC-SUB FROM 1 BY 1
                 UNTIL WS-ALLOC-SUB > WS-ALLOC-TABLE-COUNT
                 IF WS-ALLOC-EID(WS-ALLOC-SUB) = LAB-EID
                    IF WS-ALLOC-COMP(WS-ALLOC-SUB) = LAB-COMP
                       ADD 1 TO WS-EXC-COUNT
                       MOVE SPACES TO DATA-OUT-EXCEPTION
                       MOVE LAB-EID TO DOE-EID
                       MOVE LAB-COMP TO DOE-COMP
                       MOVE WS-ALLOC-PCT(WS-ALLOC-SUB) TO WS-PCT-EDIT
                       MOVE WS-PCT-EDIT TO DOE-AMT-RAW
                       MOVE "Receiving company is the paying company"
                          TO DOE-REASON
                       WRITE DATA-OUT-EXCEPTION
                    ELSE
                       PERFORM ALLOC-ROW
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.

       ALLOC-ROW.
           COMPUTE WS-ALLOC-GROSS ROUNDED =
              LAB-GROSS * WS-ALLOC-PCT(WS-ALLOC-SUB) / 100.
           COMPUTE WS-ALLOC-BURDEN ROUNDED =
              WS-EMP-BURDEN * WS-ALLOC-PCT(WS-ALLOC-SUB) / 100.
           MOVE ZEROES TO WS-PAIR-FOUND-SUB.
           PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
              UNTIL WS-PAIR-SUB > WS-PAIR-TABLE-COUNT
              IF WS-PAIR-PAYER(WS-PAIR-SUB) = LAB-COMP AND
                 WS-PAIR-RECV(WS-PAIR-SUB) =
                 WS-ALLOC-COMP(WS-ALLOC-SUB)
                 MOVE WS-PAIR-SUB TO WS-PAIR-FOUND-SUB
              END-IF
           END-PERFORM.
           IF WS-PAIR-FOUND-SUB = ZEROES
              IF WS-PAIR-TABLE-COUNT = WS-PAIR-TABLE-COUNT-MAX
                 DISPLAY "More company pairs than ICALLOC can hold - "
                    "aborting run."
                 MOVE 16 TO RETURN-CODE
                 CLOSE LABFILE EXCFILE
                 STOP RUN
              END-IF
              ADD 1 TO WS-PAIR-TABLE-COUNT
              MOVE WS-PAIR-TABLE-COUNT TO WS-PAIR-FOUND-SUB
              MOVE LAB-COMP TO WS-PAIR-PAYER(WS-PAIR-FOUND-SUB)
              MOVE WS-ALLOC-COMP(WS-ALLOC-SUB) TO
                 WS-PAIR-RECV(WS-PAIR-FOUND-SUB)
              MOVE ZEROES TO WS-PAIR-COUNT(WS-PAIR-FOUND-SUB)
                 WS-PAIR-GROSS(WS-PAIR-FOUND-SUB)
                 WS-PAIR-BURDEN(WS-PAIR-FOUND-SUB)
              MOVE 'N' TO WS-PAIR-NETTED(WS-PAIR-FOUND-SUB)
           END-IF.
           ADD 1 TO WS-PAIR-COUNT(WS-PAIR-FOUND-SUB).
           ADD WS-ALLOC-GROSS TO WS-PAIR-GROSS(WS-PAIR-FOUND-SUB).
           ADD WS-ALLOC-BURDEN TO WS-PAIR-BURDEN(WS-PAIR-FOUND-SUB).

      * the six journal rows for one paying/receiving pair
       WRITE-PAIR-GL.
           COMPUTE WS-PAIR-TOTAL = WS-PAIR-GROSS(WS-PAIR-SUB) +
              WS-PAIR-BURDEN(WS-PAIR-SUB).
           MOVE SPACES TO GL-REC.
           MOVE "ICALLOC" TO GL-SOURCE.
           MOVE WS-RUN-SEQ TO GL-RUN-SEQ.
           STRING "SAL-ALLOC-" WS-PAIR-RECV(WS-PAIR-SUB)
              DELIMITED BY SIZE INTO GL-ACCOUNT.
           MOVE "D" TO GL-DC.
           MOVE WS-PAIR-GROSS(WS-PAIR-SUB) TO GL-AMT.
           STRING "Payroll from company " WS-PAIR-PAYER(WS-PAIR-SUB)
              DELIMITED BY SIZE INTO GL-DESC.
           WRITE GL-REC.
           ADD WS-PAIR-GROSS(WS-PAIR-SUB) TO WS-GL-DEBITS.
           MOVE SPACES TO GL-REC.
           MOVE "ICALLOC" TO GL-SOURCE.
           MOVE WS-RUN-SEQ TO GL-RUN-SEQ.
           STRING "SAL-ALLOC-" WS-PAIR-PAYER(WS-PAIR-SUB)
              DELIMITED BY SIZE INTO GL-ACCOUNT.
           MOVE "C" TO GL-DC.
           MOVE WS-PAIR-GROSS(WS-PAIR-SUB) TO GL-AMT.
           STRING "Payroll to company " WS-PAIR-RECV(WS-PAIR-SUB)
              DELIMITED BY SIZE INTO GL-DESC.
           WRITE GL-REC.
           ADD WS-PAIR-GROSS(WS-PAIR-SUB) TO WS-GL-CREDITS.
           MOVE SPACES TO GL-REC.
           MOVE "ICALLOC" TO GL-SOURCE.
           MOVE WS-RUN-SEQ TO GL-RUN-SEQ.
           STRING "BURDEN-ALLOC-" WS-PAIR-RECV(WS-PAIR-SUB)
              DELIMITED BY SIZE INTO GL-ACCOUNT.
           MOVE "D" TO GL-DC.
           MOVE WS-PAIR-BURDEN(WS-PAIR-SUB) TO GL-AMT.
           STRING "Burden from company " WS-PAIR-PAYER(WS-PAIR-SUB)
              DELIMITED BY SIZE INTO GL-DESC.
           WRITE GL-REC.
           ADD WS-PAIR-BURDEN(WS-PAIR-SUB) TO WS-GL-DEBITS.
           MOVE SPACES TO GL-REC.
           MOVE "ICALLOC" TO GL-SOURCE.
           MOVE WS-RUN-SEQ TO GL-RUN-SEQ.
           STRING "BURDEN-ALLOC-" WS-PAIR-PAYER(WS-PAIR-SUB)
              DELIMITED BY SIZE INTO GL-ACCOUNT.
           MOVE "C" TO GL-DC.
           MOVE WS-PAIR-BURDEN(WS-PAIR-SUB) TO GL-AMT.
           STRING "Burden to company " WS-PAIR-RECV(WS-PAIR-SUB)
              DELIMITED BY SIZE INTO GL-DESC.
           WRITE GL-REC.
           ADD WS-PAIR-BURDEN(WS-PAIR-SUB) TO WS-GL-CREDITS.
           MOVE SPACES TO GL-REC.
           MOVE "ICALLOC" TO GL-SOURCE.
           MOVE WS-RUN-SEQ TO GL-RUN-SEQ.
           STRING "IC-RECV-" WS-PAIR-PAYER(WS-PAIR-SUB) "-"
              WS-PAIR-RECV(WS-PAIR-SUB)
              DELIMITED BY SIZE INTO GL-ACCOUNT.
           MOVE "D" TO GL-DC.
           MOVE WS-PAIR-TOTAL TO GL-AMT.
           STRING "Due from company " WS-PAIR-RECV(WS-PAIR-SUB)
              DELIMITED BY SIZE INTO GL-DESC.
           WRITE GL-REC.
           ADD WS-PAIR-TOTAL TO WS-GL-DEBITS.
           MOVE SPACES TO GL-REC.
           MOVE "ICALLOC" TO GL-SOURCE.
           MOVE WS-RUN-SEQ TO GL-RUN-SEQ.
           STRING "IC-PAYB-" WS-PAIR-RECV(WS-PAIR-SUB) "-"
              WS-PAIR-PAYER(WS-PAIR-SUB)
              DELIMITED BY SIZE INTO GL-ACCOUNT.
           MOVE "C" TO GL-DC.
           MOVE WS-PAIR-TOTAL TO GL-AMT.
           STRING "Due to company " WS-PAIR-PAYER(WS-PAIR-SUB)
              DELIMITED BY SIZE INTO GL-DESC.
           WRITE GL-REC.
           ADD WS-PAIR-TOTAL TO WS-GL-CREDITS.

      * nets a pair against its reverse direction, if there is one
       NET-PAIR.
           MOVE 'Y' TO WS-PAIR-NETTED(WS-PAIR-SUB).
           COMPUTE WS-PAIR-TOTAL = WS-PAIR-GROSS(WS-PAIR-SUB) +
              WS-PAIR-BURDEN(WS-PAIR-SUB).
           MOVE ZEROES TO WS-REVERSE-TOTAL.
           PERFORM VARYING WS-PAIR-SUB2 FROM 1 BY 1
              UNTIL WS-PAIR-SUB2 > WS-PAIR-TABLE-COUNT
              IF WS-PAIR-PAYER(WS-PAIR-SUB2) =
                 WS-PAIR-RECV(WS-PAIR-SUB) AND
                 WS-PAIR-RECV(WS-PAIR-SUB2) =
                 WS-PAIR-PAYER(WS-PAIR-SUB)
                 MOVE 'Y' TO WS-PAIR-NETTED(WS-PAIR-SUB2)
                 COMPUTE WS-REVERSE-TOTAL =
                    WS-PAIR-GROSS(WS-PAIR-SUB2) +
                    WS-PAIR-BURDEN(WS-PAIR-SUB2)
              END-IF
           END-PERFORM.
           COMPUTE WS-NET-AMT = WS-PAIR-TOTAL - WS-REVERSE-TOTAL.
           MOVE SPACES TO RPT-REC.
           IF WS-NET-AMT < ZERO
              COMPUTE WS-NET-AMT = ZERO - WS-NET-AMT
              MOVE WS-NET-AMT TO WS-TOTAL-EDIT
              STRING "  Company " WS-PAIR-PAYER(WS-PAIR-SUB)
                 " owes company " WS-PAIR-RECV(WS-PAIR-SUB)
                 " net " WS-TOTAL-EDIT
                 DELIMITED BY SIZE INTO RPT-REC
           ELSE
              MOVE WS-NET-AMT TO WS-TOTAL-EDIT
              STRING "  Company " WS-PAIR-RECV(WS-PAIR-SUB)
                 " owes company " WS-PAIR-PAYER(WS-PAIR-SUB)
                 " net " WS-TOTAL-EDIT
                 DELIMITED BY SIZE INTO RPT-REC
           END-IF.
           WRITE RPT-REC.
