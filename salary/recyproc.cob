           05 FIX-ESAL-NUM REDEFINES FIX-ESAL PIC 9(7)V99.
           05 FILLER PIC X(2).
           05 FIX-PERIOD PIC X(6).
           05 FIX-OPERATOR PIC X(8).
           05 FIX-APPROVER PIC X(8).
           05 FIX-BLANKS PIC X(22).

       FD EMPFILE.
       01 DATA-EMP.
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

       FD YTDMAST.
       01 YTD-MAST-REC.
           05 YTDM-PERIOD-ER-MATCH PIC S9(9)V99.
           05 YTDM-PERIOD-ER-TAX PIC S9(9)V99.
           05 YTDM-CLOSED PIC X(1).
           05 YTDM-YTD-COMM PIC 9(9)V99.
           05 YTDM-PERIOD-COMM PIC S9(9)V99.
           05 YTDM-ERN-SLOT OCCURS 10 TIMES.
               10 YTDM-ERN-CODE PIC X(4).
               10 YTDM-ERN-YTD PIC 9(9)V99.
               10 YTDM-ERN-PERIOD PIC S9(9)V99.

       FD CHGLOG.
       01 CHG-REC.
           05 CHG-DATE PIC X(10).
           05 CHG-SEQ PIC 9(9).
           05 CHG-ACTION PIC X(3).
           05 CHG-OPERATOR PIC X(8).
           05 FILLER PIC X(1).

       FD OUTFILE.
       01 RPT-LINE PIC X(81).
           05 WS-RPT-PAGE-NUM PIC 9(4) VALUE ZERO.
           05 WS-RPT-LINE-COUNT PIC 9(2) VALUE ZERO.
           05 WS-RPT-NEW-PAGE PIC X(1) VALUE 'N'.
           05 WS-RPT-PROGRAM PIC X(8) VALUE "RECYPROC".
           05 WS-RPT-RUN-SEQ PIC 9(9) VALUE ZEROES.
           05 WS-RPT-RETAIN PIC X(1) VALUE 'S'.
           05 WS-RPT-CYCLE-DATE PIC X(10) VALUE SPACES.
           05 WS-RPT-CLOSE PIC X(1) VALUE 'N'.
           05 WS-RPT-ID PIC 9(9) VALUE ZEROES.
           05 WS-RPT-LINES PIC 9(7) VALUE ZEROES.
       01 WS-RPT-DETAIL PIC X(80).
       01 WS-RPT-OUT.
           05 WS-RPT-OUT-COUNT PIC 9.
       01 WS-REJECT-COUNT-EDIT PIC ZZZ,ZZ9.
       01 WS-LATE-AMT-EDIT PIC ZZZZZZ9.99.

      * a late posting is a manual correction to the YTD master: it
      * must name its operator, and a second approver when the
      * amount is over the approval limit
       01 WS-OPR-CTL.
           05 WS-OPR-SUBSYS PIC X(8) VALUE "PAYROLL".
           05 WS-OPR-PROGRAM PIC X(10) VALUE "RECYPROC".
           05 WS-OPR-ACTION PIC X(4) VALUE "LAT".
           05 WS-OPR-KEY PIC X(12) VALUE SPACES.
           05 WS-OPR-AMOUNT PIC S9(9)V99 VALUE ZEROES.
           05 WS-OPR-OPERATOR PIC X(8) VALUE SPACES.
           05 WS-OPR-APPROVER PIC X(8) VALUE SPACES.
           05 WS-OPR-RESULT PIC X(1) VALUE SPACES.
           05 WS-OPR-REASON PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATETIME.
           MOVE WS-RUN-DATETIME(1:4) TO WS-RUN-YYYY.
                             TO DOE-REASON
                          WRITE DATA-OUT-EXCEPTION
                       ELSE
                          MOVE FIX-EID TO WS-OPR-KEY
                          MOVE FIX-ESAL-NUM TO WS-OPR-AMOUNT
                          MOVE FIX-OPERATOR TO WS-OPR-OPERATOR
                          MOVE FIX-APPROVER TO WS-OPR-APPROVER
                          CALL "OPRCHK" USING WS-OPR-CTL
                          IF WS-OPR-RESULT NOT = 'A'
                             ADD 1 TO WS-REJECT-COUNT
                             MOVE FIX-EID TO DOE-EID
                             MOVE FIX-EPOS TO DOE-EPOS
                             MOVE FIX-ESAL TO DOE-ESAL-RAW
                             MOVE WS-OPR-REASON TO DOE-REASON
                             WRITE DATA-OUT-EXCEPTION
                          ELSE
                             IF WS-YTD-NEW = 'Y'
                                MOVE SPACES TO YTD-MAST-REC
                                MOVE FIX-EID TO YTDM-EID
                                MOVE FIX-EPOS TO YTDM-EPOS
                                MOVE ZEROES TO YTDM-YTD-SAL YTDM-YTD-FED
                                   YTDM-YTD-STATE YTDM-YTD-RET
                                   YTDM-YTD-INS
                                   YTDM-POS-HIST-COUNT YTDM-LAST-SEQ
                                   YTDM-PERIOD-SAL YTDM-PERIOD-FED
                                   YTDM-PERIOD-STATE YTDM-PERIOD-RET
                                   YTDM-PERIOD-INS YTDM-QTR-SAL
                                   YTDM-QTR-FED YTDM-QTR-STATE
                                   YTDM-YTD-ER-MATCH YTDM-YTD-ER-TAX
                                   YTDM-PERIOD-ER-MATCH
                                   YTDM-PERIOD-ER-TAX
                                   YTDM-YTD-COMM YTDM-PERIOD-COMM
                             END-IF
                             MOVE YTDM-YTD-SAL TO WS-CHG-PRIOR
                             ADD FIX-ESAL-NUM TO YTDM-YTD-SAL
                             ADD FIX-ESAL-NUM TO YTDM-QTR-SAL
                             MOVE WS-RUN-DATE-EDIT(1:10) TO
                                YTDM-LAST-POST-DATE
                             IF WS-YTD-NEW = 'Y'
                                WRITE YTD-MAST-REC
                             ELSE
                                REWRITE YTD-MAST-REC
                             END-IF
                             IF WS-YTDMAST-STATUS NOT = "00"
                                DISPLAY "YTD master update failed for "
                                   FIX-EID " - status "
                                   WS-YTDMAST-STATUS
                                   " - aborting run."
                                MOVE 16 TO RETURN-CODE
                                CLOSE FIXFILE OUTFILE EXCFILE YTDMAST
                                   CHGLOG
                                STOP RUN
                             END-IF
                             MOVE SPACES TO CHG-REC
                             MOVE FIX-EID TO CHG-EID
                             MOVE WS-CHG-PRIOR TO CHG-PRIOR
                             COMPUTE CHG-APPLIED =
                                YTDM-YTD-SAL - WS-CHG-PRIOR
                             MOVE YTDM-YTD-SAL TO CHG-NEW
                             MOVE WS-RUN-DATE-EDIT(1:10) TO CHG-DATE
                             MOVE WS-RUN-SEQ TO CHG-SEQ
                             MOVE "LAT" TO CHG-ACTION
                             MOVE FIX-OPERATOR TO CHG-OPERATOR
                             WRITE CHG-REC
                             ADD 1 TO WS-POSTED-COUNT
                             MOVE FIX-ESAL-NUM TO WS-LATE-AMT-EDIT
                             MOVE SPACES TO DATA-OUT-SUMMARY
                             STRING FIX-EID " " FIX-EPOS " "
                                WS-LATE-AMT-EDIT " LATE pd " FIX-PERIOD
                                " by " FIX-OPERATOR
                                DELIMITED BY SIZE INTO DATA-OUT-SUMMARY
                             PERFORM WRITE-OUT-SUMMARY
                          END-IF
                       END-IF
                    END-IF
                    END-IF
              " rejected again " WS-REJECT-COUNT-EDIT
              DELIMITED BY SIZE INTO DATA-OUT-SUMMARY.
           PERFORM WRITE-OUT-SUMMARY.
           MOVE WS-RUN-SEQ TO WS-RPT-RUN-SEQ.
           MOVE 'Y' TO WS-RPT-CLOSE.
           CALL "RPTWTR" USING WS-RPT-CTL WS-RPT-DETAIL WS-RPT-OUT.
           CLOSE OUTFILE.
           CLOSE EXCFILE.
           DISPLAY "RECYPROC applied " WS-POSTED-COUNT-EDIT
