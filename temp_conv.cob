       IDENTIFICATION DIVISION.
       PROGRAM-ID. temp_conv.

      * temperature log conversion with daily statistics, degree
      * days and freeze alerts. a reading that carries a unit ID
      * comes from one of the kitchen's walk-in coolers or freezers
      * instead: it is checked against that unit's safe range on
      * UNITMAST and kept out of the day statistics. the unit report
      * on OUTPUT3 is the time-stamped record per unit the health
      * inspector asks for - every reading, every excursion out of
      * range with how long it lasted, and the corrective action
      * logged for it on CORRACT. an excursion with no action logged
      * is listed on CAPEND, keyed and ready to be filled in. an
      * excursion that lasted the unit's long-excursion time or
      * longer flags every ingredient stored in the unit (UNITSTOR)
      * on TEMPFLAG, where INVRECON counts its loss as waste.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DDPARM-STATUS.
           SELECT UNITFILE ASSIGN TO UNITMAST
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-UNITFILE-STATUS.
           SELECT STORFILE ASSIGN TO UNITSTOR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STORFILE-STATUS.
           SELECT STOCKFILE ASSIGN TO STOCKCTR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STOCKFILE-STATUS.
           SELECT CAFILE ASSIGN TO CORRACT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CAFILE-STATUS.
           SELECT CAPFILE ASSIGN TO CAPEND
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           SELECT FLAGFILE ASSIGN TO TEMPFLAG
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FLAGFILE-STATUS.
           SELECT UNITRPT ASSIGN TO OUTPUT3
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 TEMP-DIR PIC X(1).
           05 TEMP-VAL PIC S9(5)V99 SIGN LEADING SEPARATE CHARACTER.
           05 TEMP-DATE PIC X(10).
           05 TEMP-UNIT PIC X(6).
           05 TEMP-TIME PIC X(4).
           05 TEMP-BLANKS PIC X(51).

       FD TEMPOUT.
       01 DATA-OUT-TEMP PIC X(80).
           05 DDP-FREEZE PIC S9(3)V99 SIGN LEADING SEPARATE.
           05 DDP-BLANKS PIC X(68).

       FD UNITFILE.
       01 DATA-UNIT.
           05 UNT-ID PIC X(6).
           05 UNT-LOCATION PIC X(20).
           05 UNT-SCALE PIC X(1).
           05 UNT-MIN PIC S9(3)V99 SIGN LEADING SEPARATE.
           05 UNT-MAX PIC S9(3)V99 SIGN LEADING SEPARATE.
           05 UNT-LONG-MINS PIC 9(4).
           05 UNT-BLANKS PIC X(37).

       FD STORFILE.
       01 DATA-STORAGE.
           05 USR-UNIT-ID PIC X(6).
           05 USR-ING-ID PIC 9(4).
           05 USR-BLANKS PIC X(70).

       FD STOCKFILE.
       01 STOCK-REC.
           05 ING-ID PIC 9(4).
           05 ING-DESC PIC X(20).
           05 ING-QTY PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 ING-REORDER PIC 9(5)V99.
           05 ING-COST PIC 9(5)V99.
           05 ING-BLANKS PIC X(30).

       FD CAFILE.
       01 DATA-CORRACT.
           05 CA-UNIT-ID PIC X(6).
           05 CA-DATE PIC X(10).
           05 CA-TIME PIC X(4).
           05 CA-ACTION PIC X(40).
           05 CA-BY PIC X(8).
           05 CA-BLANKS PIC X(12).

       FD CAPFILE.
       01 DATA-CAPEND.
           05 CAP-UNIT-ID PIC X(6).
           05 CAP-DATE PIC X(10).
           05 CAP-TIME PIC X(4).
           05 CAP-ACTION PIC X(40).
           05 CAP-BY PIC X(8).
           05 CAP-BLANKS PIC X(12).

       FD FLAGFILE.
       01 DATA-TEMPFLAG.
           05 TFL-ING-ID PIC 9(4).
           05 TFL-UNIT-ID PIC X(6).
           05 TFL-DATE PIC X(10).
           05 TFL-TIME PIC X(4).
           05 TFL-MINUTES PIC 9(7).
           05 TFL-BLANKS PIC X(49).

       FD UNITRPT.
       01 DATA-OUT-UNIT PIC X(80).

       WORKING-STORAGE SECTION.
       01 CEL PIC 9(5)V9(5) VALUE 32.
       01 CELO PIC 9(5)V9(2).
       01 WS-CDD-F PIC -(6)9.99.
       01 WS-BASE-F PIC -(2)9.99.

      * cooler and freezer monitoring. safe ranges are held in
      * Celsius whichever scale the unit master gives them in; an
      * excursion runs from the first reading out of range to the
      * first reading back in range, so readings for one unit must
      * come in time order. a unit with no long-excursion time of
      * its own uses the four-hour standard below
       01 WS-UNITFILE-STATUS PIC XX.
       01 WS-STORFILE-STATUS PIC XX.
       01 WS-STOCKFILE-STATUS PIC XX.
       01 WS-CAFILE-STATUS PIC XX.
       01 WS-FLAGFILE-STATUS PIC XX.
       01 WS-LOAD-EOF PIC A VALUE 'N'.
       01 WS-UNIT-ID PIC X(6) VALUE SPACES.
       01 WS-TIME PIC X(4) VALUE SPACES.
       01 WS-UNIT-OK PIC A VALUE 'Y'.
       01 WS-UNIT-REASON PIC X(36) VALUE SPACES.
       01 WS-UNIT-TEMP PIC S9(5)V99 VALUE ZERO.
       01 WS-UNIT-STATUS PIC X(4) VALUE SPACES.
       01 WS-STD-LONG-MINS PIC 9(4) VALUE 240.
       01 WS-STAMP PIC 9(11) VALUE ZEROES.
       01 WS-DATE-NUM PIC 9(8) VALUE ZEROES.
       01 WS-TIME-NUM PIC 9(4) VALUE ZEROES.
       01 WS-HH PIC 9(2) VALUE ZEROES.
       01 WS-MI PIC 9(2) VALUE ZEROES.

       01 WS-UNT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-UNT-COUNT-MAX PIC 9(3) VALUE 100.
       01 WS-UNT-TABLE.
           05 WS-UNT-ENTRY OCCURS 100 TIMES.
               10 WS-UNT-ID PIC X(6).
               10 WS-UNT-LOCATION PIC X(20).
               10 WS-UNT-MIN PIC S9(5)V99.
               10 WS-UNT-MAX PIC S9(5)V99.
               10 WS-UNT-LONG-MINS PIC 9(4).
               10 WS-UNT-LAST-STAMP PIC 9(11).
               10 WS-UNT-OUT PIC A.
               10 WS-UNT-EXR-SUB PIC 9(4).
               10 WS-UNT-READINGS PIC 9(5).
               10 WS-UNT-EXR-COUNT PIC 9(4).
               10 WS-UNT-OUT-MINS PIC 9(7).
       01 WS-UNT-SUB PIC 9(3) VALUE ZERO.
       01 WS-UNT-FOUND-SUB PIC 9(3) VALUE ZERO.

       01 WS-RDG-COUNT PIC 9(5) VALUE ZERO.
       01 WS-RDG-COUNT-MAX PIC 9(5) VALUE 5000.
       01 WS-RDG-TABLE.
           05 WS-RDG-ENTRY OCCURS 5000 TIMES.
               10 WS-RDG-UNT-SUB PIC 9(3).
               10 WS-RDG-DATE PIC X(10).
               10 WS-RDG-TIME PIC X(4).
               10 WS-RDG-TEMP PIC S9(5)V99.
               10 WS-RDG-STATUS PIC X(4).
       01 WS-RDG-SUB PIC 9(5) VALUE ZERO.

       01 WS-EXR-COUNT PIC 9(4) VALUE ZERO.
       01 WS-EXR-COUNT-MAX PIC 9(4) VALUE 1000.
       01 WS-EXR-TABLE.
           05 WS-EXR-ENTRY OCCURS 1000 TIMES.
               10 WS-EXR-UNT-SUB PIC 9(3).
               10 WS-EXR-START-DATE PIC X(10).
               10 WS-EXR-START-TIME PIC X(4).
               10 WS-EXR-START-STAMP PIC 9(11).
               10 WS-EXR-END-DATE PIC X(10).
               10 WS-EXR-END-TIME PIC X(4).
               10 WS-EXR-MINUTES PIC 9(7).
               10 WS-EXR-PEAK PIC S9(5)V99.
               10 WS-EXR-SIDE PIC X(4).
       01 WS-EXR-SUB PIC 9(4) VALUE ZERO.

       01 WS-CA-COUNT PIC 9(4) VALUE ZERO.
       01 WS-CA-COUNT-MAX PIC 9(4) VALUE 1000.
       01 WS-CA-TABLE.
           05 WS-CA-ENTRY OCCURS 1000 TIMES.
               10 WS-CA-UNIT-ID PIC X(6).
               10 WS-CA-DATE PIC X(10).
               10 WS-CA-TIME PIC X(4).
               10 WS-CA-ACTION PIC X(40).
               10 WS-CA-BY PIC X(8).
       01 WS-CA-SUB PIC 9(4) VALUE ZERO.
       01 WS-CA-FOUND-SUB PIC 9(4) VALUE ZERO.

       01 WS-STR-COUNT PIC 9(4) VALUE ZERO.
       01 WS-STR-COUNT-MAX PIC 9(4) VALUE 1000.
       01 WS-STR-TABLE.
           05 WS-STR-ENTRY OCCURS 1000 TIMES.
               10 WS-STR-UNIT-ID PIC X(6).
               10 WS-STR-ING-ID PIC 9(4).
       01 WS-STR-SUB PIC 9(4) VALUE ZERO.

       01 WS-STK-COUNT PIC 9(4) VALUE ZERO.
       01 WS-STK-COUNT-MAX PIC 9(4) VALUE 200.
       01 WS-STK-TABLE.
           05 WS-STK-ENTRY OCCURS 200 TIMES.
               10 WS-STK-ID PIC 9(4).
               10 WS-STK-DESC PIC X(20).
               10 WS-STK-QTY PIC S9(7)V99.
       01 WS-STK-SUB PIC 9(4) VALUE ZERO.
       01 WS-STK-FOUND-SUB PIC 9(4) VALUE ZERO.

       01 WS-UNIT-REJ PIC 9(5) VALUE ZERO.
       01 WS-CA-MISSING PIC 9(4) VALUE ZERO.
       01 WS-LONG-COUNT PIC 9(4) VALUE ZERO.
       01 WS-FLAG-COUNT PIC 9(5) VALUE ZERO.
       01 WS-TEMP-F PIC -(4)9.99.
       01 WS-LIM-LO-F PIC -(3)9.99.
       01 WS-LIM-HI-F PIC -(3)9.99.
       01 WS-MINS-F PIC Z(6)9.
       01 WS-QTY-F PIC -(6)9.99.
       01 WS-NUM-F PIC ZZZZ9.
       01 WS-NUM2-F PIC ZZZZ9.
       01 WS-END-TEXT PIC X(15) VALUE SPACES.
       01 WS-FLAG-OPEN PIC A VALUE 'N'.
       01 WS-STORED PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
           OPEN INPUT DDPARM.
           IF WS-DDPARM-STATUS = "00"
              DISPLAY "No degree-day parameter file found - "
                 "standard base and freeze threshold in effect."
           END-IF.
           PERFORM LOAD-UNITS.

           OPEN INPUT TEMPFILE.
           OPEN OUTPUT TEMPOUT.
                    MOVE TEMP-DIR TO WS-DIR
                    MOVE TEMP-VAL TO WS-IN-VAL
                    MOVE TEMP-DATE TO WS-DATE
                    MOVE TEMP-UNIT TO WS-UNIT-ID
                    MOVE TEMP-TIME TO WS-TIME
              END-READ
              PERFORM UNTIL WS-EOF = 'Y'
                 IF WS-DAY-OPEN = 'Y' AND WS-DATE NOT = WS-CUR-DATE
                    AND WS-UNIT-ID = SPACES
                    PERFORM CLOSE-DAY
                 END-IF
      * a reading below absolute zero or above the sensor maximum
                       DELIMITED BY SIZE INTO DATA-OUT-EXCEPTION
                    WRITE DATA-OUT-EXCEPTION
                 ELSE
                    IF WS-UNIT-ID NOT = SPACES
                       PERFORM UNIT-READING
                    ELSE
                       IF WS-DAY-OPEN = 'N'
                          MOVE WS-DATE TO WS-CUR-DATE
                          MOVE 'Y' TO WS-DAY-OPEN
                          MOVE ZERO TO WS-DAY-SUM WS-DAY-COUNT
                          MOVE 99999.99 TO WS-DAY-MIN
                          MOVE -99999.99 TO WS-DAY-MAX
                       END-IF
                       IF WS-DIR = 'F'
                          COMPUTE WS-OUT-VAL ROUNDED =
                             (WS-IN-VAL - 32) * 5 / 9
                          MOVE WS-IN-VAL TO WS-IN-F
                          MOVE WS-OUT-VAL TO WS-OUT-F
                          DISPLAY WS-IN-F " Fahrenheit is " WS-OUT-F
                             " Celsius"
                          MOVE SPACES TO DATA-OUT-TEMP
                          STRING WS-DATE " " WS-IN-F " Fahrenheit is "
                             WS-OUT-F " Celsius"
                             DELIMITED BY SIZE INTO DATA-OUT-TEMP
                          WRITE DATA-OUT-TEMP
                       ELSE
                          COMPUTE WS-OUT-VAL ROUNDED =
                             (WS-IN-VAL * 9 / 5) + 32
                          MOVE WS-IN-VAL TO WS-IN-F
                          MOVE WS-OUT-VAL TO WS-OUT-F
                          DISPLAY WS-IN-F " Celsius is " WS-OUT-F
                             " Fahrenheit"
                          MOVE SPACES TO DATA-OUT-TEMP
                          STRING WS-DATE " " WS-IN-F " Celsius is "
                             WS-OUT-F " Fahrenheit"
                             DELIMITED BY SIZE INTO DATA-OUT-TEMP
                          WRITE DATA-OUT-TEMP
                       END-IF
      * day statistics are kept in one unit (Celsius) no matter
      * which direction each record converts: an 'F' record's
      * converted output is already Celsius, a 'C' record's input is
                       IF WS-DIR = 'F'
                          MOVE WS-OUT-VAL TO WS-STAT-VAL
                       ELSE
                          MOVE WS-IN-VAL TO WS-STAT-VAL
                       END-IF
                       ADD 1 TO WS-DAY-COUNT
                       ADD WS-STAT-VAL TO WS-DAY-SUM
                       IF WS-STAT-VAL < WS-DAY-MIN
                          MOVE WS-STAT-VAL TO WS-DAY-MIN
                       END-IF
                       IF WS-STAT-VAL > WS-DAY-MAX
                          MOVE WS-STAT-VAL TO WS-DAY-MAX
                       END-IF
                    END-IF
                 END-IF
                 READ TEMPFILE
                    AT END MOVE 'Y' TO WS-EOF
                       MOVE TEMP-DIR TO WS-DIR
                       MOVE TEMP-VAL TO WS-IN-VAL
                       MOVE TEMP-DATE TO WS-DATE
                       MOVE TEMP-UNIT TO WS-UNIT-ID
                       MOVE TEMP-TIME TO WS-TIME
                 END-READ
              END-PERFORM
              IF WS-DAY-OPEN = 'Y'
                    DELIMITED BY SIZE INTO DATA-OUT-TEMP
                 WRITE DATA-OUT-TEMP
              END-PERFORM
              IF WS-UNT-COUNT NOT = ZERO
                 PERFORM UNIT-REPORT
              END-IF
              IF WS-EXC-COUNT NOT = ZERO
                 DISPLAY WS-EXC-COUNT " impossible reading(s) "
                    "written to the exception file."
              END-IF
              IF WS-UNIT-REJ NOT = ZERO
                 DISPLAY WS-UNIT-REJ " unit reading(s) written to "
                    "the exception file."
              END-IF
              CLOSE EXCFILE
              CLOSE TEMPFILE
           ELSE
              MOVE WS-DAY-MIN TO WS-FRZ-MIN(WS-FRZ-COUNT)
           END-IF.
           MOVE 'N' TO WS-DAY-OPEN.

      * the unit master, what is stored in each unit, the stock
      * counter for the ingredient descriptions and the corrective
      * actions logged so far. all are optional; with no unit master
      * every reading that carries a unit ID is excepted
       LOAD-UNITS.
           OPEN INPUT UNITFILE.
           IF WS-UNITFILE-STATUS = "00"
              MOVE 'N' TO WS-LOAD-EOF
              PERFORM UNTIL WS-LOAD-EOF = 'Y'
                 READ UNITFILE
                    AT END MOVE 'Y' TO WS-LOAD-EOF
                    NOT AT END
                       IF WS-UNT-COUNT = WS-UNT-COUNT-MAX
                          DISPLAY "Unit master has more units than "
                             "temp_conv can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE UNITFILE
                          STOP RUN
                       END-IF
                       IF UNT-MIN IS NUMERIC AND UNT-MAX IS NUMERIC
                          ADD 1 TO WS-UNT-COUNT
                          MOVE UNT-ID TO WS-UNT-ID(WS-UNT-COUNT)
                          MOVE UNT-LOCATION TO
                             WS-UNT-LOCATION(WS-UNT-COUNT)
                          IF UNT-SCALE = 'F'
                             COMPUTE WS-UNT-MIN(WS-UNT-COUNT) ROUNDED =
                                (UNT-MIN - 32) * 5 / 9
                             COMPUTE WS-UNT-MAX(WS-UNT-COUNT) ROUNDED =
                                (UNT-MAX - 32) * 5 / 9
                          ELSE
                             MOVE UNT-MIN TO WS-UNT-MIN(WS-UNT-COUNT)
                             MOVE UNT-MAX TO WS-UNT-MAX(WS-UNT-COUNT)
                          END-IF
                          IF UNT-LONG-MINS IS NUMERIC AND
                             UNT-LONG-MINS NOT = ZERO
                             MOVE UNT-LONG-MINS TO
                                WS-UNT-LONG-MINS(WS-UNT-COUNT)
                          ELSE
                             MOVE WS-STD-LONG-MINS TO
                                WS-UNT-LONG-MINS(WS-UNT-COUNT)
                          END-IF
                          MOVE 'N' TO WS-UNT-OUT(WS-UNT-COUNT)
                          MOVE ZERO TO WS-UNT-LAST-STAMP(WS-UNT-COUNT)
                             WS-UNT-EXR-SUB(WS-UNT-COUNT)
                             WS-UNT-READINGS(WS-UNT-COUNT)
                             WS-UNT-EXR-COUNT(WS-UNT-COUNT)
                             WS-UNT-OUT-MINS(WS-UNT-COUNT)
                       ELSE
                          DISPLAY "Unit " UNT-ID " has no safe range "
                             "on the unit master - ignored."
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE UNITFILE
           ELSE
              DISPLAY "No unit master found - readings with a unit "
                 "ID are excepted."
           END-IF.

           OPEN INPUT STORFILE.
           IF WS-STORFILE-STATUS = "00"
              MOVE 'N' TO WS-LOAD-EOF
              PERFORM UNTIL WS-LOAD-EOF = 'Y'
                 READ STORFILE
                    AT END MOVE 'Y' TO WS-LOAD-EOF
                    NOT AT END
                       IF WS-STR-COUNT = WS-STR-COUNT-MAX
                          DISPLAY "Unit storage file has more rows "
                             "than temp_conv can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE STORFILE
                          STOP RUN
                       END-IF
                       IF USR-ING-ID IS NUMERIC
                          ADD 1 TO WS-STR-COUNT
                          MOVE USR-UNIT-ID TO
                             WS-STR-UNIT-ID(WS-STR-COUNT)
                          MOVE USR-ING-ID TO WS-STR-ING-ID(WS-STR-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE STORFILE
           END-IF.

           OPEN INPUT STOCKFILE.
           IF WS-STOCKFILE-STATUS = "00"
              MOVE 'N' TO WS-LOAD-EOF
              PERFORM UNTIL WS-LOAD-EOF = 'Y'
                 READ STOCKFILE
                    AT END MOVE 'Y' TO WS-LOAD-EOF
                    NOT AT END
                       IF WS-STK-COUNT = WS-STK-COUNT-MAX
                          DISPLAY "Stock file has more ingredients "
                             "than temp_conv can hold - aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE STOCKFILE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-STK-COUNT
                       MOVE ING-ID TO WS-STK-ID(WS-STK-COUNT)
                       MOVE ING-DESC TO WS-STK-DESC(WS-STK-COUNT)
                       MOVE ING-QTY TO WS-STK-QTY(WS-STK-COUNT)
                 END-READ
              END-PERFORM
              CLOSE STOCKFILE
           END-IF.

      * a later row for the same excursion replaces an earlier one,
      * so an action can be corrected by logging it again
           OPEN INPUT CAFILE.
           IF WS-CAFILE-STATUS = "00"
              MOVE 'N' TO WS-LOAD-EOF
              PERFORM UNTIL WS-LOAD-EOF = 'Y'
                 READ CAFILE
                    AT END MOVE 'Y' TO WS-LOAD-EOF
                    NOT AT END
                       IF WS-CA-COUNT = WS-CA-COUNT-MAX
                          DISPLAY "Corrective action log has more "
                             "rows than temp_conv can hold - "
                             "aborting run."
                          MOVE 16 TO RETURN-CODE
                          CLOSE CAFILE
                          STOP RUN
                       END-IF
                       IF CA-ACTION NOT = SPACES
                          ADD 1 TO WS-CA-COUNT
                          MOVE CA-UNIT-ID TO WS-CA-UNIT-ID(WS-CA-COUNT)
                          MOVE CA-DATE TO WS-CA-DATE(WS-CA-COUNT)
                          MOVE CA-TIME TO WS-CA-TIME(WS-CA-COUNT)
                          MOVE CA-ACTION TO WS-CA-ACTION(WS-CA-COUNT)
                          MOVE CA-BY TO WS-CA-BY(WS-CA-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CAFILE
           END-IF.

      * one reading from a cooler or freezer. the unit must be on
      * the unit master and the reading must carry a valid time no
      * earlier than the unit's last one. the reading is kept for
      * the unit report and opens, extends or closes an excursion
       UNIT-READING.
           MOVE 'Y' TO WS-UNIT-OK.
           MOVE ZERO TO WS-UNT-FOUND-SUB.
           PERFORM VARYING WS-UNT-SUB FROM 1 BY 1
              UNTIL WS-UNT-SUB > WS-UNT-COUNT
              IF WS-UNT-ID(WS-UNT-SUB) = WS-UNIT-ID
                 MOVE WS-UNT-SUB TO WS-UNT-FOUND-SUB
              END-IF
           END-PERFORM.
           IF WS-UNT-FOUND-SUB = ZERO
              MOVE 'N' TO WS-UNIT-OK
              MOVE "unit not on the unit master" TO WS-UNIT-REASON
           ELSE
              IF WS-TIME IS NOT NUMERIC OR
                 WS-DATE(1:4) IS NOT NUMERIC OR
                 WS-DATE(6:2) IS NOT NUMERIC OR
                 WS-DATE(9:2) IS NOT NUMERIC
                 MOVE 'N' TO WS-UNIT-OK
                 MOVE "reading date/time not valid" TO WS-UNIT-REASON
              ELSE
                 MOVE WS-TIME TO WS-TIME-NUM
                 DIVIDE WS-TIME-NUM BY 100 GIVING WS-HH
                    REMAINDER WS-MI
                 IF WS-HH > 23 OR WS-MI > 59
                    MOVE 'N' TO WS-UNIT-OK
                    MOVE "reading date/time not valid" TO WS-UNIT-REASON
                 ELSE
                    COMPUTE WS-DATE-NUM =
                       FUNCTION NUMVAL(WS-DATE(1:4)) * 10000 +
                       FUNCTION NUMVAL(WS-DATE(6:2)) * 100 +
                       FUNCTION NUMVAL(WS-DATE(9:2))
                    COMPUTE WS-STAMP =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) * 1440 +
                       WS-HH * 60 + WS-MI
                    IF WS-STAMP < WS-UNT-LAST-STAMP(WS-UNT-FOUND-SUB)
                       MOVE 'N' TO WS-UNIT-OK
                       MOVE "reading out of time order for unit"
                          TO WS-UNIT-REASON
                    END-IF
                 END-IF
              END-IF
           END-IF.

           IF WS-UNIT-OK = 'N'
              ADD 1 TO WS-UNIT-REJ
              MOVE WS-IN-VAL TO WS-IN-F
              MOVE SPACES TO DATA-OUT-EXCEPTION
              STRING WS-DATE " " WS-TIME " " WS-UNIT-ID " " WS-IN-F
                 " " WS-UNIT-REASON " - skipped"
                 DELIMITED BY SIZE INTO DATA-OUT-EXCEPTION
              WRITE DATA-OUT-EXCEPTION
           ELSE
              IF WS-DIR = 'F'
                 COMPUTE WS-UNIT-TEMP ROUNDED =
                    (WS-IN-VAL - 32) * 5 / 9
              ELSE
                 MOVE WS-IN-VAL TO WS-UNIT-TEMP
              END-IF
              MOVE "OK" TO WS-UNIT-STATUS
              IF WS-UNIT-TEMP < WS-UNT-MIN(WS-UNT-FOUND-SUB)
                 MOVE "LOW" TO WS-UNIT-STATUS
              END-IF
              IF WS-UNIT-TEMP > WS-UNT-MAX(WS-UNT-FOUND-SUB)
                 MOVE "HIGH" TO WS-UNIT-STATUS
              END-IF
              IF WS-RDG-COUNT = WS-RDG-COUNT-MAX
                 DISPLAY "Temperature log has more unit readings "
                    "than temp_conv can hold - aborting run."
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-RDG-COUNT
              MOVE WS-UNT-FOUND-SUB TO WS-RDG-UNT-SUB(WS-RDG-COUNT)
              MOVE WS-DATE TO WS-RDG-DATE(WS-RDG-COUNT)
              MOVE WS-TIME TO WS-RDG-TIME(WS-RDG-COUNT)
              MOVE WS-UNIT-TEMP TO WS-RDG-TEMP(WS-RDG-COUNT)
              MOVE WS-UNIT-STATUS TO WS-RDG-STATUS(WS-RDG-COUNT)
              ADD 1 TO WS-UNT-READINGS(WS-UNT-FOUND-SUB)
              IF WS-UNIT-STATUS NOT = "OK"
                 IF WS-UNT-OUT(WS-UNT-FOUND-SUB) = 'N'
                    IF WS-EXR-COUNT = WS-EXR-COUNT-MAX
                       DISPLAY "Temperature log has more excursions "
                          "than temp_conv can hold - aborting run."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-EXR-COUNT
                    MOVE WS-UNT-FOUND-SUB TO
                       WS-EXR-UNT-SUB(WS-EXR-COUNT)
                    MOVE WS-DATE TO WS-EXR-START-DATE(WS-EXR-COUNT)
                    MOVE WS-TIME TO WS-EXR-START-TIME(WS-EXR-COUNT)
                    MOVE WS-STAMP TO WS-EXR-START-STAMP(WS-EXR-COUNT)
                    MOVE SPACES TO WS-EXR-END-DATE(WS-EXR-COUNT)
                       WS-EXR-END-TIME(WS-EXR-COUNT)
                    MOVE ZERO TO WS-EXR-MINUTES(WS-EXR-COUNT)
                    MOVE WS-UNIT-TEMP TO WS-EXR-PEAK(WS-EXR-COUNT)
                    MOVE WS-UNIT-STATUS TO WS-EXR-SIDE(WS-EXR-COUNT)
                    MOVE 'Y' TO WS-UNT-OUT(WS-UNT-FOUND-SUB)
                    MOVE WS-EXR-COUNT TO
                       WS-UNT-EXR-SUB(WS-UNT-FOUND-SUB)
                    ADD 1 TO WS-UNT-EXR-COUNT(WS-UNT-FOUND-SUB)
                 ELSE
                    MOVE WS-UNT-EXR-SUB(WS-UNT-FOUND-SUB) TO WS-EXR-SUB
                    IF WS-EXR-SIDE(WS-EXR-SUB) = "HIGH"
                       IF WS-UNIT-TEMP > WS-EXR-PEAK(WS-EXR-SUB)
                          MOVE WS-UNIT-TEMP TO WS-EXR-PEAK(WS-EXR-SUB)
                       END-IF
                    ELSE
                       IF WS-UNIT-TEMP < WS-EXR-PEAK(WS-EXR-SUB)
                          MOVE WS-UNIT-TEMP TO WS-EXR-PEAK(WS-EXR-SUB)
                       END-IF
                    END-IF
                 END-IF
              ELSE
                 IF WS-UNT-OUT(WS-UNT-FOUND-SUB) = 'Y'
                    MOVE WS-UNT-EXR-SUB(WS-UNT-FOUND-SUB) TO WS-EXR-SUB
                    MOVE WS-DATE TO WS-EXR-END-DATE(WS-EXR-SUB)
                    MOVE WS-TIME TO WS-EXR-END-TIME(WS-EXR-SUB)
                    COMPUTE WS-EXR-MINUTES(WS-EXR-SUB) =
                       WS-STAMP - WS-EXR-START-STAMP(WS-EXR-SUB)
                    ADD WS-EXR-MINUTES(WS-EXR-SUB) TO
                       WS-UNT-OUT-MINS(WS-UNT-FOUND-SUB)
                    MOVE 'N' TO WS-UNT-OUT(WS-UNT-FOUND-SUB)
                 END-IF
              END-IF
              MOVE WS-STAMP TO WS-UNT-LAST-STAMP(WS-UNT-FOUND-SUB)
           END-IF.

      * the unit report. an excursion still open when the log ends
      * is timed to the unit's last reading. each unit's readings
      * and excursions come first, then every excursion against its
      * corrective action, then the stored food flagged by the long
      * ones
       UNIT-REPORT.
           PERFORM VARYING WS-UNT-SUB FROM 1 BY 1
              UNTIL WS-UNT-SUB > WS-UNT-COUNT
              IF WS-UNT-OUT(WS-UNT-SUB) = 'Y'
                 MOVE WS-UNT-EXR-SUB(WS-UNT-SUB) TO WS-EXR-SUB
                 COMPUTE WS-EXR-MINUTES(WS-EXR-SUB) =
                    WS-UNT-LAST-STAMP(WS-UNT-SUB) -
                    WS-EXR-START-STAMP(WS-EXR-SUB)
                 ADD WS-EXR-MINUTES(WS-EXR-SUB) TO
                    WS-UNT-OUT-MINS(WS-UNT-SUB)
              END-IF
           END-PERFORM.
           OPEN OUTPUT UNITRPT.
           OPEN OUTPUT CAPFILE.
           MOVE SPACES TO DATA-OUT-UNIT.
           STRING "COOLER AND FREEZER TEMPERATURE RECORD (CELSIUS)"
              DELIMITED BY SIZE INTO DATA-OUT-UNIT.
           WRITE DATA-OUT-UNIT.

           PERFORM VARYING WS-UNT-SUB FROM 1 BY 1
              UNTIL WS-UNT-SUB > WS-UNT-COUNT
              MOVE SPACES TO DATA-OUT-UNIT
              WRITE DATA-OUT-UNIT
              MOVE WS-UNT-MIN(WS-UNT-SUB) TO WS-LIM-LO-F
              MOVE WS-UNT-MAX(WS-UNT-SUB) TO WS-LIM-HI-F
              MOVE SPACES TO DATA-OUT-UNIT
              STRING "UNIT " WS-UNT-ID(WS-UNT-SUB) " "
                 WS-UNT-LOCATION(WS-UNT-SUB) " SAFE " WS-LIM-LO-F
                 " TO " WS-LIM-HI-F
                 DELIMITED BY SIZE INTO DATA-OUT-UNIT
              WRITE DATA-OUT-UNIT
              MOVE SPACES TO DATA-OUT-UNIT
              STRING "  DATE       TIME     TEMP  STATUS"
                 DELIMITED BY SIZE INTO DATA-OUT-UNIT
              WRITE DATA-OUT-UNIT
              PERFORM VARYING WS-RDG-SUB FROM 1 BY 1
                 UNTIL WS-RDG-SUB > WS-RDG-COUNT
                 IF WS-RDG-UNT-SUB(WS-RDG-SUB) = WS-UNT-SUB
                    MOVE WS-RDG-TEMP(WS-RDG-SUB) TO WS-TEMP-F
                    MOVE SPACES TO DATA-OUT-UNIT
                    STRING "  " WS-RDG-DATE(WS-RDG-SUB) " "
                       WS-RDG-TIME(WS-RDG-SUB) " " WS-TEMP-F "  "
                       WS-RDG-STATUS(WS-RDG-SUB)
                       DELIMITED BY SIZE INTO DATA-OUT-UNIT
                    WRITE DATA-OUT-UNIT
                 END-IF
              END-PERFORM
              PERFORM VARYING WS-EXR-SUB FROM 1 BY 1
                 UNTIL WS-EXR-SUB > WS-EXR-COUNT
                 IF WS-EXR-UNT-SUB(WS-EXR-SUB) = WS-UNT-SUB
                    IF WS-EXR-END-DATE(WS-EXR-SUB) = SPACES
                       MOVE "STILL OUT" TO WS-END-TEXT
                    ELSE
                       MOVE SPACES TO WS-END-TEXT
                       STRING WS-EXR-END-DATE(WS-EXR-SUB) " "
                          WS-EXR-END-TIME(WS-EXR-SUB)
                          DELIMITED BY SIZE INTO WS-END-TEXT
                    END-IF
                    MOVE WS-EXR-MINUTES(WS-EXR-SUB) TO WS-MINS-F
                    MOVE WS-EXR-PEAK(WS-EXR-SUB) TO WS-TEMP-F
                    MOVE SPACES TO DATA-OUT-UNIT
                    STRING "  EXCURSION " WS-EXR-START-DATE(WS-EXR-SUB)
                       " " WS-EXR-START-TIME(WS-EXR-SUB) " TO "
                       WS-END-TEXT WS-MINS-F " MIN PEAK" WS-TEMP-F
                       DELIMITED BY SIZE INTO DATA-OUT-UNIT
                    WRITE DATA-OUT-UNIT
                 END-IF
              END-PERFORM
              MOVE WS-UNT-READINGS(WS-UNT-SUB) TO WS-NUM-F
              MOVE WS-UNT-EXR-COUNT(WS-UNT-SUB) TO WS-NUM2-F
              MOVE WS-UNT-OUT-MINS(WS-UNT-SUB) TO WS-MINS-F
              MOVE SPACES TO DATA-OUT-UNIT
              STRING "  READINGS " WS-NUM-F " EXCURSIONS " WS-NUM2-F
                 " MINUTES OUT OF RANGE " WS-MINS-F
                 DELIMITED BY SIZE INTO DATA-OUT-UNIT
              WRITE DATA-OUT-UNIT
           END-PERFORM.

      * every excursion needs an action logged against its unit and
      * start time; the ones without go to CAPEND to be filled in
           MOVE SPACES TO DATA-OUT-UNIT.
           WRITE DATA-OUT-UNIT.
           MOVE SPACES TO DATA-OUT-UNIT.
           STRING "CORRECTIVE ACTIONS" DELIMITED BY SIZE
              INTO DATA-OUT-UNIT.
           WRITE DATA-OUT-UNIT.
           IF WS-EXR-COUNT = ZERO
              MOVE SPACES TO DATA-OUT-UNIT
              STRING "  NONE" DELIMITED BY SIZE INTO DATA-OUT-UNIT
              WRITE DATA-OUT-UNIT
           END-IF.
           PERFORM VARYING WS-EXR-SUB FROM 1 BY 1
              UNTIL WS-EXR-SUB > WS-EXR-COUNT
              MOVE WS-EXR-UNT-SUB(WS-EXR-SUB) TO WS-UNT-SUB
              MOVE ZERO TO WS-CA-FOUND-SUB
              PERFORM VARYING WS-CA-SUB FROM 1 BY 1
                 UNTIL WS-CA-SUB > WS-CA-COUNT
                 IF WS-CA-UNIT-ID(WS-CA-SUB) = WS-UNT-ID(WS-UNT-SUB)
                    AND WS-CA-DATE(WS-CA-SUB) =
                       WS-EXR-START-DATE(WS-EXR-SUB)
                    AND WS-CA-TIME(WS-CA-SUB) =
                       WS-EXR-START-TIME(WS-EXR-SUB)
                    MOVE WS-CA-SUB TO WS-CA-FOUND-SUB
                 END-IF
              END-PERFORM
              MOVE SPACES TO DATA-OUT-UNIT
              IF WS-CA-FOUND-SUB = ZERO
                 ADD 1 TO WS-CA-MISSING
                 STRING "  " WS-UNT-ID(WS-UNT-SUB) " "
                    WS-EXR-START-DATE(WS-EXR-SUB) " "
                    WS-EXR-START-TIME(WS-EXR-SUB)
                    " *** NO CORRECTIVE ACTION LOGGED ***"
                    DELIMITED BY SIZE INTO DATA-OUT-UNIT
                 MOVE SPACES TO DATA-CAPEND
                 MOVE WS-UNT-ID(WS-UNT-SUB) TO CAP-UNIT-ID
                 MOVE WS-EXR-START-DATE(WS-EXR-SUB) TO CAP-DATE
                 MOVE WS-EXR-START-TIME(WS-EXR-SUB) TO CAP-TIME
                 WRITE DATA-CAPEND
              ELSE
                 STRING "  " WS-UNT-ID(WS-UNT-SUB) " "
                    WS-EXR-START-DATE(WS-EXR-SUB) " "
                    WS-EXR-START-TIME(WS-EXR-SUB) " "
                    WS-CA-ACTION(WS-CA-FOUND-SUB) " "
                    WS-CA-BY(WS-CA-FOUND-SUB)
                    DELIMITED BY SIZE INTO DATA-OUT-UNIT
              END-IF
              WRITE DATA-OUT-UNIT
           END-PERFORM.

      * food held through a long excursion is flagged for waste
      * against the stock counter; INVRECON picks the flags up at
      * the next count
           MOVE SPACES TO DATA-OUT-UNIT.
           WRITE DATA-OUT-UNIT.
           MOVE SPACES TO DATA-OUT-UNIT.
           STRING "STORED FOOD FLAGGED AS WASTE (LONG EXCURSIONS)"
              DELIMITED BY SIZE INTO DATA-OUT-UNIT.
           WRITE DATA-OUT-UNIT.
           PERFORM VARYING WS-EXR-SUB FROM 1 BY 1
              UNTIL WS-EXR-SUB > WS-EXR-COUNT
              MOVE WS-EXR-UNT-SUB(WS-EXR-SUB) TO WS-UNT-SUB
              IF WS-EXR-MINUTES(WS-EXR-SUB) NOT <
                 WS-UNT-LONG-MINS(WS-UNT-SUB)
                 ADD 1 TO WS-LONG-COUNT
                 MOVE WS-EXR-MINUTES(WS-EXR-SUB) TO WS-MINS-F
                 MOVE SPACES TO DATA-OUT-UNIT
                 STRING "  UNIT " WS-UNT-ID(WS-UNT-SUB) " FROM "
                    WS-EXR-START-DATE(WS-EXR-SUB) " "
                    WS-EXR-START-TIME(WS-EXR-SUB) WS-MINS-F " MIN"
                    DELIMITED BY SIZE INTO DATA-OUT-UNIT
                 WRITE DATA-OUT-UNIT
                 MOVE ZERO TO WS-STORED
                 PERFORM VARYING WS-STR-SUB FROM 1 BY 1
                    UNTIL WS-STR-SUB > WS-STR-COUNT
                    IF WS-STR-UNIT-ID(WS-STR-SUB) =
                       WS-UNT-ID(WS-UNT-SUB)
                       ADD 1 TO WS-STORED
                       PERFORM FLAG-STORED-ITEM
                    END-IF
                 END-PERFORM
                 IF WS-STORED = ZERO
                    MOVE SPACES TO DATA-OUT-UNIT
                    STRING "    no food on file as stored in this unit"
                       DELIMITED BY SIZE INTO DATA-OUT-UNIT
                    WRITE DATA-OUT-UNIT
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-LONG-COUNT = ZERO
              MOVE SPACES TO DATA-OUT-UNIT
              STRING "  NONE" DELIMITED BY SIZE INTO DATA-OUT-UNIT
              WRITE DATA-OUT-UNIT
           END-IF.
           IF WS-FLAG-OPEN = 'Y'
              CLOSE FLAGFILE
           END-IF.

           MOVE SPACES TO DATA-OUT-UNIT.
           WRITE DATA-OUT-UNIT.
           MOVE WS-EXR-COUNT TO WS-NUM-F.
           MOVE WS-CA-MISSING TO WS-NUM2-F.
           MOVE SPACES TO DATA-OUT-UNIT.
           STRING "Excursions " WS-NUM-F " without corrective action "
              WS-NUM2-F
              DELIMITED BY SIZE INTO DATA-OUT-UNIT.
           WRITE DATA-OUT-UNIT.
           MOVE WS-LONG-COUNT TO WS-NUM-F.
           MOVE WS-FLAG-COUNT TO WS-NUM2-F.
           MOVE SPACES TO DATA-OUT-UNIT.
           STRING "Long excursions " WS-NUM-F " ingredients flagged "
              WS-NUM2-F
              DELIMITED BY SIZE INTO DATA-OUT-UNIT.
           WRITE DATA-OUT-UNIT.
           CLOSE CAPFILE.
           CLOSE UNITRPT.
           IF WS-CA-MISSING NOT = ZERO
              DISPLAY WS-CA-MISSING " excursion(s) with no corrective"
                 " action logged - listed on CAPEND."
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-FLAG-COUNT NOT = ZERO
              DISPLAY WS-FLAG-COUNT " stored ingredient(s) flagged "
                 "as waste on TEMPFLAG."
           END-IF.

      * one ingredient stored in a unit with a long excursion: the
      * flag row goes on TEMPFLAG, which accumulates until INVRECON
      * has counted the loss
       FLAG-STORED-ITEM.
           MOVE ZERO TO WS-STK-FOUND-SUB.
           PERFORM VARYING WS-STK-SUB FROM 1 BY 1
              UNTIL WS-STK-SUB > WS-STK-COUNT
              IF WS-STK-ID(WS-STK-SUB) = WS-STR-ING-ID(WS-STR-SUB)
                 MOVE WS-STK-SUB TO WS-STK-FOUND-SUB
              END-IF
           END-PERFORM.
           MOVE SPACES TO DATA-OUT-UNIT.
           IF WS-STK-FOUND-SUB = ZERO
              STRING "    ingredient " WS-STR-ING-ID(WS-STR-SUB)
                 " not on the stock counter - not flagged"
                 DELIMITED BY SIZE INTO DATA-OUT-UNIT
           ELSE
              IF WS-FLAG-OPEN = 'N'
                 OPEN EXTEND FLAGFILE
                 IF WS-FLAGFILE-STATUS = "35"
                    OPEN OUTPUT FLAGFILE
                 END-IF
                 MOVE 'Y' TO WS-FLAG-OPEN
              END-IF
              MOVE SPACES TO DATA-TEMPFLAG
              MOVE WS-STR-ING-ID(WS-STR-SUB) TO TFL-ING-ID
              MOVE WS-UNT-ID(WS-UNT-SUB) TO TFL-UNIT-ID
              MOVE WS-EXR-START-DATE(WS-EXR-SUB) TO TFL-DATE
              MOVE WS-EXR-START-TIME(WS-EXR-SUB) TO TFL-TIME
              MOVE WS-EXR-MINUTES(WS-EXR-SUB) TO TFL-MINUTES
              WRITE DATA-TEMPFLAG
              ADD 1 TO WS-FLAG-COUNT
              MOVE WS-STK-QTY(WS-STK-FOUND-SUB) TO WS-QTY-F
              STRING "    " WS-STR-ING-ID(WS-STR-SUB) " "
                 WS-STK-DESC(WS-STK-FOUND-SUB) " BOOK " WS-QTY-F
                 " FLAGGED"
                 DELIMITED BY SIZE INTO DATA-OUT-UNIT
           END-IF.
           WRITE DATA-OUT-UNIT.
