           05 ARM-OPEN PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 ARM-STATUS PIC X(1).
           05 ARM-DUE-DATE PIC X(10).
      * ARDISP dispute flag - D in dispute, C settled by credit memo
           05 ARM-DISP-FLAG PIC X(1).
           05 FILLER PIC X(22).

       FD ARMASTO.
       01 ARO-REC.
                    ADD 1 TO WS-AR-TABLE-COUNT
                    MOVE ARM-REC TO WS-AR-REC(WS-AR-TABLE-COUNT)
                    IF ARM-OPEN > ZERO AND
                       ARM-DISP-FLAG NOT = 'D' AND
                       ARM-DISP-FLAG NOT = 'C' AND
                       ARM-DUE-DATE(1:4) IS NUMERIC
                       MOVE ZEROES TO WS-DUE-DATE-NUM
                       MOVE ARM-DUE-DATE(1:4) TO
