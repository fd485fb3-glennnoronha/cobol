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

       FD EDATA.
       01 FD-EDATA.
