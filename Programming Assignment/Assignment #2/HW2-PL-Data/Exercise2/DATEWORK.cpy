000010*---------------------------------------------------------------
000020* DATEWORK - working fields for the date arithmetic in the
000030* DATECALC procedure copy member.  To count days between two
000040* dates the caller moves each YYYYMMDD date in turn to
000050* WS-DATE-IN, performs 8700-DAY-NUMBER thru 8700-EXIT and
000060* subtracts one WS-DAY-NUMBER from the other; a date that is
000070* not numeric comes back as day number zero.  To move a date
000080* forward it moves the date to WS-DATE-IN and the number of
000090* days to WS-DAYS-TO-ADD, performs 8750-ADD-DAYS thru
000100* 8750-EXIT and picks the result up from WS-DATE-OUT.
000110*---------------------------------------------------------------
000120 01  WS-DATE-IN               PIC X(08).
000130 01  WS-DATE-IN-R REDEFINES WS-DATE-IN.
000140     05  WS-DIN-YEAR          PIC 9(04).
000150     05  WS-DIN-MONTH         PIC 9(02).
000160     05  WS-DIN-DAY           PIC 9(02).
000170 01  WS-DATE-OUT              PIC X(08).
000180 01  WS-DATE-OUT-R REDEFINES WS-DATE-OUT.
000190     05  WS-DOUT-YEAR         PIC 9(04).
000200     05  WS-DOUT-MONTH        PIC 9(02).
000210     05  WS-DOUT-DAY          PIC 9(02).
000220 01  WS-DAY-NUMBER            PIC 9(07)   COMP.
000230 01  WS-DAYS-TO-ADD           PIC 9(05)   COMP.
000240 01  WS-DCALC-FIELDS.
000250     05  WS-DCALC-YEAR        PIC 9(04)   COMP.
000260     05  WS-DCALC-MONTH       PIC 9(02)   COMP.
000270     05  WS-DCALC-WORK        PIC 9(07)   COMP.
000280     05  WS-DCALC-QUOTIENT    PIC 9(07)   COMP.
000290     05  WS-DCALC-REMAINDER   PIC 9(03)   COMP.
000300     05  WS-DCALC-MONTH-DAYS  PIC 9(02)   COMP.
000310 01  WS-DCALC-MONTH-TABLE     PIC X(24)   VALUE
000320         "312831303130313130313031".
000330 01  WS-DCALC-MONTH-TABLE-R REDEFINES WS-DCALC-MONTH-TABLE.
000340     05  WS-DCALC-MONTH-LENGTH PIC 9(02)  OCCURS 12.
