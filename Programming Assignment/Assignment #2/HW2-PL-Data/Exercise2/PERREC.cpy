000010*---------------------------------------------------------------
000020* PERREC - PeriodControl line.  One line per accounting month
000030* (YYYYMM) finance has opened or closed, kept on
000040* HW2-Period-Control.dat by the PeriodClose job.  A closed
000050* month carries the date it was closed, the operator who
000060* closed it, and the signed-off AR subledger closing balance
000070* its trial balance proved; a month reopened carries status
000080* O and its old figures are cleared.  A month not on the
000090* file is open.
000100* Status codes:  O open   C closed
000110* Writers build this in WORKING-STORAGE and WRITE the FD
000120* record FROM it so the comma separators carry their VALUEs;
000130* readers read the file straight into this layout.
000140*---------------------------------------------------------------
000150 01  PeriodControlRecord.
000160     05  PER-PERIOD           PIC X(06).
000170     05  FILLER               PIC X(01)   VALUE ','.
000180     05  PER-STATUS           PIC X(01).
000190         88  PER-OPEN                     VALUE 'O'.
000200         88  PER-CLOSED                   VALUE 'C'.
000210     05  FILLER               PIC X(01)   VALUE ','.
000220     05  PER-CLOSED-DATE      PIC X(08).
000230     05  FILLER               PIC X(01)   VALUE ','.
000240     05  PER-CLOSED-BY        PIC X(08).
000250     05  FILLER               PIC X(01)   VALUE ','.
000260     05  PER-CLOSING-BALANCE  PIC S9(12)V99
000270                                  SIGN LEADING SEPARATE.
