000010*---------------------------------------------------------------
000020* PERWORK - working fields for the accounting period lock in
000030* the PERLOOK procedure copy member.  A program that moves a
000040* master or receivable balance moves its run date to
000050* WS-PER-POSTING-DATE and performs 8400-SET-POSTING-DATE thru
000060* 8400-EXIT in its initialize paragraph; it then dates every
000070* journal record and GL entry it cuts with
000080* WS-PER-POSTING-DATE.  When the run date falls in a month
000090* finance has closed, the posting date comes back as the
000100* first day of the next open month (WS-PER-REDIRECTED).  When
000110* no month in the following year is open the posting date is
000120* left alone and WS-PER-POSTING-LOCKED is set; the caller
000130* stops the run with RETURN-CODE 16 before anything posts.
000140* The period table holds every line of the PeriodControl
000150* file, in file order, for the PeriodClose job to rewrite.
000160*---------------------------------------------------------------
000170 01  WS-PER-STATUS            PIC X(02).
000180 01  WS-PER-EOF-SWITCH        PIC X(01)   VALUE 'N'.
000190     88  WS-PER-EOF-YES                   VALUE 'Y'.
000200     88  WS-PER-EOF-NO                    VALUE 'N'.
000210 01  WS-PER-REDIRECT-SWITCH   PIC X(01)   VALUE 'N'.
000220     88  WS-PER-REDIRECTED                VALUE 'Y'.
000230     88  WS-PER-NOT-REDIRECTED            VALUE 'N'.
000240 01  WS-PER-LOCK-SWITCH       PIC X(01)   VALUE 'N'.
000250     88  WS-PER-POSTING-LOCKED            VALUE 'Y'.
000260     88  WS-PER-POSTING-OPEN              VALUE 'N'.
000270 01  WS-PER-OPEN-SWITCH       PIC X(01)   VALUE 'N'.
000280     88  WS-PER-OPEN-FOUND                VALUE 'Y'.
000290     88  WS-PER-OPEN-NOT-FOUND            VALUE 'N'.
000300 01  WS-PER-COUNT             PIC 9(03)   COMP VALUE 0.
000310 01  WS-PER-SUB               PIC 9(03)   COMP.
000320 01  WS-PER-FOUND-SUB         PIC 9(03)   COMP.
000330 01  WS-PER-STEP-COUNT        PIC 9(02)   COMP.
000340 01  WS-PER-TABLE.
000350     05  WS-PER-ENTRY OCCURS 240.
000360         10  WS-PER-TBL-PERIOD   PIC X(06).
000370         10  WS-PER-TBL-STATUS   PIC X(01).
000380             88  WS-PER-TBL-CLOSED       VALUE 'C'.
000390         10  WS-PER-TBL-CLOSED-DATE PIC X(08).
000400         10  WS-PER-TBL-CLOSED-BY   PIC X(08).
000410         10  WS-PER-TBL-BALANCE  PIC S9(12)V99 COMP-3.
000420
000430 01  WS-PER-POSTING-DATE      PIC X(08).
000440 01  WS-PER-POSTING-DATE-R REDEFINES WS-PER-POSTING-DATE.
000450     05  WS-PER-POSTING-MONTH PIC X(06).
000460     05  WS-PER-POSTING-DAY   PIC X(02).
000470 01  WS-PER-RUN-DATE          PIC X(08).
000480 01  WS-PER-RUN-DATE-R REDEFINES WS-PER-RUN-DATE.
000490     05  WS-PER-RUN-MONTH     PIC X(06).
000500     05  WS-PER-RUN-DAY       PIC X(02).
000510 01  WS-PER-CHECK-PERIOD      PIC X(06).
000520 01  WS-PER-CHECK-PERIOD-R REDEFINES WS-PER-CHECK-PERIOD.
000530     05  WS-PER-CHECK-YEAR    PIC 9(04).
000540     05  WS-PER-CHECK-MONTH   PIC 9(02).
