000010*---------------------------------------------------------------
000020* DRWREC - CashDrawer record layout.  One record per cashier
000030* per window session per batch date, keyed on batch date +
000040* cashier ID + session number, built up by StudentPayment as
000050* it posts the cashier-window extract and closed out by the
000060* DrawerCloseOut job against the cashier's declared count.
000070* The posted figures are what went through the drawer, net of
000080* refunds paid back out of it: cash, checks and card slips,
000090* with anything else taken at the window carried in
000100* DRW-POSTED-OTHER and left out of the count.  DRW-CLOSE-
000110* STATUS stays 'O' until the drawer is closed out; the
000120* declared figures, the over/short and the supervisor who
000130* witnessed the count are filled in then.  A posting made
000140* into a drawer already closed opens it again, so the late
000150* money has to be counted before the GL upload goes.
000160*---------------------------------------------------------------
000170 01  CashDrawerRecord.
000180     05  DRW-DRAWER-KEY.
000190         10  DRW-BATCH-DATE   PIC X(08).
000200         10  DRW-CASHIER-ID   PIC X(08).
000210         10  DRW-SESSION      PIC X(02).
000220     05  DRW-ITEM-COUNT       PIC 9(05).
000230     05  DRW-POSTED-CASH      PIC S9(12)V99 COMP-3.
000240     05  DRW-POSTED-CHECK     PIC S9(12)V99 COMP-3.
000250     05  DRW-POSTED-CARD      PIC S9(12)V99 COMP-3.
000260     05  DRW-POSTED-OTHER     PIC S9(12)V99 COMP-3.
000270     05  DRW-CLOSE-STATUS     PIC X(01).
000280         88  DRW-OPEN                    VALUE "O".
000290         88  DRW-CLOSED                  VALUE "C".
000300     05  DRW-CLOSED-DATE      PIC X(08).
000310     05  DRW-COUNTED-BY       PIC X(08).
000320     05  DRW-DECLARED-CASH    PIC S9(12)V99 COMP-3.
000330     05  DRW-DECLARED-CHECK   PIC S9(12)V99 COMP-3.
000340     05  DRW-DECLARED-CARD    PIC S9(12)V99 COMP-3.
000350     05  DRW-OVER-SHORT       PIC S9(12)V99 COMP-3.
