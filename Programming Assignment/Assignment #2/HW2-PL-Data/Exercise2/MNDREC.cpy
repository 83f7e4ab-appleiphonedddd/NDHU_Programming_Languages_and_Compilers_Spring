000010*---------------------------------------------------------------
000020* MNDREC - DebitMandate record layout.  One record per student
000030* who has signed a direct-debit mandate for their payment plan
000040* installments, keyed on StudentID.  Registered, changed and
000050* cancelled by DebitMandateMaint; read by DebitCollect to
000060* build the bank's collection file; the failure count and the
000070* suspension are kept by DebitResponse as the bank's rejects
000080* come back, and DunningNotice reads the suspension.
000090* Status codes:  A active - installments are collected
000100*                S suspended after repeated failed debits
000110*                C cancelled by the student
000120* MND-FAIL-COUNT is the failed debits in a row; a collected
000130* debit sets it back to zero.
000140*---------------------------------------------------------------
000150 01  DebitMandateRecord.
000160     05  MND-STUDENT-ID       PIC X(10).
000170     05  MND-STATUS           PIC X(01).
000180         88  MND-ACTIVE                  VALUE 'A'.
000190         88  MND-SUSPENDED               VALUE 'S'.
000200         88  MND-CANCELLED               VALUE 'C'.
000210     05  MND-BANK-ROUTING     PIC X(09).
000220     05  MND-ACCOUNT-NUMBER   PIC X(17).
000230     05  MND-ACCOUNT-HOLDER   PIC X(30).
000240     05  MND-SIGNED-DATE      PIC X(08).
000250     05  MND-FAIL-COUNT       PIC 9(02).
000260     05  MND-LAST-FAIL-DATE   PIC X(08).
000270     05  MND-LAST-FAIL-REASON PIC X(04).
000280     05  MND-SUSPENDED-DATE   PIC X(08).
000290     05  MND-OPERATOR-ID      PIC X(08).
000300     05  MND-LAST-ACTIVITY    PIC X(08).
