000010*---------------------------------------------------------------
000020* DDCREC - DebitCollection record layout.  One record per plan
000030* installment presented to the bank for direct debit, keyed
000040* the same as the PaymentPlan installment (StudentID + term +
000050* installment number).  Written by DebitCollect when the
000060* installment goes on the bank's collection file and settled
000070* by DebitResponse when the bank answers, so an installment
000080* is never presented twice while the bank has it and never
000090* posted twice once it is paid.
000100* Status codes:  S sent - with the bank, no answer yet
000110*                P paid - collected and passed to
000120*                  StudentPayment for posting
000130*                R rejected - not posted; presented again on
000140*                  the next collection run while the mandate
000150*                  is active
000160*---------------------------------------------------------------
000170 01  DebitCollectionRecord.
000180     05  DDC-COLLECTION-KEY.
000190         10  DDC-STUDENT-ID   PIC X(10).
000200         10  DDC-TERM-CODE    PIC X(06).
000210         10  DDC-INSTALLMENT-NO PIC 9(02).
000220     05  DDC-STATUS           PIC X(01).
000230         88  DDC-SENT                    VALUE 'S'.
000240         88  DDC-PAID                    VALUE 'P'.
000250         88  DDC-REJECTED                VALUE 'R'.
000260     05  DDC-DUE-DATE         PIC X(08).
000270     05  DDC-AMOUNT           PIC S9(12)V99 COMP-3.
000280     05  DDC-SENT-DATE        PIC X(08).
000290     05  DDC-ATTEMPT-COUNT    PIC 9(02).
000300     05  DDC-RESPONSE-DATE    PIC X(08).
000310     05  DDC-REJECT-REASON    PIC X(04).
