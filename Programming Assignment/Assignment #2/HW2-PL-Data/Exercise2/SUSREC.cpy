000010*---------------------------------------------------------------
000020* SUSREC - UnappliedCash record layout.  One record per
000030* payment that arrived under a StudentID the directory does
000040* not know, diverted by StudentPayment or SponsorPayment into
000050* the Unapplied Cash suspense account instead of posting to a
000060* master that would only be wrong.  Keyed on the ID as keyed
000070* + amount + payment date, like the DuplicateHeld file, and
000080* carried until the cashier identifies the payer and applies
000090* it through SuspenseApply, which takes the record off.
000100* SUS-TERM-CODE is the term the money was meant for,
000110* SUS-SPONSOR-ID is spaces for a student's own payment, and
000120* SUS-SUSPENDED-DATE is the batch date the item went into
000130* suspense, so unidentified money can be aged.
000140*---------------------------------------------------------------
000150 01  UnappliedCashRecord.
000160     05  SUS-ITEM-KEY.
000170         10  SUS-KEYED-ID     PIC X(10).
000180         10  SUS-AMOUNT-KEY   PIC S9(12)V99.
000190         10  SUS-PAYMENT-DATE PIC X(08).
000200     05  SUS-TERM-CODE        PIC X(06).
000210     05  SUS-PAYMENT-METHOD   PIC X(02).
000220     05  SUS-SPONSOR-ID       PIC X(08).
000230     05  SUS-SOURCE-PROGRAM   PIC X(08).
000240     05  SUS-SUSPENDED-DATE   PIC X(08).
