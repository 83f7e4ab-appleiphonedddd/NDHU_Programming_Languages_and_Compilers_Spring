000090* on the student's own money and carries the sponsor ID on a
000100* posting allocated from a sponsor remittance, so back-outs
000110* and the refund extracts can tell the two apart.
000111* HIST-KEY-REF is spaces on every posting but a direct-debit
000112* installment; there it is the installment's reference - the
000113* plan term and installment number - so each installment
000115* keeps a history record of its own, however many share a
000116* StudentID, amount and settle date, and a rerun of one finds
000117* it already posted.  Programs that look a posting up by
000118* StudentID and amount move spaces to it.
000120* Shared by every program that reads or writes the history.
000130*---------------------------------------------------------------
000140 01  PaymentHistoryRecord.
000150     05  HIST-KEY.
000160         10  HIST-STUDENT-ID  PIC X(10).
000170         10  HIST-AMOUNT-KEY  PIC S9(12)V99.
000175         10  HIST-KEY-REF     PIC X(08).
000180     05  HIST-PAYMENT-DATE    PIC X(08).
000190     05  HIST-TERM-CODE       PIC X(06).
000200     05  HIST-PAYMENT-METHOD  PIC X(02).
