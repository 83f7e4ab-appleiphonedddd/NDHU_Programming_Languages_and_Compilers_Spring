000410*                   permanent weekly exception.  DUPREL deltas
000420*                   are netted alongside MAINT: a released
000430*                   duplicate moves the master with, by design,
000431*                   no matching history record to re-add.
000432*   2026-10-06  DH  SUSDUP deltas are netted too: a suspense
000433*                   item the SuspenseApply job applied to a
000434*                   student whose StudentID/amount key was
000435*                   already on the history moves the master
000437*                   with no history record of its own, the
000438*                   same as a released duplicate.
000439*   2026-10-11  DH  DDDUP deltas are netted as well: a direct-
000440*                   debit installment StudentPayment posted
000441*                   onto a StudentID/amount key an earlier
000442*                   equal installment already holds moves the
000444*                   master with no history record of its own.
000445*   2026-10-15  DH  PTRAPL deltas are netted too: current-term
000446*                   credit StudentPayment applies to a closed
000447*                   term comes off the master with the history
000448*                   postings that made it left standing.
000450***************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. BalanceVerify.
000970 COPY MSTREC.
000980
000990*---------------------------------------------------------------
001000* MasterJournal - rescanned for the applied MAINT, DUPREL,
001010* SUSDUP, DDDUP and PTRAPL deltas that explain a bucket's
001020* gap; read straight into the JRNLREC layout.
001030*---------------------------------------------------------------
001040 FD  MasterJournal.
001050 COPY JRNLREC.
003640
003650*---------------------------------------------------------------
003660* 2520-NET-ADJUSTMENT-DELTAS - re-read the journal and net
003670* every applied MAINT, DUPREL, SUSDUP, DDDUP or PTRAPL
003680* before/after delta for this student and term into
003690* WS-ADJUSTMENT-DELTA.  Postings and their NSF back-outs move
003700* the history and the master together, so only the
003710* maintenance deltas - and a released duplicate, a suspense
003720* item or a direct debit applied onto an occupied history
003730* key, whose master movement by design has no matching
003740* history record, and credit applied to a closed term, which
003750* leaves the current term's postings standing - explain a
003752* legitimate gap.  The snapshot job moves pre-snapshot journal
003754* lines to the JournalArchive, so that file is scanned ahead
003756* of the live journal; scanned only for buckets that
003758* disagree, so the rescan is rare.
003760*---------------------------------------------------------------
003770 2520-NET-ADJUSTMENT-DELTAS.
003780     MOVE 0 TO WS-ADJUSTMENT-DELTA.
004270
004280 2535-NET-ONE-DELTA.
004290     IF (JRN-SOURCE-PROGRAM = "MAINT"
004300         OR JRN-SOURCE-PROGRAM = "DUPREL"
004302         OR JRN-SOURCE-PROGRAM = "SUSDUP"
004305         OR JRN-SOURCE-PROGRAM = "DDDUP"
004307         OR JRN-SOURCE-PROGRAM = "PTRAPL")
004310         AND JRN-STUDENT-ID = WS-PREV-STUDENT-ID
004320         AND JRN-TERM-CODE = WS-TT-TERM-CODE (WS-TERM-SUB)
004330         EVALUATE JRN-ACTION
