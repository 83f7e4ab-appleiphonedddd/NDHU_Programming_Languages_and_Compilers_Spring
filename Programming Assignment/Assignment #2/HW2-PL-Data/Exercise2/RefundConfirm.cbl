000220*   reported and not posted.  The run ends with a listing of
000230*   the credits extracted but still unconfirmed, so the bursar
000240*   chases AP instead of the other way around.
000242*   Journal records and GL entries carry the posting date the
000245*   PeriodControl file allows: in a month finance has closed
000247*   they go to the first day of the next open month.
000250*---------------------------------------------------------------
000260* MODIFICATION HISTORY.
000261*   2026-07-13  DH  Original program.
000263*   2026-10-13  DH  Journal records and GL entries are now dated
000264*                   by the accounting period lock: a run in a
000266*                   month finance has closed on the PeriodControl
000267*                   file posts to the first day of the next open
000269*                   month, and a run with no open month to post
000270*                   to stops with RETURN-CODE 16 before anything
000272*                   is posted.
000273*   2026-10-15  DH  The PaymentHistory key now ends in a key
000275*                   reference that is spaces on everything but
000276*                   a direct-debit installment; this program's
000278*                   history records carry it as spaces.
000280***************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. RefundConfirm.
000730     SELECT ConfirmReportFile ASSIGN TO
000740         "HW2-Refund-Confirm-Report.txt"
000750         ORGANIZATION IS LINE SEQUENTIAL.
000751
000753     SELECT PeriodControlFile ASSIGN TO
000755         "HW2-Period-Control.dat"
000756         ORGANIZATION IS LINE SEQUENTIAL
000758         FILE STATUS IS WS-PER-STATUS.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
001410 FD  ConfirmReportFile.
001420 01  ConfirmReportRecord      PIC X(80).
001430
001431*---------------------------------------------------------------
001432* PeriodControlFile - finance's open and closed accounting
001433* months; read into the PeriodControlRecord layout (PERREC
001434* copy member) to date this run's postings.
001435*---------------------------------------------------------------
001436 FD  PeriodControlFile.
001437 01  PeriodControlLine        PIC X(42).
001438
001440 WORKING-STORAGE SECTION.
001450*---------------------------------------------------------------
001460* Switches and file statuses.
001740 COPY AMTWORK.
001750
001760 COPY JRNLREC.
001762
001764 COPY PERWORK.
001766
001768 COPY PERREC.
001770
001780*---------------------------------------------------------------
001790* Run date - the month prefix drives the aged flag on the
002730*---------------------------------------------------------------
002740 1000-INITIALIZE.
002750     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002751     MOVE WS-RUN-DATE TO WS-PER-POSTING-DATE.
002752     PERFORM 8400-SET-POSTING-DATE THRU 8400-EXIT.
002754     IF WS-PER-POSTING-LOCKED
002755         MOVE 16 TO RETURN-CODE
002757         STOP RUN
002758     END-IF.
002760     OPEN INPUT ConfirmFile.
002770     IF WS-CONFIRM-STATUS NOT = "00"
002780         DISPLAY "ERROR - NO CONFIRMATION FILE "
004480     MOVE 'C' TO JRN-ACTION.
004490     MOVE WS-JRN-BEFORE-BAL TO JRN-BEFORE-YTD.
004500     MOVE MST-YTD-PAID TO JRN-AFTER-YTD.
004510     MOVE WS-PER-POSTING-DATE TO JRN-BATCH-DATE.
004520     MOVE WS-CONFIRM-COUNT TO JRN-RECORD-NUMBER.
004530     MOVE "REFCNF" TO JRN-SOURCE-PROGRAM.
004540     WRITE MasterJournalRecord FROM JournalRecord.
004640     COMPUTE WS-REFUND-NEGATIVE = WS-AmountNumeric * -1.
004650     MOVE CNF-STUDENT-ID TO HIST-STUDENT-ID.
004660     MOVE WS-REFUND-NEGATIVE TO HIST-AMOUNT-KEY.
004665     MOVE SPACES TO HIST-KEY-REF.
004670     MOVE CNF-PAID-DATE TO HIST-PAYMENT-DATE.
004680     MOVE CNF-TERM-CODE TO HIST-TERM-CODE.
004690     MOVE "RF" TO HIST-PAYMENT-METHOD.
006100         MOVE "1000-CASH" TO WS-GL-ACCOUNT-CODE
006110         MOVE "C" TO WS-GL-DEBIT-CREDIT
006120         MOVE WS-CONFIRMED-TOTAL TO WS-GL-AMOUNT
006130         MOVE WS-PER-POSTING-DATE TO WS-GL-BATCH-DATE
006140         WRITE GLInterfaceRecord FROM WS-GL-LINE
006150         MOVE "4000-REV" TO WS-GL-ACCOUNT-CODE
006160         MOVE "D" TO WS-GL-DEBIT-CREDIT
006210
006220 COPY AMTEDIT.
006230
006233 COPY PERLOOK.
006236
006240 END PROGRAM RefundConfirm.
