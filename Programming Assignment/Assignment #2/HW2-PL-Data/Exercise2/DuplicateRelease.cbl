000280*   made only when the key is free (e.g. the original was
000290*   backed out); either way the standing record keeps the
000300*   duplicate check holding any third identical payment.
000301*   Both the operator and the reviewer must hold the action on
000302*   the OperatorAuthority file, and a release is held to the
000303*   operator's dollar limit; every transaction goes on the
000305*   operator activity log for internal audit.
000306*   Journal records and GL entries carry the posting date the
000307*   PeriodControl file allows: in a month finance has closed
000308*   they go to the first day of the next open month.
000310*---------------------------------------------------------------
000320* MODIFICATION HISTORY.
000330*   2026-06-01  DH  Original program.
000340*   2026-06-15  DH  The run now cuts a Cash/Tuition-Revenue GL
000350*                   entry for the released total on the shared
000360*                   GL interface file, like every other
000361*                   program that moves a master balance.
000362*   2026-10-12  DH  Operator and reviewer are checked against
000363*                   the operator authority file, a release
000364*                   against the operator's dollar limit, and
000365*                   every transaction is written to the
000366*                   operator activity log.
000367*   2026-10-13  DH  Journal records and GL entries are now dated
000368*                   by the accounting period lock: a run in a
000370*                   month finance has closed on the PeriodControl
000371*                   file posts to the first day of the next open
000372*                   month, and a run with no open month to post
000373*                   to stops with RETURN-CODE 16 before anything
000374*                   is posted.
000375*   2026-10-15  DH  The PaymentHistory key now ends in a key
000376*                   reference that is spaces on everything but
000377*                   a direct-debit installment; this program's
000378*                   history records carry it as spaces.
000380***************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. DuplicateRelease.
000790         "HW2-GL-Interface.txt"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-GL-STATUS.
000811
000813     SELECT OperatorAuthorityFile ASSIGN TO
000815         "HW2-Operator-Authority.dat"
000816         ORGANIZATION IS LINE SEQUENTIAL
000818         FILE STATUS IS WS-AUT-STATUS.
000820
000821     SELECT OperatorActivityFile ASSIGN TO
000823         "HW2-Operator-Activity.dat"
000825         ORGANIZATION IS LINE SEQUENTIAL
000826         FILE STATUS IS WS-ACT-STATUS.
000828
000830     SELECT ReleaseReportFile ASSIGN TO
000840         "HW2-Duplicate-Release-Report.txt"
000850         ORGANIZATION IS LINE SEQUENTIAL.
000851
000853     SELECT PeriodControlFile ASSIGN TO
000855         "HW2-Period-Control.dat"
000856         ORGANIZATION IS LINE SEQUENTIAL
000858         FILE STATUS IS WS-PER-STATUS.
000860
000870 DATA DIVISION.
000880 FILE SECTION.
001420 FD  GLInterfaceFile.
001430 01  GLInterfaceRecord        PIC X(80).
001440
001441*---------------------------------------------------------------
001442* OperatorAuthorityFile - who may use this program and which
001443* of its action codes, up to what dollar limit; layout is the
001444* AUTREC copy member.
001445*---------------------------------------------------------------
001446 FD  OperatorAuthorityFile.
001447 COPY AUTREC.
001448
001449*---------------------------------------------------------------
001450* OperatorActivityFile - the operator activity log shared by
001451* the maintenance programs; extended with a line per
001452* transaction, built in the OperatorActivityRecord working
001453* area (ACTREC copy member).
001454*---------------------------------------------------------------
001455 FD  OperatorActivityFile.
001456 01  OperatorActivityLine     PIC X(102).
001457
001458*---------------------------------------------------------------
001460* ReleaseReportFile - the proof list, the method subtotals of
001470* the released money, and the aging of the items still held.
001480*---------------------------------------------------------------
001490 FD  ReleaseReportFile.
001500 01  ReleaseReportRecord      PIC X(80).
001501
001502*---------------------------------------------------------------
001503* PeriodControlFile - finance's open and closed accounting
001504* months; read into the PeriodControlRecord layout (PERREC
001505* copy member) to date this run's postings.
001506*---------------------------------------------------------------
001507 FD  PeriodControlFile.
001508 01  PeriodControlLine        PIC X(42).
001510
001520 WORKING-STORAGE SECTION.
001530*---------------------------------------------------------------
001820 COPY AMTWORK.
001830
001840 COPY JRNLREC.
001841
001842 COPY PERWORK.
001843
001844 COPY PERREC.
001845
001846 COPY AUTWORK.
001847
001848 COPY ACTREC.
001850
001860*---------------------------------------------------------------
001870* Run date - the month prefix drives the prior-month flag on
002940*---------------------------------------------------------------
002950 1000-INITIALIZE.
002960     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002961     MOVE WS-RUN-DATE TO WS-PER-POSTING-DATE.
002962     PERFORM 8400-SET-POSTING-DATE THRU 8400-EXIT.
002964     IF WS-PER-POSTING-LOCKED
002965         MOVE 16 TO RETURN-CODE
002967         STOP RUN
002968     END-IF.
002970     OPEN INPUT ReleaseTransFile.
002980     IF WS-TRANS-STATUS NOT = "00"
002990         DISPLAY "ERROR - NO RELEASE TRANSACTION FILE "
003300     IF WS-GL-NOT-FOUND
003310         OPEN OUTPUT GLInterfaceFile
003320     END-IF.
003322     MOVE "DuplicateRelease" TO WS-AUT-PROGRAM-ID.
003325     PERFORM 8800-LOAD-AUTHORITY THRU 8800-EXIT.
003327     PERFORM 8900-OPEN-ACTIVITY-LOG THRU 8900-EXIT.
003330     OPEN OUTPUT ReleaseReportFile.
003340     MOVE "DUPLICATE DISPOSITIONS" TO WS-RPT-SECTION.
003350     WRITE ReleaseReportRecord FROM WS-RPT-SECTION-LINE.
003660*---------------------------------------------------------------
003670* 2200-EDIT-TRANSACTION - a known action, a StudentID, a valid
003680* amount and a payment date, and both the operator keying the
003690* form and the reviewer who initialed it, each holding the
003692* action on the operator authority file.  A release moves the
003695* amount onto the master, so it is held to the operator's
003697* dollar limit; a dismissal moves nothing.
003700*---------------------------------------------------------------
003710 2200-EDIT-TRANSACTION.
003720     EVALUATE TRUE
003890                 SET WS-TRAN-REJECTED TO TRUE
003900                 MOVE "BAD AMOUNT" TO WS-DISPOSITION
003910             END-IF
003911     END-EVALUATE.
003912     IF WS-TRAN-OK
003913         MOVE REL-OPERATOR-ID TO WS-AUT-CHECK-OPERATOR
003914         MOVE REL-REVIEWER-ID TO WS-AUT-CHECK-REVIEWER
003915         MOVE REL-ACTION TO WS-AUT-CHECK-ACTION
003917         IF REL-ACTION = 'R'
003918             MOVE WS-AmountNumeric TO WS-AUT-CHECK-AMOUNT
003919         ELSE
003920             MOVE 0 TO WS-AUT-CHECK-AMOUNT
003921         END-IF
003922         PERFORM 8850-CHECK-AUTHORITY THRU 8850-EXIT
003924         IF NOT WS-AUT-GRANTED
003925             SET WS-TRAN-REJECTED TO TRUE
003926             MOVE WS-AUT-REJECT-REASON TO WS-DISPOSITION
003927         END-IF
003928     END-IF.
003930 2200-EXIT.
003940     EXIT.
003950
004850     MOVE WS-JRN-ACTION-CODE TO JRN-ACTION.
004860     MOVE WS-JRN-BEFORE-BAL TO JRN-BEFORE-YTD.
004870     MOVE MST-YTD-PAID TO JRN-AFTER-YTD.
004880     MOVE WS-PER-POSTING-DATE TO JRN-BATCH-DATE.
004890     MOVE WS-TRAN-COUNT TO JRN-RECORD-NUMBER.
004900     MOVE "DUPREL" TO JRN-SOURCE-PROGRAM.
004910     WRITE MasterJournalRecord FROM JournalRecord.
005060 2360-WRITE-HISTORY-RECORD.
005070     MOVE DUP-STUDENT-ID TO HIST-STUDENT-ID.
005080     MOVE DUP-AMOUNT-KEY TO HIST-AMOUNT-KEY.
005085     MOVE SPACES TO HIST-KEY-REF.
005090     MOVE DUP-PAYMENT-DATE TO HIST-PAYMENT-DATE.
005100     MOVE DUP-TERM-CODE TO HIST-TERM-CODE.
005110     MOVE DUP-PAYMENT-METHOD TO HIST-PAYMENT-METHOD.
005480*---------------------------------------------------------------
005490* 2400-WRITE-PROOF-LINE - one line per transaction, applied or
005500* rejected, with the operator and the reviewer who initialed
005510* the form, and the same transaction on the operator activity
005515* log.
005520*---------------------------------------------------------------
005530 2400-WRITE-PROOF-LINE.
005540     IF WS-TRAN-REJECTED
005610     MOVE REL-OPERATOR-ID TO WS-PRF-OPERATOR.
005620     MOVE REL-REVIEWER-ID TO WS-PRF-REVIEWER.
005630     MOVE WS-DISPOSITION TO WS-PRF-DISPOSITION.
005631     WRITE ReleaseReportRecord FROM WS-PROOF-LINE.
005632     PERFORM 2450-LOG-ACTIVITY THRU 2450-EXIT.
005633 2400-EXIT.
005634     EXIT.
005635
005636*    A dismissal moves no money, so it logs a zero amount once
005637*    applied; a reject logs the amount as keyed.
005638 2450-LOG-ACTIVITY.
005639     MOVE REL-OPERATOR-ID TO ACT-OPERATOR-ID.
005640     MOVE REL-REVIEWER-ID TO ACT-REVIEWER-ID.
005641     MOVE REL-ACTION TO ACT-ACTION-CODE.
005642     MOVE REL-STUDENT-ID TO ACT-STUDENT-ID.
005643     MOVE WS-DISPOSITION TO ACT-DISPOSITION.
005644     IF WS-TRAN-OK
005645         SET ACT-APPLIED TO TRUE
005646         MOVE DUP-TERM-CODE TO ACT-TERM-CODE
005647         IF REL-ACTION = 'R'
005648             MOVE WS-AmountNumeric TO ACT-AMOUNT
005649         ELSE
005650             MOVE 0 TO ACT-AMOUNT
005651         END-IF
005652     ELSE
005653         SET ACT-REJECTED TO TRUE
005654         MOVE SPACES TO ACT-TERM-CODE
005655         MOVE WS-AmountNumeric TO ACT-AMOUNT
005656     END-IF.
005657     PERFORM 8910-LOG-ACTIVITY THRU 8910-EXIT.
005658 2450-EXIT.
005660     EXIT.
005670
005680*---------------------------------------------------------------
006600     CLOSE MasterJournal.
006610     CLOSE GLInterfaceFile.
006620     CLOSE ReleaseReportFile.
006625     PERFORM 8990-CLOSE-ACTIVITY-LOG THRU 8990-EXIT.
006630     DISPLAY "Transactions Read:     " WS-TRAN-COUNT.
006640     DISPLAY "Items Released:        " WS-RELEASED-COUNT.
006650     DISPLAY "Items Dismissed:       " WS-DISMISSED-COUNT.
006830         MOVE "1000-CASH" TO WS-GL-ACCOUNT-CODE
006840         MOVE "D" TO WS-GL-DEBIT-CREDIT
006850         MOVE WS-RELEASED-TOTAL TO WS-GL-AMOUNT
006860         MOVE WS-PER-POSTING-DATE TO WS-GL-BATCH-DATE
006870         WRITE GLInterfaceRecord FROM WS-GL-LINE
006880         MOVE "4000-REV" TO WS-GL-ACCOUNT-CODE
006890         MOVE "C" TO WS-GL-DEBIT-CREDIT
006940
006950 COPY AMTEDIT.
006960
006961 COPY AUTLOOK.
006962
006964 COPY ACTLOG.
006965
006967 COPY PERLOOK.
006968
006970 END PROGRAM DuplicateRelease.
