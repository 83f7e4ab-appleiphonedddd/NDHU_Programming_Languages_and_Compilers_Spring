000010***************************************************************
000020* PROGRAM-ID : BadDebtWriteOff
000030* AUTHOR     : D. Huang, Bursar Systems
000040* INSTALLATION: NDHU Computing Center
000050* DATE-WRITTEN: 2026-10-10
000060* DATE-COMPILED:
000070*---------------------------------------------------------------
000080* PURPOSE.
000090*   Writes off the prior-term receivables the bursar has
000100*   approved as uncollectible.  Each approval names the
000110*   receivable (StudentID and closed term), the amount to
000120*   write off - blank for the whole balance still owed - the
000130*   bursar who approved it and the second officer who
000140*   reviewed it.  The amount comes off the
000150*   receivable's balance and is recorded as written off; a
000160*   receivable written down to nothing is closed as written
000170*   off.  Every write-off is journaled on the
000180*   ReceivableJournal, and the run's GL entry charges the
000190*   total to the Allowance for Doubtful Accounts against
000200*   Student Accounts Receivable.
000210*   A receivable still with the collections agency may be
000220*   written off; its proof line says so, so the agency is
000230*   told to close its file.  Every approval prints on the
000240*   proof list; a reject ends the run with RETURN-CODE 8.
000250*   The approver must hold the write-off action on the
000260*   OperatorAuthority file, and the amount written off must
000270*   be within the approver's dollar limit; the reviewer must
000280*   be someone other than the approver who also holds the
000290*   write-off action.  The approval applied is recorded on
000300*   the receivable, so the same approval run again is
000310*   refused.  Every approval goes on the operator activity
000320*   log for internal audit.
000330*   ReceivableJournal records and GL entries carry the posting
000340*   date the PeriodControl file allows: in a month finance has
000350*   closed they go to the first day of the next open month.
000360*---------------------------------------------------------------
000370* MODIFICATION HISTORY.
000380*   2026-10-10  DH  Original program.
000390*   2026-10-12  DH  The approver is checked against the
000400*                   operator authority file and the amount
000410*                   against the approver's dollar limit; every
000420*                   approval is written to the operator
000430*                   activity log.
000440*   2026-10-13  DH  ReceivableJournal records and GL entries are
000450*                   now dated by the accounting period lock: a
000460*                   run in a month finance has closed on the
000470*                   PeriodControl file posts to the first day of
000480*                   the next open month, and a run with no open
000490*                   month to post to stops with RETURN-CODE 16
000500*                   before anything is posted.
000510*   2026-10-15  DH  Each approval now names a reviewer, who
000520*                   must be given, must not be the approver
000530*                   and must hold the write-off action; the
000540*                   reviewer is printed and logged.  The
000550*                   approval date and amount applied are kept
000560*                   on the receivable, and an approval carrying
000570*                   the same date and amount is refused as
000580*                   ALREADY APPLIED; the approval date must be
000590*                   numeric.
000600***************************************************************
000610 IDENTIFICATION DIVISION.
000620 PROGRAM-ID. BadDebtWriteOff.
000630 AUTHOR. D-HUANG.
000640 INSTALLATION. NDHU-COMPUTING-CENTER.
000650 DATE-WRITTEN. 10/10/2026.
000660 DATE-COMPILED.
000670
000680 ENVIRONMENT DIVISION.
000690 INPUT-OUTPUT SECTION.
000700 FILE-CONTROL.
000710     SELECT WriteOffApprovalFile ASSIGN TO
000720         "HW2-Write-Off-Approvals.dat"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-APPROVAL-STATUS.
000750
000760     SELECT PriorTermFile ASSIGN TO "HW2-Prior-Term-AR.dat"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS RANDOM
000790         RECORD KEY IS PTR-RECEIVABLE-KEY
000800         FILE STATUS IS WS-PTR-STATUS.
000810
000820     SELECT ReceivableJournal ASSIGN TO
000830         "HW2-Receivable-Journal.dat"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-RCV-JOURNAL-STATUS.
000860
000870     SELECT GLInterfaceFile ASSIGN TO
000880         "HW2-GL-Interface.txt"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-GL-STATUS.
000910
000920     SELECT OperatorAuthorityFile ASSIGN TO
000930         "HW2-Operator-Authority.dat"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-AUT-STATUS.
000960
000970     SELECT OperatorActivityFile ASSIGN TO
000980         "HW2-Operator-Activity.dat"
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS WS-ACT-STATUS.
001010
001020     SELECT WriteOffReportFile ASSIGN TO
001030         "HW2-Write-Off-Report.txt"
001040         ORGANIZATION IS LINE SEQUENTIAL.
001050
001060     SELECT PeriodControlFile ASSIGN TO
001070         "HW2-Period-Control.dat"
001080         ORGANIZATION IS LINE SEQUENTIAL
001090         FILE STATUS IS WS-PER-STATUS.
001100
001110 DATA DIVISION.
001120 FILE SECTION.
001130*---------------------------------------------------------------
001140* WriteOffApprovalFile - one approval per line, comma
001150* delimited, keyed from the bursar's signed write-off list
001160* with the reviewing officer's initials last.
001170*---------------------------------------------------------------
001180 FD  WriteOffApprovalFile.
001190 01  WriteOffApprovalRecord.
001200     05  WOA-STUDENT-ID       PIC X(10).
001210     05  FILLER               PIC X.
001220     05  WOA-TERM-CODE        PIC X(06).
001230     05  FILLER               PIC X.
001240     05  WOA-AMOUNT           PIC X(15).
001250     05  FILLER               PIC X.
001260     05  WOA-APPROVED-BY      PIC X(08).
001270     05  FILLER               PIC X.
001280     05  WOA-APPROVAL-DATE    PIC X(08).
001290     05  FILLER               PIC X.
001300     05  WOA-REVIEWER-ID      PIC X(08).
001310
001320*---------------------------------------------------------------
001330* PriorTermFile - the closed terms' unpaid balances; layout is
001340* the PTRREC copy member.
001350*---------------------------------------------------------------
001360 FD  PriorTermFile.
001370 COPY PTRREC.
001380
001390*---------------------------------------------------------------
001400* ReceivableJournal - audit trail of every prior-term
001410* receivable movement, in the MasterJournal line layout with
001420* the before and after images of the receivable balance;
001430* extended, never rewritten.
001440*---------------------------------------------------------------
001450 FD  ReceivableJournal.
001460 01  ReceivableJournalRecord  PIC X(77).
001470
001480*---------------------------------------------------------------
001490* GLInterfaceFile - shared with the other posting jobs;
001500* extended with this run's write-off entry.
001510*---------------------------------------------------------------
001520 FD  GLInterfaceFile.
001530 01  GLInterfaceRecord        PIC X(80).
001540
001550*---------------------------------------------------------------
001560* OperatorAuthorityFile - who may use this program and which
001570* of its action codes, up to what dollar limit; layout is the
001580* AUTREC copy member.
001590*---------------------------------------------------------------
001600 FD  OperatorAuthorityFile.
001610 COPY AUTREC.
001620
001630*---------------------------------------------------------------
001640* OperatorActivityFile - the operator activity log shared by
001650* the maintenance programs; extended with a line per
001660* transaction, built in the OperatorActivityRecord working
001670* area (ACTREC copy member).
001680*---------------------------------------------------------------
001690 FD  OperatorActivityFile.
001700 01  OperatorActivityLine     PIC X(102).
001710
001720*---------------------------------------------------------------
001730* WriteOffReportFile - the proof list and the run totals.
001740*---------------------------------------------------------------
001750 FD  WriteOffReportFile.
001760 01  WriteOffReportRecord     PIC X(109).
001770
001780*---------------------------------------------------------------
001790* PeriodControlFile - finance's open and closed accounting
001800* months; read into the PeriodControlRecord layout (PERREC
001810* copy member) to date this run's postings.
001820*---------------------------------------------------------------
001830 FD  PeriodControlFile.
001840 01  PeriodControlLine        PIC X(42).
001850
001860 WORKING-STORAGE SECTION.
001870*---------------------------------------------------------------
001880* Switches and file statuses.
001890*---------------------------------------------------------------
001900 01  WS-SWITCHES.
001910     05  WS-EOF-SWITCH       PIC X(01)   VALUE 'N'.
001920         88  WS-EOF-YES                  VALUE 'Y'.
001930         88  WS-EOF-NO                   VALUE 'N'.
001940     05  WS-TRAN-OK-SWITCH   PIC X(01)   VALUE 'Y'.
001950         88  WS-TRAN-OK                  VALUE 'Y'.
001960         88  WS-TRAN-REJECTED            VALUE 'N'.
001970
001980 01  WS-APPROVAL-STATUS       PIC X(02).
001990 01  WS-PTR-STATUS            PIC X(02).
002000     88  WS-PTR-OK                        VALUE "00".
002010     88  WS-PTR-NOT-FOUND                 VALUE "23" "35".
002020 01  WS-RCV-JOURNAL-STATUS    PIC X(02).
002030     88  WS-RCV-JOURNAL-NOT-FOUND         VALUE "35".
002040 01  WS-GL-STATUS             PIC X(02).
002050     88  WS-GL-NOT-FOUND                  VALUE "35".
002060
002070 COPY AMTWORK.
002080
002090 COPY JRNLREC.
002100
002110 COPY PERWORK.
002120
002130 COPY PERREC.
002140
002150 COPY AUTWORK.
002160
002170 COPY ACTREC.
002180
002190*---------------------------------------------------------------
002200* Run date and transaction work fields.
002210*---------------------------------------------------------------
002220 01  WS-RUN-DATE              PIC X(08).
002230 01  WS-DISPOSITION           PIC X(16).
002240 01  WS-WRITE-OFF-AMOUNT      PIC S9(12)V99 COMP-3.
002250 01  WS-BEFORE-BALANCE        PIC S9(12)V99 COMP-3.
002260
002270*---------------------------------------------------------------
002280* Counters and totals.
002290*---------------------------------------------------------------
002300 01  WS-TRAN-COUNT            PIC 9(07)   COMP VALUE 0.
002310 01  WS-WRITTEN-OFF-COUNT     PIC 9(07)   COMP VALUE 0.
002320 01  WS-AT-AGENCY-COUNT       PIC 9(07)   COMP VALUE 0.
002330 01  WS-REJECT-COUNT          PIC 9(07)   COMP VALUE 0.
002340 01  WS-WRITTEN-OFF-TOTAL     PIC S9(12)V99 COMP-3 VALUE 0.
002350
002360*---------------------------------------------------------------
002370* Report line layouts.
002380*---------------------------------------------------------------
002390 01  WS-RPT-SECTION-LINE.
002400     05  WS-RPT-SECTION      PIC X(40).
002410     05  FILLER              PIC X(60)   VALUE SPACES.
002420
002430 01  WS-PROOF-LINE.
002440     05  WS-PRF-STUDENT-ID   PIC X(10).
002450     05  FILLER              PIC X(01)   VALUE SPACES.
002460     05  WS-PRF-TERM         PIC X(06).
002470     05  FILLER              PIC X(01)   VALUE SPACES.
002480     05  WS-PRF-AMOUNT       PIC -ZZZ,ZZZ,ZZ9.99.
002490     05  FILLER              PIC X(01)   VALUE SPACES.
002500     05  WS-PRF-BALANCE      PIC -ZZZ,ZZZ,ZZ9.99.
002510     05  FILLER              PIC X(01)   VALUE SPACES.
002520     05  WS-PRF-APPROVED-BY  PIC X(08).
002530     05  FILLER              PIC X(01)   VALUE SPACES.
002540     05  WS-PRF-REVIEWER     PIC X(08).
002550     05  FILLER              PIC X(01)   VALUE SPACES.
002560     05  WS-PRF-APPROVAL-DATE PIC X(08).
002570     05  FILLER              PIC X(01)   VALUE SPACES.
002580     05  WS-PRF-DISPOSITION  PIC X(16).
002590     05  FILLER              PIC X(01)   VALUE SPACES.
002600     05  WS-PRF-AGENCY-FLAG  PIC X(15).
002610
002620 01  WS-RPT-COUNT-LINE.
002630     05  WS-RPT-COUNT-LABEL  PIC X(30).
002640     05  WS-RPT-COUNT        PIC ZZZ,ZZ9.
002650     05  FILLER              PIC X(63)   VALUE SPACES.
002660
002670 01  WS-RPT-TOTAL-LINE.
002680     05  WS-RPT-TOTAL-LABEL  PIC X(26).
002690     05  WS-RPT-TOTAL        PIC -$,$$$,$$$,$$$,$$9.99.
002700     05  FILLER              PIC X(53)   VALUE SPACES.
002710
002720*---------------------------------------------------------------
002730* GL entry line - same fixed layout StudentPayment writes, so
002740* the finance upload and the GLTieOut job read one format.
002750*---------------------------------------------------------------
002760 01  WS-GL-LINE.
002770     05  WS-GL-ACCOUNT-CODE  PIC X(10).
002780     05  FILLER              PIC X(02)   VALUE SPACES.
002790     05  WS-GL-DEBIT-CREDIT  PIC X(01).
002800     05  FILLER              PIC X(02)   VALUE SPACES.
002810     05  WS-GL-AMOUNT        PIC 9(12)V99.
002820     05  FILLER              PIC X(02)   VALUE SPACES.
002830     05  WS-GL-BATCH-DATE    PIC X(08).
002840     05  FILLER              PIC X(41)   VALUE SPACES.
002850
002860 PROCEDURE DIVISION.
002870*===============================================================
002880 0000-MAINLINE.
002890*===============================================================
002900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002910     PERFORM 2000-PROCESS-APPROVAL THRU 2000-EXIT
002920         UNTIL WS-EOF-YES.
002930     PERFORM 3000-FINALIZE THRU 3000-EXIT.
002940     STOP RUN.
002950
002960*---------------------------------------------------------------
002970* 1000-INITIALIZE - open files and prime the read.
002980*---------------------------------------------------------------
002990 1000-INITIALIZE.
003000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003010     MOVE WS-RUN-DATE TO WS-PER-POSTING-DATE.
003020     PERFORM 8400-SET-POSTING-DATE THRU 8400-EXIT.
003030     IF WS-PER-POSTING-LOCKED
003040         MOVE 16 TO RETURN-CODE
003050         STOP RUN
003060     END-IF.
003070     OPEN INPUT WriteOffApprovalFile.
003080     IF WS-APPROVAL-STATUS NOT = "00"
003090         DISPLAY "ERROR - NO WRITE-OFF APPROVAL FILE "
003100             "HW2-Write-Off-Approvals.dat"
003110         MOVE 16 TO RETURN-CODE
003120         STOP RUN
003130     END-IF.
003140     OPEN I-O PriorTermFile.
003150     IF NOT WS-PTR-OK
003160         DISPLAY "ERROR - PRIOR-TERM RECEIVABLE FILE NOT "
003170             "AVAILABLE - STATUS " WS-PTR-STATUS
003180         MOVE 16 TO RETURN-CODE
003190         STOP RUN
003200     END-IF.
003210     OPEN EXTEND ReceivableJournal.
003220     IF WS-RCV-JOURNAL-NOT-FOUND
003230         OPEN OUTPUT ReceivableJournal
003240     END-IF.
003250     OPEN EXTEND GLInterfaceFile.
003260     IF WS-GL-NOT-FOUND
003270         OPEN OUTPUT GLInterfaceFile
003280     END-IF.
003290     MOVE "BadDebtWriteOff" TO WS-AUT-PROGRAM-ID.
003300     PERFORM 8800-LOAD-AUTHORITY THRU 8800-EXIT.
003310     PERFORM 8900-OPEN-ACTIVITY-LOG THRU 8900-EXIT.
003320     OPEN OUTPUT WriteOffReportFile.
003330     MOVE "BAD DEBT WRITE-OFFS" TO WS-RPT-SECTION.
003340     WRITE WriteOffReportRecord FROM WS-RPT-SECTION-LINE.
003350     PERFORM 2100-READ-APPROVAL THRU 2100-EXIT.
003360 1000-EXIT.
003370     EXIT.
003380
003390*---------------------------------------------------------------
003400* 2000-PROCESS-APPROVAL - edit one approval, write it off or
003410* reject it, print its proof line, then read the next.
003420*---------------------------------------------------------------
003430 2000-PROCESS-APPROVAL.
003440     ADD 1 TO WS-TRAN-COUNT.
003450     SET WS-TRAN-OK TO TRUE.
003460     MOVE SPACES TO WS-DISPOSITION.
003470     MOVE SPACES TO WS-PRF-AGENCY-FLAG.
003480     MOVE 0 TO WS-WRITE-OFF-AMOUNT.
003490     MOVE 0 TO PTR-BALANCE.
003500     PERFORM 2200-EDIT-APPROVAL THRU 2200-EXIT.
003510     IF WS-TRAN-OK
003520         PERFORM 2300-WRITE-OFF-RECEIVABLE THRU 2300-EXIT
003530     END-IF.
003540     PERFORM 2400-WRITE-PROOF-LINE THRU 2400-EXIT.
003550     PERFORM 2100-READ-APPROVAL THRU 2100-EXIT.
003560 2000-EXIT.
003570     EXIT.
003580
003590 2100-READ-APPROVAL.
003600     READ WriteOffApprovalFile
003610         AT END
003620             SET WS-EOF-YES TO TRUE
003630     END-READ.
003640 2100-EXIT.
003650     EXIT.
003660
003670*---------------------------------------------------------------
003680* 2200-EDIT-APPROVAL - a receivable key, the approving
003690* bursar, the reviewer, a numeric approval date, and an
003700* amount above zero when one is given.
003710*---------------------------------------------------------------
003720 2200-EDIT-APPROVAL.
003730     EVALUATE TRUE
003740         WHEN WOA-STUDENT-ID = SPACES
003750             OR WOA-TERM-CODE = SPACES
003760             SET WS-TRAN-REJECTED TO TRUE
003770             MOVE "NO RECEIVABLE" TO WS-DISPOSITION
003780         WHEN WOA-APPROVED-BY = SPACES
003790             SET WS-TRAN-REJECTED TO TRUE
003800             MOVE "NO APPROVER" TO WS-DISPOSITION
003810         WHEN WOA-REVIEWER-ID = SPACES
003820             SET WS-TRAN-REJECTED TO TRUE
003830             MOVE "NO REVIEWER" TO WS-DISPOSITION
003840         WHEN WOA-APPROVAL-DATE NOT NUMERIC
003850             SET WS-TRAN-REJECTED TO TRUE
003860             MOVE "BAD APPROVE DATE" TO WS-DISPOSITION
003870         WHEN WOA-AMOUNT = SPACES
003880             CONTINUE
003890         WHEN OTHER
003900             MOVE WOA-AMOUNT TO WS-AmountString
003910             PERFORM 8100-EDIT-AMOUNT THRU 8100-EXIT
003920             IF WS-AMOUNT-INVALID OR WS-AmountNumeric NOT > 0
003930                 SET WS-TRAN-REJECTED TO TRUE
003940                 MOVE "BAD AMOUNT" TO WS-DISPOSITION
003950             ELSE
003960                 MOVE WS-AmountNumeric TO WS-WRITE-OFF-AMOUNT
003970             END-IF
003980     END-EVALUATE.
003990 2200-EXIT.
004000     EXIT.
004010
004020*---------------------------------------------------------------
004030* 2300-WRITE-OFF-RECEIVABLE - the receivable must still be
004040* owed and owe at least the amount approved.  A blank amount
004050* takes the whole balance.  The approver must hold the
004060* write-off action with a dollar limit that covers the amount,
004070* and the reviewer, someone else, the write-off action too.
004080* An approval with the date and amount of the one last applied
004090* to the receivable - or with its date and no amount - has
004100* been applied already and is refused.
004110*---------------------------------------------------------------
004120 2300-WRITE-OFF-RECEIVABLE.
004130     MOVE WOA-STUDENT-ID TO PTR-STUDENT-ID.
004140     MOVE WOA-TERM-CODE TO PTR-TERM-CODE.
004150     READ PriorTermFile
004160         INVALID KEY
004170             CONTINUE
004180     END-READ.
004190     IF WS-PTR-NOT-FOUND
004200         SET WS-TRAN-REJECTED TO TRUE
004210         MOVE "NOT ON FILE" TO WS-DISPOSITION
004220         MOVE 0 TO PTR-BALANCE
004230         GO TO 2300-EXIT
004240     END-IF.
004250     IF NOT WS-PTR-OK
004260         SET WS-TRAN-REJECTED TO TRUE
004270         MOVE "RCV IO ERROR" TO WS-DISPOSITION
004280         MOVE 0 TO PTR-BALANCE
004290         GO TO 2300-EXIT
004300     END-IF.
004310     IF NOT PTR-STILL-OWED OR PTR-BALANCE NOT > 0
004320         SET WS-TRAN-REJECTED TO TRUE
004330         MOVE "NOTHING OWED" TO WS-DISPOSITION
004340         GO TO 2300-EXIT
004350     END-IF.
004360     IF WOA-APPROVAL-DATE = PTR-WO-APPROVED-DATE
004370         AND (WS-WRITE-OFF-AMOUNT = PTR-WO-APPROVED-AMT
004380         OR WS-WRITE-OFF-AMOUNT = 0)
004390         SET WS-TRAN-REJECTED TO TRUE
004400         MOVE "ALREADY APPLIED" TO WS-DISPOSITION
004410         GO TO 2300-EXIT
004420     END-IF.
004430     IF WS-WRITE-OFF-AMOUNT = 0
004440         MOVE PTR-BALANCE TO WS-WRITE-OFF-AMOUNT
004450     END-IF.
004460     IF WS-WRITE-OFF-AMOUNT > PTR-BALANCE
004470         SET WS-TRAN-REJECTED TO TRUE
004480         MOVE "EXCEEDS BALANCE" TO WS-DISPOSITION
004490         GO TO 2300-EXIT
004500     END-IF.
004510     MOVE WOA-APPROVED-BY TO WS-AUT-CHECK-OPERATOR.
004520     MOVE WOA-REVIEWER-ID TO WS-AUT-CHECK-REVIEWER.
004530     MOVE 'W' TO WS-AUT-CHECK-ACTION.
004540     MOVE WS-WRITE-OFF-AMOUNT TO WS-AUT-CHECK-AMOUNT.
004550     PERFORM 8850-CHECK-AUTHORITY THRU 8850-EXIT.
004560     IF NOT WS-AUT-GRANTED
004570         SET WS-TRAN-REJECTED TO TRUE
004580         MOVE WS-AUT-REJECT-REASON TO WS-DISPOSITION
004590         GO TO 2300-EXIT
004600     END-IF.
004610     IF PTR-PLACED
004620         MOVE "CLOSE AT AGENCY" TO WS-PRF-AGENCY-FLAG
004630     END-IF.
004640     MOVE PTR-BALANCE TO WS-BEFORE-BALANCE.
004650     SUBTRACT WS-WRITE-OFF-AMOUNT FROM PTR-BALANCE.
004660     ADD WS-WRITE-OFF-AMOUNT TO PTR-WRITTEN-OFF-AMT.
004670     MOVE WS-RUN-DATE TO PTR-LAST-ACTIVITY.
004680     MOVE WOA-APPROVAL-DATE TO PTR-WO-APPROVED-DATE.
004690     MOVE WS-WRITE-OFF-AMOUNT TO PTR-WO-APPROVED-AMT.
004700     IF PTR-BALANCE = 0
004710         SET PTR-WRITTEN-OFF TO TRUE
004720     END-IF.
004730     REWRITE PriorTermRecord
004740         INVALID KEY
004750             CONTINUE
004760     END-REWRITE.
004770     IF NOT WS-PTR-OK
004780         SET WS-TRAN-REJECTED TO TRUE
004790         MOVE "RCV IO ERROR" TO WS-DISPOSITION
004800         MOVE WS-BEFORE-BALANCE TO PTR-BALANCE
004810         MOVE SPACES TO WS-PRF-AGENCY-FLAG
004820         GO TO 2300-EXIT
004830     END-IF.
004840     ADD 1 TO WS-WRITTEN-OFF-COUNT.
004850     ADD WS-WRITE-OFF-AMOUNT TO WS-WRITTEN-OFF-TOTAL.
004860     IF WS-PRF-AGENCY-FLAG NOT = SPACES
004870         ADD 1 TO WS-AT-AGENCY-COUNT
004880     END-IF.
004890     MOVE "WRITTEN OFF" TO WS-DISPOSITION.
004900     PERFORM 2350-WRITE-RECEIVABLE-JOURNAL THRU 2350-EXIT.
004910 2300-EXIT.
004920     EXIT.
004930
004940*---------------------------------------------------------------
004950* 2350-WRITE-RECEIVABLE-JOURNAL - the before and after images
004960* of the receivable balance, cut as WRTOFF.
004970*---------------------------------------------------------------
004980 2350-WRITE-RECEIVABLE-JOURNAL.
004990     MOVE PTR-STUDENT-ID TO JRN-STUDENT-ID.
005000     MOVE PTR-TERM-CODE TO JRN-TERM-CODE.
005010     MOVE 'C' TO JRN-ACTION.
005020     MOVE WS-BEFORE-BALANCE TO JRN-BEFORE-YTD.
005030     MOVE PTR-BALANCE TO JRN-AFTER-YTD.
005040     MOVE WS-PER-POSTING-DATE TO JRN-BATCH-DATE.
005050     MOVE WS-TRAN-COUNT TO JRN-RECORD-NUMBER.
005060     MOVE "WRTOFF" TO JRN-SOURCE-PROGRAM.
005070     WRITE ReceivableJournalRecord FROM JournalRecord.
005080 2350-EXIT.
005090     EXIT.
005100
005110*---------------------------------------------------------------
005120* 2400-WRITE-PROOF-LINE - one line per approval, written off
005130* or rejected, with the bursar who approved it and the
005140* reviewer, and the same approval on the operator activity log
005150* under the approver.
005160*---------------------------------------------------------------
005170 2400-WRITE-PROOF-LINE.
005180     IF WS-TRAN-REJECTED
005190         ADD 1 TO WS-REJECT-COUNT
005200     END-IF.
005210     MOVE WOA-STUDENT-ID TO WS-PRF-STUDENT-ID.
005220     MOVE WOA-TERM-CODE TO WS-PRF-TERM.
005230     MOVE WS-WRITE-OFF-AMOUNT TO WS-PRF-AMOUNT.
005240     MOVE PTR-BALANCE TO WS-PRF-BALANCE.
005250     MOVE WOA-APPROVED-BY TO WS-PRF-APPROVED-BY.
005260     MOVE WOA-REVIEWER-ID TO WS-PRF-REVIEWER.
005270     MOVE WOA-APPROVAL-DATE TO WS-PRF-APPROVAL-DATE.
005280     MOVE WS-DISPOSITION TO WS-PRF-DISPOSITION.
005290     WRITE WriteOffReportRecord FROM WS-PROOF-LINE.
005300     MOVE WOA-APPROVED-BY TO ACT-OPERATOR-ID.
005310     MOVE WOA-REVIEWER-ID TO ACT-REVIEWER-ID.
005320     MOVE 'W' TO ACT-ACTION-CODE.
005330     MOVE WOA-STUDENT-ID TO ACT-STUDENT-ID.
005340     MOVE WOA-TERM-CODE TO ACT-TERM-CODE.
005350     MOVE WS-WRITE-OFF-AMOUNT TO ACT-AMOUNT.
005360     MOVE WS-DISPOSITION TO ACT-DISPOSITION.
005370     IF WS-TRAN-OK
005380         SET ACT-APPLIED TO TRUE
005390     ELSE
005400         SET ACT-REJECTED TO TRUE
005410     END-IF.
005420     PERFORM 8910-LOG-ACTIVITY THRU 8910-EXIT.
005430 2400-EXIT.
005440     EXIT.
005450
005460*---------------------------------------------------------------
005470* 3000-FINALIZE - the totals, the GL entry, and close out.
005480*---------------------------------------------------------------
005490 3000-FINALIZE.
005500     MOVE "WRITE-OFF TOTALS" TO WS-RPT-SECTION.
005510     WRITE WriteOffReportRecord FROM WS-RPT-SECTION-LINE.
005520     MOVE "APPROVALS READ:               "
005530         TO WS-RPT-COUNT-LABEL.
005540     MOVE WS-TRAN-COUNT TO WS-RPT-COUNT.
005550     WRITE WriteOffReportRecord FROM WS-RPT-COUNT-LINE.
005560     MOVE "RECEIVABLES WRITTEN OFF:      "
005570         TO WS-RPT-COUNT-LABEL.
005580     MOVE WS-WRITTEN-OFF-COUNT TO WS-RPT-COUNT.
005590     WRITE WriteOffReportRecord FROM WS-RPT-COUNT-LINE.
005600     MOVE "OF THOSE STILL AT THE AGENCY: "
005610         TO WS-RPT-COUNT-LABEL.
005620     MOVE WS-AT-AGENCY-COUNT TO WS-RPT-COUNT.
005630     WRITE WriteOffReportRecord FROM WS-RPT-COUNT-LINE.
005640     MOVE "APPROVALS REJECTED:           "
005650         TO WS-RPT-COUNT-LABEL.
005660     MOVE WS-REJECT-COUNT TO WS-RPT-COUNT.
005670     WRITE WriteOffReportRecord FROM WS-RPT-COUNT-LINE.
005680     MOVE "AMOUNT WRITTEN OFF:       "
005690         TO WS-RPT-TOTAL-LABEL.
005700     MOVE WS-WRITTEN-OFF-TOTAL TO WS-RPT-TOTAL.
005710     WRITE WriteOffReportRecord FROM WS-RPT-TOTAL-LINE.
005720     PERFORM 3200-WRITE-GL-INTERFACE THRU 3200-EXIT.
005730     CLOSE WriteOffApprovalFile.
005740     CLOSE PriorTermFile.
005750     CLOSE ReceivableJournal.
005760     CLOSE GLInterfaceFile.
005770     CLOSE WriteOffReportFile.
005780     PERFORM 8990-CLOSE-ACTIVITY-LOG THRU 8990-EXIT.
005790     DISPLAY "Approvals Read:        " WS-TRAN-COUNT.
005800     DISPLAY "Written Off:           " WS-WRITTEN-OFF-COUNT.
005810     DISPLAY "Approvals Rejected:    " WS-REJECT-COUNT.
005820     DISPLAY "Amount Written Off:   $" WS-WRITTEN-OFF-TOTAL.
005830     IF WS-REJECT-COUNT > 0
005840         MOVE 8 TO RETURN-CODE
005850     END-IF.
005860 3000-EXIT.
005870     EXIT.
005880
005890*---------------------------------------------------------------
005900* 3200-WRITE-GL-INTERFACE - the write-off is charged to the
005910* Allowance for Doubtful Accounts: a debit to the allowance
005920* and the offsetting credit to Student Accounts Receivable
005930* for the run's total.  A run that wrote nothing off cuts no
005940* entry.
005950*---------------------------------------------------------------
005960 3200-WRITE-GL-INTERFACE.
005970     IF WS-WRITTEN-OFF-TOTAL > 0
005980         MOVE "1290-ALLOW" TO WS-GL-ACCOUNT-CODE
005990         MOVE "D" TO WS-GL-DEBIT-CREDIT
006000         MOVE WS-WRITTEN-OFF-TOTAL TO WS-GL-AMOUNT
006010         MOVE WS-PER-POSTING-DATE TO WS-GL-BATCH-DATE
006020         WRITE GLInterfaceRecord FROM WS-GL-LINE
006030         MOVE "1200-AR" TO WS-GL-ACCOUNT-CODE
006040         MOVE "C" TO WS-GL-DEBIT-CREDIT
006050         WRITE GLInterfaceRecord FROM WS-GL-LINE
006060     END-IF.
006070 3200-EXIT.
006080     EXIT.
006090
006100 COPY AMTEDIT.
006110
006120 COPY AUTLOOK.
006130
006140 COPY ACTLOG.
006150
006160 COPY PERLOOK.
006170
006180 END PROGRAM BadDebtWriteOff.
