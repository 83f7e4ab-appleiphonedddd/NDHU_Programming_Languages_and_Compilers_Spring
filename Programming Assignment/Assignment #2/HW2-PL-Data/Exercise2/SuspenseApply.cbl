000010***************************************************************
000020* PROGRAM-ID : SuspenseApply
000030* AUTHOR     : D. Huang, Bursar Systems
000040* INSTALLATION: NDHU Computing Center
000050* DATE-WRITTEN: 2026-10-06
000060* DATE-COMPILED:
000070*---------------------------------------------------------------
000080* PURPOSE.
000090*   Applies the unidentified payments StudentPayment and
000100*   SponsorPayment carry on the UnappliedCash suspense file
000110*   once the cashier has found out whose money it is - the
000120*   mis-keyed StudentID, the applicant not yet loaded, the
000130*   sponsor's typo.  Each transaction, reviewed and initialed
000140*   like the duplicate release form, names the suspense item
000150*   by the ID as keyed, its amount and payment date, the
000160*   StudentID and term it really belongs to (a blank term
000170*   means the term it was meant for when it arrived), the
000180*   operator and the reviewer.  The target StudentID must be
000190*   on the StudentDirectory.  An applied item posts through
000200*   the normal path - master update, MasterJournal record,
000210*   history record where the key is free, method subtotal -
000220*   and comes off the suspense file, and the run's GL entry
000230*   moves the applied total out of Unapplied Cash into
000240*   Tuition Revenue.
000250*   Every transaction prints on a proof list, and the run
000260*   ends with an aged listing of the items still in suspense
000270*   - current month, one, two, and three or more months old -
000280*   so unidentified money is chased, not forgotten.
000290*   The target's StudentID/amount pair may already be on the
000300*   history from an earlier payment, so the history WRITE is
000310*   made only when the key is free.  The journal line says
000320*   which: SUSAPL when the history record went on, SUSDUP
000330*   when the key was already taken - BalanceVerify nets the
000340*   SUSDUP deltas the way it nets DUPREL's.  A history
000350*   WRITE that fails for any other reason backs the item out
000360*   - master update reversed, suspense record put back - and
000370*   rejects it.
000380*   Both the operator and the reviewer must hold the apply
000390*   action on the OperatorAuthority file, and the amount is
000400*   held to the operator's dollar limit; every transaction
000410*   goes on the operator activity log for internal audit.
000420*   Journal records and GL entries carry the posting date the
000430*   PeriodControl file allows: in a month finance has closed
000440*   they go to the first day of the next open month.
000450*---------------------------------------------------------------
000460* MODIFICATION HISTORY.
000470*   2026-10-06  DH  Original program.
000480*   2026-10-12  DH  Operator and reviewer are checked against
000490*                   the operator authority file and the amount
000500*                   against the operator's dollar limit; every
000510*                   transaction is written to the operator
000520*                   activity log.
000530*   2026-10-13  DH  Journal records and GL entries are now dated
000540*                   by the accounting period lock: a run in a
000550*                   month finance has closed on the PeriodControl
000560*                   file posts to the first day of the next open
000570*                   month, and a run with no open month to post
000580*                   to stops with RETURN-CODE 16 before anything
000590*                   is posted.
000600*   2026-10-15  DH  The suspense record now comes off before
000610*                   anything posts, and the item posts only
000620*                   once it is off; a record that will not
000630*                   come off rejects the item untouched, so a
000640*                   rerun cannot apply it twice.  Should the
000650*                   master then refuse the money, the record
000660*                   is put back.  The history record
000670*                   carries the new PaymentHistory key ref
000680*                   as spaces.
000690*   2026-10-15  DH  Only a duplicate key on the history WRITE
000700*                   is journaled as SUSDUP; any other failure
000710*                   reverses the master update, puts the
000720*                   suspense record back and rejects the item
000730*                   as HISTORY IO ERR.
000740*   2026-10-15  DH  A missing apply transaction file is a run
000750*                   with nothing to apply, and a missing
000760*                   suspense file an empty suspense: the run
000770*                   prints an empty aged listing and ends
000780*                   normally.  Only another open failure on
000790*                   either file stops it with RETURN-CODE 16.
000800***************************************************************
000810 IDENTIFICATION DIVISION.
000820 PROGRAM-ID. SuspenseApply.
000830 AUTHOR. D-HUANG.
000840 INSTALLATION. NDHU-COMPUTING-CENTER.
000850 DATE-WRITTEN. 10/06/2026.
000860 DATE-COMPILED.
000870
000880 ENVIRONMENT DIVISION.
000890 INPUT-OUTPUT SECTION.
000900 FILE-CONTROL.
000910     SELECT ApplyTransFile ASSIGN TO
000920         "HW2-Suspense-Apply.dat"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-TRANS-STATUS.
000950
000960     SELECT UnappliedCashFile ASSIGN TO
000970         "HW2-Unapplied-Cash.dat"
000980         ORGANIZATION IS INDEXED
000990         ACCESS MODE IS DYNAMIC
001000         RECORD KEY IS SUS-ITEM-KEY
001010         FILE STATUS IS WS-SUS-STATUS.
001020
001030     SELECT StudentDirectory ASSIGN TO
001040         "HW2-Student-Directory.dat"
001050         ORGANIZATION IS INDEXED
001060         ACCESS MODE IS RANDOM
001070         RECORD KEY IS DIR-STUDENT-ID
001080         FILE STATUS IS WS-DIR-STATUS.
001090
001100     SELECT StudentMaster ASSIGN TO "HW2-Student-Master.dat"
001110         ORGANIZATION IS INDEXED
001120         ACCESS MODE IS RANDOM
001130         RECORD KEY IS MST-MASTER-KEY
001140         FILE STATUS IS WS-MASTER-STATUS.
001150
001160     SELECT PaymentHistory ASSIGN TO "HW2-Payment-History.dat"
001170         ORGANIZATION IS INDEXED
001180         ACCESS MODE IS RANDOM
001190         RECORD KEY IS HIST-KEY
001200         FILE STATUS IS WS-HISTORY-STATUS.
001210
001220     SELECT MasterJournal ASSIGN TO
001230         "HW2-Master-Journal.dat"
001240         ORGANIZATION IS LINE SEQUENTIAL
001250         FILE STATUS IS WS-JOURNAL-STATUS.
001260
001270     SELECT GLInterfaceFile ASSIGN TO
001280         "HW2-GL-Interface.txt"
001290         ORGANIZATION IS LINE SEQUENTIAL
001300         FILE STATUS IS WS-GL-STATUS.
001310
001320     SELECT OperatorAuthorityFile ASSIGN TO
001330         "HW2-Operator-Authority.dat"
001340         ORGANIZATION IS LINE SEQUENTIAL
001350         FILE STATUS IS WS-AUT-STATUS.
001360
001370     SELECT OperatorActivityFile ASSIGN TO
001380         "HW2-Operator-Activity.dat"
001390         ORGANIZATION IS LINE SEQUENTIAL
001400         FILE STATUS IS WS-ACT-STATUS.
001410
001420     SELECT ApplyReportFile ASSIGN TO
001430         "HW2-Suspense-Apply-Report.txt"
001440         ORGANIZATION IS LINE SEQUENTIAL.
001450
001460     SELECT PeriodControlFile ASSIGN TO
001470         "HW2-Period-Control.dat"
001480         ORGANIZATION IS LINE SEQUENTIAL
001490         FILE STATUS IS WS-PER-STATUS.
001500
001510 DATA DIVISION.
001520 FILE SECTION.
001530*---------------------------------------------------------------
001540* ApplyTransFile - one application per line, comma delimited,
001550* keyed by the bursar from the signed application form.
001560*---------------------------------------------------------------
001570 FD  ApplyTransFile.
001580 01  ApplyTransRecord.
001590     05  SAP-KEYED-ID         PIC X(10).
001600     05  FILLER               PIC X.
001610     05  SAP-AMOUNT           PIC X(15).
001620     05  FILLER               PIC X.
001630     05  SAP-PAYMENT-DATE     PIC X(08).
001640     05  FILLER               PIC X.
001650     05  SAP-STUDENT-ID       PIC X(10).
001660     05  FILLER               PIC X.
001670     05  SAP-TERM-CODE        PIC X(06).
001680     05  FILLER               PIC X.
001690     05  SAP-OPERATOR-ID      PIC X(08).
001700     05  FILLER               PIC X.
001710     05  SAP-REVIEWER-ID      PIC X(08).
001720
001730*---------------------------------------------------------------
001740* UnappliedCashFile - the suspense items StudentPayment and
001750* SponsorPayment carry; layout is in the SUSREC copy member.
001760*---------------------------------------------------------------
001770 FD  UnappliedCashFile.
001780 COPY SUSREC.
001790
001800*---------------------------------------------------------------
001810* StudentDirectory - the target of every application must be
001820* a StudentID the directory knows; layout is in the DIRREC
001830* copy member.
001840*---------------------------------------------------------------
001850 FD  StudentDirectory.
001860 COPY DIRREC.
001870
001880*---------------------------------------------------------------
001890* StudentMaster - one record per student per term; layout is
001900* the MSTREC copy member.
001910*---------------------------------------------------------------
001920 FD  StudentMaster.
001930 COPY MSTREC.
001940
001950*---------------------------------------------------------------
001960* PaymentHistory - written only when the applied item's key
001970* is free; layout is the HISTREC copy member.
001980*---------------------------------------------------------------
001990 FD  PaymentHistory.
002000 COPY HISTREC.
002010
002020*---------------------------------------------------------------
002030* MasterJournal - audit trail of every master WRITE/REWRITE/
002040* DELETE; extended, never rewritten.  The line is built in the
002050* JournalRecord working area (JRNLREC copy member).
002060*---------------------------------------------------------------
002070 FD  MasterJournal.
002080 01  MasterJournalRecord      PIC X(77).
002090
002100*---------------------------------------------------------------
002110* GLInterfaceFile - shared with the other master writers;
002120* extended with this run's Unapplied-Cash/Tuition-Revenue
002130* entry for the applied total.  The GLTieOut job proves the
002140* day's file against the MasterJournal.
002150*---------------------------------------------------------------
002160 FD  GLInterfaceFile.
002170 01  GLInterfaceRecord        PIC X(80).
002180
002190*---------------------------------------------------------------
002200* OperatorAuthorityFile - who may use this program and which
002210* of its action codes, up to what dollar limit; layout is the
002220* AUTREC copy member.
002230*---------------------------------------------------------------
002240 FD  OperatorAuthorityFile.
002250 COPY AUTREC.
002260
002270*---------------------------------------------------------------
002280* OperatorActivityFile - the operator activity log shared by
002290* the maintenance programs; extended with a line per
002300* transaction, built in the OperatorActivityRecord working
002310* area (ACTREC copy member).
002320*---------------------------------------------------------------
002330 FD  OperatorActivityFile.
002340 01  OperatorActivityLine     PIC X(102).
002350
002360*---------------------------------------------------------------
002370* ApplyReportFile - the proof list, the method subtotals of
002380* the applied money, and the aged listing of the items still
002390* in suspense.
002400*---------------------------------------------------------------
002410 FD  ApplyReportFile.
002420 01  ApplyReportRecord        PIC X(100).
002430
002440*---------------------------------------------------------------
002450* PeriodControlFile - finance's open and closed accounting
002460* months; read into the PeriodControlRecord layout (PERREC
002470* copy member) to date this run's postings.
002480*---------------------------------------------------------------
002490 FD  PeriodControlFile.
002500 01  PeriodControlLine        PIC X(42).
002510
002520 WORKING-STORAGE SECTION.
002530*---------------------------------------------------------------
002540* Switches and file statuses.
002550*---------------------------------------------------------------
002560 01  WS-SWITCHES.
002570     05  WS-EOF-SWITCH       PIC X(01)   VALUE 'N'.
002580         88  WS-EOF-YES                  VALUE 'Y'.
002590         88  WS-EOF-NO                   VALUE 'N'.
002600     05  WS-TRAN-OK-SWITCH   PIC X(01)   VALUE 'Y'.
002610         88  WS-TRAN-OK                  VALUE 'Y'.
002620         88  WS-TRAN-REJECTED            VALUE 'N'.
002630     05  WS-AGE-EOF-SWITCH   PIC X(01)   VALUE 'N'.
002640         88  WS-AGE-EOF-YES              VALUE 'Y'.
002650         88  WS-AGE-EOF-NO               VALUE 'N'.
002660     05  WS-TRANS-FILE-SWITCH PIC X(01)  VALUE 'N'.
002670         88  WS-TRANS-FILE-OPEN          VALUE 'Y'.
002680         88  WS-TRANS-FILE-ABSENT        VALUE 'N'.
002690     05  WS-SUS-FILE-SWITCH  PIC X(01)   VALUE 'N'.
002700         88  WS-SUS-FILE-OPEN            VALUE 'Y'.
002710         88  WS-SUS-FILE-ABSENT          VALUE 'N'.
002720
002730 01  WS-TRANS-STATUS          PIC X(02).
002740 01  WS-SUS-STATUS            PIC X(02).
002750     88  WS-SUS-OK                        VALUE "00".
002760     88  WS-SUS-NOT-FOUND                 VALUE "23" "35".
002770 01  WS-MASTER-STATUS         PIC X(02).
002780     88  WS-MASTER-OK                     VALUE "00".
002790     88  WS-MASTER-NOT-FOUND              VALUE "23" "35".
002800 01  WS-HISTORY-STATUS        PIC X(02).
002810     88  WS-HISTORY-OK                    VALUE "00".
002820     88  WS-HISTORY-NOT-FOUND             VALUE "23" "35".
002830     88  WS-HISTORY-DUPLICATE-KEY         VALUE "22".
002840 01  WS-JOURNAL-STATUS        PIC X(02).
002850     88  WS-JOURNAL-NOT-FOUND             VALUE "35".
002860 01  WS-GL-STATUS             PIC X(02).
002870     88  WS-GL-NOT-FOUND                  VALUE "35".
002880
002890 COPY AMTWORK.
002900
002910 COPY DIRWORK.
002920
002930 COPY JRNLREC.
002940
002950 COPY PERWORK.
002960
002970 COPY PERREC.
002980
002990 COPY AUTWORK.
003000
003010 COPY ACTREC.
003020
003030*---------------------------------------------------------------
003040* Run date - the year and month drive the age of each item
003050* still in suspense.
003060*---------------------------------------------------------------
003070 01  WS-RUN-DATE              PIC X(08).
003080 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
003090     05  WS-RUN-YEAR          PIC 9(04).
003100     05  WS-RUN-MONTH         PIC 9(02).
003110     05  WS-RUN-DAY           PIC 9(02).
003120
003130*---------------------------------------------------------------
003140* Transaction work fields.
003150*---------------------------------------------------------------
003160 01  WS-DISPOSITION           PIC X(16).
003170 01  WS-APPLY-TERM            PIC X(06).
003180 01  WS-JRN-ACTION-CODE       PIC X(01).
003190 01  WS-JRN-BEFORE-BAL        PIC S9(12)V99 COMP-3.
003200 01  WS-JRN-SOURCE            PIC X(08).
003210
003220*---------------------------------------------------------------
003230* Aging work fields.  An item's age is the number of calendar
003240* months between the month it went into suspense and the run
003250* month; ages of three months and over share the last
003260* bucket.  A suspended date that is not a date ages as
003270* three months and over, so it is chased first.
003280*---------------------------------------------------------------
003290 01  WS-SUSPENDED-DATE        PIC X(08).
003300 01  WS-SUSPENDED-DATE-R REDEFINES WS-SUSPENDED-DATE.
003310     05  WS-SUSPENDED-YEAR    PIC 9(04).
003320     05  WS-SUSPENDED-MONTH   PIC 9(02).
003330     05  WS-SUSPENDED-DAY     PIC 9(02).
003340 01  WS-AGE-MONTHS            PIC S9(05)  COMP.
003350 01  WS-AGE-SUB               PIC 9(03)   COMP.
003360 01  WS-AGE-BUCKET-LABELS.
003370     05  FILLER               PIC X(11)   VALUE "CURRENT".
003380     05  FILLER               PIC X(11)   VALUE "1 MONTH".
003390     05  FILLER               PIC X(11)   VALUE "2 MONTHS".
003400     05  FILLER               PIC X(11)   VALUE "3+ MONTHS".
003410 01  WS-AGE-BUCKET-LABELS-R REDEFINES WS-AGE-BUCKET-LABELS.
003420     05  WS-AGE-BUCKET-LABEL  PIC X(11)   OCCURS 4.
003430 01  WS-AGE-BUCKET-TABLE.
003440     05  WS-AGE-BUCKET OCCURS 4.
003450         10  WS-AGE-BUCKET-COUNT PIC 9(07) COMP.
003460         10  WS-AGE-BUCKET-TOTAL PIC S9(12)V99 COMP-3.
003470
003480*---------------------------------------------------------------
003490* Counters and totals.  The per-method subtotals mirror the
003500* daily run's, so the drawer and card reconciliations pick the
003510* applied money up the same way; sponsor money has its own.
003520*---------------------------------------------------------------
003530 01  WS-TRAN-COUNT            PIC 9(07)   COMP VALUE 0.
003540 01  WS-APPLIED-COUNT         PIC 9(07)   COMP VALUE 0.
003550 01  WS-REJECT-COUNT          PIC 9(07)   COMP VALUE 0.
003560 01  WS-UNAPPLIED-COUNT       PIC 9(07)   COMP VALUE 0.
003570 01  WS-APPLIED-TOTAL         PIC 9(12)V99 COMP-3 VALUE 0.
003580 01  WS-UNAPPLIED-TOTAL       PIC S9(12)V99 COMP-3 VALUE 0.
003590
003600 01  WS-METHOD-TOTALS.
003610     05  WS-TOTAL-CASH        PIC S9(12)V99 COMP-3 VALUE 0.
003620     05  WS-TOTAL-CHECK       PIC S9(12)V99 COMP-3 VALUE 0.
003630     05  WS-TOTAL-CREDIT-CARD PIC S9(12)V99 COMP-3 VALUE 0.
003640     05  WS-TOTAL-WIRE        PIC S9(12)V99 COMP-3 VALUE 0.
003650     05  WS-TOTAL-SPONSOR     PIC S9(12)V99 COMP-3 VALUE 0.
003660     05  WS-TOTAL-OTHER       PIC S9(12)V99 COMP-3 VALUE 0.
003670
003680*---------------------------------------------------------------
003690* Report line layouts.
003700*---------------------------------------------------------------
003710 01  WS-RPT-SECTION-LINE.
003720     05  WS-RPT-SECTION      PIC X(40).
003730     05  FILLER              PIC X(60)   VALUE SPACES.
003740
003750 01  WS-PROOF-LINE.
003760     05  WS-PRF-KEYED-ID     PIC X(10).
003770     05  FILLER              PIC X(01)   VALUE SPACES.
003780     05  WS-PRF-AMOUNT       PIC -ZZZ,ZZZ,ZZ9.99.
003790     05  FILLER              PIC X(01)   VALUE SPACES.
003800     05  WS-PRF-PAY-DATE     PIC X(08).
003810     05  FILLER              PIC X(01)   VALUE SPACES.
003820     05  WS-PRF-STUDENT-ID   PIC X(10).
003830     05  FILLER              PIC X(01)   VALUE SPACES.
003840     05  WS-PRF-TERM         PIC X(06).
003850     05  FILLER              PIC X(01)   VALUE SPACES.
003860     05  WS-PRF-OPERATOR     PIC X(08).
003870     05  FILLER              PIC X(01)   VALUE SPACES.
003880     05  WS-PRF-REVIEWER     PIC X(08).
003890     05  FILLER              PIC X(01)   VALUE SPACES.
003900     05  WS-PRF-DISPOSITION  PIC X(16).
003910     05  FILLER              PIC X(12)   VALUE SPACES.
003920
003930 01  WS-AGING-LINE.
003940     05  WS-AGE-KEYED-ID     PIC X(10).
003950     05  FILLER              PIC X(02)   VALUE SPACES.
003960     05  WS-AGE-AMOUNT       PIC -ZZZ,ZZZ,ZZ9.99.
003970     05  FILLER              PIC X(02)   VALUE SPACES.
003980     05  WS-AGE-PAY-DATE     PIC X(08).
003990     05  FILLER              PIC X(02)   VALUE SPACES.
004000     05  WS-AGE-SUSPENDED    PIC X(08).
004010     05  FILLER              PIC X(02)   VALUE SPACES.
004020     05  WS-AGE-METHOD       PIC X(02).
004030     05  FILLER              PIC X(02)   VALUE SPACES.
004040     05  WS-AGE-SPONSOR      PIC X(08).
004050     05  FILLER              PIC X(02)   VALUE SPACES.
004060     05  WS-AGE-SOURCE       PIC X(08).
004070     05  FILLER              PIC X(02)   VALUE SPACES.
004080     05  WS-AGE-FLAG         PIC X(11).
004090     05  FILLER              PIC X(16)   VALUE SPACES.
004100
004110 01  WS-AGE-TOTAL-LINE.
004120     05  WS-AGT-LABEL        PIC X(11).
004130     05  FILLER              PIC X(02)   VALUE SPACES.
004140     05  WS-AGT-COUNT        PIC ZZZ,ZZ9.
004150     05  FILLER              PIC X(02)   VALUE SPACES.
004160     05  WS-AGT-AMOUNT       PIC -$,$$$,$$$,$$$,$$9.99.
004170     05  FILLER              PIC X(57)   VALUE SPACES.
004180
004190 01  WS-RPT-COUNT-LINE.
004200     05  WS-RPT-COUNT-LABEL  PIC X(30).
004210     05  WS-RPT-COUNT        PIC ZZZ,ZZ9.
004220     05  FILLER              PIC X(63)   VALUE SPACES.
004230
004240*---------------------------------------------------------------
004250* GL entry line - same fixed layout StudentPayment writes, so
004260* the finance upload and the GLTieOut job read one format.
004270*---------------------------------------------------------------
004280 01  WS-GL-LINE.
004290     05  WS-GL-ACCOUNT-CODE  PIC X(10).
004300     05  FILLER              PIC X(02)   VALUE SPACES.
004310     05  WS-GL-DEBIT-CREDIT  PIC X(01).
004320     05  FILLER              PIC X(02)   VALUE SPACES.
004330     05  WS-GL-AMOUNT        PIC 9(12)V99.
004340     05  FILLER              PIC X(02)   VALUE SPACES.
004350     05  WS-GL-BATCH-DATE    PIC X(08).
004360     05  FILLER              PIC X(41)   VALUE SPACES.
004370
004380 01  WS-METHOD-LINE.
004390     05  WS-MTH-LABEL         PIC X(24).
004400     05  WS-MTH-AMOUNT        PIC -$,$$$,$$$,$$$,$$9.99.
004410     05  FILLER               PIC X(55)   VALUE SPACES.
004420
004430 PROCEDURE DIVISION.
004440*===============================================================
004450 0000-MAINLINE.
004460*===============================================================
004470     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004480     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
004490         UNTIL WS-EOF-YES.
004500     PERFORM 4000-AGE-SUSPENSE-ITEMS THRU 4000-EXIT.
004510     PERFORM 3000-FINALIZE THRU 3000-EXIT.
004520     STOP RUN.
004530
004540*---------------------------------------------------------------
004550* 1000-INITIALIZE - open files and prime the read.  With no
004560* apply transaction file on disk there is nothing to apply;
004570* with no suspense file there is nothing in suspense to apply
004580* it to, so no transaction is read and the aged listing
004590* prints empty.  Either file failing to open for any other
004600* reason stops the run with RETURN-CODE 16.  Without a
004610* directory no target can be proven, so every application is
004620* refused, but the aged listing still prints.
004630*---------------------------------------------------------------
004640 1000-INITIALIZE.
004650     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004660     MOVE WS-RUN-DATE TO WS-PER-POSTING-DATE.
004670     PERFORM 8400-SET-POSTING-DATE THRU 8400-EXIT.
004680     IF WS-PER-POSTING-LOCKED
004690         MOVE 16 TO RETURN-CODE
004700         STOP RUN
004710     END-IF.
004720     OPEN INPUT ApplyTransFile.
004730     EVALUATE WS-TRANS-STATUS
004740         WHEN "00"
004750             SET WS-TRANS-FILE-OPEN TO TRUE
004760         WHEN "35"
004770             SET WS-TRANS-FILE-ABSENT TO TRUE
004780             SET WS-EOF-YES TO TRUE
004790             DISPLAY "NOTE - NO SUSPENSE APPLY TRANSACTION "
004800                 "FILE - NOTHING TO APPLY"
004810         WHEN OTHER
004820             DISPLAY "ERROR - SUSPENSE APPLY TRANSACTION FILE "
004830                 "NOT AVAILABLE - STATUS " WS-TRANS-STATUS
004840             MOVE 16 TO RETURN-CODE
004850             STOP RUN
004860     END-EVALUATE.
004870     OPEN I-O UnappliedCashFile.
004880     EVALUATE WS-SUS-STATUS
004890         WHEN "00"
004900             SET WS-SUS-FILE-OPEN TO TRUE
004910         WHEN "35"
004920             SET WS-SUS-FILE-ABSENT TO TRUE
004930             SET WS-EOF-YES TO TRUE
004940             DISPLAY "NOTE - NO UNAPPLIED CASH FILE - "
004950                 "SUSPENSE IS EMPTY"
004960         WHEN OTHER
004970             DISPLAY "ERROR - UNAPPLIED CASH FILE NOT "
004980                 "AVAILABLE - STATUS " WS-SUS-STATUS
004990             MOVE 16 TO RETURN-CODE
005000             STOP RUN
005010     END-EVALUATE.
005020     OPEN I-O StudentMaster.
005030     IF NOT WS-MASTER-OK
005040         DISPLAY "ERROR - STUDENT MASTER NOT AVAILABLE - "
005050             "STATUS " WS-MASTER-STATUS
005060         MOVE 16 TO RETURN-CODE
005070         STOP RUN
005080     END-IF.
005090     OPEN I-O PaymentHistory.
005100     IF NOT WS-HISTORY-OK
005110         DISPLAY "ERROR - PAYMENT HISTORY NOT AVAILABLE - "
005120             "STATUS " WS-HISTORY-STATUS
005130         MOVE 16 TO RETURN-CODE
005140         STOP RUN
005150     END-IF.
005160     OPEN INPUT StudentDirectory.
005170     IF WS-DIR-OK
005180         SET WS-DIR-FILE-OPEN TO TRUE
005190     ELSE
005200         SET WS-DIR-FILE-ABSENT TO TRUE
005210         DISPLAY "WARNING - NO STUDENT DIRECTORY - "
005220             "NO ITEM CAN BE APPLIED"
005230     END-IF.
005240     OPEN EXTEND MasterJournal.
005250     IF WS-JOURNAL-NOT-FOUND
005260         OPEN OUTPUT MasterJournal
005270     END-IF.
005280     OPEN EXTEND GLInterfaceFile.
005290     IF WS-GL-NOT-FOUND
005300         OPEN OUTPUT GLInterfaceFile
005310     END-IF.
005320     MOVE "SuspenseApply" TO WS-AUT-PROGRAM-ID.
005330     PERFORM 8800-LOAD-AUTHORITY THRU 8800-EXIT.
005340     PERFORM 8900-OPEN-ACTIVITY-LOG THRU 8900-EXIT.
005350     OPEN OUTPUT ApplyReportFile.
005360     MOVE "SUSPENSE APPLICATIONS" TO WS-RPT-SECTION.
005370     WRITE ApplyReportRecord FROM WS-RPT-SECTION-LINE.
005380     PERFORM 1100-INIT-AGE-BUCKET THRU 1100-EXIT
005390         VARYING WS-AGE-SUB FROM 1 BY 1
005400         UNTIL WS-AGE-SUB > 4.
005410     IF WS-EOF-NO
005420         PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT
005430     END-IF.
005440 1000-EXIT.
005450     EXIT.
005460
005470 1100-INIT-AGE-BUCKET.
005480     MOVE 0 TO WS-AGE-BUCKET-COUNT (WS-AGE-SUB).
005490     MOVE 0 TO WS-AGE-BUCKET-TOTAL (WS-AGE-SUB).
005500 1100-EXIT.
005510     EXIT.
005520
005530*---------------------------------------------------------------
005540* 2000-PROCESS-TRANSACTION - edit one application, apply it
005550* or reject it, print its proof line, then read the next.
005560*---------------------------------------------------------------
005570 2000-PROCESS-TRANSACTION.
005580     ADD 1 TO WS-TRAN-COUNT.
005590     SET WS-TRAN-OK TO TRUE.
005600     MOVE SPACES TO WS-DISPOSITION.
005610     MOVE SAP-TERM-CODE TO WS-APPLY-TERM.
005620     MOVE 0 TO WS-AmountNumeric.
005630     PERFORM 2200-EDIT-TRANSACTION THRU 2200-EXIT.
005640     IF WS-TRAN-OK
005650         PERFORM 2300-APPLY-TRANSACTION THRU 2300-EXIT
005660     END-IF.
005670     PERFORM 2400-WRITE-PROOF-LINE THRU 2400-EXIT.
005680     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
005690 2000-EXIT.
005700     EXIT.
005710
005720 2100-READ-TRANSACTION.
005730     READ ApplyTransFile
005740         AT END
005750             SET WS-EOF-YES TO TRUE
005760     END-READ.
005770 2100-EXIT.
005780     EXIT.
005790
005800*---------------------------------------------------------------
005810* 2200-EDIT-TRANSACTION - a target StudentID the directory
005820* knows, a valid amount, and both the operator keying the
005830* form and the reviewer who initialed it.  The ID as keyed
005840* may be blank - an extract row with no ID at all lands in
005850* suspense under spaces.  Operator and reviewer must each
005860* hold the apply action (P) on the operator authority file,
005870* and the amount must be within the operator's dollar limit.
005880*---------------------------------------------------------------
005890 2200-EDIT-TRANSACTION.
005900     EVALUATE TRUE
005910         WHEN SAP-STUDENT-ID = SPACES
005920             SET WS-TRAN-REJECTED TO TRUE
005930             MOVE "NO STUDENT ID" TO WS-DISPOSITION
005940         WHEN SAP-OPERATOR-ID = SPACES
005950             SET WS-TRAN-REJECTED TO TRUE
005960             MOVE "NO OPERATOR" TO WS-DISPOSITION
005970         WHEN SAP-REVIEWER-ID = SPACES
005980             SET WS-TRAN-REJECTED TO TRUE
005990             MOVE "NO REVIEWER" TO WS-DISPOSITION
006000         WHEN WS-DIR-FILE-ABSENT
006010             SET WS-TRAN-REJECTED TO TRUE
006020             MOVE "NO DIRECTORY" TO WS-DISPOSITION
006030         WHEN OTHER
006040             MOVE SAP-AMOUNT TO WS-AmountString
006050             PERFORM 8100-EDIT-AMOUNT THRU 8100-EXIT
006060             IF WS-AMOUNT-INVALID
006070                 SET WS-TRAN-REJECTED TO TRUE
006080                 MOVE "BAD AMOUNT" TO WS-DISPOSITION
006090             ELSE
006100                 MOVE SAP-STUDENT-ID TO WS-DIR-LOOKUP-ID
006110                 PERFORM 8500-LOOK-UP-DIRECTORY THRU 8500-EXIT
006120                 IF NOT WS-DIR-OK
006130                     SET WS-TRAN-REJECTED TO TRUE
006140                     MOVE "NOT ON DIRECTORY" TO WS-DISPOSITION
006150                 END-IF
006160             END-IF
006170     END-EVALUATE.
006180     IF WS-TRAN-OK
006190         MOVE SAP-OPERATOR-ID TO WS-AUT-CHECK-OPERATOR
006200         MOVE SAP-REVIEWER-ID TO WS-AUT-CHECK-REVIEWER
006210         MOVE 'P' TO WS-AUT-CHECK-ACTION
006220         MOVE WS-AmountNumeric TO WS-AUT-CHECK-AMOUNT
006230         PERFORM 8850-CHECK-AUTHORITY THRU 8850-EXIT
006240         IF NOT WS-AUT-GRANTED
006250             SET WS-TRAN-REJECTED TO TRUE
006260             MOVE WS-AUT-REJECT-REASON TO WS-DISPOSITION
006270         END-IF
006280     END-IF.
006290 2200-EXIT.
006300     EXIT.
006310
006320*---------------------------------------------------------------
006330* 2300-APPLY-TRANSACTION - the transaction must name an item
006340* actually in suspense; it posts to the target student and
006350* term and the suspense record comes off.
006360*---------------------------------------------------------------
006370 2300-APPLY-TRANSACTION.
006380     MOVE SAP-KEYED-ID TO SUS-KEYED-ID.
006390     MOVE WS-AmountNumeric TO SUS-AMOUNT-KEY.
006400     MOVE SAP-PAYMENT-DATE TO SUS-PAYMENT-DATE.
006410     READ UnappliedCashFile
006420         INVALID KEY
006430             CONTINUE
006440     END-READ.
006450     EVALUATE TRUE
006460         WHEN WS-SUS-OK
006470             IF WS-APPLY-TERM = SPACES
006480                 MOVE SUS-TERM-CODE TO WS-APPLY-TERM
006490             END-IF
006500             PERFORM 2310-APPLY-SUSPENSE-ITEM THRU 2310-EXIT
006510         WHEN WS-SUS-NOT-FOUND
006520             SET WS-TRAN-REJECTED TO TRUE
006530             MOVE "NOT IN SUSPENSE" TO WS-DISPOSITION
006540         WHEN OTHER
006550             SET WS-TRAN-REJECTED TO TRUE
006560             MOVE "SUSPENSE IO ERR" TO WS-DISPOSITION
006570     END-EVALUATE.
006580 2300-EXIT.
006590     EXIT.
006600
006610*---------------------------------------------------------------
006620* 2310-APPLY-SUSPENSE-ITEM - the identified payment posts the
006630* way the daily run would have posted it had the ID been
006640* keyed right: master update, journal record, history record
006650* where the key is free, and its method subtotal.  The
006660* suspense record comes off first, so a record that will not
006670* come off leaves the item unposted and still in suspense
006680* rather than posted and waiting to be applied again; if the
006690* master then will not take the money the record goes back.
006700*---------------------------------------------------------------
006710 2310-APPLY-SUSPENSE-ITEM.
006720     PERFORM 2380-DROP-SUSPENSE-RECORD THRU 2380-EXIT.
006730     IF WS-TRAN-OK
006740         PERFORM 2320-POST-TO-MASTER THRU 2320-EXIT
006750     END-IF.
006760 2310-EXIT.
006770     EXIT.
006780
006790 2320-POST-TO-MASTER.
006800     MOVE SAP-STUDENT-ID TO MST-STUDENT-ID.
006810     MOVE WS-APPLY-TERM TO MST-TERM-CODE.
006820     READ StudentMaster
006830         INVALID KEY
006840             MOVE 0 TO WS-JRN-BEFORE-BAL
006850             MOVE 'A' TO WS-JRN-ACTION-CODE
006860             MOVE SAP-STUDENT-ID TO MST-STUDENT-ID
006870             MOVE WS-APPLY-TERM TO MST-TERM-CODE
006880             MOVE WS-AmountNumeric TO MST-YTD-PAID
006890             WRITE StudentMasterRecord
006900                 INVALID KEY
006910                     CONTINUE
006920             END-WRITE
006930         NOT INVALID KEY
006940             MOVE MST-YTD-PAID TO WS-JRN-BEFORE-BAL
006950             MOVE 'C' TO WS-JRN-ACTION-CODE
006960             ADD WS-AmountNumeric TO MST-YTD-PAID
006970             REWRITE StudentMasterRecord
006980                 INVALID KEY
006990                     CONTINUE
007000             END-REWRITE
007010     END-READ.
007020     IF WS-MASTER-OK
007030         PERFORM 2360-WRITE-HISTORY-RECORD THRU 2360-EXIT
007040     ELSE
007050         SET WS-TRAN-REJECTED TO TRUE
007060         MOVE "MASTER IO ERR" TO WS-DISPOSITION
007070         PERFORM 2390-RESTORE-SUSPENSE-RECORD THRU 2390-EXIT
007080     END-IF.
007090     IF WS-TRAN-OK
007100         PERFORM 2350-WRITE-MASTER-JOURNAL THRU 2350-EXIT
007110         PERFORM 2370-ADD-METHOD-SUBTOTAL THRU 2370-EXIT
007120         ADD 1 TO WS-APPLIED-COUNT
007130         ADD WS-AmountNumeric TO WS-APPLIED-TOTAL
007140         MOVE "APPLIED" TO WS-DISPOSITION
007150     END-IF.
007160 2320-EXIT.
007170     EXIT.
007180
007190 2350-WRITE-MASTER-JOURNAL.
007200     MOVE MST-STUDENT-ID TO JRN-STUDENT-ID.
007210     MOVE MST-TERM-CODE TO JRN-TERM-CODE.
007220     MOVE WS-JRN-ACTION-CODE TO JRN-ACTION.
007230     MOVE WS-JRN-BEFORE-BAL TO JRN-BEFORE-YTD.
007240     MOVE MST-YTD-PAID TO JRN-AFTER-YTD.
007250     MOVE WS-PER-POSTING-DATE TO JRN-BATCH-DATE.
007260     MOVE WS-TRAN-COUNT TO JRN-RECORD-NUMBER.
007270     MOVE WS-JRN-SOURCE TO JRN-SOURCE-PROGRAM.
007280     WRITE MasterJournalRecord FROM JournalRecord.
007290 2350-EXIT.
007300     EXIT.
007310
007320*---------------------------------------------------------------
007330* 2360-WRITE-HISTORY-RECORD - the history record carries the
007340* item's own payment date, method and sponsor reference, so
007350* the duplicate check, the back-outs and the refund extracts
007360* see the money as if it had been keyed right the first
007370* time.  A target StudentID/amount key already occupied by an
007380* earlier payment is left standing, and the journal line is
007390* cut as SUSDUP instead of SUSAPL; BalanceVerify nets the
007400* SUSDUP deltas when it settles a bucket, so the master's
007410* gap over the history does not read as an exception.  Any
007420* other WRITE failure leaves the money with no history
007430* behind it: the master update is reversed, the item goes
007440* back into suspense and is rejected.
007450*---------------------------------------------------------------
007460 2360-WRITE-HISTORY-RECORD.
007470     MOVE SAP-STUDENT-ID TO HIST-STUDENT-ID.
007480     MOVE SUS-AMOUNT-KEY TO HIST-AMOUNT-KEY.
007490     MOVE SPACES TO HIST-KEY-REF.
007500     MOVE SUS-PAYMENT-DATE TO HIST-PAYMENT-DATE.
007510     MOVE WS-APPLY-TERM TO HIST-TERM-CODE.
007520     MOVE SUS-PAYMENT-METHOD TO HIST-PAYMENT-METHOD.
007530     MOVE SUS-SPONSOR-ID TO HIST-SPONSOR-ID.
007540     WRITE PaymentHistoryRecord
007550         INVALID KEY
007560             CONTINUE
007570     END-WRITE.
007580     EVALUATE TRUE
007590         WHEN WS-HISTORY-OK
007600             MOVE "SUSAPL" TO WS-JRN-SOURCE
007610         WHEN WS-HISTORY-DUPLICATE-KEY
007620             MOVE "SUSDUP" TO WS-JRN-SOURCE
007630         WHEN OTHER
007640             DISPLAY "ERROR - HISTORY NOT WRITTEN FOR "
007650                 SAP-STUDENT-ID " - STATUS " WS-HISTORY-STATUS
007660             SET WS-TRAN-REJECTED TO TRUE
007670             MOVE "HISTORY IO ERR" TO WS-DISPOSITION
007680             PERFORM 2365-REVERSE-MASTER THRU 2365-EXIT
007690             PERFORM 2390-RESTORE-SUSPENSE-RECORD THRU 2390-EXIT
007700     END-EVALUATE.
007710 2360-EXIT.
007720     EXIT.
007730
007740*---------------------------------------------------------------
007750* 2365-REVERSE-MASTER - take the item back off the master: a
007760* record this item created is deleted, one it added to has
007770* the amount taken back off.  A master that will not reverse
007780* is displayed for the bursar to correct through MasterMaint.
007790*---------------------------------------------------------------
007800 2365-REVERSE-MASTER.
007810     IF WS-JRN-ACTION-CODE = 'A'
007820         DELETE StudentMaster RECORD
007830             INVALID KEY
007840                 CONTINUE
007850         END-DELETE
007860     ELSE
007870         SUBTRACT WS-AmountNumeric FROM MST-YTD-PAID
007880         REWRITE StudentMasterRecord
007890             INVALID KEY
007900                 CONTINUE
007910         END-REWRITE
007920     END-IF.
007930     IF NOT WS-MASTER-OK
007940         DISPLAY "ERROR - MASTER NOT REVERSED FOR "
007950             MST-STUDENT-ID " TERM " MST-TERM-CODE
007960             " - STATUS " WS-MASTER-STATUS
007970         MOVE "MST REVERSE ERR" TO WS-DISPOSITION
007980     END-IF.
007990 2365-EXIT.
008000     EXIT.
008010
008020 2370-ADD-METHOD-SUBTOTAL.
008030     EVALUATE SUS-PAYMENT-METHOD
008040         WHEN "CA"
008050             ADD WS-AmountNumeric TO WS-TOTAL-CASH
008060         WHEN "CK"
008070             ADD WS-AmountNumeric TO WS-TOTAL-CHECK
008080         WHEN "CC"
008090             ADD WS-AmountNumeric TO WS-TOTAL-CREDIT-CARD
008100         WHEN "WT"
008110             ADD WS-AmountNumeric TO WS-TOTAL-WIRE
008120         WHEN "SP"
008130             ADD WS-AmountNumeric TO WS-TOTAL-SPONSOR
008140         WHEN OTHER
008150             ADD WS-AmountNumeric TO WS-TOTAL-OTHER
008160     END-EVALUATE.
008170 2370-EXIT.
008180     EXIT.
008190
008200 2380-DROP-SUSPENSE-RECORD.
008210     DELETE UnappliedCashFile RECORD
008220         INVALID KEY
008230             CONTINUE
008240     END-DELETE.
008250     IF NOT WS-SUS-OK
008260         SET WS-TRAN-REJECTED TO TRUE
008270         MOVE "SUSP DROP FAILED" TO WS-DISPOSITION
008280     END-IF.
008290 2380-EXIT.
008300     EXIT.
008310
008320*---------------------------------------------------------------
008330* 2390-RESTORE-SUSPENSE-RECORD - the master or the history
008340* would not take the money, so the item goes back into
008350* suspense as it was; the record area still holds it from
008360* the READ.  A record that will not go back is displayed
008370* for the bursar to re-key.
008380*---------------------------------------------------------------
008390 2390-RESTORE-SUSPENSE-RECORD.
008400     WRITE UnappliedCashRecord
008410         INVALID KEY
008420             CONTINUE
008430     END-WRITE.
008440     IF NOT WS-SUS-OK
008450         DISPLAY "ERROR - SUSPENSE ITEM NOT RESTORED FOR "
008460             SUS-KEYED-ID " - STATUS " WS-SUS-STATUS
008470         MOVE "SUSP RESTORE ERR" TO WS-DISPOSITION
008480     END-IF.
008490 2390-EXIT.
008500     EXIT.
008510
008520*---------------------------------------------------------------
008530* 2400-WRITE-PROOF-LINE - one line per transaction, applied or
008540* rejected, with the operator and the reviewer who initialed
008550* the form, and the same transaction on the operator activity
008560* log.
008570*---------------------------------------------------------------
008580 2400-WRITE-PROOF-LINE.
008590     IF WS-TRAN-REJECTED
008600         ADD 1 TO WS-REJECT-COUNT
008610     END-IF.
008620     MOVE SAP-KEYED-ID TO WS-PRF-KEYED-ID.
008630     MOVE WS-AmountNumeric TO WS-PRF-AMOUNT.
008640     MOVE SAP-PAYMENT-DATE TO WS-PRF-PAY-DATE.
008650     MOVE SAP-STUDENT-ID TO WS-PRF-STUDENT-ID.
008660     MOVE WS-APPLY-TERM TO WS-PRF-TERM.
008670     MOVE SAP-OPERATOR-ID TO WS-PRF-OPERATOR.
008680     MOVE SAP-REVIEWER-ID TO WS-PRF-REVIEWER.
008690     MOVE WS-DISPOSITION TO WS-PRF-DISPOSITION.
008700     WRITE ApplyReportRecord FROM WS-PROOF-LINE.
008710     PERFORM 2450-LOG-ACTIVITY THRU 2450-EXIT.
008720 2400-EXIT.
008730     EXIT.
008740
008750 2450-LOG-ACTIVITY.
008760     MOVE SAP-OPERATOR-ID TO ACT-OPERATOR-ID.
008770     MOVE SAP-REVIEWER-ID TO ACT-REVIEWER-ID.
008780     MOVE 'P' TO ACT-ACTION-CODE.
008790     MOVE SAP-STUDENT-ID TO ACT-STUDENT-ID.
008800     MOVE WS-APPLY-TERM TO ACT-TERM-CODE.
008810     MOVE WS-AmountNumeric TO ACT-AMOUNT.
008820     MOVE WS-DISPOSITION TO ACT-DISPOSITION.
008830     IF WS-TRAN-OK
008840         SET ACT-APPLIED TO TRUE
008850     ELSE
008860         SET ACT-REJECTED TO TRUE
008870     END-IF.
008880     PERFORM 8910-LOG-ACTIVITY THRU 8910-EXIT.
008890 2450-EXIT.
008900     EXIT.
008910
008920*---------------------------------------------------------------
008930* 4000-AGE-SUSPENSE-ITEMS - walk what is left on the suspense
008940* file and list every item still unidentified with the date
008950* it went into suspense and its age in months, then total
008960* the items by age.  With no suspense file the headings and
008970* zero age totals still print.
008980*---------------------------------------------------------------
008990 4000-AGE-SUSPENSE-ITEMS.
009000     MOVE "ITEMS STILL IN SUSPENSE" TO WS-RPT-SECTION.
009010     WRITE ApplyReportRecord FROM WS-RPT-SECTION-LINE.
009020     SET WS-AGE-EOF-NO TO TRUE.
009030     IF WS-SUS-FILE-ABSENT
009040         SET WS-AGE-EOF-YES TO TRUE
009050     ELSE
009060         MOVE LOW-VALUES TO SUS-ITEM-KEY
009070         START UnappliedCashFile KEY NOT < SUS-ITEM-KEY
009080             INVALID KEY
009090                 SET WS-AGE-EOF-YES TO TRUE
009100         END-START
009110     END-IF.
009120     PERFORM 4100-AGE-ONE-ITEM THRU 4100-EXIT
009130         UNTIL WS-AGE-EOF-YES.
009140     MOVE "SUSPENSE BY AGE" TO WS-RPT-SECTION.
009150     WRITE ApplyReportRecord FROM WS-RPT-SECTION-LINE.
009160     PERFORM 4200-WRITE-AGE-TOTAL THRU 4200-EXIT
009170         VARYING WS-AGE-SUB FROM 1 BY 1
009180         UNTIL WS-AGE-SUB > 4.
009190 4000-EXIT.
009200     EXIT.
009210
009220 4100-AGE-ONE-ITEM.
009230     READ UnappliedCashFile NEXT RECORD
009240         AT END
009250             SET WS-AGE-EOF-YES TO TRUE
009260     END-READ.
009270     IF NOT WS-SUS-OK
009280         SET WS-AGE-EOF-YES TO TRUE
009290     END-IF.
009300     IF NOT WS-AGE-EOF-YES
009310         PERFORM 4150-SET-ITEM-AGE THRU 4150-EXIT
009320         ADD 1 TO WS-UNAPPLIED-COUNT
009330         ADD SUS-AMOUNT-KEY TO WS-UNAPPLIED-TOTAL
009340         ADD 1 TO WS-AGE-BUCKET-COUNT (WS-AGE-SUB)
009350         ADD SUS-AMOUNT-KEY TO WS-AGE-BUCKET-TOTAL (WS-AGE-SUB)
009360         MOVE SUS-KEYED-ID TO WS-AGE-KEYED-ID
009370         MOVE SUS-AMOUNT-KEY TO WS-AGE-AMOUNT
009380         MOVE SUS-PAYMENT-DATE TO WS-AGE-PAY-DATE
009390         MOVE SUS-SUSPENDED-DATE TO WS-AGE-SUSPENDED
009400         MOVE SUS-PAYMENT-METHOD TO WS-AGE-METHOD
009410         MOVE SUS-SPONSOR-ID TO WS-AGE-SPONSOR
009420         MOVE SUS-SOURCE-PROGRAM TO WS-AGE-SOURCE
009430         MOVE WS-AGE-BUCKET-LABEL (WS-AGE-SUB) TO WS-AGE-FLAG
009440         WRITE ApplyReportRecord FROM WS-AGING-LINE
009450     END-IF.
009460 4100-EXIT.
009470     EXIT.
009480
009490*---------------------------------------------------------------
009500* 4150-SET-ITEM-AGE - point WS-AGE-SUB at the item's age
009510* bucket: 1 current month, 2 one month, 3 two months, 4 three
009520* months and over.
009530*---------------------------------------------------------------
009540 4150-SET-ITEM-AGE.
009550     MOVE SUS-SUSPENDED-DATE TO WS-SUSPENDED-DATE.
009560     IF WS-SUSPENDED-DATE NUMERIC
009570         COMPUTE WS-AGE-MONTHS =
009580             (WS-RUN-YEAR * 12 + WS-RUN-MONTH)
009590           - (WS-SUSPENDED-YEAR * 12 + WS-SUSPENDED-MONTH)
009600     ELSE
009610         MOVE 3 TO WS-AGE-MONTHS
009620     END-IF.
009630     EVALUATE TRUE
009640         WHEN WS-AGE-MONTHS < 1
009650             MOVE 1 TO WS-AGE-SUB
009660         WHEN WS-AGE-MONTHS = 1
009670             MOVE 2 TO WS-AGE-SUB
009680         WHEN WS-AGE-MONTHS = 2
009690             MOVE 3 TO WS-AGE-SUB
009700         WHEN OTHER
009710             MOVE 4 TO WS-AGE-SUB
009720     END-EVALUATE.
009730 4150-EXIT.
009740     EXIT.
009750
009760 4200-WRITE-AGE-TOTAL.
009770     MOVE WS-AGE-BUCKET-LABEL (WS-AGE-SUB) TO WS-AGT-LABEL.
009780     MOVE WS-AGE-BUCKET-COUNT (WS-AGE-SUB) TO WS-AGT-COUNT.
009790     MOVE WS-AGE-BUCKET-TOTAL (WS-AGE-SUB) TO WS-AGT-AMOUNT.
009800     WRITE ApplyReportRecord FROM WS-AGE-TOTAL-LINE.
009810 4200-EXIT.
009820     EXIT.
009830
009840*---------------------------------------------------------------
009850* 3000-FINALIZE - print the totals and the applied money's
009860* method subtotals and close out.  Rejects end the run with
009870* RETURN-CODE 8 so the scheduler holds the output for review.
009880*---------------------------------------------------------------
009890 3000-FINALIZE.
009900     MOVE "APPLICATION TOTALS" TO WS-RPT-SECTION.
009910     WRITE ApplyReportRecord FROM WS-RPT-SECTION-LINE.
009920     MOVE "TRANSACTIONS READ:            "
009930         TO WS-RPT-COUNT-LABEL.
009940     MOVE WS-TRAN-COUNT TO WS-RPT-COUNT.
009950     WRITE ApplyReportRecord FROM WS-RPT-COUNT-LINE.
009960     MOVE "ITEMS APPLIED (POSTED):       "
009970         TO WS-RPT-COUNT-LABEL.
009980     MOVE WS-APPLIED-COUNT TO WS-RPT-COUNT.
009990     WRITE ApplyReportRecord FROM WS-RPT-COUNT-LINE.
010000     MOVE "TRANSACTIONS REJECTED:        "
010010         TO WS-RPT-COUNT-LABEL.
010020     MOVE WS-REJECT-COUNT TO WS-RPT-COUNT.
010030     WRITE ApplyReportRecord FROM WS-RPT-COUNT-LINE.
010040     MOVE "ITEMS STILL IN SUSPENSE:      "
010050         TO WS-RPT-COUNT-LABEL.
010060     MOVE WS-UNAPPLIED-COUNT TO WS-RPT-COUNT.
010070     WRITE ApplyReportRecord FROM WS-RPT-COUNT-LINE.
010080     MOVE "CASH APPLIED:" TO WS-MTH-LABEL.
010090     MOVE WS-TOTAL-CASH TO WS-MTH-AMOUNT.
010100     WRITE ApplyReportRecord FROM WS-METHOD-LINE.
010110     MOVE "CHECK APPLIED:" TO WS-MTH-LABEL.
010120     MOVE WS-TOTAL-CHECK TO WS-MTH-AMOUNT.
010130     WRITE ApplyReportRecord FROM WS-METHOD-LINE.
010140     MOVE "CREDIT CARD APPLIED:" TO WS-MTH-LABEL.
010150     MOVE WS-TOTAL-CREDIT-CARD TO WS-MTH-AMOUNT.
010160     WRITE ApplyReportRecord FROM WS-METHOD-LINE.
010170     MOVE "WIRE APPLIED:" TO WS-MTH-LABEL.
010180     MOVE WS-TOTAL-WIRE TO WS-MTH-AMOUNT.
010190     WRITE ApplyReportRecord FROM WS-METHOD-LINE.
010200     MOVE "SPONSOR APPLIED:" TO WS-MTH-LABEL.
010210     MOVE WS-TOTAL-SPONSOR TO WS-MTH-AMOUNT.
010220     WRITE ApplyReportRecord FROM WS-METHOD-LINE.
010230     MOVE "OTHER/UNKNOWN APPLIED:" TO WS-MTH-LABEL.
010240     MOVE WS-TOTAL-OTHER TO WS-MTH-AMOUNT.
010250     WRITE ApplyReportRecord FROM WS-METHOD-LINE.
010260     MOVE "STILL IN SUSPENSE:" TO WS-MTH-LABEL.
010270     MOVE WS-UNAPPLIED-TOTAL TO WS-MTH-AMOUNT.
010280     WRITE ApplyReportRecord FROM WS-METHOD-LINE.
010290     PERFORM 3200-WRITE-GL-INTERFACE THRU 3200-EXIT.
010300     IF WS-TRANS-FILE-OPEN
010310         CLOSE ApplyTransFile
010320     END-IF.
010330     IF WS-SUS-FILE-OPEN
010340         CLOSE UnappliedCashFile
010350     END-IF.
010360     CLOSE StudentMaster.
010370     CLOSE PaymentHistory.
010380     IF WS-DIR-FILE-OPEN
010390         CLOSE StudentDirectory
010400     END-IF.
010410     CLOSE MasterJournal.
010420     CLOSE GLInterfaceFile.
010430     CLOSE ApplyReportFile.
010440     PERFORM 8990-CLOSE-ACTIVITY-LOG THRU 8990-EXIT.
010450     DISPLAY "Transactions Read:     " WS-TRAN-COUNT.
010460     DISPLAY "Items Applied:         " WS-APPLIED-COUNT.
010470     DISPLAY "Transactions Rejected: " WS-REJECT-COUNT.
010480     DISPLAY "Items In Suspense:     " WS-UNAPPLIED-COUNT.
010490     DISPLAY "Amount Applied:       $" WS-APPLIED-TOTAL.
010500     DISPLAY "Amount In Suspense:   $" WS-UNAPPLIED-TOTAL.
010510     IF WS-REJECT-COUNT > 0
010520         MOVE 8 TO RETURN-CODE
010530     END-IF.
010540 3000-EXIT.
010550     EXIT.
010560
010570*---------------------------------------------------------------
010580* 3200-WRITE-GL-INTERFACE - the cash was booked when the item
010590* went into suspense; applying it moves it out of Unapplied
010600* Cash and into Tuition Revenue - a debit to Unapplied Cash
010610* and an offsetting credit to Tuition Revenue for the
010620* applied total.  A run that applied nothing cuts no entry.
010630*---------------------------------------------------------------
010640 3200-WRITE-GL-INTERFACE.
010650     IF WS-APPLIED-TOTAL > 0
010660         MOVE "2200-UNAPP" TO WS-GL-ACCOUNT-CODE
010670         MOVE "D" TO WS-GL-DEBIT-CREDIT
010680         MOVE WS-APPLIED-TOTAL TO WS-GL-AMOUNT
010690         MOVE WS-PER-POSTING-DATE TO WS-GL-BATCH-DATE
010700         WRITE GLInterfaceRecord FROM WS-GL-LINE
010710         MOVE "4000-REV" TO WS-GL-ACCOUNT-CODE
010720         MOVE "C" TO WS-GL-DEBIT-CREDIT
010730         WRITE GLInterfaceRecord FROM WS-GL-LINE
010740     END-IF.
010750 3200-EXIT.
010760     EXIT.
010770
010780 COPY AMTEDIT.
010790
010800 COPY DIRLOOK.
010810
010820 COPY AUTLOOK.
010830
010840 COPY ACTLOG.
010850
010860 COPY PERLOOK.
010870
010880 END PROGRAM SuspenseApply.
