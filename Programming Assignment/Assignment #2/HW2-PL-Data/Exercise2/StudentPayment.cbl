000090*   Reads the daily student payment extract, totals the
000100*   amounts received, and prints a detail listing for the
000110*   bursar's office.
000112*   Journal records and GL entries carry the posting date the
000115*   PeriodControl file allows: in a month finance has closed
000117*   they go to the first day of the next open month.
000120*---------------------------------------------------------------
000130* MODIFICATION HISTORY.
000140*   2025-11-03  DH  Original program - total only.
002010*                   clears the credit off the books instead
002020*                   of re-listing the student every run and
002030*                   risking a second check.
002031*   2026-08-10  DH  The aging report and the refund-due
002032*                   extract now print the student's name from
002033*                   the StudentDirectory the DirectoryRefresh
002034*                   job loads; an ID the directory does not
002035*                   know prints *NOT ON DIRECTORY* - the
002036*                   early warning a mis-keyed extract never
002037*                   had.  The registrar hold interface keeps
002038*                   its fixed import layout.
002039*   2026-10-05  DH  The reconciliation now reads the itemized
002040*                   ChargeLedger in place of the two-column
002041*                   TuitionCharges extract: a student's
002042*                   billed amount is the sum of their
002043*                   current-term charges, a charge counts
002044*                   toward the amount due from its own due
002045*                   date, the late and NSF fees our jobs
002046*                   post are owed on top of any plan
002047*                   installments, and each aging line is
002048*                   followed by the open balance broken out
002049*                   by charge type, paid off oldest charge
002050*                   first.
002051*   2026-10-06  DH  A payment under a StudentID the directory
002052*                   does not know no longer posts a master
002053*                   record of its own: it goes on the new
002054*                   UnappliedCash suspense file, and the GL
002055*                   entry carries it to the Unapplied Cash
002056*                   account instead of Tuition Revenue until
002057*                   the cashier identifies the payer and
002058*                   applies it through the SuspenseApply
002059*                   job.  A refund under an unknown ID is
002060*                   rejected.  The directory is now opened at
002061*                   start-up, and the checkpoint carries the
002062*                   suspense count and total.
002063*   2026-10-07  DH  The cashier-window extract detail now
002064*                   carries the cashier ID and window session
002065*                   number, and every payment posted or
002066*                   suspended under a cashier ID is tallied by
002067*                   method into that cashier's session on the
002068*                   new CashDrawer file, for the DrawerCloseOut
002069*                   job to prove against the declared count.
002070*   2026-10-10  DH  The aging report now carries each student's
002071*                   prior-term receivables off the PriorTermAR
002072*                   file TermClose loads - term, close date,
002073*                   days since the close, balance and whether
002074*                   the agency has it - and what is still owed
002075*                   on them counts toward the registrar hold
002076*                   on top of the current-term past due.  A
002077*                   student who owes only on a closed term is
002078*                   aged and held the same way.
002079*   2026-10-11  DH  Direct-debit installment collections post
002080*                   through this job under payment method DD
002081*                   off the DebitPayments batch DebitResponse
002082*                   writes, with a subtotal of their own.  A
002083*                   DD payment whose StudentID/amount key is
002084*                   already on the history is not held as a
002085*                   duplicate - equal installments share the
002086*                   key by design, and DebitResponse passes
002087*                   each collection once - so it posts with
002088*                   the existing history record left standing
002089*                   and its journal line cut as DDDUP instead
002090*                   of STUPAY for BalanceVerify to net.
002091*   2026-10-13  DH  Journal records and GL entries are now dated
002092*                   by the accounting period lock: a batch run in
002093*                   a month finance has closed on the
002094*                   PeriodControl file posts to the first day of
002095*                   the next open month; the drawers, history and
002096*                   run status keep the batch date.  A run with
002097*                   no open month to post to abends with
002098*                   completion code 16 before anything is
002099*                   posted.
002100*   2026-10-15  DH  A DD detail now carries its installment
002101*                   reference (plan term and installment), and
002102*                   the installment's history record is keyed
002103*                   by it, so two installments of one amount
002104*                   settled the same day both post while a
002105*                   rerun of either is held as a duplicate; the
002106*                   DDDUP journal line is retired.  A
002107*                   current-term credit is now applied to the
002108*                   student's closed-term receivables, oldest
002109*                   first, before anything is refunded: each
002110*                   receivable is rewritten and journaled as
002111*                   PTRAPL on the ReceivableJournal, and the
002112*                   amount applied comes off the current-term
002113*                   paid balance under a PTRAPL MasterJournal
002114*                   line.  Only what remains is refunded.
002115*                   A credit whose money came in on a sponsor
002116*                   remittance is no longer applied to the
002117*                   student's closed terms; it goes back to
002118*                   the sponsor on the sponsor refund extract.
002120***************************************************************
002130 IDENTIFICATION DIVISION.
002140 PROGRAM-ID. StudentPayment.
002700         FILE STATUS IS WS-DUP-HELD-STATUS.
002710
002720
002730     SELECT ChargeLedger ASSIGN TO "HW2-Charge-Ledger.dat"
002740         ORGANIZATION IS INDEXED
002750         ACCESS MODE IS SEQUENTIAL
002753         RECORD KEY IS CHG-CHARGE-KEY
002756         FILE STATUS IS WS-CHG-STATUS.
002760
002770     SELECT AgingReportFile ASSIGN TO
002780         "HW2-Student-Aging-Report.txt"
002990         ACCESS MODE IS RANDOM
003000         RECORD KEY IS DIR-STUDENT-ID
003010         FILE STATUS IS WS-DIR-STATUS.
003011
003012     SELECT UnappliedCashFile ASSIGN TO
003014         "HW2-Unapplied-Cash.dat"
003015         ORGANIZATION IS INDEXED
003016         ACCESS MODE IS RANDOM
003018         RECORD KEY IS SUS-ITEM-KEY
003019         FILE STATUS IS WS-SUS-STATUS.
003020
003022     SELECT CashDrawerFile ASSIGN TO
003023         "HW2-Cash-Drawer.dat"
003024         ORGANIZATION IS INDEXED
003026         ACCESS MODE IS RANDOM
003027         RECORD KEY IS DRW-DRAWER-KEY
003028         FILE STATUS IS WS-DRW-STATUS.
003030
003040     SELECT RunParameterFile ASSIGN TO
003050         "HW2-Run-Parameters.dat"
003110         ORGANIZATION IS INDEXED
003120         ACCESS MODE IS DYNAMIC
003130         RECORD KEY IS PLN-PLAN-KEY
003131         FILE STATUS IS WS-PLAN-STATUS.
003133
003134     SELECT PriorTermFile ASSIGN TO "HW2-Prior-Term-AR.dat"
003136         ORGANIZATION IS INDEXED
003137         ACCESS MODE IS SEQUENTIAL
003139         RECORD KEY IS PTR-RECEIVABLE-KEY
003140         FILE STATUS IS WS-PTR-STATUS.
003142
003143     SELECT ReceivableJournal ASSIGN TO
003145         "HW2-Receivable-Journal.dat"
003146         ORGANIZATION IS LINE SEQUENTIAL
003148         FILE STATUS IS WS-RCV-JOURNAL-STATUS.
003150
003160     SELECT HoldStatusFile ASSIGN TO "HW2-Hold-Status.dat"
003170         ORGANIZATION IS INDEXED
003460         ORGANIZATION IS LINE SEQUENTIAL
003470         FILE STATUS IS WS-JOURNAL-STATUS.
003480
003481     SELECT PeriodControlFile ASSIGN TO
003483         "HW2-Period-Control.dat"
003485         ORGANIZATION IS LINE SEQUENTIAL
003486         FILE STATUS IS WS-PER-STATUS.
003488
003490 DATA DIVISION.
003500 FILE SECTION.
003510*---------------------------------------------------------------
003530* source on the PaymentSources list.  A batch header line, one
003540* StudentID/Amount detail per line, and a batch trailer line,
003550* comma delimited; the record is classified and picked apart
003560* in the WS-EXTRACT layouts.  The cashier window's details
003565* also name the cashier and session that took the money.
003570*---------------------------------------------------------------
003580 FD  StudentFile.
003590 01  ExtractRecord           PIC X(80).
004060* reprocessing the whole batch from the start.
004070*---------------------------------------------------------------
004080 FD  CheckpointFile.
004090 01  CheckpointRecord        PIC X(1030).
004100
004110*---------------------------------------------------------------
004120* PaymentHistory - every StudentID/Amount/PaymentDate already
004340 COPY DUPREC.
004350
004360*---------------------------------------------------------------
004370* ChargeLedger - every charge billed to each student, keyed by
004380* StudentID, term and charge sequence, read front to back
004390* alongside StudentMaster to see who has paid in full and who
004395* is still short.  Layout is in the CHGREC copy member.
004400*---------------------------------------------------------------
004410 FD  ChargeLedger.
004420 COPY CHGREC.
004460
004470*---------------------------------------------------------------
004480* PaymentPlanFile - the approved installment schedules the
004550*---------------------------------------------------------------
004560* AgingReportFile - billed / paid / remaining / past-due
004570* balance per student, the question the registrar asks every
004580* week, with the remaining balance broken out by charge type
004590* on the line below.  Past due is measured against the
004593* installments actually due as of the batch date for plan
004596* students.
004600*---------------------------------------------------------------
004610 FD  AgingReportFile.
004620 01  AgingReportRecord         PIC X(128).
004910*---------------------------------------------------------------
004920* StudentDirectory - names and programs for the IDs on the
004930* reports, loaded by the DirectoryRefresh job; layout is in
004940* the DIRREC copy member.  It is also the test of whether a
004950* payment's StudentID is one we know.  An absent directory
004953* just prints *NO DIRECTORY* beside every ID and sends
004956* nothing to suspense.
004960*---------------------------------------------------------------
004970 FD  StudentDirectory.
004971 COPY DIRREC.
004972
004973*---------------------------------------------------------------
004974* UnappliedCashFile - payments whose StudentID is not on the
004975* directory, carried in suspense until the SuspenseApply job
004976* applies each one to the student it really belongs to;
004977* layout is in the SUSREC copy member.
004978*---------------------------------------------------------------
004979 FD  UnappliedCashFile.
004980 COPY SUSREC.
004981
004982*---------------------------------------------------------------
004983* CashDrawerFile - what each cashier took in each window
004984* session, by method, so the DrawerCloseOut job can find whose
004985* drawer is over or short; layout is in the DRWREC copy
004986* member.  Only details that carry a cashier ID are tallied.
004987*---------------------------------------------------------------
004988 FD  CashDrawerFile.
004989 COPY DRWREC.
004990
005000
005010*---------------------------------------------------------------
005070 FD  RunParameterFile.
005080 01  RunParameterRecord.
005090     05  PRM-HOLD-THRESHOLD   PIC X(15).
005091     05  FILLER               PIC X(01).
005092     05  PRM-ERROR-THRESHOLD  PIC X(05).
005093
005095*---------------------------------------------------------------
005096* PriorTermFile - the closed terms' unpaid balances TermClose
005097* carried forward, read in StudentID order alongside the
005099* ledger for the aging report and the hold test; layout is
005100* the PTRREC copy member.  An absent file means no term has
005101* closed owing.  Opened I-O: a current-term credit is applied
005103* to what is still owed before any of it is refunded.
005104*---------------------------------------------------------------
005105 FD  PriorTermFile.
005106 COPY PTRREC.
005108
005109*---------------------------------------------------------------
005110* ReceivableJournal - audit trail of every prior-term
005112* receivable movement, in the MasterJournal line layout with
005113* the before and after images of the receivable balance;
005114* extended, never rewritten.
005116*---------------------------------------------------------------
005117 FD  ReceivableJournal.
005118 01  ReceivableJournalRecord  PIC X(77).
005120
005130*---------------------------------------------------------------
005140* HoldStatusFile - who is on registrar hold, carried between
005740 FD  MasterJournal.
005750 01  MasterJournalRecord      PIC X(77).
005760
005761*---------------------------------------------------------------
005762* PeriodControlFile - finance's open and closed accounting
005763* months; read into the PeriodControlRecord layout (PERREC
005764* copy member) to date this run's postings.
005765*---------------------------------------------------------------
005766 FD  PeriodControlFile.
005767 01  PeriodControlLine        PIC X(42).
005768
005770 WORKING-STORAGE SECTION.
005780*---------------------------------------------------------------
005790* Switches.
006030     05  WS-TOTAL-CHECK       PIC S9(12)V99 COMP-3 VALUE 0.
006040     05  WS-TOTAL-CREDIT-CARD PIC S9(12)V99 COMP-3 VALUE 0.
006050     05  WS-TOTAL-WIRE        PIC S9(12)V99 COMP-3 VALUE 0.
006055     05  WS-TOTAL-DIRECT-DEBIT PIC S9(12)V99 COMP-3 VALUE 0.
006060     05  WS-TOTAL-OTHER       PIC S9(12)V99 COMP-3 VALUE 0.
006070
006080*---------------------------------------------------------------
007000             15  CKPT-SRC-GROSS PIC 9(12)V99.
007010             15  CKPT-SRC-REFUNDS PIC 9(12)V99.
007020             15  CKPT-SRC-DETAIL-COUNT PIC 9(07).
007021*    The suspense count and total ride after the source table,
007022*    so a checkpoint cut by the prior layout still restores.
007023     05  FILLER               PIC X(01)  VALUE ','.
007024     05  CKPT-SUSPENSE-COUNT  PIC 9(07).
007025     05  FILLER               PIC X(01)  VALUE ','.
007026     05  CKPT-SUSPENSE-TOTAL  PIC 9(12)V99.
007027*    The direct-debit subtotal follows on the same terms.
007028     05  FILLER               PIC X(01)  VALUE ','.
007029     05  CKPT-DIRECT-DEBIT-TOTAL PIC 9(12)V99.
007030
007040*---------------------------------------------------------------
007050* Payment extract and source-list fields.  Each extract is
007210     05  FILLER              PIC X(01).
007220     05  PaymentMethod       PIC X(02).
007230     05  FILLER              PIC X(01).
007231     05  PaymentDate         PIC X(08).
007233*    Cashier window only - blank on the portal and other
007235*    extracts, which no drawer takes in.
007236     05  FILLER              PIC X(01).
007238     05  CashierID           PIC X(08).
007240     05  FILLER              PIC X(01).
007241     05  SessionNumber       PIC X(02).
007243*    Direct debit only - the plan term and installment number
007245*    the debit collected; blank on every other extract.
007246     05  FILLER              PIC X(01).
007248     05  InstallmentRef      PIC X(08).
007250
007260 01  WS-EXTRACT-HEADER.
007270     05  HDR-RECORD-TYPE     PIC X(03).
007960 01  WS-DUPLICATE-SWITCH      PIC X(01)   VALUE 'N'.
007970     88  WS-DUPLICATE                     VALUE 'Y'.
007980     88  WS-NOT-DUPLICATE                 VALUE 'N'.
007985 01  WS-HIST-KEY-REF          PIC X(08).
007990 01  WS-DUPLICATE-COUNT       PIC 9(07)   COMP VALUE 0.
008000 01  WS-DUP-HELD-STATUS       PIC X(02).
008010     88  WS-DUP-HELD-OK                   VALUE "00".
008020     88  WS-DUP-HELD-NOT-FOUND            VALUE "23" "35".
008021
008022*---------------------------------------------------------------
008023* Unapplied cash suspense fields.  A payment under an ID the
008025* directory does not know is held out of TotalAmount and the
008026* method subtotals and carried to the Unapplied Cash account.
008027*---------------------------------------------------------------
008028 01  WS-SUS-STATUS            PIC X(02).
008030     88  WS-SUS-OK                        VALUE "00".
008031     88  WS-SUS-DUPLICATE-KEY             VALUE "22".
008032     88  WS-SUS-NOT-FOUND                 VALUE "23" "35".
008033 01  WS-SUSPENSE-SWITCH       PIC X(01)   VALUE 'N'.
008035     88  WS-UNIDENTIFIED                  VALUE 'Y'.
008036     88  WS-IDENTIFIED                    VALUE 'N'.
008037 01  WS-SUSPENSE-COUNT        PIC 9(07)   COMP VALUE 0.
008038 01  WS-SUSPENSE-TOTAL        PIC 9(12)V99 COMP-3 VALUE 0.
008040
008050*---------------------------------------------------------------
008060* Cash drawer fields.  Every payment taken at the window is
008065* added into its cashier's session record as it posts.
008070*---------------------------------------------------------------
008080 01  WS-DRW-STATUS            PIC X(02).
008090     88  WS-DRW-OK                        VALUE "00".
008091     88  WS-DRW-NOT-FOUND                 VALUE "23" "35".
008092 01  WS-DRAWER-ITEM-COUNT     PIC 9(07)   COMP VALUE 0.
008093 01  WS-DRAWER-ERROR-COUNT    PIC 9(07)   COMP VALUE 0.
008094
008095*---------------------------------------------------------------
008096* Tuition reconciliation work fields.  The ledger is read in
008097* key order, so each student/term's charges arrive together;
008098* WS-LEDGER-STUDENT-ID and WS-LEDGER-TERM hold the group
008099* being totalled.  WS-CHARGES-DUE is the part of the billed
008100* amount already past its due date; the fee figures are the
008101* late and NSF fees, owed on top of any plan installments.
008102*---------------------------------------------------------------
008103 01  WS-CHG-STATUS             PIC X(02).
008105     88  WS-CHG-OK                         VALUE "00".
008106 01  WS-CHG-EOF-SWITCH         PIC X(01)   VALUE 'N'.
008107     88  WS-CHG-EOF-YES                    VALUE 'Y'.
008108     88  WS-CHG-EOF-NO                     VALUE 'N'.
008109 01  WS-CHG-FILE-SWITCH        PIC X(01)   VALUE 'N'.
008110     88  WS-CHG-FILE-OPEN                  VALUE 'Y'.
008111     88  WS-CHG-FILE-ABSENT                VALUE 'N'.
008112 01  WS-LEDGER-STUDENT-ID      PIC X(10).
008113 01  WS-LEDGER-TERM            PIC X(06).
008114 01  WS-BILLED-AMOUNT          PIC S9(12)V99 COMP-3.
008115 01  WS-CHARGES-DUE            PIC S9(12)V99 COMP-3.
008116 01  WS-FEES-BILLED            PIC S9(12)V99 COMP-3.
008117 01  WS-FEES-DUE               PIC S9(12)V99 COMP-3.
008118 01  WS-PLAN-BILLED            PIC S9(12)V99 COMP-3.
008120 01  WS-REMAINING-BALANCE      PIC S9(12)V99 COMP-3.
008121
008122*---------------------------------------------------------------
008123* Charge type breakout.  The student's paid-to-date is applied
008124* against the charges in the order they were posted, and
008125* what is left open on each charge is totalled under its
008126* type; a credit reduces its own type.  A type the table does
008127* not know is carried as OT.
008128*---------------------------------------------------------------
008129 01  WS-CHARGE-TYPE-CODES.
008130     05  FILLER                PIC X(12)   VALUE "TUHOLBNSLFOT".
008131 01  WS-CHARGE-TYPE-CODES-R REDEFINES WS-CHARGE-TYPE-CODES.
008132     05  WS-TYPE-CODE          PIC X(02)   OCCURS 6.
008133 01  WS-TYPE-OPEN-TABLE.
008134     05  WS-TYPE-OPEN          PIC S9(12)V99 COMP-3 OCCURS 6.
008135 01  WS-TYPE-SUB               PIC 9(03)   COMP.
008136 01  WS-TYPE-FOUND-SUB         PIC 9(03)   COMP.
008137 01  WS-UNAPPLIED-PAID         PIC S9(12)V99 COMP-3.
008138 01  WS-CHARGE-OPEN            PIC S9(12)V99 COMP-3.
008139
008140*---------------------------------------------------------------
008150* Payment plan fields.  A student with installments on file
008160* for the current term owes only those due as of the batch
008280     88  WS-PLN-EOF-NO                     VALUE 'N'.
008290 01  WS-PLAN-FOUND-SWITCH      PIC X(01)   VALUE 'N'.
008300     88  WS-PLAN-FOUND                     VALUE 'Y'.
008301     88  WS-PLAN-NONE                      VALUE 'N'.
008302 01  WS-PLAN-DUE-TO-DATE       PIC 9(12)V99 COMP-3.
008303 01  WS-DUE-AMOUNT             PIC S9(12)V99 COMP-3.
008304 01  WS-PAST-DUE-BALANCE       PIC S9(12)V99 COMP-3.
008305
008306*---------------------------------------------------------------
008307* Prior-term receivable fields.  The PriorTermAR file is read
008308* in StudentID order beside the ledger; a student it carries
008309* who has no current-term charges is aged on their own.
008310* WS-HOLD-BALANCE is what the hold test measures: the
008311* current-term past due plus what is still owed on closed
008313* terms.
008314*---------------------------------------------------------------
008315 01  WS-PTR-STATUS             PIC X(02).
008316     88  WS-PTR-OK                         VALUE "00".
008317 01  WS-PTR-EOF-SWITCH         PIC X(01)   VALUE 'N'.
008318     88  WS-PTR-EOF-YES                    VALUE 'Y'.
008319     88  WS-PTR-EOF-NO                     VALUE 'N'.
008320 01  WS-PTR-FILE-SWITCH        PIC X(01)   VALUE 'N'.
008321     88  WS-PTR-FILE-OPEN                  VALUE 'Y'.
008322     88  WS-PTR-FILE-ABSENT                VALUE 'N'.
008323 01  WS-PRIOR-TERM-DUE         PIC S9(12)V99 COMP-3.
008325 01  WS-HOLD-BALANCE           PIC S9(12)V99 COMP-3.
008326 01  WS-BATCH-DAY-NUMBER       PIC 9(07)   COMP.
008327 01  WS-PRIOR-AGE-DAYS         PIC S9(07)  COMP.
008328
008329*---------------------------------------------------------------
008330* Prior-term credit application.  WS-PTR-CREDIT is the
008331* current-term credit still to be applied to the student's
008332* closed-term receivables; WS-PTR-APPLIED-TOTAL is what was
008333* applied for this student and comes off the current-term
008334* paid balance.  The run figures go on the console.
008335*---------------------------------------------------------------
008336 01  WS-RCV-JOURNAL-STATUS     PIC X(02).
008338     88  WS-RCV-JOURNAL-NOT-FOUND          VALUE "35".
008339 01  WS-PTR-CREDIT             PIC S9(12)V99 COMP-3.
008340 01  WS-PTR-APPLIED            PIC S9(12)V99 COMP-3.
008341 01  WS-PTR-APPLIED-TOTAL      PIC S9(12)V99 COMP-3.
008342 01  WS-PTR-BEFORE-BALANCE     PIC S9(12)V99 COMP-3.
008343 01  WS-PTR-BEFORE-STATUS      PIC X(01).
008344 01  WS-PTR-APPLIED-COUNT      PIC 9(07)   COMP VALUE 0.
008345 01  WS-PTR-APPLIED-AMOUNT     PIC S9(12)V99 COMP-3 VALUE 0.
008346 01  WS-PTR-ERROR-COUNT        PIC 9(07)   COMP VALUE 0.
008347
008348 COPY DATEWORK.
008350
008360*---------------------------------------------------------------
008370* Refund-due extract fields.  The history scan tracks the
009670
009680 COPY JRNLREC.
009690
009692 COPY PERWORK.
009694
009696 COPY PERREC.
009698
009700*---------------------------------------------------------------
009710* Accumulators and work fields.
009720*---------------------------------------------------------------
009800 01  WS-AmountNumeric        PIC S9(12)V99 COMP-3.
009810 01  WS-RECORD-COUNT         PIC 9(07)   COMP    VALUE 0.
009820 01  WS-REJECT-COUNT         PIC 9(07)   COMP    VALUE 0.
009840
009850*---------------------------------------------------------------
009860* Fields used to validate the Amount text before it is
010380     05  WS-REJ-REASON       PIC X(30).
010390     05  FILLER              PIC X(21)   VALUE SPACES.
010400
010401 01  WS-SUSPENSE-LINE.
010402     05  WS-SUS-STUDENT-ID   PIC X(10).
010403     05  FILLER              PIC X(04)   VALUE SPACES.
010404     05  WS-SUS-AMOUNT       PIC -$,$$$,$$$,$$$,$$9.99.
010405     05  FILLER              PIC X(02)   VALUE SPACES.
010406     05  WS-SUS-NOTE         PIC X(21).
010407     05  FILLER              PIC X(22)   VALUE SPACES.
010408
010410 01  WS-DUPLICATE-LINE.
010420     05  WS-DUP-STUDENT-ID   PIC X(10).
010430     05  FILLER              PIC X(02)   VALUE SPACES.
010580     05  WS-AGE-REMAINING    PIC -$,$$$,$$$,$$$,$$9.99.
010590     05  FILLER              PIC X(02)   VALUE SPACES.
010600     05  WS-AGE-PAST-DUE     PIC -$,$$$,$$$,$$$,$$9.99.
010601     05  FILLER              PIC X(02)   VALUE SPACES.
010602     05  WS-AGE-NAME         PIC X(25).
010603
010604 01  WS-PRIOR-AGING-LINE.
010606     05  WS-PTA-STUDENT-ID   PIC X(10).
010607     05  FILLER              PIC X(13)   VALUE "  PRIOR TERM ".
010608     05  WS-PTA-TERM         PIC X(06).
010609     05  FILLER              PIC X(09)   VALUE "  CLOSED ".
010610     05  WS-PTA-CLOSE-DATE   PIC X(08).
010612     05  FILLER              PIC X(06)   VALUE "  AGE ".
010613     05  WS-PTA-DAYS         PIC ZZZZ9.
010614     05  FILLER              PIC X(07)   VALUE " DAYS  ".
010615     05  WS-PTA-BALANCE      PIC -$,$$$,$$$,$$$,$$9.99.
010616     05  FILLER              PIC X(02)   VALUE SPACES.
010618     05  WS-PTA-STATUS       PIC X(18).
010619
010620 01  WS-AGING-TYPE-LINE.
010621     05  FILLER              PIC X(12)   VALUE "  BY TYPE:  ".
010622     05  WS-AGT-ENTRY        OCCURS 6.
010624         10  WS-AGT-CODE     PIC X(02).
010625         10  FILLER          PIC X(01).
010626         10  WS-AGT-AMOUNT   PIC -ZZ,ZZZ,ZZ9.99.
010627         10  FILLER          PIC X(02).
010628     05  FILLER              PIC X(02)   VALUE SPACES.
010630
010640 01  WS-GL-LINE.
010650     05  WS-GL-ACCOUNT-CODE  PIC X(10).
011450     IF WS-DUP-HELD-NOT-FOUND
011460         OPEN OUTPUT DuplicateHeldFile
011470         CLOSE DuplicateHeldFile
011471         OPEN I-O DuplicateHeldFile
011472     END-IF.
011473     OPEN I-O UnappliedCashFile.
011475     IF WS-SUS-NOT-FOUND
011476         OPEN OUTPUT UnappliedCashFile
011477         CLOSE UnappliedCashFile
011478         OPEN I-O UnappliedCashFile
011480     END-IF.
011481     OPEN I-O CashDrawerFile.
011482     IF WS-DRW-NOT-FOUND
011483         OPEN OUTPUT CashDrawerFile
011485         CLOSE CashDrawerFile
011486         OPEN I-O CashDrawerFile
011487     END-IF.
011488*    An absent directory is not an error - every ID simply
011490*    prints with *NO DIRECTORY* beside it, and every payment
011491*    posts as it did before there was a directory to check.
011492     OPEN INPUT StudentDirectory.
011493     IF WS-DIR-OK
011495         SET WS-DIR-FILE-OPEN TO TRUE
011496     ELSE
011497         SET WS-DIR-FILE-ABSENT TO TRUE
011498     END-IF.
011500     OPEN EXTEND GLInterfaceFile.
011510     IF WS-GL-NOT-FOUND
011520         OPEN OUTPUT GLInterfaceFile
011560         OPEN OUTPUT MasterJournal
011570     END-IF.
011580     ACCEPT WS-BATCH-DATE FROM DATE YYYYMMDD.
011581     MOVE WS-BATCH-DATE TO WS-PER-POSTING-DATE.
011582     PERFORM 8400-SET-POSTING-DATE THRU 8400-EXIT.
011583     IF WS-PER-POSTING-LOCKED
011584         MOVE 16 TO WS-COMPLETION-CODE
011585         PERFORM 9200-WRITE-RUN-STATUS THRU 9200-EXIT
011586         MOVE 16 TO RETURN-CODE
011587         STOP RUN
011588     END-IF.
011590     PERFORM 1300-SET-CURRENT-TERM THRU 1300-EXIT.
011600     PERFORM 1350-READ-RUN-PARAMETERS THRU 1350-EXIT.
011610     PERFORM 1400-INIT-SOURCE-ENTRY THRU 1400-EXIT
012520                     THRU 1120-EXIT
012530                     VARYING WS-CKP-SUB FROM 1 BY 1
012540                     UNTIL WS-CKP-SUB > 20
012541             END-IF
012542             IF CKPT-SUSPENSE-COUNT NUMERIC
012543                 MOVE CKPT-SUSPENSE-COUNT TO WS-SUSPENSE-COUNT
012544                 MOVE CKPT-SUSPENSE-TOTAL TO WS-SUSPENSE-TOTAL
012545             END-IF
012546             IF CKPT-DIRECT-DEBIT-TOTAL NUMERIC
012547                 MOVE CKPT-DIRECT-DEBIT-TOTAL
012548                     TO WS-TOTAL-DIRECT-DEBIT
012550             END-IF
012560         ELSE
012570             DISPLAY "STALE CHECKPOINT FROM " CKPT-BATCH-DATE
016940
016950*---------------------------------------------------------------
016960* 2000-PROCESS-STUDENT-FILE - edit, post or reject one record,
016970* then read the next.  A payment under an unknown StudentID
016973* goes to suspense before the duplicate check, so it never
016976* leaves a history record under the wrong ID.
016980*---------------------------------------------------------------
016990 2000-PROCESS-STUDENT-FILE.
017000     ADD 1 TO WS-RECORD-COUNT.
017010     ADD 1 TO WS-SOURCE-RECORD-COUNT.
017020     ADD 1 TO WS-SRC-DETAIL-COUNT (WS-SRC-SUB).
017025     SET WS-IDENTIFIED TO TRUE.
017030     PERFORM 2200-EDIT-AMOUNT THRU 2200-EXIT.
017040     IF WS-AMOUNT-VALID
017050         PERFORM 2600-CHECK-DIRECTORY THRU 2600-EXIT
017055     END-IF.
017061     EVALUATE TRUE
017066         WHEN WS-AMOUNT-INVALID
017072             PERFORM 2400-WRITE-REJECT-RECORD THRU 2400-EXIT
017078         WHEN WS-UNIDENTIFIED
017083             PERFORM 2610-DIVERT-TO-SUSPENSE THRU 2610-EXIT
017089         WHEN OTHER
017095             PERFORM 2270-CHECK-DUPLICATE THRU 2270-EXIT
017100             IF WS-DUPLICATE
017106                 PERFORM 2280-WRITE-DUPLICATE-RECORD
017111                     THRU 2280-EXIT
017117             ELSE
017123                 PERFORM 2300-POST-PAYMENT THRU 2300-EXIT
017128             END-IF
017134     END-EVALUATE.
017140     PERFORM 2500-CHECK-CHECKPOINT THRU 2500-EXIT.
017150     PERFORM 2100-READ-STUDENT-RECORD THRU 2100-EXIT.
017160 2000-EXIT.
017950* PaymentDate; flag it rather than posting it again.
017960* HIST-PAYMENT-DATE rides along on the record for anyone
017970* reviewing DuplicateFile but does not take part in the match.
017971* A direct debit is the exception: a plan's equal installments
017972* share the StudentID/Amount pair, and two may settle the same
017974* day, so a DD payment carrying its installment reference is
017975* checked against, and added under, the key qualified by that
017977* reference.  The same installment posted again is a rerun
017978* and is held like any other duplicate.
017980*---------------------------------------------------------------
017990 2270-CHECK-DUPLICATE.
018000     SET WS-NOT-DUPLICATE TO TRUE.
018010     IF PaymentMethod = "DD" AND InstallmentRef NOT = SPACES
018020         PERFORM 2272-CHECK-DD-INSTALLMENT THRU 2272-EXIT
018030     ELSE
018040         MOVE StudentID TO HIST-STUDENT-ID
018050         MOVE WS-AmountNumeric TO HIST-AMOUNT-KEY
018060         MOVE SPACES TO HIST-KEY-REF
018070         READ PaymentHistory
018080             INVALID KEY
018090                 MOVE SPACES TO WS-HIST-KEY-REF
018100                 PERFORM 2275-ADD-HISTORY-RECORD THRU 2275-EXIT
018110             NOT INVALID KEY
018120                 SET WS-DUPLICATE TO TRUE
018130         END-READ
018140     END-IF.
018190*    A status neither clean nor not-found is a history I-O
018200*    failure; count it toward the abend threshold instead of
018210*    pressing on as if the posting were safe.
018220     IF NOT WS-HISTORY-OK
018221         ADD 1 TO WS-HISTORY-ERROR-COUNT
018222         PERFORM 9000-CHECK-ERROR-THRESHOLD THRU 9000-EXIT
018223     END-IF.
018224 2270-EXIT.
018225     EXIT.
018226
018227*---------------------------------------------------------------
018228* 2272-CHECK-DD-INSTALLMENT - look for the direct-debit
018229* installment under the key qualified by its installment
018230* reference, and add it there when it is not yet on file.
018231*---------------------------------------------------------------
018233 2272-CHECK-DD-INSTALLMENT.
018234     MOVE StudentID TO HIST-STUDENT-ID.
018235     MOVE WS-AmountNumeric TO HIST-AMOUNT-KEY.
018236     MOVE InstallmentRef TO HIST-KEY-REF.
018237     READ PaymentHistory
018238         INVALID KEY
018239             MOVE InstallmentRef TO WS-HIST-KEY-REF
018240             PERFORM 2275-ADD-HISTORY-RECORD THRU 2275-EXIT
018241         NOT INVALID KEY
018242             SET WS-DUPLICATE TO TRUE
018243     END-READ.
018245 2272-EXIT.
018246     EXIT.
018247
018248*---------------------------------------------------------------
018249* 2275-ADD-HISTORY-RECORD - add the posting to PaymentHistory
018250* under the key reference 2270 or 2272 settled on.
018251*---------------------------------------------------------------
018252 2275-ADD-HISTORY-RECORD.
018253     MOVE StudentID TO HIST-STUDENT-ID.
018254     MOVE WS-AmountNumeric TO HIST-AMOUNT-KEY.
018255     MOVE WS-HIST-KEY-REF TO HIST-KEY-REF.
018256     MOVE PaymentDate TO HIST-PAYMENT-DATE.
018258     MOVE WS-CURRENT-TERM TO HIST-TERM-CODE.
018259     MOVE PaymentMethod TO HIST-PAYMENT-METHOD.
018260*    Extract money is the student's own; sponsor allocations
018261*    post through SponsorPayment with the sponsor reference.
018262     MOVE SPACES TO HIST-SPONSOR-ID.
018263     WRITE PaymentHistoryRecord
018264         INVALID KEY
018265             DISPLAY "ERROR - COULD NOT ADD PAYMENT "
018266                 "HISTORY FOR " HIST-STUDENT-ID
018267     END-WRITE.
018268 2275-EXIT.
018270     EXIT.
018280
018290*---------------------------------------------------------------
019180     END-IF.
019190     PERFORM 2310-UPDATE-STUDENT-MASTER THRU 2310-EXIT.
019200     PERFORM 2320-CLASSIFY-PAYMENT-METHOD THRU 2320-EXIT.
019205     PERFORM 2650-TALLY-CASH-DRAWER THRU 2650-EXIT.
019210     MOVE StudentID TO WS-DTL-STUDENT-ID.
019220     MOVE WS-AmountNumeric TO WS-DTL-AMOUNT.
019230     MOVE MST-YTD-PAID TO WS-DTL-YTD-PAID.
019790     MOVE WS-JRN-ACTION-CODE TO JRN-ACTION.
019800     MOVE WS-JRN-BEFORE-BAL TO JRN-BEFORE-YTD.
019810     MOVE MST-YTD-PAID TO JRN-AFTER-YTD.
019820     MOVE WS-PER-POSTING-DATE TO JRN-BATCH-DATE.
019830     MOVE WS-RECORD-COUNT TO JRN-RECORD-NUMBER.
019840     MOVE "STUPAY" TO JRN-SOURCE-PROGRAM.
019850     WRITE MasterJournalRecord FROM JournalRecord.
020250                 ADD WS-AmountNumeric TO WS-TOTAL-CREDIT-CARD
020260             WHEN "WT"
020270                 ADD WS-AmountNumeric TO WS-TOTAL-WIRE
020273             WHEN "DD"
020276                 ADD WS-AmountNumeric TO WS-TOTAL-DIRECT-DEBIT
020280             WHEN OTHER
020290                 ADD WS-AmountNumeric TO WS-TOTAL-OTHER
020291         END-EVALUATE
020292     END-IF.
020293 2320-EXIT.
020294     EXIT.
020295
020296*---------------------------------------------------------------
020297* 2400-WRITE-REJECT-RECORD - log the StudentID, raw Amount
020298* text and the reason it was excluded from the total.
020299*---------------------------------------------------------------
020300 2400-WRITE-REJECT-RECORD.
020301     ADD 1 TO WS-REJECT-COUNT.
020302     MOVE StudentID TO WS-REJ-STUDENT-ID.
020303     MOVE Amount TO WS-REJ-AMOUNT-TEXT.
020304     MOVE WS-REJECT-REASON TO WS-REJ-REASON.
020305     WRITE RejectRecord FROM WS-REJECT-LINE.
020306 2400-EXIT.
020307     EXIT.
020308
020309*---------------------------------------------------------------
020310* 2600-CHECK-DIRECTORY - a payment posts to a master record
020311* only when the directory knows its StudentID; money under
020312* an unknown ID is unidentified and goes to suspense instead.
020313* Suspense cannot pay a refund out, so an unknown ID on a
020314* negative amount is rejected.  With no directory on disk
020315* every payment posts as it always has.
020316*---------------------------------------------------------------
020317 2600-CHECK-DIRECTORY.
020318     IF WS-DIR-FILE-OPEN
020319         MOVE StudentID TO WS-DIR-LOOKUP-ID
020320         PERFORM 8500-LOOK-UP-DIRECTORY THRU 8500-EXIT
020321         IF WS-DIR-NOT-FOUND
020322             IF WS-AmountNumeric < 0
020323                 SET WS-AMOUNT-INVALID TO TRUE
020324                 MOVE "REFUND - ID NOT ON DIRECTORY"
020325                     TO WS-REJECT-REASON
020326             ELSE
020327                 SET WS-UNIDENTIFIED TO TRUE
020328             END-IF
020329         END-IF
020330     END-IF.
020331 2600-EXIT.
020333     EXIT.
020334
020335*---------------------------------------------------------------
020336* 2610-DIVERT-TO-SUSPENSE - carry the unidentified payment on
020337* the UnappliedCash file under the ID as keyed, list it on
020338* the report, and add it to the suspense total the GL entry
020339* credits to Unapplied Cash.  It stays out of TotalAmount and
020340* the method subtotals until SuspenseApply applies it.  The
020341* same item already in suspense from an earlier export is
020342* listed with the duplicates and the standing item, with its
020343* original suspended date, is left alone.
020344*---------------------------------------------------------------
020345 2610-DIVERT-TO-SUSPENSE.
020346     MOVE StudentID TO SUS-KEYED-ID.
020347     MOVE WS-AmountNumeric TO SUS-AMOUNT-KEY.
020348     MOVE PaymentDate TO SUS-PAYMENT-DATE.
020349     MOVE WS-CURRENT-TERM TO SUS-TERM-CODE.
020350     MOVE PaymentMethod TO SUS-PAYMENT-METHOD.
020351     MOVE SPACES TO SUS-SPONSOR-ID.
020352     MOVE "STUPAY" TO SUS-SOURCE-PROGRAM.
020353     MOVE WS-BATCH-DATE TO SUS-SUSPENDED-DATE.
020354     WRITE UnappliedCashRecord
020355         INVALID KEY
020356             CONTINUE
020357     END-WRITE.
020358     EVALUATE TRUE
020359         WHEN WS-SUS-OK
020360             ADD 1 TO WS-SUSPENSE-COUNT
020361             ADD WS-AmountNumeric TO WS-SUSPENSE-TOTAL
020362             MOVE StudentID TO WS-SUS-STUDENT-ID
020363             MOVE WS-AmountNumeric TO WS-SUS-AMOUNT
020364             MOVE "TO UNAPPLIED SUSPENSE" TO WS-SUS-NOTE
020365             WRITE StudentReportRecord FROM WS-SUSPENSE-LINE
020366             PERFORM 2650-TALLY-CASH-DRAWER THRU 2650-EXIT
020367         WHEN WS-SUS-DUPLICATE-KEY
020368             ADD 1 TO WS-DUPLICATE-COUNT
020369             MOVE StudentID TO WS-DUP-STUDENT-ID
020370             MOVE Amount TO WS-DUP-AMOUNT-TEXT
020371             MOVE PaymentDate TO WS-DUP-PAYMENT-DATE
020372             MOVE "ALREADY IN UNAPPLIED SUSPENSE"
020373                 TO WS-DUP-REASON
020375             WRITE DuplicateRecord FROM WS-DUPLICATE-LINE
020376         WHEN OTHER
020377             MOVE "SUSPENSE FILE I-O ERROR" TO WS-REJECT-REASON
020378             PERFORM 2400-WRITE-REJECT-RECORD THRU 2400-EXIT
020379     END-EVALUATE.
020380 2610-EXIT.
020381     EXIT.
020382
020383*---------------------------------------------------------------
020384* 2650-TALLY-CASH-DRAWER - add a payment the window took into
020385* its cashier's session record for the batch date, by method:
020386* cash, check, card slip, anything else.  A refund is money
020387* paid back out of the drawer and reduces it.  Money that
020388* went to suspense went through the drawer all the same and
020389* is tallied too.  A drawer already closed out is opened
020390* again so the late money is counted before the GL upload.
020391*---------------------------------------------------------------
020392 2650-TALLY-CASH-DRAWER.
020393     IF CashierID NOT = SPACES
020394         MOVE WS-BATCH-DATE TO DRW-BATCH-DATE
020395         MOVE CashierID TO DRW-CASHIER-ID
020396         MOVE SessionNumber TO DRW-SESSION
020397         READ CashDrawerFile
020398             INVALID KEY
020399                 PERFORM 2660-START-DRAWER THRU 2660-EXIT
020400         END-READ
020401         IF WS-DRW-OK
020402             IF DRW-CLOSED
020403                 DISPLAY "WARNING - DRAWER " DRW-CASHIER-ID
020404                     " SESSION " DRW-SESSION
020405                     " REOPENED BY A LATE POSTING"
020406             END-IF
020407             SET DRW-OPEN TO TRUE
020408             ADD 1 TO DRW-ITEM-COUNT
020409             EVALUATE PaymentMethod
020410                 WHEN "CA"
020411                     ADD WS-AmountNumeric TO DRW-POSTED-CASH
020412                 WHEN "CK"
020413                     ADD WS-AmountNumeric TO DRW-POSTED-CHECK
020414                 WHEN "CC"
020415                     ADD WS-AmountNumeric TO DRW-POSTED-CARD
020416                 WHEN OTHER
020418                     ADD WS-AmountNumeric TO DRW-POSTED-OTHER
020419             END-EVALUATE
020420             REWRITE CashDrawerRecord
020421                 INVALID KEY
020422                     CONTINUE
020423             END-REWRITE
020424         END-IF
020425         IF WS-DRW-OK
020426             ADD 1 TO WS-DRAWER-ITEM-COUNT
020427         ELSE
020428             ADD 1 TO WS-DRAWER-ERROR-COUNT
020429             DISPLAY "ERROR - COULD NOT TALLY DRAWER "
020430                 CashierID " SESSION " SessionNumber
020431                 " - STATUS " WS-DRW-STATUS
020432         END-IF
020433     END-IF.
020434 2650-EXIT.
020435     EXIT.
020436
020437*---------------------------------------------------------------
020438* 2660-START-DRAWER - the session's first payment: put an
020439* empty, open drawer record on file for 2650 to add into.
020440*---------------------------------------------------------------
020441 2660-START-DRAWER.
020442     MOVE 0 TO DRW-ITEM-COUNT.
020443     MOVE 0 TO DRW-POSTED-CASH.
020444     MOVE 0 TO DRW-POSTED-CHECK.
020445     MOVE 0 TO DRW-POSTED-CARD.
020446     MOVE 0 TO DRW-POSTED-OTHER.
020447     SET DRW-OPEN TO TRUE.
020448     MOVE SPACES TO DRW-CLOSED-DATE.
020449     MOVE SPACES TO DRW-COUNTED-BY.
020450     MOVE 0 TO DRW-DECLARED-CASH.
020451     MOVE 0 TO DRW-DECLARED-CHECK.
020452     MOVE 0 TO DRW-DECLARED-CARD.
020453     MOVE 0 TO DRW-OVER-SHORT.
020454     WRITE CashDrawerRecord
020455         INVALID KEY
020456             CONTINUE
020457     END-WRITE.
020458 2660-EXIT.
020460     EXIT.
020470
020480*---------------------------------------------------------------
020870     MOVE WS-DUPLICATE-COUNT TO CKPT-DUPLICATE-COUNT.
020880     MOVE WS-SOURCES-PROCESSED TO CKPT-SOURCES-PROCESSED.
020890     MOVE WS-SOURCES-REJECTED TO CKPT-SOURCES-REJECTED.
020892     MOVE WS-SUSPENSE-COUNT TO CKPT-SUSPENSE-COUNT.
020895     MOVE WS-SUSPENSE-TOTAL TO CKPT-SUSPENSE-TOTAL.
020897     MOVE WS-TOTAL-DIRECT-DEBIT TO CKPT-DIRECT-DEBIT-TOTAL.
020900     PERFORM 2520-SAVE-SOURCE-ENTRY THRU 2520-EXIT
020910         VARYING WS-CKP-SUB FROM 1 BY 1
020920         UNTIL WS-CKP-SUB > 20.
021170     WRITE StudentReportRecord FROM WS-REFUND-LINE.
021180     MOVE WS-NET-TOTAL TO WS-NET-AMOUNT.
021190     WRITE StudentReportRecord FROM WS-NET-LINE.
021192     MOVE "UNAPPLIED TO SUSPENSE:" TO WS-MTH-LABEL.
021195     MOVE WS-SUSPENSE-TOTAL TO WS-MTH-AMOUNT.
021197     WRITE StudentReportRecord FROM WS-METHOD-LINE.
021200     PERFORM 3050-WRITE-METHOD-SUBTOTALS THRU 3050-EXIT.
021210     PERFORM 3060-WRITE-REFUND-METHOD-SUBTOTALS THRU 3060-EXIT.
021220     PERFORM 3070-WRITE-SOURCE-SUBTOTALS THRU 3070-EXIT.
021280     DISPLAY "Net Amount Received:   $" WS-NET-TOTAL.
021290     DISPLAY "Records Processed:     " WS-RECORD-COUNT.
021300     DISPLAY "Records Rejected:       " WS-REJECT-COUNT.
021320     DISPLAY "Suspected Duplicates:   " WS-DUPLICATE-COUNT.
021322     DISPLAY "Unapplied To Suspense:  " WS-SUSPENSE-COUNT.
021324     DISPLAY "Unapplied Amount:      $" WS-SUSPENSE-TOTAL.
021326     DISPLAY "Drawer Items Tallied:   " WS-DRAWER-ITEM-COUNT.
021328     DISPLAY "Drawer Tally Errors:    " WS-DRAWER-ERROR-COUNT.
021330     DISPLAY "Sources Processed:      " WS-SOURCES-PROCESSED.
021340     DISPLAY "Sources Rejected:       " WS-SOURCES-REJECTED.
021350     DISPLAY "Refunds Due To AP:      " WS-REFUND-DUE-COUNT.
021370         WS-SPONSOR-REFUND-COUNT.
021380     DISPLAY "Registrar Holds:        " WS-HOLDS-ISSUED.
021390     DISPLAY "Registrar Releases:     " WS-RELEASES-ISSUED.
021392     DISPLAY "Prior Terms Credited:   " WS-PTR-APPLIED-COUNT.
021395     DISPLAY "Credit To Prior Terms: $" WS-PTR-APPLIED-AMOUNT.
021397     DISPLAY "Prior Term Errors:      " WS-PTR-ERROR-COUNT.
021400     CLOSE StudentReportFile.
021410     CLOSE RejectFile.
021420     CLOSE BatchControlFile.
021440     CLOSE PaymentHistory.
021450     CLOSE DuplicateFile.
021460     CLOSE DuplicateHeldFile.
021461     CLOSE UnappliedCashFile.
021463     CLOSE CashDrawerFile.
021465     IF WS-DIR-FILE-OPEN
021466         CLOSE StudentDirectory
021468     END-IF.
021470     CLOSE GLInterfaceFile.
021480     CLOSE MasterJournal.
021490*    Settle the completion code the scheduler checks: a source
021520     MOVE 0 TO WS-COMPLETION-CODE.
021530     IF WS-MASTER-ERROR-COUNT > 0
021540         OR WS-HISTORY-ERROR-COUNT > 0
021545         OR WS-PTR-ERROR-COUNT > 0
021550         MOVE 4 TO WS-COMPLETION-CODE
021560     END-IF.
021570     IF WS-SOURCES-REJECTED > 0
021860
021870*---------------------------------------------------------------
021880* 3050-WRITE-METHOD-SUBTOTALS - print the cash, check, credit
021890* card, wire and direct-debit subtotals that make up
021895* TotalAmount.
021900*---------------------------------------------------------------
021910 3050-WRITE-METHOD-SUBTOTALS.
021920     MOVE "CASH SUBTOTAL:" TO WS-MTH-LABEL.
022000     WRITE StudentReportRecord FROM WS-METHOD-LINE.
022010     MOVE "WIRE SUBTOTAL:" TO WS-MTH-LABEL.
022020     MOVE WS-TOTAL-WIRE TO WS-MTH-AMOUNT.
022022     WRITE StudentReportRecord FROM WS-METHOD-LINE.
022025     MOVE "DIRECT DEBIT SUBTOTAL:" TO WS-MTH-LABEL.
022027     MOVE WS-TOTAL-DIRECT-DEBIT TO WS-MTH-AMOUNT.
022030     WRITE StudentReportRecord FROM WS-METHOD-LINE.
022040     MOVE "OTHER/UNKNOWN SUBTOTAL:" TO WS-MTH-LABEL.
022050     MOVE WS-TOTAL-OTHER TO WS-MTH-AMOUNT.
022510* 3200-WRITE-GL-INTERFACE - post the day's net receipts to the
022520* finance system as a balanced Cash/Tuition-Revenue journal
022530* entry: a debit to Cash and an offsetting credit to Tuition
022540* Revenue, both for the net amount received.  Unidentified
022542* money is cash in the bank but no student's payment yet, so
022545* the suspense total goes in a second entry, Cash against
022547* the Unapplied Cash account, which SuspenseApply clears.
022550*---------------------------------------------------------------
022560 3200-WRITE-GL-INTERFACE.
022570     IF WS-NET-TOTAL < 0
022660     MOVE "1000-CASH" TO WS-GL-ACCOUNT-CODE.
022670     MOVE WS-GL-CASH-DR-CR TO WS-GL-DEBIT-CREDIT.
022680     MOVE WS-GL-NET-AMOUNT TO WS-GL-AMOUNT.
022690     MOVE WS-PER-POSTING-DATE TO WS-GL-BATCH-DATE.
022700     WRITE GLInterfaceRecord FROM WS-GL-LINE.
022710     MOVE "4000-REV" TO WS-GL-ACCOUNT-CODE.
022720     MOVE WS-GL-REV-DR-CR TO WS-GL-DEBIT-CREDIT.
022730     WRITE GLInterfaceRecord FROM WS-GL-LINE.
022731     IF WS-SUSPENSE-TOTAL > 0
022732         MOVE "1000-CASH" TO WS-GL-ACCOUNT-CODE
022733         MOVE "D" TO WS-GL-DEBIT-CREDIT
022734         MOVE WS-SUSPENSE-TOTAL TO WS-GL-AMOUNT
022735         WRITE GLInterfaceRecord FROM WS-GL-LINE
022736         MOVE "2200-UNAPP" TO WS-GL-ACCOUNT-CODE
022737         MOVE "C" TO WS-GL-DEBIT-CREDIT
022738         WRITE GLInterfaceRecord FROM WS-GL-LINE
022739     END-IF.
022740 3200-EXIT.
022750     EXIT.
022760
022910     EXIT.
022920
022930*---------------------------------------------------------------
022940* 4000-RECONCILE-TUITION - reconcile each student's current-
022950* term charges on the ChargeLedger against their StudentMaster
022960* current-term paid balance and produce the billed/paid/
022963* remaining aging report.  An absent ledger means nothing has
022966* been billed yet - the aging comes out empty, with a warning.
022970*---------------------------------------------------------------
022980 4000-RECONCILE-TUITION.
022990     SET WS-CHG-EOF-NO TO TRUE.
022991     OPEN INPUT ChargeLedger.
022992     IF WS-CHG-OK
022993         SET WS-CHG-FILE-OPEN TO TRUE
022994     ELSE
022995         SET WS-CHG-FILE-ABSENT TO TRUE
022996         DISPLAY "WARNING - NO CHARGE LEDGER "
022997             "HW2-Charge-Ledger.dat - AGING IS EMPTY"
022998         SET WS-CHG-EOF-YES TO TRUE
022999     END-IF.
023000     OPEN OUTPUT AgingReportFile.
023010     OPEN OUTPUT RefundDueFile.
023020     OPEN OUTPUT SponsorRefundDueFile.
023030     OPEN I-O RefundPendingFile.
023120     IF WS-RFP-NOT-FOUND
023130         OPEN OUTPUT RefundPendingFile
023140         CLOSE RefundPendingFile
023230     OPEN OUTPUT RegistrarHoldFile.
023240     OPEN OUTPUT RegistrarReleaseFile.
023250*    An absent plan file is not an error - it simply means no
023260*    installment plans are in force and every charge is due on
023270*    its own due date.
023280     OPEN INPUT PaymentPlanFile.
023290     IF WS-PLAN-OK
023300         SET WS-PLAN-FILE-OPEN TO TRUE
023310     ELSE
023320         SET WS-PLAN-FILE-ABSENT TO TRUE
023330     END-IF.
023340     IF WS-CHG-FILE-OPEN
023341         PERFORM 4100-READ-CHARGE-LEDGER THRU 4100-EXIT
023342     END-IF.
023343*    Closed-term receivables are read beside the ledger; an
023345*    absent file means no term has closed owing.
023346     MOVE WS-BATCH-DATE TO WS-DATE-IN.
023347     PERFORM 8700-DAY-NUMBER THRU 8700-EXIT.
023348     MOVE WS-DAY-NUMBER TO WS-BATCH-DAY-NUMBER.
023350     SET WS-PTR-EOF-NO TO TRUE.
023351     OPEN I-O PriorTermFile.
023352     IF WS-PTR-OK
023353         SET WS-PTR-FILE-OPEN TO TRUE
023355         OPEN EXTEND ReceivableJournal
023356         IF WS-RCV-JOURNAL-NOT-FOUND
023357             OPEN OUTPUT ReceivableJournal
023358         END-IF
023360         PERFORM 4520-READ-PRIOR-TERM THRU 4520-EXIT
023361     ELSE
023362         SET WS-PTR-FILE-ABSENT TO TRUE
023363         SET WS-PTR-EOF-YES TO TRUE
023365     END-IF.
023366     PERFORM 4200-PROCESS-STUDENT-CHARGES THRU 4200-EXIT
023367         UNTIL WS-CHG-EOF-YES.
023368     PERFORM 4600-AGE-PRIOR-TERM-ONLY THRU 4600-EXIT
023370         UNTIL WS-PTR-EOF-YES.
023371     IF WS-CHG-FILE-OPEN
023372         CLOSE ChargeLedger
023373     END-IF.
023375     IF WS-PTR-FILE-OPEN
023376         CLOSE PriorTermFile
023377         CLOSE ReceivableJournal
023378     END-IF.
023380     CLOSE AgingReportFile.
023390     CLOSE RefundDueFile.
023400     CLOSE SponsorRefundDueFile.
023410     CLOSE RefundPendingFile.
023450     CLOSE HoldStatusFile.
023460     CLOSE RegistrarHoldFile.
023470     CLOSE RegistrarReleaseFile.
023510 4000-EXIT.
023520     EXIT.
023530
023540 4100-READ-CHARGE-LEDGER.
023550     READ ChargeLedger NEXT RECORD
023560         AT END
023570             SET WS-CHG-EOF-YES TO TRUE
023580     END-READ.
023582     IF NOT WS-CHG-OK
023585         SET WS-CHG-EOF-YES TO TRUE
023587     END-IF.
023590 4100-EXIT.
023600     EXIT.
023610
023620*---------------------------------------------------------------
023630* 4200-PROCESS-STUDENT-CHARGES - one student/term group off the
023640* ledger.  A closed or future term's charges are read past;
023650* for the current term the charges are totalled, the paid
023660* balance applied against them, and the aging line, refund
023670* and hold tests done as before.  Students ahead of this one
023680* who owe only on closed terms are aged first, and this
023690* student's own closed-term receivables follow the aging
023700* line and count toward the hold.  A current-term credit is
023710* applied to those receivables before the refund test, so
023720* only what is left of it is refunded; the aging line shows
023730* the term as it stood and the prior-term lines beneath it
023740* show the credit taken.  The method the credit came in on
023750* is settled first: sponsor money is never applied to the
023760* student's old debt, it is refunded to the sponsor whole.
023770*---------------------------------------------------------------
023780 4200-PROCESS-STUDENT-CHARGES.
023790     IF CHG-TERM-CODE = WS-CURRENT-TERM
023800         PERFORM 4600-AGE-PRIOR-TERM-ONLY THRU 4600-EXIT
023810             UNTIL WS-PTR-EOF-YES
023820             OR PTR-STUDENT-ID NOT < CHG-STUDENT-ID
023830     END-IF.
023840     MOVE CHG-STUDENT-ID TO WS-LEDGER-STUDENT-ID.
023850     MOVE CHG-TERM-CODE TO WS-LEDGER-TERM.
023860     IF WS-LEDGER-TERM NOT = WS-CURRENT-TERM
023861         PERFORM 4100-READ-CHARGE-LEDGER THRU 4100-EXIT
023862             UNTIL WS-CHG-EOF-YES
023863             OR CHG-STUDENT-ID NOT = WS-LEDGER-STUDENT-ID
023864             OR CHG-TERM-CODE NOT = WS-LEDGER-TERM
023865         GO TO 4200-EXIT
023866     END-IF.
023867     MOVE WS-LEDGER-STUDENT-ID TO MST-STUDENT-ID.
023868     MOVE WS-CURRENT-TERM TO MST-TERM-CODE.
023869     READ StudentMaster
023870         INVALID KEY
023871             MOVE 0 TO MST-YTD-PAID
023872     END-READ.
023873     MOVE 0 TO WS-BILLED-AMOUNT WS-CHARGES-DUE
023874         WS-FEES-BILLED WS-FEES-DUE.
023875     MOVE 0 TO WS-TYPE-OPEN (1) WS-TYPE-OPEN (2)
023877         WS-TYPE-OPEN (3) WS-TYPE-OPEN (4)
023878         WS-TYPE-OPEN (5) WS-TYPE-OPEN (6).
023879     MOVE MST-YTD-PAID TO WS-UNAPPLIED-PAID.
023880     PERFORM 4210-ACCUMULATE-CHARGE THRU 4210-EXIT
023881         UNTIL WS-CHG-EOF-YES
023882         OR CHG-STUDENT-ID NOT = WS-LEDGER-STUDENT-ID
023883         OR CHG-TERM-CODE NOT = WS-LEDGER-TERM.
023884     COMPUTE WS-REMAINING-BALANCE =
023885         WS-BILLED-AMOUNT - MST-YTD-PAID.
023886     PERFORM 4150-SET-AMOUNT-DUE THRU 4150-EXIT.
023887     COMPUTE WS-PAST-DUE-BALANCE =
023888         WS-DUE-AMOUNT - MST-YTD-PAID.
023889     MOVE WS-LEDGER-STUDENT-ID TO WS-AGE-STUDENT-ID.
023890     MOVE WS-BILLED-AMOUNT TO WS-AGE-BILLED.
023891     MOVE MST-YTD-PAID TO WS-AGE-PAID.
023892     MOVE WS-REMAINING-BALANCE TO WS-AGE-REMAINING.
023894     MOVE WS-PAST-DUE-BALANCE TO WS-AGE-PAST-DUE.
023895     MOVE WS-LEDGER-STUDENT-ID TO WS-DIR-LOOKUP-ID.
023896     PERFORM 8500-LOOK-UP-DIRECTORY THRU 8500-EXIT.
023897     MOVE WS-DIR-NAME-OUT TO WS-AGE-NAME.
023898     WRITE AgingReportRecord FROM WS-AGING-LINE.
023899     PERFORM 4240-WRITE-TYPE-BREAKOUT THRU 4240-EXIT.
023900     MOVE 0 TO WS-PTR-CREDIT.
023901     IF WS-REMAINING-BALANCE < 0
023902         PERFORM 4350-PICK-REFUND-METHOD THRU 4350-EXIT
023903     END-IF.
023904     IF WS-REMAINING-BALANCE < 0 AND WS-MASTER-OK
023905         AND WS-RFD-SPONSOR-PICKED = SPACES
023906         COMPUTE WS-PTR-CREDIT = WS-REMAINING-BALANCE * -1
023907         IF WS-PTR-CREDIT > MST-YTD-PAID
023908             MOVE MST-YTD-PAID TO WS-PTR-CREDIT
023910         END-IF
023911     END-IF.
023912     PERFORM 4500-SUM-PRIOR-TERM THRU 4500-EXIT.
023913     IF WS-PTR-APPLIED-TOTAL > 0
023914         PERFORM 4540-TAKE-CREDIT-OFF-MASTER THRU 4540-EXIT
023915         ADD WS-PTR-APPLIED-TOTAL TO WS-REMAINING-BALANCE
023916         ADD WS-PTR-APPLIED-TOTAL TO WS-PAST-DUE-BALANCE
023917     END-IF.
023918     IF WS-REMAINING-BALANCE < 0
023919         PERFORM 4300-WRITE-REFUND-DUE THRU 4300-EXIT
023920     END-IF.
023921     MOVE WS-PRIOR-TERM-DUE TO WS-HOLD-BALANCE.
023922     IF WS-PAST-DUE-BALANCE > 0
023923         ADD WS-PAST-DUE-BALANCE TO WS-HOLD-BALANCE
023924     END-IF.
023925     PERFORM 4400-CHECK-HOLD-STATUS THRU 4400-EXIT.
023927 4200-EXIT.
023928     EXIT.
023929
023930*---------------------------------------------------------------
023931* 4210-ACCUMULATE-CHARGE - add one charge into the student's
023932* billed, due and fee totals, apply what is left of the paid
023933* balance against it, and read the next charge.
023934*---------------------------------------------------------------
023935 4210-ACCUMULATE-CHARGE.
023936     ADD CHG-AMOUNT TO WS-BILLED-AMOUNT.
023937     IF CHG-DUE-DATE NOT > WS-BATCH-DATE
023938         ADD CHG-AMOUNT TO WS-CHARGES-DUE
023939     END-IF.
023940     IF CHG-FEE-TYPE
023941         ADD CHG-AMOUNT TO WS-FEES-BILLED
023942         IF CHG-DUE-DATE NOT > WS-BATCH-DATE
023944             ADD CHG-AMOUNT TO WS-FEES-DUE
023945         END-IF
023946     END-IF.
023947     PERFORM 4220-APPLY-PAID-TO-CHARGE THRU 4220-EXIT.
023948     PERFORM 4100-READ-CHARGE-LEDGER THRU 4100-EXIT.
023949 4210-EXIT.
023950     EXIT.
023951
023952*---------------------------------------------------------------
023953* 4220-APPLY-PAID-TO-CHARGE - what the paid balance does not
023954* cover of this charge stays open under its type.  A credit
023955* is never paid against; it simply reduces its type.
023956*---------------------------------------------------------------
023957 4220-APPLY-PAID-TO-CHARGE.
023958     MOVE CHG-AMOUNT TO WS-CHARGE-OPEN.
023960     IF WS-CHARGE-OPEN > 0 AND WS-UNAPPLIED-PAID > 0
023961         IF WS-UNAPPLIED-PAID NOT < WS-CHARGE-OPEN
023962             SUBTRACT WS-CHARGE-OPEN FROM WS-UNAPPLIED-PAID
023963             MOVE 0 TO WS-CHARGE-OPEN
023964         ELSE
023965             SUBTRACT WS-UNAPPLIED-PAID FROM WS-CHARGE-OPEN
023966             MOVE 0 TO WS-UNAPPLIED-PAID
023967         END-IF
023968     END-IF.
023969     MOVE 6 TO WS-TYPE-FOUND-SUB.
023970     PERFORM 4230-MATCH-CHARGE-TYPE THRU 4230-EXIT
023971         VARYING WS-TYPE-SUB FROM 1 BY 1
023972         UNTIL WS-TYPE-SUB > 6.
023973     ADD WS-CHARGE-OPEN TO WS-TYPE-OPEN (WS-TYPE-FOUND-SUB).
023974 4220-EXIT.
023975     EXIT.
023977
023978 4230-MATCH-CHARGE-TYPE.
023979     IF WS-TYPE-CODE (WS-TYPE-SUB) = CHG-CHARGE-TYPE
023980         MOVE WS-TYPE-SUB TO WS-TYPE-FOUND-SUB
023981     END-IF.
023982 4230-EXIT.
023983     EXIT.
023984
023985*---------------------------------------------------------------
023986* 4240-WRITE-TYPE-BREAKOUT - the line under each aging line:
023987* the open balance on each charge type, which adds up to the
023988* remaining balance whenever the student still owes.
023989*---------------------------------------------------------------
023990 4240-WRITE-TYPE-BREAKOUT.
023991     PERFORM 4250-FORMAT-TYPE-ENTRY THRU 4250-EXIT
023992         VARYING WS-TYPE-SUB FROM 1 BY 1
023994         UNTIL WS-TYPE-SUB > 6.
023995     WRITE AgingReportRecord FROM WS-AGING-TYPE-LINE.
023996 4240-EXIT.
023997     EXIT.
023998
023999 4250-FORMAT-TYPE-ENTRY.
024000     MOVE SPACES TO WS-AGT-ENTRY (WS-TYPE-SUB).
024001     MOVE WS-TYPE-CODE (WS-TYPE-SUB)
024002         TO WS-AGT-CODE (WS-TYPE-SUB).
024003     MOVE WS-TYPE-OPEN (WS-TYPE-SUB)
024004         TO WS-AGT-AMOUNT (WS-TYPE-SUB).
024005 4250-EXIT.
024006     EXIT.
024007
024008*---------------------------------------------------------------
024010* 4150-SET-AMOUNT-DUE - what this student actually owes as of
024020* the batch date.  With no installments on file, it is every
024030* charge whose due date has arrived.  With installments on
024040* file for the current term, the plan covers the term's bill
024050* less its fees: the installments due on or before today,
024053* capped at that amount, plus the late and NSF fees that have
024056* fallen due, which no plan schedules.
024060*---------------------------------------------------------------
024070 4150-SET-AMOUNT-DUE.
024080     MOVE WS-CHARGES-DUE TO WS-DUE-AMOUNT.
024090     IF WS-PLAN-FILE-OPEN
024100         PERFORM 4160-SUM-PLAN-DUE THRU 4160-EXIT
024110         IF WS-PLAN-FOUND
024120             COMPUTE WS-PLAN-BILLED =
024123                 WS-BILLED-AMOUNT - WS-FEES-BILLED
024126             IF WS-PLAN-DUE-TO-DATE < WS-PLAN-BILLED
024130                 MOVE WS-PLAN-DUE-TO-DATE TO WS-DUE-AMOUNT
024133             ELSE
024136                 MOVE WS-PLAN-BILLED TO WS-DUE-AMOUNT
024140             END-IF
024145             ADD WS-FEES-DUE TO WS-DUE-AMOUNT
024150         END-IF
024160     END-IF.
024170 4150-EXIT.
024260     SET WS-PLAN-NONE TO TRUE.
024270     MOVE 0 TO WS-PLAN-DUE-TO-DATE.
024280     SET WS-PLN-EOF-NO TO TRUE.
024290     MOVE WS-LEDGER-STUDENT-ID TO PLN-STUDENT-ID.
024300     MOVE WS-CURRENT-TERM TO PLN-TERM-CODE.
024310     MOVE 0 TO PLN-INSTALLMENT-NO.
024320     START PaymentPlanFile KEY NOT < PLN-PLAN-KEY
024470         SET WS-PLN-EOF-YES TO TRUE
024480     END-IF.
024490     IF NOT WS-PLN-EOF-YES
024500         IF PLN-STUDENT-ID NOT = WS-LEDGER-STUDENT-ID
024510             OR PLN-TERM-CODE NOT = WS-CURRENT-TERM
024520             SET WS-PLN-EOF-YES TO TRUE
024530         ELSE
024610     EXIT.
024620
024630*---------------------------------------------------------------
024810* 4300-WRITE-REFUND-DUE - the student has paid more than they
024820* were billed; cut the refund extract record with the credit
024830* and the method the money originally came in on, as picked
024840* by 4350 before the credit was offered to closed terms.  A
024850* credit whose chosen posting carries a sponsor reference is
024860* sponsor money: it goes on the sponsor refund extract
024870* addressed to the sponsor, never on the AP extract as a
024880* student check.
024910*---------------------------------------------------------------
024920 4300-WRITE-REFUND-DUE.
024930     COMPUTE WS-RFD-CREDIT-AMOUNT = WS-REMAINING-BALANCE * -1.
025060     IF WS-RFD-SPONSOR-PICKED NOT = SPACES
025070         PERFORM 4330-WRITE-SPONSOR-REFUND THRU 4330-EXIT
025080     ELSE
025090         ADD 1 TO WS-REFUND-DUE-COUNT
025100         MOVE WS-LEDGER-STUDENT-ID TO WS-RFD-STUDENT-ID
025110         MOVE WS-RFD-CREDIT-AMOUNT TO WS-RFD-AMOUNT-OUT
025120         MOVE WS-CURRENT-TERM TO WS-RFD-TERM-OUT
025130         MOVE WS-BATCH-DATE TO WS-RFD-DATE-OUT
025300 4330-WRITE-SPONSOR-REFUND.
025310     ADD 1 TO WS-SPONSOR-REFUND-COUNT.
025320     MOVE WS-RFD-SPONSOR-PICKED TO WS-SRF-SPONSOR-ID.
025330     MOVE WS-LEDGER-STUDENT-ID TO WS-SRF-STUDENT-ID.
025340     MOVE WS-RFD-CREDIT-AMOUNT TO WS-SRF-AMOUNT-OUT.
025350     MOVE WS-CURRENT-TERM TO WS-SRF-TERM-OUT.
025360     MOVE WS-BATCH-DATE TO WS-SRF-DATE-OUT.
025460* amount and method refreshed.
025470*---------------------------------------------------------------
025480 4340-NOTE-PENDING-CREDIT.
025490     MOVE WS-LEDGER-STUDENT-ID TO RFP-STUDENT-ID.
025500     MOVE WS-CURRENT-TERM TO RFP-TERM-CODE.
025510     READ RefundPendingFile
025520         INVALID KEY
025590             REWRITE RefundPendingRecord
025600                 INVALID KEY
025610                     DISPLAY "ERROR - COULD NOT REFRESH "
025620                         "PENDING CREDIT FOR "
025625                         WS-LEDGER-STUDENT-ID
025630             END-REWRITE
025640         WHEN WS-RFP-NOT-FOUND
025650             MOVE WS-LEDGER-STUDENT-ID TO RFP-STUDENT-ID
025660             MOVE WS-CURRENT-TERM TO RFP-TERM-CODE
025670             MOVE WS-RFD-CREDIT-AMOUNT TO RFP-CREDIT-AMOUNT
025680             MOVE WS-RFD-METHOD-OUT TO RFP-METHOD
025700             WRITE RefundPendingRecord
025710                 INVALID KEY
025720                     DISPLAY "ERROR - COULD NOT RECORD "
025730                         "PENDING CREDIT FOR "
025735                         WS-LEDGER-STUDENT-ID
025740             END-WRITE
025750         WHEN OTHER
025760             DISPLAY "ERROR - PENDING CREDIT READ FAILED "
025770                 "FOR " WS-LEDGER-STUDENT-ID " - STATUS "
025780                 WS-RFP-STATUS
025790     END-EVALUATE.
025800 4340-EXIT.
025950     MOVE 0 TO WS-RFD-ANY-LARGEST.
025960     SET WS-RFD-EOF-NO TO TRUE.
025970     MOVE LOW-VALUES TO HIST-KEY.
025980     MOVE WS-LEDGER-STUDENT-ID TO HIST-STUDENT-ID.
025990     START PaymentHistory KEY NOT < HIST-KEY
026000         INVALID KEY
026010             SET WS-RFD-EOF-YES TO TRUE
026140         SET WS-RFD-EOF-YES TO TRUE
026150     END-IF.
026160     IF NOT WS-RFD-EOF-YES
026170         IF HIST-STUDENT-ID NOT = WS-LEDGER-STUDENT-ID
026180             SET WS-RFD-EOF-YES TO TRUE
026190         ELSE
026200             IF HIST-AMOUNT-KEY > WS-RFD-ANY-LARGEST
026330     END-IF.
026340 4320-EXIT.
026350     EXIT.
026351
026352*---------------------------------------------------------------
026353* 4350-PICK-REFUND-METHOD - the method a credit goes back on
026354* is taken from the student's largest gross posting on the
026355* history, preferring the current term's postings; a credit
026356* with no posting on file at all goes out as method NA for AP
026357* to research.  The sponsor reference of that posting, if
026358* any, is left in WS-RFD-SPONSOR-PICKED.
026360*---------------------------------------------------------------
026361 4350-PICK-REFUND-METHOD.
026362     PERFORM 4310-FIND-ORIGINAL-METHOD THRU 4310-EXIT.
026363     EVALUATE TRUE
026364         WHEN WS-RFD-TERM-METHOD NOT = SPACES
026365             MOVE WS-RFD-TERM-METHOD TO WS-RFD-METHOD-OUT
026366             MOVE WS-RFD-TERM-SPONSOR TO WS-RFD-SPONSOR-PICKED
026367         WHEN WS-RFD-ANY-METHOD NOT = SPACES
026368             MOVE WS-RFD-ANY-METHOD TO WS-RFD-METHOD-OUT
026370             MOVE WS-RFD-ANY-SPONSOR TO WS-RFD-SPONSOR-PICKED
026371         WHEN OTHER
026372             MOVE "NA" TO WS-RFD-METHOD-OUT
026373             MOVE SPACES TO WS-RFD-SPONSOR-PICKED
026374     END-EVALUATE.
026375 4350-EXIT.
026376     EXIT.
026377
026378*---------------------------------------------------------------
026380* 4400-CHECK-HOLD-STATUS - a past-due balance over the hold
026390* threshold puts the student on registrar hold; a held student
026400* now at or below it comes off.  Past due is measured against
026410* the installments actually due as of the batch date, so a
026420* plan student who is current never goes on hold; anything
026425* still owed on a closed term is past due in full.  The
026430* HoldStatus file carries the standing holds between runs: a
026440* student already on it gets no second hold record, just a
026450* refreshed balance.
026460*---------------------------------------------------------------
026470 4400-CHECK-HOLD-STATUS.
026480     MOVE WS-LEDGER-STUDENT-ID TO HOLD-STUDENT-ID.
026490     READ HoldStatusFile
026500         INVALID KEY
026510             CONTINUE
026520     END-READ.
026530     IF WS-HOLD-BALANCE > WS-HOLD-THRESHOLD
026540         EVALUATE TRUE
026550             WHEN WS-HOLD-OK
026560                 PERFORM 4410-REFRESH-HOLD THRU 4410-EXIT
026580                 PERFORM 4420-ISSUE-HOLD THRU 4420-EXIT
026590             WHEN OTHER
026600                 DISPLAY "ERROR - HOLD STATUS READ FAILED "
026610                     "FOR " WS-LEDGER-STUDENT-ID " - STATUS "
026620                     WS-HOLD-FILE-STATUS
026630         END-EVALUATE
026640     ELSE
026710
026720 4410-REFRESH-HOLD.
026730     MOVE WS-CURRENT-TERM TO HOLD-TERM-CODE.
026740     MOVE WS-HOLD-BALANCE TO HOLD-BALANCE.
026750     MOVE WS-BATCH-DATE TO HOLD-DATE.
026760     REWRITE HoldStatusRecord
026770         INVALID KEY
026780             DISPLAY "ERROR - COULD NOT REFRESH HOLD FOR "
026790                 WS-LEDGER-STUDENT-ID
026800     END-REWRITE.
026810 4410-EXIT.
026820     EXIT.
026830
026840 4420-ISSUE-HOLD.
026850     MOVE WS-LEDGER-STUDENT-ID TO HOLD-STUDENT-ID.
026860     MOVE WS-CURRENT-TERM TO HOLD-TERM-CODE.
026870     MOVE WS-HOLD-BALANCE TO HOLD-BALANCE.
026880     MOVE WS-BATCH-DATE TO HOLD-DATE.
026890     WRITE HoldStatusRecord
026900         INVALID KEY
026910             DISPLAY "ERROR - COULD NOT RECORD HOLD FOR "
026920                 WS-LEDGER-STUDENT-ID
026930     END-WRITE.
026940     IF WS-HOLD-OK
026950         ADD 1 TO WS-HOLDS-ISSUED
026960         MOVE WS-LEDGER-STUDENT-ID TO WS-REG-STUDENT-ID
026970         MOVE 'H' TO WS-REG-ACTION
026980         MOVE WS-CURRENT-TERM TO WS-REG-TERM
026990         MOVE WS-HOLD-BALANCE TO WS-REG-BALANCE
027000         MOVE WS-BATCH-DATE TO WS-REG-DATE
027010         WRITE RegistrarHoldRecord FROM WS-REGISTRAR-LINE
027020     END-IF.
027030 4420-EXIT.
027031     EXIT.
027032
027033 4430-ISSUE-RELEASE.
027034     DELETE HoldStatusFile RECORD
027035         INVALID KEY
027036             DISPLAY "ERROR - COULD NOT CLEAR HOLD FOR "
027037                 WS-LEDGER-STUDENT-ID
027038     END-DELETE.
027039     IF WS-HOLD-OK
027040         ADD 1 TO WS-RELEASES-ISSUED
027041         MOVE WS-LEDGER-STUDENT-ID TO WS-REG-STUDENT-ID
027042         MOVE 'R' TO WS-REG-ACTION
027043         MOVE WS-CURRENT-TERM TO WS-REG-TERM
027044         IF WS-HOLD-BALANCE < 0
027045             MOVE 0 TO WS-REG-BALANCE
027046         ELSE
027047             MOVE WS-HOLD-BALANCE TO WS-REG-BALANCE
027048         END-IF
027049         MOVE WS-BATCH-DATE TO WS-REG-DATE
027050         WRITE RegistrarReleaseRecord FROM WS-REGISTRAR-LINE
027051     END-IF.
027052 4430-EXIT.
027053     EXIT.
027054
027055*---------------------------------------------------------------
027056* 4500-SUM-PRIOR-TERM - the student's closed-term receivables,
027057* one aging line each, totalled into WS-PRIOR-TERM-DUE.  Only
027059* what is still owed is listed; a receivable written off or
027060* collected in full is read past.  Any WS-PTR-CREDIT the
027061* caller set is applied to each receivable in turn, oldest
027062* term first, until it runs out.
027063*---------------------------------------------------------------
027064 4500-SUM-PRIOR-TERM.
027065     MOVE 0 TO WS-PRIOR-TERM-DUE.
027066     MOVE 0 TO WS-PTR-APPLIED-TOTAL.
027067     PERFORM 4510-AGE-ONE-PRIOR-TERM THRU 4510-EXIT
027068         UNTIL WS-PTR-EOF-YES
027069         OR PTR-STUDENT-ID NOT = WS-LEDGER-STUDENT-ID.
027070 4500-EXIT.
027071     EXIT.
027072
027073 4510-AGE-ONE-PRIOR-TERM.
027074     IF PTR-STILL-OWED AND PTR-BALANCE > 0
027075         MOVE 0 TO WS-PTR-APPLIED
027076         IF WS-PTR-CREDIT > 0
027077             PERFORM 4530-APPLY-CREDIT-TO-PRIOR THRU 4530-EXIT
027078         END-IF
027079         ADD PTR-BALANCE TO WS-PRIOR-TERM-DUE
027080         MOVE PTR-CLOSE-DATE TO WS-DATE-IN
027081         PERFORM 8700-DAY-NUMBER THRU 8700-EXIT
027082         COMPUTE WS-PRIOR-AGE-DAYS =
027083             WS-BATCH-DAY-NUMBER - WS-DAY-NUMBER
027084         IF WS-DAY-NUMBER = 0 OR WS-PRIOR-AGE-DAYS < 0
027085             MOVE 0 TO WS-PRIOR-AGE-DAYS
027086         END-IF
027088         MOVE PTR-STUDENT-ID TO WS-PTA-STUDENT-ID
027089         MOVE PTR-TERM-CODE TO WS-PTA-TERM
027090         MOVE PTR-CLOSE-DATE TO WS-PTA-CLOSE-DATE
027091         MOVE WS-PRIOR-AGE-DAYS TO WS-PTA-DAYS
027092         MOVE PTR-BALANCE TO WS-PTA-BALANCE
027093         EVALUATE TRUE
027094             WHEN PTR-CLEARED
027095                 MOVE "CLEARED - CREDIT" TO WS-PTA-STATUS
027096             WHEN WS-PTR-APPLIED > 0
027097                 MOVE "PAID DOWN - CREDIT" TO WS-PTA-STATUS
027098             WHEN PTR-PLACED
027099                 MOVE "WITH AGENCY" TO WS-PTA-STATUS
027100             WHEN PTR-RECALLED
027101                 MOVE "RECALLED BY AGENCY" TO WS-PTA-STATUS
027102             WHEN OTHER
027103                 MOVE "OPEN" TO WS-PTA-STATUS
027104         END-EVALUATE
027105         WRITE AgingReportRecord FROM WS-PRIOR-AGING-LINE
027106     END-IF.
027107     PERFORM 4520-READ-PRIOR-TERM THRU 4520-EXIT.
027108 4510-EXIT.
027109     EXIT.
027110
027111 4520-READ-PRIOR-TERM.
027112     READ PriorTermFile NEXT RECORD
027113         AT END
027114             SET WS-PTR-EOF-YES TO TRUE
027115     END-READ.
027117     IF NOT WS-PTR-OK
027118         SET WS-PTR-EOF-YES TO TRUE
027119     END-IF.
027120 4520-EXIT.
027121     EXIT.
027122
027123*---------------------------------------------------------------
027124* 4530-APPLY-CREDIT-TO-PRIOR - take as much of the current-term
027125* credit as this receivable still owes, clearing it at zero,
027126* and journal the movement on the ReceivableJournal as
027127* PTRAPL.  A REWRITE that fails leaves the receivable and the
027128* credit as they were.
027129*---------------------------------------------------------------
027130 4530-APPLY-CREDIT-TO-PRIOR.
027131     MOVE PTR-BALANCE TO WS-PTR-BEFORE-BALANCE.
027132     MOVE PTR-STATUS TO WS-PTR-BEFORE-STATUS.
027133     IF WS-PTR-CREDIT < PTR-BALANCE
027134         MOVE WS-PTR-CREDIT TO WS-PTR-APPLIED
027135     ELSE
027136         MOVE PTR-BALANCE TO WS-PTR-APPLIED
027137     END-IF.
027138     SUBTRACT WS-PTR-APPLIED FROM PTR-BALANCE.
027139     ADD WS-PTR-APPLIED TO PTR-CREDIT-APPLIED.
027140     MOVE WS-BATCH-DATE TO PTR-LAST-ACTIVITY.
027141     IF PTR-BALANCE = 0
027142         SET PTR-CLEARED TO TRUE
027143     END-IF.
027145     REWRITE PriorTermRecord.
027146     IF NOT WS-PTR-OK
027147         DISPLAY "ERROR - COULD NOT APPLY CREDIT TO PRIOR TERM "
027148             PTR-STUDENT-ID " " PTR-TERM-CODE
027149             " - STATUS " WS-PTR-STATUS
027150         ADD 1 TO WS-PTR-ERROR-COUNT
027151         MOVE WS-PTR-BEFORE-BALANCE TO PTR-BALANCE
027152         SUBTRACT WS-PTR-APPLIED FROM PTR-CREDIT-APPLIED
027153         MOVE WS-PTR-BEFORE-STATUS TO PTR-STATUS
027154         MOVE 0 TO WS-PTR-APPLIED
027155         GO TO 4530-EXIT
027156     END-IF.
027157     SUBTRACT WS-PTR-APPLIED FROM WS-PTR-CREDIT.
027158     ADD WS-PTR-APPLIED TO WS-PTR-APPLIED-TOTAL.
027159     ADD WS-PTR-APPLIED TO WS-PTR-APPLIED-AMOUNT.
027160     ADD 1 TO WS-PTR-APPLIED-COUNT.
027161     MOVE PTR-STUDENT-ID TO JRN-STUDENT-ID.
027162     MOVE PTR-TERM-CODE TO JRN-TERM-CODE.
027163     MOVE 'C' TO JRN-ACTION.
027164     MOVE WS-PTR-BEFORE-BALANCE TO JRN-BEFORE-YTD.
027165     MOVE PTR-BALANCE TO JRN-AFTER-YTD.
027166     MOVE WS-PER-POSTING-DATE TO JRN-BATCH-DATE.
027167     MOVE WS-PTR-APPLIED-COUNT TO JRN-RECORD-NUMBER.
027168     MOVE "PTRAPL" TO JRN-SOURCE-PROGRAM.
027169     WRITE ReceivableJournalRecord FROM JournalRecord.
027170 4530-EXIT.
027171     EXIT.
027172
027174*---------------------------------------------------------------
027175* 4540-TAKE-CREDIT-OFF-MASTER - the credit applied to closed
027176* terms comes off the current-term paid balance, journaled on
027177* the MasterJournal as PTRAPL so BalanceVerify and the GL
027178* tie-out can net it against the receivable movement.  No GL
027179* entry is cut: the money was booked to revenue on receipt.
027180* StudentMasterRecord still holds the student's current-term
027181* record read by the caller.
027182*---------------------------------------------------------------
027183 4540-TAKE-CREDIT-OFF-MASTER.
027184     MOVE MST-YTD-PAID TO WS-JRN-BEFORE-BAL.
027185     SUBTRACT WS-PTR-APPLIED-TOTAL FROM MST-YTD-PAID.
027186     REWRITE StudentMasterRecord
027187         INVALID KEY
027188             DISPLAY "ERROR - COULD NOT TAKE PRIOR TERM CREDIT "
027189                 "OFF MASTER FOR " MST-STUDENT-ID
027190     END-REWRITE.
027191     IF WS-MASTER-OK
027192         MOVE MST-STUDENT-ID TO JRN-STUDENT-ID
027193         MOVE MST-TERM-CODE TO JRN-TERM-CODE
027194         MOVE 'C' TO JRN-ACTION
027195         MOVE WS-JRN-BEFORE-BAL TO JRN-BEFORE-YTD
027196         MOVE MST-YTD-PAID TO JRN-AFTER-YTD
027197         MOVE WS-PER-POSTING-DATE TO JRN-BATCH-DATE
027198         MOVE WS-PTR-APPLIED-COUNT TO JRN-RECORD-NUMBER
027199         MOVE "PTRAPL" TO JRN-SOURCE-PROGRAM
027200         WRITE MasterJournalRecord FROM JournalRecord
027201     ELSE
027203         ADD 1 TO WS-MASTER-ERROR-COUNT
027204         PERFORM 9000-CHECK-ERROR-THRESHOLD THRU 9000-EXIT
027205     END-IF.
027206 4540-EXIT.
027207     EXIT.
027208
027209*---------------------------------------------------------------
027210* 4600-AGE-PRIOR-TERM-ONLY - a student the PriorTermAR file
027211* carries who has no current-term charges: their closed-term
027212* receivables are aged and held on exactly as they would be
027213* beside a current-term aging line, with no current-term past
027214* due.  A hold standing from before is released here once the
027215* old debt is collected or written off.  Anything they have
027216* paid on the current term is all credit, and is applied to
027217* the old debt first unless it came in from a sponsor.
027218*---------------------------------------------------------------
027219 4600-AGE-PRIOR-TERM-ONLY.
027220     MOVE PTR-STUDENT-ID TO WS-LEDGER-STUDENT-ID.
027221     MOVE 0 TO WS-PAST-DUE-BALANCE.
027222     PERFORM 4610-SET-PRIOR-CREDIT THRU 4610-EXIT.
027223     PERFORM 4500-SUM-PRIOR-TERM THRU 4500-EXIT.
027224     IF WS-PTR-APPLIED-TOTAL > 0
027225         PERFORM 4540-TAKE-CREDIT-OFF-MASTER THRU 4540-EXIT
027226     END-IF.
027227     MOVE WS-PRIOR-TERM-DUE TO WS-HOLD-BALANCE.
027228     PERFORM 4400-CHECK-HOLD-STATUS THRU 4400-EXIT.
027229 4600-EXIT.
027230     EXIT.
027232
027233*---------------------------------------------------------------
027234* 4610-SET-PRIOR-CREDIT - the current-term paid balance of a
027235* student with no current-term charges.  With no ledger at all
027236* nothing is known to be billed, so nothing is treated as
027237* credit.  Money that came in on a sponsor remittance is the
027238* sponsor's and is never applied to the student's old debt.
027239*---------------------------------------------------------------
027240 4610-SET-PRIOR-CREDIT.
027241     MOVE 0 TO WS-PTR-CREDIT.
027242     IF WS-CHG-FILE-ABSENT
027243         GO TO 4610-EXIT
027244     END-IF.
027245     MOVE WS-LEDGER-STUDENT-ID TO MST-STUDENT-ID.
027246     MOVE WS-CURRENT-TERM TO MST-TERM-CODE.
027247     READ StudentMaster
027248         INVALID KEY
027249             GO TO 4610-EXIT
027250     END-READ.
027251     IF NOT WS-MASTER-OK OR MST-YTD-PAID NOT > 0
027252         GO TO 4610-EXIT
027253     END-IF.
027254     PERFORM 4350-PICK-REFUND-METHOD THRU 4350-EXIT.
027255     IF WS-RFD-SPONSOR-PICKED = SPACES
027256         MOVE MST-YTD-PAID TO WS-PTR-CREDIT
027257     END-IF.
027258 4610-EXIT.
027260     EXIT.
027270
027280*---------------------------------------------------------------
027830
027840 COPY DIRLOOK.
027850
027852 COPY DATECALC.
027854
027856 COPY PERLOOK.
027858
027860 END PROGRAM StudentPayment.
