000010***************************************************************
000020* PROGRAM-ID : DunningNotice
000030* AUTHOR     : D. Huang, Bursar Systems
000040* INSTALLATION: NDHU Computing Center
000050* DATE-WRITTEN: 2026-10-09
000060* DATE-COMPILED:
000070*---------------------------------------------------------------
000080* PURPOSE.
000090*   Scheduled dunning run.  A past-due student used to hear
000100*   nothing from the office until the late fee or the
000110*   registrar hold landed; this job mails the letters in
000120*   between.  The past-due measure is the one LateFeeAssess
000130*   and the reconciliation use - charges whose due date has
000140*   come, or for a plan student the installments due to
000150*   date capped at the bill less its fees, plus the fees
000160*   due, less what the master says is paid - and only the
000170*   current term is dunned.  How long the account has been
000180*   past due is counted in days from the due date of the
000190*   oldest item the payments have not covered, and the
000200*   DunningParm file sets the day counts at which the
000210*   first reminder, the second notice and the final notice
000220*   go out, the days given to pay and the least days
000230*   between two letters.  Letters escalate one step at a
000240*   time: a student gets the next letter up only once the
000250*   days past due reach its step and the last letter has
000260*   had its time, so the final notice always follows the
000270*   two before it and cites them.  Every letter sent is
000280*   written to the NoticeHistory file first, keyed on the
000290*   student, term and level, so nobody is sent the same
000300*   letter twice and the counter can see what went out.
000310*   Each letter carries the directory name and mailing
000320*   address, the amount past due and the pay-by date.
000330*   A student on a LateFeeAssess waiver, or with a sponsor
000340*   allocation the financial aid office has on the
000350*   SponsorPending file, is skipped.  A waiver counts only
000360*   when its operator holds LateFeeAssess's waive authority on
000370*   the OperatorAuthority file, as it does for the fee.
000380*---------------------------------------------------------------
000390* MODIFICATION HISTORY.
000400*   2026-10-09  DH  Original program.
000410*   2026-10-11  DH  A student whose direct-debit mandate the
000420*                   DebitResponse job suspended after repeated
000430*                   failed debits is dunned from the first
000440*                   step as soon as anything is past due, not
000450*                   left for the first-reminder day count, and
000460*                   the letter says the automatic payment has
000470*                   stopped.  The DebitMandate file is read
000480*                   when it is there.
000490*   2026-10-12  DH  A late-fee waiver keeps a student off the
000500*                   dunning list only when its operator holds
000510*                   the waive authority on the operator
000520*                   authority file, the same test LateFeeAssess
000530*                   now applies.
000540***************************************************************
000550 IDENTIFICATION DIVISION.
000560 PROGRAM-ID. DunningNotice.
000570 AUTHOR. D-HUANG.
000580 INSTALLATION. NDHU-COMPUTING-CENTER.
000590 DATE-WRITTEN. 10/09/2026.
000600 DATE-COMPILED.
000610
000620 ENVIRONMENT DIVISION.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     SELECT DunningParmFile ASSIGN TO
000660         "HW2-Dunning-Parm.dat"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-PARM-STATUS.
000690
000700     SELECT ChargeLedger ASSIGN TO "HW2-Charge-Ledger.dat"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS CHG-CHARGE-KEY
000740         FILE STATUS IS WS-CHG-STATUS.
000750
000760     SELECT StudentMaster ASSIGN TO "HW2-Student-Master.dat"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS RANDOM
000790         RECORD KEY IS MST-MASTER-KEY
000800         FILE STATUS IS WS-MASTER-STATUS.
000810
000820     SELECT PaymentPlanFile ASSIGN TO "HW2-Payment-Plan.dat"
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS DYNAMIC
000850         RECORD KEY IS PLN-PLAN-KEY
000860         FILE STATUS IS WS-PLAN-STATUS.
000870
000880     SELECT TermControlFile ASSIGN TO
000890         "HW2-Term-Control.dat"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-TERM-CTL-STATUS.
000920
000930     SELECT WaiverFile ASSIGN TO
000940         "HW2-Late-Fee-Waivers.dat"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WS-WAIVER-STATUS.
000970
000980     SELECT OperatorAuthorityFile ASSIGN TO
000990         "HW2-Operator-Authority.dat"
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS WS-AUT-STATUS.
001020
001030     SELECT SponsorPendingFile ASSIGN TO
001040         "HW2-Sponsor-Pending.dat"
001050         ORGANIZATION IS LINE SEQUENTIAL
001060         FILE STATUS IS WS-SPONSOR-STATUS.
001070
001080     SELECT NoticeHistory ASSIGN TO
001090         "HW2-Notice-History.dat"
001100         ORGANIZATION IS INDEXED
001110         ACCESS MODE IS RANDOM
001120         RECORD KEY IS NTC-NOTICE-KEY
001130         FILE STATUS IS WS-NOTICE-STATUS.
001140
001150     SELECT StudentDirectory ASSIGN TO
001160         "HW2-Student-Directory.dat"
001170         ORGANIZATION IS INDEXED
001180         ACCESS MODE IS RANDOM
001190         RECORD KEY IS DIR-STUDENT-ID
001200         FILE STATUS IS WS-DIR-STATUS.
001210
001220     SELECT DebitMandateFile ASSIGN TO
001230         "HW2-Debit-Mandate.dat"
001240         ORGANIZATION IS INDEXED
001250         ACCESS MODE IS RANDOM
001260         RECORD KEY IS MND-STUDENT-ID
001270         FILE STATUS IS WS-MANDATE-STATUS.
001280
001290     SELECT DunningLetterFile ASSIGN TO
001300         "HW2-Dunning-Letters.txt"
001310         ORGANIZATION IS LINE SEQUENTIAL.
001320
001330     SELECT DunningReportFile ASSIGN TO
001340         "HW2-Dunning-Report.txt"
001350         ORGANIZATION IS LINE SEQUENTIAL.
001360
001370 DATA DIVISION.
001380 FILE SECTION.
001390*---------------------------------------------------------------
001400* DunningParmFile - the days past due at which the first
001410* reminder, second notice and final notice go out, the days
001420* a letter gives to pay, and the least days between two
001430* letters to the same student, comma delimited on one line.
001440*---------------------------------------------------------------
001450 FD  DunningParmFile.
001460 01  DunningParmRecord.
001470     05  PRM-FIRST-DAYS       PIC X(03).
001480     05  FILLER               PIC X(01).
001490     05  PRM-SECOND-DAYS      PIC X(03).
001500     05  FILLER               PIC X(01).
001510     05  PRM-FINAL-DAYS       PIC X(03).
001520     05  FILLER               PIC X(01).
001530     05  PRM-PAY-BY-DAYS      PIC X(03).
001540     05  FILLER               PIC X(01).
001550     05  PRM-SPACING-DAYS     PIC X(03).
001560
001570*---------------------------------------------------------------
001580* ChargeLedger - what each student was billed and when it
001590* fell due; layout is in the CHGREC copy member.
001600*---------------------------------------------------------------
001610 FD  ChargeLedger.
001620 COPY CHGREC.
001630
001640*---------------------------------------------------------------
001650* StudentMaster - the paid-to-date side of the comparison;
001660* layout is the MSTREC copy member.
001670*---------------------------------------------------------------
001680 FD  StudentMaster.
001690 COPY MSTREC.
001700
001710*---------------------------------------------------------------
001720* PaymentPlanFile - the approved installment schedules; a plan
001730* student owes only the installments due as of the run date.
001740* Layout is in the PLANREC copy member.
001750*---------------------------------------------------------------
001760 FD  PaymentPlanFile.
001770 COPY PLANREC.
001780
001790*---------------------------------------------------------------
001800* TermControlFile - names the current term.
001810*---------------------------------------------------------------
001820 FD  TermControlFile.
001830 01  TermControlRecord.
001840     05  TCTL-TERM-CODE       PIC X(06).
001850
001860*---------------------------------------------------------------
001870* WaiverFile - the LateFeeAssess waivers, one per line, comma
001880* delimited: student, term, reason code and the operator who
001890* approved it.  A student waived off the late fee is not
001900* dunned either.
001910*---------------------------------------------------------------
001920 FD  WaiverFile.
001930 01  WaiverRecord.
001940     05  WVR-STUDENT-ID       PIC X(10).
001950     05  FILLER               PIC X(01).
001960     05  WVR-TERM-CODE        PIC X(06).
001970     05  FILLER               PIC X(01).
001980     05  WVR-REASON-CODE      PIC X(04).
001990     05  FILLER               PIC X(01).
002000     05  WVR-OPERATOR-ID      PIC X(08).
002010
002020*---------------------------------------------------------------
002030* OperatorAuthorityFile - read for LateFeeAssess's lines only,
002040* so a waiver is honored here on the same authority it is
002050* honored there; layout is the AUTREC copy member.
002060*---------------------------------------------------------------
002070 FD  OperatorAuthorityFile.
002080 COPY AUTREC.
002090
002100*---------------------------------------------------------------
002110* SponsorPendingFile - sponsor allocations the financial aid
002120* office has confirmed but the sponsor has not yet remitted,
002130* one per line, comma delimited: student, term (blank for
002140* any term), sponsor and the amount expected.  Kept by the
002150* aid office; a student on it is waiting on the sponsor's
002160* wire, not ignoring the bill.
002170*---------------------------------------------------------------
002180 FD  SponsorPendingFile.
002190 01  SponsorPendingRecord.
002200     05  SPP-STUDENT-ID       PIC X(10).
002210     05  FILLER               PIC X(01).
002220     05  SPP-TERM-CODE        PIC X(06).
002230     05  FILLER               PIC X(01).
002240     05  SPP-SPONSOR-ID       PIC X(08).
002250     05  FILLER               PIC X(01).
002260     05  SPP-AMOUNT           PIC X(15).
002270
002280*---------------------------------------------------------------
002290* NoticeHistory - every letter sent, keyed on student, term
002300* and level; layout is in the NTCREC copy member.
002310*---------------------------------------------------------------
002320 FD  NoticeHistory.
002330 COPY NTCREC.
002340
002350*---------------------------------------------------------------
002360* StudentDirectory - the name and mailing address each letter
002370* goes to; layout is in the DIRREC copy member.
002380*---------------------------------------------------------------
002390 FD  StudentDirectory.
002400 COPY DIRREC.
002410
002420*---------------------------------------------------------------
002430* DebitMandateFile - the direct-debit mandates; a suspended
002440* one means the auto-pay stopped after failed debits.  Layout
002450* is in the MNDREC copy member.
002460*---------------------------------------------------------------
002470 FD  DebitMandateFile.
002480 COPY MNDREC.
002490
002500*---------------------------------------------------------------
002510* DunningLetterFile - the letters, ready for the mail room,
002520* one after another with a rule between them.
002530*---------------------------------------------------------------
002540 FD  DunningLetterFile.
002550 01  DunningLetterRecord      PIC X(80).
002560
002570*---------------------------------------------------------------
002580* DunningReportFile - one line per past-due student with the
002590* days past due, the letter sent or why none was, and totals.
002600*---------------------------------------------------------------
002610 FD  DunningReportFile.
002620 01  DunningReportRecord      PIC X(80).
002630
002640 WORKING-STORAGE SECTION.
002650*---------------------------------------------------------------
002660* Switches and file statuses.
002670*---------------------------------------------------------------
002680 01  WS-SWITCHES.
002690     05  WS-CHG-EOF-SWITCH   PIC X(01)   VALUE 'N'.
002700         88  WS-CHG-EOF-YES              VALUE 'Y'.
002710         88  WS-CHG-EOF-NO               VALUE 'N'.
002720     05  WS-WVR-EOF-SWITCH   PIC X(01)   VALUE 'N'.
002730         88  WS-WVR-EOF-YES              VALUE 'Y'.
002740         88  WS-WVR-EOF-NO               VALUE 'N'.
002750     05  WS-SPP-EOF-SWITCH   PIC X(01)   VALUE 'N'.
002760         88  WS-SPP-EOF-YES              VALUE 'Y'.
002770         88  WS-SPP-EOF-NO               VALUE 'N'.
002780     05  WS-WAIVED-SWITCH    PIC X(01)   VALUE 'N'.
002790         88  WS-STUDENT-WAIVED           VALUE 'Y'.
002800         88  WS-STUDENT-NOT-WAIVED       VALUE 'N'.
002810     05  WS-SPONSORED-SWITCH PIC X(01)   VALUE 'N'.
002820         88  WS-SPONSOR-PENDING          VALUE 'Y'.
002830         88  WS-NO-SPONSOR-PENDING       VALUE 'N'.
002840     05  WS-AUTOPAY-SWITCH   PIC X(01)   VALUE 'N'.
002850         88  WS-AUTOPAY-SUSPENDED        VALUE 'Y'.
002860         88  WS-AUTOPAY-NOT-SUSPENDED    VALUE 'N'.
002870     05  WS-MANDATE-FILE-SWITCH PIC X(01) VALUE 'N'.
002880         88  WS-MANDATE-FILE-OPEN        VALUE 'Y'.
002890         88  WS-MANDATE-FILE-ABSENT      VALUE 'N'.
002900
002910 01  WS-PARM-STATUS           PIC X(02).
002920 01  WS-TERM-CTL-STATUS       PIC X(02).
002930 01  WS-WAIVER-STATUS         PIC X(02).
002940 01  WS-SPONSOR-STATUS        PIC X(02).
002950 01  WS-MASTER-STATUS         PIC X(02).
002960     88  WS-MASTER-OK                     VALUE "00".
002970     88  WS-MASTER-NOT-FOUND              VALUE "23" "35".
002980 01  WS-NOTICE-STATUS         PIC X(02).
002990     88  WS-NOTICE-OK                     VALUE "00".
003000     88  WS-NOTICE-NOT-FOUND              VALUE "23" "35".
003010 01  WS-MANDATE-STATUS        PIC X(02).
003020     88  WS-MANDATE-OK                    VALUE "00".
003030
003040 COPY CHGWORK.
003050
003060 COPY DIRWORK.
003070
003080 COPY AMTWORK.
003090
003100 COPY DATEWORK.
003110
003120 COPY AUTWORK.
003130
003140*---------------------------------------------------------------
003150* Term control fields.
003160*---------------------------------------------------------------
003170 01  WS-CURRENT-TERM          PIC X(06).
003180 01  WS-TERM-SEASON           PIC X(02).
003190 01  WS-RUN-DATE              PIC X(08).
003200 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
003210     05  WS-RUN-YEAR          PIC X(04).
003220     05  WS-RUN-MONTH         PIC X(02).
003230     05  WS-RUN-DAY           PIC X(02).
003240 01  WS-RUN-DAY-NUMBER        PIC 9(07)   COMP.
003250
003260*---------------------------------------------------------------
003270* Dunning parameters, with the values used when the office
003280* has not put a DunningParm file down: first reminder at 10
003290* days past due, second notice at 30, final notice at 60,
003300* 14 days to pay and 14 days between letters.
003310*---------------------------------------------------------------
003320 01  WS-FIRST-DAYS            PIC 9(03)   VALUE 10.
003330 01  WS-SECOND-DAYS           PIC 9(03)   VALUE 30.
003340 01  WS-FINAL-DAYS            PIC 9(03)   VALUE 60.
003350 01  WS-PAY-BY-DAYS           PIC 9(03)   VALUE 14.
003360 01  WS-SPACING-DAYS          PIC 9(03)   VALUE 14.
003370
003380*---------------------------------------------------------------
003390* Waiver table, loaded from the LateFeeAssess WaiverFile.
003400*---------------------------------------------------------------
003410 01  WS-WAIVER-COUNT          PIC 9(03)   COMP VALUE 0.
003420 01  WS-WAIVER-SUB            PIC 9(03)   COMP.
003430 01  WS-WAIVER-TABLE.
003440     05  WS-WVR-ENTRY OCCURS 200.
003450         10  WS-WVR-STUDENT  PIC X(10).
003460         10  WS-WVR-TERM     PIC X(06).
003470
003480*---------------------------------------------------------------
003490* Pending sponsor table, loaded from the SponsorPendingFile.
003500*---------------------------------------------------------------
003510 01  WS-SPONSOR-COUNT         PIC 9(03)   COMP VALUE 0.
003520 01  WS-SPONSOR-SUB           PIC 9(03)   COMP.
003530 01  WS-SPONSOR-TABLE.
003540     05  WS-SPP-ENTRY OCCURS 500.
003550         10  WS-SPP-STUDENT  PIC X(10).
003560         10  WS-SPP-TERM     PIC X(06).
003570
003580*---------------------------------------------------------------
003590* Comparison and plan work fields - the LateFeeAssess
003600* measure.  The paid-to-date figure is read before the
003610* group's charges are added up, so the charge at which the
003620* running total of what is due first passes what is paid
003630* can be caught as it goes by: its due date is the oldest
003640* the payments have not covered, and the days past due run
003650* from it.  For a plan student the installments are walked
003660* the same way; a plan student current on the installments
003670* but behind on a fee runs from the oldest fee due.
003680*---------------------------------------------------------------
003690 01  WS-LEDGER-STUDENT-ID     PIC X(10).
003700 01  WS-LEDGER-TERM           PIC X(06).
003710 01  WS-PAID-TO-DATE          PIC S9(12)V99 COMP-3.
003720 01  WS-BILLED-AMOUNT         PIC S9(12)V99 COMP-3.
003730 01  WS-CHARGES-DUE           PIC S9(12)V99 COMP-3.
003740 01  WS-FEES-BILLED           PIC S9(12)V99 COMP-3.
003750 01  WS-FEES-DUE              PIC S9(12)V99 COMP-3.
003760 01  WS-PLAN-BILLED           PIC S9(12)V99 COMP-3.
003770 01  WS-DUE-AMOUNT            PIC S9(12)V99 COMP-3.
003780 01  WS-PAST-DUE-BALANCE      PIC S9(12)V99 COMP-3.
003790 01  WS-CHARGE-OLDEST-DATE    PIC X(08).
003800 01  WS-FEE-OLDEST-DATE       PIC X(08).
003810 01  WS-PLAN-OLDEST-DATE      PIC X(08).
003820 01  WS-OLDEST-DUE-DATE       PIC X(08).
003830 01  WS-DAYS-PAST-DUE         PIC 9(05)   COMP.
003840 01  WS-PLAN-FILE-SWITCH      PIC X(01)   VALUE 'N'.
003850     88  WS-PLAN-FILE-OPEN                VALUE 'Y'.
003860     88  WS-PLAN-FILE-ABSENT              VALUE 'N'.
003870 01  WS-PLAN-STATUS           PIC X(02).
003880     88  WS-PLAN-OK                       VALUE "00".
003890 01  WS-PLN-EOF-SWITCH        PIC X(01)   VALUE 'N'.
003900     88  WS-PLN-EOF-YES                   VALUE 'Y'.
003910     88  WS-PLN-EOF-NO                    VALUE 'N'.
003920 01  WS-PLAN-FOUND-SWITCH     PIC X(01)   VALUE 'N'.
003930     88  WS-PLAN-FOUND                    VALUE 'Y'.
003940     88  WS-PLAN-NONE                     VALUE 'N'.
003950 01  WS-PLAN-DUE-TO-DATE      PIC 9(12)V99 COMP-3.
003960
003970*---------------------------------------------------------------
003980* Notice level work fields.  WS-TARGET-LEVEL is the letter
003990* the days past due call for; WS-LAST-LEVEL the highest
004000* already sent this term and WS-NEXT-LEVEL the one this run
004010* would send.  The sent date of each letter already on the
004020* history is kept for the final notice to cite.
004030*---------------------------------------------------------------
004040 01  WS-TARGET-LEVEL          PIC 9(01).
004050 01  WS-LAST-LEVEL            PIC 9(01).
004060 01  WS-NEXT-LEVEL            PIC 9(01).
004070     88  WS-NEXT-FIRST-REMINDER           VALUE 1.
004080     88  WS-NEXT-SECOND-NOTICE            VALUE 2.
004090     88  WS-NEXT-FINAL-NOTICE             VALUE 3.
004100 01  WS-LEVEL-SUB             PIC 9(01).
004110 01  WS-LAST-SENT-DATE        PIC X(08).
004120 01  WS-DAYS-SINCE-LAST       PIC 9(05)   COMP.
004130 01  WS-PAY-BY-DATE           PIC X(08).
004140 01  WS-SENT-TABLE.
004150     05  WS-SENT-DATE         PIC X(08)   OCCURS 3.
004160 01  WS-LEVEL-NAMES.
004170     05  FILLER               PIC X(14)   VALUE
004180             "FIRST REMINDER".
004190     05  FILLER               PIC X(14)   VALUE
004200             "SECOND NOTICE ".
004210     05  FILLER               PIC X(14)   VALUE
004220             "FINAL NOTICE  ".
004230 01  WS-LEVEL-NAMES-R REDEFINES WS-LEVEL-NAMES.
004240     05  WS-LEVEL-NAME        PIC X(14)   OCCURS 3.
004250
004260*---------------------------------------------------------------
004270* Counters and totals.
004280*---------------------------------------------------------------
004290 01  WS-CHARGE-COUNT          PIC 9(07)   COMP VALUE 0.
004300 01  WS-PAST-DUE-COUNT        PIC 9(07)   COMP VALUE 0.
004310 01  WS-BELOW-STEP-COUNT      PIC 9(07)   COMP VALUE 0.
004320 01  WS-WAIVED-COUNT          PIC 9(07)   COMP VALUE 0.
004330 01  WS-SPONSORED-COUNT       PIC 9(07)   COMP VALUE 0.
004340 01  WS-ALREADY-COUNT         PIC 9(07)   COMP VALUE 0.
004350 01  WS-TOO-SOON-COUNT        PIC 9(07)   COMP VALUE 0.
004360 01  WS-FIRST-SENT-COUNT      PIC 9(07)   COMP VALUE 0.
004370 01  WS-SECOND-SENT-COUNT     PIC 9(07)   COMP VALUE 0.
004380 01  WS-FINAL-SENT-COUNT      PIC 9(07)   COMP VALUE 0.
004390 01  WS-REJECT-COUNT          PIC 9(07)   COMP VALUE 0.
004400 01  WS-AUTOPAY-COUNT         PIC 9(07)   COMP VALUE 0.
004410 01  WS-NOTICED-TOTAL         PIC 9(12)V99 COMP-3 VALUE 0.
004420
004430*---------------------------------------------------------------
004440* Report line layouts.
004450*---------------------------------------------------------------
004460 01  WS-RPT-HEADER-LINE.
004470     05  FILLER              PIC X(24)
004480             VALUE "DUNNING RUN -  RUN DATE:".
004490     05  WS-RPT-RUN-DATE     PIC X(08).
004500     05  FILLER              PIC X(08)   VALUE "  TERM: ".
004510     05  WS-RPT-TERM         PIC X(06).
004520     05  FILLER              PIC X(34)   VALUE SPACES.
004530
004540 01  WS-DETAIL-LINE.
004550     05  WS-DTL-STUDENT-ID   PIC X(10).
004560     05  FILLER              PIC X(02)   VALUE SPACES.
004570     05  WS-DTL-PAST-DUE     PIC -ZZZ,ZZZ,ZZ9.99.
004580     05  FILLER              PIC X(02)   VALUE SPACES.
004590     05  WS-DTL-DAYS         PIC ZZZZ9.
004600     05  FILLER              PIC X(02)   VALUE SPACES.
004610     05  WS-DTL-DISPOSITION  PIC X(18).
004620     05  FILLER              PIC X(02)   VALUE SPACES.
004630     05  WS-DTL-PAY-BY       PIC X(08).
004640     05  FILLER              PIC X(16)   VALUE SPACES.
004650
004660 01  WS-RPT-COUNT-LINE.
004670     05  WS-RPT-COUNT-LABEL  PIC X(30).
004680     05  WS-RPT-COUNT        PIC ZZZ,ZZ9.
004690     05  FILLER              PIC X(43)   VALUE SPACES.
004700
004710 01  WS-RPT-TOTAL-LINE.
004720     05  WS-RPT-TOTAL-LABEL  PIC X(26).
004730     05  WS-RPT-TOTAL        PIC -$,$$$,$$$,$$$,$$9.99.
004740     05  FILLER              PIC X(33)   VALUE SPACES.
004750
004760 01  WS-DISPOSITION           PIC X(18).
004770
004780*---------------------------------------------------------------
004790* Letter line layouts.
004800*---------------------------------------------------------------
004810 01  WS-LTR-OFFICE-LINE.
004820     05  FILLER              PIC X(40)   VALUE
004830             "OFFICE OF THE BURSAR - STUDENT ACCOUNTS ".
004840     05  FILLER              PIC X(40)   VALUE SPACES.
004850
004860 01  WS-LTR-TITLE-LINE.
004870     05  WS-LTR-TITLE        PIC X(14).
004880     05  FILLER              PIC X(17)   VALUE SPACES.
004890     05  FILLER              PIC X(05)   VALUE "DATE ".
004900     05  WS-LTR-DATE         PIC X(08).
004910     05  FILLER              PIC X(07)   VALUE "  TERM ".
004920     05  WS-LTR-TERM         PIC X(06).
004930     05  FILLER              PIC X(23)   VALUE SPACES.
004940
004950 01  WS-LTR-ADDRESS-LINE.
004960     05  FILLER              PIC X(04)   VALUE SPACES.
004970     05  WS-LTR-ADDRESS      PIC X(30).
004980     05  FILLER              PIC X(46)   VALUE SPACES.
004990
005000 01  WS-LTR-CITY-LINE.
005010     05  FILLER              PIC X(04)   VALUE SPACES.
005020     05  WS-LTR-CITY         PIC X(20).
005030     05  FILLER              PIC X(02)   VALUE SPACES.
005040     05  WS-LTR-POSTAL-CODE  PIC X(10).
005050     05  FILLER              PIC X(44)   VALUE SPACES.
005060
005070 01  WS-LTR-STUDENT-LINE.
005080     05  FILLER              PIC X(09)   VALUE "STUDENT: ".
005090     05  WS-LTR-STUDENT-ID   PIC X(10).
005100     05  FILLER              PIC X(61)   VALUE SPACES.
005110
005120 01  WS-LTR-TEXT-LINE.
005130     05  WS-LTR-TEXT         PIC X(80).
005140
005150 01  WS-LTR-AMOUNT-LINE.
005160     05  FILLER              PIC X(16)
005170             VALUE "AMOUNT PAST DUE:".
005180     05  WS-LTR-AMOUNT       PIC -$,$$$,$$$,$$$,$$9.99.
005190     05  FILLER              PIC X(43)   VALUE SPACES.
005200
005210 01  WS-LTR-PAY-BY-LINE.
005220     05  FILLER              PIC X(16)
005230             VALUE "PAY BY:         ".
005240     05  WS-LTR-PAY-BY       PIC X(08).
005250     05  FILLER              PIC X(56)   VALUE SPACES.
005260
005270 01  WS-LTR-CITE-LINE.
005280     05  FILLER              PIC X(04)   VALUE SPACES.
005290     05  WS-LTR-CITE-NAME    PIC X(14).
005300     05  FILLER              PIC X(09)   VALUE " SENT ON ".
005310     05  WS-LTR-CITE-DATE    PIC X(08).
005320     05  FILLER              PIC X(45)   VALUE SPACES.
005330
005340 01  WS-LTR-BLANK-LINE       PIC X(80)   VALUE SPACES.
005350
005360*---------------------------------------------------------------
005370* Letter wording, one line each.
005380*---------------------------------------------------------------
005390 01  WS-LTR-FIRST-WORDING.
005400     05  FILLER              PIC X(39)   VALUE
005410             "OUR RECORDS SHOW A BALANCE PAST DUE ON ".
005420     05  FILLER              PIC X(41)   VALUE
005430             "YOUR ACCOUNT.".
005440 01  WS-LTR-SECOND-WORDING.
005450     05  FILLER              PIC X(37)   VALUE
005460             "YOUR ACCOUNT IS STILL PAST DUE SINCE ".
005470     05  FILLER              PIC X(43)   VALUE
005480             "OUR FIRST REMINDER.".
005490 01  WS-LTR-FINAL-WORDING.
005500     05  FILLER              PIC X(33)   VALUE
005510             "THIS IS THE FINAL NOTICE ON YOUR ".
005520     05  FILLER              PIC X(47)   VALUE
005530             "PAST-DUE ACCOUNT.".
005540 01  WS-LTR-CITE-WORDING.
005550     05  FILLER              PIC X(38)   VALUE
005560             "THIS BALANCE REMAINS UNPAID AFTER OUR ".
005570     05  FILLER              PIC X(42)   VALUE
005580             "EARLIER NOTICES:".
005590 01  WS-LTR-HOLD-WORDING.
005600     05  FILLER              PIC X(40)   VALUE
005610             "AN ACCOUNT UNPAID AFTER THE PAY-BY DATE ".
005620     05  FILLER              PIC X(40)   VALUE
005630             "MAY BE HELD FOR REGISTRATION.".
005640 01  WS-LTR-CLOSING-WORDING.
005650     05  FILLER              PIC X(39)   VALUE
005660             "IF YOU HAVE PAID IN THE LAST FEW DAYS, ".
005670     05  FILLER              PIC X(41)   VALUE
005680             "PLEASE DISREGARD THIS LETTER.".
005690 01  WS-LTR-AUTOPAY-WORDING.
005700     05  FILLER              PIC X(40)   VALUE
005710             "YOUR AUTOMATIC INSTALLMENT PAYMENTS ARE ".
005720     05  FILLER              PIC X(40)   VALUE
005730             "SUSPENDED AFTER RETURNED BANK DEBITS.".
005740
005750 01  WS-LTR-SEPARATOR-LINE.
005760     05  FILLER              PIC X(80)   VALUE ALL "-".
005770
005780 PROCEDURE DIVISION.
005790*===============================================================
005800 0000-MAINLINE.
005810*===============================================================
005820     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005830     PERFORM 2000-PROCESS-STUDENT-CHARGES THRU 2000-EXIT
005840         UNTIL WS-CHG-EOF-YES.
005850     PERFORM 3000-FINALIZE THRU 3000-EXIT.
005860     STOP RUN.
005870
005880*---------------------------------------------------------------
005890* 1000-INITIALIZE - read the parameters, load the waivers and
005900* pending sponsor allocations, open the files and prime the
005910* ledger read.  The directory is required: a letter with no
005920* address cannot be mailed.
005930*---------------------------------------------------------------
005940 1000-INITIALIZE.
005950     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
005960     MOVE WS-RUN-DATE TO WS-DATE-IN.
005970     PERFORM 8700-DAY-NUMBER THRU 8700-EXIT.
005980     MOVE WS-DAY-NUMBER TO WS-RUN-DAY-NUMBER.
005990     PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT.
006000     OPEN INPUT ChargeLedger.
006010     IF NOT WS-CHG-OK
006020         DISPLAY "ERROR - NO CHARGE LEDGER "
006030             "HW2-Charge-Ledger.dat"
006040         MOVE 16 TO RETURN-CODE
006050         STOP RUN
006060     END-IF.
006070     OPEN INPUT StudentMaster.
006080     IF NOT WS-MASTER-OK
006090         DISPLAY "ERROR - STUDENT MASTER NOT AVAILABLE - "
006100             "STATUS " WS-MASTER-STATUS
006110         MOVE 16 TO RETURN-CODE
006120         STOP RUN
006130     END-IF.
006140     OPEN INPUT StudentDirectory.
006150     IF WS-DIR-OK
006160         SET WS-DIR-FILE-OPEN TO TRUE
006170     ELSE
006180         DISPLAY "ERROR - STUDENT DIRECTORY NOT AVAILABLE - "
006190             "STATUS " WS-DIR-STATUS
006200         MOVE 16 TO RETURN-CODE
006210         STOP RUN
006220     END-IF.
006230     OPEN I-O NoticeHistory.
006240     IF WS-NOTICE-NOT-FOUND
006250         OPEN OUTPUT NoticeHistory
006260         CLOSE NoticeHistory
006270         OPEN I-O NoticeHistory
006280     END-IF.
006290     OPEN OUTPUT DunningLetterFile.
006300     OPEN OUTPUT DunningReportFile.
006310*    An absent plan file is not an error - it simply means no
006320*    installment plans are in force.
006330     OPEN INPUT PaymentPlanFile.
006340     IF WS-PLAN-OK
006350         SET WS-PLAN-FILE-OPEN TO TRUE
006360     ELSE
006370         SET WS-PLAN-FILE-ABSENT TO TRUE
006380     END-IF.
006390*    Nor is an absent mandate file - nobody is on auto-pay.
006400     OPEN INPUT DebitMandateFile.
006410     IF WS-MANDATE-OK
006420         SET WS-MANDATE-FILE-OPEN TO TRUE
006430     ELSE
006440         SET WS-MANDATE-FILE-ABSENT TO TRUE
006450     END-IF.
006460     PERFORM 1300-SET-CURRENT-TERM THRU 1300-EXIT.
006470     MOVE "LateFeeAssess" TO WS-AUT-PROGRAM-ID.
006480     PERFORM 8800-LOAD-AUTHORITY THRU 8800-EXIT.
006490     PERFORM 1400-LOAD-WAIVERS THRU 1400-EXIT.
006500     PERFORM 1500-LOAD-SPONSOR-PENDING THRU 1500-EXIT.
006510     MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE.
006520     MOVE WS-CURRENT-TERM TO WS-RPT-TERM.
006530     WRITE DunningReportRecord FROM WS-RPT-HEADER-LINE.
006540     PERFORM 2100-READ-CHARGE-LEDGER THRU 2100-EXIT.
006550 1000-EXIT.
006560     EXIT.
006570
006580*---------------------------------------------------------------
006590* 1100-READ-PARAMETERS - the step days, the days to pay and
006600* the spacing.  With no parm file the defaults stand; a file
006610* that is there must parse, and the steps must climb, or the
006620* run refuses to guess at who to write to.
006630*---------------------------------------------------------------
006640 1100-READ-PARAMETERS.
006650     OPEN INPUT DunningParmFile.
006660     IF WS-PARM-STATUS NOT = "00"
006670         GO TO 1100-EXIT
006680     END-IF.
006690     READ DunningParmFile
006700         AT END
006710             MOVE SPACES TO DunningParmRecord
006720     END-READ.
006730     CLOSE DunningParmFile.
006740     IF PRM-FIRST-DAYS NOT NUMERIC
006750         OR PRM-SECOND-DAYS NOT NUMERIC
006760         OR PRM-FINAL-DAYS NOT NUMERIC
006770         OR PRM-PAY-BY-DAYS NOT NUMERIC
006780         OR PRM-SPACING-DAYS NOT NUMERIC
006790         DISPLAY "ERROR - BAD DAY COUNT ON "
006800             "HW2-Dunning-Parm.dat"
006810         MOVE 16 TO RETURN-CODE
006820         STOP RUN
006830     END-IF.
006840     MOVE PRM-FIRST-DAYS TO WS-FIRST-DAYS.
006850     MOVE PRM-SECOND-DAYS TO WS-SECOND-DAYS.
006860     MOVE PRM-FINAL-DAYS TO WS-FINAL-DAYS.
006870     MOVE PRM-PAY-BY-DAYS TO WS-PAY-BY-DAYS.
006880     MOVE PRM-SPACING-DAYS TO WS-SPACING-DAYS.
006890     IF WS-FIRST-DAYS = 0
006900         OR WS-SECOND-DAYS NOT > WS-FIRST-DAYS
006910         OR WS-FINAL-DAYS NOT > WS-SECOND-DAYS
006920         DISPLAY "ERROR - NOTICE STEPS MUST CLIMB ON "
006930             "HW2-Dunning-Parm.dat"
006940         MOVE 16 TO RETURN-CODE
006950         STOP RUN
006960     END-IF.
006970 1100-EXIT.
006980     EXIT.
006990
007000*---------------------------------------------------------------
007010* 1300-SET-CURRENT-TERM - read the current term code off the
007020* term control file, deriving it from the run date when the
007030* file is absent, the same way StudentPayment does.
007040*---------------------------------------------------------------
007050 1300-SET-CURRENT-TERM.
007060     MOVE SPACES TO TCTL-TERM-CODE.
007070     OPEN INPUT TermControlFile.
007080     IF WS-TERM-CTL-STATUS = "00"
007090         READ TermControlFile
007100             AT END
007110                 MOVE SPACES TO TCTL-TERM-CODE
007120         END-READ
007130         CLOSE TermControlFile
007140     END-IF.
007150     IF TCTL-TERM-CODE = SPACES
007160         PERFORM 1310-DERIVE-TERM-FROM-DATE THRU 1310-EXIT
007170     ELSE
007180         MOVE TCTL-TERM-CODE TO WS-CURRENT-TERM
007190     END-IF.
007200 1300-EXIT.
007210     EXIT.
007220
007230 1310-DERIVE-TERM-FROM-DATE.
007240     IF WS-RUN-MONTH NOT > "05"
007250         MOVE "SP" TO WS-TERM-SEASON
007260     ELSE
007270         IF WS-RUN-MONTH NOT > "08"
007280             MOVE "SU" TO WS-TERM-SEASON
007290         ELSE
007300             MOVE "FA" TO WS-TERM-SEASON
007310         END-IF
007320     END-IF.
007330     MOVE SPACES TO WS-CURRENT-TERM.
007340     STRING WS-RUN-YEAR DELIMITED BY SIZE
007350            WS-TERM-SEASON DELIMITED BY SIZE
007360         INTO WS-CURRENT-TERM
007370     END-STRING.
007380 1310-EXIT.
007390     EXIT.
007400
007410*---------------------------------------------------------------
007420* 1400-LOAD-WAIVERS - the late-fee waivers into their table,
007430* on the same terms LateFeeAssess honors them: a waiver with
007440* no operator never went through the sign-off, and one whose
007450* operator lacks the waive authority (W) is refused there, so
007460* neither is honored here.  An absent file means no waivers.
007470*---------------------------------------------------------------
007480 1400-LOAD-WAIVERS.
007490     OPEN INPUT WaiverFile.
007500     IF WS-WAIVER-STATUS = "00"
007510         PERFORM 1410-READ-WAIVER THRU 1410-EXIT
007520         PERFORM 1420-STORE-WAIVER THRU 1420-EXIT
007530             UNTIL WS-WVR-EOF-YES
007540         CLOSE WaiverFile
007550     END-IF.
007560 1400-EXIT.
007570     EXIT.
007580
007590 1410-READ-WAIVER.
007600     READ WaiverFile
007610         AT END
007620             SET WS-WVR-EOF-YES TO TRUE
007630     END-READ.
007640 1410-EXIT.
007650     EXIT.
007660
007670 1420-STORE-WAIVER.
007680     SET WS-AUT-NOT-CHECKED TO TRUE.
007690     IF WVR-STUDENT-ID NOT = SPACES
007700         AND WVR-OPERATOR-ID NOT = SPACES
007710         MOVE WVR-OPERATOR-ID TO WS-AUT-CHECK-OPERATOR
007720         MOVE SPACES TO WS-AUT-CHECK-REVIEWER
007730         MOVE 'W' TO WS-AUT-CHECK-ACTION
007740         MOVE 0 TO WS-AUT-CHECK-AMOUNT
007750         PERFORM 8850-CHECK-AUTHORITY THRU 8850-EXIT
007760     END-IF.
007770     IF WS-AUT-GRANTED
007780         IF WS-WAIVER-COUNT < 200
007790             ADD 1 TO WS-WAIVER-COUNT
007800             MOVE WVR-STUDENT-ID
007810                 TO WS-WVR-STUDENT (WS-WAIVER-COUNT)
007820             MOVE WVR-TERM-CODE
007830                 TO WS-WVR-TERM (WS-WAIVER-COUNT)
007840         ELSE
007850             DISPLAY "WARNING - WAIVER LIST FULL - "
007860                 WVR-STUDENT-ID " NOT LOADED"
007870         END-IF
007880     END-IF.
007890     PERFORM 1410-READ-WAIVER THRU 1410-EXIT.
007900 1420-EXIT.
007910     EXIT.
007920
007930*---------------------------------------------------------------
007940* 1500-LOAD-SPONSOR-PENDING - the pending sponsor allocations
007950* into their table; an absent file means none are pending.
007960*---------------------------------------------------------------
007970 1500-LOAD-SPONSOR-PENDING.
007980     OPEN INPUT SponsorPendingFile.
007990     IF WS-SPONSOR-STATUS = "00"
008000         PERFORM 1510-READ-SPONSOR-PENDING THRU 1510-EXIT
008010         PERFORM 1520-STORE-SPONSOR-PENDING THRU 1520-EXIT
008020             UNTIL WS-SPP-EOF-YES
008030         CLOSE SponsorPendingFile
008040     END-IF.
008050 1500-EXIT.
008060     EXIT.
008070
008080 1510-READ-SPONSOR-PENDING.
008090     READ SponsorPendingFile
008100         AT END
008110             SET WS-SPP-EOF-YES TO TRUE
008120     END-READ.
008130 1510-EXIT.
008140     EXIT.
008150
008160 1520-STORE-SPONSOR-PENDING.
008170     IF SPP-STUDENT-ID NOT = SPACES
008180         IF WS-SPONSOR-COUNT < 500
008190             ADD 1 TO WS-SPONSOR-COUNT
008200             MOVE SPP-STUDENT-ID
008210                 TO WS-SPP-STUDENT (WS-SPONSOR-COUNT)
008220             MOVE SPP-TERM-CODE
008230                 TO WS-SPP-TERM (WS-SPONSOR-COUNT)
008240         ELSE
008250             DISPLAY "WARNING - SPONSOR PENDING LIST FULL - "
008260                 SPP-STUDENT-ID " NOT LOADED"
008270         END-IF
008280     END-IF.
008290     PERFORM 1510-READ-SPONSOR-PENDING THRU 1510-EXIT.
008300 1520-EXIT.
008310     EXIT.
008320
008330*---------------------------------------------------------------
008340* 2000-PROCESS-STUDENT-CHARGES - the past-due measure for one
008350* student/term group off the ledger; a student past due is
008360* dunned or skipped with the reason.  Only the current term
008370* is dunned - any other group is read past.  Nothing is
008380* written to the ledger, so the read runs straight through.
008390*---------------------------------------------------------------
008400 2000-PROCESS-STUDENT-CHARGES.
008410     MOVE CHG-STUDENT-ID TO WS-LEDGER-STUDENT-ID.
008420     MOVE CHG-TERM-CODE TO WS-LEDGER-TERM.
008430     IF WS-LEDGER-TERM NOT = WS-CURRENT-TERM
008440         PERFORM 2100-READ-CHARGE-LEDGER THRU 2100-EXIT
008450             UNTIL WS-CHG-EOF-YES
008460             OR CHG-STUDENT-ID NOT = WS-LEDGER-STUDENT-ID
008470             OR CHG-TERM-CODE NOT = WS-LEDGER-TERM
008480         GO TO 2000-EXIT
008490     END-IF.
008500     ADD 1 TO WS-CHARGE-COUNT.
008510     MOVE WS-LEDGER-STUDENT-ID TO MST-STUDENT-ID.
008520     MOVE WS-CURRENT-TERM TO MST-TERM-CODE.
008530     READ StudentMaster
008540         INVALID KEY
008550             MOVE 0 TO MST-YTD-PAID
008560     END-READ.
008570     MOVE MST-YTD-PAID TO WS-PAID-TO-DATE.
008580     MOVE 0 TO WS-BILLED-AMOUNT WS-CHARGES-DUE
008590         WS-FEES-BILLED WS-FEES-DUE.
008600     MOVE SPACES TO WS-CHARGE-OLDEST-DATE WS-FEE-OLDEST-DATE.
008610     PERFORM 2110-ACCUMULATE-CHARGE THRU 2110-EXIT
008620         UNTIL WS-CHG-EOF-YES
008630         OR CHG-STUDENT-ID NOT = WS-LEDGER-STUDENT-ID
008640         OR CHG-TERM-CODE NOT = WS-LEDGER-TERM.
008650     PERFORM 2200-MEASURE-PAST-DUE THRU 2200-EXIT.
008660     IF WS-PAST-DUE-BALANCE > 0
008670         ADD 1 TO WS-PAST-DUE-COUNT
008680         PERFORM 2250-COUNT-DAYS-PAST-DUE THRU 2250-EXIT
008690         PERFORM 2300-DISPOSE-PAST-DUE THRU 2300-EXIT
008700     END-IF.
008710 2000-EXIT.
008720     EXIT.
008730
008740 2100-READ-CHARGE-LEDGER.
008750     READ ChargeLedger NEXT RECORD
008760         AT END
008770             SET WS-CHG-EOF-YES TO TRUE
008780     END-READ.
008790     IF NOT WS-CHG-OK
008800         SET WS-CHG-EOF-YES TO TRUE
008810     END-IF.
008820 2100-EXIT.
008830     EXIT.
008840
008850 2110-ACCUMULATE-CHARGE.
008860     ADD CHG-AMOUNT TO WS-BILLED-AMOUNT.
008870     IF CHG-DUE-DATE NOT > WS-RUN-DATE
008880         ADD CHG-AMOUNT TO WS-CHARGES-DUE
008890         IF WS-CHARGES-DUE > WS-PAID-TO-DATE
008900             AND WS-CHARGE-OLDEST-DATE = SPACES
008910             MOVE CHG-DUE-DATE TO WS-CHARGE-OLDEST-DATE
008920         END-IF
008930     END-IF.
008940     IF CHG-FEE-TYPE
008950         ADD CHG-AMOUNT TO WS-FEES-BILLED
008960         IF CHG-DUE-DATE NOT > WS-RUN-DATE
008970             ADD CHG-AMOUNT TO WS-FEES-DUE
008980             IF WS-FEE-OLDEST-DATE = SPACES
008990                 OR CHG-DUE-DATE < WS-FEE-OLDEST-DATE
009000                 MOVE CHG-DUE-DATE TO WS-FEE-OLDEST-DATE
009010             END-IF
009020         END-IF
009030     END-IF.
009040     PERFORM 2100-READ-CHARGE-LEDGER THRU 2100-EXIT.
009050 2110-EXIT.
009060     EXIT.
009070
009080*---------------------------------------------------------------
009090* 2200-MEASURE-PAST-DUE - the reconciliation's measure: what
009100* is due as of the run date less what the master says is
009110* paid.  Without a plan every charge past its due date is
009120* due; a plan student owes the installments due to date,
009130* capped at the bill less its fees, plus the fees due.
009140*---------------------------------------------------------------
009150 2200-MEASURE-PAST-DUE.
009160     MOVE WS-CHARGES-DUE TO WS-DUE-AMOUNT.
009170     MOVE WS-CHARGE-OLDEST-DATE TO WS-OLDEST-DUE-DATE.
009180     IF WS-PLAN-FILE-OPEN
009190         PERFORM 2210-SUM-PLAN-DUE THRU 2210-EXIT
009200         IF WS-PLAN-FOUND
009210             COMPUTE WS-PLAN-BILLED =
009220                 WS-BILLED-AMOUNT - WS-FEES-BILLED
009230             IF WS-PLAN-DUE-TO-DATE < WS-PLAN-BILLED
009240                 MOVE WS-PLAN-DUE-TO-DATE TO WS-DUE-AMOUNT
009250             ELSE
009260                 MOVE WS-PLAN-BILLED TO WS-DUE-AMOUNT
009270             END-IF
009280             ADD WS-FEES-DUE TO WS-DUE-AMOUNT
009290             IF WS-PLAN-OLDEST-DATE NOT = SPACES
009300                 MOVE WS-PLAN-OLDEST-DATE TO WS-OLDEST-DUE-DATE
009310             ELSE
009320                 MOVE WS-FEE-OLDEST-DATE TO WS-OLDEST-DUE-DATE
009330             END-IF
009340         END-IF
009350     END-IF.
009360     COMPUTE WS-PAST-DUE-BALANCE =
009370         WS-DUE-AMOUNT - WS-PAID-TO-DATE.
009380 2200-EXIT.
009390     EXIT.
009400
009410 2210-SUM-PLAN-DUE.
009420     SET WS-PLAN-NONE TO TRUE.
009430     MOVE 0 TO WS-PLAN-DUE-TO-DATE.
009440     MOVE SPACES TO WS-PLAN-OLDEST-DATE.
009450     SET WS-PLN-EOF-NO TO TRUE.
009460     MOVE WS-LEDGER-STUDENT-ID TO PLN-STUDENT-ID.
009470     MOVE WS-CURRENT-TERM TO PLN-TERM-CODE.
009480     MOVE 0 TO PLN-INSTALLMENT-NO.
009490     START PaymentPlanFile KEY NOT < PLN-PLAN-KEY
009500         INVALID KEY
009510             SET WS-PLN-EOF-YES TO TRUE
009520     END-START.
009530     PERFORM 2220-SCAN-ONE-INSTALLMENT THRU 2220-EXIT
009540         UNTIL WS-PLN-EOF-YES.
009550 2210-EXIT.
009560     EXIT.
009570
009580 2220-SCAN-ONE-INSTALLMENT.
009590     READ PaymentPlanFile NEXT RECORD
009600         AT END
009610             SET WS-PLN-EOF-YES TO TRUE
009620     END-READ.
009630     IF NOT WS-PLAN-OK
009640         SET WS-PLN-EOF-YES TO TRUE
009650     END-IF.
009660     IF NOT WS-PLN-EOF-YES
009670         IF PLN-STUDENT-ID NOT = WS-LEDGER-STUDENT-ID
009680             OR PLN-TERM-CODE NOT = WS-CURRENT-TERM
009690             SET WS-PLN-EOF-YES TO TRUE
009700         ELSE
009710             SET WS-PLAN-FOUND TO TRUE
009720             IF PLN-DUE-DATE NOT > WS-RUN-DATE
009730                 ADD PLN-AMOUNT TO WS-PLAN-DUE-TO-DATE
009740                 IF WS-PLAN-DUE-TO-DATE > WS-PAID-TO-DATE
009750                     AND WS-PLAN-OLDEST-DATE = SPACES
009760                     MOVE PLN-DUE-DATE TO WS-PLAN-OLDEST-DATE
009770                 END-IF
009780             END-IF
009790         END-IF
009800     END-IF.
009810 2220-EXIT.
009820     EXIT.
009830
009840*---------------------------------------------------------------
009850* 2250-COUNT-DAYS-PAST-DUE - days from the oldest uncovered
009860* due date to the run date.  With no such date on record the
009870* account counts as falling past due today.
009880*---------------------------------------------------------------
009890 2250-COUNT-DAYS-PAST-DUE.
009900     MOVE 0 TO WS-DAYS-PAST-DUE.
009910     IF WS-OLDEST-DUE-DATE = SPACES
009920         GO TO 2250-EXIT
009930     END-IF.
009940     MOVE WS-OLDEST-DUE-DATE TO WS-DATE-IN.
009950     PERFORM 8700-DAY-NUMBER THRU 8700-EXIT.
009960     IF WS-DAY-NUMBER > 0
009970         AND WS-DAY-NUMBER < WS-RUN-DAY-NUMBER
009980         COMPUTE WS-DAYS-PAST-DUE =
009990             WS-RUN-DAY-NUMBER - WS-DAY-NUMBER
010000     END-IF.
010010 2250-EXIT.
010020     EXIT.
010030
010040*---------------------------------------------------------------
010050* 2300-DISPOSE-PAST-DUE - below the first step, waived,
010060* sponsor pending, or on to the history check; every
010070* past-due student prints with their disposition.  A student
010080* whose auto-pay is suspended is at the first step at least:
010090* the bank has already turned the installment down, so there
010100* is no point waiting out the first-reminder days.
010110*---------------------------------------------------------------
010120 2300-DISPOSE-PAST-DUE.
010130     MOVE SPACES TO WS-PAY-BY-DATE.
010140     EVALUATE TRUE
010150         WHEN WS-DAYS-PAST-DUE NOT < WS-FINAL-DAYS
010160             MOVE 3 TO WS-TARGET-LEVEL
010170         WHEN WS-DAYS-PAST-DUE NOT < WS-SECOND-DAYS
010180             MOVE 2 TO WS-TARGET-LEVEL
010190         WHEN WS-DAYS-PAST-DUE NOT < WS-FIRST-DAYS
010200             MOVE 1 TO WS-TARGET-LEVEL
010210         WHEN OTHER
010220             MOVE 0 TO WS-TARGET-LEVEL
010230     END-EVALUATE.
010240     PERFORM 2330-CHECK-MANDATE THRU 2330-EXIT.
010250     IF WS-AUTOPAY-SUSPENDED AND WS-TARGET-LEVEL = 0
010260         MOVE 1 TO WS-TARGET-LEVEL
010270     END-IF.
010280     PERFORM 2310-CHECK-WAIVER THRU 2310-EXIT.
010290     PERFORM 2320-CHECK-SPONSOR-PENDING THRU 2320-EXIT.
010300     EVALUATE TRUE
010310         WHEN WS-TARGET-LEVEL = 0
010320             ADD 1 TO WS-BELOW-STEP-COUNT
010330             MOVE "BELOW FIRST STEP" TO WS-DISPOSITION
010340         WHEN WS-STUDENT-WAIVED
010350             ADD 1 TO WS-WAIVED-COUNT
010360             MOVE "WAIVED" TO WS-DISPOSITION
010370         WHEN WS-SPONSOR-PENDING
010380             ADD 1 TO WS-SPONSORED-COUNT
010390             MOVE "SPONSOR PENDING" TO WS-DISPOSITION
010400         WHEN OTHER
010410             PERFORM 2400-CHECK-NOTICE-HISTORY THRU 2400-EXIT
010420     END-EVALUATE.
010430     MOVE WS-LEDGER-STUDENT-ID TO WS-DTL-STUDENT-ID.
010440     MOVE WS-PAST-DUE-BALANCE TO WS-DTL-PAST-DUE.
010450     MOVE WS-DAYS-PAST-DUE TO WS-DTL-DAYS.
010460     MOVE WS-DISPOSITION TO WS-DTL-DISPOSITION.
010470     MOVE WS-PAY-BY-DATE TO WS-DTL-PAY-BY.
010480     WRITE DunningReportRecord FROM WS-DETAIL-LINE.
010490 2300-EXIT.
010500     EXIT.
010510
010520 2310-CHECK-WAIVER.
010530     SET WS-STUDENT-NOT-WAIVED TO TRUE.
010540     IF WS-WAIVER-COUNT > 0
010550         PERFORM 2315-MATCH-WAIVER THRU 2315-EXIT
010560             VARYING WS-WAIVER-SUB FROM 1 BY 1
010570             UNTIL WS-WAIVER-SUB > WS-WAIVER-COUNT
010580             OR WS-STUDENT-WAIVED
010590     END-IF.
010600 2310-EXIT.
010610     EXIT.
010620
010630 2315-MATCH-WAIVER.
010640     IF WS-WVR-STUDENT (WS-WAIVER-SUB) = WS-LEDGER-STUDENT-ID
010650         AND (WS-WVR-TERM (WS-WAIVER-SUB) = WS-CURRENT-TERM
010660             OR WS-WVR-TERM (WS-WAIVER-SUB) = SPACES)
010670         SET WS-STUDENT-WAIVED TO TRUE
010680     END-IF.
010690 2315-EXIT.
010700     EXIT.
010710
010720 2320-CHECK-SPONSOR-PENDING.
010730     SET WS-NO-SPONSOR-PENDING TO TRUE.
010740     IF WS-SPONSOR-COUNT > 0
010750         PERFORM 2325-MATCH-SPONSOR-PENDING THRU 2325-EXIT
010760             VARYING WS-SPONSOR-SUB FROM 1 BY 1
010770             UNTIL WS-SPONSOR-SUB > WS-SPONSOR-COUNT
010780             OR WS-SPONSOR-PENDING
010790     END-IF.
010800 2320-EXIT.
010810     EXIT.
010820
010830 2325-MATCH-SPONSOR-PENDING.
010840     IF WS-SPP-STUDENT (WS-SPONSOR-SUB) = WS-LEDGER-STUDENT-ID
010850         AND (WS-SPP-TERM (WS-SPONSOR-SUB) = WS-CURRENT-TERM
010860             OR WS-SPP-TERM (WS-SPONSOR-SUB) = SPACES)
010870         SET WS-SPONSOR-PENDING TO TRUE
010880     END-IF.
010890 2325-EXIT.
010900     EXIT.
010910
010920 2330-CHECK-MANDATE.
010930     SET WS-AUTOPAY-NOT-SUSPENDED TO TRUE.
010940     IF WS-MANDATE-FILE-OPEN
010950         MOVE WS-LEDGER-STUDENT-ID TO MND-STUDENT-ID
010960         READ DebitMandateFile
010970             INVALID KEY
010980                 CONTINUE
010990         END-READ
011000         IF WS-MANDATE-OK AND MND-SUSPENDED
011010             SET WS-AUTOPAY-SUSPENDED TO TRUE
011020             ADD 1 TO WS-AUTOPAY-COUNT
011030         END-IF
011040     END-IF.
011050 2330-EXIT.
011060     EXIT.
011070
011080*---------------------------------------------------------------
011090* 2400-CHECK-NOTICE-HISTORY - what has already gone to this
011100* student this term decides the next letter.  Letters climb
011110* one level at a time; the next one goes only when the days
011120* past due have reached its step and the last letter has had
011130* the spacing days to work.
011140*---------------------------------------------------------------
011150 2400-CHECK-NOTICE-HISTORY.
011160     MOVE SPACES TO WS-DISPOSITION.
011170     MOVE 0 TO WS-LAST-LEVEL.
011180     MOVE SPACES TO WS-LAST-SENT-DATE WS-SENT-TABLE.
011190     PERFORM 2410-READ-ONE-NOTICE THRU 2410-EXIT
011200         VARYING WS-LEVEL-SUB FROM 1 BY 1
011210         UNTIL WS-LEVEL-SUB > 3.
011220     IF WS-DISPOSITION = "HISTORY IO ERROR"
011230         ADD 1 TO WS-REJECT-COUNT
011240         GO TO 2400-EXIT
011250     END-IF.
011260     IF WS-LAST-LEVEL = 3
011270         ADD 1 TO WS-ALREADY-COUNT
011280         MOVE "FINAL ALREADY SENT" TO WS-DISPOSITION
011290         GO TO 2400-EXIT
011300     END-IF.
011310     COMPUTE WS-NEXT-LEVEL = WS-LAST-LEVEL + 1.
011320     IF WS-NEXT-LEVEL > WS-TARGET-LEVEL
011330         ADD 1 TO WS-ALREADY-COUNT
011340         MOVE "ALREADY NOTIFIED" TO WS-DISPOSITION
011350         GO TO 2400-EXIT
011360     END-IF.
011370     IF WS-LAST-LEVEL > 0
011380         MOVE WS-LAST-SENT-DATE TO WS-DATE-IN
011390         PERFORM 8700-DAY-NUMBER THRU 8700-EXIT
011400         MOVE 0 TO WS-DAYS-SINCE-LAST
011410         IF WS-DAY-NUMBER < WS-RUN-DAY-NUMBER
011420             COMPUTE WS-DAYS-SINCE-LAST =
011430                 WS-RUN-DAY-NUMBER - WS-DAY-NUMBER
011440         END-IF
011450         IF WS-DAYS-SINCE-LAST < WS-SPACING-DAYS
011460             ADD 1 TO WS-TOO-SOON-COUNT
011470             MOVE "TOO SOON" TO WS-DISPOSITION
011480             GO TO 2400-EXIT
011490         END-IF
011500     END-IF.
011510     PERFORM 2500-SEND-NOTICE THRU 2500-EXIT.
011520 2400-EXIT.
011530     EXIT.
011540
011550 2410-READ-ONE-NOTICE.
011560     MOVE WS-LEDGER-STUDENT-ID TO NTC-STUDENT-ID.
011570     MOVE WS-CURRENT-TERM TO NTC-TERM-CODE.
011580     MOVE WS-LEVEL-SUB TO NTC-NOTICE-LEVEL.
011590     READ NoticeHistory
011600         INVALID KEY
011610             CONTINUE
011620     END-READ.
011630     EVALUATE TRUE
011640         WHEN WS-NOTICE-OK
011650             MOVE NTC-SENT-DATE TO WS-SENT-DATE (WS-LEVEL-SUB)
011660             MOVE WS-LEVEL-SUB TO WS-LAST-LEVEL
011670             MOVE NTC-SENT-DATE TO WS-LAST-SENT-DATE
011680         WHEN WS-NOTICE-NOT-FOUND
011690             CONTINUE
011700         WHEN OTHER
011710             MOVE "HISTORY IO ERROR" TO WS-DISPOSITION
011720     END-EVALUATE.
011730 2410-EXIT.
011740     EXIT.
011750
011760*---------------------------------------------------------------
011770* 2500-SEND-NOTICE - look the address up, set the pay-by date,
011780* remember the letter on the NoticeHistory and print it.  The
011790* letter is printed only after the history record takes: a
011800* letter the history does not know about would go out again
011810* on the next run.
011820*---------------------------------------------------------------
011830 2500-SEND-NOTICE.
011840     MOVE WS-LEDGER-STUDENT-ID TO WS-DIR-LOOKUP-ID.
011850     PERFORM 8500-LOOK-UP-DIRECTORY THRU 8500-EXIT.
011860     IF NOT WS-DIR-OK
011870         ADD 1 TO WS-REJECT-COUNT
011880         MOVE "NOT ON DIRECTORY" TO WS-DISPOSITION
011890         GO TO 2500-EXIT
011900     END-IF.
011910     IF DIR-ADDRESS-LINE-1 = SPACES
011920         ADD 1 TO WS-REJECT-COUNT
011930         MOVE "NO ADDRESS" TO WS-DISPOSITION
011940         GO TO 2500-EXIT
011950     END-IF.
011960     MOVE WS-RUN-DATE TO WS-DATE-IN.
011970     MOVE WS-PAY-BY-DAYS TO WS-DAYS-TO-ADD.
011980     PERFORM 8750-ADD-DAYS THRU 8750-EXIT.
011990     MOVE WS-LEDGER-STUDENT-ID TO NTC-STUDENT-ID.
012000     MOVE WS-CURRENT-TERM TO NTC-TERM-CODE.
012010     MOVE WS-NEXT-LEVEL TO NTC-NOTICE-LEVEL.
012020     MOVE WS-RUN-DATE TO NTC-SENT-DATE.
012030     MOVE WS-DATE-OUT TO NTC-PAY-BY-DATE.
012040     MOVE WS-PAST-DUE-BALANCE TO NTC-PAST-DUE.
012050     MOVE WS-DAYS-PAST-DUE TO NTC-DAYS-PAST-DUE.
012060     WRITE NoticeHistoryRecord
012070         INVALID KEY
012080             CONTINUE
012090     END-WRITE.
012100     IF NOT WS-NOTICE-OK
012110         ADD 1 TO WS-REJECT-COUNT
012120         MOVE "HISTORY WRT ERR" TO WS-DISPOSITION
012130         DISPLAY "ERROR - COULD NOT RECORD NOTICE FOR "
012140             WS-LEDGER-STUDENT-ID " - STATUS "
012150             WS-NOTICE-STATUS
012160         GO TO 2500-EXIT
012170     END-IF.
012180     MOVE WS-DATE-OUT TO WS-PAY-BY-DATE.
012190     PERFORM 2600-PRINT-LETTER THRU 2600-EXIT.
012200     ADD WS-PAST-DUE-BALANCE TO WS-NOTICED-TOTAL.
012210     MOVE WS-LEVEL-NAME (WS-NEXT-LEVEL) TO WS-DISPOSITION.
012220     EVALUATE TRUE
012230         WHEN WS-NEXT-FIRST-REMINDER
012240             ADD 1 TO WS-FIRST-SENT-COUNT
012250         WHEN WS-NEXT-SECOND-NOTICE
012260             ADD 1 TO WS-SECOND-SENT-COUNT
012270         WHEN WS-NEXT-FINAL-NOTICE
012280             ADD 1 TO WS-FINAL-SENT-COUNT
012290     END-EVALUATE.
012300 2500-EXIT.
012310     EXIT.
012320
012330*---------------------------------------------------------------
012340* 2600-PRINT-LETTER - one letter: the office, the letter and
012350* date, the directory name and mailing address, the amount
012360* past due and the pay-by date.  The wording firms up with
012370* the level, and the final notice cites the two letters it
012380* follows by the dates they went out.
012390*---------------------------------------------------------------
012400 2600-PRINT-LETTER.
012410     WRITE DunningLetterRecord FROM WS-LTR-OFFICE-LINE.
012420     MOVE WS-LEVEL-NAME (WS-NEXT-LEVEL) TO WS-LTR-TITLE.
012430     MOVE WS-RUN-DATE TO WS-LTR-DATE.
012440     MOVE WS-CURRENT-TERM TO WS-LTR-TERM.
012450     WRITE DunningLetterRecord FROM WS-LTR-TITLE-LINE.
012460     WRITE DunningLetterRecord FROM WS-LTR-BLANK-LINE.
012470     MOVE DIR-STUDENT-NAME TO WS-LTR-ADDRESS.
012480     WRITE DunningLetterRecord FROM WS-LTR-ADDRESS-LINE.
012490     MOVE DIR-ADDRESS-LINE-1 TO WS-LTR-ADDRESS.
012500     WRITE DunningLetterRecord FROM WS-LTR-ADDRESS-LINE.
012510     IF DIR-ADDRESS-LINE-2 NOT = SPACES
012520         MOVE DIR-ADDRESS-LINE-2 TO WS-LTR-ADDRESS
012530         WRITE DunningLetterRecord FROM WS-LTR-ADDRESS-LINE
012540     END-IF.
012550     MOVE DIR-CITY TO WS-LTR-CITY.
012560     MOVE DIR-POSTAL-CODE TO WS-LTR-POSTAL-CODE.
012570     WRITE DunningLetterRecord FROM WS-LTR-CITY-LINE.
012580     WRITE DunningLetterRecord FROM WS-LTR-BLANK-LINE.
012590     MOVE WS-LEDGER-STUDENT-ID TO WS-LTR-STUDENT-ID.
012600     WRITE DunningLetterRecord FROM WS-LTR-STUDENT-LINE.
012610     WRITE DunningLetterRecord FROM WS-LTR-BLANK-LINE.
012620     EVALUATE TRUE
012630         WHEN WS-NEXT-FIRST-REMINDER
012640             MOVE WS-LTR-FIRST-WORDING TO WS-LTR-TEXT
012650         WHEN WS-NEXT-SECOND-NOTICE
012660             MOVE WS-LTR-SECOND-WORDING TO WS-LTR-TEXT
012670         WHEN WS-NEXT-FINAL-NOTICE
012680             MOVE WS-LTR-FINAL-WORDING TO WS-LTR-TEXT
012690     END-EVALUATE.
012700     WRITE DunningLetterRecord FROM WS-LTR-TEXT-LINE.
012710     IF WS-AUTOPAY-SUSPENDED
012720         MOVE WS-LTR-AUTOPAY-WORDING TO WS-LTR-TEXT
012730         WRITE DunningLetterRecord FROM WS-LTR-TEXT-LINE
012740     END-IF.
012750     WRITE DunningLetterRecord FROM WS-LTR-BLANK-LINE.
012760     MOVE WS-PAST-DUE-BALANCE TO WS-LTR-AMOUNT.
012770     WRITE DunningLetterRecord FROM WS-LTR-AMOUNT-LINE.
012780     MOVE WS-PAY-BY-DATE TO WS-LTR-PAY-BY.
012790     WRITE DunningLetterRecord FROM WS-LTR-PAY-BY-LINE.
012800     WRITE DunningLetterRecord FROM WS-LTR-BLANK-LINE.
012810     IF WS-NEXT-FINAL-NOTICE
012820         MOVE WS-LTR-CITE-WORDING TO WS-LTR-TEXT
012830         WRITE DunningLetterRecord FROM WS-LTR-TEXT-LINE
012840         PERFORM 2610-CITE-EARLIER-NOTICE THRU 2610-EXIT
012850             VARYING WS-LEVEL-SUB FROM 1 BY 1
012860             UNTIL WS-LEVEL-SUB > 2
012870         WRITE DunningLetterRecord FROM WS-LTR-BLANK-LINE
012880         MOVE WS-LTR-HOLD-WORDING TO WS-LTR-TEXT
012890         WRITE DunningLetterRecord FROM WS-LTR-TEXT-LINE
012900     END-IF.
012910     MOVE WS-LTR-CLOSING-WORDING TO WS-LTR-TEXT.
012920     WRITE DunningLetterRecord FROM WS-LTR-TEXT-LINE.
012930     WRITE DunningLetterRecord FROM WS-LTR-SEPARATOR-LINE.
012940 2600-EXIT.
012950     EXIT.
012960
012970 2610-CITE-EARLIER-NOTICE.
012980     IF WS-SENT-DATE (WS-LEVEL-SUB) NOT = SPACES
012990         MOVE WS-LEVEL-NAME (WS-LEVEL-SUB) TO WS-LTR-CITE-NAME
013000         MOVE WS-SENT-DATE (WS-LEVEL-SUB) TO WS-LTR-CITE-DATE
013010         WRITE DunningLetterRecord FROM WS-LTR-CITE-LINE
013020     END-IF.
013030 2610-EXIT.
013040     EXIT.
013050
013060*---------------------------------------------------------------
013070* 3000-FINALIZE - print the totals and close out.  Rejects end
013080* the run with RETURN-CODE 8 so they are researched.
013090*---------------------------------------------------------------
013100 3000-FINALIZE.
013110     MOVE "STUDENTS BILLED THIS TERM:    "
013120         TO WS-RPT-COUNT-LABEL.
013130     MOVE WS-CHARGE-COUNT TO WS-RPT-COUNT.
013140     WRITE DunningReportRecord FROM WS-RPT-COUNT-LINE.
013150     MOVE "STUDENTS PAST DUE:            "
013160         TO WS-RPT-COUNT-LABEL.
013170     MOVE WS-PAST-DUE-COUNT TO WS-RPT-COUNT.
013180     WRITE DunningReportRecord FROM WS-RPT-COUNT-LINE.
013190     MOVE "FIRST REMINDERS SENT:         "
013200         TO WS-RPT-COUNT-LABEL.
013210     MOVE WS-FIRST-SENT-COUNT TO WS-RPT-COUNT.
013220     WRITE DunningReportRecord FROM WS-RPT-COUNT-LINE.
013230     MOVE "SECOND NOTICES SENT:          "
013240         TO WS-RPT-COUNT-LABEL.
013250     MOVE WS-SECOND-SENT-COUNT TO WS-RPT-COUNT.
013260     WRITE DunningReportRecord FROM WS-RPT-COUNT-LINE.
013270     MOVE "FINAL NOTICES SENT:           "
013280         TO WS-RPT-COUNT-LABEL.
013290     MOVE WS-FINAL-SENT-COUNT TO WS-RPT-COUNT.
013300     WRITE DunningReportRecord FROM WS-RPT-COUNT-LINE.
013310     MOVE "BELOW FIRST STEP:             "
013320         TO WS-RPT-COUNT-LABEL.
013330     MOVE WS-BELOW-STEP-COUNT TO WS-RPT-COUNT.
013340     WRITE DunningReportRecord FROM WS-RPT-COUNT-LINE.
013350     MOVE "SKIPPED - WAIVED:             "
013360         TO WS-RPT-COUNT-LABEL.
013370     MOVE WS-WAIVED-COUNT TO WS-RPT-COUNT.
013380     WRITE DunningReportRecord FROM WS-RPT-COUNT-LINE.
013390     MOVE "SKIPPED - SPONSOR PENDING:    "
013400         TO WS-RPT-COUNT-LABEL.
013410     MOVE WS-SPONSORED-COUNT TO WS-RPT-COUNT.
013420     WRITE DunningReportRecord FROM WS-RPT-COUNT-LINE.
013430     MOVE "ALREADY NOTIFIED:             "
013440         TO WS-RPT-COUNT-LABEL.
013450     MOVE WS-ALREADY-COUNT TO WS-RPT-COUNT.
013460     WRITE DunningReportRecord FROM WS-RPT-COUNT-LINE.
013470     MOVE "TOO SOON AFTER LAST LETTER:   "
013480         TO WS-RPT-COUNT-LABEL.
013490     MOVE WS-TOO-SOON-COUNT TO WS-RPT-COUNT.
013500     WRITE DunningReportRecord FROM WS-RPT-COUNT-LINE.
013510     MOVE "PAST DUE, AUTO-PAY SUSPENDED: "
013520         TO WS-RPT-COUNT-LABEL.
013530     MOVE WS-AUTOPAY-COUNT TO WS-RPT-COUNT.
013540     WRITE DunningReportRecord FROM WS-RPT-COUNT-LINE.
013550     MOVE "STUDENTS REJECTED:            "
013560         TO WS-RPT-COUNT-LABEL.
013570     MOVE WS-REJECT-COUNT TO WS-RPT-COUNT.
013580     WRITE DunningReportRecord FROM WS-RPT-COUNT-LINE.
013590     MOVE "PAST DUE ON LETTERS SENT: "
013600         TO WS-RPT-TOTAL-LABEL.
013610     MOVE WS-NOTICED-TOTAL TO WS-RPT-TOTAL.
013620     WRITE DunningReportRecord FROM WS-RPT-TOTAL-LINE.
013630     CLOSE ChargeLedger.
013640     CLOSE StudentMaster.
013650     CLOSE StudentDirectory.
013660     CLOSE NoticeHistory.
013670     CLOSE DunningLetterFile.
013680     CLOSE DunningReportFile.
013690     IF WS-PLAN-FILE-OPEN
013700         CLOSE PaymentPlanFile
013710     END-IF.
013720     IF WS-MANDATE-FILE-OPEN
013730         CLOSE DebitMandateFile
013740     END-IF.
013750     DISPLAY "Students Billed:     " WS-CHARGE-COUNT.
013760     DISPLAY "Students Past Due:   " WS-PAST-DUE-COUNT.
013770     DISPLAY "First Reminders:     " WS-FIRST-SENT-COUNT.
013780     DISPLAY "Second Notices:      " WS-SECOND-SENT-COUNT.
013790     DISPLAY "Final Notices:       " WS-FINAL-SENT-COUNT.
013800     DISPLAY "Students Rejected:   " WS-REJECT-COUNT.
013810     IF WS-REJECT-COUNT > 0
013820         MOVE 8 TO RETURN-CODE
013830     END-IF.
013840 3000-EXIT.
013850     EXIT.
013860
013870 COPY DIRLOOK.
013880
013890 COPY DATECALC.
013900
013910 COPY AUTLOOK.
013920
013930 END PROGRAM DunningNotice.
