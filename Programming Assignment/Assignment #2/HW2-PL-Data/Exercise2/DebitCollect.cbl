000010***************************************************************
000020* PROGRAM-ID : DebitCollect
000030* AUTHOR     : D. Huang, Bursar Systems
000040* INSTALLATION: NDHU Computing Center
000050* DATE-WRITTEN: 2026-10-11
000060* DATE-COMPILED:
000070*---------------------------------------------------------------
000080* PURPOSE.
000090*   Builds the bank's direct-debit collection file from the
000100*   payment plan installments that have fallen due.  Every
000110*   current-term installment on the PaymentPlan file whose
000120*   PLN-DUE-DATE has come by the collection date, for a
000130*   student with an active mandate on the DebitMandate file,
000140*   is presented for what is still owed on it: the plan's
000150*   installments due to date, less what the master says is
000160*   paid and what is already with the bank, capped at the
000170*   installment's PLN-AMOUNT.  An installment the student
000180*   has already paid at the window or on the portal is not
000190*   debited.  Each installment presented is recorded on the
000200*   DebitCollection file so it is not sent again while the
000210*   bank has it; one the bank rejected is presented again
000220*   while the mandate stays active.  The DebitParm file can
000230*   set the collection date; by default it is the run date.
000240*   The DebitResponse job posts the bank's answer.
000250*   A bank collection file still holding a file the bank
000260*   has not taken stops the run with RETURN-CODE 16 rather
000270*   than being written over; once it is sent, operations
000280*   archives or clears it before the next collection.
000290*---------------------------------------------------------------
000300* MODIFICATION HISTORY.
000310*   2026-10-11  DH  Original program.
000320*   2026-10-15  DH  Stops with RETURN-CODE 16 while the bank
000330*                   collection file still holds a file, so
000340*                   one not yet sent is never overwritten.
000350***************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. DebitCollect.
000380 AUTHOR. D-HUANG.
000390 INSTALLATION. NDHU-COMPUTING-CENTER.
000400 DATE-WRITTEN. 10/11/2026.
000410 DATE-COMPILED.
000420
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT DebitParmFile ASSIGN TO
000470         "HW2-Debit-Parm.dat"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-PARM-STATUS.
000500
000510     SELECT PaymentPlanFile ASSIGN TO "HW2-Payment-Plan.dat"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS SEQUENTIAL
000540         RECORD KEY IS PLN-PLAN-KEY
000550         FILE STATUS IS WS-PLAN-STATUS.
000560
000570     SELECT DebitMandateFile ASSIGN TO
000580         "HW2-Debit-Mandate.dat"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS MND-STUDENT-ID
000620         FILE STATUS IS WS-MANDATE-STATUS.
000630
000640     SELECT DebitCollectionFile ASSIGN TO
000650         "HW2-Debit-Collection.dat"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS RANDOM
000680         RECORD KEY IS DDC-COLLECTION-KEY
000690         FILE STATUS IS WS-DDC-STATUS.
000700
000710     SELECT StudentMaster ASSIGN TO "HW2-Student-Master.dat"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS RANDOM
000740         RECORD KEY IS MST-MASTER-KEY
000750         FILE STATUS IS WS-MASTER-STATUS.
000760
000770     SELECT TermControlFile ASSIGN TO
000780         "HW2-Term-Control.dat"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-TERM-CTL-STATUS.
000810
000820     SELECT BankCollectionFile ASSIGN TO
000830         "HW2-Debit-Collection-Out.dat"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-BANK-FILE-STATUS.
000860
000870     SELECT CollectReportFile ASSIGN TO
000880         "HW2-Debit-Collect-Report.txt"
000890         ORGANIZATION IS LINE SEQUENTIAL.
000900
000910 DATA DIVISION.
000920 FILE SECTION.
000930*---------------------------------------------------------------
000940* DebitParmFile - the collection date (YYYYMMDD, blank for the
000950* run date) and the failed debits in a row that suspend a
000960* mandate, comma delimited on one line.  The failure limit is
000970* DebitResponse's; this job reads only the date.
000980*---------------------------------------------------------------
000990 FD  DebitParmFile.
001000 01  DebitParmRecord.
001010     05  PRM-COLLECTION-DATE  PIC X(08).
001020     05  FILLER               PIC X(01).
001030     05  PRM-FAIL-LIMIT       PIC X(02).
001040
001050*---------------------------------------------------------------
001060* PaymentPlanFile - the approved installment schedules, read
001070* front to back in StudentID, term and installment order;
001080* layout is in the PLANREC copy member.
001090*---------------------------------------------------------------
001100 FD  PaymentPlanFile.
001110 COPY PLANREC.
001120
001130*---------------------------------------------------------------
001140* DebitMandateFile - who has signed for auto-pay and from which
001150* account; layout is in the MNDREC copy member.
001160*---------------------------------------------------------------
001170 FD  DebitMandateFile.
001180 COPY MNDREC.
001190
001200*---------------------------------------------------------------
001210* DebitCollectionFile - every installment presented to the
001220* bank and where it stands; layout is in the DDCREC copy
001230* member.
001240*---------------------------------------------------------------
001250 FD  DebitCollectionFile.
001260 COPY DDCREC.
001270
001280*---------------------------------------------------------------
001290* StudentMaster - the paid-to-date side; layout is the MSTREC
001300* copy member.
001310*---------------------------------------------------------------
001320 FD  StudentMaster.
001330 COPY MSTREC.
001340
001350*---------------------------------------------------------------
001360* TermControlFile - names the current term.
001370*---------------------------------------------------------------
001380 FD  TermControlFile.
001390 01  TermControlRecord.
001400     05  TCTL-TERM-CODE       PIC X(06).
001410
001420*---------------------------------------------------------------
001430* BankCollectionFile - the bank's direct-debit collection
001440* file: a header, one detail per installment to debit and a
001450* trailer with the count and total, in the bank's fixed
001460* layout (WS-BANK-HEADER, WS-BANK-DETAIL, WS-BANK-TRAILER).
001470*---------------------------------------------------------------
001480 FD  BankCollectionFile.
001490 01  BankCollectionRecord     PIC X(100).
001500
001510*---------------------------------------------------------------
001520* CollectReportFile - one line per installment due for a
001530* mandate student, presented or not and why, and totals.
001540*---------------------------------------------------------------
001550 FD  CollectReportFile.
001560 01  CollectReportRecord      PIC X(80).
001570
001580 WORKING-STORAGE SECTION.
001590*---------------------------------------------------------------
001600* Switches and file statuses.
001610*---------------------------------------------------------------
001620 01  WS-SWITCHES.
001630     05  WS-PLN-EOF-SWITCH   PIC X(01)   VALUE 'N'.
001640         88  WS-PLN-EOF-YES              VALUE 'Y'.
001650         88  WS-PLN-EOF-NO               VALUE 'N'.
001660     05  WS-MANDATE-SWITCH   PIC X(01)   VALUE 'N'.
001670         88  WS-MANDATE-IN-FORCE         VALUE 'Y'.
001680         88  WS-MANDATE-NOT-IN-FORCE     VALUE 'N'.
001690
001700 01  WS-PARM-STATUS           PIC X(02).
001710 01  WS-TERM-CTL-STATUS       PIC X(02).
001720 01  WS-BANK-FILE-STATUS      PIC X(02).
001730 01  WS-PLAN-STATUS           PIC X(02).
001740     88  WS-PLAN-OK                       VALUE "00".
001750 01  WS-MANDATE-STATUS        PIC X(02).
001760     88  WS-MANDATE-OK                    VALUE "00".
001770     88  WS-MANDATE-NOT-FOUND             VALUE "23" "35".
001780 01  WS-DDC-STATUS            PIC X(02).
001790     88  WS-DDC-OK                        VALUE "00".
001800     88  WS-DDC-NOT-FOUND                 VALUE "23" "35".
001810 01  WS-MASTER-STATUS         PIC X(02).
001820     88  WS-MASTER-OK                     VALUE "00".
001830     88  WS-MASTER-NOT-FOUND              VALUE "23" "35".
001840
001850*---------------------------------------------------------------
001860* Term control and date fields.
001870*---------------------------------------------------------------
001880 01  WS-CURRENT-TERM          PIC X(06).
001890 01  WS-TERM-SEASON           PIC X(02).
001900 01  WS-RUN-DATE              PIC X(08).
001910 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
001920     05  WS-RUN-YEAR          PIC X(04).
001930     05  WS-RUN-MONTH         PIC X(02).
001940     05  WS-RUN-DAY           PIC X(02).
001950 01  WS-COLLECTION-DATE       PIC X(08).
001960
001970*---------------------------------------------------------------
001980* Installment group work fields.  The plan is read in key
001990* order, so each student's current-term installments arrive
002000* together: the paid-to-date and the mandate are looked up
002010* once at the first of them, and the installments due are
002020* run up as they go by.  What is already with the bank - on
002030* an earlier run or this one - counts as paid for the test.
002040*---------------------------------------------------------------
002050 01  WS-GROUP-STUDENT-ID      PIC X(10)   VALUE SPACES.
002060 01  WS-GROUP-TERM            PIC X(06)   VALUE SPACES.
002070 01  WS-PAID-TO-DATE          PIC S9(12)V99 COMP-3.
002080 01  WS-DUE-TO-DATE           PIC S9(12)V99 COMP-3.
002090 01  WS-WITH-BANK             PIC S9(12)V99 COMP-3.
002100 01  WS-OWED-AMOUNT           PIC S9(12)V99 COMP-3.
002110 01  WS-DISPOSITION           PIC X(18).
002120
002130*---------------------------------------------------------------
002140* Counters and totals.
002150*---------------------------------------------------------------
002160 01  WS-PLAN-READ-COUNT       PIC 9(07)   COMP VALUE 0.
002170 01  WS-DUE-COUNT             PIC 9(07)   COMP VALUE 0.
002180 01  WS-PRESENTED-COUNT       PIC 9(07)   COMP VALUE 0.
002190 01  WS-REPRESENTED-COUNT     PIC 9(07)   COMP VALUE 0.
002200 01  WS-WITH-BANK-COUNT       PIC 9(07)   COMP VALUE 0.
002210 01  WS-COLLECTED-COUNT       PIC 9(07)   COMP VALUE 0.
002220 01  WS-COVERED-COUNT         PIC 9(07)   COMP VALUE 0.
002230 01  WS-NOT-ACTIVE-COUNT      PIC 9(07)   COMP VALUE 0.
002240 01  WS-ERROR-COUNT           PIC 9(07)   COMP VALUE 0.
002250 01  WS-PRESENTED-TOTAL       PIC S9(12)V99 COMP-3 VALUE 0.
002260
002270*---------------------------------------------------------------
002280* Bank collection file layouts.  The collection reference is
002290* the DebitCollection key, so the bank's answer comes back
002300* naming the installment it settles.
002310*---------------------------------------------------------------
002320 01  WS-BANK-HEADER.
002330     05  FILLER              PIC X(01)   VALUE "H".
002340     05  FILLER              PIC X(12)   VALUE "NDHU-BURSAR".
002350     05  WS-BKH-CREATED-DATE PIC X(08).
002360     05  WS-BKH-COLLECT-DATE PIC X(08).
002370     05  FILLER              PIC X(71)   VALUE SPACES.
002380
002390 01  WS-BANK-DETAIL.
002400     05  FILLER              PIC X(01)   VALUE "D".
002410     05  WS-BKD-REFERENCE.
002420         10  WS-BKD-STUDENT-ID PIC X(10).
002430         10  WS-BKD-TERM-CODE  PIC X(06).
002440         10  WS-BKD-INSTALLMENT PIC 9(02).
002450     05  WS-BKD-ROUTING      PIC X(09).
002460     05  WS-BKD-ACCOUNT      PIC X(17).
002470     05  WS-BKD-HOLDER       PIC X(30).
002480     05  WS-BKD-AMOUNT       PIC 9(10)V99.
002490     05  WS-BKD-COLLECT-DATE PIC X(08).
002500     05  FILLER              PIC X(05)   VALUE SPACES.
002510
002520 01  WS-BANK-TRAILER.
002530     05  FILLER              PIC X(01)   VALUE "T".
002540     05  WS-BKT-COUNT        PIC 9(07).
002550     05  WS-BKT-TOTAL        PIC 9(12)V99.
002560     05  FILLER              PIC X(78)   VALUE SPACES.
002570
002580*---------------------------------------------------------------
002590* Report line layouts.
002600*---------------------------------------------------------------
002610 01  WS-RPT-HEADER-LINE.
002620     05  FILLER              PIC X(30)
002630             VALUE "DIRECT DEBIT COLLECTION FOR:  ".
002640     05  WS-RPT-COLLECT-DATE PIC X(08).
002650     05  FILLER              PIC X(08)   VALUE "  TERM: ".
002660     05  WS-RPT-TERM         PIC X(06).
002670     05  FILLER              PIC X(28)   VALUE SPACES.
002680
002690 01  WS-DETAIL-LINE.
002700     05  WS-DTL-STUDENT-ID   PIC X(10).
002710     05  FILLER              PIC X(01)   VALUE SPACES.
002720     05  WS-DTL-TERM         PIC X(06).
002730     05  FILLER              PIC X(01)   VALUE SPACES.
002740     05  WS-DTL-INSTALLMENT  PIC 9(02).
002750     05  FILLER              PIC X(01)   VALUE SPACES.
002760     05  WS-DTL-DUE-DATE     PIC X(08).
002770     05  FILLER              PIC X(01)   VALUE SPACES.
002780     05  WS-DTL-AMOUNT       PIC -ZZZ,ZZZ,ZZ9.99.
002790     05  FILLER              PIC X(02)   VALUE SPACES.
002800     05  WS-DTL-DISPOSITION  PIC X(18).
002810     05  FILLER              PIC X(15)   VALUE SPACES.
002820
002830 01  WS-RPT-COUNT-LINE.
002840     05  WS-RPT-COUNT-LABEL  PIC X(30).
002850     05  WS-RPT-COUNT        PIC ZZZ,ZZ9.
002860     05  FILLER              PIC X(43)   VALUE SPACES.
002870
002880 01  WS-RPT-TOTAL-LINE.
002890     05  WS-RPT-TOTAL-LABEL  PIC X(26).
002900     05  WS-RPT-TOTAL        PIC -$,$$$,$$$,$$$,$$9.99.
002910     05  FILLER              PIC X(33)   VALUE SPACES.
002920
002930 PROCEDURE DIVISION.
002940*===============================================================
002950 0000-MAINLINE.
002960*===============================================================
002970     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002980     PERFORM 2000-PROCESS-INSTALLMENT THRU 2000-EXIT
002990         UNTIL WS-PLN-EOF-YES.
003000     PERFORM 3000-FINALIZE THRU 3000-EXIT.
003010     STOP RUN.
003020
003030*---------------------------------------------------------------
003040* 1000-INITIALIZE - the collection date and term, the files,
003050* the bank file header and the first installment.  With no
003060* plan file or no mandate file there is nothing to collect.
003070* A bank collection file that still holds a file has not been
003080* sent, and the run stops before anything is changed.
003090*---------------------------------------------------------------
003100 1000-INITIALIZE.
003110     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003120     MOVE WS-RUN-DATE TO WS-COLLECTION-DATE.
003130     OPEN INPUT DebitParmFile.
003140     IF WS-PARM-STATUS = "00"
003150         READ DebitParmFile
003160             AT END
003170                 MOVE SPACES TO PRM-COLLECTION-DATE
003180         END-READ
003190         IF PRM-COLLECTION-DATE NOT = SPACES
003200             IF PRM-COLLECTION-DATE NUMERIC
003210                 MOVE PRM-COLLECTION-DATE
003220                     TO WS-COLLECTION-DATE
003230             ELSE
003240                 DISPLAY "ERROR - BAD COLLECTION DATE "
003250                     PRM-COLLECTION-DATE
003260                     " ON HW2-Debit-Parm.dat"
003270                 MOVE 16 TO RETURN-CODE
003280                 STOP RUN
003290             END-IF
003300         END-IF
003310         CLOSE DebitParmFile
003320     END-IF.
003330     OPEN INPUT BankCollectionFile.
003340     IF WS-BANK-FILE-STATUS = "00"
003350         READ BankCollectionFile
003360             AT END
003370                 MOVE "10" TO WS-BANK-FILE-STATUS
003380         END-READ
003390         IF WS-BANK-FILE-STATUS NOT = "10"
003400             DISPLAY "ERROR - HW2-Debit-Collection-Out.dat "
003410                 "STILL HOLDS A FILE NOT YET SENT"
003420             CLOSE BankCollectionFile
003430             MOVE 16 TO RETURN-CODE
003440             STOP RUN
003450         END-IF
003460         CLOSE BankCollectionFile
003470     END-IF.
003480     PERFORM 1300-SET-CURRENT-TERM THRU 1300-EXIT.
003490     OPEN INPUT PaymentPlanFile.
003500     IF NOT WS-PLAN-OK
003510         DISPLAY "NOTE - NO PAYMENT PLAN FILE - "
003520             "NOTHING TO COLLECT"
003530         STOP RUN
003540     END-IF.
003550     OPEN INPUT DebitMandateFile.
003560     IF NOT WS-MANDATE-OK
003570         DISPLAY "NOTE - NO DEBIT MANDATE FILE - "
003580             "NOTHING TO COLLECT"
003590         CLOSE PaymentPlanFile
003600         STOP RUN
003610     END-IF.
003620     OPEN INPUT StudentMaster.
003630     IF NOT WS-MASTER-OK
003640         DISPLAY "ERROR - STUDENT MASTER NOT AVAILABLE - "
003650             "STATUS " WS-MASTER-STATUS
003660         MOVE 16 TO RETURN-CODE
003670         STOP RUN
003680     END-IF.
003690     OPEN I-O DebitCollectionFile.
003700     IF WS-DDC-NOT-FOUND
003710         OPEN OUTPUT DebitCollectionFile
003720         CLOSE DebitCollectionFile
003730         OPEN I-O DebitCollectionFile
003740     END-IF.
003750     OPEN OUTPUT BankCollectionFile.
003760     OPEN OUTPUT CollectReportFile.
003770     MOVE WS-RUN-DATE TO WS-BKH-CREATED-DATE.
003780     MOVE WS-COLLECTION-DATE TO WS-BKH-COLLECT-DATE.
003790     WRITE BankCollectionRecord FROM WS-BANK-HEADER.
003800     MOVE WS-COLLECTION-DATE TO WS-RPT-COLLECT-DATE.
003810     MOVE WS-CURRENT-TERM TO WS-RPT-TERM.
003820     WRITE CollectReportRecord FROM WS-RPT-HEADER-LINE.
003830     PERFORM 2100-READ-PLAN THRU 2100-EXIT.
003840 1000-EXIT.
003850     EXIT.
003860
003870*---------------------------------------------------------------
003880* 1300-SET-CURRENT-TERM - read the current term code off the
003890* term control file, deriving it from the run date when the
003900* file is absent, the same way StudentPayment does.
003910*---------------------------------------------------------------
003920 1300-SET-CURRENT-TERM.
003930     MOVE SPACES TO TCTL-TERM-CODE.
003940     OPEN INPUT TermControlFile.
003950     IF WS-TERM-CTL-STATUS = "00"
003960         READ TermControlFile
003970             AT END
003980                 MOVE SPACES TO TCTL-TERM-CODE
003990         END-READ
004000         CLOSE TermControlFile
004010     END-IF.
004020     IF TCTL-TERM-CODE = SPACES
004030         PERFORM 1310-DERIVE-TERM-FROM-DATE THRU 1310-EXIT
004040     ELSE
004050         MOVE TCTL-TERM-CODE TO WS-CURRENT-TERM
004060     END-IF.
004070 1300-EXIT.
004080     EXIT.
004090
004100 1310-DERIVE-TERM-FROM-DATE.
004110     IF WS-RUN-MONTH NOT > "05"
004120         MOVE "SP" TO WS-TERM-SEASON
004130     ELSE
004140         IF WS-RUN-MONTH NOT > "08"
004150             MOVE "SU" TO WS-TERM-SEASON
004160         ELSE
004170             MOVE "FA" TO WS-TERM-SEASON
004180         END-IF
004190     END-IF.
004200     MOVE SPACES TO WS-CURRENT-TERM.
004210     STRING WS-RUN-YEAR DELIMITED BY SIZE
004220            WS-TERM-SEASON DELIMITED BY SIZE
004230         INTO WS-CURRENT-TERM
004240     END-STRING.
004250 1310-EXIT.
004260     EXIT.
004270
004280*---------------------------------------------------------------
004290* 2000-PROCESS-INSTALLMENT - one installment off the plan.
004300* Other terms and installments not yet due are read past; the
004310* first of a student's installments sets up the group.
004320*---------------------------------------------------------------
004330 2000-PROCESS-INSTALLMENT.
004340     ADD 1 TO WS-PLAN-READ-COUNT.
004350     IF PLN-TERM-CODE = WS-CURRENT-TERM
004360         AND PLN-DUE-DATE NOT > WS-COLLECTION-DATE
004370         PERFORM 2050-DUE-INSTALLMENT THRU 2050-EXIT
004380     END-IF.
004390     PERFORM 2100-READ-PLAN THRU 2100-EXIT.
004400 2000-EXIT.
004410     EXIT.
004420
004430 2050-DUE-INSTALLMENT.
004440     IF PLN-STUDENT-ID NOT = WS-GROUP-STUDENT-ID
004450         OR PLN-TERM-CODE NOT = WS-GROUP-TERM
004460         PERFORM 2200-START-GROUP THRU 2200-EXIT
004470     END-IF.
004480     ADD PLN-AMOUNT TO WS-DUE-TO-DATE.
004490     IF WS-MANDATE-IN-FORCE
004500         ADD 1 TO WS-DUE-COUNT
004510         PERFORM 2300-PRESENT-INSTALLMENT THRU 2300-EXIT
004520         PERFORM 2500-WRITE-DETAIL-LINE THRU 2500-EXIT
004530     END-IF.
004540 2050-EXIT.
004550     EXIT.
004560
004570 2100-READ-PLAN.
004580     READ PaymentPlanFile NEXT RECORD
004590         AT END
004600             SET WS-PLN-EOF-YES TO TRUE
004610     END-READ.
004620     IF NOT WS-PLAN-OK
004630         SET WS-PLN-EOF-YES TO TRUE
004640     END-IF.
004650 2100-EXIT.
004660     EXIT.
004670
004680*---------------------------------------------------------------
004690* 2200-START-GROUP - a new student: the paid-to-date off the
004700* master and whether their mandate is in force.  A suspended
004710* or cancelled mandate is listed once and collects nothing.
004720*---------------------------------------------------------------
004730 2200-START-GROUP.
004740     MOVE PLN-STUDENT-ID TO WS-GROUP-STUDENT-ID.
004750     MOVE PLN-TERM-CODE TO WS-GROUP-TERM.
004760     MOVE 0 TO WS-DUE-TO-DATE.
004770     MOVE 0 TO WS-WITH-BANK.
004780     MOVE PLN-STUDENT-ID TO MST-STUDENT-ID.
004790     MOVE PLN-TERM-CODE TO MST-TERM-CODE.
004800     READ StudentMaster
004810         INVALID KEY
004820             MOVE 0 TO MST-YTD-PAID
004830     END-READ.
004840     MOVE MST-YTD-PAID TO WS-PAID-TO-DATE.
004850     SET WS-MANDATE-NOT-IN-FORCE TO TRUE.
004860     MOVE PLN-STUDENT-ID TO MND-STUDENT-ID.
004870     READ DebitMandateFile
004880         INVALID KEY
004890             CONTINUE
004900     END-READ.
004910     IF NOT WS-MANDATE-OK
004920         GO TO 2200-EXIT
004930     END-IF.
004940     IF MND-ACTIVE
004950         SET WS-MANDATE-IN-FORCE TO TRUE
004960     ELSE
004970         ADD 1 TO WS-NOT-ACTIVE-COUNT
004980         IF MND-SUSPENDED
004990             MOVE "MANDATE SUSPENDED" TO WS-DISPOSITION
005000         ELSE
005010             MOVE "MANDATE CANCELLED" TO WS-DISPOSITION
005020         END-IF
005030         MOVE 0 TO WS-OWED-AMOUNT
005040         PERFORM 2500-WRITE-DETAIL-LINE THRU 2500-EXIT
005050     END-IF.
005060 2200-EXIT.
005070     EXIT.
005080
005090*---------------------------------------------------------------
005100* 2300-PRESENT-INSTALLMENT - the installment's standing on the
005110* DebitCollection file decides: one the bank still has counts
005120* as paid and is not sent again; one already collected is
005130* done; a new one, or one the bank rejected, is presented for
005140* what is still owed on it.
005150*---------------------------------------------------------------
005160 2300-PRESENT-INSTALLMENT.
005170     MOVE 0 TO WS-OWED-AMOUNT.
005180     MOVE PLN-PLAN-KEY TO DDC-COLLECTION-KEY.
005190     READ DebitCollectionFile
005200         INVALID KEY
005210             CONTINUE
005220     END-READ.
005230     IF NOT WS-DDC-OK AND NOT WS-DDC-NOT-FOUND
005240         ADD 1 TO WS-ERROR-COUNT
005250         MOVE "COLLECTION IO ERR" TO WS-DISPOSITION
005260         GO TO 2300-EXIT
005270     END-IF.
005280     IF WS-DDC-OK AND DDC-SENT
005290         ADD DDC-AMOUNT TO WS-WITH-BANK
005300         MOVE DDC-AMOUNT TO WS-OWED-AMOUNT
005310         ADD 1 TO WS-WITH-BANK-COUNT
005320         MOVE "WITH THE BANK" TO WS-DISPOSITION
005330         GO TO 2300-EXIT
005340     END-IF.
005350     IF WS-DDC-OK AND DDC-PAID
005360         MOVE DDC-AMOUNT TO WS-OWED-AMOUNT
005370         ADD 1 TO WS-COLLECTED-COUNT
005380         MOVE "ALREADY COLLECTED" TO WS-DISPOSITION
005390         GO TO 2300-EXIT
005400     END-IF.
005410     COMPUTE WS-OWED-AMOUNT =
005420         WS-DUE-TO-DATE - WS-PAID-TO-DATE - WS-WITH-BANK.
005430     IF WS-OWED-AMOUNT > PLN-AMOUNT
005440         MOVE PLN-AMOUNT TO WS-OWED-AMOUNT
005450     END-IF.
005460     IF WS-OWED-AMOUNT NOT > 0
005470         MOVE 0 TO WS-OWED-AMOUNT
005480         ADD 1 TO WS-COVERED-COUNT
005490         MOVE "ALREADY PAID" TO WS-DISPOSITION
005500         GO TO 2300-EXIT
005510     END-IF.
005520     PERFORM 2400-RECORD-COLLECTION THRU 2400-EXIT.
005530 2300-EXIT.
005540     EXIT.
005550
005560*---------------------------------------------------------------
005570* 2400-RECORD-COLLECTION - the installment goes on the
005580* DebitCollection file as sent before its detail goes on the
005590* bank file, so a rerun can never present it twice.
005600*---------------------------------------------------------------
005610 2400-RECORD-COLLECTION.
005620     IF WS-DDC-NOT-FOUND
005630         MOVE PLN-PLAN-KEY TO DDC-COLLECTION-KEY
005640         MOVE 0 TO DDC-ATTEMPT-COUNT
005650     END-IF.
005660     SET DDC-SENT TO TRUE.
005670     MOVE PLN-DUE-DATE TO DDC-DUE-DATE.
005680     MOVE WS-OWED-AMOUNT TO DDC-AMOUNT.
005690     MOVE WS-COLLECTION-DATE TO DDC-SENT-DATE.
005700     ADD 1 TO DDC-ATTEMPT-COUNT.
005710     MOVE SPACES TO DDC-RESPONSE-DATE.
005720     MOVE SPACES TO DDC-REJECT-REASON.
005730     IF WS-DDC-NOT-FOUND
005740         WRITE DebitCollectionRecord
005750             INVALID KEY
005760                 CONTINUE
005770         END-WRITE
005780     ELSE
005790         REWRITE DebitCollectionRecord
005800             INVALID KEY
005810                 CONTINUE
005820         END-REWRITE
005830     END-IF.
005840     IF NOT WS-DDC-OK
005850         ADD 1 TO WS-ERROR-COUNT
005860         MOVE "COLLECTION IO ERR" TO WS-DISPOSITION
005870         GO TO 2400-EXIT
005880     END-IF.
005890     MOVE PLN-STUDENT-ID TO WS-BKD-STUDENT-ID.
005900     MOVE PLN-TERM-CODE TO WS-BKD-TERM-CODE.
005910     MOVE PLN-INSTALLMENT-NO TO WS-BKD-INSTALLMENT.
005920     MOVE MND-BANK-ROUTING TO WS-BKD-ROUTING.
005930     MOVE MND-ACCOUNT-NUMBER TO WS-BKD-ACCOUNT.
005940     MOVE MND-ACCOUNT-HOLDER TO WS-BKD-HOLDER.
005950     MOVE WS-OWED-AMOUNT TO WS-BKD-AMOUNT.
005960     MOVE WS-COLLECTION-DATE TO WS-BKD-COLLECT-DATE.
005970     WRITE BankCollectionRecord FROM WS-BANK-DETAIL.
005980     ADD WS-OWED-AMOUNT TO WS-WITH-BANK.
005990     ADD WS-OWED-AMOUNT TO WS-PRESENTED-TOTAL.
006000     ADD 1 TO WS-PRESENTED-COUNT.
006010     IF DDC-ATTEMPT-COUNT > 1
006020         ADD 1 TO WS-REPRESENTED-COUNT
006030         MOVE "PRESENTED AGAIN" TO WS-DISPOSITION
006040     ELSE
006050         MOVE "PRESENTED" TO WS-DISPOSITION
006060     END-IF.
006070 2400-EXIT.
006080     EXIT.
006090
006100 2500-WRITE-DETAIL-LINE.
006110     MOVE PLN-STUDENT-ID TO WS-DTL-STUDENT-ID.
006120     MOVE PLN-TERM-CODE TO WS-DTL-TERM.
006130     MOVE PLN-INSTALLMENT-NO TO WS-DTL-INSTALLMENT.
006140     MOVE PLN-DUE-DATE TO WS-DTL-DUE-DATE.
006150     MOVE WS-OWED-AMOUNT TO WS-DTL-AMOUNT.
006160     MOVE WS-DISPOSITION TO WS-DTL-DISPOSITION.
006170     WRITE CollectReportRecord FROM WS-DETAIL-LINE.
006180 2500-EXIT.
006190     EXIT.
006200
006210*---------------------------------------------------------------
006220* 3000-FINALIZE - the bank file trailer, the totals, and close
006230* out.  A collection file I-O error ends the run with
006240* RETURN-CODE 8.
006250*---------------------------------------------------------------
006260 3000-FINALIZE.
006270     MOVE WS-PRESENTED-COUNT TO WS-BKT-COUNT.
006280     MOVE WS-PRESENTED-TOTAL TO WS-BKT-TOTAL.
006290     WRITE BankCollectionRecord FROM WS-BANK-TRAILER.
006300     MOVE "PLAN INSTALLMENTS READ:       "
006310         TO WS-RPT-COUNT-LABEL.
006320     MOVE WS-PLAN-READ-COUNT TO WS-RPT-COUNT.
006330     WRITE CollectReportRecord FROM WS-RPT-COUNT-LINE.
006340     MOVE "DUE UNDER AN ACTIVE MANDATE:  "
006350         TO WS-RPT-COUNT-LABEL.
006360     MOVE WS-DUE-COUNT TO WS-RPT-COUNT.
006370     WRITE CollectReportRecord FROM WS-RPT-COUNT-LINE.
006380     MOVE "PRESENTED TO THE BANK:        "
006390         TO WS-RPT-COUNT-LABEL.
006400     MOVE WS-PRESENTED-COUNT TO WS-RPT-COUNT.
006410     WRITE CollectReportRecord FROM WS-RPT-COUNT-LINE.
006420     MOVE "OF THOSE PRESENTED AGAIN:     "
006430         TO WS-RPT-COUNT-LABEL.
006440     MOVE WS-REPRESENTED-COUNT TO WS-RPT-COUNT.
006450     WRITE CollectReportRecord FROM WS-RPT-COUNT-LINE.
006460     MOVE "STILL WITH THE BANK:          "
006470         TO WS-RPT-COUNT-LABEL.
006480     MOVE WS-WITH-BANK-COUNT TO WS-RPT-COUNT.
006490     WRITE CollectReportRecord FROM WS-RPT-COUNT-LINE.
006500     MOVE "ALREADY COLLECTED:            "
006510         TO WS-RPT-COUNT-LABEL.
006520     MOVE WS-COLLECTED-COUNT TO WS-RPT-COUNT.
006530     WRITE CollectReportRecord FROM WS-RPT-COUNT-LINE.
006540     MOVE "ALREADY PAID OTHERWISE:       "
006550         TO WS-RPT-COUNT-LABEL.
006560     MOVE WS-COVERED-COUNT TO WS-RPT-COUNT.
006570     WRITE CollectReportRecord FROM WS-RPT-COUNT-LINE.
006580     MOVE "MANDATES NOT ACTIVE:          "
006590         TO WS-RPT-COUNT-LABEL.
006600     MOVE WS-NOT-ACTIVE-COUNT TO WS-RPT-COUNT.
006610     WRITE CollectReportRecord FROM WS-RPT-COUNT-LINE.
006620     MOVE "COLLECTION FILE ERRORS:       "
006630         TO WS-RPT-COUNT-LABEL.
006640     MOVE WS-ERROR-COUNT TO WS-RPT-COUNT.
006650     WRITE CollectReportRecord FROM WS-RPT-COUNT-LINE.
006660     MOVE "AMOUNT PRESENTED:         "
006670         TO WS-RPT-TOTAL-LABEL.
006680     MOVE WS-PRESENTED-TOTAL TO WS-RPT-TOTAL.
006690     WRITE CollectReportRecord FROM WS-RPT-TOTAL-LINE.
006700     CLOSE PaymentPlanFile.
006710     CLOSE DebitMandateFile.
006720     CLOSE StudentMaster.
006730     CLOSE DebitCollectionFile.
006740     CLOSE BankCollectionFile.
006750     CLOSE CollectReportFile.
006760     DISPLAY "Installments Presented: " WS-PRESENTED-COUNT.
006770     DISPLAY "Amount Presented:      $" WS-PRESENTED-TOTAL.
006780     DISPLAY "Collection File Errors: " WS-ERROR-COUNT.
006790     IF WS-ERROR-COUNT > 0
006800         MOVE 8 TO RETURN-CODE
006810     END-IF.
006820 3000-EXIT.
006830     EXIT.
006840
006850 END PROGRAM DebitCollect.
