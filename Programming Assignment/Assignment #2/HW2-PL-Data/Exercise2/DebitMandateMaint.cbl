000010***************************************************************
000020* PROGRAM-ID : DebitMandateMaint
000030* AUTHOR     : D. Huang, Bursar Systems
000040* INSTALLATION: NDHU Computing Center
000050* DATE-WRITTEN: 2026-10-11
000060* DATE-COMPILED:
000070*---------------------------------------------------------------
000080* PURPOSE.
000090*   Applies direct-debit mandate transactions to the
000100*   DebitMandate file - the bank account a payment plan
000110*   student has signed over for their installments to be
000120*   collected from automatically.  Each transaction carries
000130*   an action code, StudentID, the bank routing number,
000140*   account number and account holder, the date the mandate
000150*   was signed, the operator ID and the ID of the second
000160*   officer who reviewed it:
000170*     A  register a mandate (or re-register a cancelled one)
000180*     C  change the bank details on a mandate
000190*     D  cancel a mandate at the student's request
000200*     R  reinstate a mandate suspended for failed debits
000210*   A registration must name a student the StudentDirectory
000220*   knows.  A change or reinstatement starts the failure
000230*   count again.  Every transaction - applied or rejected -
000240*   is printed on a proof list, the discipline
000250*   PaymentPlanMaint applies to the plan file.
000260*   The operator must hold the action on the OperatorAuthority
000270*   file; a mandate moves no money itself, so no dollar limit
000280*   applies.  The reviewer must be someone other than the
000290*   operator who also holds the action.  Every transaction
000300*   goes on the operator activity log for internal audit.
000310*---------------------------------------------------------------
000320* MODIFICATION HISTORY.
000330*   2026-10-11  DH  Original program.
000340*   2026-10-12  DH  The operator is checked against the
000350*                   operator authority file, and every
000360*                   transaction is written to the operator
000370*                   activity log.
000380*   2026-10-15  DH  Each transaction now names a reviewer, who
000390*                   must be given, must not be the operator
000400*                   and must hold the action; the reviewer is
000410*                   printed and logged.
000420***************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. DebitMandateMaint.
000450 AUTHOR. D-HUANG.
000460 INSTALLATION. NDHU-COMPUTING-CENTER.
000470 DATE-WRITTEN. 10/11/2026.
000480 DATE-COMPILED.
000490
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT MandateTransFile ASSIGN TO
000540         "HW2-Debit-Mandate-Trans.dat"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-TRANS-STATUS.
000570
000580     SELECT DebitMandateFile ASSIGN TO
000590         "HW2-Debit-Mandate.dat"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000620         RECORD KEY IS MND-STUDENT-ID
000630         FILE STATUS IS WS-MANDATE-STATUS.
000640
000650     SELECT StudentDirectory ASSIGN TO
000660         "HW2-Student-Directory.dat"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS RANDOM
000690         RECORD KEY IS DIR-STUDENT-ID
000700         FILE STATUS IS WS-DIR-STATUS.
000710
000720     SELECT OperatorAuthorityFile ASSIGN TO
000730         "HW2-Operator-Authority.dat"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-AUT-STATUS.
000760
000770     SELECT OperatorActivityFile ASSIGN TO
000780         "HW2-Operator-Activity.dat"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-ACT-STATUS.
000810
000820     SELECT ProofFile ASSIGN TO
000830         "HW2-Debit-Mandate-Proof.txt"
000840         ORGANIZATION IS LINE SEQUENTIAL.
000850
000860 DATA DIVISION.
000870 FILE SECTION.
000880*---------------------------------------------------------------
000890* MandateTransFile - one mandate transaction per line, comma
000900* delimited, keyed by the bursar from the signed mandate form.
000910*---------------------------------------------------------------
000920 FD  MandateTransFile.
000930 01  MandateTransRecord.
000940     05  MDT-ACTION           PIC X(01).
000950     05  FILLER               PIC X.
000960     05  MDT-STUDENT-ID       PIC X(10).
000970     05  FILLER               PIC X.
000980     05  MDT-BANK-ROUTING     PIC X(09).
000990     05  FILLER               PIC X.
001000     05  MDT-ACCOUNT-NUMBER   PIC X(17).
001010     05  FILLER               PIC X.
001020     05  MDT-ACCOUNT-HOLDER   PIC X(30).
001030     05  FILLER               PIC X.
001040     05  MDT-SIGNED-DATE      PIC X(08).
001050     05  FILLER               PIC X.
001060     05  MDT-OPERATOR-ID      PIC X(08).
001070     05  FILLER               PIC X.
001080     05  MDT-REVIEWER-ID      PIC X(08).
001090
001100*---------------------------------------------------------------
001110* DebitMandateFile - one mandate per student; layout is in the
001120* MNDREC copy member.
001130*---------------------------------------------------------------
001140 FD  DebitMandateFile.
001150 COPY MNDREC.
001160
001170*---------------------------------------------------------------
001180* StudentDirectory - a mandate is registered only for a
001190* student the directory knows; layout is in the DIRREC copy
001200* member.  An absent directory lets the registration through.
001210*---------------------------------------------------------------
001220 FD  StudentDirectory.
001230 COPY DIRREC.
001240
001250*---------------------------------------------------------------
001260* OperatorAuthorityFile - who may use this program and which
001270* of its action codes, up to what dollar limit; layout is the
001280* AUTREC copy member.
001290*---------------------------------------------------------------
001300 FD  OperatorAuthorityFile.
001310 COPY AUTREC.
001320
001330*---------------------------------------------------------------
001340* OperatorActivityFile - the operator activity log shared by
001350* the maintenance programs; extended with a line per
001360* transaction, built in the OperatorActivityRecord working
001370* area (ACTREC copy member).
001380*---------------------------------------------------------------
001390 FD  OperatorActivityFile.
001400 01  OperatorActivityLine     PIC X(102).
001410
001420*---------------------------------------------------------------
001430* ProofFile - the proof list, one line per transaction, applied
001440* or rejected.
001450*---------------------------------------------------------------
001460 FD  ProofFile.
001470 01  ProofRecord              PIC X(107).
001480
001490 WORKING-STORAGE SECTION.
001500*---------------------------------------------------------------
001510* Switches and file statuses.
001520*---------------------------------------------------------------
001530 01  WS-SWITCHES.
001540     05  WS-EOF-SWITCH       PIC X(01)   VALUE 'N'.
001550         88  WS-EOF-YES                  VALUE 'Y'.
001560         88  WS-EOF-NO                   VALUE 'N'.
001570     05  WS-TRAN-OK-SWITCH   PIC X(01)   VALUE 'Y'.
001580         88  WS-TRAN-OK                  VALUE 'Y'.
001590         88  WS-TRAN-REJECTED            VALUE 'N'.
001600
001610 01  WS-TRANS-STATUS          PIC X(02).
001620 01  WS-MANDATE-STATUS        PIC X(02).
001630     88  WS-MANDATE-OK                    VALUE "00".
001640     88  WS-MANDATE-NOT-FOUND             VALUE "23" "35".
001650
001660 COPY DIRWORK.
001670
001680 COPY AUTWORK.
001690
001700 COPY ACTREC.
001710
001720*---------------------------------------------------------------
001730* Run date and transaction work fields.
001740*---------------------------------------------------------------
001750 01  WS-RUN-DATE              PIC X(08).
001760 01  WS-DISPOSITION           PIC X(16).
001770
001780*---------------------------------------------------------------
001790* Counters.
001800*---------------------------------------------------------------
001810 01  WS-TRAN-COUNT            PIC 9(07)   COMP VALUE 0.
001820 01  WS-APPLIED-COUNT         PIC 9(07)   COMP VALUE 0.
001830 01  WS-REJECT-COUNT          PIC 9(07)   COMP VALUE 0.
001840
001850*---------------------------------------------------------------
001860* Proof line layouts.  Only the last four digits of the
001870* account number are printed.
001880*---------------------------------------------------------------
001890 01  WS-PROOF-LINE.
001900     05  WS-PRF-ACTION       PIC X(01).
001910     05  FILLER              PIC X(01)   VALUE SPACES.
001920     05  WS-PRF-STUDENT-ID   PIC X(10).
001930     05  FILLER              PIC X(01)   VALUE SPACES.
001940     05  WS-PRF-ROUTING      PIC X(09).
001950     05  FILLER              PIC X(06)   VALUE " ACCT ".
001960     05  WS-PRF-ACCOUNT-LAST PIC X(04).
001970     05  FILLER              PIC X(01)   VALUE SPACES.
001980     05  WS-PRF-HOLDER       PIC X(30).
001990     05  FILLER              PIC X(01)   VALUE SPACES.
002000     05  WS-PRF-SIGNED-DATE  PIC X(08).
002010     05  FILLER              PIC X(01)   VALUE SPACES.
002020     05  WS-PRF-OPERATOR     PIC X(08).
002030     05  FILLER              PIC X(01)   VALUE SPACES.
002040     05  WS-PRF-REVIEWER     PIC X(08).
002050     05  FILLER              PIC X(01)   VALUE SPACES.
002060     05  WS-PRF-DISPOSITION  PIC X(16).
002070
002080 01  WS-ACCOUNT-WORK          PIC X(17).
002090 01  WS-ACCOUNT-LENGTH        PIC 9(02)   COMP.
002100
002110 01  WS-PROOF-TOTAL-LINE.
002120     05  WS-PRT-LABEL        PIC X(26).
002130     05  WS-PRT-COUNT        PIC ZZZ,ZZ9.
002140     05  FILLER              PIC X(67)   VALUE SPACES.
002150
002160 PROCEDURE DIVISION.
002170*===============================================================
002180 0000-MAINLINE.
002190*===============================================================
002200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002210     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
002220         UNTIL WS-EOF-YES.
002230     PERFORM 3000-FINALIZE THRU 3000-EXIT.
002240     STOP RUN.
002250
002260*---------------------------------------------------------------
002270* 1000-INITIALIZE - open files and prime the read.
002280*---------------------------------------------------------------
002290 1000-INITIALIZE.
002300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002310     OPEN INPUT MandateTransFile.
002320     IF WS-TRANS-STATUS NOT = "00"
002330         DISPLAY "ERROR - NO MANDATE TRANSACTION FILE "
002340             "HW2-Debit-Mandate-Trans.dat"
002350         MOVE 16 TO RETURN-CODE
002360         STOP RUN
002370     END-IF.
002380     OPEN I-O DebitMandateFile.
002390     IF WS-MANDATE-NOT-FOUND
002400         OPEN OUTPUT DebitMandateFile
002410         CLOSE DebitMandateFile
002420         OPEN I-O DebitMandateFile
002430     END-IF.
002440     OPEN INPUT StudentDirectory.
002450     IF WS-DIR-OK
002460         SET WS-DIR-FILE-OPEN TO TRUE
002470     ELSE
002480         SET WS-DIR-FILE-ABSENT TO TRUE
002490     END-IF.
002500     OPEN OUTPUT ProofFile.
002510     MOVE "DebitMandateMaint" TO WS-AUT-PROGRAM-ID.
002520     PERFORM 8800-LOAD-AUTHORITY THRU 8800-EXIT.
002530     PERFORM 8900-OPEN-ACTIVITY-LOG THRU 8900-EXIT.
002540     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
002550 1000-EXIT.
002560     EXIT.
002570
002580*---------------------------------------------------------------
002590* 2000-PROCESS-TRANSACTION - edit one transaction, apply it or
002600* reject it, print its proof line, then read the next.
002610*---------------------------------------------------------------
002620 2000-PROCESS-TRANSACTION.
002630     ADD 1 TO WS-TRAN-COUNT.
002640     SET WS-TRAN-OK TO TRUE.
002650     MOVE SPACES TO WS-DISPOSITION.
002660     PERFORM 2200-EDIT-TRANSACTION THRU 2200-EXIT.
002670     IF WS-TRAN-OK
002680         PERFORM 2300-APPLY-TRANSACTION THRU 2300-EXIT
002690     END-IF.
002700     PERFORM 2400-WRITE-PROOF-LINE THRU 2400-EXIT.
002710     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
002720 2000-EXIT.
002730     EXIT.
002740
002750 2100-READ-TRANSACTION.
002760     READ MandateTransFile
002770         AT END
002780             SET WS-EOF-YES TO TRUE
002790     END-READ.
002800 2100-EXIT.
002810     EXIT.
002820
002830*---------------------------------------------------------------
002840* 2200-EDIT-TRANSACTION - field edits: a known action code, a
002850* StudentID, an operator ID and a reviewer ID on every
002860* transaction; a registration or change also needs a numeric
002870* routing number, an account number, the account holder and a
002880* signed date in YYYYMMDD form.  The operator must hold the
002890* action on the operator authority file, and so must the
002900* reviewer, who may not be the operator.
002910*---------------------------------------------------------------
002920 2200-EDIT-TRANSACTION.
002930     EVALUATE TRUE
002940         WHEN MDT-ACTION NOT = 'A' AND NOT = 'C'
002950             AND NOT = 'D' AND NOT = 'R'
002960             SET WS-TRAN-REJECTED TO TRUE
002970             MOVE "INVALID ACTION" TO WS-DISPOSITION
002980         WHEN MDT-STUDENT-ID = SPACES
002990             SET WS-TRAN-REJECTED TO TRUE
003000             MOVE "NO STUDENT ID" TO WS-DISPOSITION
003010         WHEN MDT-OPERATOR-ID = SPACES
003020             SET WS-TRAN-REJECTED TO TRUE
003030             MOVE "NO OPERATOR" TO WS-DISPOSITION
003040         WHEN MDT-REVIEWER-ID = SPACES
003050             SET WS-TRAN-REJECTED TO TRUE
003060             MOVE "NO REVIEWER" TO WS-DISPOSITION
003070         WHEN MDT-ACTION = 'D' OR MDT-ACTION = 'R'
003080             CONTINUE
003090         WHEN MDT-BANK-ROUTING NOT NUMERIC
003100             SET WS-TRAN-REJECTED TO TRUE
003110             MOVE "BAD ROUTING NO" TO WS-DISPOSITION
003120         WHEN MDT-ACCOUNT-NUMBER = SPACES
003130             SET WS-TRAN-REJECTED TO TRUE
003140             MOVE "NO ACCOUNT NO" TO WS-DISPOSITION
003150         WHEN MDT-ACCOUNT-HOLDER = SPACES
003160             SET WS-TRAN-REJECTED TO TRUE
003170             MOVE "NO ACCOUNT HOLDER" TO WS-DISPOSITION
003180         WHEN MDT-SIGNED-DATE NOT NUMERIC
003190             SET WS-TRAN-REJECTED TO TRUE
003200             MOVE "BAD SIGNED DATE" TO WS-DISPOSITION
003210         WHEN OTHER
003220             CONTINUE
003230     END-EVALUATE.
003240     IF WS-TRAN-OK
003250         MOVE MDT-OPERATOR-ID TO WS-AUT-CHECK-OPERATOR
003260         MOVE MDT-REVIEWER-ID TO WS-AUT-CHECK-REVIEWER
003270         MOVE MDT-ACTION TO WS-AUT-CHECK-ACTION
003280         MOVE 0 TO WS-AUT-CHECK-AMOUNT
003290         PERFORM 8850-CHECK-AUTHORITY THRU 8850-EXIT
003300         IF NOT WS-AUT-GRANTED
003310             SET WS-TRAN-REJECTED TO TRUE
003320             MOVE WS-AUT-REJECT-REASON TO WS-DISPOSITION
003330         END-IF
003340     END-IF.
003350 2200-EXIT.
003360     EXIT.
003370
003380*---------------------------------------------------------------
003390* 2300-APPLY-TRANSACTION - look the mandate up and apply the
003400* action.  The statuses are tested directly, as in
003410* PaymentPlanMaint: a hard I-O error rejects the
003420* transaction.
003430*---------------------------------------------------------------
003440 2300-APPLY-TRANSACTION.
003450     MOVE MDT-STUDENT-ID TO MND-STUDENT-ID.
003460     READ DebitMandateFile
003470         INVALID KEY
003480             CONTINUE
003490     END-READ.
003500     IF NOT WS-MANDATE-OK AND NOT WS-MANDATE-NOT-FOUND
003510         SET WS-TRAN-REJECTED TO TRUE
003520         MOVE "MANDATE IO ERR" TO WS-DISPOSITION
003530         GO TO 2300-EXIT
003540     END-IF.
003550     EVALUATE MDT-ACTION
003560         WHEN 'A'
003570             PERFORM 2310-APPLY-REGISTER THRU 2310-EXIT
003580         WHEN 'C'
003590             PERFORM 2320-APPLY-CHANGE THRU 2320-EXIT
003600         WHEN 'D'
003610             PERFORM 2330-APPLY-CANCEL THRU 2330-EXIT
003620         WHEN 'R'
003630             PERFORM 2340-APPLY-REINSTATE THRU 2340-EXIT
003640     END-EVALUATE.
003650     IF WS-TRAN-OK
003660         ADD 1 TO WS-APPLIED-COUNT
003670         MOVE "APPLIED" TO WS-DISPOSITION
003680     END-IF.
003690 2300-EXIT.
003700     EXIT.
003710
003720*---------------------------------------------------------------
003730* 2310-APPLY-REGISTER - a new mandate, or a fresh one over a
003740* mandate the student cancelled.  A mandate already active
003750* or suspended is changed or reinstated instead.
003760*---------------------------------------------------------------
003770 2310-APPLY-REGISTER.
003780     IF WS-MANDATE-OK AND NOT MND-CANCELLED
003790         SET WS-TRAN-REJECTED TO TRUE
003800         MOVE "ALREADY ON FILE" TO WS-DISPOSITION
003810         GO TO 2310-EXIT
003820     END-IF.
003830     IF WS-DIR-FILE-OPEN
003840         MOVE MDT-STUDENT-ID TO WS-DIR-LOOKUP-ID
003850         PERFORM 8500-LOOK-UP-DIRECTORY THRU 8500-EXIT
003860         IF NOT WS-DIR-OK
003870             SET WS-TRAN-REJECTED TO TRUE
003880             MOVE "NOT ON DIRECTORY" TO WS-DISPOSITION
003890             GO TO 2310-EXIT
003900         END-IF
003910     END-IF.
003920     PERFORM 2350-SET-BANK-DETAILS THRU 2350-EXIT.
003930     IF WS-MANDATE-OK
003940         REWRITE DebitMandateRecord
003950             INVALID KEY
003960                 CONTINUE
003970         END-REWRITE
003980     ELSE
003990         WRITE DebitMandateRecord
004000             INVALID KEY
004010                 CONTINUE
004020         END-WRITE
004030     END-IF.
004040     IF NOT WS-MANDATE-OK
004050         SET WS-TRAN-REJECTED TO TRUE
004060         MOVE "WRITE FAILED" TO WS-DISPOSITION
004070     END-IF.
004080 2310-EXIT.
004090     EXIT.
004100
004110 2320-APPLY-CHANGE.
004120     IF WS-MANDATE-NOT-FOUND OR MND-CANCELLED
004130         SET WS-TRAN-REJECTED TO TRUE
004140         MOVE "NOT ON FILE" TO WS-DISPOSITION
004150         GO TO 2320-EXIT
004160     END-IF.
004170     PERFORM 2350-SET-BANK-DETAILS THRU 2350-EXIT.
004180     PERFORM 2360-REWRITE-MANDATE THRU 2360-EXIT.
004190 2320-EXIT.
004200     EXIT.
004210
004220 2330-APPLY-CANCEL.
004230     IF WS-MANDATE-NOT-FOUND OR MND-CANCELLED
004240         SET WS-TRAN-REJECTED TO TRUE
004250         MOVE "NOT ON FILE" TO WS-DISPOSITION
004260         GO TO 2330-EXIT
004270     END-IF.
004280     SET MND-CANCELLED TO TRUE.
004290     MOVE MDT-OPERATOR-ID TO MND-OPERATOR-ID.
004300     MOVE WS-RUN-DATE TO MND-LAST-ACTIVITY.
004310     PERFORM 2360-REWRITE-MANDATE THRU 2360-EXIT.
004320 2330-EXIT.
004330     EXIT.
004340
004350 2340-APPLY-REINSTATE.
004360     IF WS-MANDATE-NOT-FOUND OR NOT MND-SUSPENDED
004370         SET WS-TRAN-REJECTED TO TRUE
004380         MOVE "NOT SUSPENDED" TO WS-DISPOSITION
004390         GO TO 2340-EXIT
004400     END-IF.
004410     SET MND-ACTIVE TO TRUE.
004420     MOVE 0 TO MND-FAIL-COUNT.
004430     MOVE SPACES TO MND-SUSPENDED-DATE.
004440     MOVE MDT-OPERATOR-ID TO MND-OPERATOR-ID.
004450     MOVE WS-RUN-DATE TO MND-LAST-ACTIVITY.
004460     PERFORM 2360-REWRITE-MANDATE THRU 2360-EXIT.
004470 2340-EXIT.
004480     EXIT.
004490
004500*---------------------------------------------------------------
004510* 2350-SET-BANK-DETAILS - the account off the transaction; the
004520* mandate goes (back) to active with a clean failure record.
004530*---------------------------------------------------------------
004540 2350-SET-BANK-DETAILS.
004550     MOVE MDT-STUDENT-ID TO MND-STUDENT-ID.
004560     SET MND-ACTIVE TO TRUE.
004570     MOVE MDT-BANK-ROUTING TO MND-BANK-ROUTING.
004580     MOVE MDT-ACCOUNT-NUMBER TO MND-ACCOUNT-NUMBER.
004590     MOVE MDT-ACCOUNT-HOLDER TO MND-ACCOUNT-HOLDER.
004600     MOVE MDT-SIGNED-DATE TO MND-SIGNED-DATE.
004610     MOVE 0 TO MND-FAIL-COUNT.
004620     MOVE SPACES TO MND-LAST-FAIL-DATE.
004630     MOVE SPACES TO MND-LAST-FAIL-REASON.
004640     MOVE SPACES TO MND-SUSPENDED-DATE.
004650     MOVE MDT-OPERATOR-ID TO MND-OPERATOR-ID.
004660     MOVE WS-RUN-DATE TO MND-LAST-ACTIVITY.
004670 2350-EXIT.
004680     EXIT.
004690
004700 2360-REWRITE-MANDATE.
004710     REWRITE DebitMandateRecord
004720         INVALID KEY
004730             CONTINUE
004740     END-REWRITE.
004750     IF NOT WS-MANDATE-OK
004760         SET WS-TRAN-REJECTED TO TRUE
004770         MOVE "REWRITE FAILED" TO WS-DISPOSITION
004780     END-IF.
004790 2360-EXIT.
004800     EXIT.
004810
004820*---------------------------------------------------------------
004830* 2400-WRITE-PROOF-LINE - one line per transaction, applied or
004840* rejected.  The account number is cut to its last four
004850* digits so the proof list can go in the ordinary file.  The
004860* same transaction goes on the operator activity log, without
004870* the bank details.
004880*---------------------------------------------------------------
004890 2400-WRITE-PROOF-LINE.
004900     IF WS-TRAN-REJECTED
004910         ADD 1 TO WS-REJECT-COUNT
004920     END-IF.
004930     MOVE MDT-ACTION TO WS-PRF-ACTION.
004940     MOVE MDT-STUDENT-ID TO WS-PRF-STUDENT-ID.
004950     MOVE MDT-BANK-ROUTING TO WS-PRF-ROUTING.
004960     MOVE SPACES TO WS-PRF-ACCOUNT-LAST.
004970     MOVE MDT-ACCOUNT-NUMBER TO WS-ACCOUNT-WORK.
004980     MOVE 0 TO WS-ACCOUNT-LENGTH.
004990     INSPECT WS-ACCOUNT-WORK TALLYING WS-ACCOUNT-LENGTH
005000         FOR CHARACTERS BEFORE INITIAL SPACE.
005010     IF WS-ACCOUNT-LENGTH > 3
005020         MOVE WS-ACCOUNT-WORK (WS-ACCOUNT-LENGTH - 3:4)
005030             TO WS-PRF-ACCOUNT-LAST
005040     END-IF.
005050     MOVE MDT-ACCOUNT-HOLDER TO WS-PRF-HOLDER.
005060     MOVE MDT-SIGNED-DATE TO WS-PRF-SIGNED-DATE.
005070     MOVE MDT-OPERATOR-ID TO WS-PRF-OPERATOR.
005080     MOVE MDT-REVIEWER-ID TO WS-PRF-REVIEWER.
005090     MOVE WS-DISPOSITION TO WS-PRF-DISPOSITION.
005100     WRITE ProofRecord FROM WS-PROOF-LINE.
005110     MOVE MDT-OPERATOR-ID TO ACT-OPERATOR-ID.
005120     MOVE MDT-REVIEWER-ID TO ACT-REVIEWER-ID.
005130     MOVE MDT-ACTION TO ACT-ACTION-CODE.
005140     MOVE MDT-STUDENT-ID TO ACT-STUDENT-ID.
005150     MOVE SPACES TO ACT-TERM-CODE.
005160     MOVE 0 TO ACT-AMOUNT.
005170     MOVE WS-DISPOSITION TO ACT-DISPOSITION.
005180     IF WS-TRAN-OK
005190         SET ACT-APPLIED TO TRUE
005200     ELSE
005210         SET ACT-REJECTED TO TRUE
005220     END-IF.
005230     PERFORM 8910-LOG-ACTIVITY THRU 8910-EXIT.
005240 2400-EXIT.
005250     EXIT.
005260
005270*---------------------------------------------------------------
005280* 3000-FINALIZE - print the proof totals and close out.  The
005290* run ends with RETURN-CODE 8 when anything was rejected so
005300* the scheduler holds the output for review.
005310*---------------------------------------------------------------
005320 3000-FINALIZE.
005330     MOVE "TRANSACTIONS READ:        " TO WS-PRT-LABEL.
005340     MOVE WS-TRAN-COUNT TO WS-PRT-COUNT.
005350     WRITE ProofRecord FROM WS-PROOF-TOTAL-LINE.
005360     MOVE "TRANSACTIONS APPLIED:     " TO WS-PRT-LABEL.
005370     MOVE WS-APPLIED-COUNT TO WS-PRT-COUNT.
005380     WRITE ProofRecord FROM WS-PROOF-TOTAL-LINE.
005390     MOVE "TRANSACTIONS REJECTED:    " TO WS-PRT-LABEL.
005400     MOVE WS-REJECT-COUNT TO WS-PRT-COUNT.
005410     WRITE ProofRecord FROM WS-PROOF-TOTAL-LINE.
005420     CLOSE MandateTransFile.
005430     CLOSE DebitMandateFile.
005440     IF WS-DIR-FILE-OPEN
005450         CLOSE StudentDirectory
005460     END-IF.
005470     CLOSE ProofFile.
005480     PERFORM 8990-CLOSE-ACTIVITY-LOG THRU 8990-EXIT.
005490     DISPLAY "Transactions Read:     " WS-TRAN-COUNT.
005500     DISPLAY "Transactions Applied:  " WS-APPLIED-COUNT.
005510     DISPLAY "Transactions Rejected: " WS-REJECT-COUNT.
005520     IF WS-REJECT-COUNT > 0
005530         MOVE 8 TO RETURN-CODE
005540     END-IF.
005550 3000-EXIT.
005560     EXIT.
005570
005580 COPY DIRLOOK.
005590
005600 COPY AUTLOOK.
005610
005620 COPY ACTLOG.
005630
005640 END PROGRAM DebitMandateMaint.
