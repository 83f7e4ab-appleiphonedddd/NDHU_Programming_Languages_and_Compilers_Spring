000160*   assesses the parameterized fee (flat amount or percentage
000170*   of the past-due balance, from the LateFeeParm file) on
000180*   balances still past due beyond the grace date.  Fees are
000190*   posted to the ChargeLedger as late-fee charges, so they
000200*   print on the statement and age with the rest of what the
000210*   student owes.  A waiver file (StudentID, term, reason code,
000220*   operator) keeps financial-aid-pending students off the
000230*   fee list, and every fee assessed is remembered on the
000240*   LateFeeAssessed file so a rerun after an abend cannot
000250*   double-fee anyone.
000251*   A waiver is honored only when its operator holds the
000253*   waive action on the OperatorAuthority file; one that does
000255*   not is refused at load and the student fee'd as usual.
000256*   Refused and honored waivers both go on the operator
000258*   activity log for internal audit.
000260*---------------------------------------------------------------
000270* MODIFICATION HISTORY.
000271*   2026-07-27  DH  Original program.
000272*   2026-10-05  DH  The billed side of the comparison now
000273*                   comes from the itemized ChargeLedger in
000274*                   place of the TuitionCharges extract, with
000275*                   the reconciliation's own due-date measure,
000276*                   and each fee is posted to the ledger as an
000277*                   LF charge instead of a row on the
000278*                   LateFeeCharges extract; a fee the ledger
000280*                   will not take is un-remembered so the
000281*                   rerun assesses it.
000282*   2026-10-12  DH  Waiver operators are checked against the
000283*                   operator authority file; a waiver whose
000284*                   operator lacks the authority is refused
000285*                   and counted, and every waiver refused or
000286*                   honored is written to the operator
000287*                   activity log with the fee it would have
000288*                   cost.
000290***************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. LateFeeAssess.
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-PARM-STATUS.
000440
000450     SELECT ChargeLedger ASSIGN TO "HW2-Charge-Ledger.dat"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS CHG-CHARGE-KEY
000485         FILE STATUS IS WS-CHG-STATUS.
000490
000500     SELECT StudentMaster ASSIGN TO "HW2-Student-Master.dat"
000510         ORGANIZATION IS INDEXED
000680         "HW2-Late-Fee-Waivers.dat"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-WAIVER-STATUS.
000701
000703     SELECT OperatorAuthorityFile ASSIGN TO
000705         "HW2-Operator-Authority.dat"
000706         ORGANIZATION IS LINE SEQUENTIAL
000708         FILE STATUS IS WS-AUT-STATUS.
000710
000711     SELECT OperatorActivityFile ASSIGN TO
000713         "HW2-Operator-Activity.dat"
000715         ORGANIZATION IS LINE SEQUENTIAL
000716         FILE STATUS IS WS-ACT-STATUS.
000718
000720     SELECT AssessedFile ASSIGN TO
000730         "HW2-Late-Fee-Assessed.dat"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS RANDOM
000760         RECORD KEY IS ASD-ASSESSED-KEY
000770         FILE STATUS IS WS-ASSESSED-STATUS.
000830
000840     SELECT LateFeeReportFile ASSIGN TO
000850         "HW2-Late-Fee-Report.txt"
001010     05  PRM-FEE-VALUE        PIC X(15).
001020
001030*---------------------------------------------------------------
001040* ChargeLedger - what each student was billed, the same
001050* comparison base the reconciliation reads, and where the fees
001053* this job assesses are posted.  Layout is in the CHGREC copy
001056* member.
001060*---------------------------------------------------------------
001070 FD  ChargeLedger.
001080 COPY CHGREC.
001120
001130*---------------------------------------------------------------
001140* StudentMaster - the paid-to-date side of the comparison;
001470     05  FILLER               PIC X(01).
001480     05  WVR-OPERATOR-ID      PIC X(08).
001490
001491*---------------------------------------------------------------
001492* OperatorAuthorityFile - who may use this program and which
001493* of its action codes, up to what dollar limit; layout is the
001494* AUTREC copy member.
001495*---------------------------------------------------------------
001496 FD  OperatorAuthorityFile.
001497 COPY AUTREC.
001498
001499*---------------------------------------------------------------
001500* OperatorActivityFile - the operator activity log shared by
001501* the maintenance programs; extended with a line per
001502* transaction, built in the OperatorActivityRecord working
001503* area (ACTREC copy member).
001504*---------------------------------------------------------------
001505 FD  OperatorActivityFile.
001506 01  OperatorActivityLine     PIC X(102).
001507
001508*---------------------------------------------------------------
001510* AssessedFile - what this job already fee'd, keyed on
001520* StudentID + term, so a rerun after an abend cannot
001530* double-fee anyone.
001610     05  ASD-ASSESS-DATE      PIC X(08).
001620
001630*---------------------------------------------------------------
001740* LateFeeReportFile - one line per billed student past due,
001750* with the disposition, and totals.
001760*---------------------------------------------------------------
001820* Switches and file statuses.
001830*---------------------------------------------------------------
001840 01  WS-SWITCHES.
001850     05  WS-CHG-EOF-SWITCH   PIC X(01)   VALUE 'N'.
001860         88  WS-CHG-EOF-YES              VALUE 'Y'.
001870         88  WS-CHG-EOF-NO               VALUE 'N'.
001880     05  WS-WVR-EOF-SWITCH   PIC X(01)   VALUE 'N'.
001890         88  WS-WVR-EOF-YES              VALUE 'Y'.
001900         88  WS-WVR-EOF-NO               VALUE 'N'.
001930         88  WS-FEE-NOT-WAIVED           VALUE 'N'.
001940
001950 01  WS-PARM-STATUS           PIC X(02).
001970 01  WS-TERM-CTL-STATUS       PIC X(02).
001980 01  WS-WAIVER-STATUS         PIC X(02).
001990 01  WS-MASTER-STATUS         PIC X(02).
002020 01  WS-ASSESSED-STATUS       PIC X(02).
002030     88  WS-ASSESSED-OK                   VALUE "00".
002040     88  WS-ASSESSED-NOT-FOUND            VALUE "23" "35".
002050
002060 COPY CHGWORK.
002070
002080 COPY AMTWORK.
002082
002084 COPY AUTWORK.
002086
002088 COPY ACTREC.
002090
002100*---------------------------------------------------------------
002110* Term control fields.
002290 01  WS-FEE-VALUE             PIC 9(12)V99 COMP-3.
002300
002310*---------------------------------------------------------------
002320* Waiver table, loaded from the WaiverFile, with the operator
002325* who approved each waiver for the activity log.
002330*---------------------------------------------------------------
002340 01  WS-WAIVER-COUNT          PIC 9(03)   COMP VALUE 0.
002350 01  WS-WAIVER-SUB            PIC 9(03)   COMP.
002355 01  WS-WAIVER-HIT-SUB        PIC 9(03)   COMP.
002360 01  WS-WAIVER-TABLE.
002370     05  WS-WVR-ENTRY OCCURS 200.
002380         10  WS-WVR-STUDENT  PIC X(10).
002390         10  WS-WVR-TERM     PIC X(06).
002400         10  WS-WVR-REASON   PIC X(04).
002405         10  WS-WVR-OPERATOR PIC X(08).
002410
002420*---------------------------------------------------------------
002430* Comparison and plan work fields, the same measure the
002440* reconciliation uses: every charge whose due date has come,
002450* or for a plan student the installments due as of the run
002451* date, capped at the bill less its fees, plus the late and
002453* NSF fees that have fallen due.  The ledger is read in key
002455* order, so a student/term's charges arrive together; posting
002456* a fee moves the read position, so the key of the next
002458* group's first charge is kept to restart the read from.
002460*---------------------------------------------------------------
002470 01  WS-LEDGER-STUDENT-ID     PIC X(10).
002480 01  WS-LEDGER-TERM           PIC X(06).
002481 01  WS-RESUME-KEY            PIC X(20).
002482 01  WS-BILLED-AMOUNT         PIC S9(12)V99 COMP-3.
002483 01  WS-CHARGES-DUE           PIC S9(12)V99 COMP-3.
002485 01  WS-FEES-BILLED           PIC S9(12)V99 COMP-3.
002486 01  WS-FEES-DUE              PIC S9(12)V99 COMP-3.
002487 01  WS-PLAN-BILLED           PIC S9(12)V99 COMP-3.
002488 01  WS-DUE-AMOUNT            PIC S9(12)V99 COMP-3.
002490 01  WS-PAST-DUE-BALANCE      PIC S9(12)V99 COMP-3.
002500 01  WS-FEE-AMOUNT            PIC 9(12)V99 COMP-3.
002510 01  WS-PLAN-FILE-SWITCH      PIC X(01)   VALUE 'N'.
002700 01  WS-WAIVED-COUNT          PIC 9(07)   COMP VALUE 0.
002710 01  WS-ALREADY-COUNT         PIC 9(07)   COMP VALUE 0.
002720 01  WS-REJECT-COUNT          PIC 9(07)   COMP VALUE 0.
002725 01  WS-WAIVER-REFUSED-COUNT  PIC 9(07)   COMP VALUE 0.
002730 01  WS-FEE-TOTAL             PIC 9(12)V99 COMP-3 VALUE 0.
002850
002860*---------------------------------------------------------------
002870* Report line layouts.
003210 0000-MAINLINE.
003220*===============================================================
003230     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003240     PERFORM 2000-PROCESS-STUDENT-CHARGES THRU 2000-EXIT
003250         UNTIL WS-CHG-EOF-YES.
003260     PERFORM 3000-FINALIZE THRU 3000-EXIT.
003270     STOP RUN.
003280
003290*---------------------------------------------------------------
003300* 1000-INITIALIZE - read the parameters, load the waivers,
003310* open the files and prime the ledger read.  A run before
003320* the grace date has nothing to assess and says so.
003330*---------------------------------------------------------------
003340 1000-INITIALIZE.
003390             " NOT YET PASSED - NO FEES ASSESSED"
003400         STOP RUN
003410     END-IF.
003420     OPEN I-O ChargeLedger.
003430     IF NOT WS-CHG-OK
003440         DISPLAY "ERROR - NO CHARGE LEDGER "
003450             "HW2-Charge-Ledger.dat"
003460         MOVE 16 TO RETURN-CODE
003470         STOP RUN
003480     END-IF.
003590         CLOSE AssessedFile
003600         OPEN I-O AssessedFile
003610     END-IF.
003660     OPEN OUTPUT LateFeeReportFile.
003670*    An absent plan file is not an error - it simply means no
003680*    installment plans are in force.
003730         SET WS-PLAN-FILE-ABSENT TO TRUE
003740     END-IF.
003750     PERFORM 1300-SET-CURRENT-TERM THRU 1300-EXIT.
003752     MOVE "LateFeeAssess" TO WS-AUT-PROGRAM-ID.
003755     PERFORM 8800-LOAD-AUTHORITY THRU 8800-EXIT.
003757     PERFORM 8900-OPEN-ACTIVITY-LOG THRU 8900-EXIT.
003760     PERFORM 1400-LOAD-WAIVERS THRU 1400-EXIT.
003770     MOVE WS-GRACE-DATE TO WS-RPT-GRACE.
003780     MOVE WS-CURRENT-TERM TO WS-RPT-TERM.
003790     WRITE LateFeeReportRecord FROM WS-RPT-HEADER-LINE.
003800     PERFORM 2100-READ-CHARGE-LEDGER THRU 2100-EXIT.
003810 1000-EXIT.
003820     EXIT.
003830
004680
004690*---------------------------------------------------------------
004700* 1400-LOAD-WAIVERS - the waivers into their table; an absent
004710* file just means no waivers this cycle.  A waiver whose
004713* operator does not hold the waive action (W) is refused and
004716* logged, and the student is fee'd as though it were not there.
004720*---------------------------------------------------------------
004730 1400-LOAD-WAIVERS.
004740     OPEN INPUT WaiverFile.
004970             DISPLAY "WARNING - WAIVER FOR " WVR-STUDENT-ID
004980                 " HAS NO OPERATOR - IGNORED"
004990         ELSE
005000             PERFORM 1430-CHECK-WAIVER-AUTHORITY THRU 1430-EXIT
005120         END-IF
005130     END-IF.
005131     PERFORM 1410-READ-WAIVER THRU 1410-EXIT.
005132 1420-EXIT.
005133     EXIT.
005134
005135 1430-CHECK-WAIVER-AUTHORITY.
005136     MOVE WVR-OPERATOR-ID TO WS-AUT-CHECK-OPERATOR.
005137     MOVE SPACES TO WS-AUT-CHECK-REVIEWER.
005138     MOVE 'W' TO WS-AUT-CHECK-ACTION.
005140     MOVE 0 TO WS-AUT-CHECK-AMOUNT.
005141     PERFORM 8850-CHECK-AUTHORITY THRU 8850-EXIT.
005142     IF NOT WS-AUT-GRANTED
005143         ADD 1 TO WS-WAIVER-REFUSED-COUNT
005144         DISPLAY "WARNING - WAIVER FOR " WVR-STUDENT-ID
005145             " BY " WVR-OPERATOR-ID " - "
005146             WS-AUT-REJECT-REASON " - REFUSED"
005147         MOVE WVR-OPERATOR-ID TO ACT-OPERATOR-ID
005148         MOVE SPACES TO ACT-REVIEWER-ID
005150         MOVE 'W' TO ACT-ACTION-CODE
005151         MOVE WVR-STUDENT-ID TO ACT-STUDENT-ID
005152         MOVE WVR-TERM-CODE TO ACT-TERM-CODE
005153         MOVE 0 TO ACT-AMOUNT
005154         MOVE WS-AUT-REJECT-REASON TO ACT-DISPOSITION
005155         SET ACT-REJECTED TO TRUE
005156         PERFORM 8910-LOG-ACTIVITY THRU 8910-EXIT
005157     ELSE
005158         IF WS-WAIVER-COUNT < 200
005160             ADD 1 TO WS-WAIVER-COUNT
005161             MOVE WVR-STUDENT-ID
005162                 TO WS-WVR-STUDENT (WS-WAIVER-COUNT)
005163             MOVE WVR-TERM-CODE
005164                 TO WS-WVR-TERM (WS-WAIVER-COUNT)
005165             MOVE WVR-REASON-CODE
005166                 TO WS-WVR-REASON (WS-WAIVER-COUNT)
005167             MOVE WVR-OPERATOR-ID
005168                 TO WS-WVR-OPERATOR (WS-WAIVER-COUNT)
005170         ELSE
005171             DISPLAY "WARNING - WAIVER LIST FULL - "
005172                 WVR-STUDENT-ID " NOT LOADED"
005173         END-IF
005174     END-IF.
005175     SET WS-AUT-NOT-CHECKED TO TRUE.
005176 1430-EXIT.
005177     EXIT.
005178
005180*---------------------------------------------------------------
005190* 2000-PROCESS-STUDENT-CHARGES - the billed-versus-paid
005200* comparison for one student/term group off the ledger; past
005210* due beyond the grace date and neither waived nor already
005213* fee'd gets the fee.  Only the current term is assessed -
005216* any other group is read past.
005220*---------------------------------------------------------------
005230 2000-PROCESS-STUDENT-CHARGES.
005231     MOVE CHG-STUDENT-ID TO WS-LEDGER-STUDENT-ID.
005232     MOVE CHG-TERM-CODE TO WS-LEDGER-TERM.
005233     IF WS-LEDGER-TERM NOT = WS-CURRENT-TERM
005234         PERFORM 2100-READ-CHARGE-LEDGER THRU 2100-EXIT
005235             UNTIL WS-CHG-EOF-YES
005236             OR CHG-STUDENT-ID NOT = WS-LEDGER-STUDENT-ID
005237             OR CHG-TERM-CODE NOT = WS-LEDGER-TERM
005238         GO TO 2000-EXIT
005239     END-IF.
005240     ADD 1 TO WS-CHARGE-COUNT.
005250     MOVE 0 TO WS-BILLED-AMOUNT WS-CHARGES-DUE
005260         WS-FEES-BILLED WS-FEES-DUE.
005270     PERFORM 2110-ACCUMULATE-CHARGE THRU 2110-EXIT
005280         UNTIL WS-CHG-EOF-YES
005290         OR CHG-STUDENT-ID NOT = WS-LEDGER-STUDENT-ID
005300         OR CHG-TERM-CODE NOT = WS-LEDGER-TERM.
005310     MOVE CHG-CHARGE-KEY TO WS-RESUME-KEY.
005320     PERFORM 2200-MEASURE-PAST-DUE THRU 2200-EXIT.
005330     IF WS-PAST-DUE-BALANCE > 0
005340         ADD 1 TO WS-PAST-DUE-COUNT
005350         PERFORM 2300-DISPOSE-PAST-DUE THRU 2300-EXIT
005380     END-IF.
005390     IF WS-PAST-DUE-BALANCE > 0 AND WS-CHG-EOF-NO
005393         PERFORM 2150-RESUME-LEDGER-READ THRU 2150-EXIT
005396     END-IF.
005400 2000-EXIT.
005410     EXIT.
005420
005430 2100-READ-CHARGE-LEDGER.
005440     READ ChargeLedger NEXT RECORD
005450         AT END
005451             SET WS-CHG-EOF-YES TO TRUE
005452     END-READ.
005453     IF NOT WS-CHG-OK
005454         SET WS-CHG-EOF-YES TO TRUE
005455     END-IF.
005456 2100-EXIT.
005457     EXIT.
005458
005459 2110-ACCUMULATE-CHARGE.
005460     ADD CHG-AMOUNT TO WS-BILLED-AMOUNT.
005461     IF CHG-DUE-DATE NOT > WS-RUN-DATE
005462         ADD CHG-AMOUNT TO WS-CHARGES-DUE
005463     END-IF.
005464     IF CHG-FEE-TYPE
005465         ADD CHG-AMOUNT TO WS-FEES-BILLED
005466         IF CHG-DUE-DATE NOT > WS-RUN-DATE
005467             ADD CHG-AMOUNT TO WS-FEES-DUE
005468         END-IF
005469     END-IF.
005470     PERFORM 2100-READ-CHARGE-LEDGER THRU 2100-EXIT.
005471 2110-EXIT.
005472     EXIT.
005473
005474*---------------------------------------------------------------
005475* 2150-RESUME-LEDGER-READ - posting a fee repositions the
005476* ledger; put the read back on the next group's first charge
005477* after any past-due student, fee'd or not.
005478*---------------------------------------------------------------
005479 2150-RESUME-LEDGER-READ.
005480     MOVE WS-RESUME-KEY TO CHG-CHARGE-KEY.
005481     START ChargeLedger KEY NOT < CHG-CHARGE-KEY
005482         INVALID KEY
005483             SET WS-CHG-EOF-YES TO TRUE
005484     END-START.
005485     IF WS-CHG-EOF-NO
005486         PERFORM 2100-READ-CHARGE-LEDGER THRU 2100-EXIT
005487     END-IF.
005488 2150-EXIT.
005490     EXIT.
005500
005510*---------------------------------------------------------------
005520* 2200-MEASURE-PAST-DUE - the reconciliation's measure: what
005530* is due as of the run date less what the master says is
005540* paid.  Without a plan every charge past its due date is
005550* due; a plan student owes the installments due to date,
005555* capped at the bill less its fees, plus the fees due.
005560*---------------------------------------------------------------
005570 2200-MEASURE-PAST-DUE.
005580     MOVE WS-LEDGER-STUDENT-ID TO MST-STUDENT-ID.
005590     MOVE WS-CURRENT-TERM TO MST-TERM-CODE.
005600     READ StudentMaster
005610         INVALID KEY
005620             MOVE 0 TO MST-YTD-PAID
005630     END-READ.
005640     MOVE WS-CHARGES-DUE TO WS-DUE-AMOUNT.
005650     IF WS-PLAN-FILE-OPEN
005660         PERFORM 2210-SUM-PLAN-DUE THRU 2210-EXIT
005670         IF WS-PLAN-FOUND
005680             COMPUTE WS-PLAN-BILLED =
005683                 WS-BILLED-AMOUNT - WS-FEES-BILLED
005686             IF WS-PLAN-DUE-TO-DATE < WS-PLAN-BILLED
005690                 MOVE WS-PLAN-DUE-TO-DATE TO WS-DUE-AMOUNT
005693             ELSE
005696                 MOVE WS-PLAN-BILLED TO WS-DUE-AMOUNT
005700             END-IF
005705             ADD WS-FEES-DUE TO WS-DUE-AMOUNT
005710         END-IF
005720     END-IF.
005730     COMPUTE WS-PAST-DUE-BALANCE =
005790     SET WS-PLAN-NONE TO TRUE.
005800     MOVE 0 TO WS-PLAN-DUE-TO-DATE.
005810     SET WS-PLN-EOF-NO TO TRUE.
005820     MOVE WS-LEDGER-STUDENT-ID TO PLN-STUDENT-ID.
005830     MOVE WS-CURRENT-TERM TO PLN-TERM-CODE.
005840     MOVE 0 TO PLN-INSTALLMENT-NO.
005850     START PaymentPlanFile KEY NOT < PLN-PLAN-KEY
006000         SET WS-PLN-EOF-YES TO TRUE
006010     END-IF.
006020     IF NOT WS-PLN-EOF-YES
006030         IF PLN-STUDENT-ID NOT = WS-LEDGER-STUDENT-ID
006040             OR PLN-TERM-CODE NOT = WS-CURRENT-TERM
006050             SET WS-PLN-EOF-YES TO TRUE
006060         ELSE
006150
006160*---------------------------------------------------------------
006170* 2300-DISPOSE-PAST-DUE - waived, already assessed, or fee'd;
006180* every past-due student prints with their disposition.  A
006183* waived fee goes on the operator activity log under the
006186* waiver's operator with the fee it would have been.
006190*---------------------------------------------------------------
006200 2300-DISPOSE-PAST-DUE.
006210     MOVE 0 TO WS-FEE-AMOUNT.
006230     IF WS-FEE-WAIVED
006240         ADD 1 TO WS-WAIVED-COUNT
006250         MOVE "WAIVED" TO WS-DISPOSITION
006255         PERFORM 2340-LOG-WAIVER THRU 2340-EXIT
006260     ELSE
006270         PERFORM 2320-CHECK-ALREADY-ASSESSED THRU 2320-EXIT
006280     END-IF.
006290     MOVE WS-LEDGER-STUDENT-ID TO WS-DTL-STUDENT-ID.
006300     MOVE WS-PAST-DUE-BALANCE TO WS-DTL-PAST-DUE.
006310     MOVE WS-FEE-AMOUNT TO WS-DTL-FEE.
006320     MOVE WS-DISPOSITION TO WS-DTL-DISPOSITION.
006460     EXIT.
006470
006480 2315-MATCH-WAIVER.
006490     IF WS-WVR-STUDENT (WS-WAIVER-SUB) = WS-LEDGER-STUDENT-ID
006500         AND (WS-WVR-TERM (WS-WAIVER-SUB) = WS-CURRENT-TERM
006510             OR WS-WVR-TERM (WS-WAIVER-SUB) = SPACES)
006520         SET WS-FEE-WAIVED TO TRUE
006525         MOVE WS-WAIVER-SUB TO WS-WAIVER-HIT-SUB
006530     END-IF.
006540 2315-EXIT.
006550     EXIT.
006600* rerun after an abend must not fee them again.
006610*---------------------------------------------------------------
006620 2320-CHECK-ALREADY-ASSESSED.
006630     MOVE WS-LEDGER-STUDENT-ID TO ASD-STUDENT-ID.
006640     MOVE WS-CURRENT-TERM TO ASD-TERM-CODE.
006650     READ AssessedFile
006660         INVALID KEY
006800     EXIT.
006810
006820*---------------------------------------------------------------
006830* 2330-ASSESS-FEE - compute the fee, remember the assessment,
006840* and post the LF charge to the ledger, due today.  The charge
006850* is posted only after the memory record takes: a fee the job
006860* cannot remember must not reach the ledger, or the next rerun
006870* would post it twice.  A charge the ledger will not take has
006875* its memory record removed again, so the rerun assesses it.
006880*---------------------------------------------------------------
006890 2330-ASSESS-FEE.
006900     PERFORM 2335-COMPUTE-FEE THRU 2335-EXIT.
006910     MOVE WS-LEDGER-STUDENT-ID TO ASD-STUDENT-ID.
006970     MOVE WS-CURRENT-TERM TO ASD-TERM-CODE.
006980     MOVE WS-FEE-AMOUNT TO ASD-FEE-AMOUNT.
006990     MOVE WS-RUN-DATE TO ASD-ASSESS-DATE.
007010         INVALID KEY
007020             CONTINUE
007030     END-WRITE.
007040     IF NOT WS-ASSESSED-OK
007050         ADD 1 TO WS-REJECT-COUNT
007060         MOVE 0 TO WS-FEE-AMOUNT
007070         MOVE "MEMORY WRT ERR" TO WS-DISPOSITION
007071         DISPLAY "ERROR - COULD NOT RECORD ASSESSMENT "
007072             "FOR " WS-LEDGER-STUDENT-ID " - STATUS "
007074             WS-ASSESSED-STATUS
007075         GO TO 2330-EXIT
007076     END-IF.
007078     MOVE WS-LEDGER-STUDENT-ID TO WS-CHG-POST-ID.
007079     MOVE WS-CURRENT-TERM TO WS-CHG-POST-TERM.
007080     MOVE "LF" TO WS-CHG-POST-TYPE.
007082     MOVE WS-FEE-AMOUNT TO WS-CHG-POST-AMOUNT.
007083     MOVE WS-RUN-DATE TO WS-CHG-POST-DATE.
007084     MOVE WS-RUN-DATE TO WS-CHG-POST-DUE-DATE.
007086     MOVE "LATFEE" TO WS-CHG-POST-SOURCE.
007087     PERFORM 8600-POST-CHARGE THRU 8600-EXIT.
007088     IF WS-CHG-POSTED
007090         ADD 1 TO WS-ASSESSED-COUNT
007100         ADD WS-FEE-AMOUNT TO WS-FEE-TOTAL
007110         MOVE "FEE ASSESSED" TO WS-DISPOSITION
007120     ELSE
007122         DELETE AssessedFile RECORD
007124             INVALID KEY
007126                 CONTINUE
007128         END-DELETE
007130         ADD 1 TO WS-REJECT-COUNT
007140         MOVE 0 TO WS-FEE-AMOUNT
007150         MOVE "CHARGE WRT ERR" TO WS-DISPOSITION
007190     END-IF.
007200 2330-EXIT.
007201     EXIT.
007202
007203 2335-COMPUTE-FEE.
007204     IF WS-FEE-FLAT
007205         MOVE WS-FEE-VALUE TO WS-FEE-AMOUNT
007206     ELSE
007207         COMPUTE WS-FEE-AMOUNT ROUNDED =
007208             WS-PAST-DUE-BALANCE * WS-FEE-VALUE / 100
007209     END-IF.
007210 2335-EXIT.
007211     EXIT.
007212
007213*    The fee is worked out only for the log; the report line
007214*    still shows no fee for a waived student.
007215 2340-LOG-WAIVER.
007216     PERFORM 2335-COMPUTE-FEE THRU 2335-EXIT.
007217     MOVE WS-WVR-OPERATOR (WS-WAIVER-HIT-SUB) TO ACT-OPERATOR-ID.
007218     MOVE SPACES TO ACT-REVIEWER-ID.
007219     MOVE 'W' TO ACT-ACTION-CODE.
007220     MOVE WS-LEDGER-STUDENT-ID TO ACT-STUDENT-ID.
007221     MOVE WS-CURRENT-TERM TO ACT-TERM-CODE.
007222     MOVE WS-FEE-AMOUNT TO ACT-AMOUNT.
007223     MOVE WS-DISPOSITION TO ACT-DISPOSITION.
007224     SET ACT-APPLIED TO TRUE.
007225     PERFORM 8910-LOG-ACTIVITY THRU 8910-EXIT.
007226     MOVE 0 TO WS-FEE-AMOUNT.
007227 2340-EXIT.
007228     EXIT.
007229
007230*---------------------------------------------------------------
007240* 3000-FINALIZE - print the totals and close out.  Rejects and
007250* refused waivers end the run with RETURN-CODE 8 so they are
007255* researched.
007260*---------------------------------------------------------------
007270 3000-FINALIZE.
007280     MOVE "STUDENTS BILLED THIS TERM:    "
007290         TO WS-RPT-COUNT-LABEL.
007300     MOVE WS-CHARGE-COUNT TO WS-RPT-COUNT.
007310     WRITE LateFeeReportRecord FROM WS-RPT-COUNT-LINE.
007410         TO WS-RPT-COUNT-LABEL.
007420     MOVE WS-WAIVED-COUNT TO WS-RPT-COUNT.
007430     WRITE LateFeeReportRecord FROM WS-RPT-COUNT-LINE.
007432     MOVE "WAIVERS REFUSED (AUTHORITY):  "
007434         TO WS-RPT-COUNT-LABEL.
007436     MOVE WS-WAIVER-REFUSED-COUNT TO WS-RPT-COUNT.
007438     WRITE LateFeeReportRecord FROM WS-RPT-COUNT-LINE.
007440     MOVE "ALREADY ASSESSED (RERUN):     "
007450         TO WS-RPT-COUNT-LABEL.
007460     MOVE WS-ALREADY-COUNT TO WS-RPT-COUNT.
007470     WRITE LateFeeReportRecord FROM WS-RPT-COUNT-LINE.
007480     MOVE "STUDENTS REJECTED:            "
007490         TO WS-RPT-COUNT-LABEL.
007500     MOVE WS-REJECT-COUNT TO WS-RPT-COUNT.
007510     WRITE LateFeeReportRecord FROM WS-RPT-COUNT-LINE.
007530         TO WS-RPT-TOTAL-LABEL.
007540     MOVE WS-FEE-TOTAL TO WS-RPT-TOTAL.
007550     WRITE LateFeeReportRecord FROM WS-RPT-TOTAL-LINE.
007560     CLOSE ChargeLedger.
007570     CLOSE StudentMaster.
007580     CLOSE AssessedFile.
007600     CLOSE LateFeeReportFile.
007605     PERFORM 8990-CLOSE-ACTIVITY-LOG THRU 8990-EXIT.
007610     IF WS-PLAN-FILE-OPEN
007620         CLOSE PaymentPlanFile
007630     END-IF.
007640     DISPLAY "Students Billed:     " WS-CHARGE-COUNT.
007650     DISPLAY "Students Past Due:   " WS-PAST-DUE-COUNT.
007660     DISPLAY "Fees Assessed:       " WS-ASSESSED-COUNT.
007670     DISPLAY "Fees Waived:         " WS-WAIVED-COUNT.
007675     DISPLAY "Waivers Refused:     " WS-WAIVER-REFUSED-COUNT.
007680     DISPLAY "Already Assessed:    " WS-ALREADY-COUNT.
007690     DISPLAY "Late Fees Assessed: $" WS-FEE-TOTAL.
007700     IF WS-REJECT-COUNT > 0 OR WS-WAIVER-REFUSED-COUNT > 0
007710         MOVE 8 TO RETURN-CODE
007720     END-IF.
007730 3000-EXIT.
007750
007760 COPY AMTEDIT.
007770
007771 COPY CHGPOST.
007772
007774 COPY AUTLOOK.
007775
007777 COPY ACTLOG.
007778
007780 END PROGRAM LateFeeAssess.
