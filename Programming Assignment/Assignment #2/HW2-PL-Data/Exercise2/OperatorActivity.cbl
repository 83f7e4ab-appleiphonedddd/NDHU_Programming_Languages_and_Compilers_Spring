000010***************************************************************
000020* PROGRAM-ID : OperatorActivity
000030* AUTHOR     : D. Huang, Bursar Systems
000040* INSTALLATION: NDHU Computing Center
000050* DATE-WRITTEN: 2026-10-12
000060* DATE-COMPILED:
000070*---------------------------------------------------------------
000080* PURPOSE.
000090*   Internal audit's report of the operator activity log.
000100*   Every maintenance program - MasterMaint, DuplicateRelease,
000110*   PaymentPlanMaint, DebitMandateMaint, SuspenseApply,
000120*   LateFeeAssess's waivers, DrawerCloseOut's witnesses and
000130*   BadDebtWriteOff's approvals - writes a line to the log
000140*   for each transaction it reads: who keyed it, who reviewed
000150*   it, what it did to which student, the money it moved and
000160*   whether it was applied, rejected, or refused because the
000170*   operator lacked the authority.
000180*   The report covers one date range: from and to dates on
000190*   HW2-Operator-Activity-Parm.dat, or, absent, the prior
000200*   calendar month.  It lists every line in the range in log
000210*   order, flagging each authority refusal, then summarizes
000220*   by operator and program - applied, rejected and refused
000230*   counts and the money moved, with a total per operator -
000240*   and ends with the run totals.  Refusals in the range end
000250*   the run with RETURN-CODE 4 so the auditor looks at them.
000260*---------------------------------------------------------------
000270* MODIFICATION HISTORY.
000280*   2026-10-12  DH  Original program.
000290***************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. OperatorActivity.
000320 AUTHOR. D-HUANG.
000330 INSTALLATION. NDHU-COMPUTING-CENTER.
000340 DATE-WRITTEN. 10/12/2026.
000350 DATE-COMPILED.
000360
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT ActivityParmFile ASSIGN TO
000410         "HW2-Operator-Activity-Parm.dat"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-PARM-STATUS.
000440
000450     SELECT OperatorActivityFile ASSIGN TO
000460         "HW2-Operator-Activity.dat"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-ACT-STATUS.
000490
000500     SELECT ActivityReportFile ASSIGN TO
000510         "HW2-Operator-Activity-Report.txt"
000520         ORGANIZATION IS LINE SEQUENTIAL.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560*---------------------------------------------------------------
000570* ActivityParmFile - the first and last activity dates to
000580* report, comma separated; a blank field takes the prior
000590* calendar month's.
000600*---------------------------------------------------------------
000610 FD  ActivityParmFile.
000620 01  ActivityParmRecord.
000630     05  PRM-FROM-DATE        PIC X(08).
000640     05  FILLER               PIC X(01).
000650     05  PRM-TO-DATE          PIC X(08).
000660
000670*---------------------------------------------------------------
000680* OperatorActivityFile - the log the maintenance programs
000690* extend; read into the OperatorActivityRecord layout (ACTREC
000700* copy member).
000710*---------------------------------------------------------------
000720 FD  OperatorActivityFile.
000730 01  OperatorActivityLine     PIC X(102).
000740
000750*---------------------------------------------------------------
000760* ActivityReportFile - the listing, the operator summary and
000770* the run totals.
000780*---------------------------------------------------------------
000790 FD  ActivityReportFile.
000800 01  ActivityReportRecord     PIC X(132).
000810
000820 WORKING-STORAGE SECTION.
000830*---------------------------------------------------------------
000840* Switches and file statuses.
000850*---------------------------------------------------------------
000860 01  WS-SWITCHES.
000870     05  WS-EOF-SWITCH       PIC X(01)   VALUE 'N'.
000880         88  WS-EOF-YES                  VALUE 'Y'.
000890         88  WS-EOF-NO                   VALUE 'N'.
000900     05  WS-SLOT-SWITCH      PIC X(01)   VALUE 'N'.
000910         88  WS-SLOT-FOUND               VALUE 'Y'.
000920         88  WS-SLOT-NOT-FOUND           VALUE 'N'.
000930
000940 01  WS-PARM-STATUS           PIC X(02).
000950 01  WS-ACT-STATUS            PIC X(02).
000960
000970 COPY ACTREC.
000980
000990*---------------------------------------------------------------
001000* Run date and the reporting range.
001010*---------------------------------------------------------------
001020 01  WS-RUN-DATE              PIC X(08).
001030 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
001040     05  WS-RUN-YEAR          PIC 9(04).
001050     05  WS-RUN-MONTH         PIC 9(02).
001060     05  WS-RUN-DAY           PIC 9(02).
001070 01  WS-PRIOR-MONTH.
001080     05  WS-PRIOR-YEAR        PIC 9(04).
001090     05  WS-PRIOR-MONTH-NO    PIC 9(02).
001100 01  WS-FROM-DATE             PIC X(08).
001110 01  WS-TO-DATE               PIC X(08).
001120
001130*---------------------------------------------------------------
001140* Operator summary table, one entry per operator and program,
001150* kept in operator then program order as the entries are
001160* added so the summary prints grouped by operator.
001170*---------------------------------------------------------------
001180 01  WS-SUM-COUNT             PIC 9(03)   COMP VALUE 0.
001190 01  WS-SUM-SUB               PIC 9(03)   COMP.
001200 01  WS-SUM-SLOT              PIC 9(03)   COMP.
001210 01  WS-SUM-MOVE-SUB          PIC 9(03)   COMP.
001220 01  WS-SUM-TABLE.
001230     05  WS-SUM-ENTRY OCCURS 500.
001240         10  WS-SUM-OPERATOR     PIC X(08).
001250         10  WS-SUM-PROGRAM      PIC X(20).
001260         10  WS-SUM-APPLIED      PIC 9(07)   COMP.
001270         10  WS-SUM-REJECTED     PIC 9(07)   COMP.
001280         10  WS-SUM-REFUSED      PIC 9(07)   COMP.
001290         10  WS-SUM-AMOUNT       PIC S9(12)V99 COMP-3.
001300 01  WS-SUM-KEY.
001310     05  WS-SUM-KEY-OPERATOR  PIC X(08).
001320     05  WS-SUM-KEY-PROGRAM   PIC X(20).
001330 01  WS-SUM-ENTRY-KEY.
001340     05  WS-SUM-ENTRY-OPER    PIC X(08).
001350     05  WS-SUM-ENTRY-PROG    PIC X(20).
001360 01  WS-MOVED-AMOUNT          PIC S9(12)V99 COMP-3.
001370
001380*---------------------------------------------------------------
001390* Operator subtotal, accumulated as the summary prints.
001400*---------------------------------------------------------------
001410 01  WS-BREAK-OPERATOR        PIC X(08).
001420 01  WS-OPR-APPLIED           PIC 9(07)   COMP.
001430 01  WS-OPR-REJECTED          PIC 9(07)   COMP.
001440 01  WS-OPR-REFUSED           PIC 9(07)   COMP.
001450 01  WS-OPR-AMOUNT            PIC S9(12)V99 COMP-3.
001460
001470*---------------------------------------------------------------
001480* Counters and totals.
001490*---------------------------------------------------------------
001500 01  WS-READ-COUNT            PIC 9(07)   COMP VALUE 0.
001510 01  WS-IN-RANGE-COUNT        PIC 9(07)   COMP VALUE 0.
001520 01  WS-APPLIED-COUNT         PIC 9(07)   COMP VALUE 0.
001530 01  WS-REJECTED-COUNT        PIC 9(07)   COMP VALUE 0.
001540 01  WS-REFUSED-COUNT         PIC 9(07)   COMP VALUE 0.
001550 01  WS-NOT-SUMMARIZED-COUNT  PIC 9(07)   COMP VALUE 0.
001560 01  WS-MOVED-TOTAL           PIC S9(12)V99 COMP-3 VALUE 0.
001570
001580*---------------------------------------------------------------
001590* Report line layouts.
001600*---------------------------------------------------------------
001610 01  WS-RPT-HEADER-LINE.
001620     05  FILLER              PIC X(26)
001630             VALUE "OPERATOR ACTIVITY REPORT  ".
001640     05  FILLER              PIC X(06)   VALUE "FROM: ".
001650     05  WS-RPT-FROM-DATE    PIC X(08).
001660     05  FILLER              PIC X(06)   VALUE "  TO: ".
001670     05  WS-RPT-TO-DATE      PIC X(08).
001680     05  FILLER              PIC X(07)   VALUE "  RUN: ".
001690     05  WS-RPT-RUN-DATE     PIC X(08).
001700     05  FILLER              PIC X(63)   VALUE SPACES.
001710
001720 01  WS-RPT-SECTION-LINE.
001730     05  WS-RPT-SECTION      PIC X(40).
001740     05  FILLER              PIC X(92)   VALUE SPACES.
001750
001760 01  WS-DETAIL-HEADING.
001770     05  FILLER              PIC X(09)   VALUE "DATE".
001780     05  FILLER              PIC X(21)   VALUE "PROGRAM".
001790     05  FILLER              PIC X(09)   VALUE "OPERATOR".
001800     05  FILLER              PIC X(09)   VALUE "REVIEWER".
001810     05  FILLER              PIC X(02)   VALUE "A".
001820     05  FILLER              PIC X(11)   VALUE "STUDENT".
001830     05  FILLER              PIC X(07)   VALUE "TERM".
001840     05  FILLER              PIC X(16)   VALUE "         AMOUNT".
001850     05  FILLER              PIC X(02)   VALUE "R".
001860     05  FILLER              PIC X(17)   VALUE "DISPOSITION".
001870     05  FILLER              PIC X(29)   VALUE SPACES.
001880
001890 01  WS-DETAIL-LINE.
001900     05  WS-DTL-DATE         PIC X(08).
001910     05  FILLER              PIC X(01)   VALUE SPACES.
001920     05  WS-DTL-PROGRAM      PIC X(20).
001930     05  FILLER              PIC X(01)   VALUE SPACES.
001940     05  WS-DTL-OPERATOR     PIC X(08).
001950     05  FILLER              PIC X(01)   VALUE SPACES.
001960     05  WS-DTL-REVIEWER     PIC X(08).
001970     05  FILLER              PIC X(01)   VALUE SPACES.
001980     05  WS-DTL-ACTION       PIC X(01).
001990     05  FILLER              PIC X(01)   VALUE SPACES.
002000     05  WS-DTL-STUDENT-ID   PIC X(10).
002010     05  FILLER              PIC X(01)   VALUE SPACES.
002020     05  WS-DTL-TERM         PIC X(06).
002030     05  FILLER              PIC X(01)   VALUE SPACES.
002040     05  WS-DTL-AMOUNT       PIC -ZZZ,ZZZ,ZZ9.99.
002050     05  FILLER              PIC X(01)   VALUE SPACES.
002060     05  WS-DTL-RESULT       PIC X(01).
002070     05  FILLER              PIC X(01)   VALUE SPACES.
002080     05  WS-DTL-DISPOSITION  PIC X(16).
002090     05  FILLER              PIC X(01)   VALUE SPACES.
002100     05  WS-DTL-FLAG         PIC X(12).
002110     05  FILLER              PIC X(17)   VALUE SPACES.
002120
002130 01  WS-SUMMARY-HEADING.
002140     05  FILLER              PIC X(09)   VALUE "OPERATOR".
002150     05  FILLER              PIC X(21)   VALUE "PROGRAM".
002160     05  FILLER              PIC X(09)   VALUE "  APPLIED".
002170     05  FILLER              PIC X(09)   VALUE " REJECTED".
002180     05  FILLER              PIC X(09)   VALUE "  REFUSED".
002190     05  FILLER              PIC X(23)
002200             VALUE "           MONEY MOVED".
002210     05  FILLER              PIC X(52)   VALUE SPACES.
002220
002230 01  WS-SUMMARY-LINE.
002240     05  WS-SUM-LN-OPERATOR  PIC X(08).
002250     05  FILLER              PIC X(01)   VALUE SPACES.
002260     05  WS-SUM-LN-PROGRAM   PIC X(20).
002270     05  FILLER              PIC X(01)   VALUE SPACES.
002280     05  WS-SUM-LN-APPLIED   PIC Z,ZZZ,ZZ9.
002290     05  WS-SUM-LN-REJECTED  PIC Z,ZZZ,ZZ9.
002300     05  WS-SUM-LN-REFUSED   PIC Z,ZZZ,ZZ9.
002310     05  FILLER              PIC X(01)   VALUE SPACES.
002320     05  WS-SUM-LN-AMOUNT    PIC -$,$$$,$$$,$$$,$$9.99.
002330     05  FILLER              PIC X(53)   VALUE SPACES.
002340
002350 01  WS-RPT-COUNT-LINE.
002360     05  WS-RPT-COUNT-LABEL  PIC X(30).
002370     05  WS-RPT-COUNT        PIC ZZZ,ZZ9.
002380     05  FILLER              PIC X(95)   VALUE SPACES.
002390
002400 01  WS-RPT-TOTAL-LINE.
002410     05  WS-RPT-TOTAL-LABEL  PIC X(26).
002420     05  WS-RPT-TOTAL        PIC -$,$$$,$$$,$$$,$$9.99.
002430     05  FILLER              PIC X(85)   VALUE SPACES.
002440
002450 PROCEDURE DIVISION.
002460*===============================================================
002470 0000-MAINLINE.
002480*===============================================================
002490     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002500     PERFORM 2000-PROCESS-ACTIVITY THRU 2000-EXIT
002510         UNTIL WS-EOF-YES.
002520     PERFORM 4000-WRITE-SUMMARY THRU 4000-EXIT.
002530     PERFORM 3000-FINALIZE THRU 3000-EXIT.
002540     STOP RUN.
002550
002560*---------------------------------------------------------------
002570* 1000-INITIALIZE - settle the date range, open the log and
002580* the report, and prime the read.  No log on disk means no
002590* maintenance program has run since the log began, which is
002600* worth saying but is not an error.
002610*---------------------------------------------------------------
002620 1000-INITIALIZE.
002630     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002640     PERFORM 1100-SET-DATE-RANGE THRU 1100-EXIT.
002650     OPEN INPUT OperatorActivityFile.
002660     IF WS-ACT-STATUS NOT = "00"
002670         DISPLAY "NOTE - NO OPERATOR ACTIVITY LOG "
002680             "HW2-Operator-Activity.dat - NOTHING TO REPORT"
002690         STOP RUN
002700     END-IF.
002710     OPEN OUTPUT ActivityReportFile.
002720     MOVE WS-FROM-DATE TO WS-RPT-FROM-DATE.
002730     MOVE WS-TO-DATE TO WS-RPT-TO-DATE.
002740     MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE.
002750     WRITE ActivityReportRecord FROM WS-RPT-HEADER-LINE.
002760     MOVE "ACTIVITY IN LOG ORDER" TO WS-RPT-SECTION.
002770     WRITE ActivityReportRecord FROM WS-RPT-SECTION-LINE.
002780     WRITE ActivityReportRecord FROM WS-DETAIL-HEADING.
002790     PERFORM 2100-READ-ACTIVITY THRU 2100-EXIT.
002800 1000-EXIT.
002810     EXIT.
002820
002830*---------------------------------------------------------------
002840* 1100-SET-DATE-RANGE - the prior calendar month by default;
002850* a parm date that is there must be a date, and the range
002860* must run forwards, or the run stops rather than report on
002870* a range nobody asked for.
002880*---------------------------------------------------------------
002890 1100-SET-DATE-RANGE.
002900     IF WS-RUN-MONTH = 1
002910         COMPUTE WS-PRIOR-YEAR = WS-RUN-YEAR - 1
002920         MOVE 12 TO WS-PRIOR-MONTH-NO
002930     ELSE
002940         MOVE WS-RUN-YEAR TO WS-PRIOR-YEAR
002950         COMPUTE WS-PRIOR-MONTH-NO = WS-RUN-MONTH - 1
002960     END-IF.
002970     MOVE SPACES TO WS-FROM-DATE.
002980     STRING WS-PRIOR-MONTH DELIMITED BY SIZE
002990            "01" DELIMITED BY SIZE
003000         INTO WS-FROM-DATE
003010     END-STRING.
003020     MOVE SPACES TO WS-TO-DATE.
003030     STRING WS-PRIOR-MONTH DELIMITED BY SIZE
003040            "31" DELIMITED BY SIZE
003050         INTO WS-TO-DATE
003060     END-STRING.
003070     OPEN INPUT ActivityParmFile.
003080     IF WS-PARM-STATUS NOT = "00"
003090         GO TO 1100-EXIT
003100     END-IF.
003110     READ ActivityParmFile
003120         AT END
003130             MOVE SPACES TO ActivityParmRecord
003140     END-READ.
003150     CLOSE ActivityParmFile.
003160     IF PRM-FROM-DATE NOT = SPACES
003170         IF PRM-FROM-DATE NUMERIC
003180             MOVE PRM-FROM-DATE TO WS-FROM-DATE
003190         ELSE
003200             DISPLAY "ERROR - BAD FROM DATE ON "
003210                 "HW2-Operator-Activity-Parm.dat: "
003220                 PRM-FROM-DATE
003230             MOVE 16 TO RETURN-CODE
003240             STOP RUN
003250         END-IF
003260     END-IF.
003270     IF PRM-TO-DATE NOT = SPACES
003280         IF PRM-TO-DATE NUMERIC
003290             MOVE PRM-TO-DATE TO WS-TO-DATE
003300         ELSE
003310             DISPLAY "ERROR - BAD TO DATE ON "
003320                 "HW2-Operator-Activity-Parm.dat: "
003330                 PRM-TO-DATE
003340             MOVE 16 TO RETURN-CODE
003350             STOP RUN
003360         END-IF
003370     END-IF.
003380     IF WS-FROM-DATE > WS-TO-DATE
003390         DISPLAY "ERROR - FROM DATE " WS-FROM-DATE
003400             " IS AFTER TO DATE " WS-TO-DATE
003410         MOVE 16 TO RETURN-CODE
003420         STOP RUN
003430     END-IF.
003440 1100-EXIT.
003450     EXIT.
003460
003470*---------------------------------------------------------------
003480* 2000-PROCESS-ACTIVITY - a log line inside the range is
003490* listed and added to its operator's summary; one outside it
003500* is only counted as read.
003510*---------------------------------------------------------------
003520 2000-PROCESS-ACTIVITY.
003530     ADD 1 TO WS-READ-COUNT.
003540     IF ACT-ACTIVITY-DATE NOT < WS-FROM-DATE
003550         AND ACT-ACTIVITY-DATE NOT > WS-TO-DATE
003560         ADD 1 TO WS-IN-RANGE-COUNT
003570         PERFORM 2200-COUNT-ACTIVITY THRU 2200-EXIT
003580         PERFORM 2300-WRITE-DETAIL-LINE THRU 2300-EXIT
003590         PERFORM 2400-ADD-TO-SUMMARY THRU 2400-EXIT
003600     END-IF.
003610     PERFORM 2100-READ-ACTIVITY THRU 2100-EXIT.
003620 2000-EXIT.
003630     EXIT.
003640
003650 2100-READ-ACTIVITY.
003660     READ OperatorActivityFile INTO OperatorActivityRecord
003670         AT END
003680             SET WS-EOF-YES TO TRUE
003690     END-READ.
003700 2100-EXIT.
003710     EXIT.
003720
003730*---------------------------------------------------------------
003740* 2200-COUNT-ACTIVITY - the money moved is counted unsigned
003750* and only where the transaction was applied; a reject's
003760* amount is what was keyed, not what moved.
003770*---------------------------------------------------------------
003780 2200-COUNT-ACTIVITY.
003790     MOVE 0 TO WS-MOVED-AMOUNT.
003800     EVALUATE TRUE
003810         WHEN ACT-APPLIED
003820             ADD 1 TO WS-APPLIED-COUNT
003830             IF ACT-AMOUNT < 0
003840                 COMPUTE WS-MOVED-AMOUNT = 0 - ACT-AMOUNT
003850             ELSE
003860                 MOVE ACT-AMOUNT TO WS-MOVED-AMOUNT
003870             END-IF
003880             ADD WS-MOVED-AMOUNT TO WS-MOVED-TOTAL
003890         WHEN ACT-REFUSED
003900             ADD 1 TO WS-REFUSED-COUNT
003910         WHEN OTHER
003920             ADD 1 TO WS-REJECTED-COUNT
003930     END-EVALUATE.
003940 2200-EXIT.
003950     EXIT.
003960
003970 2300-WRITE-DETAIL-LINE.
003980     MOVE ACT-ACTIVITY-DATE TO WS-DTL-DATE.
003990     MOVE ACT-PROGRAM-ID TO WS-DTL-PROGRAM.
004000     MOVE ACT-OPERATOR-ID TO WS-DTL-OPERATOR.
004010     MOVE ACT-REVIEWER-ID TO WS-DTL-REVIEWER.
004020     MOVE ACT-ACTION-CODE TO WS-DTL-ACTION.
004030     MOVE ACT-STUDENT-ID TO WS-DTL-STUDENT-ID.
004040     MOVE ACT-TERM-CODE TO WS-DTL-TERM.
004050     MOVE ACT-AMOUNT TO WS-DTL-AMOUNT.
004060     MOVE ACT-RESULT TO WS-DTL-RESULT.
004070     MOVE ACT-DISPOSITION TO WS-DTL-DISPOSITION.
004080     IF ACT-REFUSED
004090         MOVE "** REFUSED *" TO WS-DTL-FLAG
004100     ELSE
004110         MOVE SPACES TO WS-DTL-FLAG
004120     END-IF.
004130     WRITE ActivityReportRecord FROM WS-DETAIL-LINE.
004140 2300-EXIT.
004150     EXIT.
004160
004170*---------------------------------------------------------------
004180* 2400-ADD-TO-SUMMARY - find the operator/program entry, or
004190* the place it belongs in operator then program order, and
004200* open a slot there by moving the later entries down one.
004210* Once the table is full, lines for a new pair are counted
004220* but not summarized.
004230*---------------------------------------------------------------
004240 2400-ADD-TO-SUMMARY.
004250     MOVE ACT-OPERATOR-ID TO WS-SUM-KEY-OPERATOR.
004260     MOVE ACT-PROGRAM-ID TO WS-SUM-KEY-PROGRAM.
004270     SET WS-SLOT-NOT-FOUND TO TRUE.
004280     MOVE 0 TO WS-SUM-SLOT.
004290     PERFORM 2410-FIND-SLOT THRU 2410-EXIT
004300         VARYING WS-SUM-SUB FROM 1 BY 1
004310         UNTIL WS-SUM-SUB > WS-SUM-COUNT
004320         OR WS-SUM-SLOT > 0.
004330     IF WS-SLOT-NOT-FOUND
004340         IF WS-SUM-COUNT NOT < 500
004350             ADD 1 TO WS-NOT-SUMMARIZED-COUNT
004360             GO TO 2400-EXIT
004370         END-IF
004380         IF WS-SUM-SLOT = 0
004390             COMPUTE WS-SUM-SLOT = WS-SUM-COUNT + 1
004400         ELSE
004410             PERFORM 2420-SHIFT-ENTRY THRU 2420-EXIT
004420                 VARYING WS-SUM-MOVE-SUB FROM WS-SUM-COUNT BY -1
004430                 UNTIL WS-SUM-MOVE-SUB < WS-SUM-SLOT
004440         END-IF
004450         ADD 1 TO WS-SUM-COUNT
004460         MOVE WS-SUM-KEY-OPERATOR
004470             TO WS-SUM-OPERATOR (WS-SUM-SLOT)
004480         MOVE WS-SUM-KEY-PROGRAM TO WS-SUM-PROGRAM (WS-SUM-SLOT)
004490         MOVE 0 TO WS-SUM-APPLIED (WS-SUM-SLOT)
004500         MOVE 0 TO WS-SUM-REJECTED (WS-SUM-SLOT)
004510         MOVE 0 TO WS-SUM-REFUSED (WS-SUM-SLOT)
004520         MOVE 0 TO WS-SUM-AMOUNT (WS-SUM-SLOT)
004530     END-IF.
004540     EVALUATE TRUE
004550         WHEN ACT-APPLIED
004560             ADD 1 TO WS-SUM-APPLIED (WS-SUM-SLOT)
004570             ADD WS-MOVED-AMOUNT TO WS-SUM-AMOUNT (WS-SUM-SLOT)
004580         WHEN ACT-REFUSED
004590             ADD 1 TO WS-SUM-REFUSED (WS-SUM-SLOT)
004600         WHEN OTHER
004610             ADD 1 TO WS-SUM-REJECTED (WS-SUM-SLOT)
004620     END-EVALUATE.
004630 2400-EXIT.
004640     EXIT.
004650
004660*    The first entry not below the key is either the key's own
004670*    entry or the place a new one goes.
004680 2410-FIND-SLOT.
004690     MOVE WS-SUM-OPERATOR (WS-SUM-SUB) TO WS-SUM-ENTRY-OPER.
004700     MOVE WS-SUM-PROGRAM (WS-SUM-SUB) TO WS-SUM-ENTRY-PROG.
004710     IF WS-SUM-ENTRY-KEY NOT < WS-SUM-KEY
004720         MOVE WS-SUM-SUB TO WS-SUM-SLOT
004730         IF WS-SUM-ENTRY-KEY = WS-SUM-KEY
004740             SET WS-SLOT-FOUND TO TRUE
004750         END-IF
004760     END-IF.
004770 2410-EXIT.
004780     EXIT.
004790
004800 2420-SHIFT-ENTRY.
004810     MOVE WS-SUM-ENTRY (WS-SUM-MOVE-SUB)
004820         TO WS-SUM-ENTRY (WS-SUM-MOVE-SUB + 1).
004830 2420-EXIT.
004840     EXIT.
004850
004860*---------------------------------------------------------------
004870* 4000-WRITE-SUMMARY - one line per operator and program, and
004880* a total line for each operator when the operator changes.
004890*---------------------------------------------------------------
004900 4000-WRITE-SUMMARY.
004910     MOVE "SUMMARY BY OPERATOR AND PROGRAM" TO WS-RPT-SECTION.
004920     WRITE ActivityReportRecord FROM WS-RPT-SECTION-LINE.
004930     WRITE ActivityReportRecord FROM WS-SUMMARY-HEADING.
004940     MOVE SPACES TO WS-BREAK-OPERATOR.
004950     PERFORM 4100-WRITE-SUMMARY-ENTRY THRU 4100-EXIT
004960         VARYING WS-SUM-SUB FROM 1 BY 1
004970         UNTIL WS-SUM-SUB > WS-SUM-COUNT.
004980     IF WS-SUM-COUNT > 0
004990         PERFORM 4200-WRITE-OPERATOR-TOTAL THRU 4200-EXIT
005000     END-IF.
005010 4000-EXIT.
005020     EXIT.
005030
005040 4100-WRITE-SUMMARY-ENTRY.
005050     IF WS-SUM-SUB > 1
005060         AND WS-SUM-OPERATOR (WS-SUM-SUB) NOT = WS-BREAK-OPERATOR
005070         PERFORM 4200-WRITE-OPERATOR-TOTAL THRU 4200-EXIT
005080     END-IF.
005090     IF WS-SUM-SUB = 1
005100         OR WS-SUM-OPERATOR (WS-SUM-SUB) NOT = WS-BREAK-OPERATOR
005110         MOVE WS-SUM-OPERATOR (WS-SUM-SUB) TO WS-BREAK-OPERATOR
005120         MOVE 0 TO WS-OPR-APPLIED
005130         MOVE 0 TO WS-OPR-REJECTED
005140         MOVE 0 TO WS-OPR-REFUSED
005150         MOVE 0 TO WS-OPR-AMOUNT
005160     END-IF.
005170     ADD WS-SUM-APPLIED (WS-SUM-SUB) TO WS-OPR-APPLIED.
005180     ADD WS-SUM-REJECTED (WS-SUM-SUB) TO WS-OPR-REJECTED.
005190     ADD WS-SUM-REFUSED (WS-SUM-SUB) TO WS-OPR-REFUSED.
005200     ADD WS-SUM-AMOUNT (WS-SUM-SUB) TO WS-OPR-AMOUNT.
005210     MOVE WS-SUM-OPERATOR (WS-SUM-SUB) TO WS-SUM-LN-OPERATOR.
005220     MOVE WS-SUM-PROGRAM (WS-SUM-SUB) TO WS-SUM-LN-PROGRAM.
005230     MOVE WS-SUM-APPLIED (WS-SUM-SUB) TO WS-SUM-LN-APPLIED.
005240     MOVE WS-SUM-REJECTED (WS-SUM-SUB) TO WS-SUM-LN-REJECTED.
005250     MOVE WS-SUM-REFUSED (WS-SUM-SUB) TO WS-SUM-LN-REFUSED.
005260     MOVE WS-SUM-AMOUNT (WS-SUM-SUB) TO WS-SUM-LN-AMOUNT.
005270     WRITE ActivityReportRecord FROM WS-SUMMARY-LINE.
005280 4100-EXIT.
005290     EXIT.
005300
005310 4200-WRITE-OPERATOR-TOTAL.
005320     MOVE SPACES TO WS-SUM-LN-OPERATOR.
005330     MOVE "  OPERATOR TOTAL" TO WS-SUM-LN-PROGRAM.
005340     MOVE WS-OPR-APPLIED TO WS-SUM-LN-APPLIED.
005350     MOVE WS-OPR-REJECTED TO WS-SUM-LN-REJECTED.
005360     MOVE WS-OPR-REFUSED TO WS-SUM-LN-REFUSED.
005370     MOVE WS-OPR-AMOUNT TO WS-SUM-LN-AMOUNT.
005380     WRITE ActivityReportRecord FROM WS-SUMMARY-LINE.
005390 4200-EXIT.
005400     EXIT.
005410
005420*---------------------------------------------------------------
005430* 3000-FINALIZE - print the run totals and close out.
005440* Authority refusals in the range end the run with
005450* RETURN-CODE 4 so the auditor looks at them.
005460*---------------------------------------------------------------
005470 3000-FINALIZE.
005480     MOVE "ACTIVITY TOTALS" TO WS-RPT-SECTION.
005490     WRITE ActivityReportRecord FROM WS-RPT-SECTION-LINE.
005500     MOVE "LOG LINES READ:               "
005510         TO WS-RPT-COUNT-LABEL.
005520     MOVE WS-READ-COUNT TO WS-RPT-COUNT.
005530     WRITE ActivityReportRecord FROM WS-RPT-COUNT-LINE.
005540     MOVE "LINES IN DATE RANGE:          "
005550         TO WS-RPT-COUNT-LABEL.
005560     MOVE WS-IN-RANGE-COUNT TO WS-RPT-COUNT.
005570     WRITE ActivityReportRecord FROM WS-RPT-COUNT-LINE.
005580     MOVE "TRANSACTIONS APPLIED:         "
005590         TO WS-RPT-COUNT-LABEL.
005600     MOVE WS-APPLIED-COUNT TO WS-RPT-COUNT.
005610     WRITE ActivityReportRecord FROM WS-RPT-COUNT-LINE.
005620     MOVE "TRANSACTIONS REJECTED:        "
005630         TO WS-RPT-COUNT-LABEL.
005640     MOVE WS-REJECTED-COUNT TO WS-RPT-COUNT.
005650     WRITE ActivityReportRecord FROM WS-RPT-COUNT-LINE.
005660     MOVE "REFUSED ON AUTHORITY:         "
005670         TO WS-RPT-COUNT-LABEL.
005680     MOVE WS-REFUSED-COUNT TO WS-RPT-COUNT.
005690     WRITE ActivityReportRecord FROM WS-RPT-COUNT-LINE.
005700     IF WS-NOT-SUMMARIZED-COUNT > 0
005710         MOVE "LINES NOT SUMMARIZED (FULL):  "
005720             TO WS-RPT-COUNT-LABEL
005730         MOVE WS-NOT-SUMMARIZED-COUNT TO WS-RPT-COUNT
005740         WRITE ActivityReportRecord FROM WS-RPT-COUNT-LINE
005750     END-IF.
005760     MOVE "MONEY MOVED (APPLIED):    "
005770         TO WS-RPT-TOTAL-LABEL.
005780     MOVE WS-MOVED-TOTAL TO WS-RPT-TOTAL.
005790     WRITE ActivityReportRecord FROM WS-RPT-TOTAL-LINE.
005800     CLOSE OperatorActivityFile.
005810     CLOSE ActivityReportFile.
005820     DISPLAY "Log Lines Read:        " WS-READ-COUNT.
005830     DISPLAY "Lines In Range:        " WS-IN-RANGE-COUNT.
005840     DISPLAY "Applied:               " WS-APPLIED-COUNT.
005850     DISPLAY "Rejected:              " WS-REJECTED-COUNT.
005860     DISPLAY "Refused On Authority:  " WS-REFUSED-COUNT.
005870     DISPLAY "Money Moved:          $" WS-MOVED-TOTAL.
005880     IF WS-NOT-SUMMARIZED-COUNT > 0
005890         DISPLAY "WARNING - SUMMARY TABLE FULL - "
005900             WS-NOT-SUMMARIZED-COUNT " LINES NOT SUMMARIZED"
005910     END-IF.
005920     IF WS-REFUSED-COUNT > 0
005930         MOVE 4 TO RETURN-CODE
005940     END-IF.
005950 3000-EXIT.
005960     EXIT.
005970
005980 END PROGRAM OperatorActivity.
