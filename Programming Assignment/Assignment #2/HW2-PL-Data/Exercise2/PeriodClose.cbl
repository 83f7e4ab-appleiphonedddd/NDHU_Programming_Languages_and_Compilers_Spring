000010***************************************************************
000020* PROGRAM-ID : PeriodClose
000030* AUTHOR     : D. Huang, Bursar Systems
000040* INSTALLATION: NDHU Computing Center
000050* DATE-WRITTEN: 2026-10-13
000060* DATE-COMPILED:
000070*---------------------------------------------------------------
000080* PURPOSE.
000090*   Month-end AR subledger trial balance and accounting
000100*   period close.  For one month the job proves, term by
000110*   term, the StudentMaster balance at the start of the
000120*   month, the month's movements by the source program that
000130*   cut each MasterJournal record, and the balance at month
000140*   end.  The month-end balance is the live master less
000150*   every journal movement dated after the month; the
000160*   opening balance is that less the month's movements.
000170*   The month's subledger movement is then tied out to the
000180*   month's GL interface entries on the same terms GLTieOut
000190*   proves a day: TermClose's roll-off records are left out,
000200*   the agency's collections and the current-term credit
000210*   applied to closed terms on the ReceivableJournal are
000220*   added, and the GL is taken on its non-revenue sides.
000230*   The opening balance must also agree with the closing
000240*   balance signed off when the prior month was closed.
000250*   HW2-Period-Close-Parm.dat names the month (YYYYMM;
000260*   blank is the prior calendar month), the action and the
000270*   operator:
000280*     T  trial balance only (the default)
000290*     C  close the month - only when the trial balance ties
000300*        and every earlier month on file is closed; the
000310*        month goes on the PeriodControl file as closed with
000320*        its signed-off closing balance, and every program
000330*        that moves a master balance posts into the next
000340*        open month from then on
000350*     R  reopen a closed month - only the latest closed month
000360*   Closing and reopening are checked against the operator
000370*   authority file and written to the operator activity
000380*   log.  A trial balance that does not tie, or an action
000390*   refused, ends the run with RETURN-CODE 8.
000400*---------------------------------------------------------------
000410* MODIFICATION HISTORY.
000420*   2026-10-13  DH  Original program.
000430*   2026-10-15  DH  PTRAPL records on the ReceivableJournal are
000440*                   added alongside AGYPAY, as GLTieOut does.
000450***************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. PeriodClose.
000480 AUTHOR. D-HUANG.
000490 INSTALLATION. NDHU-COMPUTING-CENTER.
000500 DATE-WRITTEN. 10/13/2026.
000510 DATE-COMPILED.
000520
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT PeriodCloseParmFile ASSIGN TO
000570         "HW2-Period-Close-Parm.dat"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-PARM-STATUS.
000600
000610     SELECT PeriodControlFile ASSIGN TO
000620         "HW2-Period-Control.dat"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-PER-STATUS.
000650
000660     SELECT StudentMaster ASSIGN TO "HW2-Student-Master.dat"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS SEQUENTIAL
000690         RECORD KEY IS MST-MASTER-KEY
000700         FILE STATUS IS WS-MASTER-STATUS.
000710
000720     SELECT MasterJournal ASSIGN TO
000730         "HW2-Master-Journal.dat"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-JOURNAL-STATUS.
000760
000770     SELECT SnapshotFile ASSIGN TO
000780         "HW2-Master-Snapshot.dat"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-SNAP-STATUS.
000810
000820     SELECT JournalArchive ASSIGN TO
000830         "HW2-Master-Journal-Archive.dat"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-ARCHIVE-STATUS.
000860
000870     SELECT ReceivableJournal ASSIGN TO
000880         "HW2-Receivable-Journal.dat"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-RCV-JOURNAL-STATUS.
000910
000920     SELECT GLInterfaceFile ASSIGN TO
000930         "HW2-GL-Interface.txt"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-GL-STATUS.
000960
000970     SELECT OperatorAuthorityFile ASSIGN TO
000980         "HW2-Operator-Authority.dat"
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS WS-AUT-STATUS.
001010
001020     SELECT OperatorActivityFile ASSIGN TO
001030         "HW2-Operator-Activity.dat"
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS WS-ACT-STATUS.
001060
001070     SELECT TrialBalanceReportFile ASSIGN TO
001080         "HW2-Trial-Balance-Report.txt"
001090         ORGANIZATION IS LINE SEQUENTIAL.
001100
001110 DATA DIVISION.
001120 FILE SECTION.
001130*---------------------------------------------------------------
001140* PeriodCloseParmFile - the month, the action and the
001150* operator, comma separated.
001160*---------------------------------------------------------------
001170 FD  PeriodCloseParmFile.
001180 01  PeriodCloseParmRecord.
001190     05  PRM-PERIOD           PIC X(06).
001200     05  FILLER               PIC X(01).
001210     05  PRM-ACTION           PIC X(01).
001220     05  FILLER               PIC X(01).
001230     05  PRM-OPERATOR-ID      PIC X(08).
001240
001250*---------------------------------------------------------------
001260* PeriodControlFile - finance's open and closed accounting
001270* months; read into the PeriodControlRecord layout (PERREC
001280* copy member) and rewritten whole when a month is closed or
001290* reopened.
001300*---------------------------------------------------------------
001310 FD  PeriodControlFile.
001320 01  PeriodControlLine        PIC X(42).
001330
001340*---------------------------------------------------------------
001350* StudentMaster - read front to back for each term's balance
001360* today; never updated here.  Layout is the MSTREC copy
001370* member.
001380*---------------------------------------------------------------
001390 FD  StudentMaster.
001400 COPY MSTREC.
001410
001420*---------------------------------------------------------------
001430* MasterJournal - read into the JournalRecord working area
001440* (JRNLREC copy member).
001450*---------------------------------------------------------------
001460 FD  MasterJournal.
001470 01  MasterJournalRecord      PIC X(77).
001480
001490*---------------------------------------------------------------
001500* SnapshotFile - scanned only for the newest snapshot date:
001510* the journal cut before it lives on the JournalArchive.
001520*---------------------------------------------------------------
001530 FD  SnapshotFile.
001540 01  SnapshotFileRecord       PIC X(42).
001550
001560*---------------------------------------------------------------
001570* JournalArchive - the journal records MasterSnapshot moved
001580* off the live file; read ahead of the live journal when the
001590* month begins before the newest snapshot.
001600*---------------------------------------------------------------
001610 FD  JournalArchive.
001620 01  JournalArchiveRecord     PIC X(77).
001630
001640*---------------------------------------------------------------
001650* ReceivableJournal - the prior-term receivable movements,
001660* in the MasterJournal line layout; the month's agency
001670* collections are part of the GL tie-out.
001680*---------------------------------------------------------------
001690 FD  ReceivableJournal.
001700 01  ReceivableJournalRecord  PIC X(77).
001710
001720*---------------------------------------------------------------
001730* GLInterfaceFile - read straight into the fixed entry layout
001740* every writer builds.
001750*---------------------------------------------------------------
001760 FD  GLInterfaceFile.
001770 01  GLInterfaceRecord.
001780     05  GLI-ACCOUNT-CODE     PIC X(10).
001790     05  FILLER               PIC X(02).
001800     05  GLI-DEBIT-CREDIT     PIC X(01).
001810     05  FILLER               PIC X(02).
001820     05  GLI-AMOUNT           PIC 9(12)V99.
001830     05  FILLER               PIC X(02).
001840     05  GLI-BATCH-DATE       PIC X(08).
001850     05  FILLER               PIC X(41).
001860
001870*---------------------------------------------------------------
001880* OperatorAuthorityFile - who may close and reopen a month;
001890* layout is the AUTREC copy member.
001900*---------------------------------------------------------------
001910 FD  OperatorAuthorityFile.
001920 COPY AUTREC.
001930
001940*---------------------------------------------------------------
001950* OperatorActivityFile - the operator activity log shared by
001960* the maintenance programs; extended with a line per close
001970* or reopen, built in the OperatorActivityRecord working
001980* area (ACTREC copy member).
001990*---------------------------------------------------------------
002000 FD  OperatorActivityFile.
002010 01  OperatorActivityLine     PIC X(102).
002020
002030*---------------------------------------------------------------
002040* TrialBalanceReportFile - the trial balance by term, the
002050* GL tie-out and the verdict.
002060*---------------------------------------------------------------
002070 FD  TrialBalanceReportFile.
002080 01  TrialBalanceReportRecord PIC X(100).
002090
002100 WORKING-STORAGE SECTION.
002110*---------------------------------------------------------------
002120* Switches and file statuses.
002130*---------------------------------------------------------------
002140 01  WS-SWITCHES.
002150     05  WS-MST-EOF-SWITCH   PIC X(01)   VALUE 'N'.
002160         88  WS-MST-EOF-YES              VALUE 'Y'.
002170         88  WS-MST-EOF-NO               VALUE 'N'.
002180     05  WS-JRN-EOF-SWITCH   PIC X(01)   VALUE 'N'.
002190         88  WS-JRN-EOF-YES              VALUE 'Y'.
002200         88  WS-JRN-EOF-NO               VALUE 'N'.
002210     05  WS-SNAP-EOF-SWITCH  PIC X(01)   VALUE 'N'.
002220         88  WS-SNAP-EOF-YES             VALUE 'Y'.
002230         88  WS-SNAP-EOF-NO              VALUE 'N'.
002240     05  WS-ARC-EOF-SWITCH   PIC X(01)   VALUE 'N'.
002250         88  WS-ARC-EOF-YES              VALUE 'Y'.
002260         88  WS-ARC-EOF-NO               VALUE 'N'.
002270     05  WS-ARC-NEEDED-SWITCH PIC X(01)  VALUE 'N'.
002280         88  WS-ARC-NEEDED-YES           VALUE 'Y'.
002290         88  WS-ARC-NEEDED-NO            VALUE 'N'.
002300     05  WS-RCJ-EOF-SWITCH   PIC X(01)   VALUE 'N'.
002310         88  WS-RCJ-EOF-YES              VALUE 'Y'.
002320         88  WS-RCJ-EOF-NO               VALUE 'N'.
002330     05  WS-GL-EOF-SWITCH    PIC X(01)   VALUE 'N'.
002340         88  WS-GL-EOF-YES               VALUE 'Y'.
002350         88  WS-GL-EOF-NO                VALUE 'N'.
002360     05  WS-TIE-SWITCH       PIC X(01)   VALUE 'Y'.
002370         88  WS-TB-TIES                  VALUE 'Y'.
002380         88  WS-TB-DOES-NOT-TIE          VALUE 'N'.
002390     05  WS-ACTION-SWITCH    PIC X(01)   VALUE 'N'.
002400         88  WS-ACTION-DONE              VALUE 'Y'.
002410         88  WS-ACTION-REFUSED           VALUE 'R'.
002420         88  WS-ACTION-NONE              VALUE 'N'.
002430
002440 01  WS-PARM-STATUS           PIC X(02).
002450 01  WS-MASTER-STATUS         PIC X(02).
002460     88  WS-MASTER-OK                     VALUE "00".
002470 01  WS-JOURNAL-STATUS        PIC X(02).
002480 01  WS-SNAP-STATUS           PIC X(02).
002490 01  WS-ARCHIVE-STATUS        PIC X(02).
002500 01  WS-RCV-JOURNAL-STATUS    PIC X(02).
002510 01  WS-GL-STATUS             PIC X(02).
002520
002530 COPY JRNLREC.
002540
002550 COPY SNAPREC.
002560
002570 COPY PERWORK.
002580
002590 COPY PERREC.
002600
002610 COPY AUTWORK.
002620
002630 COPY ACTREC.
002640
002650*---------------------------------------------------------------
002660* ReceivableJournal line, in the JRNLREC layout.
002670*---------------------------------------------------------------
002680 01  WS-RCJ-RECORD.
002690     05  RCJ-STUDENT-ID       PIC X(10).
002700     05  FILLER               PIC X(01).
002710     05  RCJ-TERM-CODE        PIC X(06).
002720     05  FILLER               PIC X(01).
002730     05  RCJ-ACTION           PIC X(01).
002740     05  FILLER               PIC X(01).
002750     05  RCJ-BEFORE-BALANCE   PIC S9(12)V99
002760                                  SIGN LEADING SEPARATE.
002770     05  FILLER               PIC X(01).
002780     05  RCJ-AFTER-BALANCE    PIC S9(12)V99
002790                                  SIGN LEADING SEPARATE.
002800     05  FILLER               PIC X(01).
002810     05  RCJ-BATCH-DATE       PIC X(08).
002820     05  FILLER               PIC X(01).
002830     05  RCJ-RECORD-NUMBER    PIC 9(07).
002840     05  FILLER               PIC X(01).
002850     05  RCJ-SOURCE-PROGRAM   PIC X(08).
002860
002870*---------------------------------------------------------------
002880* The month being proven, the action asked for and the
002890* month before it.
002900*---------------------------------------------------------------
002910 01  WS-RUN-DATE              PIC X(08).
002920 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
002930     05  WS-RUN-MONTH         PIC X(06).
002940     05  WS-RUN-DAY           PIC X(02).
002950 01  WS-PERIOD                PIC X(06).
002960 01  WS-PERIOD-R REDEFINES WS-PERIOD.
002970     05  WS-PERIOD-YEAR       PIC 9(04).
002980     05  WS-PERIOD-MONTH      PIC 9(02).
002990 01  WS-PRIOR-PERIOD          PIC X(06).
003000 01  WS-PRIOR-PERIOD-R REDEFINES WS-PRIOR-PERIOD.
003010     05  WS-PRIOR-YEAR        PIC 9(04).
003020     05  WS-PRIOR-MONTH       PIC 9(02).
003030 01  WS-PERIOD-START          PIC X(08).
003040 01  WS-PERIOD-END            PIC X(08).
003050 01  WS-ACTION                PIC X(01).
003060     88  WS-ACTION-TRIAL                  VALUE 'T'.
003070     88  WS-ACTION-CLOSE                  VALUE 'C'.
003080     88  WS-ACTION-REOPEN                 VALUE 'R'.
003090 01  WS-OPERATOR-ID           PIC X(08).
003100 01  WS-PERIOD-SUB            PIC 9(03)   COMP VALUE 0.
003110 01  WS-PRIOR-SUB             PIC 9(03)   COMP VALUE 0.
003120 01  WS-NEWEST-SNAP-DATE      PIC X(08)   VALUE SPACES.
003130 01  WS-REFUSE-REASON         PIC X(16)   VALUE SPACES.
003140
003150*---------------------------------------------------------------
003160* Term table, kept in term order as terms are added: each
003170* term's master balance today, its journal movement after
003180* the month, its movement in the month by source, and the
003190* opening and closing balances worked from them.  The
003200* source table names the source program behind each
003210* movement column, in the order the sources are first met.
003220*---------------------------------------------------------------
003230 01  WS-TRM-COUNT             PIC 9(03)   COMP VALUE 0.
003240 01  WS-TRM-SUB               PIC 9(03)   COMP.
003250 01  WS-TRM-SLOT              PIC 9(03)   COMP.
003260 01  WS-TRM-MOVE-SUB          PIC 9(03)   COMP.
003270 01  WS-TRM-KEY               PIC X(06).
003280 01  WS-TRM-TABLE.
003290     05  WS-TRM-ENTRY OCCURS 100.
003300         10  WS-TRM-CODE         PIC X(06).
003310         10  WS-TRM-MASTER       PIC S9(12)V99 COMP-3.
003320         10  WS-TRM-AFTER        PIC S9(12)V99 COMP-3.
003330         10  WS-TRM-OPENING      PIC S9(12)V99 COMP-3.
003340         10  WS-TRM-CLOSING      PIC S9(12)V99 COMP-3.
003350         10  WS-TRM-SRC-AMOUNT   PIC S9(12)V99 COMP-3
003360                                 OCCURS 20.
003370 01  WS-SRC-COUNT             PIC 9(02)   COMP VALUE 0.
003380 01  WS-SRC-SUB               PIC 9(02)   COMP.
003390 01  WS-SRC-FOUND-SUB         PIC 9(02)   COMP.
003400 01  WS-SRC-TABLE.
003410     05  WS-SRC-ENTRY OCCURS 20.
003420         10  WS-SRC-CODE         PIC X(08).
003430         10  WS-SRC-TOTAL        PIC S9(12)V99 COMP-3.
003440
003450*---------------------------------------------------------------
003460* Totals.
003470*---------------------------------------------------------------
003480 01  WS-MOVEMENT              PIC S9(12)V99 COMP-3.
003490 01  WS-TOTAL-OPENING         PIC S9(12)V99 COMP-3 VALUE 0.
003500 01  WS-TOTAL-CLOSING         PIC S9(12)V99 COMP-3 VALUE 0.
003510 01  WS-TOTAL-MOVEMENT        PIC S9(12)V99 COMP-3 VALUE 0.
003520 01  WS-JRN-GL-MOVEMENT       PIC S9(12)V99 COMP-3 VALUE 0.
003530 01  WS-AGENCY-MOVEMENT       PIC S9(12)V99 COMP-3 VALUE 0.
003540 01  WS-LEDGER-GL-MOVEMENT    PIC S9(12)V99 COMP-3 VALUE 0.
003550 01  WS-GL-MOVEMENT           PIC S9(12)V99 COMP-3 VALUE 0.
003560 01  WS-GL-DIFFERENCE         PIC S9(12)V99 COMP-3 VALUE 0.
003570 01  WS-PRIOR-DIFFERENCE      PIC S9(12)V99 COMP-3 VALUE 0.
003580
003590*---------------------------------------------------------------
003600* Counters.
003610*---------------------------------------------------------------
003620 01  WS-MST-READ-COUNT        PIC 9(07)   COMP VALUE 0.
003630 01  WS-JRN-READ-COUNT        PIC 9(07)   COMP VALUE 0.
003640 01  WS-JRN-IN-COUNT          PIC 9(07)   COMP VALUE 0.
003650 01  WS-JRN-AFTER-COUNT       PIC 9(07)   COMP VALUE 0.
003660 01  WS-RCJ-IN-COUNT          PIC 9(07)   COMP VALUE 0.
003670 01  WS-GL-IN-COUNT           PIC 9(07)   COMP VALUE 0.
003680 01  WS-OVERFLOW-COUNT        PIC 9(07)   COMP VALUE 0.
003690
003700*---------------------------------------------------------------
003710* Report line layouts.
003720*---------------------------------------------------------------
003730 01  WS-RPT-HEADER-LINE.
003740     05  FILLER              PIC X(30)
003750             VALUE "AR SUBLEDGER TRIAL BALANCE    ".
003760     05  FILLER              PIC X(08)   VALUE "PERIOD: ".
003770     05  WS-RPT-PERIOD       PIC X(06).
003780     05  FILLER              PIC X(08)   VALUE "  FROM: ".
003790     05  WS-RPT-FROM-DATE    PIC X(08).
003800     05  FILLER              PIC X(06)   VALUE "  TO: ".
003810     05  WS-RPT-TO-DATE      PIC X(08).
003820     05  FILLER              PIC X(07)   VALUE "  RUN: ".
003830     05  WS-RPT-RUN-DATE     PIC X(08).
003840     05  FILLER              PIC X(11)   VALUE SPACES.
003850
003860 01  WS-RPT-SEPARATOR-LINE    PIC X(100)  VALUE ALL "-".
003870
003880 01  WS-RPT-SECTION-LINE.
003890     05  WS-RPT-SECTION      PIC X(40).
003900     05  FILLER              PIC X(60)   VALUE SPACES.
003910
003920 01  WS-RPT-AMOUNT-LINE.
003930     05  FILLER              PIC X(04)   VALUE SPACES.
003940     05  WS-RPT-AMOUNT-LABEL PIC X(32).
003950     05  WS-RPT-AMOUNT       PIC -$,$$$,$$$,$$$,$$9.99.
003960     05  FILLER              PIC X(43)   VALUE SPACES.
003970
003980 01  WS-RPT-COUNT-LINE.
003990     05  WS-RPT-COUNT-LABEL  PIC X(30).
004000     05  WS-RPT-COUNT        PIC ZZZ,ZZ9.
004010     05  FILLER              PIC X(63)   VALUE SPACES.
004020
004030 01  WS-RPT-VERDICT-LINE.
004040     05  WS-RPT-VERDICT      PIC X(60).
004050     05  FILLER              PIC X(40)   VALUE SPACES.
004060
004070 PROCEDURE DIVISION.
004080*===============================================================
004090 0000-MAINLINE.
004100*===============================================================
004110     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004120     PERFORM 2000-LOAD-MASTER-BALANCES THRU 2000-EXIT.
004130     PERFORM 2200-SCAN-JOURNAL THRU 2200-EXIT.
004140     PERFORM 2500-SUM-AGENCY-COLLECTIONS THRU 2500-EXIT.
004150     PERFORM 2600-SUM-GL-MOVEMENT THRU 2600-EXIT.
004160     PERFORM 3000-WRITE-TRIAL-BALANCE THRU 3000-EXIT.
004170     PERFORM 3500-WRITE-TIE-OUT THRU 3500-EXIT.
004180     PERFORM 4000-APPLY-ACTION THRU 4000-EXIT.
004190     PERFORM 9000-FINALIZE THRU 9000-EXIT.
004200     STOP RUN.
004210
004220*---------------------------------------------------------------
004230* 1000-INITIALIZE - settle the month and the action, load the
004240* period file, make sure the journal for the month can be
004250* read, and open the report.  Closing or reopening needs the
004260* operator's authority, so the authority file and the
004270* activity log are only opened for those.
004280*---------------------------------------------------------------
004290 1000-INITIALIZE.
004300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004310     PERFORM 1100-READ-PARM THRU 1100-EXIT.
004320     PERFORM 8410-LOAD-PERIODS THRU 8410-EXIT.
004330     MOVE WS-PERIOD TO WS-PER-CHECK-PERIOD.
004340     PERFORM 8430-FIND-PERIOD THRU 8430-EXIT.
004350     MOVE WS-PER-FOUND-SUB TO WS-PERIOD-SUB.
004360     MOVE WS-PRIOR-PERIOD TO WS-PER-CHECK-PERIOD.
004370     PERFORM 8430-FIND-PERIOD THRU 8430-EXIT.
004380     MOVE WS-PER-FOUND-SUB TO WS-PRIOR-SUB.
004390     PERFORM 1200-SCAN-SNAPSHOT-DATES THRU 1200-EXIT.
004400     IF NOT WS-ACTION-TRIAL
004410         MOVE "PeriodClose" TO WS-AUT-PROGRAM-ID
004420         PERFORM 8800-LOAD-AUTHORITY THRU 8800-EXIT
004430         PERFORM 8900-OPEN-ACTIVITY-LOG THRU 8900-EXIT
004440     END-IF.
004450     OPEN OUTPUT TrialBalanceReportFile.
004460     MOVE WS-PERIOD TO WS-RPT-PERIOD.
004470     MOVE WS-PERIOD-START TO WS-RPT-FROM-DATE.
004480     MOVE WS-PERIOD-END TO WS-RPT-TO-DATE.
004490     MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE.
004500     WRITE TrialBalanceReportRecord FROM WS-RPT-HEADER-LINE.
004510     WRITE TrialBalanceReportRecord FROM WS-RPT-SEPARATOR-LINE.
004520 1000-EXIT.
004530     EXIT.
004540
004550*---------------------------------------------------------------
004560* 1100-READ-PARM - the prior calendar month and a trial
004570* balance only, unless the parm says otherwise.  A month
004580* that is not a month, one not yet begun, an action not
004590* known, or a close or reopen with no operator stops the run.
004600*---------------------------------------------------------------
004610 1100-READ-PARM.
004620     MOVE WS-RUN-MONTH TO WS-PERIOD.
004630     IF WS-PERIOD-MONTH = 1
004640         SUBTRACT 1 FROM WS-PERIOD-YEAR
004650         MOVE 12 TO WS-PERIOD-MONTH
004660     ELSE
004670         SUBTRACT 1 FROM WS-PERIOD-MONTH
004680     END-IF.
004690     MOVE 'T' TO WS-ACTION.
004700     MOVE SPACES TO WS-OPERATOR-ID.
004710     OPEN INPUT PeriodCloseParmFile.
004720     IF WS-PARM-STATUS = "00"
004730         READ PeriodCloseParmFile
004740             AT END
004750                 MOVE SPACES TO PeriodCloseParmRecord
004760         END-READ
004770         CLOSE PeriodCloseParmFile
004780         IF PRM-PERIOD NOT = SPACES
004790             MOVE PRM-PERIOD TO WS-PERIOD
004800         END-IF
004810         IF PRM-ACTION NOT = SPACES
004820             MOVE PRM-ACTION TO WS-ACTION
004830         END-IF
004840         MOVE PRM-OPERATOR-ID TO WS-OPERATOR-ID
004850     END-IF.
004860     IF WS-PERIOD NOT NUMERIC
004870         OR WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
004880         DISPLAY "ERROR - BAD PERIOD ON "
004890             "HW2-Period-Close-Parm.dat: " WS-PERIOD
004900         MOVE 16 TO RETURN-CODE
004910         STOP RUN
004920     END-IF.
004930     IF WS-PERIOD > WS-RUN-MONTH
004940         DISPLAY "ERROR - PERIOD " WS-PERIOD
004950             " HAS NOT BEGUN"
004960         MOVE 16 TO RETURN-CODE
004970         STOP RUN
004980     END-IF.
004990     IF NOT WS-ACTION-TRIAL AND NOT WS-ACTION-CLOSE
005000         AND NOT WS-ACTION-REOPEN
005010         DISPLAY "ERROR - BAD ACTION ON "
005020             "HW2-Period-Close-Parm.dat: " WS-ACTION
005030         MOVE 16 TO RETURN-CODE
005040         STOP RUN
005050     END-IF.
005060     IF NOT WS-ACTION-TRIAL AND WS-OPERATOR-ID = SPACES
005070         DISPLAY "ERROR - NO OPERATOR ON "
005080             "HW2-Period-Close-Parm.dat TO CLOSE OR REOPEN"
005090         MOVE 16 TO RETURN-CODE
005100         STOP RUN
005110     END-IF.
005120     MOVE SPACES TO WS-PERIOD-START.
005130     STRING WS-PERIOD DELIMITED BY SIZE
005140            "01" DELIMITED BY SIZE
005150         INTO WS-PERIOD-START
005160     END-STRING.
005170     MOVE SPACES TO WS-PERIOD-END.
005180     STRING WS-PERIOD DELIMITED BY SIZE
005190            "31" DELIMITED BY SIZE
005200         INTO WS-PERIOD-END
005210     END-STRING.
005220     MOVE WS-PERIOD TO WS-PRIOR-PERIOD.
005230     IF WS-PRIOR-MONTH = 1
005240         SUBTRACT 1 FROM WS-PRIOR-YEAR
005250         MOVE 12 TO WS-PRIOR-MONTH
005260     ELSE
005270         SUBTRACT 1 FROM WS-PRIOR-MONTH
005280     END-IF.
005290 1100-EXIT.
005300     EXIT.
005310
005320*---------------------------------------------------------------
005330* 1200-SCAN-SNAPSHOT-DATES - the journal cut before the
005340* newest snapshot lives on the archive.  A month that begins
005350* before that snapshot cannot be proven from the live
005360* journal alone, so the run refuses unless the archive is
005370* mounted, the way MasterRebuild does.
005380*---------------------------------------------------------------
005390 1200-SCAN-SNAPSHOT-DATES.
005400     OPEN INPUT SnapshotFile.
005410     IF WS-SNAP-STATUS = "00"
005420         PERFORM 1210-READ-SNAPSHOT THRU 1210-EXIT
005430         PERFORM 1220-NOTE-ONE-DATE THRU 1220-EXIT
005440             UNTIL WS-SNAP-EOF-YES
005450         CLOSE SnapshotFile
005460     END-IF.
005470     IF WS-NEWEST-SNAP-DATE NOT = SPACES
005480         AND WS-PERIOD-START < WS-NEWEST-SNAP-DATE
005490         SET WS-ARC-NEEDED-YES TO TRUE
005500         OPEN INPUT JournalArchive
005510         IF WS-ARCHIVE-STATUS NOT = "00"
005520             DISPLAY "ERROR - PERIOD " WS-PERIOD
005530                 " BEGINS BEFORE NEWEST SNAPSHOT "
005540                 WS-NEWEST-SNAP-DATE
005550             DISPLAY "THAT SPAN OF THE JOURNAL IS ARCHIVED - "
005560                 "MOUNT HW2-Master-Journal-Archive.dat "
005570                 "AND RERUN"
005580             MOVE 16 TO RETURN-CODE
005590             STOP RUN
005600         END-IF
005610         CLOSE JournalArchive
005620     END-IF.
005630 1200-EXIT.
005640     EXIT.
005650
005660 1210-READ-SNAPSHOT.
005670     READ SnapshotFile INTO SnapshotRecord
005680         AT END
005690             SET WS-SNAP-EOF-YES TO TRUE
005700     END-READ.
005710 1210-EXIT.
005720     EXIT.
005730
005740 1220-NOTE-ONE-DATE.
005750     IF SNP-SNAPSHOT-DATE > WS-NEWEST-SNAP-DATE
005760         MOVE SNP-SNAPSHOT-DATE TO WS-NEWEST-SNAP-DATE
005770     END-IF.
005780     PERFORM 1210-READ-SNAPSHOT THRU 1210-EXIT.
005790 1220-EXIT.
005800     EXIT.
005810
005820*---------------------------------------------------------------
005830* 2000-LOAD-MASTER-BALANCES - each term's balance on the live
005840* master today.
005850*---------------------------------------------------------------
005860 2000-LOAD-MASTER-BALANCES.
005870     OPEN INPUT StudentMaster.
005880     IF NOT WS-MASTER-OK
005890         DISPLAY "ERROR - CANNOT OPEN STUDENT MASTER - "
005900             "STATUS " WS-MASTER-STATUS
005910         MOVE 16 TO RETURN-CODE
005920         STOP RUN
005930     END-IF.
005940     PERFORM 2010-READ-MASTER THRU 2010-EXIT.
005950     PERFORM 2020-ADD-MASTER-BALANCE THRU 2020-EXIT
005960         UNTIL WS-MST-EOF-YES.
005970     CLOSE StudentMaster.
005980 2000-EXIT.
005990     EXIT.
006000
006010 2010-READ-MASTER.
006020     READ StudentMaster NEXT RECORD
006030         AT END
006040             SET WS-MST-EOF-YES TO TRUE
006050     END-READ.
006060     IF NOT WS-MASTER-OK AND WS-MASTER-STATUS NOT = "10"
006070         DISPLAY "ERROR - STUDENT MASTER READ FAILED - "
006080             "STATUS " WS-MASTER-STATUS
006090         MOVE 16 TO RETURN-CODE
006100         STOP RUN
006110     END-IF.
006120 2010-EXIT.
006130     EXIT.
006140
006150 2020-ADD-MASTER-BALANCE.
006160     ADD 1 TO WS-MST-READ-COUNT.
006170     MOVE MST-TERM-CODE TO WS-TRM-KEY.
006180     PERFORM 2800-FIND-TERM THRU 2800-EXIT.
006190     IF WS-TRM-SLOT > 0
006200         ADD MST-YTD-PAID TO WS-TRM-MASTER (WS-TRM-SLOT)
006210     END-IF.
006220     PERFORM 2010-READ-MASTER THRU 2010-EXIT.
006230 2020-EXIT.
006240     EXIT.
006250
006260*---------------------------------------------------------------
006270* 2200-SCAN-JOURNAL - the archive first when the month needs
006280* it, then the live journal.  Only records dated on or after
006290* the first of the month matter: those in the month are its
006300* movements, those after it are backed out of today's master
006310* to reach the month-end balance.
006320*---------------------------------------------------------------
006330 2200-SCAN-JOURNAL.
006340     IF WS-ARC-NEEDED-YES
006350         OPEN INPUT JournalArchive
006360         PERFORM 2210-READ-ARCHIVE THRU 2210-EXIT
006370         PERFORM 2220-TALLY-ONE-ARCHIVED THRU 2220-EXIT
006380             UNTIL WS-ARC-EOF-YES
006390         CLOSE JournalArchive
006400     END-IF.
006410     OPEN INPUT MasterJournal.
006420     IF WS-JOURNAL-STATUS NOT = "00"
006430         DISPLAY "NOTE - NO MASTER JOURNAL ON FILE - "
006440             "JOURNAL MOVEMENT IS ZERO"
006450         GO TO 2200-EXIT
006460     END-IF.
006470     PERFORM 2230-READ-JOURNAL THRU 2230-EXIT.
006480     PERFORM 2240-TALLY-ONE-JOURNAL THRU 2240-EXIT
006490         UNTIL WS-JRN-EOF-YES.
006500     CLOSE MasterJournal.
006510 2200-EXIT.
006520     EXIT.
006530
006540 2210-READ-ARCHIVE.
006550     READ JournalArchive INTO JournalRecord
006560         AT END
006570             SET WS-ARC-EOF-YES TO TRUE
006580     END-READ.
006590 2210-EXIT.
006600     EXIT.
006610
006620 2220-TALLY-ONE-ARCHIVED.
006630     PERFORM 2300-TALLY-JOURNAL-RECORD THRU 2300-EXIT.
006640     PERFORM 2210-READ-ARCHIVE THRU 2210-EXIT.
006650 2220-EXIT.
006660     EXIT.
006670
006680 2230-READ-JOURNAL.
006690     READ MasterJournal INTO JournalRecord
006700         AT END
006710             SET WS-JRN-EOF-YES TO TRUE
006720     END-READ.
006730 2230-EXIT.
006740     EXIT.
006750
006760 2240-TALLY-ONE-JOURNAL.
006770     PERFORM 2300-TALLY-JOURNAL-RECORD THRU 2300-EXIT.
006780     PERFORM 2230-READ-JOURNAL THRU 2230-EXIT.
006790 2240-EXIT.
006800     EXIT.
006810
006820*---------------------------------------------------------------
006830* 2300-TALLY-JOURNAL-RECORD - after image minus before image,
006840* to the term's month column for its source or to its
006850* after-the-month total.  TermClose's roll-off records are
006860* movements of the subledger but not of money, so they stay
006870* out of the figure tied to the GL.
006880*---------------------------------------------------------------
006890 2300-TALLY-JOURNAL-RECORD.
006900     ADD 1 TO WS-JRN-READ-COUNT.
006910     IF JRN-BATCH-DATE < WS-PERIOD-START
006920         GO TO 2300-EXIT
006930     END-IF.
006940     COMPUTE WS-MOVEMENT = JRN-AFTER-YTD - JRN-BEFORE-YTD.
006950     MOVE JRN-TERM-CODE TO WS-TRM-KEY.
006960     PERFORM 2800-FIND-TERM THRU 2800-EXIT.
006970     IF WS-TRM-SLOT = 0
006980         GO TO 2300-EXIT
006990     END-IF.
007000     IF JRN-BATCH-DATE > WS-PERIOD-END
007010         ADD 1 TO WS-JRN-AFTER-COUNT
007020         ADD WS-MOVEMENT TO WS-TRM-AFTER (WS-TRM-SLOT)
007030         GO TO 2300-EXIT
007040     END-IF.
007050     ADD 1 TO WS-JRN-IN-COUNT.
007060     PERFORM 2850-FIND-SOURCE THRU 2850-EXIT.
007070     IF WS-SRC-FOUND-SUB = 0
007080         GO TO 2300-EXIT
007090     END-IF.
007100     ADD WS-MOVEMENT
007110         TO WS-TRM-SRC-AMOUNT (WS-TRM-SLOT, WS-SRC-FOUND-SUB).
007120     ADD WS-MOVEMENT TO WS-SRC-TOTAL (WS-SRC-FOUND-SUB).
007130     ADD WS-MOVEMENT TO WS-TOTAL-MOVEMENT.
007140     IF JRN-SOURCE-PROGRAM NOT = "TRMCLS"
007150         ADD WS-MOVEMENT TO WS-JRN-GL-MOVEMENT
007160     END-IF.
007170 2300-EXIT.
007180     EXIT.
007190
007200*---------------------------------------------------------------
007210* 2500-SUM-AGENCY-COLLECTIONS - the month's AGYPAY and PTRAPL
007220* records from the ReceivableJournal, before image minus after
007230* image, exactly as GLTieOut adds them for a day.
007240*---------------------------------------------------------------
007250 2500-SUM-AGENCY-COLLECTIONS.
007260     OPEN INPUT ReceivableJournal.
007270     IF WS-RCV-JOURNAL-STATUS NOT = "00"
007280         GO TO 2500-EXIT
007290     END-IF.
007300     PERFORM 2510-READ-RECEIVABLE-JOURNAL THRU 2510-EXIT.
007310     PERFORM 2520-TALLY-ONE-COLLECTION THRU 2520-EXIT
007320         UNTIL WS-RCJ-EOF-YES.
007330     CLOSE ReceivableJournal.
007340 2500-EXIT.
007350     EXIT.
007360
007370 2510-READ-RECEIVABLE-JOURNAL.
007380     READ ReceivableJournal INTO WS-RCJ-RECORD
007390         AT END
007400             SET WS-RCJ-EOF-YES TO TRUE
007410     END-READ.
007420 2510-EXIT.
007430     EXIT.
007440
007450 2520-TALLY-ONE-COLLECTION.
007460     IF RCJ-BATCH-DATE NOT < WS-PERIOD-START
007470         AND RCJ-BATCH-DATE NOT > WS-PERIOD-END
007480         AND (RCJ-SOURCE-PROGRAM = "AGYPAY"
007490         OR RCJ-SOURCE-PROGRAM = "PTRAPL")
007500         ADD 1 TO WS-RCJ-IN-COUNT
007510         COMPUTE WS-AGENCY-MOVEMENT = WS-AGENCY-MOVEMENT
007520             + (RCJ-BEFORE-BALANCE - RCJ-AFTER-BALANCE)
007530     END-IF.
007540     PERFORM 2510-READ-RECEIVABLE-JOURNAL THRU 2510-EXIT.
007550 2520-EXIT.
007560     EXIT.
007570
007580*---------------------------------------------------------------
007590* 2600-SUM-GL-MOVEMENT - the month's GL entries, signed on
007600* the non-revenue side: a debit adds, a credit subtracts.
007610*---------------------------------------------------------------
007620 2600-SUM-GL-MOVEMENT.
007630     OPEN INPUT GLInterfaceFile.
007640     IF WS-GL-STATUS NOT = "00"
007650         DISPLAY "NOTE - NO GL INTERFACE FILE - "
007660             "GL MOVEMENT IS ZERO"
007670         GO TO 2600-EXIT
007680     END-IF.
007690     PERFORM 2610-READ-GL-ENTRY THRU 2610-EXIT.
007700     PERFORM 2620-TALLY-ONE-GL-ENTRY THRU 2620-EXIT
007710         UNTIL WS-GL-EOF-YES.
007720     CLOSE GLInterfaceFile.
007730 2600-EXIT.
007740     EXIT.
007750
007760 2610-READ-GL-ENTRY.
007770     READ GLInterfaceFile
007780         AT END
007790             SET WS-GL-EOF-YES TO TRUE
007800     END-READ.
007810 2610-EXIT.
007820     EXIT.
007830
007840 2620-TALLY-ONE-GL-ENTRY.
007850     IF GLI-BATCH-DATE NOT < WS-PERIOD-START
007860         AND GLI-BATCH-DATE NOT > WS-PERIOD-END
007870         AND GLI-ACCOUNT-CODE NOT = "4000-REV"
007880         AND GLI-AMOUNT NUMERIC
007890         ADD 1 TO WS-GL-IN-COUNT
007900         IF GLI-DEBIT-CREDIT = "D"
007910             ADD GLI-AMOUNT TO WS-GL-MOVEMENT
007920         ELSE
007930             SUBTRACT GLI-AMOUNT FROM WS-GL-MOVEMENT
007940         END-IF
007950     END-IF.
007960     PERFORM 2610-READ-GL-ENTRY THRU 2610-EXIT.
007970 2620-EXIT.
007980     EXIT.
007990
008000*---------------------------------------------------------------
008010* 2800-FIND-TERM - the entry for WS-TRM-KEY in WS-TRM-SLOT,
008020* added in term order when it is not yet on the table.  Once
008030* the table is full a new term cannot be proven; it is
008040* counted, WS-TRM-SLOT comes back zero, and the trial
008050* balance will not tie.
008060*---------------------------------------------------------------
008070 2800-FIND-TERM.
008080     MOVE 0 TO WS-TRM-SLOT.
008090     PERFORM 2810-MATCH-TERM THRU 2810-EXIT
008100         VARYING WS-TRM-SUB FROM 1 BY 1
008110         UNTIL WS-TRM-SUB > WS-TRM-COUNT
008120         OR WS-TRM-SLOT > 0.
008130     IF WS-TRM-SLOT > 0
008140         IF WS-TRM-CODE (WS-TRM-SLOT) = WS-TRM-KEY
008150             GO TO 2800-EXIT
008160         END-IF
008170     END-IF.
008180     IF WS-TRM-COUNT NOT < 100
008190         ADD 1 TO WS-OVERFLOW-COUNT
008200         DISPLAY "WARNING - TERM TABLE FULL - TERM "
008210             WS-TRM-KEY " NOT PROVEN"
008220         MOVE 0 TO WS-TRM-SLOT
008230         GO TO 2800-EXIT
008240     END-IF.
008250     IF WS-TRM-SLOT = 0
008260         COMPUTE WS-TRM-SLOT = WS-TRM-COUNT + 1
008270     ELSE
008280         PERFORM 2820-SHIFT-TERM THRU 2820-EXIT
008290             VARYING WS-TRM-MOVE-SUB FROM WS-TRM-COUNT BY -1
008300             UNTIL WS-TRM-MOVE-SUB < WS-TRM-SLOT
008310     END-IF.
008320     ADD 1 TO WS-TRM-COUNT.
008330     MOVE WS-TRM-KEY TO WS-TRM-CODE (WS-TRM-SLOT).
008340     MOVE 0 TO WS-TRM-MASTER (WS-TRM-SLOT).
008350     MOVE 0 TO WS-TRM-AFTER (WS-TRM-SLOT).
008360     MOVE 0 TO WS-TRM-OPENING (WS-TRM-SLOT).
008370     MOVE 0 TO WS-TRM-CLOSING (WS-TRM-SLOT).
008380     PERFORM 2830-CLEAR-TERM-SOURCE THRU 2830-EXIT
008390         VARYING WS-SRC-SUB FROM 1 BY 1
008400         UNTIL WS-SRC-SUB > 20.
008410 2800-EXIT.
008420     EXIT.
008430
008440*    The first entry not below the key is either the key's own
008450*    entry or the place a new one goes.
008460 2810-MATCH-TERM.
008470     IF WS-TRM-CODE (WS-TRM-SUB) NOT < WS-TRM-KEY
008480         MOVE WS-TRM-SUB TO WS-TRM-SLOT
008490     END-IF.
008500 2810-EXIT.
008510     EXIT.
008520
008530 2820-SHIFT-TERM.
008540     MOVE WS-TRM-ENTRY (WS-TRM-MOVE-SUB)
008550         TO WS-TRM-ENTRY (WS-TRM-MOVE-SUB + 1).
008560 2820-EXIT.
008570     EXIT.
008580
008590 2830-CLEAR-TERM-SOURCE.
008600     MOVE 0 TO WS-TRM-SRC-AMOUNT (WS-TRM-SLOT, WS-SRC-SUB).
008610 2830-EXIT.
008620     EXIT.
008630
008640*---------------------------------------------------------------
008650* 2850-FIND-SOURCE - the movement column for the record's
008660* source program in WS-SRC-FOUND-SUB, added when first met.
008670* A source past the twentieth cannot be shown; it is
008680* counted and the trial balance will not tie.
008690*---------------------------------------------------------------
008700 2850-FIND-SOURCE.
008710     MOVE 0 TO WS-SRC-FOUND-SUB.
008720     PERFORM 2860-MATCH-SOURCE THRU 2860-EXIT
008730         VARYING WS-SRC-SUB FROM 1 BY 1
008740         UNTIL WS-SRC-SUB > WS-SRC-COUNT
008750         OR WS-SRC-FOUND-SUB > 0.
008760     IF WS-SRC-FOUND-SUB > 0
008770         GO TO 2850-EXIT
008780     END-IF.
008790     IF WS-SRC-COUNT NOT < 20
008800         ADD 1 TO WS-OVERFLOW-COUNT
008810         DISPLAY "WARNING - SOURCE TABLE FULL - SOURCE "
008820             JRN-SOURCE-PROGRAM " NOT PROVEN"
008830         GO TO 2850-EXIT
008840     END-IF.
008850     ADD 1 TO WS-SRC-COUNT.
008860     MOVE WS-SRC-COUNT TO WS-SRC-FOUND-SUB.
008870     MOVE JRN-SOURCE-PROGRAM TO WS-SRC-CODE (WS-SRC-COUNT).
008880     MOVE 0 TO WS-SRC-TOTAL (WS-SRC-COUNT).
008890 2850-EXIT.
008900     EXIT.
008910
008920 2860-MATCH-SOURCE.
008930     IF WS-SRC-CODE (WS-SRC-SUB) = JRN-SOURCE-PROGRAM
008940         MOVE WS-SRC-SUB TO WS-SRC-FOUND-SUB
008950     END-IF.
008960 2860-EXIT.
008970     EXIT.
008980
008990*---------------------------------------------------------------
009000* 3000-WRITE-TRIAL-BALANCE - for each term the month-end
009010* balance (master today less the movement after the month),
009020* the opening balance (month-end less the month's movement),
009030* and the movement by source between them; then the same
009040* for all terms together.
009050*---------------------------------------------------------------
009060 3000-WRITE-TRIAL-BALANCE.
009070     PERFORM 3100-WRITE-ONE-TERM THRU 3100-EXIT
009080         VARYING WS-TRM-SUB FROM 1 BY 1
009090         UNTIL WS-TRM-SUB > WS-TRM-COUNT.
009100     MOVE "ALL TERMS" TO WS-RPT-SECTION.
009110     WRITE TrialBalanceReportRecord FROM WS-RPT-SECTION-LINE.
009120     MOVE "OPENING BALANCE" TO WS-RPT-AMOUNT-LABEL.
009130     MOVE WS-TOTAL-OPENING TO WS-RPT-AMOUNT.
009140     WRITE TrialBalanceReportRecord FROM WS-RPT-AMOUNT-LINE.
009150     PERFORM 3200-WRITE-SOURCE-TOTAL THRU 3200-EXIT
009160         VARYING WS-SRC-SUB FROM 1 BY 1
009170         UNTIL WS-SRC-SUB > WS-SRC-COUNT.
009180     MOVE "CLOSING BALANCE" TO WS-RPT-AMOUNT-LABEL.
009190     MOVE WS-TOTAL-CLOSING TO WS-RPT-AMOUNT.
009200     WRITE TrialBalanceReportRecord FROM WS-RPT-AMOUNT-LINE.
009210     WRITE TrialBalanceReportRecord FROM WS-RPT-SEPARATOR-LINE.
009220 3000-EXIT.
009230     EXIT.
009240
009250 3100-WRITE-ONE-TERM.
009260     COMPUTE WS-TRM-CLOSING (WS-TRM-SUB) =
009270         WS-TRM-MASTER (WS-TRM-SUB) - WS-TRM-AFTER (WS-TRM-SUB).
009280     MOVE WS-TRM-CLOSING (WS-TRM-SUB)
009290         TO WS-TRM-OPENING (WS-TRM-SUB).
009300     PERFORM 3110-BACK-OUT-SOURCE THRU 3110-EXIT
009310         VARYING WS-SRC-SUB FROM 1 BY 1
009320         UNTIL WS-SRC-SUB > WS-SRC-COUNT.
009330     ADD WS-TRM-OPENING (WS-TRM-SUB) TO WS-TOTAL-OPENING.
009340     ADD WS-TRM-CLOSING (WS-TRM-SUB) TO WS-TOTAL-CLOSING.
009350     MOVE SPACES TO WS-RPT-SECTION.
009360     STRING "TERM " DELIMITED BY SIZE
009370            WS-TRM-CODE (WS-TRM-SUB) DELIMITED BY SIZE
009380         INTO WS-RPT-SECTION
009390     END-STRING.
009400     WRITE TrialBalanceReportRecord FROM WS-RPT-SECTION-LINE.
009410     MOVE "OPENING BALANCE" TO WS-RPT-AMOUNT-LABEL.
009420     MOVE WS-TRM-OPENING (WS-TRM-SUB) TO WS-RPT-AMOUNT.
009430     WRITE TrialBalanceReportRecord FROM WS-RPT-AMOUNT-LINE.
009440     PERFORM 3120-WRITE-TERM-SOURCE THRU 3120-EXIT
009450         VARYING WS-SRC-SUB FROM 1 BY 1
009460         UNTIL WS-SRC-SUB > WS-SRC-COUNT.
009470     MOVE "CLOSING BALANCE" TO WS-RPT-AMOUNT-LABEL.
009480     MOVE WS-TRM-CLOSING (WS-TRM-SUB) TO WS-RPT-AMOUNT.
009490     WRITE TrialBalanceReportRecord FROM WS-RPT-AMOUNT-LINE.
009500 3100-EXIT.
009510     EXIT.
009520
009530 3110-BACK-OUT-SOURCE.
009540     SUBTRACT WS-TRM-SRC-AMOUNT (WS-TRM-SUB, WS-SRC-SUB)
009550         FROM WS-TRM-OPENING (WS-TRM-SUB).
009560 3110-EXIT.
009570     EXIT.
009580
009590*    A source that did not move this term's balance in the
009600*    month is left off the term.
009610 3120-WRITE-TERM-SOURCE.
009620     IF WS-TRM-SRC-AMOUNT (WS-TRM-SUB, WS-SRC-SUB) NOT = 0
009630         MOVE SPACES TO WS-RPT-AMOUNT-LABEL
009640         STRING "  MOVEMENT - " DELIMITED BY SIZE
009650                WS-SRC-CODE (WS-SRC-SUB) DELIMITED BY SIZE
009660             INTO WS-RPT-AMOUNT-LABEL
009670         END-STRING
009680         MOVE WS-TRM-SRC-AMOUNT (WS-TRM-SUB, WS-SRC-SUB)
009690             TO WS-RPT-AMOUNT
009700         WRITE TrialBalanceReportRecord FROM WS-RPT-AMOUNT-LINE
009710     END-IF.
009720 3120-EXIT.
009730     EXIT.
009740
009750 3200-WRITE-SOURCE-TOTAL.
009760     MOVE SPACES TO WS-RPT-AMOUNT-LABEL.
009770     STRING "  MOVEMENT - " DELIMITED BY SIZE
009780            WS-SRC-CODE (WS-SRC-SUB) DELIMITED BY SIZE
009790         INTO WS-RPT-AMOUNT-LABEL
009800     END-STRING.
009810     MOVE WS-SRC-TOTAL (WS-SRC-SUB) TO WS-RPT-AMOUNT.
009820     WRITE TrialBalanceReportRecord FROM WS-RPT-AMOUNT-LINE.
009830 3200-EXIT.
009840     EXIT.
009850
009860*---------------------------------------------------------------
009870* 3500-WRITE-TIE-OUT - the month's subledger movement against
009880* the GL, and the opening balance against the closing
009890* balance signed off for the prior month when that month is
009900* closed on file.  Either difference, or a term or source
009910* the tables could not hold, means the trial balance does
009920* not tie.
009930*---------------------------------------------------------------
009940 3500-WRITE-TIE-OUT.
009950     MOVE "GL TIE-OUT FOR THE PERIOD" TO WS-RPT-SECTION.
009960     WRITE TrialBalanceReportRecord FROM WS-RPT-SECTION-LINE.
009970     COMPUTE WS-LEDGER-GL-MOVEMENT =
009980         WS-JRN-GL-MOVEMENT + WS-AGENCY-MOVEMENT.
009990     COMPUTE WS-GL-DIFFERENCE =
010000         WS-LEDGER-GL-MOVEMENT - WS-GL-MOVEMENT.
010010     MOVE "JOURNAL MOVEMENT EXCEPT TRMCLS" TO WS-RPT-AMOUNT-LABEL.
010020     MOVE WS-JRN-GL-MOVEMENT TO WS-RPT-AMOUNT.
010030     WRITE TrialBalanceReportRecord FROM WS-RPT-AMOUNT-LINE.
010040     MOVE "RECEIVABLE COLLECTIONS/CREDITS" TO WS-RPT-AMOUNT-LABEL.
010050     MOVE WS-AGENCY-MOVEMENT TO WS-RPT-AMOUNT.
010060     WRITE TrialBalanceReportRecord FROM WS-RPT-AMOUNT-LINE.
010070     MOVE "SUBLEDGER MOVEMENT FOR THE GL" TO WS-RPT-AMOUNT-LABEL.
010080     MOVE WS-LEDGER-GL-MOVEMENT TO WS-RPT-AMOUNT.
010090     WRITE TrialBalanceReportRecord FROM WS-RPT-AMOUNT-LINE.
010100     MOVE "NET GL MOVEMENT" TO WS-RPT-AMOUNT-LABEL.
010110     MOVE WS-GL-MOVEMENT TO WS-RPT-AMOUNT.
010120     WRITE TrialBalanceReportRecord FROM WS-RPT-AMOUNT-LINE.
010130     MOVE "DIFFERENCE" TO WS-RPT-AMOUNT-LABEL.
010140     MOVE WS-GL-DIFFERENCE TO WS-RPT-AMOUNT.
010150     WRITE TrialBalanceReportRecord FROM WS-RPT-AMOUNT-LINE.
010160     IF WS-GL-DIFFERENCE NOT = 0
010170         SET WS-TB-DOES-NOT-TIE TO TRUE
010180     END-IF.
010190     IF WS-PRIOR-SUB > 0
010200         IF WS-PER-TBL-CLOSED (WS-PRIOR-SUB)
010210             PERFORM 3510-WRITE-PRIOR-CHECK THRU 3510-EXIT
010220         END-IF
010230     END-IF.
010240     IF WS-OVERFLOW-COUNT > 0
010250         SET WS-TB-DOES-NOT-TIE TO TRUE
010260     END-IF.
010270     WRITE TrialBalanceReportRecord FROM WS-RPT-SEPARATOR-LINE.
010280     MOVE "MASTER RECORDS READ:          "
010290         TO WS-RPT-COUNT-LABEL.
010300     MOVE WS-MST-READ-COUNT TO WS-RPT-COUNT.
010310     WRITE TrialBalanceReportRecord FROM WS-RPT-COUNT-LINE.
010320     MOVE "JOURNAL RECORDS READ:         "
010330         TO WS-RPT-COUNT-LABEL.
010340     MOVE WS-JRN-READ-COUNT TO WS-RPT-COUNT.
010350     WRITE TrialBalanceReportRecord FROM WS-RPT-COUNT-LINE.
010360     MOVE "JOURNAL RECORDS IN PERIOD:    "
010370         TO WS-RPT-COUNT-LABEL.
010380     MOVE WS-JRN-IN-COUNT TO WS-RPT-COUNT.
010390     WRITE TrialBalanceReportRecord FROM WS-RPT-COUNT-LINE.
010400     MOVE "JOURNAL RECORDS AFTER PERIOD: "
010410         TO WS-RPT-COUNT-LABEL.
010420     MOVE WS-JRN-AFTER-COUNT TO WS-RPT-COUNT.
010430     WRITE TrialBalanceReportRecord FROM WS-RPT-COUNT-LINE.
010440     MOVE "AGENCY COLLECTIONS IN PERIOD: "
010450         TO WS-RPT-COUNT-LABEL.
010460     MOVE WS-RCJ-IN-COUNT TO WS-RPT-COUNT.
010470     WRITE TrialBalanceReportRecord FROM WS-RPT-COUNT-LINE.
010480     MOVE "GL LINES IN PERIOD:           "
010490         TO WS-RPT-COUNT-LABEL.
010500     MOVE WS-GL-IN-COUNT TO WS-RPT-COUNT.
010510     WRITE TrialBalanceReportRecord FROM WS-RPT-COUNT-LINE.
010520     IF WS-OVERFLOW-COUNT > 0
010530         MOVE "RECORDS NOT PROVEN (FULL):    "
010540             TO WS-RPT-COUNT-LABEL
010550         MOVE WS-OVERFLOW-COUNT TO WS-RPT-COUNT
010560         WRITE TrialBalanceReportRecord FROM WS-RPT-COUNT-LINE
010570     END-IF.
010580     IF WS-TB-TIES
010590         MOVE "TRIAL BALANCE IN BALANCE WITH THE GL"
010600             TO WS-RPT-VERDICT
010610     ELSE
010620         MOVE "TRIAL BALANCE OUT OF BALANCE - DO NOT SIGN OFF"
010630             TO WS-RPT-VERDICT
010640     END-IF.
010650     WRITE TrialBalanceReportRecord FROM WS-RPT-VERDICT-LINE.
010660 3500-EXIT.
010670     EXIT.
010680
010690 3510-WRITE-PRIOR-CHECK.
010700     COMPUTE WS-PRIOR-DIFFERENCE = WS-TOTAL-OPENING
010710         - WS-PER-TBL-BALANCE (WS-PRIOR-SUB).
010720     MOVE SPACES TO WS-RPT-SECTION.
010730     STRING "PRIOR PERIOD " DELIMITED BY SIZE
010740            WS-PRIOR-PERIOD DELIMITED BY SIZE
010750            " SIGN-OFF" DELIMITED BY SIZE
010760         INTO WS-RPT-SECTION
010770     END-STRING.
010780     WRITE TrialBalanceReportRecord FROM WS-RPT-SECTION-LINE.
010790     MOVE "SIGNED-OFF CLOSING BALANCE" TO WS-RPT-AMOUNT-LABEL.
010800     MOVE WS-PER-TBL-BALANCE (WS-PRIOR-SUB) TO WS-RPT-AMOUNT.
010810     WRITE TrialBalanceReportRecord FROM WS-RPT-AMOUNT-LINE.
010820     MOVE "OPENING BALANCE" TO WS-RPT-AMOUNT-LABEL.
010830     MOVE WS-TOTAL-OPENING TO WS-RPT-AMOUNT.
010840     WRITE TrialBalanceReportRecord FROM WS-RPT-AMOUNT-LINE.
010850     MOVE "DIFFERENCE" TO WS-RPT-AMOUNT-LABEL.
010860     MOVE WS-PRIOR-DIFFERENCE TO WS-RPT-AMOUNT.
010870     WRITE TrialBalanceReportRecord FROM WS-RPT-AMOUNT-LINE.
010880     IF WS-PRIOR-DIFFERENCE NOT = 0
010890         SET WS-TB-DOES-NOT-TIE TO TRUE
010900     END-IF.
010910 3510-EXIT.
010920     EXIT.
010930
010940*---------------------------------------------------------------
010950* 4000-APPLY-ACTION - close or reopen the month when the rules
010960* allow and the operator holds the authority, and log the
010970* attempt either way.  A trial balance only run stops here.
010980*---------------------------------------------------------------
010990 4000-APPLY-ACTION.
011000     IF WS-ACTION-TRIAL
011010         GO TO 4000-EXIT
011020     END-IF.
011030     MOVE SPACES TO WS-REFUSE-REASON.
011040     IF WS-ACTION-CLOSE
011050         PERFORM 4100-EDIT-CLOSE THRU 4100-EXIT
011060     ELSE
011070         PERFORM 4200-EDIT-REOPEN THRU 4200-EXIT
011080     END-IF.
011090     IF WS-REFUSE-REASON = SPACES
011100         MOVE WS-OPERATOR-ID TO WS-AUT-CHECK-OPERATOR
011110         MOVE SPACES TO WS-AUT-CHECK-REVIEWER
011120         MOVE WS-ACTION TO WS-AUT-CHECK-ACTION
011130         MOVE 0 TO WS-AUT-CHECK-AMOUNT
011140         PERFORM 8850-CHECK-AUTHORITY THRU 8850-EXIT
011150         IF NOT WS-AUT-GRANTED
011160             MOVE WS-AUT-REJECT-REASON TO WS-REFUSE-REASON
011170         END-IF
011180     END-IF.
011190     MOVE WS-OPERATOR-ID TO ACT-OPERATOR-ID.
011200     MOVE SPACES TO ACT-REVIEWER-ID.
011210     MOVE WS-ACTION TO ACT-ACTION-CODE.
011220     MOVE SPACES TO ACT-STUDENT-ID.
011230     MOVE WS-PERIOD TO ACT-TERM-CODE.
011240     MOVE WS-TOTAL-CLOSING TO ACT-AMOUNT.
011250     IF WS-REFUSE-REASON NOT = SPACES
011260         SET WS-ACTION-REFUSED TO TRUE
011270         SET ACT-REJECTED TO TRUE
011280         MOVE WS-REFUSE-REASON TO ACT-DISPOSITION
011290         MOVE SPACES TO WS-RPT-VERDICT
011300         STRING "PERIOD " DELIMITED BY SIZE
011310                WS-PERIOD DELIMITED BY SIZE
011320                " NOT CHANGED - " DELIMITED BY SIZE
011330                WS-REFUSE-REASON DELIMITED BY SIZE
011340             INTO WS-RPT-VERDICT
011350         END-STRING
011360     ELSE
011370         PERFORM 4300-REWRITE-PERIOD-FILE THRU 4300-EXIT
011380         SET WS-ACTION-DONE TO TRUE
011390         SET ACT-APPLIED TO TRUE
011400         MOVE SPACES TO WS-RPT-VERDICT
011410         IF WS-ACTION-CLOSE
011420             MOVE "CLOSED" TO ACT-DISPOSITION
011430             STRING "PERIOD " DELIMITED BY SIZE
011440                    WS-PERIOD DELIMITED BY SIZE
011450                    " CLOSED BY " DELIMITED BY SIZE
011460                    WS-OPERATOR-ID DELIMITED BY SIZE
011470                 INTO WS-RPT-VERDICT
011480             END-STRING
011490         ELSE
011500             MOVE "REOPENED" TO ACT-DISPOSITION
011510             STRING "PERIOD " DELIMITED BY SIZE
011520                    WS-PERIOD DELIMITED BY SIZE
011530                    " REOPENED BY " DELIMITED BY SIZE
011540                    WS-OPERATOR-ID DELIMITED BY SIZE
011550                 INTO WS-RPT-VERDICT
011560             END-STRING
011570         END-IF
011580     END-IF.
011590     WRITE TrialBalanceReportRecord FROM WS-RPT-VERDICT-LINE.
011600     PERFORM 8910-LOG-ACTIVITY THRU 8910-EXIT.
011610 4000-EXIT.
011620     EXIT.
011630
011640*---------------------------------------------------------------
011650* 4100-EDIT-CLOSE - only a trial balance that ties is signed
011660* off, a month is closed once, and months close in order: an
011670* earlier month on file that is open (reopened and not yet
011680* closed again) must be closed first.
011690*---------------------------------------------------------------
011700 4100-EDIT-CLOSE.
011710     IF WS-PERIOD-SUB > 0
011720         IF WS-PER-TBL-CLOSED (WS-PERIOD-SUB)
011730             MOVE "ALREADY CLOSED" TO WS-REFUSE-REASON
011740             GO TO 4100-EXIT
011750         END-IF
011760     END-IF.
011770     IF WS-TB-DOES-NOT-TIE
011780         MOVE "OUT OF BALANCE" TO WS-REFUSE-REASON
011790         GO TO 4100-EXIT
011800     END-IF.
011810     PERFORM 4110-CHECK-EARLIER-OPEN THRU 4110-EXIT
011820         VARYING WS-PER-SUB FROM 1 BY 1
011830         UNTIL WS-PER-SUB > WS-PER-COUNT
011840         OR WS-REFUSE-REASON NOT = SPACES.
011850 4100-EXIT.
011860     EXIT.
011870
011880 4110-CHECK-EARLIER-OPEN.
011890     IF WS-PER-TBL-PERIOD (WS-PER-SUB) < WS-PERIOD
011900         AND NOT WS-PER-TBL-CLOSED (WS-PER-SUB)
011910         MOVE "EARLIER OPEN" TO WS-REFUSE-REASON
011920     END-IF.
011930 4110-EXIT.
011940     EXIT.
011950
011960*---------------------------------------------------------------
011970* 4200-EDIT-REOPEN - only a closed month is reopened, and only
011980* the latest one: a later month closed on its opening balance
011990* would otherwise be signed off on figures that can change.
012000*---------------------------------------------------------------
012010 4200-EDIT-REOPEN.
012020     IF WS-PERIOD-SUB = 0
012030         MOVE "NOT CLOSED" TO WS-REFUSE-REASON
012040         GO TO 4200-EXIT
012050     END-IF.
012060     IF NOT WS-PER-TBL-CLOSED (WS-PERIOD-SUB)
012070         MOVE "NOT CLOSED" TO WS-REFUSE-REASON
012080         GO TO 4200-EXIT
012090     END-IF.
012100     PERFORM 4210-CHECK-LATER-CLOSED THRU 4210-EXIT
012110         VARYING WS-PER-SUB FROM 1 BY 1
012120         UNTIL WS-PER-SUB > WS-PER-COUNT
012130         OR WS-REFUSE-REASON NOT = SPACES.
012140 4200-EXIT.
012150     EXIT.
012160
012170 4210-CHECK-LATER-CLOSED.
012180     IF WS-PER-TBL-PERIOD (WS-PER-SUB) > WS-PERIOD
012190         AND WS-PER-TBL-CLOSED (WS-PER-SUB)
012200         MOVE "LATER CLOSED" TO WS-REFUSE-REASON
012210     END-IF.
012220 4210-EXIT.
012230     EXIT.
012240
012250*---------------------------------------------------------------
012260* 4300-REWRITE-PERIOD-FILE - update the month's entry, or add
012270* it at the end for a month closed for the first time, and
012280* write the whole table back over the file.
012290*---------------------------------------------------------------
012300 4300-REWRITE-PERIOD-FILE.
012310     IF WS-PERIOD-SUB = 0
012320         IF WS-PER-COUNT NOT < 240
012330             DISPLAY "ERROR - PERIOD TABLE FULL - "
012340                 WS-PERIOD " NOT CLOSED"
012350             MOVE 16 TO RETURN-CODE
012360             STOP RUN
012370         END-IF
012380         ADD 1 TO WS-PER-COUNT
012390         MOVE WS-PER-COUNT TO WS-PERIOD-SUB
012400         MOVE WS-PERIOD TO WS-PER-TBL-PERIOD (WS-PERIOD-SUB)
012410     END-IF.
012420     IF WS-ACTION-CLOSE
012430         MOVE 'C' TO WS-PER-TBL-STATUS (WS-PERIOD-SUB)
012440         MOVE WS-RUN-DATE
012450             TO WS-PER-TBL-CLOSED-DATE (WS-PERIOD-SUB)
012460         MOVE WS-OPERATOR-ID
012470             TO WS-PER-TBL-CLOSED-BY (WS-PERIOD-SUB)
012480         MOVE WS-TOTAL-CLOSING
012490             TO WS-PER-TBL-BALANCE (WS-PERIOD-SUB)
012500     ELSE
012510         MOVE 'O' TO WS-PER-TBL-STATUS (WS-PERIOD-SUB)
012520         MOVE SPACES TO WS-PER-TBL-CLOSED-DATE (WS-PERIOD-SUB)
012530         MOVE SPACES TO WS-PER-TBL-CLOSED-BY (WS-PERIOD-SUB)
012540         MOVE 0 TO WS-PER-TBL-BALANCE (WS-PERIOD-SUB)
012550     END-IF.
012560     OPEN OUTPUT PeriodControlFile.
012570     PERFORM 4310-WRITE-ONE-PERIOD THRU 4310-EXIT
012580         VARYING WS-PER-SUB FROM 1 BY 1
012590         UNTIL WS-PER-SUB > WS-PER-COUNT.
012600     CLOSE PeriodControlFile.
012610 4300-EXIT.
012620     EXIT.
012630
012640 4310-WRITE-ONE-PERIOD.
012650     MOVE WS-PER-TBL-PERIOD (WS-PER-SUB) TO PER-PERIOD.
012660     MOVE WS-PER-TBL-STATUS (WS-PER-SUB) TO PER-STATUS.
012670     MOVE WS-PER-TBL-CLOSED-DATE (WS-PER-SUB)
012680         TO PER-CLOSED-DATE.
012690     MOVE WS-PER-TBL-CLOSED-BY (WS-PER-SUB) TO PER-CLOSED-BY.
012700     MOVE WS-PER-TBL-BALANCE (WS-PER-SUB)
012710         TO PER-CLOSING-BALANCE.
012720     WRITE PeriodControlLine FROM PeriodControlRecord.
012730 4310-EXIT.
012740     EXIT.
012750
012760*---------------------------------------------------------------
012770* 9000-FINALIZE - close out and report.  A trial balance that
012780* does not tie, or a close or reopen refused, ends the run
012790* with RETURN-CODE 8.
012800*---------------------------------------------------------------
012810 9000-FINALIZE.
012820     CLOSE TrialBalanceReportFile.
012830     IF NOT WS-ACTION-TRIAL
012840         PERFORM 8990-CLOSE-ACTIVITY-LOG THRU 8990-EXIT
012850     END-IF.
012860     DISPLAY "Period:               " WS-PERIOD.
012870     DISPLAY "Opening Balance:     $" WS-TOTAL-OPENING.
012880     DISPLAY "Period Movement:     $" WS-TOTAL-MOVEMENT.
012890     DISPLAY "Closing Balance:     $" WS-TOTAL-CLOSING.
012900     DISPLAY "GL Difference:       $" WS-GL-DIFFERENCE.
012910     IF WS-TB-DOES-NOT-TIE
012920         DISPLAY "TRIAL BALANCE OUT OF BALANCE - DO NOT SIGN OFF"
012930         MOVE 8 TO RETURN-CODE
012940     END-IF.
012950     IF WS-ACTION-REFUSED
012960         DISPLAY "PERIOD " WS-PERIOD " NOT CHANGED - "
012970             WS-REFUSE-REASON
012980         MOVE 8 TO RETURN-CODE
012990     END-IF.
013000     IF WS-ACTION-DONE
013010         IF WS-ACTION-CLOSE
013020             DISPLAY "PERIOD " WS-PERIOD " CLOSED"
013030         ELSE
013040             DISPLAY "PERIOD " WS-PERIOD " REOPENED"
013050         END-IF
013060     END-IF.
013070 9000-EXIT.
013080     EXIT.
013090
013100 COPY PERLOOK.
013110
013120 COPY AUTLOOK.
013130
013140 COPY ACTLOG.
013150
013160 END PROGRAM PeriodClose.
