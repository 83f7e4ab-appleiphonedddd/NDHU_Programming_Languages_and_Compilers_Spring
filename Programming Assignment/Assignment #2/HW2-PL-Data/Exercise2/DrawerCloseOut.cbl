000010***************************************************************
000020* PROGRAM-ID : DrawerCloseOut
000030* AUTHOR     : D. Huang, Bursar Systems
000040* INSTALLATION: NDHU Computing Center
000050* DATE-WRITTEN: 2026-10-07
000060* DATE-COMPILED:
000070*---------------------------------------------------------------
000080* PURPOSE.
000090*   Closes out each cashier's window drawer against what the
000100*   daily StudentPayment run actually posted for that cashier
000110*   and session.  The declared count is keyed from the close-
000120*   out slip - cashier, session, batch date (blank means
000130*   today), the cash, checks and card slips counted, and the
000140*   supervisor who witnessed the count, who may not be the
000150*   cashier.  Each method's declared figure is set against
000160*   the drawer's posted figure on the CashDrawer file; the
000170*   difference is the drawer's overage or shortage, and the
000180*   drawer is marked closed with the count on it.
000190*   Every slip prints on the close-out report with the
000200*   posted, declared and over/short figures by method, and
000210*   the run ends with a listing of every drawer still not
000220*   closed out, the same drawers GLTieOut holds the day's GL
000230*   upload for.  The run's overages and shortages go to the
000240*   GL interface against the Cash Over/Short account.
000250*   The witness must hold the witness action on the
000260*   OperatorAuthority file, and the drawer's overage or
000270*   shortage must be within the witness's dollar limit - a
000280*   larger difference goes to someone with the authority to
000290*   sign it off.  Every slip goes on the operator activity log
000300*   for internal audit.
000310*   GL entries carry the posting date the PeriodControl file
000320*   allows: in a month finance has closed they go to the
000330*   first day of the next open month.
000340*---------------------------------------------------------------
000350* MODIFICATION HISTORY.
000360*   2026-10-07  DH  Original program.
000370*   2026-10-12  DH  The witness is checked against the operator
000380*                   authority file and the over/short against
000390*                   the witness's dollar limit before the
000400*                   drawer closes; every slip is written to the
000410*                   operator activity log.
000420*   2026-10-15  DH  The over/short GL entries are now dated by
000430*                   the accounting period lock: a run in a
000440*                   month finance has closed on the
000450*                   PeriodControl file posts them to the first
000460*                   day of the next open month; the drawers
000470*                   keep the run date.  A run with no open
000480*                   month to post to stops with RETURN-CODE 16
000490*                   before any drawer is closed.
000500***************************************************************
000510 IDENTIFICATION DIVISION.
000520 PROGRAM-ID. DrawerCloseOut.
000530 AUTHOR. D-HUANG.
000540 INSTALLATION. NDHU-COMPUTING-CENTER.
000550 DATE-WRITTEN. 10/07/2026.
000560 DATE-COMPILED.
000570
000580 ENVIRONMENT DIVISION.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT DeclaredCountFile ASSIGN TO
000620         "HW2-Drawer-Declared.dat"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-DECL-STATUS.
000650
000660     SELECT CashDrawerFile ASSIGN TO
000670         "HW2-Cash-Drawer.dat"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS DRW-DRAWER-KEY
000710         FILE STATUS IS WS-DRW-STATUS.
000720
000730     SELECT GLInterfaceFile ASSIGN TO
000740         "HW2-GL-Interface.txt"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-GL-STATUS.
000770
000780     SELECT OperatorAuthorityFile ASSIGN TO
000790         "HW2-Operator-Authority.dat"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-AUT-STATUS.
000820
000830     SELECT OperatorActivityFile ASSIGN TO
000840         "HW2-Operator-Activity.dat"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-ACT-STATUS.
000870
000880     SELECT CloseOutReportFile ASSIGN TO
000890         "HW2-Drawer-CloseOut-Report.txt"
000900         ORGANIZATION IS LINE SEQUENTIAL.
000910
000920     SELECT PeriodControlFile ASSIGN TO
000930         "HW2-Period-Control.dat"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-PER-STATUS.
000960
000970 DATA DIVISION.
000980 FILE SECTION.
000990*---------------------------------------------------------------
001000* DeclaredCountFile - one close-out slip per line, comma
001010* delimited, keyed by the head cashier from the signed slip.
001020*---------------------------------------------------------------
001030 FD  DeclaredCountFile.
001040 01  DeclaredCountRecord.
001050     05  DCL-CASHIER-ID       PIC X(08).
001060     05  FILLER               PIC X.
001070     05  DCL-SESSION          PIC X(02).
001080     05  FILLER               PIC X.
001090     05  DCL-BATCH-DATE       PIC X(08).
001100     05  FILLER               PIC X.
001110     05  DCL-CASH             PIC X(15).
001120     05  FILLER               PIC X.
001130     05  DCL-CHECK            PIC X(15).
001140     05  FILLER               PIC X.
001150     05  DCL-CARD             PIC X(15).
001160     05  FILLER               PIC X.
001170     05  DCL-COUNTED-BY       PIC X(08).
001180
001190*---------------------------------------------------------------
001200* CashDrawerFile - what StudentPayment posted per cashier per
001210* session; layout is in the DRWREC copy member.
001220*---------------------------------------------------------------
001230 FD  CashDrawerFile.
001240 COPY DRWREC.
001250
001260*---------------------------------------------------------------
001270* GLInterfaceFile - shared with the master writers; extended
001280* with this run's Cash/Cash-Over-Short entries.  They move no
001290* master balance, so the two sides of each net to nothing in
001300* the GLTieOut proof.
001310*---------------------------------------------------------------
001320 FD  GLInterfaceFile.
001330 01  GLInterfaceRecord        PIC X(80).
001340
001350*---------------------------------------------------------------
001360* OperatorAuthorityFile - who may use this program and which
001370* of its action codes, up to what dollar limit; layout is the
001380* AUTREC copy member.
001390*---------------------------------------------------------------
001400 FD  OperatorAuthorityFile.
001410 COPY AUTREC.
001420
001430*---------------------------------------------------------------
001440* OperatorActivityFile - the operator activity log shared by
001450* the maintenance programs; extended with a line per
001460* transaction, built in the OperatorActivityRecord working
001470* area (ACTREC copy member).
001480*---------------------------------------------------------------
001490 FD  OperatorActivityFile.
001500 01  OperatorActivityLine     PIC X(102).
001510
001520*---------------------------------------------------------------
001530* CloseOutReportFile - the close-out of every slip, by method,
001540* and the drawers still open.
001550*---------------------------------------------------------------
001560 FD  CloseOutReportFile.
001570 01  CloseOutReportRecord     PIC X(100).
001580
001590*---------------------------------------------------------------
001600* PeriodControlFile - finance's open and closed accounting
001610* months; read into the PeriodControlRecord layout (PERREC
001620* copy member) to date this run's GL entries.
001630*---------------------------------------------------------------
001640 FD  PeriodControlFile.
001650 01  PeriodControlLine        PIC X(42).
001660
001670 WORKING-STORAGE SECTION.
001680*---------------------------------------------------------------
001690* Switches and file statuses.
001700*---------------------------------------------------------------
001710 01  WS-SWITCHES.
001720     05  WS-EOF-SWITCH       PIC X(01)   VALUE 'N'.
001730         88  WS-EOF-YES                  VALUE 'Y'.
001740         88  WS-EOF-NO                   VALUE 'N'.
001750     05  WS-TRAN-OK-SWITCH   PIC X(01)   VALUE 'Y'.
001760         88  WS-TRAN-OK                  VALUE 'Y'.
001770         88  WS-TRAN-REJECTED            VALUE 'N'.
001780     05  WS-OPEN-EOF-SWITCH  PIC X(01)   VALUE 'N'.
001790         88  WS-OPEN-EOF-YES             VALUE 'Y'.
001800         88  WS-OPEN-EOF-NO              VALUE 'N'.
001810
001820 01  WS-DECL-STATUS           PIC X(02).
001830 01  WS-DRW-STATUS            PIC X(02).
001840     88  WS-DRW-OK                        VALUE "00".
001850     88  WS-DRW-NOT-FOUND                 VALUE "23" "35".
001860 01  WS-GL-STATUS             PIC X(02).
001870     88  WS-GL-NOT-FOUND                  VALUE "35".
001880
001890 COPY AMTWORK.
001900
001910 COPY PERWORK.
001920
001930 COPY PERREC.
001940
001950 COPY AUTWORK.
001960
001970 COPY ACTREC.
001980
001990 01  WS-RUN-DATE              PIC X(08).
002000
002010*---------------------------------------------------------------
002020* Slip work fields.  The declared figures are edited off the
002030* slip into these; the posted figures come off the drawer.
002040*---------------------------------------------------------------
002050 01  WS-DISPOSITION           PIC X(16).
002060 01  WS-DRAWER-DATE           PIC X(08).
002070 01  WS-DECLARED-CASH         PIC S9(12)V99 COMP-3.
002080 01  WS-DECLARED-CHECK        PIC S9(12)V99 COMP-3.
002090 01  WS-DECLARED-CARD         PIC S9(12)V99 COMP-3.
002100 01  WS-DECLARED-TOTAL        PIC S9(12)V99 COMP-3.
002110 01  WS-POSTED-TOTAL          PIC S9(12)V99 COMP-3.
002120 01  WS-DRAWER-OVER-SHORT     PIC S9(12)V99 COMP-3.
002130 01  WS-METHOD-POSTED         PIC S9(12)V99 COMP-3.
002140 01  WS-METHOD-DECLARED       PIC S9(12)V99 COMP-3.
002150
002160*---------------------------------------------------------------
002170* Counters and totals.  Overages and shortages are carried
002180* apart so each goes to the GL the right way round and
002190* neither hides the other.
002200*---------------------------------------------------------------
002210 01  WS-TRAN-COUNT            PIC 9(07)   COMP VALUE 0.
002220 01  WS-CLOSED-COUNT          PIC 9(07)   COMP VALUE 0.
002230 01  WS-REJECT-COUNT          PIC 9(07)   COMP VALUE 0.
002240 01  WS-BALANCED-COUNT        PIC 9(07)   COMP VALUE 0.
002250 01  WS-OVER-COUNT            PIC 9(07)   COMP VALUE 0.
002260 01  WS-SHORT-COUNT           PIC 9(07)   COMP VALUE 0.
002270 01  WS-STILL-OPEN-COUNT      PIC 9(07)   COMP VALUE 0.
002280 01  WS-OVER-TOTAL            PIC S9(12)V99 COMP-3 VALUE 0.
002290 01  WS-SHORT-TOTAL           PIC S9(12)V99 COMP-3 VALUE 0.
002300
002310*---------------------------------------------------------------
002320* Report line layouts.
002330*---------------------------------------------------------------
002340 01  WS-RPT-SECTION-LINE.
002350     05  WS-RPT-SECTION      PIC X(40).
002360     05  FILLER              PIC X(60)   VALUE SPACES.
002370
002380 01  WS-PROOF-LINE.
002390     05  WS-PRF-CASHIER      PIC X(08).
002400     05  FILLER              PIC X(01)   VALUE SPACES.
002410     05  WS-PRF-SESSION      PIC X(02).
002420     05  FILLER              PIC X(01)   VALUE SPACES.
002430     05  WS-PRF-DATE         PIC X(08).
002440     05  FILLER              PIC X(01)   VALUE SPACES.
002450     05  WS-PRF-COUNTED-BY   PIC X(08).
002460     05  FILLER              PIC X(01)   VALUE SPACES.
002470     05  WS-PRF-POSTED       PIC -ZZZ,ZZZ,ZZ9.99.
002480     05  FILLER              PIC X(01)   VALUE SPACES.
002490     05  WS-PRF-DECLARED     PIC -ZZZ,ZZZ,ZZ9.99.
002500     05  FILLER              PIC X(01)   VALUE SPACES.
002510     05  WS-PRF-OVER-SHORT   PIC -ZZZ,ZZZ,ZZ9.99.
002520     05  FILLER              PIC X(01)   VALUE SPACES.
002530     05  WS-PRF-DISPOSITION  PIC X(16).
002540     05  FILLER              PIC X(06)   VALUE SPACES.
002550
002560 01  WS-METHOD-DETAIL-LINE.
002570     05  FILLER              PIC X(16)   VALUE SPACES.
002580     05  WS-MDL-LABEL        PIC X(14).
002590     05  WS-MDL-POSTED       PIC -ZZZ,ZZZ,ZZ9.99.
002600     05  FILLER              PIC X(01)   VALUE SPACES.
002610     05  WS-MDL-DECLARED     PIC -ZZZ,ZZZ,ZZ9.99.
002620     05  FILLER              PIC X(01)   VALUE SPACES.
002630     05  WS-MDL-OVER-SHORT   PIC -ZZZ,ZZZ,ZZ9.99.
002640     05  FILLER              PIC X(23)   VALUE SPACES.
002650
002660 01  WS-OPEN-DRAWER-LINE.
002670     05  WS-ODL-CASHIER      PIC X(08).
002680     05  FILLER              PIC X(01)   VALUE SPACES.
002690     05  WS-ODL-SESSION      PIC X(02).
002700     05  FILLER              PIC X(01)   VALUE SPACES.
002710     05  WS-ODL-DATE         PIC X(08).
002720     05  FILLER              PIC X(02)   VALUE SPACES.
002730     05  WS-ODL-ITEMS        PIC ZZ,ZZ9.
002740     05  FILLER              PIC X(02)   VALUE SPACES.
002750     05  WS-ODL-POSTED       PIC -ZZZ,ZZZ,ZZ9.99.
002760     05  FILLER              PIC X(02)   VALUE SPACES.
002770     05  WS-ODL-NOTE         PIC X(20)   VALUE
002780             "NOT CLOSED OUT".
002790     05  FILLER              PIC X(35)   VALUE SPACES.
002800
002810 01  WS-RPT-COUNT-LINE.
002820     05  WS-RPT-COUNT-LABEL  PIC X(30).
002830     05  WS-RPT-COUNT        PIC ZZZ,ZZ9.
002840     05  FILLER              PIC X(63)   VALUE SPACES.
002850
002860 01  WS-METHOD-LINE.
002870     05  WS-MTH-LABEL         PIC X(24).
002880     05  WS-MTH-AMOUNT        PIC -$,$$$,$$$,$$$,$$9.99.
002890     05  FILLER               PIC X(55)   VALUE SPACES.
002900
002910*---------------------------------------------------------------
002920* GL entry line - same fixed layout StudentPayment writes, so
002930* the finance upload and the GLTieOut job read one format.
002940*---------------------------------------------------------------
002950 01  WS-GL-LINE.
002960     05  WS-GL-ACCOUNT-CODE  PIC X(10).
002970     05  FILLER              PIC X(02)   VALUE SPACES.
002980     05  WS-GL-DEBIT-CREDIT  PIC X(01).
002990     05  FILLER              PIC X(02)   VALUE SPACES.
003000     05  WS-GL-AMOUNT        PIC 9(12)V99.
003010     05  FILLER              PIC X(02)   VALUE SPACES.
003020     05  WS-GL-BATCH-DATE    PIC X(08).
003030     05  FILLER              PIC X(41)   VALUE SPACES.
003040
003050 PROCEDURE DIVISION.
003060*===============================================================
003070 0000-MAINLINE.
003080*===============================================================
003090     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003100     PERFORM 2000-PROCESS-SLIP THRU 2000-EXIT
003110         UNTIL WS-EOF-YES.
003120     PERFORM 4000-LIST-OPEN-DRAWERS THRU 4000-EXIT.
003130     PERFORM 3000-FINALIZE THRU 3000-EXIT.
003140     STOP RUN.
003150
003160*---------------------------------------------------------------
003170* 1000-INITIALIZE - open files and prime the read.  With no
003180* drawer file on disk nothing has been posted at the window
003190* and there is nothing to close out.  With no open month to
003200* post the over/short to, no drawer is closed.
003210*---------------------------------------------------------------
003220 1000-INITIALIZE.
003230     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003240     MOVE WS-RUN-DATE TO WS-PER-POSTING-DATE.
003250     PERFORM 8400-SET-POSTING-DATE THRU 8400-EXIT.
003260     IF WS-PER-POSTING-LOCKED
003270         MOVE 16 TO RETURN-CODE
003280         STOP RUN
003290     END-IF.
003300     OPEN INPUT DeclaredCountFile.
003310     IF WS-DECL-STATUS NOT = "00"
003320         DISPLAY "ERROR - NO DECLARED COUNT FILE "
003330             "HW2-Drawer-Declared.dat"
003340         MOVE 16 TO RETURN-CODE
003350         STOP RUN
003360     END-IF.
003370     OPEN I-O CashDrawerFile.
003380     IF NOT WS-DRW-OK
003390         DISPLAY "ERROR - CASH DRAWER FILE NOT AVAILABLE - "
003400             "STATUS " WS-DRW-STATUS
003410         MOVE 16 TO RETURN-CODE
003420         STOP RUN
003430     END-IF.
003440     OPEN EXTEND GLInterfaceFile.
003450     IF WS-GL-NOT-FOUND
003460         OPEN OUTPUT GLInterfaceFile
003470     END-IF.
003480     MOVE "DrawerCloseOut" TO WS-AUT-PROGRAM-ID.
003490     PERFORM 8800-LOAD-AUTHORITY THRU 8800-EXIT.
003500     PERFORM 8900-OPEN-ACTIVITY-LOG THRU 8900-EXIT.
003510     OPEN OUTPUT CloseOutReportFile.
003520     MOVE "DRAWER CLOSE-OUT" TO WS-RPT-SECTION.
003530     WRITE CloseOutReportRecord FROM WS-RPT-SECTION-LINE.
003540     PERFORM 2100-READ-SLIP THRU 2100-EXIT.
003550 1000-EXIT.
003560     EXIT.
003570
003580*---------------------------------------------------------------
003590* 2000-PROCESS-SLIP - edit one close-out slip, close the drawer
003600* or reject the slip, print it, then read the next.
003610*---------------------------------------------------------------
003620 2000-PROCESS-SLIP.
003630     ADD 1 TO WS-TRAN-COUNT.
003640     SET WS-TRAN-OK TO TRUE.
003650     MOVE SPACES TO WS-DISPOSITION.
003660     MOVE DCL-BATCH-DATE TO WS-DRAWER-DATE.
003670     IF WS-DRAWER-DATE = SPACES
003680         MOVE WS-RUN-DATE TO WS-DRAWER-DATE
003690     END-IF.
003700     MOVE 0 TO WS-DECLARED-CASH.
003710     MOVE 0 TO WS-DECLARED-CHECK.
003720     MOVE 0 TO WS-DECLARED-CARD.
003730     MOVE 0 TO WS-DECLARED-TOTAL.
003740     MOVE 0 TO WS-POSTED-TOTAL.
003750     MOVE 0 TO WS-DRAWER-OVER-SHORT.
003760     PERFORM 2200-EDIT-SLIP THRU 2200-EXIT.
003770     IF WS-TRAN-OK
003780         PERFORM 2300-CLOSE-DRAWER THRU 2300-EXIT
003790     END-IF.
003800     PERFORM 2400-WRITE-PROOF-LINES THRU 2400-EXIT.
003810     PERFORM 2100-READ-SLIP THRU 2100-EXIT.
003820 2000-EXIT.
003830     EXIT.
003840
003850 2100-READ-SLIP.
003860     READ DeclaredCountFile
003870         AT END
003880             SET WS-EOF-YES TO TRUE
003890     END-READ.
003900 2100-EXIT.
003910     EXIT.
003920
003930*---------------------------------------------------------------
003940* 2200-EDIT-SLIP - a cashier, a witness who is someone other
003950* than the cashier, and three counts that are amounts and are
003960* not negative.  A blank count is an empty compartment.
003970*---------------------------------------------------------------
003980 2200-EDIT-SLIP.
003990     EVALUATE TRUE
004000         WHEN DCL-CASHIER-ID = SPACES
004010             SET WS-TRAN-REJECTED TO TRUE
004020             MOVE "NO CASHIER ID" TO WS-DISPOSITION
004030         WHEN DCL-COUNTED-BY = SPACES
004040             SET WS-TRAN-REJECTED TO TRUE
004050             MOVE "NO WITNESS" TO WS-DISPOSITION
004060         WHEN DCL-COUNTED-BY = DCL-CASHIER-ID
004070             SET WS-TRAN-REJECTED TO TRUE
004080             MOVE "WITNESS=CASHIER" TO WS-DISPOSITION
004090         WHEN OTHER
004100             PERFORM 2210-EDIT-COUNTS THRU 2210-EXIT
004110     END-EVALUATE.
004120 2200-EXIT.
004130     EXIT.
004140
004150 2210-EDIT-COUNTS.
004160     IF DCL-CASH NOT = SPACES
004170         MOVE DCL-CASH TO WS-AmountString
004180         PERFORM 8100-EDIT-AMOUNT THRU 8100-EXIT
004190         IF WS-AMOUNT-INVALID OR WS-AmountNumeric < 0
004200             SET WS-TRAN-REJECTED TO TRUE
004210             MOVE "BAD CASH COUNT" TO WS-DISPOSITION
004220         ELSE
004230             MOVE WS-AmountNumeric TO WS-DECLARED-CASH
004240         END-IF
004250     END-IF.
004260     IF WS-TRAN-OK AND DCL-CHECK NOT = SPACES
004270         MOVE DCL-CHECK TO WS-AmountString
004280         PERFORM 8100-EDIT-AMOUNT THRU 8100-EXIT
004290         IF WS-AMOUNT-INVALID OR WS-AmountNumeric < 0
004300             SET WS-TRAN-REJECTED TO TRUE
004310             MOVE "BAD CHECK COUNT" TO WS-DISPOSITION
004320         ELSE
004330             MOVE WS-AmountNumeric TO WS-DECLARED-CHECK
004340         END-IF
004350     END-IF.
004360     IF WS-TRAN-OK AND DCL-CARD NOT = SPACES
004370         MOVE DCL-CARD TO WS-AmountString
004380         PERFORM 8100-EDIT-AMOUNT THRU 8100-EXIT
004390         IF WS-AMOUNT-INVALID OR WS-AmountNumeric < 0
004400             SET WS-TRAN-REJECTED TO TRUE
004410             MOVE "BAD CARD COUNT" TO WS-DISPOSITION
004420         ELSE
004430             MOVE WS-AmountNumeric TO WS-DECLARED-CARD
004440         END-IF
004450     END-IF.
004460     COMPUTE WS-DECLARED-TOTAL = WS-DECLARED-CASH
004470         + WS-DECLARED-CHECK + WS-DECLARED-CARD.
004480 2210-EXIT.
004490     EXIT.
004500
004510*---------------------------------------------------------------
004520* 2300-CLOSE-DRAWER - the slip must name a drawer the window
004530* posted to and that is still open.  The over/short is the
004540* declared total less the posted total across cash, checks
004550* and card slips; the witness must hold the witness action
004560* with a dollar limit that covers it, and the drawer is then
004570* rewritten closed with the count and the witness on it.
004580*---------------------------------------------------------------
004590 2300-CLOSE-DRAWER.
004600     MOVE WS-DRAWER-DATE TO DRW-BATCH-DATE.
004610     MOVE DCL-CASHIER-ID TO DRW-CASHIER-ID.
004620     MOVE DCL-SESSION TO DRW-SESSION.
004630     READ CashDrawerFile
004640         INVALID KEY
004650             CONTINUE
004660     END-READ.
004670     EVALUATE TRUE
004680         WHEN WS-DRW-NOT-FOUND
004690             SET WS-TRAN-REJECTED TO TRUE
004700             MOVE "NO SUCH DRAWER" TO WS-DISPOSITION
004710         WHEN NOT WS-DRW-OK
004720             SET WS-TRAN-REJECTED TO TRUE
004730             MOVE "DRAWER IO ERR" TO WS-DISPOSITION
004740         WHEN DRW-CLOSED
004750             SET WS-TRAN-REJECTED TO TRUE
004760             MOVE "ALREADY CLOSED" TO WS-DISPOSITION
004770         WHEN OTHER
004780             PERFORM 2310-POST-CLOSE-OUT THRU 2310-EXIT
004790     END-EVALUATE.
004800 2300-EXIT.
004810     EXIT.
004820
004830 2310-POST-CLOSE-OUT.
004840     COMPUTE WS-POSTED-TOTAL = DRW-POSTED-CASH
004850         + DRW-POSTED-CHECK + DRW-POSTED-CARD.
004860     COMPUTE WS-DRAWER-OVER-SHORT =
004870         WS-DECLARED-TOTAL - WS-POSTED-TOTAL.
004880     MOVE DCL-COUNTED-BY TO WS-AUT-CHECK-OPERATOR.
004890     MOVE SPACES TO WS-AUT-CHECK-REVIEWER.
004900     MOVE 'W' TO WS-AUT-CHECK-ACTION.
004910     MOVE WS-DRAWER-OVER-SHORT TO WS-AUT-CHECK-AMOUNT.
004920     PERFORM 8850-CHECK-AUTHORITY THRU 8850-EXIT.
004930     IF NOT WS-AUT-GRANTED
004940         SET WS-TRAN-REJECTED TO TRUE
004950         MOVE WS-AUT-REJECT-REASON TO WS-DISPOSITION
004960         GO TO 2310-EXIT
004970     END-IF.
004980     SET DRW-CLOSED TO TRUE.
004990     MOVE WS-RUN-DATE TO DRW-CLOSED-DATE.
005000     MOVE DCL-COUNTED-BY TO DRW-COUNTED-BY.
005010     MOVE WS-DECLARED-CASH TO DRW-DECLARED-CASH.
005020     MOVE WS-DECLARED-CHECK TO DRW-DECLARED-CHECK.
005030     MOVE WS-DECLARED-CARD TO DRW-DECLARED-CARD.
005040     MOVE WS-DRAWER-OVER-SHORT TO DRW-OVER-SHORT.
005050     REWRITE CashDrawerRecord
005060         INVALID KEY
005070             CONTINUE
005080     END-REWRITE.
005090     IF WS-DRW-OK
005100         ADD 1 TO WS-CLOSED-COUNT
005110         EVALUATE TRUE
005120             WHEN WS-DRAWER-OVER-SHORT > 0
005130                 ADD 1 TO WS-OVER-COUNT
005140                 ADD WS-DRAWER-OVER-SHORT TO WS-OVER-TOTAL
005150                 MOVE "CLOSED - OVER" TO WS-DISPOSITION
005160             WHEN WS-DRAWER-OVER-SHORT < 0
005170                 ADD 1 TO WS-SHORT-COUNT
005180                 SUBTRACT WS-DRAWER-OVER-SHORT
005190                     FROM WS-SHORT-TOTAL
005200                 MOVE "CLOSED - SHORT" TO WS-DISPOSITION
005210             WHEN OTHER
005220                 ADD 1 TO WS-BALANCED-COUNT
005230                 MOVE "CLOSED - EVEN" TO WS-DISPOSITION
005240         END-EVALUATE
005250     ELSE
005260         SET WS-TRAN-REJECTED TO TRUE
005270         MOVE "DRAWER IO ERR" TO WS-DISPOSITION
005280     END-IF.
005290 2310-EXIT.
005300     EXIT.
005310
005320*---------------------------------------------------------------
005330* 2400-WRITE-PROOF-LINES - one line per slip, closed or
005340* rejected, and for a closed drawer the posted, declared and
005350* over/short figures for each method beneath it.  The slip
005360* goes on the operator activity log under the witness, with
005370* the cashier whose drawer was counted in the reviewer column.
005380*---------------------------------------------------------------
005390 2400-WRITE-PROOF-LINES.
005400     IF WS-TRAN-REJECTED
005410         ADD 1 TO WS-REJECT-COUNT
005420     END-IF.
005430     MOVE DCL-CASHIER-ID TO WS-PRF-CASHIER.
005440     MOVE DCL-SESSION TO WS-PRF-SESSION.
005450     MOVE WS-DRAWER-DATE TO WS-PRF-DATE.
005460     MOVE DCL-COUNTED-BY TO WS-PRF-COUNTED-BY.
005470     MOVE WS-POSTED-TOTAL TO WS-PRF-POSTED.
005480     MOVE WS-DECLARED-TOTAL TO WS-PRF-DECLARED.
005490     MOVE WS-DRAWER-OVER-SHORT TO WS-PRF-OVER-SHORT.
005500     MOVE WS-DISPOSITION TO WS-PRF-DISPOSITION.
005510     WRITE CloseOutReportRecord FROM WS-PROOF-LINE.
005520     IF WS-TRAN-OK
005530         MOVE "CASH" TO WS-MDL-LABEL
005540         MOVE DRW-POSTED-CASH TO WS-METHOD-POSTED
005550         MOVE DRW-DECLARED-CASH TO WS-METHOD-DECLARED
005560         PERFORM 2410-WRITE-METHOD-DETAIL THRU 2410-EXIT
005570         MOVE "CHECKS" TO WS-MDL-LABEL
005580         MOVE DRW-POSTED-CHECK TO WS-METHOD-POSTED
005590         MOVE DRW-DECLARED-CHECK TO WS-METHOD-DECLARED
005600         PERFORM 2410-WRITE-METHOD-DETAIL THRU 2410-EXIT
005610         MOVE "CARD SLIPS" TO WS-MDL-LABEL
005620         MOVE DRW-POSTED-CARD TO WS-METHOD-POSTED
005630         MOVE DRW-DECLARED-CARD TO WS-METHOD-DECLARED
005640         PERFORM 2410-WRITE-METHOD-DETAIL THRU 2410-EXIT
005650     END-IF.
005660     MOVE DCL-COUNTED-BY TO ACT-OPERATOR-ID.
005670     MOVE DCL-CASHIER-ID TO ACT-REVIEWER-ID.
005680     MOVE 'W' TO ACT-ACTION-CODE.
005690     MOVE SPACES TO ACT-STUDENT-ID.
005700     MOVE SPACES TO ACT-TERM-CODE.
005710     MOVE WS-DRAWER-OVER-SHORT TO ACT-AMOUNT.
005720     MOVE WS-DISPOSITION TO ACT-DISPOSITION.
005730     IF WS-TRAN-OK
005740         SET ACT-APPLIED TO TRUE
005750     ELSE
005760         SET ACT-REJECTED TO TRUE
005770     END-IF.
005780     PERFORM 8910-LOG-ACTIVITY THRU 8910-EXIT.
005790 2400-EXIT.
005800     EXIT.
005810
005820 2410-WRITE-METHOD-DETAIL.
005830     MOVE WS-METHOD-POSTED TO WS-MDL-POSTED.
005840     MOVE WS-METHOD-DECLARED TO WS-MDL-DECLARED.
005850     COMPUTE WS-MDL-OVER-SHORT =
005860         WS-METHOD-DECLARED - WS-METHOD-POSTED.
005870     WRITE CloseOutReportRecord FROM WS-METHOD-DETAIL-LINE.
005880 2410-EXIT.
005890     EXIT.
005900
005910*---------------------------------------------------------------
005920* 4000-LIST-OPEN-DRAWERS - walk the drawer file and list every
005930* drawer, of any date, that has not been closed out.  These
005940* are the drawers GLTieOut holds the GL upload for.
005950*---------------------------------------------------------------
005960 4000-LIST-OPEN-DRAWERS.
005970     MOVE "DRAWERS NOT CLOSED OUT" TO WS-RPT-SECTION.
005980     WRITE CloseOutReportRecord FROM WS-RPT-SECTION-LINE.
005990     SET WS-OPEN-EOF-NO TO TRUE.
006000     MOVE LOW-VALUES TO DRW-DRAWER-KEY.
006010     START CashDrawerFile KEY NOT < DRW-DRAWER-KEY
006020         INVALID KEY
006030             SET WS-OPEN-EOF-YES TO TRUE
006040     END-START.
006050     PERFORM 4100-CHECK-ONE-DRAWER THRU 4100-EXIT
006060         UNTIL WS-OPEN-EOF-YES.
006070 4000-EXIT.
006080     EXIT.
006090
006100 4100-CHECK-ONE-DRAWER.
006110     READ CashDrawerFile NEXT RECORD
006120         AT END
006130             SET WS-OPEN-EOF-YES TO TRUE
006140     END-READ.
006150     IF NOT WS-DRW-OK
006160         SET WS-OPEN-EOF-YES TO TRUE
006170     END-IF.
006180     IF NOT WS-OPEN-EOF-YES
006190         AND DRW-OPEN
006200         ADD 1 TO WS-STILL-OPEN-COUNT
006210         MOVE DRW-CASHIER-ID TO WS-ODL-CASHIER
006220         MOVE DRW-SESSION TO WS-ODL-SESSION
006230         MOVE DRW-BATCH-DATE TO WS-ODL-DATE
006240         MOVE DRW-ITEM-COUNT TO WS-ODL-ITEMS
006250         COMPUTE WS-ODL-POSTED = DRW-POSTED-CASH
006260             + DRW-POSTED-CHECK + DRW-POSTED-CARD
006270         WRITE CloseOutReportRecord FROM WS-OPEN-DRAWER-LINE
006280     END-IF.
006290 4100-EXIT.
006300     EXIT.
006310
006320*---------------------------------------------------------------
006330* 3000-FINALIZE - print the totals, cut the GL entries and
006340* close out.  Rejected slips end the run with RETURN-CODE 8;
006350* drawers still open with RETURN-CODE 4.
006360*---------------------------------------------------------------
006370 3000-FINALIZE.
006380     MOVE "CLOSE-OUT TOTALS" TO WS-RPT-SECTION.
006390     WRITE CloseOutReportRecord FROM WS-RPT-SECTION-LINE.
006400     MOVE "SLIPS READ:                   "
006410         TO WS-RPT-COUNT-LABEL.
006420     MOVE WS-TRAN-COUNT TO WS-RPT-COUNT.
006430     WRITE CloseOutReportRecord FROM WS-RPT-COUNT-LINE.
006440     MOVE "DRAWERS CLOSED OUT:           "
006450         TO WS-RPT-COUNT-LABEL.
006460     MOVE WS-CLOSED-COUNT TO WS-RPT-COUNT.
006470     WRITE CloseOutReportRecord FROM WS-RPT-COUNT-LINE.
006480     MOVE "  EVEN:                       "
006490         TO WS-RPT-COUNT-LABEL.
006500     MOVE WS-BALANCED-COUNT TO WS-RPT-COUNT.
006510     WRITE CloseOutReportRecord FROM WS-RPT-COUNT-LINE.
006520     MOVE "  OVER:                       "
006530         TO WS-RPT-COUNT-LABEL.
006540     MOVE WS-OVER-COUNT TO WS-RPT-COUNT.
006550     WRITE CloseOutReportRecord FROM WS-RPT-COUNT-LINE.
006560     MOVE "  SHORT:                      "
006570         TO WS-RPT-COUNT-LABEL.
006580     MOVE WS-SHORT-COUNT TO WS-RPT-COUNT.
006590     WRITE CloseOutReportRecord FROM WS-RPT-COUNT-LINE.
006600     MOVE "SLIPS REJECTED:               "
006610         TO WS-RPT-COUNT-LABEL.
006620     MOVE WS-REJECT-COUNT TO WS-RPT-COUNT.
006630     WRITE CloseOutReportRecord FROM WS-RPT-COUNT-LINE.
006640     MOVE "DRAWERS STILL OPEN:           "
006650         TO WS-RPT-COUNT-LABEL.
006660     MOVE WS-STILL-OPEN-COUNT TO WS-RPT-COUNT.
006670     WRITE CloseOutReportRecord FROM WS-RPT-COUNT-LINE.
006680     MOVE "TOTAL OVERAGES:" TO WS-MTH-LABEL.
006690     MOVE WS-OVER-TOTAL TO WS-MTH-AMOUNT.
006700     WRITE CloseOutReportRecord FROM WS-METHOD-LINE.
006710     MOVE "TOTAL SHORTAGES:" TO WS-MTH-LABEL.
006720     MOVE WS-SHORT-TOTAL TO WS-MTH-AMOUNT.
006730     WRITE CloseOutReportRecord FROM WS-METHOD-LINE.
006740     PERFORM 3200-WRITE-GL-INTERFACE THRU 3200-EXIT.
006750     CLOSE DeclaredCountFile.
006760     CLOSE CashDrawerFile.
006770     CLOSE GLInterfaceFile.
006780     CLOSE CloseOutReportFile.
006790     PERFORM 8990-CLOSE-ACTIVITY-LOG THRU 8990-EXIT.
006800     DISPLAY "Slips Read:            " WS-TRAN-COUNT.
006810     DISPLAY "Drawers Closed Out:    " WS-CLOSED-COUNT.
006820     DISPLAY "Slips Rejected:        " WS-REJECT-COUNT.
006830     DISPLAY "Drawers Still Open:    " WS-STILL-OPEN-COUNT.
006840     DISPLAY "Total Overages:       $" WS-OVER-TOTAL.
006850     DISPLAY "Total Shortages:      $" WS-SHORT-TOTAL.
006860     IF WS-REJECT-COUNT > 0
006870         MOVE 8 TO RETURN-CODE
006880     ELSE
006890         IF WS-STILL-OPEN-COUNT > 0
006900             MOVE 4 TO RETURN-CODE
006910         END-IF
006920     END-IF.
006930 3000-EXIT.
006940     EXIT.
006950
006960*---------------------------------------------------------------
006970* 3200-WRITE-GL-INTERFACE - the daily run booked to Cash what
006980* was posted; the count says what is really in the drawers.
006990* Overages debit Cash and credit Cash Over/Short; shortages
007000* debit Cash Over/Short and credit Cash.  Each is its own
007010* entry so one drawer's overage never hides another's
007020* shortage.  A run with neither cuts no entry.  The entries
007030* carry the period-lock posting date.
007040*---------------------------------------------------------------
007050 3200-WRITE-GL-INTERFACE.
007060     MOVE WS-PER-POSTING-DATE TO WS-GL-BATCH-DATE.
007070     IF WS-OVER-TOTAL > 0
007080         MOVE WS-OVER-TOTAL TO WS-GL-AMOUNT
007090         MOVE "1000-CASH" TO WS-GL-ACCOUNT-CODE
007100         MOVE "D" TO WS-GL-DEBIT-CREDIT
007110         WRITE GLInterfaceRecord FROM WS-GL-LINE
007120         MOVE "6900-OVSH" TO WS-GL-ACCOUNT-CODE
007130         MOVE "C" TO WS-GL-DEBIT-CREDIT
007140         WRITE GLInterfaceRecord FROM WS-GL-LINE
007150     END-IF.
007160     IF WS-SHORT-TOTAL > 0
007170         MOVE WS-SHORT-TOTAL TO WS-GL-AMOUNT
007180         MOVE "6900-OVSH" TO WS-GL-ACCOUNT-CODE
007190         MOVE "D" TO WS-GL-DEBIT-CREDIT
007200         WRITE GLInterfaceRecord FROM WS-GL-LINE
007210         MOVE "1000-CASH" TO WS-GL-ACCOUNT-CODE
007220         MOVE "C" TO WS-GL-DEBIT-CREDIT
007230         WRITE GLInterfaceRecord FROM WS-GL-LINE
007240     END-IF.
007250 3200-EXIT.
007260     EXIT.
007270
007280 COPY AMTEDIT.
007290
007300 COPY AUTLOOK.
007310
007320 COPY ACTLOG.
007330
007340 COPY PERLOOK.
007350
007360 END PROGRAM DrawerCloseOut.
