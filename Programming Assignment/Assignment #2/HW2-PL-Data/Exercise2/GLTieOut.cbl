000180*   upload.
000190*   TermClose journal records are left out of the journal sum:
000200*   a term close moves balances off to TermHistory, not money,
000201*   and cuts no GL entry.
000202*   A cashier's drawer for the day that has not been closed
000203*   out through DrawerCloseOut holds the upload the same way
000204*   a difference does: its over or short is not yet on the
000205*   file.
000206*   Money the collections agency collects on a closed term's
000207*   receivable moves the ReceivableJournal, not the master;
000208*   the day's AGYPAY records (before image minus after image,
000210*   the amount collected) are added to the journal movement
000211*   to match AgencyPosting's cash and commission entry.
000212*   A current-term credit StudentPayment applies to a closed
000213*   term moves the master down and the receivable down by the
000214*   same amount with no GL entry; the day's PTRAPL records are
000215*   added the same way and net its MasterJournal line out.
000216*   Write-offs (WRTOFF) and the receivables TermClose carries
000217*   (TRMCLS) are left out: neither moves money, and the
000218*   write-off entry nets to zero on the non-revenue side.
000220*---------------------------------------------------------------
000230* MODIFICATION HISTORY.
000231*   2026-06-15  DH  Original program.
000233*   2026-10-07  DH  Every window drawer for the tie-out date
000235*                   on the CashDrawer file must be closed out;
000236*                   one still open is listed and holds the
000238*                   upload with RETURN-CODE 8.
000240*   2026-10-10  DH  Agency collections on the
000241*                   ReceivableJournal are added to the
000243*                   journal movement.
000245*   2026-10-15  DH  PTRAPL records on the ReceivableJournal -
000246*                   current-term credit applied to a closed
000248*                   term - are added alongside AGYPAY.
000250***************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. GLTieOut.
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-JOURNAL-STATUS.
000450
000451     SELECT ReceivableJournal ASSIGN TO
000453         "HW2-Receivable-Journal.dat"
000455         ORGANIZATION IS LINE SEQUENTIAL
000456         FILE STATUS IS WS-RCV-JOURNAL-STATUS.
000458
000460     SELECT GLInterfaceFile ASSIGN TO
000470         "HW2-GL-Interface.txt"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-GL-STATUS.
000491
000492     SELECT CashDrawerFile ASSIGN TO
000493         "HW2-Cash-Drawer.dat"
000495         ORGANIZATION IS INDEXED
000496         ACCESS MODE IS DYNAMIC
000497         RECORD KEY IS DRW-DRAWER-KEY
000498         FILE STATUS IS WS-DRW-STATUS.
000500
000510     SELECT TieOutReportFile ASSIGN TO
000520         "HW2-GL-TieOut-Report.txt"
000680*---------------------------------------------------------------
000690 FD  MasterJournal.
000700 COPY JRNLREC.
000701
000702*---------------------------------------------------------------
000703* ReceivableJournal - the prior-term receivable movements, in
000704* the MasterJournal line layout.
000705*---------------------------------------------------------------
000706 FD  ReceivableJournal.
000707 01  ReceivableJournalRecord.
000708     05  RCJ-STUDENT-ID       PIC X(10).
000710     05  FILLER               PIC X(01).
000711     05  RCJ-TERM-CODE        PIC X(06).
000712     05  FILLER               PIC X(01).
000713     05  RCJ-ACTION           PIC X(01).
000714     05  FILLER               PIC X(01).
000715     05  RCJ-BEFORE-BALANCE   PIC S9(12)V99
000716                                  SIGN LEADING SEPARATE.
000717     05  FILLER               PIC X(01).
000718     05  RCJ-AFTER-BALANCE    PIC S9(12)V99
000720                                  SIGN LEADING SEPARATE.
000721     05  FILLER               PIC X(01).
000722     05  RCJ-BATCH-DATE       PIC X(08).
000723     05  FILLER               PIC X(01).
000724     05  RCJ-RECORD-NUMBER    PIC 9(07).
000725     05  FILLER               PIC X(01).
000726     05  RCJ-SOURCE-PROGRAM   PIC X(08).
000727
000728*---------------------------------------------------------------
000730* GLInterfaceFile - read straight into the fixed entry layout
000740* every writer builds.
000750*---------------------------------------------------------------
000850     05  FILLER               PIC X(41).
000860
000870*---------------------------------------------------------------
000880* CashDrawerFile - the window drawers StudentPayment tallied
000881* and DrawerCloseOut closes; layout is in the DRWREC copy
000882* member.  An absent file means no window took money.
000883*---------------------------------------------------------------
000884 FD  CashDrawerFile.
000885 COPY DRWREC.
000886
000887*---------------------------------------------------------------
000888* TieOutReportFile - the two totals, any drawer still open,
000889* and the verdict.
000890*---------------------------------------------------------------
000900 FD  TieOutReportFile.
000910 01  TieOutReportRecord       PIC X(80).
001010     05  WS-GL-EOF-SWITCH    PIC X(01)   VALUE 'N'.
001020         88  WS-GL-EOF-YES               VALUE 'Y'.
001030         88  WS-GL-EOF-NO                VALUE 'N'.
001031     05  WS-DRW-EOF-SWITCH   PIC X(01)   VALUE 'N'.
001032         88  WS-DRW-EOF-YES              VALUE 'Y'.
001034         88  WS-DRW-EOF-NO               VALUE 'N'.
001035     05  WS-RCJ-EOF-SWITCH   PIC X(01)   VALUE 'N'.
001037         88  WS-RCJ-EOF-YES              VALUE 'Y'.
001038         88  WS-RCJ-EOF-NO               VALUE 'N'.
001040
001050 01  WS-PARM-STATUS           PIC X(02).
001060 01  WS-JOURNAL-STATUS        PIC X(02).
001065 01  WS-RCV-JOURNAL-STATUS    PIC X(02).
001070 01  WS-GL-STATUS             PIC X(02).
001073 01  WS-DRW-STATUS            PIC X(02).
001076     88  WS-DRW-OK                        VALUE "00".
001080
001090*---------------------------------------------------------------
001100* Tie-out control fields.
001190*---------------------------------------------------------------
001200 01  WS-JRN-READ-COUNT        PIC 9(07)   COMP VALUE 0.
001210 01  WS-JRN-IN-COUNT          PIC 9(07)   COMP VALUE 0.
001215 01  WS-RCJ-IN-COUNT          PIC 9(07)   COMP VALUE 0.
001220 01  WS-GL-READ-COUNT         PIC 9(07)   COMP VALUE 0.
001230 01  WS-GL-IN-COUNT           PIC 9(07)   COMP VALUE 0.
001233 01  WS-DRAWER-COUNT          PIC 9(07)   COMP VALUE 0.
001236 01  WS-OPEN-DRAWER-COUNT     PIC 9(07)   COMP VALUE 0.
001240
001250*---------------------------------------------------------------
001260* Report line layouts.
001410     05  WS-RPT-COUNT        PIC ZZZ,ZZ9.
001420     05  FILLER              PIC X(43)   VALUE SPACES.
001430
001431 01  WS-RPT-DRAWER-LINE.
001432     05  FILLER              PIC X(26)
001433             VALUE "DRAWER NOT CLOSED OUT:    ".
001434     05  WS-RPT-CASHIER      PIC X(08).
001435     05  FILLER              PIC X(09)   VALUE " SESSION ".
001436     05  WS-RPT-SESSION      PIC X(02).
001437     05  FILLER              PIC X(35)   VALUE SPACES.
001438
001440 01  WS-RPT-VERDICT-LINE.
001450     05  WS-RPT-VERDICT      PIC X(40).
001460     05  FILLER              PIC X(40)   VALUE SPACES.
001510*===============================================================
001520     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001530     PERFORM 2000-SUM-JOURNAL-MOVEMENT THRU 2000-EXIT.
001535     PERFORM 2300-SUM-AGENCY-COLLECTIONS THRU 2300-EXIT.
001540     PERFORM 2500-SUM-GL-MOVEMENT THRU 2500-EXIT.
001545     PERFORM 2800-CHECK-DRAWERS THRU 2800-EXIT.
001550     PERFORM 3000-FINALIZE THRU 3000-EXIT.
001560     STOP RUN.
001570
002120             + (JRN-AFTER-YTD - JRN-BEFORE-YTD)
002130     END-IF.
002140     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
002141 2200-EXIT.
002142     EXIT.
002143
002144*---------------------------------------------------------------
002145* 2300-SUM-AGENCY-COLLECTIONS - the day's AGYPAY records from
002146* the ReceivableJournal.  The receivable goes down by what
002147* the agency collected while the GL shows cash and commission
002148* going up by the same amount, so the collection is added as
002149* before image minus after image.  An absent journal means
002150* nothing was collected.  PTRAPL records are added the same
002151* way: the receivable goes down by the credit applied, which
002153* nets the PTRAPL MasterJournal line taking it off the master.
002154*---------------------------------------------------------------
002155 2300-SUM-AGENCY-COLLECTIONS.
002156     OPEN INPUT ReceivableJournal.
002157     IF WS-RCV-JOURNAL-STATUS = "00"
002158         PERFORM 2310-READ-RECEIVABLE-JOURNAL THRU 2310-EXIT
002159         PERFORM 2320-TALLY-ONE-COLLECTION THRU 2320-EXIT
002160             UNTIL WS-RCJ-EOF-YES
002161         CLOSE ReceivableJournal
002162     END-IF.
002163 2300-EXIT.
002165     EXIT.
002166
002167 2310-READ-RECEIVABLE-JOURNAL.
002168     READ ReceivableJournal
002169         AT END
002170             SET WS-RCJ-EOF-YES TO TRUE
002171     END-READ.
002172 2310-EXIT.
002173     EXIT.
002174
002175 2320-TALLY-ONE-COLLECTION.
002176     IF RCJ-BATCH-DATE = WS-TIEOUT-DATE
002178         AND (RCJ-SOURCE-PROGRAM = "AGYPAY"
002179         OR RCJ-SOURCE-PROGRAM = "PTRAPL")
002180         ADD 1 TO WS-RCJ-IN-COUNT
002181         COMPUTE WS-JOURNAL-MOVEMENT = WS-JOURNAL-MOVEMENT
002182             + (RCJ-BEFORE-BALANCE - RCJ-AFTER-BALANCE)
002183     END-IF.
002184     PERFORM 2310-READ-RECEIVABLE-JOURNAL THRU 2310-EXIT.
002185 2320-EXIT.
002186     EXIT.
002187
002188*---------------------------------------------------------------
002190* 2500-SUM-GL-MOVEMENT - the day's entries, signed on the
002200* non-revenue side: a debit adds, a credit subtracts.  The
002210* Tuition Revenue lines are each entry's balancing side and
002550             SUBTRACT GLI-AMOUNT FROM WS-GL-MOVEMENT
002560         END-IF
002570     END-IF.
002571     PERFORM 2600-READ-GL-ENTRY THRU 2600-EXIT.
002572 2700-EXIT.
002573     EXIT.
002574
002575*---------------------------------------------------------------
002576* 2800-CHECK-DRAWERS - the drawer file is keyed on batch date
002578* first, so the day's drawers are read from the first key of
002579* the tie-out date until the date changes.  Each one still
002580* open is listed.
002581*---------------------------------------------------------------
002582 2800-CHECK-DRAWERS.
002583     OPEN INPUT CashDrawerFile.
002584     IF NOT WS-DRW-OK
002586         DISPLAY "NOTE - NO CASH DRAWER FILE - "
002587             "NO DRAWERS TO CHECK"
002588     ELSE
002589         MOVE LOW-VALUES TO DRW-DRAWER-KEY
002590         MOVE WS-TIEOUT-DATE TO DRW-BATCH-DATE
002591         START CashDrawerFile KEY NOT < DRW-DRAWER-KEY
002593             INVALID KEY
002594                 SET WS-DRW-EOF-YES TO TRUE
002595         END-START
002596         PERFORM 2810-CHECK-ONE-DRAWER THRU 2810-EXIT
002597             UNTIL WS-DRW-EOF-YES
002598         CLOSE CashDrawerFile
002599     END-IF.
002601 2800-EXIT.
002602     EXIT.
002603
002604 2810-CHECK-ONE-DRAWER.
002605     READ CashDrawerFile NEXT RECORD
002606         AT END
002608             SET WS-DRW-EOF-YES TO TRUE
002609     END-READ.
002610     IF NOT WS-DRW-OK
002611         OR DRW-BATCH-DATE NOT = WS-TIEOUT-DATE
002612         SET WS-DRW-EOF-YES TO TRUE
002613     END-IF.
002614     IF NOT WS-DRW-EOF-YES
002616         ADD 1 TO WS-DRAWER-COUNT
002617         IF NOT DRW-CLOSED
002618             ADD 1 TO WS-OPEN-DRAWER-COUNT
002619             MOVE DRW-CASHIER-ID TO WS-RPT-CASHIER
002620             MOVE DRW-SESSION TO WS-RPT-SESSION
002621             WRITE TieOutReportRecord FROM WS-RPT-DRAWER-LINE
002623         END-IF
002624     END-IF.
002625 2810-EXIT.
002626     EXIT.
002627
002628*---------------------------------------------------------------
002630* 3000-FINALIZE - print both figures and the verdict.  A
002640* difference ends the run with RETURN-CODE 8 so the scheduler
002650* holds the finance upload until someone finds the money; so
002655* does a drawer that has not been closed out.
002660*---------------------------------------------------------------
002670 3000-FINALIZE.
002680     MOVE "JOURNAL RECORDS IN SCOPE:     "
002690         TO WS-RPT-COUNT-LABEL.
002700     MOVE WS-JRN-IN-COUNT TO WS-RPT-COUNT.
002710     WRITE TieOutReportRecord FROM WS-RPT-COUNT-LINE.
002712     MOVE "RECEIVABLE CREDITS IN SCOPE:  "
002714         TO WS-RPT-COUNT-LABEL.
002716     MOVE WS-RCJ-IN-COUNT TO WS-RPT-COUNT.
002718     WRITE TieOutReportRecord FROM WS-RPT-COUNT-LINE.
002720     MOVE "GL LINES IN SCOPE:            "
002730         TO WS-RPT-COUNT-LABEL.
002740     MOVE WS-GL-IN-COUNT TO WS-RPT-COUNT.
002741     WRITE TieOutReportRecord FROM WS-RPT-COUNT-LINE.
002742     MOVE "WINDOW DRAWERS FOR THE DAY:   "
002743         TO WS-RPT-COUNT-LABEL.
002744     MOVE WS-DRAWER-COUNT TO WS-RPT-COUNT.
002745     WRITE TieOutReportRecord FROM WS-RPT-COUNT-LINE.
002746     MOVE "DRAWERS NOT CLOSED OUT:       "
002747         TO WS-RPT-COUNT-LABEL.
002748     MOVE WS-OPEN-DRAWER-COUNT TO WS-RPT-COUNT.
002750     WRITE TieOutReportRecord FROM WS-RPT-COUNT-LINE.
002760     MOVE "NET JOURNAL MOVEMENT:     "
002770         TO WS-RPT-TOTAL-LABEL.
002870         TO WS-RPT-TOTAL-LABEL.
002880     MOVE WS-DIFFERENCE TO WS-RPT-TOTAL.
002890     WRITE TieOutReportRecord FROM WS-RPT-TOTAL-LINE.
002900     EVALUATE TRUE
002910         WHEN WS-DIFFERENCE NOT = 0
002920             MOVE "OUT OF BALANCE - HOLD THE GL UPLOAD"
002930                 TO WS-RPT-VERDICT
002940         WHEN WS-OPEN-DRAWER-COUNT > 0
002950             MOVE "DRAWERS OPEN - HOLD THE GL UPLOAD"
002952                 TO WS-RPT-VERDICT
002954         WHEN OTHER
002956             MOVE "IN BALANCE" TO WS-RPT-VERDICT
002958     END-EVALUATE.
002960     WRITE TieOutReportRecord FROM WS-RPT-VERDICT-LINE.
002970     CLOSE TieOutReportFile.
002980     DISPLAY "Net Journal Movement: $" WS-JOURNAL-MOVEMENT.
002990     DISPLAY "Net GL Movement:      $" WS-GL-MOVEMENT.
003000     DISPLAY "Difference:           $" WS-DIFFERENCE.
003005     DISPLAY "Drawers Not Closed:    " WS-OPEN-DRAWER-COUNT.
003010     IF WS-DIFFERENCE NOT = 0
003020         DISPLAY "GL TIE-OUT FAILED - HOLD THE UPLOAD"
003022         MOVE 8 TO RETURN-CODE
003024     END-IF.
003026     IF WS-OPEN-DRAWER-COUNT > 0
003028         DISPLAY "DRAWERS NOT CLOSED OUT - HOLD THE UPLOAD"
003030         MOVE 8 TO RETURN-CODE
003040     END-IF.
003050 3000-EXIT.
