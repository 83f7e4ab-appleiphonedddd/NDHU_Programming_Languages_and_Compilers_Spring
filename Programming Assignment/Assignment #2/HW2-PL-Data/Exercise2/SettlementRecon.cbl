000010***************************************************************
000020* PROGRAM-ID : SettlementRecon
000030* AUTHOR     : D. Huang, Bursar Systems
000040* INSTALLATION: NDHU Computing Center
000050* DATE-WRITTEN: 2026-10-08
000060* DATE-COMPILED:
000070*---------------------------------------------------------------
000080* PURPOSE.
000090*   Reconciles a posting day's card and wire receipts to the
000100*   money that actually arrived.  The card processor's daily
000110*   settlement file carries one line per settled sale, card
000120*   refund and chargeback, with the StudentID the payment
000130*   portal passed as the order reference; the bank's deposit
000140*   file carries one line per credit to the collection
000150*   account - the processor's net settlement, the cash and
000160*   check deposits and each incoming wire, a wire carrying
000170*   the remitter's StudentID where the bank captured one.
000180*   An item with a reference is matched to its own
000190*   PaymentHistory posting by StudentID and amount; an item
000200*   without one is matched at the method-and-date total
000210*   only.  The report lists every item with its disposition
000220*   - MATCHED, TOTALS ONLY, CHARGEBACK QUEUED or one of the
000230*   unexplained reasons - then the day's card and wire
000240*   postings no settlement item matched (unsettled), then
000250*   the posted against settled and deposited totals by
000260*   method.  A chargeback matched to its posting is queued
000270*   on the chargeback queue in the returned-item layout, for
000280*   the NSFReturns job to back out of the master and the
000290*   history the same way it backs out a bounced check.
000300*   The posting day to reconcile is read from the parm
000310*   file; with none, the run date is used.
000320*---------------------------------------------------------------
000330* MODIFICATION HISTORY.
000340*   2026-10-08  DH  Original program.
000350*   2026-10-15  DH  A chargeback is queued only against a card
000360*                   posting; a cash, check or direct-debit
000370*                   posting under the same StudentID and amount
000380*                   is reported CHARGEBACK NOT CC and left for
000390*                   the bursar, not backed out as a card item.
000400*                   Lookups carry the new PaymentHistory key
000410*                   reference as spaces.
000420***************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. SettlementRecon.
000450 AUTHOR. D-HUANG.
000460 INSTALLATION. NDHU-COMPUTING-CENTER.
000470 DATE-WRITTEN. 10/08/2026.
000480 DATE-COMPILED.
000490
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT SettleParmFile ASSIGN TO
000540         "HW2-Settlement-Parm.dat"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-PARM-STATUS.
000570
000580     SELECT CardSettlementFile ASSIGN TO
000590         "HW2-Card-Settlement.dat"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-STL-STATUS.
000620
000630     SELECT BankDepositFile ASSIGN TO
000640         "HW2-Bank-Deposits.dat"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-DEP-STATUS.
000670
000680     SELECT PaymentHistory ASSIGN TO "HW2-Payment-History.dat"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS HIST-KEY
000720         FILE STATUS IS WS-HISTORY-STATUS.
000730
000740     SELECT ChargebackQueueFile ASSIGN TO
000750         "HW2-Chargeback-Queue.dat"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-CBQ-STATUS.
000780
000790     SELECT StudentDirectory ASSIGN TO
000800         "HW2-Student-Directory.dat"
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS RANDOM
000830         RECORD KEY IS DIR-STUDENT-ID
000840         FILE STATUS IS WS-DIR-STATUS.
000850
000860     SELECT SettleReportFile ASSIGN TO
000870         "HW2-Settlement-Report.txt"
000880         ORGANIZATION IS LINE SEQUENTIAL.
000890
000900 DATA DIVISION.
000910 FILE SECTION.
000920*---------------------------------------------------------------
000930* SettleParmFile - one record naming the posting day to
000940* reconcile, YYYYMMDD.  Absent or blank means the run date.
000950*---------------------------------------------------------------
000960 FD  SettleParmFile.
000970 01  SettleParmRecord.
000980     05  PRM-SETTLE-DATE      PIC X(08).
000990
001000*---------------------------------------------------------------
001010* CardSettlementFile - the processor's daily settlement, one
001020* item per line, comma delimited.  STL-RECORD-TYPE is SA for
001030* a settled sale, RF for a card refund and CB for a
001040* chargeback; the amount is always unsigned.  STL-REFERENCE
001050* is the StudentID the portal sent as the order reference,
001060* blank on a terminal sale keyed without one.
001070*---------------------------------------------------------------
001080 FD  CardSettlementFile.
001090 01  CardSettlementRecord.
001100     05  STL-RECORD-TYPE      PIC X(02).
001110     05  FILLER               PIC X.
001120     05  STL-TRANS-DATE       PIC X(08).
001130     05  FILLER               PIC X.
001140     05  STL-SETTLE-DATE      PIC X(08).
001150     05  FILLER               PIC X.
001160     05  STL-AMOUNT           PIC X(15).
001170     05  FILLER               PIC X.
001180     05  STL-REFERENCE        PIC X(10).
001190
001200*---------------------------------------------------------------
001210* BankDepositFile - the bank's credits to the collection
001220* account, one per line, comma delimited.  DEP-CREDIT-TYPE is
001230* CC for the card processor's settlement credit, CA and CK
001240* for the cash and check deposits, WT for an incoming wire;
001250* DEP-REFERENCE is the StudentID the remitter quoted on a
001260* wire, blank on everything else.
001270*---------------------------------------------------------------
001280 FD  BankDepositFile.
001290 01  BankDepositRecord.
001300     05  DEP-CREDIT-TYPE      PIC X(02).
001310     05  FILLER               PIC X.
001320     05  DEP-VALUE-DATE       PIC X(08).
001330     05  FILLER               PIC X.
001340     05  DEP-AMOUNT           PIC X(15).
001350     05  FILLER               PIC X.
001360     05  DEP-REFERENCE        PIC X(10).
001370
001380*---------------------------------------------------------------
001390* PaymentHistory - the postings being reconciled; layout is
001400* the HISTREC copy member.  Read by key for an item with a
001410* reference, then end to end for the posting day's totals.
001420*---------------------------------------------------------------
001430 FD  PaymentHistory.
001440 COPY HISTREC.
001450
001460*---------------------------------------------------------------
001470* ChargebackQueueFile - chargebacks waiting to be backed out,
001480* in the bank's returned-item layout so NSFReturns reads them
001490* like a bounced check; extended, and emptied by NSFReturns
001500* once it has worked them.  The line is built in
001510* WS-CHARGEBACK-LINE.
001520*---------------------------------------------------------------
001530 FD  ChargebackQueueFile.
001540 01  ChargebackQueueRecord    PIC X(38).
001550
001560*---------------------------------------------------------------
001570* StudentDirectory - names for the references on the report;
001580* layout is in the DIRREC copy member.
001590*---------------------------------------------------------------
001600 FD  StudentDirectory.
001610 COPY DIRREC.
001620
001630*---------------------------------------------------------------
001640* SettleReportFile - every item with its disposition, the
001650* unsettled postings and the method totals.
001660*---------------------------------------------------------------
001670 FD  SettleReportFile.
001680 01  SettleReportRecord       PIC X(100).
001690
001700 WORKING-STORAGE SECTION.
001710*---------------------------------------------------------------
001720* Switches and file statuses.
001730*---------------------------------------------------------------
001740 01  WS-SWITCHES.
001750     05  WS-STL-EOF-SWITCH   PIC X(01)   VALUE 'N'.
001760         88  WS-STL-EOF-YES              VALUE 'Y'.
001770         88  WS-STL-EOF-NO               VALUE 'N'.
001780     05  WS-DEP-EOF-SWITCH   PIC X(01)   VALUE 'N'.
001790         88  WS-DEP-EOF-YES              VALUE 'Y'.
001800         88  WS-DEP-EOF-NO               VALUE 'N'.
001810     05  WS-HIST-EOF-SWITCH  PIC X(01)   VALUE 'N'.
001820         88  WS-HIST-EOF-YES             VALUE 'Y'.
001830         88  WS-HIST-EOF-NO              VALUE 'N'.
001840     05  WS-ITEM-OK-SWITCH   PIC X(01)   VALUE 'Y'.
001850         88  WS-ITEM-OK                  VALUE 'Y'.
001860         88  WS-ITEM-REJECTED            VALUE 'N'.
001870     05  WS-FOUND-SWITCH     PIC X(01)   VALUE 'N'.
001880         88  WS-POSTING-FOUND            VALUE 'Y'.
001890         88  WS-POSTING-NOT-FOUND        VALUE 'N'.
001900     05  WS-MATCHED-SWITCH   PIC X(01)   VALUE 'N'.
001910         88  WS-ALREADY-MATCHED          VALUE 'Y'.
001920         88  WS-NOT-MATCHED              VALUE 'N'.
001930
001940 01  WS-PARM-STATUS           PIC X(02).
001950 01  WS-STL-STATUS            PIC X(02).
001960 01  WS-DEP-STATUS            PIC X(02).
001970 01  WS-HISTORY-STATUS        PIC X(02).
001980     88  WS-HISTORY-OK                    VALUE "00".
001990     88  WS-HISTORY-NOT-FOUND             VALUE "23" "35".
002000 01  WS-CBQ-STATUS            PIC X(02).
002010     88  WS-CBQ-NOT-FOUND                 VALUE "35".
002020
002030 COPY DIRWORK.
002040
002050 COPY AMTWORK.
002060
002070 01  WS-RUN-DATE              PIC X(08).
002080 01  WS-SETTLE-DATE           PIC X(08).
002090
002100*---------------------------------------------------------------
002110* Item work fields.  WS-MATCH-AMOUNT is the amount the
002120* posting carries on the history - negative for a card
002130* refund, which posts as a negative payment.
002140*---------------------------------------------------------------
002150 01  WS-DISPOSITION           PIC X(18).
002160 01  WS-MATCH-METHOD          PIC X(02).
002170 01  WS-MATCH-AMOUNT          PIC S9(12)V99 COMP-3.
002180
002190*---------------------------------------------------------------
002200* Matched postings.  Each history posting an item matched by
002210* reference is remembered here, so the end-to-end pass over
002220* the history can tell the day's unsettled postings from the
002230* settled ones.  A full table leaves later matches out, and
002240* their postings then list as unsettled; the run says so.
002250*---------------------------------------------------------------
002260 01  WS-MATCH-COUNT           PIC 9(04)   COMP VALUE 0.
002270 01  WS-MATCH-SUB             PIC 9(04)   COMP.
002280 01  WS-MATCH-TABLE.
002290     05  WS-MTC-ENTRY OCCURS 2000.
002300         10  WS-MTC-STUDENT-ID PIC X(10).
002310         10  WS-MTC-AMOUNT    PIC S9(12)V99 COMP-3.
002320
002330*---------------------------------------------------------------
002340* Chargeback queue line - the NSFReturns returned-item layout:
002350* StudentID, amount, the date it was charged back and reason
002360* code CB.
002370*---------------------------------------------------------------
002380 01  WS-CHARGEBACK-LINE.
002390     05  WS-CBL-STUDENT-ID   PIC X(10).
002400     05  FILLER              PIC X(01)   VALUE ",".
002410     05  WS-CBL-AMOUNT       PIC 9(12).99.
002420     05  FILLER              PIC X(01)   VALUE ",".
002430     05  WS-CBL-RETURN-DATE  PIC X(08).
002440     05  FILLER              PIC X(01)   VALUE ",".
002450     05  WS-CBL-REASON-CODE  PIC X(02)   VALUE "CB".
002460
002470*---------------------------------------------------------------
002480* Counters.
002490*---------------------------------------------------------------
002500 01  WS-CARD-ITEM-COUNT       PIC 9(07)   COMP VALUE 0.
002510 01  WS-DEPOSIT-COUNT         PIC 9(07)   COMP VALUE 0.
002520 01  WS-MATCHED-ITEM-COUNT    PIC 9(07)   COMP VALUE 0.
002530 01  WS-TOTALS-ONLY-COUNT     PIC 9(07)   COMP VALUE 0.
002540 01  WS-CHARGEBACK-COUNT      PIC 9(07)   COMP VALUE 0.
002550 01  WS-CB-UNMATCHED-COUNT    PIC 9(07)   COMP VALUE 0.
002560 01  WS-UNEXPLAINED-COUNT     PIC 9(07)   COMP VALUE 0.
002570 01  WS-REJECT-COUNT          PIC 9(07)   COMP VALUE 0.
002580 01  WS-UNSETTLED-COUNT       PIC 9(07)   COMP VALUE 0.
002590 01  WS-TABLE-FULL-COUNT      PIC 9(07)   COMP VALUE 0.
002600 01  WS-OUT-OF-BALANCE-COUNT  PIC 9(07)   COMP VALUE 0.
002610
002620*---------------------------------------------------------------
002630* Totals by method.  Posted figures come off the history for
002640* the posting day, net of refunds; the processor's sales and
002650* refunds count toward the day only when their transaction
002660* date is the posting day, while its net settlement - sales
002670* less refunds less chargebacks on the whole file - is what
002680* the bank's CC credit should equal.
002690*---------------------------------------------------------------
002700 01  WS-POSTED-CASH           PIC S9(12)V99 COMP-3 VALUE 0.
002710 01  WS-POSTED-CHECK          PIC S9(12)V99 COMP-3 VALUE 0.
002720 01  WS-POSTED-CARD           PIC S9(12)V99 COMP-3 VALUE 0.
002730 01  WS-POSTED-WIRE           PIC S9(12)V99 COMP-3 VALUE 0.
002740 01  WS-CARD-SETTLED-DAY      PIC S9(12)V99 COMP-3 VALUE 0.
002750 01  WS-CARD-SETTLED-NET      PIC S9(12)V99 COMP-3 VALUE 0.
002760 01  WS-CHARGEBACK-TOTAL      PIC S9(12)V99 COMP-3 VALUE 0.
002770 01  WS-DEPOSIT-CASH          PIC S9(12)V99 COMP-3 VALUE 0.
002780 01  WS-DEPOSIT-CHECK         PIC S9(12)V99 COMP-3 VALUE 0.
002790 01  WS-DEPOSIT-CARD          PIC S9(12)V99 COMP-3 VALUE 0.
002800 01  WS-DEPOSIT-WIRE          PIC S9(12)V99 COMP-3 VALUE 0.
002810 01  WS-UNEXPLAINED-TOTAL     PIC S9(12)V99 COMP-3 VALUE 0.
002820 01  WS-UNSETTLED-TOTAL       PIC S9(12)V99 COMP-3 VALUE 0.
002830 01  WS-SUMMARY-POSTED        PIC S9(12)V99 COMP-3.
002840 01  WS-SUMMARY-SETTLED       PIC S9(12)V99 COMP-3.
002850
002860*---------------------------------------------------------------
002870* Report line layouts.
002880*---------------------------------------------------------------
002890 01  WS-RPT-SECTION-LINE.
002900     05  WS-RPT-SECTION      PIC X(40).
002910     05  FILLER              PIC X(60)   VALUE SPACES.
002920
002930 01  WS-RPT-DATE-LINE.
002940     05  FILLER              PIC X(20)   VALUE
002950             "POSTING DAY:".
002960     05  WS-RPT-SETTLE-DATE  PIC X(08).
002970     05  FILLER              PIC X(72)   VALUE SPACES.
002980
002990 01  WS-RPT-ITEM-LINE.
003000     05  WS-RPT-SOURCE       PIC X(04).
003010     05  FILLER              PIC X(01)   VALUE SPACES.
003020     05  WS-RPT-TYPE         PIC X(02).
003030     05  FILLER              PIC X(01)   VALUE SPACES.
003040     05  WS-RPT-DATE         PIC X(08).
003050     05  FILLER              PIC X(01)   VALUE SPACES.
003060     05  WS-RPT-REFERENCE    PIC X(10).
003070     05  FILLER              PIC X(01)   VALUE SPACES.
003080     05  WS-RPT-AMOUNT       PIC -ZZZ,ZZZ,ZZ9.99.
003090     05  FILLER              PIC X(01)   VALUE SPACES.
003100     05  WS-RPT-DISPOSITION  PIC X(18).
003110     05  FILLER              PIC X(01)   VALUE SPACES.
003120     05  WS-RPT-NAME         PIC X(25).
003130     05  FILLER              PIC X(12)   VALUE SPACES.
003140
003150 01  WS-RPT-SUMMARY-HEADING.
003160     05  FILLER              PIC X(30)   VALUE
003170             "METHOD".
003180     05  FILLER              PIC X(17)   VALUE
003190             "         POSTED".
003200     05  FILLER              PIC X(17)   VALUE
003210             "   SETTLED/BANK".
003220     05  FILLER              PIC X(17)   VALUE
003230             "     DIFFERENCE".
003240     05  FILLER              PIC X(19)   VALUE SPACES.
003250
003260 01  WS-RPT-SUMMARY-LINE.
003270     05  WS-SUM-LABEL        PIC X(30).
003280     05  WS-SUM-POSTED       PIC -ZZZ,ZZZ,ZZ9.99.
003290     05  FILLER              PIC X(02)   VALUE SPACES.
003300     05  WS-SUM-SETTLED      PIC -ZZZ,ZZZ,ZZ9.99.
003310     05  FILLER              PIC X(02)   VALUE SPACES.
003320     05  WS-SUM-DIFFERENCE   PIC -ZZZ,ZZZ,ZZ9.99.
003330     05  FILLER              PIC X(02)   VALUE SPACES.
003340     05  WS-SUM-NOTE         PIC X(17).
003350
003360 01  WS-RPT-COUNT-LINE.
003370     05  WS-RPT-COUNT-LABEL  PIC X(30).
003380     05  WS-RPT-COUNT        PIC ZZZ,ZZ9.
003390     05  FILLER              PIC X(63)   VALUE SPACES.
003400
003410 01  WS-RPT-TOTAL-LINE.
003420     05  WS-RPT-TOTAL-LABEL  PIC X(26).
003430     05  WS-RPT-TOTAL        PIC -$,$$$,$$$,$$$,$$9.99.
003440     05  FILLER              PIC X(53)   VALUE SPACES.
003450
003460 PROCEDURE DIVISION.
003470*===============================================================
003480 0000-MAINLINE.
003490*===============================================================
003500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003510     PERFORM 2000-PROCESS-CARD-ITEM THRU 2000-EXIT
003520         UNTIL WS-STL-EOF-YES.
003530     PERFORM 2400-START-DEPOSITS THRU 2400-EXIT.
003540     PERFORM 2500-PROCESS-DEPOSIT THRU 2500-EXIT
003550         UNTIL WS-DEP-EOF-YES.
003560     PERFORM 2700-LIST-UNSETTLED THRU 2700-EXIT.
003570     PERFORM 4000-WRITE-METHOD-SUMMARY THRU 4000-EXIT.
003580     PERFORM 3000-FINALIZE THRU 3000-EXIT.
003590     STOP RUN.
003600
003610*---------------------------------------------------------------
003620* 1000-INITIALIZE - take the posting day off the parm file,
003630* open files and prime the card read.  Both feeds and the
003640* history are required; a reconciliation run without one of
003650* them would report everything on the other side as
003660* unexplained.
003670*---------------------------------------------------------------
003680 1000-INITIALIZE.
003690     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003700     MOVE WS-RUN-DATE TO WS-SETTLE-DATE.
003710     OPEN INPUT SettleParmFile.
003720     IF WS-PARM-STATUS = "00"
003730         READ SettleParmFile
003740             AT END
003750                 MOVE SPACES TO PRM-SETTLE-DATE
003760         END-READ
003770         IF PRM-SETTLE-DATE NOT = SPACES
003780             MOVE PRM-SETTLE-DATE TO WS-SETTLE-DATE
003790         END-IF
003800         CLOSE SettleParmFile
003810     END-IF.
003820     OPEN INPUT CardSettlementFile.
003830     IF WS-STL-STATUS NOT = "00"
003840         DISPLAY "ERROR - NO CARD SETTLEMENT FILE "
003850             "HW2-Card-Settlement.dat"
003860         MOVE 16 TO RETURN-CODE
003870         STOP RUN
003880     END-IF.
003890     OPEN INPUT BankDepositFile.
003900     IF WS-DEP-STATUS NOT = "00"
003910         DISPLAY "ERROR - NO BANK DEPOSIT FILE "
003920             "HW2-Bank-Deposits.dat"
003930         MOVE 16 TO RETURN-CODE
003940         STOP RUN
003950     END-IF.
003960     OPEN INPUT PaymentHistory.
003970     IF NOT WS-HISTORY-OK
003980         DISPLAY "ERROR - PAYMENT HISTORY NOT AVAILABLE - "
003990             "STATUS " WS-HISTORY-STATUS
004000         MOVE 16 TO RETURN-CODE
004010         STOP RUN
004020     END-IF.
004030     OPEN EXTEND ChargebackQueueFile.
004040     IF WS-CBQ-NOT-FOUND
004050         OPEN OUTPUT ChargebackQueueFile
004060     END-IF.
004070     OPEN OUTPUT SettleReportFile.
004080*    An absent directory is not an error - every reference
004090*    simply prints with *NO DIRECTORY* beside it.
004100     OPEN INPUT StudentDirectory.
004110     IF WS-DIR-OK
004120         SET WS-DIR-FILE-OPEN TO TRUE
004130     ELSE
004140         SET WS-DIR-FILE-ABSENT TO TRUE
004150     END-IF.
004160     MOVE WS-SETTLE-DATE TO WS-RPT-SETTLE-DATE.
004170     MOVE "SETTLEMENT RECONCILIATION" TO WS-RPT-SECTION.
004180     WRITE SettleReportRecord FROM WS-RPT-SECTION-LINE.
004190     WRITE SettleReportRecord FROM WS-RPT-DATE-LINE.
004200     MOVE "CARD SETTLEMENT ITEMS" TO WS-RPT-SECTION.
004210     WRITE SettleReportRecord FROM WS-RPT-SECTION-LINE.
004220     PERFORM 2100-READ-CARD-ITEM THRU 2100-EXIT.
004230 1000-EXIT.
004240     EXIT.
004250
004260*---------------------------------------------------------------
004270* 2000-PROCESS-CARD-ITEM - edit one processor item, match it
004280* or queue it, print it, then read the next.
004290*---------------------------------------------------------------
004300 2000-PROCESS-CARD-ITEM.
004310     ADD 1 TO WS-CARD-ITEM-COUNT.
004320     SET WS-ITEM-OK TO TRUE.
004330     MOVE SPACES TO WS-DISPOSITION.
004340     MOVE 0 TO WS-AmountNumeric.
004350     MOVE STL-AMOUNT TO WS-AmountString.
004360     PERFORM 8100-EDIT-AMOUNT THRU 8100-EXIT.
004370     EVALUATE TRUE
004380         WHEN STL-RECORD-TYPE NOT = "SA"
004390             AND STL-RECORD-TYPE NOT = "RF"
004400             AND STL-RECORD-TYPE NOT = "CB"
004410             SET WS-ITEM-REJECTED TO TRUE
004420             MOVE "BAD RECORD TYPE" TO WS-DISPOSITION
004430         WHEN WS-AMOUNT-INVALID
004440             SET WS-ITEM-REJECTED TO TRUE
004450             MOVE "BAD AMOUNT" TO WS-DISPOSITION
004460         WHEN WS-AmountNumeric NOT > 0
004470             SET WS-ITEM-REJECTED TO TRUE
004480             MOVE "BAD AMOUNT" TO WS-DISPOSITION
004490         WHEN OTHER
004500             CONTINUE
004510     END-EVALUATE.
004520     IF WS-ITEM-REJECTED
004530         ADD 1 TO WS-REJECT-COUNT
004540     ELSE
004550         IF STL-RECORD-TYPE = "CB"
004560             PERFORM 2220-QUEUE-CHARGEBACK THRU 2220-EXIT
004570         ELSE
004580             PERFORM 2200-MATCH-CARD-ITEM THRU 2200-EXIT
004590         END-IF
004600     END-IF.
004610     PERFORM 2290-WRITE-CARD-LINE THRU 2290-EXIT.
004620     PERFORM 2100-READ-CARD-ITEM THRU 2100-EXIT.
004630 2000-EXIT.
004640     EXIT.
004650
004660 2100-READ-CARD-ITEM.
004670     READ CardSettlementFile
004680         AT END
004690             SET WS-STL-EOF-YES TO TRUE
004700     END-READ.
004710 2100-EXIT.
004720     EXIT.
004730
004740*---------------------------------------------------------------
004750* 2200-MATCH-CARD-ITEM - a settled sale or card refund.  It
004760* counts toward the processor's net, and toward the posting
004770* day's card total when that is the day it was taken; with a
004780* reference it must also be a card posting on the history.
004790*---------------------------------------------------------------
004800 2200-MATCH-CARD-ITEM.
004810     IF STL-RECORD-TYPE = "RF"
004820         COMPUTE WS-MATCH-AMOUNT = WS-AmountNumeric * -1
004830     ELSE
004840         MOVE WS-AmountNumeric TO WS-MATCH-AMOUNT
004850     END-IF.
004860     ADD WS-MATCH-AMOUNT TO WS-CARD-SETTLED-NET.
004870     IF STL-TRANS-DATE = WS-SETTLE-DATE
004880         ADD WS-MATCH-AMOUNT TO WS-CARD-SETTLED-DAY
004890     END-IF.
004900     IF STL-REFERENCE = SPACES
004910         ADD 1 TO WS-TOTALS-ONLY-COUNT
004920         MOVE "TOTALS ONLY" TO WS-DISPOSITION
004930     ELSE
004940         MOVE STL-REFERENCE TO HIST-STUDENT-ID
004950         MOVE "CC" TO WS-MATCH-METHOD
004960         PERFORM 2250-FIND-POSTING THRU 2250-EXIT
004970     END-IF.
004980 2200-EXIT.
004990     EXIT.
005000
005010*---------------------------------------------------------------
005020* 2220-QUEUE-CHARGEBACK - the processor has taken the money
005030* back.  Matched to its card posting, it is queued for
005040* NSFReturns to back out; one with no reference, none on the
005050* history, or a posting made other than by card, is left for
005060* the bursar to research.  Either
005070* way the processor has already netted it out of its credit.
005080*---------------------------------------------------------------
005090 2220-QUEUE-CHARGEBACK.
005100     SUBTRACT WS-AmountNumeric FROM WS-CARD-SETTLED-NET.
005110     MOVE WS-AmountNumeric TO WS-MATCH-AMOUNT.
005120     SET WS-POSTING-NOT-FOUND TO TRUE.
005130     IF STL-REFERENCE = SPACES
005140         MOVE "CHARGEBACK NO REF" TO WS-DISPOSITION
005150     ELSE
005160         MOVE STL-REFERENCE TO HIST-STUDENT-ID
005170         MOVE WS-MATCH-AMOUNT TO HIST-AMOUNT-KEY
005180         MOVE SPACES TO HIST-KEY-REF
005190         READ PaymentHistory
005200             INVALID KEY
005210                 CONTINUE
005220         END-READ
005230         EVALUATE TRUE
005240             WHEN WS-HISTORY-OK
005250                 IF HIST-PAYMENT-METHOD = "CC"
005260                     SET WS-POSTING-FOUND TO TRUE
005270                 ELSE
005280                     MOVE "CHARGEBACK NOT CC"
005290                         TO WS-DISPOSITION
005300                 END-IF
005310             WHEN WS-HISTORY-NOT-FOUND
005320                 MOVE "CHARGEBACK NO POST"
005330                     TO WS-DISPOSITION
005340             WHEN OTHER
005350                 MOVE "HISTORY IO ERROR" TO WS-DISPOSITION
005360         END-EVALUATE
005370     END-IF.
005380     IF WS-POSTING-FOUND
005390         MOVE STL-REFERENCE TO WS-CBL-STUDENT-ID
005400         MOVE WS-AmountNumeric TO WS-CBL-AMOUNT
005410         MOVE STL-SETTLE-DATE TO WS-CBL-RETURN-DATE
005420         IF WS-CBL-RETURN-DATE = SPACES
005430             MOVE WS-RUN-DATE TO WS-CBL-RETURN-DATE
005440         END-IF
005450         WRITE ChargebackQueueRecord FROM WS-CHARGEBACK-LINE
005460         ADD 1 TO WS-CHARGEBACK-COUNT
005470         ADD WS-AmountNumeric TO WS-CHARGEBACK-TOTAL
005480         MOVE "CHARGEBACK QUEUED" TO WS-DISPOSITION
005490         PERFORM 2260-REMEMBER-MATCH THRU 2260-EXIT
005500     ELSE
005510         ADD 1 TO WS-CB-UNMATCHED-COUNT
005520     END-IF.
005530 2220-EXIT.
005540     EXIT.
005550
005560*---------------------------------------------------------------
005570* 2250-FIND-POSTING - look the item up on the history by the
005580* reference in HIST-STUDENT-ID and WS-MATCH-AMOUNT; it must
005590* be there under the method in WS-MATCH-METHOD.  Anything
005600* else is unexplained money.
005610*---------------------------------------------------------------
005620 2250-FIND-POSTING.
005630     MOVE WS-MATCH-AMOUNT TO HIST-AMOUNT-KEY.
005640     MOVE SPACES TO HIST-KEY-REF.
005650     READ PaymentHistory
005660         INVALID KEY
005670             CONTINUE
005680     END-READ.
005690     EVALUATE TRUE
005700         WHEN WS-HISTORY-OK
005710             AND HIST-PAYMENT-METHOD = WS-MATCH-METHOD
005720             ADD 1 TO WS-MATCHED-ITEM-COUNT
005730             MOVE "MATCHED" TO WS-DISPOSITION
005740             PERFORM 2260-REMEMBER-MATCH THRU 2260-EXIT
005750         WHEN WS-HISTORY-OK
005760             MOVE "METHOD MISMATCH" TO WS-DISPOSITION
005770         WHEN WS-HISTORY-NOT-FOUND
005780             MOVE "NO POSTING" TO WS-DISPOSITION
005790         WHEN OTHER
005800             MOVE "HISTORY IO ERROR" TO WS-DISPOSITION
005810     END-EVALUATE.
005820     IF WS-DISPOSITION NOT = "MATCHED"
005830         ADD 1 TO WS-UNEXPLAINED-COUNT
005840         ADD WS-MATCH-AMOUNT TO WS-UNEXPLAINED-TOTAL
005850     END-IF.
005860 2250-EXIT.
005870     EXIT.
005880
005890 2260-REMEMBER-MATCH.
005900     IF WS-MATCH-COUNT < 2000
005910         ADD 1 TO WS-MATCH-COUNT
005920         MOVE HIST-STUDENT-ID
005930             TO WS-MTC-STUDENT-ID (WS-MATCH-COUNT)
005940         MOVE HIST-AMOUNT-KEY TO WS-MTC-AMOUNT (WS-MATCH-COUNT)
005950     ELSE
005960         ADD 1 TO WS-TABLE-FULL-COUNT
005970     END-IF.
005980 2260-EXIT.
005990     EXIT.
006000
006010 2290-WRITE-CARD-LINE.
006020     MOVE "CARD" TO WS-RPT-SOURCE.
006030     MOVE STL-RECORD-TYPE TO WS-RPT-TYPE.
006040     MOVE STL-TRANS-DATE TO WS-RPT-DATE.
006050     MOVE STL-REFERENCE TO WS-RPT-REFERENCE.
006060     MOVE 0 TO WS-RPT-AMOUNT.
006070     IF WS-AMOUNT-VALID
006080         MOVE WS-AmountNumeric TO WS-RPT-AMOUNT
006090     END-IF.
006100     MOVE WS-DISPOSITION TO WS-RPT-DISPOSITION.
006110     MOVE SPACES TO WS-RPT-NAME.
006120     IF STL-REFERENCE NOT = SPACES
006130         MOVE STL-REFERENCE TO WS-DIR-LOOKUP-ID
006140         PERFORM 8500-LOOK-UP-DIRECTORY THRU 8500-EXIT
006150         MOVE WS-DIR-NAME-OUT TO WS-RPT-NAME
006160     END-IF.
006170     WRITE SettleReportRecord FROM WS-RPT-ITEM-LINE.
006180 2290-EXIT.
006190     EXIT.
006200
006210*---------------------------------------------------------------
006220* 2400-START-DEPOSITS - head the bank section and prime the
006230* deposit read.
006240*---------------------------------------------------------------
006250 2400-START-DEPOSITS.
006260     MOVE "BANK DEPOSITS" TO WS-RPT-SECTION.
006270     WRITE SettleReportRecord FROM WS-RPT-SECTION-LINE.
006280     PERFORM 2510-READ-DEPOSIT THRU 2510-EXIT.
006290 2400-EXIT.
006300     EXIT.
006310
006320*---------------------------------------------------------------
006330* 2500-PROCESS-DEPOSIT - edit one bank credit, total it by
006340* type, match a referenced wire to its posting, print it,
006350* then read the next.
006360*---------------------------------------------------------------
006370 2500-PROCESS-DEPOSIT.
006380     ADD 1 TO WS-DEPOSIT-COUNT.
006390     SET WS-ITEM-OK TO TRUE.
006400     MOVE SPACES TO WS-DISPOSITION.
006410     MOVE 0 TO WS-AmountNumeric.
006420     MOVE DEP-AMOUNT TO WS-AmountString.
006430     PERFORM 8100-EDIT-AMOUNT THRU 8100-EXIT.
006440     EVALUATE TRUE
006450         WHEN DEP-CREDIT-TYPE NOT = "CA"
006460             AND DEP-CREDIT-TYPE NOT = "CK"
006470             AND DEP-CREDIT-TYPE NOT = "CC"
006480             AND DEP-CREDIT-TYPE NOT = "WT"
006490             SET WS-ITEM-REJECTED TO TRUE
006500             MOVE "BAD CREDIT TYPE" TO WS-DISPOSITION
006510         WHEN WS-AMOUNT-INVALID
006520             SET WS-ITEM-REJECTED TO TRUE
006530             MOVE "BAD AMOUNT" TO WS-DISPOSITION
006540         WHEN WS-AmountNumeric NOT > 0
006550             SET WS-ITEM-REJECTED TO TRUE
006560             MOVE "BAD AMOUNT" TO WS-DISPOSITION
006570         WHEN OTHER
006580             CONTINUE
006590     END-EVALUATE.
006600     IF WS-ITEM-REJECTED
006610         ADD 1 TO WS-REJECT-COUNT
006620     ELSE
006630         PERFORM 2520-MATCH-DEPOSIT THRU 2520-EXIT
006640     END-IF.
006650     PERFORM 2590-WRITE-DEPOSIT-LINE THRU 2590-EXIT.
006660     PERFORM 2510-READ-DEPOSIT THRU 2510-EXIT.
006670 2500-EXIT.
006680     EXIT.
006690
006700 2510-READ-DEPOSIT.
006710     READ BankDepositFile
006720         AT END
006730             SET WS-DEP-EOF-YES TO TRUE
006740     END-READ.
006750 2510-EXIT.
006760     EXIT.
006770
006780*---------------------------------------------------------------
006790* 2520-MATCH-DEPOSIT - the cash, check and card credits are
006800* batch deposits and tie out at the method total only; a
006810* wire quoting a StudentID must be a wire posting on the
006820* history, and one that is not is an unexplained deposit.
006830*---------------------------------------------------------------
006840 2520-MATCH-DEPOSIT.
006850     EVALUATE DEP-CREDIT-TYPE
006860         WHEN "CA"
006870             ADD WS-AmountNumeric TO WS-DEPOSIT-CASH
006880         WHEN "CK"
006890             ADD WS-AmountNumeric TO WS-DEPOSIT-CHECK
006900         WHEN "CC"
006910             ADD WS-AmountNumeric TO WS-DEPOSIT-CARD
006920         WHEN "WT"
006930             ADD WS-AmountNumeric TO WS-DEPOSIT-WIRE
006940     END-EVALUATE.
006950     IF DEP-CREDIT-TYPE = "WT"
006960         AND DEP-REFERENCE NOT = SPACES
006970         MOVE DEP-REFERENCE TO HIST-STUDENT-ID
006980         MOVE WS-AmountNumeric TO WS-MATCH-AMOUNT
006990         MOVE "WT" TO WS-MATCH-METHOD
007000         PERFORM 2250-FIND-POSTING THRU 2250-EXIT
007010     ELSE
007020         ADD 1 TO WS-TOTALS-ONLY-COUNT
007030         MOVE "TOTALS ONLY" TO WS-DISPOSITION
007040     END-IF.
007050 2520-EXIT.
007060     EXIT.
007070
007080 2590-WRITE-DEPOSIT-LINE.
007090     MOVE "BANK" TO WS-RPT-SOURCE.
007100     MOVE DEP-CREDIT-TYPE TO WS-RPT-TYPE.
007110     MOVE DEP-VALUE-DATE TO WS-RPT-DATE.
007120     MOVE DEP-REFERENCE TO WS-RPT-REFERENCE.
007130     MOVE 0 TO WS-RPT-AMOUNT.
007140     IF WS-AMOUNT-VALID
007150         MOVE WS-AmountNumeric TO WS-RPT-AMOUNT
007160     END-IF.
007170     MOVE WS-DISPOSITION TO WS-RPT-DISPOSITION.
007180     MOVE SPACES TO WS-RPT-NAME.
007190     IF DEP-REFERENCE NOT = SPACES
007200         MOVE DEP-REFERENCE TO WS-DIR-LOOKUP-ID
007210         PERFORM 8500-LOOK-UP-DIRECTORY THRU 8500-EXIT
007220         MOVE WS-DIR-NAME-OUT TO WS-RPT-NAME
007230     END-IF.
007240     WRITE SettleReportRecord FROM WS-RPT-ITEM-LINE.
007250 2590-EXIT.
007260     EXIT.
007270
007280*---------------------------------------------------------------
007290* 2700-LIST-UNSETTLED - read the history end to end.  Every
007300* posting dated the posting day goes into its method's
007310* posted total; a card or wire posting no item matched is
007320* listed as unsettled.
007330*---------------------------------------------------------------
007340 2700-LIST-UNSETTLED.
007350     MOVE "UNSETTLED POSTINGS" TO WS-RPT-SECTION.
007360     WRITE SettleReportRecord FROM WS-RPT-SECTION-LINE.
007370     MOVE LOW-VALUES TO HIST-KEY.
007380     START PaymentHistory KEY IS NOT LESS THAN HIST-KEY
007390         INVALID KEY
007400             SET WS-HIST-EOF-YES TO TRUE
007410     END-START.
007420     IF WS-HIST-EOF-NO
007430         PERFORM 2710-READ-NEXT-HISTORY THRU 2710-EXIT
007440     END-IF.
007450     PERFORM 2720-CHECK-POSTING THRU 2720-EXIT
007460         UNTIL WS-HIST-EOF-YES.
007470 2700-EXIT.
007480     EXIT.
007490
007500 2710-READ-NEXT-HISTORY.
007510     READ PaymentHistory NEXT RECORD
007520         AT END
007530             SET WS-HIST-EOF-YES TO TRUE
007540     END-READ.
007550 2710-EXIT.
007560     EXIT.
007570
007580 2720-CHECK-POSTING.
007590     IF HIST-PAYMENT-DATE = WS-SETTLE-DATE
007600         EVALUATE HIST-PAYMENT-METHOD
007610             WHEN "CA"
007620                 ADD HIST-AMOUNT-KEY TO WS-POSTED-CASH
007630             WHEN "CK"
007640                 ADD HIST-AMOUNT-KEY TO WS-POSTED-CHECK
007650             WHEN "CC"
007660                 ADD HIST-AMOUNT-KEY TO WS-POSTED-CARD
007670                 PERFORM 2730-CHECK-SETTLED THRU 2730-EXIT
007680             WHEN "WT"
007690                 ADD HIST-AMOUNT-KEY TO WS-POSTED-WIRE
007700                 PERFORM 2730-CHECK-SETTLED THRU 2730-EXIT
007710             WHEN OTHER
007720                 CONTINUE
007730         END-EVALUATE
007740     END-IF.
007750     PERFORM 2710-READ-NEXT-HISTORY THRU 2710-EXIT.
007760 2720-EXIT.
007770     EXIT.
007780
007790 2730-CHECK-SETTLED.
007800     SET WS-NOT-MATCHED TO TRUE.
007810     IF WS-MATCH-COUNT > 0
007820         PERFORM 2735-COMPARE-MATCH THRU 2735-EXIT
007830             VARYING WS-MATCH-SUB FROM 1 BY 1
007840             UNTIL WS-MATCH-SUB > WS-MATCH-COUNT
007850             OR WS-ALREADY-MATCHED
007860     END-IF.
007870     IF WS-NOT-MATCHED
007880         ADD 1 TO WS-UNSETTLED-COUNT
007890         ADD HIST-AMOUNT-KEY TO WS-UNSETTLED-TOTAL
007900         MOVE "HIST" TO WS-RPT-SOURCE
007910         MOVE HIST-PAYMENT-METHOD TO WS-RPT-TYPE
007920         MOVE HIST-PAYMENT-DATE TO WS-RPT-DATE
007930         MOVE HIST-STUDENT-ID TO WS-RPT-REFERENCE
007940         MOVE HIST-AMOUNT-KEY TO WS-RPT-AMOUNT
007950         MOVE "NOT SETTLED" TO WS-RPT-DISPOSITION
007960         MOVE HIST-STUDENT-ID TO WS-DIR-LOOKUP-ID
007970         PERFORM 8500-LOOK-UP-DIRECTORY THRU 8500-EXIT
007980         MOVE WS-DIR-NAME-OUT TO WS-RPT-NAME
007990         WRITE SettleReportRecord FROM WS-RPT-ITEM-LINE
008000     END-IF.
008010 2730-EXIT.
008020     EXIT.
008030
008040 2735-COMPARE-MATCH.
008050     IF WS-MTC-STUDENT-ID (WS-MATCH-SUB) = HIST-STUDENT-ID
008060         AND WS-MTC-AMOUNT (WS-MATCH-SUB) = HIST-AMOUNT-KEY
008070         SET WS-ALREADY-MATCHED TO TRUE
008080     END-IF.
008090 2735-EXIT.
008100     EXIT.
008110
008120*---------------------------------------------------------------
008130* 4000-WRITE-METHOD-SUMMARY - posted against settled or
008140* deposited, by method, for the posting day.  Card postings
008150* are proved against the processor's items for the day, and
008160* the processor's net against the bank's card credit.
008170*---------------------------------------------------------------
008180 4000-WRITE-METHOD-SUMMARY.
008190     MOVE "TOTALS BY METHOD" TO WS-RPT-SECTION.
008200     WRITE SettleReportRecord FROM WS-RPT-SECTION-LINE.
008210     WRITE SettleReportRecord FROM WS-RPT-SUMMARY-HEADING.
008220     MOVE "CASH POSTED / DEPOSITED" TO WS-SUM-LABEL.
008230     MOVE WS-POSTED-CASH TO WS-SUMMARY-POSTED.
008240     MOVE WS-DEPOSIT-CASH TO WS-SUMMARY-SETTLED.
008250     PERFORM 4100-WRITE-SUMMARY-LINE THRU 4100-EXIT.
008260     MOVE "CHECKS POSTED / DEPOSITED" TO WS-SUM-LABEL.
008270     MOVE WS-POSTED-CHECK TO WS-SUMMARY-POSTED.
008280     MOVE WS-DEPOSIT-CHECK TO WS-SUMMARY-SETTLED.
008290     PERFORM 4100-WRITE-SUMMARY-LINE THRU 4100-EXIT.
008300     MOVE "CARD POSTED / SETTLED" TO WS-SUM-LABEL.
008310     MOVE WS-POSTED-CARD TO WS-SUMMARY-POSTED.
008320     MOVE WS-CARD-SETTLED-DAY TO WS-SUMMARY-SETTLED.
008330     PERFORM 4100-WRITE-SUMMARY-LINE THRU 4100-EXIT.
008340     MOVE "CARD NET SETTLED / CREDITED" TO WS-SUM-LABEL.
008350     MOVE WS-CARD-SETTLED-NET TO WS-SUMMARY-POSTED.
008360     MOVE WS-DEPOSIT-CARD TO WS-SUMMARY-SETTLED.
008370     PERFORM 4100-WRITE-SUMMARY-LINE THRU 4100-EXIT.
008380     MOVE "WIRES POSTED / RECEIVED" TO WS-SUM-LABEL.
008390     MOVE WS-POSTED-WIRE TO WS-SUMMARY-POSTED.
008400     MOVE WS-DEPOSIT-WIRE TO WS-SUMMARY-SETTLED.
008410     PERFORM 4100-WRITE-SUMMARY-LINE THRU 4100-EXIT.
008420 4000-EXIT.
008430     EXIT.
008440
008450 4100-WRITE-SUMMARY-LINE.
008460     MOVE WS-SUMMARY-POSTED TO WS-SUM-POSTED.
008470     MOVE WS-SUMMARY-SETTLED TO WS-SUM-SETTLED.
008480     COMPUTE WS-SUM-DIFFERENCE =
008490         WS-SUMMARY-SETTLED - WS-SUMMARY-POSTED.
008500     IF WS-SUMMARY-SETTLED = WS-SUMMARY-POSTED
008510         MOVE SPACES TO WS-SUM-NOTE
008520     ELSE
008530         ADD 1 TO WS-OUT-OF-BALANCE-COUNT
008540         MOVE "OUT OF BALANCE" TO WS-SUM-NOTE
008550     END-IF.
008560     WRITE SettleReportRecord FROM WS-RPT-SUMMARY-LINE.
008570 4100-EXIT.
008580     EXIT.
008590
008600*---------------------------------------------------------------
008610* 3000-FINALIZE - print the counts and close out.  Anything
008620* unexplained, unsettled, out of balance or rejected ends the
008630* run RETURN-CODE 8 for the bursar to research; a clean run
008640* that queued chargebacks ends 4, so NSFReturns is run before
008650* the next posting cycle.
008660*---------------------------------------------------------------
008670 3000-FINALIZE.
008680     MOVE "SETTLEMENT TOTALS" TO WS-RPT-SECTION.
008690     WRITE SettleReportRecord FROM WS-RPT-SECTION-LINE.
008700     MOVE "CARD ITEMS READ:              "
008710         TO WS-RPT-COUNT-LABEL.
008720     MOVE WS-CARD-ITEM-COUNT TO WS-RPT-COUNT.
008730     WRITE SettleReportRecord FROM WS-RPT-COUNT-LINE.
008740     MOVE "BANK CREDITS READ:            "
008750         TO WS-RPT-COUNT-LABEL.
008760     MOVE WS-DEPOSIT-COUNT TO WS-RPT-COUNT.
008770     WRITE SettleReportRecord FROM WS-RPT-COUNT-LINE.
008780     MOVE "ITEMS MATCHED TO A POSTING:   "
008790         TO WS-RPT-COUNT-LABEL.
008800     MOVE WS-MATCHED-ITEM-COUNT TO WS-RPT-COUNT.
008810     WRITE SettleReportRecord FROM WS-RPT-COUNT-LINE.
008820     MOVE "ITEMS MATCHED AT TOTAL ONLY:  "
008830         TO WS-RPT-COUNT-LABEL.
008840     MOVE WS-TOTALS-ONLY-COUNT TO WS-RPT-COUNT.
008850     WRITE SettleReportRecord FROM WS-RPT-COUNT-LINE.
008860     MOVE "POSTINGS NOT SETTLED:         "
008870         TO WS-RPT-COUNT-LABEL.
008880     MOVE WS-UNSETTLED-COUNT TO WS-RPT-COUNT.
008890     WRITE SettleReportRecord FROM WS-RPT-COUNT-LINE.
008900     MOVE "CHARGEBACKS QUEUED:           "
008910         TO WS-RPT-COUNT-LABEL.
008920     MOVE WS-CHARGEBACK-COUNT TO WS-RPT-COUNT.
008930     WRITE SettleReportRecord FROM WS-RPT-COUNT-LINE.
008940     MOVE "CHARGEBACKS NOT MATCHED:      "
008950         TO WS-RPT-COUNT-LABEL.
008960     MOVE WS-CB-UNMATCHED-COUNT TO WS-RPT-COUNT.
008970     WRITE SettleReportRecord FROM WS-RPT-COUNT-LINE.
008980     MOVE "ITEMS UNEXPLAINED:            "
008990         TO WS-RPT-COUNT-LABEL.
009000     MOVE WS-UNEXPLAINED-COUNT TO WS-RPT-COUNT.
009010     WRITE SettleReportRecord FROM WS-RPT-COUNT-LINE.
009020     MOVE "ITEMS REJECTED:               "
009030         TO WS-RPT-COUNT-LABEL.
009040     MOVE WS-REJECT-COUNT TO WS-RPT-COUNT.
009050     WRITE SettleReportRecord FROM WS-RPT-COUNT-LINE.
009060     MOVE "AMOUNT NOT SETTLED:       "
009070         TO WS-RPT-TOTAL-LABEL.
009080     MOVE WS-UNSETTLED-TOTAL TO WS-RPT-TOTAL.
009090     WRITE SettleReportRecord FROM WS-RPT-TOTAL-LINE.
009100     MOVE "AMOUNT CHARGED BACK:      "
009110         TO WS-RPT-TOTAL-LABEL.
009120     MOVE WS-CHARGEBACK-TOTAL TO WS-RPT-TOTAL.
009130     WRITE SettleReportRecord FROM WS-RPT-TOTAL-LINE.
009140     MOVE "AMOUNT UNEXPLAINED:       "
009150         TO WS-RPT-TOTAL-LABEL.
009160     MOVE WS-UNEXPLAINED-TOTAL TO WS-RPT-TOTAL.
009170     WRITE SettleReportRecord FROM WS-RPT-TOTAL-LINE.
009180     CLOSE CardSettlementFile.
009190     CLOSE BankDepositFile.
009200     CLOSE PaymentHistory.
009210     CLOSE ChargebackQueueFile.
009220     CLOSE SettleReportFile.
009230     IF WS-DIR-FILE-OPEN
009240         CLOSE StudentDirectory
009250     END-IF.
009260     DISPLAY "Posting Day:           " WS-SETTLE-DATE.
009270     DISPLAY "Card Items Read:       " WS-CARD-ITEM-COUNT.
009280     DISPLAY "Bank Credits Read:     " WS-DEPOSIT-COUNT.
009290     DISPLAY "Items Matched:         " WS-MATCHED-ITEM-COUNT.
009300     DISPLAY "Postings Not Settled:  " WS-UNSETTLED-COUNT.
009310     DISPLAY "Chargebacks Queued:    " WS-CHARGEBACK-COUNT.
009320     DISPLAY "Chargebacks Unmatched: " WS-CB-UNMATCHED-COUNT.
009330     DISPLAY "Items Unexplained:     " WS-UNEXPLAINED-COUNT.
009340     DISPLAY "Items Rejected:        " WS-REJECT-COUNT.
009350     DISPLAY "Methods Out Of Balance:" WS-OUT-OF-BALANCE-COUNT.
009360     IF WS-TABLE-FULL-COUNT > 0
009370         DISPLAY "WARNING - MATCH TABLE FULL - "
009380             WS-TABLE-FULL-COUNT
009390             " MATCHED POSTINGS MAY LIST AS UNSETTLED"
009400     END-IF.
009410     IF WS-CHARGEBACK-COUNT > 0
009420         DISPLAY "CHARGEBACKS QUEUED - RUN NSFRETURNS BEFORE "
009430             "THE NEXT POSTING RUN"
009440         MOVE 4 TO RETURN-CODE
009450     END-IF.
009460     IF WS-UNSETTLED-COUNT > 0
009470         OR WS-CB-UNMATCHED-COUNT > 0
009480         OR WS-UNEXPLAINED-COUNT > 0
009490         OR WS-REJECT-COUNT > 0
009500         OR WS-OUT-OF-BALANCE-COUNT > 0
009510         MOVE 8 TO RETURN-CODE
009520     END-IF.
009530 3000-EXIT.
009540     EXIT.
009550
009560 COPY AMTEDIT.
009570
009580 COPY DIRLOOK.
009590
009600 END PROGRAM SettlementRecon.
