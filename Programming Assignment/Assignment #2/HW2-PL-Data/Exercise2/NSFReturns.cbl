000150*   out of the StudentMaster (journaled like every other
000160*   master update), the history record is removed so a
000170*   re-presented check is not flagged as a duplicate, and the
000180*   NSF fee is posted to the ChargeLedger as a charge on the
000190*   returned payment's term.  Returned items print in their
000200*   own report sections - applied and unmatched - not mixed
000210*   into the refund listings.  Card chargebacks queued by the
000211*   SettlementRecon job follow the bank's items through the
000213*   same back-out, without the fee.
000215*   Journal records and GL entries carry the posting date the
000216*   PeriodControl file allows: in a month finance has closed
000218*   they go to the first day of the next open month.
000220*---------------------------------------------------------------
000230* MODIFICATION HISTORY.
000240*   2026-03-23  DH  Original program.
000490*                   directory does not know prints *NOT ON
000500*                   DIRECTORY*.
000510*   2026-09-02  DH  The report record was two bytes narrower
000511*                   than the item line the name column made,
000512*                   clipping the last two characters of every
000513*                   25-character name; widened to match.
000514*   2026-10-05  DH  The NSF fee is now posted to the itemized
000516*                   ChargeLedger as an NS charge on the
000517*                   returned payment's term, due the run date,
000518*                   in place of the NSF fee extract the billing
000519*                   system imported.
000520*   2026-10-08  DH  Card chargebacks the SettlementRecon job
000522*                   queues are now backed out after the bank's
000523*                   returned items, the same way, journaled
000524*                   under CHGBCK and printed in their own
000525*                   section.  No NSF fee is charged on a
000526*                   chargeback.  The queue is emptied once it
000528*                   has been worked.
000529*   2026-10-13  DH  Journal records and GL entries are now dated
000530*                   by the accounting period lock: a run in a
000531*                   month finance has closed on the PeriodControl
000533*                   file posts to the first day of the next open
000534*                   month, and a run with no open month to post
000535*                   to stops with RETURN-CODE 16 before anything
000536*                   is posted.
000537*   2026-10-15  DH  A day the bank sends no returned-items file
000539*                   is run as a day with no bank items, so the
000540*                   queued chargebacks are still backed out;
000541*                   any other open failure still stops the run.
000542*                   The report's returned-items count no longer
000543*                   takes in the chargebacks, which keep their
000545*                   own line.  A returned direct-debit
000546*                   installment held on the history under the
000547*                   key qualified by its installment reference
000548*                   is matched and backed out as well.
000550***************************************************************
000560 IDENTIFICATION DIVISION.
000570 PROGRAM-ID. NSFReturns.
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-RTN-STATUS.
000700
000701     SELECT ChargebackQueueFile ASSIGN TO
000703         "HW2-Chargeback-Queue.dat"
000705         ORGANIZATION IS LINE SEQUENTIAL
000706         FILE STATUS IS WS-CBQ-STATUS.
000708
000710     SELECT PaymentHistory ASSIGN TO "HW2-Payment-History.dat"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS HIST-KEY
000750         FILE STATUS IS WS-HISTORY-STATUS.
000760
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-JOURNAL-STATUS.
000920
000930     SELECT ChargeLedger ASSIGN TO
000940         "HW2-Charge-Ledger.dat"
000950         ORGANIZATION IS INDEXED
000960         ACCESS MODE IS DYNAMIC
000963         RECORD KEY IS CHG-CHARGE-KEY
000966         FILE STATUS IS WS-CHG-STATUS.
000970
000980     SELECT GLInterfaceFile ASSIGN TO
000990         "HW2-GL-Interface.txt"
001120         "HW2-NSF-Report.txt"
001130         ORGANIZATION IS LINE SEQUENTIAL.
001140
001141     SELECT PeriodControlFile ASSIGN TO
001143         "HW2-Period-Control.dat"
001145         ORGANIZATION IS LINE SEQUENTIAL
001146         FILE STATUS IS WS-PER-STATUS.
001148
001150 DATA DIVISION.
001160 FILE SECTION.
001170*---------------------------------------------------------------
001270     05  RTN-RETURN-DATE      PIC X(08).
001280     05  FILLER               PIC X.
001290     05  RTN-REASON-CODE      PIC X(02).
001291
001292*---------------------------------------------------------------
001293* ChargebackQueueFile - card chargebacks the SettlementRecon
001294* job matched to a posting, in the returned-item layout above
001295* with reason code CB.  Read into ReturnedItemRecord so the
001296* two kinds of item go through one back-out.
001297*---------------------------------------------------------------
001298 FD  ChargebackQueueFile.
001299 01  ChargebackQueueRecord    PIC X(38).
001300
001310*---------------------------------------------------------------
001320* PaymentHistory - the posting being backed out; layout is the
001590 01  MasterJournalRecord      PIC X(77).
001600
001610*---------------------------------------------------------------
001620* ChargeLedger - the itemized charges, keyed StudentID, term
001630* and sequence (CHGREC copy member).  One NS charge is posted
001640* per returned item; created empty if not yet on disk.
001660*---------------------------------------------------------------
001670 FD  ChargeLedger.
001680 COPY CHGREC.
001690
001700*---------------------------------------------------------------
001710* GLInterfaceFile - shared with the other master writers;
001920 FD  StudentDirectory.
001930 COPY DIRREC.
001940
001941*---------------------------------------------------------------
001942* PeriodControlFile - finance's open and closed accounting
001943* months; read into the PeriodControlRecord layout (PERREC
001944* copy member) to date this run's postings.
001945*---------------------------------------------------------------
001946 FD  PeriodControlFile.
001947 01  PeriodControlLine        PIC X(42).
001948
001950 WORKING-STORAGE SECTION.
001960*---------------------------------------------------------------
001970* Switches and file statuses.
002050         88  WS-ITEM-UNMATCHED           VALUE 'N'.
002060     05  WS-HDEL-OK-SWITCH   PIC X(01)   VALUE 'Y'.
002070         88  WS-HDEL-OK                  VALUE 'Y'.
002071         88  WS-HDEL-FAILED              VALUE 'N'.
002072     05  WS-CBQ-EOF-SWITCH   PIC X(01)   VALUE 'N'.
002074         88  WS-CBQ-EOF-YES              VALUE 'Y'.
002075         88  WS-CBQ-EOF-NO               VALUE 'N'.
002077     05  WS-CBQ-FILE-SWITCH  PIC X(01)   VALUE 'N'.
002078         88  WS-CBQ-FILE-OPEN            VALUE 'Y'.
002080         88  WS-CBQ-FILE-ABSENT          VALUE 'N'.
002081     05  WS-RTN-FILE-SWITCH  PIC X(01)   VALUE 'N'.
002082         88  WS-RTN-FILE-OPEN            VALUE 'Y'.
002084         88  WS-RTN-FILE-ABSENT          VALUE 'N'.
002085     05  WS-ITEM-KIND-SWITCH PIC X(01)   VALUE 'B'.
002087         88  WS-BANK-RETURN              VALUE 'B'.
002088         88  WS-CARD-CHARGEBACK          VALUE 'C'.
002090
002100 01  WS-RTN-STATUS            PIC X(02).
002102     88  WS-RTN-OK                        VALUE "00".
002104     88  WS-RTN-NOT-FOUND                 VALUE "35".
002106 01  WS-CBQ-STATUS            PIC X(02).
002108     88  WS-CBQ-OK                        VALUE "00".
002110 01  WS-HISTORY-STATUS        PIC X(02).
002120     88  WS-HISTORY-OK                    VALUE "00".
002130     88  WS-HISTORY-NOT-FOUND             VALUE "23" "35".
002170 01  WS-TERM-CTL-STATUS       PIC X(02).
002180 01  WS-JOURNAL-STATUS        PIC X(02).
002190     88  WS-JOURNAL-NOT-FOUND             VALUE "35".
002220 01  WS-GL-STATUS             PIC X(02).
002230     88  WS-GL-NOT-FOUND                  VALUE "35".
002240
002250 COPY DIRWORK.
002255 COPY CHGWORK.
002260
002270 COPY AMTWORK.
002280
002290 COPY JRNLREC.
002292
002294 COPY PERWORK.
002296
002298 COPY PERREC.
002300
002310*---------------------------------------------------------------
002320* Term control fields.
002430* Work fields.  The NSF fee is assessed per returned item at
002440* the rate the fee schedule sets.
002450*---------------------------------------------------------------
002510 01  WS-NSF-FEE-AMOUNT        PIC 9(03)V99 VALUE 25.00.
002530 01  WS-ITEM-TERM             PIC X(06).
002540 01  WS-UNMATCH-REASON        PIC X(18).
002550 01  WS-JRN-BEFORE-BAL        PIC S9(12)V99 COMP-3.
002630 01  WS-HIST-STUCK-COUNT      PIC 9(07)   COMP VALUE 0.
002640 01  WS-APPLIED-TOTAL         PIC 9(12)V99 COMP-3 VALUE 0.
002650 01  WS-FEE-TOTAL             PIC 9(12)V99 COMP-3 VALUE 0.
002660 01  WS-FEE-FAILED-COUNT      PIC 9(07)   COMP VALUE 0.
002670 01  WS-CHARGEBACK-COUNT      PIC 9(07)   COMP VALUE 0.
002680 01  WS-CHARGEBACK-TOTAL      PIC 9(12)V99 COMP-3 VALUE 0.
002750
002760*---------------------------------------------------------------
002770* Report line layouts.
003240     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003250     PERFORM 2000-PROCESS-RETURNED-ITEM THRU 2000-EXIT
003260         UNTIL WS-RTN-EOF-YES.
003262     PERFORM 2500-START-CHARGEBACKS THRU 2500-EXIT.
003265     PERFORM 2600-PROCESS-CHARGEBACK THRU 2600-EXIT
003267         UNTIL WS-CBQ-EOF-YES.
003270     PERFORM 3000-FINALIZE THRU 3000-EXIT.
003280     STOP RUN.
003290
003320*---------------------------------------------------------------
003330 1000-INITIALIZE.
003340     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003350     MOVE WS-RUN-DATE TO WS-PER-POSTING-DATE.
003360     PERFORM 8400-SET-POSTING-DATE THRU 8400-EXIT.
003370     IF WS-PER-POSTING-LOCKED
003390         MOVE 16 TO RETURN-CODE
003400         STOP RUN
003401     END-IF.
003402*    No returned-items file means the bank returned nothing
003403*    today; the chargeback queue is still worked.
003404     OPEN INPUT ReturnedItemsFile.
003405     EVALUATE TRUE
003406         WHEN WS-RTN-OK
003407             SET WS-RTN-FILE-OPEN TO TRUE
003408         WHEN WS-RTN-NOT-FOUND
003409             SET WS-RTN-FILE-ABSENT TO TRUE
003410             SET WS-RTN-EOF-YES TO TRUE
003411             DISPLAY "NO RETURNED ITEMS FILE "
003412                 "HW2-Bank-Returned-Items.dat - NO BANK ITEMS"
003413         WHEN OTHER
003414             DISPLAY "ERROR - RETURNED ITEMS FILE NOT "
003415                 "AVAILABLE - STATUS " WS-RTN-STATUS
003416             MOVE 16 TO RETURN-CODE
003417             STOP RUN
003418     END-EVALUATE.
003420     OPEN I-O PaymentHistory.
003430     IF NOT WS-HISTORY-OK
003440         DISPLAY "ERROR - PAYMENT HISTORY NOT AVAILABLE - "
003570     IF WS-JOURNAL-NOT-FOUND
003580         OPEN OUTPUT MasterJournal
003590     END-IF.
003600     OPEN I-O ChargeLedger.
003610     IF WS-CHG-NOT-FOUND
003620         OPEN OUTPUT ChargeLedger
003621         CLOSE ChargeLedger
003622         OPEN I-O ChargeLedger
003623     END-IF.
003624     IF NOT WS-CHG-OK
003625         DISPLAY "ERROR - CHARGE LEDGER NOT AVAILABLE - "
003626             "STATUS " WS-CHG-STATUS
003627         MOVE 16 TO RETURN-CODE
003628         STOP RUN
003630     END-IF.
003640     OPEN EXTEND GLInterfaceFile.
003650     IF WS-GL-NOT-FOUND
003770     PERFORM 1300-SET-CURRENT-TERM THRU 1300-EXIT.
003780     MOVE "RETURNED ITEMS (NSF)" TO WS-RPT-SECTION.
003790     WRITE NSFReportRecord FROM WS-RPT-SECTION-LINE.
003800     IF WS-RTN-FILE-OPEN
003803         PERFORM 2100-READ-RETURNED-ITEM THRU 2100-EXIT
003806     END-IF.
003810 1000-EXIT.
003820     EXIT.
003830
004230     EXIT.
004240
004250*---------------------------------------------------------------
004260* 2000-PROCESS-RETURNED-ITEM - work one bank item, then read
004270* the next.
004290*---------------------------------------------------------------
004300 2000-PROCESS-RETURNED-ITEM.
004301     ADD 1 TO WS-ITEM-COUNT.
004302     PERFORM 2050-WORK-ITEM THRU 2050-EXIT.
004304     PERFORM 2100-READ-RETURNED-ITEM THRU 2100-EXIT.
004305 2000-EXIT.
004307     EXIT.
004308
004310*---------------------------------------------------------------
004311* 2050-WORK-ITEM - edit the item in ReturnedItemRecord, match
004312* it against the history, back it out or report it
004314* unmatched.  Shared by the bank's items and the queued
004315* chargebacks.
004317*---------------------------------------------------------------
004318 2050-WORK-ITEM.
004320     SET WS-ITEM-OK TO TRUE.
004330     MOVE SPACES TO WS-UNMATCH-REASON.
004340     MOVE RTN-AMOUNT TO WS-AmountString.
004430         ADD 1 TO WS-UNMATCHED-COUNT
004440         PERFORM 2400-HOLD-UNMATCHED-ITEM THRU 2400-EXIT
004450     END-IF.
004460 2050-EXIT.
004480     EXIT.
004490
004500 2100-READ-RETURNED-ITEM.
004610* of the master record for the term it was posted under,
004620* journal the change, remove the history record so a
004630* re-presented check posts cleanly, and assess the fee.
004632* A direct-debit installment is on the history under the key
004635* qualified by its installment reference, so a pair not found
004637* under the plain key is looked for there.
004640*---------------------------------------------------------------
004650 2200-MATCH-AND-BACK-OUT.
004660     MOVE RTN-STUDENT-ID TO HIST-STUDENT-ID.
004670     MOVE WS-AmountNumeric TO HIST-AMOUNT-KEY.
004675     MOVE SPACES TO HIST-KEY-REF.
004680     READ PaymentHistory
004690         INVALID KEY
004700             CONTINUE
004710     END-READ.
004712     IF WS-HISTORY-NOT-FOUND
004715         PERFORM 2205-FIND-INSTALLMENT-POSTING THRU 2205-EXIT
004717     END-IF.
004720     EVALUATE TRUE
004730         WHEN WS-HISTORY-OK
004740             IF HIST-TERM-CODE = SPACES
004830         WHEN OTHER
004840             SET WS-ITEM-UNMATCHED TO TRUE
004850             MOVE "HISTORY IO ERROR" TO WS-UNMATCH-REASON
004851     END-EVALUATE.
004852 2200-EXIT.
004853     EXIT.
004854
004855*---------------------------------------------------------------
004856* 2205-FIND-INSTALLMENT-POSTING - the first history record
004857* past the plain StudentID/Amount key; it is the posting only
004858* if it carries the same StudentID and amount.
004859*---------------------------------------------------------------
004860 2205-FIND-INSTALLMENT-POSTING.
004861     START PaymentHistory KEY NOT < HIST-KEY
004862         INVALID KEY
004863             CONTINUE
004865     END-START.
004866     IF WS-HISTORY-OK
004867         READ PaymentHistory NEXT RECORD
004868             AT END
004869                 SET WS-HISTORY-NOT-FOUND TO TRUE
004870         END-READ
004871     END-IF.
004872     IF WS-HISTORY-OK
004873         IF HIST-STUDENT-ID NOT = RTN-STUDENT-ID
004874             OR HIST-AMOUNT-KEY NOT = WS-AmountNumeric
004875             SET WS-HISTORY-NOT-FOUND TO TRUE
004876         END-IF
004877     END-IF.
004878 2205-EXIT.
004880     EXIT.
004890
004900 2210-BACK-OUT-OF-MASTER.
005100         ELSE
005110             PERFORM 2220-WRITE-MASTER-JOURNAL THRU 2220-EXIT
005120             PERFORM 2230-REMOVE-HISTORY-RECORD THRU 2230-EXIT
005130             IF WS-BANK-RETURN
005133                 PERFORM 2300-ASSESS-NSF-FEE THRU 2300-EXIT
005136             END-IF
005140             PERFORM 2240-REPORT-APPLIED-ITEM THRU 2240-EXIT
005150         END-IF
005160     END-IF.
005230* an item whose history record could not be removed is not
005240* cleanly applied - the stale posting will flag the
005250* re-presented check as a duplicate - so it is counted and
005260* noted in its own right.  A chargeback carries no fee.
005270*---------------------------------------------------------------
005280 2240-REPORT-APPLIED-ITEM.
005290     ADD WS-AmountNumeric TO WS-APPLIED-TOTAL.
005292     IF WS-CARD-CHARGEBACK
005295         ADD WS-AmountNumeric TO WS-CHARGEBACK-TOTAL
005297     END-IF.
005300     MOVE RTN-STUDENT-ID TO WS-RPT-STUDENT-ID.
005310     MOVE WS-AmountNumeric TO WS-RPT-AMOUNT.
005320     MOVE RTN-RETURN-DATE TO WS-RPT-DATE.
005330     MOVE RTN-REASON-CODE TO WS-RPT-REASON.
005340     IF WS-HDEL-OK
005350         ADD 1 TO WS-APPLIED-COUNT
005360         EVALUATE TRUE
005361             WHEN WS-CARD-CHARGEBACK
005362                 MOVE "BACKED OUT" TO WS-RPT-NOTE
005363             WHEN WS-CHG-POSTED
005365                 MOVE "BACKED OUT + FEE" TO WS-RPT-NOTE
005366             WHEN OTHER
005367                 MOVE "FEE NOT POSTED" TO WS-RPT-NOTE
005368         END-EVALUATE
005370     ELSE
005380         ADD 1 TO WS-HIST-STUCK-COUNT
005390         MOVE "HIST NOT REMOVED" TO WS-RPT-NOTE
005480*---------------------------------------------------------------
005490* 2220-WRITE-MASTER-JOURNAL - cut the audit journal record for
005500* the back-out just made, like every other master writer.
005503* A chargeback is journaled under its own source so the
005506* audit trail tells it from a bounced check.
005510*---------------------------------------------------------------
005520 2220-WRITE-MASTER-JOURNAL.
005530     MOVE MST-STUDENT-ID TO JRN-STUDENT-ID.
005550     MOVE 'C' TO JRN-ACTION.
005560     MOVE WS-JRN-BEFORE-BAL TO JRN-BEFORE-YTD.
005570     MOVE MST-YTD-PAID TO JRN-AFTER-YTD.
005580     MOVE WS-PER-POSTING-DATE TO JRN-BATCH-DATE.
005590     IF WS-CARD-CHARGEBACK
005600         MOVE WS-CHARGEBACK-COUNT TO JRN-RECORD-NUMBER
005601         MOVE "CHGBCK" TO JRN-SOURCE-PROGRAM
005603     ELSE
005605         MOVE WS-ITEM-COUNT TO JRN-RECORD-NUMBER
005606         MOVE "NSFRTN" TO JRN-SOURCE-PROGRAM
005608     END-IF.
005610     WRITE MasterJournalRecord FROM JournalRecord.
005620 2220-EXIT.
005630     EXIT.
005820     EXIT.
005830
005840*---------------------------------------------------------------
005850* 2300-ASSESS-NSF-FEE - one NS charge per returned item on the
005860* ChargeLedger, under the term the payment was posted to and
005863* due the day it is assessed.  A fee the ledger will not take
005866* is counted and noted on the item line; the back-out stands.
005870*---------------------------------------------------------------
005880 2300-ASSESS-NSF-FEE.
005890     MOVE RTN-STUDENT-ID TO WS-CHG-POST-ID.
005900     MOVE WS-ITEM-TERM TO WS-CHG-POST-TERM.
005910     MOVE "NS" TO WS-CHG-POST-TYPE.
005920     MOVE WS-NSF-FEE-AMOUNT TO WS-CHG-POST-AMOUNT.
005930     MOVE WS-RUN-DATE TO WS-CHG-POST-DATE.
005931     MOVE WS-RUN-DATE TO WS-CHG-POST-DUE-DATE.
005932     MOVE "NSFRTN" TO WS-CHG-POST-SOURCE.
005933     PERFORM 8600-POST-CHARGE THRU 8600-EXIT.
005934     IF WS-CHG-POSTED
005935         ADD WS-NSF-FEE-AMOUNT TO WS-FEE-TOTAL
005936     ELSE
005937         ADD 1 TO WS-FEE-FAILED-COUNT
005938     END-IF.
005940 2300-EXIT.
005950     EXIT.
005960
006130     MOVE WS-DIR-NAME-OUT TO WS-RPT-NAME.
006140     WRITE NSFReportRecord FROM WS-RPT-ITEM-LINE.
006150 2400-EXIT.
006151     EXIT.
006152
006153*---------------------------------------------------------------
006154* 2500-START-CHARGEBACKS - with the bank's items done, open
006155* the chargeback queue.  No queue on disk means the
006156* settlement run has queued nothing.
006157*---------------------------------------------------------------
006158 2500-START-CHARGEBACKS.
006159     SET WS-CARD-CHARGEBACK TO TRUE.
006160     OPEN INPUT ChargebackQueueFile.
006161     IF WS-CBQ-OK
006162         SET WS-CBQ-FILE-OPEN TO TRUE
006163         MOVE "CARD CHARGEBACKS" TO WS-RPT-SECTION
006164         WRITE NSFReportRecord FROM WS-RPT-SECTION-LINE
006165         PERFORM 2610-READ-CHARGEBACK THRU 2610-EXIT
006166     ELSE
006167         SET WS-CBQ-FILE-ABSENT TO TRUE
006168         SET WS-CBQ-EOF-YES TO TRUE
006169     END-IF.
006170 2500-EXIT.
006171     EXIT.
006172
006173 2600-PROCESS-CHARGEBACK.
006174     ADD 1 TO WS-CHARGEBACK-COUNT.
006175     PERFORM 2050-WORK-ITEM THRU 2050-EXIT.
006176     PERFORM 2610-READ-CHARGEBACK THRU 2610-EXIT.
006177 2600-EXIT.
006178     EXIT.
006179
006180 2610-READ-CHARGEBACK.
006181     READ ChargebackQueueFile INTO ReturnedItemRecord
006182         AT END
006183             SET WS-CBQ-EOF-YES TO TRUE
006184     END-READ.
006185 2610-EXIT.
006186     EXIT.
006187
006188*---------------------------------------------------------------
006190* 3000-FINALIZE - print the totals and close out.  Unmatched
006200* items end the run with RETURN-CODE 8 so they are researched
006210* rather than forgotten.
006230 3000-FINALIZE.
006240     MOVE "RETURNED ITEMS TOTALS" TO WS-RPT-SECTION.
006250     WRITE NSFReportRecord FROM WS-RPT-SECTION-LINE.
006260     MOVE "RETURNED ITEMS READ:          "
006270         TO WS-RPT-COUNT-LABEL.
006280     MOVE WS-ITEM-COUNT TO WS-RPT-COUNT.
006290     WRITE NSFReportRecord FROM WS-RPT-COUNT-LINE.
006390         TO WS-RPT-COUNT-LABEL.
006400     MOVE WS-HIST-STUCK-COUNT TO WS-RPT-COUNT.
006410     WRITE NSFReportRecord FROM WS-RPT-COUNT-LINE.
006411     MOVE "NSF FEES NOT POSTED:          "
006412         TO WS-RPT-COUNT-LABEL.
006413     MOVE WS-FEE-FAILED-COUNT TO WS-RPT-COUNT.
006414     WRITE NSFReportRecord FROM WS-RPT-COUNT-LINE.
006415     MOVE "CHARGEBACKS READ:             "
006416         TO WS-RPT-COUNT-LABEL.
006417     MOVE WS-CHARGEBACK-COUNT TO WS-RPT-COUNT.
006418     WRITE NSFReportRecord FROM WS-RPT-COUNT-LINE.
006420     MOVE "AMOUNT BACKED OUT:        "
006430         TO WS-RPT-TOTAL-LABEL.
006440     MOVE WS-APPLIED-TOTAL TO WS-RPT-TOTAL.
006470         TO WS-RPT-TOTAL-LABEL.
006480     MOVE WS-FEE-TOTAL TO WS-RPT-TOTAL.
006490     WRITE NSFReportRecord FROM WS-RPT-TOTAL-LINE.
006492     MOVE "OF WHICH CHARGED BACK:    "
006494         TO WS-RPT-TOTAL-LABEL.
006496     MOVE WS-CHARGEBACK-TOTAL TO WS-RPT-TOTAL.
006498     WRITE NSFReportRecord FROM WS-RPT-TOTAL-LINE.
006500     PERFORM 3200-WRITE-GL-INTERFACE THRU 3200-EXIT.
006501     IF WS-RTN-FILE-OPEN
006503         CLOSE ReturnedItemsFile
006505     END-IF.
006506*    The queue is emptied once worked; an item that could not
006508*    be backed out is on the report for the bursar, and
006510*    leaving it queued would only fail it again tomorrow.
006511     IF WS-CBQ-FILE-OPEN
006513         CLOSE ChargebackQueueFile
006515         OPEN OUTPUT ChargebackQueueFile
006516         CLOSE ChargebackQueueFile
006518     END-IF.
006520     CLOSE PaymentHistory.
006530     CLOSE StudentMaster.
006540     CLOSE MasterJournal.
006550     CLOSE ChargeLedger.
006560     CLOSE GLInterfaceFile.
006570     CLOSE NSFReportFile.
006580     IF WS-DIR-FILE-OPEN
006590         CLOSE StudentDirectory
006600     END-IF.
006610     DISPLAY "Returned Items Read:   " WS-ITEM-COUNT.
006615     DISPLAY "Chargebacks Read:      " WS-CHARGEBACK-COUNT.
006620     DISPLAY "Items Backed Out:      " WS-APPLIED-COUNT.
006630     DISPLAY "Items Unmatched:       " WS-UNMATCHED-COUNT.
006640     DISPLAY "History Not Removed:   " WS-HIST-STUCK-COUNT.
006650     DISPLAY "NSF Fees Not Posted:   " WS-FEE-FAILED-COUNT.
006655     IF WS-UNMATCHED-COUNT > 0 OR WS-FEE-FAILED-COUNT > 0
006660         MOVE 8 TO RETURN-CODE
006670     END-IF.
006680*    A stale history posting will flag the re-presented check
006880         MOVE "1000-CASH" TO WS-GL-ACCOUNT-CODE
006890         MOVE "C" TO WS-GL-DEBIT-CREDIT
006900         MOVE WS-APPLIED-TOTAL TO WS-GL-AMOUNT
006910         MOVE WS-PER-POSTING-DATE TO WS-GL-BATCH-DATE
006920         WRITE GLInterfaceRecord FROM WS-GL-LINE
006930         MOVE "4000-REV" TO WS-GL-ACCOUNT-CODE
006940         MOVE "D" TO WS-GL-DEBIT-CREDIT
007010
007020 COPY DIRLOOK.
007030
007032 COPY CHGPOST.
007034
007036 COPY PERLOOK.
007038
007040 END PROGRAM NSFReturns.
