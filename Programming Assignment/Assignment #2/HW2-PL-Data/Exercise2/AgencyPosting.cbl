000010***************************************************************
000020* PROGRAM-ID : AgencyPosting
000030* AUTHOR     : D. Huang, Bursar Systems
000040* INSTALLATION: NDHU Computing Center
000050* DATE-WRITTEN: 2026-10-10
000060* DATE-COMPILED:
000070*---------------------------------------------------------------
000080* PURPOSE.
000090*   Posts the collections agency's returns back onto the
000100*   PriorTermAR file.  The payment file carries each amount
000110*   the agency collected on a placed receivable and the
000120*   commission it kept: the gross comes off the receivable,
000130*   the collected and commission figures are recorded on it,
000140*   and a receivable paid down to nothing is cleared.  Every
000150*   payment posted is journaled on the ReceivableJournal, and
000160*   the run's GL entry books the net remittance to Cash and
000170*   the commission to Collection Commission expense against
000180*   Tuition Revenue for the gross.  The recall file carries
000190*   the receivables the agency is handing back uncollected;
000200*   each is marked recalled so it is not placed again and
000210*   waits for the bursar's write-off decision.
000220*   Every payment and recall prints on a proof list with its
000230*   disposition; a reject ends the run with RETURN-CODE 8.
000240*   ReceivableJournal records and GL entries carry the posting
000250*   date the PeriodControl file allows: in a month finance has
000260*   closed they go to the first day of the next open month.
000270*---------------------------------------------------------------
000280* MODIFICATION HISTORY.
000290*   2026-10-10  DH  Original program.
000300*   2026-10-13  DH  ReceivableJournal records and GL entries are
000310*                   now dated by the accounting period lock: a
000320*                   run in a month finance has closed on the
000330*                   PeriodControl file posts to the first day of
000340*                   the next open month, and a run with no open
000350*                   month to post to stops with RETURN-CODE 16
000360*                   before anything is posted.
000370*   2026-10-15  DH  The payment line now carries the agency's
000380*                   reference for the collection.  The date
000390*                   and reference of the last collection
000400*                   posted are kept on the receivable, and a
000410*                   collection not later than that is refused
000420*                   as ALREADY POSTED, so a rerun of the same
000430*                   remittance cannot post twice.  The
000440*                   collected date must be a CCYYMMDD date no
000450*                   later than the run date.
000460***************************************************************
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID. AgencyPosting.
000490 AUTHOR. D-HUANG.
000500 INSTALLATION. NDHU-COMPUTING-CENTER.
000510 DATE-WRITTEN. 10/10/2026.
000520 DATE-COMPILED.
000530
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT AgencyPaymentFile ASSIGN TO
000580         "HW2-Agency-Payments.dat"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-PAYMENT-STATUS.
000610
000620     SELECT AgencyRecallFile ASSIGN TO
000630         "HW2-Agency-Recalls.dat"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-RECALL-STATUS.
000660
000670     SELECT PriorTermFile ASSIGN TO "HW2-Prior-Term-AR.dat"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS RANDOM
000700         RECORD KEY IS PTR-RECEIVABLE-KEY
000710         FILE STATUS IS WS-PTR-STATUS.
000720
000730     SELECT ReceivableJournal ASSIGN TO
000740         "HW2-Receivable-Journal.dat"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-RCV-JOURNAL-STATUS.
000770
000780     SELECT GLInterfaceFile ASSIGN TO
000790         "HW2-GL-Interface.txt"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-GL-STATUS.
000820
000830     SELECT AgencyReportFile ASSIGN TO
000840         "HW2-Agency-Posting-Report.txt"
000850         ORGANIZATION IS LINE SEQUENTIAL.
000860
000870     SELECT PeriodControlFile ASSIGN TO
000880         "HW2-Period-Control.dat"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-PER-STATUS.
000910
000920 DATA DIVISION.
000930 FILE SECTION.
000940*---------------------------------------------------------------
000950* AgencyPaymentFile - one collection per line from the
000960* agency's remittance advice, comma delimited: the receivable
000970* (StudentID and closed term), the gross collected, the
000980* commission kept (blank means none), the date collected
000990* (CCYYMMDD) and the agency's reference for the collection.
001000*---------------------------------------------------------------
001010 FD  AgencyPaymentFile.
001020 01  AgencyPaymentRecord.
001030     05  AGP-STUDENT-ID       PIC X(10).
001040     05  FILLER               PIC X.
001050     05  AGP-TERM-CODE        PIC X(06).
001060     05  FILLER               PIC X.
001070     05  AGP-AMOUNT           PIC X(15).
001080     05  FILLER               PIC X.
001090     05  AGP-COMMISSION       PIC X(15).
001100     05  FILLER               PIC X.
001110     05  AGP-COLLECTED-DATE   PIC X(08).
001120     05  AGP-COLLECTED-PARTS REDEFINES AGP-COLLECTED-DATE.
001130         10  AGP-COLL-YEAR    PIC 9(04).
001140         10  AGP-COLL-MONTH   PIC 9(02).
001150         10  AGP-COLL-DAY     PIC 9(02).
001160     05  FILLER               PIC X.
001170     05  AGP-REFERENCE        PIC X(10).
001180
001190*---------------------------------------------------------------
001200* AgencyRecallFile - one receivable handed back per line,
001210* comma delimited: StudentID, closed term, recall date and
001220* the agency's reason.
001230*---------------------------------------------------------------
001240 FD  AgencyRecallFile.
001250 01  AgencyRecallRecord.
001260     05  AGR-STUDENT-ID       PIC X(10).
001270     05  FILLER               PIC X.
001280     05  AGR-TERM-CODE        PIC X(06).
001290     05  FILLER               PIC X.
001300     05  AGR-RECALL-DATE      PIC X(08).
001310     05  FILLER               PIC X.
001320     05  AGR-REASON           PIC X(20).
001330
001340*---------------------------------------------------------------
001350* PriorTermFile - the closed terms' unpaid balances; layout is
001360* the PTRREC copy member.
001370*---------------------------------------------------------------
001380 FD  PriorTermFile.
001390 COPY PTRREC.
001400
001410*---------------------------------------------------------------
001420* ReceivableJournal - audit trail of every prior-term
001430* receivable movement, in the MasterJournal line layout with
001440* the before and after images of the receivable balance;
001450* extended, never rewritten.
001460*---------------------------------------------------------------
001470 FD  ReceivableJournal.
001480 01  ReceivableJournalRecord  PIC X(77).
001490
001500*---------------------------------------------------------------
001510* GLInterfaceFile - shared with the other posting jobs;
001520* extended with this run's collection entry.  The GLTieOut
001530* job proves the day's file against the journals.
001540*---------------------------------------------------------------
001550 FD  GLInterfaceFile.
001560 01  GLInterfaceRecord        PIC X(80).
001570
001580*---------------------------------------------------------------
001590* AgencyReportFile - the proof list of payments and recalls
001600* and the run totals.
001610*---------------------------------------------------------------
001620 FD  AgencyReportFile.
001630 01  AgencyReportRecord       PIC X(100).
001640
001650*---------------------------------------------------------------
001660* PeriodControlFile - finance's open and closed accounting
001670* months; read into the PeriodControlRecord layout (PERREC
001680* copy member) to date this run's postings.
001690*---------------------------------------------------------------
001700 FD  PeriodControlFile.
001710 01  PeriodControlLine        PIC X(42).
001720
001730 WORKING-STORAGE SECTION.
001740*---------------------------------------------------------------
001750* Switches and file statuses.
001760*---------------------------------------------------------------
001770 01  WS-SWITCHES.
001780     05  WS-PAY-EOF-SWITCH   PIC X(01)   VALUE 'N'.
001790         88  WS-PAY-EOF-YES              VALUE 'Y'.
001800         88  WS-PAY-EOF-NO               VALUE 'N'.
001810     05  WS-RCL-EOF-SWITCH   PIC X(01)   VALUE 'N'.
001820         88  WS-RCL-EOF-YES              VALUE 'Y'.
001830         88  WS-RCL-EOF-NO               VALUE 'N'.
001840     05  WS-PAY-FILE-SWITCH  PIC X(01)   VALUE 'N'.
001850         88  WS-PAY-FILE-OPEN            VALUE 'Y'.
001860         88  WS-PAY-FILE-ABSENT          VALUE 'N'.
001870     05  WS-RCL-FILE-SWITCH  PIC X(01)   VALUE 'N'.
001880         88  WS-RCL-FILE-OPEN            VALUE 'Y'.
001890         88  WS-RCL-FILE-ABSENT          VALUE 'N'.
001900     05  WS-TRAN-OK-SWITCH   PIC X(01)   VALUE 'Y'.
001910         88  WS-TRAN-OK                  VALUE 'Y'.
001920         88  WS-TRAN-REJECTED            VALUE 'N'.
001930
001940 01  WS-PAYMENT-STATUS        PIC X(02).
001950 01  WS-RECALL-STATUS         PIC X(02).
001960 01  WS-PTR-STATUS            PIC X(02).
001970     88  WS-PTR-OK                        VALUE "00".
001980     88  WS-PTR-NOT-FOUND                 VALUE "23" "35".
001990 01  WS-RCV-JOURNAL-STATUS    PIC X(02).
002000     88  WS-RCV-JOURNAL-NOT-FOUND         VALUE "35".
002010 01  WS-GL-STATUS             PIC X(02).
002020     88  WS-GL-NOT-FOUND                  VALUE "35".
002030
002040 COPY AMTWORK.
002050
002060 COPY JRNLREC.
002070
002080 COPY PERWORK.
002090
002100 COPY PERREC.
002110
002120*---------------------------------------------------------------
002130* Run date and transaction work fields.
002140*---------------------------------------------------------------
002150 01  WS-RUN-DATE              PIC X(08).
002160 01  WS-DISPOSITION           PIC X(16).
002170 01  WS-PAY-AMOUNT            PIC S9(12)V99 COMP-3.
002180 01  WS-PAY-COMMISSION        PIC S9(12)V99 COMP-3.
002190 01  WS-BEFORE-BALANCE        PIC S9(12)V99 COMP-3.
002200*    The collection's date and reference, compared as one
002210*    against the last one posted to the receivable.
002220 01  WS-THIS-COLLECTION.
002230     05  WS-THIS-COLL-DATE    PIC X(08).
002240     05  WS-THIS-COLL-REF     PIC X(10).
002250
002260*---------------------------------------------------------------
002270* Counters and totals.
002280*---------------------------------------------------------------
002290 01  WS-PAY-READ-COUNT        PIC 9(07)   COMP VALUE 0.
002300 01  WS-PAY-POSTED-COUNT      PIC 9(07)   COMP VALUE 0.
002310 01  WS-CLEARED-COUNT         PIC 9(07)   COMP VALUE 0.
002320 01  WS-RCL-READ-COUNT        PIC 9(07)   COMP VALUE 0.
002330 01  WS-RCL-POSTED-COUNT      PIC 9(07)   COMP VALUE 0.
002340 01  WS-REJECT-COUNT          PIC 9(07)   COMP VALUE 0.
002350 01  WS-GROSS-TOTAL           PIC S9(12)V99 COMP-3 VALUE 0.
002360 01  WS-COMMISSION-TOTAL      PIC S9(12)V99 COMP-3 VALUE 0.
002370 01  WS-NET-TOTAL             PIC S9(12)V99 COMP-3 VALUE 0.
002380
002390*---------------------------------------------------------------
002400* Report line layouts.
002410*---------------------------------------------------------------
002420 01  WS-RPT-SECTION-LINE.
002430     05  WS-RPT-SECTION      PIC X(40).
002440     05  FILLER              PIC X(60)   VALUE SPACES.
002450
002460 01  WS-PAYMENT-LINE.
002470     05  WS-PAY-STUDENT-ID   PIC X(10).
002480     05  FILLER              PIC X(01)   VALUE SPACES.
002490     05  WS-PAY-TERM         PIC X(06).
002500     05  FILLER              PIC X(01)   VALUE SPACES.
002510     05  WS-PAY-GROSS-OUT    PIC -ZZZ,ZZZ,ZZ9.99.
002520     05  FILLER              PIC X(01)   VALUE SPACES.
002530     05  WS-PAY-COMM-OUT     PIC -ZZZ,ZZZ,ZZ9.99.
002540     05  FILLER              PIC X(01)   VALUE SPACES.
002550     05  WS-PAY-DATE-OUT     PIC X(08).
002560     05  FILLER              PIC X(01)   VALUE SPACES.
002570     05  WS-PAY-BALANCE-OUT  PIC -ZZZ,ZZZ,ZZ9.99.
002580     05  FILLER              PIC X(01)   VALUE SPACES.
002590     05  WS-PAY-DISPOSITION  PIC X(16).
002600     05  FILLER              PIC X(09)   VALUE SPACES.
002610
002620 01  WS-RECALL-LINE.
002630     05  WS-RCL-STUDENT-ID   PIC X(10).
002640     05  FILLER              PIC X(01)   VALUE SPACES.
002650     05  WS-RCL-TERM         PIC X(06).
002660     05  FILLER              PIC X(01)   VALUE SPACES.
002670     05  WS-RCL-DATE-OUT     PIC X(08).
002680     05  FILLER              PIC X(01)   VALUE SPACES.
002690     05  WS-RCL-REASON-OUT   PIC X(20).
002700     05  FILLER              PIC X(01)   VALUE SPACES.
002710     05  WS-RCL-BALANCE-OUT  PIC -ZZZ,ZZZ,ZZ9.99.
002720     05  FILLER              PIC X(01)   VALUE SPACES.
002730     05  WS-RCL-DISPOSITION  PIC X(16).
002740     05  FILLER              PIC X(20)   VALUE SPACES.
002750
002760 01  WS-RPT-COUNT-LINE.
002770     05  WS-RPT-COUNT-LABEL  PIC X(30).
002780     05  WS-RPT-COUNT        PIC ZZZ,ZZ9.
002790     05  FILLER              PIC X(63)   VALUE SPACES.
002800
002810 01  WS-RPT-TOTAL-LINE.
002820     05  WS-RPT-TOTAL-LABEL  PIC X(26).
002830     05  WS-RPT-TOTAL        PIC -$,$$$,$$$,$$$,$$9.99.
002840     05  FILLER              PIC X(53)   VALUE SPACES.
002850
002860*---------------------------------------------------------------
002870* GL entry line - same fixed layout StudentPayment writes, so
002880* the finance upload and the GLTieOut job read one format.
002890*---------------------------------------------------------------
002900 01  WS-GL-LINE.
002910     05  WS-GL-ACCOUNT-CODE  PIC X(10).
002920     05  FILLER              PIC X(02)   VALUE SPACES.
002930     05  WS-GL-DEBIT-CREDIT  PIC X(01).
002940     05  FILLER              PIC X(02)   VALUE SPACES.
002950     05  WS-GL-AMOUNT        PIC 9(12)V99.
002960     05  FILLER              PIC X(02)   VALUE SPACES.
002970     05  WS-GL-BATCH-DATE    PIC X(08).
002980     05  FILLER              PIC X(41)   VALUE SPACES.
002990
003000 PROCEDURE DIVISION.
003010*===============================================================
003020 0000-MAINLINE.
003030*===============================================================
003040     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003050     PERFORM 2000-POST-PAYMENT THRU 2000-EXIT
003060         UNTIL WS-PAY-EOF-YES.
003070     PERFORM 2500-POST-RECALL THRU 2500-EXIT
003080         UNTIL WS-RCL-EOF-YES.
003090     PERFORM 3000-FINALIZE THRU 3000-EXIT.
003100     STOP RUN.
003110
003120*---------------------------------------------------------------
003130* 1000-INITIALIZE - open the files and prime both reads.
003140* Either agency file may be absent on a given day; with no
003150* receivable file nothing has ever been placed, and the run
003160* stops.
003170*---------------------------------------------------------------
003180 1000-INITIALIZE.
003190     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003200     MOVE WS-RUN-DATE TO WS-PER-POSTING-DATE.
003210     PERFORM 8400-SET-POSTING-DATE THRU 8400-EXIT.
003220     IF WS-PER-POSTING-LOCKED
003230         MOVE 16 TO RETURN-CODE
003240         STOP RUN
003250     END-IF.
003260     OPEN I-O PriorTermFile.
003270     IF NOT WS-PTR-OK
003280         DISPLAY "ERROR - PRIOR-TERM RECEIVABLE FILE NOT "
003290             "AVAILABLE - STATUS " WS-PTR-STATUS
003300         MOVE 16 TO RETURN-CODE
003310         STOP RUN
003320     END-IF.
003330     OPEN INPUT AgencyPaymentFile.
003340     IF WS-PAYMENT-STATUS = "00"
003350         SET WS-PAY-FILE-OPEN TO TRUE
003360     ELSE
003370         DISPLAY "NOTE - NO AGENCY PAYMENT FILE "
003380             "HW2-Agency-Payments.dat - NO PAYMENTS POSTED"
003390         SET WS-PAY-EOF-YES TO TRUE
003400     END-IF.
003410     OPEN INPUT AgencyRecallFile.
003420     IF WS-RECALL-STATUS = "00"
003430         SET WS-RCL-FILE-OPEN TO TRUE
003440     ELSE
003450         DISPLAY "NOTE - NO AGENCY RECALL FILE "
003460             "HW2-Agency-Recalls.dat - NO RECALLS POSTED"
003470         SET WS-RCL-EOF-YES TO TRUE
003480     END-IF.
003490     OPEN EXTEND ReceivableJournal.
003500     IF WS-RCV-JOURNAL-NOT-FOUND
003510         OPEN OUTPUT ReceivableJournal
003520     END-IF.
003530     OPEN EXTEND GLInterfaceFile.
003540     IF WS-GL-NOT-FOUND
003550         OPEN OUTPUT GLInterfaceFile
003560     END-IF.
003570     OPEN OUTPUT AgencyReportFile.
003580     MOVE "AGENCY PAYMENTS" TO WS-RPT-SECTION.
003590     WRITE AgencyReportRecord FROM WS-RPT-SECTION-LINE.
003600     IF WS-PAY-FILE-OPEN
003610         PERFORM 2100-READ-PAYMENT THRU 2100-EXIT
003620     END-IF.
003630     IF WS-RCL-FILE-OPEN
003640         PERFORM 2600-READ-RECALL THRU 2600-EXIT
003650     END-IF.
003660 1000-EXIT.
003670     EXIT.
003680
003690*---------------------------------------------------------------
003700* 2000-POST-PAYMENT - edit one collection, post it or reject
003710* it, print its proof line, then read the next.
003720*---------------------------------------------------------------
003730 2000-POST-PAYMENT.
003740     ADD 1 TO WS-PAY-READ-COUNT.
003750     SET WS-TRAN-OK TO TRUE.
003760     MOVE SPACES TO WS-DISPOSITION.
003770     MOVE 0 TO WS-PAY-AMOUNT WS-PAY-COMMISSION.
003780     MOVE 0 TO PTR-BALANCE.
003790     PERFORM 2200-EDIT-PAYMENT THRU 2200-EXIT.
003800     IF WS-TRAN-OK
003810         PERFORM 2300-APPLY-PAYMENT THRU 2300-EXIT
003820     END-IF.
003830     IF WS-TRAN-REJECTED
003840         ADD 1 TO WS-REJECT-COUNT
003850     END-IF.
003860     MOVE AGP-STUDENT-ID TO WS-PAY-STUDENT-ID.
003870     MOVE AGP-TERM-CODE TO WS-PAY-TERM.
003880     MOVE WS-PAY-AMOUNT TO WS-PAY-GROSS-OUT.
003890     MOVE WS-PAY-COMMISSION TO WS-PAY-COMM-OUT.
003900     MOVE AGP-COLLECTED-DATE TO WS-PAY-DATE-OUT.
003910     MOVE PTR-BALANCE TO WS-PAY-BALANCE-OUT.
003920     MOVE WS-DISPOSITION TO WS-PAY-DISPOSITION.
003930     WRITE AgencyReportRecord FROM WS-PAYMENT-LINE.
003940     PERFORM 2100-READ-PAYMENT THRU 2100-EXIT.
003950 2000-EXIT.
003960     EXIT.
003970
003980 2100-READ-PAYMENT.
003990     READ AgencyPaymentFile
004000         AT END
004010             SET WS-PAY-EOF-YES TO TRUE
004020     END-READ.
004030 2100-EXIT.
004040     EXIT.
004050
004060*---------------------------------------------------------------
004070* 2200-EDIT-PAYMENT - a receivable key, a gross amount above
004080* zero, a commission that is neither negative nor more than
004090* the gross, and a collected date that is a CCYYMMDD date no
004100* later than the run date.
004110*---------------------------------------------------------------
004120 2200-EDIT-PAYMENT.
004130     IF AGP-STUDENT-ID = SPACES OR AGP-TERM-CODE = SPACES
004140         SET WS-TRAN-REJECTED TO TRUE
004150         MOVE "NO RECEIVABLE" TO WS-DISPOSITION
004160         GO TO 2200-EXIT
004170     END-IF.
004180     MOVE AGP-AMOUNT TO WS-AmountString.
004190     PERFORM 8100-EDIT-AMOUNT THRU 8100-EXIT.
004200     IF WS-AMOUNT-INVALID OR WS-AmountNumeric NOT > 0
004210         SET WS-TRAN-REJECTED TO TRUE
004220         MOVE "BAD AMOUNT" TO WS-DISPOSITION
004230         GO TO 2200-EXIT
004240     END-IF.
004250     MOVE WS-AmountNumeric TO WS-PAY-AMOUNT.
004260     IF AGP-COMMISSION NOT = SPACES
004270         MOVE AGP-COMMISSION TO WS-AmountString
004280         PERFORM 8100-EDIT-AMOUNT THRU 8100-EXIT
004290         IF WS-AMOUNT-INVALID OR WS-AmountNumeric < 0
004300             OR WS-AmountNumeric > WS-PAY-AMOUNT
004310             SET WS-TRAN-REJECTED TO TRUE
004320             MOVE "BAD COMMISSION" TO WS-DISPOSITION
004330             GO TO 2200-EXIT
004340         END-IF
004350         MOVE WS-AmountNumeric TO WS-PAY-COMMISSION
004360     END-IF.
004370     IF AGP-COLLECTED-DATE NOT NUMERIC
004380         SET WS-TRAN-REJECTED TO TRUE
004390         MOVE "BAD COLLECT DATE" TO WS-DISPOSITION
004400         GO TO 2200-EXIT
004410     END-IF.
004420     IF AGP-COLL-MONTH < 1 OR AGP-COLL-MONTH > 12
004430         OR AGP-COLL-DAY < 1 OR AGP-COLL-DAY > 31
004440         OR AGP-COLLECTED-DATE > WS-RUN-DATE
004450         SET WS-TRAN-REJECTED TO TRUE
004460         MOVE "BAD COLLECT DATE" TO WS-DISPOSITION
004470         GO TO 2200-EXIT
004480     END-IF.
004490 2200-EXIT.
004500     EXIT.
004510
004520*---------------------------------------------------------------
004530* 2300-APPLY-PAYMENT - the receivable must be with the agency
004540* and owe at least the gross collected.  The gross comes off
004550* the balance; a balance paid to nothing is cleared.  A
004560* collection whose date and reference are not later than the
004570* last one posted to the receivable has been posted already -
004580* a rerun of the same remittance - and is refused.
004590*---------------------------------------------------------------
004600 2300-APPLY-PAYMENT.
004610     MOVE AGP-COLLECTED-DATE TO WS-THIS-COLL-DATE.
004620     MOVE AGP-REFERENCE TO WS-THIS-COLL-REF.
004630     MOVE AGP-STUDENT-ID TO PTR-STUDENT-ID.
004640     MOVE AGP-TERM-CODE TO PTR-TERM-CODE.
004650     READ PriorTermFile
004660         INVALID KEY
004670             CONTINUE
004680     END-READ.
004690     EVALUATE TRUE
004700         WHEN WS-PTR-NOT-FOUND
004710             SET WS-TRAN-REJECTED TO TRUE
004720             MOVE "NOT ON FILE" TO WS-DISPOSITION
004730             MOVE 0 TO PTR-BALANCE
004740         WHEN NOT WS-PTR-OK
004750             SET WS-TRAN-REJECTED TO TRUE
004760             MOVE "RCV IO ERROR" TO WS-DISPOSITION
004770             MOVE 0 TO PTR-BALANCE
004780         WHEN WS-THIS-COLLECTION NOT > PTR-LAST-COLLECTED
004790             SET WS-TRAN-REJECTED TO TRUE
004800             MOVE "ALREADY POSTED" TO WS-DISPOSITION
004810         WHEN NOT PTR-PLACED
004820             SET WS-TRAN-REJECTED TO TRUE
004830             MOVE "NOT PLACED" TO WS-DISPOSITION
004840         WHEN WS-PAY-AMOUNT > PTR-BALANCE
004850             SET WS-TRAN-REJECTED TO TRUE
004860             MOVE "EXCEEDS BALANCE" TO WS-DISPOSITION
004870         WHEN OTHER
004880             PERFORM 2310-UPDATE-RECEIVABLE THRU 2310-EXIT
004890     END-EVALUATE.
004900 2300-EXIT.
004910     EXIT.
004920
004930 2310-UPDATE-RECEIVABLE.
004940     MOVE PTR-BALANCE TO WS-BEFORE-BALANCE.
004950     SUBTRACT WS-PAY-AMOUNT FROM PTR-BALANCE.
004960     ADD WS-PAY-AMOUNT TO PTR-AGENCY-COLLECTED.
004970     ADD WS-PAY-COMMISSION TO PTR-AGENCY-COMMISSION.
004980     MOVE WS-RUN-DATE TO PTR-LAST-ACTIVITY.
004990     MOVE WS-THIS-COLLECTION TO PTR-LAST-COLLECTED.
005000     IF PTR-BALANCE = 0
005010         SET PTR-CLEARED TO TRUE
005020     END-IF.
005030     REWRITE PriorTermRecord
005040         INVALID KEY
005050             CONTINUE
005060     END-REWRITE.
005070     IF NOT WS-PTR-OK
005080         SET WS-TRAN-REJECTED TO TRUE
005090         MOVE "RCV IO ERROR" TO WS-DISPOSITION
005100         MOVE WS-BEFORE-BALANCE TO PTR-BALANCE
005110         GO TO 2310-EXIT
005120     END-IF.
005130     ADD 1 TO WS-PAY-POSTED-COUNT.
005140     ADD WS-PAY-AMOUNT TO WS-GROSS-TOTAL.
005150     ADD WS-PAY-COMMISSION TO WS-COMMISSION-TOTAL.
005160     IF PTR-CLEARED
005170         ADD 1 TO WS-CLEARED-COUNT
005180         MOVE "POSTED - CLEARED" TO WS-DISPOSITION
005190     ELSE
005200         MOVE "POSTED" TO WS-DISPOSITION
005210     END-IF.
005220     PERFORM 2400-WRITE-RECEIVABLE-JOURNAL THRU 2400-EXIT.
005230 2310-EXIT.
005240     EXIT.
005250
005260*---------------------------------------------------------------
005270* 2400-WRITE-RECEIVABLE-JOURNAL - the before and after images
005280* of the receivable balance, cut as AGYPAY.
005290*---------------------------------------------------------------
005300 2400-WRITE-RECEIVABLE-JOURNAL.
005310     MOVE PTR-STUDENT-ID TO JRN-STUDENT-ID.
005320     MOVE PTR-TERM-CODE TO JRN-TERM-CODE.
005330     MOVE 'C' TO JRN-ACTION.
005340     MOVE WS-BEFORE-BALANCE TO JRN-BEFORE-YTD.
005350     MOVE PTR-BALANCE TO JRN-AFTER-YTD.
005360     MOVE WS-PER-POSTING-DATE TO JRN-BATCH-DATE.
005370     MOVE WS-PAY-READ-COUNT TO JRN-RECORD-NUMBER.
005380     MOVE "AGYPAY" TO JRN-SOURCE-PROGRAM.
005390     WRITE ReceivableJournalRecord FROM JournalRecord.
005400 2400-EXIT.
005410     EXIT.
005420
005430*---------------------------------------------------------------
005440* 2500-POST-RECALL - a receivable the agency hands back must
005450* be one it holds; it is marked recalled with the recall
005460* date, its balance left as it stands.
005470*---------------------------------------------------------------
005480 2500-POST-RECALL.
005490     IF WS-RCL-READ-COUNT = 0
005500         MOVE "AGENCY RECALLS" TO WS-RPT-SECTION
005510         WRITE AgencyReportRecord FROM WS-RPT-SECTION-LINE
005520     END-IF.
005530     ADD 1 TO WS-RCL-READ-COUNT.
005540     SET WS-TRAN-OK TO TRUE.
005550     MOVE SPACES TO WS-DISPOSITION.
005560     MOVE AGR-STUDENT-ID TO PTR-STUDENT-ID.
005570     MOVE AGR-TERM-CODE TO PTR-TERM-CODE.
005580     READ PriorTermFile
005590         INVALID KEY
005600             CONTINUE
005610     END-READ.
005620     EVALUATE TRUE
005630         WHEN WS-PTR-NOT-FOUND
005640             SET WS-TRAN-REJECTED TO TRUE
005650             MOVE "NOT ON FILE" TO WS-DISPOSITION
005660             MOVE 0 TO PTR-BALANCE
005670         WHEN NOT WS-PTR-OK
005680             SET WS-TRAN-REJECTED TO TRUE
005690             MOVE "RCV IO ERROR" TO WS-DISPOSITION
005700             MOVE 0 TO PTR-BALANCE
005710         WHEN NOT PTR-PLACED
005720             SET WS-TRAN-REJECTED TO TRUE
005730             MOVE "NOT PLACED" TO WS-DISPOSITION
005740         WHEN OTHER
005750             PERFORM 2510-MARK-RECALLED THRU 2510-EXIT
005760     END-EVALUATE.
005770     IF WS-TRAN-REJECTED
005780         ADD 1 TO WS-REJECT-COUNT
005790     END-IF.
005800     MOVE AGR-STUDENT-ID TO WS-RCL-STUDENT-ID.
005810     MOVE AGR-TERM-CODE TO WS-RCL-TERM.
005820     MOVE AGR-RECALL-DATE TO WS-RCL-DATE-OUT.
005830     MOVE AGR-REASON TO WS-RCL-REASON-OUT.
005840     MOVE PTR-BALANCE TO WS-RCL-BALANCE-OUT.
005850     MOVE WS-DISPOSITION TO WS-RCL-DISPOSITION.
005860     WRITE AgencyReportRecord FROM WS-RECALL-LINE.
005870     PERFORM 2600-READ-RECALL THRU 2600-EXIT.
005880 2500-EXIT.
005890     EXIT.
005900
005910 2510-MARK-RECALLED.
005920     SET PTR-RECALLED TO TRUE.
005930     MOVE AGR-RECALL-DATE TO PTR-RECALL-DATE.
005940     IF PTR-RECALL-DATE = SPACES
005950         MOVE WS-RUN-DATE TO PTR-RECALL-DATE
005960     END-IF.
005970     MOVE WS-RUN-DATE TO PTR-LAST-ACTIVITY.
005980     REWRITE PriorTermRecord
005990         INVALID KEY
006000             CONTINUE
006010     END-REWRITE.
006020     IF WS-PTR-OK
006030         ADD 1 TO WS-RCL-POSTED-COUNT
006040         MOVE "RECALLED" TO WS-DISPOSITION
006050     ELSE
006060         SET WS-TRAN-REJECTED TO TRUE
006070         MOVE "RCV IO ERROR" TO WS-DISPOSITION
006080     END-IF.
006090 2510-EXIT.
006100     EXIT.
006110
006120 2600-READ-RECALL.
006130     READ AgencyRecallFile
006140         AT END
006150             SET WS-RCL-EOF-YES TO TRUE
006160     END-READ.
006170 2600-EXIT.
006180     EXIT.
006190
006200*---------------------------------------------------------------
006210* 3000-FINALIZE - the totals, the GL entry, and close out.
006220* Rejects end the run with RETURN-CODE 8 so the agency's
006230* advice is queried before it is keyed again.
006240*---------------------------------------------------------------
006250 3000-FINALIZE.
006260     COMPUTE WS-NET-TOTAL =
006270         WS-GROSS-TOTAL - WS-COMMISSION-TOTAL.
006280     MOVE "AGENCY POSTING TOTALS" TO WS-RPT-SECTION.
006290     WRITE AgencyReportRecord FROM WS-RPT-SECTION-LINE.
006300     MOVE "PAYMENTS READ:                "
006310         TO WS-RPT-COUNT-LABEL.
006320     MOVE WS-PAY-READ-COUNT TO WS-RPT-COUNT.
006330     WRITE AgencyReportRecord FROM WS-RPT-COUNT-LINE.
006340     MOVE "PAYMENTS POSTED:              "
006350         TO WS-RPT-COUNT-LABEL.
006360     MOVE WS-PAY-POSTED-COUNT TO WS-RPT-COUNT.
006370     WRITE AgencyReportRecord FROM WS-RPT-COUNT-LINE.
006380     MOVE "RECEIVABLES CLEARED:          "
006390         TO WS-RPT-COUNT-LABEL.
006400     MOVE WS-CLEARED-COUNT TO WS-RPT-COUNT.
006410     WRITE AgencyReportRecord FROM WS-RPT-COUNT-LINE.
006420     MOVE "RECALLS READ:                 "
006430         TO WS-RPT-COUNT-LABEL.
006440     MOVE WS-RCL-READ-COUNT TO WS-RPT-COUNT.
006450     WRITE AgencyReportRecord FROM WS-RPT-COUNT-LINE.
006460     MOVE "RECALLS POSTED:               "
006470         TO WS-RPT-COUNT-LABEL.
006480     MOVE WS-RCL-POSTED-COUNT TO WS-RPT-COUNT.
006490     WRITE AgencyReportRecord FROM WS-RPT-COUNT-LINE.
006500     MOVE "TRANSACTIONS REJECTED:        "
006510         TO WS-RPT-COUNT-LABEL.
006520     MOVE WS-REJECT-COUNT TO WS-RPT-COUNT.
006530     WRITE AgencyReportRecord FROM WS-RPT-COUNT-LINE.
006540     MOVE "GROSS COLLECTED:          "
006550         TO WS-RPT-TOTAL-LABEL.
006560     MOVE WS-GROSS-TOTAL TO WS-RPT-TOTAL.
006570     WRITE AgencyReportRecord FROM WS-RPT-TOTAL-LINE.
006580     MOVE "COMMISSION KEPT:          "
006590         TO WS-RPT-TOTAL-LABEL.
006600     MOVE WS-COMMISSION-TOTAL TO WS-RPT-TOTAL.
006610     WRITE AgencyReportRecord FROM WS-RPT-TOTAL-LINE.
006620     MOVE "NET REMITTED:             "
006630         TO WS-RPT-TOTAL-LABEL.
006640     MOVE WS-NET-TOTAL TO WS-RPT-TOTAL.
006650     WRITE AgencyReportRecord FROM WS-RPT-TOTAL-LINE.
006660     PERFORM 3200-WRITE-GL-INTERFACE THRU 3200-EXIT.
006670     CLOSE PriorTermFile.
006680     IF WS-PAY-FILE-OPEN
006690         CLOSE AgencyPaymentFile
006700     END-IF.
006710     IF WS-RCL-FILE-OPEN
006720         CLOSE AgencyRecallFile
006730     END-IF.
006740     CLOSE ReceivableJournal.
006750     CLOSE GLInterfaceFile.
006760     CLOSE AgencyReportFile.
006770     DISPLAY "Payments Posted:       " WS-PAY-POSTED-COUNT.
006780     DISPLAY "Recalls Posted:        " WS-RCL-POSTED-COUNT.
006790     DISPLAY "Transactions Rejected: " WS-REJECT-COUNT.
006800     DISPLAY "Gross Collected:      $" WS-GROSS-TOTAL.
006810     DISPLAY "Commission Kept:      $" WS-COMMISSION-TOTAL.
006820     IF WS-REJECT-COUNT > 0
006830         MOVE 8 TO RETURN-CODE
006840     END-IF.
006850 3000-EXIT.
006860     EXIT.
006870
006880*---------------------------------------------------------------
006890* 3200-WRITE-GL-INTERFACE - the agency remits the gross less
006900* its commission: a debit to Cash for the net, a debit to
006910* Collection Commission expense for the commission, and the
006920* credit to Tuition Revenue for the gross, which the closed
006930* term never booked because it was never paid.  A run that
006940* posted nothing cuts no entry.
006950*---------------------------------------------------------------
006960 3200-WRITE-GL-INTERFACE.
006970     IF WS-GROSS-TOTAL > 0
006980         MOVE WS-PER-POSTING-DATE TO WS-GL-BATCH-DATE
006990         IF WS-NET-TOTAL > 0
007000             MOVE "1000-CASH" TO WS-GL-ACCOUNT-CODE
007010             MOVE "D" TO WS-GL-DEBIT-CREDIT
007020             MOVE WS-NET-TOTAL TO WS-GL-AMOUNT
007030             WRITE GLInterfaceRecord FROM WS-GL-LINE
007040         END-IF
007050         IF WS-COMMISSION-TOTAL > 0
007060             MOVE "6950-COLL" TO WS-GL-ACCOUNT-CODE
007070             MOVE "D" TO WS-GL-DEBIT-CREDIT
007080             MOVE WS-COMMISSION-TOTAL TO WS-GL-AMOUNT
007090             WRITE GLInterfaceRecord FROM WS-GL-LINE
007100         END-IF
007110         MOVE "4000-REV" TO WS-GL-ACCOUNT-CODE
007120         MOVE "C" TO WS-GL-DEBIT-CREDIT
007130         MOVE WS-GROSS-TOTAL TO WS-GL-AMOUNT
007140         WRITE GLInterfaceRecord FROM WS-GL-LINE
007150     END-IF.
007160 3200-EXIT.
007170     EXIT.
007180
007190 COPY AMTEDIT.
007200
007210 COPY PERLOOK.
007220
007230 END PROGRAM AgencyPosting.
