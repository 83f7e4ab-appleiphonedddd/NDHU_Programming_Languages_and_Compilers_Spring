000170*   control file is then advanced so the daily StudentPayment
000180*   run posts under the new term.  Replaces the by-hand wipe of
000190*   HW2-Student-Master.dat that lost the prior term's history.
000191*   Before anything is rolled off, every student who closes
000192*   the term still owing (billed on the ChargeLedger less the
000193*   closing paid-to-date) is carried onto the PriorTermAR file
000194*   as a prior-term receivable, so the debt goes on ageing and
000195*   counting toward the registrar hold after the close.
000196*   Journal records carry the posting date the PeriodControl
000197*   file allows: in a month finance has closed they go to the
000198*   first day of the next open month.
000200*---------------------------------------------------------------
000210* MODIFICATION HISTORY.
000220*   2026-02-02  DH  Original program.
000450*                   sponsor reference, added to the history
000460*                   layout for the sponsor remittance
000470*                   subsystem, so a closed term's archive can
000471*                   still tell sponsor money from the
000472*                   student's own.
000473*   2026-10-10  DH  New pass ahead of the roll-off carries each
000474*                   student's unpaid closing balance onto the
000476*                   PriorTermAR file, journaled on the new
000477*                   ReceivableJournal; a failed carry ends the
000478*                   close before anything is rolled off.
000479*   2026-10-13  DH  MasterJournal and ReceivableJournal records
000480*                   are now dated by the accounting period lock:
000482*                   a close run in a month finance has closed on
000483*                   the PeriodControl file dates them the first
000484*                   day of the next open month; the close date on
000485*                   the receivables and TermHistory is still the
000486*                   run date.  A run with no open month to post
000488*                   to stops with RETURN-CODE 16.
000489*   2026-10-15  DH  The PriorTermAR record is opened with the
000490*                   credit-applied, last-collected and
000491*                   write-off approval fields cleared.
000492*                   Only a ChargeLedger that is not on file
000494*                   (status 35) is taken as nothing billed;
000495*                   any other open or read failure on the
000496*                   ledger ends the close as a failed carry,
000497*                   with nothing rolled off and the term
000498*                   control not advanced.
000500***************************************************************
000510 IDENTIFICATION DIVISION.
000520 PROGRAM-ID. TermClose.
001000
001010     SELECT HistoryArchiveFile ASSIGN TO
001020         "HW2-Payment-History-Archive.dat"
001021         ORGANIZATION IS LINE SEQUENTIAL
001022         FILE STATUS IS WS-HIST-ARCH-STATUS.
001023
001024     SELECT ChargeLedger ASSIGN TO "HW2-Charge-Ledger.dat"
001026         ORGANIZATION IS INDEXED
001027         ACCESS MODE IS SEQUENTIAL
001028         RECORD KEY IS CHG-CHARGE-KEY
001029         FILE STATUS IS WS-CHG-STATUS.
001030
001032     SELECT PriorTermFile ASSIGN TO "HW2-Prior-Term-AR.dat"
001033         ORGANIZATION IS INDEXED
001034         ACCESS MODE IS RANDOM
001035         RECORD KEY IS PTR-RECEIVABLE-KEY
001036         FILE STATUS IS WS-PTR-STATUS.
001038
001039     SELECT ReceivableJournal ASSIGN TO
001040         "HW2-Receivable-Journal.dat"
001041         ORGANIZATION IS LINE SEQUENTIAL
001042         FILE STATUS IS WS-RCV-JOURNAL-STATUS.
001044
001045     SELECT PeriodControlFile ASSIGN TO
001046         "HW2-Period-Control.dat"
001047         ORGANIZATION IS LINE SEQUENTIAL
001048         FILE STATUS IS WS-PER-STATUS.
001050
001060 DATA DIVISION.
001070 FILE SECTION.
001750* a term close, with the close date; extended, never
001760* rewritten, so every past close stays on file.
001770*---------------------------------------------------------------
001771 FD  HistoryArchiveFile.
001772 01  HistoryArchiveRecord     PIC X(63).
001773
001774*---------------------------------------------------------------
001775* ChargeLedger - what each student was billed for the term
001776* being closed, read ahead of the roll-off to find who closes
001777* it still owing.  Layout is the CHGREC copy member.
001778*---------------------------------------------------------------
001779 FD  ChargeLedger.
001780 COPY CHGREC.
001781
001782*---------------------------------------------------------------
001784* PriorTermFile - the unpaid closing balances carried forward
001785* as prior-term receivables; layout is the PTRREC copy
001786* member.  Created on the first close that needs it.
001787*---------------------------------------------------------------
001788 FD  PriorTermFile.
001789 COPY PTRREC.
001790
001791*---------------------------------------------------------------
001792* ReceivableJournal - audit trail of every prior-term
001793* receivable movement, in the MasterJournal line layout with
001794* the before and after images of the receivable balance;
001795* extended, never rewritten.
001797*---------------------------------------------------------------
001798 FD  ReceivableJournal.
001799 01  ReceivableJournalRecord  PIC X(77).
001800
001801*---------------------------------------------------------------
001802* PeriodControlFile - finance's open and closed accounting
001803* months; read into the PeriodControlRecord layout (PERREC
001804* copy member) to date this run's postings.
001805*---------------------------------------------------------------
001806 FD  PeriodControlFile.
001807 01  PeriodControlLine        PIC X(42).
001808
001810 WORKING-STORAGE SECTION.
001820*---------------------------------------------------------------
001830* Switches and file statuses.
001980     05  WS-HIST-ERROR-SWITCH PIC X(01)  VALUE 'N'.
001990         88  WS-HIST-ERROR-YES           VALUE 'Y'.
002000         88  WS-HIST-ERROR-NO            VALUE 'N'.
002001     05  WS-CHG-EOF-SWITCH   PIC X(01)   VALUE 'N'.
002002         88  WS-CHG-EOF-YES              VALUE 'Y'.
002004         88  WS-CHG-EOF-NO               VALUE 'N'.
002005     05  WS-PTR-ERROR-SWITCH PIC X(01)   VALUE 'N'.
002007         88  WS-PTR-ERROR-YES            VALUE 'Y'.
002008         88  WS-PTR-ERROR-NO             VALUE 'N'.
002010
002020 01  WS-PARM-STATUS           PIC X(02).
002030 01  WS-TERM-CTL-STATUS       PIC X(02).
002110     88  WS-HISTORY-NOT-FOUND             VALUE "23" "35".
002120 01  WS-HIST-ARCH-STATUS      PIC X(02).
002130     88  WS-HIST-ARCH-NOT-FOUND           VALUE "35".
002131 01  WS-CHG-STATUS            PIC X(02).
002132     88  WS-CHG-OK                        VALUE "00".
002133 01  WS-PTR-STATUS            PIC X(02).
002135     88  WS-PTR-OK                        VALUE "00".
002136     88  WS-PTR-NOT-FOUND                 VALUE "23" "35".
002137 01  WS-RCV-JOURNAL-STATUS    PIC X(02).
002138     88  WS-RCV-JOURNAL-NOT-FOUND         VALUE "35".
002140
002150*---------------------------------------------------------------
002160* Term codes and run date.
002370
002380 COPY JRNLREC.
002390
002392 COPY PERWORK.
002394
002396 COPY PERREC.
002398
002400*---------------------------------------------------------------
002410* TermHistory line - built here rather than in the FD record so
002420* the comma separators actually carry their VALUEs.
002570 01  WS-CLOSED-COUNT          PIC 9(07)   COMP VALUE 0.
002580 01  WS-OPENED-COUNT          PIC 9(07)   COMP VALUE 0.
002590 01  WS-ALREADY-ON-COUNT      PIC 9(07)   COMP VALUE 0.
002591 01  WS-HIST-ARCHIVED-COUNT   PIC 9(07)   COMP VALUE 0.
002593 01  WS-CARRIED-COUNT         PIC 9(07)   COMP VALUE 0.
002594 01  WS-ALREADY-CARRIED-COUNT PIC 9(07)   COMP VALUE 0.
002596 01  WS-CARRIED-TOTAL         PIC S9(12)V99 COMP-3 VALUE 0.
002597
002599*---------------------------------------------------------------
002600* Carry-forward work fields - one student's charges for the
002602* term being closed, totalled off the ledger.
002603*---------------------------------------------------------------
002605 01  WS-CARRY-STUDENT-ID      PIC X(10).
002606 01  WS-CARRY-BILLED          PIC S9(12)V99 COMP-3.
002608 01  WS-CARRY-UNPAID          PIC S9(12)V99 COMP-3.
002610
002620*---------------------------------------------------------------
002630* HistoryArchive line - the rolled-off posting plus the close
002970     05  WS-RPT-COUNT        PIC ZZZ,ZZ9.
002980     05  FILLER              PIC X(43)   VALUE SPACES.
002990
002991 01  WS-RPT-TOTAL-LINE.
002993     05  WS-RPT-TOTAL-LABEL  PIC X(26).
002995     05  WS-RPT-TOTAL        PIC -$,$$$,$$$,$$$,$$9.99.
002996     05  FILLER              PIC X(33)   VALUE SPACES.
002998
003000 PROCEDURE DIVISION.
003010*===============================================================
003020 0000-MAINLINE.
003030*===============================================================
003040     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003041     PERFORM 1500-CARRY-UNPAID-BALANCES THRU 1500-EXIT.
003042     IF WS-PTR-ERROR-YES OR WS-MST-ERROR-YES
003043         DISPLAY "ERROR - RECEIVABLE CARRY-FORWARD FAILED - "
003044             "NOTHING ROLLED OFF, TERM CONTROL NOT ADVANCED"
003045         PERFORM 5000-FINALIZE THRU 5000-EXIT
003046         MOVE 16 TO RETURN-CODE
003047         STOP RUN
003048     END-IF.
003050     PERFORM 2000-ROLL-OFF-CLOSED-TERM THRU 2000-EXIT.
003060     IF WS-MST-ERROR-YES
003070         DISPLAY "ERROR - MASTER SWEEP ENDED ON STATUS "
003360*---------------------------------------------------------------
003370 1000-INITIALIZE.
003380     ACCEPT WS-CLOSE-DATE FROM DATE YYYYMMDD.
003381     MOVE WS-CLOSE-DATE TO WS-PER-POSTING-DATE.
003382     PERFORM 8400-SET-POSTING-DATE THRU 8400-EXIT.
003384     IF WS-PER-POSTING-LOCKED
003385         MOVE 16 TO RETURN-CODE
003387         STOP RUN
003388     END-IF.
003390     PERFORM 1100-READ-PARM THRU 1100-EXIT.
003400     PERFORM 1200-READ-TERM-CONTROL THRU 1200-EXIT.
003410     IF WS-NEW-TERM = WS-OLD-TERM
003590     OPEN OUTPUT TermCloseReportFile.
003600     OPEN EXTEND MasterJournal.
003610     IF WS-JOURNAL-NOT-FOUND
003611         OPEN OUTPUT MasterJournal
003613     END-IF.
003615     OPEN I-O PriorTermFile.
003616     IF WS-PTR-NOT-FOUND
003618         OPEN OUTPUT PriorTermFile
003620         CLOSE PriorTermFile
003621         OPEN I-O PriorTermFile
003623     END-IF.
003625     OPEN EXTEND ReceivableJournal.
003626     IF WS-RCV-JOURNAL-NOT-FOUND
003628         OPEN OUTPUT ReceivableJournal
003630     END-IF.
003640 1000-EXIT.
003650     EXIT.
004150* June-August the summer session, September-December the fall
004160* term.
004170*---------------------------------------------------------------
004171 1250-DERIVE-TERM-FROM-DATE.
004172     IF WS-CLOSE-MONTH NOT > "05"
004173         MOVE "SP" TO WS-TERM-SEASON
004174     ELSE
004175         IF WS-CLOSE-MONTH NOT > "08"
004176             MOVE "SU" TO WS-TERM-SEASON
004177         ELSE
004178             MOVE "FA" TO WS-TERM-SEASON
004179         END-IF
004180     END-IF.
004181     STRING WS-CLOSE-YEAR DELIMITED BY SIZE
004182            WS-TERM-SEASON DELIMITED BY SIZE
004183         INTO WS-OLD-TERM
004184     END-STRING.
004185 1250-EXIT.
004186     EXIT.
004187
004188*---------------------------------------------------------------
004189* 1500-CARRY-UNPAID-BALANCES - ahead of the roll-off, while
004190* the closing term's master records are still on file: total
004191* each student's charges for the term off the ChargeLedger,
004192* take away the closing paid-to-date, and carry whatever is
004193* still owed onto the PriorTermAR file.  A receivable already
004194* on file for the student and term is a rerun of a close
004195* that stopped short, and is left as it stands.  No ledger
004196* on file means nothing was billed and nothing is carried; a
004197* ledger that is there but cannot be opened or read fails
004198* the carry, and the close stops before the roll-off.
004199*---------------------------------------------------------------
004200 1500-CARRY-UNPAID-BALANCES.
004202     OPEN INPUT ChargeLedger.
004203     IF WS-CHG-STATUS = "35"
004204         DISPLAY "NOTE - NO CHARGE LEDGER ON FILE - "
004205             "NO BALANCES TO CARRY FORWARD"
004206         GO TO 1500-EXIT
004207     END-IF.
004208     IF NOT WS-CHG-OK
004209         DISPLAY "ERROR - CHARGE LEDGER NOT AVAILABLE - "
004210             "STATUS " WS-CHG-STATUS
004211         SET WS-PTR-ERROR-YES TO TRUE
004212         GO TO 1500-EXIT
004213     END-IF.
004214     PERFORM 1510-READ-CHARGE-LEDGER THRU 1510-EXIT.
004215     PERFORM 1520-CARRY-ONE-STUDENT THRU 1520-EXIT
004216         UNTIL WS-CHG-EOF-YES OR WS-PTR-ERROR-YES.
004217     CLOSE ChargeLedger.
004218*    The random master reads above leave the file positioned
004219*    part-way; reopening puts the roll-off sweep back at the
004220*    first record.
004221     CLOSE StudentMaster.
004222     OPEN I-O StudentMaster.
004223     IF NOT WS-MASTER-OK
004224         SET WS-MST-ERROR-YES TO TRUE
004225     END-IF.
004226 1500-EXIT.
004227     EXIT.
004228
004229 1510-READ-CHARGE-LEDGER.
004230     READ ChargeLedger NEXT RECORD
004231         AT END
004232             SET WS-CHG-EOF-YES TO TRUE
004234     END-READ.
004235     IF NOT WS-CHG-OK
004236         IF WS-CHG-STATUS NOT = "10"
004237             DISPLAY "ERROR - CHARGE LEDGER READ FAILED - "
004238                 "STATUS " WS-CHG-STATUS
004239             SET WS-PTR-ERROR-YES TO TRUE
004240         END-IF
004241         SET WS-CHG-EOF-YES TO TRUE
004242     END-IF.
004243 1510-EXIT.
004244     EXIT.
004245
004246*---------------------------------------------------------------
004247* 1520-CARRY-ONE-STUDENT - one student's charges for the term
004248* being closed; other terms' charges are read past.
004249*---------------------------------------------------------------
004250 1520-CARRY-ONE-STUDENT.
004251     IF CHG-TERM-CODE NOT = WS-OLD-TERM
004252         PERFORM 1510-READ-CHARGE-LEDGER THRU 1510-EXIT
004253         GO TO 1520-EXIT
004254     END-IF.
004255     MOVE CHG-STUDENT-ID TO WS-CARRY-STUDENT-ID.
004256     MOVE 0 TO WS-CARRY-BILLED.
004257     PERFORM 1530-ADD-CHARGE THRU 1530-EXIT
004258         UNTIL WS-CHG-EOF-YES
004259         OR CHG-STUDENT-ID NOT = WS-CARRY-STUDENT-ID
004260         OR CHG-TERM-CODE NOT = WS-OLD-TERM.
004261     MOVE WS-CARRY-STUDENT-ID TO MST-STUDENT-ID.
004262     MOVE WS-OLD-TERM TO MST-TERM-CODE.
004263     READ StudentMaster
004264         INVALID KEY
004266             MOVE 0 TO MST-YTD-PAID
004267     END-READ.
004268     COMPUTE WS-CARRY-UNPAID = WS-CARRY-BILLED - MST-YTD-PAID.
004269     IF WS-CARRY-UNPAID > 0
004270         PERFORM 1540-WRITE-RECEIVABLE THRU 1540-EXIT
004271     END-IF.
004272 1520-EXIT.
004273     EXIT.
004274
004275 1530-ADD-CHARGE.
004276     ADD CHG-AMOUNT TO WS-CARRY-BILLED.
004277     PERFORM 1510-READ-CHARGE-LEDGER THRU 1510-EXIT.
004278 1530-EXIT.
004279     EXIT.
004280
004281*---------------------------------------------------------------
004282* 1540-WRITE-RECEIVABLE - open the prior-term receivable, aged
004283* from the close date, and journal it.
004284*---------------------------------------------------------------
004285 1540-WRITE-RECEIVABLE.
004286     MOVE WS-CARRY-STUDENT-ID TO PTR-STUDENT-ID.
004287     MOVE WS-OLD-TERM TO PTR-TERM-CODE.
004288     SET PTR-OPEN TO TRUE.
004289     MOVE WS-CLOSE-DATE TO PTR-CLOSE-DATE.
004290     MOVE WS-CARRY-UNPAID TO PTR-ORIGINAL-BALANCE.
004291     MOVE WS-CARRY-UNPAID TO PTR-BALANCE.
004292     MOVE SPACES TO PTR-PLACED-DATE.
004293     MOVE SPACES TO PTR-RECALL-DATE.
004294     MOVE 0 TO PTR-AGENCY-COLLECTED.
004295     MOVE 0 TO PTR-AGENCY-COMMISSION.
004296     MOVE 0 TO PTR-WRITTEN-OFF-AMT.
004298     MOVE WS-CLOSE-DATE TO PTR-LAST-ACTIVITY.
004299     MOVE 0 TO PTR-CREDIT-APPLIED.
004300     MOVE SPACES TO PTR-LAST-COLLECTED.
004301     MOVE SPACES TO PTR-WO-APPROVED-DATE.
004302     MOVE 0 TO PTR-WO-APPROVED-AMT.
004303     WRITE PriorTermRecord
004304         INVALID KEY
004305             CONTINUE
004306     END-WRITE.
004307     EVALUATE TRUE
004308         WHEN WS-PTR-OK
004309             ADD 1 TO WS-CARRIED-COUNT
004310             ADD WS-CARRY-UNPAID TO WS-CARRIED-TOTAL
004311             MOVE PTR-STUDENT-ID TO JRN-STUDENT-ID
004312             MOVE PTR-TERM-CODE TO JRN-TERM-CODE
004313             MOVE 'A' TO JRN-ACTION
004314             MOVE 0 TO JRN-BEFORE-YTD
004315             MOVE PTR-BALANCE TO JRN-AFTER-YTD
004316             MOVE WS-PER-POSTING-DATE TO JRN-BATCH-DATE
004317             MOVE WS-CARRIED-COUNT TO JRN-RECORD-NUMBER
004318             MOVE "TRMCLS" TO JRN-SOURCE-PROGRAM
004319             WRITE ReceivableJournalRecord FROM JournalRecord
004320         WHEN WS-PTR-STATUS = "22"
004321             ADD 1 TO WS-ALREADY-CARRIED-COUNT
004322         WHEN OTHER
004323             DISPLAY "ERROR - COULD NOT CARRY FORWARD "
004324                 WS-CARRY-STUDENT-ID " " WS-OLD-TERM
004325                 " - STATUS " WS-PTR-STATUS
004326             SET WS-PTR-ERROR-YES TO TRUE
004327     END-EVALUATE.
004328 1540-EXIT.
004330     EXIT.
004340
004350*---------------------------------------------------------------
005090     MOVE WS-JRN-ACTION-CODE TO JRN-ACTION.
005100     MOVE WS-JRN-BEFORE-BAL TO JRN-BEFORE-YTD.
005110     MOVE WS-JRN-AFTER-BAL TO JRN-AFTER-YTD.
005120     MOVE WS-PER-POSTING-DATE TO JRN-BATCH-DATE.
005130     MOVE WS-JRN-RECORD-NUMBER TO JRN-RECORD-NUMBER.
005140     MOVE "TRMCLS" TO JRN-SOURCE-PROGRAM.
005150     WRITE MasterJournalRecord FROM JournalRecord.
006790     MOVE "HISTORY POSTINGS ARCHIVED:    "
006800         TO WS-RPT-COUNT-LABEL.
006810     MOVE WS-HIST-ARCHIVED-COUNT TO WS-RPT-COUNT.
006811     WRITE TermCloseReportRecord FROM WS-RPT-COUNT-LINE.
006812     MOVE "BALANCES CARRIED FORWARD:     "
006814         TO WS-RPT-COUNT-LABEL.
006815     MOVE WS-CARRIED-COUNT TO WS-RPT-COUNT.
006817     WRITE TermCloseReportRecord FROM WS-RPT-COUNT-LINE.
006818     MOVE "BALANCES ALREADY CARRIED:     "
006820         TO WS-RPT-COUNT-LABEL.
006821     MOVE WS-ALREADY-CARRIED-COUNT TO WS-RPT-COUNT.
006822     WRITE TermCloseReportRecord FROM WS-RPT-COUNT-LINE.
006824     MOVE "PRIOR-TERM AR CARRIED:    "
006825         TO WS-RPT-TOTAL-LABEL.
006827     MOVE WS-CARRIED-TOTAL TO WS-RPT-TOTAL.
006828     WRITE TermCloseReportRecord FROM WS-RPT-TOTAL-LINE.
006830     CLOSE StudentMaster.
006833     CLOSE PriorTermFile.
006836     CLOSE ReceivableJournal.
006840     CLOSE TermHistoryFile.
006850     CLOSE MasterJournal.
006860     CLOSE TermCloseReportFile.
006870     IF WS-MST-ERROR-NO AND WS-HIST-ERROR-NO
006875         AND WS-PTR-ERROR-NO
006880         DISPLAY "TERM CLOSE COMPLETE - CLOSED " WS-OLD-TERM
006890         " OPENED " WS-NEW-TERM
006900     END-IF.
006920     DISPLAY "New-Term Records Opened:   " WS-OPENED-COUNT.
006930     DISPLAY "History Postings Archived: "
006940         WS-HIST-ARCHIVED-COUNT.
006943     DISPLAY "Balances Carried Forward:  " WS-CARRIED-COUNT.
006946     DISPLAY "Prior-Term AR Carried:    $" WS-CARRIED-TOTAL.
006950 5000-EXIT.
006960     EXIT.
006970
006973 COPY PERLOOK.
006976
006980 END PROGRAM TermClose.
