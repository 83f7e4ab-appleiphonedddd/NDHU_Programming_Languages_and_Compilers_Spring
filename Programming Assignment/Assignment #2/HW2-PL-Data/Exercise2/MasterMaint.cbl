000100*   file - the controlled replacement for editing
000110*   HW2-Student-Master.dat outside the system.  Each
000120*   transaction carries an action code, StudentID, term,
000130*   amount, reason code, operator ID and the ID of the
000135*   reviewer who initialed the form:
000140*     A  add a master record with an opening balance
000150*     C  change a record's paid balance to the amount given
000160*     D  delete a record (only when its balance is zero)
000200*   master off-balance (a negative balance, a delete of money
000210*   still on the books, a missing reason or operator) is
000220*   rejected, never applied.
000221*   The operator must hold the action on the OperatorAuthority
000222*   file, the balance movement must be within the operator's
000223*   dollar limit, and the reviewer must be someone else who
000224*   holds the same action; every transaction goes on the
000225*   operator activity log for internal audit.
000226*   Journal records and GL entries carry the posting date the
000227*   PeriodControl file allows: in a month finance has closed
000228*   they go to the first day of the next open month.
000230*---------------------------------------------------------------
000240* MODIFICATION HISTORY.
000250*   2026-02-09  DH  Original program.
000460*                   name from the StudentDirectory the
000470*                   DirectoryRefresh job loads; an ID the
000480*                   directory does not know prints *NOT ON
000481*                   DIRECTORY*.
000482*   2026-10-12  DH  Dual control: the form now carries the
000483*                   reviewer, who may not be the operator, and
000485*                   both are checked against the operator
000486*                   authority file with the operator's dollar
000487*                   limit on the balance movement; refusals go
000488*                   on the proof list, and every transaction is
000490*                   written to the operator activity log.
000491*   2026-10-13  DH  Journal records and GL entries are now dated
000492*                   by the accounting period lock: a run in a
000493*                   month finance has closed on the PeriodControl
000495*                   file posts to the first day of the next open
000496*                   month, and a run with no open month to post
000497*                   to stops with RETURN-CODE 16 before anything
000498*                   is posted.
000500***************************************************************
000510 IDENTIFICATION DIVISION.
000520 PROGRAM-ID. MasterMaint.
000920         "HW2-GL-Interface.txt"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-GL-STATUS.
000941
000943     SELECT OperatorAuthorityFile ASSIGN TO
000945         "HW2-Operator-Authority.dat"
000946         ORGANIZATION IS LINE SEQUENTIAL
000948         FILE STATUS IS WS-AUT-STATUS.
000950
000951     SELECT OperatorActivityFile ASSIGN TO
000953         "HW2-Operator-Activity.dat"
000955         ORGANIZATION IS LINE SEQUENTIAL
000956         FILE STATUS IS WS-ACT-STATUS.
000958
000960     SELECT StudentDirectory ASSIGN TO
000970         "HW2-Student-Directory.dat"
000980         ORGANIZATION IS INDEXED
001000         RECORD KEY IS DIR-STUDENT-ID
001010         FILE STATUS IS WS-DIR-STATUS.
001020
001021
001023     SELECT PeriodControlFile ASSIGN TO
001025         "HW2-Period-Control.dat"
001026         ORGANIZATION IS LINE SEQUENTIAL
001028         FILE STATUS IS WS-PER-STATUS.
001030
001040 DATA DIVISION.
001050 FILE SECTION.
001220     05  ADJ-REASON-CODE      PIC X(04).
001230     05  FILLER               PIC X.
001240     05  ADJ-OPERATOR-ID      PIC X(08).
001243     05  FILLER               PIC X.
001246     05  ADJ-REVIEWER-ID      PIC X(08).
001250
001260*---------------------------------------------------------------
001270* StudentMaster - one record per student per term; layout is in
001430* transaction, applied or rejected.
001440*---------------------------------------------------------------
001450 FD  ProofFile.
001460 01  ProofRecord              PIC X(116).
001470
001480*---------------------------------------------------------------
001490* StudentDirectory - names for the IDs on the proof list,
001810* MasterJournal.
001820*---------------------------------------------------------------
001830 FD  GLInterfaceFile.
001831 01  GLInterfaceRecord        PIC X(80).
001832
001833*---------------------------------------------------------------
001834* OperatorAuthorityFile - who may use this program and which
001835* of its action codes, up to what dollar limit; layout is the
001836* AUTREC copy member.
001837*---------------------------------------------------------------
001838 FD  OperatorAuthorityFile.
001839 COPY AUTREC.
001840
001841*---------------------------------------------------------------
001842* OperatorActivityFile - the operator activity log shared by
001843* the maintenance programs; extended with a line per
001845* transaction, built in the OperatorActivityRecord working
001846* area (ACTREC copy member).
001847*---------------------------------------------------------------
001848 FD  OperatorActivityFile.
001849 01  OperatorActivityLine     PIC X(102).
001850
001851*---------------------------------------------------------------
001852* PeriodControlFile - finance's open and closed accounting
001853* months; read into the PeriodControlRecord layout (PERREC
001854* copy member) to date this run's postings.
001855*---------------------------------------------------------------
001856 FD  PeriodControlFile.
001857 01  PeriodControlLine        PIC X(42).
001858
001860 WORKING-STORAGE SECTION.
001870*---------------------------------------------------------------
001880* Switches and file statuses.
002110     88  WS-JOURNAL-NOT-FOUND             VALUE "35".
002120
002130 COPY JRNLREC.
002131
002132 COPY PERWORK.
002133
002134 COPY PERREC.
002135
002136 COPY AUTWORK.
002137
002138 COPY ACTREC.
002140
002150*---------------------------------------------------------------
002160* Term control fields.
002950     05  FILLER              PIC X(01)   VALUE SPACES.
002960     05  WS-PRF-OPERATOR     PIC X(08).
002970     05  FILLER              PIC X(01)   VALUE SPACES.
002973     05  WS-PRF-REVIEWER     PIC X(08).
002976     05  FILLER              PIC X(01)   VALUE SPACES.
002980     05  WS-PRF-DISPOSITION  PIC X(14).
002990     05  FILLER              PIC X(02)   VALUE SPACES.
003000     05  WS-PRF-NAME         PIC X(25).
003250*---------------------------------------------------------------
003260 1000-INITIALIZE.
003270     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003271     MOVE WS-RUN-DATE TO WS-PER-POSTING-DATE.
003272     PERFORM 8400-SET-POSTING-DATE THRU 8400-EXIT.
003274     IF WS-PER-POSTING-LOCKED
003275         MOVE 16 TO RETURN-CODE
003277         STOP RUN
003278     END-IF.
003280     OPEN INPUT AdjustmentFile.
003290     IF WS-ADJ-STATUS NOT = "00"
003300         DISPLAY "ERROR - NO ADJUSTMENT FILE "
003570     END-IF.
003580     PERFORM 1300-SET-CURRENT-TERM THRU 1300-EXIT.
003590     PERFORM 1400-LOAD-REASON-ACCOUNTS THRU 1400-EXIT.
003592     MOVE "MasterMaint" TO WS-AUT-PROGRAM-ID.
003595     PERFORM 8800-LOAD-AUTHORITY THRU 8800-EXIT.
003597     PERFORM 8900-OPEN-ACTIVITY-LOG THRU 8900-EXIT.
003600     PERFORM 2100-READ-ADJUSTMENT THRU 2100-EXIT.
003610 1000-EXIT.
003620     EXIT.
004720
004730*---------------------------------------------------------------
004740* 2200-EDIT-TRANSACTION - field edits that hold for every
004750* action: a known action code, a StudentID, a reason code,
004760* an operator ID and a reviewer ID, and - except for a
004770* delete - a valid amount.  A blank term means the current
004773* term.  A transaction that passes is then held to the
004776* operator authority file.
004780*---------------------------------------------------------------
004790 2200-EDIT-TRANSACTION.
004800     EVALUATE TRUE
004910         WHEN ADJ-OPERATOR-ID = SPACES
004920             SET WS-TRAN-REJECTED TO TRUE
004930             MOVE "NO OPERATOR" TO WS-DISPOSITION
004932         WHEN ADJ-REVIEWER-ID = SPACES
004935             SET WS-TRAN-REJECTED TO TRUE
004937             MOVE "NO REVIEWER" TO WS-DISPOSITION
004940         WHEN OTHER
004950             PERFORM 2250-EDIT-TERM-AND-AMOUNT THRU 2250-EXIT
004960     END-EVALUATE.
004962     IF WS-TRAN-OK
004965         PERFORM 2280-CHECK-AUTHORITY THRU 2280-EXIT
004967     END-IF.
004970 2200-EXIT.
004980     EXIT.
004990
005220         AND WS-AmountNumeric < 0
005230         SET WS-TRAN-REJECTED TO TRUE
005240         MOVE "NEGATIVE AMT" TO WS-DISPOSITION
005241     END-IF.
005242 2250-EXIT.
005243     EXIT.
005244
005245*---------------------------------------------------------------
005246* 2280-CHECK-AUTHORITY - the operator must hold the action and
005247* the reviewer must be someone else who holds it too.  An add
005248* or a J adjustment moves the balance by the amount keyed, so
005249* it is held to the operator's dollar limit here; a change
005250* moves it by the difference from the balance on file, which
005251* 2325-CHECK-CHANGE-LIMIT tests once the record is read.
005252*---------------------------------------------------------------
005253 2280-CHECK-AUTHORITY.
005255     MOVE ADJ-OPERATOR-ID TO WS-AUT-CHECK-OPERATOR.
005256     MOVE ADJ-REVIEWER-ID TO WS-AUT-CHECK-REVIEWER.
005257     MOVE ADJ-ACTION TO WS-AUT-CHECK-ACTION.
005258     IF ADJ-ACTION = 'A' OR ADJ-ACTION = 'J'
005259         MOVE WS-AmountNumeric TO WS-AUT-CHECK-AMOUNT
005260     ELSE
005261         MOVE 0 TO WS-AUT-CHECK-AMOUNT
005262     END-IF.
005263     PERFORM 8850-CHECK-AUTHORITY THRU 8850-EXIT.
005264     IF NOT WS-AUT-GRANTED
005265         SET WS-TRAN-REJECTED TO TRUE
005266         MOVE WS-AUT-REJECT-REASON TO WS-DISPOSITION
005267     END-IF.
005268 2280-EXIT.
005270     EXIT.
005280
005290*---------------------------------------------------------------
005960     EVALUATE TRUE
005970         WHEN WS-MASTER-OK
005980             MOVE MST-YTD-PAID TO WS-BEFORE-BALANCE
005990             MOVE MST-YTD-PAID TO WS-AFTER-BALANCE
006000             PERFORM 2325-CHECK-CHANGE-LIMIT THRU 2325-EXIT
006010             IF WS-TRAN-OK
006020                 MOVE WS-AmountNumeric TO MST-YTD-PAID
006030                 MOVE WS-AmountNumeric TO WS-AFTER-BALANCE
006040                 REWRITE StudentMasterRecord
006050                     INVALID KEY
006060                         CONTINUE
006070                 END-REWRITE
006072                 IF NOT WS-MASTER-OK
006074                     SET WS-TRAN-REJECTED TO TRUE
006076                     MOVE "REWRITE FAILED" TO WS-DISPOSITION
006078                 END-IF
006080             END-IF
006090         WHEN WS-MASTER-NOT-FOUND
006100             SET WS-TRAN-REJECTED TO TRUE
006160     IF WS-TRAN-OK
006170         PERFORM 2350-COUNT-APPLIED THRU 2350-EXIT
006180     END-IF.
006181 2320-EXIT.
006182     EXIT.
006183
006184*    A change is held to the operator's limit on the distance
006185*    from the balance on file to the balance keyed.
006186 2325-CHECK-CHANGE-LIMIT.
006187     MOVE ADJ-OPERATOR-ID TO WS-AUT-CHECK-OPERATOR.
006188     MOVE SPACES TO WS-AUT-CHECK-REVIEWER.
006190     MOVE ADJ-ACTION TO WS-AUT-CHECK-ACTION.
006191     COMPUTE WS-AUT-CHECK-AMOUNT =
006192         WS-AmountNumeric - WS-BEFORE-BALANCE.
006193     PERFORM 8850-CHECK-AUTHORITY THRU 8850-EXIT.
006194     IF NOT WS-AUT-GRANTED
006195         SET WS-TRAN-REJECTED TO TRUE
006196         MOVE WS-AUT-REJECT-REASON TO WS-DISPOSITION
006197     END-IF.
006198 2325-EXIT.
006200     EXIT.
006210
006220 2330-APPLY-DELETE.
007560     END-EVALUATE.
007570     MOVE WS-BEFORE-BALANCE TO JRN-BEFORE-YTD.
007580     MOVE WS-AFTER-BALANCE TO JRN-AFTER-YTD.
007590     MOVE WS-PER-POSTING-DATE TO JRN-BATCH-DATE.
007600     MOVE WS-TRAN-COUNT TO JRN-RECORD-NUMBER.
007610     MOVE "MAINT" TO JRN-SOURCE-PROGRAM.
007620     WRITE MasterJournalRecord FROM JournalRecord.
007650
007660*---------------------------------------------------------------
007670* 2400-WRITE-PROOF-LINE - one line per transaction, applied or
007680* rejected, with the balance before and after, and the same
007685* transaction on the operator activity log.
007690*---------------------------------------------------------------
007700 2400-WRITE-PROOF-LINE.
007710     IF WS-TRAN-REJECTED
007780     MOVE WS-AFTER-BALANCE TO WS-PRF-AFTER.
007790     MOVE ADJ-REASON-CODE TO WS-PRF-REASON.
007800     MOVE ADJ-OPERATOR-ID TO WS-PRF-OPERATOR.
007805     MOVE ADJ-REVIEWER-ID TO WS-PRF-REVIEWER.
007810     MOVE WS-DISPOSITION TO WS-PRF-DISPOSITION.
007820     MOVE ADJ-STUDENT-ID TO WS-DIR-LOOKUP-ID.
007830     PERFORM 8500-LOOK-UP-DIRECTORY THRU 8500-EXIT.
007840     MOVE WS-DIR-NAME-OUT TO WS-PRF-NAME.
007841     WRITE ProofRecord FROM WS-PROOF-LINE.
007842     PERFORM 2450-LOG-ACTIVITY THRU 2450-EXIT.
007843 2400-EXIT.
007845     EXIT.
007846
007847 2450-LOG-ACTIVITY.
007849     MOVE ADJ-OPERATOR-ID TO ACT-OPERATOR-ID.
007850     MOVE ADJ-REVIEWER-ID TO ACT-REVIEWER-ID.
007851     MOVE ADJ-ACTION TO ACT-ACTION-CODE.
007853     MOVE ADJ-STUDENT-ID TO ACT-STUDENT-ID.
007854     MOVE WS-TRAN-TERM TO ACT-TERM-CODE.
007855     MOVE WS-DISPOSITION TO ACT-DISPOSITION.
007856     IF WS-TRAN-OK
007858         SET ACT-APPLIED TO TRUE
007859         COMPUTE ACT-AMOUNT =
007860             WS-AFTER-BALANCE - WS-BEFORE-BALANCE
007862     ELSE
007863         SET ACT-REJECTED TO TRUE
007864         MOVE WS-AmountNumeric TO ACT-AMOUNT
007866     END-IF.
007867     PERFORM 8910-LOG-ACTIVITY THRU 8910-EXIT.
007868 2450-EXIT.
007870     EXIT.
007880
007890*---------------------------------------------------------------
008120     END-IF.
008130     CLOSE MasterJournal.
008140     CLOSE GLInterfaceFile.
008145     PERFORM 8990-CLOSE-ACTIVITY-LOG THRU 8990-EXIT.
008150     DISPLAY "Transactions Read:     " WS-TRAN-COUNT.
008160     DISPLAY "Transactions Applied:  " WS-APPLIED-COUNT.
008170     DISPLAY "Transactions Rejected: " WS-REJECT-COUNT.
008450             MOVE WS-GL-ENTRY-ACCOUNT TO WS-GL-ACCOUNT-CODE
008460             MOVE "D" TO WS-GL-DEBIT-CREDIT
008470             MOVE WS-GL-ENTRY-AMOUNT TO WS-GL-AMOUNT
008480             MOVE WS-PER-POSTING-DATE TO WS-GL-BATCH-DATE
008490             WRITE GLInterfaceRecord FROM WS-GL-LINE
008500             MOVE "4000-REV" TO WS-GL-ACCOUNT-CODE
008510             MOVE "C" TO WS-GL-DEBIT-CREDIT
008560             MOVE WS-GL-ENTRY-ACCOUNT TO WS-GL-ACCOUNT-CODE
008570             MOVE "C" TO WS-GL-DEBIT-CREDIT
008580             MOVE WS-GL-ENTRY-AMOUNT TO WS-GL-AMOUNT
008590             MOVE WS-PER-POSTING-DATE TO WS-GL-BATCH-DATE
008600             WRITE GLInterfaceRecord FROM WS-GL-LINE
008610             MOVE "4000-REV" TO WS-GL-ACCOUNT-CODE
008620             MOVE "D" TO WS-GL-DEBIT-CREDIT
008880
008890 COPY DIRLOOK.
008900
008901 COPY AUTLOOK.
008902
008904 COPY ACTLOG.
008905
008907 COPY PERLOOK.
008908
008910 END PROGRAM MasterMaint.
