000200*   update, MasterJournal record, and a PaymentHistory record
000210*   carrying method SP and the sponsor reference, so back-outs
000220*   and the refund extracts can tell sponsor money from the
000230*   student's own.  An allocation naming a StudentID the
000231*   directory does not know goes on the UnappliedCash
000232*   suspense file instead, for the cashier to identify and
000234*   apply through SuspenseApply.
000235*   Journal records and GL entries carry the posting date the
000237*   PeriodControl file allows: in a month finance has closed
000238*   they go to the first day of the next open month.
000240*---------------------------------------------------------------
000250* MODIFICATION HISTORY.
000260*   2026-05-18  DH  Original program.
000380*                   their own amount and term on every
000390*                   disposition - the NO HEADER and REMIT
000400*                   REJECTED paths printed the previous
000401*                   allocation's figures.
000402*   2026-10-06  DH  An allocation whose StudentID is not on
000403*                   the StudentDirectory no longer posts a
000404*                   master record of its own: it goes on the
000405*                   UnappliedCash suspense file with the
000406*                   sponsor reference and term, and the GL
000407*                   entry carries it to the Unapplied Cash
000408*                   account instead of Tuition Revenue.
000409*   2026-10-13  DH  Journal records and GL entries are now dated
000410*                   by the accounting period lock: a run in a
000411*                   month finance has closed on the PeriodControl
000412*                   file posts to the first day of the next open
000413*                   month, and a run with no open month to post
000414*                   to stops with RETURN-CODE 16 before anything
000415*                   is posted.
000416*   2026-10-15  DH  The PaymentHistory key now ends in a key
000417*                   reference that is spaces on everything but
000418*                   a direct-debit installment; this program's
000419*                   history records carry it as spaces.
000420***************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. SponsorPayment.
000660         ACCESS MODE IS RANDOM
000670         RECORD KEY IS HIST-KEY
000680         FILE STATUS IS WS-HISTORY-STATUS.
000681
000682     SELECT StudentDirectory ASSIGN TO
000683         "HW2-Student-Directory.dat"
000685         ORGANIZATION IS INDEXED
000686         ACCESS MODE IS RANDOM
000687         RECORD KEY IS DIR-STUDENT-ID
000688         FILE STATUS IS WS-DIR-STATUS.
000690
000691     SELECT UnappliedCashFile ASSIGN TO
000692         "HW2-Unapplied-Cash.dat"
000693         ORGANIZATION IS INDEXED
000695         ACCESS MODE IS RANDOM
000696         RECORD KEY IS SUS-ITEM-KEY
000697         FILE STATUS IS WS-SUS-STATUS.
000698
000700     SELECT TermControlFile ASSIGN TO
000710         "HW2-Term-Control.dat"
000720         ORGANIZATION IS LINE SEQUENTIAL
000850     SELECT SponsorReportFile ASSIGN TO
000860         "HW2-Sponsor-Payment-Report.txt"
000870         ORGANIZATION IS LINE SEQUENTIAL.
000871
000873     SELECT PeriodControlFile ASSIGN TO
000875         "HW2-Period-Control.dat"
000876         ORGANIZATION IS LINE SEQUENTIAL
000878         FILE STATUS IS WS-PER-STATUS.
000880
000890 DATA DIVISION.
000900 FILE SECTION.
001130* one.  Layout is the HISTREC copy member.
001140*---------------------------------------------------------------
001150 FD  PaymentHistory.
001151 COPY HISTREC.
001152
001153*---------------------------------------------------------------
001154* StudentDirectory - the IDs we know, loaded by the
001155* DirectoryRefresh job; layout is in the DIRREC copy member.
001156* An absent directory sends nothing to suspense.
001157*---------------------------------------------------------------
001158 FD  StudentDirectory.
001160 COPY DIRREC.
001161
001162*---------------------------------------------------------------
001163* UnappliedCashFile - allocations whose StudentID is not on
001164* the directory, carried in suspense until SuspenseApply
001165* applies each one; layout is in the SUSREC copy member.
001166*---------------------------------------------------------------
001167 FD  UnappliedCashFile.
001168 COPY SUSREC.
001170
001180*---------------------------------------------------------------
001190* TermControlFile - names the current term, used when an
001460*---------------------------------------------------------------
001470 FD  SponsorReportFile.
001480 01  SponsorReportRecord      PIC X(80).
001481
001482*---------------------------------------------------------------
001483* PeriodControlFile - finance's open and closed accounting
001484* months; read into the PeriodControlRecord layout (PERREC
001485* copy member) to date this run's postings.
001486*---------------------------------------------------------------
001487 FD  PeriodControlFile.
001488 01  PeriodControlLine        PIC X(42).
001490
001500 WORKING-STORAGE SECTION.
001510*---------------------------------------------------------------
001800     88  WS-JOURNAL-NOT-FOUND             VALUE "35".
001810 01  WS-GL-STATUS             PIC X(02).
001820     88  WS-GL-NOT-FOUND                  VALUE "35".
001822 01  WS-SUS-STATUS            PIC X(02).
001824     88  WS-SUS-OK                        VALUE "00".
001826     88  WS-SUS-DUPLICATE-KEY             VALUE "22".
001828     88  WS-SUS-NOT-FOUND                 VALUE "23" "35".
001830
001840 COPY AMTWORK.
001850
001853 COPY DIRWORK.
001856
001860 COPY JRNLREC.
001862
001864 COPY PERWORK.
001866
001868 COPY PERREC.
001870
001880*---------------------------------------------------------------
001890* Term control fields.
002520 01  WS-REMITS-POSTED         PIC 9(03)   COMP VALUE 0.
002530 01  WS-REMITS-REJECTED       PIC 9(03)   COMP VALUE 0.
002540 01  WS-POSTED-TOTAL          PIC 9(12)V99 COMP-3 VALUE 0.
002543 01  WS-SUSPENSE-COUNT        PIC 9(07)   COMP VALUE 0.
002546 01  WS-SUSPENSE-TOTAL        PIC 9(12)V99 COMP-3 VALUE 0.
002550
002560*---------------------------------------------------------------
002570* Report line layouts.
003180*---------------------------------------------------------------
003190 1000-INITIALIZE.
003200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003201     MOVE WS-RUN-DATE TO WS-PER-POSTING-DATE.
003202     PERFORM 8400-SET-POSTING-DATE THRU 8400-EXIT.
003204     IF WS-PER-POSTING-LOCKED
003205         MOVE 16 TO RETURN-CODE
003207         STOP RUN
003208     END-IF.
003210     OPEN INPUT RemittanceFile.
003220     IF WS-REMIT-STATUS NOT = "00"
003230         DISPLAY "ERROR - NO REMITTANCE FILE "
003440     END-IF.
003450     OPEN EXTEND GLInterfaceFile.
003460     IF WS-GL-NOT-FOUND
003461         OPEN OUTPUT GLInterfaceFile
003462     END-IF.
003463     OPEN I-O UnappliedCashFile.
003465     IF WS-SUS-NOT-FOUND
003466         OPEN OUTPUT UnappliedCashFile
003467         CLOSE UnappliedCashFile
003468         OPEN I-O UnappliedCashFile
003470     END-IF.
003471*    An absent directory is not an error - every allocation
003472*    posts as it did before there was a directory to check.
003473     OPEN INPUT StudentDirectory.
003475     IF WS-DIR-OK
003476         SET WS-DIR-FILE-OPEN TO TRUE
003477     ELSE
003478         SET WS-DIR-FILE-ABSENT TO TRUE
003480     END-IF.
003490     OPEN OUTPUT SponsorReportFile.
003500     PERFORM 1300-SET-CURRENT-TERM THRU 1300-EXIT.
005840* the sponsor reference.  An allocation whose StudentID/Amount
005850* pair is already on the history is held as a suspected
005860* duplicate, not posted - the same discipline the daily
005870* extract run applies - and one naming an ID the directory
005875* does not know goes to suspense.
005880*---------------------------------------------------------------
005890 2400-POST-ALLOCATION.
005900     ADD 1 TO WS-ALLOC-COUNT.
006270 2410-POST-ONE-STUDENT.
006280*    The amount edited in 2400 is clean here - the balance
006290*    pass already proved every row of a balanced remittance
006300*    parses.  The directory is asked first, so money under an
006310*    unknown ID never leaves a history record behind it.
006320     IF WS-DIR-FILE-OPEN
006330         MOVE RMD-STUDENT-ID TO WS-DIR-LOOKUP-ID
006340         PERFORM 8500-LOOK-UP-DIRECTORY THRU 8500-EXIT
006350     END-IF.
006360     IF WS-DIR-FILE-OPEN AND WS-DIR-NOT-FOUND
006370         PERFORM 2450-DIVERT-TO-SUSPENSE THRU 2450-EXIT
006380     ELSE
006390         MOVE RMD-STUDENT-ID TO HIST-STUDENT-ID
006400         MOVE WS-AmountNumeric TO HIST-AMOUNT-KEY
006410         MOVE SPACES TO HIST-KEY-REF
006420         READ PaymentHistory
006430             INVALID KEY
006440                 CONTINUE
006450         END-READ
006451         EVALUATE TRUE
006453             WHEN WS-HISTORY-OK
006455                 ADD 1 TO WS-HELD-COUNT
006456                 MOVE "SUSPECTED DUP" TO WS-DISPOSITION
006458             WHEN WS-HISTORY-NOT-FOUND
006460                 PERFORM 2420-UPDATE-MASTER THRU 2420-EXIT
006461             WHEN OTHER
006463                 ADD 1 TO WS-ERROR-COUNT
006465                 MOVE "HISTORY IO ERR" TO WS-DISPOSITION
006466         END-EVALUATE
006468     END-IF.
006470 2410-EXIT.
006480     EXIT.
006490
006890     MOVE WS-JRN-ACTION-CODE TO JRN-ACTION.
006900     MOVE WS-JRN-BEFORE-BAL TO JRN-BEFORE-YTD.
006910     MOVE MST-YTD-PAID TO JRN-AFTER-YTD.
006920     MOVE WS-PER-POSTING-DATE TO JRN-BATCH-DATE.
006930     MOVE WS-ALLOC-COUNT TO JRN-RECORD-NUMBER.
006940     MOVE "SPONPAY" TO JRN-SOURCE-PROGRAM.
006950     WRITE MasterJournalRecord FROM JournalRecord.
006990 2440-WRITE-HISTORY-RECORD.
007000     MOVE RMD-STUDENT-ID TO HIST-STUDENT-ID.
007010     MOVE WS-AmountNumeric TO HIST-AMOUNT-KEY.
007015     MOVE SPACES TO HIST-KEY-REF.
007020     MOVE WS-RUN-DATE TO HIST-PAYMENT-DATE.
007030     MOVE WS-ALLOC-TERM TO HIST-TERM-CODE.
007040     MOVE "SP" TO HIST-PAYMENT-METHOD.
007050     MOVE WS-RMT-SPONSOR (WS-POST-SUB) TO HIST-SPONSOR-ID.
007060     WRITE PaymentHistoryRecord
007070         INVALID KEY
007071             DISPLAY "ERROR - COULD NOT ADD PAYMENT "
007072                 "HISTORY FOR " HIST-STUDENT-ID
007073     END-WRITE.
007074 2440-EXIT.
007075     EXIT.
007076
007077*---------------------------------------------------------------
007078* 2450-DIVERT-TO-SUSPENSE - the sponsor paid for a StudentID
007079* the directory does not know: carry the money on the
007080* UnappliedCash file under the ID as keyed, with the sponsor
007081* reference and the allocation's term, until the cashier
007082* applies it.  Suspense cannot pay a credit out, so a
007083* negative allocation under an unknown ID is an error, and
007084* an item already in suspense from an earlier run is held
007085* like a suspected duplicate.
007086*---------------------------------------------------------------
007087 2450-DIVERT-TO-SUSPENSE.
007088     IF WS-AmountNumeric NOT > 0
007089         ADD 1 TO WS-ERROR-COUNT
007090         MOVE "NOT ON DIRECTORY" TO WS-DISPOSITION
007091     ELSE
007092         MOVE RMD-STUDENT-ID TO SUS-KEYED-ID
007093         MOVE WS-AmountNumeric TO SUS-AMOUNT-KEY
007095         MOVE WS-RUN-DATE TO SUS-PAYMENT-DATE
007096         MOVE WS-ALLOC-TERM TO SUS-TERM-CODE
007097         MOVE "SP" TO SUS-PAYMENT-METHOD
007098         MOVE WS-RMT-SPONSOR (WS-POST-SUB) TO SUS-SPONSOR-ID
007099         MOVE "SPONPAY" TO SUS-SOURCE-PROGRAM
007100         MOVE WS-RUN-DATE TO SUS-SUSPENDED-DATE
007101         WRITE UnappliedCashRecord
007102             INVALID KEY
007103                 CONTINUE
007104         END-WRITE
007105         EVALUATE TRUE
007106             WHEN WS-SUS-OK
007107                 ADD 1 TO WS-SUSPENSE-COUNT
007108                 ADD WS-AmountNumeric TO WS-SUSPENSE-TOTAL
007109                 MOVE "TO SUSPENSE" TO WS-DISPOSITION
007110             WHEN WS-SUS-DUPLICATE-KEY
007111                 ADD 1 TO WS-HELD-COUNT
007112                 MOVE "SUSPENSE DUP" TO WS-DISPOSITION
007113             WHEN OTHER
007114                 ADD 1 TO WS-ERROR-COUNT
007115                 MOVE "SUSPENSE IO ERR" TO WS-DISPOSITION
007116         END-EVALUATE
007117     END-IF.
007118 2450-EXIT.
007120     EXIT.
007130
007140*---------------------------------------------------------------
007410         TO WS-RPT-COUNT-LABEL.
007420     MOVE WS-ERROR-COUNT TO WS-RPT-COUNT.
007430     WRITE SponsorReportRecord FROM WS-RPT-COUNT-LINE.
007432     MOVE "ALLOCATIONS TO SUSPENSE:      "
007434         TO WS-RPT-COUNT-LABEL.
007436     MOVE WS-SUSPENSE-COUNT TO WS-RPT-COUNT.
007438     WRITE SponsorReportRecord FROM WS-RPT-COUNT-LINE.
007440     MOVE "AMOUNT POSTED:            "
007450         TO WS-RPT-TOTAL-LABEL.
007460     MOVE WS-POSTED-TOTAL TO WS-RPT-TOTAL.
007470     WRITE SponsorReportRecord FROM WS-RPT-TOTAL-LINE.
007472     MOVE "AMOUNT TO SUSPENSE:       "
007474         TO WS-RPT-TOTAL-LABEL.
007476     MOVE WS-SUSPENSE-TOTAL TO WS-RPT-TOTAL.
007478     WRITE SponsorReportRecord FROM WS-RPT-TOTAL-LINE.
007480     PERFORM 3200-WRITE-GL-INTERFACE THRU 3200-EXIT.
007482     CLOSE UnappliedCashFile.
007484     IF WS-DIR-FILE-OPEN
007486         CLOSE StudentDirectory
007488     END-IF.
007490     CLOSE StudentMaster.
007500     CLOSE PaymentHistory.
007510     CLOSE MasterJournal.
007560     DISPLAY "Allocations Posted:    " WS-POSTED-COUNT.
007570     DISPLAY "Allocations Held:      " WS-HELD-COUNT.
007580     DISPLAY "Allocations In Error:  " WS-ERROR-COUNT.
007585     DISPLAY "To Suspense:           " WS-SUSPENSE-COUNT.
007590     DISPLAY "Amount Posted:        $" WS-POSTED-TOTAL.
007595     DISPLAY "Amount To Suspense:   $" WS-SUSPENSE-TOTAL.
007600     IF WS-REMITS-REJECTED > 0
007610         OR WS-HELD-COUNT > 0
007620         OR WS-ERROR-COUNT > 0
007680*---------------------------------------------------------------
007690* 3200-WRITE-GL-INTERFACE - the posted sponsor money entered
007700* the bank like any receipt: a debit to Cash and an offsetting
007710* credit to Tuition Revenue for the posted total.  Money sent
007720* to suspense is in the bank too but is no student's payment
007723* yet: Cash against the Unapplied Cash account, cleared when
007726* SuspenseApply applies it.  A total of zero cuts no entry.
007730*---------------------------------------------------------------
007740 3200-WRITE-GL-INTERFACE.
007750     IF WS-POSTED-TOTAL > 0
007760         MOVE "1000-CASH" TO WS-GL-ACCOUNT-CODE
007770         MOVE "D" TO WS-GL-DEBIT-CREDIT
007780         MOVE WS-POSTED-TOTAL TO WS-GL-AMOUNT
007790         MOVE WS-PER-POSTING-DATE TO WS-GL-BATCH-DATE
007800         WRITE GLInterfaceRecord FROM WS-GL-LINE
007801         MOVE "4000-REV" TO WS-GL-ACCOUNT-CODE
007803         MOVE "C" TO WS-GL-DEBIT-CREDIT
007805         WRITE GLInterfaceRecord FROM WS-GL-LINE
007806     END-IF.
007808     IF WS-SUSPENSE-TOTAL > 0
007810         MOVE "1000-CASH" TO WS-GL-ACCOUNT-CODE
007811         MOVE "D" TO WS-GL-DEBIT-CREDIT
007813         MOVE WS-SUSPENSE-TOTAL TO WS-GL-AMOUNT
007815         MOVE WS-PER-POSTING-DATE TO WS-GL-BATCH-DATE
007816         WRITE GLInterfaceRecord FROM WS-GL-LINE
007818         MOVE "2200-UNAPP" TO WS-GL-ACCOUNT-CODE
007820         MOVE "C" TO WS-GL-DEBIT-CREDIT
007830         WRITE GLInterfaceRecord FROM WS-GL-LINE
007840     END-IF.
007870
007880 COPY AMTEDIT.
007890
007892 COPY DIRLOOK.
007894
007896 COPY PERLOOK.
007898
007900 END PROGRAM SponsorPayment.
