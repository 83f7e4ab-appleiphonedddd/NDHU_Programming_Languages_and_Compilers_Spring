000100*   student - what they were billed, every payment we
000110*   received for the current term with its date and method,
000120*   and the closing balance - the question parents and
000130*   students call the bursar's office to ask.  Billed charges
000140*   come from the ChargeLedger, the payment lines from
000150*   PaymentHistory.  A statement prints for every billed
000160*   student, or only for the StudentIDs listed on the
000170*   StatementRequest file when one is supplied.
000180*---------------------------------------------------------------
000500*                   the statement a student, a parent or an
000510*                   auditor asks for right after a term close
000520*                   can finally be produced.
000521*   2026-10-05  DH  Statements are now driven by the itemized
000522*                   ChargeLedger instead of the two-column
000523*                   TuitionCharges extract: every current-
000524*                   term charge prints with its posting date,
000525*                   type and due date above the total billed,
000526*                   and DUE TO DATE on a plan page now adds
000527*                   the late and NSF fees that have fallen
000528*                   due to the installments due.
000530***************************************************************
000540 IDENTIFICATION DIVISION.
000550 PROGRAM-ID. StudentStatement.
000610 ENVIRONMENT DIVISION.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT ChargeLedger ASSIGN TO "HW2-Charge-Ledger.dat"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS SEQUENTIAL
000670         RECORD KEY IS CHG-CHARGE-KEY
000675         FILE STATUS IS WS-CHG-STATUS.
000680
000690     SELECT StatementRequestFile ASSIGN TO
000700         "HW2-Statement-Request.dat"
001120 DATA DIVISION.
001130 FILE SECTION.
001140*---------------------------------------------------------------
001150* ChargeLedger - every charge billed to each student, in
001160* StudentID, term and charge sequence order; each current-
001163* term student/term group drives one statement.  Layout is in
001166* the CHGREC copy member.
001170*---------------------------------------------------------------
001180 FD  ChargeLedger.
001190 COPY CHGREC.
001230
001240*---------------------------------------------------------------
001250* StatementRequestFile - optional list of StudentIDs, one per
001920* Switches and file statuses.
001930*---------------------------------------------------------------
001940 01  WS-SWITCHES.
001950     05  WS-CHG-EOF-SWITCH   PIC X(01)   VALUE 'N'.
001960         88  WS-CHG-EOF-YES              VALUE 'Y'.
001970         88  WS-CHG-EOF-NO               VALUE 'N'.
001980     05  WS-REQ-EOF-SWITCH   PIC X(01)   VALUE 'N'.
001990         88  WS-REQ-EOF-YES              VALUE 'Y'.
002000         88  WS-REQ-EOF-NO               VALUE 'N'.
002050         88  WS-STUDENT-WANTED           VALUE 'Y'.
002060         88  WS-STUDENT-UNWANTED         VALUE 'N'.
002070
002080 01  WS-CHG-STATUS            PIC X(02).
002085     88  WS-CHG-OK                        VALUE "00".
002090 01  WS-REQ-STATUS            PIC X(02).
002100 01  WS-HISTORY-STATUS        PIC X(02).
002110     88  WS-HISTORY-OK                    VALUE "00".
002200
002210 01  WS-PLAN-STATUS           PIC X(02).
002220     88  WS-PLAN-OK                       VALUE "00".
002250
002260*---------------------------------------------------------------
002270* Term control fields.
002520*---------------------------------------------------------------
002530* Statement work fields.
002540*---------------------------------------------------------------
002550 01  WS-LEDGER-STUDENT-ID     PIC X(10).
002551 01  WS-LEDGER-TERM           PIC X(06).
002553 01  WS-BILLED-AMOUNT         PIC S9(12)V99 COMP-3.
002555 01  WS-FEES-BILLED           PIC S9(12)V99 COMP-3.
002556 01  WS-FEES-DUE              PIC S9(12)V99 COMP-3.
002558 01  WS-PLAN-BILLED           PIC S9(12)V99 COMP-3.
002560 01  WS-TERM-PAID             PIC S9(12)V99 COMP-3.
002570 01  WS-CLOSING-BALANCE       PIC S9(12)V99 COMP-3.
002580 01  WS-POSTINGS-LISTED       PIC 9(05)   COMP VALUE 0.
002730     88  WS-PLAN-FOUND                    VALUE 'Y'.
002740     88  WS-PLAN-NONE                     VALUE 'N'.
002750 01  WS-PLAN-DUE-TO-DATE      PIC 9(12)V99 COMP-3.
002760 01  WS-DUE-AMOUNT            PIC S9(12)V99 COMP-3.
002770 01  WS-PAST-DUE-BALANCE      PIC S9(12)V99 COMP-3.
002780
002790*---------------------------------------------------------------
003340* Counters.
003350*---------------------------------------------------------------
003360 01  WS-STATEMENT-COUNT       PIC 9(07)   COMP VALUE 0.
003380 01  WS-CLOSED-STMT-COUNT     PIC 9(07)   COMP VALUE 0.
003390 01  WS-CLOSED-MISSING-COUNT  PIC 9(07)   COMP VALUE 0.
003400
003560     05  FILLER              PIC X(02)   VALUE SPACES.
003570     05  WS-STM-STUDENT-NAME PIC X(25).
003580     05  FILLER              PIC X(34)   VALUE SPACES.
003581
003582 01  WS-STMT-CHARGES-LINE.
003583     05  FILLER              PIC X(26)
003584             VALUE "CHARGES BILLED:           ".
003585     05  FILLER              PIC X(54)   VALUE SPACES.
003586
003587 01  WS-STMT-CHARGE-LINE.
003588     05  FILLER              PIC X(02)   VALUE SPACES.
003590     05  WS-STM-CHG-POST-DATE PIC X(08).
003591     05  FILLER              PIC X(02)   VALUE SPACES.
003592     05  WS-STM-CHG-TYPE     PIC X(12).
003593     05  FILLER              PIC X(05)   VALUE " DUE ".
003594     05  WS-STM-CHG-DUE-DATE PIC X(08).
003595     05  FILLER              PIC X(02)   VALUE SPACES.
003596     05  WS-STM-CHG-AMOUNT   PIC -$,$$$,$$$,$$$,$$9.99.
003597     05  FILLER              PIC X(20)   VALUE SPACES.
003598
003600 01  WS-STMT-BILLED-LINE.
003610     05  FILLER              PIC X(16)
003620             VALUE "TOTAL BILLED:   ".
003630     05  WS-STM-BILLED       PIC -$,$$$,$$$,$$$,$$9.99.
003640     05  FILLER              PIC X(43)   VALUE SPACES.
003650
004690 0000-MAINLINE.
004700*===============================================================
004710     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004720     PERFORM 2000-PROCESS-STUDENT-CHARGES THRU 2000-EXIT
004730         UNTIL WS-CHG-EOF-YES.
004740     PERFORM 2700-PRINT-CLOSED-STATEMENTS THRU 2700-EXIT.
004750     PERFORM 3000-FINALIZE THRU 3000-EXIT.
004760     STOP RUN.
004770
004780*---------------------------------------------------------------
004790* 1000-INITIALIZE - open files, load the request list, set the
004800* term, and prime the ledger read.
004810*---------------------------------------------------------------
004820 1000-INITIALIZE.
004830     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004840     OPEN INPUT ChargeLedger.
004850     IF NOT WS-CHG-OK
004860         DISPLAY "ERROR - NO CHARGE LEDGER "
004870             "HW2-Charge-Ledger.dat"
004880         MOVE 16 TO RETURN-CODE
004890         STOP RUN
004900     END-IF.
005120     END-IF.
005130     PERFORM 1200-LOAD-REQUEST-LIST THRU 1200-EXIT.
005140     PERFORM 1300-SET-CURRENT-TERM THRU 1300-EXIT.
005150     PERFORM 2100-READ-CHARGE-LEDGER THRU 2100-EXIT.
005160 1000-EXIT.
005170     EXIT.
005180
006020     EXIT.
006030
006040*---------------------------------------------------------------
006050* 2000-PROCESS-STUDENT-CHARGES - one student/term group off the
006060* ledger.  A current-term group for a student on the request
006070* list (or every student, with no list) gets a statement with
006073* the charges itemized as they are read; any other group is
006076* read past.
006080*---------------------------------------------------------------
006090 2000-PROCESS-STUDENT-CHARGES.
006100     MOVE CHG-STUDENT-ID TO WS-LEDGER-STUDENT-ID.
006110     MOVE CHG-TERM-CODE TO WS-LEDGER-TERM.
006120     IF WS-LEDGER-TERM = WS-CURRENT-TERM
006130         PERFORM 2200-CHECK-REQUESTED THRU 2200-EXIT
006140     ELSE
006150         SET WS-STUDENT-UNWANTED TO TRUE
006200     END-IF.
006210     IF WS-STUDENT-UNWANTED
006211         PERFORM 2100-READ-CHARGE-LEDGER THRU 2100-EXIT
006212             UNTIL WS-CHG-EOF-YES
006213             OR CHG-STUDENT-ID NOT = WS-LEDGER-STUDENT-ID
006215             OR CHG-TERM-CODE NOT = WS-LEDGER-TERM
006216         GO TO 2000-EXIT
006217     END-IF.
006218     PERFORM 2400-PRINT-STATEMENT THRU 2400-EXIT.
006220 2000-EXIT.
006230     EXIT.
006240
006250 2100-READ-CHARGE-LEDGER.
006260     READ ChargeLedger NEXT RECORD
006270         AT END
006280             SET WS-CHG-EOF-YES TO TRUE
006290     END-READ.
006292     IF NOT WS-CHG-OK
006295         SET WS-CHG-EOF-YES TO TRUE
006297     END-IF.
006300 2100-EXIT.
006310     EXIT.
006320
006490 2210-MATCH-REQUEST.
006500*    An entry naming a closed term asks only for the archive
006510*    page, not a current-term statement as well.
006520     IF WS-REQUESTED-ID (WS-REQ-SUB) = WS-LEDGER-STUDENT-ID
006530         AND (WS-REQUESTED-TERM (WS-REQ-SUB) = SPACES
006540         OR WS-REQUESTED-TERM (WS-REQ-SUB) = WS-CURRENT-TERM)
006550         SET WS-STUDENT-WANTED TO TRUE
006570 2210-EXIT.
006580     EXIT.
006590
006690*---------------------------------------------------------------
006700* 2400-PRINT-STATEMENT - one dated page: every charge on the
006710* ledger for the term and the total billed, every current-
006720* term posting from the history with its date and method,
006725* the total received, and the closing balance.
006730*---------------------------------------------------------------
006740 2400-PRINT-STATEMENT.
006750     ADD 1 TO WS-STATEMENT-COUNT.
006770     MOVE WS-RUN-DATE TO WS-STM-DATE.
006780     MOVE WS-CURRENT-TERM TO WS-STM-TERM.
006790     WRITE StatementRecord FROM WS-STMT-TITLE-LINE.
006800     MOVE WS-LEDGER-STUDENT-ID TO WS-STM-STUDENT-ID.
006810     MOVE WS-LEDGER-STUDENT-ID TO WS-DIR-LOOKUP-ID.
006820     PERFORM 8500-LOOK-UP-DIRECTORY THRU 8500-EXIT.
006830     MOVE WS-DIR-NAME-OUT TO WS-STM-STUDENT-NAME.
006840     WRITE StatementRecord FROM WS-STMT-STUDENT-LINE.
006841     WRITE StatementRecord FROM WS-STMT-CHARGES-LINE.
006842     MOVE 0 TO WS-BILLED-AMOUNT WS-FEES-BILLED WS-FEES-DUE.
006844     PERFORM 2300-LIST-ONE-CHARGE THRU 2300-EXIT
006845         UNTIL WS-CHG-EOF-YES
006847         OR CHG-STUDENT-ID NOT = WS-LEDGER-STUDENT-ID
006848         OR CHG-TERM-CODE NOT = WS-LEDGER-TERM.
006850     MOVE WS-BILLED-AMOUNT TO WS-STM-BILLED.
006860     WRITE StatementRecord FROM WS-STMT-BILLED-LINE.
006870     WRITE StatementRecord FROM WS-STMT-PAYMENTS-LINE.
006970     END-IF.
006980     WRITE StatementRecord FROM WS-STMT-SEPARATOR-LINE.
006990 2400-EXIT.
006991     EXIT.
006992
006993*---------------------------------------------------------------
006994* 2300-LIST-ONE-CHARGE - itemize one charge with its posting
006995* date, type and due date, total it into the billed amount
006996* and the fee figures the plan section uses, and read the
006997* next charge.
006998*---------------------------------------------------------------
006999 2300-LIST-ONE-CHARGE.
007000     MOVE CHG-POST-DATE TO WS-STM-CHG-POST-DATE.
007001     MOVE CHG-DUE-DATE TO WS-STM-CHG-DUE-DATE.
007002     MOVE CHG-AMOUNT TO WS-STM-CHG-AMOUNT.
007003     EVALUATE TRUE
007004         WHEN CHG-TUITION
007005             MOVE "TUITION" TO WS-STM-CHG-TYPE
007006         WHEN CHG-HOUSING
007007             MOVE "HOUSING" TO WS-STM-CHG-TYPE
007008         WHEN CHG-LAB-FEE
007009             MOVE "LAB FEE" TO WS-STM-CHG-TYPE
007010         WHEN CHG-NSF-FEE
007011             MOVE "NSF FEE" TO WS-STM-CHG-TYPE
007012         WHEN CHG-LATE-FEE
007013             MOVE "LATE FEE" TO WS-STM-CHG-TYPE
007014         WHEN OTHER
007015             MOVE "OTHER" TO WS-STM-CHG-TYPE
007016     END-EVALUATE.
007017     WRITE StatementRecord FROM WS-STMT-CHARGE-LINE.
007018     ADD CHG-AMOUNT TO WS-BILLED-AMOUNT.
007019     IF CHG-FEE-TYPE
007020         ADD CHG-AMOUNT TO WS-FEES-BILLED
007021         IF CHG-DUE-DATE NOT > WS-RUN-DATE
007022             ADD CHG-AMOUNT TO WS-FEES-DUE
007023         END-IF
007024     END-IF.
007025     PERFORM 2100-READ-CHARGE-LEDGER THRU 2100-EXIT.
007026 2300-EXIT.
007027     EXIT.
007028
007029*---------------------------------------------------------------
007030* 2500-LIST-TERM-POSTINGS - position the history at the
007040* student's first posting and itemize every current-term
007050* posting, accumulating the total received.
007080     SET WS-HIST-EOF-NO TO TRUE.
007090     MOVE 0 TO WS-POSTINGS-LISTED.
007100     MOVE LOW-VALUES TO HIST-KEY.
007110     MOVE WS-LEDGER-STUDENT-ID TO HIST-STUDENT-ID.
007120     START PaymentHistory KEY NOT < HIST-KEY
007130         INVALID KEY
007140             SET WS-HIST-EOF-YES TO TRUE
007360         SET WS-HIST-EOF-YES TO TRUE
007370     END-IF.
007380     IF NOT WS-HIST-EOF-YES
007390         IF HIST-STUDENT-ID NOT = WS-LEDGER-STUDENT-ID
007400             SET WS-HIST-EOF-YES TO TRUE
007410         ELSE
007420             IF HIST-TERM-CODE = WS-CURRENT-TERM
007600* once the due date has arrived, followed by the DUE TO DATE
007610* and PAST DUE lines.  A student with no schedule gets no
007620* section - their whole billed amount is due, as the BALANCE
007630* DUE line already says.  The plan covers the bill less its
007633* late and NSF fees; those fees are due on top of the
007636* installments once their own due date arrives.
007640*---------------------------------------------------------------
007650 2600-LIST-PLAN-SCHEDULE.
007660     SET WS-PLAN-NONE TO TRUE.
007670     MOVE 0 TO WS-PLAN-DUE-TO-DATE.
007680     SET WS-PLN-EOF-NO TO TRUE.
007690     MOVE WS-LEDGER-STUDENT-ID TO PLN-STUDENT-ID.
007700     MOVE WS-CURRENT-TERM TO PLN-TERM-CODE.
007710     MOVE 0 TO PLN-INSTALLMENT-NO.
007720     START PaymentPlanFile KEY NOT < PLN-PLAN-KEY
007770         UNTIL WS-PLN-EOF-YES.
007780     IF WS-PLAN-FOUND
007790         MOVE WS-PLAN-DUE-TO-DATE TO WS-DUE-AMOUNT
007800         COMPUTE WS-PLAN-BILLED =
007810             WS-BILLED-AMOUNT - WS-FEES-BILLED
007813         IF WS-PLAN-BILLED < WS-DUE-AMOUNT
007816             MOVE WS-PLAN-BILLED TO WS-DUE-AMOUNT
007820         END-IF
007825         ADD WS-FEES-DUE TO WS-DUE-AMOUNT
007830         COMPUTE WS-PAST-DUE-BALANCE =
007840             WS-DUE-AMOUNT - WS-TERM-PAID
007850         MOVE WS-DUE-AMOUNT TO WS-STM-DUE
007990         SET WS-PLN-EOF-YES TO TRUE
008000     END-IF.
008010     IF NOT WS-PLN-EOF-YES
008020         IF PLN-STUDENT-ID NOT = WS-LEDGER-STUDENT-ID
008030             OR PLN-TERM-CODE NOT = WS-CURRENT-TERM
008040             SET WS-PLN-EOF-YES TO TRUE
008050         ELSE
009660* 3000-FINALIZE - close out.
009670*---------------------------------------------------------------
009680 3000-FINALIZE.
009690     CLOSE ChargeLedger.
009700     CLOSE PaymentHistory.
009710     CLOSE StatementFile.
009720     IF WS-DIR-FILE-OPEN
009760         CLOSE PaymentPlanFile
009770     END-IF.
009780     DISPLAY "Statements Printed:    " WS-STATEMENT-COUNT.
009800     DISPLAY "Closed-Term Pages:     " WS-CLOSED-STMT-COUNT.
009810     IF WS-CLOSED-MISSING-COUNT > 0
009820         DISPLAY "WARNING - " WS-CLOSED-MISSING-COUNT
009920 3000-EXIT.
009930     EXIT.
009940
009970 COPY DIRLOOK.
009980
009990 END PROGRAM StudentStatement.
