000010***************************************************************
000020* PROGRAM-ID : ChargePost
000030* AUTHOR     : D. Huang, Bursar Systems
000040* INSTALLATION: NDHU Computing Center
000050* DATE-WRITTEN: 2026-10-05
000060* DATE-COMPILED:
000070*---------------------------------------------------------------
000080* PURPOSE.
000090*   Loads the billing system's charge feed into the indexed
000100*   ChargeLedger - the itemized replacement for the two-column
000110*   TuitionCharges extract.  Each feed line carries a
000120*   StudentID, term, charge type, amount and due date:
000130*     TU  tuition          HO  housing
000140*     LB  lab fee          NS  NSF fee
000150*     LF  late fee         OT  other
000160*   and is posted under the next charge sequence for the
000170*   student and term, dated the run date.  The NSF and late
000180*   fees our own jobs assess are posted by NSFReturns and
000190*   LateFeeAssess directly; the billing system feeds them
000200*   here only when it raises one by hand.  Every line -
000210*   posted or rejected - is printed on a proof list, the
000220*   same discipline the maintenance programs follow.
000230*   A line whose student, term, charge type, amount and due
000240*   date match a charge already on the ledger is rejected
000250*   as already posted, so a feed loaded twice does not
000260*   bill anyone twice.
000270*---------------------------------------------------------------
000280* MODIFICATION HISTORY.
000290*   2026-10-05  DH  Original program.
000300*   2026-10-15  DH  A feed line matching a charge already on
000310*                   the ledger is rejected as ALREADY POSTED,
000320*                   and a ledger that will not open stops the
000330*                   run with RETURN-CODE 16.
000340***************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. ChargePost.
000370 AUTHOR. D-HUANG.
000380 INSTALLATION. NDHU-COMPUTING-CENTER.
000390 DATE-WRITTEN. 10/05/2026.
000400 DATE-COMPILED.
000410
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT BillingFeedFile ASSIGN TO
000460         "HW2-Billing-Feed.dat"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-FEED-STATUS.
000490
000500     SELECT ChargeLedger ASSIGN TO "HW2-Charge-Ledger.dat"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS CHG-CHARGE-KEY
000540         FILE STATUS IS WS-CHG-STATUS.
000550
000560     SELECT TermControlFile ASSIGN TO
000570         "HW2-Term-Control.dat"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-TERM-CTL-STATUS.
000600
000610     SELECT ProofFile ASSIGN TO
000620         "HW2-Charge-Post-Proof.txt"
000630         ORGANIZATION IS LINE SEQUENTIAL.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670*---------------------------------------------------------------
000680* BillingFeedFile - one charge per line, comma delimited, as
000690* the billing system extracts them.  A blank term means the
000700* current term on the term control file; a blank due date
000710* means the charge is due the day it posts.  A negative
000720* amount is a billing credit against an earlier charge.
000730*---------------------------------------------------------------
000740 FD  BillingFeedFile.
000750 01  BillingFeedRecord.
000760     05  BIL-STUDENT-ID       PIC X(10).
000770     05  FILLER               PIC X.
000780     05  BIL-TERM-CODE        PIC X(06).
000790     05  FILLER               PIC X.
000800     05  BIL-CHARGE-TYPE      PIC X(02).
000810     05  FILLER               PIC X.
000820     05  BIL-AMOUNT           PIC X(15).
000830     05  FILLER               PIC X.
000840     05  BIL-DUE-DATE         PIC X(08).
000850
000860*---------------------------------------------------------------
000870* ChargeLedger - one record per charge; layout is in the
000880* CHGREC copy member.  Created on the first run.
000890*---------------------------------------------------------------
000900 FD  ChargeLedger.
000910 COPY CHGREC.
000920
000930*---------------------------------------------------------------
000940* TermControlFile - names the current term, used when a feed
000950* line leaves its term blank.
000960*---------------------------------------------------------------
000970 FD  TermControlFile.
000980 01  TermControlRecord.
000990     05  TCTL-TERM-CODE       PIC X(06).
001000
001010*---------------------------------------------------------------
001020* ProofFile - the proof list, one line per feed line, posted
001030* or rejected.
001040*---------------------------------------------------------------
001050 FD  ProofFile.
001060 01  ProofRecord              PIC X(80).
001070
001080 WORKING-STORAGE SECTION.
001090*---------------------------------------------------------------
001100* Switches and file statuses.
001110*---------------------------------------------------------------
001120 01  WS-SWITCHES.
001130     05  WS-EOF-SWITCH       PIC X(01)   VALUE 'N'.
001140         88  WS-EOF-YES                  VALUE 'Y'.
001150         88  WS-EOF-NO                   VALUE 'N'.
001160     05  WS-TRAN-OK-SWITCH   PIC X(01)   VALUE 'Y'.
001170         88  WS-TRAN-OK                  VALUE 'Y'.
001180         88  WS-TRAN-REJECTED            VALUE 'N'.
001190     05  WS-LEDGER-EOF-SWITCH PIC X(01)  VALUE 'N'.
001200         88  WS-LEDGER-EOF-YES           VALUE 'Y'.
001210         88  WS-LEDGER-EOF-NO            VALUE 'N'.
001220     05  WS-ON-LEDGER-SWITCH PIC X(01)   VALUE 'N'.
001230         88  WS-ON-LEDGER-YES            VALUE 'Y'.
001240         88  WS-ON-LEDGER-NO             VALUE 'N'.
001250
001260 01  WS-FEED-STATUS           PIC X(02).
001270 01  WS-TERM-CTL-STATUS       PIC X(02).
001280
001290 COPY CHGWORK.
001300
001310 COPY AMTWORK.
001320
001330*---------------------------------------------------------------
001340* Term control fields.
001350*---------------------------------------------------------------
001360 01  WS-CURRENT-TERM          PIC X(06).
001370 01  WS-TERM-SEASON           PIC X(02).
001380 01  WS-RUN-DATE              PIC X(08).
001390 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
001400     05  WS-RUN-YEAR          PIC X(04).
001410     05  WS-RUN-MONTH         PIC X(02).
001420     05  WS-RUN-DAY           PIC X(02).
001430
001440*---------------------------------------------------------------
001450* Feed line work fields.  WS-FEED-TYPE is edited against the
001460* ledger's own charge type conditions.
001470*---------------------------------------------------------------
001480 01  WS-FEED-TERM             PIC X(06).
001490 01  WS-FEED-DUE-DATE         PIC X(08).
001500 01  WS-FEED-TYPE             PIC X(02).
001510     88  WS-FEED-TYPE-VALID              VALUE "TU" "HO" "LB"
001520                                               "NS" "LF" "OT".
001530 01  WS-DISPOSITION           PIC X(14).
001540
001550*---------------------------------------------------------------
001560* Counters and proof totals.
001570*---------------------------------------------------------------
001580 01  WS-FEED-COUNT            PIC 9(07)   COMP VALUE 0.
001590 01  WS-POSTED-COUNT          PIC 9(07)   COMP VALUE 0.
001600 01  WS-REJECT-COUNT          PIC 9(07)   COMP VALUE 0.
001610 01  WS-POSTED-TOTAL          PIC S9(12)V99 COMP-3 VALUE 0.
001620
001630*---------------------------------------------------------------
001640* Proof line layouts.
001650*---------------------------------------------------------------
001660 01  WS-PROOF-LINE.
001670     05  WS-PRF-STUDENT-ID   PIC X(10).
001680     05  FILLER              PIC X(01)   VALUE SPACES.
001690     05  WS-PRF-TERM         PIC X(06).
001700     05  FILLER              PIC X(01)   VALUE SPACES.
001710     05  WS-PRF-SEQUENCE     PIC X(04).
001720     05  FILLER              PIC X(01)   VALUE SPACES.
001730     05  WS-PRF-TYPE         PIC X(02).
001740     05  FILLER              PIC X(01)   VALUE SPACES.
001750     05  WS-PRF-DUE-DATE     PIC X(08).
001760     05  FILLER              PIC X(01)   VALUE SPACES.
001770     05  WS-PRF-AMOUNT       PIC -ZZZ,ZZZ,ZZ9.99.
001780     05  FILLER              PIC X(01)   VALUE SPACES.
001790     05  WS-PRF-DISPOSITION  PIC X(14).
001800     05  FILLER              PIC X(14)   VALUE SPACES.
001810
001820 01  WS-PROOF-TOTAL-LINE.
001830     05  WS-PRT-LABEL        PIC X(26).
001840     05  WS-PRT-COUNT        PIC ZZZ,ZZ9.
001850     05  FILLER              PIC X(47)   VALUE SPACES.
001860
001870 01  WS-PROOF-AMOUNT-LINE.
001880     05  WS-PRA-LABEL        PIC X(26).
001890     05  WS-PRA-AMOUNT       PIC -$,$$$,$$$,$$$,$$9.99.
001900     05  FILLER              PIC X(33)   VALUE SPACES.
001910
001920 PROCEDURE DIVISION.
001930*===============================================================
001940 0000-MAINLINE.
001950*===============================================================
001960     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001970     PERFORM 2000-PROCESS-FEED-LINE THRU 2000-EXIT
001980         UNTIL WS-EOF-YES.
001990     PERFORM 3000-FINALIZE THRU 3000-EXIT.
002000     STOP RUN.
002010
002020*---------------------------------------------------------------
002030* 1000-INITIALIZE - open files and prime the read.  The
002040* ledger is created on the first run; a ledger that cannot
002050* be opened stops the run.
002060*---------------------------------------------------------------
002070 1000-INITIALIZE.
002080     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002090     OPEN INPUT BillingFeedFile.
002100     IF WS-FEED-STATUS NOT = "00"
002110         DISPLAY "ERROR - NO BILLING FEED FILE "
002120             "HW2-Billing-Feed.dat"
002130         MOVE 16 TO RETURN-CODE
002140         STOP RUN
002150     END-IF.
002160     OPEN I-O ChargeLedger.
002170     IF WS-CHG-NOT-FOUND
002180         OPEN OUTPUT ChargeLedger
002190         CLOSE ChargeLedger
002200         OPEN I-O ChargeLedger
002210     END-IF.
002220     IF NOT WS-CHG-OK
002230         DISPLAY "ERROR - CHARGE LEDGER NOT AVAILABLE - "
002240             "STATUS " WS-CHG-STATUS
002250         CLOSE BillingFeedFile
002260         MOVE 16 TO RETURN-CODE
002270         STOP RUN
002280     END-IF.
002290     OPEN OUTPUT ProofFile.
002300     PERFORM 1300-SET-CURRENT-TERM THRU 1300-EXIT.
002310     PERFORM 2100-READ-FEED-LINE THRU 2100-EXIT.
002320 1000-EXIT.
002330     EXIT.
002340
002350*---------------------------------------------------------------
002360* 1300-SET-CURRENT-TERM - read the current term code off the
002370* term control file, deriving it from the run date when the
002380* file is absent, the same way StudentPayment does.
002390*---------------------------------------------------------------
002400 1300-SET-CURRENT-TERM.
002410     MOVE SPACES TO TCTL-TERM-CODE.
002420     OPEN INPUT TermControlFile.
002430     IF WS-TERM-CTL-STATUS = "00"
002440         READ TermControlFile
002450             AT END
002460                 MOVE SPACES TO TCTL-TERM-CODE
002470         END-READ
002480         CLOSE TermControlFile
002490     END-IF.
002500     IF TCTL-TERM-CODE = SPACES
002510         PERFORM 1310-DERIVE-TERM-FROM-DATE THRU 1310-EXIT
002520     ELSE
002530         MOVE TCTL-TERM-CODE TO WS-CURRENT-TERM
002540     END-IF.
002550 1300-EXIT.
002560     EXIT.
002570
002580 1310-DERIVE-TERM-FROM-DATE.
002590     IF WS-RUN-MONTH NOT > "05"
002600         MOVE "SP" TO WS-TERM-SEASON
002610     ELSE
002620         IF WS-RUN-MONTH NOT > "08"
002630             MOVE "SU" TO WS-TERM-SEASON
002640         ELSE
002650             MOVE "FA" TO WS-TERM-SEASON
002660         END-IF
002670     END-IF.
002680     MOVE SPACES TO WS-CURRENT-TERM.
002690     STRING WS-RUN-YEAR DELIMITED BY SIZE
002700            WS-TERM-SEASON DELIMITED BY SIZE
002710         INTO WS-CURRENT-TERM
002720     END-STRING.
002730 1310-EXIT.
002740     EXIT.
002750
002760*---------------------------------------------------------------
002770* 2000-PROCESS-FEED-LINE - edit one feed line, post it or
002780* reject it, print its proof line, then read the next.
002790*---------------------------------------------------------------
002800 2000-PROCESS-FEED-LINE.
002810     ADD 1 TO WS-FEED-COUNT.
002820     SET WS-TRAN-OK TO TRUE.
002830     MOVE SPACES TO WS-DISPOSITION.
002840     MOVE 0 TO WS-AmountNumeric.
002850     MOVE 0 TO WS-CHG-NEXT-SEQ.
002860     PERFORM 2200-EDIT-FEED-LINE THRU 2200-EXIT.
002870     IF WS-TRAN-OK
002880         PERFORM 2250-CHECK-ON-LEDGER THRU 2250-EXIT
002890     END-IF.
002900     IF WS-TRAN-OK
002910         PERFORM 2300-POST-FEED-LINE THRU 2300-EXIT
002920     END-IF.
002930     PERFORM 2400-WRITE-PROOF-LINE THRU 2400-EXIT.
002940     PERFORM 2100-READ-FEED-LINE THRU 2100-EXIT.
002950 2000-EXIT.
002960     EXIT.
002970
002980 2100-READ-FEED-LINE.
002990     READ BillingFeedFile
003000         AT END
003010             SET WS-EOF-YES TO TRUE
003020     END-READ.
003030 2100-EXIT.
003040     EXIT.
003050
003060*---------------------------------------------------------------
003070* 2200-EDIT-FEED-LINE - a StudentID, a known charge type, a
003080* well-formed due date when one is given, and a valid
003090* non-zero amount.  A blank term means the current term and
003100* a blank due date means due on posting.
003110*---------------------------------------------------------------
003120 2200-EDIT-FEED-LINE.
003130     MOVE BIL-CHARGE-TYPE TO WS-FEED-TYPE.
003140     IF BIL-TERM-CODE = SPACES
003150         MOVE WS-CURRENT-TERM TO WS-FEED-TERM
003160     ELSE
003170         MOVE BIL-TERM-CODE TO WS-FEED-TERM
003180     END-IF.
003190     IF BIL-DUE-DATE = SPACES
003200         MOVE WS-RUN-DATE TO WS-FEED-DUE-DATE
003210     ELSE
003220         MOVE BIL-DUE-DATE TO WS-FEED-DUE-DATE
003230     END-IF.
003240     MOVE BIL-AMOUNT TO WS-AmountString.
003250     PERFORM 8100-EDIT-AMOUNT THRU 8100-EXIT.
003260     EVALUATE TRUE
003270         WHEN BIL-STUDENT-ID = SPACES
003280             SET WS-TRAN-REJECTED TO TRUE
003290             MOVE "NO STUDENT ID" TO WS-DISPOSITION
003300         WHEN NOT WS-FEED-TYPE-VALID
003310             SET WS-TRAN-REJECTED TO TRUE
003320             MOVE "BAD CHARGE TYPE" TO WS-DISPOSITION
003330         WHEN WS-FEED-DUE-DATE NOT NUMERIC
003340             SET WS-TRAN-REJECTED TO TRUE
003350             MOVE "BAD DUE DATE" TO WS-DISPOSITION
003360         WHEN WS-AMOUNT-INVALID
003370             SET WS-TRAN-REJECTED TO TRUE
003380             MOVE "BAD AMOUNT" TO WS-DISPOSITION
003390         WHEN WS-AmountNumeric = 0
003400             SET WS-TRAN-REJECTED TO TRUE
003410             MOVE "ZERO AMOUNT" TO WS-DISPOSITION
003420         WHEN OTHER
003430             CONTINUE
003440     END-EVALUATE.
003450 2200-EXIT.
003460     EXIT.
003470
003480*---------------------------------------------------------------
003490* 2250-CHECK-ON-LEDGER - read the student's charges for the
003500* term; one of the same type, amount and due date means this
003510* line has been loaded before, and it is rejected rather than
003520* billed again.
003530*---------------------------------------------------------------
003540 2250-CHECK-ON-LEDGER.
003550     SET WS-ON-LEDGER-NO TO TRUE.
003560     SET WS-LEDGER-EOF-NO TO TRUE.
003570     MOVE BIL-STUDENT-ID TO CHG-STUDENT-ID.
003580     MOVE WS-FEED-TERM TO CHG-TERM-CODE.
003590     MOVE 0 TO CHG-SEQUENCE-NO.
003600     START ChargeLedger KEY NOT < CHG-CHARGE-KEY
003610         INVALID KEY
003620             SET WS-LEDGER-EOF-YES TO TRUE
003630     END-START.
003640     PERFORM 2260-MATCH-LEDGER-CHARGE THRU 2260-EXIT
003650         UNTIL WS-LEDGER-EOF-YES OR WS-ON-LEDGER-YES.
003660     IF WS-ON-LEDGER-YES
003670         SET WS-TRAN-REJECTED TO TRUE
003680         MOVE "ALREADY POSTED" TO WS-DISPOSITION
003690     END-IF.
003700 2250-EXIT.
003710     EXIT.
003720
003730 2260-MATCH-LEDGER-CHARGE.
003740     READ ChargeLedger NEXT RECORD
003750         AT END
003760             SET WS-LEDGER-EOF-YES TO TRUE
003770     END-READ.
003780     IF NOT WS-CHG-OK
003790         SET WS-LEDGER-EOF-YES TO TRUE
003800     END-IF.
003810     IF NOT WS-LEDGER-EOF-YES
003820         IF CHG-STUDENT-ID NOT = BIL-STUDENT-ID
003830             OR CHG-TERM-CODE NOT = WS-FEED-TERM
003840             SET WS-LEDGER-EOF-YES TO TRUE
003850         ELSE
003860             IF CHG-CHARGE-TYPE = WS-FEED-TYPE
003870                 AND CHG-AMOUNT = WS-AmountNumeric
003880                 AND CHG-DUE-DATE = WS-FEED-DUE-DATE
003890                 SET WS-ON-LEDGER-YES TO TRUE
003900             END-IF
003910         END-IF
003920     END-IF.
003930 2260-EXIT.
003940     EXIT.
003950
003960*---------------------------------------------------------------
003970* 2300-POST-FEED-LINE - post the charge under the next free
003980* sequence for the student and term.
003990*---------------------------------------------------------------
004000 2300-POST-FEED-LINE.
004010     MOVE BIL-STUDENT-ID TO WS-CHG-POST-ID.
004020     MOVE WS-FEED-TERM TO WS-CHG-POST-TERM.
004030     MOVE WS-FEED-TYPE TO WS-CHG-POST-TYPE.
004040     MOVE WS-AmountNumeric TO WS-CHG-POST-AMOUNT.
004050     MOVE WS-RUN-DATE TO WS-CHG-POST-DATE.
004060     MOVE WS-FEED-DUE-DATE TO WS-CHG-POST-DUE-DATE.
004070     MOVE "BILLNG" TO WS-CHG-POST-SOURCE.
004080     PERFORM 8600-POST-CHARGE THRU 8600-EXIT.
004090     IF WS-CHG-POSTED
004100         ADD 1 TO WS-POSTED-COUNT
004110         ADD WS-AmountNumeric TO WS-POSTED-TOTAL
004120         MOVE "POSTED" TO WS-DISPOSITION
004130     ELSE
004140         SET WS-TRAN-REJECTED TO TRUE
004150         MOVE "WRITE FAILED" TO WS-DISPOSITION
004160     END-IF.
004170 2300-EXIT.
004180     EXIT.
004190
004200*---------------------------------------------------------------
004210* 2400-WRITE-PROOF-LINE - one line per feed line, posted or
004220* rejected.  A posted charge shows the sequence it went on
004230* under.
004240*---------------------------------------------------------------
004250 2400-WRITE-PROOF-LINE.
004260     IF WS-TRAN-REJECTED
004270         ADD 1 TO WS-REJECT-COUNT
004280         MOVE SPACES TO WS-PRF-SEQUENCE
004290     ELSE
004300         MOVE CHG-SEQUENCE-NO TO WS-PRF-SEQUENCE
004310     END-IF.
004320     MOVE BIL-STUDENT-ID TO WS-PRF-STUDENT-ID.
004330     MOVE WS-FEED-TERM TO WS-PRF-TERM.
004340     MOVE BIL-CHARGE-TYPE TO WS-PRF-TYPE.
004350     MOVE WS-FEED-DUE-DATE TO WS-PRF-DUE-DATE.
004360     MOVE WS-AmountNumeric TO WS-PRF-AMOUNT.
004370     MOVE WS-DISPOSITION TO WS-PRF-DISPOSITION.
004380     WRITE ProofRecord FROM WS-PROOF-LINE.
004390 2400-EXIT.
004400     EXIT.
004410
004420*---------------------------------------------------------------
004430* 3000-FINALIZE - print the proof totals and close out.  The
004440* run ends with RETURN-CODE 8 when anything was rejected so
004450* the scheduler holds the output for review.
004460*---------------------------------------------------------------
004470 3000-FINALIZE.
004480     MOVE "FEED LINES READ:          " TO WS-PRT-LABEL.
004490     MOVE WS-FEED-COUNT TO WS-PRT-COUNT.
004500     WRITE ProofRecord FROM WS-PROOF-TOTAL-LINE.
004510     MOVE "CHARGES POSTED:           " TO WS-PRT-LABEL.
004520     MOVE WS-POSTED-COUNT TO WS-PRT-COUNT.
004530     WRITE ProofRecord FROM WS-PROOF-TOTAL-LINE.
004540     MOVE "FEED LINES REJECTED:      " TO WS-PRT-LABEL.
004550     MOVE WS-REJECT-COUNT TO WS-PRT-COUNT.
004560     WRITE ProofRecord FROM WS-PROOF-TOTAL-LINE.
004570     MOVE "TOTAL CHARGES POSTED:     " TO WS-PRA-LABEL.
004580     MOVE WS-POSTED-TOTAL TO WS-PRA-AMOUNT.
004590     WRITE ProofRecord FROM WS-PROOF-AMOUNT-LINE.
004600     CLOSE BillingFeedFile.
004610     CLOSE ChargeLedger.
004620     CLOSE ProofFile.
004630     DISPLAY "Feed Lines Read:       " WS-FEED-COUNT.
004640     DISPLAY "Charges Posted:        " WS-POSTED-COUNT.
004650     DISPLAY "Feed Lines Rejected:   " WS-REJECT-COUNT.
004660     IF WS-REJECT-COUNT > 0
004670         MOVE 8 TO RETURN-CODE
004680     END-IF.
004690 3000-EXIT.
004700     EXIT.
004710
004720 COPY AMTEDIT.
004730
004740 COPY CHGPOST.
004750
004760 END PROGRAM ChargePost.
