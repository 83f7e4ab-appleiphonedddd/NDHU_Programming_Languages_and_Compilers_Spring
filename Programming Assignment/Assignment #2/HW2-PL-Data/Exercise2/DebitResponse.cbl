000010***************************************************************
000020* PROGRAM-ID : DebitResponse
000030* AUTHOR     : D. Huang, Bursar Systems
000040* INSTALLATION: NDHU Computing Center
000050* DATE-WRITTEN: 2026-10-11
000060* DATE-COMPILED:
000070*---------------------------------------------------------------
000080* PURPOSE.
000090*   Works the bank's response to a DebitCollect file.  Each
000100*   response line names the installment by its collection
000110*   reference and says whether the debit was paid or
000120*   rejected.  A paid debit is marked collected on the
000130*   DebitCollection file, clears the mandate's failure count,
000140*   and goes out on the DebitPayments extract under payment
000150*   method "DD" - a batch in the same header/detail/trailer
000160*   form as the portal extract, for StudentPayment to post
000170*   like any other receipt when it is named on the
000180*   PaymentSources list.  A rejected debit is marked rejected,
000190*   listed with the bank's reason and never posted; it adds
000200*   one to the mandate's failure count, and once the count
000210*   reaches the limit on the DebitParm file (two if none is
000220*   given) the mandate is suspended and DunningNotice takes
000230*   the account up.  A response that does not match a debit
000240*   waiting on the bank is listed as an exception and sets
000250*   RETURN-CODE 8.
000260*   Each payment on the extract carries its installment
000270*   reference - the plan term and installment number - so
000280*   StudentPayment keeps one history record per installment
000290*   even when two of one amount settle the same day.
000300*   A DebitPayments extract still holding a batch that has
000310*   not been taken for posting stops the run with
000320*   RETURN-CODE 16 rather than being written over; once
000330*   StudentPayment has posted it, operations archives or
000340*   clears the file before the next response is worked.
000350*---------------------------------------------------------------
000360* MODIFICATION HISTORY.
000370*   2026-10-11  DH  Original program.
000380*   2026-10-15  DH  Stops with RETURN-CODE 16 while the
000390*                   DebitPayments extract still holds a batch,
000400*                   so an unposted batch is never overwritten.
000410*                   Each extract detail carries the installment
000420*                   reference after the window columns.
000430***************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. DebitResponse.
000460 AUTHOR. D-HUANG.
000470 INSTALLATION. NDHU-COMPUTING-CENTER.
000480 DATE-WRITTEN. 10/11/2026.
000490 DATE-COMPILED.
000500
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT DebitParmFile ASSIGN TO
000550         "HW2-Debit-Parm.dat"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-PARM-STATUS.
000580
000590     SELECT BankResponseFile ASSIGN TO
000600         "HW2-Debit-Response.dat"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-RESPONSE-STATUS.
000630
000640     SELECT DebitCollectionFile ASSIGN TO
000650         "HW2-Debit-Collection.dat"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS RANDOM
000680         RECORD KEY IS DDC-COLLECTION-KEY
000690         FILE STATUS IS WS-DDC-STATUS.
000700
000710     SELECT DebitMandateFile ASSIGN TO
000720         "HW2-Debit-Mandate.dat"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS RANDOM
000750         RECORD KEY IS MND-STUDENT-ID
000760         FILE STATUS IS WS-MANDATE-STATUS.
000770
000780     SELECT DebitPaymentFile ASSIGN TO
000790         "HW2-Debit-Payments.csv"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-PAYMENT-STATUS.
000820
000830     SELECT ResponseReportFile ASSIGN TO
000840         "HW2-Debit-Response-Report.txt"
000850         ORGANIZATION IS LINE SEQUENTIAL.
000860
000870 DATA DIVISION.
000880 FILE SECTION.
000890*---------------------------------------------------------------
000900* DebitParmFile - the collection date, which this job does not
000910* use, and the failed debits in a row that suspend a mandate.
000920*---------------------------------------------------------------
000930 FD  DebitParmFile.
000940 01  DebitParmRecord.
000950     05  PRM-COLLECTION-DATE  PIC X(08).
000960     05  FILLER               PIC X(01).
000970     05  PRM-FAIL-LIMIT       PIC X(02).
000980
000990*---------------------------------------------------------------
001000* BankResponseFile - one line per debit the bank worked,
001010* comma delimited: the collection reference as sent (student,
001020* term, installment), the amount, P for paid or R for
001030* rejected, the bank's reject reason code, and the date the
001040* money settled or the debit was returned.
001050*---------------------------------------------------------------
001060 FD  BankResponseFile.
001070 01  BankResponseRecord.
001080     05  RSP-STUDENT-ID       PIC X(10).
001090     05  FILLER               PIC X(01).
001100     05  RSP-TERM-CODE        PIC X(06).
001110     05  FILLER               PIC X(01).
001120     05  RSP-INSTALLMENT-NO   PIC X(02).
001130     05  FILLER               PIC X(01).
001140     05  RSP-AMOUNT           PIC X(15).
001150     05  FILLER               PIC X(01).
001160     05  RSP-RESULT           PIC X(01).
001170         88  RSP-PAID                     VALUE 'P'.
001180         88  RSP-REJECTED                 VALUE 'R'.
001190     05  FILLER               PIC X(01).
001200     05  RSP-REASON           PIC X(04).
001210     05  FILLER               PIC X(01).
001220     05  RSP-SETTLE-DATE      PIC X(08).
001230
001240*---------------------------------------------------------------
001250* DebitCollectionFile - every installment presented to the
001260* bank and where it stands; layout is in the DDCREC copy
001270* member.
001280*---------------------------------------------------------------
001290 FD  DebitCollectionFile.
001300 COPY DDCREC.
001310
001320*---------------------------------------------------------------
001330* DebitMandateFile - the failure count and suspension live
001340* here; layout is in the MNDREC copy member.
001350*---------------------------------------------------------------
001360 FD  DebitMandateFile.
001370 COPY MNDREC.
001380
001390*---------------------------------------------------------------
001400* DebitPaymentFile - the paid debits as a StudentPayment
001410* extract batch: a HDR record with source code DD, one
001420* detail per installment paid in the WS-PAY-DETAIL layout
001430* (the last column its installment reference), and a TRL
001440* record with the detail count and the hash of the amounts.
001450*---------------------------------------------------------------
001460 FD  DebitPaymentFile.
001470 01  DebitPaymentRecord       PIC X(60).
001480
001490*---------------------------------------------------------------
001500* ResponseReportFile - one line per response and the totals.
001510*---------------------------------------------------------------
001520 FD  ResponseReportFile.
001530 01  ResponseReportRecord     PIC X(100).
001540
001550 WORKING-STORAGE SECTION.
001560*---------------------------------------------------------------
001570* Switches and file statuses.
001580*---------------------------------------------------------------
001590 01  WS-SWITCHES.
001600     05  WS-EOF-SWITCH       PIC X(01)   VALUE 'N'.
001610         88  WS-EOF-YES                  VALUE 'Y'.
001620         88  WS-EOF-NO                   VALUE 'N'.
001630     05  WS-TRAN-OK-SWITCH   PIC X(01)   VALUE 'Y'.
001640         88  WS-TRAN-OK                  VALUE 'Y'.
001650         88  WS-TRAN-REJECTED            VALUE 'N'.
001660
001670 01  WS-PARM-STATUS           PIC X(02).
001680 01  WS-RESPONSE-STATUS       PIC X(02).
001690 01  WS-PAYMENT-STATUS        PIC X(02).
001700 01  WS-DDC-STATUS            PIC X(02).
001710     88  WS-DDC-OK                        VALUE "00".
001720     88  WS-DDC-NOT-FOUND                 VALUE "23" "35".
001730 01  WS-MANDATE-STATUS        PIC X(02).
001740     88  WS-MANDATE-OK                    VALUE "00".
001750     88  WS-MANDATE-NOT-FOUND             VALUE "23" "35".
001760
001770 COPY AMTWORK.
001780
001790*---------------------------------------------------------------
001800* Run date and response work fields.
001810*---------------------------------------------------------------
001820 01  WS-RUN-DATE              PIC X(08).
001830 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
001840     05  WS-RUN-YEAR          PIC X(04).
001850     05  WS-RUN-MMDD          PIC X(04).
001860 01  WS-FAIL-LIMIT            PIC 9(02)   VALUE 2.
001870 01  WS-DISPOSITION           PIC X(18).
001880 01  WS-MANDATE-NOTE          PIC X(18).
001890 01  WS-RESPONSE-AMOUNT       PIC S9(12)V99 COMP-3.
001900
001910*---------------------------------------------------------------
001920* Counters and totals.
001930*---------------------------------------------------------------
001940 01  WS-RESPONSE-COUNT        PIC 9(07)   COMP VALUE 0.
001950 01  WS-PAID-COUNT            PIC 9(07)   COMP VALUE 0.
001960 01  WS-REJECTED-COUNT        PIC 9(07)   COMP VALUE 0.
001970 01  WS-SUSPENDED-COUNT       PIC 9(07)   COMP VALUE 0.
001980 01  WS-EXCEPTION-COUNT       PIC 9(07)   COMP VALUE 0.
001990 01  WS-PAID-TOTAL            PIC S9(12)V99 COMP-3 VALUE 0.
002000 01  WS-REJECTED-TOTAL        PIC S9(12)V99 COMP-3 VALUE 0.
002010
002020*---------------------------------------------------------------
002030* DebitPayments extract layouts - the StudentPayment batch
002040* header, detail and trailer.  The batch sequence is the run
002050* date's month and day, so one response run is one batch.
002060*---------------------------------------------------------------
002070 01  WS-PAY-HEADER.
002080     05  FILLER              PIC X(04)   VALUE "HDR,".
002090     05  FILLER              PIC X(03)   VALUE "DD,".
002100     05  WS-PAY-BATCH-DATE   PIC X(08).
002110     05  FILLER              PIC X(01)   VALUE ",".
002120     05  WS-PAY-SEQUENCE     PIC X(04).
002130
002140 01  WS-PAY-DETAIL.
002150     05  WS-PAY-STUDENT-ID   PIC X(10).
002160     05  FILLER              PIC X(01)   VALUE ",".
002170     05  WS-PAY-AMOUNT       PIC 9(12).99.
002180     05  FILLER              PIC X(01)   VALUE ",".
002190     05  FILLER              PIC X(02)   VALUE "DD".
002200     05  FILLER              PIC X(01)   VALUE ",".
002210     05  WS-PAY-DATE         PIC X(08).
002220     05  FILLER              PIC X(01)   VALUE ",".
002230     05  FILLER              PIC X(08)   VALUE SPACES.
002240     05  FILLER              PIC X(01)   VALUE ",".
002250     05  FILLER              PIC X(02)   VALUE SPACES.
002260     05  FILLER              PIC X(01)   VALUE ",".
002270     05  WS-PAY-INSTALLMENT-REF.
002280         10  WS-PAY-REF-TERM PIC X(06).
002290         10  WS-PAY-REF-INSTALLMENT PIC X(02).
002300
002310 01  WS-PAY-TRAILER.
002320     05  FILLER              PIC X(04)   VALUE "TRL,".
002330     05  WS-PAY-COUNT        PIC 9(07).
002340     05  FILLER              PIC X(01)   VALUE ",".
002350     05  WS-PAY-HASH         PIC 9(12)V99.
002360
002370*---------------------------------------------------------------
002380* Report line layouts.
002390*---------------------------------------------------------------
002400 01  WS-RPT-SECTION-LINE.
002410     05  WS-RPT-SECTION      PIC X(40).
002420     05  FILLER              PIC X(60)   VALUE SPACES.
002430
002440 01  WS-PROOF-LINE.
002450     05  WS-PRF-STUDENT-ID   PIC X(10).
002460     05  FILLER              PIC X(01)   VALUE SPACES.
002470     05  WS-PRF-TERM         PIC X(06).
002480     05  FILLER              PIC X(01)   VALUE SPACES.
002490     05  WS-PRF-INSTALLMENT  PIC X(02).
002500     05  FILLER              PIC X(01)   VALUE SPACES.
002510     05  WS-PRF-AMOUNT       PIC -ZZZ,ZZZ,ZZ9.99.
002520     05  FILLER              PIC X(01)   VALUE SPACES.
002530     05  WS-PRF-RESULT       PIC X(01).
002540     05  FILLER              PIC X(01)   VALUE SPACES.
002550     05  WS-PRF-REASON       PIC X(04).
002560     05  FILLER              PIC X(01)   VALUE SPACES.
002570     05  WS-PRF-SETTLE-DATE  PIC X(08).
002580     05  FILLER              PIC X(01)   VALUE SPACES.
002590     05  WS-PRF-DISPOSITION  PIC X(18).
002600     05  FILLER              PIC X(01)   VALUE SPACES.
002610     05  WS-PRF-MANDATE-NOTE PIC X(18).
002620     05  FILLER              PIC X(10)   VALUE SPACES.
002630
002640 01  WS-RPT-COUNT-LINE.
002650     05  WS-RPT-COUNT-LABEL  PIC X(30).
002660     05  WS-RPT-COUNT        PIC ZZZ,ZZ9.
002670     05  FILLER              PIC X(63)   VALUE SPACES.
002680
002690 01  WS-RPT-TOTAL-LINE.
002700     05  WS-RPT-TOTAL-LABEL  PIC X(26).
002710     05  WS-RPT-TOTAL        PIC -$,$$$,$$$,$$$,$$9.99.
002720     05  FILLER              PIC X(53)   VALUE SPACES.
002730
002740 PROCEDURE DIVISION.
002750*===============================================================
002760 0000-MAINLINE.
002770*===============================================================
002780     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002790     PERFORM 2000-PROCESS-RESPONSE THRU 2000-EXIT
002800         UNTIL WS-EOF-YES.
002810     PERFORM 3000-FINALIZE THRU 3000-EXIT.
002820     STOP RUN.
002830
002840*---------------------------------------------------------------
002850* 1000-INITIALIZE - the failure limit, the files, the extract
002860* batch header and the first response.  A DebitPayments
002870* extract that still holds a batch has not been taken for
002880* posting, and the run stops before anything is changed.
002890*---------------------------------------------------------------
002900 1000-INITIALIZE.
002910     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002920     OPEN INPUT DebitParmFile.
002930     IF WS-PARM-STATUS = "00"
002940         READ DebitParmFile
002950             AT END
002960                 MOVE SPACES TO PRM-FAIL-LIMIT
002970         END-READ
002980         IF PRM-FAIL-LIMIT NUMERIC AND PRM-FAIL-LIMIT > "00"
002990             MOVE PRM-FAIL-LIMIT TO WS-FAIL-LIMIT
003000         END-IF
003010         CLOSE DebitParmFile
003020     END-IF.
003030     OPEN INPUT DebitPaymentFile.
003040     IF WS-PAYMENT-STATUS = "00"
003050         READ DebitPaymentFile
003060             AT END
003070                 MOVE "10" TO WS-PAYMENT-STATUS
003080         END-READ
003090         IF WS-PAYMENT-STATUS NOT = "10"
003100             DISPLAY "ERROR - HW2-Debit-Payments.csv STILL "
003110                 "HOLDS A BATCH NOT YET POSTED"
003120             CLOSE DebitPaymentFile
003130             MOVE 16 TO RETURN-CODE
003140             STOP RUN
003150         END-IF
003160         CLOSE DebitPaymentFile
003170     END-IF.
003180     OPEN INPUT BankResponseFile.
003190     IF WS-RESPONSE-STATUS NOT = "00"
003200         DISPLAY "ERROR - NO BANK RESPONSE FILE "
003210             "HW2-Debit-Response.dat"
003220         MOVE 16 TO RETURN-CODE
003230         STOP RUN
003240     END-IF.
003250     OPEN I-O DebitCollectionFile.
003260     IF NOT WS-DDC-OK
003270         DISPLAY "ERROR - DEBIT COLLECTION FILE NOT "
003280             "AVAILABLE - STATUS " WS-DDC-STATUS
003290         MOVE 16 TO RETURN-CODE
003300         STOP RUN
003310     END-IF.
003320     OPEN I-O DebitMandateFile.
003330     IF NOT WS-MANDATE-OK
003340         DISPLAY "ERROR - DEBIT MANDATE FILE NOT "
003350             "AVAILABLE - STATUS " WS-MANDATE-STATUS
003360         MOVE 16 TO RETURN-CODE
003370         STOP RUN
003380     END-IF.
003390     OPEN OUTPUT DebitPaymentFile.
003400     OPEN OUTPUT ResponseReportFile.
003410     MOVE WS-RUN-DATE TO WS-PAY-BATCH-DATE.
003420     MOVE WS-RUN-MMDD TO WS-PAY-SEQUENCE.
003430     WRITE DebitPaymentRecord FROM WS-PAY-HEADER.
003440     MOVE "DIRECT DEBIT BANK RESPONSE" TO WS-RPT-SECTION.
003450     WRITE ResponseReportRecord FROM WS-RPT-SECTION-LINE.
003460     PERFORM 2100-READ-RESPONSE THRU 2100-EXIT.
003470 1000-EXIT.
003480     EXIT.
003490
003500*---------------------------------------------------------------
003510* 2000-PROCESS-RESPONSE - match one response to the debit
003520* waiting on the bank, apply it or list it as an exception,
003530* print its proof line, then read the next.
003540*---------------------------------------------------------------
003550 2000-PROCESS-RESPONSE.
003560     ADD 1 TO WS-RESPONSE-COUNT.
003570     SET WS-TRAN-OK TO TRUE.
003580     MOVE SPACES TO WS-DISPOSITION.
003590     MOVE SPACES TO WS-MANDATE-NOTE.
003600     MOVE 0 TO WS-RESPONSE-AMOUNT.
003610     PERFORM 2200-MATCH-COLLECTION THRU 2200-EXIT.
003620     IF WS-TRAN-OK
003630         IF RSP-PAID
003640             PERFORM 2300-APPLY-PAID THRU 2300-EXIT
003650         ELSE
003660             PERFORM 2400-APPLY-REJECTED THRU 2400-EXIT
003670         END-IF
003680     END-IF.
003690     PERFORM 2600-WRITE-PROOF-LINE THRU 2600-EXIT.
003700     PERFORM 2100-READ-RESPONSE THRU 2100-EXIT.
003710 2000-EXIT.
003720     EXIT.
003730
003740 2100-READ-RESPONSE.
003750     READ BankResponseFile
003760         AT END
003770             SET WS-EOF-YES TO TRUE
003780     END-READ.
003790 2100-EXIT.
003800     EXIT.
003810
003820*---------------------------------------------------------------
003830* 2200-MATCH-COLLECTION - the response must carry a result the
003840* job knows and a readable amount, and name a debit that is
003850* still with the bank for that same amount.
003860*---------------------------------------------------------------
003870 2200-MATCH-COLLECTION.
003880     IF NOT RSP-PAID AND NOT RSP-REJECTED
003890         SET WS-TRAN-REJECTED TO TRUE
003900         MOVE "BAD RESULT CODE" TO WS-DISPOSITION
003910         GO TO 2200-EXIT
003920     END-IF.
003930     MOVE RSP-AMOUNT TO WS-AmountString.
003940     PERFORM 8100-EDIT-AMOUNT THRU 8100-EXIT.
003950     IF WS-AMOUNT-INVALID OR WS-AmountNumeric NOT > 0
003960         SET WS-TRAN-REJECTED TO TRUE
003970         MOVE "BAD AMOUNT" TO WS-DISPOSITION
003980         GO TO 2200-EXIT
003990     END-IF.
004000     MOVE WS-AmountNumeric TO WS-RESPONSE-AMOUNT.
004010     IF RSP-INSTALLMENT-NO NOT NUMERIC
004020         SET WS-TRAN-REJECTED TO TRUE
004030         MOVE "NOT ON FILE" TO WS-DISPOSITION
004040         GO TO 2200-EXIT
004050     END-IF.
004060     MOVE RSP-STUDENT-ID TO DDC-STUDENT-ID.
004070     MOVE RSP-TERM-CODE TO DDC-TERM-CODE.
004080     MOVE RSP-INSTALLMENT-NO TO DDC-INSTALLMENT-NO.
004090     READ DebitCollectionFile
004100         INVALID KEY
004110             CONTINUE
004120     END-READ.
004130     IF WS-DDC-NOT-FOUND
004140         SET WS-TRAN-REJECTED TO TRUE
004150         MOVE "NOT ON FILE" TO WS-DISPOSITION
004160         GO TO 2200-EXIT
004170     END-IF.
004180     IF NOT WS-DDC-OK
004190         SET WS-TRAN-REJECTED TO TRUE
004200         MOVE "COLLECTION IO ERR" TO WS-DISPOSITION
004210         GO TO 2200-EXIT
004220     END-IF.
004230     IF NOT DDC-SENT
004240         SET WS-TRAN-REJECTED TO TRUE
004250         MOVE "NOT AWAITING BANK" TO WS-DISPOSITION
004260         GO TO 2200-EXIT
004270     END-IF.
004280     IF WS-RESPONSE-AMOUNT NOT = DDC-AMOUNT
004290         SET WS-TRAN-REJECTED TO TRUE
004300         MOVE "AMOUNT MISMATCH" TO WS-DISPOSITION
004310     END-IF.
004320 2200-EXIT.
004330     EXIT.
004340
004350*---------------------------------------------------------------
004360* 2300-APPLY-PAID - the debit is collected: mark it paid,
004370* clear the mandate's failure run, and pass the money to
004380* StudentPayment on the extract, dated the day it settled.
004390*---------------------------------------------------------------
004400 2300-APPLY-PAID.
004410     SET DDC-PAID TO TRUE.
004420     PERFORM 2500-REWRITE-COLLECTION THRU 2500-EXIT.
004430     IF WS-TRAN-REJECTED
004440         GO TO 2300-EXIT
004450     END-IF.
004460     MOVE RSP-STUDENT-ID TO MND-STUDENT-ID.
004470     READ DebitMandateFile
004480         INVALID KEY
004490             CONTINUE
004500     END-READ.
004510     IF WS-MANDATE-OK
004520         MOVE 0 TO MND-FAIL-COUNT
004530         MOVE WS-RUN-DATE TO MND-LAST-ACTIVITY
004540         REWRITE DebitMandateRecord
004550             INVALID KEY
004560                 CONTINUE
004570         END-REWRITE
004580     END-IF.
004590     IF NOT WS-MANDATE-OK
004600         MOVE "MANDATE NOT UPDATED" TO WS-MANDATE-NOTE
004610     END-IF.
004620     MOVE RSP-STUDENT-ID TO WS-PAY-STUDENT-ID.
004630     MOVE WS-RESPONSE-AMOUNT TO WS-PAY-AMOUNT.
004640     MOVE RSP-TERM-CODE TO WS-PAY-REF-TERM.
004650     MOVE RSP-INSTALLMENT-NO TO WS-PAY-REF-INSTALLMENT.
004660     IF RSP-SETTLE-DATE = SPACES
004670         MOVE WS-RUN-DATE TO WS-PAY-DATE
004680     ELSE
004690         MOVE RSP-SETTLE-DATE TO WS-PAY-DATE
004700     END-IF.
004710     WRITE DebitPaymentRecord FROM WS-PAY-DETAIL.
004720     ADD 1 TO WS-PAID-COUNT.
004730     ADD WS-RESPONSE-AMOUNT TO WS-PAID-TOTAL.
004740     MOVE "PAID - TO POSTING" TO WS-DISPOSITION.
004750 2300-EXIT.
004760     EXIT.
004770
004780*---------------------------------------------------------------
004790* 2400-APPLY-REJECTED - the debit came back: mark it rejected
004800* with the bank's reason so DebitCollect presents it again,
004810* and count the failure against the mandate.  At the limit
004820* the mandate is suspended and no more debits go out on it.
004830*---------------------------------------------------------------
004840 2400-APPLY-REJECTED.
004850     SET DDC-REJECTED TO TRUE.
004860     MOVE RSP-REASON TO DDC-REJECT-REASON.
004870     PERFORM 2500-REWRITE-COLLECTION THRU 2500-EXIT.
004880     IF WS-TRAN-REJECTED
004890         GO TO 2400-EXIT
004900     END-IF.
004910     ADD 1 TO WS-REJECTED-COUNT.
004920     ADD WS-RESPONSE-AMOUNT TO WS-REJECTED-TOTAL.
004930     MOVE "REJECTED BY BANK" TO WS-DISPOSITION.
004940     MOVE RSP-STUDENT-ID TO MND-STUDENT-ID.
004950     READ DebitMandateFile
004960         INVALID KEY
004970             CONTINUE
004980     END-READ.
004990     IF NOT WS-MANDATE-OK
005000         MOVE "MANDATE NOT UPDATED" TO WS-MANDATE-NOTE
005010         GO TO 2400-EXIT
005020     END-IF.
005030     IF MND-FAIL-COUNT < 99
005040         ADD 1 TO MND-FAIL-COUNT
005050     END-IF.
005060     MOVE WS-RUN-DATE TO MND-LAST-FAIL-DATE.
005070     MOVE RSP-REASON TO MND-LAST-FAIL-REASON.
005080     MOVE WS-RUN-DATE TO MND-LAST-ACTIVITY.
005090     IF MND-ACTIVE AND MND-FAIL-COUNT NOT < WS-FAIL-LIMIT
005100         SET MND-SUSPENDED TO TRUE
005110         MOVE WS-RUN-DATE TO MND-SUSPENDED-DATE
005120         ADD 1 TO WS-SUSPENDED-COUNT
005130         MOVE "MANDATE SUSPENDED" TO WS-MANDATE-NOTE
005140     END-IF.
005150     REWRITE DebitMandateRecord
005160         INVALID KEY
005170             CONTINUE
005180     END-REWRITE.
005190     IF NOT WS-MANDATE-OK
005200         MOVE "MANDATE NOT UPDATED" TO WS-MANDATE-NOTE
005210     END-IF.
005220 2400-EXIT.
005230     EXIT.
005240
005250 2500-REWRITE-COLLECTION.
005260     MOVE WS-RUN-DATE TO DDC-RESPONSE-DATE.
005270     REWRITE DebitCollectionRecord
005280         INVALID KEY
005290             CONTINUE
005300     END-REWRITE.
005310     IF NOT WS-DDC-OK
005320         SET WS-TRAN-REJECTED TO TRUE
005330         MOVE "COLLECTION IO ERR" TO WS-DISPOSITION
005340     END-IF.
005350 2500-EXIT.
005360     EXIT.
005370
005380*---------------------------------------------------------------
005390* 2600-WRITE-PROOF-LINE - one line per response, applied or
005400* not, with what happened to the mandate.
005410*---------------------------------------------------------------
005420 2600-WRITE-PROOF-LINE.
005430     IF WS-TRAN-REJECTED
005440         ADD 1 TO WS-EXCEPTION-COUNT
005450     END-IF.
005460     MOVE RSP-STUDENT-ID TO WS-PRF-STUDENT-ID.
005470     MOVE RSP-TERM-CODE TO WS-PRF-TERM.
005480     MOVE RSP-INSTALLMENT-NO TO WS-PRF-INSTALLMENT.
005490     MOVE WS-RESPONSE-AMOUNT TO WS-PRF-AMOUNT.
005500     MOVE RSP-RESULT TO WS-PRF-RESULT.
005510     MOVE RSP-REASON TO WS-PRF-REASON.
005520     MOVE RSP-SETTLE-DATE TO WS-PRF-SETTLE-DATE.
005530     MOVE WS-DISPOSITION TO WS-PRF-DISPOSITION.
005540     MOVE WS-MANDATE-NOTE TO WS-PRF-MANDATE-NOTE.
005550     WRITE ResponseReportRecord FROM WS-PROOF-LINE.
005560 2600-EXIT.
005570     EXIT.
005580
005590*---------------------------------------------------------------
005600* 3000-FINALIZE - the extract trailer, the totals, and close
005610* out.
005620*---------------------------------------------------------------
005630 3000-FINALIZE.
005640     MOVE WS-PAID-COUNT TO WS-PAY-COUNT.
005650     MOVE WS-PAID-TOTAL TO WS-PAY-HASH.
005660     WRITE DebitPaymentRecord FROM WS-PAY-TRAILER.
005670     MOVE "RESPONSE TOTALS" TO WS-RPT-SECTION.
005680     WRITE ResponseReportRecord FROM WS-RPT-SECTION-LINE.
005690     MOVE "RESPONSES READ:               "
005700         TO WS-RPT-COUNT-LABEL.
005710     MOVE WS-RESPONSE-COUNT TO WS-RPT-COUNT.
005720     WRITE ResponseReportRecord FROM WS-RPT-COUNT-LINE.
005730     MOVE "DEBITS PAID:                  "
005740         TO WS-RPT-COUNT-LABEL.
005750     MOVE WS-PAID-COUNT TO WS-RPT-COUNT.
005760     WRITE ResponseReportRecord FROM WS-RPT-COUNT-LINE.
005770     MOVE "DEBITS REJECTED:              "
005780         TO WS-RPT-COUNT-LABEL.
005790     MOVE WS-REJECTED-COUNT TO WS-RPT-COUNT.
005800     WRITE ResponseReportRecord FROM WS-RPT-COUNT-LINE.
005810     MOVE "MANDATES SUSPENDED:           "
005820         TO WS-RPT-COUNT-LABEL.
005830     MOVE WS-SUSPENDED-COUNT TO WS-RPT-COUNT.
005840     WRITE ResponseReportRecord FROM WS-RPT-COUNT-LINE.
005850     MOVE "RESPONSE EXCEPTIONS:          "
005860         TO WS-RPT-COUNT-LABEL.
005870     MOVE WS-EXCEPTION-COUNT TO WS-RPT-COUNT.
005880     WRITE ResponseReportRecord FROM WS-RPT-COUNT-LINE.
005890     MOVE "AMOUNT TO POSTING:        "
005900         TO WS-RPT-TOTAL-LABEL.
005910     MOVE WS-PAID-TOTAL TO WS-RPT-TOTAL.
005920     WRITE ResponseReportRecord FROM WS-RPT-TOTAL-LINE.
005930     MOVE "AMOUNT REJECTED:          "
005940         TO WS-RPT-TOTAL-LABEL.
005950     MOVE WS-REJECTED-TOTAL TO WS-RPT-TOTAL.
005960     WRITE ResponseReportRecord FROM WS-RPT-TOTAL-LINE.
005970     CLOSE BankResponseFile.
005980     CLOSE DebitCollectionFile.
005990     CLOSE DebitMandateFile.
006000     CLOSE DebitPaymentFile.
006010     CLOSE ResponseReportFile.
006020     DISPLAY "Responses Read:        " WS-RESPONSE-COUNT.
006030     DISPLAY "Debits Paid:           " WS-PAID-COUNT.
006040     DISPLAY "Debits Rejected:       " WS-REJECTED-COUNT.
006050     DISPLAY "Mandates Suspended:    " WS-SUSPENDED-COUNT.
006060     DISPLAY "Response Exceptions:   " WS-EXCEPTION-COUNT.
006070     IF WS-EXCEPTION-COUNT > 0
006080         MOVE 8 TO RETURN-CODE
006090     END-IF.
006100 3000-EXIT.
006110     EXIT.
006120
006130 COPY AMTEDIT.
006140
006150 END PROGRAM DebitResponse.
