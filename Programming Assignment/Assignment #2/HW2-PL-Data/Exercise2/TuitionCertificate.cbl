000010***************************************************************
000020* PROGRAM-ID : TuitionCertificate
000030* AUTHOR     : D. Huang, Bursar Systems
000040* INSTALLATION: NDHU Computing Center
000050* DATE-WRITTEN: 2026-10-14
000060* DATE-COMPILED:
000070*---------------------------------------------------------------
000080* PURPOSE.
000090*   Year-end tuition payment certificates and the tax
000100*   agency's electronic extract - the proof of tuition paid
000110*   in a calendar year that parents ask the counter for
000120*   every spring for their income tax deduction.  Each
000130*   student's postings dated in the tax year are summed
000140*   from the PaymentHistory and the HistoryArchive
000150*   together, whatever term they were posted under, so a
000160*   year that spans a term close is whole.  The family's
000170*   own payments are netted of the refunds RefundConfirm
000180*   posted (method RF, negative) and of any other reversal
000190*   the history carries; a payment NSFReturns backed out
000200*   has already been removed from the history, so a
000210*   returned check or a charged-back card payment is never
000220*   counted.  Money a sponsor paid (method SP, or carrying a
000230*   sponsor ID) is shown on its own line and kept out of the
000240*   family's net, since the family cannot claim it.
000250*   What the collections agency recovered on a closed
000260*   term's receivable is the family's money too, credited
000270*   to the account though it never reaches the history: the
000280*   AGYPAY records on the ReceivableJournal dated in the tax
000290*   year are counted among the family's payments at the
000300*   gross the agency collected.
000310*   HW2-Tuition-Certificate-Parm.dat names the tax year
000320*   (blank is the prior calendar year) and, to reissue one
000330*   corrected certificate on request, a single StudentID.
000340*   The year's run prints a certificate, with the name and
000350*   mailing address from the StudentDirectory, for every
000360*   student the family or a sponsor paid for in the year,
000370*   and writes the agency extract HW2-Tax-Extract.dat.  A
000380*   reissue prints the one student's certificate marked
000390*   CORRECTED and writes the correction on its own file,
000400*   HW2-Tax-Extract-Correction.dat, so the year's original
000410*   filing is left as the agency received it.
000420*   A control report lists the students passed over and
000430*   those the directory does not know, with the run totals.
000440*---------------------------------------------------------------
000450* MODIFICATION HISTORY.
000460*   2026-10-14  DH  Original program.
000470*   2026-10-15  DH  Agency collections (AGYPAY on the
000480*                   ReceivableJournal) are counted among the
000490*                   family's payments.  A read error on the
000500*                   history, the archive or the journal stops
000510*                   the run with RETURN-CODE 16 instead of
000520*                   certifying from a partial load.
000530***************************************************************
000540 IDENTIFICATION DIVISION.
000550 PROGRAM-ID. TuitionCertificate.
000560 AUTHOR. D-HUANG.
000570 INSTALLATION. NDHU-COMPUTING-CENTER.
000580 DATE-WRITTEN. 10/14/2026.
000590 DATE-COMPILED.
000600
000610 ENVIRONMENT DIVISION.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT CertificateParmFile ASSIGN TO
000650         "HW2-Tuition-Certificate-Parm.dat"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-PARM-STATUS.
000680
000690     SELECT PaymentHistory ASSIGN TO "HW2-Payment-History.dat"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS SEQUENTIAL
000720         RECORD KEY IS HIST-KEY
000730         FILE STATUS IS WS-HISTORY-STATUS.
000740
000750     SELECT HistoryArchiveFile ASSIGN TO
000760         "HW2-Payment-History-Archive.dat"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-HIST-ARCH-STATUS.
000790
000800     SELECT ReceivableJournal ASSIGN TO
000810         "HW2-Receivable-Journal.dat"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-RCV-JOURNAL-STATUS.
000840
000850     SELECT StudentDirectory ASSIGN TO
000860         "HW2-Student-Directory.dat"
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS RANDOM
000890         RECORD KEY IS DIR-STUDENT-ID
000900         FILE STATUS IS WS-DIR-STATUS.
000910
000920     SELECT CertificateFile ASSIGN TO
000930         "HW2-Tuition-Certificates.txt"
000940         ORGANIZATION IS LINE SEQUENTIAL.
000950
000960     SELECT TaxExtractFile ASSIGN TO
000970         "HW2-Tax-Extract.dat"
000980         ORGANIZATION IS LINE SEQUENTIAL.
000990
001000     SELECT TaxCorrectionFile ASSIGN TO
001010         "HW2-Tax-Extract-Correction.dat"
001020         ORGANIZATION IS LINE SEQUENTIAL.
001030
001040     SELECT CertificateReportFile ASSIGN TO
001050         "HW2-Tuition-Certificate-Report.txt"
001060         ORGANIZATION IS LINE SEQUENTIAL.
001070
001080 DATA DIVISION.
001090 FILE SECTION.
001100*---------------------------------------------------------------
001110* CertificateParmFile - the tax year and, for a reissue, the
001120* one StudentID, comma separated.
001130*---------------------------------------------------------------
001140 FD  CertificateParmFile.
001150 01  CertificateParmRecord.
001160     05  PRM-TAX-YEAR         PIC X(04).
001170     05  FILLER               PIC X(01).
001180     05  PRM-STUDENT-ID       PIC X(10).
001190
001200*---------------------------------------------------------------
001210* PaymentHistory - the open terms' postings, read front to
001220* back; layout is the HISTREC copy member.
001230*---------------------------------------------------------------
001240 FD  PaymentHistory.
001250 COPY HISTREC.
001260
001270*---------------------------------------------------------------
001280* HistoryArchiveFile - the postings TermClose rolled off the
001290* PaymentHistory at each close.
001300*---------------------------------------------------------------
001310 FD  HistoryArchiveFile.
001320 01  HistoryArchiveRecord     PIC X(63).
001330
001340*---------------------------------------------------------------
001350* ReceivableJournal - the prior-term receivable movements, in
001360* the MasterJournal line layout.
001370*---------------------------------------------------------------
001380 FD  ReceivableJournal.
001390 01  ReceivableJournalRecord.
001400     05  RCJ-STUDENT-ID       PIC X(10).
001410     05  FILLER               PIC X(01).
001420     05  RCJ-TERM-CODE        PIC X(06).
001430     05  FILLER               PIC X(01).
001440     05  RCJ-ACTION           PIC X(01).
001450     05  FILLER               PIC X(01).
001460     05  RCJ-BEFORE-BALANCE   PIC S9(12)V99
001470                                  SIGN LEADING SEPARATE.
001480     05  FILLER               PIC X(01).
001490     05  RCJ-AFTER-BALANCE    PIC S9(12)V99
001500                                  SIGN LEADING SEPARATE.
001510     05  FILLER               PIC X(01).
001520     05  RCJ-BATCH-DATE       PIC X(08).
001530     05  FILLER               PIC X(01).
001540     05  RCJ-RECORD-NUMBER    PIC 9(07).
001550     05  FILLER               PIC X(01).
001560     05  RCJ-SOURCE-PROGRAM   PIC X(08).
001570
001580*---------------------------------------------------------------
001590* StudentDirectory - the name and mailing address on each
001600* certificate; layout is in the DIRREC copy member.  An
001610* absent directory prints *NO DIRECTORY* and no address.
001620*---------------------------------------------------------------
001630 FD  StudentDirectory.
001640 COPY DIRREC.
001650
001660*---------------------------------------------------------------
001670* CertificateFile - the printed certificates.
001680*---------------------------------------------------------------
001690 FD  CertificateFile.
001700 01  CertificateRecord        PIC X(80).
001710
001720*---------------------------------------------------------------
001730* TaxExtractFile - the year's original filing for the tax
001740* agency; TaxCorrectionFile - a reissued certificate's
001750* correction.  Both are built in the TAXREC layouts.
001760*---------------------------------------------------------------
001770 FD  TaxExtractFile.
001780 01  TaxExtractLine           PIC X(100).
001790
001800 FD  TaxCorrectionFile.
001810 01  TaxCorrectionLine        PIC X(100).
001820
001830*---------------------------------------------------------------
001840* CertificateReportFile - the exceptions and run totals.
001850*---------------------------------------------------------------
001860 FD  CertificateReportFile.
001870 01  CertificateReportRecord  PIC X(80).
001880
001890 WORKING-STORAGE SECTION.
001900*---------------------------------------------------------------
001910* Switches and file statuses.
001920*---------------------------------------------------------------
001930 01  WS-SWITCHES.
001940     05  WS-HIST-EOF-SWITCH  PIC X(01)   VALUE 'N'.
001950         88  WS-HIST-EOF-YES             VALUE 'Y'.
001960         88  WS-HIST-EOF-NO              VALUE 'N'.
001970     05  WS-ARC-EOF-SWITCH   PIC X(01)   VALUE 'N'.
001980         88  WS-ARC-EOF-YES              VALUE 'Y'.
001990         88  WS-ARC-EOF-NO               VALUE 'N'.
002000     05  WS-RCJ-EOF-SWITCH   PIC X(01)   VALUE 'N'.
002010         88  WS-RCJ-EOF-YES              VALUE 'Y'.
002020         88  WS-RCJ-EOF-NO               VALUE 'N'.
002030     05  WS-MODE-SWITCH      PIC X(01)   VALUE 'Y'.
002040         88  WS-MODE-YEAR                VALUE 'Y'.
002050         88  WS-MODE-REISSUE             VALUE 'R'.
002060     05  WS-STU-FOUND-SWITCH PIC X(01)   VALUE 'N'.
002070         88  WS-STU-FOUND                VALUE 'Y'.
002080         88  WS-STU-NOT-FOUND            VALUE 'N'.
002090     05  WS-ARC-FILE-SWITCH  PIC X(01)   VALUE 'N'.
002100         88  WS-ARC-FILE-READ            VALUE 'Y'.
002110         88  WS-ARC-FILE-ABSENT          VALUE 'N'.
002120
002130 01  WS-PARM-STATUS           PIC X(02).
002140 01  WS-HISTORY-STATUS        PIC X(02).
002150     88  WS-HISTORY-OK                    VALUE "00".
002160 01  WS-HIST-ARCH-STATUS      PIC X(02).
002170     88  WS-HIST-ARCH-OK                  VALUE "00".
002180 01  WS-RCV-JOURNAL-STATUS    PIC X(02).
002190     88  WS-RCV-JOURNAL-OK                VALUE "00".
002200     88  WS-RCV-JOURNAL-NOT-FOUND         VALUE "35".
002210 COPY DIRWORK.
002220
002230 COPY TAXREC.
002240
002250*---------------------------------------------------------------
002260* The school code the tax agency assigned, carried on every
002270* extract record.
002280*---------------------------------------------------------------
002290 01  WS-SCHOOL-ID             PIC X(10)   VALUE "NDHU".
002300
002310*---------------------------------------------------------------
002320* Run and tax year.
002330*---------------------------------------------------------------
002340 01  WS-RUN-DATE              PIC X(08).
002350 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
002360     05  WS-RUN-YEAR          PIC 9(04).
002370     05  WS-RUN-MONTH-DAY     PIC X(04).
002380 01  WS-TAX-YEAR              PIC X(04).
002390 01  WS-TAX-YEAR-N REDEFINES WS-TAX-YEAR
002400                              PIC 9(04).
002410 01  WS-REISSUE-ID            PIC X(10)   VALUE SPACES.
002420
002430*---------------------------------------------------------------
002440* HistoryArchive line as TermClose writes it.
002450*---------------------------------------------------------------
002460 01  WS-HIST-ARCH-LINE.
002470     05  ARC-STUDENT-ID       PIC X(10).
002480     05  FILLER               PIC X(01).
002490     05  ARC-AMOUNT           PIC S9(12)V99
002500                                  SIGN LEADING SEPARATE.
002510     05  FILLER               PIC X(01).
002520     05  ARC-PAYMENT-DATE     PIC X(08).
002530     05  FILLER               PIC X(01).
002540     05  ARC-TERM-CODE        PIC X(06).
002550     05  FILLER               PIC X(01).
002560     05  ARC-PAYMENT-METHOD   PIC X(02).
002570     05  FILLER               PIC X(01).
002580     05  ARC-SPONSOR-ID       PIC X(08).
002590     05  FILLER               PIC X(01).
002600     05  ARC-CLOSE-DATE       PIC X(08).
002610
002620*---------------------------------------------------------------
002630* One posting from either file, as it is tallied.
002640*---------------------------------------------------------------
002650 01  WS-POST-STUDENT-ID       PIC X(10).
002660 01  WS-POST-AMOUNT           PIC S9(12)V99 COMP-3.
002670 01  WS-POST-DATE             PIC X(08).
002680 01  WS-POST-DATE-R REDEFINES WS-POST-DATE.
002690     05  WS-POST-YEAR         PIC X(04).
002700     05  WS-POST-MONTH-DAY    PIC X(04).
002710 01  WS-POST-METHOD           PIC X(02).
002720 01  WS-POST-SPONSOR-ID       PIC X(08).
002730
002740*---------------------------------------------------------------
002750* Student table, kept in StudentID order as students are
002760* added and searched by halving, so the certificates print
002770* in ID order whatever order the archive holds its lines.
002780*---------------------------------------------------------------
002790 01  WS-STU-COUNT             PIC 9(04)   COMP VALUE 0.
002800 01  WS-STU-SUB               PIC 9(04)   COMP.
002810 01  WS-STU-SLOT              PIC 9(04)   COMP.
002820 01  WS-STU-LOW               PIC 9(04)   COMP.
002830 01  WS-STU-HIGH              PIC 9(04)   COMP.
002840 01  WS-STU-MID               PIC 9(04)   COMP.
002850 01  WS-STU-MOVE-SUB          PIC 9(04)   COMP.
002860 01  WS-STU-KEY               PIC X(10).
002870 01  WS-STU-TABLE.
002880     05  WS-STU-ENTRY OCCURS 5000.
002890         10  WS-STU-ID           PIC X(10).
002900         10  WS-STU-PAYMENTS     PIC S9(12)V99 COMP-3.
002910         10  WS-STU-REFUNDS      PIC S9(12)V99 COMP-3.
002920         10  WS-STU-SPONSOR      PIC S9(12)V99 COMP-3.
002930         10  WS-STU-POSTINGS     PIC 9(05)   COMP.
002940
002950*---------------------------------------------------------------
002960* One student's certificate figures.
002970*---------------------------------------------------------------
002980 01  WS-CRT-PAYMENTS          PIC S9(12)V99 COMP-3.
002990 01  WS-CRT-REFUNDS           PIC S9(12)V99 COMP-3.
003000 01  WS-CRT-NET-PAID          PIC S9(12)V99 COMP-3.
003010 01  WS-CRT-SPONSOR           PIC S9(12)V99 COMP-3.
003020 01  WS-CRT-NOTE              PIC X(20).
003030
003040*---------------------------------------------------------------
003050* Counters and totals.
003060*---------------------------------------------------------------
003070 01  WS-HIST-READ-COUNT       PIC 9(07)   COMP VALUE 0.
003080 01  WS-ARC-READ-COUNT        PIC 9(07)   COMP VALUE 0.
003090 01  WS-AGENCY-READ-COUNT     PIC 9(07)   COMP VALUE 0.
003100 01  WS-IN-YEAR-COUNT         PIC 9(07)   COMP VALUE 0.
003110 01  WS-CERTIFICATE-COUNT     PIC 9(07)   COMP VALUE 0.
003120 01  WS-PASSED-COUNT          PIC 9(07)   COMP VALUE 0.
003130 01  WS-NO-DIRECTORY-COUNT    PIC 9(07)   COMP VALUE 0.
003140 01  WS-OVERFLOW-COUNT        PIC 9(07)   COMP VALUE 0.
003150 01  WS-TOTAL-PAYMENTS        PIC S9(12)V99 COMP-3 VALUE 0.
003160 01  WS-TOTAL-REFUNDS         PIC S9(12)V99 COMP-3 VALUE 0.
003170 01  WS-TOTAL-NET-PAID        PIC S9(12)V99 COMP-3 VALUE 0.
003180 01  WS-TOTAL-SPONSOR         PIC S9(12)V99 COMP-3 VALUE 0.
003190
003200*---------------------------------------------------------------
003210* Certificate line layouts.
003220*---------------------------------------------------------------
003230 01  WS-CRT-OFFICE-LINE.
003240     05  FILLER              PIC X(40)   VALUE
003250             "OFFICE OF THE BURSAR - STUDENT ACCOUNTS ".
003260     05  FILLER              PIC X(40)   VALUE SPACES.
003270
003280 01  WS-CRT-TITLE-LINE.
003290     05  FILLER              PIC X(31)
003300             VALUE "TUITION PAYMENT CERTIFICATE    ".
003310     05  FILLER              PIC X(09)   VALUE "TAX YEAR ".
003320     05  WS-CRT-TAX-YEAR     PIC X(04).
003330     05  FILLER              PIC X(07)   VALUE "  DATE ".
003340     05  WS-CRT-DATE         PIC X(08).
003350     05  FILLER              PIC X(21)   VALUE SPACES.
003360
003370 01  WS-CRT-CORRECTED-LINE.
003380     05  FILLER              PIC X(40)   VALUE
003390             "*** CORRECTED CERTIFICATE - REPLACES ANY".
003400     05  FILLER              PIC X(40)   VALUE
003410             " EARLIER CERTIFICATE FOR THIS YEAR ***  ".
003420
003430 01  WS-CRT-ADDRESS-LINE.
003440     05  FILLER              PIC X(04)   VALUE SPACES.
003450     05  WS-CRT-ADDRESS      PIC X(30).
003460     05  FILLER              PIC X(46)   VALUE SPACES.
003470
003480 01  WS-CRT-CITY-LINE.
003490     05  FILLER              PIC X(04)   VALUE SPACES.
003500     05  WS-CRT-CITY         PIC X(20).
003510     05  FILLER              PIC X(02)   VALUE SPACES.
003520     05  WS-CRT-POSTAL-CODE  PIC X(10).
003530     05  FILLER              PIC X(44)   VALUE SPACES.
003540
003550 01  WS-CRT-STUDENT-LINE.
003560     05  FILLER              PIC X(09)   VALUE "STUDENT: ".
003570     05  WS-CRT-STUDENT-ID   PIC X(10).
003580     05  FILLER              PIC X(02)   VALUE SPACES.
003590     05  WS-CRT-STUDENT-NAME PIC X(25).
003600     05  FILLER              PIC X(34)   VALUE SPACES.
003610
003620 01  WS-CRT-TEXT-LINE.
003630     05  WS-CRT-TEXT         PIC X(80).
003640
003650 01  WS-CRT-AMOUNT-LINE.
003660     05  WS-CRT-AMOUNT-LABEL PIC X(30).
003670     05  WS-CRT-AMOUNT       PIC -$,$$$,$$$,$$$,$$9.99.
003680     05  FILLER              PIC X(29)   VALUE SPACES.
003690
003700 01  WS-CRT-BLANK-LINE       PIC X(80)   VALUE SPACES.
003710
003720 01  WS-CRT-SEPARATOR-LINE.
003730     05  FILLER              PIC X(80)   VALUE ALL "-".
003740
003750*---------------------------------------------------------------
003760* Certificate wording, one line each.
003770*---------------------------------------------------------------
003780 01  WS-CRT-CERTIFY-WORDING.
003790     05  FILLER              PIC X(40)   VALUE
003800             "THIS CERTIFIES THE TUITION AND FEES PAID".
003810     05  FILLER              PIC X(40)   VALUE
003820             " TO THIS OFFICE ON THE STUDENT'S ACCOUNT".
003830 01  WS-CRT-YEAR-WORDING.
003840     05  FILLER              PIC X(17)   VALUE
003850             "IN CALENDAR YEAR ".
003860     05  WS-CRT-WORD-YEAR    PIC X(04).
003870     05  FILLER              PIC X(59)   VALUE
003880             ", ALL TERMS, NET OF REFUNDS AND REVERSALS.".
003890 01  WS-CRT-RETURNED-WORDING.
003900     05  FILLER              PIC X(40)   VALUE
003910             "PAYMENTS RETURNED UNPAID BY THE BANK OR ".
003920     05  FILLER              PIC X(40)   VALUE
003930             "CHARGED BACK ARE NOT INCLUDED.".
003940 01  WS-CRT-SPONSOR-WORDING.
003950     05  FILLER              PIC X(40)   VALUE
003960             "AMOUNTS PAID BY A SPONSOR WERE NOT PAID ".
003970     05  FILLER              PIC X(40)   VALUE
003980             "BY THE FAMILY AND MAY NOT BE CLAIMED.".
003990
004000*---------------------------------------------------------------
004010* Control report line layouts.
004020*---------------------------------------------------------------
004030 01  WS-RPT-HEADER-LINE.
004040     05  FILLER              PIC X(33)
004050             VALUE "TUITION CERTIFICATE CONTROL     ".
004060     05  FILLER              PIC X(10)   VALUE "TAX YEAR: ".
004070     05  WS-RPT-TAX-YEAR     PIC X(04).
004080     05  FILLER              PIC X(07)   VALUE "  RUN: ".
004090     05  WS-RPT-RUN-DATE     PIC X(08).
004100     05  FILLER              PIC X(02)   VALUE SPACES.
004110     05  WS-RPT-MODE         PIC X(16).
004120
004130 01  WS-RPT-SEPARATOR-LINE    PIC X(80)   VALUE ALL "-".
004140
004150 01  WS-RPT-ITEM-LINE.
004160     05  WS-RPT-STUDENT-ID   PIC X(10).
004170     05  FILLER              PIC X(02)   VALUE SPACES.
004180     05  WS-RPT-NAME         PIC X(25).
004190     05  FILLER              PIC X(01)   VALUE SPACES.
004200     05  WS-RPT-AMOUNT       PIC -ZZZ,ZZZ,ZZ9.99.
004210     05  FILLER              PIC X(02)   VALUE SPACES.
004220     05  WS-RPT-NOTE         PIC X(20).
004230     05  FILLER              PIC X(05)   VALUE SPACES.
004240
004250 01  WS-RPT-COUNT-LINE.
004260     05  WS-RPT-COUNT-LABEL  PIC X(30).
004270     05  WS-RPT-COUNT        PIC ZZZ,ZZ9.
004280     05  FILLER              PIC X(43)   VALUE SPACES.
004290
004300 01  WS-RPT-TOTAL-LINE.
004310     05  WS-RPT-TOTAL-LABEL  PIC X(26).
004320     05  WS-RPT-TOTAL        PIC -$,$$$,$$$,$$$,$$9.99.
004330     05  FILLER              PIC X(33)   VALUE SPACES.
004340
004350 PROCEDURE DIVISION.
004360*===============================================================
004370 0000-MAINLINE.
004380*===============================================================
004390     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004400     PERFORM 2000-LOAD-HISTORY THRU 2000-EXIT.
004410     PERFORM 2100-LOAD-ARCHIVE THRU 2100-EXIT.
004420     PERFORM 2200-LOAD-AGENCY-COLLECTIONS THRU 2200-EXIT.
004430     PERFORM 3000-CERTIFY-STUDENT THRU 3000-EXIT
004440         VARYING WS-STU-SUB FROM 1 BY 1
004450         UNTIL WS-STU-SUB > WS-STU-COUNT.
004460     PERFORM 9000-FINALIZE THRU 9000-EXIT.
004470     STOP RUN.
004480
004490*---------------------------------------------------------------
004500* 1000-INITIALIZE - settle the tax year and the run's mode,
004510* open the files, and start the extract with its header.  A
004520* reissue puts its one student on the table up front so the
004530* corrected certificate prints even when nothing is left on
004540* file for the year.
004550*---------------------------------------------------------------
004560 1000-INITIALIZE.
004570     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004580     PERFORM 1100-READ-PARM THRU 1100-EXIT.
004590     OPEN INPUT PaymentHistory.
004600     IF NOT WS-HISTORY-OK
004610         DISPLAY "ERROR - CANNOT OPEN PAYMENT HISTORY - "
004620             "STATUS " WS-HISTORY-STATUS
004630         MOVE 16 TO RETURN-CODE
004640         STOP RUN
004650     END-IF.
004660*    An absent directory is not an error - the certificate
004670*    simply carries *NO DIRECTORY* and no address.
004680     OPEN INPUT StudentDirectory.
004690     IF WS-DIR-OK
004700         SET WS-DIR-FILE-OPEN TO TRUE
004710     ELSE
004720         SET WS-DIR-FILE-ABSENT TO TRUE
004730     END-IF.
004740     OPEN OUTPUT CertificateFile.
004750     OPEN OUTPUT CertificateReportFile.
004760     MOVE WS-TAX-YEAR TO WS-RPT-TAX-YEAR.
004770     MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE.
004780     MOVE WS-TAX-YEAR TO TXH-TAX-YEAR.
004790     MOVE WS-SCHOOL-ID TO TXH-SCHOOL-ID.
004800     MOVE WS-RUN-DATE TO TXH-CREATED-DATE.
004810     IF WS-MODE-REISSUE
004820         MOVE "REISSUE" TO WS-RPT-MODE
004830         MOVE 'C' TO TXH-FILE-TYPE
004840         OPEN OUTPUT TaxCorrectionFile
004850         WRITE TaxCorrectionLine FROM TaxExtractHeader
004860         MOVE WS-REISSUE-ID TO WS-STU-KEY
004870         PERFORM 2800-FIND-STUDENT THRU 2800-EXIT
004880     ELSE
004890         MOVE "YEAR-END RUN" TO WS-RPT-MODE
004900         MOVE 'O' TO TXH-FILE-TYPE
004910         OPEN OUTPUT TaxExtractFile
004920         WRITE TaxExtractLine FROM TaxExtractHeader
004930     END-IF.
004940     WRITE CertificateReportRecord FROM WS-RPT-HEADER-LINE.
004950     WRITE CertificateReportRecord FROM WS-RPT-SEPARATOR-LINE.
004960 1000-EXIT.
004970     EXIT.
004980
004990*---------------------------------------------------------------
005000* 1100-READ-PARM - the prior calendar year for every student
005010* unless the parm says otherwise.  A year that is not a
005020* year, or one not yet over, stops the run: a certificate
005030* for a year still taking payments would be wrong by spring.
005040*---------------------------------------------------------------
005050 1100-READ-PARM.
005060     COMPUTE WS-TAX-YEAR-N = WS-RUN-YEAR - 1.
005070     OPEN INPUT CertificateParmFile.
005080     IF WS-PARM-STATUS = "00"
005090         READ CertificateParmFile
005100             AT END
005110                 MOVE SPACES TO CertificateParmRecord
005120         END-READ
005130         CLOSE CertificateParmFile
005140         IF PRM-TAX-YEAR NOT = SPACES
005150             MOVE PRM-TAX-YEAR TO WS-TAX-YEAR
005160         END-IF
005170         MOVE PRM-STUDENT-ID TO WS-REISSUE-ID
005180     END-IF.
005190     IF WS-TAX-YEAR NOT NUMERIC
005200         DISPLAY "ERROR - BAD TAX YEAR ON "
005210             "HW2-Tuition-Certificate-Parm.dat: " WS-TAX-YEAR
005220         MOVE 16 TO RETURN-CODE
005230         STOP RUN
005240     END-IF.
005250     IF WS-TAX-YEAR-N NOT < WS-RUN-YEAR
005260         DISPLAY "ERROR - TAX YEAR " WS-TAX-YEAR
005270             " IS NOT OVER"
005280         MOVE 16 TO RETURN-CODE
005290         STOP RUN
005300     END-IF.
005310     IF WS-REISSUE-ID NOT = SPACES
005320         SET WS-MODE-REISSUE TO TRUE
005330     END-IF.
005340 1100-EXIT.
005350     EXIT.
005360
005370*---------------------------------------------------------------
005380* 2000-LOAD-HISTORY - every posting still on the
005390* PaymentHistory.  A read that fails short of the end stops
005400* the run before anything is certified: a certificate from a
005410* partial load would understate what the family paid.
005420*---------------------------------------------------------------
005430 2000-LOAD-HISTORY.
005440     PERFORM 2010-READ-HISTORY THRU 2010-EXIT.
005450     PERFORM 2020-TALLY-ONE-HISTORY THRU 2020-EXIT
005460         UNTIL WS-HIST-EOF-YES.
005470 2000-EXIT.
005480     EXIT.
005490
005500 2010-READ-HISTORY.
005510     READ PaymentHistory NEXT RECORD
005520         AT END
005530             SET WS-HIST-EOF-YES TO TRUE
005540     END-READ.
005550     IF NOT WS-HISTORY-OK AND WS-HISTORY-STATUS NOT = "10"
005560         DISPLAY "ERROR - PAYMENT HISTORY READ FAILED - "
005570             "STATUS " WS-HISTORY-STATUS
005580         MOVE 16 TO RETURN-CODE
005590         STOP RUN
005600     END-IF.
005610     IF NOT WS-HISTORY-OK
005620         SET WS-HIST-EOF-YES TO TRUE
005630     END-IF.
005640 2010-EXIT.
005650     EXIT.
005660
005670 2020-TALLY-ONE-HISTORY.
005680     ADD 1 TO WS-HIST-READ-COUNT.
005690     MOVE HIST-STUDENT-ID TO WS-POST-STUDENT-ID.
005700     MOVE HIST-AMOUNT-KEY TO WS-POST-AMOUNT.
005710     MOVE HIST-PAYMENT-DATE TO WS-POST-DATE.
005720     MOVE HIST-PAYMENT-METHOD TO WS-POST-METHOD.
005730     MOVE HIST-SPONSOR-ID TO WS-POST-SPONSOR-ID.
005740     PERFORM 2300-TALLY-POSTING THRU 2300-EXIT.
005750     PERFORM 2010-READ-HISTORY THRU 2010-EXIT.
005760 2020-EXIT.
005770     EXIT.
005780
005790*---------------------------------------------------------------
005800* 2100-LOAD-ARCHIVE - every posting TermClose rolled off.  An
005810* archive not on disk means no term has closed here yet; the
005820* run goes on from the history alone but says so, since a
005830* year's certificates normally lean on the archive.  A read
005840* that fails short of the end stops the run, as the history's
005850* does.
005860*---------------------------------------------------------------
005870 2100-LOAD-ARCHIVE.
005880     OPEN INPUT HistoryArchiveFile.
005890     IF NOT WS-HIST-ARCH-OK
005900         DISPLAY "WARNING - NO HISTORY ARCHIVE "
005910             "HW2-Payment-History-Archive.dat - "
005920             "CERTIFIED FROM THE PAYMENT HISTORY ONLY"
005930         GO TO 2100-EXIT
005940     END-IF.
005950     SET WS-ARC-FILE-READ TO TRUE.
005960     PERFORM 2110-READ-ARCHIVE THRU 2110-EXIT.
005970     PERFORM 2120-TALLY-ONE-ARCHIVED THRU 2120-EXIT
005980         UNTIL WS-ARC-EOF-YES.
005990     CLOSE HistoryArchiveFile.
006000 2100-EXIT.
006010     EXIT.
006020
006030 2110-READ-ARCHIVE.
006040     READ HistoryArchiveFile INTO WS-HIST-ARCH-LINE
006050         AT END
006060             SET WS-ARC-EOF-YES TO TRUE
006070     END-READ.
006080     IF NOT WS-HIST-ARCH-OK AND WS-HIST-ARCH-STATUS NOT = "10"
006090         DISPLAY "ERROR - HISTORY ARCHIVE READ FAILED - "
006100             "STATUS " WS-HIST-ARCH-STATUS
006110         MOVE 16 TO RETURN-CODE
006120         STOP RUN
006130     END-IF.
006140 2110-EXIT.
006150     EXIT.
006160
006170 2120-TALLY-ONE-ARCHIVED.
006180     ADD 1 TO WS-ARC-READ-COUNT.
006190     MOVE ARC-STUDENT-ID TO WS-POST-STUDENT-ID.
006200     MOVE ARC-AMOUNT TO WS-POST-AMOUNT.
006210     MOVE ARC-PAYMENT-DATE TO WS-POST-DATE.
006220     MOVE ARC-PAYMENT-METHOD TO WS-POST-METHOD.
006230     MOVE ARC-SPONSOR-ID TO WS-POST-SPONSOR-ID.
006240     PERFORM 2300-TALLY-POSTING THRU 2300-EXIT.
006250     PERFORM 2110-READ-ARCHIVE THRU 2110-EXIT.
006260 2120-EXIT.
006270     EXIT.
006280
006290*---------------------------------------------------------------
006300* 2200-LOAD-AGENCY-COLLECTIONS - the collections agency's
006310* recoveries on closed-term receivables, the AGYPAY records on
006320* the ReceivableJournal.  The receivable went down by the
006330* gross the agency collected, commission and all, so that is
006340* before image minus after image, dated the day it posted.
006350* An absent journal means nothing has been collected; one
006360* that cannot be opened or read stops the run.
006370*---------------------------------------------------------------
006380 2200-LOAD-AGENCY-COLLECTIONS.
006390     OPEN INPUT ReceivableJournal.
006400     IF WS-RCV-JOURNAL-NOT-FOUND
006410         GO TO 2200-EXIT
006420     END-IF.
006430     IF NOT WS-RCV-JOURNAL-OK
006440         DISPLAY "ERROR - CANNOT OPEN RECEIVABLE JOURNAL - "
006450             "STATUS " WS-RCV-JOURNAL-STATUS
006460         MOVE 16 TO RETURN-CODE
006470         STOP RUN
006480     END-IF.
006490     PERFORM 2210-READ-RECEIVABLE-JOURNAL THRU 2210-EXIT.
006500     PERFORM 2220-TALLY-ONE-COLLECTION THRU 2220-EXIT
006510         UNTIL WS-RCJ-EOF-YES.
006520     CLOSE ReceivableJournal.
006530 2200-EXIT.
006540     EXIT.
006550
006560 2210-READ-RECEIVABLE-JOURNAL.
006570     READ ReceivableJournal
006580         AT END
006590             SET WS-RCJ-EOF-YES TO TRUE
006600     END-READ.
006610     IF NOT WS-RCV-JOURNAL-OK
006620         AND WS-RCV-JOURNAL-STATUS NOT = "10"
006630         DISPLAY "ERROR - RECEIVABLE JOURNAL READ FAILED - "
006640             "STATUS " WS-RCV-JOURNAL-STATUS
006650         MOVE 16 TO RETURN-CODE
006660         STOP RUN
006670     END-IF.
006680 2210-EXIT.
006690     EXIT.
006700
006710 2220-TALLY-ONE-COLLECTION.
006720     IF RCJ-SOURCE-PROGRAM = "AGYPAY"
006730         ADD 1 TO WS-AGENCY-READ-COUNT
006740         MOVE RCJ-STUDENT-ID TO WS-POST-STUDENT-ID
006750         COMPUTE WS-POST-AMOUNT =
006760             RCJ-BEFORE-BALANCE - RCJ-AFTER-BALANCE
006770         MOVE RCJ-BATCH-DATE TO WS-POST-DATE
006780         MOVE "AG" TO WS-POST-METHOD
006790         MOVE SPACES TO WS-POST-SPONSOR-ID
006800         PERFORM 2300-TALLY-POSTING THRU 2300-EXIT
006810     END-IF.
006820     PERFORM 2210-READ-RECEIVABLE-JOURNAL THRU 2210-EXIT.
006830 2220-EXIT.
006840     EXIT.
006850
006860*---------------------------------------------------------------
006870* 2300-TALLY-POSTING - a posting dated in the tax year, for
006880* the reissued student when there is one, goes to the
006890* student's sponsor figure when a sponsor paid it, otherwise
006900* to the family's payments when it brought money in or to
006910* the refunds and reversals when it took money back out.
006920*---------------------------------------------------------------
006930 2300-TALLY-POSTING.
006940     IF WS-POST-YEAR NOT = WS-TAX-YEAR
006950         GO TO 2300-EXIT
006960     END-IF.
006970     IF WS-MODE-REISSUE
006980         AND WS-POST-STUDENT-ID NOT = WS-REISSUE-ID
006990         GO TO 2300-EXIT
007000     END-IF.
007010     ADD 1 TO WS-IN-YEAR-COUNT.
007020     MOVE WS-POST-STUDENT-ID TO WS-STU-KEY.
007030     PERFORM 2800-FIND-STUDENT THRU 2800-EXIT.
007040     IF WS-STU-SLOT = 0
007050         GO TO 2300-EXIT
007060     END-IF.
007070     ADD 1 TO WS-STU-POSTINGS (WS-STU-SLOT).
007080     IF WS-POST-METHOD = "SP"
007090         OR WS-POST-SPONSOR-ID NOT = SPACES
007100         ADD WS-POST-AMOUNT TO WS-STU-SPONSOR (WS-STU-SLOT)
007110         GO TO 2300-EXIT
007120     END-IF.
007130     IF WS-POST-AMOUNT < 0
007140         SUBTRACT WS-POST-AMOUNT
007150             FROM WS-STU-REFUNDS (WS-STU-SLOT)
007160     ELSE
007170         ADD WS-POST-AMOUNT TO WS-STU-PAYMENTS (WS-STU-SLOT)
007180     END-IF.
007190 2300-EXIT.
007200     EXIT.
007210
007220*---------------------------------------------------------------
007230* 2800-FIND-STUDENT - the entry for WS-STU-KEY in WS-STU-SLOT,
007240* found by halving the table, or added in ID order where the
007250* search left off.  Once the table is full a new student
007260* cannot be certified; the posting is counted, WS-STU-SLOT
007270* comes back zero, and the run ends RETURN-CODE 8.
007280*---------------------------------------------------------------
007290 2800-FIND-STUDENT.
007300     MOVE 0 TO WS-STU-SLOT.
007310     SET WS-STU-NOT-FOUND TO TRUE.
007320     MOVE 1 TO WS-STU-LOW.
007330     MOVE WS-STU-COUNT TO WS-STU-HIGH.
007340     PERFORM 2810-PROBE-STUDENT THRU 2810-EXIT
007350         UNTIL WS-STU-LOW > WS-STU-HIGH
007360         OR WS-STU-FOUND.
007370     IF WS-STU-FOUND
007380         GO TO 2800-EXIT
007390     END-IF.
007400     IF WS-STU-COUNT NOT < 5000
007410         ADD 1 TO WS-OVERFLOW-COUNT
007420         DISPLAY "WARNING - STUDENT TABLE FULL - "
007430             WS-STU-KEY " NOT CERTIFIED"
007440         GO TO 2800-EXIT
007450     END-IF.
007460     PERFORM 2820-SHIFT-STUDENT THRU 2820-EXIT
007470         VARYING WS-STU-MOVE-SUB FROM WS-STU-COUNT BY -1
007480         UNTIL WS-STU-MOVE-SUB < WS-STU-LOW.
007490     ADD 1 TO WS-STU-COUNT.
007500     MOVE WS-STU-LOW TO WS-STU-SLOT.
007510     MOVE WS-STU-KEY TO WS-STU-ID (WS-STU-SLOT).
007520     MOVE 0 TO WS-STU-PAYMENTS (WS-STU-SLOT).
007530     MOVE 0 TO WS-STU-REFUNDS (WS-STU-SLOT).
007540     MOVE 0 TO WS-STU-SPONSOR (WS-STU-SLOT).
007550     MOVE 0 TO WS-STU-POSTINGS (WS-STU-SLOT).
007560 2800-EXIT.
007570     EXIT.
007580
007590*    Not found leaves WS-STU-LOW at the place the key belongs.
007600 2810-PROBE-STUDENT.
007610     COMPUTE WS-STU-MID = (WS-STU-LOW + WS-STU-HIGH) / 2.
007620     IF WS-STU-ID (WS-STU-MID) = WS-STU-KEY
007630         SET WS-STU-FOUND TO TRUE
007640         MOVE WS-STU-MID TO WS-STU-SLOT
007650     ELSE
007660         IF WS-STU-ID (WS-STU-MID) < WS-STU-KEY
007670             COMPUTE WS-STU-LOW = WS-STU-MID + 1
007680         ELSE
007690             COMPUTE WS-STU-HIGH = WS-STU-MID - 1
007700         END-IF
007710     END-IF.
007720 2810-EXIT.
007730     EXIT.
007740
007750 2820-SHIFT-STUDENT.
007760     MOVE WS-STU-ENTRY (WS-STU-MOVE-SUB)
007770         TO WS-STU-ENTRY (WS-STU-MOVE-SUB + 1).
007780 2820-EXIT.
007790     EXIT.
007800
007810*---------------------------------------------------------------
007820* 3000-CERTIFY-STUDENT - one student's certificate and
007830* extract detail.  In the year's run a student the family
007840* and sponsors left nothing paid for in the year - a refund
007850* of an earlier year's payment, say - gets no certificate
007860* and is listed on the control report instead.  A reissue
007870* always prints: a correction down to nothing is still a
007880* correction.  The extract carries no negative figure.
007890*---------------------------------------------------------------
007900 3000-CERTIFY-STUDENT.
007910     MOVE WS-STU-PAYMENTS (WS-STU-SUB) TO WS-CRT-PAYMENTS.
007920     MOVE WS-STU-REFUNDS (WS-STU-SUB) TO WS-CRT-REFUNDS.
007930     MOVE WS-STU-SPONSOR (WS-STU-SUB) TO WS-CRT-SPONSOR.
007940     COMPUTE WS-CRT-NET-PAID = WS-CRT-PAYMENTS - WS-CRT-REFUNDS.
007950     MOVE WS-STU-ID (WS-STU-SUB) TO WS-DIR-LOOKUP-ID.
007960     PERFORM 8500-LOOK-UP-DIRECTORY THRU 8500-EXIT.
007970     IF WS-MODE-YEAR
007980         AND WS-CRT-NET-PAID NOT > 0
007990         AND WS-CRT-SPONSOR NOT > 0
008000         ADD 1 TO WS-PASSED-COUNT
008010         MOVE "NOTHING NET PAID" TO WS-CRT-NOTE
008020         PERFORM 3900-REPORT-STUDENT THRU 3900-EXIT
008030         GO TO 3000-EXIT
008040     END-IF.
008050     IF WS-CRT-NET-PAID < 0
008060         MOVE 0 TO WS-CRT-NET-PAID
008070     END-IF.
008080     IF WS-CRT-SPONSOR < 0
008090         MOVE 0 TO WS-CRT-SPONSOR
008100     END-IF.
008110     PERFORM 3100-PRINT-CERTIFICATE THRU 3100-EXIT.
008120     PERFORM 3200-WRITE-EXTRACT-DETAIL THRU 3200-EXIT.
008130     ADD 1 TO WS-CERTIFICATE-COUNT.
008140     ADD WS-CRT-PAYMENTS TO WS-TOTAL-PAYMENTS.
008150     ADD WS-CRT-REFUNDS TO WS-TOTAL-REFUNDS.
008160     ADD WS-CRT-NET-PAID TO WS-TOTAL-NET-PAID.
008170     ADD WS-CRT-SPONSOR TO WS-TOTAL-SPONSOR.
008180     IF NOT WS-DIR-OK
008190         ADD 1 TO WS-NO-DIRECTORY-COUNT
008200         MOVE "NOT ON DIRECTORY" TO WS-CRT-NOTE
008210         PERFORM 3900-REPORT-STUDENT THRU 3900-EXIT
008220     END-IF.
008230     IF WS-MODE-REISSUE
008240         MOVE "REISSUED CORRECTED" TO WS-CRT-NOTE
008250         PERFORM 3900-REPORT-STUDENT THRU 3900-EXIT
008260     END-IF.
008270 3000-EXIT.
008280     EXIT.
008290
008300*---------------------------------------------------------------
008310* 3100-PRINT-CERTIFICATE - the office, the title with the tax
008320* year, CORRECTED on a reissue, the directory name and
008330* mailing address, and the year's figures: the family's
008340* payments, the refunds and reversals netted from them, the
008350* net the family may claim, and what a sponsor paid.
008360*---------------------------------------------------------------
008370 3100-PRINT-CERTIFICATE.
008380     WRITE CertificateRecord FROM WS-CRT-OFFICE-LINE.
008390     MOVE WS-TAX-YEAR TO WS-CRT-TAX-YEAR.
008400     MOVE WS-RUN-DATE TO WS-CRT-DATE.
008410     WRITE CertificateRecord FROM WS-CRT-TITLE-LINE.
008420     IF WS-MODE-REISSUE
008430         WRITE CertificateRecord FROM WS-CRT-CORRECTED-LINE
008440     END-IF.
008450     WRITE CertificateRecord FROM WS-CRT-BLANK-LINE.
008460     MOVE WS-DIR-NAME-OUT TO WS-CRT-ADDRESS.
008470     WRITE CertificateRecord FROM WS-CRT-ADDRESS-LINE.
008480     IF WS-DIR-OK
008490         AND DIR-ADDRESS-LINE-1 NOT = SPACES
008500         PERFORM 3110-PRINT-ADDRESS THRU 3110-EXIT
008510     END-IF.
008520     WRITE CertificateRecord FROM WS-CRT-BLANK-LINE.
008530     MOVE WS-STU-ID (WS-STU-SUB) TO WS-CRT-STUDENT-ID.
008540     MOVE WS-DIR-NAME-OUT TO WS-CRT-STUDENT-NAME.
008550     WRITE CertificateRecord FROM WS-CRT-STUDENT-LINE.
008560     WRITE CertificateRecord FROM WS-CRT-BLANK-LINE.
008570     MOVE WS-CRT-CERTIFY-WORDING TO WS-CRT-TEXT.
008580     WRITE CertificateRecord FROM WS-CRT-TEXT-LINE.
008590     MOVE WS-TAX-YEAR TO WS-CRT-WORD-YEAR.
008600     MOVE WS-CRT-YEAR-WORDING TO WS-CRT-TEXT.
008610     WRITE CertificateRecord FROM WS-CRT-TEXT-LINE.
008620     WRITE CertificateRecord FROM WS-CRT-BLANK-LINE.
008630     MOVE "PAYMENTS RECEIVED:" TO WS-CRT-AMOUNT-LABEL.
008640     MOVE WS-CRT-PAYMENTS TO WS-CRT-AMOUNT.
008650     WRITE CertificateRecord FROM WS-CRT-AMOUNT-LINE.
008660     MOVE "LESS REFUNDS AND REVERSALS:" TO WS-CRT-AMOUNT-LABEL.
008670     MOVE WS-CRT-REFUNDS TO WS-CRT-AMOUNT.
008680     WRITE CertificateRecord FROM WS-CRT-AMOUNT-LINE.
008690     MOVE "NET PAID BY THE FAMILY:" TO WS-CRT-AMOUNT-LABEL.
008700     MOVE WS-CRT-NET-PAID TO WS-CRT-AMOUNT.
008710     WRITE CertificateRecord FROM WS-CRT-AMOUNT-LINE.
008720     WRITE CertificateRecord FROM WS-CRT-BLANK-LINE.
008730     MOVE "PAID BY A SPONSOR:" TO WS-CRT-AMOUNT-LABEL.
008740     MOVE WS-CRT-SPONSOR TO WS-CRT-AMOUNT.
008750     WRITE CertificateRecord FROM WS-CRT-AMOUNT-LINE.
008760     WRITE CertificateRecord FROM WS-CRT-BLANK-LINE.
008770     MOVE WS-CRT-RETURNED-WORDING TO WS-CRT-TEXT.
008780     WRITE CertificateRecord FROM WS-CRT-TEXT-LINE.
008790     IF WS-CRT-SPONSOR NOT = 0
008800         MOVE WS-CRT-SPONSOR-WORDING TO WS-CRT-TEXT
008810         WRITE CertificateRecord FROM WS-CRT-TEXT-LINE
008820     END-IF.
008830     WRITE CertificateRecord FROM WS-CRT-SEPARATOR-LINE.
008840 3100-EXIT.
008850     EXIT.
008860
008870 3110-PRINT-ADDRESS.
008880     MOVE DIR-ADDRESS-LINE-1 TO WS-CRT-ADDRESS.
008890     WRITE CertificateRecord FROM WS-CRT-ADDRESS-LINE.
008900     IF DIR-ADDRESS-LINE-2 NOT = SPACES
008910         MOVE DIR-ADDRESS-LINE-2 TO WS-CRT-ADDRESS
008920         WRITE CertificateRecord FROM WS-CRT-ADDRESS-LINE
008930     END-IF.
008940     MOVE DIR-CITY TO WS-CRT-CITY.
008950     MOVE DIR-POSTAL-CODE TO WS-CRT-POSTAL-CODE.
008960     WRITE CertificateRecord FROM WS-CRT-CITY-LINE.
008970 3110-EXIT.
008980     EXIT.
008990
009000*---------------------------------------------------------------
009010* 3200-WRITE-EXTRACT-DETAIL - the student's detail on the
009020* year's extract, or on the correction file for a reissue.
009030*---------------------------------------------------------------
009040 3200-WRITE-EXTRACT-DETAIL.
009050     MOVE WS-TAX-YEAR TO TXD-TAX-YEAR.
009060     MOVE WS-SCHOOL-ID TO TXD-SCHOOL-ID.
009070     MOVE WS-STU-ID (WS-STU-SUB) TO TXD-STUDENT-ID.
009080     IF WS-DIR-OK
009090         MOVE DIR-STUDENT-NAME TO TXD-STUDENT-NAME
009100     ELSE
009110         MOVE SPACES TO TXD-STUDENT-NAME
009120     END-IF.
009130     MOVE WS-CRT-PAYMENTS TO TXD-PAYMENTS.
009140     MOVE WS-CRT-REFUNDS TO TXD-REFUNDS.
009150     MOVE WS-CRT-NET-PAID TO TXD-NET-PAID.
009160     MOVE WS-CRT-SPONSOR TO TXD-SPONSOR-PAID.
009170     IF WS-MODE-REISSUE
009180         SET TXD-CORRECTED TO TRUE
009190         WRITE TaxCorrectionLine FROM TaxExtractDetail
009200     ELSE
009210         SET TXD-ORIGINAL TO TRUE
009220         WRITE TaxExtractLine FROM TaxExtractDetail
009230     END-IF.
009240 3200-EXIT.
009250     EXIT.
009260
009270 3900-REPORT-STUDENT.
009280     MOVE WS-STU-ID (WS-STU-SUB) TO WS-RPT-STUDENT-ID.
009290     MOVE WS-DIR-NAME-OUT TO WS-RPT-NAME.
009300     MOVE WS-CRT-NET-PAID TO WS-RPT-AMOUNT.
009310     MOVE WS-CRT-NOTE TO WS-RPT-NOTE.
009320     WRITE CertificateReportRecord FROM WS-RPT-ITEM-LINE.
009330 3900-EXIT.
009340     EXIT.
009350
009360*---------------------------------------------------------------
009370* 9000-FINALIZE - close the extract with its trailer, print
009380* the run totals and close out.  Students the table could
009390* not hold end the run RETURN-CODE 8; certificates printed
009400* without a directory name, a run without the archive, or a
009410* reissue with nothing on file for the year, RETURN-CODE 4.
009420*---------------------------------------------------------------
009430 9000-FINALIZE.
009440     MOVE WS-TAX-YEAR TO TXT-TAX-YEAR.
009450     MOVE WS-SCHOOL-ID TO TXT-SCHOOL-ID.
009460     MOVE WS-CERTIFICATE-COUNT TO TXT-DETAIL-COUNT.
009470     MOVE WS-TOTAL-NET-PAID TO TXT-NET-PAID-TOTAL.
009480     MOVE WS-TOTAL-SPONSOR TO TXT-SPONSOR-TOTAL.
009490     IF WS-MODE-REISSUE
009500         WRITE TaxCorrectionLine FROM TaxExtractTrailer
009510         CLOSE TaxCorrectionFile
009520     ELSE
009530         WRITE TaxExtractLine FROM TaxExtractTrailer
009540         CLOSE TaxExtractFile
009550     END-IF.
009560     WRITE CertificateReportRecord FROM WS-RPT-SEPARATOR-LINE.
009570     MOVE "HISTORY POSTINGS READ:        " TO WS-RPT-COUNT-LABEL.
009580     MOVE WS-HIST-READ-COUNT TO WS-RPT-COUNT.
009590     WRITE CertificateReportRecord FROM WS-RPT-COUNT-LINE.
009600     MOVE "ARCHIVED POSTINGS READ:       " TO WS-RPT-COUNT-LABEL.
009610     MOVE WS-ARC-READ-COUNT TO WS-RPT-COUNT.
009620     WRITE CertificateReportRecord FROM WS-RPT-COUNT-LINE.
009630     MOVE "AGENCY COLLECTIONS READ:      " TO WS-RPT-COUNT-LABEL.
009640     MOVE WS-AGENCY-READ-COUNT TO WS-RPT-COUNT.
009650     WRITE CertificateReportRecord FROM WS-RPT-COUNT-LINE.
009660     MOVE "POSTINGS IN TAX YEAR:         " TO WS-RPT-COUNT-LABEL.
009670     MOVE WS-IN-YEAR-COUNT TO WS-RPT-COUNT.
009680     WRITE CertificateReportRecord FROM WS-RPT-COUNT-LINE.
009690     MOVE "CERTIFICATES PRINTED:         " TO WS-RPT-COUNT-LABEL.
009700     MOVE WS-CERTIFICATE-COUNT TO WS-RPT-COUNT.
009710     WRITE CertificateReportRecord FROM WS-RPT-COUNT-LINE.
009720     MOVE "STUDENTS PASSED OVER:         " TO WS-RPT-COUNT-LABEL.
009730     MOVE WS-PASSED-COUNT TO WS-RPT-COUNT.
009740     WRITE CertificateReportRecord FROM WS-RPT-COUNT-LINE.
009750     MOVE "NOT ON DIRECTORY:             " TO WS-RPT-COUNT-LABEL.
009760     MOVE WS-NO-DIRECTORY-COUNT TO WS-RPT-COUNT.
009770     WRITE CertificateReportRecord FROM WS-RPT-COUNT-LINE.
009780     IF WS-OVERFLOW-COUNT > 0
009790         MOVE "POSTINGS NOT CERTIFIED (FULL):"
009800             TO WS-RPT-COUNT-LABEL
009810         MOVE WS-OVERFLOW-COUNT TO WS-RPT-COUNT
009820         WRITE CertificateReportRecord FROM WS-RPT-COUNT-LINE
009830     END-IF.
009840     MOVE "PAYMENTS RECEIVED:" TO WS-RPT-TOTAL-LABEL.
009850     MOVE WS-TOTAL-PAYMENTS TO WS-RPT-TOTAL.
009860     WRITE CertificateReportRecord FROM WS-RPT-TOTAL-LINE.
009870     MOVE "REFUNDS AND REVERSALS:" TO WS-RPT-TOTAL-LABEL.
009880     MOVE WS-TOTAL-REFUNDS TO WS-RPT-TOTAL.
009890     WRITE CertificateReportRecord FROM WS-RPT-TOTAL-LINE.
009900     MOVE "NET PAID BY FAMILIES:" TO WS-RPT-TOTAL-LABEL.
009910     MOVE WS-TOTAL-NET-PAID TO WS-RPT-TOTAL.
009920     WRITE CertificateReportRecord FROM WS-RPT-TOTAL-LINE.
009930     MOVE "PAID BY SPONSORS:" TO WS-RPT-TOTAL-LABEL.
009940     MOVE WS-TOTAL-SPONSOR TO WS-RPT-TOTAL.
009950     WRITE CertificateReportRecord FROM WS-RPT-TOTAL-LINE.
009960     CLOSE PaymentHistory.
009970     CLOSE CertificateFile.
009980     CLOSE CertificateReportFile.
009990     IF WS-DIR-FILE-OPEN
010000         CLOSE StudentDirectory
010010     END-IF.
010020     DISPLAY "Tax Year:              " WS-TAX-YEAR.
010030     DISPLAY "Certificates Printed:  " WS-CERTIFICATE-COUNT.
010040     DISPLAY "Students Passed Over:  " WS-PASSED-COUNT.
010050     DISPLAY "Net Paid by Families: $" WS-TOTAL-NET-PAID.
010060     DISPLAY "Paid by Sponsors:     $" WS-TOTAL-SPONSOR.
010070     IF WS-NO-DIRECTORY-COUNT > 0 OR WS-ARC-FILE-ABSENT
010080         MOVE 4 TO RETURN-CODE
010090     END-IF.
010100*    A reissue for a student with nothing on file for the year
010110*    still prints - it corrects the year down to nothing - but
010120*    a mis-keyed StudentID looks exactly the same, so say so.
010130     IF WS-MODE-REISSUE AND WS-IN-YEAR-COUNT = 0
010140         DISPLAY "WARNING - NO POSTINGS FOR " WS-REISSUE-ID
010150             " IN " WS-TAX-YEAR " - CERTIFICATE REISSUED AT ZERO"
010160         MOVE 4 TO RETURN-CODE
010170     END-IF.
010180     IF WS-NO-DIRECTORY-COUNT > 0
010190         DISPLAY "WARNING - " WS-NO-DIRECTORY-COUNT
010200             " CERTIFICATE(S) FOR STUDENTS NOT ON DIRECTORY"
010210     END-IF.
010220     IF WS-OVERFLOW-COUNT > 0
010230         DISPLAY "WARNING - " WS-OVERFLOW-COUNT
010240             " POSTING(S) NOT CERTIFIED - STUDENT TABLE FULL"
010250         MOVE 8 TO RETURN-CODE
010260     END-IF.
010270 9000-EXIT.
010280     EXIT.
010290
010300 COPY DIRLOOK.
010310
010320 END PROGRAM TuitionCertificate.
