000010***************************************************************
000020* PROGRAM-ID : AgencyPlacement
000030* AUTHOR     : D. Huang, Bursar Systems
000040* INSTALLATION: NDHU Computing Center
000050* DATE-WRITTEN: 2026-10-10
000060* DATE-COMPILED:
000070*---------------------------------------------------------------
000080* PURPOSE.
000090*   Places aged prior-term receivables with the collections
000100*   agency.  Every open receivable on the PriorTermAR file
000110*   that TermClose carried forward, owing at least the
000120*   minimum balance and at least the placement age in days
000130*   past its term's close, goes out on the agency's placement
000140*   file with the student's name and mailing address from the
000150*   StudentDirectory, and is marked placed so it is not sent
000160*   twice.  A receivable the agency has recalled is not
000170*   placed again; it waits for the bursar's write-off
000180*   decision.  The placement age and minimum balance are on
000190*   HW2-Agency-Parm.dat; absent, the defaults are 120 days
000200*   and any balance at all.
000210*   A student the directory does not know, or knows with no
000220*   address, cannot be traced by the agency and is listed
000230*   as a reject instead of placed.
000240*   A placement file still holding placements the agency
000250*   has not taken stops the run with RETURN-CODE 16 rather
000260*   than being written over; once it is sent, operations
000270*   archives or clears it before the next placement run.
000280*---------------------------------------------------------------
000290* MODIFICATION HISTORY.
000300*   2026-10-10  DH  Original program.
000310*   2026-10-15  DH  Stops with RETURN-CODE 16 while the
000320*                   placement file still holds placements, so
000330*                   one not yet sent is never overwritten.
000340***************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. AgencyPlacement.
000370 AUTHOR. D-HUANG.
000380 INSTALLATION. NDHU-COMPUTING-CENTER.
000390 DATE-WRITTEN. 10/10/2026.
000400 DATE-COMPILED.
000410
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT AgencyParmFile ASSIGN TO
000460         "HW2-Agency-Parm.dat"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-PARM-STATUS.
000490
000500     SELECT PriorTermFile ASSIGN TO "HW2-Prior-Term-AR.dat"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS SEQUENTIAL
000530         RECORD KEY IS PTR-RECEIVABLE-KEY
000540         FILE STATUS IS WS-PTR-STATUS.
000550
000560     SELECT StudentDirectory ASSIGN TO
000570         "HW2-Student-Directory.dat"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS DIR-STUDENT-ID
000610         FILE STATUS IS WS-DIR-STATUS.
000620
000630     SELECT PlacementFile ASSIGN TO
000640         "HW2-Agency-Placement.dat"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-PLACEMENT-STATUS.
000670
000680     SELECT PlacementReportFile ASSIGN TO
000690         "HW2-Agency-Placement-Report.txt"
000700         ORGANIZATION IS LINE SEQUENTIAL.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740*---------------------------------------------------------------
000750* AgencyParmFile - the placement age in days and the smallest
000760* balance worth placing, comma separated; a blank field takes
000770* the default.
000780*---------------------------------------------------------------
000790 FD  AgencyParmFile.
000800 01  AgencyParmRecord.
000810     05  PRM-PLACEMENT-DAYS   PIC X(03).
000820     05  FILLER               PIC X(01).
000830     05  PRM-MINIMUM-BALANCE  PIC X(15).
000840
000850*---------------------------------------------------------------
000860* PriorTermFile - the closed terms' unpaid balances; layout is
000870* the PTRREC copy member.  Read through in key order and
000880* rewritten as each receivable is placed.
000890*---------------------------------------------------------------
000900 FD  PriorTermFile.
000910 COPY PTRREC.
000920
000930*---------------------------------------------------------------
000940* StudentDirectory - the name and mailing address the agency
000950* traces the student by; layout is the DIRREC copy member.
000960*---------------------------------------------------------------
000970 FD  StudentDirectory.
000980 COPY DIRREC.
000990
001000*---------------------------------------------------------------
001010* PlacementFile - the agency's inbound placement file: one
001020* fixed-format detail per receivable placed, then a trailer
001030* with the count and the total placed for the agency's
001040* acknowledgement.
001050*---------------------------------------------------------------
001060 FD  PlacementFile.
001070 01  PlacementRecord          PIC X(162).
001080
001090*---------------------------------------------------------------
001100* PlacementReportFile - the bursar's copy: every receivable
001110* placed or refused, and the run totals.
001120*---------------------------------------------------------------
001130 FD  PlacementReportFile.
001140 01  PlacementReportRecord    PIC X(100).
001150
001160 WORKING-STORAGE SECTION.
001170*---------------------------------------------------------------
001180* Switches and file statuses.
001190*---------------------------------------------------------------
001200 01  WS-SWITCHES.
001210     05  WS-EOF-SWITCH       PIC X(01)   VALUE 'N'.
001220         88  WS-EOF-YES                  VALUE 'Y'.
001230         88  WS-EOF-NO                   VALUE 'N'.
001240
001250 01  WS-PARM-STATUS           PIC X(02).
001260 01  WS-PLACEMENT-STATUS      PIC X(02).
001270 01  WS-PTR-STATUS            PIC X(02).
001280     88  WS-PTR-OK                        VALUE "00".
001290     88  WS-PTR-NOT-FOUND                 VALUE "23" "35".
001300
001310 COPY AMTWORK.
001320
001330 COPY DIRWORK.
001340
001350 COPY DATEWORK.
001360
001370*---------------------------------------------------------------
001380* Placement rules - the age in days past the term's close and
001390* the smallest balance the agency takes.
001400*---------------------------------------------------------------
001410 01  WS-PLACEMENT-DAYS        PIC 9(03)   VALUE 120.
001420 01  WS-MINIMUM-BALANCE       PIC S9(12)V99 COMP-3 VALUE 0.
001430
001440*---------------------------------------------------------------
001450* Run date and work fields.
001460*---------------------------------------------------------------
001470 01  WS-RUN-DATE              PIC X(08).
001480 01  WS-RUN-DAY-NUMBER        PIC 9(07)   COMP.
001490 01  WS-AGE-DAYS              PIC S9(07)  COMP.
001500 01  WS-DISPOSITION           PIC X(18).
001510
001520*---------------------------------------------------------------
001530* Counters and totals.
001540*---------------------------------------------------------------
001550 01  WS-READ-COUNT            PIC 9(07)   COMP VALUE 0.
001560 01  WS-PLACED-COUNT          PIC 9(07)   COMP VALUE 0.
001570 01  WS-REJECT-COUNT          PIC 9(07)   COMP VALUE 0.
001580 01  WS-NOT-AGED-COUNT        PIC 9(07)   COMP VALUE 0.
001590 01  WS-AT-AGENCY-COUNT       PIC 9(07)   COMP VALUE 0.
001600 01  WS-RECALLED-COUNT        PIC 9(07)   COMP VALUE 0.
001610 01  WS-PLACED-TOTAL          PIC S9(12)V99 COMP-3 VALUE 0.
001620
001630*---------------------------------------------------------------
001640* Placement detail and trailer - the agency's fixed layout.
001650*---------------------------------------------------------------
001660 01  WS-PLACEMENT-LINE.
001670     05  WS-PLC-RECORD-TYPE  PIC X(01)   VALUE "D".
001680     05  WS-PLC-STUDENT-ID   PIC X(10).
001690     05  WS-PLC-TERM         PIC X(06).
001700     05  WS-PLC-BALANCE      PIC 9(12)V99.
001710     05  WS-PLC-CLOSE-DATE   PIC X(08).
001720     05  WS-PLC-PLACED-DATE  PIC X(08).
001730     05  WS-PLC-NAME         PIC X(25).
001740     05  WS-PLC-ADDRESS-1    PIC X(30).
001750     05  WS-PLC-ADDRESS-2    PIC X(30).
001760     05  WS-PLC-CITY         PIC X(20).
001770     05  WS-PLC-POSTAL-CODE  PIC X(10).
001780
001790 01  WS-PLACEMENT-TRAILER.
001800     05  FILLER              PIC X(01)   VALUE "T".
001810     05  WS-PLT-RUN-DATE     PIC X(08).
001820     05  WS-PLT-COUNT        PIC 9(07).
001830     05  WS-PLT-TOTAL        PIC 9(12)V99.
001840     05  FILLER              PIC X(132)  VALUE SPACES.
001850
001860*---------------------------------------------------------------
001870* Report line layouts.
001880*---------------------------------------------------------------
001890 01  WS-RPT-HEADER-LINE.
001900     05  FILLER              PIC X(30)
001910             VALUE "COLLECTIONS AGENCY PLACEMENT  ".
001920     05  FILLER              PIC X(06)   VALUE "DATE: ".
001930     05  WS-RPT-DATE         PIC X(08).
001940     05  FILLER              PIC X(12)   VALUE "  AGE DAYS: ".
001950     05  WS-RPT-AGE-DAYS     PIC ZZ9.
001960     05  FILLER              PIC X(41)   VALUE SPACES.
001970
001980 01  WS-RPT-SEPARATOR-LINE.
001990     05  FILLER              PIC X(100)  VALUE ALL "-".
002000
002010 01  WS-DETAIL-LINE.
002020     05  WS-DTL-STUDENT-ID   PIC X(10).
002030     05  FILLER              PIC X(02)   VALUE SPACES.
002040     05  WS-DTL-TERM         PIC X(06).
002050     05  FILLER              PIC X(02)   VALUE SPACES.
002060     05  WS-DTL-CLOSE-DATE   PIC X(08).
002070     05  FILLER              PIC X(02)   VALUE SPACES.
002080     05  WS-DTL-AGE-DAYS     PIC ZZZZ9.
002090     05  FILLER              PIC X(02)   VALUE SPACES.
002100     05  WS-DTL-BALANCE      PIC -ZZZ,ZZZ,ZZ9.99.
002110     05  FILLER              PIC X(02)   VALUE SPACES.
002120     05  WS-DTL-NAME         PIC X(25).
002130     05  FILLER              PIC X(02)   VALUE SPACES.
002140     05  WS-DTL-DISPOSITION  PIC X(18).
002150     05  FILLER              PIC X(01)   VALUE SPACES.
002160
002170 01  WS-RPT-COUNT-LINE.
002180     05  WS-RPT-COUNT-LABEL  PIC X(30).
002190     05  WS-RPT-COUNT        PIC ZZZ,ZZ9.
002200     05  FILLER              PIC X(63)   VALUE SPACES.
002210
002220 01  WS-RPT-TOTAL-LINE.
002230     05  WS-RPT-TOTAL-LABEL  PIC X(26).
002240     05  WS-RPT-TOTAL        PIC -$,$$$,$$$,$$$,$$9.99.
002250     05  FILLER              PIC X(53)   VALUE SPACES.
002260
002270 PROCEDURE DIVISION.
002280*===============================================================
002290 0000-MAINLINE.
002300*===============================================================
002310     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002320     PERFORM 2000-PROCESS-RECEIVABLE THRU 2000-EXIT
002330         UNTIL WS-EOF-YES.
002340     PERFORM 3000-FINALIZE THRU 3000-EXIT.
002350     STOP RUN.
002360
002370*---------------------------------------------------------------
002380* 1000-INITIALIZE - read the placement rules and open the
002390* files.  No receivable file means no term has closed owing
002400* and there is nothing to place; no directory means no
002410* student can be traced, and the run stops.  A placement file
002420* that still holds placements has not been sent, and the run
002430* stops before anything is changed.
002440*---------------------------------------------------------------
002450 1000-INITIALIZE.
002460     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002470     MOVE WS-RUN-DATE TO WS-DATE-IN.
002480     PERFORM 8700-DAY-NUMBER THRU 8700-EXIT.
002490     MOVE WS-DAY-NUMBER TO WS-RUN-DAY-NUMBER.
002500     PERFORM 1100-READ-PARM THRU 1100-EXIT.
002510     OPEN INPUT PlacementFile.
002520     IF WS-PLACEMENT-STATUS = "00"
002530         READ PlacementFile
002540             AT END
002550                 MOVE "10" TO WS-PLACEMENT-STATUS
002560         END-READ
002570         IF WS-PLACEMENT-STATUS NOT = "10"
002580             DISPLAY "ERROR - HW2-Agency-Placement.dat STILL "
002590                 "HOLDS PLACEMENTS NOT YET SENT"
002600             CLOSE PlacementFile
002610             MOVE 16 TO RETURN-CODE
002620             STOP RUN
002630         END-IF
002640         CLOSE PlacementFile
002650     END-IF.
002660     OPEN I-O PriorTermFile.
002670     IF NOT WS-PTR-OK
002680         DISPLAY "NOTE - NO PRIOR-TERM RECEIVABLES ON FILE - "
002690             "NOTHING TO PLACE"
002700         STOP RUN
002710     END-IF.
002720     OPEN INPUT StudentDirectory.
002730     IF WS-DIR-OK
002740         SET WS-DIR-FILE-OPEN TO TRUE
002750     ELSE
002760         DISPLAY "ERROR - NO STUDENT DIRECTORY - "
002770             "NO STUDENT CAN BE TRACED"
002780         CLOSE PriorTermFile
002790         MOVE 16 TO RETURN-CODE
002800         STOP RUN
002810     END-IF.
002820     OPEN OUTPUT PlacementFile.
002830     OPEN OUTPUT PlacementReportFile.
002840     MOVE WS-RUN-DATE TO WS-RPT-DATE.
002850     MOVE WS-PLACEMENT-DAYS TO WS-RPT-AGE-DAYS.
002860     WRITE PlacementReportRecord FROM WS-RPT-HEADER-LINE.
002870     WRITE PlacementReportRecord FROM WS-RPT-SEPARATOR-LINE.
002880     PERFORM 2100-READ-RECEIVABLE THRU 2100-EXIT.
002890 1000-EXIT.
002900     EXIT.
002910
002920*---------------------------------------------------------------
002930* 1100-READ-PARM - the placement age must be a whole number
002940* of days above zero and the minimum balance a valid amount;
002950* anything else stops the run rather than place on a rule
002960* nobody meant.
002970*---------------------------------------------------------------
002980 1100-READ-PARM.
002990     OPEN INPUT AgencyParmFile.
003000     IF WS-PARM-STATUS NOT = "00"
003010         GO TO 1100-EXIT
003020     END-IF.
003030     READ AgencyParmFile
003040         AT END
003050             MOVE SPACES TO AgencyParmRecord
003060     END-READ.
003070     CLOSE AgencyParmFile.
003080     IF PRM-PLACEMENT-DAYS NOT = SPACES
003090         IF PRM-PLACEMENT-DAYS NUMERIC
003100             AND PRM-PLACEMENT-DAYS > "000"
003110             MOVE PRM-PLACEMENT-DAYS TO WS-PLACEMENT-DAYS
003120         ELSE
003130             DISPLAY "ERROR - BAD PLACEMENT DAYS ON "
003140                 "HW2-Agency-Parm.dat: " PRM-PLACEMENT-DAYS
003150             MOVE 16 TO RETURN-CODE
003160             STOP RUN
003170         END-IF
003180     END-IF.
003190     IF PRM-MINIMUM-BALANCE NOT = SPACES
003200         MOVE PRM-MINIMUM-BALANCE TO WS-AmountString
003210         PERFORM 8100-EDIT-AMOUNT THRU 8100-EXIT
003220         IF WS-AMOUNT-INVALID OR WS-AmountNumeric < 0
003230             DISPLAY "ERROR - BAD MINIMUM BALANCE ON "
003240                 "HW2-Agency-Parm.dat: " PRM-MINIMUM-BALANCE
003250             MOVE 16 TO RETURN-CODE
003260             STOP RUN
003270         END-IF
003280         MOVE WS-AmountNumeric TO WS-MINIMUM-BALANCE
003290     END-IF.
003300 1100-EXIT.
003310     EXIT.
003320
003330*---------------------------------------------------------------
003340* 2000-PROCESS-RECEIVABLE - an open receivable old enough and
003350* large enough is placed; one already at the agency or
003360* recalled from it is only counted.  Written-off and cleared
003370* receivables are read past.
003380*---------------------------------------------------------------
003390 2000-PROCESS-RECEIVABLE.
003400     ADD 1 TO WS-READ-COUNT.
003410     EVALUATE TRUE
003420         WHEN PTR-PLACED
003430             ADD 1 TO WS-AT-AGENCY-COUNT
003440         WHEN PTR-RECALLED
003450             ADD 1 TO WS-RECALLED-COUNT
003460         WHEN PTR-OPEN AND PTR-BALANCE > 0
003470             AND PTR-BALANCE NOT < WS-MINIMUM-BALANCE
003480             PERFORM 2200-CHECK-AGE THRU 2200-EXIT
003490         WHEN OTHER
003500             CONTINUE
003510     END-EVALUATE.
003520     PERFORM 2100-READ-RECEIVABLE THRU 2100-EXIT.
003530 2000-EXIT.
003540     EXIT.
003550
003560 2100-READ-RECEIVABLE.
003570     READ PriorTermFile NEXT RECORD
003580         AT END
003590             SET WS-EOF-YES TO TRUE
003600     END-READ.
003610     IF NOT WS-PTR-OK
003620         SET WS-EOF-YES TO TRUE
003630     END-IF.
003640 2100-EXIT.
003650     EXIT.
003660
003670*---------------------------------------------------------------
003680* 2200-CHECK-AGE - days from the term's close to the run
003690* date.  A close date that is not a date is placed, so the
003700* oldest-looking debt is never the one left behind.
003710*---------------------------------------------------------------
003720 2200-CHECK-AGE.
003730     MOVE PTR-CLOSE-DATE TO WS-DATE-IN.
003740     PERFORM 8700-DAY-NUMBER THRU 8700-EXIT.
003750     IF WS-DAY-NUMBER = 0
003760         MOVE 99999 TO WS-AGE-DAYS
003770     ELSE
003780         COMPUTE WS-AGE-DAYS =
003790             WS-RUN-DAY-NUMBER - WS-DAY-NUMBER
003800     END-IF.
003810     IF WS-AGE-DAYS < WS-PLACEMENT-DAYS
003820         ADD 1 TO WS-NOT-AGED-COUNT
003830         GO TO 2200-EXIT
003840     END-IF.
003850     PERFORM 2300-PLACE-RECEIVABLE THRU 2300-EXIT.
003860     PERFORM 2400-WRITE-DETAIL-LINE THRU 2400-EXIT.
003870 2200-EXIT.
003880     EXIT.
003890
003900*---------------------------------------------------------------
003910* 2300-PLACE-RECEIVABLE - trace the student on the directory,
003920* mark the receivable placed, and only once the mark is on
003930* file write the agency's detail, so a rerun never sends the
003940* same debt twice.
003950*---------------------------------------------------------------
003960 2300-PLACE-RECEIVABLE.
003970     MOVE SPACES TO WS-DISPOSITION.
003980     MOVE PTR-STUDENT-ID TO WS-DIR-LOOKUP-ID.
003990     PERFORM 8500-LOOK-UP-DIRECTORY THRU 8500-EXIT.
004000     IF NOT WS-DIR-OK
004010         MOVE "NOT ON DIRECTORY" TO WS-DISPOSITION
004020         GO TO 2300-EXIT
004030     END-IF.
004040     IF DIR-ADDRESS-LINE-1 = SPACES
004050         MOVE "NO ADDRESS" TO WS-DISPOSITION
004060         GO TO 2300-EXIT
004070     END-IF.
004080     SET PTR-PLACED TO TRUE.
004090     MOVE WS-RUN-DATE TO PTR-PLACED-DATE.
004100     MOVE WS-RUN-DATE TO PTR-LAST-ACTIVITY.
004110     REWRITE PriorTermRecord
004120         INVALID KEY
004130             CONTINUE
004140     END-REWRITE.
004150     IF NOT WS-PTR-OK
004160         MOVE "RECEIVABLE IO ERR" TO WS-DISPOSITION
004170         GO TO 2300-EXIT
004180     END-IF.
004190     MOVE PTR-STUDENT-ID TO WS-PLC-STUDENT-ID.
004200     MOVE PTR-TERM-CODE TO WS-PLC-TERM.
004210     MOVE PTR-BALANCE TO WS-PLC-BALANCE.
004220     MOVE PTR-CLOSE-DATE TO WS-PLC-CLOSE-DATE.
004230     MOVE WS-RUN-DATE TO WS-PLC-PLACED-DATE.
004240     MOVE DIR-STUDENT-NAME TO WS-PLC-NAME.
004250     MOVE DIR-ADDRESS-LINE-1 TO WS-PLC-ADDRESS-1.
004260     MOVE DIR-ADDRESS-LINE-2 TO WS-PLC-ADDRESS-2.
004270     MOVE DIR-CITY TO WS-PLC-CITY.
004280     MOVE DIR-POSTAL-CODE TO WS-PLC-POSTAL-CODE.
004290     WRITE PlacementRecord FROM WS-PLACEMENT-LINE.
004300     ADD 1 TO WS-PLACED-COUNT.
004310     ADD PTR-BALANCE TO WS-PLACED-TOTAL.
004320     MOVE "PLACED" TO WS-DISPOSITION.
004330 2300-EXIT.
004340     EXIT.
004350
004360 2400-WRITE-DETAIL-LINE.
004370     IF WS-DISPOSITION NOT = "PLACED"
004380         ADD 1 TO WS-REJECT-COUNT
004390     END-IF.
004400     MOVE PTR-STUDENT-ID TO WS-DTL-STUDENT-ID.
004410     MOVE PTR-TERM-CODE TO WS-DTL-TERM.
004420     MOVE PTR-CLOSE-DATE TO WS-DTL-CLOSE-DATE.
004430     MOVE WS-AGE-DAYS TO WS-DTL-AGE-DAYS.
004440     MOVE PTR-BALANCE TO WS-DTL-BALANCE.
004450     MOVE WS-DIR-NAME-OUT TO WS-DTL-NAME.
004460     MOVE WS-DISPOSITION TO WS-DTL-DISPOSITION.
004470     WRITE PlacementReportRecord FROM WS-DETAIL-LINE.
004480 2400-EXIT.
004490     EXIT.
004500
004510*---------------------------------------------------------------
004520* 3000-FINALIZE - the agency's trailer, the totals, and close
004530* out.  A receivable that could not be placed ends the run
004540* with RETURN-CODE 8 so someone fixes the directory entry.
004550*---------------------------------------------------------------
004560 3000-FINALIZE.
004570     MOVE WS-RUN-DATE TO WS-PLT-RUN-DATE.
004580     MOVE WS-PLACED-COUNT TO WS-PLT-COUNT.
004590     MOVE WS-PLACED-TOTAL TO WS-PLT-TOTAL.
004600     WRITE PlacementRecord FROM WS-PLACEMENT-TRAILER.
004610     WRITE PlacementReportRecord FROM WS-RPT-SEPARATOR-LINE.
004620     MOVE "RECEIVABLES READ:             "
004630         TO WS-RPT-COUNT-LABEL.
004640     MOVE WS-READ-COUNT TO WS-RPT-COUNT.
004650     WRITE PlacementReportRecord FROM WS-RPT-COUNT-LINE.
004660     MOVE "PLACED THIS RUN:              "
004670         TO WS-RPT-COUNT-LABEL.
004680     MOVE WS-PLACED-COUNT TO WS-RPT-COUNT.
004690     WRITE PlacementReportRecord FROM WS-RPT-COUNT-LINE.
004700     MOVE "REFUSED - CANNOT BE TRACED:   "
004710         TO WS-RPT-COUNT-LABEL.
004720     MOVE WS-REJECT-COUNT TO WS-RPT-COUNT.
004730     WRITE PlacementReportRecord FROM WS-RPT-COUNT-LINE.
004740     MOVE "OPEN - NOT YET AGED:          "
004750         TO WS-RPT-COUNT-LABEL.
004760     MOVE WS-NOT-AGED-COUNT TO WS-RPT-COUNT.
004770     WRITE PlacementReportRecord FROM WS-RPT-COUNT-LINE.
004780     MOVE "ALREADY AT THE AGENCY:        "
004790         TO WS-RPT-COUNT-LABEL.
004800     MOVE WS-AT-AGENCY-COUNT TO WS-RPT-COUNT.
004810     WRITE PlacementReportRecord FROM WS-RPT-COUNT-LINE.
004820     MOVE "RECALLED - AWAITING WRITE-OFF:"
004830         TO WS-RPT-COUNT-LABEL.
004840     MOVE WS-RECALLED-COUNT TO WS-RPT-COUNT.
004850     WRITE PlacementReportRecord FROM WS-RPT-COUNT-LINE.
004860     MOVE "BALANCE PLACED:           "
004870         TO WS-RPT-TOTAL-LABEL.
004880     MOVE WS-PLACED-TOTAL TO WS-RPT-TOTAL.
004890     WRITE PlacementReportRecord FROM WS-RPT-TOTAL-LINE.
004900     CLOSE PriorTermFile.
004910     CLOSE StudentDirectory.
004920     CLOSE PlacementFile.
004930     CLOSE PlacementReportFile.
004940     DISPLAY "Receivables Read:      " WS-READ-COUNT.
004950     DISPLAY "Placed This Run:       " WS-PLACED-COUNT.
004960     DISPLAY "Refused:               " WS-REJECT-COUNT.
004970     DISPLAY "Balance Placed:       $" WS-PLACED-TOTAL.
004980     IF WS-REJECT-COUNT > 0
004990         MOVE 8 TO RETURN-CODE
005000     END-IF.
005010 3000-EXIT.
005020     EXIT.
005030
005040 COPY AMTEDIT.
005050
005060 COPY DIRLOOK.
005070
005080 COPY DATECALC.
005090
005100 END PROGRAM AgencyPlacement.
