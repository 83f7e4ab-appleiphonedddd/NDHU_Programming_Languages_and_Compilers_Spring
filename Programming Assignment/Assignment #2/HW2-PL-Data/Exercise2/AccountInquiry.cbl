000130*   registrar hold, whether the student sits on the current
000140*   refund-pending or duplicate held-items lists, and the most
000150*   recent MasterJournal lines for their records so an
000160*   adjustment can be explained on the spot, and the dunning
000170*   letters sent so far - instead of yesterday's aging
000175*   report or a wait for a statement print.
000180*   Strictly read-only: every file is opened INPUT, there is
000190*   no update path, so the program can be handed to counter
000200*   staff without the sign-off MasterMaint access requires.
000210*---------------------------------------------------------------
000220* MODIFICATION HISTORY.
000230*   2026-09-02  DH  Original program.
000232*   2026-10-09  DH  New section lists the dunning letters on
000234*                   the NoticeHistory file for the student -
000236*                   term, letter, date sent, pay-by date and
000238*                   the amount the letter quoted.
000240***************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. AccountInquiry.
000750         ACCESS MODE IS RANDOM
000760         RECORD KEY IS DIR-STUDENT-ID
000770         FILE STATUS IS WS-DIR-STATUS.
000771
000772     SELECT NoticeHistory ASSIGN TO
000773         "HW2-Notice-History.dat"
000775         ORGANIZATION IS INDEXED
000776         ACCESS MODE IS DYNAMIC
000777         RECORD KEY IS NTC-NOTICE-KEY
000778         FILE STATUS IS WS-NOTICE-STATUS.
000780
000790 DATA DIVISION.
000800 FILE SECTION.
001360 FD  StudentDirectory.
001370 COPY DIRREC.
001380
001381*---------------------------------------------------------------
001382* NoticeHistory - the dunning letters DunningNotice has sent,
001383* keyed on student, term and level; layout is in the NTCREC
001384* copy member.
001385*---------------------------------------------------------------
001386 FD  NoticeHistory.
001387 COPY NTCREC.
001388
001390 WORKING-STORAGE SECTION.
001400*---------------------------------------------------------------
001410* Switches and file statuses.  Every file is tolerated absent -
001610     05  WS-JRN-EOF-SWITCH   PIC X(01)   VALUE 'N'.
001620         88  WS-JRN-EOF-YES              VALUE 'Y'.
001630         88  WS-JRN-EOF-NO               VALUE 'N'.
001632     05  WS-NTC-EOF-SWITCH   PIC X(01)   VALUE 'N'.
001635         88  WS-NTC-EOF-YES              VALUE 'Y'.
001637         88  WS-NTC-EOF-NO               VALUE 'N'.
001640
001650 01  WS-MASTER-STATUS         PIC X(02).
001660     88  WS-MASTER-OK                     VALUE "00".
001890     88  WS-DUP-FILE-ABSENT               VALUE 'N'.
001900 01  WS-JOURNAL-STATUS        PIC X(02).
001910     88  WS-JOURNAL-OK                    VALUE "00".
001911 01  WS-NOTICE-STATUS         PIC X(02).
001913     88  WS-NOTICE-OK                     VALUE "00".
001915 01  WS-NOTICE-FILE-SWITCH    PIC X(01)   VALUE 'N'.
001916     88  WS-NOTICE-FILE-OPEN              VALUE 'Y'.
001918     88  WS-NOTICE-FILE-ABSENT            VALUE 'N'.
001920 COPY DIRWORK.
001930
001940*---------------------------------------------------------------
001990 01  WS-POSTINGS-SHOWN        PIC 9(05)   COMP.
002000 01  WS-CREDITS-SHOWN         PIC 9(03)   COMP.
002010 01  WS-DUPS-SHOWN            PIC 9(03)   COMP.
002015 01  WS-NOTICES-SHOWN         PIC 9(03)   COMP.
002020
002030*---------------------------------------------------------------
002040* Recent-journal table - the last 10 MasterJournal lines for
002850     05  FILLER              PIC X(02)   VALUE "->".
002860     05  WS-INQ-JRN-AFTER    PIC -$,$$$,$$$,$$$,$$9.99.
002870     05  FILLER              PIC X(01)   VALUE SPACES.
002871     05  WS-INQ-JRN-SOURCE   PIC X(08).
002872
002873 01  WS-INQ-NOTICE-LINE.
002874     05  FILLER              PIC X(04)   VALUE SPACES.
002875     05  WS-INQ-NTC-TERM     PIC X(06).
002876     05  FILLER              PIC X(02)   VALUE SPACES.
002878     05  WS-INQ-NTC-LEVEL    PIC X(14).
002879     05  FILLER              PIC X(06)   VALUE " SENT ".
002880     05  WS-INQ-NTC-SENT     PIC X(08).
002881     05  FILLER              PIC X(08)   VALUE "  PAY BY".
002882     05  FILLER              PIC X(01)   VALUE SPACES.
002883     05  WS-INQ-NTC-PAY-BY   PIC X(08).
002884     05  FILLER              PIC X(02)   VALUE SPACES.
002886     05  WS-INQ-NTC-AMOUNT   PIC -$,$$$,$$$,$$$,$$9.99.
002887
002888 01  WS-NOTICE-LEVEL-NAMES.
002889     05  FILLER              PIC X(14)   VALUE
002890             "FIRST REMINDER".
002891     05  FILLER              PIC X(14)   VALUE
002893             "SECOND NOTICE ".
002894     05  FILLER              PIC X(14)   VALUE
002895             "FINAL NOTICE  ".
002896 01  WS-NOTICE-LEVEL-NAMES-R REDEFINES WS-NOTICE-LEVEL-NAMES.
002897     05  WS-NOTICE-LEVEL-NAME PIC X(14)  OCCURS 3.
002898
002900 PROCEDURE DIVISION.
002910*===============================================================
002920 0000-MAINLINE.
003380     ELSE
003390         SET WS-DIR-FILE-ABSENT TO TRUE
003400     END-IF.
003401     OPEN INPUT NoticeHistory.
003402     IF WS-NOTICE-OK
003404         SET WS-NOTICE-FILE-OPEN TO TRUE
003405     ELSE
003407         SET WS-NOTICE-FILE-ABSENT TO TRUE
003408     END-IF.
003410     DISPLAY "BURSAR ACCOUNT INQUIRY - READ ONLY".
003420 1000-EXIT.
003430     EXIT.
003640     PERFORM 2500-SHOW-REFUND-PENDING THRU 2500-EXIT.
003650     PERFORM 2600-SHOW-HELD-DUPLICATES THRU 2600-EXIT.
003660     PERFORM 2700-SHOW-RECENT-JOURNAL THRU 2700-EXIT.
003665     PERFORM 2800-SHOW-NOTICE-HISTORY THRU 2800-EXIT.
003670 2000-EXIT.
003680     EXIT.
003690
006760     MOVE JRN-ACTION TO WS-INQ-JRN-ACTION.
006770     MOVE JRN-BEFORE-YTD TO WS-INQ-JRN-BEFORE.
006780     MOVE JRN-AFTER-YTD TO WS-INQ-JRN-AFTER.
006781     MOVE JRN-SOURCE-PROGRAM TO WS-INQ-JRN-SOURCE.
006782     DISPLAY WS-INQ-JOURNAL-LINE.
006783 2730-EXIT.
006784     EXIT.
006785
006786*---------------------------------------------------------------
006787* 2800-SHOW-NOTICE-HISTORY - the dunning letters sent to the
006788* student, by term and then level, so the clerk can see
006789* what the student has been told and by when to pay.
006790*---------------------------------------------------------------
006792 2800-SHOW-NOTICE-HISTORY.
006793     DISPLAY "DUNNING NOTICES SENT:".
006794     IF WS-NOTICE-FILE-ABSENT
006795         DISPLAY "  (NOTICE HISTORY NOT ON FILE)"
006796         GO TO 2800-EXIT
006797     END-IF.
006798     MOVE 0 TO WS-NOTICES-SHOWN.
006799     SET WS-NTC-EOF-NO TO TRUE.
006800     MOVE LOW-VALUES TO NTC-NOTICE-KEY.
006801     MOVE WS-INQUIRY-ID TO NTC-STUDENT-ID.
006802     START NoticeHistory KEY NOT < NTC-NOTICE-KEY
006804         INVALID KEY
006805             SET WS-NTC-EOF-YES TO TRUE
006806     END-START.
006807     PERFORM 2810-SHOW-ONE-NOTICE THRU 2810-EXIT
006808         UNTIL WS-NTC-EOF-YES.
006809     IF WS-NOTICES-SHOWN = 0
006810         DISPLAY "  NONE"
006811     END-IF.
006812 2800-EXIT.
006813     EXIT.
006815
006816 2810-SHOW-ONE-NOTICE.
006817     READ NoticeHistory NEXT RECORD
006818         AT END
006819             SET WS-NTC-EOF-YES TO TRUE
006820     END-READ.
006821     IF NOT WS-NOTICE-OK
006822         SET WS-NTC-EOF-YES TO TRUE
006823     END-IF.
006824     IF NOT WS-NTC-EOF-YES
006825         IF NTC-STUDENT-ID NOT = WS-INQUIRY-ID
006827             SET WS-NTC-EOF-YES TO TRUE
006828         ELSE
006829             MOVE NTC-TERM-CODE TO WS-INQ-NTC-TERM
006830             IF NTC-FIRST-REMINDER OR NTC-SECOND-NOTICE
006831                 OR NTC-FINAL-NOTICE
006832                 MOVE WS-NOTICE-LEVEL-NAME (NTC-NOTICE-LEVEL)
006833                     TO WS-INQ-NTC-LEVEL
006834             ELSE
006835                 MOVE SPACES TO WS-INQ-NTC-LEVEL
006836             END-IF
006837             MOVE NTC-SENT-DATE TO WS-INQ-NTC-SENT
006839             MOVE NTC-PAY-BY-DATE TO WS-INQ-NTC-PAY-BY
006840             MOVE NTC-PAST-DUE TO WS-INQ-NTC-AMOUNT
006841             DISPLAY WS-INQ-NOTICE-LINE
006842             ADD 1 TO WS-NOTICES-SHOWN
006843         END-IF
006844     END-IF.
006845 2810-EXIT.
006846     EXIT.
006847
006848*---------------------------------------------------------------
006850* 3000-FINALIZE - close out; nothing was written anywhere.
006860*---------------------------------------------------------------
006870 3000-FINALIZE.
007030     IF WS-DIR-FILE-OPEN
007040         CLOSE StudentDirectory
007050     END-IF.
007052     IF WS-NOTICE-FILE-OPEN
007055         CLOSE NoticeHistory
007057     END-IF.
007060     DISPLAY "INQUIRY SESSION ENDED".
007070 3000-EXIT.
007080     EXIT.
