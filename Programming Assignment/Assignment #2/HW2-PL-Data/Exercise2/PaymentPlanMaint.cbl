000100*   the controlled replacement for hand-editing the registrar
000110*   hold file every Monday to pull plan students back off hold.
000120*   Each transaction carries an action code, StudentID, term,
000130*   installment number, due date, amount, operator ID and
000135*   the ID of the second officer who reviewed it:
000140*     A  add an installment to a student's schedule
000150*     C  change an installment's due date and amount
000160*     D  remove an installment from the schedule
000200*   delinquency against the installments due as of the batch
000210*   date, so a student current on an approved plan no longer
000220*   ages or trips the registrar hold threshold.
000221*   The operator must hold the action on the OperatorAuthority
000223*   file; a schedule moves no money, so no dollar limit
000225*   applies.  The reviewer must be someone other than the
000226*   operator who also holds the action.  Every transaction
000228*   goes on the operator activity log for internal audit.
000230*---------------------------------------------------------------
000240* MODIFICATION HISTORY.
000250*   2026-05-04  DH  Original program.
000251*   2026-10-12  DH  The operator is checked against the
000252*                   operator authority file, and every
000253*                   transaction is written to the operator
000254*                   activity log.
000255*   2026-10-15  DH  Each transaction now names a reviewer, who
000256*                   must be given, must not be the operator
000257*                   and must hold the action; the reviewer is
000258*                   printed and logged.
000260***************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. PaymentPlanMaint.
000480     SELECT TermControlFile ASSIGN TO
000490         "HW2-Term-Control.dat"
000500         ORGANIZATION IS LINE SEQUENTIAL
000501         FILE STATUS IS WS-TERM-CTL-STATUS.
000503
000505     SELECT OperatorAuthorityFile ASSIGN TO
000506         "HW2-Operator-Authority.dat"
000508         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-AUT-STATUS.
000511
000513     SELECT OperatorActivityFile ASSIGN TO
000515         "HW2-Operator-Activity.dat"
000516         ORGANIZATION IS LINE SEQUENTIAL
000518         FILE STATUS IS WS-ACT-STATUS.
000520
000530     SELECT ProofFile ASSIGN TO
000540         "HW2-Payment-Plan-Proof.txt"
000770     05  PPT-AMOUNT           PIC X(15).
000780     05  FILLER               PIC X.
000790     05  PPT-OPERATOR-ID      PIC X(08).
000793     05  FILLER               PIC X.
000796     05  PPT-REVIEWER-ID      PIC X(08).
000800
000810*---------------------------------------------------------------
000820* PaymentPlanFile - one record per approved installment; layout
000910*---------------------------------------------------------------
000920 FD  TermControlFile.
000930 01  TermControlRecord.
000931     05  TCTL-TERM-CODE       PIC X(06).
000932
000933*---------------------------------------------------------------
000934* OperatorAuthorityFile - who may use this program and which
000935* of its action codes, up to what dollar limit; layout is the
000936* AUTREC copy member.
000937*---------------------------------------------------------------
000938 FD  OperatorAuthorityFile.
000939 COPY AUTREC.
000940
000941*---------------------------------------------------------------
000942* OperatorActivityFile - the operator activity log shared by
000943* the maintenance programs; extended with a line per
000944* transaction, built in the OperatorActivityRecord working
000945* area (ACTREC copy member).
000946*---------------------------------------------------------------
000947 FD  OperatorActivityFile.
000948 01  OperatorActivityLine     PIC X(102).
000950
000960*---------------------------------------------------------------
000970* ProofFile - the proof list, one line per transaction, applied
001190     88  WS-PLAN-NOT-FOUND                VALUE "23" "35".
001200
001210 COPY AMTWORK.
001212
001214 COPY AUTWORK.
001216
001218 COPY ACTREC.
001220
001230*---------------------------------------------------------------
001240* Term control fields.
001630     05  FILLER              PIC X(01)   VALUE SPACES.
001640     05  WS-PRF-OPERATOR     PIC X(08).
001650     05  FILLER              PIC X(01)   VALUE SPACES.
001653     05  WS-PRF-REVIEWER     PIC X(08).
001656     05  FILLER              PIC X(01)   VALUE SPACES.
001660     05  WS-PRF-DISPOSITION  PIC X(14).
001670
001680 01  WS-PROOF-TOTAL-LINE.
002000     END-IF.
002010     OPEN OUTPUT ProofFile.
002020     PERFORM 1300-SET-CURRENT-TERM THRU 1300-EXIT.
002022     MOVE "PaymentPlanMaint" TO WS-AUT-PROGRAM-ID.
002025     PERFORM 8800-LOAD-AUTHORITY THRU 8800-EXIT.
002027     PERFORM 8900-OPEN-ACTIVITY-LOG THRU 8900-EXIT.
002030     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
002040 1000-EXIT.
002050     EXIT.
002760*---------------------------------------------------------------
002770* 2200-EDIT-TRANSACTION - field edits that hold for every
002780* action: a known action code, a StudentID, a numeric
002790* installment number, an operator ID and a reviewer ID; an
002800* add or change also needs a well-formed due date and a
002810* positive amount.  A blank term means the current term.
002813* The operator must hold the action on the operator authority
002816* file, and so must the reviewer, who may not be the operator.
002820*---------------------------------------------------------------
002830 2200-EDIT-TRANSACTION.
002840     EVALUATE TRUE
002950         WHEN PPT-OPERATOR-ID = SPACES
002960             SET WS-TRAN-REJECTED TO TRUE
002970             MOVE "NO OPERATOR" TO WS-DISPOSITION
002972         WHEN PPT-REVIEWER-ID = SPACES
002975             SET WS-TRAN-REJECTED TO TRUE
002977             MOVE "NO REVIEWER" TO WS-DISPOSITION
002980         WHEN OTHER
002990             PERFORM 2250-EDIT-TERM-AND-AMOUNT THRU 2250-EXIT
002991     END-EVALUATE.
002993     IF WS-TRAN-OK
002994         MOVE PPT-OPERATOR-ID TO WS-AUT-CHECK-OPERATOR
002996         MOVE PPT-REVIEWER-ID TO WS-AUT-CHECK-REVIEWER
002997         MOVE PPT-ACTION TO WS-AUT-CHECK-ACTION
002999         MOVE 0 TO WS-AUT-CHECK-AMOUNT
003000         PERFORM 8850-CHECK-AUTHORITY THRU 8850-EXIT
003002         IF NOT WS-AUT-GRANTED
003003             SET WS-TRAN-REJECTED TO TRUE
003005             MOVE WS-AUT-REJECT-REASON TO WS-DISPOSITION
003006         END-IF
003008     END-IF.
003010 2200-EXIT.
003020     EXIT.
003030
004540
004550*---------------------------------------------------------------
004560* 2400-WRITE-PROOF-LINE - one line per transaction, applied or
004570* rejected, and the same transaction on the operator activity
004575* log with the installment amount.
004580*---------------------------------------------------------------
004590 2400-WRITE-PROOF-LINE.
004600     IF WS-TRAN-REJECTED
004670     MOVE PPT-DUE-DATE TO WS-PRF-DUE-DATE.
004680     MOVE WS-AmountNumeric TO WS-PRF-AMOUNT.
004690     MOVE PPT-OPERATOR-ID TO WS-PRF-OPERATOR.
004695     MOVE PPT-REVIEWER-ID TO WS-PRF-REVIEWER.
004700     MOVE WS-DISPOSITION TO WS-PRF-DISPOSITION.
004701     WRITE ProofRecord FROM WS-PROOF-LINE.
004702     MOVE PPT-OPERATOR-ID TO ACT-OPERATOR-ID.
004704     MOVE PPT-REVIEWER-ID TO ACT-REVIEWER-ID.
004705     MOVE PPT-ACTION TO ACT-ACTION-CODE.
004706     MOVE PPT-STUDENT-ID TO ACT-STUDENT-ID.
004708     MOVE WS-TRAN-TERM TO ACT-TERM-CODE.
004709     MOVE WS-AmountNumeric TO ACT-AMOUNT.
004710     MOVE WS-DISPOSITION TO ACT-DISPOSITION.
004712     IF WS-TRAN-OK
004713         SET ACT-APPLIED TO TRUE
004714     ELSE
004716         SET ACT-REJECTED TO TRUE
004717     END-IF.
004718     PERFORM 8910-LOG-ACTIVITY THRU 8910-EXIT.
004720 2400-EXIT.
004730     EXIT.
004740
004900     CLOSE PlanTransFile.
004910     CLOSE PaymentPlanFile.
004920     CLOSE ProofFile.
004925     PERFORM 8990-CLOSE-ACTIVITY-LOG THRU 8990-EXIT.
004930     DISPLAY "Transactions Read:     " WS-TRAN-COUNT.
004940     DISPLAY "Transactions Applied:  " WS-APPLIED-COUNT.
004950     DISPLAY "Transactions Rejected: " WS-REJECT-COUNT.
005010
005020 COPY AMTEDIT.
005030
005032 COPY AUTLOOK.
005034
005036 COPY ACTLOG.
005038
005040 END PROGRAM PaymentPlanMaint.
