000010*---------------------------------------------------------------
000020* AUTLOOK - the operator authority check: who may use which
000030* program and action code, up to what dollar limit, and the
000040* dual-control rule that the reviewer who signs a form off is
000050* someone other than the operator and holds the same
000060* authority.  Requires the AUTWORK working fields and an
000070* OperatorAuthorityFile SELECTed on HW2-Operator-Authority.dat
000080* with FILE STATUS WS-AUT-STATUS and the AUTREC record.  The
000090* authority file is required: a program that moves money or
000100* maintains a file on an operator's say-so does not run
000110* without it.  Numbered in the 8000 range so it can sit at
000120* the end of any program's PROCEDURE DIVISION alongside
000130* AMTEDIT.
000140*---------------------------------------------------------------
000150 8800-LOAD-AUTHORITY.
000160     MOVE 0 TO WS-AUT-COUNT.
000170     SET WS-AUT-EOF-NO TO TRUE.
000180     OPEN INPUT OperatorAuthorityFile.
000190     IF WS-AUT-STATUS NOT = "00"
000200         DISPLAY "ERROR - NO OPERATOR AUTHORITY FILE "
000210             "HW2-Operator-Authority.dat"
000220         MOVE 16 TO RETURN-CODE
000230         STOP RUN
000240     END-IF.
000250     PERFORM 8810-READ-AUTHORITY THRU 8810-EXIT.
000260     PERFORM 8820-STORE-AUTHORITY THRU 8820-EXIT
000270         UNTIL WS-AUT-EOF-YES.
000280     CLOSE OperatorAuthorityFile.
000290     IF WS-AUT-COUNT = 0
000300         DISPLAY "WARNING - NO OPERATOR HOLDS AUTHORITY FOR "
000310             WS-AUT-PROGRAM-ID
000320     END-IF.
000330 8800-EXIT.
000340     EXIT.
000350
000360 8810-READ-AUTHORITY.
000370     READ OperatorAuthorityFile
000380         AT END
000390             SET WS-AUT-EOF-YES TO TRUE
000400     END-READ.
000410 8810-EXIT.
000420     EXIT.
000430
000440*    Only this program's lines are kept.  A limit that is not
000450*    a number is read as zero - the operator keeps the action
000460*    but may move no money under it until the line is fixed.
000470 8820-STORE-AUTHORITY.
000480     IF AUT-PROGRAM-ID = WS-AUT-PROGRAM-ID
000490         AND AUT-OPERATOR-ID NOT = SPACES
000500         IF WS-AUT-COUNT < 200
000510             ADD 1 TO WS-AUT-COUNT
000520             MOVE AUT-OPERATOR-ID
000530                 TO WS-AUT-OPERATOR (WS-AUT-COUNT)
000540             MOVE AUT-ACTION-CODE
000550                 TO WS-AUT-ACTION (WS-AUT-COUNT)
000560             MOVE 0 TO WS-AUT-LIMIT (WS-AUT-COUNT)
000570             EVALUATE TRUE
000580                 WHEN AUT-DOLLAR-LIMIT = SPACES
000590                     SET WS-AUT-UNLIMITED (WS-AUT-COUNT)
000600                         TO TRUE
000610                 WHEN AUT-DOLLAR-LIMIT NUMERIC
000620                     SET WS-AUT-LIMITED (WS-AUT-COUNT) TO TRUE
000630                     MOVE AUT-DOLLAR-LIMIT-N
000640                         TO WS-AUT-LIMIT (WS-AUT-COUNT)
000650                 WHEN OTHER
000660                     SET WS-AUT-LIMITED (WS-AUT-COUNT) TO TRUE
000670                     DISPLAY "WARNING - BAD DOLLAR LIMIT FOR "
000680                         AUT-OPERATOR-ID " - READ AS ZERO"
000690             END-EVALUATE
000700         ELSE
000710             DISPLAY "WARNING - AUTHORITY TABLE FULL - "
000720                 AUT-OPERATOR-ID " NOT LOADED"
000730         END-IF
000740     END-IF.
000750     PERFORM 8810-READ-AUTHORITY THRU 8810-EXIT.
000760 8820-EXIT.
000770     EXIT.
000780
000790*---------------------------------------------------------------
000800* 8850-CHECK-AUTHORITY - the operator must hold the action,
000810* the money moved must be within the operator's limit for
000820* it, and where the form carries a reviewer the reviewer must
000830* be a different person holding the same action.  The limit
000840* is the operator's; the amount is taken unsigned.
000850*---------------------------------------------------------------
000860 8850-CHECK-AUTHORITY.
000870     MOVE SPACES TO WS-AUT-REJECT-REASON.
000880     IF WS-AUT-CHECK-AMOUNT < 0
000890         COMPUTE WS-AUT-CHECK-AMOUNT =
000900             0 - WS-AUT-CHECK-AMOUNT
000910     END-IF.
000920     MOVE WS-AUT-CHECK-OPERATOR TO WS-AUT-CHECK-ID.
000930     PERFORM 8860-FIND-AUTHORITY THRU 8860-EXIT.
000940     IF WS-AUT-FOUND-SUB = 0
000950         SET WS-AUT-NOT-AUTHORIZED TO TRUE
000960         MOVE "NOT AUTHORIZED" TO WS-AUT-REJECT-REASON
000970         GO TO 8850-EXIT
000980     END-IF.
000990     IF WS-AUT-LIMITED (WS-AUT-FOUND-SUB)
001000         AND WS-AUT-CHECK-AMOUNT >
001010             WS-AUT-LIMIT (WS-AUT-FOUND-SUB)
001020         SET WS-AUT-OVER-LIMIT TO TRUE
001030         MOVE "OVER LIMIT" TO WS-AUT-REJECT-REASON
001040         GO TO 8850-EXIT
001050     END-IF.
001060     IF WS-AUT-CHECK-REVIEWER NOT = SPACES
001070         IF WS-AUT-CHECK-REVIEWER = WS-AUT-CHECK-OPERATOR
001080             SET WS-AUT-SAME-PERSON TO TRUE
001090             MOVE "REVIEWER=OPER" TO WS-AUT-REJECT-REASON
001100             GO TO 8850-EXIT
001110         END-IF
001120         MOVE WS-AUT-CHECK-REVIEWER TO WS-AUT-CHECK-ID
001130         PERFORM 8860-FIND-AUTHORITY THRU 8860-EXIT
001140         IF WS-AUT-FOUND-SUB = 0
001150             SET WS-AUT-REVIEWER-NOT-AUTH TO TRUE
001160             MOVE "RVWR NOT AUTH" TO WS-AUT-REJECT-REASON
001170             GO TO 8850-EXIT
001180         END-IF
001190     END-IF.
001200     SET WS-AUT-GRANTED TO TRUE.
001210 8850-EXIT.
001220     EXIT.
001230
001240 8860-FIND-AUTHORITY.
001250     MOVE 0 TO WS-AUT-FOUND-SUB.
001260     PERFORM 8865-MATCH-AUTHORITY THRU 8865-EXIT
001270         VARYING WS-AUT-SUB FROM 1 BY 1
001280         UNTIL WS-AUT-SUB > WS-AUT-COUNT
001290         OR WS-AUT-FOUND-SUB > 0.
001300 8860-EXIT.
001310     EXIT.
001320
001330 8865-MATCH-AUTHORITY.
001340     IF WS-AUT-OPERATOR (WS-AUT-SUB) = WS-AUT-CHECK-ID
001350         AND WS-AUT-ACTION (WS-AUT-SUB) = WS-AUT-CHECK-ACTION
001360         MOVE WS-AUT-SUB TO WS-AUT-FOUND-SUB
001370     END-IF.
001380 8865-EXIT.
001390     EXIT.
