000010*---------------------------------------------------------------
000020* PERLOOK - the accounting period lock.  Requires the PERWORK
000030* working fields, the PERREC layout in WORKING-STORAGE and a
000040* PeriodControlFile SELECTed on HW2-Period-Control.dat with
000050* FILE STATUS WS-PER-STATUS and a 42-byte PeriodControlLine
000060* record.  No period file on disk means finance has closed
000070* no month yet, and every month is open.  Numbered in the
000080* 8000 range so it can sit at the end of any program's
000090* PROCEDURE DIVISION alongside AMTEDIT.
000100*---------------------------------------------------------------
000110 8400-SET-POSTING-DATE.
000120     MOVE WS-PER-POSTING-DATE TO WS-PER-RUN-DATE.
000130     SET WS-PER-NOT-REDIRECTED TO TRUE.
000140     SET WS-PER-POSTING-OPEN TO TRUE.
000150     PERFORM 8410-LOAD-PERIODS THRU 8410-EXIT.
000160     MOVE WS-PER-POSTING-MONTH TO WS-PER-CHECK-PERIOD.
000170     PERFORM 8430-FIND-PERIOD THRU 8430-EXIT.
000180     IF WS-PER-FOUND-SUB = 0
000190         GO TO 8400-EXIT
000200     END-IF.
000210     IF NOT WS-PER-TBL-CLOSED (WS-PER-FOUND-SUB)
000220         GO TO 8400-EXIT
000230     END-IF.
000240*    The run date's month is closed: walk forward a month at
000250*    a time to the first one still open.
000260     MOVE 0 TO WS-PER-STEP-COUNT.
000270     SET WS-PER-OPEN-NOT-FOUND TO TRUE.
000280     PERFORM 8440-NEXT-PERIOD THRU 8440-EXIT
000290         UNTIL WS-PER-OPEN-FOUND
000300         OR WS-PER-STEP-COUNT NOT < 12.
000310     IF WS-PER-OPEN-NOT-FOUND
000320         DISPLAY "ERROR - ACCOUNTING PERIOD "
000330             WS-PER-POSTING-MONTH " IS CLOSED AND NO LATER "
000340             "PERIOD IS OPEN - NOTHING POSTED"
000350         SET WS-PER-POSTING-LOCKED TO TRUE
000360         GO TO 8400-EXIT
000370     END-IF.
000380     MOVE WS-PER-CHECK-PERIOD TO WS-PER-POSTING-MONTH.
000390     MOVE "01" TO WS-PER-POSTING-DAY.
000400     SET WS-PER-REDIRECTED TO TRUE.
000410     DISPLAY "NOTE - ACCOUNTING PERIOD "
000420         WS-PER-RUN-MONTH " IS CLOSED - POSTINGS "
000430         "DATED " WS-PER-POSTING-DATE.
000440 8400-EXIT.
000450     EXIT.
000460
000470*---------------------------------------------------------------
000480* 8410-LOAD-PERIODS - every line of the period file, in file
000490* order.
000500*---------------------------------------------------------------
000510 8410-LOAD-PERIODS.
000520     MOVE 0 TO WS-PER-COUNT.
000530     SET WS-PER-EOF-NO TO TRUE.
000540     OPEN INPUT PeriodControlFile.
000550     IF WS-PER-STATUS NOT = "00"
000560         GO TO 8410-EXIT
000570     END-IF.
000580     PERFORM 8415-READ-PERIOD THRU 8415-EXIT.
000590     PERFORM 8420-STORE-PERIOD THRU 8420-EXIT
000600         UNTIL WS-PER-EOF-YES.
000610     CLOSE PeriodControlFile.
000620 8410-EXIT.
000630     EXIT.
000640
000650 8415-READ-PERIOD.
000660     READ PeriodControlFile INTO PeriodControlRecord
000670         AT END
000680             SET WS-PER-EOF-YES TO TRUE
000690     END-READ.
000700 8415-EXIT.
000710     EXIT.
000720
000730 8420-STORE-PERIOD.
000740     IF PER-PERIOD NOT = SPACES
000750         IF WS-PER-COUNT < 240
000760             ADD 1 TO WS-PER-COUNT
000770             MOVE PER-PERIOD
000780                 TO WS-PER-TBL-PERIOD (WS-PER-COUNT)
000790             MOVE PER-STATUS
000800                 TO WS-PER-TBL-STATUS (WS-PER-COUNT)
000810             MOVE PER-CLOSED-DATE
000820                 TO WS-PER-TBL-CLOSED-DATE (WS-PER-COUNT)
000830             MOVE PER-CLOSED-BY
000840                 TO WS-PER-TBL-CLOSED-BY (WS-PER-COUNT)
000850             MOVE 0 TO WS-PER-TBL-BALANCE (WS-PER-COUNT)
000860             IF PER-CLOSING-BALANCE NUMERIC
000870                 MOVE PER-CLOSING-BALANCE
000880                     TO WS-PER-TBL-BALANCE (WS-PER-COUNT)
000890             END-IF
000900         ELSE
000910             DISPLAY "WARNING - PERIOD TABLE FULL - "
000920                 PER-PERIOD " NOT LOADED"
000930         END-IF
000940     END-IF.
000950     PERFORM 8415-READ-PERIOD THRU 8415-EXIT.
000960 8420-EXIT.
000970     EXIT.
000980
000990*---------------------------------------------------------------
001000* 8430-FIND-PERIOD - the table entry for WS-PER-CHECK-PERIOD
001010* in WS-PER-FOUND-SUB, zero when the month is not on file.
001020*---------------------------------------------------------------
001030 8430-FIND-PERIOD.
001040     MOVE 0 TO WS-PER-FOUND-SUB.
001050     PERFORM 8435-MATCH-PERIOD THRU 8435-EXIT
001060         VARYING WS-PER-SUB FROM 1 BY 1
001070         UNTIL WS-PER-SUB > WS-PER-COUNT
001080         OR WS-PER-FOUND-SUB > 0.
001090 8430-EXIT.
001100     EXIT.
001110
001120 8435-MATCH-PERIOD.
001130     IF WS-PER-TBL-PERIOD (WS-PER-SUB) = WS-PER-CHECK-PERIOD
001140         MOVE WS-PER-SUB TO WS-PER-FOUND-SUB
001150     END-IF.
001160 8435-EXIT.
001170     EXIT.
001180
001190 8440-NEXT-PERIOD.
001200     ADD 1 TO WS-PER-STEP-COUNT.
001210     IF WS-PER-CHECK-MONTH = 12
001220         ADD 1 TO WS-PER-CHECK-YEAR
001230         MOVE 1 TO WS-PER-CHECK-MONTH
001240     ELSE
001250         ADD 1 TO WS-PER-CHECK-MONTH
001260     END-IF.
001270     PERFORM 8430-FIND-PERIOD THRU 8430-EXIT.
001280     IF WS-PER-FOUND-SUB = 0
001290         SET WS-PER-OPEN-FOUND TO TRUE
001300     ELSE
001310         IF NOT WS-PER-TBL-CLOSED (WS-PER-FOUND-SUB)
001320             SET WS-PER-OPEN-FOUND TO TRUE
001330         END-IF
001340     END-IF.
001350 8440-EXIT.
001360     EXIT.
