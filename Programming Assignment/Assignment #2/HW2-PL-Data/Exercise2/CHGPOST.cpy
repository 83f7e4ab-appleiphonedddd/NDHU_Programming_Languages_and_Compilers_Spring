000010*---------------------------------------------------------------
000020* CHGPOST - post one charge to the ChargeLedger under the next
000030* free sequence number for the student and term: the ledger
000040* is positioned at the student/term's first charge and read
000050* forward to the last, and the new charge goes on one past
000060* it.  Requires the CHGWORK working fields and a ChargeLedger
000070* file SELECTed DYNAMIC with RECORD KEY CHG-CHARGE-KEY and
000080* FILE STATUS WS-CHG-STATUS, open I-O.  Positioning moves the
000090* ledger's read position, so a caller reading the ledger in
000100* sequence must restart its read after a post.  Numbered in
000110* the 8000 range alongside AMTEDIT and DIRLOOK.
000120*---------------------------------------------------------------
000130 8600-POST-CHARGE.
000140     SET WS-CHG-POST-FAILED TO TRUE.
000150     MOVE 0 TO WS-CHG-NEXT-SEQ.
000160     SET WS-CHG-SEQ-EOF-NO TO TRUE.
000170     MOVE WS-CHG-POST-ID TO CHG-STUDENT-ID.
000180     MOVE WS-CHG-POST-TERM TO CHG-TERM-CODE.
000190     MOVE 0 TO CHG-SEQUENCE-NO.
000200     START ChargeLedger KEY NOT < CHG-CHARGE-KEY
000210         INVALID KEY
000220             SET WS-CHG-SEQ-EOF-YES TO TRUE
000230     END-START.
000240     PERFORM 8610-FIND-LAST-SEQUENCE THRU 8610-EXIT
000250         UNTIL WS-CHG-SEQ-EOF-YES.
000260     IF WS-CHG-NEXT-SEQ NOT < 9999
000270         DISPLAY "ERROR - CHARGE SEQUENCE EXHAUSTED FOR "
000280             WS-CHG-POST-ID " TERM " WS-CHG-POST-TERM
000290         GO TO 8600-EXIT
000300     END-IF.
000310     ADD 1 TO WS-CHG-NEXT-SEQ.
000320     MOVE WS-CHG-POST-ID TO CHG-STUDENT-ID.
000330     MOVE WS-CHG-POST-TERM TO CHG-TERM-CODE.
000340     MOVE WS-CHG-NEXT-SEQ TO CHG-SEQUENCE-NO.
000350     MOVE WS-CHG-POST-TYPE TO CHG-CHARGE-TYPE.
000360     MOVE WS-CHG-POST-AMOUNT TO CHG-AMOUNT.
000370     MOVE WS-CHG-POST-DATE TO CHG-POST-DATE.
000380     MOVE WS-CHG-POST-DUE-DATE TO CHG-DUE-DATE.
000390     MOVE WS-CHG-POST-SOURCE TO CHG-SOURCE.
000400     WRITE ChargeLedgerRecord
000410         INVALID KEY
000420             DISPLAY "ERROR - CHARGE NOT POSTED FOR "
000430                 WS-CHG-POST-ID " - STATUS " WS-CHG-STATUS
000440     END-WRITE.
000450     IF WS-CHG-OK
000460         SET WS-CHG-POSTED TO TRUE
000470     END-IF.
000480 8600-EXIT.
000490     EXIT.
000500
000510 8610-FIND-LAST-SEQUENCE.
000520     READ ChargeLedger NEXT RECORD
000530         AT END
000540             SET WS-CHG-SEQ-EOF-YES TO TRUE
000550     END-READ.
000560     IF NOT WS-CHG-OK
000570         SET WS-CHG-SEQ-EOF-YES TO TRUE
000580     END-IF.
000590     IF NOT WS-CHG-SEQ-EOF-YES
000600         IF CHG-STUDENT-ID NOT = WS-CHG-POST-ID
000610             OR CHG-TERM-CODE NOT = WS-CHG-POST-TERM
000620             SET WS-CHG-SEQ-EOF-YES TO TRUE
000630         ELSE
000640             MOVE CHG-SEQUENCE-NO TO WS-CHG-NEXT-SEQ
000650         END-IF
000660     END-IF.
000670 8610-EXIT.
000680     EXIT.
