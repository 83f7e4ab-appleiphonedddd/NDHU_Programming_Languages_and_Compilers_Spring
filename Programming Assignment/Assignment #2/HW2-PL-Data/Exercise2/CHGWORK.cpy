000010*---------------------------------------------------------------
000020* CHGWORK - working fields for the charge posting in the
000030* CHGPOST procedure copy member.  The caller opens the
000040* ChargeLedger I-O, moves the StudentID, term, charge type,
000050* amount, posting date, due date and source code to the
000060* WS-CHG-POST- fields, performs 8600-POST-CHARGE thru
000070* 8600-EXIT, and tests WS-CHG-POSTED / WS-CHG-POST-FAILED.
000080* The sequence number the charge went on under comes back in
000090* WS-CHG-NEXT-SEQ.
000100*---------------------------------------------------------------
000110 01  WS-CHG-STATUS            PIC X(02).
000120     88  WS-CHG-OK                        VALUE "00".
000130     88  WS-CHG-NOT-FOUND                 VALUE "23" "35".
000140 01  WS-CHG-POST-SWITCH       PIC X(01)   VALUE 'N'.
000150     88  WS-CHG-POSTED                    VALUE 'Y'.
000160     88  WS-CHG-POST-FAILED               VALUE 'N'.
000170 01  WS-CHG-SEQ-EOF-SWITCH    PIC X(01)   VALUE 'N'.
000180     88  WS-CHG-SEQ-EOF-YES               VALUE 'Y'.
000190     88  WS-CHG-SEQ-EOF-NO                VALUE 'N'.
000200 01  WS-CHG-NEXT-SEQ          PIC 9(04)   COMP.
000210 01  WS-CHG-POST-ID           PIC X(10).
000220 01  WS-CHG-POST-TERM         PIC X(06).
000230 01  WS-CHG-POST-TYPE         PIC X(02).
000240 01  WS-CHG-POST-AMOUNT       PIC S9(12)V99 COMP-3.
000250 01  WS-CHG-POST-DATE         PIC X(08).
000260 01  WS-CHG-POST-DUE-DATE     PIC X(08).
000270 01  WS-CHG-POST-SOURCE       PIC X(06).
