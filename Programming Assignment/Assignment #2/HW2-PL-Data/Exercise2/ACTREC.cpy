000010*---------------------------------------------------------------
000020* ACTREC - operator activity log line.  One line per
000030* transaction a maintenance program reads, applied or not,
000040* naming the program, the operator and any reviewer, the
000050* action, the student and term, the money it moved - for a
000060* reject, the amount as keyed - and its disposition off the
000070* proof list.  The log is only ever extended; the
000080* OperatorActivity job reports it for internal audit.
000090* Result codes:  A applied
000100*                R rejected on an edit or on the file
000110*                U refused on operator authority
000120* Writers build this in WORKING-STORAGE and WRITE the log FD
000130* record FROM it so the comma separators carry their VALUEs;
000140* OperatorActivity reads the log straight into this layout.
000150*---------------------------------------------------------------
000160 01  OperatorActivityRecord.
000170     05  ACT-ACTIVITY-DATE   PIC X(08).
000180     05  FILLER              PIC X(01)   VALUE ','.
000190     05  ACT-PROGRAM-ID      PIC X(20).
000200     05  FILLER              PIC X(01)   VALUE ','.
000210     05  ACT-OPERATOR-ID     PIC X(08).
000220     05  FILLER              PIC X(01)   VALUE ','.
000230     05  ACT-REVIEWER-ID     PIC X(08).
000240     05  FILLER              PIC X(01)   VALUE ','.
000250     05  ACT-ACTION-CODE     PIC X(01).
000260     05  FILLER              PIC X(01)   VALUE ','.
000270     05  ACT-STUDENT-ID      PIC X(10).
000280     05  FILLER              PIC X(01)   VALUE ','.
000290     05  ACT-TERM-CODE       PIC X(06).
000300     05  FILLER              PIC X(01)   VALUE ','.
000310     05  ACT-AMOUNT          PIC S9(12)V99
000320                                 SIGN LEADING SEPARATE.
000330     05  FILLER              PIC X(01)   VALUE ','.
000340     05  ACT-RESULT          PIC X(01).
000350         88  ACT-APPLIED                 VALUE 'A'.
000360         88  ACT-REJECTED                VALUE 'R'.
000370         88  ACT-REFUSED                 VALUE 'U'.
000380     05  FILLER              PIC X(01)   VALUE ','.
000390     05  ACT-DISPOSITION     PIC X(16).
