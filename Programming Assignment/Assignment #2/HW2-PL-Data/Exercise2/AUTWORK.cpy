000010*---------------------------------------------------------------
000020* AUTWORK - working fields for the operator authority check in
000030* the AUTLOOK procedure copy member.  The caller moves its
000040* PROGRAM-ID to WS-AUT-PROGRAM-ID and performs
000050* 8800-LOAD-AUTHORITY thru 8800-EXIT in its initialize
000060* paragraph, which loads that program's lines off the
000070* OperatorAuthority file.  To check a transaction it moves
000080* the operator, the reviewer (spaces where the form has
000090* none), the action code and the money the transaction moves
000100* to the WS-AUT-CHECK fields, performs 8850-CHECK-AUTHORITY
000110* thru 8850-EXIT, and on anything but WS-AUT-GRANTED rejects
000120* the transaction with WS-AUT-REJECT-REASON as its
000130* disposition.
000140* The activity log fields serve the ACTLOG procedure copy
000150* member; a program that only reads authority carries them
000160* unused.
000170*---------------------------------------------------------------
000180 01  WS-AUT-STATUS            PIC X(02).
000190 01  WS-AUT-EOF-SWITCH        PIC X(01)   VALUE 'N'.
000200     88  WS-AUT-EOF-YES                   VALUE 'Y'.
000210     88  WS-AUT-EOF-NO                    VALUE 'N'.
000220 01  WS-AUT-PROGRAM-ID        PIC X(20).
000230 01  WS-AUT-COUNT             PIC 9(03)   COMP VALUE 0.
000240 01  WS-AUT-SUB               PIC 9(03)   COMP.
000250 01  WS-AUT-TABLE.
000260     05  WS-AUT-ENTRY OCCURS 200.
000270         10  WS-AUT-OPERATOR PIC X(08).
000280         10  WS-AUT-ACTION   PIC X(01).
000290         10  WS-AUT-LIMIT-SWITCH PIC X(01).
000300             88  WS-AUT-LIMITED          VALUE 'Y'.
000310             88  WS-AUT-UNLIMITED        VALUE 'N'.
000320         10  WS-AUT-LIMIT    PIC 9(09)   COMP-3.
000330
000340 01  WS-AUT-CHECK-OPERATOR    PIC X(08).
000350 01  WS-AUT-CHECK-REVIEWER    PIC X(08).
000360 01  WS-AUT-CHECK-ACTION      PIC X(01).
000370 01  WS-AUT-CHECK-AMOUNT      PIC S9(12)V99 COMP-3.
000380 01  WS-AUT-CHECK-ID          PIC X(08).
000390 01  WS-AUT-FOUND-SUB         PIC 9(03)   COMP.
000400 01  WS-AUT-RESULT-SWITCH     PIC X(01)   VALUE SPACE.
000410     88  WS-AUT-NOT-CHECKED               VALUE SPACE.
000420     88  WS-AUT-GRANTED                   VALUE 'G'.
000430     88  WS-AUT-NOT-AUTHORIZED            VALUE 'N'.
000440     88  WS-AUT-OVER-LIMIT                VALUE 'L'.
000450     88  WS-AUT-SAME-PERSON               VALUE 'S'.
000460     88  WS-AUT-REVIEWER-NOT-AUTH         VALUE 'V'.
000470     88  WS-AUT-REFUSED                   VALUE 'N' 'L'
000480                                                'S' 'V'.
000490 01  WS-AUT-REJECT-REASON     PIC X(14).
000500
000510 01  WS-ACT-STATUS            PIC X(02).
000520     88  WS-ACT-NOT-FOUND                 VALUE "35".
000530 01  WS-ACT-RUN-DATE          PIC X(08).
