000010*---------------------------------------------------------------
000020* AUTREC - OperatorAuthority record layout.  One line per
000030* operator per program per action code the operator may use,
000040* comma delimited, kept by the bursar's office on
000050* HW2-Operator-Authority.dat.  The program is named by its
000060* PROGRAM-ID exactly as spelled in the program; the action
000070* codes are the program's own:
000080*   MasterMaint        A add  C change  D delete  J adjust
000090*   DuplicateRelease   R release  X dismiss
000100*   PaymentPlanMaint   A add  C change  D delete
000110*   DebitMandateMaint  A register  C change  D cancel
000120*                      R reinstate
000130*   SuspenseApply      P apply a suspense item
000140*   LateFeeAssess      W waive the late fee
000150*   DrawerCloseOut     W witness a drawer count
000160*   BadDebtWriteOff    W approve a write-off
000170*   PeriodClose        C close a month  R reopen a month
000180* The dollar limit is in whole dollars, zero filled, and caps
000190* the money one transaction may move under that authority;
000200* blank means the action carries no dollar limit.  An
000210* operator with no line for a program and action may not use
000220* it, and a reviewer or witness must hold the same authority
000230* as the operator whose work they sign off.
000240*---------------------------------------------------------------
000250 01  OperatorAuthorityRecord.
000260     05  AUT-OPERATOR-ID      PIC X(08).
000270     05  FILLER               PIC X(01).
000280     05  AUT-PROGRAM-ID       PIC X(20).
000290     05  FILLER               PIC X(01).
000300     05  AUT-ACTION-CODE      PIC X(01).
000310     05  FILLER               PIC X(01).
000320     05  AUT-DOLLAR-LIMIT     PIC X(09).
000330     05  AUT-DOLLAR-LIMIT-N REDEFINES AUT-DOLLAR-LIMIT
000340                              PIC 9(09).
