000010*---------------------------------------------------------------
000020* CHGREC - ChargeLedger record layout.  One record per charge,
000030* keyed on StudentID + term code + charge sequence, so a
000040* student's charges for a term read back in the order they
000050* were posted.  CHG-CHARGE-TYPE says what the charge is for;
000060* CHG-POST-DATE is the day it was posted and CHG-DUE-DATE the
000070* day it falls due (YYYYMMDD).  CHG-SOURCE names the job that
000080* posted it - BILLNG for the billing feed ChargePost loads,
000090* LATFEE for LateFeeAssess, NSFRTN for NSFReturns.  Read by
000100* every program that needs what a student was billed.
000110*---------------------------------------------------------------
000120 01  ChargeLedgerRecord.
000130     05  CHG-CHARGE-KEY.
000140         10  CHG-STUDENT-ID   PIC X(10).
000150         10  CHG-TERM-CODE    PIC X(06).
000160         10  CHG-SEQUENCE-NO  PIC 9(04).
000170     05  CHG-CHARGE-TYPE      PIC X(02).
000180         88  CHG-TUITION                 VALUE "TU".
000190         88  CHG-HOUSING                 VALUE "HO".
000200         88  CHG-LAB-FEE                 VALUE "LB".
000210         88  CHG-NSF-FEE                 VALUE "NS".
000220         88  CHG-LATE-FEE                VALUE "LF".
000230         88  CHG-OTHER                   VALUE "OT".
000240         88  CHG-VALID-TYPE              VALUE "TU" "HO" "LB"
000250                                               "NS" "LF" "OT".
000260         88  CHG-FEE-TYPE                VALUE "NS" "LF".
000270     05  CHG-AMOUNT           PIC S9(12)V99 COMP-3.
000280     05  CHG-POST-DATE        PIC X(08).
000290     05  CHG-DUE-DATE         PIC X(08).
000300     05  CHG-SOURCE           PIC X(06).
