000010*---------------------------------------------------------------
000020* ACTLOG - the operator activity log.  The caller performs
000030* 8900-OPEN-ACTIVITY-LOG thru 8900-EXIT once it has loaded its
000040* authority (AUTLOOK); for each transaction it fills the
000050* OperatorActivityRecord fields (ACTREC) from the operator to
000060* the disposition, sets ACT-APPLIED or ACT-REJECTED, and
000070* performs 8910-LOG-ACTIVITY thru 8910-EXIT, which stamps the
000080* date and program, marks a reject the authority check caused
000090* as refused, and clears the check for the next transaction;
000100* at the end it performs 8990-CLOSE-ACTIVITY-LOG thru
000110* 8990-EXIT.  Requires the AUTWORK working fields and an
000120* OperatorActivityFile SELECTed on HW2-Operator-Activity.dat
000130* with FILE STATUS WS-ACT-STATUS.
000140*---------------------------------------------------------------
000150 8900-OPEN-ACTIVITY-LOG.
000160     ACCEPT WS-ACT-RUN-DATE FROM DATE YYYYMMDD.
000170     OPEN EXTEND OperatorActivityFile.
000180     IF WS-ACT-NOT-FOUND
000190         OPEN OUTPUT OperatorActivityFile
000200     END-IF.
000210 8900-EXIT.
000220     EXIT.
000230
000240 8910-LOG-ACTIVITY.
000250     MOVE WS-ACT-RUN-DATE TO ACT-ACTIVITY-DATE.
000260     MOVE WS-AUT-PROGRAM-ID TO ACT-PROGRAM-ID.
000270     IF ACT-REJECTED AND WS-AUT-REFUSED
000280         SET ACT-REFUSED TO TRUE
000290     END-IF.
000300     WRITE OperatorActivityLine FROM OperatorActivityRecord.
000310     SET WS-AUT-NOT-CHECKED TO TRUE.
000320 8910-EXIT.
000330     EXIT.
000340
000350 8990-CLOSE-ACTIVITY-LOG.
000360     CLOSE OperatorActivityFile.
000370 8990-EXIT.
000380     EXIT.
