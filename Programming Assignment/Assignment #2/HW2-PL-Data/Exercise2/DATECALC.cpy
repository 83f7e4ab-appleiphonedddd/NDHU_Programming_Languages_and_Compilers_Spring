000010*---------------------------------------------------------------
000020* DATECALC - day counting and date stepping for the jobs that
000030* age by days rather than by month.  8700-DAY-NUMBER turns
000040* the date in WS-DATE-IN into a running day number (days
000050* since a fixed origin, leap years included), so the days
000060* between two dates is a plain subtraction.  8750-ADD-DAYS
000070* steps WS-DATE-IN forward WS-DAYS-TO-ADD days into
000080* WS-DATE-OUT a day at a time, rolling the month and year.
000090* Requires the DATEWORK working fields.  Numbered in the
000100* 8000 range alongside AMTEDIT, DIRLOOK and CHGPOST.
000110*---------------------------------------------------------------
000120 8700-DAY-NUMBER.
000130     MOVE 0 TO WS-DAY-NUMBER.
000140     IF WS-DATE-IN NOT NUMERIC
000150         GO TO 8700-EXIT
000160     END-IF.
000170     MOVE WS-DIN-YEAR TO WS-DCALC-YEAR.
000180     MOVE WS-DIN-MONTH TO WS-DCALC-MONTH.
000190*    March-based year, so the leap day falls at the end.
000200     IF WS-DCALC-MONTH < 3
000210         SUBTRACT 1 FROM WS-DCALC-YEAR
000220         ADD 12 TO WS-DCALC-MONTH
000230     END-IF.
000240     COMPUTE WS-DAY-NUMBER = WS-DCALC-YEAR * 365 + WS-DIN-DAY.
000250     DIVIDE WS-DCALC-YEAR BY 4 GIVING WS-DCALC-QUOTIENT.
000260     ADD WS-DCALC-QUOTIENT TO WS-DAY-NUMBER.
000270     DIVIDE WS-DCALC-YEAR BY 100 GIVING WS-DCALC-QUOTIENT.
000280     SUBTRACT WS-DCALC-QUOTIENT FROM WS-DAY-NUMBER.
000290     DIVIDE WS-DCALC-YEAR BY 400 GIVING WS-DCALC-QUOTIENT.
000300     ADD WS-DCALC-QUOTIENT TO WS-DAY-NUMBER.
000310     COMPUTE WS-DCALC-WORK = (WS-DCALC-MONTH - 3) * 153 + 2.
000320     DIVIDE WS-DCALC-WORK BY 5 GIVING WS-DCALC-QUOTIENT.
000330     ADD WS-DCALC-QUOTIENT TO WS-DAY-NUMBER.
000340 8700-EXIT.
000350     EXIT.
000360
000370 8750-ADD-DAYS.
000380     MOVE WS-DATE-IN TO WS-DATE-OUT.
000390     IF WS-DATE-OUT NUMERIC AND WS-DAYS-TO-ADD > 0
000400         PERFORM 8760-ADD-ONE-DAY THRU 8760-EXIT
000410             WS-DAYS-TO-ADD TIMES
000420     END-IF.
000430 8750-EXIT.
000440     EXIT.
000450
000460 8760-ADD-ONE-DAY.
000470     ADD 1 TO WS-DOUT-DAY.
000480     PERFORM 8770-SET-MONTH-LENGTH THRU 8770-EXIT.
000490     IF WS-DOUT-DAY > WS-DCALC-MONTH-DAYS
000500         MOVE 1 TO WS-DOUT-DAY
000510         ADD 1 TO WS-DOUT-MONTH
000520         IF WS-DOUT-MONTH > 12
000530             MOVE 1 TO WS-DOUT-MONTH
000540             ADD 1 TO WS-DOUT-YEAR
000550         END-IF
000560     END-IF.
000570 8760-EXIT.
000580     EXIT.
000590
000600 8770-SET-MONTH-LENGTH.
000610     MOVE WS-DCALC-MONTH-LENGTH (WS-DOUT-MONTH)
000620         TO WS-DCALC-MONTH-DAYS.
000630     IF WS-DOUT-MONTH = 2
000640         DIVIDE WS-DOUT-YEAR BY 4 GIVING WS-DCALC-QUOTIENT
000650             REMAINDER WS-DCALC-REMAINDER
000660         IF WS-DCALC-REMAINDER = 0
000670             MOVE 29 TO WS-DCALC-MONTH-DAYS
000680             DIVIDE WS-DOUT-YEAR BY 100 GIVING WS-DCALC-QUOTIENT
000690                 REMAINDER WS-DCALC-REMAINDER
000700             IF WS-DCALC-REMAINDER = 0
000710                 MOVE 28 TO WS-DCALC-MONTH-DAYS
000720                 DIVIDE WS-DOUT-YEAR BY 400
000730                     GIVING WS-DCALC-QUOTIENT
000740                     REMAINDER WS-DCALC-REMAINDER
000750                 IF WS-DCALC-REMAINDER = 0
000760                     MOVE 29 TO WS-DCALC-MONTH-DAYS
000770                 END-IF
000780             END-IF
000790         END-IF
000800     END-IF.
000810 8770-EXIT.
000820     EXIT.
