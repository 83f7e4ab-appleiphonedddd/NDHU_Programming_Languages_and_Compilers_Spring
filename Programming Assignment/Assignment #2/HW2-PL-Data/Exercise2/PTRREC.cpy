000010*---------------------------------------------------------------
000020* PTRREC - PriorTermReceivable record layout.  One record per
000030* student per closed term that closed owing money, keyed on
000040* StudentID + the closed term code.  Written by TermClose with
000050* the unpaid balance (billed on the ChargeLedger less the
000060* closing paid-to-date) and the close date the balance ages
000070* from; worked afterwards by AgencyPlacement, AgencyPosting
000080* and BadDebtWriteOff, and read by StudentPayment for the
000090* aging report and the registrar hold.
000100* Status codes:  O open (still the bursar's to collect)
000110*                P placed with the collections agency
000120*                R recalled by the agency uncollected
000130*                W written off as uncollectible
000140*                C cleared - collected in full
000150* PTR-BALANCE is what is still owed; the original balance
000160* less what the agency collected, what was written off and
000170* the current-term credit StudentPayment applied to it.
000180* PTR-LAST-COLLECTED is the collected date and agency
000190* reference of the last agency payment posted, so a rerun of
000200* the same remittance is refused.  PTR-WO-APPROVED-DATE/AMT
000210* record the write-off approval applied, so the same approval
000220* cannot be applied twice.
000230*---------------------------------------------------------------
000240 01  PriorTermRecord.
000250     05  PTR-RECEIVABLE-KEY.
000260         10  PTR-STUDENT-ID   PIC X(10).
000270         10  PTR-TERM-CODE    PIC X(06).
000280     05  PTR-STATUS           PIC X(01).
000290         88  PTR-OPEN                    VALUE 'O'.
000300         88  PTR-PLACED                  VALUE 'P'.
000310         88  PTR-RECALLED                VALUE 'R'.
000320         88  PTR-WRITTEN-OFF             VALUE 'W'.
000330         88  PTR-CLEARED                 VALUE 'C'.
000340         88  PTR-STILL-OWED              VALUE 'O' 'P' 'R'.
000350     05  PTR-CLOSE-DATE       PIC X(08).
000360     05  PTR-ORIGINAL-BALANCE PIC S9(12)V99 COMP-3.
000370     05  PTR-BALANCE          PIC S9(12)V99 COMP-3.
000380     05  PTR-PLACED-DATE      PIC X(08).
000390     05  PTR-RECALL-DATE      PIC X(08).
000400     05  PTR-AGENCY-COLLECTED PIC S9(12)V99 COMP-3.
000410     05  PTR-AGENCY-COMMISSION PIC S9(12)V99 COMP-3.
000420     05  PTR-WRITTEN-OFF-AMT  PIC S9(12)V99 COMP-3.
000430     05  PTR-LAST-ACTIVITY    PIC X(08).
000440     05  PTR-CREDIT-APPLIED   PIC S9(12)V99 COMP-3.
000450     05  PTR-LAST-COLLECTED.
000460         10  PTR-LAST-COLL-DATE  PIC X(08).
000470         10  PTR-LAST-COLL-REF   PIC X(10).
000480     05  PTR-WO-APPROVED-DATE PIC X(08).
000490     05  PTR-WO-APPROVED-AMT  PIC S9(12)V99 COMP-3.
