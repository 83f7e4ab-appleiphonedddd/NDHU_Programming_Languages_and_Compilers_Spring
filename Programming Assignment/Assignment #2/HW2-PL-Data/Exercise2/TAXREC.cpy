000010*---------------------------------------------------------------
000020* TAXREC - tuition payment extract for the tax agency, in the
000030* fixed 100-byte format the agency accepts from schools: one
000040* header, one detail per certified student, one trailer.
000050* Amounts are unsigned, zero filled, two implied decimals.
000060* TXH-FILE-TYPE and TXD-CORRECTION say whether the file and
000070* each detail are the year's original filing (O) or a
000080* corrected certificate that replaces an earlier one (C).
000090* The detail carries the family's payments, the refunds and
000100* reversals netted from them, the net the family may claim,
000110* and - separately, since the family cannot claim it - the
000120* money a sponsor paid.
000130* Written by the TuitionCertificate job; writers build the
000140* records in WORKING-STORAGE and WRITE the FD record FROM
000150* them so the record types carry their VALUEs.
000160*---------------------------------------------------------------
000170 01  TaxExtractHeader.
000180     05  TXH-RECORD-TYPE     PIC X(01)   VALUE 'H'.
000190     05  TXH-TAX-YEAR        PIC X(04).
000200     05  TXH-SCHOOL-ID       PIC X(10).
000210     05  TXH-FILE-TYPE       PIC X(01).
000220     05  TXH-CREATED-DATE    PIC X(08).
000230     05  FILLER              PIC X(76)   VALUE SPACES.
000240
000250 01  TaxExtractDetail.
000260     05  TXD-RECORD-TYPE     PIC X(01)   VALUE 'D'.
000270     05  TXD-TAX-YEAR        PIC X(04).
000280     05  TXD-SCHOOL-ID       PIC X(10).
000290     05  TXD-STUDENT-ID      PIC X(10).
000300     05  TXD-STUDENT-NAME    PIC X(25).
000310     05  TXD-CORRECTION      PIC X(01).
000320         88  TXD-ORIGINAL                VALUE 'O'.
000330         88  TXD-CORRECTED               VALUE 'C'.
000340     05  TXD-PAYMENTS        PIC 9(10)V99.
000350     05  TXD-REFUNDS         PIC 9(10)V99.
000360     05  TXD-NET-PAID        PIC 9(10)V99.
000370     05  TXD-SPONSOR-PAID    PIC 9(10)V99.
000380     05  FILLER              PIC X(01)   VALUE SPACES.
000390
000400 01  TaxExtractTrailer.
000410     05  TXT-RECORD-TYPE     PIC X(01)   VALUE 'T'.
000420     05  TXT-TAX-YEAR        PIC X(04).
000430     05  TXT-SCHOOL-ID       PIC X(10).
000440     05  TXT-DETAIL-COUNT    PIC 9(07).
000450     05  TXT-NET-PAID-TOTAL  PIC 9(12)V99.
000460     05  TXT-SPONSOR-TOTAL   PIC 9(12)V99.
000470     05  FILLER              PIC X(50)   VALUE SPACES.
