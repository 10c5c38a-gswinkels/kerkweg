000010*    COPYBOOK.    TAXREC.
000020*    AUTHOR.      G. SWINKELS, DATA PROCESSING.
000030*    DATE-WRITTEN. 10/15/2026.
000040*
000050*    MODIFICATION HISTORY
000060*    --------------------
000070*    10/15/2026  GS   ORIGINAL - INTEREST INCOME INFORMATION
000080*                      RETURN SENT TO THE TAX AUTHORITY
000090*                      (INTTAX.FIL), 200-BYTE RECORDS: ONE
000100*                      HEADER, ONE DETAIL PER CUSTOMER REPORTED
000110*                      FOR THE TAX YEAR, ONE TRAILER WITH THE
000120*                      COUNT AND TOTALS.  ALSO THE FILING
000130*                      REGISTER LINE (INTTAX.REG) INTTAX APPENDS
000140*                      FOR EVERY CUSTOMER FILED, SO A LATER
000150*                      CORRECTED FILING KNOWS WHAT WAS SENT.
000160*                      WRITTEN BY INTTAX.
000170*
000180 01  TAX-FILING-HEADER.
000190     05  TAX-HDR-RECORD-TYPE     PIC X(01).
000200         88  TAX-IS-HEADER           VALUE "H".
000210     05  TAX-HDR-YEAR            PIC X(04).
000220     05  TAX-HDR-FILING-KIND     PIC X(01).
000230         88  TAX-HDR-ORIGINAL        VALUE "O".
000240         88  TAX-HDR-CORRECTION      VALUE "C".
000250     05  TAX-HDR-PAYER-ID        PIC X(11).
000260     05  TAX-HDR-PAYER-NAME      PIC X(30).
000270     05  TAX-HDR-CREATED-DATE    PIC X(08).
000280     05  FILLER                  PIC X(145).
000290*
000300 01  TAX-FILING-DETAIL.
000310     05  TAX-RECORD-TYPE         PIC X(01).
000320         88  TAX-IS-DETAIL           VALUE "D".
000330     05  TAX-YEAR                PIC X(04).
000340     05  TAX-CORRECTION-IND      PIC X(01).
000350         88  TAX-ORIGINAL            VALUE SPACE.
000360         88  TAX-CORRECTED           VALUE "C".
000370     05  TAX-CUSTOMER-ID         PIC X(10).
000380     05  TAX-RECIPIENT-TIN       PIC X(11).
000390     05  TAX-RECIPIENT-NAME      PIC X(30).
000400     05  TAX-RECIPIENT-ADDRESS   PIC X(30).
000410     05  TAX-RECIPIENT-CITY      PIC X(20).
000420     05  TAX-RECIPIENT-POSTAL    PIC X(10).
000430     05  TAX-INTEREST-PAID       PIC 9(11)V99.
000440     05  TAX-TAX-WITHHELD        PIC 9(11)V99.
000450     05  TAX-PAYER-ID            PIC X(11).
000460     05  FILLER                  PIC X(46).
000470*
000480 01  TAX-FILING-TRAILER.
000490     05  TAX-TRL-RECORD-TYPE     PIC X(01).
000500         88  TAX-IS-TRAILER          VALUE "T".
000510     05  TAX-TRL-YEAR            PIC X(04).
000520     05  TAX-TRL-DETAIL-COUNT    PIC 9(07).
000530     05  TAX-TRL-TOTAL-INTEREST  PIC 9(13)V99.
000540     05  TAX-TRL-TOTAL-WITHHELD  PIC 9(13)V99.
000550     05  FILLER                  PIC X(158).
000560*
000570*    ONE INTTAX.REG LINE PER CUSTOMER FILED.  KIND "O" IS THE
000580*    ORIGINAL FILING, "C" A CORRECTION; THE LATEST LINE FOR A
000590*    CUSTOMER AND YEAR IS WHAT THE AUTHORITY NOW HOLDS.
000600*
000610 01  TAX-REG-RECORD.
000620     05  TAX-REG-YEAR            PIC X(04).
000630     05  FILLER                  PIC X(01).
000640     05  TAX-REG-KIND            PIC X(01).
000650         88  TAX-REG-ORIGINAL        VALUE "O".
000660         88  TAX-REG-CORRECTION      VALUE "C".
000670     05  FILLER                  PIC X(01).
000680     05  TAX-REG-CUSTOMER-ID     PIC X(10).
000690     05  FILLER                  PIC X(01).
000700     05  TAX-REG-INTEREST        PIC 9(11)V99.
000710     05  FILLER                  PIC X(01).
000720     05  TAX-REG-WITHHELD        PIC 9(11)V99.
000730     05  FILLER                  PIC X(01).
000740     05  TAX-REG-RUN-DATE        PIC X(08).
000750     05  FILLER                  PIC X(01).
000760     05  TAX-REG-TIN             PIC X(11).
