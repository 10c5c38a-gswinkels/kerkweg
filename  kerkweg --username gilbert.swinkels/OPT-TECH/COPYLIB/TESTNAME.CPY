000010*    COPYBOOK.    TESTNAME.
000020*    AUTHOR.      G. SWINKELS, DATA PROCESSING.
000030*    DATE-WRITTEN. 10/15/2026.
000040*
000050*    MODIFICATION HISTORY
000060*    --------------------
000070*    10/15/2026  GS   ORIGINAL - THE GIVEN NAMES AND SURNAMES
000080*                      TEST-REGION CUSTOMER NAMES ARE BUILT
000090*                      FROM.  TESTGEN NAMES EACH GENERATED
000100*                      ACCOUNT FROM THEM AND TESTSUB GIVES EACH
000110*                      MASKED PRODUCTION ACCOUNT ONE IN PLACE OF
000120*                      ITS REAL NAME, SO TEST FILES READ LIKE
000130*                      REAL ONES WITHOUT NAMING ANY CUSTOMER.
000140*                      ACCOUNT N (FROM 1) TAKES GIVEN NAME
000150*                      1 + (N - 1) MOD 20 AND SURNAME
000160*                      1 + ((N - 1) / 20) MOD 20, SO THE FIRST
000170*                      400 ACCOUNTS ALL HAVE DIFFERENT NAMES.
000180*
000190 01  TNAM-GIVEN-NAMES.
000200     05  FILLER                  PIC X(10) VALUE "ANNA".
000210     05  FILLER                  PIC X(10) VALUE "BERT".
000220     05  FILLER                  PIC X(10) VALUE "CAROLINE".
000230     05  FILLER                  PIC X(10) VALUE "DIRK".
000240     05  FILLER                  PIC X(10) VALUE "ELS".
000250     05  FILLER                  PIC X(10) VALUE "FRANK".
000260     05  FILLER                  PIC X(10) VALUE "GERDA".
000270     05  FILLER                  PIC X(10) VALUE "HENK".
000280     05  FILLER                  PIC X(10) VALUE "INGRID".
000290     05  FILLER                  PIC X(10) VALUE "JAN".
000300     05  FILLER                  PIC X(10) VALUE "KAREN".
000310     05  FILLER                  PIC X(10) VALUE "LUC".
000320     05  FILLER                  PIC X(10) VALUE "MARIEKE".
000330     05  FILLER                  PIC X(10) VALUE "NIELS".
000340     05  FILLER                  PIC X(10) VALUE "OLGA".
000350     05  FILLER                  PIC X(10) VALUE "PETER".
000360     05  FILLER                  PIC X(10) VALUE "RIA".
000370     05  FILLER                  PIC X(10) VALUE "SANDER".
000380     05  FILLER                  PIC X(10) VALUE "TINEKE".
000390     05  FILLER                  PIC X(10) VALUE "WILLEM".
000400 01  TNAM-GIVEN-TABLE REDEFINES TNAM-GIVEN-NAMES.
000410     05  TNAM-GIVEN              PIC X(10) OCCURS 20 TIMES.
000420*
000430 01  TNAM-SURNAMES.
000440     05  FILLER                  PIC X(12) VALUE "BAKKER".
000450     05  FILLER                  PIC X(12) VALUE "CLAESSENS".
000460     05  FILLER                  PIC X(12) VALUE "DEKKER".
000470     05  FILLER                  PIC X(12) VALUE "EVERS".
000480     05  FILLER                  PIC X(12) VALUE "FRANSEN".
000490     05  FILLER                  PIC X(12) VALUE "GOOSSENS".
000500     05  FILLER                  PIC X(12) VALUE "HENDRIKS".
000510     05  FILLER                  PIC X(12) VALUE "JACOBS".
000520     05  FILLER                  PIC X(12) VALUE "KOSTER".
000530     05  FILLER                  PIC X(12) VALUE "LAMBRECHTS".
000540     05  FILLER                  PIC X(12) VALUE "MEIJER".
000550     05  FILLER                  PIC X(12) VALUE "NIJHUIS".
000560     05  FILLER                  PIC X(12) VALUE "OOSTERHOF".
000570     05  FILLER                  PIC X(12) VALUE "PEETERS".
000580     05  FILLER                  PIC X(12) VALUE "ROMIJN".
000590     05  FILLER                  PIC X(12) VALUE "SMULDERS".
000600     05  FILLER                  PIC X(12) VALUE "TIMMERMANS".
000610     05  FILLER                  PIC X(12) VALUE "VERMEULEN".
000620     05  FILLER                  PIC X(12) VALUE "WOUTERS".
000630     05  FILLER                  PIC X(12) VALUE "ZWART".
000640 01  TNAM-SURNAME-TABLE REDEFINES TNAM-SURNAMES.
000650     05  TNAM-SURNAME            PIC X(12) OCCURS 20 TIMES.
