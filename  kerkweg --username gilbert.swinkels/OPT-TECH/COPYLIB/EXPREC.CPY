000010*    COPYBOOK.    EXPREC.
000020*    AUTHOR.      G. SWINKELS, DATA PROCESSING.
000030*    DATE-WRITTEN. 10/15/2026.
000040*
000050*    MODIFICATION HISTORY
000060*    --------------------
000070*    10/15/2026  GS   ORIGINAL - CUSTOMER EXPOSURE RECORD.  ONE
000080*                      PER CUSTOMER PER MONTH, WRITTEN BY CUSTEXP
000090*                      TO CUSTEXP.DAT (THE MONTH'S SNAPSHOT) AND
000100*                      KEPT IN CUSTHIST.DAT (EVERY MONTH'S), FROM
000110*                      WHICH THE NEXT MONTH'S MOVEMENT IS TAKEN.
000120*                      THE CUSTOMER IS CUST-CUSTOMER-ID FROM
000130*                      CUSTREF.DAT, OR THE ACCOUNT NUMBER FOR AN
000140*                      ACCOUNT WITH NO CUSTREF LINE.  A DEBIT
000150*                      BALANCE (BELOW ZERO) IS OWED BY THE
000160*                      CUSTOMER AND IS THE EXPOSURE; DEBIT AND
000170*                      CREDIT TOTALS ARE HELD UNSIGNED AND THE
000180*                      NET POSITION IS CREDITS LESS DEBITS.  THE
000190*                      LARGEST ACCOUNT IS THE ONE WITH THE
000200*                      LARGEST DEBIT BALANCE, BLANK WHEN THERE IS
000210*                      NONE.  EXP-FIRST-MONTH IS "Y" WHEN THE
000220*                      CUSTOMER WAS NOT IN THE PRIOR MONTH'S
000230*                      SNAPSHOT, SO ITS MOVEMENT IS FROM ZERO.
000240*
000250 01  EXP-RECORD.
000260     05  EXP-MONTH               PIC X(06).
000270     05  FILLER                  PIC X(01).
000280     05  EXP-CUSTOMER-ID         PIC X(10).
000290     05  FILLER                  PIC X(01).
000300     05  EXP-NAME                PIC X(30).
000310     05  FILLER                  PIC X(01).
000320     05  EXP-ACCOUNT-COUNT       PIC 9(05).
000330     05  FILLER                  PIC X(01).
000340     05  EXP-ENTITY-COUNT        PIC 9(03).
000350     05  FILLER                  PIC X(01).
000360     05  EXP-DEBIT-TOTAL         PIC 9(13)V99.
000370     05  FILLER                  PIC X(01).
000380     05  EXP-CREDIT-TOTAL        PIC 9(13)V99.
000390     05  FILLER                  PIC X(01).
000400     05  EXP-NET-POSITION        PIC S9(13)V99
000410                                 SIGN TRAILING SEPARATE.
000420     05  FILLER                  PIC X(01).
000430     05  EXP-LARGEST-ACCOUNT     PIC X(10).
000440     05  FILLER                  PIC X(01).
000450     05  EXP-LARGEST-BALANCE     PIC 9(13)V99.
000460     05  FILLER                  PIC X(01).
000470     05  EXP-PRIOR-EXPOSURE      PIC 9(13)V99.
000480     05  FILLER                  PIC X(01).
000490     05  EXP-MOVEMENT            PIC S9(13)V99
000500                                 SIGN TRAILING SEPARATE.
000510     05  FILLER                  PIC X(01).
000520     05  EXP-FIRST-MONTH         PIC X(01).
000530         88  EXP-IS-FIRST-MONTH      VALUE "Y".
