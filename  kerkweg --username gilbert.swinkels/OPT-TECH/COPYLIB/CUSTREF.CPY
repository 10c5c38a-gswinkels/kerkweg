000010*    COPYBOOK.    CUSTREF.
000020*    AUTHOR.      G. SWINKELS, DATA PROCESSING.
000030*    DATE-WRITTEN. 10/15/2026.
000040*
000050*    MODIFICATION HISTORY
000060*    --------------------
000070*    10/15/2026  GS   ORIGINAL - CUSTOMER REFERENCE RECORD FOR
000080*                      CUSTREF.DAT, ONE LINE PER ACCOUNT, KEPT
000090*                      BY CUSTOMER SERVICE.  TIES EACH ACCOUNT TO
000100*                      THE CUSTOMER WHO OWNS IT SO RUNS THAT HAVE
000110*                      TO LOOK ACROSS ALL OF A CUSTOMER'S ACCOUNTS
000120*                      CAN GROUP THEM.  AN ACCOUNT WITH NO LINE
000130*                      IS TREATED AS ITS OWN CUSTOMER, CUSTOMER
000140*                      ID = ACCOUNT NUMBER.
000150*
000160 01  CUST-REF-RECORD.
000170     05  CUST-ACCOUNT-NUMBER     PIC X(10).
000180     05  CUST-CUSTOMER-ID        PIC X(10).
000190     05  CUST-TAX-ID             PIC X(11).
000200     05  CUST-NAME               PIC X(30).
000210     05  CUST-ADDRESS            PIC X(30).
000220     05  CUST-CITY               PIC X(20).
000230     05  CUST-POSTAL-CODE        PIC X(10).
000240     05  CUST-BIRTH-DATE         PIC X(08).
000250     05  FILLER                  PIC X(11).
