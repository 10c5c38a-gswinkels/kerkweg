000010*    COPYBOOK.    GLBALREC.
000020*    AUTHOR.      G. SWINKELS, DATA PROCESSING.
000030*    DATE-WRITTEN. 10/15/2026.
000040*
000050*    MODIFICATION HISTORY
000060*    --------------------
000070*    10/15/2026  GS   ORIGINAL - GENERAL LEDGER BALANCE FILE
000080*                      (GLBAL.DAT).  ONE LINE PER GL ACCOUNT WITH
000090*                      THE PERIOD'S OPENING BALANCE, DEBITS,
000100*                      CREDITS AND CLOSING BALANCE, KEPT BY
000110*                      GLBALUPD FROM EACH GLFEED.JNL AND READ BY
000120*                      GLRECON.  BALANCES ARE DEBIT-POSITIVE:
000130*                      CLOSING = OPENING + DEBITS - CREDITS.
000140*
000141*    10/15/2026  GS   EVERY CONTROL LINE WRITTEN IS ALSO ADDED TO
000142*                      GLBAL.HST, THE FINGERPRINTS OF ALL THE
000143*                      JOURNALS EVER APPLIED, IN THE SAME LAYOUT.
000145*
000150 01  GLBAL-RECORD.
000160     05  GLBAL-ACCOUNT           PIC X(08).
000170     05  FILLER                  PIC X(01).
000180     05  GLBAL-PERIOD            PIC X(06).
000190     05  FILLER                  PIC X(01).
000200     05  GLBAL-OPENING           PIC S9(13)V99
000210                                 SIGN TRAILING SEPARATE.
000220     05  FILLER                  PIC X(01).
000230     05  GLBAL-PERIOD-DEBITS     PIC 9(13)V99.
000240     05  FILLER                  PIC X(01).
000250     05  GLBAL-PERIOD-CREDITS    PIC 9(13)V99.
000260     05  FILLER                  PIC X(01).
000270     05  GLBAL-CLOSING           PIC S9(13)V99
000280                                 SIGN TRAILING SEPARATE.
000290     05  FILLER                  PIC X(01).
000300     05  GLBAL-LAST-POST-DATE    PIC X(08).
000310*
000320*    THE FIRST LINE OF GLBAL.DAT IS THE CONTROL LINE: THE OPEN
000330*    PERIOD AND THE FINGERPRINT OF THE LAST JOURNAL APPLIED, SO
000340*    THE SAME GLFEED.JNL IS NEVER POSTED TO THE BALANCES TWICE.
000350*
000360 01  GLBAL-CONTROL-RECORD.
000370     05  GLBAL-CTL-ID            PIC X(08).
000380         88  GLBAL-IS-CONTROL        VALUE "*CONTROL".
000390     05  FILLER                  PIC X(01).
000400     05  GLBAL-CTL-PERIOD        PIC X(06).
000410     05  FILLER                  PIC X(01).
000420     05  GLBAL-CTL-JNL-DATE      PIC X(08).
000430     05  FILLER                  PIC X(01).
000440     05  GLBAL-CTL-JNL-LINES     PIC 9(07).
000450     05  FILLER                  PIC X(01).
000460     05  GLBAL-CTL-JNL-DEBITS    PIC 9(13)V99.
000470     05  FILLER                  PIC X(01).
000480     05  GLBAL-CTL-UPDATED       PIC X(14).
000490     05  FILLER                  PIC X(27).
