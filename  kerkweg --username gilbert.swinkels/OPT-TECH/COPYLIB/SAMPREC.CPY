000280*                      QARECON/CONCAT SKIP IT THE SAME WAY THEY
000290*                      ALREADY SKIP THE TRAILER.
000300*
000301*10/15/2026  GS   CARVED SAMP-TXN-REFERENCE OUT OF THE LAST OF
000302*                      THE FILLER (LAYOUT VERSION 03) -- SOURCE
000303*                      CODE, EXTRACT DATE (YYMMDD) AND POSITION OF
000304*                      THE DETAIL IN ITS EXTRACT, STAMPED ONCE BY
000305*                      TXNREF AS THE EXTRACT IS TAKEN IN AND
000306*                      CARRIED UNCHANGED FROM THEN ON, SO EVERY
000307*                      COPY OF A TRANSACTION (REJECTS, PENDED
000308*                      ITEMS, POSTING JOURNAL, ARCHIVE, DISPUTES)
000309*                      POINTS BACK TO EXACTLY ONE ORIGINAL.  A
000309*                      VERSION 01 OR 02 FILE READS AS A BLANK
000309*                      REFERENCE.
000309*
000309*10/15/2026  GS   ADDED SAMP-XFR-NARRATIVE, THE VIEW OF THE
000309*                      CUSTOMER NAME AN INTER-REGION TRANSFER
000309*                      HALF MUST CARRY (SEE THE NOTE ABOVE IT).
000309*                      READ BY XFRMATCH.
000309*
000310 01  SAMP-DETAIL-RECORD.
000320     05  SAMP-ACCOUNT-NUMBER     PIC X(10).
000330     05  SAMP-TRANSACTION-DATE   PIC X(08).
000350     05  SAMP-TRANSACTION-AMOUNT PIC S9(09)V99.
000360     05  SAMP-REGION-CODE        PIC X(04).
000370     05  SAMP-CUSTOMER-NAME      PIC X(30).
000371*
000372*    ON AN INTER-REGION TRANSFER HALF (TRANSACTION TYPES TO AND
000373*    TI, OR WHATEVER XFRMATCH IS TOLD TO USE) THE SENDING SYSTEM
000374*    MUST WRITE THE TRANSFER NARRATIVE HERE INSTEAD OF A NAME:
000375*    THE TRANSFER REFERENCE, THE SAME ON THE OUT AND THE IN
000376*    HALF, IN POSITIONS 1-16 AND THE OTHER OFFICE'S REGION CODE
000377*    IN POSITIONS 18-21.  A HALF WITHOUT IT CANNOT BE MATCHED.
000378*
000379     05  SAMP-XFR-NARRATIVE REDEFINES SAMP-CUSTOMER-NAME.
000379         10  SAMP-XFR-REFERENCE  PIC X(16).
000379         10  FILLER              PIC X(01).
000379         10  SAMP-XFR-OTHER-REGION PIC X(04).
000379         10  FILLER              PIC X(09).
000380     05  SAMP-CURRENCY-CODE      PIC X(03).
000390     05  SAMP-TXN-REFERENCE.
000391         10  SAMP-REF-SOURCE     PIC X(02).
000392         10  SAMP-REF-EXTRACT-DATE PIC X(06).
000393         10  SAMP-REF-SEQUENCE   PIC 9(06).
000400*
000410*    THE LAST DETAIL RECORD IN SAMP.DAT IS FOLLOWED BY A ONE-LINE
000420*    TRAILER RECORD CARRYING A HASH TOTAL OF DETAIL RECORDS
