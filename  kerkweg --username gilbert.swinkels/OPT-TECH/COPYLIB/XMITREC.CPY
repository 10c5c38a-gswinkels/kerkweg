000010*    COPYBOOK.    XMITREC.
000020*    AUTHOR.      G. SWINKELS, DATA PROCESSING.
000030*    DATE-WRITTEN. 10/15/2026.
000040*
000050*    MODIFICATION HISTORY
000060*    --------------------
000070*    10/15/2026  GS   ORIGINAL - TRANSMISSION REGISTER LINE FOR
000080*                      XMIT.REG, ONE LINE PER FILE SENT OUT OF
000090*                      THE SHOP.  APPENDED BY XMITREG WHEN A FILE
000100*                      IS BUILT, UPDATED BY XMITACK WHEN THE
000110*                      RECEIVER ACKNOWLEDGES OR REJECTS IT.
000120*                      UNIQUE ON XMIT-ID (DATE + 4-DIGIT SEQ).
000130*
000140 01  XMIT-REG-RECORD.
000150     05  XMIT-ID.
000160         10  XMIT-ID-DATE        PIC X(08).
000170         10  XMIT-ID-SEQ         PIC 9(04).
000180     05  FILLER                  PIC X(01).
000190     05  XMIT-FILE-NAME          PIC X(15).
000200     05  FILLER                  PIC X(01).
000210     05  XMIT-DESTINATION        PIC X(10).
000220     05  FILLER                  PIC X(01).
000230     05  XMIT-RECORD-COUNT       PIC 9(07).
000240     05  FILLER                  PIC X(01).
000250     05  XMIT-CONTROL-AMOUNT     PIC S9(11)V99
000260                                 SIGN TRAILING SEPARATE.
000270     05  FILLER                  PIC X(01).
000280     05  XMIT-SENT-TIMESTAMP.
000290         10  XMIT-SENT-DATE      PIC X(08).
000300         10  XMIT-SENT-TIME      PIC X(06).
000310     05  FILLER                  PIC X(01).
000320     05  XMIT-STATUS             PIC X(01).
000330         88  XMIT-AWAITING-ACK       VALUE "S".
000340         88  XMIT-ACKNOWLEDGED       VALUE "A".
000350         88  XMIT-REJECTED           VALUE "R".
000360     05  FILLER                  PIC X(01).
000370     05  XMIT-ACK-DATE           PIC X(08).
000380     05  FILLER                  PIC X(01).
000390     05  XMIT-ACK-REFERENCE      PIC X(20).
000400     05  FILLER                  PIC X(01).
