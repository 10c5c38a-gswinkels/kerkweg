000010*    COPYBOOK.    DISPREC.
000020*    AUTHOR.      G. SWINKELS, DATA PROCESSING.
000030*    DATE-WRITTEN. 10/15/2026.
000040*
000050*    MODIFICATION HISTORY
000060*    --------------------
000070*    10/15/2026  GS   ORIGINAL - DISPUTE CASE RECORD LAYOUT FOR
000080*                      DISPUTE.DAT, ONE CASE PER LINE, UNIQUE ON
000090*                      DISP-CASE-NUMBER.  MAINTAINED BY DISPUTE,
000100*                      AGED BY DISPAGE.  DISP-ORIGINAL POINTS
000110*                      BACK TO THE DISPUTED TRANSACTION AS IT
000120*                      WAS FOUND IN SORTED.DAT OR THE ARCHIVE.
000121*
000122*    10/15/2026  GS   ADDED DISP-ORIG-REFERENCE, THE DISPUTED
000123*                      TRANSACTION'S SAMP-TXN-REFERENCE, IN
000124*                      PLACE OF THE FILLER, RUNNING THE RECORD OUT
000125*                      TO 167 BYTES.  A CASE OPENED BEFORE
000126*                      REFERENCES EXISTED READS AS A BLANK
000127*                      REFERENCE.
000130*
000140 01  DISP-CASE-RECORD.
000150     05  DISP-CASE-NUMBER        PIC X(10).
000160     05  DISP-CASE-STATUS        PIC X(01).
000170         88  DISP-STATUS-OPEN        VALUE "O".
000180         88  DISP-STATUS-PROVISIONAL VALUE "P".
000190         88  DISP-STATUS-WON         VALUE "W".
000200         88  DISP-STATUS-LOST        VALUE "L".
000210         88  DISP-STATUS-UNRESOLVED  VALUE "O" "P".
000220     05  DISP-OPEN-DATE          PIC X(08).
000230     05  DISP-STATUS-DATE        PIC X(08).
000240     05  DISP-ORIGINAL.
000250         10  DISP-ORIG-ACCOUNT   PIC X(10).
000260         10  DISP-ORIG-DATE      PIC X(08).
000270         10  DISP-ORIG-TYPE      PIC X(02).
000280         10  DISP-ORIG-AMOUNT    PIC S9(09)V99.
000290         10  DISP-ORIG-REGION    PIC X(04).
000300         10  DISP-ORIG-NAME      PIC X(30).
000310         10  DISP-ORIG-CURRENCY  PIC X(03).
000320         10  DISP-ORIG-SOURCE    PIC X(01).
000330             88  DISP-FROM-SORTED    VALUE "S".
000340             88  DISP-FROM-ARCHIVE   VALUE "A".
000350     05  DISP-PROV-AMOUNT        PIC S9(09)V99.
000360     05  DISP-OPENED-BY          PIC X(08).
000370     05  DISP-LAST-OPR           PIC X(08).
000380     05  DISP-REASON             PIC X(30).
000390     05  DISP-ORIG-REFERENCE     PIC X(14).
