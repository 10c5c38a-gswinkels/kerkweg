000010*    COPYBOOK.    ADJREC.
000020*    AUTHOR.      G. SWINKELS, DATA PROCESSING.
000030*    DATE-WRITTEN. 10/15/2026.
000040*
000050*    MODIFICATION HISTORY
000060*    --------------------
000070*    10/15/2026  GS   ORIGINAL - MANUAL ADJUSTMENT RECORD FOR
000080*                      ADJUST.DAT, ONE ADJUSTMENT PER LINE,
000090*                      UNIQUE ON ADJ-NUMBER (KEYING DATE PLUS A
000100*                      SEQUENCE WITHIN THE DAY).  KEYED, APPROVED
000110*                      OR REJECTED, AND RELEASED THROUGH ADJENTRY.
000120*                      EVERY ONE OF THOSE EVENTS ALSO APPENDS AN
000130*                      ADJ-HISTORY-RECORD, CARRYING THE WHOLE
000140*                      ADJUSTMENT AS IT STOOD AFTER THE EVENT, TO
000150*                      ADJHIST.DAT FOR AUDIT.
000160*
000170 01  ADJ-RECORD.
000180     05  ADJ-NUMBER.
000190         10  ADJ-NUM-DATE        PIC X(08).
000200         10  ADJ-NUM-SEQ         PIC 9(04).
000210     05  ADJ-STATUS              PIC X(01).
000220         88  ADJ-STATUS-KEYED        VALUE "K".
000230         88  ADJ-STATUS-APPROVED     VALUE "A".
000240         88  ADJ-STATUS-REJECTED     VALUE "R".
000250         88  ADJ-STATUS-RELEASED     VALUE "X".
000260         88  ADJ-STATUS-FINISHED     VALUE "R" "X".
000270     05  ADJ-ACCOUNT             PIC X(10).
000280     05  ADJ-TYPE                PIC X(02).
000290     05  ADJ-AMOUNT              PIC S9(09)V99.
000300     05  ADJ-REGION              PIC X(04).
000310     05  ADJ-CURRENCY            PIC X(03).
000320     05  ADJ-NAME                PIC X(30).
000330     05  ADJ-REASON              PIC X(30).
000340     05  ADJ-REFERENCE           PIC X(20).
000350     05  ADJ-KEYED-BY            PIC X(08).
000360     05  ADJ-KEYED-STAMP         PIC X(14).
000370     05  ADJ-DECIDED-BY          PIC X(08).
000380     05  ADJ-DECIDED-STAMP       PIC X(14).
000390     05  ADJ-DECISION-NOTE       PIC X(30).
000400     05  ADJ-RELEASED-DATE       PIC X(08).
000410     05  FILLER                  PIC X(05).
000420*
000430 01  ADJ-HISTORY-RECORD.
000440     05  ADJ-HIST-EVENT          PIC X(08).
000450     05  FILLER                  PIC X(01).
000460     05  ADJ-HIST-STAMP          PIC X(14).
000470     05  FILLER                  PIC X(01).
000480     05  ADJ-HIST-OPERATOR       PIC X(08).
000490     05  FILLER                  PIC X(01).
000500     05  ADJ-HIST-IMAGE          PIC X(210).
