000010*    COPYBOOK.    EXCPREC.
000020*    AUTHOR.      G. SWINKELS, DATA PROCESSING.
000030*    DATE-WRITTEN. 10/15/2026.
000040*
000050*    MODIFICATION HISTORY
000060*    --------------------
000070*    10/15/2026  GS   ORIGINAL - EXCEPTION WORK QUEUE.  ONE
000080*                      EXCPQ RECORD PER OUTSTANDING OR WORKED
000090*                      EXCEPTION, WHATEVER FILE IT CAME FROM.
000100*                      EXCPQ IS A KEYED FILE HELD THROUGH THE
000110*                      RSMFCOB RANDOM-I/O WRAPPER, THE SAME WAY
000120*                      AS ACCTMST, KEYED ON EXQ-KEY (THE FIRST
000130*                      40 BYTES).  RSMFCOB HAS NO READ-NEXT, SO
000140*                      EVERY KEY WRITTEN IS ALSO APPENDED TO
000150*                      EXCPQ.LST, WHICH THE AGING REPORT AND THE
000160*                      OPSMENU PICK WALK.  LOADED NIGHTLY BY
000170*                      EXCPGAT, WORKED FROM OPSMENU, AGED BY
000180*                      EXCPAGE.  ALSO THE EXCPFEED.DAT LINE, THE
000190*                      COMMON LAYOUT ANY EXCEPTION SOURCE WITHOUT
000200*                      A FILE OF ITS OWN (SUSPENSE POSTINGS,
000210*                      LIMIT-MONITORING HITS, SETTLEMENT
000220*                      MISMATCHES) HANDS ITS ITEMS OVER IN.
000221*    10/15/2026  GS   SOURCE XFER, UNMATCHED INTER-REGION
000222*                      TRANSFER HALVES, ON XFREXCP.DAT.
000230*
000240*    EXQ-SOURCE NAMES THE FILE THE ITEM CAME FROM:
000250*        KEYV  REJECT.DAT   (KEYVAL, KEY FIELD NOT NUMERIC)
000260*        FLDV  FLDREJ.DAT   (FLDVAL, RT/RR/RD REASONS)
000270*        AGED  AGEEXCP.DAT  (AGERPT, OVER 90 DAYS)
000280*        NETN  NETEXCP.DAT  (NETRPT, NEGATIVE NET MOVEMENT)
000290*        DORM  DORMEXCP.DAT (ACCTPOST, ITEM FOR DORMANT ACCOUNT)
000300*        PAYR  PAYREJ.DAT   (PAYBUILD, PAYMENT REJECTED)
000302*        XFER  XFREXCP.DAT  (XFRMATCH, TRANSFER HALF UNMATCHED;
000304*                           FEED LAYOUT, REASON XOUT OR XIN)
000310*        ANY OTHER CODE COMES IN ON EXCPFEED.DAT.
000320*    EXQ-ITEM-REF TELLS ONE ITEM FROM ANOTHER FOR THE SAME
000330*    SOURCE, ACCOUNT AND REASON, SO AN ITEM REPORTED AGAIN ON A
000340*    LATER RUN FINDS ITS OWN ENTRY.  FOR A TRANSACTION IT IS THE
000350*    TRANSACTION DATE AND REFERENCE, OR THE DATE, TYPE AND
000360*    AMOUNT WHEN THE REFERENCE IS BLANK; FOR A NEGATIVE NET IT
000370*    IS THE MONTH (CCYYMM), ONE ITEM PER ACCOUNT PER MONTH.
000380*    DATES ARE CCYYMMDD.  EXQ-STATUS "O" = OPEN, "C" = CLOSED
000390*    WITH A RESOLUTION.  A CLOSED ITEM REPORTED AGAIN STAYS
000400*    CLOSED; ONLY ITS LAST-SEEN DATE AND COUNT MOVE.
000410*
000420 01  EXQ-RECORD.
000430     05  EXQ-KEY.
000440         10  EXQ-SOURCE          PIC X(04).
000450         10  EXQ-ACCOUNT         PIC X(10).
000460         10  EXQ-REASON          PIC X(04).
000470         10  EXQ-ITEM-REF        PIC X(22).
000480     05  EXQ-AMOUNT              PIC S9(11)V99.
000490     05  EXQ-FIRST-SEEN          PIC X(08).
000500     05  EXQ-LAST-SEEN           PIC X(08).
000510     05  EXQ-SEEN-COUNT          PIC 9(05).
000520     05  EXQ-TEAM                PIC X(08).
000530     05  EXQ-STATUS              PIC X(01).
000540         88  EXQ-IS-OPEN             VALUE "O".
000550         88  EXQ-IS-CLOSED           VALUE "C".
000560     05  EXQ-DESCRIPTION         PIC X(30).
000570     05  EXQ-CLOSED-DATE         PIC X(08).
000580     05  EXQ-CLOSED-BY           PIC X(08).
000590     05  EXQ-RESOLUTION          PIC X(40).
000600     05  FILLER                  PIC X(31).
000610*
000620 01  EXQ-FEED-RECORD.
000630     05  EXQ-FEED-SOURCE         PIC X(04).
000640     05  FILLER                  PIC X(01).
000650     05  EXQ-FEED-ACCOUNT        PIC X(10).
000660     05  FILLER                  PIC X(01).
000670     05  EXQ-FEED-REASON         PIC X(04).
000680     05  FILLER                  PIC X(01).
000690     05  EXQ-FEED-ITEM-REF       PIC X(22).
000700     05  FILLER                  PIC X(01).
000710     05  EXQ-FEED-AMOUNT         PIC S9(11)V99
000720                                 SIGN TRAILING SEPARATE.
000730     05  FILLER                  PIC X(01).
000740     05  EXQ-FEED-DESCRIPTION    PIC X(30).
