000010*    COPYBOOK.    WOFFREC.
000020*    AUTHOR.      G. SWINKELS, DATA PROCESSING.
000030*    DATE-WRITTEN. 10/15/2026.
000040*
000050*    MODIFICATION HISTORY
000060*    --------------------
000070*    10/15/2026  GS   ORIGINAL - WRITE-OFF OF AGED NEGATIVE
000080*                      BALANCES.  WO-RECORD IS ONE PROPOSAL ON
000090*                      WOPROP.DAT, UNIQUE ON WO-NUMBER (PROPOSAL
000100*                      RUN DATE PLUS A SEQUENCE WITHIN THE DAY):
000110*                      PROPOSED BY THE WRITEOFF BATCH RUN,
000120*                      APPROVED OR REJECTED BY AN OPERATOR AT THE
000130*                      WRITEOFF CONSOLE, THEN RELEASED (OR LAPSED
000140*                      WHEN THE BALANCE IS NO LONGER NEGATIVE).
000150*                      EVERY ONE OF THOSE EVENTS ALSO APPENDS A
000160*                      WO-HISTORY-RECORD TO WOHIST.DAT, CARRYING
000170*                      THE PROPOSAL AS IT STOOD AFTER THE EVENT.
000180*                      WO-NEGATIVE-RECORD IS ONE LINE OF
000190*                      WONEG.DAT, THE DATE EACH ACCOUNT WAS FIRST
000200*                      SEEN NEGATIVE, WHICH THE POLICY AGE IS
000210*                      TAKEN FROM.  WO-RECOVERY-RECORD IS ONE
000220*                      LINE OF WORECOV.DAT, APPENDED BY ACCTPOST
000230*                      FOR EVERY CREDIT IT POSTS TO AN ACCOUNT
000240*                      ALREADY WRITTEN OFF.
000250*
000260 01  WO-RECORD.
000270     05  WO-NUMBER.
000280         10  WO-NUM-DATE         PIC X(08).
000290         10  WO-NUM-SEQ          PIC 9(04).
000300     05  WO-STATUS               PIC X(01).
000310         88  WO-STATUS-PROPOSED      VALUE "P".
000320         88  WO-STATUS-APPROVED      VALUE "A".
000330         88  WO-STATUS-REJECTED      VALUE "R".
000340         88  WO-STATUS-RELEASED      VALUE "X".
000350         88  WO-STATUS-LAPSED        VALUE "L".
000360         88  WO-STATUS-FINISHED      VALUE "R" "X" "L".
000370     05  WO-ACCOUNT              PIC X(10).
000380     05  WO-NAME                 PIC X(30).
000390     05  WO-BALANCE              PIC S9(11)V99.
000400     05  WO-NEGATIVE-SINCE       PIC X(08).
000410     05  WO-AGE-DAYS             PIC 9(05).
000420     05  WO-RULE                 PIC 9(02).
000430     05  WO-DECIDED-BY           PIC X(08).
000440     05  WO-DECIDED-STAMP        PIC X(14).
000450     05  WO-DECISION-NOTE        PIC X(30).
000460     05  WO-RELEASED-DATE        PIC X(08).
000470     05  WO-AMOUNT-OFF           PIC 9(11)V99.
000480     05  FILLER                  PIC X(06).
000490*
000500 01  WO-HISTORY-RECORD.
000510     05  WO-HIST-EVENT           PIC X(08).
000520     05  FILLER                  PIC X(01).
000530     05  WO-HIST-STAMP           PIC X(14).
000540     05  FILLER                  PIC X(01).
000550     05  WO-HIST-OPERATOR        PIC X(08).
000560     05  FILLER                  PIC X(01).
000570     05  WO-HIST-IMAGE           PIC X(160).
000580*
000590 01  WO-NEGATIVE-RECORD.
000600     05  WO-NEG-ACCOUNT          PIC X(10).
000610     05  FILLER                  PIC X(01).
000620     05  WO-NEG-SINCE            PIC X(08).
000630*
000640 01  WO-RECOVERY-RECORD.
000650     05  WO-REC-REFERENCE        PIC X(14).
000660     05  FILLER                  PIC X(01).
000670     05  WO-REC-ACCOUNT          PIC X(10).
000680     05  FILLER                  PIC X(01).
000690     05  WO-REC-TXN-DATE         PIC X(08).
000700     05  FILLER                  PIC X(01).
000710     05  WO-REC-TYPE             PIC X(02).
000720     05  FILLER                  PIC X(01).
000730     05  WO-REC-AMOUNT           PIC S9(11)V99
000740                                 SIGN TRAILING SEPARATE.
000750     05  FILLER                  PIC X(01).
000760     05  WO-REC-OFF-DATE         PIC X(08).
000770     05  FILLER                  PIC X(01).
000780     05  WO-REC-RUN-DATE         PIC X(08).
