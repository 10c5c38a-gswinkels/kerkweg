      *>                  WRAPPER AND READ BACK BY ACCTINQ FOR THE
      *>                  OPERATOR INQUIRY SCREEN.
      *>
      *> 10/15/2026  GS   CARVED ACCT-STATUS-CODE AND ACCT-STATUS-DATE
      *>                  OUT OF THE UNUSED FILLER.  DORMSCAN SETS THE
      *>                  STATUS TO "D" (DORMANT) ON AN ACCOUNT WITH NO
      *>                  POSTING INSIDE THE INACTIVITY PERIOD, AND
      *>                  ACCTPOST CLEARS IT BACK TO ACTIVE ONLY AGAINST
      *>                  A KEYED REACTIVATION INSTRUCTION.  BLANK =
      *>                  ACTIVE, SO EVERY RECORD WRITTEN BEFORE THIS
      *>                  CHANGE READS AS AN ACTIVE ACCOUNT.
      *>
      *> 10/15/2026  GS   ADDED ACCT-STATUS-CLOSED ("C") FOR AN ACCOUNT
      *>                  THE CUSTOMER HAS CLOSED, SO ZBASWEEP CAN
      *>                  LEAVE IT OUT OF THE NIGHTLY SWEEP.
      *>
      *> 10/15/2026  GS   RECORD LENGTHENED FROM 90 TO 130 BYTES FOR
      *>                  FOREIGN-CURRENCY ACCOUNTS.  ACCT-CURRENCY-CODE
      *>                  IS THE CURRENCY THE ACCOUNT IS HELD IN (BLANK
      *>                  = BASE CURRENCY, SO EVERY RECORD WRITTEN BEFORE
      *>                  THIS CHANGE AND RELOADED BLANK-PADDED READS AS
      *>                  A BASE ACCOUNT).  ACCT-FOREIGN-BALANCE IS THE
      *>                  BALANCE IN THAT CURRENCY, KEPT BY ACCTPOST
      *>                  ALONGSIDE THE BASE-CURRENCY ACCT-CURRENT-
      *>                  BALANCE.  ACCT-REVAL-RATE AND ACCT-REVAL-DATE
      *>                  ARE THE CLOSING RATE AND RUN DATE OF THE LAST
      *>                  FXREVAL MONTH-END REVALUATION.
      *>
      *> 10/15/2026  GS   ADDED ACCT-STATUS-WRITTEN-OFF ("W") FOR AN
      *>                  ACCOUNT WHOSE NEGATIVE BALANCE WRITEOFF HAS
      *>                  WRITTEN OFF.  ACCT-STATUS-DATE IS THE DATE THE
      *>                  WRITE-OFF WAS RELEASED.
      *>
      *> THIS COPYBOOK IS SHARED BY BOTH FIXED-FORMAT AND FREE-FORMAT
      *> PROGRAMS, SO IT IS WRITTEN WITHOUT SEQUENCE NUMBERS AND WITH
      *> FLOATING "*>" COMMENTS, THE SAME CONVENTION CTLSPEC.CPY USES
           05  ACCT-LAST-POST-DATE     PIC X(08).
           05  ACCT-POSTED-COUNT       PIC 9(07).
           05  ACCT-OPEN-DATE          PIC X(08).
           05  ACCT-STATUS-CODE        PIC X(01).
               88  ACCT-STATUS-ACTIVE      VALUE SPACE "A".
               88  ACCT-STATUS-DORMANT     VALUE "D".
               88  ACCT-STATUS-CLOSED      VALUE "C".
               88  ACCT-STATUS-WRITTEN-OFF VALUE "W".
           05  ACCT-STATUS-DATE        PIC X(08).
           05  FILLER                  PIC X(05).
           05  ACCT-CURRENCY-CODE      PIC X(03).
               88  ACCT-BASE-CURRENCY      VALUE SPACE.
           05  ACCT-FOREIGN-BALANCE    PIC S9(11)V99.
           05  ACCT-REVAL-RATE         PIC 9(03)V9(06).
           05  ACCT-REVAL-DATE         PIC X(08).
           05  FILLER                  PIC X(07).
