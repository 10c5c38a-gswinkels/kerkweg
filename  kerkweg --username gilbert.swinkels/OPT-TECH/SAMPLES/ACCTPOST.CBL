000360*                 ENVIRONMENT VARIABLE, THE SAME ACCEPT-FROM-
000370*                 ENVIRONMENT CONVENTION SORT-DRYRUN USES.
000380*
000381*10/15/2026  GS   DORMANT-ACCOUNT CONTROL.  A CUSTOMER-INITIATED
000382*                 TRANSACTION FOR AN ACCOUNT DORMSCAN HAS MARKED
000383*                 DORMANT IS NO LONGER POSTED -- IT IS WRITTEN
000384*                 TO DORMEXCP.DAT AND COUNTED ON THE REGISTER --
000385*                 UNLESS A REACTIVATION INSTRUCTION FOR THE
000386*                 ACCOUNT HAS BEEN KEYED INTO REACT.TRN ON OR
000387*                 AFTER THE DAY IT WENT DORMANT.  A REACTIVATION
000388*                 RETURNS THE ACCOUNT TO ACTIVE AND IS LOGGED TO
000389*                 REACT.LOG WITH THE OPERATOR WHO KEYED IT, SO
000389*                 THERE IS A RECORD OF WHO ALLOWED MONEY TO MOVE
000389*                 ON THE ACCOUNT.  BANK-INITIATED TYPES LISTED
000389*                 ON "BANK" LINES OF DORMANT.TBL STILL POST TO A
000389*                 DORMANT ACCOUNT BUT DO NOT COUNT AS ACTIVITY.
000389*                 EVERY ACCOUNT ADDED TO THE MASTER IS ALSO
000389*                 APPENDED TO ACCTMST.LST, THE ACCOUNT LIST
000389*                 DORMSCAN WALKS.  HELD ITEMS END THE RUN WITH
000389*                 RETURN-CODE 4 WHEN NOTHING ELSE WENT WRONG.
000389*10/15/2026  GS   AVAILABLE-BALANCE CHECK.  A DEBIT THAT WOULD
000389*                 TAKE THE ACCOUNT'S AVAILABLE BALANCE (CURRENT
000389*                 BALANCE LESS ACTIVE MEMO HOLDS FROM HOLDS.DAT)
000389*                 BELOW ZERO IS NO LONGER POSTED -- IT GOES TO
000389*                 THE PENDING-ITEMS FILE (PENDING.DAT) UNDER ITS
000389*                 OWN PENDING REFERENCE FOR THE DESK TO WORK
000389*                 FROM PENDRPT.RPT.  THE DESK'S DECISIONS, KEYED
000389*                 INTO PENDDEC.TRN, ARE APPLIED AT THE START OF
000389*                 THE NEXT RUN: A RELEASED ITEM POSTS WITHOUT
000389*                 THE FUNDS CHECK, A RETURNED ITEM GOES TO
000389*                 PENDRET.DAT, AND EITHER IS LOGGED TO
000389*                 PENDING.LOG WITH THE DECIDING OPERATOR.  ITEMS
000389*                 WITH NO DECISION ARE CARRIED FORWARD.  PENDED
000389*                 ITEMS END THE RUN WITH RETURN-CODE 4, THE SAME
000389*                 AS DORMANT HOLDS.
000389*10/15/2026  GS   THE INPUT NOW DEFAULTS TO SCREENED.DAT, THE
000389*                 SORTED FILE AFTER WLSCREEN HAS TAKEN OUT THE
000389*                 ITEMS HELD FOR A WATCH-LIST NAME MATCH, SO A
000389*                 POSSIBLE HIT NEVER POSTS UNTIL COMPLIANCE
000389*                 CLEARS IT.  ACCT-INFILE STILL OVERRIDES IT.
000389*
000389*10/15/2026  GS   THE FINISHED ACCTPOST.RPT IS NOW FILED IN THE
000389*                 REPORT REPOSITORY THROUGH RPTSAVE, SO IT CAN
000389*                 STILL BE LISTED AND REPRINTED FROM OPSMENU AFTER
000389*                 THE NEXT RUN OVERWRITES IT.
000389*
000389*10/15/2026  GS   EVERY TRANSACTION POSTED TO THE MASTER IS NOW
000389*                 APPENDED TO THE ACCOUNT JOURNAL (ACCTJNL.DAT)
000389*                 UNDER ITS TRANSACTION REFERENCE, WITH THE BASE
000389*                 AMOUNT AND THE BALANCE IT LEFT, SO A DISPUTE OR
000389*                 AN AUDITOR CAN POINT AT EXACTLY ONE POSTING.
000389*
000389*10/15/2026  GS   ACCOUNT MASTER RECORD IS NOW 130 BYTES.  AN
000389*                 ACCOUNT OPENED BY A FOREIGN-CURRENCY TRANSACTION
000389*                 IS NOW HELD IN THAT CURRENCY, AND EVERY POSTING
000389*                 TO IT ALSO MOVES ITS FOREIGN BALANCE: BY THE
000389*                 TRANSACTION AMOUNT WHEN IT IS IN THE ACCOUNT'S
000389*                 OWN CURRENCY, OTHERWISE BY THE BASE AMOUNT
000389*                 TAKEN BACK AT THAT CURRENCY'S RATE.  FXREVAL
000389*                 REVALUES THESE BALANCES AT MONTH END.
000389*
000389*10/15/2026  GS   A CREDIT POSTED TO AN ACCOUNT WRITEOFF HAS
000389*                 WRITTEN OFF IS A RECOVERY: IT POSTS AS USUAL
000389*                 AND IS ALSO APPENDED TO WORECOV.DAT (LAYOUT IN
000389*                 WOFFREC) FOR THE WRITEOFF RECOVERY REPORT, AND
000389*                 COUNTED ON THE REGISTER.  THE WRITE-OFF ITSELF,
000389*                 OF THE TYPE ON THE TYPE LINE OF WOPOLICY.TBL
000389*                 (WO WHEN THERE IS NONE), IS NOT A RECOVERY.
000389*
000389*10/15/2026  GS   THE INPUT NOW DEFAULTS TO CHECKED.DAT, THE
000389*                 SCREENED FILE AFTER DUPSCAN HAS HELD BACK THE
000389*                 PROBABLE REPEATS OF TRANSACTIONS ALREADY
000389*                 POSTED.  EVERY TRANSACTION POSTED IS ALSO
000389*                 APPENDED, AS RECEIVED, TO DUPHIST.DAT WITH THE
000389*                 RUN DATE -- THE HISTORY DUPSCAN CHECKS LATER
000389*                 RUNS AGAINST.  ACCT-INFILE STILL OVERRIDES THE
000389*                 INPUT.
000389*
000389*10/15/2026  GS   0210-LOAD-ONE-HOLD NOW TAKES THE HOLD AMOUNT
000389*                 THROUGH WS-FIELD-TEXT, AS ZBASWEEP DOES, SO IT
000389*                 LOADS AT ITS TRUE VALUE INSTEAD OF 100 TIMES
000389*                 TOO BIG.
000389*
000389*10/15/2026  GS   EVERY TRANSACTION POSTED THIS RUN, A RELEASED
000389*                 PENDING ITEM INCLUDED, IS ALSO WRITTEN AS
000389*                 RECEIVED TO POSTED.DAT, WHICH IS STARTED AFRESH
000389*                 EACH RUN.  PAYBUILD PAYS FROM IT, SO AN ITEM
000389*                 PENDED, HELD FOR A DORMANT ACCOUNT OR REFUSED IS
000389*                 NOT PAID.  DORMEXCP.DAT, PENDING.DAT,
000389*                 PENDRET.DAT AND POSTED.DAT ARE OPENED TOGETHER
000389*                 BEFORE THE MASTER, AND THE RUN STOPS WITH
000389*                 RETURN-CODE 12 IF ANY OF THEM CANNOT BE OPENED.
000389*
000389*10/15/2026  GS   REACT.TRN LINES PAST THE 500 THE TABLE HOLDS ARE
000389*                 NOW COUNTED, SHOWN ON THE CONSOLE AND REGISTER,
000389*                 AND END THE RUN WITH RETURN-CODE 4 INSTEAD OF
000389*                 BEING DROPPED WITHOUT A WORD.
000389*
000389*10/15/2026  GS   HOLDS.DAT, THE PRIOR PENDING.DAT AND PENDDEC.TRN
000389*                 ARE NOW READ TO THE END EVEN WHEN THEIR 1000-
000389*                 ENTRY TABLE IS FULL, AND THE LINES LEFT OVER
000389*                 ARE COUNTED.  ANY OVERFLOW STOPS THE RUN WITH
000389*                 RETURN-CODE 12 BEFORE ANYTHING IS POSTED OR
000389*                 PENDING.DAT IS OPENED FOR OUTPUT, SO NO DEBIT
000389*                 ESCAPES A HOLD AND NO PENDED ITEM OR DECISION
000389*                 IS LOST.
000389*
000389*10/15/2026  GS   ACCTMST.LST, ACCTJNL.DAT AND DUPHIST.DAT ARE NOW
000389*                 OPENED WITH THE OTHER RUN FILES, AND ONE THAT
000389*                 CANNOT BE OPENED STOPS THE RUN WITH RETURN-CODE
000389*                 12 BEFORE THE MASTER IS OPENED.  PENDING.DAT IS
000389*                 NOW OPENED LAST, SO A FAILED OPEN NO LONGER
000389*                 EMPTIES IT FIRST.  A RELEASED PENDING ITEM
000389*                 DIVERTED TO DORMEXCP.DAT IS NOW LOGGED ON
000389*                 PENDING.LOG AS DIVERTED.
000389*
000389*---------------------------------------------------------------*
000389*REACTIVATION INSTRUCTION FORMAT (REACT.TRN, ONE PER LINE)       *
000389*    POSITIONS  1-10  ACCOUNT NUMBER                             *
000389*    POSITIONS 12-19  OPERATOR ID OF WHOEVER KEYED IT            *
000389*    POSITIONS 21-28  DATE KEYED, CCYYMMDD                       *
000389*    POSITIONS 30-59  REASON / CUSTOMER CONTACT REFERENCE        *
000389*---------------------------------------------------------------*
000389*
000389*---------------------------------------------------------------*
000389*MEMO HOLDS FILE FORMAT (HOLDS.DAT, ONE HOLD PER LINE)           *
000389*    POSITIONS  1-10  ACCOUNT NUMBER                             *
000389*    POSITIONS 12-24  HOLD AMOUNT, 9(11)V99, ZERO PADDED         *
000389*    POSITIONS 26-33  EXPIRY DATE, CCYYMMDD (SPACES = UNTIL      *
000389*                      RELEASED)                                 *
000389*    POSITION  35     "R" = RELEASED; SPACE = ACTIVE             *
000389*    POSITIONS 37-66  HOLD REASON                                *
000389*    POSITIONS 68-75  OPERATOR ID OF WHOEVER PLACED THE HOLD     *
000389*A HOLD COUNTS AGAINST THE AVAILABLE BALANCE UNTIL IT IS MARKED  *
000389*RELEASED OR ITS EXPIRY DATE IS BEFORE THE RUN DATE.             *
000389*                                                                *
000389*PENDING-ITEMS FILE FORMAT (PENDING.DAT, PENDRET.DAT)            *
000389*    POSITIONS  1-82  THE DETAIL RECORD AS IT CAME FROM THE SORT *
000389*    POSITIONS 84-95  PENDING REFERENCE, RUN DATE + 4-DIGIT SEQ  *
000389*    POSITIONS 97-104 DATE FIRST PENDED, CCYYMMDD                *
000389*                                                                *
000389*DESK DECISION FORMAT (PENDDEC.TRN, ONE PER LINE)                *
000389*    POSITIONS  1-12  PENDING REFERENCE FROM PENDRPT.RPT         *
000389*    POSITION  14     "R" = RELEASE AND POST, "X" = RETURN       *
000389*    POSITIONS 16-23  OPERATOR ID OF WHOEVER DECIDED IT          *
000389*                                                                *
000389*ACCOUNT JOURNAL FORMAT (ACCTJNL.DAT, ONE LINE PER POSTING)      *
000389*    POSITIONS  1-14  TRANSACTION REFERENCE                      *
000389*    POSITIONS 16-25  ACCOUNT NUMBER                             *
000389*    POSITIONS 27-34  TRANSACTION DATE, CCYYMMDD                 *
000389*    POSITIONS 36-37  TRANSACTION TYPE                           *
000389*    POSITIONS 39-41  CURRENCY CODE AS RECEIVED                  *
000389*    POSITIONS 43-59  AMOUNT POSTED IN BASE CURRENCY             *
000389*    POSITIONS 61-77  ACCOUNT BALANCE AFTER THE POSTING          *
000389*    POSITIONS 79-86  RUN DATE, CCYYMMDD                         *
000389*                                                                *
000389*POSTING HISTORY FORMAT (DUPHIST.DAT, ONE LINE PER POSTING)      *
000389*    POSITIONS  1-82  THE DETAIL RECORD AS RECEIVED              *
000389*    POSITIONS 84-91  RUN DATE, CCYYMMDD                         *
000389*                                                                *
000389*POSTED THIS RUN (POSTED.DAT, ONE LINE PER POSTING, FOR PAYBUILD)*
000389*    POSITIONS  1-82  THE DETAIL RECORD AS RECEIVED              *
000389*                                                                *
000389*WRITE-OFF POLICY (WOPOLICY.TBL, SHARED WITH WRITEOFF)           *
000389*    TYPE TT          TYPE THE WRITE-OFFS THEMSELVES CARRY; ANY  *
000389*                      OTHER CREDIT TO A WRITTEN-OFF ACCOUNT IS  *
000389*                      LOGGED TO WORECOV.DAT AS A RECOVERY       *
000389*---------------------------------------------------------------*
000389*
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.  IBM-PC.
000480     SELECT REGISTER-FILE ASSIGN TO "ACCTPOST.RPT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-REGISTER-FILE-STATUS.
000501     SELECT CONTROL-FILE ASSIGN TO "DORMANT.TBL"
000501         ORGANIZATION IS LINE SEQUENTIAL
000501         FILE STATUS IS WS-CONTROL-FILE-STATUS.
000501     SELECT REACT-FILE ASSIGN TO "REACT.TRN"
000501         ORGANIZATION IS LINE SEQUENTIAL
000501         FILE STATUS IS WS-REACT-FILE-STATUS.
000501     SELECT REACTLOG-FILE ASSIGN TO "REACT.LOG"
000501         ORGANIZATION IS LINE SEQUENTIAL
000501         FILE STATUS IS WS-REACTLOG-FILE-STATUS.
000501     SELECT DORMEXCP-FILE ASSIGN TO "DORMEXCP.DAT"
000501         ORGANIZATION IS LINE SEQUENTIAL
000501         FILE STATUS IS WS-DORMEXCP-FILE-STATUS.
000501     SELECT LIST-FILE ASSIGN TO "ACCTMST.LST"
000501         ORGANIZATION IS LINE SEQUENTIAL
000501         FILE STATUS IS WS-LIST-FILE-STATUS.
000501     SELECT HOLDS-FILE ASSIGN TO "HOLDS.DAT"
000501         ORGANIZATION IS LINE SEQUENTIAL
000501         FILE STATUS IS WS-HOLDS-FILE-STATUS.
000501     SELECT PENDING-FILE ASSIGN TO "PENDING.DAT"
000501         ORGANIZATION IS LINE SEQUENTIAL
000501         FILE STATUS IS WS-PENDING-FILE-STATUS.
000501     SELECT PENDDEC-FILE ASSIGN TO "PENDDEC.TRN"
000501         ORGANIZATION IS LINE SEQUENTIAL
000501         FILE STATUS IS WS-PENDDEC-FILE-STATUS.
000501     SELECT PENDRET-FILE ASSIGN TO "PENDRET.DAT"
000501         ORGANIZATION IS LINE SEQUENTIAL
000501         FILE STATUS IS WS-PENDRET-FILE-STATUS.
000501     SELECT PENDLOG-FILE ASSIGN TO "PENDING.LOG"
000501         ORGANIZATION IS LINE SEQUENTIAL
000501         FILE STATUS IS WS-PENDLOG-FILE-STATUS.
000501     SELECT JOURNAL-FILE ASSIGN TO "ACCTJNL.DAT"
000501         ORGANIZATION IS LINE SEQUENTIAL
000501         FILE STATUS IS WS-JOURNAL-FILE-STATUS.
000501     SELECT WOPOLICY-FILE ASSIGN TO "WOPOLICY.TBL"
000501         ORGANIZATION IS LINE SEQUENTIAL
000501         FILE STATUS IS WS-WOPOLICY-FILE-STATUS.
000501     SELECT RECOVERY-FILE ASSIGN TO "WORECOV.DAT"
000501         ORGANIZATION IS LINE SEQUENTIAL
000501         FILE STATUS IS WS-RECOVERY-FILE-STATUS.
000501     SELECT HISTORY-FILE ASSIGN TO "DUPHIST.DAT"
000501         ORGANIZATION IS LINE SEQUENTIAL
000501         FILE STATUS IS WS-HISTORY-FILE-STATUS.
000501     SELECT POSTED-FILE ASSIGN TO "POSTED.DAT"
000501         ORGANIZATION IS LINE SEQUENTIAL
000501         FILE STATUS IS WS-POSTED-FILE-STATUS.
000510*
000520 DATA DIVISION.
000530 FILE SECTION.
000550 01  SORTED-FILE-RECORD          PIC X(82).
000560 FD  REGISTER-FILE.
000570 01  REGISTER-LINE               PIC X(100).
000571 FD  CONTROL-FILE.
000572 01  CONTROL-FILE-RECORD         PIC X(40).
000573 FD  REACT-FILE.
000574 01  REACT-FILE-RECORD           PIC X(60).
000575 FD  REACTLOG-FILE.
000576 01  REACTLOG-LINE               PIC X(100).
000577 FD  DORMEXCP-FILE.
000578 01  DORMEXCP-RECORD             PIC X(82).
000579 FD  LIST-FILE.
000579 01  LIST-FILE-RECORD            PIC X(10).
000579 FD  HOLDS-FILE.
000579 01  HOLDS-FILE-RECORD           PIC X(80).
000579 FD  PENDING-FILE.
000579 01  PENDING-RECORD              PIC X(104).
000579 FD  PENDDEC-FILE.
000579 01  PENDDEC-RECORD              PIC X(40).
000579 FD  PENDRET-FILE.
000579 01  PENDRET-RECORD              PIC X(104).
000579 FD  PENDLOG-FILE.
000579 01  PENDLOG-LINE                PIC X(100).
000579 FD  JOURNAL-FILE.
000579 01  JOURNAL-LINE                PIC X(86).
000579 FD  WOPOLICY-FILE.
000579 01  WOPOLICY-FILE-RECORD        PIC X(40).
000579 FD  RECOVERY-FILE.
000579 01  RECOVERY-FILE-RECORD        PIC X(70).
000579 FD  HISTORY-FILE.
000579 01  HISTORY-RECORD              PIC X(91).
000579 FD  POSTED-FILE.
000579 01  POSTED-RECORD               PIC X(82).
000580*
000590 WORKING-STORAGE SECTION.
000600 01  WS-SORTED-FILE-NAME       PIC X(15) VALUE "CHECKED.DAT".
000610 01  WS-SORTED-FILE-STATUS     PIC X(02).
000620     88  WS-SORTED-FILE-OK         VALUE "00".
000630     88  WS-SORTED-FILE-EOF        VALUE "10".
000640 01  WS-REGISTER-FILE-STATUS   PIC X(02).
000641 01  WS-CONTROL-FILE-STATUS    PIC X(02).
000642     88  WS-CONTROL-FILE-OK        VALUE "00".
000643     88  WS-CONTROL-FILE-EOF       VALUE "10".
000644 01  WS-REACT-FILE-STATUS      PIC X(02).
000645     88  WS-REACT-FILE-OK          VALUE "00".
000646     88  WS-REACT-FILE-EOF         VALUE "10".
000647 01  WS-REACTLOG-FILE-STATUS   PIC X(02).
000648     88  WS-REACTLOG-FILE-OK       VALUE "00".
000649     88  WS-REACTLOG-NOT-FOUND     VALUE "35".
000649 01  WS-DORMEXCP-FILE-STATUS   PIC X(02).
000649     88  WS-DORMEXCP-FILE-OK       VALUE "00".
000649 01  WS-LIST-FILE-STATUS       PIC X(02).
000649     88  WS-LIST-FILE-OK           VALUE "00".
000649     88  WS-LIST-NOT-FOUND         VALUE "35".
000649 01  WS-HOLDS-FILE-STATUS      PIC X(02).
000649     88  WS-HOLDS-FILE-OK          VALUE "00".
000649     88  WS-HOLDS-FILE-EOF         VALUE "10".
000649 01  WS-PENDING-FILE-STATUS    PIC X(02).
000649     88  WS-PENDING-FILE-OK        VALUE "00".
000649     88  WS-PENDING-FILE-EOF       VALUE "10".
000649 01  WS-PENDDEC-FILE-STATUS    PIC X(02).
000649     88  WS-PENDDEC-FILE-OK        VALUE "00".
000649     88  WS-PENDDEC-FILE-EOF       VALUE "10".
000649 01  WS-PENDRET-FILE-STATUS    PIC X(02).
000649     88  WS-PENDRET-FILE-OK        VALUE "00".
000649 01  WS-PENDLOG-FILE-STATUS    PIC X(02).
000649     88  WS-PENDLOG-FILE-OK        VALUE "00".
000649     88  WS-PENDLOG-NOT-FOUND      VALUE "35".
000649 01  WS-JOURNAL-FILE-STATUS    PIC X(02).
000649     88  WS-JOURNAL-FILE-OK        VALUE "00".
000649     88  WS-JOURNAL-NOT-FOUND      VALUE "35".
000649 01  WS-WOPOLICY-FILE-STATUS   PIC X(02).
000649     88  WS-WOPOLICY-FILE-OK       VALUE "00".
000649     88  WS-WOPOLICY-FILE-EOF      VALUE "10".
000649 01  WS-RECOVERY-FILE-STATUS   PIC X(02).
000649     88  WS-RECOVERY-FILE-OK       VALUE "00".
000649     88  WS-RECOVERY-NOT-FOUND     VALUE "35".
000649 01  WS-HISTORY-FILE-STATUS    PIC X(02).
000649     88  WS-HISTORY-FILE-OK        VALUE "00".
000649     88  WS-HISTORY-NOT-FOUND      VALUE "35".
000649 01  WS-POSTED-FILE-STATUS     PIC X(02).
000649     88  WS-POSTED-FILE-OK         VALUE "00".
000649 01  WS-OPEN-FAILED-SW         PIC X(01) VALUE "N".
000649     88  WS-OPEN-FAILED            VALUE "Y".
000650 01  WS-ENV-VALUE              PIC X(15).
000660*
000670*    RSMFCOB CALL INTERFACE FIELDS.  IO-AREA CARRIES THE FILE
000850*WRITE OR REWRITE ACTUALLY TOOK.
000860 01  WS-BASE-AMOUNT            PIC S9(11)V99.
000870 01  WS-CURR-STATUS            PIC 9(02).
000871*
000872*    A FOREIGN ACCOUNT'S RATE IS GOT FROM CURRCONV BY CONVERTING
000873*    ONE MILLION UNITS OF ITS CURRENCY, SO THE BASE AMOUNT THAT
000874*    COMES BACK IS THE SIX-DECIMAL RATE TIMES ONE MILLION.
000875 01  WS-RATE-PROBE             PIC S9(09)V99 VALUE 1000000.00.
000876 01  WS-RATE-PROBE-BASE        PIC S9(11)V99.
000877 01  WS-RATE-PROBE-STATUS      PIC 9(02).
000878 01  WS-ACCT-RATE              PIC 9(03)V9(06).
000880 01  WS-CURR-UNKNOWN-COUNT     PIC 9(07) VALUE 0.
000890 01  WS-POST-OK-SW             PIC X(01).
000900     88  WS-POST-OK                VALUE "Y".
000940 01  WS-POSTED-COUNT           PIC 9(07) VALUE 0.
000950 01  WS-FAIL-COUNT             PIC 9(07) VALUE 0.
000960 01  WS-POSTED-AMOUNT          PIC S9(11)V99 COMP-3 VALUE 0.
000961 01  WS-DORMANT-HELD-COUNT     PIC 9(07) VALUE 0.
000962 01  WS-DORMANT-HELD-AMOUNT    PIC S9(11)V99 COMP-3 VALUE 0.
000963 01  WS-REACTIVATED-COUNT      PIC 9(07) VALUE 0.
000963 01  WS-REACT-SKIPPED          PIC 9(07) VALUE 0.
000963 01  WS-HOLD-OVERFLOW          PIC 9(07) VALUE 0.
000963 01  WS-CARRY-OVERFLOW         PIC 9(07) VALUE 0.
000963 01  WS-DEC-OVERFLOW           PIC 9(07) VALUE 0.
000964*
000965*    DORMANCY TABLES, LOADED ONCE UP FRONT.  WS-BANK-TYPE HOLDS
000966*    THE BANK-INITIATED TYPES FROM DORMANT.TBL; THE REACT TABLE
000967*    HOLDS EVERY KEYED REACTIVATION INSTRUCTION FROM REACT.TRN.
000968 01  WS-BANK-TYPE-TABLE.
000969     05  WS-BANK-TYPE-COUNT    PIC 9(03) COMP-5 VALUE 0.
000969     05  WS-BANK-TYPE          PIC X(02) OCCURS 50 TIMES
000969                               INDEXED BY WS-BANK-IDX.
000969 01  WS-REACT-TABLE.
000969     05  WS-REACT-COUNT        PIC 9(03) COMP-5 VALUE 0.
000969     05  WS-REACT-ENTRY OCCURS 500 TIMES
000969             INDEXED BY WS-REACT-IDX.
000969         10  WS-REACT-ACCOUNT  PIC X(10).
000969         10  WS-REACT-OPR      PIC X(08).
000969         10  WS-REACT-DATE     PIC X(08).
000969         10  WS-REACT-REASON   PIC X(30).
000969 01  WS-DORMANT-ACTION-SW      PIC X(01).
000969     88  WS-DORMANT-HOLD           VALUE "H".
000969     88  WS-DORMANT-BANK-POST      VALUE "B".
000969     88  WS-DORMANT-REACTIVATE     VALUE "R".
000969 01  WS-MATCH-SW               PIC X(01).
000969     88  WS-MATCH-FOUND            VALUE "Y".
000969 01  WS-BALANCE-EDIT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
000969*
000969*    AVAILABLE-BALANCE CHECK.  THE ACTIVE HOLDS ARE TABLED ONCE
000969*    UP FRONT; THE PRIOR RUN'S PENDING ITEMS AND THE DESK'S
000969*    DECISIONS ON THEM ARE TABLED BEFORE PENDING.DAT IS OPENED
000969*    AGAIN FOR OUTPUT.
000969 01  WS-RUN-DATE               PIC X(08).
000969 01  WS-HOLD-TABLE.
000969     05  WS-HOLD-COUNT         PIC 9(04) COMP-5 VALUE 0.
000969     05  WS-HOLD-ENTRY OCCURS 1000 TIMES
000969             INDEXED BY WS-HOLD-IDX.
000969         10  WS-HOLD-ACCOUNT   PIC X(10).
000969         10  WS-HOLD-AMOUNT    PIC 9(11)V99.
000969 01  WS-FIELD-TEXT             PIC X(13).
000969 01  WS-FIELD-AMOUNT REDEFINES WS-FIELD-TEXT
000969                               PIC 9(11)V99.
000969 01  WS-CARRY-TABLE.
000969     05  WS-CARRY-COUNT        PIC 9(04) COMP-5 VALUE 0.
000969     05  WS-CARRY-ENTRY        PIC X(104) OCCURS 1000 TIMES
000969                               INDEXED BY WS-CARRY-IDX.
000969 01  WS-DECISION-TABLE.
000969     05  WS-DEC-COUNT          PIC 9(04) COMP-5 VALUE 0.
000969     05  WS-DEC-ENTRY OCCURS 1000 TIMES
000969             INDEXED BY WS-DEC-IDX.
000969         10  WS-DEC-REF        PIC X(12).
000969         10  WS-DEC-ACTION     PIC X(01).
000969         10  WS-DEC-OPR        PIC X(08).
000969 01  WS-PENDING-WORK.
000969     05  WS-PEND-DETAIL        PIC X(82).
000969     05  FILLER                PIC X(01).
000969     05  WS-PEND-REF.
000969         10  WS-PEND-REF-DATE  PIC X(08).
000969         10  WS-PEND-REF-SEQ   PIC 9(04).
000969     05  FILLER                PIC X(01).
000969     05  WS-PEND-FIRST-DATE    PIC X(08).
000969 01  WS-PEND-SEQ               PIC 9(04) VALUE 0.
000969 01  WS-CHECK-BALANCE          PIC S9(11)V99 COMP-3.
000969 01  WS-HOLD-TOTAL             PIC S9(11)V99 COMP-3.
000969 01  WS-AVAILABLE              PIC S9(11)V99 COMP-3.
000969 01  WS-MASTER-FOUND-SW        PIC X(01).
000969     88  WS-MASTER-FOUND           VALUE "Y".
000969 01  WS-FORCE-POST-SW          PIC X(01) VALUE "N".
000969     88  WS-FORCE-POST             VALUE "Y".
000969 01  WS-FUNDS-SW               PIC X(01).
000969     88  WS-FUNDS-SHORT            VALUE "S".
000969 01  WS-DECISION-TEXT          PIC X(08).
000969 01  WS-PENDED-COUNT           PIC 9(07) VALUE 0.
000969 01  WS-PENDED-AMOUNT          PIC S9(11)V99 COMP-3 VALUE 0.
000969 01  WS-RELEASED-COUNT         PIC 9(07) VALUE 0.
000969 01  WS-RETURNED-COUNT         PIC 9(07) VALUE 0.
000969 01  WS-CARRIED-COUNT          PIC 9(07) VALUE 0.
000969*
000969*    RECOVERIES ON WRITTEN-OFF ACCOUNTS.  WORECOV.DAT IS ONLY
000969*    OPENED WHEN THE FIRST ONE TURNS UP.
000969 01  WS-WO-TYPE                PIC X(02) VALUE "WO".
000969 01  WS-RECOVERY-OPEN-SW       PIC X(01) VALUE "N".
000969     88  WS-RECOVERY-OPEN          VALUE "Y".
000969     88  WS-RECOVERY-FAILED        VALUE "F".
000969 01  WS-RECOVERY-COUNT         PIC 9(07) VALUE 0.
000969 01  WS-RECOVERY-AMOUNT        PIC S9(11)V99 COMP-3 VALUE 0.
000970 01  WS-COUNT-EDIT             PIC ZZZZZZ9.
000980 01  WS-AMOUNT-EDIT            PIC Z,ZZZ,ZZZ,ZZ9.99-.
000990 01  WS-TIMESTAMP              PIC X(21).
001000 COPY SAMPREC.
001010 COPY ACCTREC.
001011 COPY WOFFREC.
001012*
001013*    NAME AND KEYS THE FINISHED REPORT IS FILED UNDER IN THE
001014*    REPORT REPOSITORY.  A BLANK ENTITY IS RESOLVED BY RPTSAVE.
001015 01  WS-REPO-NAME              PIC X(15) VALUE "ACCTPOST.RPT".
001016 01  WS-REPO-JOB               PIC X(08) VALUE "ACCTPOST".
001017 01  WS-REPO-ENTITY            PIC X(04) VALUE SPACES.
001018 01  WS-REPO-STATUS            PIC 9(02).
001020*
001030 PROCEDURE DIVISION.
001040*
001090     IF WS-ENV-VALUE NOT = SPACES
001100         MOVE WS-ENV-VALUE TO WS-SORTED-FILE-NAME
001110     END-IF.
001115     PERFORM 0100-LOAD-DORMANT-TABLES THRU 0100-EXIT.
001116     PERFORM 0150-LOAD-WRITEOFF-TYPE THRU 0150-EXIT.
001117     MOVE SPACES TO WS-ENV-VALUE.
001118     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SORT-RUNDATE".
001119     IF WS-ENV-VALUE NOT = SPACES
001119         MOVE WS-ENV-VALUE(1:8) TO WS-RUN-DATE
001119     ELSE
001119         MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
001119         MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE
001119     END-IF.
001119     PERFORM 0200-LOAD-HOLDS THRU 0200-EXIT.
001119     PERFORM 0300-LOAD-PENDING THRU 0300-EXIT.
001119     IF WS-HOLD-OVERFLOW > 0
001119         OR WS-CARRY-OVERFLOW > 0
001119         OR WS-DEC-OVERFLOW > 0
001119         DISPLAY "ACCTPOST - A HOLD OR PENDING TABLE IS FULL, ",
001119             "NOTHING POSTED"
001119         MOVE 12 TO RETURN-CODE
001119         STOP RUN
001119     END-IF.
001120     OPEN INPUT SORTED-FILE.
001130     IF NOT WS-SORTED-FILE-OK
001140         DISPLAY "ACCTPOST - CANNOT OPEN ", WS-SORTED-FILE-NAME
001150         MOVE 12 TO RETURN-CODE
001160         STOP RUN
001170     END-IF.
001171     PERFORM 0500-OPEN-RUN-FILES THRU 0500-EXIT.
001172     IF WS-OPEN-FAILED
001173         CLOSE SORTED-FILE
001174         MOVE 12 TO RETURN-CODE
001175         STOP RUN
001176     END-IF.
001180     SET FUNC-OPEN TO TRUE.
001190     MOVE SPACES TO WS-IO-AREA.
001200     MOVE WS-MASTER-FILE-NAME TO WS-IO-AREA(1:15).
001210     MOVE 130 TO WS-IO-LEN.
001220     CALL "RSMFCOB" USING WS-FUNC, WS-IO-AREA,
001230                           WS-IO-LEN, WS-RET-CODE.
001240     IF WS-RET-CODE NOT = 0
001270         MOVE 12 TO RETURN-CODE
001280         STOP RUN
001290     END-IF.
001292     PERFORM 0400-WORK-ONE-PENDING THRU 0400-EXIT
001294         VARYING WS-CARRY-IDX FROM 1 BY 1
001299         UNTIL WS-CARRY-IDX > WS-CARRY-COUNT.
001300     PERFORM 1000-POST-ONE-RECORD THRU 1000-EXIT
001310         UNTIL WS-SORTED-FILE-EOF.
001311     CLOSE PENDING-FILE, PENDRET-FILE.
001312     CLOSE DORMEXCP-FILE, POSTED-FILE.
001313     CLOSE LIST-FILE, JOURNAL-FILE, HISTORY-FILE.
001314     IF WS-RECOVERY-OPEN
001315         CLOSE RECOVERY-FILE
001316     END-IF.
001320     SET FUNC-CLOSE TO TRUE.
001330     MOVE SPACES TO WS-IO-AREA.
001340     CALL "RSMFCOB" USING WS-FUNC, WS-IO-AREA,
001380     IF WS-FAIL-COUNT > 0
001390         MOVE 8 TO RETURN-CODE
001400     ELSE
001410         IF WS-DORMANT-HELD-COUNT > 0
001411             OR WS-PENDED-COUNT > 0
001412             OR WS-REACT-SKIPPED > 0
001413             MOVE 4 TO RETURN-CODE
001414         ELSE
001415             MOVE 0 TO RETURN-CODE
001416         END-IF
001420     END-IF.
001430     STOP RUN.
001440*
001441*    A MISSING DORMANT.TBL MEANS NO TYPE IS BANK-INITIATED, AND
001442*    A MISSING REACT.TRN MEANS NOTHING HAS BEEN REACTIVATED --
001443*    EITHER WAY EVERY ITEM FOR A DORMANT ACCOUNT IS HELD.
001444 0100-LOAD-DORMANT-TABLES.
001445     OPEN INPUT CONTROL-FILE.
001446     IF WS-CONTROL-FILE-OK
001447         PERFORM 0110-LOAD-ONE-CONTROL THRU 0110-EXIT
001448             UNTIL WS-CONTROL-FILE-EOF
001449         CLOSE CONTROL-FILE
001449     END-IF.
001449     OPEN INPUT REACT-FILE.
001449     IF WS-REACT-FILE-OK
001449         PERFORM 0120-LOAD-ONE-REACT THRU 0120-EXIT
001449             UNTIL WS-REACT-FILE-EOF
001449         CLOSE REACT-FILE
001449     END-IF.
001449     IF WS-REACT-SKIPPED > 0
001449         MOVE WS-REACT-SKIPPED TO WS-COUNT-EDIT
001449         DISPLAY "ACCTPOST - REACT.TRN HOLDS MORE THAN 500 ",
001449             "LINES, NOT LOADED = ", WS-COUNT-EDIT
001449     END-IF.
001449 0100-EXIT.
001449     EXIT.
001449*
001449 0110-LOAD-ONE-CONTROL.
001449     READ CONTROL-FILE
001449         AT END
001449             GO TO 0110-EXIT
001449     END-READ.
001449     IF CONTROL-FILE-RECORD(1:4) = "BANK"
001449         AND WS-BANK-TYPE-COUNT < 50
001449         ADD 1 TO WS-BANK-TYPE-COUNT
001449         SET WS-BANK-IDX TO WS-BANK-TYPE-COUNT
001449         MOVE CONTROL-FILE-RECORD(6:2)
001449             TO WS-BANK-TYPE(WS-BANK-IDX)
001449     END-IF.
001449 0110-EXIT.
001449     EXIT.
001449*
001449 0120-LOAD-ONE-REACT.
001449     READ REACT-FILE
001449         AT END
001449             GO TO 0120-EXIT
001449     END-READ.
001449     IF REACT-FILE-RECORD(1:10) = SPACES
001449         GO TO 0120-EXIT
001449     END-IF.
001449     IF WS-REACT-COUNT = 500
001449         ADD 1 TO WS-REACT-SKIPPED
001449         GO TO 0120-EXIT
001449     END-IF.
001449     ADD 1 TO WS-REACT-COUNT.
001449     SET WS-REACT-IDX TO WS-REACT-COUNT.
001449     MOVE REACT-FILE-RECORD(1:10)
001449         TO WS-REACT-ACCOUNT(WS-REACT-IDX).
001449     MOVE REACT-FILE-RECORD(12:8) TO WS-REACT-OPR(WS-REACT-IDX).
001449     MOVE REACT-FILE-RECORD(21:8)
001449         TO WS-REACT-DATE(WS-REACT-IDX).
001449     MOVE REACT-FILE-RECORD(30:30)
001449         TO WS-REACT-REASON(WS-REACT-IDX).
001449 0120-EXIT.
001449     EXIT.
001449*
001449*    ONLY THE TYPE LINE OF WOPOLICY.TBL IS WANTED HERE.
001449 0150-LOAD-WRITEOFF-TYPE.
001449     OPEN INPUT WOPOLICY-FILE.
001449     IF NOT WS-WOPOLICY-FILE-OK
001449         GO TO 0150-EXIT
001449     END-IF.
001449     PERFORM 0160-LOAD-ONE-WOPOLICY THRU 0160-EXIT
001449         UNTIL WS-WOPOLICY-FILE-EOF.
001449     CLOSE WOPOLICY-FILE.
001449 0150-EXIT.
001449     EXIT.
001449*
001449 0160-LOAD-ONE-WOPOLICY.
001449     READ WOPOLICY-FILE
001449         AT END
001449             GO TO 0160-EXIT
001449     END-READ.
001449     IF WOPOLICY-FILE-RECORD(1:4) = "TYPE"
001449         AND WOPOLICY-FILE-RECORD(6:2) NOT = SPACES
001449         MOVE WOPOLICY-FILE-RECORD(6:2) TO WS-WO-TYPE
001449     END-IF.
001449 0160-EXIT.
001449     EXIT.
001449*
001449*    ONLY HOLDS STILL IN FORCE ON THE RUN DATE ARE TABLED.  A
001449*    MISSING HOLDS.DAT MEANS NO HOLDS ARE PLACED.
001449 0200-LOAD-HOLDS.
001449     OPEN INPUT HOLDS-FILE.
001449     IF NOT WS-HOLDS-FILE-OK
001449         GO TO 0200-EXIT
001449     END-IF.
001449     PERFORM 0210-LOAD-ONE-HOLD THRU 0210-EXIT
001449         UNTIL WS-HOLDS-FILE-EOF.
001449     CLOSE HOLDS-FILE.
001449 0200-EXIT.
001449     EXIT.
001449*
001449 0210-LOAD-ONE-HOLD.
001449     READ HOLDS-FILE
001449         AT END
001449             GO TO 0210-EXIT
001449     END-READ.
001449     IF HOLDS-FILE-RECORD(1:10) = SPACES
001449         OR HOLDS-FILE-RECORD(35:1) = "R"
001449         OR HOLDS-FILE-RECORD(12:13) NOT NUMERIC
001449         GO TO 0210-EXIT
001449     END-IF.
001449     IF HOLDS-FILE-RECORD(26:8) NOT = SPACES
001449         AND HOLDS-FILE-RECORD(26:8) < WS-RUN-DATE
001449         GO TO 0210-EXIT
001449     END-IF.
001449     IF WS-HOLD-COUNT = 1000
001449         IF WS-HOLD-OVERFLOW = 0
001449             DISPLAY "ACCTPOST - MORE THAN 1000 HOLDS IN FORCE ",
001449                 "ON HOLDS.DAT"
001449         END-IF
001449         ADD 1 TO WS-HOLD-OVERFLOW
001449         GO TO 0210-EXIT
001449     END-IF.
001449     ADD 1 TO WS-HOLD-COUNT.
001449     SET WS-HOLD-IDX TO WS-HOLD-COUNT.
001449     MOVE HOLDS-FILE-RECORD(1:10)
001449         TO WS-HOLD-ACCOUNT(WS-HOLD-IDX).
001449     MOVE HOLDS-FILE-RECORD(12:13) TO WS-FIELD-TEXT.
001449     MOVE WS-FIELD-AMOUNT TO WS-HOLD-AMOUNT(WS-HOLD-IDX).
001449 0210-EXIT.
001449     EXIT.
001449*
001449*    THE PRIOR RUN'S PENDING.DAT AND THE DESK'S PENDDEC.TRN ARE
001449*    BOTH TABLED HERE, BEFORE PENDING.DAT IS REOPENED FOR
001449*    OUTPUT.  THE NEXT NEW PENDING REFERENCE CARRIES ON FROM THE
001449*    HIGHEST ONE ALREADY ISSUED TODAY, SO A SECOND RUN ON THE
001449*    SAME DAY NEVER REUSES A REFERENCE.
001449 0300-LOAD-PENDING.
001449     OPEN INPUT PENDING-FILE.
001449     IF WS-PENDING-FILE-OK
001449         PERFORM 0310-LOAD-ONE-PENDING THRU 0310-EXIT
001449             UNTIL WS-PENDING-FILE-EOF
001449         CLOSE PENDING-FILE
001449     END-IF.
001449     OPEN INPUT PENDDEC-FILE.
001449     IF WS-PENDDEC-FILE-OK
001449         PERFORM 0320-LOAD-ONE-DECISION THRU 0320-EXIT
001449             UNTIL WS-PENDDEC-FILE-EOF
001449         CLOSE PENDDEC-FILE
001449     END-IF.
001449 0300-EXIT.
001449     EXIT.
001449*
001449 0310-LOAD-ONE-PENDING.
001449     READ PENDING-FILE
001449         AT END
001449             GO TO 0310-EXIT
001449     END-READ.
001449     IF PENDING-RECORD = SPACES
001449         GO TO 0310-EXIT
001449     END-IF.
001449     IF WS-CARRY-COUNT = 1000
001449         IF WS-CARRY-OVERFLOW = 0
001449             DISPLAY "ACCTPOST - MORE THAN 1000 ITEMS ON ",
001449                 "PENDING.DAT"
001449         END-IF
001449         ADD 1 TO WS-CARRY-OVERFLOW
001449         GO TO 0310-EXIT
001449     END-IF.
001449     ADD 1 TO WS-CARRY-COUNT.
001449     SET WS-CARRY-IDX TO WS-CARRY-COUNT.
001449     MOVE PENDING-RECORD TO WS-CARRY-ENTRY(WS-CARRY-IDX).
001449     MOVE PENDING-RECORD TO WS-PENDING-WORK.
001449     IF WS-PEND-REF-DATE = WS-RUN-DATE
001449         AND WS-PEND-REF-SEQ > WS-PEND-SEQ
001449         MOVE WS-PEND-REF-SEQ TO WS-PEND-SEQ
001449     END-IF.
001449 0310-EXIT.
001449     EXIT.
001449*
001449 0320-LOAD-ONE-DECISION.
001449     READ PENDDEC-FILE
001449         AT END
001449             GO TO 0320-EXIT
001449     END-READ.
001449     IF PENDDEC-RECORD(1:12) = SPACES
001449         GO TO 0320-EXIT
001449     END-IF.
001449     IF WS-DEC-COUNT = 1000
001449         IF WS-DEC-OVERFLOW = 0
001449             DISPLAY "ACCTPOST - MORE THAN 1000 DECISIONS ON ",
001449                 "PENDDEC.TRN"
001449         END-IF
001449         ADD 1 TO WS-DEC-OVERFLOW
001449         GO TO 0320-EXIT
001449     END-IF.
001449     ADD 1 TO WS-DEC-COUNT.
001449     SET WS-DEC-IDX TO WS-DEC-COUNT.
001449     MOVE PENDDEC-RECORD(1:12) TO WS-DEC-REF(WS-DEC-IDX).
001449     MOVE PENDDEC-RECORD(14:1) TO WS-DEC-ACTION(WS-DEC-IDX).
001449     MOVE PENDDEC-RECORD(16:8) TO WS-DEC-OPR(WS-DEC-IDX).
001449 0320-EXIT.
001449     EXIT.
001449*
001449*    ONE ITEM LEFT PENDING BY AN EARLIER RUN.  A RELEASED ITEM
001449*    IS POSTED WITHOUT THE FUNDS CHECK -- THE DESK HAS ALREADY
001449*    AGREED TO THE OVERDRAFT.  A RELEASED ITEM WHOSE MASTER
001449*    WRITE FAILS IS CARRIED FORWARD RATHER THAN LOST; ONE FOR
001449*    AN ACCOUNT GONE DORMANT MEANWHILE IS NOW IN DORMEXCP.DAT.
001449 0400-WORK-ONE-PENDING.
001449     MOVE WS-CARRY-ENTRY(WS-CARRY-IDX) TO WS-PENDING-WORK.
001449     MOVE "N" TO WS-MATCH-SW.
001449     PERFORM 0410-MATCH-DECISION THRU 0410-EXIT
001449         VARYING WS-DEC-IDX FROM 1 BY 1
001449         UNTIL WS-DEC-IDX > WS-DEC-COUNT
001449            OR WS-MATCH-FOUND.
001449     IF NOT WS-MATCH-FOUND
001449         PERFORM 0420-CARRY-PENDING THRU 0420-EXIT
001449         GO TO 0400-EXIT
001449     END-IF.
001449     SET WS-DEC-IDX DOWN BY 1.
001449     EVALUATE WS-DEC-ACTION(WS-DEC-IDX)
001449         WHEN "R"
001449             MOVE WS-PEND-DETAIL TO SAMP-DETAIL-RECORD
001449             MOVE WS-PEND-DETAIL TO SORTED-FILE-RECORD
001449             SET WS-FORCE-POST TO TRUE
001449             PERFORM 1050-POST-DETAIL THRU 1050-EXIT
001449             MOVE "N" TO WS-FORCE-POST-SW
001449             EVALUATE TRUE
001449                 WHEN WS-POST-OK
001449                     ADD 1 TO WS-RELEASED-COUNT
001449                     MOVE "RELEASED" TO WS-DECISION-TEXT
001449                     PERFORM 0430-LOG-DECISION THRU 0430-EXIT
001449                 WHEN WS-DORMANT-HOLD
001449                     MOVE "DIVERTED" TO WS-DECISION-TEXT
001449                     PERFORM 0430-LOG-DECISION THRU 0430-EXIT
001449                 WHEN OTHER
001449                     PERFORM 0420-CARRY-PENDING THRU 0420-EXIT
001449             END-EVALUATE
001449         WHEN "X"
001449             MOVE WS-PENDING-WORK TO PENDRET-RECORD
001449             WRITE PENDRET-RECORD
001449             ADD 1 TO WS-RETURNED-COUNT
001449             MOVE "RETURNED" TO WS-DECISION-TEXT
001449             PERFORM 0430-LOG-DECISION THRU 0430-EXIT
001449         WHEN OTHER
001449             PERFORM 0420-CARRY-PENDING THRU 0420-EXIT
001449     END-EVALUATE.
001449 0400-EXIT.
001449     EXIT.
001449*
001449 0410-MATCH-DECISION.
001449     IF WS-DEC-REF(WS-DEC-IDX) = WS-PEND-REF
001449         SET WS-MATCH-FOUND TO TRUE
001449     END-IF.
001449 0410-EXIT.
001449     EXIT.
001449*
001449 0420-CARRY-PENDING.
001449     MOVE WS-PENDING-WORK TO PENDING-RECORD.
001449     WRITE PENDING-RECORD.
001449     ADD 1 TO WS-CARRIED-COUNT.
001449 0420-EXIT.
001449     EXIT.
001449*
001449*    WS-DEC-IDX IS STILL SET TO THE MATCHED DECISION.
001449 0430-LOG-DECISION.
001449     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
001449     OPEN EXTEND PENDLOG-FILE.
001449     IF WS-PENDLOG-NOT-FOUND
001449         OPEN OUTPUT PENDLOG-FILE
001449     END-IF.
001449     IF NOT WS-PENDLOG-FILE-OK
001449         DISPLAY "ACCTPOST - CANNOT OPEN PENDING.LOG"
001449         GO TO 0430-EXIT
001449     END-IF.
001449     MOVE WS-PEND-DETAIL TO SAMP-DETAIL-RECORD.
001449     MOVE SAMP-TRANSACTION-AMOUNT TO WS-AMOUNT-EDIT.
001449     MOVE SPACES TO PENDLOG-LINE.
001449     STRING WS-TIMESTAMP(1:14)                DELIMITED BY SIZE
001449            " " WS-DECISION-TEXT " REF="      DELIMITED BY SIZE
001449            WS-PEND-REF                       DELIMITED BY SIZE
001449            " ACCT="                          DELIMITED BY SIZE
001449            SAMP-ACCOUNT-NUMBER               DELIMITED BY SIZE
001449            " AMT="                           DELIMITED BY SIZE
001449            WS-AMOUNT-EDIT                    DELIMITED BY SIZE
001449            " OPR="                           DELIMITED BY SIZE
001449            WS-DEC-OPR(WS-DEC-IDX)            DELIMITED BY SIZE
001449         INTO PENDLOG-LINE.
001449     WRITE PENDLOG-LINE.
001449     CLOSE PENDLOG-FILE.
001449 0430-EXIT.
001449     EXIT.
001449*
001449*    THE FILES THE RUN ADDS TO, THEN THE ONES IT STARTS AFRESH.
001449*    POSTED.DAT IS WHAT PAYBUILD PAYS FROM, ACCTMST.LST IS WHAT
001449*    THE MASTER SCANS WALK, AND DUPSCAN CHECKS AGAINST
001449*    DUPHIST.DAT, SO A RUN THAT CANNOT OPEN ANY OF THEM MUST NOT
001449*    GO ON TO POST.  PENDING.DAT IS OPENED LAST SO A FAILED OPEN
001449*    NEVER LEAVES THE PENDED ITEMS EMPTIED WITH NOTHING POSTED.
001449 0500-OPEN-RUN-FILES.
001449     OPEN EXTEND LIST-FILE.
001449     IF WS-LIST-NOT-FOUND
001449         OPEN OUTPUT LIST-FILE
001449     END-IF.
001449     IF NOT WS-LIST-FILE-OK
001449         DISPLAY "ACCTPOST - CANNOT OPEN ACCTMST.LST, STATUS ",
001449             WS-LIST-FILE-STATUS
001449         SET WS-OPEN-FAILED TO TRUE
001449         GO TO 0500-EXIT
001449     END-IF.
001449     OPEN EXTEND JOURNAL-FILE.
001449     IF WS-JOURNAL-NOT-FOUND
001449         OPEN OUTPUT JOURNAL-FILE
001449     END-IF.
001449     IF NOT WS-JOURNAL-FILE-OK
001449         DISPLAY "ACCTPOST - CANNOT OPEN ACCTJNL.DAT, STATUS ",
001449             WS-JOURNAL-FILE-STATUS
001449         SET WS-OPEN-FAILED TO TRUE
001449         GO TO 0500-EXIT
001449     END-IF.
001449     OPEN EXTEND HISTORY-FILE.
001449     IF WS-HISTORY-NOT-FOUND
001449         OPEN OUTPUT HISTORY-FILE
001449     END-IF.
001449     IF NOT WS-HISTORY-FILE-OK
001449         DISPLAY "ACCTPOST - CANNOT OPEN DUPHIST.DAT, STATUS ",
001449             WS-HISTORY-FILE-STATUS
001449         SET WS-OPEN-FAILED TO TRUE
001449         GO TO 0500-EXIT
001449     END-IF.
001449     OPEN OUTPUT DORMEXCP-FILE.
001449     IF NOT WS-DORMEXCP-FILE-OK
001449         DISPLAY "ACCTPOST - CANNOT OPEN DORMEXCP.DAT"
001449         SET WS-OPEN-FAILED TO TRUE
001449         GO TO 0500-EXIT
001449     END-IF.
001449     OPEN OUTPUT PENDRET-FILE.
001449     IF NOT WS-PENDRET-FILE-OK
001449         DISPLAY "ACCTPOST - CANNOT OPEN PENDRET.DAT"
001449         SET WS-OPEN-FAILED TO TRUE
001449         GO TO 0500-EXIT
001449     END-IF.
001449     OPEN OUTPUT POSTED-FILE.
001449     IF NOT WS-POSTED-FILE-OK
001449         DISPLAY "ACCTPOST - CANNOT OPEN POSTED.DAT"
001449         SET WS-OPEN-FAILED TO TRUE
001449         GO TO 0500-EXIT
001449     END-IF.
001449     OPEN OUTPUT PENDING-FILE.
001449     IF NOT WS-PENDING-FILE-OK
001449         DISPLAY "ACCTPOST - CANNOT OPEN PENDING.DAT"
001449         SET WS-OPEN-FAILED TO TRUE
001449     END-IF.
001449 0500-EXIT.
001449     EXIT.
001449*
001450 1000-POST-ONE-RECORD.
001460     READ SORTED-FILE
001470         AT END
001520         GO TO 1000-EXIT
001530     END-IF.
001540     MOVE SORTED-FILE-RECORD TO SAMP-DETAIL-RECORD.
001541     PERFORM 1050-POST-DETAIL THRU 1050-EXIT.
001542 1000-EXIT.
001543     EXIT.
001544*
001545*    POSTS THE DETAIL RECORD NOW IN SAMP-DETAIL-RECORD, WHETHER
001546*    IT CAME FROM THE SORTED FILE OR FROM A RELEASED PENDING
001547*    ITEM.  A DEBIT IS CHECKED AGAINST THE AVAILABLE BALANCE
001548*    UNLESS THE DESK HAS ALREADY RELEASED IT.
001549 1050-POST-DETAIL.
001550     CALL "CURRCONV" USING SAMP-CURRENCY-CODE,
001560                            SAMP-TRANSACTION-AMOUNT,
001570                            WS-BASE-AMOUNT,
001620     SET FUNC-READ TO TRUE.
001630     MOVE SPACES TO WS-IO-AREA.
001640     MOVE SAMP-ACCOUNT-NUMBER TO WS-IO-AREA(1:10).
001650     MOVE 130 TO WS-IO-LEN.
001660     CALL "RSMFCOB" USING WS-FUNC, WS-IO-AREA,
001670                           WS-IO-LEN, WS-RET-CODE.
001680     MOVE "N" TO WS-POST-OK-SW.
001685     MOVE SPACE TO WS-DORMANT-ACTION-SW.
001690     IF WS-RET-CODE = 0
001700         ADD 1 TO WS-READ-COUNT
001710         MOVE WS-IO-AREA(1:130) TO ACCT-MASTER-RECORD
001711         SET WS-MASTER-FOUND TO TRUE
001711         MOVE ACCT-CURRENT-BALANCE TO WS-CHECK-BALANCE
001711         IF ACCT-STATUS-DORMANT
001711             PERFORM 1300-CHECK-DORMANT THRU 1300-EXIT
001711         END-IF
001711         IF WS-DORMANT-HOLD
001711             PERFORM 1400-HOLD-DORMANT-ITEM THRU 1400-EXIT
001711             GO TO 1050-EXIT
001711         END-IF
001711     ELSE
001711         MOVE "N" TO WS-MASTER-FOUND-SW
001711         MOVE 0 TO WS-CHECK-BALANCE
001711     END-IF.
001711     IF WS-BASE-AMOUNT < 0
001711         AND NOT WS-FORCE-POST
001711         PERFORM 1600-CHECK-FUNDS THRU 1600-EXIT
001711         IF WS-FUNDS-SHORT
001711             PERFORM 1700-PEND-ITEM THRU 1700-EXIT
001711             GO TO 1050-EXIT
001711         END-IF
001711     END-IF.
001711     IF WS-MASTER-FOUND
001720         PERFORM 1100-UPDATE-MASTER THRU 1100-EXIT
001730     ELSE
001740         PERFORM 1200-ADD-MASTER THRU 1200-EXIT
001760     IF WS-POST-OK
001770         ADD 1 TO WS-POSTED-COUNT
001780         ADD WS-BASE-AMOUNT TO WS-POSTED-AMOUNT
001785         PERFORM 1800-WRITE-JOURNAL THRU 1800-EXIT
001787         PERFORM 1850-WRITE-HISTORY THRU 1850-EXIT
001790     ELSE
001800         ADD 1 TO WS-FAIL-COUNT
001810     END-IF.
001820 1050-EXIT.
001830     EXIT.
001840*
001850 1100-UPDATE-MASTER.
001860     ADD WS-BASE-AMOUNT TO ACCT-CURRENT-BALANCE.
001870     IF NOT ACCT-BASE-CURRENCY
001871         PERFORM 1150-UPDATE-FOREIGN THRU 1150-EXIT
001872     END-IF.
001873     IF NOT WS-DORMANT-BANK-POST
001874         MOVE SAMP-TRANSACTION-DATE TO ACCT-LAST-POST-DATE
001875     END-IF.
001876     IF WS-DORMANT-REACTIVATE
001877         MOVE "A" TO ACCT-STATUS-CODE
001878         MOVE SAMP-TRANSACTION-DATE TO ACCT-STATUS-DATE
001879     END-IF.
001880     ADD 1 TO ACCT-POSTED-COUNT.
001890     SET FUNC-REWRITE TO TRUE.
001900     MOVE SPACES TO WS-IO-AREA.
001910     MOVE ACCT-MASTER-RECORD TO WS-IO-AREA(1:130).
001920     MOVE 130 TO WS-IO-LEN.
001930     CALL "RSMFCOB" USING WS-FUNC, WS-IO-AREA,
001940                           WS-IO-LEN, WS-RET-CODE.
001950     IF WS-RET-CODE = 0
001960         ADD 1 TO WS-UPDATE-COUNT
001970         SET WS-POST-OK TO TRUE
001972         IF WS-DORMANT-REACTIVATE
001973             PERFORM 1500-LOG-REACTIVATION THRU 1500-EXIT
001974         END-IF
001975         IF ACCT-STATUS-WRITTEN-OFF
001976             AND WS-BASE-AMOUNT > 0
001977             AND SAMP-TRANSACTION-TYPE NOT = WS-WO-TYPE
001978             PERFORM 1900-LOG-RECOVERY THRU 1900-EXIT
001979         END-IF
001980     ELSE
001990         DISPLAY "ACCTPOST - REWRITE FAILED FOR ACCOUNT ",
002000             ACCT-ACCOUNT-NUMBER
002020 1100-EXIT.
002030     EXIT.
002040*
002041*    MOVES THE FOREIGN BALANCE OF A FOREIGN-CURRENCY ACCOUNT.  AN
002042*    ITEM IN ANY OTHER CURRENCY (OR IN BASE) IS TAKEN BACK FROM
002043*    ITS BASE AMOUNT AT THE ACCOUNT CURRENCY'S RATE; WITH NO RATE
002044*    ON RATES.TBL CURRCONV GIVES RATE 1 AND THE ITEM IS COUNTED
002045*    WITH THE OTHER NO-RATE ITEMS.
002046 1150-UPDATE-FOREIGN.
002047     IF SAMP-CURRENCY-CODE = ACCT-CURRENCY-CODE
002048         ADD SAMP-TRANSACTION-AMOUNT TO ACCT-FOREIGN-BALANCE
002049         GO TO 1150-EXIT
002049     END-IF.
002049     CALL "CURRCONV" USING ACCT-CURRENCY-CODE,
002049                            WS-RATE-PROBE,
002049                            WS-RATE-PROBE-BASE,
002049                            WS-RATE-PROBE-STATUS.
002049     IF WS-RATE-PROBE-STATUS = 8
002049         ADD 1 TO WS-CURR-UNKNOWN-COUNT
002049     END-IF.
002049     COMPUTE WS-ACCT-RATE = WS-RATE-PROBE-BASE / 1000000.
002049     IF WS-ACCT-RATE = 0
002049         MOVE 1 TO WS-ACCT-RATE
002049     END-IF.
002049     COMPUTE ACCT-FOREIGN-BALANCE ROUNDED =
002049         ACCT-FOREIGN-BALANCE + WS-BASE-AMOUNT / WS-ACCT-RATE.
002049 1150-EXIT.
002049     EXIT.
002049*
002050 1200-ADD-MASTER.
002060     MOVE SPACES TO ACCT-MASTER-RECORD.
002070     MOVE SAMP-ACCOUNT-NUMBER TO ACCT-ACCOUNT-NUMBER.
002100     MOVE SAMP-TRANSACTION-DATE TO ACCT-LAST-POST-DATE.
002110     MOVE 1 TO ACCT-POSTED-COUNT.
002120     MOVE SAMP-TRANSACTION-DATE TO ACCT-OPEN-DATE.
002121     MOVE SAMP-CURRENCY-CODE TO ACCT-CURRENCY-CODE.
002122     IF ACCT-BASE-CURRENCY
002123         MOVE 0 TO ACCT-FOREIGN-BALANCE
002124     ELSE
002125         MOVE SAMP-TRANSACTION-AMOUNT TO ACCT-FOREIGN-BALANCE
002126     END-IF.
002127     MOVE 0 TO ACCT-REVAL-RATE.
002130     SET FUNC-WRITE TO TRUE.
002140     MOVE SPACES TO WS-IO-AREA.
002150     MOVE ACCT-MASTER-RECORD TO WS-IO-AREA(1:130).
002160     MOVE 130 TO WS-IO-LEN.
002170     CALL "RSMFCOB" USING WS-FUNC, WS-IO-AREA,
002180                           WS-IO-LEN, WS-RET-CODE.
002190     IF WS-RET-CODE = 0
002200         ADD 1 TO WS-ADD-COUNT
002210         SET WS-POST-OK TO TRUE
002214         MOVE ACCT-ACCOUNT-NUMBER TO LIST-FILE-RECORD
002216         WRITE LIST-FILE-RECORD
002220     ELSE
002230         DISPLAY "ACCTPOST - WRITE FAILED FOR ACCOUNT ",
002240             ACCT-ACCOUNT-NUMBER
002260 1200-EXIT.
002270     EXIT.
002280*
002281*    DECIDES WHAT HAPPENS TO AN ITEM FOR A DORMANT ACCOUNT.  A
002282*    BANK-INITIATED TYPE POSTS; OTHERWISE THE ITEM POSTS ONLY
002283*    AGAINST A REACTIVATION KEYED ON OR AFTER THE DAY THE
002284*    ACCOUNT WENT DORMANT, SO AN OLD INSTRUCTION LEFT IN
002285*    REACT.TRN CANNOT WAKE THE ACCOUNT A SECOND TIME.
002286 1300-CHECK-DORMANT.
002287     MOVE "N" TO WS-MATCH-SW.
002288     PERFORM 1310-MATCH-BANK-TYPE THRU 1310-EXIT
002289         VARYING WS-BANK-IDX FROM 1 BY 1
002289         UNTIL WS-BANK-IDX > WS-BANK-TYPE-COUNT
002289            OR WS-MATCH-FOUND.
002289     IF WS-MATCH-FOUND
002289         SET WS-DORMANT-BANK-POST TO TRUE
002289         GO TO 1300-EXIT
002289     END-IF.
002289     PERFORM 1320-MATCH-REACTIVATION THRU 1320-EXIT
002289         VARYING WS-REACT-IDX FROM 1 BY 1
002289         UNTIL WS-REACT-IDX > WS-REACT-COUNT
002289            OR WS-MATCH-FOUND.
002289     IF WS-MATCH-FOUND
002289         SET WS-REACT-IDX DOWN BY 1
002289         SET WS-DORMANT-REACTIVATE TO TRUE
002289     ELSE
002289         SET WS-DORMANT-HOLD TO TRUE
002289     END-IF.
002289 1300-EXIT.
002289     EXIT.
002289*
002289 1310-MATCH-BANK-TYPE.
002289     IF SAMP-TRANSACTION-TYPE = WS-BANK-TYPE(WS-BANK-IDX)
002289         SET WS-MATCH-FOUND TO TRUE
002289     END-IF.
002289 1310-EXIT.
002289     EXIT.
002289*
002289 1320-MATCH-REACTIVATION.
002289     IF WS-REACT-ACCOUNT(WS-REACT-IDX) = ACCT-ACCOUNT-NUMBER
002289         AND WS-REACT-DATE(WS-REACT-IDX) NOT < ACCT-STATUS-DATE
002289         SET WS-MATCH-FOUND TO TRUE
002289     END-IF.
002289 1320-EXIT.
002289     EXIT.
002289*
002289 1400-HOLD-DORMANT-ITEM.
002289     MOVE SORTED-FILE-RECORD TO DORMEXCP-RECORD.
002289     WRITE DORMEXCP-RECORD.
002289     ADD 1 TO WS-DORMANT-HELD-COUNT.
002289     ADD WS-BASE-AMOUNT TO WS-DORMANT-HELD-AMOUNT.
002289 1400-EXIT.
002289     EXIT.
002289*
002289*    WS-REACT-IDX IS STILL SET TO THE MATCHED INSTRUCTION BY
002289*    1300-CHECK-DORMANT.  REACT.LOG IS APPENDED TO, THE SAME
002289*    WAY AUDITLOG KEEPS AUDIT.LOG.
002289 1500-LOG-REACTIVATION.
002289     ADD 1 TO WS-REACTIVATED-COUNT.
002289     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
002289     OPEN EXTEND REACTLOG-FILE.
002289     IF WS-REACTLOG-NOT-FOUND
002289         OPEN OUTPUT REACTLOG-FILE
002289     END-IF.
002289     IF NOT WS-REACTLOG-FILE-OK
002289         DISPLAY "ACCTPOST - CANNOT OPEN REACT.LOG"
002289         GO TO 1500-EXIT
002289     END-IF.
002289     MOVE SPACES TO REACTLOG-LINE.
002289     STRING WS-TIMESTAMP(1:14)                DELIMITED BY SIZE
002289            " REACTIVATED ACCT="              DELIMITED BY SIZE
002289            ACCT-ACCOUNT-NUMBER               DELIMITED BY SIZE
002289            " OPR="                           DELIMITED BY SIZE
002289            WS-REACT-OPR(WS-REACT-IDX)        DELIMITED BY SIZE
002289            " KEYED="                         DELIMITED BY SIZE
002289            WS-REACT-DATE(WS-REACT-IDX)       DELIMITED BY SIZE
002289            " "                               DELIMITED BY SIZE
002289            WS-REACT-REASON(WS-REACT-IDX)     DELIMITED BY SIZE
002289         INTO REACTLOG-LINE.
002289     WRITE REACTLOG-LINE.
002289     CLOSE REACTLOG-FILE.
002289 1500-EXIT.
002289     EXIT.
002289*
002289*    AVAILABLE BALANCE = CURRENT BALANCE LESS EVERY ACTIVE HOLD
002289*    ON THE ACCOUNT.  THE ITEM IS SHORT WHEN POSTING IT WOULD
002289*    LEAVE THAT BELOW ZERO.
002289 1600-CHECK-FUNDS.
002289     MOVE SPACE TO WS-FUNDS-SW.
002289     MOVE 0 TO WS-HOLD-TOTAL.
002289     PERFORM 1610-ADD-ONE-HOLD THRU 1610-EXIT
002289         VARYING WS-HOLD-IDX FROM 1 BY 1
002289         UNTIL WS-HOLD-IDX > WS-HOLD-COUNT.
002289     COMPUTE WS-AVAILABLE = WS-CHECK-BALANCE - WS-HOLD-TOTAL
002289                          + WS-BASE-AMOUNT.
002289     IF WS-AVAILABLE < 0
002289         SET WS-FUNDS-SHORT TO TRUE
002289     END-IF.
002289 1600-EXIT.
002289     EXIT.
002289*
002289 1610-ADD-ONE-HOLD.
002289     IF WS-HOLD-ACCOUNT(WS-HOLD-IDX) = SAMP-ACCOUNT-NUMBER
002289         ADD WS-HOLD-AMOUNT(WS-HOLD-IDX) TO WS-HOLD-TOTAL
002289     END-IF.
002289 1610-EXIT.
002289     EXIT.
002289*
002289 1700-PEND-ITEM.
002289     ADD 1 TO WS-PEND-SEQ.
002289     MOVE SPACES TO WS-PENDING-WORK.
002289     MOVE SAMP-DETAIL-RECORD TO WS-PEND-DETAIL.
002289     MOVE WS-RUN-DATE TO WS-PEND-REF-DATE.
002289     MOVE WS-PEND-SEQ TO WS-PEND-REF-SEQ.
002289     MOVE WS-RUN-DATE TO WS-PEND-FIRST-DATE.
002289     MOVE WS-PENDING-WORK TO PENDING-RECORD.
002289     WRITE PENDING-RECORD.
002289     ADD 1 TO WS-PENDED-COUNT.
002289     ADD WS-BASE-AMOUNT TO WS-PENDED-AMOUNT.
002289 1700-EXIT.
002289     EXIT.
002289*
002289*    ACCT-MASTER-RECORD STILL HOLDS THE MASTER AS JUST WRITTEN OR
002289*    REWRITTEN, SO ITS BALANCE IS THE BALANCE AFTER THIS POSTING.
002289 1800-WRITE-JOURNAL.
002289     MOVE WS-BASE-AMOUNT TO WS-AMOUNT-EDIT.
002289     MOVE ACCT-CURRENT-BALANCE TO WS-BALANCE-EDIT.
002289     MOVE SPACES TO JOURNAL-LINE.
002289     STRING SAMP-TXN-REFERENCE                DELIMITED BY SIZE
002289            " "                               DELIMITED BY SIZE
002289            SAMP-ACCOUNT-NUMBER               DELIMITED BY SIZE
002289            " "                               DELIMITED BY SIZE
002289            SAMP-TRANSACTION-DATE             DELIMITED BY SIZE
002289            " "                               DELIMITED BY SIZE
002289            SAMP-TRANSACTION-TYPE             DELIMITED BY SIZE
002289            " "                               DELIMITED BY SIZE
002289            SAMP-CURRENCY-CODE                DELIMITED BY SIZE
002289            " "                               DELIMITED BY SIZE
002289            WS-AMOUNT-EDIT                    DELIMITED BY SIZE
002289            " "                               DELIMITED BY SIZE
002289            WS-BALANCE-EDIT                   DELIMITED BY SIZE
002289            " "                               DELIMITED BY SIZE
002289            WS-RUN-DATE                       DELIMITED BY SIZE
002289         INTO JOURNAL-LINE.
002289     WRITE JOURNAL-LINE.
002289 1800-EXIT.
002289     EXIT.
002289*
002289*    THE DETAIL GOES TO DUPHIST.DAT AS IT CAME IN, BEFORE ANY
002289*    CONVERSION, SO DUPSCAN CAN COMPARE A LATER ITEM WITH IT,
002289*    AND TO THIS RUN'S POSTED.DAT FOR PAYBUILD.
002289 1850-WRITE-HISTORY.
002289     MOVE SAMP-DETAIL-RECORD TO POSTED-RECORD.
002289     WRITE POSTED-RECORD.
002289     MOVE SPACES TO HISTORY-RECORD.
002289     MOVE SAMP-DETAIL-RECORD TO HISTORY-RECORD(1:82).
002289     MOVE WS-RUN-DATE TO HISTORY-RECORD(84:8).
002289     WRITE HISTORY-RECORD.
002289 1850-EXIT.
002289     EXIT.
002289*
002289*    ACCT-STATUS-DATE OF A WRITTEN-OFF ACCOUNT IS THE DAY IT WAS
002289*    WRITTEN OFF.
002289 1900-LOG-RECOVERY.
002289     ADD 1 TO WS-RECOVERY-COUNT.
002289     ADD WS-BASE-AMOUNT TO WS-RECOVERY-AMOUNT.
002289     IF WS-RECOVERY-FAILED
002289         GO TO 1900-EXIT
002289     END-IF.
002289     IF NOT WS-RECOVERY-OPEN
002289         OPEN EXTEND RECOVERY-FILE
002289         IF WS-RECOVERY-NOT-FOUND
002289             OPEN OUTPUT RECOVERY-FILE
002289         END-IF
002289         IF WS-RECOVERY-FILE-OK
002289             SET WS-RECOVERY-OPEN TO TRUE
002289         ELSE
002289             SET WS-RECOVERY-FAILED TO TRUE
002289             DISPLAY "ACCTPOST - CANNOT OPEN WORECOV.DAT"
002289             GO TO 1900-EXIT
002289         END-IF
002289     END-IF.
002289     MOVE SPACES TO WO-RECOVERY-RECORD.
002289     MOVE SAMP-TXN-REFERENCE TO WO-REC-REFERENCE.
002289     MOVE SAMP-ACCOUNT-NUMBER TO WO-REC-ACCOUNT.
002289     MOVE SAMP-TRANSACTION-DATE TO WO-REC-TXN-DATE.
002289     MOVE SAMP-TRANSACTION-TYPE TO WO-REC-TYPE.
002289     MOVE WS-BASE-AMOUNT TO WO-REC-AMOUNT.
002289     MOVE ACCT-STATUS-DATE TO WO-REC-OFF-DATE.
002289     MOVE WS-RUN-DATE TO WO-REC-RUN-DATE.
002289     MOVE WO-RECOVERY-RECORD TO RECOVERY-FILE-RECORD.
002289     WRITE RECOVERY-FILE-RECORD.
002289 1900-EXIT.
002289     EXIT.
002289*
002290 2000-WRITE-REGISTER.
002300     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
002310     OPEN OUTPUT REGISTER-FILE.
002700            WS-COUNT-EDIT                DELIMITED BY SIZE
002710         INTO REGISTER-LINE.
002720     WRITE REGISTER-LINE.
002721     MOVE WS-DORMANT-HELD-COUNT TO WS-COUNT-EDIT.
002722     MOVE SPACES TO REGISTER-LINE.
002723     STRING "DORMANT ITEMS HELD      = " DELIMITED BY SIZE
002724            WS-COUNT-EDIT                DELIMITED BY SIZE
002725         INTO REGISTER-LINE.
002726     WRITE REGISTER-LINE.
002727     MOVE WS-DORMANT-HELD-AMOUNT TO WS-AMOUNT-EDIT.
002728     MOVE SPACES TO REGISTER-LINE.
002729     STRING "DORMANT AMOUNT HELD     = " DELIMITED BY SIZE
002729            WS-AMOUNT-EDIT               DELIMITED BY SIZE
002729         INTO REGISTER-LINE.
002729     WRITE REGISTER-LINE.
002729     MOVE WS-REACTIVATED-COUNT TO WS-COUNT-EDIT.
002729     MOVE SPACES TO REGISTER-LINE.
002729     STRING "ACCOUNTS REACTIVATED    = " DELIMITED BY SIZE
002729            WS-COUNT-EDIT                DELIMITED BY SIZE
002729         INTO REGISTER-LINE.
002729     WRITE REGISTER-LINE.
002729     IF WS-REACT-SKIPPED > 0
002729         MOVE WS-REACT-SKIPPED TO WS-COUNT-EDIT
002729         MOVE SPACES TO REGISTER-LINE
002729         STRING "REACT.TRN NOT LOADED    = " DELIMITED BY SIZE
002729                WS-COUNT-EDIT                DELIMITED BY SIZE
002729             INTO REGISTER-LINE
002729         WRITE REGISTER-LINE
002729     END-IF.
002729     MOVE WS-PENDED-COUNT TO WS-COUNT-EDIT.
002729     MOVE SPACES TO REGISTER-LINE.
002729     STRING "DEBITS PENDED, NO FUNDS = " DELIMITED BY SIZE
002729            WS-COUNT-EDIT                DELIMITED BY SIZE
002729         INTO REGISTER-LINE.
002729     WRITE REGISTER-LINE.
002729     MOVE WS-PENDED-AMOUNT TO WS-AMOUNT-EDIT.
002729     MOVE SPACES TO REGISTER-LINE.
002729     STRING "AMOUNT PENDED           = " DELIMITED BY SIZE
002729            WS-AMOUNT-EDIT               DELIMITED BY SIZE
002729         INTO REGISTER-LINE.
002729     WRITE REGISTER-LINE.
002729     MOVE WS-RELEASED-COUNT TO WS-COUNT-EDIT.
002729     MOVE SPACES TO REGISTER-LINE.
002729     STRING "PENDING ITEMS RELEASED  = " DELIMITED BY SIZE
002729            WS-COUNT-EDIT                DELIMITED BY SIZE
002729         INTO REGISTER-LINE.
002729     WRITE REGISTER-LINE.
002729     MOVE WS-RETURNED-COUNT TO WS-COUNT-EDIT.
002729     MOVE SPACES TO REGISTER-LINE.
002729     STRING "PENDING ITEMS RETURNED  = " DELIMITED BY SIZE
002729            WS-COUNT-EDIT                DELIMITED BY SIZE
002729         INTO REGISTER-LINE.
002729     WRITE REGISTER-LINE.
002729     MOVE WS-CARRIED-COUNT TO WS-COUNT-EDIT.
002729     MOVE SPACES TO REGISTER-LINE.
002729     STRING "PENDING CARRIED FORWARD = " DELIMITED BY SIZE
002729            WS-COUNT-EDIT                DELIMITED BY SIZE
002729         INTO REGISTER-LINE.
002729     WRITE REGISTER-LINE.
002729     MOVE WS-RECOVERY-COUNT TO WS-COUNT-EDIT.
002729     MOVE SPACES TO REGISTER-LINE.
002729     STRING "RECOVERIES, WRITTEN OFF = " DELIMITED BY SIZE
002729            WS-COUNT-EDIT                DELIMITED BY SIZE
002729         INTO REGISTER-LINE.
002729     WRITE REGISTER-LINE.
002729     MOVE WS-RECOVERY-AMOUNT TO WS-AMOUNT-EDIT.
002729     MOVE SPACES TO REGISTER-LINE.
002729     STRING "AMOUNT RECOVERED        = " DELIMITED BY SIZE
002729            WS-AMOUNT-EDIT               DELIMITED BY SIZE
002729         INTO REGISTER-LINE.
002729     WRITE REGISTER-LINE.
002730     CLOSE REGISTER-FILE.
002731     CALL "RPTSAVE" USING WS-REPO-NAME, WS-REPO-JOB,
002732                          WS-REPO-ENTITY, WS-REPO-STATUS.
002733     IF WS-REPO-STATUS NOT = ZERO
002734         DISPLAY "ACCTPOST - REPORT NOT FILED IN THE",
002735             " REPOSITORY, STATUS ", WS-REPO-STATUS
002736     END-IF.
002740     MOVE WS-POSTED-COUNT TO WS-COUNT-EDIT.
002750     DISPLAY "ACCTPOST - TRANSACTIONS POSTED = ", WS-COUNT-EDIT.
002760     MOVE WS-READ-COUNT TO WS-COUNT-EDIT.
002810     DISPLAY "ACCTPOST - ACCOUNTS ADDED      = ", WS-COUNT-EDIT.
002820     MOVE WS-FAIL-COUNT TO WS-COUNT-EDIT.
002830     DISPLAY "ACCTPOST - MASTER WRITES FAILED= ", WS-COUNT-EDIT.
002832     MOVE WS-DORMANT-HELD-COUNT TO WS-COUNT-EDIT.
002833     DISPLAY "ACCTPOST - DORMANT ITEMS HELD  = ", WS-COUNT-EDIT.
002834     MOVE WS-REACTIVATED-COUNT TO WS-COUNT-EDIT.
002835     DISPLAY "ACCTPOST - ACCOUNTS REACTIVATED= ", WS-COUNT-EDIT.
002836     MOVE WS-PENDED-COUNT TO WS-COUNT-EDIT.
002837     DISPLAY "ACCTPOST - DEBITS PENDED       = ", WS-COUNT-EDIT.
002838     MOVE WS-RECOVERY-COUNT TO WS-COUNT-EDIT.
002839     DISPLAY "ACCTPOST - RECOVERIES POSTED   = ", WS-COUNT-EDIT.
002840     IF WS-CURR-UNKNOWN-COUNT > 0
002850         DISPLAY "ACCTPOST - AMOUNTS WITH NO RATE LINE, ",
002860             "CONVERTED 1:1 = ", WS-CURR-UNKNOWN-COUNT
