000230*                 ACCT-INFILE ENVIRONMENT VARIABLE, THE SAME
000240*                 CONVENTION ACCTPOST USES.
000250*
000251*10/15/2026  GS   SHOWS THE ACCOUNT STATUS -- ACTIVE, OR DORMANT
000252*                 WITH THE DATE DORMSCAN MARKED IT -- SO THE
000253*                 BRANCH KNOWS A REACTIVATION MUST BE KEYED
000254*                 BEFORE THE CUSTOMER'S ITEMS WILL POST.
000255*
000256*10/15/2026  GS   LISTS THE ACCOUNT'S ACTIVE MEMO HOLDS OUT OF
000257*                 HOLDS.DAT AND SHOWS THE AVAILABLE BALANCE
000258*                 (CURRENT BALANCE LESS THOSE HOLDS) THAT
000259*                 ACCTPOST NOW CHECKS DEBITS AGAINST.
000259*
000259*10/15/2026  GS   ACCOUNT MASTER RECORD IS NOW 130 BYTES.  A
000259*                 FOREIGN-CURRENCY ACCOUNT ALSO SHOWS ITS
000259*                 CURRENCY, ITS BALANCE IN THAT CURRENCY, AND THE
000259*                 RATE AND DATE OF ITS LAST MONTH-END REVALUATION.
000259*
000259*10/15/2026  GS   AN ACCOUNT WRITEOFF HAS WRITTEN OFF SHOWS AS
000259*                 WRITTEN OFF, WITH THE DATE OF THE WRITE-OFF.
000259*
000259*10/15/2026  GS   3100-CHECK-ONE-HOLD NOW TAKES THE HOLD AMOUNT
000259*                 THROUGH WS-FIELD-TEXT, AS ZBASWEEP DOES, SO A
000259*                 HOLD SHOWS AND COUNTS AT ITS TRUE VALUE INSTEAD
000259*                 OF 100 TIMES TOO BIG.
000259*
000259*10/15/2026  GS   AN ACCOUNT THE CUSTOMER HAS CLOSED NOW SHOWS AS
000259*                 CLOSED, WITH ITS STATUS DATE WHEN ONE IS HELD,
000259*                 INSTEAD OF AS ACTIVE.
000259*
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER.  IBM-PC.
000320     SELECT SORTED-FILE ASSIGN TO WS-SORTED-FILE-NAME
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-SORTED-FILE-STATUS.
000342     SELECT HOLDS-FILE ASSIGN TO "HOLDS.DAT"
000344         ORGANIZATION IS LINE SEQUENTIAL
000346         FILE STATUS IS WS-HOLDS-FILE-STATUS.
000350*
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  SORTED-FILE.
000390 01  SORTED-FILE-RECORD          PIC X(82).
000392 FD  HOLDS-FILE.
000394 01  HOLDS-FILE-RECORD           PIC X(80).
000400*
000410 WORKING-STORAGE SECTION.
000420 01  WS-SORTED-FILE-NAME       PIC X(15) VALUE "SORTED.DAT".
000430 01  WS-SORTED-FILE-STATUS     PIC X(02).
000440     88  WS-SORTED-FILE-OK         VALUE "00".
000450     88  WS-SORTED-FILE-EOF        VALUE "10".
000452 01  WS-HOLDS-FILE-STATUS      PIC X(02).
000454     88  WS-HOLDS-FILE-OK          VALUE "00".
000456     88  WS-HOLDS-FILE-EOF         VALUE "10".
000460 01  WS-ENV-VALUE              PIC X(15).
000470*
000480 01  WS-FUNC                   PIC 999 COMP-5.
000610 01  WS-COUNT-EDIT             PIC ZZZZ9.
000620 01  WS-BALANCE-EDIT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
000630 01  WS-AMOUNT-EDIT            PIC Z,ZZZ,ZZZ,ZZ9.99-.
000631 01  WS-RATE-EDIT              PIC ZZ9.999999.
000632 01  WS-RUN-DATE               PIC X(08).
000633 01  WS-TIMESTAMP              PIC X(21).
000634 01  WS-HOLD-AMOUNT            PIC 9(11)V99.
000635 01  WS-FIELD-TEXT             PIC X(13).
000636 01  WS-FIELD-AMOUNT REDEFINES WS-FIELD-TEXT
000637                               PIC 9(11)V99.
000638 01  WS-HOLD-TOTAL             PIC S9(11)V99 COMP-3.
000639 01  WS-AVAILABLE              PIC S9(11)V99 COMP-3.
000640 COPY SAMPREC.
000650 COPY ACCTREC.
000660*
000730     IF WS-ENV-VALUE NOT = SPACES
000740         MOVE WS-ENV-VALUE TO WS-SORTED-FILE-NAME
000750     END-IF.
000751     MOVE SPACES TO WS-ENV-VALUE.
000752     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SORT-RUNDATE".
000753     IF WS-ENV-VALUE NOT = SPACES
000754         MOVE WS-ENV-VALUE(1:8) TO WS-RUN-DATE
000755     ELSE
000756         MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
000757         MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE
000758     END-IF.
000760     SET FUNC-OPEN TO TRUE.
000770     MOVE SPACES TO WS-IO-AREA.
000780     MOVE WS-MASTER-FILE-NAME TO WS-IO-AREA(1:15).
000790     MOVE 130 TO WS-IO-LEN.
000800     CALL "RSMFCOB" USING WS-FUNC, WS-IO-AREA,
000810                           WS-IO-LEN, WS-RET-CODE.
000820     IF WS-RET-CODE NOT = 0
001040     SET FUNC-READ TO TRUE.
001050     MOVE SPACES TO WS-IO-AREA.
001060     MOVE WS-INQ-ACCOUNT TO WS-IO-AREA(1:10).
001070     MOVE 130 TO WS-IO-LEN.
001080     CALL "RSMFCOB" USING WS-FUNC, WS-IO-AREA,
001090                           WS-IO-LEN, WS-RET-CODE.
001100     IF WS-RET-CODE NOT = 0
001110         DISPLAY "ACCOUNT NOT ON MASTER: ", WS-INQ-ACCOUNT
001120         GO TO 1000-EXIT
001130     END-IF.
001140     MOVE WS-IO-AREA(1:130) TO ACCT-MASTER-RECORD.
001150     MOVE ACCT-CURRENT-BALANCE TO WS-BALANCE-EDIT.
001160     DISPLAY "ACCOUNT NUMBER    = ", ACCT-ACCOUNT-NUMBER.
001170     DISPLAY "CUSTOMER NAME     = ", ACCT-CUSTOMER-NAME.
001180     DISPLAY "CURRENT BALANCE   = ", WS-BALANCE-EDIT.
001181     IF NOT ACCT-BASE-CURRENCY
001182         MOVE ACCT-FOREIGN-BALANCE TO WS-BALANCE-EDIT
001183         DISPLAY "ACCOUNT CURRENCY  = ", ACCT-CURRENCY-CODE
001184         DISPLAY "FOREIGN BALANCE   = ", WS-BALANCE-EDIT
001185         MOVE ACCT-REVAL-RATE TO WS-RATE-EDIT
001186         DISPLAY "LAST REVALUED     = ", ACCT-REVAL-DATE,
001187             " AT ", WS-RATE-EDIT
001188     END-IF.
001190     DISPLAY "LAST POSTED       = ", ACCT-LAST-POST-DATE.
001200     DISPLAY "TRANS POSTED      = ", ACCT-POSTED-COUNT.
001201     EVALUATE TRUE
001202         WHEN ACCT-STATUS-DORMANT
001203             DISPLAY "ACCOUNT STATUS    = DORMANT SINCE ",
001204                 ACCT-STATUS-DATE
001205         WHEN ACCT-STATUS-WRITTEN-OFF
001206             DISPLAY "ACCOUNT STATUS    = WRITTEN OFF ON ",
001207                 ACCT-STATUS-DATE
001208         WHEN ACCT-STATUS-CLOSED
001208             IF ACCT-STATUS-DATE = SPACES
001208                 DISPLAY "ACCOUNT STATUS    = CLOSED"
001208             ELSE
001208                 DISPLAY "ACCOUNT STATUS    = CLOSED ON ",
001208                     ACCT-STATUS-DATE
001208             END-IF
001208         WHEN OTHER
001209             DISPLAY "ACCOUNT STATUS    = ACTIVE"
001209     END-EVALUATE.
001209     PERFORM 3000-LIST-HOLDS THRU 3000-EXIT.
001210     PERFORM 2000-LIST-DETAIL-LINES THRU 2000-EXIT.
001220 1000-EXIT.
001230     EXIT.
001630     END-IF.
001640 2100-EXIT.
001650     EXIT.
001660
001670*
001680*    LISTS THE HOLDS STILL IN FORCE ON THE INQUIRED ACCOUNT --
001690*    NOT RELEASED AND NOT PAST THEIR EXPIRY DATE -- THE SAME
001700*    TEST ACCTPOST APPLIES, AND SHOWS WHAT IS LEFT AVAILABLE.
001710 3000-LIST-HOLDS.
001720     MOVE 0 TO WS-HOLD-TOTAL.
001730     OPEN INPUT HOLDS-FILE.
001740     IF WS-HOLDS-FILE-OK
001750         PERFORM 3100-CHECK-ONE-HOLD THRU 3100-EXIT
001760             UNTIL WS-HOLDS-FILE-EOF
001770         CLOSE HOLDS-FILE
001780     END-IF.
001790     COMPUTE WS-AVAILABLE = ACCT-CURRENT-BALANCE - WS-HOLD-TOTAL.
001800     MOVE WS-HOLD-TOTAL TO WS-AMOUNT-EDIT.
001810     DISPLAY "TOTAL HOLDS       = ", WS-AMOUNT-EDIT.
001820     MOVE WS-AVAILABLE TO WS-BALANCE-EDIT.
001830     DISPLAY "AVAILABLE BALANCE = ", WS-BALANCE-EDIT.
001840 3000-EXIT.
001850     EXIT.
001860*
001870 3100-CHECK-ONE-HOLD.
001880     READ HOLDS-FILE
001890         AT END
001900             GO TO 3100-EXIT
001910     END-READ.
001920     IF HOLDS-FILE-RECORD(1:10) NOT = WS-INQ-ACCOUNT
001930         OR HOLDS-FILE-RECORD(35:1) = "R"
001940         OR HOLDS-FILE-RECORD(12:13) NOT NUMERIC
001950         GO TO 3100-EXIT
001960     END-IF.
001970     IF HOLDS-FILE-RECORD(26:8) NOT = SPACES
001980         AND HOLDS-FILE-RECORD(26:8) < WS-RUN-DATE
001990         GO TO 3100-EXIT
002000     END-IF.
002010     MOVE HOLDS-FILE-RECORD(12:13) TO WS-FIELD-TEXT.
002015     MOVE WS-FIELD-AMOUNT TO WS-HOLD-AMOUNT.
002020     ADD WS-HOLD-AMOUNT TO WS-HOLD-TOTAL.
002030     MOVE WS-HOLD-AMOUNT TO WS-AMOUNT-EDIT.
002040     DISPLAY "  HOLD ", WS-AMOUNT-EDIT,
002050         " UNTIL ", HOLDS-FILE-RECORD(26:8),
002060         " ", HOLDS-FILE-RECORD(37:30),
002070         " BY ", HOLDS-FILE-RECORD(68:8).
002080 3100-EXIT.
002090     EXIT.
