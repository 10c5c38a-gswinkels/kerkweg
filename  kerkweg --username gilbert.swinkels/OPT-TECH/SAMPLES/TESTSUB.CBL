000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TESTSUB.
000030 AUTHOR.        G. SWINKELS, DATA PROCESSING.
000040 INSTALLATION.  DATA PROCESSING DEPT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*MODIFICATION HISTORY
000090*--------------------
000100*10/15/2026  GS   ORIGINAL.  TAKES A MASKED SLICE OF PRODUCTION
000110*                 FOR THE TEST REGION, FOR THE CASES A TESTGEN
000120*                 FILE CANNOT COVER -- REAL BALANCES, REAL
000130*                 ACTIVITY PATTERNS, REAL HOLDS.  EVERY NTH
000140*                 ACCOUNT ON ACCTMST.LST (TSUB-EVERY, DEFAULT
000150*                 10) IS TAKEN, UP TO TSUB-LIMIT ACCOUNTS
000160*                 (DEFAULT 200, AT MOST 2000), AND EACH IS GIVEN
000170*                 A MASKED NUMBER, 9100000001 UPWARD IN THE ORDER
000180*                 TAKEN, AND A MASKED NAME FROM TESTNAME.  THE
000190*                 SAME MASKED NUMBER AND NAME ARE USED IN EVERY
000200*                 FILE THE RUN WRITES, SO THE SUBSET STILL TIES
000210*                 TOGETHER: THE MASTER RECORDS (TESTMST.DAT) AND
000220*                 THEIR ACCOUNT LIST (TESTMST.LST), THE ARCHIVED
000230*                 ACTIVITY BETWEEN TSUB-FROM AND TSUB-TO
000240*                 (CCYYMMDD, AS ARCHGET TAKES THEM) AS A FULL
000250*                 LAYOUT 03 EXTRACT WITH HEADER AND TRAILER
000260*                 (TESTSUB.DAT), AND THE ACCOUNTS' HOLDS
000270*                 (TESTHLD.DAT, REASON AND OPERATOR REPLACED).
000280*                 NO TABLE OF REAL AGAINST MASKED NUMBERS IS
000290*                 KEPT ANYWHERE, SO NOTHING IN THE SUBSET LEADS
000300*                 BACK TO A CUSTOMER.  ON THE TEST REGION THE
000310*                 SAME PROGRAM RUN WITH TSUB-LOAD "Y" LOADS
000320*                 TESTMST.DAT ONTO ITS ACCTMST, ADDS THE NEW
000330*                 ACCOUNTS TO ITS ACCTMST.LST AND THEIR HOLDS TO
000340*                 ITS HOLDS.DAT.  THE LOAD REFUSES THE WHOLE FILE
000350*                 IF ANY ACCOUNT ON IT IS OUTSIDE THE MASKED
000360*                 RANGE, SO IT CANNOT OVERWRITE A REAL ACCOUNT.
000370*                 AN ACCOUNT ALREADY LOADED BY AN EARLIER SUBSET
000380*                 IS REPLACED, AND ITS HOLDS ARE NOT ADDED AGAIN.
000390*                 RETURN-CODE IS 4 WHEN NO ACCOUNT WAS TAKEN, 8
000400*                 FOR A PARAMETER ERROR OR A REFUSED LOAD, AND 12
000410*                 WHEN A FILE OR THE MASTER CANNOT BE OPENED.
000420*
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER.  IBM-PC.
000460 OBJECT-COMPUTER.  IBM-PC.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT LIST-FILE ASSIGN TO "ACCTMST.LST"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-LIST-FILE-STATUS.
000520     SELECT ARCH-FILE ASSIGN TO WS-ARCH-FILE-NAME
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-ARCH-FILE-STATUS.
000550     SELECT HOLDS-FILE ASSIGN TO "HOLDS.DAT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-HOLDS-FILE-STATUS.
000580     SELECT SUB-FILE ASSIGN TO "TESTSUB.DAT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-SUB-FILE-STATUS.
000610     SELECT TMST-FILE ASSIGN TO "TESTMST.DAT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-TMST-FILE-STATUS.
000640     SELECT TLST-FILE ASSIGN TO "TESTMST.LST"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-TLST-FILE-STATUS.
000670     SELECT THLD-FILE ASSIGN TO "TESTHLD.DAT"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-THLD-FILE-STATUS.
000700*
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  LIST-FILE.
000740 01  LIST-FILE-RECORD            PIC X(10).
000750 FD  ARCH-FILE.
000760 01  ARCH-RECORD                 PIC X(82).
000770 FD  HOLDS-FILE.
000780 01  HOLDS-FILE-RECORD           PIC X(80).
000790 FD  SUB-FILE.
000800 01  SUB-RECORD                  PIC X(82).
000810 FD  TMST-FILE.
000820 01  TMST-RECORD                 PIC X(130).
000830 FD  TLST-FILE.
000840 01  TLST-RECORD                 PIC X(10).
000850 FD  THLD-FILE.
000860 01  THLD-RECORD                 PIC X(80).
000870*
000880 WORKING-STORAGE SECTION.
000890 01  WS-LIST-FILE-STATUS       PIC X(02).
000900     88  WS-LIST-FILE-OK           VALUE "00".
000910     88  WS-LIST-FILE-EOF          VALUE "10".
000920 01  WS-ARCH-FILE-NAME         PIC X(15).
000930 01  WS-ARCH-FILE-STATUS       PIC X(02).
000940     88  WS-ARCH-FILE-OK           VALUE "00".
000950     88  WS-ARCH-FILE-EOF          VALUE "10".
000960 01  WS-HOLDS-FILE-STATUS      PIC X(02).
000970     88  WS-HOLDS-FILE-OK          VALUE "00".
000980     88  WS-HOLDS-FILE-EOF         VALUE "10".
000990     88  WS-HOLDS-FILE-MISSING     VALUE "35".
001000 01  WS-SUB-FILE-STATUS        PIC X(02).
001010     88  WS-SUB-FILE-OK            VALUE "00".
001020 01  WS-TMST-FILE-STATUS       PIC X(02).
001030     88  WS-TMST-FILE-OK           VALUE "00".
001040     88  WS-TMST-FILE-EOF          VALUE "10".
001050 01  WS-TLST-FILE-STATUS       PIC X(02).
001060     88  WS-TLST-FILE-OK           VALUE "00".
001070 01  WS-THLD-FILE-STATUS       PIC X(02).
001080     88  WS-THLD-FILE-OK           VALUE "00".
001090     88  WS-THLD-FILE-EOF          VALUE "10".
001100 01  WS-ENV-VALUE              PIC X(15).
001110 01  WS-TIMESTAMP              PIC X(21).
001120 01  WS-LOAD-SW                PIC X(01) VALUE "N".
001130     88  WS-LOAD-MODE              VALUE "Y".
001140 01  WS-REFUSED-SW             PIC X(01) VALUE "N".
001150     88  WS-LOAD-REFUSED           VALUE "Y".
001160*
001170 01  WS-FUNC                   PIC 999 COMP-5.
001180     88  FUNC-OPEN                 VALUE 1.
001190     88  FUNC-CLOSE                VALUE 2.
001200     88  FUNC-READ                 VALUE 3.
001210     88  FUNC-WRITE                VALUE 4.
001220     88  FUNC-REWRITE              VALUE 5.
001230 01  WS-IO-AREA                PIC X(4000).
001240 01  WS-IO-LEN                 PIC 999 COMP-5.
001250 01  WS-RET-CODE               PIC 999 COMP-5.
001260 01  WS-MASTER-FILE-NAME       PIC X(15) VALUE "ACCTMST".
001270*
001280*    THE SLICE TO TAKE.
001290 01  WS-FROM-DATE              PIC X(08).
001300 01  WS-TO-DATE                PIC X(08).
001310 01  WS-EVERY                  PIC 9(04) VALUE 10.
001320 01  WS-LIMIT                  PIC 9(04) VALUE 200.
001330 01  WS-SKIP-COUNT             PIC 9(04) VALUE 0.
001340*
001350*    THE ACCOUNTS TAKEN, EACH WITH THE MASKED NUMBER AND NAME
001360*    IT IS KNOWN BY IN EVERY FILE OF THE SUBSET.  HELD ONLY
001370*    FOR THE LENGTH OF THE RUN.  IN LOAD MODE ONLY THE MASKED
001380*    NUMBERS NEWLY ADDED TO THE MASTER ARE HELD, SO THE HOLDS
001390*    OF A REPLACED ACCOUNT ARE NOT ADDED A SECOND TIME.
001400 01  WS-SUBSET-TABLE.
001410     05  WS-SUBSET-ENTRY OCCURS 2000 TIMES.
001420         10  WS-SUB-REAL-ACCOUNT   PIC X(10).
001430         10  WS-SUB-MASK-ACCOUNT   PIC X(10).
001440         10  WS-SUB-MASK-NAME      PIC X(30).
001450 01  WS-SUBSET-COUNT           PIC 9(04) COMP-5 VALUE 0.
001460 01  WS-SUBSET-SUB             PIC 9(04) COMP-5.
001470 01  WS-FOUND-SUB              PIC 9(04) COMP-5.
001480 01  WS-LOOKUP-ACCOUNT         PIC X(10).
001490 01  WS-MASK-ACCOUNT.
001500     05  WS-MASK-PREFIX        PIC X(02) VALUE "91".
001510     05  WS-MASK-ORDINAL       PIC 9(08).
001520*
001530 01  WS-NAME-SUB               PIC 9(04) COMP-5.
001540 01  WS-NAME-QUOTIENT          PIC 9(04) COMP-5.
001550 01  WS-GIVEN-SUB              PIC 9(02) COMP-5.
001560 01  WS-SURNAME-SUB            PIC 9(02) COMP-5.
001570 01  WS-MASK-NAME              PIC X(30).
001580*
001590*    THE MONTH CURSOR WALKS THE ARCHIVE THE SAME WAY ARCHGET
001600*    DOES.
001610 01  WS-CURSOR-MONTH           PIC 9(06).
001620 01  WS-CURSOR-X REDEFINES WS-CURSOR-MONTH.
001630     05  WS-CUR-YEAR           PIC 9(04).
001640     05  WS-CUR-MONTH          PIC 9(02).
001650 01  WS-END-MONTH              PIC 9(06).
001660*
001670*    HOLDS.DAT LINE, AS ACCTPOST WRITES IT.
001680 01  WS-HOLD-LINE.
001690     05  WS-HOLD-ACCOUNT       PIC X(10).
001700     05  FILLER                PIC X(01).
001710     05  WS-HOLD-AMOUNT        PIC X(13).
001720     05  FILLER                PIC X(01).
001730     05  WS-HOLD-EXPIRY        PIC X(08).
001740     05  FILLER                PIC X(01).
001750     05  WS-HOLD-RELEASED      PIC X(01).
001760     05  FILLER                PIC X(01).
001770     05  WS-HOLD-REASON        PIC X(30).
001780     05  FILLER                PIC X(01).
001790     05  WS-HOLD-OPERATOR      PIC X(08).
001800     05  FILLER                PIC X(05).
001810*
001820 01  WS-LISTED-COUNT           PIC 9(07) VALUE 0.
001830 01  WS-MISSING-COUNT          PIC 9(07) VALUE 0.
001840 01  WS-DETAIL-COUNT           PIC 9(07) VALUE 0.
001850 01  WS-HOLD-COUNT             PIC 9(07) VALUE 0.
001860 01  WS-ADDED-COUNT            PIC 9(07) VALUE 0.
001870 01  WS-REPLACED-COUNT         PIC 9(07) VALUE 0.
001880 01  WS-FAIL-COUNT             PIC 9(07) VALUE 0.
001890 01  WS-COUNT-EDIT             PIC ZZZZZZ9.
001900 COPY SAMPREC.
001910 COPY ACCTREC.
001920 COPY TESTNAME.
001930*
001940 PROCEDURE DIVISION.
001950*
001960 0000-MAINLINE.
001970     DISPLAY "TESTSUB - MASKED TEST-REGION SUBSET".
001980     MOVE SPACES TO WS-ENV-VALUE.
001990     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "TSUB-LOAD".
002000     IF WS-ENV-VALUE(1:1) = "Y"
002010         SET WS-LOAD-MODE TO TRUE
002020         PERFORM 6000-LOAD-SUBSET THRU 6000-EXIT
002030         STOP RUN
002040     END-IF.
002050     PERFORM 1000-GET-PARAMETERS THRU 1000-EXIT.
002060     PERFORM 2000-OPEN-FILES THRU 2000-EXIT.
002070     PERFORM 3000-SELECT-ONE-ACCOUNT THRU 3000-EXIT
002080         UNTIL WS-LIST-FILE-EOF
002090            OR WS-SUBSET-COUNT = WS-LIMIT.
002100     CLOSE LIST-FILE.
002110     CLOSE TMST-FILE.
002120     CLOSE TLST-FILE.
002130     SET FUNC-CLOSE TO TRUE.
002140     CALL "RSMFCOB" USING WS-FUNC, WS-IO-AREA,
002150                           WS-IO-LEN, WS-RET-CODE.
002160     PERFORM 4000-WRITE-HEADER THRU 4000-EXIT.
002170     MOVE WS-FROM-DATE(1:6) TO WS-CURSOR-MONTH.
002180     MOVE WS-TO-DATE(1:6) TO WS-END-MONTH.
002190     PERFORM 4100-SCAN-ONE-MONTH THRU 4100-EXIT
002200         UNTIL WS-CURSOR-MONTH > WS-END-MONTH.
002210     PERFORM 4300-WRITE-TRAILER THRU 4300-EXIT.
002220     CLOSE SUB-FILE.
002230     PERFORM 5000-COPY-HOLDS THRU 5000-EXIT.
002240     CLOSE THLD-FILE.
002250     MOVE WS-LISTED-COUNT TO WS-COUNT-EDIT.
002260     DISPLAY "TESTSUB - ACCOUNTS LISTED     = ", WS-COUNT-EDIT.
002270     MOVE WS-MISSING-COUNT TO WS-COUNT-EDIT.
002280     DISPLAY "TESTSUB - NOT ON MASTER       = ", WS-COUNT-EDIT.
002290     MOVE WS-SUBSET-COUNT TO WS-COUNT-EDIT.
002300     DISPLAY "TESTSUB - ACCOUNTS TAKEN      = ", WS-COUNT-EDIT.
002310     MOVE WS-DETAIL-COUNT TO WS-COUNT-EDIT.
002320     DISPLAY "TESTSUB - ARCHIVED DETAILS    = ", WS-COUNT-EDIT.
002330     MOVE WS-HOLD-COUNT TO WS-COUNT-EDIT.
002340     DISPLAY "TESTSUB - HOLDS               = ", WS-COUNT-EDIT.
002350     IF WS-SUBSET-COUNT = 0
002360         DISPLAY "TESTSUB - NO ACCOUNT WAS TAKEN"
002370         MOVE 4 TO RETURN-CODE
002380     ELSE
002390         MOVE 0 TO RETURN-CODE
002400     END-IF.
002410     STOP RUN.
002420*
002430*    TSUB-FROM AND TSUB-TO ARE REQUIRED.  TSUB-EVERY AND
002440*    TSUB-LIMIT FALL BACK TO THEIR DEFAULTS WHEN NOT SET.
002450 1000-GET-PARAMETERS.
002460     MOVE SPACES TO WS-ENV-VALUE.
002470     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "TSUB-FROM".
002480     IF WS-ENV-VALUE = SPACES
002490         DISPLAY "TESTSUB - TSUB-FROM (CCYYMMDD) IS REQUIRED"
002500         MOVE 8 TO RETURN-CODE
002510         STOP RUN
002520     END-IF.
002530     MOVE WS-ENV-VALUE(1:8) TO WS-FROM-DATE.
002540     MOVE SPACES TO WS-ENV-VALUE.
002550     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "TSUB-TO".
002560     IF WS-ENV-VALUE = SPACES
002570         DISPLAY "TESTSUB - TSUB-TO (CCYYMMDD) IS REQUIRED"
002580         MOVE 8 TO RETURN-CODE
002590         STOP RUN
002600     END-IF.
002610     MOVE WS-ENV-VALUE(1:8) TO WS-TO-DATE.
002620     IF WS-FROM-DATE NOT NUMERIC
002630         OR WS-TO-DATE NOT NUMERIC
002640         OR WS-FROM-DATE > WS-TO-DATE
002650         DISPLAY "TESTSUB - TSUB-FROM/TSUB-TO ARE NOT A VALID ",
002660                 "DATE RANGE"
002670         MOVE 8 TO RETURN-CODE
002680         STOP RUN
002690     END-IF.
002700     MOVE SPACES TO WS-ENV-VALUE.
002710     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "TSUB-EVERY".
002720     IF WS-ENV-VALUE NOT = SPACES
002730         IF FUNCTION TEST-NUMVAL(WS-ENV-VALUE) NOT = 0
002740             OR FUNCTION NUMVAL(WS-ENV-VALUE) < 1
002750             OR FUNCTION NUMVAL(WS-ENV-VALUE) > 9999
002760             DISPLAY "TESTSUB - TSUB-EVERY MUST BE 1 - 9999"
002770             MOVE 8 TO RETURN-CODE
002780             STOP RUN
002790         END-IF
002800         MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-EVERY
002810     END-IF.
002820     MOVE SPACES TO WS-ENV-VALUE.
002830     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "TSUB-LIMIT".
002840     IF WS-ENV-VALUE NOT = SPACES
002850         IF FUNCTION TEST-NUMVAL(WS-ENV-VALUE) NOT = 0
002860             OR FUNCTION NUMVAL(WS-ENV-VALUE) < 1
002870             OR FUNCTION NUMVAL(WS-ENV-VALUE) > 2000
002880             DISPLAY "TESTSUB - TSUB-LIMIT MUST BE 1 - 2000"
002890             MOVE 8 TO RETURN-CODE
002900             STOP RUN
002910         END-IF
002920         MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-LIMIT
002930     END-IF.
002940     MOVE WS-EVERY TO WS-COUNT-EDIT.
002950     DISPLAY "TESTSUB - TAKING EVERY        = ", WS-COUNT-EDIT.
002960     MOVE WS-LIMIT TO WS-COUNT-EDIT.
002970     DISPLAY "TESTSUB - UP TO               = ", WS-COUNT-EDIT.
002980 1000-EXIT.
002990     EXIT.
003000*
003010 2000-OPEN-FILES.
003020     OPEN INPUT LIST-FILE.
003030     IF NOT WS-LIST-FILE-OK
003040         DISPLAY "TESTSUB - CANNOT OPEN ACCTMST.LST"
003050         MOVE 12 TO RETURN-CODE
003060         STOP RUN
003070     END-IF.
003080     SET FUNC-OPEN TO TRUE.
003090     MOVE SPACES TO WS-IO-AREA.
003100     MOVE WS-MASTER-FILE-NAME TO WS-IO-AREA(1:15).
003110     MOVE 130 TO WS-IO-LEN.
003120     CALL "RSMFCOB" USING WS-FUNC, WS-IO-AREA,
003130                           WS-IO-LEN, WS-RET-CODE.
003140     IF WS-RET-CODE NOT = 0
003150         DISPLAY "TESTSUB - CANNOT OPEN ACCOUNT MASTER"
003160         CLOSE LIST-FILE
003170         MOVE 12 TO RETURN-CODE
003180         STOP RUN
003190     END-IF.
003200     OPEN OUTPUT TMST-FILE.
003210     OPEN OUTPUT TLST-FILE.
003220     OPEN OUTPUT SUB-FILE.
003230     OPEN OUTPUT THLD-FILE.
003240     IF NOT WS-TMST-FILE-OK
003250         OR NOT WS-TLST-FILE-OK
003260         OR NOT WS-SUB-FILE-OK
003270         OR NOT WS-THLD-FILE-OK
003280         DISPLAY "TESTSUB - CANNOT OPEN THE SUBSET FILES"
003290         MOVE 12 TO RETURN-CODE
003300         STOP RUN
003310     END-IF.
003320 2000-EXIT.
003330     EXIT.
003340*
003350*    EVERY NTH LISTED ACCOUNT IS TAKEN, STARTING WITH THE
003360*    FIRST.  A LISTED ACCOUNT NO LONGER ON THE MASTER, OR ONE
003370*    LISTED TWICE, IS PASSED OVER WITHOUT USING UP A MASKED
003380*    NUMBER.
003390 3000-SELECT-ONE-ACCOUNT.
003400     READ LIST-FILE
003410         AT END
003420             GO TO 3000-EXIT
003430     END-READ.
003440     IF LIST-FILE-RECORD = SPACES
003450         GO TO 3000-EXIT
003460     END-IF.
003470     ADD 1 TO WS-LISTED-COUNT.
003480     IF WS-SKIP-COUNT > 0
003490         SUBTRACT 1 FROM WS-SKIP-COUNT
003500         GO TO 3000-EXIT
003510     END-IF.
003520     MOVE LIST-FILE-RECORD TO WS-LOOKUP-ACCOUNT.
003530     PERFORM 8100-FIND-REAL-ACCOUNT THRU 8100-EXIT.
003540     IF WS-FOUND-SUB NOT = 0
003550         GO TO 3000-EXIT
003560     END-IF.
003570     SET FUNC-READ TO TRUE.
003580     MOVE SPACES TO WS-IO-AREA.
003590     MOVE LIST-FILE-RECORD TO WS-IO-AREA(1:10).
003600     MOVE 130 TO WS-IO-LEN.
003610     CALL "RSMFCOB" USING WS-FUNC, WS-IO-AREA,
003620                           WS-IO-LEN, WS-RET-CODE.
003630     IF WS-RET-CODE NOT = 0
003640         ADD 1 TO WS-MISSING-COUNT
003650         GO TO 3000-EXIT
003660     END-IF.
003670     MOVE WS-IO-AREA(1:130) TO ACCT-MASTER-RECORD.
003680     ADD 1 TO WS-SUBSET-COUNT.
003690     MOVE WS-SUBSET-COUNT TO WS-MASK-ORDINAL.
003700     MOVE WS-SUBSET-COUNT TO WS-NAME-SUB.
003710     PERFORM 8000-BUILD-NAME THRU 8000-EXIT.
003720     MOVE LIST-FILE-RECORD
003725         TO WS-SUB-REAL-ACCOUNT(WS-SUBSET-COUNT).
003730     MOVE WS-MASK-ACCOUNT TO WS-SUB-MASK-ACCOUNT(WS-SUBSET-COUNT).
003740     MOVE WS-MASK-NAME TO WS-SUB-MASK-NAME(WS-SUBSET-COUNT).
003750     MOVE WS-MASK-ACCOUNT TO ACCT-ACCOUNT-NUMBER.
003760     MOVE WS-MASK-NAME TO ACCT-CUSTOMER-NAME.
003770     MOVE ACCT-MASTER-RECORD TO TMST-RECORD.
003780     WRITE TMST-RECORD.
003790     MOVE WS-MASK-ACCOUNT TO TLST-RECORD.
003800     WRITE TLST-RECORD.
003810     SUBTRACT 1 FROM WS-EVERY GIVING WS-SKIP-COUNT.
003820 3000-EXIT.
003830     EXIT.
003840*
003850*    TESTSUB.DAT CARRIES ITS OWN EXTRACT HEADER, DATED TODAY
003860*    AND SOURCED "TESTSUB", AS ARCHOUT.DAT DOES.
003870 4000-WRITE-HEADER.
003880     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
003890     MOVE SPACES TO SAMP-HEADER-RECORD.
003900     MOVE "HDR " TO SAMP-HEADER-ID.
003910     MOVE WS-TIMESTAMP(1:8) TO SAMP-HEADER-EXTRACT-DATE.
003920     MOVE "TESTSUB" TO SAMP-HEADER-SOURCE-SYS.
003930     MOVE "03" TO SAMP-HEADER-LAYOUT-VER.
003940     MOVE SAMP-HEADER-RECORD TO SUB-RECORD.
003950     WRITE SUB-RECORD.
003960 4000-EXIT.
003970     EXIT.
003980*
003990 4100-SCAN-ONE-MONTH.
004000     MOVE SPACES TO WS-ARCH-FILE-NAME.
004010     STRING "ARCH-"           DELIMITED BY SIZE
004020            WS-CURSOR-MONTH   DELIMITED BY SIZE
004030            ".DAT"            DELIMITED BY SIZE
004040         INTO WS-ARCH-FILE-NAME.
004050     OPEN INPUT ARCH-FILE.
004060     IF WS-ARCH-FILE-OK
004070         PERFORM 4200-MASK-ONE-DETAIL THRU 4200-EXIT
004080             UNTIL WS-ARCH-FILE-EOF
004090         CLOSE ARCH-FILE
004100     END-IF.
004110     IF WS-CUR-MONTH = 12
004120         ADD 1 TO WS-CUR-YEAR
004130         MOVE 1 TO WS-CUR-MONTH
004140     ELSE
004150         ADD 1 TO WS-CUR-MONTH
004160     END-IF.
004170 4100-EXIT.
004180     EXIT.
004190*
004200*    ONLY THE ACCOUNTS TAKEN ARE KEPT, WITH THE ACCOUNT NUMBER
004210*    AND NAME REPLACED.  THE TRANSACTION REFERENCE STAYS AS
004220*    ARCHIVED; IT CARRIES NO CUSTOMER DETAIL.
004230 4200-MASK-ONE-DETAIL.
004240     READ ARCH-FILE
004250         AT END
004260             GO TO 4200-EXIT
004270     END-READ.
004280     MOVE ARCH-RECORD TO SAMP-DETAIL-RECORD.
004290     IF SAMP-TRANSACTION-DATE < WS-FROM-DATE
004300         OR SAMP-TRANSACTION-DATE > WS-TO-DATE
004310         GO TO 4200-EXIT
004320     END-IF.
004330     MOVE SAMP-ACCOUNT-NUMBER TO WS-LOOKUP-ACCOUNT.
004340     PERFORM 8100-FIND-REAL-ACCOUNT THRU 8100-EXIT.
004350     IF WS-FOUND-SUB = 0
004360         GO TO 4200-EXIT
004370     END-IF.
004380     MOVE WS-SUB-MASK-ACCOUNT(WS-FOUND-SUB)
004390         TO SAMP-ACCOUNT-NUMBER.
004400     MOVE WS-SUB-MASK-NAME(WS-FOUND-SUB)
004410         TO SAMP-CUSTOMER-NAME.
004420     MOVE SAMP-DETAIL-RECORD TO SUB-RECORD.
004430     WRITE SUB-RECORD.
004440     ADD 1 TO WS-DETAIL-COUNT.
004450 4200-EXIT.
004460     EXIT.
004470*
004480 4300-WRITE-TRAILER.
004490     MOVE SPACES TO SAMP-TRAILER-RECORD.
004500     MOVE "TRLR" TO SAMP-TRAILER-ID.
004510     MOVE WS-DETAIL-COUNT TO SAMP-TRAILER-REC-COUNT.
004520     MOVE SAMP-TRAILER-RECORD TO SUB-RECORD.
004530     WRITE SUB-RECORD.
004540 4300-EXIT.
004550     EXIT.
004560*
004570*    HOLDS ON THE ACCOUNTS TAKEN, RELEASED OR NOT, GO TO
004580*    TESTHLD.DAT UNDER THE MASKED NUMBER.  THE REASON IS FREE
004590*    TEXT THAT MAY NAME THE CUSTOMER, AND THE OPERATOR IS A
004600*    PRODUCTION SIGN-ON, SO BOTH ARE REPLACED.  NO HOLDS.DAT
004610*    SIMPLY MEANS NO HOLDS.
004620 5000-COPY-HOLDS.
004630     OPEN INPUT HOLDS-FILE.
004640     IF NOT WS-HOLDS-FILE-OK
004650         GO TO 5000-EXIT
004660     END-IF.
004670     PERFORM 5100-MASK-ONE-HOLD THRU 5100-EXIT
004680         UNTIL WS-HOLDS-FILE-EOF.
004690     CLOSE HOLDS-FILE.
004700 5000-EXIT.
004710     EXIT.
004720*
004730 5100-MASK-ONE-HOLD.
004740     READ HOLDS-FILE
004750         AT END
004760             GO TO 5100-EXIT
004770     END-READ.
004780     MOVE HOLDS-FILE-RECORD TO WS-HOLD-LINE.
004790     MOVE WS-HOLD-ACCOUNT TO WS-LOOKUP-ACCOUNT.
004800     PERFORM 8100-FIND-REAL-ACCOUNT THRU 8100-EXIT.
004810     IF WS-FOUND-SUB = 0
004820         GO TO 5100-EXIT
004830     END-IF.
004840     MOVE WS-SUB-MASK-ACCOUNT(WS-FOUND-SUB) TO WS-HOLD-ACCOUNT.
004850     MOVE "TEST SUBSET HOLD" TO WS-HOLD-REASON.
004860     MOVE "TESTSUB" TO WS-HOLD-OPERATOR.
004870     MOVE WS-HOLD-LINE TO THLD-RECORD.
004880     WRITE THLD-RECORD.
004890     ADD 1 TO WS-HOLD-COUNT.
004900 5100-EXIT.
004910     EXIT.
004920*
004930*    LOAD MODE, RUN ON THE TEST REGION AGAINST THE FILES A
004940*    SUBSET RUN WROTE.  TESTMST.DAT IS CHECKED IN FULL BEFORE
004950*    ANYTHING IS WRITTEN: ONE ACCOUNT OUTSIDE THE MASKED RANGE
004960*    REFUSES THE LOAD.
004970 6000-LOAD-SUBSET.
004980     DISPLAY "TESTSUB - LOADING TESTMST.DAT".
004990     OPEN INPUT TMST-FILE.
005000     IF NOT WS-TMST-FILE-OK
005010         DISPLAY "TESTSUB - CANNOT OPEN TESTMST.DAT"
005020         MOVE 12 TO RETURN-CODE
005030         GO TO 6000-EXIT
005040     END-IF.
005050     PERFORM 6100-CHECK-ONE-MASTER THRU 6100-EXIT
005060         UNTIL WS-TMST-FILE-EOF.
005070     CLOSE TMST-FILE.
005080     IF WS-LOAD-REFUSED
005090         DISPLAY "TESTSUB - LOAD REFUSED, TESTMST.DAT HOLDS ",
005100                 "AN UNMASKED ACCOUNT"
005110         MOVE 8 TO RETURN-CODE
005120         GO TO 6000-EXIT
005130     END-IF.
005140     SET FUNC-OPEN TO TRUE.
005150     MOVE SPACES TO WS-IO-AREA.
005160     MOVE WS-MASTER-FILE-NAME TO WS-IO-AREA(1:15).
005170     MOVE 130 TO WS-IO-LEN.
005180     CALL "RSMFCOB" USING WS-FUNC, WS-IO-AREA,
005190                           WS-IO-LEN, WS-RET-CODE.
005200     IF WS-RET-CODE NOT = 0
005210         DISPLAY "TESTSUB - CANNOT OPEN ACCOUNT MASTER"
005220         MOVE 12 TO RETURN-CODE
005230         GO TO 6000-EXIT
005240     END-IF.
005250     OPEN INPUT TMST-FILE.
005260     OPEN EXTEND LIST-FILE.
005270     IF WS-LIST-FILE-STATUS = "35"
005280         OPEN OUTPUT LIST-FILE
005290     END-IF.
005300     PERFORM 6200-LOAD-ONE-MASTER THRU 6200-EXIT
005310         UNTIL WS-TMST-FILE-EOF.
005320     CLOSE TMST-FILE.
005330     CLOSE LIST-FILE.
005340     SET FUNC-CLOSE TO TRUE.
005350     CALL "RSMFCOB" USING WS-FUNC, WS-IO-AREA,
005360                           WS-IO-LEN, WS-RET-CODE.
005370     OPEN INPUT THLD-FILE.
005380     IF WS-THLD-FILE-OK
005390         OPEN EXTEND HOLDS-FILE
005400         IF WS-HOLDS-FILE-MISSING
005410             OPEN OUTPUT HOLDS-FILE
005420         END-IF
005430         PERFORM 6300-LOAD-ONE-HOLD THRU 6300-EXIT
005440             UNTIL WS-THLD-FILE-EOF
005450         CLOSE HOLDS-FILE
005460         CLOSE THLD-FILE
005470     END-IF.
005480     MOVE WS-ADDED-COUNT TO WS-COUNT-EDIT.
005490     DISPLAY "TESTSUB - ACCOUNTS ADDED      = ", WS-COUNT-EDIT.
005500     MOVE WS-REPLACED-COUNT TO WS-COUNT-EDIT.
005510     DISPLAY "TESTSUB - ACCOUNTS REPLACED   = ", WS-COUNT-EDIT.
005520     MOVE WS-FAIL-COUNT TO WS-COUNT-EDIT.
005530     DISPLAY "TESTSUB - ACCOUNTS FAILED     = ", WS-COUNT-EDIT.
005540     MOVE WS-HOLD-COUNT TO WS-COUNT-EDIT.
005550     DISPLAY "TESTSUB - HOLDS ADDED         = ", WS-COUNT-EDIT.
005560     IF WS-FAIL-COUNT > 0
005570         MOVE 12 TO RETURN-CODE
005580     ELSE
005590         IF WS-ADDED-COUNT = 0 AND WS-REPLACED-COUNT = 0
005600             MOVE 4 TO RETURN-CODE
005610         ELSE
005620             MOVE 0 TO RETURN-CODE
005630         END-IF
005640     END-IF.
005650 6000-EXIT.
005660     EXIT.
005670*
005680 6100-CHECK-ONE-MASTER.
005690     READ TMST-FILE
005700         AT END
005710             GO TO 6100-EXIT
005720     END-READ.
005730     MOVE TMST-RECORD TO ACCT-MASTER-RECORD.
005740     IF ACCT-ACCOUNT-NUMBER(1:2) NOT = "91"
005750         OR ACCT-ACCOUNT-NUMBER NOT NUMERIC
005760         DISPLAY "TESTSUB - NOT A MASKED ACCOUNT: ",
005770                 ACCT-ACCOUNT-NUMBER
005780         SET WS-LOAD-REFUSED TO TRUE
005790     END-IF.
005800 6100-EXIT.
005810     EXIT.
005820*
005830*    A MASKED ACCOUNT ALREADY ON THE TEST MASTER FROM AN
005840*    EARLIER SUBSET IS REWRITTEN IN PLACE AND NOT LISTED AGAIN.
005850 6200-LOAD-ONE-MASTER.
005860     READ TMST-FILE
005870         AT END
005880             GO TO 6200-EXIT
005890     END-READ.
005900     MOVE TMST-RECORD TO ACCT-MASTER-RECORD.
005910     SET FUNC-WRITE TO TRUE.
005920     MOVE SPACES TO WS-IO-AREA.
005930     MOVE ACCT-MASTER-RECORD TO WS-IO-AREA(1:130).
005940     MOVE 130 TO WS-IO-LEN.
005950     CALL "RSMFCOB" USING WS-FUNC, WS-IO-AREA,
005960                           WS-IO-LEN, WS-RET-CODE.
005970     IF WS-RET-CODE = 0
005980         ADD 1 TO WS-ADDED-COUNT
005990         MOVE ACCT-ACCOUNT-NUMBER TO LIST-FILE-RECORD
006000         WRITE LIST-FILE-RECORD
006010         IF WS-SUBSET-COUNT < 2000
006020             ADD 1 TO WS-SUBSET-COUNT
006030             MOVE ACCT-ACCOUNT-NUMBER
006040                 TO WS-SUB-REAL-ACCOUNT(WS-SUBSET-COUNT)
006050             MOVE ACCT-ACCOUNT-NUMBER
006060                 TO WS-SUB-MASK-ACCOUNT(WS-SUBSET-COUNT)
006070         END-IF
006080         GO TO 6200-EXIT
006090     END-IF.
006100     SET FUNC-REWRITE TO TRUE.
006110     MOVE SPACES TO WS-IO-AREA.
006120     MOVE ACCT-MASTER-RECORD TO WS-IO-AREA(1:130).
006130     MOVE 130 TO WS-IO-LEN.
006140     CALL "RSMFCOB" USING WS-FUNC, WS-IO-AREA,
006150                           WS-IO-LEN, WS-RET-CODE.
006160     IF WS-RET-CODE = 0
006170         ADD 1 TO WS-REPLACED-COUNT
006180     ELSE
006190         DISPLAY "TESTSUB - CANNOT LOAD ACCOUNT ",
006200                 ACCT-ACCOUNT-NUMBER
006210         ADD 1 TO WS-FAIL-COUNT
006220     END-IF.
006230 6200-EXIT.
006240     EXIT.
006250*
006260 6300-LOAD-ONE-HOLD.
006270     READ THLD-FILE
006280         AT END
006290             GO TO 6300-EXIT
006300     END-READ.
006310     MOVE THLD-RECORD TO WS-HOLD-LINE.
006320     MOVE WS-HOLD-ACCOUNT TO WS-LOOKUP-ACCOUNT.
006330     PERFORM 8100-FIND-REAL-ACCOUNT THRU 8100-EXIT.
006340     IF WS-FOUND-SUB = 0
006350         GO TO 6300-EXIT
006360     END-IF.
006370     MOVE THLD-RECORD TO HOLDS-FILE-RECORD.
006380     WRITE HOLDS-FILE-RECORD.
006390     ADD 1 TO WS-HOLD-COUNT.
006400 6300-EXIT.
006410     EXIT.
006420*
006430*    MASKED NAME N FROM THE TESTNAME TABLES, BUILT THE SAME
006440*    WAY TESTGEN BUILDS ITS NAMES.
006450 8000-BUILD-NAME.
006460     SUBTRACT 1 FROM WS-NAME-SUB.
006470     DIVIDE WS-NAME-SUB BY 20 GIVING WS-NAME-QUOTIENT
006480         REMAINDER WS-GIVEN-SUB.
006490     ADD 1 TO WS-GIVEN-SUB.
006500     DIVIDE WS-NAME-QUOTIENT BY 20 GIVING WS-NAME-QUOTIENT
006510         REMAINDER WS-SURNAME-SUB.
006520     ADD 1 TO WS-SURNAME-SUB.
006530     MOVE SPACES TO WS-MASK-NAME.
006540     STRING TNAM-GIVEN(WS-GIVEN-SUB) DELIMITED BY SPACE
006550            " "                      DELIMITED BY SIZE
006560            TNAM-SURNAME(WS-SURNAME-SUB) DELIMITED BY SPACE
006570         INTO WS-MASK-NAME.
006580 8000-EXIT.
006590     EXIT.
006600*
006610*    WS-FOUND-SUB IS THE ENTRY HOLDING WS-LOOKUP-ACCOUNT AS
006620*    ITS REAL NUMBER, OR ZERO.
006630 8100-FIND-REAL-ACCOUNT.
006640     MOVE 0 TO WS-FOUND-SUB.
006650     PERFORM 8110-CHECK-ONE-ENTRY THRU 8110-EXIT
006660         VARYING WS-SUBSET-SUB FROM 1 BY 1
006670         UNTIL WS-SUBSET-SUB > WS-SUBSET-COUNT
006680            OR WS-FOUND-SUB NOT = 0.
006690 8100-EXIT.
006700     EXIT.
006710*
006720 8110-CHECK-ONE-ENTRY.
006730     IF WS-SUB-REAL-ACCOUNT(WS-SUBSET-SUB) = WS-LOOKUP-ACCOUNT
006740         MOVE WS-SUBSET-SUB TO WS-FOUND-SUB
006750     END-IF.
006760 8110-EXIT.
006770     EXIT.
