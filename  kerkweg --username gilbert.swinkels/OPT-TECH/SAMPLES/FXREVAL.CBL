000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    FXREVAL.
000030 AUTHOR.        G. SWINKELS, DATA PROCESSING.
000040 INSTALLATION.  DATA PROCESSING DEPT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*MODIFICATION HISTORY
000090*--------------------
000100*10/15/2026  GS   ORIGINAL.  MONTH-END REVALUATION OF THE
000110*                 FOREIGN-CURRENCY ACCOUNTS ON ACCTMST.  CURRCONV
000120*                 TURNS EACH TRANSACTION INTO BASE CURRENCY AT
000130*                 THE RATE OF THE DAY IT POSTS, SO A FOREIGN
000140*                 ACCOUNT'S ACCT-CURRENT-BALANCE IS A MIXTURE OF
000150*                 HISTORICAL RATES.  EVERY ACCOUNT FOUND THROUGH
000160*                 ACCTMST.LST THAT IS HELD IN A CURRENCY OTHER
000170*                 THAN BASE HAS ITS ACCT-FOREIGN-BALANCE VALUED
000180*                 AGAIN AT THE CLOSING RATE ON RATES.TBL; THE
000190*                 DIFFERENCE FROM ITS BASE BALANCE IS THE
000200*                 UNREALIZED GAIN OR LOSS.  THE MASTER IS
000210*                 REWRITTEN WITH THE REVALUED BALANCE, THE RATE
000220*                 AND THE RUN DATE, AND THE SAME DIFFERENCE IS
000230*                 BOOKED TO THE GL: THE ENTITY'S CONTROL ACCOUNT
000240*                 (FROM ENTITY.TBL, THROUGH ENTLOOK) AGAINST THE
000250*                 CURRENCY'S FX GAIN OR FX LOSS ACCOUNT FROM
000260*                 FXMAP.TBL, NETTED PER CURRENCY AND ENTITY, SO
000270*                 GLRECON STILL PROVES AFTER GLBALUPD APPLIES
000280*                 THE ENTRIES.  THE ENTRIES ARE WRITTEN TO
000290*                 FXREVAL.JNL IN THE GLFEED.JNL LAYOUT (APPLY
000300*                 THEM WITH GLBALUPD, GLBAL-JOURNAL=FXREVAL.JNL)
000310*                 AND APPENDED TO GLHIST.JNL.  FXREVAL.RPT LISTS
000320*                 EVERY ACCOUNT AND THE TOTALS PER CURRENCY AND
000330*                 IS FILED IN THE REPORT REPOSITORY THROUGH
000340*                 RPTSAVE.  AN ACCOUNT WITH NO RATE, NO FXMAP
000350*                 LINE FOR ITS CURRENCY OR NO ENTITY IS LISTED
000360*                 AS AN EXCEPTION AND LEFT AS IT WAS.  A SECOND
000370*                 RUN AT THE SAME RATES FINDS NOTHING TO BOOK.
000380*                 RETURN-CODE IS 4 WHEN ANY ACCOUNT WAS AN
000390*                 EXCEPTION, 8 WHEN A MASTER REWRITE FAILED OR
000400*                 A TABLE OVERFLOWED, AND 12 WHEN ACCTMST.LST,
000410*                 THE MASTER OR FXREVAL.JNL CANNOT BE OPENED.
000420*                 THE RUN DATE COMES FROM SORT-RUNDATE AND
000430*                 DEFAULTS TO TODAY.
000440*
000441*10/15/2026  GS   THE REVALUATION NOW RUNS IN TWO PASSES.  THE
000442*                 FIRST VALUES EVERY ACCOUNT AND BUILDS AND
000443*                 PROVES THE JOURNAL WITHOUT TOUCHING THE MASTER.
000444*                 ONLY WHEN THE JOURNAL PROVES, NO TABLE
000445*                 OVERFLOWED AND FXREVAL.JNL IS OPEN DOES THE
000446*                 SECOND PASS REWRITE THE MASTERS; THE JOURNAL IS
000447*                 THEN BUILT AGAIN FROM THE ACCOUNTS ACTUALLY
000448*                 REWRITTEN AND WRITTEN WITH THEM.  OTHERWISE
000449*                 NOTHING IS REVALUED OR BOOKED, FXREVAL.JNL IS
000449*                 LEFT EMPTY AND THE REPORT SAYS SO.  AN ACCOUNT
000449*                 WHOSE BALANCE MOVED BETWEEN THE PASSES IS NOT
000449*                 REWRITTEN AND COUNTS AS A FAILED REWRITE.
000449*
000450*---------------------------------------------------------------*
000460*FX MAPPING TABLE FORMAT (FXMAP.TBL, ONE LINE PER CURRENCY)      *
000470*    POSITIONS  1-03  CURRENCY CODE                              *
000480*    POSITIONS  5-12  GL ACCOUNT FOR UNREALIZED FX GAIN          *
000490*    POSITIONS 14-21  GL ACCOUNT FOR UNREALIZED FX LOSS          *
000500*                                                                *
000510*JOURNAL LINE FORMAT (FXREVAL.JNL, THE GLFEED.JNL LAYOUT)        *
000520*    POSITIONS  1-08  GL ACCOUNT NUMBER                          *
000530*    POSITION     10  D OR C                                     *
000540*    POSITIONS 12-24  AMOUNT, 9(11)V99 UNSIGNED                  *
000550*    POSITIONS 26-33  POSTING DATE CCYYMMDD (THE RUN DATE)       *
000560*A RISE IN A CUSTOMER BALANCE HELD UNDER A CREDIT-NORMAL CONTROL *
000570*ACCOUNT IS A CREDIT TO THE CONTROL AND A DEBIT TO FX LOSS; A    *
000580*FALL IS A DEBIT TO THE CONTROL AND A CREDIT TO FX GAIN.  UNDER  *
000590*A DEBIT-NORMAL CONTROL ACCOUNT THE SIDES ARE REVERSED.          *
000600*---------------------------------------------------------------*
000610*
000620 ENVIRONMENT DIVISION.
000630 CONFIGURATION SECTION.
000640 SOURCE-COMPUTER.  IBM-PC.
000650 OBJECT-COMPUTER.  IBM-PC.
000660 INPUT-OUTPUT SECTION.
000670 FILE-CONTROL.
000680     SELECT ENTITY-FILE ASSIGN TO "ENTITY.TBL"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-ENTITY-FILE-STATUS.
000710     SELECT FXMAP-FILE ASSIGN TO "FXMAP.TBL"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-FXMAP-FILE-STATUS.
000740     SELECT LIST-FILE ASSIGN TO "ACCTMST.LST"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-LIST-FILE-STATUS.
000770     SELECT JOURNAL-FILE ASSIGN TO "FXREVAL.JNL"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-JOURNAL-FILE-STATUS.
000800     SELECT HISTORY-FILE ASSIGN TO "GLHIST.JNL"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-HISTORY-FILE-STATUS.
000830     SELECT REPORT-FILE ASSIGN TO "FXREVAL.RPT"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-REPORT-FILE-STATUS.
000860*
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  ENTITY-FILE.
000900 01  ENTITY-FILE-RECORD          PIC X(70).
000910 FD  FXMAP-FILE.
000920 01  FXMAP-FILE-RECORD           PIC X(40).
000930 FD  LIST-FILE.
000940 01  LIST-FILE-RECORD            PIC X(10).
000950 FD  JOURNAL-FILE.
000960 01  JOURNAL-LINE                PIC X(40).
000970 FD  HISTORY-FILE.
000980 01  HISTORY-LINE                PIC X(40).
000990 FD  REPORT-FILE.
001000 01  REPORT-LINE                 PIC X(100).
001010*
001020 WORKING-STORAGE SECTION.
001030 01  WS-ENTITY-FILE-STATUS     PIC X(02).
001040     88  WS-ENTITY-FILE-OK         VALUE "00".
001050     88  WS-ENTITY-FILE-EOF        VALUE "10".
001060 01  WS-FXMAP-FILE-STATUS      PIC X(02).
001070     88  WS-FXMAP-FILE-OK          VALUE "00".
001080     88  WS-FXMAP-FILE-EOF         VALUE "10".
001090 01  WS-LIST-FILE-STATUS       PIC X(02).
001100     88  WS-LIST-FILE-OK           VALUE "00".
001110     88  WS-LIST-FILE-EOF          VALUE "10".
001120 01  WS-JOURNAL-FILE-STATUS    PIC X(02).
001130     88  WS-JOURNAL-FILE-OK        VALUE "00".
001140 01  WS-HISTORY-FILE-STATUS    PIC X(02).
001150     88  WS-HISTORY-FILE-OK        VALUE "00".
001160     88  WS-HISTORY-NOT-FOUND      VALUE "35".
001170 01  WS-REPORT-FILE-STATUS     PIC X(02).
001180 01  WS-ENV-VALUE              PIC X(15).
001190 01  WS-TIMESTAMP              PIC X(21).
001200 01  WS-RUN-DATE               PIC X(08).
001210*
001220 01  WS-FUNC                   PIC 999 COMP-5.
001230     88  FUNC-OPEN                 VALUE 1.
001240     88  FUNC-CLOSE                VALUE 2.
001250     88  FUNC-READ                 VALUE 3.
001260     88  FUNC-REWRITE              VALUE 5.
001270 01  WS-IO-AREA                PIC X(4000).
001280 01  WS-IO-LEN                 PIC 999 COMP-5.
001290 01  WS-RET-CODE               PIC 999 COMP-5.
001300 01  WS-MASTER-FILE-NAME       PIC X(15) VALUE "ACCTMST".
001310*
001320*    ONE ENTRY PER DISTINCT ENTITY ON ENTITY.TBL, FOR THE
001330*    NORMAL SIDE OF ITS CONTROL ACCOUNT.
001340 01  WS-ENT-TABLE.
001350     05  WS-ENT-COUNT          PIC 9(03) COMP-5 VALUE 0.
001360     05  WS-ENT-ENTRY OCCURS 50 TIMES INDEXED BY WS-ENT-IDX.
001370         10  WS-ENT-CODE       PIC X(04).
001380         10  WS-ENT-CONTROL    PIC X(08).
001390         10  WS-ENT-SIDE       PIC X(01).
001400 01  WS-ENT-SUB                PIC 9(03) COMP-5.
001410*
001420*    FXMAP.TBL, ONE ENTRY PER CURRENCY.
001430 01  WS-MAP-TABLE.
001440     05  WS-MAP-COUNT          PIC 9(03) COMP-5 VALUE 0.
001450     05  WS-MAP-ENTRY OCCURS 50 TIMES INDEXED BY WS-MAP-IDX.
001460         10  WS-MAP-CURRENCY   PIC X(03).
001470         10  WS-MAP-GAIN       PIC X(08).
001480         10  WS-MAP-LOSS       PIC X(08).
001490 01  WS-MAP-SUB                PIC 9(03) COMP-5.
001500*
001510*    TOTALS PER CURRENCY FOR THE REPORT.
001520 01  WS-CCY-TABLE.
001530     05  WS-CCY-COUNT          PIC 9(03) COMP-5 VALUE 0.
001540     05  WS-CCY-ENTRY OCCURS 50 TIMES INDEXED BY WS-CCY-IDX.
001550         10  WS-CCY-CODE       PIC X(03).
001560         10  WS-CCY-RATE       PIC 9(03)V9(06).
001570         10  WS-CCY-ACCOUNTS   PIC 9(07) COMP-5.
001580         10  WS-CCY-FOREIGN    PIC S9(13)V99 COMP-3.
001590         10  WS-CCY-GAIN       PIC S9(13)V99 COMP-3.
001600         10  WS-CCY-LOSS       PIC S9(13)V99 COMP-3.
001610 01  WS-CCY-SUB                PIC 9(03) COMP-5.
001620*
001630*    GL MOVEMENT PER CURRENCY AND ENTITY, IN DEBIT TERMS ON THE
001640*    CONTROL ACCOUNT: POSITIVE IS A DEBIT TO THE CONTROL (A GAIN),
001650*    NEGATIVE A CREDIT TO IT (A LOSS).
001660 01  WS-BKT-TABLE.
001670     05  WS-BKT-COUNT          PIC 9(03) COMP-5 VALUE 0.
001680     05  WS-BKT-ENTRY OCCURS 100 TIMES INDEXED BY WS-BKT-IDX.
001690         10  WS-BKT-CURRENCY   PIC X(03).
001700         10  WS-BKT-ENTITY     PIC X(04).
001710         10  WS-BKT-CONTROL    PIC X(08).
001720         10  WS-BKT-GAIN-GL    PIC X(08).
001730         10  WS-BKT-LOSS-GL    PIC X(08).
001740         10  WS-BKT-MOVEMENT   PIC S9(13)V99 COMP-3.
001750 01  WS-BKT-SUB                PIC 9(03) COMP-5.
001760*
001770*    THE JOURNAL, BUILT IN FULL BEFORE ANY OF IT IS WRITTEN.
001780 01  WS-JNL-TABLE.
001790     05  WS-JNL-COUNT          PIC 9(03) COMP-5 VALUE 0.
001800     05  WS-JNL-ENTRY          PIC X(40) OCCURS 200 TIMES
001810                               INDEXED BY WS-JNL-IDX.
001820 01  WS-JNL-DEBITS             PIC 9(13)V99 VALUE 0.
001830 01  WS-JNL-CREDITS            PIC 9(13)V99 VALUE 0.
001840 01  WS-JNL-ACCOUNT            PIC X(08).
001850 01  WS-JNL-SIDE               PIC X(01).
001860 01  WS-ABS-AMOUNT             PIC 9(11)V99.
001870 01  WS-AMOUNT-ZONED-G.
001880     05  WS-AMOUNT-ZONED       PIC 9(11)V99.
001890*
001900*    THE CLOSING RATE IS GOT FROM CURRCONV BY CONVERTING ONE
001910*    MILLION UNITS OF THE CURRENCY, SO THE BASE AMOUNT THAT
001920*    COMES BACK IS THE SIX-DECIMAL RATE TIMES ONE MILLION.
001930 01  WS-RATE-PROBE             PIC S9(09)V99 VALUE 1000000.00.
001940 01  WS-RATE-PROBE-BASE        PIC S9(11)V99.
001950 01  WS-RATE-PROBE-STATUS      PIC 9(02).
001960 01  WS-CLOSING-RATE           PIC 9(03)V9(06).
001970*
001980 01  WS-LOOK-ENTITY            PIC X(04).
001990 01  WS-LOOK-CONTROL           PIC X(08).
002000 01  WS-LOOK-STATUS            PIC 9(02).
002010     88  WS-LOOK-OK                VALUE 0.
002020 01  WS-OLD-BALANCE            PIC S9(11)V99.
002030 01  WS-REVALUED               PIC S9(11)V99.
002040 01  WS-DIFFERENCE             PIC S9(11)V99.
002050 01  WS-GL-MOVEMENT            PIC S9(11)V99.
002060 01  WS-EXCEPTION-TEXT         PIC X(40).
002070 01  WS-OVERFLOW-SW            PIC X(01) VALUE "N".
002080     88  WS-TABLE-OVERFLOW         VALUE "Y".
002081 01  WS-NOT-BOOKED-SW          PIC X(01) VALUE "N".
002082     88  WS-NOT-BOOKED             VALUE "Y".
002083*
002084*    EVERY REVALUATION THE FIRST PASS PROVED, WAITING FOR THE
002085*    SECOND PASS TO REWRITE ITS MASTER.
002086 01  WS-RVL-TABLE.
002087     05  WS-RVL-COUNT          PIC 9(04) COMP-5 VALUE 0.
002088     05  WS-RVL-ENTRY OCCURS 5000 TIMES INDEXED BY WS-RVL-IDX.
002089         10  WS-RVL-ACCOUNT    PIC X(10).
002089         10  WS-RVL-OLD        PIC S9(11)V99.
002089         10  WS-RVL-REVALUED   PIC S9(11)V99.
002089         10  WS-RVL-RATE       PIC 9(03)V9(06).
002089         10  WS-RVL-FOREIGN    PIC S9(11)V99.
002089         10  WS-RVL-MOVEMENT   PIC S9(11)V99.
002089         10  WS-RVL-CCY-SUB    PIC 9(03) COMP-5.
002089         10  WS-RVL-BKT-SUB    PIC 9(03) COMP-5.
002090*
002100 01  WS-LISTED-COUNT           PIC 9(07) VALUE 0.
002110 01  WS-MISSING-COUNT          PIC 9(07) VALUE 0.
002120 01  WS-FOREIGN-COUNT          PIC 9(07) VALUE 0.
002130 01  WS-REVALUED-COUNT         PIC 9(07) VALUE 0.
002140 01  WS-EXCEPTION-COUNT        PIC 9(07) VALUE 0.
002150 01  WS-FAIL-COUNT             PIC 9(07) VALUE 0.
002160 01  WS-TOTAL-GAIN             PIC S9(13)V99 COMP-3 VALUE 0.
002170 01  WS-TOTAL-LOSS             PIC S9(13)V99 COMP-3 VALUE 0.
002180 01  WS-COUNT-EDIT             PIC ZZZZZZ9.
002190 01  WS-AMOUNT-EDIT            PIC Z,ZZZ,ZZZ,ZZ9.99-.
002200 01  WS-FOREIGN-EDIT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
002210 01  WS-OLD-EDIT               PIC Z,ZZZ,ZZZ,ZZ9.99-.
002220 01  WS-NEW-EDIT               PIC Z,ZZZ,ZZZ,ZZ9.99-.
002230 01  WS-RATE-EDIT              PIC ZZ9.999999.
002240 COPY ACCTREC.
002250*
002260*    NAME AND KEYS THE FINISHED REPORT IS FILED UNDER IN THE
002270*    REPORT REPOSITORY.  A BLANK ENTITY IS RESOLVED BY RPTSAVE.
002280 01  WS-REPO-NAME              PIC X(15) VALUE "FXREVAL.RPT".
002290 01  WS-REPO-JOB               PIC X(08) VALUE "FXREVAL".
002300 01  WS-REPO-ENTITY            PIC X(04) VALUE SPACES.
002310 01  WS-REPO-STATUS            PIC 9(02).
002320*
002330 PROCEDURE DIVISION.
002340*
002350 0000-MAINLINE.
002360     DISPLAY "FXREVAL - MONTH-END FOREIGN CURRENCY REVALUATION".
002370     MOVE SPACES TO WS-ENV-VALUE.
002380     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SORT-RUNDATE".
002390     IF WS-ENV-VALUE NOT = SPACES
002400         MOVE WS-ENV-VALUE(1:8) TO WS-RUN-DATE
002410     ELSE
002420         MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
002430         MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE
002440     END-IF.
002450     PERFORM 1000-LOAD-ENTITIES THRU 1000-EXIT.
002460     PERFORM 1300-LOAD-FXMAP THRU 1300-EXIT.
002470     OPEN INPUT LIST-FILE.
002480     IF NOT WS-LIST-FILE-OK
002490         DISPLAY "FXREVAL - CANNOT OPEN ACCTMST.LST"
002500         MOVE 12 TO RETURN-CODE
002510         STOP RUN
002520     END-IF.
002530     SET FUNC-OPEN TO TRUE.
002540     MOVE SPACES TO WS-IO-AREA.
002550     MOVE WS-MASTER-FILE-NAME TO WS-IO-AREA(1:15).
002560     MOVE 130 TO WS-IO-LEN.
002570     CALL "RSMFCOB" USING WS-FUNC, WS-IO-AREA,
002580                           WS-IO-LEN, WS-RET-CODE.
002590     IF WS-RET-CODE NOT = 0
002600         DISPLAY "FXREVAL - CANNOT OPEN ACCOUNT MASTER"
002610         CLOSE LIST-FILE
002620         MOVE 12 TO RETURN-CODE
002630         STOP RUN
002640     END-IF.
002650     OPEN OUTPUT REPORT-FILE.
002660     PERFORM 5000-WRITE-HEADING THRU 5000-EXIT.
002670     PERFORM 2000-REVALUE-ONE-ACCOUNT THRU 2000-EXIT
002680         UNTIL WS-LIST-FILE-EOF.
002730     CLOSE LIST-FILE.
002740     PERFORM 3000-BUILD-JOURNAL THRU 3000-EXIT.
002750     IF WS-JNL-DEBITS NOT = WS-JNL-CREDITS
002760         DISPLAY "FXREVAL - JOURNAL DOES NOT PROVE, NOTHING ",
002770             "REVALUED OR BOOKED"
002775         SET WS-NOT-BOOKED TO TRUE
002780         ADD 1 TO WS-FAIL-COUNT
002790     END-IF.
002791     IF WS-TABLE-OVERFLOW
002792         DISPLAY "FXREVAL - A TABLE OVERFLOWED, NOTHING ",
002793             "REVALUED OR BOOKED"
002794         SET WS-NOT-BOOKED TO TRUE
002796     END-IF.
002800     OPEN OUTPUT JOURNAL-FILE.
002810     IF NOT WS-JOURNAL-FILE-OK
002820         DISPLAY "FXREVAL - CANNOT OPEN FXREVAL.JNL, NOTHING ",
002825             "REVALUED OR BOOKED"
002826         PERFORM 8200-CLOSE-MASTER THRU 8200-EXIT
002830         CLOSE REPORT-FILE
002840         MOVE 12 TO RETURN-CODE
002850         STOP RUN
002860     END-IF.
002861     IF WS-NOT-BOOKED
002862         MOVE 0 TO WS-JNL-COUNT
002863     ELSE
002864         PERFORM 8000-REWRITE-ONE-ACCOUNT THRU 8000-EXIT
002865             VARYING WS-RVL-IDX FROM 1 BY 1
002866             UNTIL WS-RVL-IDX > WS-RVL-COUNT
002867         IF WS-FAIL-COUNT > 0
002868             MOVE 0 TO WS-JNL-COUNT, WS-JNL-DEBITS, WS-JNL-CREDITS
002869             PERFORM 3000-BUILD-JOURNAL THRU 3000-EXIT
002869         END-IF
002869     END-IF.
002869     PERFORM 8200-CLOSE-MASTER THRU 8200-EXIT.
002870     PERFORM 3400-WRITE-ONE-JOURNAL THRU 3400-EXIT
002880         VARYING WS-JNL-IDX FROM 1 BY 1
002890         UNTIL WS-JNL-IDX > WS-JNL-COUNT.
002900     CLOSE JOURNAL-FILE.
002910     IF WS-JNL-COUNT > 0
002920         PERFORM 4000-APPEND-HISTORY THRU 4000-EXIT
002930     END-IF.
002940     PERFORM 6000-WRITE-CURRENCIES THRU 6000-EXIT.
002950     PERFORM 6500-WRITE-JOURNAL-LIST THRU 6500-EXIT.
002960     PERFORM 7000-WRITE-TOTALS THRU 7000-EXIT.
002970     CLOSE REPORT-FILE.
002980     CALL "RPTSAVE" USING WS-REPO-NAME, WS-REPO-JOB,
002990                          WS-REPO-ENTITY, WS-REPO-STATUS.
003000     IF WS-REPO-STATUS NOT = ZERO
003010         DISPLAY "FXREVAL - REPORT NOT FILED IN THE",
003020             " REPOSITORY, STATUS ", WS-REPO-STATUS
003030     END-IF.
003040     IF WS-FAIL-COUNT > 0 OR WS-TABLE-OVERFLOW
003050         MOVE 8 TO RETURN-CODE
003060     ELSE
003070         IF WS-EXCEPTION-COUNT > 0
003080             MOVE 4 TO RETURN-CODE
003090         ELSE
003100             MOVE 0 TO RETURN-CODE
003110         END-IF
003120     END-IF.
003130     STOP RUN.
003140*
003150*    THE ENTITY LIST IS READ HERE FOR THE NORMAL SIDE OF EACH
003160*    CONTROL ACCOUNT, WHICH ENTLOOK DOES NOT RETURN; ITS
003170*    FIRST-LINE RULE IS FOLLOWED, AS IN GLRECON.
003180 1000-LOAD-ENTITIES.
003190     OPEN INPUT ENTITY-FILE.
003200     IF NOT WS-ENTITY-FILE-OK
003210         GO TO 1000-EXIT
003220     END-IF.
003230     PERFORM 1100-LOAD-ONE-ENTITY THRU 1100-EXIT
003240         UNTIL WS-ENTITY-FILE-EOF.
003250     CLOSE ENTITY-FILE.
003260 1000-EXIT.
003270     EXIT.
003280*
003290 1100-LOAD-ONE-ENTITY.
003300     READ ENTITY-FILE
003310         AT END
003320             GO TO 1100-EXIT
003330     END-READ.
003340     IF ENTITY-FILE-RECORD(1:4) = SPACES
003350         GO TO 1100-EXIT
003360     END-IF.
003370     MOVE 0 TO WS-ENT-SUB.
003380     PERFORM 1200-FIND-ENTITY THRU 1200-EXIT
003390         VARYING WS-ENT-IDX FROM 1 BY 1
003400         UNTIL WS-ENT-IDX > WS-ENT-COUNT
003410            OR WS-ENT-SUB > 0.
003420     IF WS-ENT-SUB > 0 OR WS-ENT-COUNT = 50
003430         GO TO 1100-EXIT
003440     END-IF.
003450     ADD 1 TO WS-ENT-COUNT.
003460     SET WS-ENT-IDX TO WS-ENT-COUNT.
003470     MOVE ENTITY-FILE-RECORD(1:4) TO WS-ENT-CODE(WS-ENT-IDX).
003480     MOVE ENTITY-FILE-RECORD(28:8) TO WS-ENT-CONTROL(WS-ENT-IDX).
003490     MOVE ENTITY-FILE-RECORD(37:1) TO WS-ENT-SIDE(WS-ENT-IDX).
003500 1100-EXIT.
003510     EXIT.
003520*
003530 1200-FIND-ENTITY.
003540     IF WS-ENT-CODE(WS-ENT-IDX) = ENTITY-FILE-RECORD(1:4)
003550         SET WS-ENT-SUB TO WS-ENT-IDX
003560     END-IF.
003570 1200-EXIT.
003580     EXIT.
003590*
003600*    A MISSING FXMAP.TBL LEAVES EVERY FOREIGN ACCOUNT AN
003610*    EXCEPTION -- NOTHING IS REVALUED THAT CANNOT BE BOOKED.
003620 1300-LOAD-FXMAP.
003630     OPEN INPUT FXMAP-FILE.
003640     IF NOT WS-FXMAP-FILE-OK
003650         DISPLAY "FXREVAL - NO FXMAP.TBL, NOTHING CAN BE BOOKED"
003660         GO TO 1300-EXIT
003670     END-IF.
003680     PERFORM 1400-LOAD-ONE-MAP THRU 1400-EXIT
003690         UNTIL WS-FXMAP-FILE-EOF.
003700     CLOSE FXMAP-FILE.
003710 1300-EXIT.
003720     EXIT.
003730*
003740 1400-LOAD-ONE-MAP.
003750     READ FXMAP-FILE
003760         AT END
003770             GO TO 1400-EXIT
003780     END-READ.
003790     IF FXMAP-FILE-RECORD(1:3) = SPACES
003800         OR FXMAP-FILE-RECORD(5:8) = SPACES
003810         OR FXMAP-FILE-RECORD(14:8) = SPACES
003820         GO TO 1400-EXIT
003830     END-IF.
003840     IF WS-MAP-COUNT = 50
003850         SET WS-TABLE-OVERFLOW TO TRUE
003860         GO TO 1400-EXIT
003870     END-IF.
003880     ADD 1 TO WS-MAP-COUNT.
003890     SET WS-MAP-IDX TO WS-MAP-COUNT.
003900     MOVE FXMAP-FILE-RECORD(1:3) TO WS-MAP-CURRENCY(WS-MAP-IDX).
003910     MOVE FXMAP-FILE-RECORD(5:8) TO WS-MAP-GAIN(WS-MAP-IDX).
003920     MOVE FXMAP-FILE-RECORD(14:8) TO WS-MAP-LOSS(WS-MAP-IDX).
003930 1400-EXIT.
003940     EXIT.
003950*
003960*    A BASE-CURRENCY ACCOUNT IS PASSED OVER.  A FOREIGN ONE IS
003970*    REVALUED ONLY WHEN ITS RATE, ITS FX ACCOUNTS AND ITS
003980*    ENTITY ARE ALL KNOWN; OTHERWISE IT IS AN EXCEPTION.  THIS
003981*    FIRST PASS ONLY VALUES THE ACCOUNT AND TABLES IT; THE
003982*    MASTER IS REWRITTEN BY 8000 ONCE THE JOURNAL PROVES.
003990 2000-REVALUE-ONE-ACCOUNT.
004000     READ LIST-FILE
004010         AT END
004020             GO TO 2000-EXIT
004030     END-READ.
004040     IF LIST-FILE-RECORD = SPACES
004050         GO TO 2000-EXIT
004060     END-IF.
004070     ADD 1 TO WS-LISTED-COUNT.
004080     SET FUNC-READ TO TRUE.
004090     MOVE SPACES TO WS-IO-AREA.
004100     MOVE LIST-FILE-RECORD TO WS-IO-AREA(1:10).
004110     MOVE 130 TO WS-IO-LEN.
004120     CALL "RSMFCOB" USING WS-FUNC, WS-IO-AREA,
004130                           WS-IO-LEN, WS-RET-CODE.
004140     IF WS-RET-CODE NOT = 0
004150         ADD 1 TO WS-MISSING-COUNT
004160         GO TO 2000-EXIT
004170     END-IF.
004180     MOVE WS-IO-AREA(1:130) TO ACCT-MASTER-RECORD.
004190     IF ACCT-BASE-CURRENCY
004200         GO TO 2000-EXIT
004210     END-IF.
004220     ADD 1 TO WS-FOREIGN-COUNT.
004230     IF ACCT-FOREIGN-BALANCE NOT NUMERIC
004240         MOVE "NOT REVALUED - NO FOREIGN BALANCE ON FILE"
004250             TO WS-EXCEPTION-TEXT
004260         PERFORM 2900-LIST-EXCEPTION THRU 2900-EXIT
004270         GO TO 2000-EXIT
004280     END-IF.
004290     CALL "CURRCONV" USING ACCT-CURRENCY-CODE,
004300                            WS-RATE-PROBE,
004310                            WS-RATE-PROBE-BASE,
004320                            WS-RATE-PROBE-STATUS.
004330     IF WS-RATE-PROBE-STATUS = 8
004340         MOVE "NOT REVALUED - NO RATE ON RATES.TBL"
004350             TO WS-EXCEPTION-TEXT
004360         PERFORM 2900-LIST-EXCEPTION THRU 2900-EXIT
004370         GO TO 2000-EXIT
004380     END-IF.
004390     COMPUTE WS-CLOSING-RATE = WS-RATE-PROBE-BASE / 1000000.
004400     MOVE 0 TO WS-MAP-SUB.
004410     PERFORM 2100-FIND-MAP THRU 2100-EXIT
004420         VARYING WS-MAP-IDX FROM 1 BY 1
004430         UNTIL WS-MAP-IDX > WS-MAP-COUNT
004440            OR WS-MAP-SUB > 0.
004450     IF WS-MAP-SUB = 0
004460         MOVE "NOT REVALUED - CURRENCY NOT ON FXMAP.TBL"
004470             TO WS-EXCEPTION-TEXT
004480         PERFORM 2900-LIST-EXCEPTION THRU 2900-EXIT
004490         GO TO 2000-EXIT
004500     END-IF.
004510     CALL "ENTLOOK" USING ACCT-ACCOUNT-NUMBER, WS-LOOK-ENTITY,
004520                          WS-LOOK-CONTROL, WS-LOOK-STATUS.
004530     MOVE 0 TO WS-ENT-SUB.
004540     IF WS-LOOK-OK
004550         PERFORM 2200-FIND-ENTITY THRU 2200-EXIT
004560             VARYING WS-ENT-IDX FROM 1 BY 1
004570             UNTIL WS-ENT-IDX > WS-ENT-COUNT
004580                OR WS-ENT-SUB > 0
004590     END-IF.
004600     IF WS-ENT-SUB = 0
004610         MOVE "NOT REVALUED - NO ENTITY FOR THE ACCOUNT"
004620             TO WS-EXCEPTION-TEXT
004630         PERFORM 2900-LIST-EXCEPTION THRU 2900-EXIT
004640         GO TO 2000-EXIT
004650     END-IF.
004660     MOVE ACCT-CURRENT-BALANCE TO WS-OLD-BALANCE.
004670     COMPUTE WS-REVALUED ROUNDED =
004680         ACCT-FOREIGN-BALANCE * WS-CLOSING-RATE
004690         ON SIZE ERROR
004700             MOVE "NOT REVALUED - REVALUED BALANCE TOO LARGE"
004710                 TO WS-EXCEPTION-TEXT
004720             PERFORM 2900-LIST-EXCEPTION THRU 2900-EXIT
004730             GO TO 2000-EXIT
004740     END-COMPUTE.
004750     COMPUTE WS-DIFFERENCE = WS-REVALUED - WS-OLD-BALANCE.
004760     IF WS-RVL-COUNT = 5000
004770         SET WS-TABLE-OVERFLOW TO TRUE
004930         GO TO 2000-EXIT
004940     END-IF.
004960     SET WS-ENT-IDX TO WS-ENT-SUB.
004970     IF WS-ENT-SIDE(WS-ENT-IDX) = "C"
004980         COMPUTE WS-GL-MOVEMENT = 0 - WS-DIFFERENCE
004990     ELSE
005000         MOVE WS-DIFFERENCE TO WS-GL-MOVEMENT
005010     END-IF.
005020     PERFORM 2300-ADD-TO-CURRENCY THRU 2300-EXIT.
005030     PERFORM 2400-ADD-TO-BUCKET THRU 2400-EXIT.
005031     ADD 1 TO WS-RVL-COUNT.
005032     SET WS-RVL-IDX TO WS-RVL-COUNT.
005033     MOVE ACCT-ACCOUNT-NUMBER TO WS-RVL-ACCOUNT(WS-RVL-IDX).
005034     MOVE WS-OLD-BALANCE TO WS-RVL-OLD(WS-RVL-IDX).
005035     MOVE WS-REVALUED TO WS-RVL-REVALUED(WS-RVL-IDX).
005036     MOVE WS-CLOSING-RATE TO WS-RVL-RATE(WS-RVL-IDX).
005037     MOVE ACCT-FOREIGN-BALANCE TO WS-RVL-FOREIGN(WS-RVL-IDX).
005038     MOVE WS-GL-MOVEMENT TO WS-RVL-MOVEMENT(WS-RVL-IDX).
005039     MOVE WS-CCY-SUB TO WS-RVL-CCY-SUB(WS-RVL-IDX).
005039     MOVE WS-BKT-SUB TO WS-RVL-BKT-SUB(WS-RVL-IDX).
005040     PERFORM 2800-LIST-ACCOUNT THRU 2800-EXIT.
005050 2000-EXIT.
005060     EXIT.
005070*
005080 2100-FIND-MAP.
005090     IF WS-MAP-CURRENCY(WS-MAP-IDX) = ACCT-CURRENCY-CODE
005100         SET WS-MAP-SUB TO WS-MAP-IDX
005110     END-IF.
005120 2100-EXIT.
005130     EXIT.
005140*
005150 2200-FIND-ENTITY.
005160     IF WS-ENT-CODE(WS-ENT-IDX) = WS-LOOK-ENTITY
005170         SET WS-ENT-SUB TO WS-ENT-IDX
005180     END-IF.
005190 2200-EXIT.
005200     EXIT.
005210*
005220 2300-ADD-TO-CURRENCY.
005230     MOVE 0 TO WS-CCY-SUB.
005240     PERFORM 2310-FIND-CURRENCY THRU 2310-EXIT
005250         VARYING WS-CCY-IDX FROM 1 BY 1
005260         UNTIL WS-CCY-IDX > WS-CCY-COUNT
005270            OR WS-CCY-SUB > 0.
005280     IF WS-CCY-SUB = 0
005290         IF WS-CCY-COUNT = 50
005300             SET WS-TABLE-OVERFLOW TO TRUE
005310             GO TO 2300-EXIT
005320         END-IF
005330         ADD 1 TO WS-CCY-COUNT
005340         MOVE WS-CCY-COUNT TO WS-CCY-SUB
005350         SET WS-CCY-IDX TO WS-CCY-SUB
005360         MOVE ACCT-CURRENCY-CODE TO WS-CCY-CODE(WS-CCY-IDX)
005370         MOVE WS-CLOSING-RATE TO WS-CCY-RATE(WS-CCY-IDX)
005380         MOVE 0 TO WS-CCY-ACCOUNTS(WS-CCY-IDX),
005390                   WS-CCY-FOREIGN(WS-CCY-IDX),
005400                   WS-CCY-GAIN(WS-CCY-IDX),
005410                   WS-CCY-LOSS(WS-CCY-IDX)
005420     END-IF.
005430     SET WS-CCY-IDX TO WS-CCY-SUB.
005440     ADD 1 TO WS-CCY-ACCOUNTS(WS-CCY-IDX).
005450     ADD ACCT-FOREIGN-BALANCE TO WS-CCY-FOREIGN(WS-CCY-IDX).
005460     IF WS-GL-MOVEMENT > 0
005470         ADD WS-GL-MOVEMENT TO WS-CCY-GAIN(WS-CCY-IDX)
005480                               WS-TOTAL-GAIN
005490     ELSE
005500         SUBTRACT WS-GL-MOVEMENT FROM WS-CCY-LOSS(WS-CCY-IDX)
005510                                      WS-TOTAL-LOSS
005520     END-IF.
005530 2300-EXIT.
005540     EXIT.
005550*
005560 2310-FIND-CURRENCY.
005570     IF WS-CCY-CODE(WS-CCY-IDX) = ACCT-CURRENCY-CODE
005580         SET WS-CCY-SUB TO WS-CCY-IDX
005590     END-IF.
005600 2310-EXIT.
005610     EXIT.
005620*
005630 2400-ADD-TO-BUCKET.
005640     MOVE 0 TO WS-BKT-SUB.
005650     PERFORM 2410-FIND-BUCKET THRU 2410-EXIT
005660         VARYING WS-BKT-IDX FROM 1 BY 1
005670         UNTIL WS-BKT-IDX > WS-BKT-COUNT
005680            OR WS-BKT-SUB > 0.
005690     IF WS-BKT-SUB = 0
005700         IF WS-BKT-COUNT = 100
005710             SET WS-TABLE-OVERFLOW TO TRUE
005720             GO TO 2400-EXIT
005730         END-IF
005740         ADD 1 TO WS-BKT-COUNT
005750         MOVE WS-BKT-COUNT TO WS-BKT-SUB
005760         SET WS-BKT-IDX TO WS-BKT-SUB
005770         SET WS-MAP-IDX TO WS-MAP-SUB
005780         MOVE ACCT-CURRENCY-CODE TO WS-BKT-CURRENCY(WS-BKT-IDX)
005790         MOVE WS-ENT-CODE(WS-ENT-IDX) TO WS-BKT-ENTITY(WS-BKT-IDX)
005800         MOVE WS-ENT-CONTROL(WS-ENT-IDX)
005810             TO WS-BKT-CONTROL(WS-BKT-IDX)
005815         MOVE WS-MAP-GAIN(WS-MAP-IDX)
005820             TO WS-BKT-GAIN-GL(WS-BKT-IDX)
005825         MOVE WS-MAP-LOSS(WS-MAP-IDX)
005830             TO WS-BKT-LOSS-GL(WS-BKT-IDX)
005840         MOVE 0 TO WS-BKT-MOVEMENT(WS-BKT-IDX)
005850     END-IF.
005860     SET WS-BKT-IDX TO WS-BKT-SUB.
005870     ADD WS-GL-MOVEMENT TO WS-BKT-MOVEMENT(WS-BKT-IDX).
005880 2400-EXIT.
005890     EXIT.
005900*
005910 2410-FIND-BUCKET.
005920     IF WS-BKT-CURRENCY(WS-BKT-IDX) = ACCT-CURRENCY-CODE
005930         AND WS-BKT-ENTITY(WS-BKT-IDX) = WS-ENT-CODE(WS-ENT-IDX)
005940         SET WS-BKT-SUB TO WS-BKT-IDX
005950     END-IF.
005960 2410-EXIT.
005970     EXIT.
005980*
005990 2800-LIST-ACCOUNT.
006000     MOVE ACCT-FOREIGN-BALANCE TO WS-FOREIGN-EDIT.
006010     MOVE WS-CLOSING-RATE TO WS-RATE-EDIT.
006020     MOVE WS-OLD-BALANCE TO WS-OLD-EDIT.
006030     MOVE WS-REVALUED TO WS-NEW-EDIT.
006040     MOVE WS-GL-MOVEMENT TO WS-AMOUNT-EDIT.
006050     MOVE SPACES TO REPORT-LINE.
006060     STRING ACCT-ACCOUNT-NUMBER " "
006070            ACCT-CURRENCY-CODE " "
006080            WS-FOREIGN-EDIT " "
006090            WS-RATE-EDIT " "
006100            WS-OLD-EDIT " "
006110            WS-NEW-EDIT " "
006120            WS-AMOUNT-EDIT
006130            DELIMITED BY SIZE
006140         INTO REPORT-LINE.
006150     WRITE REPORT-LINE.
006160 2800-EXIT.
006170     EXIT.
006180*
006190 2900-LIST-EXCEPTION.
006200     ADD 1 TO WS-EXCEPTION-COUNT.
006210     PERFORM 2950-WRITE-EXCEPTION-LINE THRU 2950-EXIT.
006220 2900-EXIT.
006230     EXIT.
006240*
006250 2950-WRITE-EXCEPTION-LINE.
006260     MOVE SPACES TO REPORT-LINE.
006270     IF ACCT-FOREIGN-BALANCE NUMERIC
006280         MOVE ACCT-FOREIGN-BALANCE TO WS-FOREIGN-EDIT
006290         STRING ACCT-ACCOUNT-NUMBER " "
006300                ACCT-CURRENCY-CODE " "
006310                WS-FOREIGN-EDIT " "
006320                WS-EXCEPTION-TEXT
006330                DELIMITED BY SIZE
006340             INTO REPORT-LINE
006350     ELSE
006360         STRING ACCT-ACCOUNT-NUMBER " "
006370                ACCT-CURRENCY-CODE " "
006380                "                  "
006390                WS-EXCEPTION-TEXT
006400                DELIMITED BY SIZE
006410             INTO REPORT-LINE
006420     END-IF.
006430     WRITE REPORT-LINE.
006440 2950-EXIT.
006450     EXIT.
006460*
006470*    ONE PAIR OF LINES PER CURRENCY AND ENTITY WITH A MOVEMENT:
006480*    THE CONTROL ACCOUNT AND THE EQUAL-AND-OPPOSITE FX GAIN OR
006490*    FX LOSS ENTRY, SO THE JOURNAL BALANCES BY CONSTRUCTION.
006500 3000-BUILD-JOURNAL.
006510     PERFORM 3100-BUILD-ONE-BUCKET THRU 3100-EXIT
006520         VARYING WS-BKT-IDX FROM 1 BY 1
006530         UNTIL WS-BKT-IDX > WS-BKT-COUNT.
006540 3000-EXIT.
006550     EXIT.
006560*
006570 3100-BUILD-ONE-BUCKET.
006580     IF WS-BKT-MOVEMENT(WS-BKT-IDX) = 0
006590         GO TO 3100-EXIT
006600     END-IF.
006610     IF WS-BKT-MOVEMENT(WS-BKT-IDX) > 0
006620         MOVE WS-BKT-MOVEMENT(WS-BKT-IDX) TO WS-ABS-AMOUNT
006630         MOVE WS-BKT-CONTROL(WS-BKT-IDX) TO WS-JNL-ACCOUNT
006640         MOVE "D" TO WS-JNL-SIDE
006650         PERFORM 3200-ADD-JOURNAL-LINE THRU 3200-EXIT
006660         MOVE WS-BKT-GAIN-GL(WS-BKT-IDX) TO WS-JNL-ACCOUNT
006670         MOVE "C" TO WS-JNL-SIDE
006680         PERFORM 3200-ADD-JOURNAL-LINE THRU 3200-EXIT
006690     ELSE
006700         COMPUTE WS-ABS-AMOUNT = 0 - WS-BKT-MOVEMENT(WS-BKT-IDX)
006710         MOVE WS-BKT-LOSS-GL(WS-BKT-IDX) TO WS-JNL-ACCOUNT
006720         MOVE "D" TO WS-JNL-SIDE
006730         PERFORM 3200-ADD-JOURNAL-LINE THRU 3200-EXIT
006740         MOVE WS-BKT-CONTROL(WS-BKT-IDX) TO WS-JNL-ACCOUNT
006750         MOVE "C" TO WS-JNL-SIDE
006760         PERFORM 3200-ADD-JOURNAL-LINE THRU 3200-EXIT
006770     END-IF.
006780 3100-EXIT.
006790     EXIT.
006800*
006810 3200-ADD-JOURNAL-LINE.
006820     IF WS-JNL-COUNT = 200
006830         SET WS-TABLE-OVERFLOW TO TRUE
006840         GO TO 3200-EXIT
006850     END-IF.
006860     ADD 1 TO WS-JNL-COUNT.
006870     SET WS-JNL-IDX TO WS-JNL-COUNT.
006880     MOVE WS-ABS-AMOUNT TO WS-AMOUNT-ZONED.
006890     MOVE SPACES TO WS-JNL-ENTRY(WS-JNL-IDX).
006900     MOVE WS-JNL-ACCOUNT TO WS-JNL-ENTRY(WS-JNL-IDX)(1:8).
006910     MOVE WS-JNL-SIDE TO WS-JNL-ENTRY(WS-JNL-IDX)(10:1).
006920     MOVE WS-AMOUNT-ZONED-G TO WS-JNL-ENTRY(WS-JNL-IDX)(12:13).
006930     MOVE WS-RUN-DATE TO WS-JNL-ENTRY(WS-JNL-IDX)(26:8).
006940     IF WS-JNL-SIDE = "D"
006950         ADD WS-ABS-AMOUNT TO WS-JNL-DEBITS
006960     ELSE
006970         ADD WS-ABS-AMOUNT TO WS-JNL-CREDITS
006980     END-IF.
006990 3200-EXIT.
007000     EXIT.
007010*
007020 3400-WRITE-ONE-JOURNAL.
007030     MOVE WS-JNL-ENTRY(WS-JNL-IDX) TO JOURNAL-LINE.
007040     WRITE JOURNAL-LINE.
007050 3400-EXIT.
007060     EXIT.
007070*
007080*    THE HISTORY LINE CARRIES NO REGION: THE REVALUATION IS
007090*    BOOKED PER ENTITY, NOT PER REGION.
007100 4000-APPEND-HISTORY.
007110     OPEN EXTEND HISTORY-FILE.
007120     IF WS-HISTORY-NOT-FOUND
007130         OPEN OUTPUT HISTORY-FILE
007140     END-IF.
007150     IF NOT WS-HISTORY-FILE-OK
007160         DISPLAY "FXREVAL - CANNOT OPEN GLHIST.JNL, HISTORY NOT ",
007170             "UPDATED"
007180         GO TO 4000-EXIT
007190     END-IF.
007200     PERFORM 4100-WRITE-ONE-HISTORY THRU 4100-EXIT
007210         VARYING WS-JNL-IDX FROM 1 BY 1
007220         UNTIL WS-JNL-IDX > WS-JNL-COUNT.
007230     CLOSE HISTORY-FILE.
007240 4000-EXIT.
007250     EXIT.
007260*
007270 4100-WRITE-ONE-HISTORY.
007280     MOVE WS-JNL-ENTRY(WS-JNL-IDX) TO HISTORY-LINE.
007290     WRITE HISTORY-LINE.
007300 4100-EXIT.
007310     EXIT.
007320*
007330 5000-WRITE-HEADING.
007340     MOVE SPACES TO REPORT-LINE.
007350     STRING "FOREIGN CURRENCY REVALUATION  RUN DATE " WS-RUN-DATE
007360            DELIMITED BY SIZE
007370         INTO REPORT-LINE.
007380     WRITE REPORT-LINE.
007390     MOVE SPACES TO REPORT-LINE.
007400     WRITE REPORT-LINE.
007405     MOVE "ACCOUNT    CCY" TO REPORT-LINE.
007410     MOVE "FOREIGN BALANCE" TO REPORT-LINE(18:15).
007415     MOVE "RATE" TO REPORT-LINE(40:4).
007420     MOVE "BASE BEFORE" TO REPORT-LINE(51:11).
007425     MOVE "BASE REVALUED" TO REPORT-LINE(67:13).
007430     MOVE "GAIN (LOSS)" TO REPORT-LINE(87:11).
007450     WRITE REPORT-LINE.
007460 5000-EXIT.
007470     EXIT.
007480*
007490 6000-WRITE-CURRENCIES.
007500     MOVE SPACES TO REPORT-LINE.
007510     WRITE REPORT-LINE.
007520     MOVE "TOTALS BY CURRENCY" TO REPORT-LINE.
007530     WRITE REPORT-LINE.
007535     MOVE "CCY ACCOUNTS" TO REPORT-LINE.
007540     MOVE "FOREIGN BALANCE" TO REPORT-LINE(16:15).
007545     MOVE "RATE" TO REPORT-LINE(40:4).
007550     MOVE "UNREALIZED GAIN" TO REPORT-LINE(48:15).
007555     MOVE "UNREALIZED LOSS" TO REPORT-LINE(66:15).
007570     WRITE REPORT-LINE.
007580     PERFORM 6100-WRITE-ONE-CURRENCY THRU 6100-EXIT
007590         VARYING WS-CCY-IDX FROM 1 BY 1
007600         UNTIL WS-CCY-IDX > WS-CCY-COUNT.
007610 6000-EXIT.
007620     EXIT.
007630*
007640 6100-WRITE-ONE-CURRENCY.
007650     MOVE WS-CCY-ACCOUNTS(WS-CCY-IDX) TO WS-COUNT-EDIT.
007660     MOVE WS-CCY-FOREIGN(WS-CCY-IDX) TO WS-FOREIGN-EDIT.
007670     MOVE WS-CCY-RATE(WS-CCY-IDX) TO WS-RATE-EDIT.
007680     MOVE WS-CCY-GAIN(WS-CCY-IDX) TO WS-OLD-EDIT.
007690     MOVE WS-CCY-LOSS(WS-CCY-IDX) TO WS-NEW-EDIT.
007700     MOVE SPACES TO REPORT-LINE.
007710     STRING WS-CCY-CODE(WS-CCY-IDX) "  "
007720            WS-COUNT-EDIT " "
007730            WS-FOREIGN-EDIT "   "
007740            WS-RATE-EDIT "  "
007750            WS-OLD-EDIT " "
007760            WS-NEW-EDIT
007770            DELIMITED BY SIZE
007780         INTO REPORT-LINE.
007790     WRITE REPORT-LINE.
007800 6100-EXIT.
007810     EXIT.
007820*
007830 6500-WRITE-JOURNAL-LIST.
007840     MOVE SPACES TO REPORT-LINE.
007850     WRITE REPORT-LINE.
007860     MOVE "ENTRIES WRITTEN TO FXREVAL.JNL" TO REPORT-LINE.
007870     WRITE REPORT-LINE.
007880     PERFORM 6600-WRITE-ONE-ENTRY THRU 6600-EXIT
007890         VARYING WS-JNL-IDX FROM 1 BY 1
007900         UNTIL WS-JNL-IDX > WS-JNL-COUNT.
007910 6500-EXIT.
007920     EXIT.
007930*
007940 6600-WRITE-ONE-ENTRY.
007950     MOVE WS-JNL-ENTRY(WS-JNL-IDX)(12:13) TO WS-AMOUNT-ZONED-G.
007960     MOVE WS-AMOUNT-ZONED TO WS-AMOUNT-EDIT.
007970     MOVE SPACES TO REPORT-LINE.
007980     STRING "  " WS-JNL-ENTRY(WS-JNL-IDX)(1:8) " "
007990            WS-JNL-ENTRY(WS-JNL-IDX)(10:1) " "
008000            WS-AMOUNT-EDIT
008010            DELIMITED BY SIZE
008020         INTO REPORT-LINE.
008030     WRITE REPORT-LINE.
008040 6600-EXIT.
008050     EXIT.
008060*
008070 7000-WRITE-TOTALS.
008080     MOVE SPACES TO REPORT-LINE.
008090     WRITE REPORT-LINE.
008100     MOVE WS-LISTED-COUNT TO WS-COUNT-EDIT.
008110     MOVE SPACES TO REPORT-LINE.
008120     STRING "ACCOUNTS SCANNED        = " WS-COUNT-EDIT
008130            DELIMITED BY SIZE
008140         INTO REPORT-LINE.
008150     WRITE REPORT-LINE.
008160     DISPLAY "FXREVAL - ACCOUNTS SCANNED     = ", WS-COUNT-EDIT.
008170     MOVE WS-FOREIGN-COUNT TO WS-COUNT-EDIT.
008180     MOVE SPACES TO REPORT-LINE.
008190     STRING "FOREIGN CURRENCY        = " WS-COUNT-EDIT
008200            DELIMITED BY SIZE
008210         INTO REPORT-LINE.
008220     WRITE REPORT-LINE.
008230     MOVE WS-REVALUED-COUNT TO WS-COUNT-EDIT.
008240     MOVE SPACES TO REPORT-LINE.
008250     STRING "REVALUED                = " WS-COUNT-EDIT
008260            DELIMITED BY SIZE
008270         INTO REPORT-LINE.
008280     WRITE REPORT-LINE.
008290     DISPLAY "FXREVAL - ACCOUNTS REVALUED    = ", WS-COUNT-EDIT.
008300     MOVE WS-EXCEPTION-COUNT TO WS-COUNT-EDIT.
008310     MOVE SPACES TO REPORT-LINE.
008320     STRING "EXCEPTIONS, NOT REVALUED= " WS-COUNT-EDIT
008330            DELIMITED BY SIZE
008340         INTO REPORT-LINE.
008350     WRITE REPORT-LINE.
008360     DISPLAY "FXREVAL - EXCEPTIONS           = ", WS-COUNT-EDIT.
008370     MOVE WS-TOTAL-GAIN TO WS-AMOUNT-EDIT.
008380     MOVE SPACES TO REPORT-LINE.
008390     STRING "TOTAL UNREALIZED GAIN   = " WS-AMOUNT-EDIT
008400            DELIMITED BY SIZE
008410         INTO REPORT-LINE.
008420     WRITE REPORT-LINE.
008430     MOVE WS-TOTAL-LOSS TO WS-AMOUNT-EDIT.
008440     MOVE SPACES TO REPORT-LINE.
008450     STRING "TOTAL UNREALIZED LOSS   = " WS-AMOUNT-EDIT
008460            DELIMITED BY SIZE
008470         INTO REPORT-LINE.
008480     WRITE REPORT-LINE.
008490     MOVE WS-JNL-DEBITS TO WS-AMOUNT-EDIT.
008500     MOVE SPACES TO REPORT-LINE.
008510     STRING "JOURNAL DEBITS          = " WS-AMOUNT-EDIT
008520            DELIMITED BY SIZE
008530         INTO REPORT-LINE.
008540     WRITE REPORT-LINE.
008550     MOVE WS-JNL-CREDITS TO WS-AMOUNT-EDIT.
008560     MOVE SPACES TO REPORT-LINE.
008570     STRING "JOURNAL CREDITS         = " WS-AMOUNT-EDIT
008580            DELIMITED BY SIZE
008590         INTO REPORT-LINE.
008600     WRITE REPORT-LINE.
008610     MOVE WS-MISSING-COUNT TO WS-COUNT-EDIT.
008620     MOVE SPACES TO REPORT-LINE.
008630     STRING "LISTED, NOT ON MASTER   = " WS-COUNT-EDIT
008640            DELIMITED BY SIZE
008650         INTO REPORT-LINE.
008660     WRITE REPORT-LINE.
008670     MOVE WS-FAIL-COUNT TO WS-COUNT-EDIT.
008680     MOVE SPACES TO REPORT-LINE.
008690     STRING "MASTER REWRITES FAILED  = " WS-COUNT-EDIT
008700            DELIMITED BY SIZE
008710         INTO REPORT-LINE.
008720     WRITE REPORT-LINE.
008730     DISPLAY "FXREVAL - REWRITES FAILED      = ", WS-COUNT-EDIT.
008740     IF WS-TABLE-OVERFLOW
008750         MOVE "*** A TABLE OVERFLOWED - TOTALS ARE INCOMPLETE ***"
008760             TO REPORT-LINE
008770         WRITE REPORT-LINE
008780     END-IF.
008781     IF WS-NOT-BOOKED
008782         MOVE "*** NOTHING WAS REVALUED OR BOOKED ***"
008783             TO REPORT-LINE
008784         WRITE REPORT-LINE
008785     END-IF.
008790 7000-EXIT.
008800     EXIT.
008810*
008820*    THE SECOND PASS.  THE ACCOUNT IS READ AGAIN AND REWRITTEN
008830*    WITH THE VALUES THE FIRST PASS PROVED, UNLESS ITS BALANCE
008840*    HAS MOVED SINCE; AN ACCOUNT NOT REWRITTEN IS TAKEN BACK
008850*    OUT OF THE TOTALS SO THE JOURNAL IS BUILT WITHOUT IT.
008860 8000-REWRITE-ONE-ACCOUNT.
008870     SET FUNC-READ TO TRUE.
008880     MOVE SPACES TO WS-IO-AREA.
008890     MOVE WS-RVL-ACCOUNT(WS-RVL-IDX) TO WS-IO-AREA(1:10).
008900     MOVE 130 TO WS-IO-LEN.
008910     CALL "RSMFCOB" USING WS-FUNC, WS-IO-AREA,
008920                           WS-IO-LEN, WS-RET-CODE.
008930     IF WS-RET-CODE NOT = 0
008940         MOVE SPACES TO ACCT-MASTER-RECORD
008950         MOVE WS-RVL-ACCOUNT(WS-RVL-IDX) TO ACCT-ACCOUNT-NUMBER
008960         MOVE WS-RVL-FOREIGN(WS-RVL-IDX) TO ACCT-FOREIGN-BALANCE
008970         PERFORM 8100-BACK-OUT-ACCOUNT THRU 8100-EXIT
008980         GO TO 8000-EXIT
008990     END-IF.
009000     MOVE WS-IO-AREA(1:130) TO ACCT-MASTER-RECORD.
009010     IF ACCT-CURRENT-BALANCE NOT = WS-RVL-OLD(WS-RVL-IDX)
009020         PERFORM 8100-BACK-OUT-ACCOUNT THRU 8100-EXIT
009030         GO TO 8000-EXIT
009040     END-IF.
009050     MOVE WS-RVL-REVALUED(WS-RVL-IDX) TO ACCT-CURRENT-BALANCE.
009060     MOVE WS-RVL-RATE(WS-RVL-IDX) TO ACCT-REVAL-RATE.
009070     MOVE WS-RUN-DATE TO ACCT-REVAL-DATE.
009080     SET FUNC-REWRITE TO TRUE.
009090     MOVE SPACES TO WS-IO-AREA.
009100     MOVE ACCT-MASTER-RECORD TO WS-IO-AREA(1:130).
009110     MOVE 130 TO WS-IO-LEN.
009120     CALL "RSMFCOB" USING WS-FUNC, WS-IO-AREA,
009130                           WS-IO-LEN, WS-RET-CODE.
009140     IF WS-RET-CODE NOT = 0
009150         MOVE WS-RVL-OLD(WS-RVL-IDX) TO ACCT-CURRENT-BALANCE
009160         PERFORM 8100-BACK-OUT-ACCOUNT THRU 8100-EXIT
009170         GO TO 8000-EXIT
009180     END-IF.
009190     ADD 1 TO WS-REVALUED-COUNT.
009200 8000-EXIT.
009210     EXIT.
009220*
009230 8100-BACK-OUT-ACCOUNT.
009240     DISPLAY "FXREVAL - REWRITE FAILED FOR ACCOUNT ",
009250         WS-RVL-ACCOUNT(WS-RVL-IDX).
009260     ADD 1 TO WS-FAIL-COUNT.
009270     MOVE WS-RVL-MOVEMENT(WS-RVL-IDX) TO WS-GL-MOVEMENT.
009280     SET WS-BKT-IDX TO WS-RVL-BKT-SUB(WS-RVL-IDX).
009290     SUBTRACT WS-GL-MOVEMENT FROM WS-BKT-MOVEMENT(WS-BKT-IDX).
009300     SET WS-CCY-IDX TO WS-RVL-CCY-SUB(WS-RVL-IDX).
009310     SUBTRACT 1 FROM WS-CCY-ACCOUNTS(WS-CCY-IDX).
009320     SUBTRACT WS-RVL-FOREIGN(WS-RVL-IDX)
009330         FROM WS-CCY-FOREIGN(WS-CCY-IDX).
009340     IF WS-GL-MOVEMENT > 0
009350         SUBTRACT WS-GL-MOVEMENT FROM WS-CCY-GAIN(WS-CCY-IDX)
009360                                      WS-TOTAL-GAIN
009370     ELSE
009380         ADD WS-GL-MOVEMENT TO WS-CCY-LOSS(WS-CCY-IDX)
009390                               WS-TOTAL-LOSS
009400     END-IF.
009410     MOVE "NOT REVALUED - MASTER REWRITE FAILED"
009420         TO WS-EXCEPTION-TEXT.
009430     PERFORM 2950-WRITE-EXCEPTION-LINE THRU 2950-EXIT.
009440 8100-EXIT.
009450     EXIT.
009460*
009470 8200-CLOSE-MASTER.
009480     SET FUNC-CLOSE TO TRUE.
009490     MOVE SPACES TO WS-IO-AREA.
009500     CALL "RSMFCOB" USING WS-FUNC, WS-IO-AREA,
009510                           WS-IO-LEN, WS-RET-CODE.
009520 8200-EXIT.
009530     EXIT.
