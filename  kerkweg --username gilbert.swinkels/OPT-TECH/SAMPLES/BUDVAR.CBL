000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BUDVAR.
000030 AUTHOR.        G. SWINKELS, DATA PROCESSING.
000040 INSTALLATION.  DATA PROCESSING DEPT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*MODIFICATION HISTORY
000090*--------------------
000100*10/15/2026  GS   ORIGINAL.  BUDGET-VERSUS-ACTUAL REPORT BY GL
000110*                 ACCOUNT AND REGION.  FINANCE LOADS THE ANNUAL
000120*                 BUDGET INTO BUDGET.TBL BY ACCOUNT, REGION AND
000130*                 MONTH; THE ACTUALS COME FROM THE DATED JOURNAL
000140*                 HISTORY GLFEED APPENDS TO (GLHIST.JNL).  FOR
000150*                 THE REPORT MONTH EACH ACCOUNT/REGION GETS A
000160*                 MONTH LINE AND A YEAR-TO-DATE LINE -- BUDGET,
000170*                 ACTUAL, VARIANCE (ACTUAL - BUDGET) AND THE
000180*                 VARIANCE AS A PERCENT OF BUDGET -- FLAGGED
000190*                 WHEN THE PERCENT IS OUTSIDE THE TOLERANCE ON
000200*                 THE TABLE'S TOLR LINE (DEFAULT 10), OR WHEN
000210*                 THERE IS ACTIVITY WITH NO BUDGET AT ALL.
000220*                 ACTUALS ARE NETTED TO EACH ACCOUNT'S NORMAL
000230*                 SIDE FROM GLMAP.TBL (DEBIT WHERE THE ACCOUNT
000240*                 IS NOT MAPPED), AND THE CLEARING ACCOUNT IS
000250*                 LEFT OFF.  LINES ARE GROUPED BY REGION WITH A
000260*                 REGION TOTAL, SO EACH REGIONAL MANAGER'S PAGE
000270*                 STANDS ON ITS OWN, AND A GRAND TOTAL CLOSES
000280*                 THE REPORT.  THE REPORT MONTH COMES FROM THE
000290*                 BUDGET-MONTH ENVIRONMENT VARIABLE (CCYYMM) AND
000300*                 DEFAULTS TO THE MONTH BEFORE THE CURRENT ONE,
000310*                 SO THE RUN THE DAY AFTER CLOSE NEEDS NO
000320*                 SETTING.  WRITTEN TO BUDVAR.RPT.  RETURN-CODE
000330*                 IS 4 WHEN ANY LINE IS FLAGGED OR THERE IS NO
000340*                 HISTORY YET, 12 WHEN BUDGET.TBL CANNOT BE READ.
000341*
000342*10/15/2026  GS   THE FINISHED BUDVAR.RPT IS NOW FILED IN THE
000343*                 REPORT REPOSITORY THROUGH RPTSAVE, SO IT CAN
000344*                 STILL BE LISTED AND REPRINTED FROM OPSMENU AFTER
000345*                 THE NEXT RUN OVERWRITES IT.
000350*
000360*---------------------------------------------------------------*
000370*BUDGET TABLE FORMAT (BUDGET.TBL, ONE LINE PER ACCOUNT, REGION   *
000380*AND MONTH)                                                      *
000390*    "TOLR nnn" IN POSITIONS 1-8 SETS THE FLAG TOLERANCE IN      *
000400*    WHOLE PERCENT.  OTHERWISE:                                  *
000410*    POSITIONS  1-08  GL ACCOUNT NUMBER                          *
000420*    POSITIONS 10-13  REGION (BLANK FOR AN ACCOUNT NOT SPLIT BY  *
000430*                     REGION)                                    *
000440*    POSITIONS 15-20  BUDGET MONTH CCYYMM                        *
000450*    POSITIONS 22-34  BUDGET AMOUNT, 9(11)V99 UNSIGNED           *
000460*---------------------------------------------------------------*
000470*
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER.  IBM-PC.
000510 OBJECT-COMPUTER.  IBM-PC.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT BUDGET-FILE ASSIGN TO "BUDGET.TBL"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-BUDGET-FILE-STATUS.
000570     SELECT HISTORY-FILE ASSIGN TO "GLHIST.JNL"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-HISTORY-FILE-STATUS.
000600     SELECT GLMAP-FILE ASSIGN TO "GLMAP.TBL"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-GLMAP-FILE-STATUS.
000630     SELECT REPORT-FILE ASSIGN TO "BUDVAR.RPT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-REPORT-FILE-STATUS.
000660*
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  BUDGET-FILE.
000700 01  BUDGET-LINE                 PIC X(40).
000710 FD  HISTORY-FILE.
000720 01  HISTORY-LINE                PIC X(40).
000730 FD  GLMAP-FILE.
000740 01  GLMAP-LINE                  PIC X(40).
000750 FD  REPORT-FILE.
000760 01  REPORT-LINE                 PIC X(100).
000770*
000780 WORKING-STORAGE SECTION.
000790 01  WS-BUDGET-FILE-STATUS     PIC X(02).
000800     88  WS-BUDGET-FILE-OK         VALUE "00".
000810     88  WS-BUDGET-FILE-EOF        VALUE "10".
000820 01  WS-HISTORY-FILE-STATUS    PIC X(02).
000830     88  WS-HISTORY-FILE-OK        VALUE "00".
000840     88  WS-HISTORY-FILE-EOF       VALUE "10".
000850 01  WS-GLMAP-FILE-STATUS      PIC X(02).
000860     88  WS-GLMAP-FILE-OK          VALUE "00".
000870     88  WS-GLMAP-FILE-EOF         VALUE "10".
000880 01  WS-REPORT-FILE-STATUS     PIC X(02).
000890 01  WS-REPORT-MONTH           PIC X(06).
000900 01  WS-REPORT-MONTH-N REDEFINES WS-REPORT-MONTH.
000910     05  WS-RM-YEAR            PIC 9(04).
000920     05  WS-RM-MONTH           PIC 9(02).
000930 01  WS-ENV-VALUE              PIC X(06).
000940 01  WS-TIMESTAMP              PIC X(21).
000950 01  WS-TOLERANCE              PIC 9(03) VALUE 10.
000960 01  WS-NO-HISTORY-SW          PIC X(01) VALUE "N".
000970     88  WS-NO-HISTORY             VALUE "Y".
000980*
000990*    NORMAL SIDE OF EACH MAPPED ACCOUNT, FROM GLMAP.TBL.
001000 01  WS-SIDE-TABLE.
001010     05  WS-SIDE-COUNT         PIC 9(03) COMP-5 VALUE 0.
001020     05  WS-SIDE-ENTRY OCCURS 100 TIMES INDEXED BY WS-SIDE-IDX.
001030         10  WS-SIDE-ACCOUNT   PIC X(08).
001040         10  WS-SIDE-NORMAL    PIC X(01).
001050 01  WS-OFFSET-ACCOUNT         PIC X(08) VALUE SPACES.
001060*
001070*    ONE ENTRY PER ACCOUNT AND REGION.
001080 01  WS-LINE-TABLE.
001090     05  WS-LINE-COUNT         PIC 9(03) COMP-5 VALUE 0.
001100     05  WS-LINE-ENTRY OCCURS 500 TIMES INDEXED BY WS-LINE-IDX.
001110         10  WS-LINE-KEY.
001120             15  WS-LINE-REGION    PIC X(04).
001130             15  WS-LINE-ACCOUNT   PIC X(08).
001140         10  WS-LINE-MTH-BUDGET    PIC S9(13)V99 COMP-3.
001150         10  WS-LINE-MTH-ACTUAL    PIC S9(13)V99 COMP-3.
001160         10  WS-LINE-YTD-BUDGET    PIC S9(13)V99 COMP-3.
001170         10  WS-LINE-YTD-ACTUAL    PIC S9(13)V99 COMP-3.
001180 01  WS-LINE-HOLD              PIC X(44).
001190 01  WS-LINE-OVERFLOW-SW       PIC X(01) VALUE "N".
001200     88  WS-LINE-OVERFLOW          VALUE "Y".
001210 01  WS-LINE-SUB               PIC 9(03) COMP-5.
001220 01  WS-NEXT-SUB               PIC 9(03) COMP-5.
001230 01  WS-HIT-SUB                PIC 9(03) COMP-5.
001240 01  WS-SWAP-SW                PIC X(01).
001250     88  WS-SWAP-MADE              VALUE "Y".
001260*
001270 01  WS-FIND-KEY.
001280     05  WS-FIND-REGION        PIC X(04).
001290     05  WS-FIND-ACCOUNT       PIC X(08).
001300 01  WS-FIND-MONTH             PIC X(06).
001310 01  WS-FIND-MONTH-N REDEFINES WS-FIND-MONTH.
001320     05  WS-FM-YEAR            PIC 9(04).
001330     05  WS-FM-MONTH           PIC 9(02).
001340 01  WS-FIND-AMOUNT            PIC S9(13)V99 COMP-3.
001350 01  WS-FIND-COLUMN-SW         PIC X(01).
001360     88  WS-FIND-BUDGET            VALUE "B".
001370     88  WS-FIND-ACTUAL            VALUE "A".
001380 01  WS-AMOUNT-ZONED-G.
001390     05  WS-AMOUNT-ZONED       PIC 9(11)V99.
001400 01  WS-NORMAL-SIDE            PIC X(01).
001410
001430*
001440*    REGION AND GRAND TOTALS.
001450 01  WS-CURRENT-REGION         PIC X(04).
001460 01  WS-RGN-MTH-BUDGET         PIC S9(13)V99 COMP-3.
001470 01  WS-RGN-MTH-ACTUAL         PIC S9(13)V99 COMP-3.
001480 01  WS-RGN-YTD-BUDGET         PIC S9(13)V99 COMP-3.
001490 01  WS-RGN-YTD-ACTUAL         PIC S9(13)V99 COMP-3.
001500 01  WS-TOT-MTH-BUDGET         PIC S9(13)V99 COMP-3 VALUE 0.
001510 01  WS-TOT-MTH-ACTUAL         PIC S9(13)V99 COMP-3 VALUE 0.
001520 01  WS-TOT-YTD-BUDGET         PIC S9(13)V99 COMP-3 VALUE 0.
001530 01  WS-TOT-YTD-ACTUAL         PIC S9(13)V99 COMP-3 VALUE 0.
001540*
001550*    ONE PRINTED AMOUNT LINE.
001560 01  WS-PR-LABEL               PIC X(19).
001570 01  WS-PR-BUDGET              PIC S9(13)V99 COMP-3.
001580 01  WS-PR-ACTUAL              PIC S9(13)V99 COMP-3.
001590 01  WS-PR-VARIANCE            PIC S9(13)V99 COMP-3.
001600 01  WS-PR-PERCENT             PIC S9(05)V9.
001610 01  WS-PR-ABS-PERCENT         PIC 9(05)V9.
001620 01  WS-FLAG-COUNT             PIC 9(05) VALUE 0.
001630 01  WS-AMOUNT-EDIT            PIC Z,ZZZ,ZZZ,ZZ9.99-.
001640 01  WS-PERCENT-EDIT           PIC ZZZZ9.9-.
001650 01  WS-COUNT-EDIT             PIC ZZZZZZ9.
001651*
001652*    NAME AND KEYS THE FINISHED REPORT IS FILED UNDER IN THE
001653*    REPORT REPOSITORY.  A BLANK ENTITY IS RESOLVED BY RPTSAVE.
001654 01  WS-REPO-NAME              PIC X(15) VALUE "BUDVAR.RPT".
001655 01  WS-REPO-JOB               PIC X(08) VALUE "BUDVAR".
001656 01  WS-REPO-ENTITY            PIC X(04) VALUE SPACES.
001657 01  WS-REPO-STATUS            PIC 9(02).
001660*
001670 PROCEDURE DIVISION.
001680*
001690 0000-MAINLINE.
001700     DISPLAY "BUDVAR - BUDGET VERSUS ACTUAL REPORT".
001710     MOVE SPACES TO WS-ENV-VALUE.
001720     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "BUDGET-MONTH".
001730     IF WS-ENV-VALUE NOT = SPACES
001740         MOVE WS-ENV-VALUE TO WS-REPORT-MONTH
001750     ELSE
001760         MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
001770         MOVE WS-TIMESTAMP(1:6) TO WS-REPORT-MONTH
001780         IF WS-RM-MONTH = 1
001790             SUBTRACT 1 FROM WS-RM-YEAR
001800             MOVE 12 TO WS-RM-MONTH
001810         ELSE
001820             SUBTRACT 1 FROM WS-RM-MONTH
001830         END-IF
001840     END-IF.
001850     IF WS-REPORT-MONTH NOT NUMERIC
001860         OR WS-RM-MONTH < 1 OR WS-RM-MONTH > 12
001870         DISPLAY "BUDVAR - BAD BUDGET-MONTH ", WS-REPORT-MONTH
001880         MOVE 12 TO RETURN-CODE
001890         STOP RUN
001900     END-IF.
001910     PERFORM 1000-LOAD-GL-MAP THRU 1000-EXIT.
001920     OPEN INPUT BUDGET-FILE.
001930     IF NOT WS-BUDGET-FILE-OK
001940         DISPLAY "BUDVAR - CANNOT OPEN BUDGET.TBL"
001950         MOVE 12 TO RETURN-CODE
001960         STOP RUN
001970     END-IF.
001980     PERFORM 2000-LOAD-ONE-BUDGET THRU 2000-EXIT
001990         UNTIL WS-BUDGET-FILE-EOF.
002000     CLOSE BUDGET-FILE.
002010     OPEN INPUT HISTORY-FILE.
002020     IF WS-HISTORY-FILE-OK
002030         PERFORM 3000-DIGEST-ONE-HISTORY THRU 3000-EXIT
002040             UNTIL WS-HISTORY-FILE-EOF
002050         CLOSE HISTORY-FILE
002060     ELSE
002070         DISPLAY "BUDVAR - NO GLHIST.JNL, ACTUALS ARE ZERO"
002080         SET WS-NO-HISTORY TO TRUE
002090     END-IF.
002100     PERFORM 4000-SORT-LINES THRU 4000-EXIT.
002110     OPEN OUTPUT REPORT-FILE.
002120     PERFORM 5000-PRINT-REPORT THRU 5000-EXIT.
002130     CLOSE REPORT-FILE.
002131     CALL "RPTSAVE" USING WS-REPO-NAME, WS-REPO-JOB,
002132                          WS-REPO-ENTITY, WS-REPO-STATUS.
002133     IF WS-REPO-STATUS NOT = ZERO
002134         DISPLAY "BUDVAR - REPORT NOT FILED IN THE",
002135             " REPOSITORY, STATUS ", WS-REPO-STATUS
002136     END-IF.
002140     MOVE WS-FLAG-COUNT TO WS-COUNT-EDIT.
002150     DISPLAY "BUDVAR - LINES OUTSIDE TOLERANCE = ", WS-COUNT-EDIT.
002160     DISPLAY "BUDVAR - REPORT WRITTEN TO BUDVAR.RPT FOR ",
002170         WS-REPORT-MONTH.
002180     IF WS-FLAG-COUNT > 0
002190         OR WS-NO-HISTORY
002200         OR WS-LINE-OVERFLOW
002210         MOVE 4 TO RETURN-CODE
002220     ELSE
002230         MOVE 0 TO RETURN-CODE
002240     END-IF.
002250     STOP RUN.
002260*
002270*    GLMAP.TBL IS OPTIONAL HERE -- WITHOUT IT EVERY ACCOUNT IS
002280*    TAKEN AS DEBIT-NORMAL AND NOTHING IS LEFT OFF.
002290 1000-LOAD-GL-MAP.
002300     OPEN INPUT GLMAP-FILE.
002310     IF NOT WS-GLMAP-FILE-OK
002320         GO TO 1000-EXIT
002330     END-IF.
002340     PERFORM 1100-LOAD-ONE-MAP THRU 1100-EXIT
002350         UNTIL WS-GLMAP-FILE-EOF.
002360     CLOSE GLMAP-FILE.
002370 1000-EXIT.
002380     EXIT.
002390*
002400 1100-LOAD-ONE-MAP.
002410     READ GLMAP-FILE
002420         AT END
002430             GO TO 1100-EXIT
002440     END-READ.
002450     IF GLMAP-LINE = SPACES
002460         GO TO 1100-EXIT
002470     END-IF.
002480     IF GLMAP-LINE(1:8) = "OFFSET"
002490         MOVE GLMAP-LINE(10:8) TO WS-OFFSET-ACCOUNT
002500         GO TO 1100-EXIT
002510     END-IF.
002520     IF WS-SIDE-COUNT = 100
002530         GO TO 1100-EXIT
002540     END-IF.
002550     ADD 1 TO WS-SIDE-COUNT.
002560     SET WS-SIDE-IDX TO WS-SIDE-COUNT.
002570     MOVE GLMAP-LINE(22:8) TO WS-SIDE-ACCOUNT(WS-SIDE-IDX).
002580     MOVE GLMAP-LINE(31:1) TO WS-SIDE-NORMAL(WS-SIDE-IDX).
002590 1100-EXIT.
002600     EXIT.
002610*
002620 2000-LOAD-ONE-BUDGET.
002630     READ BUDGET-FILE
002640         AT END
002650             GO TO 2000-EXIT
002660     END-READ.
002670     IF BUDGET-LINE = SPACES
002680         GO TO 2000-EXIT
002690     END-IF.
002700     IF BUDGET-LINE(1:4) = "TOLR"
002710         IF BUDGET-LINE(6:3) NUMERIC
002720             MOVE BUDGET-LINE(6:3) TO WS-TOLERANCE
002730         END-IF
002740         GO TO 2000-EXIT
002750     END-IF.
002760     MOVE BUDGET-LINE(15:6) TO WS-FIND-MONTH.
002770     IF WS-FIND-MONTH NOT NUMERIC
002780         OR BUDGET-LINE(22:13) NOT NUMERIC
002790         DISPLAY "BUDVAR - BUDGET LINE SKIPPED: ", BUDGET-LINE
002800         GO TO 2000-EXIT
002810     END-IF.
002820     MOVE BUDGET-LINE(1:8) TO WS-FIND-ACCOUNT.
002830     MOVE BUDGET-LINE(10:4) TO WS-FIND-REGION.
002840     MOVE BUDGET-LINE(22:13) TO WS-AMOUNT-ZONED-G.
002850     MOVE WS-AMOUNT-ZONED TO WS-FIND-AMOUNT.
002860     SET WS-FIND-BUDGET TO TRUE.
002870     PERFORM 6000-POST-AMOUNT THRU 6000-EXIT.
002880 2000-EXIT.
002890     EXIT.
002900*
002910 3000-DIGEST-ONE-HISTORY.
002920     READ HISTORY-FILE
002930         AT END
002940             GO TO 3000-EXIT
002950     END-READ.
002960     IF HISTORY-LINE(12:13) NOT NUMERIC
002970         GO TO 3000-EXIT
002980     END-IF.
002990     MOVE HISTORY-LINE(26:6) TO WS-FIND-MONTH.
003000     IF WS-FIND-MONTH NOT NUMERIC
003010         GO TO 3000-EXIT
003020     END-IF.
003030     MOVE HISTORY-LINE(1:8) TO WS-FIND-ACCOUNT.
003040     IF WS-FIND-ACCOUNT = WS-OFFSET-ACCOUNT
003050         GO TO 3000-EXIT
003060     END-IF.
003070     MOVE HISTORY-LINE(35:4) TO WS-FIND-REGION.
003080     MOVE "D" TO WS-NORMAL-SIDE.
003090     PERFORM 3100-FIND-SIDE THRU 3100-EXIT
003100         VARYING WS-SIDE-IDX FROM 1 BY 1
003110         UNTIL WS-SIDE-IDX > WS-SIDE-COUNT.
003120     MOVE HISTORY-LINE(12:13) TO WS-AMOUNT-ZONED-G.
003130     IF HISTORY-LINE(10:1) = WS-NORMAL-SIDE
003140         MOVE WS-AMOUNT-ZONED TO WS-FIND-AMOUNT
003150     ELSE
003160         COMPUTE WS-FIND-AMOUNT = 0 - WS-AMOUNT-ZONED
003170     END-IF.
003180     SET WS-FIND-ACTUAL TO TRUE.
003190     PERFORM 6000-POST-AMOUNT THRU 6000-EXIT.
003200 3000-EXIT.
003210     EXIT.
003220*
003230 3100-FIND-SIDE.
003240     IF WS-SIDE-ACCOUNT(WS-SIDE-IDX) = WS-FIND-ACCOUNT
003250         MOVE WS-SIDE-NORMAL(WS-SIDE-IDX) TO WS-NORMAL-SIDE
003260     END-IF.
003270 3100-EXIT.
003280     EXIT.
003290*
003300*    EXCHANGE SORT INTO REGION / ACCOUNT ORDER -- THE TABLE IS
003310*    SMALL ENOUGH THAT NOTHING CLEVERER IS CALLED FOR.
003320 4000-SORT-LINES.
003330     IF WS-LINE-COUNT < 2
003340         GO TO 4000-EXIT
003350     END-IF.
003360     SET WS-SWAP-MADE TO TRUE.
003370     PERFORM 4100-SORT-ONE-PASS THRU 4100-EXIT
003380         UNTIL NOT WS-SWAP-MADE.
003390 4000-EXIT.
003400     EXIT.
003410*
003420 4100-SORT-ONE-PASS.
003430     MOVE "N" TO WS-SWAP-SW.
003440     PERFORM 4200-COMPARE-PAIR THRU 4200-EXIT
003450         VARYING WS-LINE-SUB FROM 1 BY 1
003460         UNTIL WS-LINE-SUB >= WS-LINE-COUNT.
003470 4100-EXIT.
003480     EXIT.
003490*
003500 4200-COMPARE-PAIR.
003510     COMPUTE WS-NEXT-SUB = WS-LINE-SUB + 1.
003520     IF WS-LINE-KEY(WS-LINE-SUB) > WS-LINE-KEY(WS-NEXT-SUB)
003530         MOVE WS-LINE-ENTRY(WS-LINE-SUB) TO WS-LINE-HOLD
003540         MOVE WS-LINE-ENTRY(WS-NEXT-SUB)
003550             TO WS-LINE-ENTRY(WS-LINE-SUB)
003560         MOVE WS-LINE-HOLD TO WS-LINE-ENTRY(WS-NEXT-SUB)
003570         SET WS-SWAP-MADE TO TRUE
003580     END-IF.
003590 4200-EXIT.
003600     EXIT.
003610*
003620 5000-PRINT-REPORT.
003630     MOVE SPACES TO REPORT-LINE.
003640     STRING "BUDGET VERSUS ACTUAL FOR " WS-REPORT-MONTH
003650            "  (YEAR TO DATE FROM " WS-RM-YEAR "01)"
003660            "  TOLERANCE " WS-TOLERANCE " PCT"
003670            DELIMITED BY SIZE
003680         INTO REPORT-LINE.
003690     WRITE REPORT-LINE.
003700     MOVE SPACES TO REPORT-LINE.
003710     WRITE REPORT-LINE.
003720     MOVE "ACCOUNT  RGN  PERIOD" TO REPORT-LINE.
003730     MOVE "BUDGET" TO REPORT-LINE(32:6).
003740     MOVE "ACTUAL" TO REPORT-LINE(50:6).
003750     MOVE "VARIANCE" TO REPORT-LINE(66:8).
003760     MOVE "VAR PCT" TO REPORT-LINE(75:7).
003770     WRITE REPORT-LINE.
003780     IF WS-LINE-COUNT = 0
003790         MOVE "  (NO BUDGET OR ACTUALS FOR THIS YEAR)"
003800             TO REPORT-LINE
003810         WRITE REPORT-LINE
003820         GO TO 5000-EXIT
003830     END-IF.
003840     MOVE WS-LINE-REGION(1) TO WS-CURRENT-REGION.
003850     PERFORM 5300-START-REGION THRU 5300-EXIT.
003860     PERFORM 5100-PRINT-ONE-KEY THRU 5100-EXIT
003870         VARYING WS-LINE-IDX FROM 1 BY 1
003880         UNTIL WS-LINE-IDX > WS-LINE-COUNT.
003890     PERFORM 5400-PRINT-REGION-TOTAL THRU 5400-EXIT.
003900     MOVE SPACES TO REPORT-LINE.
003910     WRITE REPORT-LINE.
003920     MOVE "GRAND TOTAL   MONTH" TO WS-PR-LABEL.
003930     MOVE WS-TOT-MTH-BUDGET TO WS-PR-BUDGET.
003940     MOVE WS-TOT-MTH-ACTUAL TO WS-PR-ACTUAL.
003950     PERFORM 5200-PRINT-AMOUNT-LINE THRU 5200-EXIT.
003955     MOVE SPACES TO WS-PR-LABEL.
003960     MOVE "YTD" TO WS-PR-LABEL(15:3).
003970     MOVE WS-TOT-YTD-BUDGET TO WS-PR-BUDGET.
003980     MOVE WS-TOT-YTD-ACTUAL TO WS-PR-ACTUAL.
003990     PERFORM 5200-PRINT-AMOUNT-LINE THRU 5200-EXIT.
004000     IF WS-LINE-OVERFLOW
004010         MOVE "MORE THAN 500 ACCOUNT/REGION LINES - REPORT IS "
004020             TO REPORT-LINE
004030         MOVE "INCOMPLETE" TO REPORT-LINE(48:10)
004040         WRITE REPORT-LINE
004050     END-IF.
004060 5000-EXIT.
004070     EXIT.
004080*
004090 5100-PRINT-ONE-KEY.
004100     IF WS-LINE-REGION(WS-LINE-IDX) NOT = WS-CURRENT-REGION
004110         PERFORM 5400-PRINT-REGION-TOTAL THRU 5400-EXIT
004120         MOVE WS-LINE-REGION(WS-LINE-IDX) TO WS-CURRENT-REGION
004130         PERFORM 5300-START-REGION THRU 5300-EXIT
004140     END-IF.
004150     MOVE SPACES TO WS-PR-LABEL.
004160     MOVE WS-LINE-ACCOUNT(WS-LINE-IDX) TO WS-PR-LABEL(1:8).
004170     MOVE WS-LINE-REGION(WS-LINE-IDX) TO WS-PR-LABEL(10:4).
004180     MOVE "MONTH" TO WS-PR-LABEL(15:5).
004190     MOVE WS-LINE-MTH-BUDGET(WS-LINE-IDX) TO WS-PR-BUDGET.
004200     MOVE WS-LINE-MTH-ACTUAL(WS-LINE-IDX) TO WS-PR-ACTUAL.
004210     PERFORM 5200-PRINT-AMOUNT-LINE THRU 5200-EXIT.
004220     MOVE SPACES TO WS-PR-LABEL.
004230     MOVE "YTD" TO WS-PR-LABEL(15:3).
004240     MOVE WS-LINE-YTD-BUDGET(WS-LINE-IDX) TO WS-PR-BUDGET.
004250     MOVE WS-LINE-YTD-ACTUAL(WS-LINE-IDX) TO WS-PR-ACTUAL.
004260     PERFORM 5200-PRINT-AMOUNT-LINE THRU 5200-EXIT.
004270     ADD WS-LINE-MTH-BUDGET(WS-LINE-IDX) TO WS-RGN-MTH-BUDGET,
004280                                            WS-TOT-MTH-BUDGET.
004290     ADD WS-LINE-MTH-ACTUAL(WS-LINE-IDX) TO WS-RGN-MTH-ACTUAL,
004300                                            WS-TOT-MTH-ACTUAL.
004310     ADD WS-LINE-YTD-BUDGET(WS-LINE-IDX) TO WS-RGN-YTD-BUDGET,
004320                                            WS-TOT-YTD-BUDGET.
004330     ADD WS-LINE-YTD-ACTUAL(WS-LINE-IDX) TO WS-RGN-YTD-ACTUAL,
004340                                            WS-TOT-YTD-ACTUAL.
004350 5100-EXIT.
004360     EXIT.
004370*
004380*    VARIANCE IS ACTUAL - BUDGET; THE PERCENT IS OF BUDGET.  A
004390*    LINE WITH ACTIVITY BUT NO BUDGET IS ALWAYS FLAGGED.
004400 5200-PRINT-AMOUNT-LINE.
004410     COMPUTE WS-PR-VARIANCE = WS-PR-ACTUAL - WS-PR-BUDGET.
004420     MOVE SPACES TO REPORT-LINE.
004430     MOVE WS-PR-LABEL TO REPORT-LINE(1:19).
004440     MOVE WS-PR-BUDGET TO WS-AMOUNT-EDIT.
004450     MOVE WS-AMOUNT-EDIT TO REPORT-LINE(21:17).
004460     MOVE WS-PR-ACTUAL TO WS-AMOUNT-EDIT.
004470     MOVE WS-AMOUNT-EDIT TO REPORT-LINE(39:17).
004480     MOVE WS-PR-VARIANCE TO WS-AMOUNT-EDIT.
004490     MOVE WS-AMOUNT-EDIT TO REPORT-LINE(57:17).
004500     IF WS-PR-BUDGET = 0
004510         MOVE "    N/A" TO REPORT-LINE(75:7)
004520         IF WS-PR-ACTUAL NOT = 0
004530             MOVE "** NO BUDGET" TO REPORT-LINE(84:12)
004540             ADD 1 TO WS-FLAG-COUNT
004550         END-IF
004560         WRITE REPORT-LINE
004570         GO TO 5200-EXIT
004580     END-IF.
004590     COMPUTE WS-PR-PERCENT ROUNDED =
004600         WS-PR-VARIANCE * 100 / WS-PR-BUDGET
004610         ON SIZE ERROR
004620             IF WS-PR-VARIANCE < 0
004630                 MOVE -99999.9 TO WS-PR-PERCENT
004640             ELSE
004650                 MOVE 99999.9 TO WS-PR-PERCENT
004660             END-IF
004670     END-COMPUTE.
004680     MOVE WS-PR-PERCENT TO WS-PERCENT-EDIT.
004690     MOVE WS-PERCENT-EDIT TO REPORT-LINE(75:8).
004700     MOVE WS-PR-PERCENT TO WS-PR-ABS-PERCENT.
004710     IF WS-PR-ABS-PERCENT > WS-TOLERANCE
004720         MOVE "** OUTSIDE" TO REPORT-LINE(84:10)
004730         ADD 1 TO WS-FLAG-COUNT
004740     END-IF.
004750     WRITE REPORT-LINE.
004760 5200-EXIT.
004770     EXIT.
004780*
004790 5300-START-REGION.
004800     MOVE SPACES TO REPORT-LINE.
004810     WRITE REPORT-LINE.
004820     IF WS-CURRENT-REGION = SPACES
004830         MOVE "ACCOUNTS NOT SPLIT BY REGION" TO REPORT-LINE
004840     ELSE
004850         STRING "REGION " WS-CURRENT-REGION
004860                DELIMITED BY SIZE
004870             INTO REPORT-LINE
004880     END-IF.
004890     WRITE REPORT-LINE.
004900     MOVE 0 TO WS-RGN-MTH-BUDGET, WS-RGN-MTH-ACTUAL,
004910               WS-RGN-YTD-BUDGET, WS-RGN-YTD-ACTUAL.
004920 5300-EXIT.
004930     EXIT.
004940*
004950 5400-PRINT-REGION-TOTAL.
004960     MOVE SPACES TO WS-PR-LABEL.
004970     STRING "   TOTAL " WS-CURRENT-REGION " MONTH"
004980            DELIMITED BY SIZE
004990         INTO WS-PR-LABEL.
005000     MOVE WS-RGN-MTH-BUDGET TO WS-PR-BUDGET.
005010     MOVE WS-RGN-MTH-ACTUAL TO WS-PR-ACTUAL.
005020     PERFORM 5200-PRINT-AMOUNT-LINE THRU 5200-EXIT.
005030     MOVE SPACES TO WS-PR-LABEL.
005040     MOVE "YTD" TO WS-PR-LABEL(15:3).
005050     MOVE WS-RGN-YTD-BUDGET TO WS-PR-BUDGET.
005060     MOVE WS-RGN-YTD-ACTUAL TO WS-PR-ACTUAL.
005070     PERFORM 5200-PRINT-AMOUNT-LINE THRU 5200-EXIT.
005080 5400-EXIT.
005090     EXIT.
005100*
005110*    ADDS WS-FIND-AMOUNT FOR WS-FIND-KEY IN WS-FIND-MONTH TO THE
005120*    BUDGET OR ACTUAL COLUMNS.  ONLY THE REPORT YEAR UP TO THE
005130*    REPORT MONTH COUNTS.
005140 6000-POST-AMOUNT.
005150     IF WS-FM-YEAR NOT = WS-RM-YEAR
005160         OR WS-FM-MONTH > WS-RM-MONTH
005170         GO TO 6000-EXIT
005180     END-IF.
005190     MOVE 0 TO WS-HIT-SUB.
005200     PERFORM 6100-FIND-KEY THRU 6100-EXIT
005210         VARYING WS-LINE-SUB FROM 1 BY 1
005220         UNTIL WS-LINE-SUB > WS-LINE-COUNT
005230            OR WS-HIT-SUB > 0.
005240     IF WS-HIT-SUB = 0
005250         IF WS-LINE-COUNT = 500
005260             SET WS-LINE-OVERFLOW TO TRUE
005270             GO TO 6000-EXIT
005280         END-IF
005290         ADD 1 TO WS-LINE-COUNT
005300         MOVE WS-LINE-COUNT TO WS-HIT-SUB
005310         SET WS-LINE-IDX TO WS-HIT-SUB
005320         MOVE WS-FIND-KEY TO WS-LINE-KEY(WS-LINE-IDX)
005330         MOVE 0 TO WS-LINE-MTH-BUDGET(WS-LINE-IDX),
005340                   WS-LINE-MTH-ACTUAL(WS-LINE-IDX),
005350                   WS-LINE-YTD-BUDGET(WS-LINE-IDX),
005360                   WS-LINE-YTD-ACTUAL(WS-LINE-IDX)
005370     END-IF.
005380     SET WS-LINE-IDX TO WS-HIT-SUB.
005390     IF WS-FIND-BUDGET
005400         ADD WS-FIND-AMOUNT TO WS-LINE-YTD-BUDGET(WS-LINE-IDX)
005410         IF WS-FM-MONTH = WS-RM-MONTH
005420             ADD WS-FIND-AMOUNT
005430                 TO WS-LINE-MTH-BUDGET(WS-LINE-IDX)
005440         END-IF
005450     ELSE
005460         ADD WS-FIND-AMOUNT TO WS-LINE-YTD-ACTUAL(WS-LINE-IDX)
005470         IF WS-FM-MONTH = WS-RM-MONTH
005480             ADD WS-FIND-AMOUNT
005490                 TO WS-LINE-MTH-ACTUAL(WS-LINE-IDX)
005500         END-IF
005510     END-IF.
005520 6000-EXIT.
005530     EXIT.
005540*
005550 6100-FIND-KEY.
005560     SET WS-LINE-IDX TO WS-LINE-SUB.
005570     IF WS-LINE-KEY(WS-LINE-IDX) = WS-FIND-KEY
005580         MOVE WS-LINE-SUB TO WS-HIT-SUB
005590     END-IF.
005600 6100-EXIT.
005610     EXIT.
