000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ZBASWEEP.
000030 AUTHOR.        G. SWINKELS, DATA PROCESSING.
000040 INSTALLATION.  DATA PROCESSING DEPT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*MODIFICATION HISTORY
000090*--------------------
000100*10/15/2026  GS   ORIGINAL.  END-OF-DAY ZERO-BALANCE SWEEP
000110*                 BETWEEN A CORPORATE CUSTOMER'S OPERATING
000120*                 SUB-ACCOUNTS AND ITS CONCENTRATION ACCOUNT,
000130*                 REPLACING THE TRANSFERS TREASURY USED TO WORK
000140*                 OUT BY HAND FROM ACCTINQ.  RUN AFTER ACCTPOST.
000150*                 EACH RELATIONSHIP ON SWEEP.TBL NAMES A SUB-
000160*                 ACCOUNT, ITS CONCENTRATION ACCOUNT, THE
000170*                 BALANCE THE SUB-ACCOUNT IS TO BE LEFT AT AND
000180*                 THE DIRECTION IT MAY BE SWEPT IN.  BOTH
000190*                 ACCOUNTS ARE FUNC-READ FROM THE ACCOUNT MASTER
000200*                 THROUGH RSMFCOB; MEMO HOLDS FROM HOLDS.DAT ARE
000210*                 TAKEN OFF THE BALANCE THE SAME WAY ACCTPOST
000220*                 TAKES THEM OFF, SO HELD FUNDS ARE NEVER SWEPT
000230*                 AND A FUNDING DEBIT NEVER PENDS IN ACCTPOST.
000240*                 A DORMANT OR CLOSED ACCOUNT, ON EITHER SIDE, IS
000250*                 NOT SWEPT.  EACH SWEEP IS WRITTEN AS AN
000260*                 OFFSETTING PAIR OF DETAIL RECORDS -- A DEBIT TO
000270*                 ONE ACCOUNT, THE MATCHING CREDIT TO THE OTHER
000280*                 -- TO SWEEP.DAT, A NORMAL EXTRACT WITH A
000290*                 HEADER SOURCED "SWEEP" AND A TRAILER, SO THE
000300*                 PAIRS POST THROUGH HDRCHK, TRLRCHK, THE SORT
000310*                 AND ACCTPOST LIKE ANY OTHER FEED.  SWEEP-EXTRACT
000320*                 REPOINTS THE EXTRACT.  SWEEP.RPT SHOWS EACH
000330*                 CUSTOMER'S SUB-ACCOUNTS UNDER ITS CONCENTRATION
000340*                 ACCOUNT, THEN LISTS EVERYTHING THAT COULD NOT
000350*                 BE SWEPT AND WHY; IT IS FILED IN THE REPORT
000360*                 REPOSITORY THROUGH RPTSAVE.  RETURN-CODE IS 4
000370*                 WHEN ANYTHING COULD NOT BE SWEPT, 12 WHEN
000380*                 SWEEP.TBL HOLDS NO RELATIONSHIPS OR THE MASTER
000390*                 OR THE EXTRACT CANNOT BE OPENED.
000392*
000394*10/15/2026  GS   THE SWEEP EXTRACT IS NOW WRITTEN AS LAYOUT 03
000396*                 WITH BLANK TRANSACTION REFERENCES, STAMPED WHEN
000398*                 THE EXTRACT IS TAKEN IN LIKE ANY OTHER FEED.
000399*
000400*10/15/2026  GS   ACCOUNT MASTER RECORD IS NOW 130 BYTES, NOW THAT
000401*                 ACCTREC CARRIES THE ACCOUNT CURRENCY AND THE
000402*                 FOREIGN-CURRENCY BALANCE.
000403*
000404*10/15/2026  GS   HOLDS.DAT IS READ TO THE END.  MORE THAN 1000
000404*                 HOLDS IN FORCE ARE COUNTED AND THE RUN ENDS
000404*                 WITH RETURN-CODE 12 BEFORE ANYTHING IS SWEPT.
000406*
000410*---------------------------------------------------------------*
000420*SWEEP RELATIONSHIP TABLE FORMAT (SWEEP.TBL, ONE PER LINE)       *
000430*    POSITIONS  1-10  SUB-ACCOUNT NUMBER                         *
000440*    POSITIONS 12-21  CONCENTRATION ACCOUNT NUMBER               *
000450*    POSITIONS 23-35  TARGET BALANCE, 9(11)V99, ZERO PADDED      *
000460*                      (ZEROS FOR A TRUE ZERO-BALANCE SWEEP)     *
000470*    POSITION  37     "U" = SWEEP ANY EXCESS UP TO THE           *
000480*                      CONCENTRATION ACCOUNT, "D" = FUND ANY     *
000490*                      SHORTFALL DOWN FROM IT, "B" = BOTH        *
000500*    POSITIONS 39-42  REGION CODE THE TRANSFERS POST UNDER       *
000510*A LINE "TYPE TT" NAMES THE TRANSACTION TYPE THE TRANSFERS ARE  *
000520*WRITTEN WITH (SW WHEN NO TYPE LINE IS FOUND).                  *
000530*---------------------------------------------------------------*
000540*
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000570 SOURCE-COMPUTER.  IBM-PC.
000580 OBJECT-COMPUTER.  IBM-PC.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT CONTROL-FILE ASSIGN TO "SWEEP.TBL"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-CONTROL-FILE-STATUS.
000640     SELECT HOLDS-FILE ASSIGN TO "HOLDS.DAT"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-HOLDS-FILE-STATUS.
000670     SELECT EXTRACT-FILE ASSIGN TO WS-EXTRACT-FILE-NAME
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-EXTRACT-FILE-STATUS.
000700     SELECT REPORT-FILE ASSIGN TO "SWEEP.RPT"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-REPORT-FILE-STATUS.
000730*
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  CONTROL-FILE.
000770 01  CONTROL-FILE-RECORD         PIC X(80).
000780 FD  HOLDS-FILE.
000790 01  HOLDS-FILE-RECORD           PIC X(80).
000800 FD  EXTRACT-FILE.
000810 01  EXTRACT-RECORD              PIC X(82).
000820 FD  REPORT-FILE.
000830 01  REPORT-LINE                 PIC X(132).
000840*
000850 WORKING-STORAGE SECTION.
000860 01  WS-CONTROL-FILE-STATUS    PIC X(02).
000870     88  WS-CONTROL-FILE-OK        VALUE "00".
000880     88  WS-CONTROL-FILE-EOF       VALUE "10".
000890 01  WS-HOLDS-FILE-STATUS      PIC X(02).
000900     88  WS-HOLDS-FILE-OK          VALUE "00".
000910     88  WS-HOLDS-FILE-EOF         VALUE "10".
000920 01  WS-EXTRACT-FILE-NAME      PIC X(15) VALUE "SWEEP.DAT".
000930 01  WS-EXTRACT-FILE-STATUS    PIC X(02).
000940     88  WS-EXTRACT-FILE-OK        VALUE "00".
000950 01  WS-REPORT-FILE-STATUS     PIC X(02).
000960 01  WS-ENV-VALUE              PIC X(15).
000970 01  WS-TIMESTAMP              PIC X(21).
000980 01  WS-RUN-DATE               PIC X(08).
000990*
001000 01  WS-FUNC                   PIC 999 COMP-5.
001010     88  FUNC-OPEN                 VALUE 1.
001020     88  FUNC-CLOSE                VALUE 2.
001030     88  FUNC-READ                 VALUE 3.
001040 01  WS-IO-AREA                PIC X(4000).
001050 01  WS-IO-LEN                 PIC 999 COMP-5.
001060 01  WS-RET-CODE               PIC 999 COMP-5.
001070 01  WS-MASTER-FILE-NAME       PIC X(15) VALUE "ACCTMST".
001080*
001090 01  WS-SWEEP-TYPE             PIC X(02) VALUE "SW".
001100 01  WS-REL-TABLE.
001110     05  WS-REL-COUNT          PIC 9(04) COMP-5 VALUE 0.
001120     05  WS-REL-ENTRY OCCURS 500 TIMES
001130             INDEXED BY WS-REL-IDX, WS-MEM-IDX.
001140         10  WS-REL-SUB        PIC X(10).
001150         10  WS-REL-CONC       PIC X(10).
001160         10  WS-REL-TARGET     PIC 9(11)V99.
001170         10  WS-REL-DIRECTION  PIC X(01).
001180             88  WS-REL-SWEEPS-UP      VALUE "U" "B".
001190             88  WS-REL-SWEEPS-DOWN    VALUE "D" "B".
001200         10  WS-REL-REGION     PIC X(04).
001210         10  WS-REL-DONE-SW    PIC X(01).
001220             88  WS-REL-DONE           VALUE "Y".
001230 01  WS-REL-SKIPPED-COUNT      PIC 9(05) VALUE 0.
001240*
001250 01  WS-HOLD-TABLE.
001260     05  WS-HOLD-COUNT         PIC 9(04) COMP-5 VALUE 0.
001270     05  WS-HOLD-ENTRY OCCURS 1000 TIMES
001280             INDEXED BY WS-HOLD-IDX.
001290         10  WS-HOLD-ACCOUNT   PIC X(10).
001300         10  WS-HOLD-AMOUNT    PIC 9(11)V99.
001310 01  WS-HOLD-ACCOUNT-KEY       PIC X(10).
001315 01  WS-HOLD-OVERFLOW          PIC 9(07) VALUE 0.
001320 01  WS-FIELD-TEXT             PIC X(13).
001330 01  WS-FIELD-AMOUNT REDEFINES WS-FIELD-TEXT
001340                               PIC 9(11)V99.
001350 01  WS-HOLD-TOTAL             PIC S9(11)V99 COMP-3.
001360*
001370*    THE CONCENTRATION ACCOUNT OF THE CUSTOMER BEING SWEPT.
001380 01  WS-CONC-ACCOUNT           PIC X(10).
001390 01  WS-CONC-NAME              PIC X(30).
001400 01  WS-CONC-BALANCE           PIC S9(11)V99.
001410 01  WS-CONC-HELD              PIC S9(11)V99.
001420 01  WS-CONC-AVAILABLE         PIC S9(13)V99.
001430 01  WS-CONC-REASON            PIC X(30).
001440 01  WS-CONC-IN                PIC S9(13)V99.
001450 01  WS-CONC-OUT               PIC S9(13)V99.
001460*
001470*    THE SUB-ACCOUNT BEING SWEPT.
001480 01  WS-SUB-NAME               PIC X(30).
001490 01  WS-SUB-BALANCE            PIC S9(11)V99.
001500 01  WS-SUB-HELD               PIC S9(11)V99.
001510 01  WS-SUB-AVAILABLE          PIC S9(13)V99.
001520 01  WS-SWEEP-AMOUNT           PIC S9(13)V99.
001530 01  WS-LEFT-AMOUNT            PIC S9(13)V99.
001540 01  WS-SUB-ACTION             PIC X(30).
001550 01  WS-SUB-REASON             PIC X(30).
001560*
001570*    EVERYTHING NOT SWEPT, LISTED AGAIN AT THE END OF THE REPORT.
001580 01  WS-MISS-TABLE.
001590     05  WS-MISS-COUNT         PIC 9(04) COMP-5 VALUE 0.
001600     05  WS-MISS-ENTRY OCCURS 1000 TIMES
001610             INDEXED BY WS-MISS-IDX.
001620         10  WS-MISS-SUB       PIC X(10).
001630         10  WS-MISS-CONC      PIC X(10).
001640         10  WS-MISS-AMOUNT    PIC S9(13)V99.
001650         10  WS-MISS-REASON    PIC X(30).
001660 01  WS-NOT-SWEPT-COUNT        PIC 9(05) VALUE 0.
001670*
001680 01  WS-PAIR-COUNT             PIC 9(05) VALUE 0.
001690 01  WS-DETAIL-COUNT           PIC 9(07) VALUE 0.
001700 01  WS-CUSTOMER-COUNT         PIC 9(05) VALUE 0.
001710 01  WS-TOTAL-UP               PIC S9(13)V99 VALUE 0.
001720 01  WS-TOTAL-DOWN             PIC S9(13)V99 VALUE 0.
001730 01  WS-DEBIT-ACCOUNT          PIC X(10).
001740 01  WS-DEBIT-NAME             PIC X(30).
001750 01  WS-CREDIT-ACCOUNT         PIC X(10).
001760 01  WS-CREDIT-NAME            PIC X(30).
001770 01  WS-PAIR-REGION            PIC X(04).
001780 01  WS-COUNT-EDIT             PIC ZZZZZZ9.
001790 01  WS-AMOUNT-EDIT            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
001800 01  WS-AMOUNT-EDIT-2          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
001810 01  WS-AMOUNT-EDIT-3          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
001820 01  WS-AMOUNT-EDIT-4          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
001830*
001840*    REPORT REPOSITORY.  A BLANK ENTITY IS RESOLVED BY RPTSAVE.
001850 01  WS-REPO-NAME              PIC X(15) VALUE "SWEEP.RPT".
001860 01  WS-REPO-JOB               PIC X(08) VALUE "ZBASWEEP".
001870 01  WS-REPO-ENTITY            PIC X(04) VALUE SPACES.
001880 01  WS-REPO-STATUS            PIC 9(02).
001890 COPY ACCTREC.
001900 COPY SAMPREC.
001910*
001920 PROCEDURE DIVISION.
001930*
001940 0000-MAINLINE.
001950     DISPLAY "ZBASWEEP - END-OF-DAY ZERO-BALANCE SWEEP".
001960     MOVE SPACES TO WS-ENV-VALUE.
001970     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SORT-RUNDATE".
001980     IF WS-ENV-VALUE NOT = SPACES
001990         MOVE WS-ENV-VALUE(1:8) TO WS-RUN-DATE
002000     ELSE
002010         MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
002020         MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE
002030     END-IF.
002040     MOVE SPACES TO WS-ENV-VALUE.
002050     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SWEEP-EXTRACT".
002060     IF WS-ENV-VALUE NOT = SPACES
002070         MOVE WS-ENV-VALUE TO WS-EXTRACT-FILE-NAME
002080     END-IF.
002090     PERFORM 1000-LOAD-RELATIONSHIPS THRU 1000-EXIT.
002100     IF WS-REL-COUNT = 0
002110         DISPLAY "ZBASWEEP - NO SWEEP RELATIONSHIPS ON SWEEP.TBL"
002120         MOVE 12 TO RETURN-CODE
002130         STOP RUN
002140     END-IF.
002150     PERFORM 1200-LOAD-HOLDS THRU 1200-EXIT.
002151     IF WS-HOLD-OVERFLOW > 0
002152         DISPLAY "ZBASWEEP - ", WS-HOLD-OVERFLOW,
002153             " HOLDS NOT TABLED, NOTHING SWEPT"
002154         MOVE 12 TO RETURN-CODE
002155         STOP RUN
002156     END-IF.
002160     SET FUNC-OPEN TO TRUE.
002170     MOVE SPACES TO WS-IO-AREA.
002180     MOVE WS-MASTER-FILE-NAME TO WS-IO-AREA(1:15).
002190     MOVE 130 TO WS-IO-LEN.
002200     CALL "RSMFCOB" USING WS-FUNC, WS-IO-AREA,
002210                           WS-IO-LEN, WS-RET-CODE.
002220     IF WS-RET-CODE NOT = 0
002230         DISPLAY "ZBASWEEP - CANNOT OPEN ACCOUNT MASTER, RC=",
002240             WS-RET-CODE
002250         MOVE 12 TO RETURN-CODE
002260         STOP RUN
002270     END-IF.
002280     OPEN OUTPUT EXTRACT-FILE.
002290     IF NOT WS-EXTRACT-FILE-OK
002300         DISPLAY "ZBASWEEP - CANNOT OPEN ", WS-EXTRACT-FILE-NAME
002310         MOVE 12 TO RETURN-CODE
002320         STOP RUN
002330     END-IF.
002340     MOVE SPACES TO SAMP-HEADER-RECORD.
002350     MOVE "HDR " TO SAMP-HEADER-ID.
002360     MOVE WS-RUN-DATE TO SAMP-HEADER-EXTRACT-DATE.
002370     MOVE "SWEEP" TO SAMP-HEADER-SOURCE-SYS.
002380     MOVE "03" TO SAMP-HEADER-LAYOUT-VER.
002390     MOVE SAMP-HEADER-RECORD TO EXTRACT-RECORD.
002400     WRITE EXTRACT-RECORD.
002410     OPEN OUTPUT REPORT-FILE.
002420     PERFORM 8000-WRITE-HEADING THRU 8000-EXIT.
002430     PERFORM 2000-SWEEP-ONE-CUSTOMER THRU 2000-EXIT
002440         VARYING WS-REL-IDX FROM 1 BY 1
002450         UNTIL WS-REL-IDX > WS-REL-COUNT.
002460     MOVE SPACES TO SAMP-TRAILER-RECORD.
002470     MOVE "TRLR" TO SAMP-TRAILER-ID.
002480     MOVE WS-DETAIL-COUNT TO SAMP-TRAILER-REC-COUNT.
002490     MOVE SAMP-TRAILER-RECORD TO EXTRACT-RECORD.
002500     WRITE EXTRACT-RECORD.
002510     CLOSE EXTRACT-FILE.
002520     PERFORM 8200-WRITE-NOT-SWEPT THRU 8200-EXIT.
002530     PERFORM 8300-WRITE-TOTALS THRU 8300-EXIT.
002540     CLOSE REPORT-FILE.
002550     CALL "RPTSAVE" USING WS-REPO-NAME, WS-REPO-JOB,
002560                          WS-REPO-ENTITY, WS-REPO-STATUS.
002570     IF WS-REPO-STATUS NOT = ZERO
002580         DISPLAY "ZBASWEEP - REPORT NOT FILED IN THE",
002590             " REPOSITORY, STATUS ", WS-REPO-STATUS
002600     END-IF.
002610     SET FUNC-CLOSE TO TRUE.
002620     MOVE SPACES TO WS-IO-AREA.
002630     CALL "RSMFCOB" USING WS-FUNC, WS-IO-AREA,
002640                           WS-IO-LEN, WS-RET-CODE.
002650     IF WS-NOT-SWEPT-COUNT > 0
002660         MOVE 4 TO RETURN-CODE
002670     ELSE
002680         MOVE 0 TO RETURN-CODE
002690     END-IF.
002700     STOP RUN.
002710*
002720*    A LINE THAT IS NOT A USABLE RELATIONSHIP IS COUNTED AND
002730*    SKIPPED, NOT GUESSED AT.
002740 1000-LOAD-RELATIONSHIPS.
002750     OPEN INPUT CONTROL-FILE.
002760     IF NOT WS-CONTROL-FILE-OK
002770         GO TO 1000-EXIT
002780     END-IF.
002790     PERFORM 1100-LOAD-ONE-RELATIONSHIP THRU 1100-EXIT
002800         UNTIL WS-CONTROL-FILE-EOF.
002810     CLOSE CONTROL-FILE.
002820     IF WS-REL-SKIPPED-COUNT > 0
002830         MOVE WS-REL-SKIPPED-COUNT TO WS-COUNT-EDIT
002840         DISPLAY "ZBASWEEP - SWEEP.TBL LINES SKIPPED = ",
002850             WS-COUNT-EDIT
002860     END-IF.
002870 1000-EXIT.
002880     EXIT.
002890*
002900 1100-LOAD-ONE-RELATIONSHIP.
002910     READ CONTROL-FILE
002920         AT END
002930             GO TO 1100-EXIT
002940     END-READ.
002950     IF CONTROL-FILE-RECORD = SPACES
002960         GO TO 1100-EXIT
002970     END-IF.
002980     IF CONTROL-FILE-RECORD(1:5) = "TYPE "
002990         MOVE CONTROL-FILE-RECORD(6:2) TO WS-SWEEP-TYPE
003000         GO TO 1100-EXIT
003010     END-IF.
003020     IF CONTROL-FILE-RECORD(1:10) = SPACES
003030         OR CONTROL-FILE-RECORD(12:10) = SPACES
003040         OR CONTROL-FILE-RECORD(1:10)
003050             = CONTROL-FILE-RECORD(12:10)
003060         OR CONTROL-FILE-RECORD(23:13) NOT NUMERIC
003070         OR (CONTROL-FILE-RECORD(37:1) NOT = "U"
003080             AND CONTROL-FILE-RECORD(37:1) NOT = "D"
003090             AND CONTROL-FILE-RECORD(37:1) NOT = "B")
003100         OR WS-REL-COUNT = 500
003110         ADD 1 TO WS-REL-SKIPPED-COUNT
003120         DISPLAY "ZBASWEEP - SKIPPED: ",
003130             CONTROL-FILE-RECORD(1:42)
003140         GO TO 1100-EXIT
003150     END-IF.
003160     ADD 1 TO WS-REL-COUNT.
003170     SET WS-REL-IDX TO WS-REL-COUNT.
003180     MOVE CONTROL-FILE-RECORD(1:10) TO WS-REL-SUB(WS-REL-IDX).
003190     MOVE CONTROL-FILE-RECORD(12:10) TO WS-REL-CONC(WS-REL-IDX).
003200     MOVE CONTROL-FILE-RECORD(23:13) TO WS-FIELD-TEXT.
003210     MOVE WS-FIELD-AMOUNT TO WS-REL-TARGET(WS-REL-IDX).
003220     MOVE CONTROL-FILE-RECORD(37:1)
003230         TO WS-REL-DIRECTION(WS-REL-IDX).
003240     MOVE CONTROL-FILE-RECORD(39:4) TO WS-REL-REGION(WS-REL-IDX).
003250     MOVE "N" TO WS-REL-DONE-SW(WS-REL-IDX).
003260 1100-EXIT.
003270     EXIT.
003280*
003290*    ONLY HOLDS STILL IN FORCE ON THE RUN DATE ARE TABLED, BY
003300*    THE SAME TEST ACCTPOST APPLIES.  A MISSING HOLDS.DAT MEANS
003310*    NO HOLDS ARE PLACED.
003320 1200-LOAD-HOLDS.
003330     OPEN INPUT HOLDS-FILE.
003340     IF NOT WS-HOLDS-FILE-OK
003350         GO TO 1200-EXIT
003360     END-IF.
003370     PERFORM 1210-LOAD-ONE-HOLD THRU 1210-EXIT
003380         UNTIL WS-HOLDS-FILE-EOF.
003400     CLOSE HOLDS-FILE.
003410 1200-EXIT.
003420     EXIT.
003430*
003440 1210-LOAD-ONE-HOLD.
003450     READ HOLDS-FILE
003460         AT END
003470             GO TO 1210-EXIT
003480     END-READ.
003490     IF HOLDS-FILE-RECORD(1:10) = SPACES
003500         OR HOLDS-FILE-RECORD(35:1) = "R"
003510         OR HOLDS-FILE-RECORD(12:13) NOT NUMERIC
003520         GO TO 1210-EXIT
003530     END-IF.
003540     IF HOLDS-FILE-RECORD(26:8) NOT = SPACES
003550         AND HOLDS-FILE-RECORD(26:8) < WS-RUN-DATE
003560         GO TO 1210-EXIT
003570     END-IF.
003571     IF WS-HOLD-COUNT = 1000
003572         IF WS-HOLD-OVERFLOW = 0
003573             DISPLAY "ZBASWEEP - MORE THAN 1000 HOLDS IN FORCE "
003574                 "ON HOLDS.DAT"
003575         END-IF
003576         ADD 1 TO WS-HOLD-OVERFLOW
003577         GO TO 1210-EXIT
003578     END-IF.
003580     ADD 1 TO WS-HOLD-COUNT.
003590     SET WS-HOLD-IDX TO WS-HOLD-COUNT.
003600     MOVE HOLDS-FILE-RECORD(1:10)
003610         TO WS-HOLD-ACCOUNT(WS-HOLD-IDX).
003620     MOVE HOLDS-FILE-RECORD(12:13) TO WS-FIELD-TEXT.
003630     MOVE WS-FIELD-AMOUNT TO WS-HOLD-AMOUNT(WS-HOLD-IDX).
003640 1210-EXIT.
003650     EXIT.
003660*
003670 1300-TOTAL-HOLDS.
003680     MOVE 0 TO WS-HOLD-TOTAL.
003690     PERFORM 1310-ADD-ONE-HOLD THRU 1310-EXIT
003700         VARYING WS-HOLD-IDX FROM 1 BY 1
003710         UNTIL WS-HOLD-IDX > WS-HOLD-COUNT.
003720 1300-EXIT.
003730     EXIT.
003740*
003750 1310-ADD-ONE-HOLD.
003760     IF WS-HOLD-ACCOUNT(WS-HOLD-IDX) = WS-HOLD-ACCOUNT-KEY
003770         ADD WS-HOLD-AMOUNT(WS-HOLD-IDX) TO WS-HOLD-TOTAL
003780     END-IF.
003790 1310-EXIT.
003800     EXIT.
003810*
003820*    THE FIRST RELATIONSHIP NOT YET DONE STARTS A CUSTOMER; EVERY
003830*    LATER RELATIONSHIP TO THE SAME CONCENTRATION ACCOUNT IS
003840*    SWEPT WITH IT, SO EACH CUSTOMER REPORTS AS ONE BLOCK
003850*    WHATEVER ORDER SWEEP.TBL IS KEPT IN.
003860 2000-SWEEP-ONE-CUSTOMER.
003870     IF WS-REL-DONE(WS-REL-IDX)
003880         GO TO 2000-EXIT
003890     END-IF.
003900     ADD 1 TO WS-CUSTOMER-COUNT.
003910     MOVE WS-REL-CONC(WS-REL-IDX) TO WS-CONC-ACCOUNT.
003920     MOVE 0 TO WS-CONC-IN.
003930     MOVE 0 TO WS-CONC-OUT.
003940     PERFORM 2100-READ-CONCENTRATION THRU 2100-EXIT.
003950     PERFORM 8100-WRITE-CUSTOMER-HEADING THRU 8100-EXIT.
003960     PERFORM 2200-SWEEP-ONE-SUB THRU 2200-EXIT
003970         VARYING WS-MEM-IDX FROM WS-REL-IDX BY 1
003980         UNTIL WS-MEM-IDX > WS-REL-COUNT.
003990     PERFORM 8150-WRITE-CUSTOMER-TOTAL THRU 8150-EXIT.
004000 2000-EXIT.
004010     EXIT.
004020*
004030*    A CONCENTRATION ACCOUNT THAT CANNOT TAKE PART LEAVES THE
004040*    REASON IN WS-CONC-REASON AND EVERY SUB-ACCOUNT UNDER IT
004050*    UNSWEPT.
004060 2100-READ-CONCENTRATION.
004070     MOVE SPACES TO WS-CONC-REASON.
004080     MOVE SPACES TO WS-CONC-NAME.
004090     MOVE 0 TO WS-CONC-BALANCE.
004100     MOVE 0 TO WS-CONC-HELD.
004110     MOVE 0 TO WS-CONC-AVAILABLE.
004120     SET FUNC-READ TO TRUE.
004130     MOVE SPACES TO WS-IO-AREA.
004140     MOVE WS-CONC-ACCOUNT TO WS-IO-AREA(1:10).
004150     MOVE 130 TO WS-IO-LEN.
004160     CALL "RSMFCOB" USING WS-FUNC, WS-IO-AREA,
004170                           WS-IO-LEN, WS-RET-CODE.
004180     IF WS-RET-CODE NOT = 0
004190         MOVE "CONCENTRATION NOT ON MASTER" TO WS-CONC-REASON
004200         GO TO 2100-EXIT
004210     END-IF.
004220     MOVE WS-IO-AREA(1:130) TO ACCT-MASTER-RECORD.
004230     MOVE ACCT-CUSTOMER-NAME TO WS-CONC-NAME.
004240     MOVE ACCT-CURRENT-BALANCE TO WS-CONC-BALANCE.
004250     MOVE WS-CONC-ACCOUNT TO WS-HOLD-ACCOUNT-KEY.
004260     PERFORM 1300-TOTAL-HOLDS THRU 1300-EXIT.
004270     MOVE WS-HOLD-TOTAL TO WS-CONC-HELD.
004280     COMPUTE WS-CONC-AVAILABLE = WS-CONC-BALANCE - WS-CONC-HELD.
004290     EVALUATE TRUE
004300         WHEN ACCT-STATUS-DORMANT
004310             MOVE "CONCENTRATION ACCOUNT DORMANT"
004320                 TO WS-CONC-REASON
004330         WHEN ACCT-STATUS-CLOSED
004340             MOVE "CONCENTRATION ACCOUNT CLOSED"
004350                 TO WS-CONC-REASON
004360         WHEN NOT ACCT-STATUS-ACTIVE
004370             MOVE "CONCENTRATION ACCOUNT STATUS"
004380                 TO WS-CONC-REASON
004390             MOVE ACCT-STATUS-CODE TO WS-CONC-REASON(30:1)
004400     END-EVALUATE.
004410 2100-EXIT.
004420     EXIT.
004430*
004440*    AN EXCESS OVER THE TARGET GOES UP ONLY AS FAR AS THE
004450*    SUB-ACCOUNT'S AVAILABLE BALANCE ALLOWS; WHAT HOLDS KEEP BACK
004460*    IS LISTED AS NOT SWEPT.  A SHORTFALL IS FUNDED ONLY OUT OF
004470*    WHAT THE CONCENTRATION ACCOUNT HAS AVAILABLE BEFORE THIS
004480*    RUN, NOT OUT OF WHAT THIS RUN SWEEPS INTO IT -- THE PAIRS
004490*    POST IN SORT ORDER, SO THE FUNDING DEBIT CAN REACH ACCTPOST
004500*    AHEAD OF THE CREDITS THAT WOULD COVER IT.
004510 2200-SWEEP-ONE-SUB.
004520     IF WS-REL-CONC(WS-MEM-IDX) NOT = WS-CONC-ACCOUNT
004530         OR WS-REL-DONE(WS-MEM-IDX)
004540         GO TO 2200-EXIT
004550     END-IF.
004560     SET WS-REL-DONE(WS-MEM-IDX) TO TRUE.
004570     MOVE SPACES TO WS-SUB-NAME.
004580     MOVE SPACES TO WS-SUB-ACTION.
004590     MOVE SPACES TO WS-SUB-REASON.
004600     MOVE 0 TO WS-SUB-BALANCE.
004610     MOVE 0 TO WS-SUB-HELD.
004620     MOVE 0 TO WS-SWEEP-AMOUNT.
004630     MOVE 0 TO WS-LEFT-AMOUNT.
004640     IF WS-CONC-REASON NOT = SPACES
004650         MOVE WS-CONC-REASON TO WS-SUB-REASON
004660         GO TO 2200-REPORT
004670     END-IF.
004680     SET FUNC-READ TO TRUE.
004690     MOVE SPACES TO WS-IO-AREA.
004700     MOVE WS-REL-SUB(WS-MEM-IDX) TO WS-IO-AREA(1:10).
004710     MOVE 130 TO WS-IO-LEN.
004720     CALL "RSMFCOB" USING WS-FUNC, WS-IO-AREA,
004730                           WS-IO-LEN, WS-RET-CODE.
004740     IF WS-RET-CODE NOT = 0
004750         MOVE "SUB-ACCOUNT NOT ON MASTER" TO WS-SUB-REASON
004760         GO TO 2200-REPORT
004770     END-IF.
004780     MOVE WS-IO-AREA(1:130) TO ACCT-MASTER-RECORD.
004790     MOVE ACCT-CUSTOMER-NAME TO WS-SUB-NAME.
004800     MOVE ACCT-CURRENT-BALANCE TO WS-SUB-BALANCE.
004810     MOVE WS-REL-SUB(WS-MEM-IDX) TO WS-HOLD-ACCOUNT-KEY.
004820     PERFORM 1300-TOTAL-HOLDS THRU 1300-EXIT.
004830     MOVE WS-HOLD-TOTAL TO WS-SUB-HELD.
004840     COMPUTE WS-SUB-AVAILABLE = WS-SUB-BALANCE - WS-SUB-HELD.
004850     EVALUATE TRUE
004860         WHEN ACCT-STATUS-DORMANT
004870             MOVE "SUB-ACCOUNT DORMANT" TO WS-SUB-REASON
004880         WHEN ACCT-STATUS-CLOSED
004890             MOVE "SUB-ACCOUNT CLOSED" TO WS-SUB-REASON
004900         WHEN NOT ACCT-STATUS-ACTIVE
004910             MOVE "SUB-ACCOUNT STATUS" TO WS-SUB-REASON
004920             MOVE ACCT-STATUS-CODE TO WS-SUB-REASON(20:1)
004930     END-EVALUATE.
004940     IF WS-SUB-REASON NOT = SPACES
004950         GO TO 2200-REPORT
004960     END-IF.
004970     IF WS-SUB-BALANCE > WS-REL-TARGET(WS-MEM-IDX)
004980         AND WS-REL-SWEEPS-UP(WS-MEM-IDX)
004990         PERFORM 2300-SWEEP-UP THRU 2300-EXIT
005000         GO TO 2200-REPORT
005010     END-IF.
005020     IF WS-SUB-BALANCE < WS-REL-TARGET(WS-MEM-IDX)
005030         AND WS-REL-SWEEPS-DOWN(WS-MEM-IDX)
005040         PERFORM 2400-SWEEP-DOWN THRU 2400-EXIT
005050         GO TO 2200-REPORT
005060     END-IF.
005070     MOVE "NO SWEEP NEEDED" TO WS-SUB-ACTION.
005080 2200-REPORT.
005090     IF WS-SUB-REASON NOT = SPACES
005100         MOVE "NOT SWEPT" TO WS-SUB-ACTION
005110         IF WS-LEFT-AMOUNT = 0
005120             COMPUTE WS-LEFT-AMOUNT = WS-SUB-BALANCE
005130                 - WS-REL-TARGET(WS-MEM-IDX)
005140         END-IF
005150         PERFORM 2900-NOTE-NOT-SWEPT THRU 2900-EXIT
005160     END-IF.
005170     PERFORM 8110-WRITE-SUB-LINE THRU 8110-EXIT.
005180 2200-EXIT.
005190     EXIT.
005200*
005210 2300-SWEEP-UP.
005220     COMPUTE WS-SWEEP-AMOUNT = WS-SUB-AVAILABLE
005230         - WS-REL-TARGET(WS-MEM-IDX).
005240     IF WS-SWEEP-AMOUNT NOT > 0
005250         MOVE 0 TO WS-SWEEP-AMOUNT
005260         MOVE "EXCESS HELD BY HOLDS" TO WS-SUB-REASON
005270         GO TO 2300-EXIT
005280     END-IF.
005290     IF WS-SWEEP-AMOUNT > 999999999.99
005300         MOVE 0 TO WS-SWEEP-AMOUNT
005310         MOVE "SWEEP AMOUNT TOO LARGE" TO WS-SUB-REASON
005320         GO TO 2300-EXIT
005330     END-IF.
005340     MOVE WS-REL-SUB(WS-MEM-IDX) TO WS-DEBIT-ACCOUNT.
005350     MOVE WS-SUB-NAME TO WS-DEBIT-NAME.
005360     MOVE WS-CONC-ACCOUNT TO WS-CREDIT-ACCOUNT.
005370     MOVE WS-CONC-NAME TO WS-CREDIT-NAME.
005380     PERFORM 2500-WRITE-PAIR THRU 2500-EXIT.
005390     ADD WS-SWEEP-AMOUNT TO WS-CONC-IN.
005400     ADD WS-SWEEP-AMOUNT TO WS-TOTAL-UP.
005410     MOVE "SWEPT UP TO CONCENTRATION" TO WS-SUB-ACTION.
005420     IF WS-SUB-HELD > 0
005430         COMPUTE WS-LEFT-AMOUNT = WS-SUB-BALANCE
005440             - WS-REL-TARGET(WS-MEM-IDX) - WS-SWEEP-AMOUNT
005450         IF WS-LEFT-AMOUNT > 0
005460             MOVE "PART HELD BY HOLDS, LEFT" TO WS-SUB-REASON
005470             PERFORM 2900-NOTE-NOT-SWEPT THRU 2900-EXIT
005480             MOVE SPACES TO WS-SUB-REASON
005490         END-IF
005500     END-IF.
005510 2300-EXIT.
005520     EXIT.
005530*
005540 2400-SWEEP-DOWN.
005550     COMPUTE WS-SWEEP-AMOUNT = WS-REL-TARGET(WS-MEM-IDX)
005560         - WS-SUB-BALANCE.
005570     IF WS-SWEEP-AMOUNT > 999999999.99
005580         COMPUTE WS-LEFT-AMOUNT = 0 - WS-SWEEP-AMOUNT
005590         MOVE 0 TO WS-SWEEP-AMOUNT
005600         MOVE "SWEEP AMOUNT TOO LARGE" TO WS-SUB-REASON
005610         GO TO 2400-EXIT
005620     END-IF.
005630     IF WS-SWEEP-AMOUNT > WS-CONC-AVAILABLE
005640         COMPUTE WS-LEFT-AMOUNT = 0 - WS-SWEEP-AMOUNT
005650         MOVE 0 TO WS-SWEEP-AMOUNT
005660         MOVE "CONCENTRATION FUNDS SHORT" TO WS-SUB-REASON
005670         GO TO 2400-EXIT
005680     END-IF.
005690     MOVE WS-CONC-ACCOUNT TO WS-DEBIT-ACCOUNT.
005700     MOVE WS-CONC-NAME TO WS-DEBIT-NAME.
005710     MOVE WS-REL-SUB(WS-MEM-IDX) TO WS-CREDIT-ACCOUNT.
005720     MOVE WS-SUB-NAME TO WS-CREDIT-NAME.
005730     PERFORM 2500-WRITE-PAIR THRU 2500-EXIT.
005740     SUBTRACT WS-SWEEP-AMOUNT FROM WS-CONC-AVAILABLE.
005750     ADD WS-SWEEP-AMOUNT TO WS-CONC-OUT.
005760     ADD WS-SWEEP-AMOUNT TO WS-TOTAL-DOWN.
005770     COMPUTE WS-SWEEP-AMOUNT = 0 - WS-SWEEP-AMOUNT.
005780     MOVE "FUNDED FROM CONCENTRATION" TO WS-SUB-ACTION.
005790 2400-EXIT.
005800     EXIT.
005810*
005820*    THE DEBIT AND ITS OFFSETTING CREDIT, BOTH ON THE RUN DATE IN
005830*    BASE CURRENCY (A BLANK CURRENCY CODE, WHICH CURRCONV TAKES
005840*    AS BASE) UNDER THE RELATIONSHIP'S REGION.
005850 2500-WRITE-PAIR.
005860     MOVE WS-REL-REGION(WS-MEM-IDX) TO WS-PAIR-REGION.
005870     MOVE SPACES TO SAMP-DETAIL-RECORD.
005880     MOVE WS-DEBIT-ACCOUNT TO SAMP-ACCOUNT-NUMBER.
005890     MOVE WS-RUN-DATE TO SAMP-TRANSACTION-DATE.
005900     MOVE WS-SWEEP-TYPE TO SAMP-TRANSACTION-TYPE.
005910     COMPUTE SAMP-TRANSACTION-AMOUNT = 0 - WS-SWEEP-AMOUNT.
005920     MOVE WS-PAIR-REGION TO SAMP-REGION-CODE.
005930     MOVE WS-DEBIT-NAME TO SAMP-CUSTOMER-NAME.
005940     MOVE SAMP-DETAIL-RECORD TO EXTRACT-RECORD.
005950     WRITE EXTRACT-RECORD.
005960     MOVE SPACES TO SAMP-DETAIL-RECORD.
005970     MOVE WS-CREDIT-ACCOUNT TO SAMP-ACCOUNT-NUMBER.
005980     MOVE WS-RUN-DATE TO SAMP-TRANSACTION-DATE.
005990     MOVE WS-SWEEP-TYPE TO SAMP-TRANSACTION-TYPE.
006000     MOVE WS-SWEEP-AMOUNT TO SAMP-TRANSACTION-AMOUNT.
006010     MOVE WS-PAIR-REGION TO SAMP-REGION-CODE.
006020     MOVE WS-CREDIT-NAME TO SAMP-CUSTOMER-NAME.
006030     MOVE SAMP-DETAIL-RECORD TO EXTRACT-RECORD.
006040     WRITE EXTRACT-RECORD.
006050     ADD 2 TO WS-DETAIL-COUNT.
006060     ADD 1 TO WS-PAIR-COUNT.
006070 2500-EXIT.
006080     EXIT.
006090*
006100 2900-NOTE-NOT-SWEPT.
006110     ADD 1 TO WS-NOT-SWEPT-COUNT.
006120     IF WS-MISS-COUNT = 1000
006130         GO TO 2900-EXIT
006140     END-IF.
006150     ADD 1 TO WS-MISS-COUNT.
006160     SET WS-MISS-IDX TO WS-MISS-COUNT.
006170     MOVE WS-REL-SUB(WS-MEM-IDX) TO WS-MISS-SUB(WS-MISS-IDX).
006180     MOVE WS-CONC-ACCOUNT TO WS-MISS-CONC(WS-MISS-IDX).
006190     MOVE WS-LEFT-AMOUNT TO WS-MISS-AMOUNT(WS-MISS-IDX).
006200     MOVE WS-SUB-REASON TO WS-MISS-REASON(WS-MISS-IDX).
006210 2900-EXIT.
006220     EXIT.
006230*
006240 8000-WRITE-HEADING.
006250     MOVE SPACES TO REPORT-LINE.
006260     STRING "ZERO-BALANCE SWEEP REPORT  RUN DATE " WS-RUN-DATE
006270            "  EXTRACT " WS-EXTRACT-FILE-NAME
006280            DELIMITED BY SIZE
006290         INTO REPORT-LINE.
006300     WRITE REPORT-LINE.
006310 8000-EXIT.
006320     EXIT.
006330*
006340 8100-WRITE-CUSTOMER-HEADING.
006350     MOVE SPACES TO REPORT-LINE.
006360     WRITE REPORT-LINE.
006370     MOVE WS-CONC-BALANCE TO WS-AMOUNT-EDIT.
006380     MOVE WS-CONC-HELD TO WS-AMOUNT-EDIT-2.
006390     MOVE SPACES TO REPORT-LINE.
006400     STRING "CUSTOMER " WS-CONC-NAME
006410            "  CONCENTRATION ACCOUNT " WS-CONC-ACCOUNT
006420            "  BALANCE " WS-AMOUNT-EDIT
006430            "  HELD " WS-AMOUNT-EDIT-2
006440            DELIMITED BY SIZE
006450         INTO REPORT-LINE.
006460     WRITE REPORT-LINE.
006470     MOVE SPACES TO REPORT-LINE.
006480     MOVE "  SUB-ACCOUNT NAME" TO REPORT-LINE.
006490     MOVE "BALANCE               HELD" TO REPORT-LINE(50:26).
006500     MOVE "TARGET D              SWEPT" TO REPORT-LINE(82:27).
006510     WRITE REPORT-LINE.
006520     MOVE SPACES TO REPORT-LINE.
006530     MOVE "              ACTION / REASON" TO REPORT-LINE.
006540     WRITE REPORT-LINE.
006550 8100-EXIT.
006560     EXIT.
006570*
006580 8110-WRITE-SUB-LINE.
006590     MOVE WS-SUB-BALANCE TO WS-AMOUNT-EDIT.
006600     MOVE WS-SUB-HELD TO WS-AMOUNT-EDIT-2.
006610     MOVE WS-REL-TARGET(WS-MEM-IDX) TO WS-AMOUNT-EDIT-3.
006620     MOVE WS-SWEEP-AMOUNT TO WS-AMOUNT-EDIT-4.
006630     MOVE SPACES TO REPORT-LINE.
006640     STRING "  " WS-REL-SUB(WS-MEM-IDX) " "
006650            WS-SUB-NAME " "
006660            WS-AMOUNT-EDIT " "
006670            WS-AMOUNT-EDIT-2 " "
006680            WS-AMOUNT-EDIT-3 " "
006690            WS-REL-DIRECTION(WS-MEM-IDX) " "
006700            WS-AMOUNT-EDIT-4
006710            DELIMITED BY SIZE
006720         INTO REPORT-LINE.
006730     WRITE REPORT-LINE.
006740     MOVE SPACES TO REPORT-LINE.
006750     IF WS-SUB-REASON NOT = SPACES
006760         STRING WS-SUB-ACTION DELIMITED BY "  "
006770                " - " WS-SUB-REASON DELIMITED BY SIZE
006780             INTO REPORT-LINE(15:60)
006790     ELSE
006800         MOVE WS-SUB-ACTION TO REPORT-LINE(15:30)
006810     END-IF.
006820     WRITE REPORT-LINE.
006830 8110-EXIT.
006840     EXIT.
006850*
006860 8150-WRITE-CUSTOMER-TOTAL.
006870     MOVE WS-CONC-IN TO WS-AMOUNT-EDIT.
006880     MOVE WS-CONC-OUT TO WS-AMOUNT-EDIT-2.
006890     MOVE SPACES TO REPORT-LINE.
006900     STRING "  SWEPT UP TO CONCENTRATION " WS-AMOUNT-EDIT
006910            "  FUNDED FROM CONCENTRATION " WS-AMOUNT-EDIT-2
006920            DELIMITED BY SIZE
006930         INTO REPORT-LINE.
006940     WRITE REPORT-LINE.
006950 8150-EXIT.
006960     EXIT.
006970*
006980 8200-WRITE-NOT-SWEPT.
006990     MOVE SPACES TO REPORT-LINE.
007000     WRITE REPORT-LINE.
007010     MOVE SPACES TO REPORT-LINE.
007020     MOVE "ITEMS NOT SWEPT" TO REPORT-LINE.
007030     WRITE REPORT-LINE.
007040     MOVE SPACES TO REPORT-LINE.
007050     MOVE "  SUB-ACCOUNT CONCENTRATN" TO REPORT-LINE.
007060     MOVE "AMOUNT LEFT REASON" TO REPORT-LINE(38:18).
007070     WRITE REPORT-LINE.
007080     IF WS-MISS-COUNT = 0
007090         MOVE SPACES TO REPORT-LINE
007100         MOVE "  NONE" TO REPORT-LINE
007110         WRITE REPORT-LINE
007120     END-IF.
007130     PERFORM 8210-WRITE-ONE-MISS THRU 8210-EXIT
007140         VARYING WS-MISS-IDX FROM 1 BY 1
007150         UNTIL WS-MISS-IDX > WS-MISS-COUNT.
007160     IF WS-NOT-SWEPT-COUNT > WS-MISS-COUNT
007170         MOVE SPACES TO REPORT-LINE
007180         MOVE "  MORE ITEMS NOT SWEPT THAN THE LIST HOLDS"
007190             TO REPORT-LINE
007200         WRITE REPORT-LINE
007210     END-IF.
007220 8200-EXIT.
007230     EXIT.
007240*
007250 8210-WRITE-ONE-MISS.
007260     MOVE WS-MISS-AMOUNT(WS-MISS-IDX) TO WS-AMOUNT-EDIT.
007270     MOVE SPACES TO REPORT-LINE.
007280     STRING "  " WS-MISS-SUB(WS-MISS-IDX) "  "
007290            WS-MISS-CONC(WS-MISS-IDX) " "
007300            WS-AMOUNT-EDIT " "
007310            WS-MISS-REASON(WS-MISS-IDX)
007320            DELIMITED BY SIZE
007330         INTO REPORT-LINE.
007340     WRITE REPORT-LINE.
007350 8210-EXIT.
007360     EXIT.
007370*
007380 8300-WRITE-TOTALS.
007390     MOVE SPACES TO REPORT-LINE.
007400     WRITE REPORT-LINE.
007410     MOVE WS-CUSTOMER-COUNT TO WS-COUNT-EDIT.
007420     MOVE SPACES TO REPORT-LINE.
007430     STRING "CUSTOMERS SWEPT          = " WS-COUNT-EDIT
007440            DELIMITED BY SIZE
007450         INTO REPORT-LINE.
007460     WRITE REPORT-LINE.
007470     DISPLAY "ZBASWEEP - CUSTOMERS SWEPT     = ", WS-COUNT-EDIT.
007480     MOVE WS-PAIR-COUNT TO WS-COUNT-EDIT.
007490     MOVE SPACES TO REPORT-LINE.
007500     STRING "TRANSFER PAIRS WRITTEN   = " WS-COUNT-EDIT
007510            DELIMITED BY SIZE
007520         INTO REPORT-LINE.
007530     WRITE REPORT-LINE.
007540     DISPLAY "ZBASWEEP - TRANSFER PAIRS      = ", WS-COUNT-EDIT.
007550     MOVE WS-TOTAL-UP TO WS-AMOUNT-EDIT.
007560     MOVE SPACES TO REPORT-LINE.
007570     STRING "TOTAL SWEPT UP           = " WS-AMOUNT-EDIT
007580            DELIMITED BY SIZE
007590         INTO REPORT-LINE.
007600     WRITE REPORT-LINE.
007610     MOVE WS-TOTAL-DOWN TO WS-AMOUNT-EDIT.
007620     MOVE SPACES TO REPORT-LINE.
007630     STRING "TOTAL FUNDED DOWN        = " WS-AMOUNT-EDIT
007640            DELIMITED BY SIZE
007650         INTO REPORT-LINE.
007660     WRITE REPORT-LINE.
007670     MOVE WS-NOT-SWEPT-COUNT TO WS-COUNT-EDIT.
007680     MOVE SPACES TO REPORT-LINE.
007690     STRING "ITEMS NOT SWEPT          = " WS-COUNT-EDIT
007700            DELIMITED BY SIZE
007710         INTO REPORT-LINE.
007720     WRITE REPORT-LINE.
007730     DISPLAY "ZBASWEEP - ITEMS NOT SWEPT     = ", WS-COUNT-EDIT.
007740 8300-EXIT.
007750     EXIT.
