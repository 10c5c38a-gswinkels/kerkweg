000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CUSTEXP.
000030 AUTHOR.        G. SWINKELS, DATA PROCESSING.
000040 INSTALLATION.  DATA PROCESSING DEPT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*MODIFICATION HISTORY
000090*--------------------
000100*10/15/2026  GS   ORIGINAL.  CUSTOMER-LEVEL EXPOSURE AND
000110*                 CONCENTRATION, REPLACING THE QUARTERLY AD HOC
000120*                 EXTRACTS FOR CREDIT AND RISK.  EVERY ACCOUNT ON
000130*                 THE MASTER (WALKED THROUGH ACCTMST.LST) IS PUT
000140*                 UNDER ITS CUSTOMER FROM CUSTREF.DAT -- AN
000150*                 ACCOUNT WITH NO LINE IS ITS OWN CUSTOMER, AS IN
000160*                 CTRFILE -- AND UNDER ITS ENTITY THROUGH ENTLOOK
000170*                 ("NONE" WHEN NO RANGE COVERS IT).  PER CUSTOMER,
000180*                 ACROSS ALL ITS ACCOUNTS AND ENTITIES, THE RUN
000190*                 TOTALS THE DEBIT BALANCES (THE EXPOSURE) AND
000200*                 THE CREDIT BALANCES, NETS THEM, AND NOTES THE
000210*                 ACCOUNT WITH THE LARGEST DEBIT BALANCE.  ONE
000220*                 EXPREC LINE PER CUSTOMER GOES TO CUSTEXP.DAT,
000230*                 AND THE SAME LINES ARE KEPT IN CUSTHIST.DAT,
000240*                 WHERE THE MONTH'S SNAPSHOT REPLACES ANY EARLIER
000250*                 ONE FOR THE SAME MONTH (THE HISTORY IS REBUILT
000260*                 IN CUSTHIST.NEW AND COPIED BACK THROUGH
000270*                 FILECOPY).  EACH CUSTOMER'S MOVEMENT IS ITS
000280*                 EXPOSURE LESS ITS EXPOSURE IN THE PRIOR MONTH'S
000290*                 SNAPSHOT.  CUSTEXP.RPT LISTS THE TOP N
000300*                 CUSTOMERS BY EXPOSURE, THEN BY ENTITY EVERY
000310*                 CUSTOMER WHOSE EXPOSURE IN THE ENTITY IS OVER
000320*                 THE LIMIT PERCENTAGE OF THE ENTITY'S TOTAL, AND
000330*                 IS FILED THROUGH RPTSAVE.  SETTINGS:
000340*                   EXP-MONTH  SNAPSHOT MONTH, CCYYMM (DEFAULT
000350*                              THE CURRENT MONTH)
000360*                   EXP-TOP    CUSTOMERS LISTED, 1-99 (DEFAULT
000370*                              10)
000380*                   EXP-PCT    LIMIT, PERCENT OF THE ENTITY'S
000390*                              EXPOSURE, ABOVE 0 AND BELOW 100
000400*                              (DEFAULT 10)
000410*                 RETURN-CODE IS 4 WHEN ANY CUSTOMER IS OVER THE
000420*                 LIMIT, 8 WHEN A TABLE FILLED, AND 12 WHEN A
000430*                 SETTING IS BAD, THE MASTER CANNOT BE READ OR
000440*                 CUSTHIST.DAT CANNOT BE REWRITTEN.
000441*
000442*10/15/2026  GS   CUSTREF.DAT LINES PAST THE 5000 THE TABLE HOLDS
000443*                 ARE NOW COUNTED AND SHOWN ON THE REPORT, WITH
000444*                 RETURN CODE 8, INSTEAD OF BEING DROPPED
000445*                 SILENTLY.  A SNAPSHOT LEFT SHORT BY ANY FULL
000446*                 TABLE NO LONGER REPLACES THE MONTH IN
000447*                 CUSTHIST.DAT, WHICH IS THEN LEFT AS IT WAS.
000450*
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER.  IBM-PC.
000490 OBJECT-COMPUTER.  IBM-PC.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT CUSTREF-FILE ASSIGN TO "CUSTREF.DAT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-CUSTREF-FILE-STATUS.
000550     SELECT LIST-FILE ASSIGN TO "ACCTMST.LST"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-LIST-FILE-STATUS.
000580     SELECT HISTORY-FILE ASSIGN TO "CUSTHIST.DAT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-HISTORY-FILE-STATUS.
000610     SELECT NEW-HISTORY-FILE ASSIGN TO "CUSTHIST.NEW"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-NEW-HISTORY-STATUS.
000640     SELECT EXPOSURE-FILE ASSIGN TO "CUSTEXP.DAT"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-EXPOSURE-FILE-STATUS.
000670     SELECT REPORT-FILE ASSIGN TO "CUSTEXP.RPT"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-REPORT-FILE-STATUS.
000700*
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  CUSTREF-FILE.
000740 01  CUSTREF-FILE-RECORD         PIC X(140).
000750 FD  LIST-FILE.
000760 01  LIST-FILE-RECORD            PIC X(10).
000770 FD  HISTORY-FILE.
000780 01  HISTORY-RECORD              PIC X(169).
000790 FD  NEW-HISTORY-FILE.
000800 01  NEW-HISTORY-RECORD          PIC X(169).
000810 FD  EXPOSURE-FILE.
000820 01  EXPOSURE-RECORD             PIC X(169).
000830 FD  REPORT-FILE.
000840 01  REPORT-LINE                 PIC X(132).
000850*
000860 WORKING-STORAGE SECTION.
000870 01  WS-CUSTREF-FILE-STATUS    PIC X(02).
000880     88  WS-CUSTREF-FILE-OK        VALUE "00".
000890     88  WS-CUSTREF-FILE-EOF       VALUE "10".
000900 01  WS-LIST-FILE-STATUS       PIC X(02).
000910     88  WS-LIST-FILE-OK           VALUE "00".
000920     88  WS-LIST-FILE-EOF          VALUE "10".
000930 01  WS-HISTORY-FILE-STATUS    PIC X(02).
000940     88  WS-HISTORY-FILE-OK        VALUE "00".
000950     88  WS-HISTORY-FILE-EOF       VALUE "10".
000960 01  WS-NEW-HISTORY-STATUS     PIC X(02).
000970     88  WS-NEW-HISTORY-OK         VALUE "00".
000980 01  WS-EXPOSURE-FILE-STATUS   PIC X(02).
000990 01  WS-REPORT-FILE-STATUS     PIC X(02).
001000 01  WS-ENV-VALUE              PIC X(15).
001010 01  WS-TIMESTAMP              PIC X(21).
001020 01  WS-EXP-MONTH              PIC X(06).
001030 01  WS-EXP-MONTH-N REDEFINES WS-EXP-MONTH.
001040     05  WS-EM-YEAR            PIC 9(04).
001050     05  WS-EM-MONTH           PIC 9(02).
001060 01  WS-PRIOR-MONTH            PIC X(06).
001070 01  WS-PRIOR-MONTH-N REDEFINES WS-PRIOR-MONTH.
001080     05  WS-PM-YEAR            PIC 9(04).
001090     05  WS-PM-MONTH           PIC 9(02).
001100 01  WS-TOP-COUNT              PIC 9(02) VALUE 10.
001110 01  WS-LIMIT-PCT              PIC 9(03)V99 VALUE 10.
001120*
001130 01  WS-FUNC                   PIC 999 COMP-5.
001140     88  FUNC-OPEN                 VALUE 1.
001150     88  FUNC-CLOSE                VALUE 2.
001160     88  FUNC-READ                 VALUE 3.
001170 01  WS-IO-AREA                PIC X(4000).
001180 01  WS-IO-LEN                 PIC 999 COMP-5.
001190 01  WS-RET-CODE               PIC 999 COMP-5.
001200 01  WS-MASTER-FILE-NAME       PIC X(15) VALUE "ACCTMST".
001210 01  WS-MASTER-OPEN-SW         PIC X(01) VALUE "N".
001220     88  WS-MASTER-OPEN            VALUE "Y".
001230*
001240*    CUSTOMER REFERENCE, TABLED WHOLE.  WS-CUST-SUB IS THE
001250*    MATCHING ENTRY FOR THE CURRENT ACCOUNT, OR ZERO.
001260 01  WS-CUST-TABLE.
001270     05  WS-CUST-COUNT         PIC 9(05) COMP-5 VALUE 0.
001280     05  WS-CUST-ENTRY         PIC X(140) OCCURS 5000 TIMES
001290                               INDEXED BY WS-CUST-IDX.
001300 01  WS-CUST-SUB               PIC 9(05) COMP-5.
001310 01  WS-CUSTOMER-ID            PIC X(10).
001320 01  WS-CUSTOMER-NAME          PIC X(30).
001330*
001340*    ONE ENTRY PER CUSTOMER.
001350 01  WS-EXP-TABLE.
001360     05  WS-EXP-COUNT          PIC 9(05) COMP-5 VALUE 0.
001370     05  WS-EXP-ENTRY OCCURS 5000 TIMES
001380             INDEXED BY WS-EXP-IDX.
001390         10  WS-EXP-CUST-ID    PIC X(10).
001400         10  WS-EXP-NAME       PIC X(30).
001410         10  WS-EXP-ACCT-COUNT PIC 9(05) COMP-5.
001420         10  WS-EXP-ENT-COUNT  PIC 9(03) COMP-5.
001430         10  WS-EXP-DEBIT      PIC 9(13)V99 COMP-3.
001440         10  WS-EXP-CREDIT     PIC 9(13)V99 COMP-3.
001450         10  WS-EXP-BIG-ACCOUNT PIC X(10).
001460         10  WS-EXP-BIG-BALANCE PIC 9(13)V99 COMP-3.
001470         10  WS-EXP-PRIOR      PIC 9(13)V99 COMP-3.
001480         10  WS-EXP-PRIOR-SW   PIC X(01).
001490             88  WS-EXP-HAS-PRIOR      VALUE "Y".
001500         10  WS-EXP-PICKED-SW  PIC X(01).
001510             88  WS-EXP-PICKED         VALUE "Y".
001520 01  WS-EXP-SUB                PIC 9(05) COMP-5.
001530 01  WS-BEST-SUB               PIC 9(05) COMP-5.
001540*
001550*    ONE ENTRY PER CUSTOMER PER ENTITY IT HAS ACCOUNTS IN.
001560 01  WS-CE-TABLE.
001570     05  WS-CE-COUNT           PIC 9(05) COMP-5 VALUE 0.
001580     05  WS-CE-ENTRY OCCURS 10000 TIMES
001590             INDEXED BY WS-CE-IDX.
001600         10  WS-CE-EXP-SUB     PIC 9(05) COMP-5.
001610         10  WS-CE-ENTITY      PIC X(04).
001620         10  WS-CE-DEBIT       PIC 9(13)V99 COMP-3.
001630 01  WS-CE-SUB                 PIC 9(05) COMP-5.
001640*
001650*    ONE ENTRY PER ENTITY.
001660 01  WS-ENT-TABLE.
001670     05  WS-ENT-COUNT          PIC 9(03) COMP-5 VALUE 0.
001680     05  WS-ENT-ENTRY OCCURS 100 TIMES
001690             INDEXED BY WS-ENT-IDX.
001700         10  WS-ENT-CODE       PIC X(04).
001710         10  WS-ENT-CUSTOMERS  PIC 9(05) COMP-5.
001720         10  WS-ENT-DEBIT      PIC 9(13)V99 COMP-3.
001730 01  WS-ENT-HOLD               PIC X(16).
001740 01  WS-ENT-SUB                PIC 9(03) COMP-5.
001750 01  WS-NEXT-SUB               PIC 9(03) COMP-5.
001760 01  WS-SWAP-SW                PIC X(01).
001770     88  WS-SWAP-MADE              VALUE "Y".
001780*
001790 01  WS-LOOK-ENTITY            PIC X(04).
001800 01  WS-LOOK-CONTROL           PIC X(08).
001810 01  WS-LOOK-STATUS            PIC 9(02).
001820 01  WS-DEBIT-AMOUNT           PIC 9(13)V99 COMP-3.
001830 01  WS-ENT-LIMIT              PIC 9(13)V99 COMP-3.
001840 01  WS-SHARE-PCT              PIC 9(03)V99.
001850 01  WS-MOVEMENT               PIC S9(13)V99 COMP-3.
001860 01  WS-NET                    PIC S9(13)V99 COMP-3.
001870 01  WS-RANK                   PIC 9(03) COMP-5.
001880 01  WS-ENT-BREACHES           PIC 9(05) COMP-5.
001890 01  WS-NO-MORE-SW             PIC X(01).
001900     88  WS-NO-MORE                VALUE "Y".
001910 01  WS-PRIOR-FOUND-SW         PIC X(01) VALUE "N".
001920     88  WS-PRIOR-FOUND            VALUE "Y".
001930 01  WS-HISTORY-FAILED-SW      PIC X(01) VALUE "N".
001940     88  WS-HISTORY-FAILED         VALUE "Y".
001942 01  WS-HISTORY-HELD-SW        PIC X(01) VALUE "N".
001944     88  WS-HISTORY-HELD           VALUE "Y".
001950*
001960 01  WS-ACCOUNT-COUNT          PIC 9(07) COMP-5 VALUE 0.
001970 01  WS-MISSING-COUNT          PIC 9(07) COMP-5 VALUE 0.
001980 01  WS-NONE-COUNT             PIC 9(07) COMP-5 VALUE 0.
001990 01  WS-OVERFLOW-COUNT         PIC 9(07) COMP-5 VALUE 0.
001995 01  WS-CUSTREF-OVERFLOW       PIC 9(07) COMP-5 VALUE 0.
002000 01  WS-EXPOSED-COUNT          PIC 9(07) COMP-5 VALUE 0.
002010 01  WS-NEW-COUNT              PIC 9(07) COMP-5 VALUE 0.
002020 01  WS-GONE-COUNT             PIC 9(07) COMP-5 VALUE 0.
002030 01  WS-BREACH-COUNT           PIC 9(07) COMP-5 VALUE 0.
002040 01  WS-KEPT-COUNT             PIC 9(07) COMP-5 VALUE 0.
002050 01  WS-TOTAL-DEBIT            PIC 9(13)V99 COMP-3 VALUE 0.
002060 01  WS-TOTAL-CREDIT           PIC 9(13)V99 COMP-3 VALUE 0.
002070 01  WS-TOTAL-PRIOR            PIC 9(13)V99 COMP-3 VALUE 0.
002080 01  WS-COUNT-EDIT             PIC ZZZ,ZZ9.
002090 01  WS-RANK-EDIT              PIC ZZ9.
002100 01  WS-PCT-EDIT               PIC ZZ9.99.
002110 01  WS-MONEY-EDIT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002120 01  WS-MONEY-EDIT-2           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002130 01  WS-MONEY-EDIT-3           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002140 01  WS-SIGNED-EDIT            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002150 01  WS-MOVE-EDIT              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002160 01  WS-MOVE-TEXT              PIC X(18).
002170 COPY ACCTREC.
002180 COPY CUSTREF.
002190 COPY EXPREC.
002200*
002210*    FILECOPY PUTS THE REBUILT HISTORY BACK.
002220 01  WS-FROM-NAME              PIC X(15) VALUE "CUSTHIST.NEW".
002230 01  WS-TO-NAME                PIC X(15) VALUE "CUSTHIST.DAT".
002240 01  WS-COPY-COUNT             PIC 9(07).
002250 01  WS-COPY-STATUS            PIC 9(02).
002260     88  WS-COPY-OK                VALUE 0.
002270*
002280*    NAME AND KEYS THE FINISHED REPORT IS FILED UNDER IN THE
002290*    REPORT REPOSITORY.  IT COVERS EVERY ENTITY.
002300 01  WS-REPO-NAME              PIC X(15) VALUE "CUSTEXP.RPT".
002310 01  WS-REPO-JOB               PIC X(08) VALUE "CUSTEXP".
002320 01  WS-REPO-ENTITY            PIC X(04) VALUE "ALL".
002330 01  WS-REPO-STATUS            PIC 9(02).
002340*
002350 PROCEDURE DIVISION.
002360*
002370 0000-MAINLINE.
002380     DISPLAY "CUSTEXP - CUSTOMER EXPOSURE AND CONCENTRATION".
002390     PERFORM 0100-GET-SETTINGS THRU 0100-EXIT.
002400     PERFORM 1000-LOAD-CUSTREF THRU 1000-EXIT.
002410     OPEN INPUT LIST-FILE.
002420     IF NOT WS-LIST-FILE-OK
002430         DISPLAY "CUSTEXP - CANNOT OPEN ACCTMST.LST"
002440         MOVE 12 TO RETURN-CODE
002450         STOP RUN
002460     END-IF.
002470     PERFORM 1200-OPEN-MASTER THRU 1200-EXIT.
002480     IF NOT WS-MASTER-OPEN
002490         CLOSE LIST-FILE
002500         MOVE 12 TO RETURN-CODE
002510         STOP RUN
002520     END-IF.
002530     PERFORM 2000-ADD-ONE-ACCOUNT THRU 2000-EXIT
002540         UNTIL WS-LIST-FILE-EOF.
002550     CLOSE LIST-FILE.
002560     PERFORM 1210-CLOSE-MASTER THRU 1210-EXIT.
002570     PERFORM 3000-READ-HISTORY THRU 3000-EXIT.
002580     PERFORM 4000-WRITE-SNAPSHOT THRU 4000-EXIT.
002590     PERFORM 4500-SORT-ENTITIES THRU 4500-EXIT.
002600     OPEN OUTPUT REPORT-FILE.
002610     PERFORM 5000-WRITE-HEADING THRU 5000-EXIT.
002620     PERFORM 5100-LIST-TOP-CUSTOMERS THRU 5100-EXIT.
002630     PERFORM 5200-LIST-CONCENTRATION THRU 5200-EXIT.
002640     PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT.
002650     CLOSE REPORT-FILE.
002660     CALL "RPTSAVE" USING WS-REPO-NAME, WS-REPO-JOB,
002670                          WS-REPO-ENTITY, WS-REPO-STATUS.
002680     IF WS-REPO-STATUS NOT = ZERO
002690         DISPLAY "CUSTEXP - REPORT NOT FILED IN THE",
002700             " REPOSITORY, STATUS ", WS-REPO-STATUS
002710     END-IF.
002720     MOVE WS-EXP-COUNT TO WS-COUNT-EDIT.
002730     DISPLAY "CUSTEXP - CUSTOMERS          = ", WS-COUNT-EDIT.
002740     MOVE WS-BREACH-COUNT TO WS-COUNT-EDIT.
002750     DISPLAY "CUSTEXP - OVER THE LIMIT     = ", WS-COUNT-EDIT.
002760     EVALUATE TRUE
002770         WHEN WS-HISTORY-FAILED
002780             MOVE 12 TO RETURN-CODE
002790         WHEN WS-OVERFLOW-COUNT > 0
002800             MOVE 8 TO RETURN-CODE
002810         WHEN WS-BREACH-COUNT > 0
002820             MOVE 4 TO RETURN-CODE
002830         WHEN OTHER
002840             MOVE 0 TO RETURN-CODE
002850     END-EVALUATE.
002860     STOP RUN.
002870*
002880*    THE MOVEMENT IS MEASURED AGAINST THE CALENDAR MONTH BEFORE
002890*    THE SNAPSHOT MONTH.
002900 0100-GET-SETTINGS.
002910     MOVE SPACES TO WS-ENV-VALUE.
002920     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "EXP-MONTH".
002930     IF WS-ENV-VALUE NOT = SPACES
002940         MOVE WS-ENV-VALUE(1:6) TO WS-EXP-MONTH
002950     ELSE
002960         MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
002970         MOVE WS-TIMESTAMP(1:6) TO WS-EXP-MONTH
002980     END-IF.
002990     IF WS-EXP-MONTH NOT NUMERIC
003000         OR WS-EM-MONTH < 1 OR WS-EM-MONTH > 12
003010         DISPLAY "CUSTEXP - BAD EXP-MONTH ", WS-EXP-MONTH
003020         MOVE 12 TO RETURN-CODE
003030         STOP RUN
003040     END-IF.
003050     MOVE WS-EXP-MONTH TO WS-PRIOR-MONTH.
003060     IF WS-PM-MONTH = 1
003070         SUBTRACT 1 FROM WS-PM-YEAR
003080         MOVE 12 TO WS-PM-MONTH
003090     ELSE
003100         SUBTRACT 1 FROM WS-PM-MONTH
003110     END-IF.
003120     MOVE SPACES TO WS-ENV-VALUE.
003130     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "EXP-TOP".
003140     IF WS-ENV-VALUE NOT = SPACES
003150         IF FUNCTION TEST-NUMVAL(WS-ENV-VALUE) NOT = 0
003160             OR FUNCTION NUMVAL(WS-ENV-VALUE) < 1
003170             OR FUNCTION NUMVAL(WS-ENV-VALUE) > 99
003180             DISPLAY "CUSTEXP - BAD EXP-TOP ", WS-ENV-VALUE
003190             MOVE 12 TO RETURN-CODE
003200             STOP RUN
003210         END-IF
003220         MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-TOP-COUNT
003230     END-IF.
003240     MOVE SPACES TO WS-ENV-VALUE.
003250     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "EXP-PCT".
003260     IF WS-ENV-VALUE NOT = SPACES
003270         IF FUNCTION TEST-NUMVAL(WS-ENV-VALUE) NOT = 0
003280             OR FUNCTION NUMVAL(WS-ENV-VALUE) NOT > 0
003290             OR FUNCTION NUMVAL(WS-ENV-VALUE) NOT < 100
003300             DISPLAY "CUSTEXP - BAD EXP-PCT ", WS-ENV-VALUE
003310             MOVE 12 TO RETURN-CODE
003320             STOP RUN
003330         END-IF
003340         MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-LIMIT-PCT
003350     END-IF.
003360 0100-EXIT.
003370     EXIT.
003380*
003390*    A MISSING CUSTREF.DAT MEANS EVERY ACCOUNT IS ITS OWN
003400*    CUSTOMER.
003410 1000-LOAD-CUSTREF.
003420     OPEN INPUT CUSTREF-FILE.
003430     IF NOT WS-CUSTREF-FILE-OK
003440         DISPLAY "CUSTEXP - NO CUSTREF.DAT, ACCOUNTS TREATED AS ",
003450             "SEPARATE CUSTOMERS"
003460         GO TO 1000-EXIT
003470     END-IF.
003480     PERFORM 1010-LOAD-ONE-CUSTREF THRU 1010-EXIT
003490         UNTIL WS-CUSTREF-FILE-EOF.
003510     CLOSE CUSTREF-FILE.
003520 1000-EXIT.
003530     EXIT.
003540*
003550 1010-LOAD-ONE-CUSTREF.
003560     READ CUSTREF-FILE
003570         AT END
003580             GO TO 1010-EXIT
003590     END-READ.
003600     IF CUSTREF-FILE-RECORD(1:10) = SPACES
003610         GO TO 1010-EXIT
003620     END-IF.
003622     IF WS-CUST-COUNT = 5000
003623         IF WS-CUSTREF-OVERFLOW = 0
003624             DISPLAY "CUSTEXP - MORE THAN 5000 CUSTREF.DAT LINES"
003625         END-IF
003626         ADD 1 TO WS-CUSTREF-OVERFLOW
003627         ADD 1 TO WS-OVERFLOW-COUNT
003628         GO TO 1010-EXIT
003629     END-IF.
003630     ADD 1 TO WS-CUST-COUNT.
003640     MOVE CUSTREF-FILE-RECORD TO WS-CUST-ENTRY(WS-CUST-COUNT).
003650 1010-EXIT.
003660     EXIT.
003670*
003680 1200-OPEN-MASTER.
003690     SET FUNC-OPEN TO TRUE.
003700     MOVE SPACES TO WS-IO-AREA.
003710     MOVE WS-MASTER-FILE-NAME TO WS-IO-AREA(1:15).
003720     MOVE 130 TO WS-IO-LEN.
003730     CALL "RSMFCOB" USING WS-FUNC, WS-IO-AREA,
003740                          WS-IO-LEN, WS-RET-CODE.
003750     IF WS-RET-CODE = 0
003760         SET WS-MASTER-OPEN TO TRUE
003770     ELSE
003780         DISPLAY "CUSTEXP - CANNOT OPEN ACCOUNT MASTER"
003790     END-IF.
003800 1200-EXIT.
003810     EXIT.
003820*
003830 1210-CLOSE-MASTER.
003840     IF WS-MASTER-OPEN
003850         SET FUNC-CLOSE TO TRUE
003860         MOVE SPACES TO WS-IO-AREA
003870         CALL "RSMFCOB" USING WS-FUNC, WS-IO-AREA,
003880                              WS-IO-LEN, WS-RET-CODE
003890         MOVE "N" TO WS-MASTER-OPEN-SW
003900     END-IF.
003910 1210-EXIT.
003920     EXIT.
003930*
003940*---------------------------------------------------------------*
003950* EACH ACCOUNT INTO ITS CUSTOMER AND ITS CUSTOMER-ENTITY ENTRY. *
003960*---------------------------------------------------------------*
003970 2000-ADD-ONE-ACCOUNT.
003980     READ LIST-FILE
003990         AT END
004000             GO TO 2000-EXIT
004010     END-READ.
004020     IF LIST-FILE-RECORD = SPACES
004030         GO TO 2000-EXIT
004040     END-IF.
004050     ADD 1 TO WS-ACCOUNT-COUNT.
004060     SET FUNC-READ TO TRUE.
004070     MOVE SPACES TO WS-IO-AREA.
004080     MOVE LIST-FILE-RECORD TO WS-IO-AREA(1:10).
004090     MOVE 130 TO WS-IO-LEN.
004100     CALL "RSMFCOB" USING WS-FUNC, WS-IO-AREA,
004110                          WS-IO-LEN, WS-RET-CODE.
004120     IF WS-RET-CODE NOT = 0
004130         ADD 1 TO WS-MISSING-COUNT
004140         GO TO 2000-EXIT
004150     END-IF.
004160     MOVE WS-IO-AREA(1:130) TO ACCT-MASTER-RECORD.
004170     MOVE 0 TO WS-CUST-SUB.
004180     PERFORM 2010-MATCH-CUSTREF THRU 2010-EXIT
004190         VARYING WS-CUST-IDX FROM 1 BY 1
004200         UNTIL WS-CUST-IDX > WS-CUST-COUNT
004210            OR WS-CUST-SUB > 0.
004220     IF WS-CUST-SUB > 0
004230         MOVE WS-CUST-ENTRY(WS-CUST-SUB) TO CUST-REF-RECORD
004240         MOVE CUST-CUSTOMER-ID TO WS-CUSTOMER-ID
004250         MOVE CUST-NAME TO WS-CUSTOMER-NAME
004260     ELSE
004270         MOVE ACCT-ACCOUNT-NUMBER TO WS-CUSTOMER-ID
004280         MOVE ACCT-CUSTOMER-NAME TO WS-CUSTOMER-NAME
004290     END-IF.
004300     PERFORM 2100-FIND-CUSTOMER THRU 2100-EXIT.
004310     IF WS-EXP-SUB = 0
004320         GO TO 2000-EXIT
004330     END-IF.
004340     CALL "ENTLOOK" USING ACCT-ACCOUNT-NUMBER, WS-LOOK-ENTITY,
004350                          WS-LOOK-CONTROL, WS-LOOK-STATUS.
004360     IF WS-LOOK-STATUS NOT = 0
004370         OR WS-LOOK-ENTITY = SPACES
004380         MOVE "NONE" TO WS-LOOK-ENTITY
004390         ADD 1 TO WS-NONE-COUNT
004400     END-IF.
004410     PERFORM 2200-FIND-CUSTOMER-ENTITY THRU 2200-EXIT.
004420     IF WS-CE-SUB = 0
004430         GO TO 2000-EXIT
004440     END-IF.
004450     ADD 1 TO WS-EXP-ACCT-COUNT(WS-EXP-SUB).
004460     IF ACCT-CURRENT-BALANCE NOT < 0
004470         ADD ACCT-CURRENT-BALANCE TO WS-EXP-CREDIT(WS-EXP-SUB)
004480         ADD ACCT-CURRENT-BALANCE TO WS-TOTAL-CREDIT
004490         GO TO 2000-EXIT
004500     END-IF.
004510     COMPUTE WS-DEBIT-AMOUNT = 0 - ACCT-CURRENT-BALANCE.
004520     ADD WS-DEBIT-AMOUNT TO WS-EXP-DEBIT(WS-EXP-SUB).
004530     ADD WS-DEBIT-AMOUNT TO WS-CE-DEBIT(WS-CE-SUB).
004540     ADD WS-DEBIT-AMOUNT TO WS-ENT-DEBIT(WS-ENT-SUB).
004550     ADD WS-DEBIT-AMOUNT TO WS-TOTAL-DEBIT.
004560     IF WS-DEBIT-AMOUNT > WS-EXP-BIG-BALANCE(WS-EXP-SUB)
004570         MOVE ACCT-ACCOUNT-NUMBER
004580             TO WS-EXP-BIG-ACCOUNT(WS-EXP-SUB)
004590         MOVE WS-DEBIT-AMOUNT TO WS-EXP-BIG-BALANCE(WS-EXP-SUB)
004600     END-IF.
004610 2000-EXIT.
004620     EXIT.
004630*
004640 2010-MATCH-CUSTREF.
004650     IF WS-CUST-ENTRY(WS-CUST-IDX)(1:10) = ACCT-ACCOUNT-NUMBER
004660         SET WS-CUST-SUB TO WS-CUST-IDX
004670     END-IF.
004680 2010-EXIT.
004690     EXIT.
004700*
004710*    LEAVES WS-EXP-SUB ON WS-CUSTOMER-ID, ADDING IT WHEN IT IS
004720*    NEW; ZERO WHEN THE TABLE IS FULL.
004730 2100-FIND-CUSTOMER.
004740     MOVE 0 TO WS-EXP-SUB.
004750     PERFORM 2110-MATCH-ONE-CUSTOMER THRU 2110-EXIT
004760         VARYING WS-EXP-IDX FROM 1 BY 1
004770         UNTIL WS-EXP-IDX > WS-EXP-COUNT
004780            OR WS-EXP-SUB > 0.
004790     IF WS-EXP-SUB > 0
004800         GO TO 2100-EXIT
004810     END-IF.
004820     IF WS-EXP-COUNT = 5000
004830         IF WS-OVERFLOW-COUNT = 0
004840             DISPLAY "CUSTEXP - MORE THAN 5000 CUSTOMERS"
004850         END-IF
004860         ADD 1 TO WS-OVERFLOW-COUNT
004870         GO TO 2100-EXIT
004880     END-IF.
004890     ADD 1 TO WS-EXP-COUNT.
004900     MOVE WS-EXP-COUNT TO WS-EXP-SUB.
004910     MOVE WS-CUSTOMER-ID TO WS-EXP-CUST-ID(WS-EXP-SUB).
004920     MOVE WS-CUSTOMER-NAME TO WS-EXP-NAME(WS-EXP-SUB).
004930     MOVE 0 TO WS-EXP-ACCT-COUNT(WS-EXP-SUB).
004940     MOVE 0 TO WS-EXP-ENT-COUNT(WS-EXP-SUB).
004950     MOVE 0 TO WS-EXP-DEBIT(WS-EXP-SUB).
004960     MOVE 0 TO WS-EXP-CREDIT(WS-EXP-SUB).
004970     MOVE SPACES TO WS-EXP-BIG-ACCOUNT(WS-EXP-SUB).
004980     MOVE 0 TO WS-EXP-BIG-BALANCE(WS-EXP-SUB).
004990     MOVE 0 TO WS-EXP-PRIOR(WS-EXP-SUB).
005000     MOVE "N" TO WS-EXP-PRIOR-SW(WS-EXP-SUB).
005010     MOVE "N" TO WS-EXP-PICKED-SW(WS-EXP-SUB).
005020 2100-EXIT.
005030     EXIT.
005040*
005050 2110-MATCH-ONE-CUSTOMER.
005060     IF WS-EXP-CUST-ID(WS-EXP-IDX) = WS-CUSTOMER-ID
005070         SET WS-EXP-SUB TO WS-EXP-IDX
005080     END-IF.
005090 2110-EXIT.
005100     EXIT.
005110*
005120*    LEAVES WS-ENT-SUB ON WS-LOOK-ENTITY AND WS-CE-SUB ON THE
005130*    CUSTOMER'S ENTRY FOR IT, ADDING EITHER WHEN NEW; WS-CE-SUB
005140*    IS ZERO WHEN A TABLE IS FULL.
005150 2200-FIND-CUSTOMER-ENTITY.
005160     MOVE 0 TO WS-CE-SUB.
005170     MOVE 0 TO WS-ENT-SUB.
005180     PERFORM 2210-MATCH-ONE-ENTITY THRU 2210-EXIT
005190         VARYING WS-ENT-IDX FROM 1 BY 1
005200         UNTIL WS-ENT-IDX > WS-ENT-COUNT
005210            OR WS-ENT-SUB > 0.
005220     IF WS-ENT-SUB = 0
005230         IF WS-ENT-COUNT = 100
005240             IF WS-OVERFLOW-COUNT = 0
005250                 DISPLAY "CUSTEXP - MORE THAN 100 ENTITIES"
005260             END-IF
005270             ADD 1 TO WS-OVERFLOW-COUNT
005280             GO TO 2200-EXIT
005290         END-IF
005300         ADD 1 TO WS-ENT-COUNT
005310         MOVE WS-ENT-COUNT TO WS-ENT-SUB
005320         MOVE WS-LOOK-ENTITY TO WS-ENT-CODE(WS-ENT-SUB)
005330         MOVE 0 TO WS-ENT-CUSTOMERS(WS-ENT-SUB)
005340         MOVE 0 TO WS-ENT-DEBIT(WS-ENT-SUB)
005350     END-IF.
005360     PERFORM 2220-MATCH-ONE-CE THRU 2220-EXIT
005370         VARYING WS-CE-IDX FROM 1 BY 1
005380         UNTIL WS-CE-IDX > WS-CE-COUNT
005390            OR WS-CE-SUB > 0.
005400     IF WS-CE-SUB > 0
005410         GO TO 2200-EXIT
005420     END-IF.
005430     IF WS-CE-COUNT = 10000
005440         IF WS-OVERFLOW-COUNT = 0
005450             DISPLAY "CUSTEXP - MORE THAN 10000 CUSTOMER-ENTITIES"
005460         END-IF
005470         ADD 1 TO WS-OVERFLOW-COUNT
005480         GO TO 2200-EXIT
005490     END-IF.
005500     ADD 1 TO WS-CE-COUNT.
005510     MOVE WS-CE-COUNT TO WS-CE-SUB.
005520     MOVE WS-EXP-SUB TO WS-CE-EXP-SUB(WS-CE-SUB).
005530     MOVE WS-LOOK-ENTITY TO WS-CE-ENTITY(WS-CE-SUB).
005540     MOVE 0 TO WS-CE-DEBIT(WS-CE-SUB).
005550     ADD 1 TO WS-EXP-ENT-COUNT(WS-EXP-SUB).
005560     ADD 1 TO WS-ENT-CUSTOMERS(WS-ENT-SUB).
005570 2200-EXIT.
005580     EXIT.
005590*
005600 2210-MATCH-ONE-ENTITY.
005610     IF WS-ENT-CODE(WS-ENT-IDX) = WS-LOOK-ENTITY
005620         SET WS-ENT-SUB TO WS-ENT-IDX
005630     END-IF.
005640 2210-EXIT.
005650     EXIT.
005660*
005670 2220-MATCH-ONE-CE.
005680     IF WS-CE-EXP-SUB(WS-CE-IDX) = WS-EXP-SUB
005690         AND WS-CE-ENTITY(WS-CE-IDX) = WS-LOOK-ENTITY
005700         SET WS-CE-SUB TO WS-CE-IDX
005710     END-IF.
005720 2220-EXIT.
005730     EXIT.
005740*
005750*---------------------------------------------------------------*
005760* THE KEPT HISTORY: PICK UP THE PRIOR MONTH'S EXPOSURES, AND    *
005770* CARRY EVERY OTHER MONTH BUT THIS ONE INTO CUSTHIST.NEW.       *
005780*---------------------------------------------------------------*
005790 3000-READ-HISTORY.
005800     OPEN OUTPUT NEW-HISTORY-FILE.
005810     IF NOT WS-NEW-HISTORY-OK
005820         DISPLAY "CUSTEXP - CANNOT WRITE CUSTHIST.NEW, HISTORY ",
005830             "NOT KEPT"
005840         SET WS-HISTORY-FAILED TO TRUE
005850     END-IF.
005860     OPEN INPUT HISTORY-FILE.
005870     IF NOT WS-HISTORY-FILE-OK
005880         DISPLAY "CUSTEXP - NO CUSTHIST.DAT, FIRST SNAPSHOT"
005890         GO TO 3000-EXIT
005900     END-IF.
005910     PERFORM 3100-READ-ONE-HISTORY THRU 3100-EXIT
005920         UNTIL WS-HISTORY-FILE-EOF.
005930     CLOSE HISTORY-FILE.
005940 3000-EXIT.
005950     EXIT.
005960*
005970 3100-READ-ONE-HISTORY.
005980     READ HISTORY-FILE
005990         AT END
006000             GO TO 3100-EXIT
006010     END-READ.
006020     MOVE HISTORY-RECORD TO EXP-RECORD.
006030     IF EXP-MONTH = WS-EXP-MONTH
006040         GO TO 3100-EXIT
006050     END-IF.
006060     IF NOT WS-HISTORY-FAILED
006070         MOVE EXP-RECORD TO NEW-HISTORY-RECORD
006080         WRITE NEW-HISTORY-RECORD
006090         ADD 1 TO WS-KEPT-COUNT
006100     END-IF.
006110     IF EXP-MONTH NOT = WS-PRIOR-MONTH
006120         GO TO 3100-EXIT
006130     END-IF.
006140     SET WS-PRIOR-FOUND TO TRUE.
006150     ADD EXP-DEBIT-TOTAL TO WS-TOTAL-PRIOR.
006160     MOVE EXP-CUSTOMER-ID TO WS-CUSTOMER-ID.
006170     MOVE 0 TO WS-EXP-SUB.
006180     PERFORM 2110-MATCH-ONE-CUSTOMER THRU 2110-EXIT
006190         VARYING WS-EXP-IDX FROM 1 BY 1
006200         UNTIL WS-EXP-IDX > WS-EXP-COUNT
006210            OR WS-EXP-SUB > 0.
006220     IF WS-EXP-SUB = 0
006230         ADD 1 TO WS-GONE-COUNT
006240         GO TO 3100-EXIT
006250     END-IF.
006260     MOVE EXP-DEBIT-TOTAL TO WS-EXP-PRIOR(WS-EXP-SUB).
006270     SET WS-EXP-HAS-PRIOR(WS-EXP-SUB) TO TRUE.
006280 3100-EXIT.
006290     EXIT.
006300*
006310*    THE MONTH'S SNAPSHOT, TO CUSTEXP.DAT AND THE END OF THE
006320*    REBUILT HISTORY, WHICH IS THEN COPIED BACK.  A SNAPSHOT
006322*    SHORT OF CUSTOMERS OR ACCOUNTS BECAUSE A TABLE FILLED IS
006324*    NOT LET INTO THE HISTORY.
006330 4000-WRITE-SNAPSHOT.
006340     OPEN OUTPUT EXPOSURE-FILE.
006350     PERFORM 4100-WRITE-ONE-CUSTOMER THRU 4100-EXIT
006360         VARYING WS-EXP-SUB FROM 1 BY 1
006370         UNTIL WS-EXP-SUB > WS-EXP-COUNT.
006380     CLOSE EXPOSURE-FILE.
006390     IF WS-HISTORY-FAILED
006400         GO TO 4000-EXIT
006410     END-IF.
006412     IF WS-OVERFLOW-COUNT > 0
006414         DISPLAY "CUSTEXP - SNAPSHOT IS SHORT, CUSTHIST.DAT ",
006415             "LEFT AS IT WAS"
006416         CLOSE NEW-HISTORY-FILE
006417         SET WS-HISTORY-HELD TO TRUE
006418         GO TO 4000-EXIT
006419     END-IF.
006420     CLOSE NEW-HISTORY-FILE.
006430     CALL "FILECOPY" USING WS-FROM-NAME,
006440                           WS-TO-NAME,
006450                           WS-COPY-COUNT,
006460                           WS-COPY-STATUS.
006470     IF NOT WS-COPY-OK
006480         DISPLAY "CUSTEXP - CANNOT REWRITE CUSTHIST.DAT, ",
006490             "CUSTHIST.NEW HOLDS THE HISTORY"
006500         SET WS-HISTORY-FAILED TO TRUE
006510     END-IF.
006520 4000-EXIT.
006530     EXIT.
006540*
006550 4100-WRITE-ONE-CUSTOMER.
006560     MOVE SPACES TO EXP-RECORD.
006570     MOVE WS-EXP-MONTH TO EXP-MONTH.
006580     MOVE WS-EXP-CUST-ID(WS-EXP-SUB) TO EXP-CUSTOMER-ID.
006590     MOVE WS-EXP-NAME(WS-EXP-SUB) TO EXP-NAME.
006600     MOVE WS-EXP-ACCT-COUNT(WS-EXP-SUB) TO EXP-ACCOUNT-COUNT.
006610     MOVE WS-EXP-ENT-COUNT(WS-EXP-SUB) TO EXP-ENTITY-COUNT.
006620     MOVE WS-EXP-DEBIT(WS-EXP-SUB) TO EXP-DEBIT-TOTAL.
006630     MOVE WS-EXP-CREDIT(WS-EXP-SUB) TO EXP-CREDIT-TOTAL.
006640     COMPUTE EXP-NET-POSITION = WS-EXP-CREDIT(WS-EXP-SUB)
006650         - WS-EXP-DEBIT(WS-EXP-SUB).
006660     MOVE WS-EXP-BIG-ACCOUNT(WS-EXP-SUB) TO EXP-LARGEST-ACCOUNT.
006670     MOVE WS-EXP-BIG-BALANCE(WS-EXP-SUB) TO EXP-LARGEST-BALANCE.
006680     MOVE WS-EXP-PRIOR(WS-EXP-SUB) TO EXP-PRIOR-EXPOSURE.
006690     COMPUTE EXP-MOVEMENT = WS-EXP-DEBIT(WS-EXP-SUB)
006700         - WS-EXP-PRIOR(WS-EXP-SUB).
006710     IF WS-EXP-HAS-PRIOR(WS-EXP-SUB)
006720         MOVE "N" TO EXP-FIRST-MONTH
006730     ELSE
006740         MOVE "Y" TO EXP-FIRST-MONTH
006750         ADD 1 TO WS-NEW-COUNT
006760     END-IF.
006770     IF WS-EXP-DEBIT(WS-EXP-SUB) > 0
006780         ADD 1 TO WS-EXPOSED-COUNT
006790     END-IF.
006800     MOVE EXP-RECORD TO EXPOSURE-RECORD.
006810     WRITE EXPOSURE-RECORD.
006820     IF NOT WS-HISTORY-FAILED
006830         MOVE EXP-RECORD TO NEW-HISTORY-RECORD
006840         WRITE NEW-HISTORY-RECORD
006850     END-IF.
006860 4100-EXIT.
006870     EXIT.
006880*
006890*    ENTITIES INTO CODE ORDER FOR THE CONCENTRATION SECTION.
006900 4500-SORT-ENTITIES.
006910     IF WS-ENT-COUNT < 2
006920         GO TO 4500-EXIT
006930     END-IF.
006940     SET WS-SWAP-MADE TO TRUE.
006950     PERFORM 4600-SORT-ONE-PASS THRU 4600-EXIT
006960         UNTIL NOT WS-SWAP-MADE.
006970 4500-EXIT.
006980     EXIT.
006990*
007000 4600-SORT-ONE-PASS.
007010     MOVE "N" TO WS-SWAP-SW.
007020     PERFORM 4700-COMPARE-PAIR THRU 4700-EXIT
007030         VARYING WS-ENT-SUB FROM 1 BY 1
007040         UNTIL WS-ENT-SUB >= WS-ENT-COUNT.
007050 4600-EXIT.
007060     EXIT.
007070*
007080 4700-COMPARE-PAIR.
007090     COMPUTE WS-NEXT-SUB = WS-ENT-SUB + 1.
007100     IF WS-ENT-CODE(WS-ENT-SUB) > WS-ENT-CODE(WS-NEXT-SUB)
007110         MOVE WS-ENT-ENTRY(WS-ENT-SUB) TO WS-ENT-HOLD
007120         MOVE WS-ENT-ENTRY(WS-NEXT-SUB)
007130             TO WS-ENT-ENTRY(WS-ENT-SUB)
007140         MOVE WS-ENT-HOLD TO WS-ENT-ENTRY(WS-NEXT-SUB)
007150         SET WS-SWAP-MADE TO TRUE
007160     END-IF.
007170 4700-EXIT.
007180     EXIT.
007190*
007200 5000-WRITE-HEADING.
007210     MOVE WS-LIMIT-PCT TO WS-PCT-EDIT.
007220     MOVE WS-TOP-COUNT TO WS-RANK-EDIT.
007230     MOVE SPACES TO REPORT-LINE.
007240     STRING "CUSTOMER EXPOSURE AND CONCENTRATION   MONTH "
007250            WS-EXP-MONTH "   MOVEMENT AGAINST " WS-PRIOR-MONTH
007260            "   LIMIT " WS-PCT-EDIT "% OF ENTITY EXPOSURE"
007270            DELIMITED BY SIZE
007280         INTO REPORT-LINE.
007290     WRITE REPORT-LINE.
007300     IF NOT WS-PRIOR-FOUND
007310         MOVE SPACES TO REPORT-LINE
007320         STRING "NO SNAPSHOT KEPT FOR " WS-PRIOR-MONTH
007330                " -- EVERY MOVEMENT IS FROM ZERO"
007340                DELIMITED BY SIZE
007350             INTO REPORT-LINE
007360         WRITE REPORT-LINE
007370     END-IF.
007380     MOVE SPACES TO REPORT-LINE.
007390     WRITE REPORT-LINE.
007400 5000-EXIT.
007410     EXIT.
007420*
007430*---------------------------------------------------------------*
007440* THE TOP N, PICKED ONE AT A TIME FROM THOSE NOT YET LISTED.    *
007450*---------------------------------------------------------------*
007460 5100-LIST-TOP-CUSTOMERS.
007470     MOVE SPACES TO REPORT-LINE.
007480     STRING "TOP " WS-RANK-EDIT " CUSTOMERS BY EXPOSURE"
007490            DELIMITED BY SIZE
007500         INTO REPORT-LINE.
007510     WRITE REPORT-LINE.
007520     MOVE SPACES TO REPORT-LINE.
007530     STRING "RNK CUSTOMER   NAME                 ACCTS"
007540            "          EXPOSURE       NET POSITION"
007550            " LARGEST       LARGEST BALANCE"
007560            "           MOVEMENT"
007570            DELIMITED BY SIZE
007580         INTO REPORT-LINE.
007590     WRITE REPORT-LINE.
007600     MOVE "N" TO WS-NO-MORE-SW.
007610     PERFORM 5110-LIST-NEXT-CUSTOMER THRU 5110-EXIT
007620         VARYING WS-RANK FROM 1 BY 1
007630         UNTIL WS-RANK > WS-TOP-COUNT
007640            OR WS-NO-MORE.
007650     IF WS-RANK = 2 AND WS-NO-MORE
007660         MOVE "    NO CUSTOMER HAS A DEBIT BALANCE"
007670             TO REPORT-LINE
007680         WRITE REPORT-LINE
007690     END-IF.
007700     MOVE SPACES TO REPORT-LINE.
007710     WRITE REPORT-LINE.
007720 5100-EXIT.
007730     EXIT.
007740*
007750 5110-LIST-NEXT-CUSTOMER.
007760     MOVE 0 TO WS-BEST-SUB.
007770     PERFORM 5120-TEST-ONE-CUSTOMER THRU 5120-EXIT
007780         VARYING WS-EXP-IDX FROM 1 BY 1
007790         UNTIL WS-EXP-IDX > WS-EXP-COUNT.
007800     IF WS-BEST-SUB = 0
007810         SET WS-NO-MORE TO TRUE
007820         GO TO 5110-EXIT
007830     END-IF.
007840     SET WS-EXP-PICKED(WS-BEST-SUB) TO TRUE.
007850     MOVE WS-BEST-SUB TO WS-EXP-SUB.
007860     PERFORM 5300-EDIT-MOVEMENT THRU 5300-EXIT.
007870     MOVE WS-RANK TO WS-RANK-EDIT.
007880     MOVE WS-EXP-ACCT-COUNT(WS-EXP-SUB) TO WS-COUNT-EDIT.
007890     MOVE WS-EXP-DEBIT(WS-EXP-SUB) TO WS-MONEY-EDIT.
007900     COMPUTE WS-NET = WS-EXP-CREDIT(WS-EXP-SUB)
007910         - WS-EXP-DEBIT(WS-EXP-SUB).
007920     MOVE WS-NET TO WS-SIGNED-EDIT.
007930     MOVE WS-EXP-BIG-BALANCE(WS-EXP-SUB) TO WS-MONEY-EDIT-2.
007940     MOVE SPACES TO REPORT-LINE.
007950     STRING WS-RANK-EDIT " " WS-EXP-CUST-ID(WS-EXP-SUB) " "
007960            WS-EXP-NAME(WS-EXP-SUB)(1:20) WS-COUNT-EDIT " "
007970            WS-MONEY-EDIT " " WS-SIGNED-EDIT " "
007980            WS-EXP-BIG-ACCOUNT(WS-EXP-SUB) " "
007990            WS-MONEY-EDIT-2 " " WS-MOVE-TEXT
008000            DELIMITED BY SIZE
008010         INTO REPORT-LINE.
008020     WRITE REPORT-LINE.
008030 5110-EXIT.
008040     EXIT.
008050*
008060 5120-TEST-ONE-CUSTOMER.
008070     IF WS-EXP-PICKED(WS-EXP-IDX)
008080         OR WS-EXP-DEBIT(WS-EXP-IDX) = 0
008090         GO TO 5120-EXIT
008100     END-IF.
008110     IF WS-BEST-SUB = 0
008120         SET WS-BEST-SUB TO WS-EXP-IDX
008130         GO TO 5120-EXIT
008140     END-IF.
008150     IF WS-EXP-DEBIT(WS-EXP-IDX) > WS-EXP-DEBIT(WS-BEST-SUB)
008160         SET WS-BEST-SUB TO WS-EXP-IDX
008170     END-IF.
008180 5120-EXIT.
008190     EXIT.
008200*
008210*---------------------------------------------------------------*
008220* BY ENTITY, EVERY CUSTOMER WHOSE EXPOSURE IN IT IS OVER THE    *
008230* LIMIT.                                                        *
008240*---------------------------------------------------------------*
008250 5200-LIST-CONCENTRATION.
008260     MOVE SPACES TO REPORT-LINE.
008270     STRING "CONCENTRATION BY ENTITY"
008280            DELIMITED BY SIZE
008290         INTO REPORT-LINE.
008300     WRITE REPORT-LINE.
008310     PERFORM 5210-LIST-ONE-ENTITY THRU 5210-EXIT
008320         VARYING WS-ENT-SUB FROM 1 BY 1
008330         UNTIL WS-ENT-SUB > WS-ENT-COUNT.
008340 5200-EXIT.
008350     EXIT.
008360*
008370 5210-LIST-ONE-ENTITY.
008380     COMPUTE WS-ENT-LIMIT ROUNDED =
008390         WS-ENT-DEBIT(WS-ENT-SUB) * WS-LIMIT-PCT / 100.
008400     MOVE WS-ENT-DEBIT(WS-ENT-SUB) TO WS-MONEY-EDIT.
008410     MOVE WS-ENT-LIMIT TO WS-MONEY-EDIT-2.
008420     MOVE WS-ENT-CUSTOMERS(WS-ENT-SUB) TO WS-COUNT-EDIT.
008430     MOVE SPACES TO REPORT-LINE.
008440     WRITE REPORT-LINE.
008450     MOVE SPACES TO REPORT-LINE.
008460     STRING "ENTITY " WS-ENT-CODE(WS-ENT-SUB)
008470            "   CUSTOMERS " WS-COUNT-EDIT
008480            "   EXPOSURE " WS-MONEY-EDIT
008490            "   LIMIT " WS-MONEY-EDIT-2
008500            DELIMITED BY SIZE
008510         INTO REPORT-LINE.
008520     WRITE REPORT-LINE.
008530     IF WS-ENT-DEBIT(WS-ENT-SUB) = 0
008540         MOVE "    NO DEBIT BALANCES IN THE ENTITY" TO REPORT-LINE
008550         WRITE REPORT-LINE
008560         GO TO 5210-EXIT
008570     END-IF.
008580     MOVE SPACES TO REPORT-LINE.
008590     STRING "    CUSTOMER   NAME                          "
008600            "  EXPOSURE HERE  % ENTITY"
008610            "    TOTAL EXPOSURE           MOVEMENT"
008620            DELIMITED BY SIZE
008630         INTO REPORT-LINE.
008640     WRITE REPORT-LINE.
008650     MOVE 0 TO WS-ENT-BREACHES.
008660     PERFORM 5220-TEST-ONE-CE THRU 5220-EXIT
008670         VARYING WS-CE-IDX FROM 1 BY 1
008680         UNTIL WS-CE-IDX > WS-CE-COUNT.
008690     IF WS-ENT-BREACHES = 0
008700         MOVE "    NO CUSTOMER OVER THE LIMIT" TO REPORT-LINE
008710         WRITE REPORT-LINE
008720     END-IF.
008730 5210-EXIT.
008740     EXIT.
008750*
008760 5220-TEST-ONE-CE.
008770     IF WS-CE-ENTITY(WS-CE-IDX) NOT = WS-ENT-CODE(WS-ENT-SUB)
008780         OR WS-CE-DEBIT(WS-CE-IDX) NOT > WS-ENT-LIMIT
008790         GO TO 5220-EXIT
008800     END-IF.
008810     ADD 1 TO WS-ENT-BREACHES.
008820     ADD 1 TO WS-BREACH-COUNT.
008830     MOVE WS-CE-EXP-SUB(WS-CE-IDX) TO WS-EXP-SUB.
008840     PERFORM 5300-EDIT-MOVEMENT THRU 5300-EXIT.
008850     COMPUTE WS-SHARE-PCT ROUNDED = WS-CE-DEBIT(WS-CE-IDX)
008860         * 100 / WS-ENT-DEBIT(WS-ENT-SUB).
008870     MOVE WS-SHARE-PCT TO WS-PCT-EDIT.
008880     MOVE WS-CE-DEBIT(WS-CE-IDX) TO WS-MONEY-EDIT.
008890     MOVE WS-EXP-DEBIT(WS-EXP-SUB) TO WS-MONEY-EDIT-2.
008900     MOVE SPACES TO REPORT-LINE.
008910     STRING "    " WS-EXP-CUST-ID(WS-EXP-SUB) " "
008920            WS-EXP-NAME(WS-EXP-SUB) " "
008930            WS-MONEY-EDIT "    " WS-PCT-EDIT " "
008940            WS-MONEY-EDIT-2 " " WS-MOVE-TEXT
008950            DELIMITED BY SIZE
008960         INTO REPORT-LINE.
008970     WRITE REPORT-LINE.
008980 5220-EXIT.
008990     EXIT.
009000*
009010*    THE MOVEMENT FOR CUSTOMER WS-EXP-SUB, OR "NEW" WHEN IT WAS
009020*    NOT IN A PRIOR SNAPSHOT THAT WAS KEPT.
009030 5300-EDIT-MOVEMENT.
009040     IF WS-PRIOR-FOUND
009050         AND NOT WS-EXP-HAS-PRIOR(WS-EXP-SUB)
009060         MOVE "               NEW" TO WS-MOVE-TEXT
009070         GO TO 5300-EXIT
009080     END-IF.
009090     COMPUTE WS-MOVEMENT = WS-EXP-DEBIT(WS-EXP-SUB)
009100         - WS-EXP-PRIOR(WS-EXP-SUB).
009110     MOVE WS-MOVEMENT TO WS-MOVE-EDIT.
009120     MOVE WS-MOVE-EDIT TO WS-MOVE-TEXT.
009130 5300-EXIT.
009140     EXIT.
009150*
009160 6000-WRITE-TOTALS.
009170     MOVE SPACES TO REPORT-LINE.
009180     WRITE REPORT-LINE.
009190     MOVE WS-ACCOUNT-COUNT TO WS-COUNT-EDIT.
009200     MOVE SPACES TO REPORT-LINE.
009210     STRING "ACCOUNTS LISTED          = " WS-COUNT-EDIT
009220            DELIMITED BY SIZE
009230         INTO REPORT-LINE.
009240     WRITE REPORT-LINE.
009250     IF WS-MISSING-COUNT > 0
009260         MOVE WS-MISSING-COUNT TO WS-COUNT-EDIT
009270         MOVE SPACES TO REPORT-LINE
009280         STRING "  NOT ON THE MASTER      = " WS-COUNT-EDIT
009290                DELIMITED BY SIZE
009300             INTO REPORT-LINE
009310         WRITE REPORT-LINE
009320     END-IF.
009330     IF WS-NONE-COUNT > 0
009340         MOVE WS-NONE-COUNT TO WS-COUNT-EDIT
009350         MOVE SPACES TO REPORT-LINE
009360         STRING "  ON NO ENTITY (NONE)    = " WS-COUNT-EDIT
009370                DELIMITED BY SIZE
009380             INTO REPORT-LINE
009390         WRITE REPORT-LINE
009400     END-IF.
009410     MOVE WS-EXP-COUNT TO WS-COUNT-EDIT.
009420     MOVE SPACES TO REPORT-LINE.
009430     STRING "CUSTOMERS                = " WS-COUNT-EDIT
009440            DELIMITED BY SIZE
009450         INTO REPORT-LINE.
009460     WRITE REPORT-LINE.
009470     MOVE WS-EXPOSED-COUNT TO WS-COUNT-EDIT.
009480     MOVE SPACES TO REPORT-LINE.
009490     STRING "  WITH A DEBIT BALANCE   = " WS-COUNT-EDIT
009500            DELIMITED BY SIZE
009510         INTO REPORT-LINE.
009520     WRITE REPORT-LINE.
009530     IF WS-PRIOR-FOUND
009540         MOVE WS-NEW-COUNT TO WS-COUNT-EDIT
009550         MOVE SPACES TO REPORT-LINE
009560         STRING "  NEW SINCE " WS-PRIOR-MONTH
009570                "       = " WS-COUNT-EDIT
009580                DELIMITED BY SIZE
009590             INTO REPORT-LINE
009600         WRITE REPORT-LINE
009610         MOVE WS-GONE-COUNT TO WS-COUNT-EDIT
009620         MOVE SPACES TO REPORT-LINE
009630         STRING "  GONE SINCE " WS-PRIOR-MONTH
009640                "      = " WS-COUNT-EDIT
009650                DELIMITED BY SIZE
009660             INTO REPORT-LINE
009670         WRITE REPORT-LINE
009680     END-IF.
009690     MOVE WS-TOTAL-DEBIT TO WS-MONEY-EDIT.
009700     MOVE SPACES TO REPORT-LINE.
009710     STRING "TOTAL EXPOSURE           = " WS-MONEY-EDIT
009720            DELIMITED BY SIZE
009730         INTO REPORT-LINE.
009740     WRITE REPORT-LINE.
009750     IF WS-PRIOR-FOUND
009760         MOVE WS-TOTAL-PRIOR TO WS-MONEY-EDIT
009770         MOVE SPACES TO REPORT-LINE
009780         STRING "  AT " WS-PRIOR-MONTH
009790                "              = " WS-MONEY-EDIT
009800                DELIMITED BY SIZE
009810             INTO REPORT-LINE
009820         WRITE REPORT-LINE
009830     END-IF.
009840     MOVE WS-TOTAL-CREDIT TO WS-MONEY-EDIT.
009850     MOVE SPACES TO REPORT-LINE.
009860     STRING "TOTAL CREDIT BALANCES    = " WS-MONEY-EDIT
009870            DELIMITED BY SIZE
009880         INTO REPORT-LINE.
009890     WRITE REPORT-LINE.
009900     MOVE WS-BREACH-COUNT TO WS-COUNT-EDIT.
009910     MOVE SPACES TO REPORT-LINE.
009920     STRING "OVER THE ENTITY LIMIT    = " WS-COUNT-EDIT
009930            DELIMITED BY SIZE
009940         INTO REPORT-LINE.
009950     WRITE REPORT-LINE.
009960     IF WS-CUSTREF-OVERFLOW > 0
009970         MOVE WS-CUSTREF-OVERFLOW TO WS-COUNT-EDIT
009971         MOVE SPACES TO REPORT-LINE
009971         STRING "CUSTREF LINES NOT LOADED = " WS-COUNT-EDIT
009971                "  (TABLE FULL - THOSE ACCOUNTS STAND ALONE)"
009971                DELIMITED BY SIZE
009971             INTO REPORT-LINE
009971         WRITE REPORT-LINE
009971     END-IF.
009971     IF WS-OVERFLOW-COUNT > WS-CUSTREF-OVERFLOW
009971         COMPUTE WS-COUNT-EDIT =
009975             WS-OVERFLOW-COUNT - WS-CUSTREF-OVERFLOW
009980         MOVE SPACES TO REPORT-LINE
009990         STRING "ACCOUNTS NOT TABLED      = " WS-COUNT-EDIT
010000                "  (TABLE FULL - TOTALS ARE SHORT)"
010010                DELIMITED BY SIZE
010020             INTO REPORT-LINE
010030         WRITE REPORT-LINE
010040     END-IF.
010050     IF WS-HISTORY-FAILED
010055         OR WS-HISTORY-HELD
010060         MOVE SPACES TO REPORT-LINE
010070         STRING "THIS SNAPSHOT WAS NOT ADDED TO CUSTHIST.DAT"
010080                DELIMITED BY SIZE
010090             INTO REPORT-LINE
010100         WRITE REPORT-LINE
010110     END-IF.
010120 6000-EXIT.
010130     EXIT.
