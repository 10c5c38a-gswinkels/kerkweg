000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GLRECON.
000030 AUTHOR.        G. SWINKELS, DATA PROCESSING.
000040 INSTALLATION.  DATA PROCESSING DEPT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*MODIFICATION HISTORY
000090*--------------------
000100*10/15/2026  GS   ORIGINAL.  PROVES THE CUSTOMER SUBLEDGER
000110*                 (ACCTMST) AGAINST THE GENERAL LEDGER BALANCES
000120*                 GLBALUPD KEEPS IN GLBAL.DAT, ONE LINE PER
000130*                 ENTITY.  EVERY ACCOUNT ON THE MASTER IS
000140*                 ASSIGNED TO ITS ENTITY THROUGH ENTLOOK AND ITS
000150*                 CURRENT BALANCE ADDED TO THE ENTITY'S
000160*                 SUBLEDGER TOTAL, WHICH IS SET AGAINST THE
000170*                 CLOSING BALANCE OF THE ENTITY'S CONTROL
000180*                 ACCOUNT (TAKEN IN ITS NORMAL SENSE, SO A
000190*                 CREDIT-NORMAL CONTROL ACCOUNT IS SIGN-TURNED).
000200*                 EACH ENTITY IS REPORTED RECONCILED OR WITH ITS
000210*                 DIFFERENCE; ACCOUNTS NO ENTITY RANGE COVERS
000220*                 ARE LISTED ONE BY ONE AS UNASSIGNED.  THE
000230*                 MASTER IS SCANNED THROUGH ACCTMST.LST AND
000240*                 RSMFCOB THE SAME WAY DORMSCAN SCANS IT.
000250*                 RETURN-CODE 4 WHEN ANY ENTITY IS OUT OR ANY
000260*                 ACCOUNT IS UNASSIGNED, 12 WHEN ENTITY.TBL,
000270*                 ACCTMST.LST OR THE MASTER CANNOT BE OPENED.
000271*
000272*10/15/2026  GS   THE FINISHED GLRECON.RPT IS NOW FILED IN THE
000273*                 REPORT REPOSITORY THROUGH RPTSAVE, SO IT CAN
000274*                 STILL BE LISTED AND REPRINTED FROM OPSMENU AFTER
000275*                 THE NEXT RUN OVERWRITES IT.
000276*
000277*10/15/2026  GS   ACCOUNT MASTER RECORD IS NOW 130 BYTES, NOW THAT
000278*                 ACCTREC CARRIES THE ACCOUNT CURRENCY AND THE
000279*                 FOREIGN-CURRENCY BALANCE.
000280*
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER.  IBM-PC.
000320 OBJECT-COMPUTER.  IBM-PC.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT ENTITY-FILE ASSIGN TO "ENTITY.TBL"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-ENTITY-FILE-STATUS.
000380     SELECT BALANCE-FILE ASSIGN TO "GLBAL.DAT"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-BALANCE-FILE-STATUS.
000410     SELECT LIST-FILE ASSIGN TO "ACCTMST.LST"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-LIST-FILE-STATUS.
000440     SELECT REPORT-FILE ASSIGN TO "GLRECON.RPT"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-REPORT-FILE-STATUS.
000470*
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  ENTITY-FILE.
000510 01  ENTITY-FILE-RECORD          PIC X(70).
000520 FD  BALANCE-FILE.
000530 01  BALANCE-LINE                PIC X(90).
000540 FD  LIST-FILE.
000550 01  LIST-FILE-RECORD            PIC X(10).
000560 FD  REPORT-FILE.
000570 01  REPORT-LINE                 PIC X(100).
000580*
000590 WORKING-STORAGE SECTION.
000600 01  WS-ENTITY-FILE-STATUS     PIC X(02).
000610     88  WS-ENTITY-FILE-OK         VALUE "00".
000620     88  WS-ENTITY-FILE-EOF        VALUE "10".
000630 01  WS-BALANCE-FILE-STATUS    PIC X(02).
000640     88  WS-BALANCE-FILE-OK        VALUE "00".
000650     88  WS-BALANCE-FILE-EOF       VALUE "10".
000660 01  WS-LIST-FILE-STATUS       PIC X(02).
000670     88  WS-LIST-FILE-OK           VALUE "00".
000680     88  WS-LIST-FILE-EOF          VALUE "10".
000690 01  WS-REPORT-FILE-STATUS     PIC X(02).
000700 01  WS-ENV-VALUE              PIC X(15).
000710 01  WS-TIMESTAMP              PIC X(21).
000720 01  WS-RUN-DATE               PIC X(08).
000730*
000740 01  WS-FUNC                   PIC 999 COMP-5.
000750     88  FUNC-OPEN                 VALUE 1.
000760     88  FUNC-CLOSE                VALUE 2.
000770     88  FUNC-READ                 VALUE 3.
000780 01  WS-IO-AREA                PIC X(4000).
000790 01  WS-IO-LEN                 PIC 999 COMP-5.
000800 01  WS-RET-CODE               PIC 999 COMP-5.
000810 01  WS-MASTER-FILE-NAME       PIC X(15) VALUE "ACCTMST".
000820*
000830*    ONE ENTRY PER DISTINCT ENTITY ON ENTITY.TBL.
000840 01  WS-ENT-TABLE.
000850     05  WS-ENT-COUNT          PIC 9(03) COMP-5 VALUE 0.
000860     05  WS-ENT-ENTRY OCCURS 50 TIMES INDEXED BY WS-ENT-IDX.
000870         10  WS-ENT-CODE       PIC X(04).
000880         10  WS-ENT-CONTROL    PIC X(08).
000890         10  WS-ENT-SIDE       PIC X(01).
000900         10  WS-ENT-NAME       PIC X(30).
000910         10  WS-ENT-ACCOUNTS   PIC 9(07) COMP-5.
000920         10  WS-ENT-SUBLEDGER  PIC S9(13)V99 COMP-3.
000930         10  WS-ENT-LEDGER     PIC S9(13)V99 COMP-3.
000940         10  WS-ENT-ON-FILE-SW PIC X(01).
000950             88  WS-ENT-ON-FILE    VALUE "Y".
000960 01  WS-ENT-SUB                PIC 9(03) COMP-5.
000970*
000980*    GLBAL.DAT CLOSING BALANCES.
000990 01  WS-BAL-TABLE.
001000     05  WS-BAL-COUNT          PIC 9(04) COMP-5 VALUE 0.
001010     05  WS-BAL-ENTRY OCCURS 1000 TIMES INDEXED BY WS-BAL-IDX.
001020         10  WS-BAL-ACCOUNT    PIC X(08).
001030         10  WS-BAL-CLOSING    PIC S9(13)V99 COMP-3.
001040 01  WS-PERIOD                 PIC X(06) VALUE SPACES.
001050*
001060 01  WS-LOOK-ENTITY            PIC X(04).
001070 01  WS-LOOK-CONTROL           PIC X(08).
001080 01  WS-LOOK-STATUS            PIC 9(02).
001090     88  WS-LOOK-OK                VALUE 0.
001100 01  WS-DIFFERENCE             PIC S9(13)V99 COMP-3.
001110 01  WS-STATUS-TEXT            PIC X(12).
001120*
001130 01  WS-LISTED-COUNT           PIC 9(07) VALUE 0.
001140 01  WS-MISSING-COUNT          PIC 9(07) VALUE 0.
001150 01  WS-UNASSIGNED-COUNT       PIC 9(07) VALUE 0.
001160 01  WS-UNASSIGNED-AMOUNT      PIC S9(13)V99 COMP-3 VALUE 0.
001170 01  WS-OUT-COUNT              PIC 9(07) VALUE 0.
001180 01  WS-COUNT-EDIT             PIC ZZZZZZ9.
001190 01  WS-AMOUNT-EDIT            PIC Z,ZZZ,ZZZ,ZZ9.99-.
001200 COPY ACCTREC.
001210 COPY GLBALREC.
001211*
001212*    NAME AND KEYS THE FINISHED REPORT IS FILED UNDER IN THE
001213*    REPORT REPOSITORY.  A BLANK ENTITY IS RESOLVED BY RPTSAVE.
001214 01  WS-REPO-NAME              PIC X(15) VALUE "GLRECON.RPT".
001215 01  WS-REPO-JOB               PIC X(08) VALUE "GLRECON".
001216 01  WS-REPO-ENTITY            PIC X(04) VALUE SPACES.
001217 01  WS-REPO-STATUS            PIC 9(02).
001220*
001230 PROCEDURE DIVISION.
001240*
001250 0000-MAINLINE.
001260     DISPLAY "GLRECON - SUBLEDGER TO GL RECONCILIATION".
001270     MOVE SPACES TO WS-ENV-VALUE.
001280     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SORT-RUNDATE".
001290     IF WS-ENV-VALUE NOT = SPACES
001300         MOVE WS-ENV-VALUE(1:8) TO WS-RUN-DATE
001310     ELSE
001320         MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
001330         MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE
001340     END-IF.
001350     PERFORM 1000-LOAD-ENTITIES THRU 1000-EXIT.
001360     IF WS-ENT-COUNT = 0
001370         DISPLAY "GLRECON - NO ENTITIES ON ENTITY.TBL"
001380         MOVE 12 TO RETURN-CODE
001390         STOP RUN
001400     END-IF.
001410     PERFORM 2000-LOAD-BALANCES THRU 2000-EXIT.
001420     OPEN INPUT LIST-FILE.
001430     IF NOT WS-LIST-FILE-OK
001440         DISPLAY "GLRECON - CANNOT OPEN ACCTMST.LST"
001450         MOVE 12 TO RETURN-CODE
001460         STOP RUN
001470     END-IF.
001480     SET FUNC-OPEN TO TRUE.
001490     MOVE SPACES TO WS-IO-AREA.
001500     MOVE WS-MASTER-FILE-NAME TO WS-IO-AREA(1:15).
001510     MOVE 130 TO WS-IO-LEN.
001520     CALL "RSMFCOB" USING WS-FUNC, WS-IO-AREA,
001530                           WS-IO-LEN, WS-RET-CODE.
001540     IF WS-RET-CODE NOT = 0
001550         DISPLAY "GLRECON - CANNOT OPEN ACCOUNT MASTER"
001560         CLOSE LIST-FILE
001570         MOVE 12 TO RETURN-CODE
001580         STOP RUN
001590     END-IF.
001600     OPEN OUTPUT REPORT-FILE.
001610     PERFORM 5000-WRITE-HEADING THRU 5000-EXIT.
001620     PERFORM 3000-SCAN-ONE-ACCOUNT THRU 3000-EXIT
001630         UNTIL WS-LIST-FILE-EOF.
001640     SET FUNC-CLOSE TO TRUE.
001650     MOVE SPACES TO WS-IO-AREA.
001660     CALL "RSMFCOB" USING WS-FUNC, WS-IO-AREA,
001670                           WS-IO-LEN, WS-RET-CODE.
001680     CLOSE LIST-FILE.
001690     PERFORM 6000-WRITE-ENTITIES THRU 6000-EXIT.
001700     PERFORM 7000-WRITE-TOTALS THRU 7000-EXIT.
001710     CLOSE REPORT-FILE.
001711     CALL "RPTSAVE" USING WS-REPO-NAME, WS-REPO-JOB,
001712                          WS-REPO-ENTITY, WS-REPO-STATUS.
001713     IF WS-REPO-STATUS NOT = ZERO
001714         DISPLAY "GLRECON - REPORT NOT FILED IN THE",
001715             " REPOSITORY, STATUS ", WS-REPO-STATUS
001716     END-IF.
001720     IF WS-OUT-COUNT > 0 OR WS-UNASSIGNED-COUNT > 0
001730         MOVE 4 TO RETURN-CODE
001740     ELSE
001750         MOVE 0 TO RETURN-CODE
001760     END-IF.
001770     STOP RUN.
001780*
001790*    THE ENTITY LIST IS READ HERE RATHER THAN THROUGH ENTLOOK,
001800*    WHICH ANSWERS FOR ONE ACCOUNT AT A TIME; ITS FIRST-LINE
001810*    RULE FOR THE CONTROL ACCOUNT IS FOLLOWED.
001820 1000-LOAD-ENTITIES.
001830     OPEN INPUT ENTITY-FILE.
001840     IF NOT WS-ENTITY-FILE-OK
001850         GO TO 1000-EXIT
001860     END-IF.
001870     PERFORM 1100-LOAD-ONE-ENTITY THRU 1100-EXIT
001880         UNTIL WS-ENTITY-FILE-EOF.
001890     CLOSE ENTITY-FILE.
001900 1000-EXIT.
001910     EXIT.
001920*
001930 1100-LOAD-ONE-ENTITY.
001940     READ ENTITY-FILE
001950         AT END
001960             GO TO 1100-EXIT
001970     END-READ.
001980     IF ENTITY-FILE-RECORD(1:4) = SPACES
001990         GO TO 1100-EXIT
002000     END-IF.
002010     MOVE 0 TO WS-ENT-SUB.
002020     PERFORM 1200-FIND-ENTITY THRU 1200-EXIT
002030         VARYING WS-ENT-IDX FROM 1 BY 1
002040         UNTIL WS-ENT-IDX > WS-ENT-COUNT
002050            OR WS-ENT-SUB > 0.
002060     IF WS-ENT-SUB > 0 OR WS-ENT-COUNT = 50
002070         GO TO 1100-EXIT
002080     END-IF.
002090     ADD 1 TO WS-ENT-COUNT.
002100     SET WS-ENT-IDX TO WS-ENT-COUNT.
002110     MOVE ENTITY-FILE-RECORD(1:4) TO WS-ENT-CODE(WS-ENT-IDX).
002120     MOVE ENTITY-FILE-RECORD(28:8) TO WS-ENT-CONTROL(WS-ENT-IDX).
002130     MOVE ENTITY-FILE-RECORD(37:1) TO WS-ENT-SIDE(WS-ENT-IDX).
002140     MOVE ENTITY-FILE-RECORD(39:30) TO WS-ENT-NAME(WS-ENT-IDX).
002150     MOVE 0 TO WS-ENT-ACCOUNTS(WS-ENT-IDX),
002160               WS-ENT-SUBLEDGER(WS-ENT-IDX),
002170               WS-ENT-LEDGER(WS-ENT-IDX).
002180     MOVE "N" TO WS-ENT-ON-FILE-SW(WS-ENT-IDX).
002190 1100-EXIT.
002200     EXIT.
002210*
002220 1200-FIND-ENTITY.
002230     IF WS-ENT-CODE(WS-ENT-IDX) = ENTITY-FILE-RECORD(1:4)
002240         SET WS-ENT-SUB TO WS-ENT-IDX
002250     END-IF.
002260 1200-EXIT.
002270     EXIT.
002280*
002290*    A MISSING GLBAL.DAT IS NOT AN ERROR: EVERY CONTROL ACCOUNT
002300*    READS AS ZERO AND IS FLAGGED NOT ON FILE.
002310 2000-LOAD-BALANCES.
002320     OPEN INPUT BALANCE-FILE.
002330     IF NOT WS-BALANCE-FILE-OK
002340         DISPLAY "GLRECON - NO GLBAL.DAT, LEDGER TAKEN AS ZERO"
002350         GO TO 2000-EXIT
002360     END-IF.
002370     PERFORM 2100-LOAD-ONE-BALANCE THRU 2100-EXIT
002380         UNTIL WS-BALANCE-FILE-EOF.
002390     CLOSE BALANCE-FILE.
002400     PERFORM 2200-SET-LEDGER THRU 2200-EXIT
002410         VARYING WS-ENT-IDX FROM 1 BY 1
002420         UNTIL WS-ENT-IDX > WS-ENT-COUNT.
002430 2000-EXIT.
002440     EXIT.
002450*
002460 2100-LOAD-ONE-BALANCE.
002470     READ BALANCE-FILE
002480         AT END
002490             GO TO 2100-EXIT
002500     END-READ.
002510     MOVE BALANCE-LINE TO GLBAL-CONTROL-RECORD.
002520     IF GLBAL-IS-CONTROL
002530         MOVE GLBAL-CTL-PERIOD TO WS-PERIOD
002540         GO TO 2100-EXIT
002550     END-IF.
002560     IF BALANCE-LINE = SPACES OR WS-BAL-COUNT = 1000
002570         GO TO 2100-EXIT
002580     END-IF.
002590     MOVE BALANCE-LINE TO GLBAL-RECORD.
002600     ADD 1 TO WS-BAL-COUNT.
002610     SET WS-BAL-IDX TO WS-BAL-COUNT.
002620     MOVE GLBAL-ACCOUNT TO WS-BAL-ACCOUNT(WS-BAL-IDX).
002630     MOVE GLBAL-CLOSING TO WS-BAL-CLOSING(WS-BAL-IDX).
002640 2100-EXIT.
002650     EXIT.
002660*
002670 2200-SET-LEDGER.
002680     PERFORM 2300-MATCH-BALANCE THRU 2300-EXIT
002690         VARYING WS-BAL-IDX FROM 1 BY 1
002700         UNTIL WS-BAL-IDX > WS-BAL-COUNT
002710            OR WS-ENT-ON-FILE(WS-ENT-IDX).
002720 2200-EXIT.
002730     EXIT.
002740*
002750 2300-MATCH-BALANCE.
002755     IF WS-BAL-ACCOUNT(WS-BAL-IDX)
002760         NOT = WS-ENT-CONTROL(WS-ENT-IDX)
002770         GO TO 2300-EXIT
002780     END-IF.
002790     SET WS-ENT-ON-FILE(WS-ENT-IDX) TO TRUE.
002800     IF WS-ENT-SIDE(WS-ENT-IDX) = "C"
002810         COMPUTE WS-ENT-LEDGER(WS-ENT-IDX) =
002820             0 - WS-BAL-CLOSING(WS-BAL-IDX)
002830     ELSE
002840         MOVE WS-BAL-CLOSING(WS-BAL-IDX)
002850             TO WS-ENT-LEDGER(WS-ENT-IDX)
002860     END-IF.
002870 2300-EXIT.
002880     EXIT.
002890*
002900 3000-SCAN-ONE-ACCOUNT.
002910     READ LIST-FILE
002920         AT END
002930             GO TO 3000-EXIT
002940     END-READ.
002950     IF LIST-FILE-RECORD = SPACES
002960         GO TO 3000-EXIT
002970     END-IF.
002980     ADD 1 TO WS-LISTED-COUNT.
002990     SET FUNC-READ TO TRUE.
003000     MOVE SPACES TO WS-IO-AREA.
003010     MOVE LIST-FILE-RECORD TO WS-IO-AREA(1:10).
003020     MOVE 130 TO WS-IO-LEN.
003030     CALL "RSMFCOB" USING WS-FUNC, WS-IO-AREA,
003040                           WS-IO-LEN, WS-RET-CODE.
003050     IF WS-RET-CODE NOT = 0
003060         ADD 1 TO WS-MISSING-COUNT
003070         GO TO 3000-EXIT
003080     END-IF.
003090     MOVE WS-IO-AREA(1:130) TO ACCT-MASTER-RECORD.
003100     CALL "ENTLOOK" USING ACCT-ACCOUNT-NUMBER, WS-LOOK-ENTITY,
003110                          WS-LOOK-CONTROL, WS-LOOK-STATUS.
003120     MOVE 0 TO WS-ENT-SUB.
003130     IF WS-LOOK-OK
003140         PERFORM 3100-FIND-ENTITY THRU 3100-EXIT
003150             VARYING WS-ENT-IDX FROM 1 BY 1
003160             UNTIL WS-ENT-IDX > WS-ENT-COUNT
003170                OR WS-ENT-SUB > 0
003180     END-IF.
003190     IF WS-ENT-SUB = 0
003200         PERFORM 4000-LIST-UNASSIGNED THRU 4000-EXIT
003210         GO TO 3000-EXIT
003220     END-IF.
003230     SET WS-ENT-IDX TO WS-ENT-SUB.
003240     ADD 1 TO WS-ENT-ACCOUNTS(WS-ENT-IDX).
003250     ADD ACCT-CURRENT-BALANCE TO WS-ENT-SUBLEDGER(WS-ENT-IDX).
003260 3000-EXIT.
003270     EXIT.
003280*
003290 3100-FIND-ENTITY.
003300     IF WS-ENT-CODE(WS-ENT-IDX) = WS-LOOK-ENTITY
003310         SET WS-ENT-SUB TO WS-ENT-IDX
003320     END-IF.
003330 3100-EXIT.
003340     EXIT.
003350*
003360 4000-LIST-UNASSIGNED.
003370     ADD 1 TO WS-UNASSIGNED-COUNT.
003380     ADD ACCT-CURRENT-BALANCE TO WS-UNASSIGNED-AMOUNT.
003390     MOVE ACCT-CURRENT-BALANCE TO WS-AMOUNT-EDIT.
003400     MOVE SPACES TO REPORT-LINE.
003410     STRING "UNASSIGNED  " ACCT-ACCOUNT-NUMBER " "
003420            ACCT-CUSTOMER-NAME " " WS-AMOUNT-EDIT
003430            DELIMITED BY SIZE
003440         INTO REPORT-LINE.
003450     WRITE REPORT-LINE.
003460 4000-EXIT.
003470     EXIT.
003480*
003490 5000-WRITE-HEADING.
003500     MOVE SPACES TO REPORT-LINE.
003510     STRING "SUBLEDGER TO GENERAL LEDGER RECONCILIATION"
003520            "  RUN DATE " WS-RUN-DATE "  GL PERIOD " WS-PERIOD
003530            DELIMITED BY SIZE
003540         INTO REPORT-LINE.
003550     WRITE REPORT-LINE.
003560     MOVE SPACES TO REPORT-LINE.
003570     WRITE REPORT-LINE.
003580 5000-EXIT.
003590     EXIT.
003600*
003610 6000-WRITE-ENTITIES.
003620     MOVE SPACES TO REPORT-LINE.
003630     WRITE REPORT-LINE.
003640     MOVE "ENTITY CONTROL  ACCOUNTS          SUBLEDGER"
003650         TO REPORT-LINE.
003660     MOVE "GENERAL LEDGER        DIFFERENCE STATUS"
003670         TO REPORT-LINE(48:39).
003680     WRITE REPORT-LINE.
003690     PERFORM 6100-WRITE-ONE-ENTITY THRU 6100-EXIT
003700         VARYING WS-ENT-IDX FROM 1 BY 1
003710         UNTIL WS-ENT-IDX > WS-ENT-COUNT.
003720 6000-EXIT.
003730     EXIT.
003740*
003750 6100-WRITE-ONE-ENTITY.
003760     COMPUTE WS-DIFFERENCE = WS-ENT-SUBLEDGER(WS-ENT-IDX)
003770                           - WS-ENT-LEDGER(WS-ENT-IDX).
003780     IF WS-DIFFERENCE = 0
003790         MOVE "RECONCILED" TO WS-STATUS-TEXT
003800     ELSE
003810         MOVE "DIFFERENCE" TO WS-STATUS-TEXT
003820         ADD 1 TO WS-OUT-COUNT
003830         DISPLAY "GLRECON - ENTITY ", WS-ENT-CODE(WS-ENT-IDX),
003840             " DOES NOT RECONCILE"
003850     END-IF.
003860     MOVE SPACES TO REPORT-LINE.
003870     MOVE WS-ENT-CODE(WS-ENT-IDX) TO REPORT-LINE(1:4).
003880     MOVE WS-ENT-CONTROL(WS-ENT-IDX) TO REPORT-LINE(8:8).
003890     MOVE WS-ENT-ACCOUNTS(WS-ENT-IDX) TO WS-COUNT-EDIT.
003900     MOVE WS-COUNT-EDIT TO REPORT-LINE(18:7).
003910     MOVE WS-ENT-SUBLEDGER(WS-ENT-IDX) TO WS-AMOUNT-EDIT.
003920     MOVE WS-AMOUNT-EDIT TO REPORT-LINE(27:17).
003930     MOVE WS-ENT-LEDGER(WS-ENT-IDX) TO WS-AMOUNT-EDIT.
003940     MOVE WS-AMOUNT-EDIT TO REPORT-LINE(45:17).
003950     MOVE WS-DIFFERENCE TO WS-AMOUNT-EDIT.
003960     MOVE WS-AMOUNT-EDIT TO REPORT-LINE(63:17).
003970     MOVE WS-STATUS-TEXT TO REPORT-LINE(81:12).
003980     WRITE REPORT-LINE.
003990     MOVE SPACES TO REPORT-LINE.
004000     MOVE WS-ENT-NAME(WS-ENT-IDX) TO REPORT-LINE(8:30).
004010     IF NOT WS-ENT-ON-FILE(WS-ENT-IDX)
004020         MOVE "** CONTROL ACCOUNT NOT ON GLBAL.DAT"
004030             TO REPORT-LINE(45:35)
004040     END-IF.
004050     WRITE REPORT-LINE.
004060 6100-EXIT.
004070     EXIT.
004080*
004090 7000-WRITE-TOTALS.
004100     MOVE SPACES TO REPORT-LINE.
004110     WRITE REPORT-LINE.
004120     MOVE WS-LISTED-COUNT TO WS-COUNT-EDIT.
004130     MOVE SPACES TO REPORT-LINE.
004140     STRING "ACCOUNTS SCANNED        = " WS-COUNT-EDIT
004150            DELIMITED BY SIZE
004160         INTO REPORT-LINE.
004170     WRITE REPORT-LINE.
004180     DISPLAY "GLRECON - ACCOUNTS SCANNED     = ", WS-COUNT-EDIT.
004190     MOVE WS-MISSING-COUNT TO WS-COUNT-EDIT.
004200     MOVE SPACES TO REPORT-LINE.
004210     STRING "LISTED, NOT ON MASTER   = " WS-COUNT-EDIT
004220            DELIMITED BY SIZE
004230         INTO REPORT-LINE.
004240     WRITE REPORT-LINE.
004250     MOVE WS-UNASSIGNED-COUNT TO WS-COUNT-EDIT.
004260     MOVE SPACES TO REPORT-LINE.
004270     STRING "UNASSIGNED ACCOUNTS     = " WS-COUNT-EDIT
004280            DELIMITED BY SIZE
004290         INTO REPORT-LINE.
004300     WRITE REPORT-LINE.
004310     DISPLAY "GLRECON - UNASSIGNED ACCOUNTS  = ", WS-COUNT-EDIT.
004320     MOVE WS-UNASSIGNED-AMOUNT TO WS-AMOUNT-EDIT.
004330     MOVE SPACES TO REPORT-LINE.
004340     STRING "UNASSIGNED BALANCE      = " WS-AMOUNT-EDIT
004350            DELIMITED BY SIZE
004360         INTO REPORT-LINE.
004370     WRITE REPORT-LINE.
004380     MOVE WS-OUT-COUNT TO WS-COUNT-EDIT.
004390     MOVE SPACES TO REPORT-LINE.
004400     STRING "ENTITIES NOT RECONCILED = " WS-COUNT-EDIT
004410            DELIMITED BY SIZE
004420         INTO REPORT-LINE.
004430     WRITE REPORT-LINE.
004440     DISPLAY "GLRECON - ENTITIES OUT         = ", WS-COUNT-EDIT.
004450 7000-EXIT.
004460     EXIT.
