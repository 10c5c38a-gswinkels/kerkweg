000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    WRITEOFF.
000030 AUTHOR.        G. SWINKELS, DATA PROCESSING.
000040 INSTALLATION.  DATA PROCESSING DEPT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*MODIFICATION HISTORY
000090*--------------------
000100*10/15/2026  GS   ORIGINAL.  CONTROLLED WRITE-OFF OF AGED,
000110*                 UNCOLLECTABLE NEGATIVE BALANCES, SO THE SAME
000120*                 OVERDRAWN ACCOUNTS STOP COMING BACK ON NETRPT
000130*                 AND AGERPT MONTH AFTER MONTH.  THREE PARTS:
000140*                 PROPOSE (WO-RUN "P", A BATCH STEP) WALKS THE
000150*                 ACCOUNT MASTER THROUGH ACCTMST.LST, KEEPS THE
000160*                 DATE EACH ACCOUNT WAS FIRST SEEN NEGATIVE ON
000170*                 WONEG.DAT, AND PROPOSES EVERY ACCOUNT WHOSE
000180*                 NEGATIVE BALANCE MEETS A RULE OF THE WRITE-OFF
000190*                 POLICY (WOPOLICY.TBL) FOR AGE AND SIZE.  THE
000200*                 PROPOSALS WAIT ON WOPROP.DAT (LAYOUT IN
000210*                 WOFFREC) AND ARE LISTED ON WOPROP.RPT.
000220*                 APPROVE (NO WO-RUN, AT THE CONSOLE) LETS AN
000230*                 OPERATOR WITH APPROVAL AUTHORITY ON ADJOPER.TBL
000240*                 -- THE SAME SIGN-ON AS ADJENTRY -- APPROVE OR
000250*                 REJECT EACH PROPOSAL; A REJECTION NEEDS A
000260*                 REASON.  RELEASE (ON THE MENU, OR WO-RUN "R"
000270*                 UNATTENDED) TAKES EVERY APPROVED PROPOSAL,
000280*                 WRITES THE WRITE-OFF AS A CREDIT OF THE POLICY
000290*                 TYPE TO WRITEOFF.DAT, A NORMAL EXTRACT THAT
000300*                 POSTS THROUGH HDRCHK, TRLRCHK, THE SORT AND
000310*                 ACCTPOST LIKE ANY OTHER FEED, SO SRTSUM AND
000320*                 GLFEED CARRY IT TO THE LOSS ACCOUNT GLMAP.TBL
000330*                 MAPS THE TYPE TO; RELEASE IS REFUSED WHILE
000340*                 GLMAP.TBL HAS NO LINE FOR THE TYPE.  THE
000350*                 ACCOUNT IS MARKED WRITTEN OFF ON ACCTMST
000360*                 (ACCT-STATUS-CODE "W").  THE AMOUNT IS THE
000370*                 BALANCE APPROVED, OR THE BALANCE NOW IF THAT IS
000380*                 SMALLER; A PROPOSAL WHOSE ACCOUNT IS NO LONGER
000390*                 NEGATIVE LAPSES.  EVERY PROPOSAL, DECISION,
000400*                 RELEASE AND LAPSE IS APPENDED TO WOHIST.DAT.
000410*                 ACCTPOST LOGS EVERY LATER CREDIT TO A WRITTEN-
000420*                 OFF ACCOUNT ON WORECOV.DAT, AND EACH PROPOSE RUN
000430*                 REPORTS THE MONTH'S RECOVERIES SEPARATELY ON
000440*                 WORECOV.RPT (WO-MONTH CCYYMM, DEFAULT THE RUN
000450*                 MONTH).  BOTH REPORTS ARE FILED THROUGH
000460*                 RPTSAVE.  WO-EXTRACT REPOINTS THE EXTRACT.  THE
000470*                 RUN DATE COMES FROM SORT-RUNDATE AND DEFAULTS
000480*                 TO TODAY.  RETURN-CODE: PROPOSE ENDS 4 WHEN IT
000490*                 MADE NEW PROPOSALS; RELEASE ENDS 4 WHEN THERE
000500*                 WAS NOTHING TO RELEASE; 8 WHEN A MASTER REWRITE
000510*                 FAILED OR A TABLE WAS FULL; 12 WHEN THE POLICY,
000520*                 THE MASTER, THE LOSS ACCOUNT MAPPING OR THE
000530*                 OPERATOR'S AUTHORITY IS MISSING.
000540*
000541*10/15/2026  GS   A RELEASE IS REFUSED WHILE THE LAST
000542*                 WRITEOFF.DAT IS STILL WAITING TO BE TAKEN IN
000543*                 (NOT YET ON PROCESSED.REG, THROUGH EXTREG), SO
000544*                 IT IS NEVER OVERWRITTEN UNPOSTED.  THE APPROVED
000545*                 PROPOSALS STAY APPROVED FOR THE NEXT RELEASE;
000546*                 AN UNATTENDED RELEASE ENDS 8.
000548*
000550*---------------------------------------------------------------*
000560*WRITE-OFF POLICY TABLE FORMAT (WOPOLICY.TBL, ONE PER LINE)     *
000570*    RULE DDDDD AAAAAAAAAAAAA                                   *
000580*                 AN ACCOUNT NEGATIVE FOR AT LEAST DDDDD DAYS   *
000590*                 BY AT LEAST AAAAAAAAAAAAA, 9(11)V99 ZERO      *
000600*                 PADDED, IS PROPOSED.  UP TO 20 RULES, TRIED   *
000610*                 IN ORDER; AT LEAST ONE IS REQUIRED.           *
000620*    TYPE TT      TRANSACTION TYPE THE WRITE-OFFS ARE WRITTEN   *
000630*                 WITH (WO WHEN NO TYPE LINE IS FOUND).  ALSO   *
000640*                 READ BY ACCTPOST.  GLMAP.TBL MUST MAP IT TO   *
000650*                 THE LOSS ACCOUNT.                             *
000660*    REGN XXXX    REGION CODE THE WRITE-OFFS POST UNDER         *
000670*                 (REQUIRED TO RELEASE).                        *
000680*                                                               *
000690*NEGATIVE-SINCE FILE (WONEG.DAT, REWRITTEN EACH PROPOSE RUN)    *
000700*    POSITIONS  1-10  ACCOUNT NUMBER                            *
000710*    POSITIONS 12-19  DATE FIRST SEEN NEGATIVE, CCYYMMDD        *
000720*AN ACCOUNT NOT SEEN NEGATIVE BEFORE HAS NOT MOVED SINCE ITS    *
000730*LAST POSTING, SO IT IS TAKEN AS NEGATIVE SINCE ACCT-LAST-POST- *
000740*DATE.  AN ACCOUNT BACK IN CREDIT DROPS OFF AND STARTS AGAIN.   *
000750*---------------------------------------------------------------*
000760*
000770 ENVIRONMENT DIVISION.
000780 CONFIGURATION SECTION.
000790 SOURCE-COMPUTER.  IBM-PC.
000800 OBJECT-COMPUTER.  IBM-PC.
000810 INPUT-OUTPUT SECTION.
000820 FILE-CONTROL.
000830     SELECT POLICY-FILE ASSIGN TO "WOPOLICY.TBL"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-POLICY-FILE-STATUS.
000860     SELECT OPERATOR-FILE ASSIGN TO "ADJOPER.TBL"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-OPERATOR-FILE-STATUS.
000890     SELECT GLMAP-FILE ASSIGN TO "GLMAP.TBL"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-GLMAP-FILE-STATUS.
000920     SELECT LIST-FILE ASSIGN TO "ACCTMST.LST"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-LIST-FILE-STATUS.
000950     SELECT PROPOSAL-FILE ASSIGN TO "WOPROP.DAT"
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS WS-PROPOSAL-FILE-STATUS.
000980     SELECT HISTORY-FILE ASSIGN TO "WOHIST.DAT"
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS WS-HISTORY-FILE-STATUS.
001010     SELECT NEGATIVE-FILE ASSIGN TO "WONEG.DAT"
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS WS-NEGATIVE-FILE-STATUS.
001040     SELECT RECOVERY-FILE ASSIGN TO "WORECOV.DAT"
001050         ORGANIZATION IS LINE SEQUENTIAL
001060         FILE STATUS IS WS-RECOVERY-FILE-STATUS.
001070     SELECT EXTRACT-FILE ASSIGN TO WS-EXTRACT-FILE-NAME
001080         ORGANIZATION IS LINE SEQUENTIAL
001090         FILE STATUS IS WS-EXTRACT-FILE-STATUS.
001100     SELECT REPORT-FILE ASSIGN TO "WOPROP.RPT"
001110         ORGANIZATION IS LINE SEQUENTIAL
001120         FILE STATUS IS WS-REPORT-FILE-STATUS.
001130     SELECT RECRPT-FILE ASSIGN TO "WORECOV.RPT"
001140         ORGANIZATION IS LINE SEQUENTIAL
001150         FILE STATUS IS WS-RECRPT-FILE-STATUS.
001160*
001170 DATA DIVISION.
001180 FILE SECTION.
001190 FD  POLICY-FILE.
001200 01  POLICY-FILE-RECORD          PIC X(40).
001210 FD  OPERATOR-FILE.
001220 01  OPERATOR-FILE-RECORD        PIC X(40).
001230 FD  GLMAP-FILE.
001240 01  GLMAP-LINE                  PIC X(40).
001250 FD  LIST-FILE.
001260 01  LIST-FILE-RECORD            PIC X(10).
001270 FD  PROPOSAL-FILE.
001280 01  PROPOSAL-FILE-RECORD        PIC X(160).
001290 FD  HISTORY-FILE.
001300 01  HISTORY-FILE-RECORD         PIC X(193).
001310 FD  NEGATIVE-FILE.
001320 01  NEGATIVE-FILE-RECORD        PIC X(19).
001330 FD  RECOVERY-FILE.
001340 01  RECOVERY-FILE-RECORD        PIC X(70).
001350 FD  EXTRACT-FILE.
001360 01  EXTRACT-RECORD              PIC X(82).
001370 FD  REPORT-FILE.
001380 01  REPORT-LINE                 PIC X(100).
001390 FD  RECRPT-FILE.
001400 01  RECRPT-LINE                 PIC X(100).
001410*
001420 WORKING-STORAGE SECTION.
001430 01  WS-POLICY-FILE-STATUS     PIC X(02).
001440     88  WS-POLICY-FILE-OK         VALUE "00".
001450     88  WS-POLICY-FILE-EOF        VALUE "10".
001460 01  WS-OPERATOR-FILE-STATUS   PIC X(02).
001470     88  WS-OPERATOR-FILE-OK       VALUE "00".
001480     88  WS-OPERATOR-FILE-EOF      VALUE "10".
001490 01  WS-GLMAP-FILE-STATUS      PIC X(02).
001500     88  WS-GLMAP-FILE-OK          VALUE "00".
001510     88  WS-GLMAP-FILE-EOF         VALUE "10".
001520 01  WS-LIST-FILE-STATUS       PIC X(02).
001530     88  WS-LIST-FILE-OK           VALUE "00".
001540     88  WS-LIST-FILE-EOF          VALUE "10".
001550 01  WS-PROPOSAL-FILE-STATUS   PIC X(02).
001560     88  WS-PROPOSAL-FILE-OK       VALUE "00".
001570     88  WS-PROPOSAL-FILE-EOF      VALUE "10".
001580 01  WS-HISTORY-FILE-STATUS    PIC X(02).
001590     88  WS-HISTORY-FILE-OK        VALUE "00".
001600     88  WS-HISTORY-FILE-NOT-FOUND VALUE "35".
001610 01  WS-NEGATIVE-FILE-STATUS   PIC X(02).
001620     88  WS-NEGATIVE-FILE-OK       VALUE "00".
001630     88  WS-NEGATIVE-FILE-EOF      VALUE "10".
001640 01  WS-RECOVERY-FILE-STATUS   PIC X(02).
001650     88  WS-RECOVERY-FILE-OK       VALUE "00".
001660     88  WS-RECOVERY-FILE-EOF      VALUE "10".
001670 01  WS-EXTRACT-FILE-NAME      PIC X(15) VALUE "WRITEOFF.DAT".
001680 01  WS-EXTRACT-FILE-STATUS    PIC X(02).
001690     88  WS-EXTRACT-FILE-OK        VALUE "00".
001700 01  WS-REPORT-FILE-STATUS     PIC X(02).
001710 01  WS-RECRPT-FILE-STATUS     PIC X(02).
001720 01  WS-ENV-VALUE              PIC X(15).
001730 01  WS-TIMESTAMP              PIC X(21).
001740 01  WS-RUN-DATE               PIC X(08).
001741 01  WS-EXTREG-FUNC            PIC X(01) VALUE "C".
001742 01  WS-EXTREG-COUNT           PIC 9(07).
001743 01  WS-EXTREG-STATUS          PIC 9(02).
001744     88  WS-EXTRACT-WAITING        VALUE 0.
001750 01  WS-RUN-DATE-N             PIC 9(08).
001760 01  WS-RUN-INT                PIC 9(08) COMP-5.
001770 01  WS-DATE-N                 PIC 9(08).
001780 01  WS-RECOVERY-MONTH         PIC X(06).
001790 01  WS-RUN-MODE               PIC X(01) VALUE SPACE.
001800     88  WS-RUN-PROPOSE            VALUE "P".
001810     88  WS-RUN-RELEASE            VALUE "R".
001820*
001830 01  WS-FUNC                   PIC 999 COMP-5.
001840     88  FUNC-OPEN                 VALUE 1.
001850     88  FUNC-CLOSE                VALUE 2.
001860     88  FUNC-READ                 VALUE 3.
001870     88  FUNC-REWRITE              VALUE 5.
001880 01  WS-IO-AREA                PIC X(4000).
001890 01  WS-IO-LEN                 PIC 999 COMP-5.
001900 01  WS-RET-CODE               PIC 999 COMP-5.
001910 01  WS-MASTER-FILE-NAME       PIC X(15) VALUE "ACCTMST".
001920 01  WS-MASTER-OPEN-SW         PIC X(01) VALUE "N".
001930     88  WS-MASTER-OPEN            VALUE "Y".
001940*
001950*    THE WRITE-OFF POLICY.
001960 01  WS-WO-TYPE                PIC X(02) VALUE "WO".
001970 01  WS-WO-REGION              PIC X(04) VALUE SPACES.
001980 01  WS-RULE-TABLE.
001990     05  WS-RULE-COUNT         PIC 9(02) COMP-5 VALUE 0.
002000     05  WS-RULE-ENTRY OCCURS 20 TIMES.
002010         10  WS-RULE-DAYS      PIC 9(05).
002020         10  WS-RULE-AMOUNT    PIC 9(11)V99.
002022 01  WS-POLICY-AMOUNT-X        PIC X(13).
002024 01  WS-POLICY-AMOUNT REDEFINES WS-POLICY-AMOUNT-X
002026                               PIC 9(11)V99.
002030 01  WS-RULE-SUB               PIC 9(02) COMP-5.
002040 01  WS-RULE-HIT               PIC 9(02) COMP-5.
002050 01  WS-GLMAP-KEY              PIC X(20).
002060*
002070*    THE SIGNED-ON OPERATOR AND WHAT ADJOPER.TBL LETS THEM DO.
002080 01  WS-OPERATOR-ID            PIC X(08).
002090 01  WS-AUTHORITY              PIC X(01) VALUE SPACE.
002100     88  WS-MAY-APPROVE            VALUE "A" "B".
002110*
002120*    WOPROP.DAT, TABLED WHOLE FOR EACH ACTION.
002130 01  WS-PROP-TABLE.
002140     05  WS-PROP-COUNT         PIC 9(05) COMP-5 VALUE 0.
002150     05  WS-PROP-ENTRY         PIC X(160) OCCURS 2000 TIMES
002160                               INDEXED BY WS-PROP-IDX.
002170 01  WS-PROP-SUB               PIC 9(05) COMP-5.
002180 01  WS-PROP-HOLD              PIC X(160).
002190 01  WS-PROP-OVERFLOW-SW       PIC X(01) VALUE "N".
002200     88  WS-PROP-OVERFLOW          VALUE "Y".
002210 01  WS-LAST-SEQ               PIC 9(04).
002220*
002230*    WONEG.DAT.  ENTRIES STILL NEGATIVE THIS RUN ARE FLAGGED
002240*    AND ONLY THOSE ARE WRITTEN BACK.
002250 01  WS-NEG-TABLE.
002260     05  WS-NEG-COUNT          PIC 9(05) COMP-5 VALUE 0.
002270     05  WS-NEG-ENTRY OCCURS 5000 TIMES
002280             INDEXED BY WS-NEG-IDX.
002290         10  WS-NEG-ACCOUNT    PIC X(10).
002300         10  WS-NEG-SINCE      PIC X(08).
002310         10  WS-NEG-SEEN       PIC X(01).
002320 01  WS-NEG-SUB                PIC 9(05) COMP-5.
002330 01  WS-NEG-OVERFLOW-SW        PIC X(01) VALUE "N".
002340     88  WS-NEG-OVERFLOW           VALUE "Y".
002350 01  WS-SINCE-DATE             PIC X(08).
002360 01  WS-AGE-DAYS               PIC S9(07) COMP-5.
002370 01  WS-ABS-BALANCE            PIC 9(11)V99.
002380*
002390 01  WS-CHOICE                 PIC X(01).
002400 01  WS-SW-DONE                PIC X(01) VALUE "N".
002410     88  WS-MENU-DONE              VALUE "Y".
002420 01  WS-MATCH-SW               PIC X(01).
002430     88  WS-MATCH-FOUND            VALUE "Y".
002440 01  WS-SETUP-SW               PIC X(01).
002450     88  WS-SETUP-FAILED           VALUE "Y".
002460 01  WS-INPUT                  PIC X(30).
002470 01  WS-PICK-NUMBER            PIC X(12).
002480 01  WS-HIST-EVENT             PIC X(08).
002490 01  WS-LAPSE-NOTE             PIC X(30).
002500*
002510 01  WS-SCANNED-COUNT          PIC 9(07) VALUE 0.
002520 01  WS-MISSING-COUNT          PIC 9(07) VALUE 0.
002530 01  WS-NEGATIVE-COUNT         PIC 9(07) VALUE 0.
002540 01  WS-NEGATIVE-AMOUNT        PIC S9(13)V99 COMP-3 VALUE 0.
002550 01  WS-NEW-COUNT              PIC 9(07) VALUE 0.
002560 01  WS-ALREADY-COUNT          PIC 9(07) VALUE 0.
002570 01  WS-WAITING-COUNT          PIC 9(07) VALUE 0.
002580 01  WS-WAITING-AMOUNT         PIC S9(13)V99 COMP-3 VALUE 0.
002590 01  WS-APPROVED-COUNT         PIC 9(07) VALUE 0.
002600 01  WS-APPROVED-AMOUNT        PIC S9(13)V99 COMP-3 VALUE 0.
002610 01  WS-TO-RELEASE-COUNT       PIC 9(07) VALUE 0.
002620 01  WS-RELEASED-COUNT         PIC 9(07) VALUE 0.
002630 01  WS-RELEASED-AMOUNT        PIC S9(13)V99 COMP-3 VALUE 0.
002640 01  WS-LAPSED-COUNT           PIC 9(07) VALUE 0.
002650 01  WS-FAIL-COUNT             PIC 9(07) VALUE 0.
002660 01  WS-LISTED-COUNT           PIC 9(07) VALUE 0.
002670 01  WS-RECOVERY-COUNT         PIC 9(07) VALUE 0.
002680 01  WS-RECOVERY-AMOUNT        PIC S9(13)V99 COMP-3 VALUE 0.
002690 01  WS-NEW-MARK               PIC X(03).
002700 01  WS-COUNT-EDIT             PIC ZZZZZZ9.
002710 01  WS-DAYS-EDIT              PIC ZZZZ9.
002720 01  WS-RULE-EDIT              PIC Z9.
002730 01  WS-AMOUNT-EDIT            PIC Z,ZZZ,ZZZ,ZZ9.99-.
002740 01  WS-TOTAL-EDIT             PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
002750 COPY WOFFREC.
002760 COPY ACCTREC.
002770 COPY SAMPREC.
002780*
002790*    NAMES AND KEYS THE FINISHED REPORTS ARE FILED UNDER IN THE
002800*    REPORT REPOSITORY.  A BLANK ENTITY IS RESOLVED BY RPTSAVE.
002810 01  WS-REPO-NAME              PIC X(15).
002820 01  WS-REPO-JOB               PIC X(08) VALUE "WRITEOFF".
002830 01  WS-REPO-ENTITY            PIC X(04) VALUE SPACES.
002840 01  WS-REPO-STATUS            PIC 9(02).
002850*
002860 PROCEDURE DIVISION.
002870*
002880 0000-MAINLINE.
002890     DISPLAY "WRITEOFF - NEGATIVE BALANCE WRITE-OFF".
002900     PERFORM 0100-GET-PARAMETERS THRU 0100-EXIT.
002910     PERFORM 1000-LOAD-POLICY THRU 1000-EXIT.
002920     IF WS-RUN-PROPOSE
002930         PERFORM 2000-PROPOSE THRU 2000-EXIT
002940         STOP RUN
002950     END-IF.
002960     IF WS-RUN-RELEASE
002970         MOVE "BATCH" TO WS-OPERATOR-ID
002980         PERFORM 6000-RELEASE-APPROVED THRU 6000-EXIT
002990         EVALUATE TRUE
003000             WHEN WS-SETUP-FAILED
003010                 MOVE 12 TO RETURN-CODE
003011             WHEN WS-EXTRACT-WAITING
003012                 MOVE 8 TO RETURN-CODE
003020             WHEN WS-PROP-OVERFLOW
003030                 MOVE 8 TO RETURN-CODE
003040             WHEN WS-FAIL-COUNT > 0
003050                 MOVE 8 TO RETURN-CODE
003060             WHEN WS-RELEASED-COUNT = 0
003070                 MOVE 4 TO RETURN-CODE
003080             WHEN OTHER
003090                 MOVE 0 TO RETURN-CODE
003100         END-EVALUATE
003110         STOP RUN
003120     END-IF.
003130     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
003140     IF NOT WS-MAY-APPROVE
003150         DISPLAY "WRITEOFF - OPERATOR ", WS-OPERATOR-ID,
003160             " HAS NO APPROVAL AUTHORITY ON ADJOPER.TBL"
003170         MOVE 12 TO RETURN-CODE
003180         STOP RUN
003190     END-IF.
003200     PERFORM 3000-ONE-MENU-PASS THRU 3000-EXIT
003210         UNTIL WS-MENU-DONE.
003220     IF WS-PROP-OVERFLOW OR WS-FAIL-COUNT > 0
003230         MOVE 8 TO RETURN-CODE
003240     ELSE
003250         MOVE 0 TO RETURN-CODE
003260     END-IF.
003270     STOP RUN.
003280*
003290 0100-GET-PARAMETERS.
003300     MOVE SPACES TO WS-ENV-VALUE.
003310     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SORT-RUNDATE".
003320     IF WS-ENV-VALUE NOT = SPACES
003330         MOVE WS-ENV-VALUE(1:8) TO WS-RUN-DATE
003340     ELSE
003350         MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
003360         MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE
003370     END-IF.
003380     MOVE WS-RUN-DATE TO WS-RUN-DATE-N.
003390     MOVE FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)
003400         TO WS-RUN-INT.
003410     MOVE WS-RUN-DATE(1:6) TO WS-RECOVERY-MONTH.
003420     MOVE SPACES TO WS-ENV-VALUE.
003430     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "WO-MONTH".
003440     IF WS-ENV-VALUE(1:6) NUMERIC
003450         MOVE WS-ENV-VALUE(1:6) TO WS-RECOVERY-MONTH
003460     END-IF.
003470     MOVE SPACES TO WS-ENV-VALUE.
003480     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "WO-EXTRACT".
003490     IF WS-ENV-VALUE NOT = SPACES
003500         MOVE WS-ENV-VALUE TO WS-EXTRACT-FILE-NAME
003510     END-IF.
003520     MOVE SPACES TO WS-ENV-VALUE.
003530     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "WO-RUN".
003540     MOVE WS-ENV-VALUE(1:1) TO WS-RUN-MODE.
003550 0100-EXIT.
003560     EXIT.
003570*
003580 1000-LOAD-POLICY.
003590     OPEN INPUT POLICY-FILE.
003600     IF NOT WS-POLICY-FILE-OK
003610         GO TO 1000-EXIT
003620     END-IF.
003630     PERFORM 1010-LOAD-ONE-POLICY THRU 1010-EXIT
003640         UNTIL WS-POLICY-FILE-EOF.
003650     CLOSE POLICY-FILE.
003660 1000-EXIT.
003670     EXIT.
003680*
003690 1010-LOAD-ONE-POLICY.
003700     READ POLICY-FILE
003710         AT END
003720             GO TO 1010-EXIT
003730     END-READ.
003740     EVALUATE POLICY-FILE-RECORD(1:4)
003750         WHEN "RULE"
003760             IF WS-RULE-COUNT < 20
003770                 AND POLICY-FILE-RECORD(6:5) NUMERIC
003780                 AND POLICY-FILE-RECORD(12:13) NUMERIC
003790                 ADD 1 TO WS-RULE-COUNT
003800                 MOVE POLICY-FILE-RECORD(6:5)
003810                     TO WS-RULE-DAYS(WS-RULE-COUNT)
003820                 MOVE POLICY-FILE-RECORD(12:13)
003822                     TO WS-POLICY-AMOUNT-X
003824                 MOVE WS-POLICY-AMOUNT
003830                     TO WS-RULE-AMOUNT(WS-RULE-COUNT)
003840             END-IF
003850         WHEN "TYPE"
003860             MOVE POLICY-FILE-RECORD(6:2) TO WS-WO-TYPE
003870         WHEN "REGN"
003880             MOVE POLICY-FILE-RECORD(6:4) TO WS-WO-REGION
003890     END-EVALUATE.
003900 1010-EXIT.
003910     EXIT.
003920*
003930 1100-SIGN-ON.
003940     MOVE SPACES TO WS-ENV-VALUE.
003950     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SORT-OPERATOR".
003960     MOVE WS-ENV-VALUE(1:8) TO WS-OPERATOR-ID.
003970     IF WS-OPERATOR-ID = SPACES
003980         DISPLAY "OPERATOR ID:"
003990         PERFORM 3900-ACCEPT-INPUT THRU 3900-EXIT
004000         MOVE WS-INPUT(1:8) TO WS-OPERATOR-ID
004010     END-IF.
004020     MOVE SPACE TO WS-AUTHORITY.
004030     IF WS-OPERATOR-ID = SPACES
004040         GO TO 1100-EXIT
004050     END-IF.
004060     OPEN INPUT OPERATOR-FILE.
004070     IF NOT WS-OPERATOR-FILE-OK
004080         DISPLAY "WRITEOFF - NO ADJOPER.TBL"
004090         GO TO 1100-EXIT
004100     END-IF.
004110     PERFORM 1110-CHECK-ONE-OPERATOR THRU 1110-EXIT
004120         UNTIL WS-OPERATOR-FILE-EOF.
004130     CLOSE OPERATOR-FILE.
004140 1100-EXIT.
004150     EXIT.
004160*
004170 1110-CHECK-ONE-OPERATOR.
004180     READ OPERATOR-FILE
004190         AT END
004200             GO TO 1110-EXIT
004210     END-READ.
004220     IF OPERATOR-FILE-RECORD(1:8) = WS-OPERATOR-ID
004230         MOVE OPERATOR-FILE-RECORD(10:1) TO WS-AUTHORITY
004240     END-IF.
004250 1110-EXIT.
004260     EXIT.
004270*
004280 1200-OPEN-MASTER.
004290     SET FUNC-OPEN TO TRUE.
004300     MOVE SPACES TO WS-IO-AREA.
004310     MOVE WS-MASTER-FILE-NAME TO WS-IO-AREA(1:15).
004320     MOVE 130 TO WS-IO-LEN.
004330     CALL "RSMFCOB" USING WS-FUNC, WS-IO-AREA,
004340                           WS-IO-LEN, WS-RET-CODE.
004350     IF WS-RET-CODE = 0
004360         SET WS-MASTER-OPEN TO TRUE
004370     ELSE
004380         DISPLAY "WRITEOFF - CANNOT OPEN ACCOUNT MASTER"
004390     END-IF.
004400 1200-EXIT.
004410     EXIT.
004420*
004430 1210-CLOSE-MASTER.
004440     IF WS-MASTER-OPEN
004450         SET FUNC-CLOSE TO TRUE
004460         MOVE SPACES TO WS-IO-AREA
004470         CALL "RSMFCOB" USING WS-FUNC, WS-IO-AREA,
004480                               WS-IO-LEN, WS-RET-CODE
004490         MOVE "N" TO WS-MASTER-OPEN-SW
004500     END-IF.
004510 1210-EXIT.
004520     EXIT.
004530*
004540*    READS THE ACCOUNT IN ACCT-ACCOUNT-NUMBER.  WS-RET-CODE IS
004550*    NON-ZERO WHEN IT IS NOT ON THE MASTER.
004560 1300-READ-ACCOUNT.
004570     SET FUNC-READ TO TRUE.
004580     MOVE SPACES TO WS-IO-AREA.
004590     MOVE ACCT-ACCOUNT-NUMBER TO WS-IO-AREA(1:10).
004600     MOVE 130 TO WS-IO-LEN.
004610     CALL "RSMFCOB" USING WS-FUNC, WS-IO-AREA,
004620                           WS-IO-LEN, WS-RET-CODE.
004630     IF WS-RET-CODE = 0
004640         MOVE WS-IO-AREA(1:130) TO ACCT-MASTER-RECORD
004650     END-IF.
004660 1300-EXIT.
004670     EXIT.
004680*
004690*---------------------------------------------------------------*
004700* PROPOSE: FIND EVERY NEGATIVE ACCOUNT, AGE IT, AND PROPOSE     *
004710* THOSE THE POLICY CATCHES.                                     *
004720*---------------------------------------------------------------*
004730 2000-PROPOSE.
004740     IF WS-RULE-COUNT = 0
004750         DISPLAY "WRITEOFF - WOPOLICY.TBL HOLDS NO RULE LINES"
004760         MOVE 12 TO RETURN-CODE
004770         GO TO 2000-EXIT
004780     END-IF.
004790     PERFORM 7000-LOAD-PROPOSALS THRU 7000-EXIT.
004800     IF WS-PROP-OVERFLOW
004810         MOVE 8 TO RETURN-CODE
004820         GO TO 2000-EXIT
004830     END-IF.
004840     OPEN INPUT LIST-FILE.
004850     IF NOT WS-LIST-FILE-OK
004860         DISPLAY "WRITEOFF - CANNOT OPEN ACCTMST.LST"
004870         MOVE 12 TO RETURN-CODE
004880         GO TO 2000-EXIT
004890     END-IF.
004900     PERFORM 1200-OPEN-MASTER THRU 1200-EXIT.
004910     IF NOT WS-MASTER-OPEN
004920         CLOSE LIST-FILE
004930         MOVE 12 TO RETURN-CODE
004940         GO TO 2000-EXIT
004950     END-IF.
004960     PERFORM 2100-LOAD-NEGATIVES THRU 2100-EXIT.
004970     MOVE 0 TO WS-LAST-SEQ.
004980     PERFORM 2150-NOTE-LAST-SEQ THRU 2150-EXIT
004990         VARYING WS-PROP-IDX FROM 1 BY 1
005000         UNTIL WS-PROP-IDX > WS-PROP-COUNT.
005010     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
005020     MOVE "WRITEOFF" TO WS-OPERATOR-ID.
005030     PERFORM 2200-SCAN-ONE-ACCOUNT THRU 2200-EXIT
005040         UNTIL WS-LIST-FILE-EOF.
005050     CLOSE LIST-FILE.
005060     PERFORM 1210-CLOSE-MASTER THRU 1210-EXIT.
005070     PERFORM 7100-SAVE-PROPOSALS THRU 7100-EXIT.
005080     IF WS-NEG-OVERFLOW
005090         DISPLAY "WRITEOFF - MORE THAN 5000 NEGATIVE ACCOUNTS, ",
005100             "WONEG.DAT LEFT AS IT WAS"
005110     ELSE
005120         PERFORM 2400-SAVE-NEGATIVES THRU 2400-EXIT
005130     END-IF.
005140     PERFORM 8000-PROPOSAL-REPORT THRU 8000-EXIT.
005150     PERFORM 8500-RECOVERY-REPORT THRU 8500-EXIT.
005160     MOVE WS-NEW-COUNT TO WS-COUNT-EDIT.
005170     DISPLAY "WRITEOFF - NEW PROPOSALS       = ", WS-COUNT-EDIT.
005180     MOVE WS-RECOVERY-COUNT TO WS-COUNT-EDIT.
005190     DISPLAY "WRITEOFF - RECOVERIES IN MONTH = ", WS-COUNT-EDIT.
005200     EVALUATE TRUE
005210         WHEN WS-PROP-OVERFLOW
005220             MOVE 8 TO RETURN-CODE
005230         WHEN WS-NEG-OVERFLOW
005240             MOVE 8 TO RETURN-CODE
005250         WHEN WS-NEW-COUNT > 0
005260             MOVE 4 TO RETURN-CODE
005270         WHEN OTHER
005280             MOVE 0 TO RETURN-CODE
005290     END-EVALUATE.
005300 2000-EXIT.
005310     EXIT.
005320*
005330*    NO WONEG.DAT MEANS NO ACCOUNT HAS BEEN SEEN NEGATIVE YET.
005340 2100-LOAD-NEGATIVES.
005350     OPEN INPUT NEGATIVE-FILE.
005360     IF NOT WS-NEGATIVE-FILE-OK
005370         GO TO 2100-EXIT
005380     END-IF.
005390     PERFORM 2110-LOAD-ONE-NEGATIVE THRU 2110-EXIT
005400         UNTIL WS-NEGATIVE-FILE-EOF
005410            OR WS-NEG-OVERFLOW.
005420     CLOSE NEGATIVE-FILE.
005430 2100-EXIT.
005440     EXIT.
005450*
005460 2110-LOAD-ONE-NEGATIVE.
005470     READ NEGATIVE-FILE
005480         AT END
005490             GO TO 2110-EXIT
005500     END-READ.
005510     MOVE NEGATIVE-FILE-RECORD TO WO-NEGATIVE-RECORD.
005520     IF WO-NEG-ACCOUNT = SPACES
005530         GO TO 2110-EXIT
005540     END-IF.
005550     IF WS-NEG-COUNT = 5000
005560         SET WS-NEG-OVERFLOW TO TRUE
005570         GO TO 2110-EXIT
005580     END-IF.
005590     ADD 1 TO WS-NEG-COUNT.
005600     MOVE WO-NEG-ACCOUNT TO WS-NEG-ACCOUNT(WS-NEG-COUNT).
005610     MOVE WO-NEG-SINCE TO WS-NEG-SINCE(WS-NEG-COUNT).
005620     MOVE "N" TO WS-NEG-SEEN(WS-NEG-COUNT).
005630 2110-EXIT.
005640     EXIT.
005650*
005660 2150-NOTE-LAST-SEQ.
005670     IF WS-PROP-ENTRY(WS-PROP-IDX)(1:8) = WS-RUN-DATE
005680         AND WS-PROP-ENTRY(WS-PROP-IDX)(9:4) NUMERIC
005690         AND WS-PROP-ENTRY(WS-PROP-IDX)(9:4) > WS-LAST-SEQ
005700         MOVE WS-PROP-ENTRY(WS-PROP-IDX)(9:4) TO WS-LAST-SEQ
005710     END-IF.
005720 2150-EXIT.
005730     EXIT.
005740*
005750*    AN ACCOUNT ALREADY WRITTEN OFF, OR IN CREDIT, IS PASSED
005760*    OVER.  ONE ALREADY PROPOSED AND NOT YET FINISHED IS NOT
005770*    PROPOSED AGAIN.
005780 2200-SCAN-ONE-ACCOUNT.
005790     READ LIST-FILE
005800         AT END
005810             GO TO 2200-EXIT
005820     END-READ.
005830     IF LIST-FILE-RECORD = SPACES
005840         GO TO 2200-EXIT
005850     END-IF.
005860     ADD 1 TO WS-SCANNED-COUNT.
005870     MOVE LIST-FILE-RECORD TO ACCT-ACCOUNT-NUMBER.
005880     PERFORM 1300-READ-ACCOUNT THRU 1300-EXIT.
005890     IF WS-RET-CODE NOT = 0
005900         ADD 1 TO WS-MISSING-COUNT
005910         GO TO 2200-EXIT
005920     END-IF.
005930     IF ACCT-STATUS-WRITTEN-OFF
005940         OR ACCT-CURRENT-BALANCE NOT < 0
005950         GO TO 2200-EXIT
005960     END-IF.
005970     ADD 1 TO WS-NEGATIVE-COUNT.
005980     ADD ACCT-CURRENT-BALANCE TO WS-NEGATIVE-AMOUNT.
005990     PERFORM 2210-FIND-NEGATIVE THRU 2210-EXIT.
006000     MOVE 0 TO WS-AGE-DAYS.
006010     IF WS-SINCE-DATE NUMERIC
006020         MOVE WS-SINCE-DATE TO WS-DATE-N
006030         COMPUTE WS-AGE-DAYS = WS-RUN-INT
006040             - FUNCTION INTEGER-OF-DATE(WS-DATE-N)
006050     END-IF.
006060     IF WS-AGE-DAYS < 0
006070         MOVE 0 TO WS-AGE-DAYS
006080     END-IF.
006090     COMPUTE WS-ABS-BALANCE = 0 - ACCT-CURRENT-BALANCE.
006100     MOVE 0 TO WS-RULE-HIT.
006110     PERFORM 2220-APPLY-ONE-RULE THRU 2220-EXIT
006120         VARYING WS-RULE-SUB FROM 1 BY 1
006130         UNTIL WS-RULE-SUB > WS-RULE-COUNT
006140            OR WS-RULE-HIT > 0.
006150     IF WS-RULE-HIT = 0
006160         GO TO 2200-EXIT
006170     END-IF.
006180     MOVE "N" TO WS-MATCH-SW.
006190     PERFORM 2230-FIND-OPEN-PROPOSAL THRU 2230-EXIT
006200         VARYING WS-PROP-IDX FROM 1 BY 1
006210         UNTIL WS-PROP-IDX > WS-PROP-COUNT
006220            OR WS-MATCH-FOUND.
006230     IF WS-MATCH-FOUND
006240         ADD 1 TO WS-ALREADY-COUNT
006250         GO TO 2200-EXIT
006260     END-IF.
006270     PERFORM 2300-ADD-PROPOSAL THRU 2300-EXIT.
006280 2200-EXIT.
006290     EXIT.
006300*
006310*    LEAVES WS-SINCE-DATE AT THE DATE THE ACCOUNT WAS FIRST SEEN
006320*    NEGATIVE, ADDING IT TO THE TABLE WHEN IT IS NEW.
006330 2210-FIND-NEGATIVE.
006340     MOVE 0 TO WS-NEG-SUB.
006350     PERFORM 2211-MATCH-ONE-NEGATIVE THRU 2211-EXIT
006360         VARYING WS-NEG-IDX FROM 1 BY 1
006370         UNTIL WS-NEG-IDX > WS-NEG-COUNT
006380            OR WS-NEG-SUB > 0.
006390     IF WS-NEG-SUB > 0
006400         MOVE WS-NEG-SINCE(WS-NEG-SUB) TO WS-SINCE-DATE
006410         MOVE "Y" TO WS-NEG-SEEN(WS-NEG-SUB)
006420         GO TO 2210-EXIT
006430     END-IF.
006440     IF ACCT-LAST-POST-DATE NUMERIC
006450         AND ACCT-LAST-POST-DATE NOT > WS-RUN-DATE
006460         MOVE ACCT-LAST-POST-DATE TO WS-SINCE-DATE
006470     ELSE
006480         MOVE WS-RUN-DATE TO WS-SINCE-DATE
006490     END-IF.
006500     IF WS-NEG-COUNT = 5000
006510         SET WS-NEG-OVERFLOW TO TRUE
006520         GO TO 2210-EXIT
006530     END-IF.
006540     ADD 1 TO WS-NEG-COUNT.
006550     MOVE ACCT-ACCOUNT-NUMBER TO WS-NEG-ACCOUNT(WS-NEG-COUNT).
006560     MOVE WS-SINCE-DATE TO WS-NEG-SINCE(WS-NEG-COUNT).
006570     MOVE "Y" TO WS-NEG-SEEN(WS-NEG-COUNT).
006580 2210-EXIT.
006590     EXIT.
006600*
006610 2211-MATCH-ONE-NEGATIVE.
006620     IF WS-NEG-ACCOUNT(WS-NEG-IDX) = ACCT-ACCOUNT-NUMBER
006630         SET WS-NEG-SUB TO WS-NEG-IDX
006640     END-IF.
006650 2211-EXIT.
006660     EXIT.
006670*
006680 2220-APPLY-ONE-RULE.
006690     IF WS-AGE-DAYS NOT < WS-RULE-DAYS(WS-RULE-SUB)
006700         AND WS-ABS-BALANCE NOT < WS-RULE-AMOUNT(WS-RULE-SUB)
006710         MOVE WS-RULE-SUB TO WS-RULE-HIT
006720     END-IF.
006730 2220-EXIT.
006740     EXIT.
006750*
006760 2230-FIND-OPEN-PROPOSAL.
006770     MOVE WS-PROP-ENTRY(WS-PROP-IDX) TO WO-RECORD.
006780     IF WO-ACCOUNT = ACCT-ACCOUNT-NUMBER
006790         AND NOT WO-STATUS-FINISHED
006800         SET WS-MATCH-FOUND TO TRUE
006810     END-IF.
006820 2230-EXIT.
006830     EXIT.
006840*
006850 2300-ADD-PROPOSAL.
006860     IF WS-PROP-COUNT = 2000
006870         SET WS-PROP-OVERFLOW TO TRUE
006880         DISPLAY "WRITEOFF - WOPROP.DAT IS FULL, ACCOUNT ",
006890             ACCT-ACCOUNT-NUMBER, " NOT PROPOSED"
006900         GO TO 2300-EXIT
006910     END-IF.
006920     MOVE SPACES TO WO-RECORD.
006930     MOVE WS-RUN-DATE TO WO-NUM-DATE.
006940     ADD 1 TO WS-LAST-SEQ.
006950     MOVE WS-LAST-SEQ TO WO-NUM-SEQ.
006960     SET WO-STATUS-PROPOSED TO TRUE.
006970     MOVE ACCT-ACCOUNT-NUMBER TO WO-ACCOUNT.
006980     MOVE ACCT-CUSTOMER-NAME TO WO-NAME.
006990     MOVE ACCT-CURRENT-BALANCE TO WO-BALANCE.
007000     MOVE WS-SINCE-DATE TO WO-NEGATIVE-SINCE.
007010     MOVE WS-AGE-DAYS TO WO-AGE-DAYS.
007020     MOVE WS-RULE-HIT TO WO-RULE.
007030     MOVE 0 TO WO-AMOUNT-OFF.
007040     ADD 1 TO WS-PROP-COUNT.
007050     MOVE WO-RECORD TO WS-PROP-ENTRY(WS-PROP-COUNT).
007060     ADD 1 TO WS-NEW-COUNT.
007070     MOVE "PROPOSED" TO WS-HIST-EVENT.
007080     PERFORM 7200-WRITE-HISTORY THRU 7200-EXIT.
007090 2300-EXIT.
007100     EXIT.
007110*
007120 2400-SAVE-NEGATIVES.
007130     OPEN OUTPUT NEGATIVE-FILE.
007140     IF NOT WS-NEGATIVE-FILE-OK
007150         DISPLAY "WRITEOFF - CANNOT REWRITE WONEG.DAT"
007160         GO TO 2400-EXIT
007170     END-IF.
007180     PERFORM 2410-SAVE-ONE-NEGATIVE THRU 2410-EXIT
007190         VARYING WS-NEG-IDX FROM 1 BY 1
007200         UNTIL WS-NEG-IDX > WS-NEG-COUNT.
007210     CLOSE NEGATIVE-FILE.
007220 2400-EXIT.
007230     EXIT.
007240*
007250 2410-SAVE-ONE-NEGATIVE.
007260     IF WS-NEG-SEEN(WS-NEG-IDX) NOT = "Y"
007270         GO TO 2410-EXIT
007280     END-IF.
007290     MOVE SPACES TO WO-NEGATIVE-RECORD.
007300     MOVE WS-NEG-ACCOUNT(WS-NEG-IDX) TO WO-NEG-ACCOUNT.
007310     MOVE WS-NEG-SINCE(WS-NEG-IDX) TO WO-NEG-SINCE.
007320     MOVE WO-NEGATIVE-RECORD TO NEGATIVE-FILE-RECORD.
007330     WRITE NEGATIVE-FILE-RECORD.
007340 2410-EXIT.
007350     EXIT.
007360*
007370 3000-ONE-MENU-PASS.
007380     DISPLAY " ".
007390     DISPLAY "  OPERATOR ", WS-OPERATOR-ID, "  RUN DATE ",
007400         WS-RUN-DATE.
007410     DISPLAY "  L LIST WRITE-OFF PROPOSALS NOT YET RELEASED".
007420     DISPLAY "  A APPROVE OR REJECT A PROPOSAL".
007430     DISPLAY "  R RELEASE APPROVED WRITE-OFFS TO ",
007440         WS-EXTRACT-FILE-NAME.
007450     DISPLAY "  X EXIT".
007460     DISPLAY "ENTER CHOICE:".
007470     MOVE SPACES TO WS-CHOICE.
007480     ACCEPT WS-CHOICE.
007490     EVALUATE WS-CHOICE
007500         WHEN "L"
007510         WHEN "l"
007520             PERFORM 4000-LIST-OPEN THRU 4000-EXIT
007530         WHEN "A"
007540         WHEN "a"
007550             PERFORM 5000-DECIDE-PROPOSAL THRU 5000-EXIT
007560         WHEN "R"
007570         WHEN "r"
007580             PERFORM 6000-RELEASE-APPROVED THRU 6000-EXIT
007590         WHEN "X"
007600         WHEN "x"
007610             SET WS-MENU-DONE TO TRUE
007620         WHEN OTHER
007630             DISPLAY "CHOICE NOT RECOGNIZED: ", WS-CHOICE
007640     END-EVALUATE.
007650 3000-EXIT.
007660     EXIT.
007670*
007680 3900-ACCEPT-INPUT.
007690     MOVE SPACES TO WS-INPUT.
007700     ACCEPT WS-INPUT.
007710 3900-EXIT.
007720     EXIT.
007730*
007740 4000-LIST-OPEN.
007750     PERFORM 7000-LOAD-PROPOSALS THRU 7000-EXIT.
007760     MOVE 0 TO WS-LISTED-COUNT.
007770     DISPLAY "NUMBER       S ACCOUNT            BALANCE ",
007780         "NEG SINCE  DAYS RULE DECIDED  NAME".
007790     PERFORM 4100-LIST-ONE THRU 4100-EXIT
007800         VARYING WS-PROP-IDX FROM 1 BY 1
007810         UNTIL WS-PROP-IDX > WS-PROP-COUNT.
007820     MOVE WS-LISTED-COUNT TO WS-COUNT-EDIT.
007830     DISPLAY "PROPOSALS LISTED = ", WS-COUNT-EDIT.
007840 4000-EXIT.
007850     EXIT.
007860*
007870 4100-LIST-ONE.
007880     MOVE WS-PROP-ENTRY(WS-PROP-IDX) TO WO-RECORD.
007890     IF WO-STATUS-FINISHED
007900         GO TO 4100-EXIT
007910     END-IF.
007920     ADD 1 TO WS-LISTED-COUNT.
007930     MOVE WO-BALANCE TO WS-AMOUNT-EDIT.
007940     MOVE WO-AGE-DAYS TO WS-DAYS-EDIT.
007950     MOVE WO-RULE TO WS-RULE-EDIT.
007960     DISPLAY WO-NUMBER, " ", WO-STATUS, " ", WO-ACCOUNT,
007970         WS-AMOUNT-EDIT, " ", WO-NEGATIVE-SINCE, " ",
007980         WS-DAYS-EDIT, "   ", WS-RULE-EDIT, " ",
007990         WO-DECIDED-BY, " ", WO-NAME.
008000 4100-EXIT.
008010     EXIT.
008020*
008030*    ONLY A PROPOSAL STILL WAITING (STATUS P) CAN BE DECIDED.
008040 5000-DECIDE-PROPOSAL.
008050     DISPLAY "PROPOSAL NUMBER (BLANK = BACK TO MENU):".
008060     PERFORM 3900-ACCEPT-INPUT THRU 3900-EXIT.
008070     IF WS-INPUT = SPACES
008080         GO TO 5000-EXIT
008090     END-IF.
008100     MOVE WS-INPUT(1:12) TO WS-PICK-NUMBER.
008110     PERFORM 7000-LOAD-PROPOSALS THRU 7000-EXIT.
008120     IF WS-PROP-OVERFLOW
008130         GO TO 5000-EXIT
008140     END-IF.
008150     MOVE 0 TO WS-PROP-SUB.
008160     PERFORM 5010-MATCH-NUMBER THRU 5010-EXIT
008170         VARYING WS-PROP-IDX FROM 1 BY 1
008180         UNTIL WS-PROP-IDX > WS-PROP-COUNT
008190            OR WS-PROP-SUB > 0.
008200     IF WS-PROP-SUB = 0
008210         DISPLAY "NO SUCH PROPOSAL: ", WS-PICK-NUMBER
008220         GO TO 5000-EXIT
008230     END-IF.
008240     MOVE WS-PROP-ENTRY(WS-PROP-SUB) TO WO-RECORD.
008250     IF NOT WO-STATUS-PROPOSED
008260         DISPLAY "PROPOSAL ", WO-NUMBER,
008270             " IS NOT AWAITING APPROVAL (STATUS ", WO-STATUS,
008280             ")"
008290         GO TO 5000-EXIT
008300     END-IF.
008310     MOVE WO-BALANCE TO WS-AMOUNT-EDIT.
008320     MOVE WO-AGE-DAYS TO WS-DAYS-EDIT.
008330     MOVE WO-RULE TO WS-RULE-EDIT.
008340     DISPLAY "ACCOUNT           = ", WO-ACCOUNT, " ", WO-NAME.
008350     DISPLAY "BALANCE PROPOSED  = ", WS-AMOUNT-EDIT.
008360     DISPLAY "NEGATIVE SINCE    = ", WO-NEGATIVE-SINCE,
008370         "  (", WS-DAYS-EDIT, " DAYS, POLICY RULE ",
008380         WS-RULE-EDIT, ")".
008390     DISPLAY "A APPROVE, R REJECT (BLANK = BACK):".
008400     PERFORM 3900-ACCEPT-INPUT THRU 3900-EXIT.
008410     EVALUATE WS-INPUT(1:1)
008420         WHEN "A"
008430         WHEN "a"
008440             SET WO-STATUS-APPROVED TO TRUE
008450             MOVE "APPROVED" TO WS-HIST-EVENT
008460         WHEN "R"
008470         WHEN "r"
008480             DISPLAY "REASON FOR REJECTING:"
008490             PERFORM 3900-ACCEPT-INPUT THRU 3900-EXIT
008500             IF WS-INPUT = SPACES
008510                 DISPLAY "A REASON IS REQUIRED TO REJECT"
008520                 GO TO 5000-EXIT
008530             END-IF
008540             MOVE WS-INPUT TO WO-DECISION-NOTE
008550             SET WO-STATUS-REJECTED TO TRUE
008560             MOVE "REJECTED" TO WS-HIST-EVENT
008570         WHEN OTHER
008580             GO TO 5000-EXIT
008590     END-EVALUATE.
008600     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
008610     MOVE WS-OPERATOR-ID TO WO-DECIDED-BY.
008620     MOVE WS-TIMESTAMP(1:14) TO WO-DECIDED-STAMP.
008630     MOVE WO-RECORD TO WS-PROP-ENTRY(WS-PROP-SUB).
008640     PERFORM 7100-SAVE-PROPOSALS THRU 7100-EXIT.
008650     PERFORM 7200-WRITE-HISTORY THRU 7200-EXIT.
008660     DISPLAY "PROPOSAL ", WO-NUMBER, " ", WS-HIST-EVENT.
008670 5000-EXIT.
008680     EXIT.
008690*
008700 5010-MATCH-NUMBER.
008710     IF WS-PROP-ENTRY(WS-PROP-IDX)(1:12) = WS-PICK-NUMBER
008720         SET WS-PROP-SUB TO WS-PROP-IDX
008730     END-IF.
008740 5010-EXIT.
008750     EXIT.
008760*
008770*---------------------------------------------------------------*
008780* RELEASE: PROVE EVERY APPROVED PROPOSAL AGAINST THE MASTER     *
008790* FIRST, THEN WRITE THE EXTRACT AND MARK THE ACCOUNTS.  NOTHING *
008800* TO RELEASE MEANS NO EXTRACT IS WRITTEN.  THE EXTRACT IS       *
008810* OPENED OUTPUT, SO A RELEASE IS REFUSED WHILE THE LAST ONE HAS *
008811* NOT BEEN PROCESSED: EXTREG FINDS IT PRESENT BUT NOT ON        *
008812* PROCESSED.REG.  ONE TAKEN IN THROUGH CONCAT IS NEVER ON THE   *
008813* REGISTRY BY ITSELF AND IS REMOVED BY OPERATIONS ONCE THE RUN  *
008814* HAS POSTED IT.                                                *
008820*---------------------------------------------------------------*
008830 6000-RELEASE-APPROVED.
008840     MOVE "N" TO WS-SETUP-SW.
008845     MOVE 12 TO WS-EXTREG-STATUS.
008850     MOVE 0 TO WS-TO-RELEASE-COUNT.
008860     MOVE 0 TO WS-RELEASED-COUNT.
008870     MOVE 0 TO WS-RELEASED-AMOUNT.
008880     MOVE 0 TO WS-LAPSED-COUNT.
008890     IF WS-WO-REGION = SPACES
008900         DISPLAY "WRITEOFF - WOPOLICY.TBL HAS NO REGN LINE, ",
008910             "NOTHING RELEASED"
008920         SET WS-SETUP-FAILED TO TRUE
008930         GO TO 6000-EXIT
008940     END-IF.
008950     PERFORM 6010-CHECK-GLMAP THRU 6010-EXIT.
008960     IF NOT WS-MATCH-FOUND
008970         DISPLAY "WRITEOFF - GLMAP.TBL DOES NOT MAP TYPE ",
008980             WS-WO-TYPE, " TO A LOSS ACCOUNT, NOTHING RELEASED"
008990         SET WS-SETUP-FAILED TO TRUE
009000         GO TO 6000-EXIT
009010     END-IF.
009011     CALL "EXTREG" USING WS-EXTRACT-FILE-NAME, WS-EXTREG-FUNC,
009012                         WS-EXTREG-COUNT, WS-EXTREG-STATUS.
009013     IF WS-EXTRACT-WAITING
009014         DISPLAY "WRITEOFF - ", WS-EXTRACT-FILE-NAME,
009015             " HAS NOT BEEN PROCESSED YET, NOTHING RELEASED"
009016         GO TO 6000-EXIT
009017     END-IF.
009020     PERFORM 7000-LOAD-PROPOSALS THRU 7000-EXIT.
009030     IF WS-PROP-OVERFLOW
009040         GO TO 6000-EXIT
009050     END-IF.
009060     PERFORM 1200-OPEN-MASTER THRU 1200-EXIT.
009070     IF NOT WS-MASTER-OPEN
009080         SET WS-SETUP-FAILED TO TRUE
009090         GO TO 6000-EXIT
009100     END-IF.
009110     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
009120     PERFORM 6100-PROVE-ONE THRU 6100-EXIT
009130         VARYING WS-PROP-IDX FROM 1 BY 1
009140         UNTIL WS-PROP-IDX > WS-PROP-COUNT.
009150     IF WS-TO-RELEASE-COUNT = 0
009160         DISPLAY "WRITEOFF - NO APPROVED WRITE-OFFS TO RELEASE"
009170         GO TO 6000-SAVE
009180     END-IF.
009190     OPEN OUTPUT EXTRACT-FILE.
009200     IF NOT WS-EXTRACT-FILE-OK
009210         DISPLAY "WRITEOFF - CANNOT OPEN ", WS-EXTRACT-FILE-NAME
009220         SET WS-SETUP-FAILED TO TRUE
009230         GO TO 6000-SAVE
009240     END-IF.
009250     MOVE SPACES TO SAMP-HEADER-RECORD.
009260     MOVE "HDR " TO SAMP-HEADER-ID.
009270     MOVE WS-RUN-DATE TO SAMP-HEADER-EXTRACT-DATE.
009280     MOVE "WRITEOFF" TO SAMP-HEADER-SOURCE-SYS.
009290     MOVE "03" TO SAMP-HEADER-LAYOUT-VER.
009300     MOVE SAMP-HEADER-RECORD TO EXTRACT-RECORD.
009310     WRITE EXTRACT-RECORD.
009320     PERFORM 6200-RELEASE-ONE THRU 6200-EXIT
009330         VARYING WS-PROP-IDX FROM 1 BY 1
009340         UNTIL WS-PROP-IDX > WS-PROP-COUNT.
009350     MOVE SPACES TO SAMP-TRAILER-RECORD.
009360     MOVE "TRLR" TO SAMP-TRAILER-ID.
009370     MOVE WS-RELEASED-COUNT TO SAMP-TRAILER-REC-COUNT.
009380     MOVE SAMP-TRAILER-RECORD TO EXTRACT-RECORD.
009390     WRITE EXTRACT-RECORD.
009400     CLOSE EXTRACT-FILE.
009410 6000-SAVE.
009420     PERFORM 1210-CLOSE-MASTER THRU 1210-EXIT.
009430     PERFORM 7100-SAVE-PROPOSALS THRU 7100-EXIT.
009440     MOVE WS-RELEASED-COUNT TO WS-COUNT-EDIT.
009450     DISPLAY "WRITEOFF - WRITE-OFFS RELEASED = ", WS-COUNT-EDIT,
009460         " TO ", WS-EXTRACT-FILE-NAME.
009470     MOVE WS-RELEASED-AMOUNT TO WS-TOTAL-EDIT.
009480     DISPLAY "WRITEOFF - TOTAL WRITTEN OFF   = ", WS-TOTAL-EDIT.
009490     MOVE WS-LAPSED-COUNT TO WS-COUNT-EDIT.
009500     DISPLAY "WRITEOFF - PROPOSALS LAPSED    = ", WS-COUNT-EDIT.
009510     IF WS-FAIL-COUNT > 0
009520         MOVE WS-FAIL-COUNT TO WS-COUNT-EDIT
009530         DISPLAY "WRITEOFF - MASTER REWRITES FAILED = ",
009540             WS-COUNT-EDIT
009550     END-IF.
009560 6000-EXIT.
009570     EXIT.
009580*
009590*    WS-MATCH-FOUND WHEN GLMAP.TBL CARRIES A LINE FOR THE
009600*    WRITE-OFF TYPE, SO GLFEED WILL NOT ABEND ON IT.
009610 6010-CHECK-GLMAP.
009620     MOVE "N" TO WS-MATCH-SW.
009630     MOVE SPACES TO WS-GLMAP-KEY.
009640     MOVE WS-WO-TYPE TO WS-GLMAP-KEY.
009650     OPEN INPUT GLMAP-FILE.
009660     IF NOT WS-GLMAP-FILE-OK
009670         GO TO 6010-EXIT
009680     END-IF.
009690     PERFORM 6020-CHECK-ONE-MAP THRU 6020-EXIT
009700         UNTIL WS-GLMAP-FILE-EOF
009710            OR WS-MATCH-FOUND.
009720     CLOSE GLMAP-FILE.
009730 6010-EXIT.
009740     EXIT.
009750*
009760 6020-CHECK-ONE-MAP.
009770     READ GLMAP-FILE
009780         AT END
009790             GO TO 6020-EXIT
009800     END-READ.
009810     IF GLMAP-LINE(1:20) = WS-GLMAP-KEY
009820         AND GLMAP-LINE(22:8) NOT = SPACES
009830         SET WS-MATCH-FOUND TO TRUE
009840     END-IF.
009850 6020-EXIT.
009860     EXIT.
009870*
009880*    AN APPROVED PROPOSAL WHOSE ACCOUNT HAS GONE, IS ALREADY
009890*    WRITTEN OFF, OR IS NO LONGER NEGATIVE LAPSES.  OTHERWISE
009900*    THE AMOUNT TO WRITE OFF IS SET: THE BALANCE APPROVED, OR
009910*    THE BALANCE NOW WHEN THE CUSTOMER HAS PAID SOME OF IT.
009920 6100-PROVE-ONE.
009930     MOVE WS-PROP-ENTRY(WS-PROP-IDX) TO WO-RECORD.
009940     IF NOT WO-STATUS-APPROVED
009950         GO TO 6100-EXIT
009960     END-IF.
009970     MOVE 0 TO WO-AMOUNT-OFF.
009980     MOVE SPACES TO WS-LAPSE-NOTE.
009990     MOVE WO-ACCOUNT TO ACCT-ACCOUNT-NUMBER.
010000     PERFORM 1300-READ-ACCOUNT THRU 1300-EXIT.
010010     EVALUATE TRUE
010020         WHEN WS-RET-CODE NOT = 0
010030             MOVE "LAPSED - ACCOUNT NOT ON MASTER"
010040                 TO WS-LAPSE-NOTE
010050         WHEN ACCT-STATUS-WRITTEN-OFF
010060             MOVE "LAPSED - ALREADY WRITTEN OFF"
010070                 TO WS-LAPSE-NOTE
010080         WHEN ACCT-CURRENT-BALANCE NOT < 0
010090             MOVE "LAPSED - NO LONGER NEGATIVE"
010100                 TO WS-LAPSE-NOTE
010110     END-EVALUATE.
010120     IF WS-LAPSE-NOTE NOT = SPACES
010130         MOVE WS-LAPSE-NOTE TO WO-DECISION-NOTE
010140         SET WO-STATUS-LAPSED TO TRUE
010150         MOVE WS-RUN-DATE TO WO-RELEASED-DATE
010160         MOVE WO-RECORD TO WS-PROP-ENTRY(WS-PROP-IDX)
010170         ADD 1 TO WS-LAPSED-COUNT
010180         MOVE "LAPSED" TO WS-HIST-EVENT
010190         PERFORM 7200-WRITE-HISTORY THRU 7200-EXIT
010200         GO TO 6100-EXIT
010210     END-IF.
010220     COMPUTE WS-ABS-BALANCE = 0 - ACCT-CURRENT-BALANCE.
010230     COMPUTE WO-AMOUNT-OFF = 0 - WO-BALANCE.
010240     IF WS-ABS-BALANCE < WO-AMOUNT-OFF
010250         MOVE WS-ABS-BALANCE TO WO-AMOUNT-OFF
010260     END-IF.
010270     MOVE WO-RECORD TO WS-PROP-ENTRY(WS-PROP-IDX).
010280     ADD 1 TO WS-TO-RELEASE-COUNT.
010290 6100-EXIT.
010300     EXIT.
010310*
010320*    THE ACCOUNT IS MARKED FIRST; ONLY WHEN THAT TAKES IS THE
010330*    WRITE-OFF WRITTEN, SO THE EXTRACT NEVER CARRIES ONE FOR AN
010340*    ACCOUNT STILL SHOWING AS OPEN.  IT POSTS ON THE RUN DATE IN
010350*    BASE CURRENCY.
010360 6200-RELEASE-ONE.
010370     MOVE WS-PROP-ENTRY(WS-PROP-IDX) TO WO-RECORD.
010380     IF NOT WO-STATUS-APPROVED
010390         OR WO-AMOUNT-OFF = 0
010400         GO TO 6200-EXIT
010410     END-IF.
010420     MOVE WO-ACCOUNT TO ACCT-ACCOUNT-NUMBER.
010430     PERFORM 1300-READ-ACCOUNT THRU 1300-EXIT.
010440     IF WS-RET-CODE = 0
010450         MOVE "W" TO ACCT-STATUS-CODE
010460         MOVE WS-RUN-DATE TO ACCT-STATUS-DATE
010470         SET FUNC-REWRITE TO TRUE
010480         MOVE SPACES TO WS-IO-AREA
010490         MOVE ACCT-MASTER-RECORD TO WS-IO-AREA(1:130)
010500         MOVE 130 TO WS-IO-LEN
010510         CALL "RSMFCOB" USING WS-FUNC, WS-IO-AREA,
010520                               WS-IO-LEN, WS-RET-CODE
010530     END-IF.
010540     IF WS-RET-CODE NOT = 0
010550         DISPLAY "WRITEOFF - REWRITE FAILED FOR ACCOUNT ",
010560             WO-ACCOUNT, ", LEFT APPROVED"
010570         ADD 1 TO WS-FAIL-COUNT
010580         MOVE 0 TO WO-AMOUNT-OFF
010590         MOVE WO-RECORD TO WS-PROP-ENTRY(WS-PROP-IDX)
010600         GO TO 6200-EXIT
010610     END-IF.
010620     MOVE SPACES TO SAMP-DETAIL-RECORD.
010630     MOVE WO-ACCOUNT TO SAMP-ACCOUNT-NUMBER.
010640     MOVE WS-RUN-DATE TO SAMP-TRANSACTION-DATE.
010650     MOVE WS-WO-TYPE TO SAMP-TRANSACTION-TYPE.
010660     MOVE WO-AMOUNT-OFF TO SAMP-TRANSACTION-AMOUNT.
010670     MOVE WS-WO-REGION TO SAMP-REGION-CODE.
010680     MOVE WO-NAME TO SAMP-CUSTOMER-NAME.
010690     MOVE SAMP-DETAIL-RECORD TO EXTRACT-RECORD.
010700     WRITE EXTRACT-RECORD.
010710     ADD 1 TO WS-RELEASED-COUNT.
010720     ADD WO-AMOUNT-OFF TO WS-RELEASED-AMOUNT.
010730     SET WO-STATUS-RELEASED TO TRUE.
010740     MOVE WS-RUN-DATE TO WO-RELEASED-DATE.
010750     MOVE WO-RECORD TO WS-PROP-ENTRY(WS-PROP-IDX).
010760     MOVE "RELEASED" TO WS-HIST-EVENT.
010770     PERFORM 7200-WRITE-HISTORY THRU 7200-EXIT.
010780 6200-EXIT.
010790     EXIT.
010800*
010810*    A FILE TOO BIG FOR THE TABLE IS NEVER REWRITTEN, SO NO
010820*    PROPOSAL CAN BE LOST; THE ACTION IS REFUSED INSTEAD.
010830 7000-LOAD-PROPOSALS.
010840     MOVE 0 TO WS-PROP-COUNT.
010850     MOVE "N" TO WS-PROP-OVERFLOW-SW.
010860     OPEN INPUT PROPOSAL-FILE.
010870     IF NOT WS-PROPOSAL-FILE-OK
010880         GO TO 7000-EXIT
010890     END-IF.
010900     PERFORM 7010-LOAD-ONE-PROPOSAL THRU 7010-EXIT
010910         UNTIL WS-PROPOSAL-FILE-EOF
010920            OR WS-PROP-OVERFLOW.
010930     CLOSE PROPOSAL-FILE.
010940     IF WS-PROP-OVERFLOW
010950         DISPLAY "WRITEOFF - WOPROP.DAT HOLDS MORE THAN 2000 ",
010960             "PROPOSALS, NOTHING DONE"
010970     END-IF.
010980 7000-EXIT.
010990     EXIT.
011000*
011010 7010-LOAD-ONE-PROPOSAL.
011020     READ PROPOSAL-FILE
011030         AT END
011040             GO TO 7010-EXIT
011050     END-READ.
011060     IF PROPOSAL-FILE-RECORD = SPACES
011070         GO TO 7010-EXIT
011080     END-IF.
011090     IF WS-PROP-COUNT = 2000
011100         SET WS-PROP-OVERFLOW TO TRUE
011110         GO TO 7010-EXIT
011120     END-IF.
011130     ADD 1 TO WS-PROP-COUNT.
011140     MOVE PROPOSAL-FILE-RECORD TO WS-PROP-ENTRY(WS-PROP-COUNT).
011150 7010-EXIT.
011160     EXIT.
011170*
011180*    A PROPOSAL REJECTED, RELEASED OR LAPSED BEFORE TODAY IS
011190*    DROPPED; WOHIST.DAT ALREADY HOLDS IT.
011200 7100-SAVE-PROPOSALS.
011210     MOVE WO-RECORD TO WS-PROP-HOLD.
011220     OPEN OUTPUT PROPOSAL-FILE.
011230     IF NOT WS-PROPOSAL-FILE-OK
011240         DISPLAY "WRITEOFF - CANNOT REWRITE WOPROP.DAT"
011250         GO TO 7100-EXIT
011260     END-IF.
011270     PERFORM 7110-SAVE-ONE THRU 7110-EXIT
011280         VARYING WS-PROP-IDX FROM 1 BY 1
011290         UNTIL WS-PROP-IDX > WS-PROP-COUNT.
011300     CLOSE PROPOSAL-FILE.
011310     MOVE WS-PROP-HOLD TO WO-RECORD.
011320 7100-EXIT.
011330     EXIT.
011340*
011350 7110-SAVE-ONE.
011360     MOVE WS-PROP-ENTRY(WS-PROP-IDX) TO PROPOSAL-FILE-RECORD.
011370     MOVE WS-PROP-ENTRY(WS-PROP-IDX) TO WO-RECORD.
011380     IF WO-STATUS-REJECTED
011390         AND WO-DECIDED-STAMP(1:8) < WS-RUN-DATE
011400         GO TO 7110-EXIT
011410     END-IF.
011420     IF (WO-STATUS-RELEASED OR WO-STATUS-LAPSED)
011430         AND WO-RELEASED-DATE < WS-RUN-DATE
011440         GO TO 7110-EXIT
011450     END-IF.
011460     WRITE PROPOSAL-FILE-RECORD.
011470 7110-EXIT.
011480     EXIT.
011490*
011500 7200-WRITE-HISTORY.
011510     OPEN EXTEND HISTORY-FILE.
011520     IF WS-HISTORY-FILE-NOT-FOUND
011530         OPEN OUTPUT HISTORY-FILE
011540     END-IF.
011550     IF NOT WS-HISTORY-FILE-OK
011560         DISPLAY "WRITEOFF - CANNOT WRITE WOHIST.DAT FOR ",
011570             WO-NUMBER
011580         GO TO 7200-EXIT
011590     END-IF.
011600     MOVE SPACES TO WO-HISTORY-RECORD.
011610     MOVE WS-HIST-EVENT TO WO-HIST-EVENT.
011620     MOVE WS-TIMESTAMP(1:14) TO WO-HIST-STAMP.
011630     MOVE WS-OPERATOR-ID TO WO-HIST-OPERATOR.
011640     MOVE WO-RECORD TO WO-HIST-IMAGE.
011650     MOVE WO-HISTORY-RECORD TO HISTORY-FILE-RECORD.
011660     WRITE HISTORY-FILE-RECORD.
011670     CLOSE HISTORY-FILE.
011680 7200-EXIT.
011690     EXIT.
011700*
011710*---------------------------------------------------------------*
011720* WOPROP.RPT: THE POLICY, THEN EVERY PROPOSAL STILL WAITING FOR *
011730* A DECISION OR FOR RELEASE, TODAY'S MARKED NEW.                *
011740*---------------------------------------------------------------*
011750 8000-PROPOSAL-REPORT.
011760     OPEN OUTPUT REPORT-FILE.
011770     MOVE SPACES TO REPORT-LINE.
011780     STRING "WRITE-OFF PROPOSALS  RUN DATE " WS-RUN-DATE
011790            "  WRITE-OFF TYPE " WS-WO-TYPE
011800            "  REGION " WS-WO-REGION
011810            DELIMITED BY SIZE
011820         INTO REPORT-LINE.
011830     WRITE REPORT-LINE.
011840     PERFORM 8010-WRITE-ONE-RULE THRU 8010-EXIT
011850         VARYING WS-RULE-SUB FROM 1 BY 1
011860         UNTIL WS-RULE-SUB > WS-RULE-COUNT.
011870     MOVE SPACES TO REPORT-LINE.
011880     WRITE REPORT-LINE.
011890     MOVE SPACES TO REPORT-LINE.
011900     STRING "NUMBER       ST ACCOUNT    CUSTOMER NAME"
011910            "                            BALANCE NEG SINCE"
011920            "  DAYS RULE"
011930            DELIMITED BY SIZE
011940         INTO REPORT-LINE.
011950     WRITE REPORT-LINE.
011960     PERFORM 8100-WRITE-ONE-PROPOSAL THRU 8100-EXIT
011970         VARYING WS-PROP-IDX FROM 1 BY 1
011980         UNTIL WS-PROP-IDX > WS-PROP-COUNT.
011990     MOVE SPACES TO REPORT-LINE.
012000     WRITE REPORT-LINE.
012010     MOVE WS-SCANNED-COUNT TO WS-COUNT-EDIT.
012020     MOVE SPACES TO REPORT-LINE.
012030     STRING "ACCOUNTS SCANNED             " WS-COUNT-EDIT
012040            DELIMITED BY SIZE
012050         INTO REPORT-LINE.
012060     WRITE REPORT-LINE.
012070     MOVE WS-NEGATIVE-COUNT TO WS-COUNT-EDIT.
012080     MOVE WS-NEGATIVE-AMOUNT TO WS-TOTAL-EDIT.
012090     MOVE SPACES TO REPORT-LINE.
012100     STRING "NEGATIVE BALANCES            " WS-COUNT-EDIT
012110            "  " WS-TOTAL-EDIT
012120            DELIMITED BY SIZE
012130         INTO REPORT-LINE.
012140     WRITE REPORT-LINE.
012150     MOVE WS-NEW-COUNT TO WS-COUNT-EDIT.
012160     MOVE SPACES TO REPORT-LINE.
012170     STRING "NEW PROPOSALS                " WS-COUNT-EDIT
012180            DELIMITED BY SIZE
012190         INTO REPORT-LINE.
012200     WRITE REPORT-LINE.
012210     MOVE WS-ALREADY-COUNT TO WS-COUNT-EDIT.
012220     MOVE SPACES TO REPORT-LINE.
012230     STRING "ALREADY PROPOSED             " WS-COUNT-EDIT
012240            DELIMITED BY SIZE
012250         INTO REPORT-LINE.
012260     WRITE REPORT-LINE.
012270     MOVE WS-WAITING-COUNT TO WS-COUNT-EDIT.
012280     MOVE WS-WAITING-AMOUNT TO WS-TOTAL-EDIT.
012290     MOVE SPACES TO REPORT-LINE.
012300     STRING "AWAITING APPROVAL            " WS-COUNT-EDIT
012310            "  " WS-TOTAL-EDIT
012320            DELIMITED BY SIZE
012330         INTO REPORT-LINE.
012340     WRITE REPORT-LINE.
012350     MOVE WS-APPROVED-COUNT TO WS-COUNT-EDIT.
012360     MOVE WS-APPROVED-AMOUNT TO WS-TOTAL-EDIT.
012370     MOVE SPACES TO REPORT-LINE.
012380     STRING "APPROVED, NOT YET RELEASED   " WS-COUNT-EDIT
012390            "  " WS-TOTAL-EDIT
012400            DELIMITED BY SIZE
012410         INTO REPORT-LINE.
012420     WRITE REPORT-LINE.
012430     IF WS-MISSING-COUNT > 0
012440         MOVE WS-MISSING-COUNT TO WS-COUNT-EDIT
012450         MOVE SPACES TO REPORT-LINE
012460         STRING "LISTED, NOT ON MASTER        " WS-COUNT-EDIT
012470                DELIMITED BY SIZE
012480             INTO REPORT-LINE
012490         WRITE REPORT-LINE
012500     END-IF.
012510     CLOSE REPORT-FILE.
012520     MOVE "WOPROP.RPT" TO WS-REPO-NAME.
012530     CALL "RPTSAVE" USING WS-REPO-NAME, WS-REPO-JOB,
012540                          WS-REPO-ENTITY, WS-REPO-STATUS.
012550     IF WS-REPO-STATUS NOT = ZERO
012560         DISPLAY "WRITEOFF - WOPROP.RPT NOT FILED IN THE",
012570             " REPOSITORY, STATUS ", WS-REPO-STATUS
012580     END-IF.
012590 8000-EXIT.
012600     EXIT.
012610*
012620 8010-WRITE-ONE-RULE.
012630     MOVE WS-RULE-SUB TO WS-RULE-EDIT.
012640     MOVE WS-RULE-DAYS(WS-RULE-SUB) TO WS-DAYS-EDIT.
012650     MOVE WS-RULE-AMOUNT(WS-RULE-SUB) TO WS-AMOUNT-EDIT.
012660     MOVE SPACES TO REPORT-LINE.
012670     STRING "  POLICY RULE " WS-RULE-EDIT ": NEGATIVE FOR "
012680            WS-DAYS-EDIT " DAYS OR MORE BY AT LEAST "
012690            WS-AMOUNT-EDIT
012700            DELIMITED BY SIZE
012710         INTO REPORT-LINE.
012720     WRITE REPORT-LINE.
012730 8010-EXIT.
012740     EXIT.
012750*
012760 8100-WRITE-ONE-PROPOSAL.
012770     MOVE WS-PROP-ENTRY(WS-PROP-IDX) TO WO-RECORD.
012780     EVALUATE TRUE
012790         WHEN WO-STATUS-PROPOSED
012800             ADD 1 TO WS-WAITING-COUNT
012810             ADD WO-BALANCE TO WS-WAITING-AMOUNT
012820         WHEN WO-STATUS-APPROVED
012830             ADD 1 TO WS-APPROVED-COUNT
012840             ADD WO-BALANCE TO WS-APPROVED-AMOUNT
012850         WHEN OTHER
012860             GO TO 8100-EXIT
012870     END-EVALUATE.
012880     IF WO-NUM-DATE = WS-RUN-DATE
012890         MOVE "NEW" TO WS-NEW-MARK
012900     ELSE
012910         MOVE SPACES TO WS-NEW-MARK
012920     END-IF.
012930     MOVE WO-BALANCE TO WS-AMOUNT-EDIT.
012940     MOVE WO-AGE-DAYS TO WS-DAYS-EDIT.
012950     MOVE WO-RULE TO WS-RULE-EDIT.
012960     MOVE SPACES TO REPORT-LINE.
012970     STRING WO-NUMBER " " WO-STATUS "  " WO-ACCOUNT " "
012980            WO-NAME " " WS-AMOUNT-EDIT " "
012990            WO-NEGATIVE-SINCE " " WS-DAYS-EDIT "   "
013000            WS-RULE-EDIT " " WS-NEW-MARK
013010            DELIMITED BY SIZE
013020         INTO REPORT-LINE.
013030     WRITE REPORT-LINE.
013040 8100-EXIT.
013050     EXIT.
013060*
013070*---------------------------------------------------------------*
013080* WORECOV.RPT: CREDITS POSTED IN THE MONTH TO ACCOUNTS ALREADY  *
013090* WRITTEN OFF, KEPT APART FROM THE WRITE-OFFS THEMSELVES.       *
013100*---------------------------------------------------------------*
013110 8500-RECOVERY-REPORT.
013120     OPEN OUTPUT RECRPT-FILE.
013130     MOVE SPACES TO RECRPT-LINE.
013140     STRING "RECOVERIES ON WRITTEN-OFF ACCOUNTS  MONTH "
013150            WS-RECOVERY-MONTH "  RUN DATE " WS-RUN-DATE
013160            DELIMITED BY SIZE
013170         INTO RECRPT-LINE.
013180     WRITE RECRPT-LINE.
013190     MOVE SPACES TO RECRPT-LINE.
013200     WRITE RECRPT-LINE.
013210     MOVE SPACES TO RECRPT-LINE.
013220     STRING "ACCOUNT    WRITTEN  POSTED   TYPE"
013230            "         RECOVERED  TRANSACTION REF"
013240            DELIMITED BY SIZE
013250         INTO RECRPT-LINE.
013260     WRITE RECRPT-LINE.
013270     OPEN INPUT RECOVERY-FILE.
013280     IF WS-RECOVERY-FILE-OK
013290         PERFORM 8510-LIST-ONE-RECOVERY THRU 8510-EXIT
013300             UNTIL WS-RECOVERY-FILE-EOF
013310         CLOSE RECOVERY-FILE
013320     END-IF.
013330     IF WS-RECOVERY-COUNT = 0
013340         MOVE "  (NO RECOVERIES IN THE MONTH)" TO RECRPT-LINE
013350         WRITE RECRPT-LINE
013360     END-IF.
013370     MOVE SPACES TO RECRPT-LINE.
013380     WRITE RECRPT-LINE.
013390     MOVE WS-RECOVERY-COUNT TO WS-COUNT-EDIT.
013400     MOVE WS-RECOVERY-AMOUNT TO WS-TOTAL-EDIT.
013410     MOVE SPACES TO RECRPT-LINE.
013420     STRING "RECOVERIES IN THE MONTH      " WS-COUNT-EDIT
013430            "  " WS-TOTAL-EDIT
013440            DELIMITED BY SIZE
013450         INTO RECRPT-LINE.
013460     WRITE RECRPT-LINE.
013470     CLOSE RECRPT-FILE.
013480     MOVE "WORECOV.RPT" TO WS-REPO-NAME.
013490     CALL "RPTSAVE" USING WS-REPO-NAME, WS-REPO-JOB,
013500                          WS-REPO-ENTITY, WS-REPO-STATUS.
013510     IF WS-REPO-STATUS NOT = ZERO
013520         DISPLAY "WRITEOFF - WORECOV.RPT NOT FILED IN THE",
013530             " REPOSITORY, STATUS ", WS-REPO-STATUS
013540     END-IF.
013550 8500-EXIT.
013560     EXIT.
013570*
013580 8510-LIST-ONE-RECOVERY.
013590     READ RECOVERY-FILE
013600         AT END
013610             GO TO 8510-EXIT
013620     END-READ.
013630     MOVE RECOVERY-FILE-RECORD TO WO-RECOVERY-RECORD.
013640     IF WO-REC-RUN-DATE(1:6) NOT = WS-RECOVERY-MONTH
013650         GO TO 8510-EXIT
013660     END-IF.
013670     ADD 1 TO WS-RECOVERY-COUNT.
013680     MOVE 0 TO WS-AMOUNT-EDIT.
013690     IF WO-REC-AMOUNT NUMERIC
013700         ADD WO-REC-AMOUNT TO WS-RECOVERY-AMOUNT
013710         MOVE WO-REC-AMOUNT TO WS-AMOUNT-EDIT
013720     END-IF.
013730     MOVE SPACES TO RECRPT-LINE.
013740     STRING WO-REC-ACCOUNT " " WO-REC-OFF-DATE " "
013750            WO-REC-TXN-DATE " " WO-REC-TYPE " "
013760            WS-AMOUNT-EDIT "  " WO-REC-REFERENCE
013770            DELIMITED BY SIZE
013780         INTO RECRPT-LINE.
013790     WRITE RECRPT-LINE.
013800 8510-EXIT.
013810     EXIT.
