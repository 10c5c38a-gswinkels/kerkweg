000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DORMSCAN.
000030 AUTHOR.        G. SWINKELS, DATA PROCESSING.
000040 INSTALLATION.  DATA PROCESSING DEPT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*MODIFICATION HISTORY
000090*--------------------
000100*10/15/2026  GS   ORIGINAL.  MONTHLY DORMANT-ACCOUNT SCAN OF THE
000110*                 ACCOUNT MASTER.  EVERY ACCOUNT WHOSE
000120*                 ACCT-LAST-POST-DATE IS OLDER THAN THE
000130*                 INACTIVITY PERIOD IN DORMANT.TBL IS MARKED
000140*                 DORMANT ON ACCTMST (ACCT-STATUS-CODE "D",
000150*                 ACCT-STATUS-DATE = RUN DATE), AND EVERY
000160*                 DORMANT ACCOUNT -- NEWLY MARKED OR ALREADY
000170*                 DORMANT FROM AN EARLIER RUN -- IS LISTED ON
000180*                 DORMRPT.RPT WITH ITS BALANCE, WHICH IS THE
000190*                 LIST THE UNCLAIMED-PROPERTY REVIEW WORKS FROM.
000200*                 ONCE MARKED, ACCTPOST HOLDS CUSTOMER-INITIATED
000210*                 ITEMS FOR THE ACCOUNT UNTIL A REACTIVATION
000220*                 INSTRUCTION IS KEYED.  RSMFCOB HAS NO
000230*                 READ-NEXT FUNCTION, SO THE SCAN IS DRIVEN BY
000240*                 THE ACCOUNT LIST (ACCTMST.LST) ACCTPOST
000250*                 APPENDS TO EVERY TIME IT ADDS A MASTER RECORD;
000260*                 EACH LISTED ACCOUNT IS FUNC-READ IN TURN.  THE
000270*                 RUN DATE COMES FROM SORT-RUNDATE (CCYYMMDD)
000280*                 AND DEFAULTS TO TODAY, THE SAME CONVENTION
000290*                 AGERPT USES.
000291*
000292*10/15/2026  GS   THE FINISHED DORMRPT.RPT IS NOW FILED IN THE
000293*                 REPORT REPOSITORY THROUGH RPTSAVE, SO IT CAN
000294*                 STILL BE LISTED AND REPRINTED FROM OPSMENU AFTER
000295*                 THE NEXT RUN OVERWRITES IT.
000296*
000297*10/15/2026  GS   ACCOUNT MASTER RECORD IS NOW 130 BYTES, NOW THAT
000298*                 ACCTREC CARRIES THE ACCOUNT CURRENCY AND THE
000299*                 FOREIGN-CURRENCY BALANCE.
000300*
000302*10/15/2026  GS   AN ACCOUNT WRITEOFF HAS WRITTEN OFF IS PASSED
000304*                 OVER; IT STAYS WRITTEN OFF HOWEVER LONG IT
000306*                 LIES IDLE.
000308*
000309*10/15/2026  GS   ONLY AN ACTIVE ACCOUNT IS NOW MARKED DORMANT.  A
000309*                 CLOSED ACCOUNT ("C") IS PASSED OVER LIKE A
000309*                 WRITTEN-OFF ONE INSTEAD OF BEING MARKED.
000309*
000310*---------------------------------------------------------------*
000320*DORMANCY CONTROL TABLE FORMAT (DORMANT.TBL, ONE ENTRY PER LINE) *
000330*    DAYS NNNNN   INACTIVITY PERIOD IN DAYS.  AN ACCOUNT WITH NO *
000340*                 POSTING FOR LONGER THAN THIS IS DORMANT.       *
000350*                 DEFAULTS TO 00365 WHEN NO DAYS LINE IS FOUND.  *
000360*    BANK TT      A BANK-INITIATED TRANSACTION TYPE (INTEREST,   *
000370*                 FEES) THAT ACCTPOST STILL POSTS TO A DORMANT   *
000380*                 ACCOUNT.  NOT USED HERE; READ BY ACCTPOST.     *
000390*---------------------------------------------------------------*
000400*
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER.  IBM-PC.
000440 OBJECT-COMPUTER.  IBM-PC.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT CONTROL-FILE ASSIGN TO "DORMANT.TBL"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-CONTROL-FILE-STATUS.
000500     SELECT LIST-FILE ASSIGN TO "ACCTMST.LST"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-LIST-FILE-STATUS.
000530     SELECT REPORT-FILE ASSIGN TO "DORMRPT.RPT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-REPORT-FILE-STATUS.
000560*
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  CONTROL-FILE.
000600 01  CONTROL-FILE-RECORD         PIC X(40).
000610 FD  LIST-FILE.
000620 01  LIST-FILE-RECORD            PIC X(10).
000630 FD  REPORT-FILE.
000640 01  REPORT-LINE                 PIC X(100).
000650*
000660 WORKING-STORAGE SECTION.
000670 01  WS-CONTROL-FILE-STATUS    PIC X(02).
000680     88  WS-CONTROL-FILE-OK        VALUE "00".
000690     88  WS-CONTROL-FILE-EOF       VALUE "10".
000700 01  WS-LIST-FILE-STATUS       PIC X(02).
000710     88  WS-LIST-FILE-OK           VALUE "00".
000720     88  WS-LIST-FILE-EOF          VALUE "10".
000730 01  WS-REPORT-FILE-STATUS     PIC X(02).
000740 01  WS-ENV-VALUE              PIC X(15).
000750*
000760 01  WS-FUNC                   PIC 999 COMP-5.
000770     88  FUNC-OPEN                 VALUE 1.
000780     88  FUNC-CLOSE                VALUE 2.
000790     88  FUNC-READ                 VALUE 3.
000800     88  FUNC-REWRITE              VALUE 5.
000810 01  WS-IO-AREA                PIC X(4000).
000820 01  WS-IO-LEN                 PIC 999 COMP-5.
000830 01  WS-RET-CODE               PIC 999 COMP-5.
000840 01  WS-MASTER-FILE-NAME       PIC X(15) VALUE "ACCTMST".
000850*
000860 01  WS-INACTIVE-DAYS          PIC 9(05) VALUE 365.
000870 01  WS-RUN-DATE               PIC X(08).
000880 01  WS-RUN-DATE-N             PIC 9(08).
000890 01  WS-RUN-INT                PIC 9(08) COMP-5.
000900 01  WS-POST-DATE-N            PIC 9(08).
000910 01  WS-POST-INT               PIC 9(08) COMP-5.
000920 01  WS-IDLE-DAYS              PIC S9(07) COMP-5.
000930 01  WS-TIMESTAMP              PIC X(21).
000940*
000950 01  WS-LISTED-COUNT           PIC 9(07) VALUE 0.
000960 01  WS-MISSING-COUNT          PIC 9(07) VALUE 0.
000970 01  WS-NEW-DORMANT-COUNT      PIC 9(07) VALUE 0.
000980 01  WS-OLD-DORMANT-COUNT      PIC 9(07) VALUE 0.
000990 01  WS-FAIL-COUNT             PIC 9(07) VALUE 0.
001000 01  WS-DORMANT-AMOUNT         PIC S9(11)V99 COMP-3 VALUE 0.
001010 01  WS-MARK-TEXT              PIC X(05).
001020 01  WS-COUNT-EDIT             PIC ZZZZZZ9.
001030 01  WS-DAYS-EDIT              PIC ZZZZZZ9.
001040 01  WS-AMOUNT-EDIT            PIC Z,ZZZ,ZZZ,ZZ9.99-.
001050 COPY ACCTREC.
001051*
001052*    NAME AND KEYS THE FINISHED REPORT IS FILED UNDER IN THE
001053*    REPORT REPOSITORY.  A BLANK ENTITY IS RESOLVED BY RPTSAVE.
001054 01  WS-REPO-NAME              PIC X(15) VALUE "DORMRPT.RPT".
001055 01  WS-REPO-JOB               PIC X(08) VALUE "DORMSCAN".
001056 01  WS-REPO-ENTITY            PIC X(04) VALUE SPACES.
001057 01  WS-REPO-STATUS            PIC 9(02).
001060*
001070 PROCEDURE DIVISION.
001080*
001090 0000-MAINLINE.
001100     DISPLAY "DORMSCAN - DORMANT ACCOUNT SCAN".
001110     MOVE SPACES TO WS-ENV-VALUE.
001120     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SORT-RUNDATE".
001130     IF WS-ENV-VALUE NOT = SPACES
001140         MOVE WS-ENV-VALUE(1:8) TO WS-RUN-DATE
001150     ELSE
001160         MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
001170         MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE
001180     END-IF.
001190     MOVE WS-RUN-DATE TO WS-RUN-DATE-N.
001200     MOVE FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)
001210         TO WS-RUN-INT.
001220     PERFORM 1000-LOAD-CONTROL THRU 1000-EXIT.
001230     OPEN INPUT LIST-FILE.
001240     IF NOT WS-LIST-FILE-OK
001250         DISPLAY "DORMSCAN - CANNOT OPEN ACCTMST.LST"
001260         MOVE 12 TO RETURN-CODE
001270         STOP RUN
001280     END-IF.
001290     SET FUNC-OPEN TO TRUE.
001300     MOVE SPACES TO WS-IO-AREA.
001310     MOVE WS-MASTER-FILE-NAME TO WS-IO-AREA(1:15).
001320     MOVE 130 TO WS-IO-LEN.
001330     CALL "RSMFCOB" USING WS-FUNC, WS-IO-AREA,
001340                           WS-IO-LEN, WS-RET-CODE.
001350     IF WS-RET-CODE NOT = 0
001360         DISPLAY "DORMSCAN - CANNOT OPEN ACCOUNT MASTER"
001370         CLOSE LIST-FILE
001380         MOVE 12 TO RETURN-CODE
001390         STOP RUN
001400     END-IF.
001410     OPEN OUTPUT REPORT-FILE.
001420     PERFORM 5000-WRITE-HEADING THRU 5000-EXIT.
001430     PERFORM 2000-SCAN-ONE-ACCOUNT THRU 2000-EXIT
001440         UNTIL WS-LIST-FILE-EOF.
001450     SET FUNC-CLOSE TO TRUE.
001460     MOVE SPACES TO WS-IO-AREA.
001470     CALL "RSMFCOB" USING WS-FUNC, WS-IO-AREA,
001480                           WS-IO-LEN, WS-RET-CODE.
001490     CLOSE LIST-FILE.
001500     PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT.
001510     CLOSE REPORT-FILE.
001511     CALL "RPTSAVE" USING WS-REPO-NAME, WS-REPO-JOB,
001512                          WS-REPO-ENTITY, WS-REPO-STATUS.
001513     IF WS-REPO-STATUS NOT = ZERO
001514         DISPLAY "DORMSCAN - REPORT NOT FILED IN THE",
001515             " REPOSITORY, STATUS ", WS-REPO-STATUS
001516     END-IF.
001520     IF WS-FAIL-COUNT > 0
001530         MOVE 8 TO RETURN-CODE
001540     ELSE
001550         MOVE 0 TO RETURN-CODE
001560     END-IF.
001570     STOP RUN.
001580*
001590*    A MISSING DORMANT.TBL LEAVES THE 365-DAY DEFAULT IN
001600*    PLACE, THE SAME PASS-BY-DEFAULT CONVENTION FLDVAL USES
001610*    FOR A MISSING RULES FILE.
001620 1000-LOAD-CONTROL.
001630     OPEN INPUT CONTROL-FILE.
001640     IF NOT WS-CONTROL-FILE-OK
001650         GO TO 1000-EXIT
001660     END-IF.
001670     PERFORM 1100-LOAD-ONE-ENTRY THRU 1100-EXIT
001680         UNTIL WS-CONTROL-FILE-EOF.
001690     CLOSE CONTROL-FILE.
001700 1000-EXIT.
001710     EXIT.
001720*
001730 1100-LOAD-ONE-ENTRY.
001740     READ CONTROL-FILE
001750         AT END
001760             GO TO 1100-EXIT
001770     END-READ.
001780     IF CONTROL-FILE-RECORD(1:4) = "DAYS"
001790         AND CONTROL-FILE-RECORD(6:5) NUMERIC
001800         MOVE CONTROL-FILE-RECORD(6:5) TO WS-INACTIVE-DAYS
001810     END-IF.
001820 1100-EXIT.
001830     EXIT.
001840*
001850*    AN ACCOUNT ALREADY DORMANT IS LISTED BUT NOT REWRITTEN, SO
001860*    ITS ACCT-STATUS-DATE KEEPS THE DAY IT FIRST WENT DORMANT.
001870*    A LISTED ACCOUNT NO LONGER ON THE MASTER IS COUNTED, NOT
001880*    TREATED AS A FAILURE.  ONLY AN ACTIVE ACCOUNT CAN GO
001882*    DORMANT; A CLOSED OR WRITTEN-OFF ONE IS PASSED OVER.
001890 2000-SCAN-ONE-ACCOUNT.
001900     READ LIST-FILE
001910         AT END
001920             GO TO 2000-EXIT
001930     END-READ.
001940     IF LIST-FILE-RECORD = SPACES
001950         GO TO 2000-EXIT
001960     END-IF.
001970     ADD 1 TO WS-LISTED-COUNT.
001980     SET FUNC-READ TO TRUE.
001990     MOVE SPACES TO WS-IO-AREA.
002000     MOVE LIST-FILE-RECORD TO WS-IO-AREA(1:10).
002010     MOVE 130 TO WS-IO-LEN.
002020     CALL "RSMFCOB" USING WS-FUNC, WS-IO-AREA,
002030                           WS-IO-LEN, WS-RET-CODE.
002040     IF WS-RET-CODE NOT = 0
002050         ADD 1 TO WS-MISSING-COUNT
002060         GO TO 2000-EXIT
002070     END-IF.
002080     MOVE WS-IO-AREA(1:130) TO ACCT-MASTER-RECORD.
002090     MOVE 0 TO WS-IDLE-DAYS.
002100     IF ACCT-LAST-POST-DATE NUMERIC
002110         MOVE ACCT-LAST-POST-DATE TO WS-POST-DATE-N
002120         MOVE FUNCTION INTEGER-OF-DATE(WS-POST-DATE-N)
002130             TO WS-POST-INT
002140         COMPUTE WS-IDLE-DAYS = WS-RUN-INT - WS-POST-INT
002150     END-IF.
002160     IF ACCT-STATUS-DORMANT
002170         ADD 1 TO WS-OLD-DORMANT-COUNT
002180         MOVE "PRIOR" TO WS-MARK-TEXT
002190         PERFORM 3000-LIST-DORMANT THRU 3000-EXIT
002200         GO TO 2000-EXIT
002210     END-IF.
002212     IF NOT ACCT-STATUS-ACTIVE
002214         GO TO 2000-EXIT
002216     END-IF.
002220     IF WS-IDLE-DAYS NOT > WS-INACTIVE-DAYS
002230         GO TO 2000-EXIT
002240     END-IF.
002250     MOVE "D" TO ACCT-STATUS-CODE.
002260     MOVE WS-RUN-DATE TO ACCT-STATUS-DATE.
002270     SET FUNC-REWRITE TO TRUE.
002280     MOVE SPACES TO WS-IO-AREA.
002290     MOVE ACCT-MASTER-RECORD TO WS-IO-AREA(1:130).
002300     MOVE 130 TO WS-IO-LEN.
002310     CALL "RSMFCOB" USING WS-FUNC, WS-IO-AREA,
002320                           WS-IO-LEN, WS-RET-CODE.
002330     IF WS-RET-CODE NOT = 0
002340         DISPLAY "DORMSCAN - REWRITE FAILED FOR ACCOUNT ",
002350             ACCT-ACCOUNT-NUMBER
002360         ADD 1 TO WS-FAIL-COUNT
002370         GO TO 2000-EXIT
002380     END-IF.
002390     ADD 1 TO WS-NEW-DORMANT-COUNT.
002400     MOVE "NEW" TO WS-MARK-TEXT.
002410     PERFORM 3000-LIST-DORMANT THRU 3000-EXIT.
002420 2000-EXIT.
002430     EXIT.
002440*
002450 3000-LIST-DORMANT.
002460     ADD ACCT-CURRENT-BALANCE TO WS-DORMANT-AMOUNT.
002470     MOVE WS-IDLE-DAYS TO WS-DAYS-EDIT.
002480     MOVE ACCT-CURRENT-BALANCE TO WS-AMOUNT-EDIT.
002490     MOVE SPACES TO REPORT-LINE.
002500     STRING ACCT-ACCOUNT-NUMBER " "
002510            ACCT-CUSTOMER-NAME " "
002520            ACCT-LAST-POST-DATE " "
002530            WS-DAYS-EDIT " "
002540            WS-AMOUNT-EDIT " "
002550            ACCT-STATUS-DATE " "
002560            WS-MARK-TEXT
002570            DELIMITED BY SIZE
002580         INTO REPORT-LINE.
002590     WRITE REPORT-LINE.
002600 3000-EXIT.
002610     EXIT.
002620*
002630 5000-WRITE-HEADING.
002640     MOVE WS-INACTIVE-DAYS TO WS-DAYS-EDIT.
002650     MOVE SPACES TO REPORT-LINE.
002660     STRING "DORMANT ACCOUNT REPORT  RUN DATE " WS-RUN-DATE
002670            "  INACTIVITY PERIOD " WS-DAYS-EDIT " DAYS"
002680            DELIMITED BY SIZE
002690         INTO REPORT-LINE.
002700     WRITE REPORT-LINE.
002710     MOVE SPACES TO REPORT-LINE.
002720     MOVE "ACCOUNT    CUSTOMER NAME                  LAST POST"
002730         TO REPORT-LINE.
002740     MOVE "IDLE DAYS         BALANCE SINCE    MARK"
002750         TO REPORT-LINE(52:39).
002760     WRITE REPORT-LINE.
002770 5000-EXIT.
002780     EXIT.
002790*
002800 6000-WRITE-TOTALS.
002810     MOVE SPACES TO REPORT-LINE.
002820     WRITE REPORT-LINE.
002830     MOVE WS-LISTED-COUNT TO WS-COUNT-EDIT.
002840     MOVE SPACES TO REPORT-LINE.
002850     STRING "ACCOUNTS SCANNED        = " WS-COUNT-EDIT
002860            DELIMITED BY SIZE
002870         INTO REPORT-LINE.
002880     WRITE REPORT-LINE.
002890     DISPLAY "DORMSCAN - ACCOUNTS SCANNED    = ", WS-COUNT-EDIT.
002900     MOVE WS-NEW-DORMANT-COUNT TO WS-COUNT-EDIT.
002910     MOVE SPACES TO REPORT-LINE.
002920     STRING "NEWLY MARKED DORMANT    = " WS-COUNT-EDIT
002930            DELIMITED BY SIZE
002940         INTO REPORT-LINE.
002950     WRITE REPORT-LINE.
002960     DISPLAY "DORMSCAN - NEWLY DORMANT       = ", WS-COUNT-EDIT.
002970     MOVE WS-OLD-DORMANT-COUNT TO WS-COUNT-EDIT.
002980     MOVE SPACES TO REPORT-LINE.
002990     STRING "ALREADY DORMANT         = " WS-COUNT-EDIT
003000            DELIMITED BY SIZE
003010         INTO REPORT-LINE.
003020     WRITE REPORT-LINE.
003030     DISPLAY "DORMSCAN - ALREADY DORMANT     = ", WS-COUNT-EDIT.
003040     MOVE WS-DORMANT-AMOUNT TO WS-AMOUNT-EDIT.
003050     MOVE SPACES TO REPORT-LINE.
003060     STRING "TOTAL DORMANT BALANCE   = " WS-AMOUNT-EDIT
003070            DELIMITED BY SIZE
003080         INTO REPORT-LINE.
003090     WRITE REPORT-LINE.
003100     MOVE WS-MISSING-COUNT TO WS-COUNT-EDIT.
003110     MOVE SPACES TO REPORT-LINE.
003120     STRING "LISTED, NOT ON MASTER   = " WS-COUNT-EDIT
003130            DELIMITED BY SIZE
003140         INTO REPORT-LINE.
003150     WRITE REPORT-LINE.
003160     MOVE WS-FAIL-COUNT TO WS-COUNT-EDIT.
003170     MOVE SPACES TO REPORT-LINE.
003180     STRING "MASTER REWRITES FAILED  = " WS-COUNT-EDIT
003190            DELIMITED BY SIZE
003200         INTO REPORT-LINE.
003210     WRITE REPORT-LINE.
003220     DISPLAY "DORMSCAN - REWRITES FAILED     = ", WS-COUNT-EDIT.
003230 6000-EXIT.
003240     EXIT.
