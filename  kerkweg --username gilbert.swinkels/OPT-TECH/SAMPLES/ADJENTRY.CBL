000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ADJENTRY.
000030 AUTHOR.        G. SWINKELS, DATA PROCESSING.
000040 INSTALLATION.  DATA PROCESSING DEPT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*MODIFICATION HISTORY
000090*--------------------
000100*10/15/2026  GS   ORIGINAL.  MAKER-CHECKER CONSOLE FOR MANUAL
000110*                 ADJUSTMENTS TO CUSTOMER ACCOUNTS, REPLACING
000120*                 THE HAND-BUILT EXTRACT FILES NOBODY CHECKED.
000130*                 THE OPERATOR IS THE ONE SIGNED ON (SORT-
000140*                 OPERATOR, THE SAME VARIABLE PARMLOAD READS, OR
000150*                 KEYED AT THE PROMPT WHEN THAT IS UNSET) AND
000160*                 MUST BE ON ADJOPER.TBL.  AN OPERATOR WITH
000170*                 KEYING AUTHORITY KEYS AN ADJUSTMENT -- ACCOUNT
000180*                 (MUST BE ON ACCTMST), TYPE (FROM ADJUST.TBL),
000190*                 AMOUNT, REASON AND SUPPORTING REFERENCE -- AND
000200*                 IT WAITS ON ADJUST.DAT (LAYOUT IN ADJREC).  A
000210*                 DIFFERENT OPERATOR WITH APPROVAL AUTHORITY
000220*                 APPROVES OR REJECTS IT; NOBODY MAY DECIDE AN
000230*                 ADJUSTMENT THEY KEYED THEMSELVES, WHATEVER
000240*                 THEIR AUTHORITY.  RELEASE WRITES EVERY APPROVED
000250*                 ADJUSTMENT TO MANUAL.DAT AS A NORMAL EXTRACT --
000260*                 HEADER SOURCED "MANUAL", DETAILS, TRAILER --
000270*                 SO IT GOES THROUGH HDRCHK, TRLRCHK, THE SORT
000280*                 AND ACCTPOST LIKE ANY OTHER FEED, THE SAME WAY
000290*                 DISPUTE BUILDS DISPEXT.DAT.  RELEASE IS ON THE
000300*                 MENU FOR AN APPROVER, OR RUNS UNATTENDED AS A
000310*                 JOB STEP WHEN ADJ-RELEASE IS "Y"; ADJ-EXTRACT
000320*                 REPOINTS THE EXTRACT.  EVERY ADJUSTMENT KEYED,
000330*                 APPROVED, REJECTED OR RELEASED IS APPENDED TO
000340*                 ADJHIST.DAT WITH THE OPERATOR AND TIME.
000350*                 ADJUST.DAT IS READ AFRESH BEFORE EVERY ACTION
000360*                 AND REWRITTEN RIGHT AFTER IT, SO A MAKER AND A
000370*                 CHECKER CAN WORK AT TWO CONSOLES AT ONCE; AN
000380*                 ADJUSTMENT REJECTED OR RELEASED ON AN EARLIER
000390*                 DAY IS DROPPED FROM IT (ADJHIST.DAT KEEPS IT).
000400*                 RETURN-CODE IS 12 WHEN THE OPERATOR IS NOT ON
000410*                 ADJOPER.TBL OR ADJUST.DAT IS TOO BIG FOR THE
000420*                 TABLE; AN UNATTENDED RELEASE ENDS 0, OR 4 WHEN
000430*                 THERE WAS NOTHING TO RELEASE.
000432*
000434*10/15/2026  GS   THE RELEASE EXTRACT IS NOW WRITTEN AS LAYOUT 03
000436*                 WITH BLANK TRANSACTION REFERENCES, STAMPED WHEN
000438*                 THE EXTRACT IS TAKEN IN LIKE ANY OTHER FEED.
000439*
000440*10/15/2026  GS   ACCOUNT MASTER RECORD IS NOW 130 BYTES, NOW THAT
000441*                 ACCTREC CARRIES THE ACCOUNT CURRENCY AND THE
000442*                 FOREIGN-CURRENCY BALANCE.
000443*
000444*10/15/2026  GS   A RELEASE IS REFUSED WHILE THE LAST MANUAL.DAT
000445*                 IS STILL WAITING TO BE TAKEN IN (NOT YET ON
000445*                 PROCESSED.REG, THROUGH EXTREG), SO IT IS NEVER
000445*                 OVERWRITTEN UNPOSTED.  THE APPROVED ADJUSTMENTS
000445*                 STAY APPROVED FOR THE NEXT RELEASE; AN
000445*                 UNATTENDED RELEASE ENDS 8.
000446*
000450*---------------------------------------------------------------*
000460*ADJUSTMENT OPERATOR TABLE FORMAT (ADJOPER.TBL, ONE PER LINE)    *
000470*    POSITIONS  1-8   OPERATOR ID                                *
000480*    POSITION  10     "K" = MAY KEY, "A" = MAY APPROVE/REJECT    *
000490*                     AND RELEASE, "B" = BOTH                    *
000500*                                                                *
000510*ADJUSTMENT CONTROL TABLE FORMAT (ADJUST.TBL, ONE ENTRY PER LINE)*
000520*    TYPE TT      A TRANSACTION TYPE THAT MAY BE KEYED AS AN     *
000530*                 ADJUSTMENT (AJ WHEN NO TYPE LINE IS FOUND)     *
000540*    REGN XXXX    REGION CODE OFFERED WHEN NONE IS KEYED         *
000550*---------------------------------------------------------------*
000560*
000570 ENVIRONMENT DIVISION.
000580 CONFIGURATION SECTION.
000590 SOURCE-COMPUTER.  IBM-PC.
000600 OBJECT-COMPUTER.  IBM-PC.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT OPERATOR-FILE ASSIGN TO "ADJOPER.TBL"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-OPERATOR-FILE-STATUS.
000660     SELECT CONTROL-FILE ASSIGN TO "ADJUST.TBL"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-CONTROL-FILE-STATUS.
000690     SELECT ADJUST-FILE ASSIGN TO "ADJUST.DAT"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-ADJUST-FILE-STATUS.
000720     SELECT HISTORY-FILE ASSIGN TO "ADJHIST.DAT"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-HISTORY-FILE-STATUS.
000750     SELECT EXTRACT-FILE ASSIGN TO WS-EXTRACT-FILE-NAME
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-EXTRACT-FILE-STATUS.
000780*
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  OPERATOR-FILE.
000820 01  OPERATOR-FILE-RECORD        PIC X(40).
000830 FD  CONTROL-FILE.
000840 01  CONTROL-FILE-RECORD         PIC X(40).
000850 FD  ADJUST-FILE.
000860 01  ADJUST-FILE-RECORD          PIC X(210).
000870 FD  HISTORY-FILE.
000880 01  HISTORY-FILE-RECORD         PIC X(243).
000890 FD  EXTRACT-FILE.
000900 01  EXTRACT-RECORD              PIC X(82).
000910*
000920 WORKING-STORAGE SECTION.
000930 01  WS-OPERATOR-FILE-STATUS   PIC X(02).
000940     88  WS-OPERATOR-FILE-OK       VALUE "00".
000950     88  WS-OPERATOR-FILE-EOF      VALUE "10".
000960 01  WS-CONTROL-FILE-STATUS    PIC X(02).
000970     88  WS-CONTROL-FILE-OK        VALUE "00".
000980     88  WS-CONTROL-FILE-EOF       VALUE "10".
000990 01  WS-ADJUST-FILE-STATUS     PIC X(02).
001000     88  WS-ADJUST-FILE-OK         VALUE "00".
001010     88  WS-ADJUST-FILE-EOF        VALUE "10".
001020 01  WS-HISTORY-FILE-STATUS    PIC X(02).
001030     88  WS-HISTORY-FILE-OK        VALUE "00".
001040     88  WS-HISTORY-FILE-NOT-FOUND VALUE "35".
001050 01  WS-EXTRACT-FILE-NAME      PIC X(15) VALUE "MANUAL.DAT".
001060 01  WS-EXTRACT-FILE-STATUS    PIC X(02).
001070     88  WS-EXTRACT-FILE-OK        VALUE "00".
001080 01  WS-ENV-VALUE              PIC X(15).
001090 01  WS-TIMESTAMP              PIC X(21).
001100 01  WS-RUN-DATE               PIC X(08).
001101 01  WS-EXTREG-FUNC            PIC X(01) VALUE "C".
001102 01  WS-EXTREG-COUNT           PIC 9(07).
001103 01  WS-EXTREG-STATUS          PIC 9(02).
001104     88  WS-EXTRACT-WAITING        VALUE 0.
001105 01  WS-REFUSED-SW             PIC X(01) VALUE "N".
001106     88  WS-RELEASE-REFUSED        VALUE "Y".
001110*
001120 01  WS-FUNC                   PIC 999 COMP-5.
001130     88  FUNC-OPEN                 VALUE 1.
001140     88  FUNC-CLOSE                VALUE 2.
001150     88  FUNC-READ                 VALUE 3.
001160 01  WS-IO-AREA                PIC X(4000).
001170 01  WS-IO-LEN                 PIC 999 COMP-5.
001180 01  WS-RET-CODE               PIC 999 COMP-5.
001190 01  WS-MASTER-FILE-NAME       PIC X(15) VALUE "ACCTMST".
001200 01  WS-MASTER-OPEN-SW         PIC X(01) VALUE "N".
001210     88  WS-MASTER-OPEN            VALUE "Y".
001220*
001230*    THE SIGNED-ON OPERATOR AND WHAT ADJOPER.TBL LETS THEM DO.
001240 01  WS-OPERATOR-ID            PIC X(08).
001250 01  WS-AUTHORITY              PIC X(01) VALUE SPACE.
001260     88  WS-MAY-KEY                VALUE "K" "B".
001270     88  WS-MAY-APPROVE            VALUE "A" "B".
001280     88  WS-NOT-AUTHORIZED         VALUE SPACE.
001290*
001300 01  WS-DEFAULT-REGION         PIC X(04) VALUE SPACES.
001310 01  WS-TYPE-TABLE.
001320     05  WS-TYPE-COUNT         PIC 9(03) COMP-5 VALUE 0.
001330     05  WS-TYPE-ENTRY         PIC X(02) OCCURS 50 TIMES
001340                               INDEXED BY WS-TYPE-IDX.
001350 01  WS-MATCH-SW               PIC X(01).
001360     88  WS-MATCH-FOUND            VALUE "Y".
001370*
001380*    ADJUST.DAT, TABLED WHOLE FOR EACH ACTION.
001390 01  WS-ADJ-TABLE.
001400     05  WS-ADJ-COUNT          PIC 9(05) COMP-5 VALUE 0.
001410     05  WS-ADJ-ENTRY          PIC X(210) OCCURS 2000 TIMES
001420                               INDEXED BY WS-ADJ-IDX.
001430 01  WS-ADJ-SUB                PIC 9(05) COMP-5.
001440 01  WS-ADJ-HOLD               PIC X(210).
001450 01  WS-ADJ-OVERFLOW-SW        PIC X(01) VALUE "N".
001460     88  WS-ADJ-OVERFLOW           VALUE "Y".
001470 01  WS-LAST-SEQ               PIC 9(04).
001480*
001490 01  WS-CHOICE                 PIC X(01).
001500 01  WS-SW-DONE                PIC X(01) VALUE "N".
001510     88  WS-MENU-DONE              VALUE "Y".
001520 01  WS-INPUT                  PIC X(30).
001530 01  WS-PICK-NUMBER            PIC X(12).
001540 01  WS-AMOUNT-TEXT            PIC X(15).
001550 01  WS-AMOUNT-IN              PIC S9(09)V99.
001560 01  WS-LISTED-COUNT           PIC 9(05) VALUE 0.
001570 01  WS-RELEASED-COUNT         PIC 9(07) VALUE 0.
001580 01  WS-RELEASED-AMOUNT        PIC S9(11)V99 VALUE 0.
001590 01  WS-HIST-EVENT             PIC X(08).
001600 01  WS-COUNT-EDIT             PIC ZZZZZZ9.
001610 01  WS-AMOUNT-EDIT            PIC ZZZ,ZZZ,ZZ9.99-.
001620 01  WS-TOTAL-EDIT             PIC Z,ZZZ,ZZZ,ZZ9.99-.
001630 COPY ADJREC.
001640 COPY ACCTREC.
001650 COPY SAMPREC.
001660*
001670 PROCEDURE DIVISION.
001680*
001690 0000-MAINLINE.
001700     DISPLAY "ADJENTRY - MANUAL ADJUSTMENT ENTRY AND APPROVAL".
001710     MOVE SPACES TO WS-ENV-VALUE.
001720     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SORT-RUNDATE".
001730     IF WS-ENV-VALUE NOT = SPACES
001740         MOVE WS-ENV-VALUE(1:8) TO WS-RUN-DATE
001750     ELSE
001760         MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
001770         MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE
001780     END-IF.
001790     MOVE SPACES TO WS-ENV-VALUE.
001800     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "ADJ-EXTRACT".
001810     IF WS-ENV-VALUE NOT = SPACES
001820         MOVE WS-ENV-VALUE TO WS-EXTRACT-FILE-NAME
001830     END-IF.
001840     PERFORM 1000-LOAD-CONTROL THRU 1000-EXIT.
001850     MOVE SPACES TO WS-ENV-VALUE.
001860     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "ADJ-RELEASE".
001870     IF WS-ENV-VALUE(1:1) = "Y"
001880         MOVE "BATCH" TO WS-OPERATOR-ID
001890         PERFORM 6000-RELEASE-APPROVED THRU 6000-EXIT
001900         IF WS-ADJ-OVERFLOW
001910             MOVE 12 TO RETURN-CODE
001920         ELSE
001930             IF WS-RELEASED-COUNT = 0
001940                 MOVE 4 TO RETURN-CODE
001950             ELSE
001960                 MOVE 0 TO RETURN-CODE
001970             END-IF
001980         END-IF
001981         IF WS-RELEASE-REFUSED
001982             MOVE 8 TO RETURN-CODE
001986         END-IF
001990         STOP RUN
002000     END-IF.
002010     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
002020     IF WS-NOT-AUTHORIZED
002030         DISPLAY "ADJENTRY - OPERATOR ", WS-OPERATOR-ID,
002040             " IS NOT ON ADJOPER.TBL"
002050         MOVE 12 TO RETURN-CODE
002060         STOP RUN
002070     END-IF.
002080     IF WS-MAY-KEY
002090         PERFORM 1300-OPEN-MASTER THRU 1300-EXIT
002100     END-IF.
002110     PERFORM 2000-ONE-MENU-PASS THRU 2000-EXIT
002120         UNTIL WS-MENU-DONE.
002130     IF WS-MASTER-OPEN
002140         SET FUNC-CLOSE TO TRUE
002150         MOVE SPACES TO WS-IO-AREA
002160         CALL "RSMFCOB" USING WS-FUNC, WS-IO-AREA,
002170                               WS-IO-LEN, WS-RET-CODE
002180     END-IF.
002190     IF WS-ADJ-OVERFLOW
002200         MOVE 12 TO RETURN-CODE
002210     ELSE
002220         MOVE 0 TO RETURN-CODE
002230     END-IF.
002240     STOP RUN.
002250*
002260*    A MISSING ADJUST.TBL LEAVES AJ AS THE ONLY ADJUSTMENT TYPE
002270*    AND NO DEFAULT REGION.
002280 1000-LOAD-CONTROL.
002290     OPEN INPUT CONTROL-FILE.
002300     IF NOT WS-CONTROL-FILE-OK
002310         GO TO 1000-DEFAULTS
002320     END-IF.
002330     PERFORM 1010-LOAD-ONE-ENTRY THRU 1010-EXIT
002340         UNTIL WS-CONTROL-FILE-EOF.
002350     CLOSE CONTROL-FILE.
002360 1000-DEFAULTS.
002370     IF WS-TYPE-COUNT = 0
002380         MOVE 1 TO WS-TYPE-COUNT
002390         MOVE "AJ" TO WS-TYPE-ENTRY(1)
002400     END-IF.
002410 1000-EXIT.
002420     EXIT.
002430*
002440 1010-LOAD-ONE-ENTRY.
002450     READ CONTROL-FILE
002460         AT END
002470             GO TO 1010-EXIT
002480     END-READ.
002490     EVALUATE CONTROL-FILE-RECORD(1:4)
002500         WHEN "TYPE"
002510             IF WS-TYPE-COUNT < 50
002520                 ADD 1 TO WS-TYPE-COUNT
002530                 MOVE CONTROL-FILE-RECORD(6:2)
002540                     TO WS-TYPE-ENTRY(WS-TYPE-COUNT)
002550             END-IF
002560         WHEN "REGN"
002570             MOVE CONTROL-FILE-RECORD(6:4) TO WS-DEFAULT-REGION
002580     END-EVALUATE.
002590 1010-EXIT.
002600     EXIT.
002610*
002620 1100-SIGN-ON.
002630     MOVE SPACES TO WS-ENV-VALUE.
002640     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SORT-OPERATOR".
002650     MOVE WS-ENV-VALUE(1:8) TO WS-OPERATOR-ID.
002660     IF WS-OPERATOR-ID = SPACES
002670         DISPLAY "OPERATOR ID:"
002680         PERFORM 3900-ACCEPT-INPUT THRU 3900-EXIT
002690         MOVE WS-INPUT(1:8) TO WS-OPERATOR-ID
002700     END-IF.
002710     MOVE SPACE TO WS-AUTHORITY.
002720     IF WS-OPERATOR-ID = SPACES
002730         GO TO 1100-EXIT
002740     END-IF.
002750     OPEN INPUT OPERATOR-FILE.
002760     IF NOT WS-OPERATOR-FILE-OK
002770         DISPLAY "ADJENTRY - NO ADJOPER.TBL"
002780         GO TO 1100-EXIT
002790     END-IF.
002800     PERFORM 1110-CHECK-ONE-OPERATOR THRU 1110-EXIT
002810         UNTIL WS-OPERATOR-FILE-EOF.
002820     CLOSE OPERATOR-FILE.
002830 1100-EXIT.
002840     EXIT.
002850*
002860 1110-CHECK-ONE-OPERATOR.
002870     READ OPERATOR-FILE
002880         AT END
002890             GO TO 1110-EXIT
002900     END-READ.
002910     IF OPERATOR-FILE-RECORD(1:8) = WS-OPERATOR-ID
002920         AND (OPERATOR-FILE-RECORD(10:1) = "K"
002930           OR OPERATOR-FILE-RECORD(10:1) = "A"
002940           OR OPERATOR-FILE-RECORD(10:1) = "B")
002950         MOVE OPERATOR-FILE-RECORD(10:1) TO WS-AUTHORITY
002960     END-IF.
002970 1110-EXIT.
002980     EXIT.
002990*
003000*    WITHOUT THE ACCOUNT MASTER NO ACCOUNT CAN BE PROVED, SO
003010*    KEYING IS REFUSED; REVIEW AND RELEASE STILL WORK.
003020 1300-OPEN-MASTER.
003030     SET FUNC-OPEN TO TRUE.
003040     MOVE SPACES TO WS-IO-AREA.
003050     MOVE WS-MASTER-FILE-NAME TO WS-IO-AREA(1:15).
003060     MOVE 130 TO WS-IO-LEN.
003070     CALL "RSMFCOB" USING WS-FUNC, WS-IO-AREA,
003080                           WS-IO-LEN, WS-RET-CODE.
003090     IF WS-RET-CODE = 0
003100         SET WS-MASTER-OPEN TO TRUE
003110     ELSE
003120         DISPLAY "ADJENTRY - CANNOT OPEN ACCOUNT MASTER, ",
003130             "KEYING IS NOT AVAILABLE"
003140     END-IF.
003150 1300-EXIT.
003160     EXIT.
003170*
003180 2000-ONE-MENU-PASS.
003190     DISPLAY " ".
003200     DISPLAY "  OPERATOR ", WS-OPERATOR-ID, "  RUN DATE ",
003210         WS-RUN-DATE.
003220     IF WS-MAY-KEY
003230         DISPLAY "  K KEY A NEW ADJUSTMENT"
003240     END-IF.
003250     DISPLAY "  L LIST ADJUSTMENTS NOT YET RELEASED".
003260     IF WS-MAY-APPROVE
003270         DISPLAY "  A APPROVE OR REJECT AN ADJUSTMENT"
003280         DISPLAY "  R RELEASE APPROVED ADJUSTMENTS TO ",
003290             WS-EXTRACT-FILE-NAME
003300     END-IF.
003310     DISPLAY "  X EXIT".
003320     DISPLAY "ENTER CHOICE:".
003330     MOVE SPACES TO WS-CHOICE.
003340     ACCEPT WS-CHOICE.
003350     EVALUATE WS-CHOICE
003360         WHEN "K"
003370         WHEN "k"
003380             IF WS-MAY-KEY
003390                 PERFORM 3000-KEY-ADJUSTMENT THRU 3000-EXIT
003400             ELSE
003410                 DISPLAY "YOU DO NOT HAVE KEYING AUTHORITY"
003420             END-IF
003430         WHEN "L"
003440         WHEN "l"
003450             PERFORM 4000-LIST-OPEN THRU 4000-EXIT
003460         WHEN "A"
003470         WHEN "a"
003480             IF WS-MAY-APPROVE
003490                 PERFORM 5000-DECIDE-ADJUSTMENT THRU 5000-EXIT
003500             ELSE
003510                 DISPLAY "YOU DO NOT HAVE APPROVAL AUTHORITY"
003520             END-IF
003530         WHEN "R"
003540         WHEN "r"
003550             IF WS-MAY-APPROVE
003560                 PERFORM 6000-RELEASE-APPROVED THRU 6000-EXIT
003570             ELSE
003580                 DISPLAY "YOU DO NOT HAVE APPROVAL AUTHORITY"
003590             END-IF
003600         WHEN "X"
003610         WHEN "x"
003620             SET WS-MENU-DONE TO TRUE
003630         WHEN OTHER
003640             DISPLAY "CHOICE NOT RECOGNIZED: ", WS-CHOICE
003650     END-EVALUATE.
003660 2000-EXIT.
003670     EXIT.
003680*
003690*    EVERY FIELD IS PROVED AS IT IS KEYED; A BAD ENTRY ENDS THE
003700*    KEYING WITH NOTHING WRITTEN.
003710 3000-KEY-ADJUSTMENT.
003720     IF NOT WS-MASTER-OPEN
003730         DISPLAY "ACCOUNT MASTER NOT AVAILABLE, CANNOT KEY"
003740         GO TO 3000-EXIT
003750     END-IF.
003760     MOVE SPACES TO ADJ-RECORD.
003770     DISPLAY "ACCOUNT NUMBER (BLANK = BACK TO MENU):".
003780     PERFORM 3900-ACCEPT-INPUT THRU 3900-EXIT.
003790     IF WS-INPUT = SPACES
003800         GO TO 3000-EXIT
003810     END-IF.
003820     MOVE WS-INPUT(1:10) TO ADJ-ACCOUNT.
003830     SET FUNC-READ TO TRUE.
003840     MOVE SPACES TO WS-IO-AREA.
003850     MOVE ADJ-ACCOUNT TO WS-IO-AREA(1:10).
003860     MOVE 130 TO WS-IO-LEN.
003870     CALL "RSMFCOB" USING WS-FUNC, WS-IO-AREA,
003880                           WS-IO-LEN, WS-RET-CODE.
003890     IF WS-RET-CODE NOT = 0
003900         DISPLAY "ACCOUNT NOT ON MASTER: ", ADJ-ACCOUNT
003910         GO TO 3000-EXIT
003920     END-IF.
003930     MOVE WS-IO-AREA(1:130) TO ACCT-MASTER-RECORD.
003940     MOVE ACCT-CUSTOMER-NAME TO ADJ-NAME.
003950     DISPLAY "CUSTOMER NAME     = ", ADJ-NAME.
003960     DISPLAY "ADJUSTMENT TYPE:".
003970     PERFORM 3900-ACCEPT-INPUT THRU 3900-EXIT.
003980     MOVE WS-INPUT(1:2) TO ADJ-TYPE.
003990     MOVE "N" TO WS-MATCH-SW.
004000     PERFORM 3010-MATCH-TYPE THRU 3010-EXIT
004010         VARYING WS-TYPE-IDX FROM 1 BY 1
004020         UNTIL WS-TYPE-IDX > WS-TYPE-COUNT
004030            OR WS-MATCH-FOUND.
004040     IF NOT WS-MATCH-FOUND
004050         DISPLAY "NOT AN ADJUSTMENT TYPE ON ADJUST.TBL: ",
004060             ADJ-TYPE
004070         GO TO 3000-EXIT
004080     END-IF.
004090     DISPLAY "AMOUNT (E.G. 125.50 OR -125.50):".
004100     PERFORM 3900-ACCEPT-INPUT THRU 3900-EXIT.
004110     MOVE WS-INPUT(1:15) TO WS-AMOUNT-TEXT.
004120     IF WS-AMOUNT-TEXT = SPACES
004130         OR FUNCTION TEST-NUMVAL(WS-AMOUNT-TEXT) NOT = 0
004140         DISPLAY "AMOUNT NOT NUMERIC: ", WS-AMOUNT-TEXT
004150         GO TO 3000-EXIT
004160     END-IF.
004170     COMPUTE WS-AMOUNT-IN = FUNCTION NUMVAL(WS-AMOUNT-TEXT)
004180         ON SIZE ERROR
004190             DISPLAY "AMOUNT TOO LARGE: ", WS-AMOUNT-TEXT
004200             GO TO 3000-EXIT
004210     END-COMPUTE.
004220     IF WS-AMOUNT-IN = 0
004230         DISPLAY "A ZERO ADJUSTMENT IS NOT ALLOWED"
004240         GO TO 3000-EXIT
004250     END-IF.
004260     MOVE WS-AMOUNT-IN TO ADJ-AMOUNT.
004270     DISPLAY "REGION CODE (BLANK = ", WS-DEFAULT-REGION, "):".
004280     PERFORM 3900-ACCEPT-INPUT THRU 3900-EXIT.
004290     IF WS-INPUT = SPACES
004300         MOVE WS-DEFAULT-REGION TO ADJ-REGION
004310     ELSE
004320         MOVE WS-INPUT(1:4) TO ADJ-REGION
004330     END-IF.
004340     IF ADJ-REGION = SPACES
004350         DISPLAY "A REGION CODE IS REQUIRED"
004360         GO TO 3000-EXIT
004370     END-IF.
004380     DISPLAY "REASON:".
004390     PERFORM 3900-ACCEPT-INPUT THRU 3900-EXIT.
004400     MOVE WS-INPUT TO ADJ-REASON.
004410     IF ADJ-REASON = SPACES
004420         DISPLAY "A REASON IS REQUIRED"
004430         GO TO 3000-EXIT
004440     END-IF.
004450     DISPLAY "SUPPORTING REFERENCE:".
004460     PERFORM 3900-ACCEPT-INPUT THRU 3900-EXIT.
004470     MOVE WS-INPUT(1:20) TO ADJ-REFERENCE.
004480     IF ADJ-REFERENCE = SPACES
004490         DISPLAY "A SUPPORTING REFERENCE IS REQUIRED"
004500         GO TO 3000-EXIT
004510     END-IF.
004520     MOVE ADJ-AMOUNT TO WS-AMOUNT-EDIT.
004530     DISPLAY "KEY ", ADJ-TYPE, " ", WS-AMOUNT-EDIT, " TO ",
004540         ADJ-ACCOUNT, "? (Y/N):".
004550     PERFORM 3900-ACCEPT-INPUT THRU 3900-EXIT.
004560     IF WS-INPUT(1:1) NOT = "Y" AND WS-INPUT(1:1) NOT = "y"
004570         DISPLAY "NOTHING KEYED"
004580         GO TO 3000-EXIT
004590     END-IF.
004600     PERFORM 7000-LOAD-ADJUSTMENTS THRU 7000-EXIT.
004610     IF WS-ADJ-OVERFLOW
004620         GO TO 3000-EXIT
004630     END-IF.
004640     IF WS-ADJ-COUNT = 2000
004650         DISPLAY "ADJUST.DAT IS FULL, NOTHING KEYED"
004660         GO TO 3000-EXIT
004670     END-IF.
004680     MOVE 0 TO WS-LAST-SEQ.
004690     PERFORM 3020-NOTE-LAST-SEQ THRU 3020-EXIT
004700         VARYING WS-ADJ-IDX FROM 1 BY 1
004710         UNTIL WS-ADJ-IDX > WS-ADJ-COUNT.
004720     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
004730     MOVE WS-RUN-DATE TO ADJ-NUM-DATE.
004740     COMPUTE ADJ-NUM-SEQ = WS-LAST-SEQ + 1.
004750     SET ADJ-STATUS-KEYED TO TRUE.
004760     MOVE WS-OPERATOR-ID TO ADJ-KEYED-BY.
004770     MOVE WS-TIMESTAMP(1:14) TO ADJ-KEYED-STAMP.
004780     ADD 1 TO WS-ADJ-COUNT.
004790     MOVE ADJ-RECORD TO WS-ADJ-ENTRY(WS-ADJ-COUNT).
004800     PERFORM 7100-SAVE-ADJUSTMENTS THRU 7100-EXIT.
004810     MOVE "KEYED" TO WS-HIST-EVENT.
004820     PERFORM 7200-WRITE-HISTORY THRU 7200-EXIT.
004830     DISPLAY "ADJUSTMENT ", ADJ-NUMBER,
004840         " KEYED, AWAITING APPROVAL BY ANOTHER OPERATOR".
004850 3000-EXIT.
004860     EXIT.
004870*
004880 3010-MATCH-TYPE.
004890     IF ADJ-TYPE = WS-TYPE-ENTRY(WS-TYPE-IDX)
004900         SET WS-MATCH-FOUND TO TRUE
004910     END-IF.
004920 3010-EXIT.
004930     EXIT.
004940*
004950 3020-NOTE-LAST-SEQ.
004960     IF WS-ADJ-ENTRY(WS-ADJ-IDX)(1:8) = WS-RUN-DATE
004970         AND WS-ADJ-ENTRY(WS-ADJ-IDX)(9:4) NUMERIC
004980         AND WS-ADJ-ENTRY(WS-ADJ-IDX)(9:4) > WS-LAST-SEQ
004990         MOVE WS-ADJ-ENTRY(WS-ADJ-IDX)(9:4) TO WS-LAST-SEQ
005000     END-IF.
005010 3020-EXIT.
005020     EXIT.
005030*
005040 3900-ACCEPT-INPUT.
005050     MOVE SPACES TO WS-INPUT.
005060     ACCEPT WS-INPUT.
005070 3900-EXIT.
005080     EXIT.
005090*
005100 4000-LIST-OPEN.
005110     PERFORM 7000-LOAD-ADJUSTMENTS THRU 7000-EXIT.
005120     MOVE 0 TO WS-LISTED-COUNT.
005130     DISPLAY "NUMBER       S ACCOUNT    TY          AMOUNT ",
005140         "KEYED BY DECIDED  REASON".
005150     PERFORM 4100-LIST-ONE THRU 4100-EXIT
005160         VARYING WS-ADJ-IDX FROM 1 BY 1
005170         UNTIL WS-ADJ-IDX > WS-ADJ-COUNT.
005180     MOVE WS-LISTED-COUNT TO WS-COUNT-EDIT.
005190     DISPLAY "ADJUSTMENTS LISTED = ", WS-COUNT-EDIT.
005200 4000-EXIT.
005210     EXIT.
005220*
005230 4100-LIST-ONE.
005240     MOVE WS-ADJ-ENTRY(WS-ADJ-IDX) TO ADJ-RECORD.
005250     IF ADJ-STATUS-FINISHED
005260         GO TO 4100-EXIT
005270     END-IF.
005280     ADD 1 TO WS-LISTED-COUNT.
005290     MOVE ADJ-AMOUNT TO WS-AMOUNT-EDIT.
005300     DISPLAY ADJ-NUMBER, " ", ADJ-STATUS, " ", ADJ-ACCOUNT,
005310         " ", ADJ-TYPE, " ", WS-AMOUNT-EDIT, " ",
005320         ADJ-KEYED-BY, " ", ADJ-DECIDED-BY, " ", ADJ-REASON.
005330 4100-EXIT.
005340     EXIT.
005350*
005360*    ONLY AN ADJUSTMENT STILL WAITING (STATUS K) CAN BE DECIDED,
005370*    AND NEVER BY THE OPERATOR WHO KEYED IT.
005380 5000-DECIDE-ADJUSTMENT.
005390     DISPLAY "ADJUSTMENT NUMBER (BLANK = BACK TO MENU):".
005400     PERFORM 3900-ACCEPT-INPUT THRU 3900-EXIT.
005410     IF WS-INPUT = SPACES
005420         GO TO 5000-EXIT
005430     END-IF.
005440     MOVE WS-INPUT(1:12) TO WS-PICK-NUMBER.
005450     PERFORM 7000-LOAD-ADJUSTMENTS THRU 7000-EXIT.
005460     IF WS-ADJ-OVERFLOW
005470         GO TO 5000-EXIT
005480     END-IF.
005490     MOVE 0 TO WS-ADJ-SUB.
005500     PERFORM 5010-MATCH-NUMBER THRU 5010-EXIT
005510         VARYING WS-ADJ-IDX FROM 1 BY 1
005520         UNTIL WS-ADJ-IDX > WS-ADJ-COUNT
005530            OR WS-ADJ-SUB > 0.
005540     IF WS-ADJ-SUB = 0
005550         DISPLAY "NO SUCH ADJUSTMENT: ", WS-PICK-NUMBER
005560         GO TO 5000-EXIT
005570     END-IF.
005580     MOVE WS-ADJ-ENTRY(WS-ADJ-SUB) TO ADJ-RECORD.
005590     IF NOT ADJ-STATUS-KEYED
005600         DISPLAY "ADJUSTMENT ", ADJ-NUMBER,
005610             " IS NOT AWAITING APPROVAL (STATUS ", ADJ-STATUS,
005620             ")"
005630         GO TO 5000-EXIT
005640     END-IF.
005650     IF ADJ-KEYED-BY = WS-OPERATOR-ID
005660         DISPLAY "YOU KEYED ADJUSTMENT ", ADJ-NUMBER,
005670             " -- ANOTHER OPERATOR MUST DECIDE IT"
005680         GO TO 5000-EXIT
005690     END-IF.
005700     MOVE ADJ-AMOUNT TO WS-AMOUNT-EDIT.
005710     DISPLAY "ACCOUNT           = ", ADJ-ACCOUNT, " ", ADJ-NAME.
005720     DISPLAY "TYPE / AMOUNT     = ", ADJ-TYPE, " ",
005730         WS-AMOUNT-EDIT.
005740     DISPLAY "REGION            = ", ADJ-REGION.
005750     DISPLAY "REASON            = ", ADJ-REASON.
005760     DISPLAY "REFERENCE         = ", ADJ-REFERENCE.
005770     DISPLAY "KEYED BY          = ", ADJ-KEYED-BY, " AT ",
005780         ADJ-KEYED-STAMP.
005790     DISPLAY "A APPROVE, R REJECT (BLANK = BACK):".
005800     PERFORM 3900-ACCEPT-INPUT THRU 3900-EXIT.
005810     EVALUATE WS-INPUT(1:1)
005820         WHEN "A"
005830         WHEN "a"
005840             SET ADJ-STATUS-APPROVED TO TRUE
005850             MOVE "APPROVED" TO WS-HIST-EVENT
005860         WHEN "R"
005870         WHEN "r"
005880             DISPLAY "REASON FOR REJECTING:"
005890             PERFORM 3900-ACCEPT-INPUT THRU 3900-EXIT
005900             IF WS-INPUT = SPACES
005910                 DISPLAY "A REASON IS REQUIRED TO REJECT"
005920                 GO TO 5000-EXIT
005930             END-IF
005940             MOVE WS-INPUT TO ADJ-DECISION-NOTE
005950             SET ADJ-STATUS-REJECTED TO TRUE
005960             MOVE "REJECTED" TO WS-HIST-EVENT
005970         WHEN OTHER
005980             GO TO 5000-EXIT
005990     END-EVALUATE.
006000     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
006010     MOVE WS-OPERATOR-ID TO ADJ-DECIDED-BY.
006020     MOVE WS-TIMESTAMP(1:14) TO ADJ-DECIDED-STAMP.
006030     MOVE ADJ-RECORD TO WS-ADJ-ENTRY(WS-ADJ-SUB).
006040     PERFORM 7100-SAVE-ADJUSTMENTS THRU 7100-EXIT.
006050     PERFORM 7200-WRITE-HISTORY THRU 7200-EXIT.
006060     DISPLAY "ADJUSTMENT ", ADJ-NUMBER, " ", WS-HIST-EVENT.
006070 5000-EXIT.
006080     EXIT.
006090*
006100 5010-MATCH-NUMBER.
006110     IF WS-ADJ-ENTRY(WS-ADJ-IDX)(1:12) = WS-PICK-NUMBER
006120         SET WS-ADJ-SUB TO WS-ADJ-IDX
006130     END-IF.
006140 5010-EXIT.
006150     EXIT.
006160*
006170*    NOTHING APPROVED MEANS NO EXTRACT IS WRITTEN.  THE EXTRACT
006180*    IS OPENED OUTPUT, SO A RELEASE IS REFUSED WHILE THE LAST
006181*    ONE HAS NOT BEEN PROCESSED: EXTREG FINDS IT PRESENT BUT NOT
006182*    ON PROCESSED.REG.  ONE TAKEN IN THROUGH CONCAT IS NEVER ON
006183*    THE REGISTRY BY ITSELF AND IS REMOVED BY OPERATIONS ONCE
006184*    THE RUN HAS POSTED IT.
006190 6000-RELEASE-APPROVED.
006195     MOVE "N" TO WS-REFUSED-SW.
006200     MOVE 0 TO WS-RELEASED-COUNT.
006210     MOVE 0 TO WS-RELEASED-AMOUNT.
006220     PERFORM 7000-LOAD-ADJUSTMENTS THRU 7000-EXIT.
006230     IF WS-ADJ-OVERFLOW
006240         GO TO 6000-EXIT
006250     END-IF.
006260     MOVE "N" TO WS-MATCH-SW.
006270     PERFORM 6010-FIND-APPROVED THRU 6010-EXIT
006280         VARYING WS-ADJ-IDX FROM 1 BY 1
006290         UNTIL WS-ADJ-IDX > WS-ADJ-COUNT
006300            OR WS-MATCH-FOUND.
006310     IF NOT WS-MATCH-FOUND
006320         DISPLAY "ADJENTRY - NO APPROVED ADJUSTMENTS TO RELEASE"
006330         GO TO 6000-EXIT
006340     END-IF.
006341     CALL "EXTREG" USING WS-EXTRACT-FILE-NAME, WS-EXTREG-FUNC,
006342                         WS-EXTREG-COUNT, WS-EXTREG-STATUS.
006343     IF WS-EXTRACT-WAITING
006344         DISPLAY "ADJENTRY - ", WS-EXTRACT-FILE-NAME,
006345             " HAS NOT BEEN PROCESSED YET, NOTHING RELEASED"
006346         SET WS-RELEASE-REFUSED TO TRUE
006347         GO TO 6000-EXIT
006348     END-IF.
006350     OPEN OUTPUT EXTRACT-FILE.
006360     IF NOT WS-EXTRACT-FILE-OK
006370         DISPLAY "ADJENTRY - CANNOT OPEN ", WS-EXTRACT-FILE-NAME
006375         SET WS-RELEASE-REFUSED TO TRUE
006380         GO TO 6000-EXIT
006390     END-IF.
006400     MOVE SPACES TO SAMP-HEADER-RECORD.
006410     MOVE "HDR " TO SAMP-HEADER-ID.
006420     MOVE WS-RUN-DATE TO SAMP-HEADER-EXTRACT-DATE.
006430     MOVE "MANUAL" TO SAMP-HEADER-SOURCE-SYS.
006440     MOVE "03" TO SAMP-HEADER-LAYOUT-VER.
006450     MOVE SAMP-HEADER-RECORD TO EXTRACT-RECORD.
006460     WRITE EXTRACT-RECORD.
006470     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
006480     PERFORM 6100-RELEASE-ONE THRU 6100-EXIT
006490         VARYING WS-ADJ-IDX FROM 1 BY 1
006500         UNTIL WS-ADJ-IDX > WS-ADJ-COUNT.
006510     MOVE SPACES TO SAMP-TRAILER-RECORD.
006520     MOVE "TRLR" TO SAMP-TRAILER-ID.
006530     MOVE WS-RELEASED-COUNT TO SAMP-TRAILER-REC-COUNT.
006540     MOVE SAMP-TRAILER-RECORD TO EXTRACT-RECORD.
006550     WRITE EXTRACT-RECORD.
006560     CLOSE EXTRACT-FILE.
006570     PERFORM 7100-SAVE-ADJUSTMENTS THRU 7100-EXIT.
006580     MOVE WS-RELEASED-COUNT TO WS-COUNT-EDIT.
006590     MOVE WS-RELEASED-AMOUNT TO WS-TOTAL-EDIT.
006600     DISPLAY "ADJENTRY - ADJUSTMENTS RELEASED = ", WS-COUNT-EDIT,
006610         " TO ", WS-EXTRACT-FILE-NAME.
006620     DISPLAY "ADJENTRY - TOTAL RELEASED       = ", WS-TOTAL-EDIT.
006630 6000-EXIT.
006640     EXIT.
006650*
006660 6010-FIND-APPROVED.
006670     MOVE WS-ADJ-ENTRY(WS-ADJ-IDX) TO ADJ-RECORD.
006680     IF ADJ-STATUS-APPROVED
006690         SET WS-MATCH-FOUND TO TRUE
006700     END-IF.
006710 6010-EXIT.
006720     EXIT.
006730*
006740*    THE ADJUSTMENT POSTS ON THE RUN DATE IN BASE CURRENCY
006750*    (A BLANK CURRENCY CODE, WHICH CURRCONV TAKES AS BASE).
006760 6100-RELEASE-ONE.
006770     MOVE WS-ADJ-ENTRY(WS-ADJ-IDX) TO ADJ-RECORD.
006780     IF NOT ADJ-STATUS-APPROVED
006790         GO TO 6100-EXIT
006800     END-IF.
006810     MOVE SPACES TO SAMP-DETAIL-RECORD.
006820     MOVE ADJ-ACCOUNT TO SAMP-ACCOUNT-NUMBER.
006830     MOVE WS-RUN-DATE TO SAMP-TRANSACTION-DATE.
006840     MOVE ADJ-TYPE TO SAMP-TRANSACTION-TYPE.
006850     MOVE ADJ-AMOUNT TO SAMP-TRANSACTION-AMOUNT.
006860     MOVE ADJ-REGION TO SAMP-REGION-CODE.
006870     MOVE ADJ-NAME TO SAMP-CUSTOMER-NAME.
006880     MOVE ADJ-CURRENCY TO SAMP-CURRENCY-CODE.
006890     MOVE SAMP-DETAIL-RECORD TO EXTRACT-RECORD.
006900     WRITE EXTRACT-RECORD.
006910     ADD 1 TO WS-RELEASED-COUNT.
006920     ADD ADJ-AMOUNT TO WS-RELEASED-AMOUNT.
006930     SET ADJ-STATUS-RELEASED TO TRUE.
006940     MOVE WS-RUN-DATE TO ADJ-RELEASED-DATE.
006950     MOVE ADJ-RECORD TO WS-ADJ-ENTRY(WS-ADJ-IDX).
006960     MOVE "RELEASED" TO WS-HIST-EVENT.
006970     PERFORM 7200-WRITE-HISTORY THRU 7200-EXIT.
006980 6100-EXIT.
006990     EXIT.
007000*
007010*    A FILE TOO BIG FOR THE TABLE IS NEVER REWRITTEN, SO NO
007020*    ADJUSTMENT CAN BE LOST; THE ACTION IS REFUSED INSTEAD.
007030 7000-LOAD-ADJUSTMENTS.
007040     MOVE 0 TO WS-ADJ-COUNT.
007050     MOVE "N" TO WS-ADJ-OVERFLOW-SW.
007060     OPEN INPUT ADJUST-FILE.
007070     IF NOT WS-ADJUST-FILE-OK
007080         GO TO 7000-EXIT
007090     END-IF.
007100     PERFORM 7010-LOAD-ONE-ADJUSTMENT THRU 7010-EXIT
007110         UNTIL WS-ADJUST-FILE-EOF
007120            OR WS-ADJ-OVERFLOW.
007130     CLOSE ADJUST-FILE.
007140     IF WS-ADJ-OVERFLOW
007150         DISPLAY "ADJENTRY - ADJUST.DAT HOLDS MORE THAN 2000 ",
007160             "ADJUSTMENTS, NOTHING DONE"
007170     END-IF.
007180 7000-EXIT.
007190     EXIT.
007200*
007210 7010-LOAD-ONE-ADJUSTMENT.
007220     READ ADJUST-FILE
007230         AT END
007240             GO TO 7010-EXIT
007250     END-READ.
007260     IF ADJUST-FILE-RECORD = SPACES
007270         GO TO 7010-EXIT
007280     END-IF.
007290     IF WS-ADJ-COUNT = 2000
007300         SET WS-ADJ-OVERFLOW TO TRUE
007310         GO TO 7010-EXIT
007320     END-IF.
007330     ADD 1 TO WS-ADJ-COUNT.
007340     MOVE ADJUST-FILE-RECORD TO WS-ADJ-ENTRY(WS-ADJ-COUNT).
007350 7010-EXIT.
007360     EXIT.
007370*
007380*    AN ADJUSTMENT REJECTED OR RELEASED BEFORE TODAY IS DROPPED;
007390*    ADJHIST.DAT ALREADY HOLDS IT.
007400 7100-SAVE-ADJUSTMENTS.
007410     MOVE ADJ-RECORD TO WS-ADJ-HOLD.
007420     OPEN OUTPUT ADJUST-FILE.
007430     IF NOT WS-ADJUST-FILE-OK
007440         DISPLAY "ADJENTRY - CANNOT REWRITE ADJUST.DAT"
007450         GO TO 7100-EXIT
007460     END-IF.
007470     PERFORM 7110-SAVE-ONE THRU 7110-EXIT
007480         VARYING WS-ADJ-IDX FROM 1 BY 1
007490         UNTIL WS-ADJ-IDX > WS-ADJ-COUNT.
007500     CLOSE ADJUST-FILE.
007510     MOVE WS-ADJ-HOLD TO ADJ-RECORD.
007520 7100-EXIT.
007530     EXIT.
007540*
007550 7110-SAVE-ONE.
007560     MOVE WS-ADJ-ENTRY(WS-ADJ-IDX) TO ADJUST-FILE-RECORD.
007570     MOVE WS-ADJ-ENTRY(WS-ADJ-IDX) TO ADJ-RECORD.
007580     IF ADJ-STATUS-REJECTED
007590         AND ADJ-DECIDED-STAMP(1:8) < WS-RUN-DATE
007600         GO TO 7110-EXIT
007610     END-IF.
007620     IF ADJ-STATUS-RELEASED
007630         AND ADJ-RELEASED-DATE < WS-RUN-DATE
007640         GO TO 7110-EXIT
007650     END-IF.
007660     WRITE ADJUST-FILE-RECORD.
007670 7110-EXIT.
007680     EXIT.
007690*
007700 7200-WRITE-HISTORY.
007710     OPEN EXTEND HISTORY-FILE.
007720     IF WS-HISTORY-FILE-NOT-FOUND
007730         OPEN OUTPUT HISTORY-FILE
007740     END-IF.
007750     IF NOT WS-HISTORY-FILE-OK
007760         DISPLAY "ADJENTRY - CANNOT WRITE ADJHIST.DAT FOR ",
007770             ADJ-NUMBER
007780         GO TO 7200-EXIT
007790     END-IF.
007800     MOVE SPACES TO ADJ-HISTORY-RECORD.
007810     MOVE WS-HIST-EVENT TO ADJ-HIST-EVENT.
007820     MOVE WS-TIMESTAMP(1:14) TO ADJ-HIST-STAMP.
007830     MOVE WS-OPERATOR-ID TO ADJ-HIST-OPERATOR.
007840     MOVE ADJ-RECORD TO ADJ-HIST-IMAGE.
007850     MOVE ADJ-HISTORY-RECORD TO HISTORY-FILE-RECORD.
007860     WRITE HISTORY-FILE-RECORD.
007870     CLOSE HISTORY-FILE.
007880 7200-EXIT.
007890     EXIT.
