000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RUNPMNT.
000030 AUTHOR.        G. SWINKELS, DATA PROCESSING.
000040 INSTALLATION.  DATA PROCESSING DEPT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*MODIFICATION HISTORY
000090*--------------------
000100*10/15/2026  GS   ORIGINAL.  MAINTAINS THE APPROVED RUN PROFILES
000110*                 ON RUNPROF.TBL (LAYOUT IN RUNPREC) THAT RUNPCHK
000120*                 ENFORCES BEFORE XDISP OR XCHAIN RUNS A JOB.
000130*                 THE OPERATOR SIGNS ON AS IN ADJENTRY AND MUST
000140*                 HOLD APPROVAL AUTHORITY ("A" OR "B") ON
000150*                 ADJOPER.TBL, THE SAME AUTHORITY THAT RELEASES
000160*                 ADJUSTMENTS.  A PROFILE LINE CAN BE LISTED, SET
000170*                 (ADDED OR REPLACED) OR DELETED; EACH SET LINE IS
000180*                 STAMPED WITH THE OPERATOR AND DATE AS ITS
000190*                 APPROVAL, THE WHOLE TABLE IS REWRITTEN, AND THE
000200*                 CHANGE IS APPENDED TO RUNPROF.HST.  RETURN-CODE
000210*                 IS 12 WHEN THE OPERATOR LACKS THE AUTHORITY OR
000220*                 RUNPROF.TBL IS TOO BIG TO TABLE.
000222*
000224*10/15/2026  GS   A RUNPROF.TBL THAT IS THERE BUT CANNOT BE READ
000226*                 NOW STOPS THE CHANGE WITH 12 INSTEAD OF BEING
000228*                 TAKEN AS EMPTY, SO A SET OR DELETE CAN NO
000229*                 LONGER REWRITE THE TABLE WITH ONE LINE IN IT.
000230*
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER.  IBM-PC.
000270 OBJECT-COMPUTER.  IBM-PC.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT OPERATOR-FILE ASSIGN TO "ADJOPER.TBL"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-OPERATOR-FILE-STATUS.
000330     SELECT PROFILE-FILE ASSIGN TO "RUNPROF.TBL"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-PROFILE-FILE-STATUS.
000360     SELECT HISTORY-FILE ASSIGN TO "RUNPROF.HST"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-HISTORY-FILE-STATUS.
000390*
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  OPERATOR-FILE.
000430 01  OPERATOR-FILE-RECORD        PIC X(40).
000440 FD  PROFILE-FILE.
000450 01  PROFILE-FILE-RECORD         PIC X(130).
000460 FD  HISTORY-FILE.
000470 01  HISTORY-FILE-RECORD         PIC X(161).
000480*
000490 WORKING-STORAGE SECTION.
000500 01  WS-OPERATOR-FILE-STATUS   PIC X(02).
000510     88  WS-OPERATOR-FILE-OK       VALUE "00".
000520     88  WS-OPERATOR-FILE-EOF      VALUE "10".
000530 01  WS-PROFILE-FILE-STATUS    PIC X(02).
000540     88  WS-PROFILE-FILE-OK        VALUE "00".
000550     88  WS-PROFILE-FILE-EOF       VALUE "10".
000560     88  WS-PROFILE-FILE-NOT-FOUND VALUE "35".
000570 01  WS-HISTORY-FILE-STATUS    PIC X(02).
000580     88  WS-HISTORY-FILE-OK        VALUE "00".
000590     88  WS-HISTORY-FILE-NOT-FOUND VALUE "35".
000600 01  WS-ENV-VALUE              PIC X(15).
000610 01  WS-TIMESTAMP              PIC X(21).
000620*
000630*    THE SIGNED-ON OPERATOR AND WHAT ADJOPER.TBL LETS THEM DO.
000640 01  WS-OPERATOR-ID            PIC X(08).
000650 01  WS-AUTHORITY              PIC X(01) VALUE SPACE.
000660     88  WS-MAY-APPROVE            VALUE "A" "B".
000670*
000680*    RUNPROF.TBL, TABLED WHOLE FOR EACH CHANGE.
000690 01  WS-PROF-TABLE.
000700     05  WS-PROF-COUNT         PIC 9(04) COMP-5 VALUE 0.
000710     05  WS-PROF-ENTRY         PIC X(130) OCCURS 1000 TIMES.
000720 01  WS-PROF-SUB               PIC 9(04) COMP-5.
000730 01  WS-PROF-HIT               PIC 9(04) COMP-5.
000740 01  WS-PROF-OVERFLOW-SW       PIC X(01) VALUE "N".
000750     88  WS-PROF-OVERFLOW          VALUE "Y".
000752     88  WS-PROF-UNREADABLE        VALUE "U".
000754     88  WS-PROF-NOT-LOADED        VALUE "Y" "U".
000760 01  WS-PROF-HOLD              PIC X(130).
000770*
000780 01  WS-CHOICE                 PIC X(01).
000790 01  WS-SW-DONE                PIC X(01) VALUE "N".
000800     88  WS-MENU-DONE              VALUE "Y".
000810 01  WS-INPUT                  PIC X(80).
000820 01  WS-JOB-NAME               PIC X(08).
000830 01  WS-SETTING-NAME           PIC X(20).
000840 01  WS-LISTED-COUNT           PIC 9(04) COMP-5.
000850 01  WS-HIST-ACTION            PIC X(06).
000860 COPY RUNPREC.
000870*
000880 PROCEDURE DIVISION.
000890*
000900 0000-MAINLINE.
000910     DISPLAY "RUNPMNT - APPROVED RUN PROFILE MAINTENANCE".
000920     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
000930     IF NOT WS-MAY-APPROVE
000940         DISPLAY "RUNPMNT - OPERATOR ", WS-OPERATOR-ID,
000950             " DOES NOT HOLD APPROVAL AUTHORITY ON ADJOPER.TBL"
000960         MOVE 12 TO RETURN-CODE
000970         STOP RUN
000980     END-IF.
000990     PERFORM 2000-ONE-MENU-PASS THRU 2000-EXIT
001000         UNTIL WS-MENU-DONE.
001010     IF WS-PROF-NOT-LOADED
001020         MOVE 12 TO RETURN-CODE
001030     ELSE
001040         MOVE 0 TO RETURN-CODE
001050     END-IF.
001060     STOP RUN.
001070*
001080 1100-SIGN-ON.
001090     MOVE SPACES TO WS-ENV-VALUE.
001100     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SORT-OPERATOR".
001110     MOVE WS-ENV-VALUE(1:8) TO WS-OPERATOR-ID.
001120     IF WS-OPERATOR-ID = SPACES
001130         DISPLAY "OPERATOR ID:"
001140         PERFORM 3900-ACCEPT-INPUT THRU 3900-EXIT
001150         MOVE WS-INPUT(1:8) TO WS-OPERATOR-ID
001160     END-IF.
001170     MOVE SPACE TO WS-AUTHORITY.
001180     IF WS-OPERATOR-ID = SPACES
001190         GO TO 1100-EXIT
001200     END-IF.
001210     OPEN INPUT OPERATOR-FILE.
001220     IF NOT WS-OPERATOR-FILE-OK
001230         DISPLAY "RUNPMNT - NO ADJOPER.TBL"
001240         GO TO 1100-EXIT
001250     END-IF.
001260     PERFORM 1110-CHECK-ONE-OPERATOR THRU 1110-EXIT
001270         UNTIL WS-OPERATOR-FILE-EOF.
001280     CLOSE OPERATOR-FILE.
001290 1100-EXIT.
001300     EXIT.
001310*
001320 1110-CHECK-ONE-OPERATOR.
001330     READ OPERATOR-FILE
001340         AT END
001350             GO TO 1110-EXIT
001360     END-READ.
001370     IF OPERATOR-FILE-RECORD(1:8) = WS-OPERATOR-ID
001380         AND (OPERATOR-FILE-RECORD(10:1) = "K"
001390           OR OPERATOR-FILE-RECORD(10:1) = "A"
001400           OR OPERATOR-FILE-RECORD(10:1) = "B")
001410         MOVE OPERATOR-FILE-RECORD(10:1) TO WS-AUTHORITY
001420     END-IF.
001430 1110-EXIT.
001440     EXIT.
001450*
001460 2000-ONE-MENU-PASS.
001470     DISPLAY " ".
001480     DISPLAY "  OPERATOR ", WS-OPERATOR-ID.
001490     DISPLAY "  L LIST A JOB'S RUN PROFILE".
001500     DISPLAY "  S SET (ADD OR REPLACE) A PROFILE LINE".
001510     DISPLAY "  D DELETE A PROFILE LINE".
001520     DISPLAY "  X EXIT".
001530     DISPLAY "ENTER CHOICE:".
001540     MOVE SPACES TO WS-CHOICE.
001550     ACCEPT WS-CHOICE.
001560     EVALUATE WS-CHOICE
001570         WHEN "L"
001580         WHEN "l"
001590             PERFORM 4000-LIST-PROFILE THRU 4000-EXIT
001600         WHEN "S"
001610         WHEN "s"
001620             PERFORM 5000-SET-LINE THRU 5000-EXIT
001630         WHEN "D"
001640         WHEN "d"
001650             PERFORM 6000-DELETE-LINE THRU 6000-EXIT
001660         WHEN "X"
001670         WHEN "x"
001680             SET WS-MENU-DONE TO TRUE
001690         WHEN OTHER
001700             DISPLAY "CHOICE NOT RECOGNIZED: ", WS-CHOICE
001710     END-EVALUATE.
001720 2000-EXIT.
001730     EXIT.
001740*
001750 3000-ASK-JOB-NAME.
001760     DISPLAY "JOB NAME (BLANK = BACK TO MENU):".
001770     PERFORM 3900-ACCEPT-INPUT THRU 3900-EXIT.
001780     MOVE FUNCTION UPPER-CASE(WS-INPUT(1:8)) TO WS-JOB-NAME.
001790 3000-EXIT.
001800     EXIT.
001810*
001820 3100-ASK-SETTING-NAME.
001830     DISPLAY "SETTING NAME (E.G. SORT-PLATFORM):".
001840     PERFORM 3900-ACCEPT-INPUT THRU 3900-EXIT.
001850     MOVE FUNCTION UPPER-CASE(WS-INPUT(1:20))
001860         TO WS-SETTING-NAME.
001870 3100-EXIT.
001880     EXIT.
001890*
001900 3900-ACCEPT-INPUT.
001910     MOVE SPACES TO WS-INPUT.
001920     ACCEPT WS-INPUT.
001930 3900-EXIT.
001940     EXIT.
001950*
001960 4000-LIST-PROFILE.
001970     PERFORM 3000-ASK-JOB-NAME THRU 3000-EXIT.
001980     IF WS-JOB-NAME = SPACES
001990         GO TO 4000-EXIT
002000     END-IF.
002010     PERFORM 7000-LOAD-PROFILES THRU 7000-EXIT.
002020     MOVE 0 TO WS-LISTED-COUNT.
002030     DISPLAY "SETTING              R VALUES",
002040         "                           APPROVED BY/ON".
002050     PERFORM 4100-LIST-ONE THRU 4100-EXIT
002060         VARYING WS-PROF-SUB FROM 1 BY 1
002070         UNTIL WS-PROF-SUB > WS-PROF-COUNT.
002080     IF WS-LISTED-COUNT = 0
002090         DISPLAY "NO RUN PROFILE FOR ", WS-JOB-NAME,
002100             " -- EVERY RUN OF IT WILL BE REFUSED"
002110     END-IF.
002120 4000-EXIT.
002130     EXIT.
002140*
002150 4100-LIST-ONE.
002160     MOVE WS-PROF-ENTRY(WS-PROF-SUB) TO RUNP-RECORD.
002170     IF RUNP-JOB-NAME NOT = WS-JOB-NAME
002180         GO TO 4100-EXIT
002190     END-IF.
002200     ADD 1 TO WS-LISTED-COUNT.
002210     DISPLAY RUNP-SETTING, " ", RUNP-RULE, " ",
002220         RUNP-VALUES(1:32), " ", RUNP-APPROVED-BY, " ",
002230         RUNP-APPROVED-DATE.
002240     IF RUNP-VALUES(33:48) NOT = SPACES
002250         DISPLAY "                       ", RUNP-VALUES(33:48)
002260     END-IF.
002270 4100-EXIT.
002280     EXIT.
002290*
002300*    EVERY FIELD IS PROVED AS IT IS KEYED; A BAD ENTRY ENDS THE
002310*    CHANGE WITH NOTHING WRITTEN.  THE TABLE IS RE-READ JUST
002320*    BEFORE THE CHANGE SO ANOTHER OPERATOR'S WORK IS KEPT.
002330 5000-SET-LINE.
002340     PERFORM 3000-ASK-JOB-NAME THRU 3000-EXIT.
002350     IF WS-JOB-NAME = SPACES
002360         GO TO 5000-EXIT
002370     END-IF.
002380     PERFORM 3100-ASK-SETTING-NAME THRU 3100-EXIT.
002390     IF WS-SETTING-NAME = SPACES
002400         DISPLAY "A SETTING NAME IS REQUIRED"
002410         GO TO 5000-EXIT
002420     END-IF.
002430     MOVE SPACES TO RUNP-RECORD.
002440     MOVE WS-JOB-NAME TO RUNP-JOB-NAME.
002450     MOVE WS-SETTING-NAME TO RUNP-SETTING.
002460     DISPLAY "RULE (R = REQUIRED, A = ALLOWED, F = FORBIDDEN):".
002470     PERFORM 3900-ACCEPT-INPUT THRU 3900-EXIT.
002480     MOVE FUNCTION UPPER-CASE(WS-INPUT(1:1)) TO RUNP-RULE.
002490     IF NOT RUNP-RULE-VALID
002500         DISPLAY "RULE MUST BE R, A OR F"
002510         GO TO 5000-EXIT
002520     END-IF.
002530     IF NOT RUNP-FORBIDDEN
002540         DISPLAY "PERMITTED VALUES, SEPARATED BY SPACES ",
002550             "(BLANK = ANY VALUE, X* = STARTS WITH X):"
002560         PERFORM 3900-ACCEPT-INPUT THRU 3900-EXIT
002570         MOVE WS-INPUT TO RUNP-VALUES
002580     END-IF.
002590     MOVE WS-OPERATOR-ID TO RUNP-APPROVED-BY.
002600     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
002610     MOVE WS-TIMESTAMP(1:8) TO RUNP-APPROVED-DATE.
002620     MOVE RUNP-RECORD TO WS-PROF-HOLD.
002630     PERFORM 7000-LOAD-PROFILES THRU 7000-EXIT.
002640     IF WS-PROF-NOT-LOADED
002650         GO TO 5000-EXIT
002660     END-IF.
002670     PERFORM 7200-FIND-LINE THRU 7200-EXIT.
002680     IF WS-PROF-HIT > 0
002690         MOVE WS-PROF-HOLD TO WS-PROF-ENTRY(WS-PROF-HIT)
002700         MOVE "CHANGE" TO WS-HIST-ACTION
002710     ELSE
002720         IF WS-PROF-COUNT = 1000
002730             DISPLAY "RUNPROF.TBL IS FULL, LINE NOT ADDED"
002740             GO TO 5000-EXIT
002750         END-IF
002760         ADD 1 TO WS-PROF-COUNT
002770         MOVE WS-PROF-HOLD TO WS-PROF-ENTRY(WS-PROF-COUNT)
002780         MOVE "ADD" TO WS-HIST-ACTION
002790     END-IF.
002800     PERFORM 7500-REWRITE-PROFILES THRU 7500-EXIT.
002810     IF NOT WS-PROFILE-FILE-OK
002820         GO TO 5000-EXIT
002830     END-IF.
002840     PERFORM 8000-WRITE-HISTORY THRU 8000-EXIT.
002850     DISPLAY "PROFILE LINE APPROVED BY ", WS-OPERATOR-ID.
002860 5000-EXIT.
002870     EXIT.
002880*
002890 6000-DELETE-LINE.
002900     PERFORM 3000-ASK-JOB-NAME THRU 3000-EXIT.
002910     IF WS-JOB-NAME = SPACES
002920         GO TO 6000-EXIT
002930     END-IF.
002940     PERFORM 3100-ASK-SETTING-NAME THRU 3100-EXIT.
002950     PERFORM 7000-LOAD-PROFILES THRU 7000-EXIT.
002960     IF WS-PROF-NOT-LOADED
002970         GO TO 6000-EXIT
002980     END-IF.
002990     PERFORM 7200-FIND-LINE THRU 7200-EXIT.
003000     IF WS-PROF-HIT = 0
003010         DISPLAY "NO PROFILE LINE FOR ", WS-JOB-NAME, " ",
003020             WS-SETTING-NAME
003030         GO TO 6000-EXIT
003040     END-IF.
003050     MOVE WS-PROF-ENTRY(WS-PROF-HIT) TO WS-PROF-HOLD.
003060     PERFORM 6100-CLOSE-GAP THRU 6100-EXIT
003070         VARYING WS-PROF-SUB FROM WS-PROF-HIT BY 1
003080         UNTIL WS-PROF-SUB >= WS-PROF-COUNT.
003090     SUBTRACT 1 FROM WS-PROF-COUNT.
003100     MOVE "DELETE" TO WS-HIST-ACTION.
003110     PERFORM 7500-REWRITE-PROFILES THRU 7500-EXIT.
003120     IF NOT WS-PROFILE-FILE-OK
003130         GO TO 6000-EXIT
003140     END-IF.
003150     PERFORM 8000-WRITE-HISTORY THRU 8000-EXIT.
003160     DISPLAY "PROFILE LINE DELETED".
003170 6000-EXIT.
003180     EXIT.
003190*
003200 6100-CLOSE-GAP.
003210     MOVE WS-PROF-ENTRY(WS-PROF-SUB + 1)
003220         TO WS-PROF-ENTRY(WS-PROF-SUB).
003230 6100-EXIT.
003240     EXIT.
003250*
003260 7000-LOAD-PROFILES.
003270     MOVE 0 TO WS-PROF-COUNT.
003280     MOVE "N" TO WS-PROF-OVERFLOW-SW.
003290     OPEN INPUT PROFILE-FILE.
003292     IF WS-PROFILE-FILE-NOT-FOUND
003294         GO TO 7000-EXIT
003296     END-IF.
003300     IF NOT WS-PROFILE-FILE-OK
003302         DISPLAY "RUNPMNT - CANNOT READ RUNPROF.TBL, STATUS ",
003304             WS-PROFILE-FILE-STATUS, ", NO CHANGE MADE"
003306         SET WS-PROF-UNREADABLE TO TRUE
003310         GO TO 7000-EXIT
003320     END-IF.
003330     PERFORM 7100-LOAD-ONE THRU 7100-EXIT
003340         UNTIL WS-PROFILE-FILE-EOF
003350            OR WS-PROF-OVERFLOW.
003360     CLOSE PROFILE-FILE.
003370     IF WS-PROF-OVERFLOW
003380         DISPLAY "RUNPMNT - RUNPROF.TBL HAS MORE THAN 1000 ",
003390             "LINES, NO CHANGE MADE"
003400     END-IF.
003410 7000-EXIT.
003420     EXIT.
003430*
003440 7100-LOAD-ONE.
003450     READ PROFILE-FILE
003460         AT END
003470             GO TO 7100-EXIT
003480     END-READ.
003490     IF WS-PROF-COUNT = 1000
003500         SET WS-PROF-OVERFLOW TO TRUE
003510         GO TO 7100-EXIT
003520     END-IF.
003530     ADD 1 TO WS-PROF-COUNT.
003540     MOVE PROFILE-FILE-RECORD TO WS-PROF-ENTRY(WS-PROF-COUNT).
003550 7100-EXIT.
003560     EXIT.
003570*
003580 7200-FIND-LINE.
003590     MOVE 0 TO WS-PROF-HIT.
003600     PERFORM 7210-MATCH-ONE THRU 7210-EXIT
003610         VARYING WS-PROF-SUB FROM 1 BY 1
003620         UNTIL WS-PROF-SUB > WS-PROF-COUNT
003630            OR WS-PROF-HIT > 0.
003640 7200-EXIT.
003650     EXIT.
003660*
003670 7210-MATCH-ONE.
003680     IF WS-PROF-ENTRY(WS-PROF-SUB)(1:8) = WS-JOB-NAME
003690         AND WS-PROF-ENTRY(WS-PROF-SUB)(10:20) = WS-SETTING-NAME
003700         MOVE WS-PROF-SUB TO WS-PROF-HIT
003710     END-IF.
003720 7210-EXIT.
003730     EXIT.
003740*
003750 7500-REWRITE-PROFILES.
003760     OPEN OUTPUT PROFILE-FILE.
003770     IF NOT WS-PROFILE-FILE-OK
003780         DISPLAY "RUNPMNT - CANNOT REWRITE RUNPROF.TBL, STATUS ",
003790             WS-PROFILE-FILE-STATUS
003800         GO TO 7500-EXIT
003810     END-IF.
003820     PERFORM 7510-WRITE-ONE THRU 7510-EXIT
003830         VARYING WS-PROF-SUB FROM 1 BY 1
003840         UNTIL WS-PROF-SUB > WS-PROF-COUNT.
003850     CLOSE PROFILE-FILE.
003860 7500-EXIT.
003870     EXIT.
003880*
003890 7510-WRITE-ONE.
003900     MOVE WS-PROF-ENTRY(WS-PROF-SUB) TO PROFILE-FILE-RECORD.
003910     WRITE PROFILE-FILE-RECORD.
003920 7510-EXIT.
003930     EXIT.
003940*
003950 8000-WRITE-HISTORY.
003960     OPEN EXTEND HISTORY-FILE.
003970     IF WS-HISTORY-FILE-NOT-FOUND
003980         OPEN OUTPUT HISTORY-FILE
003990     END-IF.
004000     IF NOT WS-HISTORY-FILE-OK
004010         DISPLAY "RUNPMNT - CANNOT WRITE RUNPROF.HST, STATUS ",
004020             WS-HISTORY-FILE-STATUS
004030         GO TO 8000-EXIT
004040     END-IF.
004050     MOVE SPACES TO RUNH-RECORD.
004060     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
004070     MOVE WS-TIMESTAMP(1:14) TO RUNH-TIMESTAMP.
004080     MOVE WS-OPERATOR-ID TO RUNH-OPERATOR-ID.
004090     MOVE WS-HIST-ACTION TO RUNH-ACTION.
004100     MOVE WS-PROF-HOLD TO RUNH-PROFILE-LINE.
004110     MOVE RUNH-RECORD TO HISTORY-FILE-RECORD.
004120     WRITE HISTORY-FILE-RECORD.
004130     CLOSE HISTORY-FILE.
004140 8000-EXIT.
004150     EXIT.
