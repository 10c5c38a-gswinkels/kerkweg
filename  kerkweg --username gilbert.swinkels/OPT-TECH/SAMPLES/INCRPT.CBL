000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    INCRPT.
000030 AUTHOR.        G. SWINKELS, DATA PROCESSING.
000040 INSTALLATION.  DATA PROCESSING DEPT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*MODIFICATION HISTORY
000090*--------------------
000100*10/15/2026  GS   ORIGINAL.  MONTHLY INCIDENT SUMMARY FOR THE
000110*                 SERVICE REVIEW (INCRPT.RPT), FROM THE INCIDENT
000120*                 REGISTER NOTIFY OPENS AND OPSMENU CLOSES: EVERY
000130*                 INCIDENT OPENED IN THE MONTH, THEN THE COUNTS
000140*                 BY JOB AND STEP, THE COUNTS BY ROOT CAUSE WITH
000150*                 THE AVERAGE AND WORST HOURS TO RESOLVE, AND
000160*                 THE MONTH'S TOTALS.  AN INCIDENT STILL OPEN IS
000170*                 COUNTED UNDER "OPEN" AND HAS NO RESOLVE TIME
000180*                 YET.  THE MONTH COMES FROM THE INC-MONTH
000190*                 ENVIRONMENT VARIABLE (CCYYMM) AND DEFAULTS TO
000200*                 THE CURRENT MONTH.  THE REPORT IS FILED IN THE
000210*                 REPORT REPOSITORY THROUGH RPTSAVE.
000220*
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER.  IBM-PC.
000260 OBJECT-COMPUTER.  IBM-PC.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT INCIDENT-FILE ASSIGN TO "INCIDENT.DAT"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-INCIDENT-FILE-STATUS.
000320     SELECT REPORT-FILE ASSIGN TO "INCRPT.RPT"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-REPORT-FILE-STATUS.
000350*
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  INCIDENT-FILE.
000390 01  INCIDENT-FILE-RECORD        PIC X(216).
000400 FD  REPORT-FILE.
000410 01  REPORT-LINE                 PIC X(100).
000420*
000430 WORKING-STORAGE SECTION.
000440 01  WS-INCIDENT-FILE-STATUS   PIC X(02).
000450     88  WS-INCIDENT-FILE-OK       VALUE "00".
000460     88  WS-INCIDENT-FILE-EOF      VALUE "10".
000470 01  WS-REPORT-FILE-STATUS     PIC X(02).
000480     88  WS-REPORT-FILE-OK         VALUE "00".
000490 01  WS-REPORT-MONTH           PIC X(06).
000500 01  WS-ENV-VALUE              PIC X(06).
000510 01  WS-TIMESTAMP              PIC X(21).
000520*
000530*    PER JOB AND STEP COUNTS.
000540 01  WS-STEP-TABLE.
000550     05  WS-STEP-COUNT         PIC 9(02) COMP-5 VALUE 0.
000560     05  WS-STEP-ENTRY OCCURS 40 TIMES INDEXED BY WS-STEP-IDX.
000570         10  WS-STEP-JOB       PIC X(08).
000580         10  WS-STEP-NAME      PIC X(08).
000590         10  WS-STEP-OPENED    PIC 9(05) COMP-5.
000600         10  WS-STEP-CLOSED    PIC 9(05) COMP-5.
000610 01  WS-STEP-SUB               PIC 9(02) COMP-5.
000620 01  WS-HIT-SUB                PIC 9(02) COMP-5.
000630 01  WS-STEP-OVERFLOW          PIC 9(05) COMP-5 VALUE 0.
000640*
000650*    PER ROOT-CAUSE COUNTS AND RESOLVE TIMES.  THE LAST SLOT
000660*    HOLDS THE INCIDENTS STILL OPEN, WHICH HAVE NO CAUSE YET.
000670 01  WS-CAUSE-NAMES            PIC X(32)
000680         VALUE "DATAHARDPROGOPERSCHDEXTNOTHROPEN".
000690 01  WS-CAUSE-NAME-TABLE REDEFINES WS-CAUSE-NAMES.
000700     05  WS-CAUSE-NAME         PIC X(04) OCCURS 8 TIMES.
000710 01  WS-CAUSE-TABLE.
000720     05  WS-CAUSE-ENTRY OCCURS 8 TIMES INDEXED BY WS-CAUSE-IDX.
000730         10  WS-CAUSE-COUNT    PIC 9(05) COMP-5.
000740         10  WS-CAUSE-MINUTES  PIC 9(09) COMP-5.
000750         10  WS-CAUSE-WORST    PIC 9(07) COMP-5.
000760 01  WS-CAUSE-SUB              PIC 9(02) COMP-5.
000770 01  WS-CAUSE-HIT              PIC 9(02) COMP-5.
000780*
000790*    TIMESTAMPS TAKEN APART FOR THE TIME-TO-RESOLVE SUM.
000800 01  WS-OPENED-STAMP           PIC X(14).
000810 01  WS-OPENED-PARTS REDEFINES WS-OPENED-STAMP.
000820     05  WS-OPENED-DATE        PIC 9(08).
000830     05  WS-OPENED-HH          PIC 9(02).
000840     05  WS-OPENED-MM          PIC 9(02).
000850     05  WS-OPENED-SS          PIC 9(02).
000860 01  WS-CLOSED-STAMP           PIC X(14).
000870 01  WS-CLOSED-PARTS REDEFINES WS-CLOSED-STAMP.
000880     05  WS-CLOSED-DATE        PIC 9(08).
000890     05  WS-CLOSED-HH          PIC 9(02).
000900     05  WS-CLOSED-MM          PIC 9(02).
000910     05  WS-CLOSED-SS          PIC 9(02).
000920 01  WS-RESOLVE-MINUTES        PIC S9(09) COMP-5.
000930*
000940 01  WS-TOTAL-OPENED           PIC 9(05) COMP-5 VALUE 0.
000950 01  WS-TOTAL-CLOSED           PIC 9(05) COMP-5 VALUE 0.
000960 01  WS-TOTAL-MINUTES          PIC 9(09) COMP-5 VALUE 0.
000970 01  WS-TOTAL-WORST            PIC 9(07) COMP-5 VALUE 0.
000980 01  WS-HOURS                  PIC 9(07)V9.
000990 01  WS-HOURS-EDIT             PIC Z,ZZZ,ZZ9.9.
001000 01  WS-WORST-EDIT             PIC Z,ZZZ,ZZ9.9.
001010 01  WS-COUNT-EDIT             PIC ZZ,ZZ9.
001020 01  WS-CLOSED-EDIT            PIC ZZ,ZZ9.
001030 01  WS-OPEN-EDIT              PIC ZZ,ZZ9.
001040 01  WS-RC-EDIT                PIC ZZZZ9.
001050 COPY INCREC.
001060*
001070*    NAME AND KEYS THE FINISHED REPORT IS FILED UNDER IN THE
001080*    REPORT REPOSITORY.  A BLANK ENTITY IS RESOLVED BY RPTSAVE.
001090 01  WS-REPO-NAME              PIC X(15) VALUE "INCRPT.RPT".
001100 01  WS-REPO-JOB               PIC X(08) VALUE "INCRPT".
001110 01  WS-REPO-ENTITY            PIC X(04) VALUE SPACES.
001120 01  WS-REPO-STATUS            PIC 9(02).
001130*
001140 PROCEDURE DIVISION.
001150*
001160 0000-MAINLINE.
001170     DISPLAY "INCRPT - MONTHLY INCIDENT SUMMARY".
001180     MOVE SPACES TO WS-ENV-VALUE.
001190     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "INC-MONTH".
001200     IF WS-ENV-VALUE NOT = SPACES
001210         MOVE WS-ENV-VALUE TO WS-REPORT-MONTH
001220     ELSE
001230         MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
001240         MOVE WS-TIMESTAMP(1:6) TO WS-REPORT-MONTH
001250     END-IF.
001260     PERFORM 1000-CLEAR-CAUSES THRU 1000-EXIT
001270         VARYING WS-CAUSE-IDX FROM 1 BY 1
001280         UNTIL WS-CAUSE-IDX > 8.
001290     OPEN OUTPUT REPORT-FILE.
001300     IF NOT WS-REPORT-FILE-OK
001310         DISPLAY "INCRPT - CANNOT OPEN INCRPT.RPT"
001320         MOVE 12 TO RETURN-CODE
001330         STOP RUN
001340     END-IF.
001350     MOVE SPACES TO REPORT-LINE.
001360     STRING "INCIDENT SUMMARY FOR MONTH " WS-REPORT-MONTH
001370            DELIMITED BY SIZE
001380         INTO REPORT-LINE.
001390     WRITE REPORT-LINE.
001400     MOVE SPACES TO REPORT-LINE.
001410     WRITE REPORT-LINE.
001420     MOVE SPACES TO REPORT-LINE.
001430     MOVE "NUMBER" TO REPORT-LINE(1:6).
001440     MOVE "JOB" TO REPORT-LINE(9:3).
001450     MOVE "STEP" TO REPORT-LINE(19:4).
001460     MOVE "RC" TO REPORT-LINE(32:2).
001470     MOVE "OPENED" TO REPORT-LINE(35:6).
001480     MOVE "ST" TO REPORT-LINE(50:2).
001490     MOVE "CAUSE" TO REPORT-LINE(53:5).
001500     MOVE "OWNER" TO REPORT-LINE(59:5).
001510     MOVE "HOURS" TO REPORT-LINE(73:5).
001520     WRITE REPORT-LINE.
001530     OPEN INPUT INCIDENT-FILE.
001540     IF WS-INCIDENT-FILE-OK
001550         PERFORM 2000-DIGEST-ONE-INCIDENT THRU 2000-EXIT
001560             UNTIL WS-INCIDENT-FILE-EOF
001570         CLOSE INCIDENT-FILE
001580     END-IF.
001590     IF WS-TOTAL-OPENED = 0
001600         MOVE "  (NO INCIDENTS OPENED THIS MONTH)" TO REPORT-LINE
001610         WRITE REPORT-LINE
001620     END-IF.
001630     PERFORM 3000-PRINT-BY-STEP THRU 3000-EXIT.
001640     PERFORM 4000-PRINT-BY-CAUSE THRU 4000-EXIT.
001650     PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
001660     CLOSE REPORT-FILE.
001670     CALL "RPTSAVE" USING WS-REPO-NAME, WS-REPO-JOB,
001680                          WS-REPO-ENTITY, WS-REPO-STATUS.
001690     IF WS-REPO-STATUS NOT = ZERO
001700         DISPLAY "INCRPT - REPORT NOT FILED IN THE",
001710             " REPOSITORY, STATUS ", WS-REPO-STATUS
001720     END-IF.
001730     DISPLAY "INCRPT - REPORT WRITTEN TO INCRPT.RPT FOR ",
001740         WS-REPORT-MONTH.
001750     MOVE 0 TO RETURN-CODE.
001760     STOP RUN.
001770*
001780 1000-CLEAR-CAUSES.
001790     MOVE 0 TO WS-CAUSE-COUNT(WS-CAUSE-IDX).
001800     MOVE 0 TO WS-CAUSE-MINUTES(WS-CAUSE-IDX).
001810     MOVE 0 TO WS-CAUSE-WORST(WS-CAUSE-IDX).
001820 1000-EXIT.
001830     EXIT.
001840*
001850*    ONE INCIDENT.  ONLY THOSE OPENED IN THE REPORT MONTH ARE
001860*    COUNTED, WHENEVER THEY WERE CLOSED.
001870 2000-DIGEST-ONE-INCIDENT.
001880     READ INCIDENT-FILE
001890         AT END
001900             GO TO 2000-EXIT
001910     END-READ.
001920     IF INCIDENT-FILE-RECORD = SPACES
001930         GO TO 2000-EXIT
001940     END-IF.
001950     MOVE INCIDENT-FILE-RECORD TO INC-RECORD.
001960     IF INC-OPENED-AT(1:6) NOT = WS-REPORT-MONTH
001970         GO TO 2000-EXIT
001980     END-IF.
001990     ADD 1 TO WS-TOTAL-OPENED.
002000     MOVE 0 TO WS-RESOLVE-MINUTES.
002010     IF INC-IS-CLOSED
002020         PERFORM 2300-RESOLVE-TIME THRU 2300-EXIT
002030         ADD 1 TO WS-TOTAL-CLOSED
002040         ADD WS-RESOLVE-MINUTES TO WS-TOTAL-MINUTES
002050         IF WS-RESOLVE-MINUTES > WS-TOTAL-WORST
002060             MOVE WS-RESOLVE-MINUTES TO WS-TOTAL-WORST
002070         END-IF
002080     END-IF.
002090     PERFORM 2100-ROLL-INTO-STEP THRU 2100-EXIT.
002100     PERFORM 2200-ROLL-INTO-CAUSE THRU 2200-EXIT.
002110     PERFORM 2400-PRINT-DETAIL THRU 2400-EXIT.
002120 2000-EXIT.
002130     EXIT.
002140*
002150 2100-ROLL-INTO-STEP.
002160     MOVE 0 TO WS-HIT-SUB.
002170     PERFORM 2110-FIND-STEP THRU 2110-EXIT
002180         VARYING WS-STEP-SUB FROM 1 BY 1
002190         UNTIL WS-STEP-SUB > WS-STEP-COUNT
002200            OR WS-HIT-SUB > 0.
002210     IF WS-HIT-SUB = 0
002220         IF WS-STEP-COUNT = 40
002230             ADD 1 TO WS-STEP-OVERFLOW
002240             GO TO 2100-EXIT
002250         END-IF
002260         ADD 1 TO WS-STEP-COUNT
002270         MOVE WS-STEP-COUNT TO WS-HIT-SUB
002280         SET WS-STEP-IDX TO WS-HIT-SUB
002290         MOVE INC-JOB-NAME TO WS-STEP-JOB(WS-STEP-IDX)
002300         MOVE INC-STEP-NAME TO WS-STEP-NAME(WS-STEP-IDX)
002310         MOVE 0 TO WS-STEP-OPENED(WS-STEP-IDX)
002320         MOVE 0 TO WS-STEP-CLOSED(WS-STEP-IDX)
002330     END-IF.
002340     SET WS-STEP-IDX TO WS-HIT-SUB.
002350     ADD 1 TO WS-STEP-OPENED(WS-STEP-IDX).
002360     IF INC-IS-CLOSED
002370         ADD 1 TO WS-STEP-CLOSED(WS-STEP-IDX)
002380     END-IF.
002390 2100-EXIT.
002400     EXIT.
002410*
002420 2110-FIND-STEP.
002430     SET WS-STEP-IDX TO WS-STEP-SUB.
002440     IF WS-STEP-JOB(WS-STEP-IDX) = INC-JOB-NAME
002450         AND WS-STEP-NAME(WS-STEP-IDX) = INC-STEP-NAME
002460         MOVE WS-STEP-SUB TO WS-HIT-SUB
002470     END-IF.
002480 2110-EXIT.
002490     EXIT.
002500*
002510*    A CLOSED INCIDENT WHOSE CAUSE IS NOT ON THE LIST IS
002520*    COUNTED AS OTHR RATHER THAN DROPPED.
002530 2200-ROLL-INTO-CAUSE.
002540     IF INC-IS-OPEN
002550         MOVE 8 TO WS-CAUSE-HIT
002560     ELSE
002570         MOVE 7 TO WS-CAUSE-HIT
002580         PERFORM 2210-FIND-CAUSE THRU 2210-EXIT
002590             VARYING WS-CAUSE-SUB FROM 1 BY 1
002600             UNTIL WS-CAUSE-SUB > 7
002610     END-IF.
002620     SET WS-CAUSE-IDX TO WS-CAUSE-HIT.
002630     ADD 1 TO WS-CAUSE-COUNT(WS-CAUSE-IDX).
002640     IF INC-IS-OPEN
002650         GO TO 2200-EXIT
002660     END-IF.
002670     ADD WS-RESOLVE-MINUTES TO WS-CAUSE-MINUTES(WS-CAUSE-IDX).
002680     IF WS-RESOLVE-MINUTES > WS-CAUSE-WORST(WS-CAUSE-IDX)
002690         MOVE WS-RESOLVE-MINUTES TO WS-CAUSE-WORST(WS-CAUSE-IDX)
002700     END-IF.
002710 2200-EXIT.
002720     EXIT.
002730*
002740 2210-FIND-CAUSE.
002750     IF WS-CAUSE-NAME(WS-CAUSE-SUB) = INC-CAUSE
002760         MOVE WS-CAUSE-SUB TO WS-CAUSE-HIT
002770     END-IF.
002780 2210-EXIT.
002790     EXIT.
002800*
002810*    MINUTES FROM OPENED TO CLOSED.  A DAMAGED TIMESTAMP OR A
002820*    CLOCK THAT APPEARS TO HAVE GONE BACKWARD COUNTS AS ZERO.
002830 2300-RESOLVE-TIME.
002840     MOVE INC-OPENED-AT TO WS-OPENED-STAMP.
002850     MOVE INC-CLOSED-AT TO WS-CLOSED-STAMP.
002860     IF WS-OPENED-STAMP NOT NUMERIC
002870         OR WS-CLOSED-STAMP NOT NUMERIC
002880         GO TO 2300-EXIT
002890     END-IF.
002900     COMPUTE WS-RESOLVE-MINUTES =
002910         (FUNCTION INTEGER-OF-DATE(WS-CLOSED-DATE)
002920        - FUNCTION INTEGER-OF-DATE(WS-OPENED-DATE)) * 1440
002930       + WS-CLOSED-HH * 60 + WS-CLOSED-MM
002940       - WS-OPENED-HH * 60 - WS-OPENED-MM.
002950     IF WS-RESOLVE-MINUTES < 0
002960         MOVE 0 TO WS-RESOLVE-MINUTES
002970     END-IF.
002980 2300-EXIT.
002990     EXIT.
003000*
003010 2400-PRINT-DETAIL.
003020     MOVE SPACES TO REPORT-LINE.
003030     MOVE INC-NUMBER TO REPORT-LINE(1:6).
003040     MOVE INC-JOB-NAME TO REPORT-LINE(9:8).
003050     MOVE INC-STEP-NAME TO REPORT-LINE(19:8).
003060     MOVE INC-RET-CODE TO WS-RC-EDIT.
003070     MOVE WS-RC-EDIT TO REPORT-LINE(29:5).
003080     MOVE INC-OPENED-AT(1:12) TO REPORT-LINE(35:12).
003090     MOVE INC-STATUS TO REPORT-LINE(50:1).
003100     MOVE INC-CAUSE TO REPORT-LINE(53:4).
003110     MOVE INC-OWNER TO REPORT-LINE(59:8).
003120     IF INC-IS-CLOSED
003130         COMPUTE WS-HOURS ROUNDED = WS-RESOLVE-MINUTES / 60
003140         MOVE WS-HOURS TO WS-HOURS-EDIT
003150         MOVE WS-HOURS-EDIT TO REPORT-LINE(68:11)
003160     END-IF.
003170     WRITE REPORT-LINE.
003180 2400-EXIT.
003190     EXIT.
003200*
003210 3000-PRINT-BY-STEP.
003220     MOVE SPACES TO REPORT-LINE.
003230     WRITE REPORT-LINE.
003240     MOVE "INCIDENTS BY JOB AND STEP" TO REPORT-LINE.
003250     WRITE REPORT-LINE.
003260     MOVE SPACES TO REPORT-LINE.
003270     MOVE "JOB" TO REPORT-LINE(1:3).
003280     MOVE "STEP" TO REPORT-LINE(11:4).
003290     MOVE "OPENED" TO REPORT-LINE(21:6).
003300     MOVE "CLOSED" TO REPORT-LINE(29:6).
003310     MOVE "STILL OPEN" TO REPORT-LINE(37:10).
003320     WRITE REPORT-LINE.
003330     PERFORM 3100-PRINT-ONE-STEP THRU 3100-EXIT
003340         VARYING WS-STEP-IDX FROM 1 BY 1
003350         UNTIL WS-STEP-IDX > WS-STEP-COUNT.
003360     IF WS-STEP-OVERFLOW > 0
003370         MOVE WS-STEP-OVERFLOW TO WS-COUNT-EDIT
003380         MOVE SPACES TO REPORT-LINE
003390         STRING "  (" WS-COUNT-EDIT " MORE INCIDENTS ON STEPS"
003400                " BEYOND THE FIRST 40, IN THE TOTALS ONLY)"
003410                DELIMITED BY SIZE
003420             INTO REPORT-LINE
003430         WRITE REPORT-LINE
003440     END-IF.
003450 3000-EXIT.
003460     EXIT.
003470*
003480 3100-PRINT-ONE-STEP.
003490     MOVE WS-STEP-OPENED(WS-STEP-IDX) TO WS-COUNT-EDIT.
003500     MOVE WS-STEP-CLOSED(WS-STEP-IDX) TO WS-CLOSED-EDIT.
003510     COMPUTE WS-OPEN-EDIT = WS-STEP-OPENED(WS-STEP-IDX)
003520         - WS-STEP-CLOSED(WS-STEP-IDX).
003530     MOVE SPACES TO REPORT-LINE.
003540     MOVE WS-STEP-JOB(WS-STEP-IDX) TO REPORT-LINE(1:8).
003550     MOVE WS-STEP-NAME(WS-STEP-IDX) TO REPORT-LINE(11:8).
003560     MOVE WS-COUNT-EDIT TO REPORT-LINE(21:6).
003570     MOVE WS-CLOSED-EDIT TO REPORT-LINE(29:6).
003580     MOVE WS-OPEN-EDIT TO REPORT-LINE(41:6).
003590     WRITE REPORT-LINE.
003600 3100-EXIT.
003610     EXIT.
003620*
003630 4000-PRINT-BY-CAUSE.
003640     MOVE SPACES TO REPORT-LINE.
003650     WRITE REPORT-LINE.
003660     MOVE "INCIDENTS BY ROOT CAUSE" TO REPORT-LINE.
003670     WRITE REPORT-LINE.
003680     MOVE SPACES TO REPORT-LINE.
003690     MOVE "CAUSE" TO REPORT-LINE(1:5).
003700     MOVE "COUNT" TO REPORT-LINE(9:5).
003710     MOVE "AVG HOURS" TO REPORT-LINE(18:9).
003720     MOVE "WORST HOURS" TO REPORT-LINE(29:11).
003730     WRITE REPORT-LINE.
003740     PERFORM 4100-PRINT-ONE-CAUSE THRU 4100-EXIT
003750         VARYING WS-CAUSE-IDX FROM 1 BY 1
003760         UNTIL WS-CAUSE-IDX > 8.
003770 4000-EXIT.
003780     EXIT.
003790*
003800 4100-PRINT-ONE-CAUSE.
003810     IF WS-CAUSE-COUNT(WS-CAUSE-IDX) = 0
003820         GO TO 4100-EXIT
003830     END-IF.
003840     MOVE SPACES TO REPORT-LINE.
003850     MOVE WS-CAUSE-NAME(WS-CAUSE-IDX) TO REPORT-LINE(1:4).
003860     MOVE WS-CAUSE-COUNT(WS-CAUSE-IDX) TO WS-COUNT-EDIT.
003870     MOVE WS-COUNT-EDIT TO REPORT-LINE(8:6).
003880     IF WS-CAUSE-IDX < 8
003890         COMPUTE WS-HOURS ROUNDED =
003900             WS-CAUSE-MINUTES(WS-CAUSE-IDX)
003910             / WS-CAUSE-COUNT(WS-CAUSE-IDX) / 60
003920         MOVE WS-HOURS TO WS-HOURS-EDIT
003930         MOVE WS-HOURS-EDIT TO REPORT-LINE(16:11)
003940         COMPUTE WS-HOURS ROUNDED =
003950             WS-CAUSE-WORST(WS-CAUSE-IDX) / 60
003960         MOVE WS-HOURS TO WS-WORST-EDIT
003970         MOVE WS-WORST-EDIT TO REPORT-LINE(29:11)
003980     ELSE
003990         MOVE "(NOT YET RESOLVED)" TO REPORT-LINE(18:18)
004000     END-IF.
004010     WRITE REPORT-LINE.
004020 4100-EXIT.
004030     EXIT.
004040*
004050 5000-PRINT-TOTALS.
004060     MOVE SPACES TO REPORT-LINE.
004070     WRITE REPORT-LINE.
004080     MOVE WS-TOTAL-OPENED TO WS-COUNT-EDIT.
004090     MOVE SPACES TO REPORT-LINE.
004100     STRING "INCIDENTS OPENED     " WS-COUNT-EDIT
004110            DELIMITED BY SIZE
004120         INTO REPORT-LINE.
004130     WRITE REPORT-LINE.
004140     MOVE WS-TOTAL-CLOSED TO WS-COUNT-EDIT.
004150     MOVE SPACES TO REPORT-LINE.
004160     STRING "CLOSED               " WS-COUNT-EDIT
004170            DELIMITED BY SIZE
004180         INTO REPORT-LINE.
004190     WRITE REPORT-LINE.
004200     COMPUTE WS-COUNT-EDIT = WS-TOTAL-OPENED - WS-TOTAL-CLOSED.
004210     MOVE SPACES TO REPORT-LINE.
004220     STRING "STILL OPEN           " WS-COUNT-EDIT
004230            DELIMITED BY SIZE
004240         INTO REPORT-LINE.
004250     WRITE REPORT-LINE.
004260     IF WS-TOTAL-CLOSED = 0
004270         GO TO 5000-EXIT
004280     END-IF.
004290     COMPUTE WS-HOURS ROUNDED =
004300         WS-TOTAL-MINUTES / WS-TOTAL-CLOSED / 60.
004310     MOVE WS-HOURS TO WS-HOURS-EDIT.
004320     MOVE SPACES TO REPORT-LINE.
004330     STRING "AVERAGE HOURS TO RESOLVE " WS-HOURS-EDIT
004340            DELIMITED BY SIZE
004350         INTO REPORT-LINE.
004360     WRITE REPORT-LINE.
004370     COMPUTE WS-HOURS ROUNDED = WS-TOTAL-WORST / 60.
004380     MOVE WS-HOURS TO WS-HOURS-EDIT.
004390     MOVE SPACES TO REPORT-LINE.
004400     STRING "WORST HOURS TO RESOLVE   " WS-HOURS-EDIT
004410            DELIMITED BY SIZE
004420         INTO REPORT-LINE.
004430     WRITE REPORT-LINE.
004440 5000-EXIT.
004450     EXIT.
