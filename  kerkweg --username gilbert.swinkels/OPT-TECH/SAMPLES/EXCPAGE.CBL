000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    EXCPAGE.
000030 AUTHOR.        G. SWINKELS, DATA PROCESSING.
000040 INSTALLATION.  DATA PROCESSING DEPT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*MODIFICATION HISTORY
000090*--------------------
000100*10/15/2026  GS   ORIGINAL.  AGING OF THE EXCEPTION WORK QUEUE
000110*                 FOR THE MORNING MEETING.  EVERY OPEN ITEM ON
000120*                 EXCPQ IS AGED FROM THE DAY EXCPGAT FIRST SAW
000130*                 IT -- 0-2, 3-7, 8-30 AND OVER 30 DAYS -- AND
000140*                 COUNTED BY OWNING TEAM AND SOURCE, WITH THE
000150*                 AMOUNT OUTSTANDING AND THE AGE OF THE OLDEST
000160*                 ITEM, A SUBTOTAL PER TEAM AND A GRAND TOTAL.
000170*                 UNDERNEATH, THE ITEMS CLOSED ON THE RUN DATE
000180*                 AND THE CLOSED ITEMS A SOURCE STILL REPORTED
000190*                 ON THE RUN DATE, WHICH ARE THE RESOLUTIONS
000200*                 THAT DID NOT HOLD.  AS WITH DORMSCAN, RSMFCOB
000210*                 HAS NO READ-NEXT, SO THE QUEUE IS WALKED
000220*                 THROUGH THE KEYS ON EXCPQ.LST.  THE RUN DATE
000230*                 COMES FROM SORT-RUNDATE (CCYYMMDD) AND DEFAULTS
000240*                 TO TODAY.  WRITTEN TO EXCPAGE.RPT AND FILED IN
000250*                 THE REPORT REPOSITORY THROUGH RPTSAVE.
000260*                 RETURN-CODE IS 8 WHEN MORE THAN 200 TEAM AND
000270*                 SOURCE PAIRS TURN UP (THE REST ARE IN THE
000280*                 GRAND TOTAL ONLY) AND 12 WHEN THE QUEUE OR ITS
000290*                 KEY LIST CANNOT BE OPENED.
000300*
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER.  IBM-PC.
000340 OBJECT-COMPUTER.  IBM-PC.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT LIST-FILE ASSIGN TO "EXCPQ.LST"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-LIST-FILE-STATUS.
000400     SELECT REPORT-FILE ASSIGN TO "EXCPAGE.RPT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-REPORT-FILE-STATUS.
000430*
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  LIST-FILE.
000470 01  LIST-FILE-RECORD            PIC X(40).
000480 FD  REPORT-FILE.
000490 01  REPORT-LINE                 PIC X(100).
000500*
000510 WORKING-STORAGE SECTION.
000520 01  WS-LIST-FILE-STATUS       PIC X(02).
000530     88  WS-LIST-FILE-OK           VALUE "00".
000540     88  WS-LIST-FILE-EOF          VALUE "10".
000550 01  WS-REPORT-FILE-STATUS     PIC X(02).
000560 01  WS-ENV-VALUE              PIC X(15).
000570 01  WS-TIMESTAMP              PIC X(21).
000580*
000590 01  WS-FUNC                   PIC 999 COMP-5.
000600     88  FUNC-OPEN                 VALUE 1.
000610     88  FUNC-CLOSE                VALUE 2.
000620     88  FUNC-READ                 VALUE 3.
000630 01  WS-IO-AREA                PIC X(4000).
000640 01  WS-IO-LEN                 PIC 999 COMP-5.
000650 01  WS-RET-CODE               PIC 999 COMP-5.
000660 01  WS-QUEUE-FILE-NAME        PIC X(15) VALUE "EXCPQ".
000670*
000680 01  WS-RUN-DATE               PIC X(08).
000690 01  WS-RUN-DATE-N             PIC 9(08).
000700 01  WS-RUN-INT                PIC 9(08) COMP-5.
000710 01  WS-SEEN-DATE-N            PIC 9(08).
000720 01  WS-SEEN-INT               PIC 9(08) COMP-5.
000730 01  WS-AGE-DAYS               PIC S9(07) COMP-5.
000740 01  WS-BUCKET                 PIC 9(01) COMP-5.
000750 01  WS-BUCKET-SUB             PIC 9(01) COMP-5.
000760 01  WS-BUCKET-NAMES.
000770     05  FILLER                PIC X(10) VALUE "  0-2 DAYS".
000780     05  FILLER                PIC X(10) VALUE "  3-7 DAYS".
000790     05  FILLER                PIC X(10) VALUE " 8-30 DAYS".
000800     05  FILLER                PIC X(10) VALUE "   OVER 30".
000810 01  WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
000820     05  WS-BUCKET-NAME        PIC X(10) OCCURS 4 TIMES.
000830*
000840*    ONE ENTRY PER TEAM AND SOURCE SEEN ON AN OPEN ITEM, PUT IN
000850*    TEAM AND SOURCE ORDER BEFORE PRINTING.
000860 01  WS-GROUP-TABLE.
000870     05  WS-GROUP-COUNT        PIC 9(03) COMP-5 VALUE 0.
000880     05  WS-GROUP-ENTRY OCCURS 200 TIMES.
000890         10  WS-GRP-KEY.
000900             15  WS-GRP-TEAM       PIC X(08).
000910             15  WS-GRP-SOURCE     PIC X(04).
000920         10  WS-GRP-B-COUNT    PIC 9(07) COMP-5 OCCURS 4 TIMES.
000930         10  WS-GRP-AMOUNT     PIC S9(13)V99 COMP-3.
000940         10  WS-GRP-OLDEST     PIC 9(05) COMP-5.
000950 01  WS-GROUP-HOLD             PIC X(50).
000960 01  WS-GROUP-SUB              PIC 9(03) COMP-5.
000970 01  WS-GROUP-HIT              PIC 9(03) COMP-5.
000980 01  WS-SORT-SUB               PIC 9(03) COMP-5.
000990 01  WS-SORT-SWAPPED-SW        PIC X(01).
001000     88  WS-SORT-SWAPPED           VALUE "Y".
001010 01  WS-GROUP-OVERFLOW         PIC 9(07) VALUE 0.
001020*
001030*    TEAM SUBTOTAL AND GRAND TOTAL, THE SAME SHAPE AS A GROUP.
001040 01  WS-TEAM-TOTAL.
001050     05  WS-TEAM-B-COUNT       PIC 9(07) COMP-5 OCCURS 4 TIMES.
001060     05  WS-TEAM-AMOUNT        PIC S9(13)V99 COMP-3.
001070     05  WS-TEAM-OLDEST        PIC 9(05) COMP-5.
001080 01  WS-GRAND-TOTAL.
001090     05  WS-GRAND-B-COUNT      PIC 9(07) COMP-5 OCCURS 4 TIMES.
001100     05  WS-GRAND-AMOUNT       PIC S9(13)V99 COMP-3.
001110     05  WS-GRAND-OLDEST       PIC 9(05) COMP-5.
001120 01  WS-CURRENT-TEAM           PIC X(08).
001130*
001140*    THE LINE BEING PRINTED, FILLED FROM A GROUP OR A TOTAL.
001150 01  WS-PRINT-B-COUNT          PIC 9(07) COMP-5 OCCURS 4 TIMES.
001160 01  WS-PRINT-AMOUNT           PIC S9(13)V99 COMP-3.
001170 01  WS-PRINT-OLDEST           PIC 9(05) COMP-5.
001180 01  WS-PRINT-TOTAL            PIC 9(07) COMP-5.
001190 01  WS-PRINT-LABEL            PIC X(14).
001200 01  WS-DETAIL-LINE.
001210     05  WS-DL-LABEL           PIC X(14).
001220     05  WS-DL-BUCKET OCCURS 4 TIMES.
001230         10  FILLER            PIC X(03).
001240         10  WS-DL-COUNT       PIC ZZZZZZ9.
001250     05  FILLER                PIC X(02).
001260     05  WS-DL-TOTAL           PIC ZZZZZZ9.
001270     05  FILLER                PIC X(02).
001280     05  WS-DL-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
001290     05  FILLER                PIC X(02).
001300     05  WS-DL-OLDEST          PIC ZZZZ9.
001310*
001320 01  WS-LISTED-COUNT           PIC 9(07) VALUE 0.
001330 01  WS-MISSING-COUNT          PIC 9(07) VALUE 0.
001340 01  WS-OPEN-COUNT             PIC 9(07) VALUE 0.
001350 01  WS-CLOSED-COUNT           PIC 9(07) VALUE 0.
001360 01  WS-CLOSED-TODAY           PIC 9(07) VALUE 0.
001370 01  WS-CLOSED-SEEN            PIC 9(07) VALUE 0.
001380 01  WS-COUNT-EDIT             PIC ZZZZZZ9.
001390 COPY EXCPREC.
001400*
001410*    NAME AND KEYS THE FINISHED REPORT IS FILED UNDER IN THE
001420*    REPORT REPOSITORY.  A BLANK ENTITY IS RESOLVED BY RPTSAVE.
001430 01  WS-REPO-NAME              PIC X(15) VALUE "EXCPAGE.RPT".
001440 01  WS-REPO-JOB               PIC X(08) VALUE "EXCPAGE".
001450 01  WS-REPO-ENTITY            PIC X(04) VALUE SPACES.
001460 01  WS-REPO-STATUS            PIC 9(02).
001470*
001480 PROCEDURE DIVISION.
001490*
001500 0000-MAINLINE.
001510     DISPLAY "EXCPAGE - EXCEPTION QUEUE AGING".
001520     MOVE SPACES TO WS-ENV-VALUE.
001530     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SORT-RUNDATE".
001540     IF WS-ENV-VALUE NOT = SPACES
001550         MOVE WS-ENV-VALUE(1:8) TO WS-RUN-DATE
001560     ELSE
001570         MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
001580         MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE
001590     END-IF.
001600     MOVE WS-RUN-DATE TO WS-RUN-DATE-N.
001610     MOVE FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)
001620         TO WS-RUN-INT.
001630     OPEN INPUT LIST-FILE.
001640     IF NOT WS-LIST-FILE-OK
001650         DISPLAY "EXCPAGE - CANNOT OPEN EXCPQ.LST"
001660         MOVE 12 TO RETURN-CODE
001670         STOP RUN
001680     END-IF.
001690     SET FUNC-OPEN TO TRUE.
001700     MOVE SPACES TO WS-IO-AREA.
001710     MOVE WS-QUEUE-FILE-NAME TO WS-IO-AREA(1:15).
001720     MOVE 200 TO WS-IO-LEN.
001730     CALL "RSMFCOB" USING WS-FUNC, WS-IO-AREA,
001740                           WS-IO-LEN, WS-RET-CODE.
001750     IF WS-RET-CODE NOT = 0
001760         DISPLAY "EXCPAGE - CANNOT OPEN THE EXCEPTION QUEUE"
001770         CLOSE LIST-FILE
001780         MOVE 12 TO RETURN-CODE
001790         STOP RUN
001800     END-IF.
001810     INITIALIZE WS-GRAND-TOTAL.
001820     PERFORM 1000-AGE-ONE-ITEM THRU 1000-EXIT
001830         UNTIL WS-LIST-FILE-EOF.
001840     CLOSE LIST-FILE.
001850     SET FUNC-CLOSE TO TRUE.
001860     CALL "RSMFCOB" USING WS-FUNC, WS-IO-AREA,
001870                           WS-IO-LEN, WS-RET-CODE.
001880     PERFORM 3000-SORT-GROUPS THRU 3000-EXIT.
001890     OPEN OUTPUT REPORT-FILE.
001900     PERFORM 5000-WRITE-HEADING THRU 5000-EXIT.
001910     MOVE SPACES TO WS-CURRENT-TEAM.
001920     PERFORM 6000-WRITE-ONE-GROUP THRU 6000-EXIT
001930         VARYING WS-GROUP-SUB FROM 1 BY 1
001940         UNTIL WS-GROUP-SUB > WS-GROUP-COUNT.
001950     IF WS-GROUP-COUNT > 0
001960         PERFORM 6200-WRITE-TEAM-TOTAL THRU 6200-EXIT
001970     END-IF.
001980     PERFORM 7000-WRITE-GRAND-TOTALS THRU 7000-EXIT.
001990     CLOSE REPORT-FILE.
002000     CALL "RPTSAVE" USING WS-REPO-NAME, WS-REPO-JOB,
002010                          WS-REPO-ENTITY, WS-REPO-STATUS.
002020     IF WS-REPO-STATUS NOT = ZERO
002030         DISPLAY "EXCPAGE - REPORT NOT FILED IN THE",
002040             " REPOSITORY, STATUS ", WS-REPO-STATUS
002050     END-IF.
002060     MOVE WS-OPEN-COUNT TO WS-COUNT-EDIT.
002070     DISPLAY "EXCPAGE - OPEN ITEMS         = ", WS-COUNT-EDIT.
002080     IF WS-GROUP-OVERFLOW > 0
002090         MOVE 8 TO RETURN-CODE
002100     ELSE
002110         MOVE 0 TO RETURN-CODE
002120     END-IF.
002130     STOP RUN.
002140*
002150*    A LISTED KEY NO LONGER ON THE QUEUE IS COUNTED, NOT
002160*    TREATED AS A FAILURE.
002170 1000-AGE-ONE-ITEM.
002180     READ LIST-FILE
002190         AT END
002200             GO TO 1000-EXIT
002210     END-READ.
002220     IF LIST-FILE-RECORD = SPACES
002230         GO TO 1000-EXIT
002240     END-IF.
002250     ADD 1 TO WS-LISTED-COUNT.
002260     SET FUNC-READ TO TRUE.
002270     MOVE SPACES TO WS-IO-AREA.
002280     MOVE LIST-FILE-RECORD TO WS-IO-AREA(1:40).
002290     MOVE 200 TO WS-IO-LEN.
002300     CALL "RSMFCOB" USING WS-FUNC, WS-IO-AREA,
002310                           WS-IO-LEN, WS-RET-CODE.
002320     IF WS-RET-CODE NOT = 0
002330         ADD 1 TO WS-MISSING-COUNT
002340         GO TO 1000-EXIT
002350     END-IF.
002360     MOVE WS-IO-AREA(1:200) TO EXQ-RECORD.
002370     IF EXQ-IS-CLOSED
002380         ADD 1 TO WS-CLOSED-COUNT
002390         IF EXQ-CLOSED-DATE = WS-RUN-DATE
002400             ADD 1 TO WS-CLOSED-TODAY
002410         END-IF
002420         IF EXQ-LAST-SEEN = WS-RUN-DATE
002430             ADD 1 TO WS-CLOSED-SEEN
002440         END-IF
002450         GO TO 1000-EXIT
002460     END-IF.
002470     ADD 1 TO WS-OPEN-COUNT.
002480     MOVE 0 TO WS-AGE-DAYS.
002490     IF EXQ-FIRST-SEEN NUMERIC
002500         MOVE EXQ-FIRST-SEEN TO WS-SEEN-DATE-N
002510         MOVE FUNCTION INTEGER-OF-DATE(WS-SEEN-DATE-N)
002520             TO WS-SEEN-INT
002530         COMPUTE WS-AGE-DAYS = WS-RUN-INT - WS-SEEN-INT
002540     END-IF.
002550     IF WS-AGE-DAYS < 0
002560         MOVE 0 TO WS-AGE-DAYS
002570     END-IF.
002580     IF WS-AGE-DAYS > 99999
002590         MOVE 99999 TO WS-AGE-DAYS
002600     END-IF.
002610     EVALUATE TRUE
002620         WHEN WS-AGE-DAYS <= 2
002630             MOVE 1 TO WS-BUCKET
002640         WHEN WS-AGE-DAYS <= 7
002650             MOVE 2 TO WS-BUCKET
002660         WHEN WS-AGE-DAYS <= 30
002670             MOVE 3 TO WS-BUCKET
002680         WHEN OTHER
002690             MOVE 4 TO WS-BUCKET
002700     END-EVALUATE.
002710     ADD 1 TO WS-GRAND-B-COUNT(WS-BUCKET).
002720     ADD EXQ-AMOUNT TO WS-GRAND-AMOUNT.
002730     IF WS-AGE-DAYS > WS-GRAND-OLDEST
002740         MOVE WS-AGE-DAYS TO WS-GRAND-OLDEST
002750     END-IF.
002760     PERFORM 2000-TALLY-GROUP THRU 2000-EXIT.
002770 1000-EXIT.
002780     EXIT.
002790*
002800 2000-TALLY-GROUP.
002810     MOVE 0 TO WS-GROUP-HIT.
002820     PERFORM 2100-FIND-GROUP THRU 2100-EXIT
002830         VARYING WS-GROUP-SUB FROM 1 BY 1
002840         UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
002850            OR WS-GROUP-HIT > 0.
002860     IF WS-GROUP-HIT = 0
002870         IF WS-GROUP-COUNT = 200
002880             IF WS-GROUP-OVERFLOW = 0
002890                 DISPLAY "EXCPAGE - MORE THAN 200 TEAM AND ",
002900                     "SOURCE PAIRS, ", EXQ-TEAM, " ",
002910                     EXQ-SOURCE, " AND LATER IN TOTAL ONLY"
002920             END-IF
002930             ADD 1 TO WS-GROUP-OVERFLOW
002940             GO TO 2000-EXIT
002950         END-IF
002960         ADD 1 TO WS-GROUP-COUNT
002970         MOVE WS-GROUP-COUNT TO WS-GROUP-HIT
002980         INITIALIZE WS-GROUP-ENTRY(WS-GROUP-HIT)
002990         MOVE EXQ-TEAM TO WS-GRP-TEAM(WS-GROUP-HIT)
003000         MOVE EXQ-SOURCE TO WS-GRP-SOURCE(WS-GROUP-HIT)
003010     END-IF.
003020     ADD 1 TO WS-GRP-B-COUNT(WS-GROUP-HIT, WS-BUCKET).
003030     ADD EXQ-AMOUNT TO WS-GRP-AMOUNT(WS-GROUP-HIT).
003040     IF WS-AGE-DAYS > WS-GRP-OLDEST(WS-GROUP-HIT)
003050         MOVE WS-AGE-DAYS TO WS-GRP-OLDEST(WS-GROUP-HIT)
003060     END-IF.
003070 2000-EXIT.
003080     EXIT.
003090*
003100 2100-FIND-GROUP.
003110     IF WS-GRP-TEAM(WS-GROUP-SUB) = EXQ-TEAM
003120         AND WS-GRP-SOURCE(WS-GROUP-SUB) = EXQ-SOURCE
003130         MOVE WS-GROUP-SUB TO WS-GROUP-HIT
003140     END-IF.
003150 2100-EXIT.
003160     EXIT.
003170*
003180*    A PLAIN EXCHANGE SORT; THE TABLE IS NEVER MORE THAN 200.
003190 3000-SORT-GROUPS.
003200     SET WS-SORT-SWAPPED TO TRUE.
003210     PERFORM 3100-ONE-SORT-PASS THRU 3100-EXIT
003220         UNTIL NOT WS-SORT-SWAPPED.
003230 3000-EXIT.
003240     EXIT.
003250*
003260 3100-ONE-SORT-PASS.
003270     MOVE "N" TO WS-SORT-SWAPPED-SW.
003280     PERFORM 3110-COMPARE-ONE-PAIR THRU 3110-EXIT
003290         VARYING WS-SORT-SUB FROM 1 BY 1
003300         UNTIL WS-SORT-SUB >= WS-GROUP-COUNT.
003310 3100-EXIT.
003320     EXIT.
003330*
003340 3110-COMPARE-ONE-PAIR.
003350     IF WS-GRP-KEY(WS-SORT-SUB) > WS-GRP-KEY(WS-SORT-SUB + 1)
003360         MOVE WS-GROUP-ENTRY(WS-SORT-SUB) TO WS-GROUP-HOLD
003370         MOVE WS-GROUP-ENTRY(WS-SORT-SUB + 1)
003380             TO WS-GROUP-ENTRY(WS-SORT-SUB)
003390         MOVE WS-GROUP-HOLD TO WS-GROUP-ENTRY(WS-SORT-SUB + 1)
003400         SET WS-SORT-SWAPPED TO TRUE
003410     END-IF.
003420 3110-EXIT.
003430     EXIT.
003440*
003450 5000-WRITE-HEADING.
003460     MOVE SPACES TO REPORT-LINE.
003470     STRING "EXCEPTION QUEUE AGING  RUN DATE " WS-RUN-DATE
003480            DELIMITED BY SIZE
003490         INTO REPORT-LINE.
003500     WRITE REPORT-LINE.
003510     MOVE SPACES TO REPORT-LINE.
003520     STRING "OPEN ITEMS BY OWNING TEAM AND SOURCE, "
003530            "AGED FROM FIRST SEEN" DELIMITED BY SIZE
003535         INTO REPORT-LINE.
003540     WRITE REPORT-LINE.
003550     MOVE SPACES TO REPORT-LINE.
003560     WRITE REPORT-LINE.
003570     MOVE SPACES TO REPORT-LINE.
003580     STRING "TEAM / SOURCE " DELIMITED BY SIZE
003590            WS-BUCKET-NAME(1) DELIMITED BY SIZE
003600            WS-BUCKET-NAME(2) DELIMITED BY SIZE
003610            WS-BUCKET-NAME(3) DELIMITED BY SIZE
003620            WS-BUCKET-NAME(4) DELIMITED BY SIZE
003630            "    TOTAL" DELIMITED BY SIZE
003640            "  AMOUNT OUTSTANDING" DELIMITED BY SIZE
003650            " OLDEST" DELIMITED BY SIZE
003660         INTO REPORT-LINE.
003670     WRITE REPORT-LINE.
003680 5000-EXIT.
003690     EXIT.
003700*
003710*    A CHANGE OF TEAM CLOSES THE LAST TEAM WITH ITS SUBTOTAL
003720*    AND OPENS THE NEXT WITH ITS NAME.
003730 6000-WRITE-ONE-GROUP.
003740     IF WS-GRP-TEAM(WS-GROUP-SUB) NOT = WS-CURRENT-TEAM
003750         IF WS-GROUP-SUB > 1
003760             PERFORM 6200-WRITE-TEAM-TOTAL THRU 6200-EXIT
003770         END-IF
003780         MOVE WS-GRP-TEAM(WS-GROUP-SUB) TO WS-CURRENT-TEAM
003790         INITIALIZE WS-TEAM-TOTAL
003800         MOVE SPACES TO REPORT-LINE
003810         WRITE REPORT-LINE
003820         MOVE SPACES TO REPORT-LINE
003830         STRING "TEAM " WS-CURRENT-TEAM
003840                DELIMITED BY SIZE
003850             INTO REPORT-LINE
003860         WRITE REPORT-LINE
003870     END-IF.
003880     PERFORM 6100-ADD-ONE-BUCKET THRU 6100-EXIT
003890         VARYING WS-BUCKET-SUB FROM 1 BY 1
003900         UNTIL WS-BUCKET-SUB > 4.
003910     ADD WS-GRP-AMOUNT(WS-GROUP-SUB) TO WS-TEAM-AMOUNT.
003920     IF WS-GRP-OLDEST(WS-GROUP-SUB) > WS-TEAM-OLDEST
003930         MOVE WS-GRP-OLDEST(WS-GROUP-SUB) TO WS-TEAM-OLDEST
003940     END-IF.
003950     MOVE WS-GRP-AMOUNT(WS-GROUP-SUB) TO WS-PRINT-AMOUNT.
003960     MOVE WS-GRP-OLDEST(WS-GROUP-SUB) TO WS-PRINT-OLDEST.
003970     MOVE SPACES TO WS-PRINT-LABEL.
003980     MOVE WS-GRP-SOURCE(WS-GROUP-SUB) TO WS-PRINT-LABEL(3:4).
003990     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
004000 6000-EXIT.
004010     EXIT.
004020*
004030 6100-ADD-ONE-BUCKET.
004040     MOVE WS-GRP-B-COUNT(WS-GROUP-SUB, WS-BUCKET-SUB)
004050         TO WS-PRINT-B-COUNT(WS-BUCKET-SUB).
004060     ADD WS-GRP-B-COUNT(WS-GROUP-SUB, WS-BUCKET-SUB)
004070         TO WS-TEAM-B-COUNT(WS-BUCKET-SUB).
004080 6100-EXIT.
004090     EXIT.
004100*
004110 6200-WRITE-TEAM-TOTAL.
004120     PERFORM 6210-COPY-TEAM-BUCKET THRU 6210-EXIT
004130         VARYING WS-BUCKET-SUB FROM 1 BY 1
004140         UNTIL WS-BUCKET-SUB > 4.
004150     MOVE WS-TEAM-AMOUNT TO WS-PRINT-AMOUNT.
004160     MOVE WS-TEAM-OLDEST TO WS-PRINT-OLDEST.
004170     MOVE "  TEAM TOTAL" TO WS-PRINT-LABEL.
004180     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
004190 6200-EXIT.
004200     EXIT.
004210*
004220 6210-COPY-TEAM-BUCKET.
004230     MOVE WS-TEAM-B-COUNT(WS-BUCKET-SUB)
004240         TO WS-PRINT-B-COUNT(WS-BUCKET-SUB).
004250 6210-EXIT.
004260     EXIT.
004270*
004280 7000-WRITE-GRAND-TOTALS.
004290     MOVE SPACES TO REPORT-LINE.
004300     WRITE REPORT-LINE.
004310     PERFORM 7010-COPY-GRAND-BUCKET THRU 7010-EXIT
004320         VARYING WS-BUCKET-SUB FROM 1 BY 1
004330         UNTIL WS-BUCKET-SUB > 4.
004340     MOVE WS-GRAND-AMOUNT TO WS-PRINT-AMOUNT.
004350     MOVE WS-GRAND-OLDEST TO WS-PRINT-OLDEST.
004360     MOVE "ALL TEAMS" TO WS-PRINT-LABEL.
004370     PERFORM 8000-PRINT-LINE THRU 8000-EXIT.
004380     IF WS-GROUP-OVERFLOW > 0
004390         MOVE WS-GROUP-OVERFLOW TO WS-COUNT-EDIT
004400         MOVE SPACES TO REPORT-LINE
004410         STRING "  (ITEMS BEYOND THE 200 TRACKED TEAM AND "
004420                "SOURCE PAIRS = " WS-COUNT-EDIT
004430                ", IN ALL TEAMS ONLY)"
004440                DELIMITED BY SIZE
004450             INTO REPORT-LINE
004460         WRITE REPORT-LINE
004470     END-IF.
004480     MOVE SPACES TO REPORT-LINE.
004490     WRITE REPORT-LINE.
004500     MOVE WS-CLOSED-TODAY TO WS-COUNT-EDIT.
004510     MOVE SPACES TO REPORT-LINE.
004520     STRING "ITEMS CLOSED ON THE RUN DATE           "
004525            WS-COUNT-EDIT
004530            DELIMITED BY SIZE
004540         INTO REPORT-LINE.
004550     WRITE REPORT-LINE.
004560     MOVE WS-CLOSED-SEEN TO WS-COUNT-EDIT.
004570     MOVE SPACES TO REPORT-LINE.
004580     STRING "CLOSED ITEMS STILL REPORTED BY SOURCE  "
004585            WS-COUNT-EDIT
004590            DELIMITED BY SIZE
004600         INTO REPORT-LINE.
004610     WRITE REPORT-LINE.
004620     MOVE WS-CLOSED-COUNT TO WS-COUNT-EDIT.
004630     MOVE SPACES TO REPORT-LINE.
004640     STRING "CLOSED ITEMS ON THE QUEUE              "
004645            WS-COUNT-EDIT
004650            DELIMITED BY SIZE
004660         INTO REPORT-LINE.
004670     WRITE REPORT-LINE.
004680     IF WS-MISSING-COUNT > 0
004690         MOVE WS-MISSING-COUNT TO WS-COUNT-EDIT
004700         MOVE SPACES TO REPORT-LINE
004710         STRING "LISTED KEYS NOT ON THE QUEUE           "
004720                WS-COUNT-EDIT
004730                DELIMITED BY SIZE
004740             INTO REPORT-LINE
004750         WRITE REPORT-LINE
004760     END-IF.
004770 7000-EXIT.
004780     EXIT.
004790*
004800 7010-COPY-GRAND-BUCKET.
004810     MOVE WS-GRAND-B-COUNT(WS-BUCKET-SUB)
004820         TO WS-PRINT-B-COUNT(WS-BUCKET-SUB).
004830 7010-EXIT.
004840     EXIT.
004850*
004860*    ONE LINE OF COUNTS: THE FOUR BUCKETS, THEIR TOTAL, THE
004870*    AMOUNT AND THE OLDEST ITEM'S AGE IN DAYS.
004880 8000-PRINT-LINE.
004890     MOVE SPACES TO WS-DETAIL-LINE.
004900     MOVE WS-PRINT-LABEL TO WS-DL-LABEL.
004910     MOVE 0 TO WS-PRINT-TOTAL.
004920     PERFORM 8100-EDIT-ONE-BUCKET THRU 8100-EXIT
004930         VARYING WS-BUCKET-SUB FROM 1 BY 1
004940         UNTIL WS-BUCKET-SUB > 4.
004950     MOVE WS-PRINT-TOTAL TO WS-DL-TOTAL.
004960     MOVE WS-PRINT-AMOUNT TO WS-DL-AMOUNT.
004970     MOVE WS-PRINT-OLDEST TO WS-DL-OLDEST.
004980     MOVE SPACES TO REPORT-LINE.
004990     MOVE WS-DETAIL-LINE TO REPORT-LINE.
005000     WRITE REPORT-LINE.
005010 8000-EXIT.
005020     EXIT.
005030*
005040 8100-EDIT-ONE-BUCKET.
005050     MOVE WS-PRINT-B-COUNT(WS-BUCKET-SUB)
005060         TO WS-DL-COUNT(WS-BUCKET-SUB).
005070     ADD WS-PRINT-B-COUNT(WS-BUCKET-SUB) TO WS-PRINT-TOTAL.
005080 8100-EXIT.
005090     EXIT.
