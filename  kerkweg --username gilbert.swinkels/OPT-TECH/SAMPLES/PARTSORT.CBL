000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PARTSORT.
000030 AUTHOR.        G. SWINKELS, DATA PROCESSING.
000040 INSTALLATION.  DATA PROCESSING DEPT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*MODIFICATION HISTORY
000090*--------------------
000100*10/15/2026  GS   ORIGINAL.  PARTITIONED SORT FOR THE LARGE
000110*                 MONTH-END AND QUARTER-END VOLUMES, CALLED BY A
000120*                 DRIVER IN PLACE OF ITS SINGLE VENDOR-SORT CALL
000130*                 WHEN SORT-PARALLEL IS SET TO Y.  THE CLEANED
000140*                 INPUT IS SPLIT INTO KEY-RANGE PARTITIONS, EACH
000150*                 PARTITION IS SORTED BY ITS OWN PARTJOB RUNNING
000160*                 CONCURRENTLY WITH THE OTHERS, AND THE SORTED
000170*                 PARTITIONS ARE COMBINED THROUGH SRTMERGE INTO
000180*                 THE DRIVER'S NORMAL OUTPUT FILE WITH ONE
000190*                 TRAILER CARRYING THE TRUE COUNT.
000200*
000210*                 THE BOUNDARIES ARE PICKED FROM THE FIRST KEY'S
000220*                 OWN DISTRIBUTION: AN EVENLY SPACED SAMPLE OF
000230*                 THE INPUT IS ORDERED AND CUT AT EQUAL
000240*                 INTERVALS.  A RECORD GOES TO THE FIRST
000250*                 PARTITION WHOSE BOUNDARY IT DOES NOT SORT
000260*                 AFTER, SO EVERY RECORD OF A GIVEN FIRST-KEY
000270*                 VALUE LANDS IN THE SAME PARTITION IN ITS INPUT
000280*                 ORDER AND THE PARTITIONS COVER DISJOINT,
000290*                 ASCENDING RANGES.  SRTMERGE THEREFORE DRAINS
000300*                 THEM IN TURN AND THE RESULT IS BYTE FOR BYTE
000310*                 WHAT ONE SORT OF THE WHOLE FILE PRODUCES --
000320*                 WHICH IS ALSO WHY ONLY THE FIRST KEY IS USED
000330*                 TO PARTITION, THE SAME KEY SRTMERGE COMPARES.
000340*
000350*                 EVERY PARTITION'S FILES (INPUT, SORTED OUTPUT,
000360*                 JOB CARD, END FILE) ARE NAMED PSRTNN... AND
000370*                 QUALIFIED THROUGH WORKNAME, SO TWO RUNS IN ONE
000380*                 DIRECTORY UNDER DIFFERENT SORT-WORKPREFIX
000390*                 VALUES KEEP APART.  EACH PARTJOB IS STARTED IN
000400*                 THE BACKGROUND THROUGH THE SYSTEM SERVICE AND
000410*                 ANSWERS IN ITS END FILE; PARTSORT POLLS THE
000420*                 END FILES ONCE A SECOND UNTIL ALL ARE IN OR
000430*                 SORT-PARTWAIT SECONDS (DEFAULT 3600) PASS.
000440*
000450*                 LK-PART-FUNC LETS A CALLER RUN THE STAGES ONE
000460*                 AT A TIME -- REGTEST SPLITS, SORTS THE
000470*                 PARTITIONS ITSELF AND MERGES, TO PROVE THE
000480*                 RESULT AGAINST A SINGLE SORT:
000490*                     S - SPLIT, RUN AND MERGE (THE DRIVERS)
000500*                     P - SPLIT AND WRITE THE JOB CARDS ONLY
000510*                     R - RUN THE JOBS OF THE LAST SPLIT
000520*                     M - MERGE THE SORTED PARTITIONS OF THE
000530*                         LAST SPLIT INTO LK-OUTFILE
000540*                 LK-PART-RC COMES BACK ON THE SORT'S OWN SCALE
000550*                 SO THE DRIVER CAN TREAT IT AS RET-CODE: 0
000560*                 CLEAN, THE WORST PARTITION'S VENDOR RC WHEN A
000570*                 PARTITION SORT FAILED, 12 WHEN THE INPUT
000580*                 CANNOT BE OPENED, 16 WHEN A JOB DID NOT ANSWER
000590*                 IN TIME OR THE MERGED COUNT DISAGREES WITH THE
000600*                 SPLIT.
000610*
000620*---------------------------------------------------------------*
000630*ENVIRONMENT VARIABLES READ HERE                                 *
000640*    SORT-PARTITIONS  NUMBER OF PARTITIONS, 2 TO 8 (DEFAULT 4).  *
000650*                     FEWER ARE USED WHEN THE KEY DISTRIBUTION   *
000660*                     HAS TOO FEW DISTINCT VALUES TO CUT.        *
000670*    SORT-PARTWAIT    SECONDS TO WAIT FOR ALL PARTJOBS (3600).   *
000680*    SORT-PARTCMD     COMMAND THAT STARTS ONE PARTJOB, GIVEN THE *
000690*                     JOB CARD NAME (DEFAULT PARTJOB).           *
000700*---------------------------------------------------------------*
000710*
000720 ENVIRONMENT DIVISION.
000730 CONFIGURATION SECTION.
000740 SOURCE-COMPUTER.  IBM-PC.
000750 OBJECT-COMPUTER.  IBM-PC.
000760 INPUT-OUTPUT SECTION.
000770 FILE-CONTROL.
000780     SELECT PART-IN-FILE ASSIGN TO WS-PART-IN-NAME
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-PART-IN-STATUS.
000810     SELECT PART-OUT-1 ASSIGN TO WS-OUT-NAME-1
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-PART-OUT-STATUS.
000840     SELECT PART-OUT-2 ASSIGN TO WS-OUT-NAME-2
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-PART-OUT-STATUS.
000870     SELECT PART-OUT-3 ASSIGN TO WS-OUT-NAME-3
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-PART-OUT-STATUS.
000900     SELECT PART-OUT-4 ASSIGN TO WS-OUT-NAME-4
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-PART-OUT-STATUS.
000930     SELECT PART-OUT-5 ASSIGN TO WS-OUT-NAME-5
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-PART-OUT-STATUS.
000960     SELECT PART-OUT-6 ASSIGN TO WS-OUT-NAME-6
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS WS-PART-OUT-STATUS.
000990     SELECT PART-OUT-7 ASSIGN TO WS-OUT-NAME-7
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS WS-PART-OUT-STATUS.
001020     SELECT PART-OUT-8 ASSIGN TO WS-OUT-NAME-8
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         FILE STATUS IS WS-PART-OUT-STATUS.
001050     SELECT PART-WORK-FILE ASSIGN TO WS-PART-WORK-NAME
001060         ORGANIZATION IS LINE SEQUENTIAL
001070         FILE STATUS IS WS-PART-WORK-STATUS.
001080*
001090 DATA DIVISION.
001100 FILE SECTION.
001110 FD  PART-IN-FILE
001120     RECORD IS VARYING IN SIZE FROM 1 TO 200 CHARACTERS
001130         DEPENDING ON WS-IN-REC-LEN.
001140 01  PART-IN-RECORD             PIC X(200).
001150 FD  PART-OUT-1
001160     RECORD IS VARYING IN SIZE FROM 1 TO 200 CHARACTERS
001170         DEPENDING ON WS-OUT-REC-LEN.
001180 01  PART-OUT-1-RECORD          PIC X(200).
001190 FD  PART-OUT-2
001200     RECORD IS VARYING IN SIZE FROM 1 TO 200 CHARACTERS
001210         DEPENDING ON WS-OUT-REC-LEN.
001220 01  PART-OUT-2-RECORD          PIC X(200).
001230 FD  PART-OUT-3
001240     RECORD IS VARYING IN SIZE FROM 1 TO 200 CHARACTERS
001250         DEPENDING ON WS-OUT-REC-LEN.
001260 01  PART-OUT-3-RECORD          PIC X(200).
001270 FD  PART-OUT-4
001280     RECORD IS VARYING IN SIZE FROM 1 TO 200 CHARACTERS
001290         DEPENDING ON WS-OUT-REC-LEN.
001300 01  PART-OUT-4-RECORD          PIC X(200).
001310 FD  PART-OUT-5
001320     RECORD IS VARYING IN SIZE FROM 1 TO 200 CHARACTERS
001330         DEPENDING ON WS-OUT-REC-LEN.
001340 01  PART-OUT-5-RECORD          PIC X(200).
001350 FD  PART-OUT-6
001360     RECORD IS VARYING IN SIZE FROM 1 TO 200 CHARACTERS
001370         DEPENDING ON WS-OUT-REC-LEN.
001380 01  PART-OUT-6-RECORD          PIC X(200).
001390 FD  PART-OUT-7
001400     RECORD IS VARYING IN SIZE FROM 1 TO 200 CHARACTERS
001410         DEPENDING ON WS-OUT-REC-LEN.
001420 01  PART-OUT-7-RECORD          PIC X(200).
001430 FD  PART-OUT-8
001440     RECORD IS VARYING IN SIZE FROM 1 TO 200 CHARACTERS
001450         DEPENDING ON WS-OUT-REC-LEN.
001460 01  PART-OUT-8-RECORD          PIC X(200).
001470 FD  PART-WORK-FILE.
001480 01  PART-WORK-RECORD           PIC X(228).
001490*
001500 WORKING-STORAGE SECTION.
001510 01  WS-IN-REC-LEN            PIC 9(04) COMP-5 VALUE 82.
001520 01  WS-OUT-REC-LEN           PIC 9(04) COMP-5 VALUE 82.
001530 01  WS-PART-IN-NAME          PIC X(15).
001540 01  WS-PART-WORK-NAME        PIC X(15).
001550 01  WS-OUT-NAME-1            PIC X(15).
001560 01  WS-OUT-NAME-2            PIC X(15).
001570 01  WS-OUT-NAME-3            PIC X(15).
001580 01  WS-OUT-NAME-4            PIC X(15).
001590 01  WS-OUT-NAME-5            PIC X(15).
001600 01  WS-OUT-NAME-6            PIC X(15).
001610 01  WS-OUT-NAME-7            PIC X(15).
001620 01  WS-OUT-NAME-8            PIC X(15).
001630 01  WS-PART-IN-STATUS        PIC X(02).
001640     88  WS-PART-IN-OK            VALUE "00".
001650     88  WS-PART-IN-EOF           VALUE "10".
001660 01  WS-PART-OUT-STATUS       PIC X(02).
001670 01  WS-PART-WORK-STATUS      PIC X(02).
001680     88  WS-PART-WORK-OK          VALUE "00".
001690 01  WS-IN-AT-EOF-SW          PIC X(01).
001700     88  WS-IN-AT-EOF             VALUE "Y".
001710*
001720*    ONE ENTRY PER PARTITION OF THE LAST SPLIT.  THE TABLE IS
001730*    KEPT BETWEEN CALLS SO "R" AND "M" WORK ON WHAT "P" SPLIT.
001740 01  WS-PART-TABLE.
001750     05  WS-PART-COUNT        PIC 9(02) COMP-5 VALUE 0.
001760     05  WS-PART-ENTRY OCCURS 8 TIMES INDEXED BY WS-PART-IDX.
001770         10  WS-PART-INFILE   PIC X(15).
001780         10  WS-PART-OUTFILE  PIC X(15).
001790         10  WS-PART-CARD     PIC X(15).
001800         10  WS-PART-ENDFILE  PIC X(15).
001810         10  WS-PART-MERGED   PIC X(15).
001820         10  WS-PART-RECORDS  PIC 9(07) COMP-5.
001830         10  WS-PART-RC       PIC 9(05) COMP-5.
001840         10  WS-PART-DONE-SW  PIC X(01).
001850             88  WS-PART-DONE     VALUE "Y".
001860 01  WS-PART-SUB              PIC 9(02) COMP-5.
001870 01  WS-SPLIT-TOTAL           PIC 9(07) COMP-5 VALUE 0.
001880 01  WS-EMPTY-FILE            PIC X(15).
001890*
001900*    THE KEY SAMPLE.  EVERY WS-SAMPLE-STEP'TH RECORD IS TAKEN;
001910*    WHEN THE TABLE FILLS, EVERY OTHER ENTRY IS DROPPED AND THE
001920*    STEP DOUBLES, SO ONE PASS GIVES AN EVEN SAMPLE OF ANY
001930*    VOLUME.
001940 01  WS-SAMPLE-TABLE.
001950     05  WS-SAMPLE-COUNT      PIC 9(04) COMP-5 VALUE 0.
001960     05  WS-SAMPLE-ENTRY      PIC X(200) OCCURS 512 TIMES.
001970 01  WS-SAMPLE-STEP           PIC 9(09) COMP-5.
001980 01  WS-SAMPLE-SUB            PIC 9(04) COMP-5.
001990 01  WS-SAMPLE-TO             PIC 9(04) COMP-5.
002000 01  WS-SAMPLE-HOLD           PIC X(200).
002010 01  WS-SAMPLE-INSERT         PIC 9(04) COMP-5.
002020 01  WS-READ-COUNT            PIC 9(09) COMP-5.
002030 01  WS-READ-QUOTIENT         PIC 9(09) COMP-5.
002040 01  WS-READ-REMAINDER        PIC 9(09) COMP-5.
002050*
002060 01  WS-BOUND-TABLE.
002070     05  WS-BOUND-COUNT       PIC 9(02) COMP-5 VALUE 0.
002080     05  WS-BOUND-ENTRY       PIC X(200) OCCURS 7 TIMES.
002090 01  WS-BOUND-SUB             PIC 9(02) COMP-5.
002100 01  WS-BOUND-PICK            PIC 9(04) COMP-5.
002110*
002120 01  WS-KEY-IDX               PIC 9(02) COMP-5 VALUE 1.
002130 01  WS-CMP-RESULT            PIC S9(01).
002140 01  WS-CMP-REC1              PIC X(200).
002150 01  WS-CMP-REC2              PIC X(200).
002160 01  WS-NOT-AFTER-SW          PIC X(01).
002170     88  WS-NOT-AFTER             VALUE "Y".
002180*
002190 01  WS-ENV-VALUE             PIC X(15).
002200 01  WS-WANTED-PARTS          PIC 9(02) COMP-5.
002210 01  WS-WAIT-LIMIT            PIC 9(07) COMP-5.
002220 01  WS-WAITED                PIC 9(07) COMP-5.
002230 01  WS-POLL-WAIT             PIC 9(04) COMP-5 VALUE 1.
002240 01  WS-OPEN-JOBS             PIC 9(02) COMP-5.
002250 01  WS-PART-CMD              PIC X(40).
002260 01  WS-COMMAND               PIC X(80).
002270 01  WS-BASE-NAME             PIC X(15).
002280 01  WS-QUALIFIED-NAME        PIC X(15).
002290 01  WS-NAME-NUMBER           PIC 9(02).
002300 01  WS-MERGE-IN1             PIC X(15).
002310 01  WS-MERGE-NUMRECS         PIC 9(07).
002320 01  WS-MERGE-RETCODE         PIC 9(02).
002330     88  WS-MERGE-OK              VALUE 0.
002340 01  WS-COUNT-DISP            PIC 9(07).
002350 01  WS-PARTS-DISP            PIC 9(02).
002360 COPY SAMPREC.
002370 COPY PARTREC.
002380*
002390 LINKAGE SECTION.
002400 01  LK-PART-FUNC             PIC X(01).
002410     88  LK-FUNC-SORT             VALUE "S".
002420     88  LK-FUNC-SPLIT            VALUE "P".
002430     88  LK-FUNC-RUN              VALUE "R".
002440     88  LK-FUNC-MERGE            VALUE "M".
002450 01  LK-INFILE                PIC X(15).
002460 01  LK-OUTFILE               PIC X(15).
002470 01  LK-PLATFORM              PIC X(08).
002480 01  LK-CTL-STMT              PIC X(160).
002490 COPY CTLSPEC.
002500 01  LK-PART-COUNT            PIC 9(02).
002510 01  LK-NUM-RECS              PIC 9(07).
002520 01  LK-PART-RC               PIC 9(05).
002530*
002540 PROCEDURE DIVISION USING LK-PART-FUNC,
002550                          LK-INFILE,
002560                          LK-OUTFILE,
002570                          LK-PLATFORM,
002580                          LK-CTL-STMT,
002590                          CTL-KEY-TABLE,
002600                          CTL-OPTIONS,
002610                          LK-PART-COUNT,
002620                          LK-NUM-RECS,
002630                          LK-PART-RC.
002640*
002650 0000-MAINLINE.
002660     MOVE 0 TO LK-PART-RC.
002670     IF LK-FUNC-SORT OR LK-FUNC-SPLIT
002680         PERFORM 1000-SPLIT-INPUT THRU 1000-EXIT
002690         MOVE WS-PART-COUNT TO LK-PART-COUNT
002700         MOVE WS-SPLIT-TOTAL TO LK-NUM-RECS
002710         IF LK-PART-RC NOT = 0 OR LK-FUNC-SPLIT
002720             GO TO 0000-EXIT
002730         END-IF
002740     END-IF.
002750     IF LK-FUNC-SORT OR LK-FUNC-RUN
002760         PERFORM 3000-RUN-PARTITIONS THRU 3000-EXIT
002770         IF LK-PART-RC NOT = 0 OR LK-FUNC-RUN
002780             GO TO 0000-EXIT
002790         END-IF
002800     END-IF.
002810     PERFORM 4000-MERGE-PARTITIONS THRU 4000-EXIT.
002820     MOVE WS-MERGE-NUMRECS TO LK-NUM-RECS.
002830 0000-EXIT.
002840     GOBACK.
002850*
002860*---------------------------------------------------------------*
002870* SPLIT: SAMPLE THE FIRST KEY, CHOOSE THE BOUNDARIES, THEN      *
002880* DEAL EVERY RECORD OUT TO ITS PARTITION AND WRITE THE CARDS.   *
002890*---------------------------------------------------------------*
002900 1000-SPLIT-INPUT.
002910     MOVE 4 TO WS-WANTED-PARTS.
002920     MOVE SPACES TO WS-ENV-VALUE.
002930     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SORT-PARTITIONS".
002940     IF WS-ENV-VALUE(1:1) NUMERIC
002950         MOVE WS-ENV-VALUE(1:1) TO WS-PARTS-DISP
002960         IF WS-PARTS-DISP >= 2 AND WS-PARTS-DISP <= 8
002970             MOVE WS-PARTS-DISP TO WS-WANTED-PARTS
002980         END-IF
002990     END-IF.
003000     MOVE 0 TO WS-PART-COUNT, WS-SPLIT-TOTAL, WS-SAMPLE-COUNT,
003010               WS-BOUND-COUNT, WS-READ-COUNT.
003020     MOVE 1 TO WS-SAMPLE-STEP.
003030     MOVE LK-INFILE TO WS-PART-IN-NAME.
003040     OPEN INPUT PART-IN-FILE.
003050     IF NOT WS-PART-IN-OK
003060         DISPLAY "PARTSORT - CANNOT OPEN ", LK-INFILE
003070         MOVE 12 TO LK-PART-RC
003080         GO TO 1000-EXIT
003090     END-IF.
003100     MOVE "N" TO WS-IN-AT-EOF-SW.
003110     PERFORM 1100-SAMPLE-ONE-RECORD THRU 1100-EXIT
003120         UNTIL WS-IN-AT-EOF.
003130     CLOSE PART-IN-FILE.
003140     PERFORM 1300-ORDER-SAMPLE THRU 1300-EXIT
003150         VARYING WS-SAMPLE-SUB FROM 2 BY 1
003160         UNTIL WS-SAMPLE-SUB > WS-SAMPLE-COUNT.
003170     PERFORM 1500-PICK-BOUNDARY THRU 1500-EXIT
003180         VARYING WS-PART-SUB FROM 1 BY 1
003190         UNTIL WS-PART-SUB >= WS-WANTED-PARTS.
003200     COMPUTE WS-PART-COUNT = WS-BOUND-COUNT + 1.
003210     PERFORM 1600-NAME-PARTITION THRU 1600-EXIT
003220         VARYING WS-PART-IDX FROM 1 BY 1
003230         UNTIL WS-PART-IDX > WS-PART-COUNT.
003240     PERFORM 1700-DEAL-RECORDS THRU 1700-EXIT.
003250     PERFORM 1900-WRITE-JOB-CARD THRU 1900-EXIT
003260         VARYING WS-PART-IDX FROM 1 BY 1
003270         UNTIL WS-PART-IDX > WS-PART-COUNT.
003280     MOVE WS-SPLIT-TOTAL TO WS-COUNT-DISP.
003290     MOVE WS-PART-COUNT TO WS-PARTS-DISP.
003300     DISPLAY "PARTSORT - ", WS-COUNT-DISP, " RECORDS SPLIT INTO ",
003310         WS-PARTS-DISP, " PARTITIONS".
003320 1000-EXIT.
003330     EXIT.
003340*
003350*    A TRAILER ENDS THE INPUT THE SAME WAY IT DOES IN SRTMERGE;
003360*    THE MERGE WRITES THE ONE TRAILER THE OUTPUT CARRIES.
003370 1100-SAMPLE-ONE-RECORD.
003380     READ PART-IN-FILE
003390         AT END
003400             SET WS-IN-AT-EOF TO TRUE
003410             GO TO 1100-EXIT
003420     END-READ.
003430     MOVE PART-IN-RECORD TO SAMP-TRAILER-RECORD.
003440     IF SAMP-IS-TRAILER
003450         SET WS-IN-AT-EOF TO TRUE
003460         GO TO 1100-EXIT
003470     END-IF.
003480     IF WS-SAMPLE-COUNT = 512
003490         PERFORM 1200-THIN-SAMPLE THRU 1200-EXIT
003500     END-IF.
003510     DIVIDE WS-READ-COUNT BY WS-SAMPLE-STEP
003520         GIVING WS-READ-QUOTIENT REMAINDER WS-READ-REMAINDER.
003530     ADD 1 TO WS-READ-COUNT.
003540     IF WS-READ-REMAINDER NOT = 0
003550         GO TO 1100-EXIT
003560     END-IF.
003570     ADD 1 TO WS-SAMPLE-COUNT.
003580     MOVE SPACES TO WS-SAMPLE-ENTRY(WS-SAMPLE-COUNT).
003590     MOVE PART-IN-RECORD(1:WS-IN-REC-LEN)
003600         TO WS-SAMPLE-ENTRY(WS-SAMPLE-COUNT).
003610 1100-EXIT.
003620     EXIT.
003630*
003640*    KEEPS ENTRIES 1, 3, 5 ... AND DOUBLES THE STEP.  THE KEPT
003650*    ENTRIES ARE EXACTLY THE RECORDS THE DOUBLED STEP TAKES.
003660 1200-THIN-SAMPLE.
003670     MOVE 0 TO WS-SAMPLE-TO.
003680     PERFORM 1210-KEEP-ONE-SAMPLE THRU 1210-EXIT
003690         VARYING WS-SAMPLE-SUB FROM 1 BY 2
003700         UNTIL WS-SAMPLE-SUB > WS-SAMPLE-COUNT.
003710     MOVE WS-SAMPLE-TO TO WS-SAMPLE-COUNT.
003720     MULTIPLY 2 BY WS-SAMPLE-STEP.
003730 1200-EXIT.
003740     EXIT.
003750*
003760 1210-KEEP-ONE-SAMPLE.
003770     ADD 1 TO WS-SAMPLE-TO.
003780     MOVE WS-SAMPLE-ENTRY(WS-SAMPLE-SUB)
003790         TO WS-SAMPLE-ENTRY(WS-SAMPLE-TO).
003800 1210-EXIT.
003810     EXIT.
003820*
003830*    INSERTION SORT OF THE SAMPLE INTO SORT ORDER ON THE FIRST
003840*    KEY.  ENTRY WS-SAMPLE-SUB IS SLID DOWN PAST EVERY EARLIER
003850*    ENTRY THAT SORTS AFTER IT.
003860 1300-ORDER-SAMPLE.
003870     MOVE WS-SAMPLE-ENTRY(WS-SAMPLE-SUB) TO WS-SAMPLE-HOLD.
003880     MOVE WS-SAMPLE-SUB TO WS-SAMPLE-INSERT.
003890     MOVE "N" TO WS-NOT-AFTER-SW.
003900     PERFORM 1310-SLIDE-ONE-ENTRY THRU 1310-EXIT
003910         UNTIL WS-SAMPLE-INSERT = 1 OR WS-NOT-AFTER.
003920     MOVE WS-SAMPLE-HOLD TO WS-SAMPLE-ENTRY(WS-SAMPLE-INSERT).
003930 1300-EXIT.
003940     EXIT.
003950*
003960 1310-SLIDE-ONE-ENTRY.
003970     COMPUTE WS-SAMPLE-TO = WS-SAMPLE-INSERT - 1.
003980     MOVE WS-SAMPLE-ENTRY(WS-SAMPLE-TO) TO WS-CMP-REC1.
003990     MOVE WS-SAMPLE-HOLD TO WS-CMP-REC2.
004000     PERFORM 8000-COMPARE-FIRST-KEY THRU 8000-EXIT.
004010     IF WS-NOT-AFTER
004020         GO TO 1310-EXIT
004030     END-IF.
004040     MOVE WS-SAMPLE-ENTRY(WS-SAMPLE-TO)
004050         TO WS-SAMPLE-ENTRY(WS-SAMPLE-INSERT).
004060     MOVE WS-SAMPLE-TO TO WS-SAMPLE-INSERT.
004070 1310-EXIT.
004080     EXIT.
004090*
004100*    BOUNDARY N IS THE SAMPLE ENTRY N/PARTS OF THE WAY UP.  A
004110*    BOUNDARY THAT SORTS LEVEL WITH THE ONE BEFORE IT WOULD CUT
004120*    AN EMPTY RANGE, SO IT IS DROPPED AND ONE FEWER PARTITION
004130*    IS USED.
004140 1500-PICK-BOUNDARY.
004150     IF WS-SAMPLE-COUNT = 0
004160         GO TO 1500-EXIT
004170     END-IF.
004180     COMPUTE WS-BOUND-PICK =
004190         (WS-PART-SUB * WS-SAMPLE-COUNT) / WS-WANTED-PARTS.
004200     IF WS-BOUND-PICK < 1
004210         MOVE 1 TO WS-BOUND-PICK
004220     END-IF.
004230     IF WS-BOUND-COUNT > 0
004240         MOVE WS-BOUND-ENTRY(WS-BOUND-COUNT) TO WS-CMP-REC1
004250         MOVE WS-SAMPLE-ENTRY(WS-BOUND-PICK) TO WS-CMP-REC2
004260         CALL "KEYCMP" USING WS-CMP-REC1, WS-CMP-REC2,
004270                             CTL-KEY-TABLE, CTL-OPTIONS,
004280                             WS-KEY-IDX, WS-CMP-RESULT
004290         IF WS-CMP-RESULT = 0
004300             GO TO 1500-EXIT
004310         END-IF
004320     END-IF.
004330     ADD 1 TO WS-BOUND-COUNT.
004340     MOVE WS-SAMPLE-ENTRY(WS-BOUND-PICK)
004350         TO WS-BOUND-ENTRY(WS-BOUND-COUNT).
004360 1500-EXIT.
004370     EXIT.
004380*
004390 1600-NAME-PARTITION.
004400     SET WS-NAME-NUMBER TO WS-PART-IDX.
004410     MOVE SPACES TO WS-BASE-NAME.
004420     STRING "PSRT" WS-NAME-NUMBER "I.DAT" DELIMITED BY SIZE
004430         INTO WS-BASE-NAME.
004440     CALL "WORKNAME" USING WS-BASE-NAME, WS-QUALIFIED-NAME.
004450     MOVE WS-QUALIFIED-NAME TO WS-PART-INFILE(WS-PART-IDX).
004460     MOVE SPACES TO WS-BASE-NAME.
004470     STRING "PSRT" WS-NAME-NUMBER "O.DAT" DELIMITED BY SIZE
004480         INTO WS-BASE-NAME.
004490     CALL "WORKNAME" USING WS-BASE-NAME, WS-QUALIFIED-NAME.
004500     MOVE WS-QUALIFIED-NAME TO WS-PART-OUTFILE(WS-PART-IDX).
004510     MOVE SPACES TO WS-BASE-NAME.
004520     STRING "PSRT" WS-NAME-NUMBER "M.DAT" DELIMITED BY SIZE
004530         INTO WS-BASE-NAME.
004540     CALL "WORKNAME" USING WS-BASE-NAME, WS-QUALIFIED-NAME.
004550     MOVE WS-QUALIFIED-NAME TO WS-PART-MERGED(WS-PART-IDX).
004560     MOVE SPACES TO WS-BASE-NAME.
004570     STRING "PSRT" WS-NAME-NUMBER ".JOB" DELIMITED BY SIZE
004580         INTO WS-BASE-NAME.
004590     CALL "WORKNAME" USING WS-BASE-NAME, WS-QUALIFIED-NAME.
004600     MOVE WS-QUALIFIED-NAME TO WS-PART-CARD(WS-PART-IDX).
004610     MOVE SPACES TO WS-BASE-NAME.
004620     STRING "PSRT" WS-NAME-NUMBER ".END" DELIMITED BY SIZE
004630         INTO WS-BASE-NAME.
004640     CALL "WORKNAME" USING WS-BASE-NAME, WS-QUALIFIED-NAME.
004650     MOVE WS-QUALIFIED-NAME TO WS-PART-ENDFILE(WS-PART-IDX).
004660     MOVE 0 TO WS-PART-RECORDS(WS-PART-IDX),
004670               WS-PART-RC(WS-PART-IDX).
004680     MOVE "N" TO WS-PART-DONE-SW(WS-PART-IDX).
004690 1600-EXIT.
004700     EXIT.
004710*
004720 1700-DEAL-RECORDS.
004730     MOVE WS-PART-INFILE(1) TO WS-OUT-NAME-1.
004740     MOVE WS-PART-INFILE(2) TO WS-OUT-NAME-2.
004750     MOVE WS-PART-INFILE(3) TO WS-OUT-NAME-3.
004760     MOVE WS-PART-INFILE(4) TO WS-OUT-NAME-4.
004770     MOVE WS-PART-INFILE(5) TO WS-OUT-NAME-5.
004780     MOVE WS-PART-INFILE(6) TO WS-OUT-NAME-6.
004790     MOVE WS-PART-INFILE(7) TO WS-OUT-NAME-7.
004800     MOVE WS-PART-INFILE(8) TO WS-OUT-NAME-8.
004810     OPEN OUTPUT PART-OUT-1.
004820     OPEN OUTPUT PART-OUT-2.
004830     IF WS-PART-COUNT > 2
004840         OPEN OUTPUT PART-OUT-3
004850     END-IF.
004860     IF WS-PART-COUNT > 3
004870         OPEN OUTPUT PART-OUT-4
004880     END-IF.
004890     IF WS-PART-COUNT > 4
004900         OPEN OUTPUT PART-OUT-5
004910     END-IF.
004920     IF WS-PART-COUNT > 5
004930         OPEN OUTPUT PART-OUT-6
004940     END-IF.
004950     IF WS-PART-COUNT > 6
004960         OPEN OUTPUT PART-OUT-7
004970     END-IF.
004980     IF WS-PART-COUNT > 7
004990         OPEN OUTPUT PART-OUT-8
005000     END-IF.
005010     OPEN INPUT PART-IN-FILE.
005020     MOVE "N" TO WS-IN-AT-EOF-SW.
005030     PERFORM 1800-DEAL-ONE-RECORD THRU 1800-EXIT
005040         UNTIL WS-IN-AT-EOF.
005050     CLOSE PART-IN-FILE.
005060     CLOSE PART-OUT-1.
005070     CLOSE PART-OUT-2.
005080     IF WS-PART-COUNT > 2
005090         CLOSE PART-OUT-3
005100     END-IF.
005110     IF WS-PART-COUNT > 3
005120         CLOSE PART-OUT-4
005130     END-IF.
005140     IF WS-PART-COUNT > 4
005150         CLOSE PART-OUT-5
005160     END-IF.
005170     IF WS-PART-COUNT > 5
005180         CLOSE PART-OUT-6
005190     END-IF.
005200     IF WS-PART-COUNT > 6
005210         CLOSE PART-OUT-7
005220     END-IF.
005230     IF WS-PART-COUNT > 7
005240         CLOSE PART-OUT-8
005250     END-IF.
005260 1700-EXIT.
005270     EXIT.
005280*
005290*    PARTITION N HOLDS THE RECORDS THAT DO NOT SORT AFTER
005300*    BOUNDARY N BUT DO SORT AFTER BOUNDARY N-1; THE LAST
005310*    PARTITION TAKES EVERYTHING PAST THE LAST BOUNDARY.
005320 1800-DEAL-ONE-RECORD.
005330     READ PART-IN-FILE
005340         AT END
005350             SET WS-IN-AT-EOF TO TRUE
005360             GO TO 1800-EXIT
005370     END-READ.
005380     MOVE PART-IN-RECORD TO SAMP-TRAILER-RECORD.
005390     IF SAMP-IS-TRAILER
005400         SET WS-IN-AT-EOF TO TRUE
005410         GO TO 1800-EXIT
005420     END-IF.
005430     MOVE SPACES TO WS-CMP-REC1.
005440     MOVE PART-IN-RECORD(1:WS-IN-REC-LEN) TO WS-CMP-REC1.
005450     MOVE WS-PART-COUNT TO WS-PART-SUB.
005460     MOVE "N" TO WS-NOT-AFTER-SW.
005470     PERFORM 1810-TRY-BOUNDARY THRU 1810-EXIT
005480         VARYING WS-BOUND-SUB FROM 1 BY 1
005490         UNTIL WS-BOUND-SUB > WS-BOUND-COUNT
005500            OR WS-NOT-AFTER.
005510     MOVE WS-IN-REC-LEN TO WS-OUT-REC-LEN.
005520     EVALUATE WS-PART-SUB
005530         WHEN 1
005540             MOVE PART-IN-RECORD TO PART-OUT-1-RECORD
005550             WRITE PART-OUT-1-RECORD
005560         WHEN 2
005570             MOVE PART-IN-RECORD TO PART-OUT-2-RECORD
005580             WRITE PART-OUT-2-RECORD
005590         WHEN 3
005600             MOVE PART-IN-RECORD TO PART-OUT-3-RECORD
005610             WRITE PART-OUT-3-RECORD
005620         WHEN 4
005630             MOVE PART-IN-RECORD TO PART-OUT-4-RECORD
005640             WRITE PART-OUT-4-RECORD
005650         WHEN 5
005660             MOVE PART-IN-RECORD TO PART-OUT-5-RECORD
005670             WRITE PART-OUT-5-RECORD
005680         WHEN 6
005690             MOVE PART-IN-RECORD TO PART-OUT-6-RECORD
005700             WRITE PART-OUT-6-RECORD
005710         WHEN 7
005720             MOVE PART-IN-RECORD TO PART-OUT-7-RECORD
005730             WRITE PART-OUT-7-RECORD
005740         WHEN OTHER
005750             MOVE PART-IN-RECORD TO PART-OUT-8-RECORD
005760             WRITE PART-OUT-8-RECORD
005770     END-EVALUATE.
005780     SET WS-PART-IDX TO WS-PART-SUB.
005790     ADD 1 TO WS-PART-RECORDS(WS-PART-IDX).
005800     ADD 1 TO WS-SPLIT-TOTAL.
005810 1800-EXIT.
005820     EXIT.
005830*
005840 1810-TRY-BOUNDARY.
005850     MOVE WS-BOUND-ENTRY(WS-BOUND-SUB) TO WS-CMP-REC2.
005860     PERFORM 8000-COMPARE-FIRST-KEY THRU 8000-EXIT.
005870     IF WS-NOT-AFTER
005880         MOVE WS-BOUND-SUB TO WS-PART-SUB
005890     END-IF.
005900 1810-EXIT.
005910     EXIT.
005920*
005930*    THE CARD CARRIES CTL-STMT WITHOUT ANY VENDOR TERMINATOR;
005940*    PARTJOB ADDS ONE WHERE ITS PLATFORM NEEDS IT.  THE END FILE
005950*    IS EMPTIED HERE SO AN ANSWER LEFT BY AN EARLIER RUN IS NOT
005960*    TAKEN FOR THIS ONE.
005970 1900-WRITE-JOB-CARD.
005980     MOVE SPACES TO PART-JOB-CARD.
005990     MOVE LK-PLATFORM TO PART-CARD-PLATFORM.
006000     SET PART-CARD-NUMBER TO WS-PART-IDX.
006010     MOVE WS-PART-INFILE(WS-PART-IDX) TO PART-CARD-INFILE.
006020     MOVE WS-PART-OUTFILE(WS-PART-IDX) TO PART-CARD-OUTFILE.
006030     MOVE WS-PART-ENDFILE(WS-PART-IDX) TO PART-CARD-ENDFILE.
006040     MOVE WS-PART-RECORDS(WS-PART-IDX) TO PART-CARD-RECORDS.
006050     MOVE LK-CTL-STMT TO PART-CARD-CTL-STMT.
006060     INSPECT PART-CARD-CTL-STMT REPLACING ALL "/" BY SPACE.
006070     MOVE WS-PART-CARD(WS-PART-IDX) TO WS-PART-WORK-NAME.
006080     OPEN OUTPUT PART-WORK-FILE.
006090     MOVE PART-JOB-CARD TO PART-WORK-RECORD.
006100     WRITE PART-WORK-RECORD.
006110     CLOSE PART-WORK-FILE.
006120     MOVE WS-PART-ENDFILE(WS-PART-IDX) TO WS-PART-WORK-NAME.
006130     OPEN OUTPUT PART-WORK-FILE.
006140     CLOSE PART-WORK-FILE.
006150 1900-EXIT.
006160     EXIT.
006170*
006180*---------------------------------------------------------------*
006190* RUN: START ONE PARTJOB PER NON-EMPTY PARTITION, THEN WAIT FOR *
006200* EVERY END FILE TO ANSWER.                                     *
006210*---------------------------------------------------------------*
006220 3000-RUN-PARTITIONS.
006230     MOVE SPACES TO WS-PART-CMD.
006240     ACCEPT WS-PART-CMD FROM ENVIRONMENT "SORT-PARTCMD".
006250     IF WS-PART-CMD = SPACES
006260         MOVE "PARTJOB" TO WS-PART-CMD
006270     END-IF.
006280     MOVE 3600 TO WS-WAIT-LIMIT.
006290     MOVE SPACES TO WS-ENV-VALUE.
006300     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SORT-PARTWAIT".
006310     IF WS-ENV-VALUE NOT = SPACES
006320         MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-WAIT-LIMIT
006330     END-IF.
006340     PERFORM 3100-START-ONE-JOB THRU 3100-EXIT
006350         VARYING WS-PART-IDX FROM 1 BY 1
006360         UNTIL WS-PART-IDX > WS-PART-COUNT.
006370     MOVE 0 TO WS-WAITED.
006380     PERFORM 3200-POLL-END-FILES THRU 3200-EXIT.
006390     PERFORM 3300-WAIT-ONE-INTERVAL THRU 3300-EXIT
006400         UNTIL WS-OPEN-JOBS = 0
006410            OR WS-WAITED >= WS-WAIT-LIMIT.
006420     IF WS-OPEN-JOBS > 0
006430         MOVE WS-OPEN-JOBS TO WS-PARTS-DISP
006440         DISPLAY "PARTSORT - ", WS-PARTS-DISP,
006450             " PARTITION JOB(S) DID NOT FINISH WITHIN ",
006460             "SORT-PARTWAIT, ABENDING"
006470         MOVE 16 TO LK-PART-RC
006480         GO TO 3000-EXIT
006490     END-IF.
006500     PERFORM 3400-CHECK-ONE-RESULT THRU 3400-EXIT
006510         VARYING WS-PART-IDX FROM 1 BY 1
006520         UNTIL WS-PART-IDX > WS-PART-COUNT.
006530 3000-EXIT.
006540     EXIT.
006550*
006560*    AN EMPTY PARTITION HAS NOTHING TO SORT; ITS SORTED FILE IS
006570*    WRITTEN EMPTY HERE AND IT COUNTS AS ANSWERED.
006580 3100-START-ONE-JOB.
006590     IF WS-PART-RECORDS(WS-PART-IDX) = 0
006600         MOVE WS-PART-OUTFILE(WS-PART-IDX) TO WS-PART-WORK-NAME
006610         OPEN OUTPUT PART-WORK-FILE
006620         CLOSE PART-WORK-FILE
006630         SET WS-PART-DONE(WS-PART-IDX) TO TRUE
006640         GO TO 3100-EXIT
006650     END-IF.
006660     MOVE SPACES TO WS-COMMAND.
006670     STRING WS-PART-CMD DELIMITED BY "  "
006680            " " DELIMITED BY SIZE
006690            WS-PART-CARD(WS-PART-IDX) DELIMITED BY SPACE
006700            " &" DELIMITED BY SIZE
006710         INTO WS-COMMAND.
006720     SET WS-NAME-NUMBER TO WS-PART-IDX.
006730     DISPLAY "PARTSORT - STARTING PARTITION ", WS-NAME-NUMBER,
006740         ": ", WS-COMMAND.
006750     CALL "SYSTEM" USING WS-COMMAND.
006760 3100-EXIT.
006770     EXIT.
006780*
006790 3200-POLL-END-FILES.
006800     MOVE 0 TO WS-OPEN-JOBS.
006810     PERFORM 3210-POLL-ONE-END-FILE THRU 3210-EXIT
006820         VARYING WS-PART-IDX FROM 1 BY 1
006830         UNTIL WS-PART-IDX > WS-PART-COUNT.
006840 3200-EXIT.
006850     EXIT.
006860*
006870 3210-POLL-ONE-END-FILE.
006880     IF WS-PART-DONE(WS-PART-IDX)
006890         GO TO 3210-EXIT
006900     END-IF.
006910     MOVE WS-PART-ENDFILE(WS-PART-IDX) TO WS-PART-WORK-NAME.
006920     OPEN INPUT PART-WORK-FILE.
006930     IF NOT WS-PART-WORK-OK
006940         ADD 1 TO WS-OPEN-JOBS
006950         GO TO 3210-EXIT
006960     END-IF.
006970     MOVE SPACES TO PART-WORK-RECORD.
006980     READ PART-WORK-FILE
006990         AT END
007000             MOVE SPACES TO PART-WORK-RECORD
007010     END-READ.
007020     CLOSE PART-WORK-FILE.
007030     MOVE PART-WORK-RECORD TO PART-END-RECORD.
007040     IF NOT PART-END-DONE
007050         OR PART-END-RC NOT NUMERIC
007060         OR PART-END-RECORDS NOT NUMERIC
007070         ADD 1 TO WS-OPEN-JOBS
007080         GO TO 3210-EXIT
007090     END-IF.
007100     MOVE PART-END-RC TO WS-PART-RC(WS-PART-IDX).
007110     SET WS-PART-DONE(WS-PART-IDX) TO TRUE.
007120 3210-EXIT.
007130     EXIT.
007140*
007150 3300-WAIT-ONE-INTERVAL.
007160     CALL "C$SLEEP" USING WS-POLL-WAIT.
007170     ADD WS-POLL-WAIT TO WS-WAITED.
007180     PERFORM 3200-POLL-END-FILES THRU 3200-EXIT.
007190 3300-EXIT.
007200     EXIT.
007210*
007220 3400-CHECK-ONE-RESULT.
007230     IF WS-PART-RC(WS-PART-IDX) = 0
007240         GO TO 3400-EXIT
007250     END-IF.
007260     SET WS-NAME-NUMBER TO WS-PART-IDX.
007270     MOVE WS-PART-RC(WS-PART-IDX) TO WS-COUNT-DISP.
007280     DISPLAY "PARTSORT - PARTITION ", WS-NAME-NUMBER,
007290         " SORT FAILED, RC = ", WS-COUNT-DISP.
007300     IF WS-PART-RC(WS-PART-IDX) > LK-PART-RC
007310         MOVE WS-PART-RC(WS-PART-IDX) TO LK-PART-RC
007320     END-IF.
007330 3400-EXIT.
007340     EXIT.
007350*
007360*---------------------------------------------------------------*
007370* MERGE: SRTMERGE FOLDS THE SORTED PARTITIONS TOGETHER IN ORDER,*
007380* THE LAST PASS WRITING LK-OUTFILE.  A SINGLE PARTITION IS      *
007390* MERGED WITH AN EMPTY FILE SO IT STILL GETS ITS TRAILER THE    *
007400* SAME WAY.                                                     *
007410*---------------------------------------------------------------*
007420 4000-MERGE-PARTITIONS.
007430     MOVE 0 TO WS-MERGE-NUMRECS.
007440     MOVE WS-PART-OUTFILE(1) TO WS-MERGE-IN1.
007450     IF WS-PART-COUNT = 1
007460         MOVE "PSRT00O.DAT" TO WS-BASE-NAME
007470         CALL "WORKNAME" USING WS-BASE-NAME, WS-EMPTY-FILE
007480         MOVE WS-EMPTY-FILE TO WS-PART-WORK-NAME
007490         OPEN OUTPUT PART-WORK-FILE
007500         CLOSE PART-WORK-FILE
007510         CALL "SRTMERGE" USING WS-MERGE-IN1,
007520                               WS-EMPTY-FILE,
007530                               LK-OUTFILE,
007540                               CTL-KEY-TABLE,
007550                               CTL-OPTIONS,
007560                               WS-MERGE-NUMRECS,
007570                               WS-MERGE-RETCODE
007580     ELSE
007590         MOVE 0 TO WS-MERGE-RETCODE
007600         PERFORM 4100-MERGE-ONE-PARTITION THRU 4100-EXIT
007610             VARYING WS-PART-IDX FROM 2 BY 1
007620             UNTIL WS-PART-IDX > WS-PART-COUNT
007630                OR NOT WS-MERGE-OK
007640     END-IF.
007650     IF NOT WS-MERGE-OK
007660         DISPLAY "PARTSORT - MERGE OF THE SORTED PARTITIONS ",
007670             "FAILED, ABENDING"
007680         MOVE 16 TO LK-PART-RC
007690         GO TO 4000-EXIT
007700     END-IF.
007710     IF WS-MERGE-NUMRECS NOT = WS-SPLIT-TOTAL
007720         MOVE WS-MERGE-NUMRECS TO WS-COUNT-DISP
007730         DISPLAY "PARTSORT - MERGED ", WS-COUNT-DISP,
007740             " RECORDS, NOT THE NUMBER SPLIT, ABENDING"
007750         MOVE 16 TO LK-PART-RC
007760     END-IF.
007770 4000-EXIT.
007780     EXIT.
007790*
007800 4100-MERGE-ONE-PARTITION.
007810     IF WS-PART-IDX = WS-PART-COUNT
007820         CALL "SRTMERGE" USING WS-MERGE-IN1,
007830                               WS-PART-OUTFILE(WS-PART-IDX),
007840                               LK-OUTFILE,
007850                               CTL-KEY-TABLE,
007860                               CTL-OPTIONS,
007870                               WS-MERGE-NUMRECS,
007880                               WS-MERGE-RETCODE
007890     ELSE
007900         CALL "SRTMERGE" USING WS-MERGE-IN1,
007910                               WS-PART-OUTFILE(WS-PART-IDX),
007920                               WS-PART-MERGED(WS-PART-IDX),
007930                               CTL-KEY-TABLE,
007940                               CTL-OPTIONS,
007950                               WS-MERGE-NUMRECS,
007960                               WS-MERGE-RETCODE
007970         MOVE WS-PART-MERGED(WS-PART-IDX) TO WS-MERGE-IN1
007980     END-IF.
007990 4100-EXIT.
008000     EXIT.
008010*
008020*    SETS WS-NOT-AFTER WHEN WS-CMP-REC1 DOES NOT SORT AFTER
008030*    WS-CMP-REC2 ON THE FIRST KEY, IN THAT KEY'S OWN DIRECTION.
008040 8000-COMPARE-FIRST-KEY.
008050     CALL "KEYCMP" USING WS-CMP-REC1, WS-CMP-REC2,
008060                         CTL-KEY-TABLE, CTL-OPTIONS,
008070                         WS-KEY-IDX, WS-CMP-RESULT.
008080     MOVE "N" TO WS-NOT-AFTER-SW.
008090     IF CTL-KEY-ASCENDING(1)
008100         IF WS-CMP-RESULT <= 0
008110             SET WS-NOT-AFTER TO TRUE
008120         END-IF
008130     ELSE
008140         IF WS-CMP-RESULT >= 0
008150             SET WS-NOT-AFTER TO TRUE
008160         END-IF
008170     END-IF.
008180 8000-EXIT.
008190     EXIT.
