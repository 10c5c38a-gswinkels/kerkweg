000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ARRWATCH.
000030 AUTHOR.        G. SWINKELS, DATA PROCESSING.
000040 INSTALLATION.  DATA PROCESSING DEPT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*MODIFICATION HISTORY
000090*--------------------
000100*10/15/2026  GS   ORIGINAL.  WATCHES FOR THE NIGHT'S UPSTREAM
000110*                 EXTRACTS AND STARTS XCHAIN ONLY ONCE THEY HAVE
000120*                 ALL LANDED, SO A LATE EXTRACT IS CAUGHT BY THE
000130*                 CLOCK INSTEAD OF BY HDRCHK OR BY WHOEVER LOOKS
000140*                 AT 5AM.  THE SCHEDULER RUNS THIS IN PLACE OF
000150*                 XCHAIN.  THE EXTRACTS EXPECTED ARE LISTED ONE
000160*                 PER LINE IN THE WATCH LIST (SEE BELOW).  AN
000170*                 EXTRACT HAS ARRIVED ONCE IT OPENS AND HAS A
000180*                 FIRST RECORD; ITS SOURCE SYSTEM IS THEN TAKEN
000190*                 FROM SAMP-HEADER-SOURCE-SYS AND THAT SYSTEM'S
000200*                 READY FILE, <SOURCE-SYS>.RDY, IS WAITED FOR
000210*                 TOO, SINCE ONLY THE SENDER KNOWS THE EXTRACT
000220*                 IS COMPLETE.  EACH EXTRACT AND READY FILE IS
000230*                 LOGGED TO ARRIVAL.LOG AS IT LANDS -- ON-TIME
000240*                 BEFORE THE WARNING TIME, LATE BEFORE THE
000250*                 DEADLINE, BREACH AFTER IT -- AND ANYTHING
000260*                 STILL OUTSTANDING AT THE CUTOFF IS LOGGED
000270*                 MISSED, SO THE LOG SHOWS THE UPSTREAM TEAMS
000280*                 HOW OFTEN THEY MISS THEIR WINDOW.  NOTIFY IS
000290*                 CALLED WITH RETCODE 4 AT THE WARNING TIME, 8
000300*                 AT THE DEADLINE AND 16 AT THE CUTOFF WHILE
000310*                 ANYTHING IS OUTSTANDING, AND WITH ZERO WHEN
000320*                 A LATE NIGHT FINALLY CLEARS.  AT THE CUTOFF
000330*                 THE CHAIN IS NOT STARTED AND THE RETURN-CODE
000340*                 IS 16; A MISSING OR EMPTY WATCH LIST IS 12.
000350*                 OTHERWISE THE RETURN-CODE IS THE CHAIN'S OWN.
000360*
000361*10/15/2026  GS   AN EXTRACT HAS NOW ARRIVED ONLY WHEN ITS HEADER
000361*                 CARRIES THE RUN DATE (SORT-RUNDATE, OR TODAY),
000362*                 THE DATE HDRCHK WILL EXPECT; ONE STILL HOLDING
000363*                 AN EARLIER NIGHT'S EXTRACT IS WAITED ON LIKE A
000364*                 MISSING ONE AND LOGGED STALE AT THE CUTOFF.
000365*                 ONCE EVERYTHING HAS ARRIVED THE READY FILES
000366*                 ARE DELETED AS THE CHAIN IS HANDED ON, SO A
000367*                 READY FILE FOUND ON A LATER NIGHT IS THAT
000368*                 NIGHT'S.
000368*
000370*---------------------------------------------------------------*
000380*WATCH LIST FORMAT (ONE EXPECTED EXTRACT PER LINE)              *
000390*    POSITIONS  1-15  EXTRACT FILE NAME; BLANK LINES IGNORED    *
000400*THE WATCH LIST NAME COMES FROM ARRIVE-LIST, OR "ARRWATCH.CTL". *
000410*                                                               *
000420*ENVIRONMENT VARIABLES (TIMES ARE HHMM, EACH TAKEN AS ITS NEXT  *
000430*OCCURRENCE AFTER THE WATCHER STARTS, SO A 2200 START WITH A    *
000440*0300 WARNING MEANS 0300 TOMORROW)                              *
000450*    ARRIVE-WARN      WARNING TIME          (DEFAULT 0300)      *
000460*    ARRIVE-DEADLINE  SLA DEADLINE          (DEFAULT 0500)      *
000470*    ARRIVE-CUTOFF    STOP WAITING          (DEFAULT 0700)      *
000480*    ARRIVE-POLL      SECONDS BETWEEN LOOKS (DEFAULT 60)        *
000490*    ARRIVE-CHAINCMD  COMMAND THAT STARTS THE CHAIN (DEFAULT    *
000500*                     "XCHAIN"); "NONE" ENDS RETURN-CODE 0 AND  *
000510*                     LEAVES THE START TO THE SCHEDULER         *
000520*---------------------------------------------------------------*
000530*
000540 ENVIRONMENT DIVISION.
000550 CONFIGURATION SECTION.
000560 SOURCE-COMPUTER.  IBM-PC.
000570 OBJECT-COMPUTER.  IBM-PC.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT WATCH-LIST-FILE ASSIGN TO WS-WATCH-LIST-NAME
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-WATCH-LIST-STATUS.
000630     SELECT PROBE-FILE ASSIGN TO WS-PROBE-NAME
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-PROBE-STATUS.
000660     SELECT ARRIVAL-FILE ASSIGN TO "ARRIVAL.LOG"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-ARRIVAL-STATUS.
000690*
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  WATCH-LIST-FILE.
000730 01  WATCH-LIST-RECORD           PIC X(80).
000740 FD  PROBE-FILE.
000750 01  PROBE-RECORD                PIC X(82).
000760 FD  ARRIVAL-FILE.
000770 01  ARRIVAL-LINE                PIC X(100).
000780*
000790 WORKING-STORAGE SECTION.
000800 01  WS-WATCH-LIST-NAME       PIC X(15).
000810 01  WS-WATCH-LIST-STATUS     PIC X(02).
000820     88  WS-WATCH-LIST-OK         VALUE "00".
000830     88  WS-WATCH-LIST-EOF        VALUE "10".
000840 01  WS-PROBE-NAME            PIC X(15).
000850 01  WS-PROBE-STATUS          PIC X(02).
000860     88  WS-PROBE-OK              VALUE "00".
000870 01  WS-ARRIVAL-STATUS        PIC X(02).
000880     88  WS-ARRIVAL-OK            VALUE "00".
000890     88  WS-ARRIVAL-NOT-FOUND     VALUE "35".
000900 01  WS-ENV-VALUE             PIC X(15).
000910 01  WS-TIMESTAMP             PIC X(21).
000920 01  WS-RUN-DATE              PIC X(08).
000930 01  WS-JOB-NAME              PIC X(08) VALUE "ARRWATCH".
000940 01  WS-OPERATOR-ID           PIC X(08) VALUE SPACES.
000950 01  WS-ALERT-RC              PIC 9(05).
000960 01  NOTIFY-STATUS            PIC 9(02).
000970 01  WS-FINAL-RC              PIC 9(05) VALUE 0.
000980 01  WS-RC-DISP               PIC 9(05).
000990*
001000*THE CLOCK.  EVERY TIME IS HELD AS MINUTES FROM MIDNIGHT OF THE
001010*DAY THE WATCHER STARTED, SO A NIGHT THAT CROSSES MIDNIGHT STILL
001020*COMPARES IN ORDER.
001030 01  WS-START-INT             PIC 9(08) COMP-5.
001040 01  WS-START-MIN             PIC 9(07) COMP-5.
001050 01  WS-NOW-DATE              PIC 9(08).
001060 01  WS-NOW-INT               PIC 9(08) COMP-5.
001070 01  WS-NOW-MIN               PIC 9(07) COMP-5.
001080 01  WS-NOW-HHMM              PIC 9(04).
001090 01  WS-NOW-HHMM-X REDEFINES WS-NOW-HHMM.
001100     05  WS-NOW-HH            PIC 9(02).
001110     05  WS-NOW-MM            PIC 9(02).
001120 01  WS-HHMM                  PIC 9(04).
001130 01  WS-HHMM-X REDEFINES WS-HHMM.
001140     05  WS-HHMM-HH           PIC 9(02).
001150     05  WS-HHMM-MM           PIC 9(02).
001160 01  WS-THRESHOLD-MIN         PIC 9(07) COMP-5.
001170 01  WS-WARN-MIN              PIC 9(07) COMP-5.
001180 01  WS-DEADLINE-MIN          PIC 9(07) COMP-5.
001190 01  WS-CUTOFF-MIN            PIC 9(07) COMP-5.
001200 01  WS-WARN-HHMM             PIC 9(04) VALUE 0300.
001210 01  WS-DEADLINE-HHMM         PIC 9(04) VALUE 0500.
001220 01  WS-CUTOFF-HHMM           PIC 9(04) VALUE 0700.
001230 01  WS-POLL-WAIT             PIC 9(04) COMP-5 VALUE 60.
001240*
001250*WS-ALERT-LEVEL IS HOW FAR THE NIGHT HAS ESCALATED: EACH LEVEL
001260*IS ALERTED ONCE, THE FIRST TIME THE CLOCK PASSES ITS TIME WITH
001270*ANYTHING STILL OUTSTANDING.
001280 01  WS-ALERT-LEVEL           PIC 9(01) VALUE 0.
001290     88  WS-NOT-ALERTED           VALUE 0.
001300     88  WS-WARNING-SENT          VALUE 1.
001310     88  WS-DEADLINE-SENT         VALUE 2.
001320     88  WS-CUTOFF-REACHED        VALUE 3.
001330 01  WS-OUTSTANDING           PIC 9(04) COMP-5 VALUE 0.
001340 01  WS-OUTSTANDING-DISP      PIC Z(03)9.
001350 01  WS-CHAIN-CMD             PIC X(40).
001360 01  WS-COMMAND               PIC X(80).
001370*
001380*THE EXTRACTS FROM THE WATCH LIST, AND THE SOURCE SYSTEMS THEIR
001390*HEADERS NAME.  A SOURCE SYSTEM SENDING SEVERAL EXTRACTS SENDS
001400*ONE READY FILE FOR ALL OF THEM.
001410 01  WS-EXTRACT-TABLE.
001420     05  WS-EXT-COUNT         PIC 9(02) COMP-5 VALUE 0.
001430     05  WS-EXT-ENTRY OCCURS 20 TIMES.
001440         10  WS-EXT-NAME      PIC X(15).
001450         10  WS-EXT-SOURCE    PIC X(08).
001460         10  WS-EXT-ARRIVED-SW PIC X(01).
001470             88  WS-EXT-ARRIVED   VALUE "Y".
001472             88  WS-EXT-STALE     VALUE "S".
001474         10  WS-EXT-DATE      PIC X(08).
001480 01  WS-EXT-IDX               PIC 9(02) COMP-5.
001490 01  WS-SOURCE-TABLE.
001500     05  WS-SRC-COUNT         PIC 9(02) COMP-5 VALUE 0.
001510     05  WS-SRC-ENTRY OCCURS 20 TIMES.
001520         10  WS-SRC-SYSTEM    PIC X(08).
001530         10  WS-SRC-READY-NAME PIC X(15).
001540         10  WS-SRC-ARRIVED-SW PIC X(01).
001550             88  WS-SRC-ARRIVED   VALUE "Y".
001560 01  WS-SRC-IDX               PIC 9(02) COMP-5.
001570 01  WS-SRC-FOUND-SW          PIC X(01).
001580     88  WS-SRC-FOUND             VALUE "Y".
001590*
001600*ONE ARRIVAL.LOG LINE, BUILT BY WHICHEVER PARAGRAPH SEES THE
001610*ARRIVAL (OR THE MISS) AND WRITTEN BY 2900-WRITE-ARRIVAL.
001620 01  WS-LOG-KIND              PIC X(07).
001630 01  WS-LOG-NAME              PIC X(15).
001640 01  WS-LOG-SOURCE            PIC X(08).
001650 01  WS-LOG-TIME              PIC X(14).
001660 01  WS-LOG-RESULT            PIC X(08).
001670*
001672*CBL_DELETE_FILE INTERFACE, FOR CLEARING THE READY FILES.
001674 01  WS-DELETE-NAME           PIC X(16).
001676 01  WS-DELETE-STATUS         PIC S9(09) COMP-5.
001678*
001680 COPY SAMPREC.
001690*
001700 PROCEDURE DIVISION.
001710*
001720 0000-MAINLINE.
001730     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001740     PERFORM 1100-LOAD-WATCH-LIST THRU 1100-EXIT.
001750     IF WS-EXT-COUNT = 0
001760         DISPLAY "ARRWATCH - NO EXTRACTS TO WATCH FOR IN ",
001770             WS-WATCH-LIST-NAME
001780         MOVE 12 TO RETURN-CODE
001790         STOP RUN
001800     END-IF.
001810     PERFORM 2000-POLL-ARRIVALS THRU 2000-EXIT.
001820     PERFORM 3000-CHECK-ESCALATION THRU 3000-EXIT.
001830     PERFORM 4000-WAIT-ONE-INTERVAL THRU 4000-EXIT
001840         UNTIL WS-OUTSTANDING = 0
001850            OR WS-CUTOFF-REACHED.
001860     IF WS-CUTOFF-REACHED
001870         PERFORM 5000-LOG-MISSED THRU 5000-EXIT
001880         MOVE 16 TO RETURN-CODE
001890         STOP RUN
001900     END-IF.
001910     IF NOT WS-NOT-ALERTED
001920         MOVE 0 TO WS-ALERT-RC
001930         PERFORM 3200-SEND-ALERT THRU 3200-EXIT
001940     END-IF.
001950     DISPLAY "ARRWATCH - ALL EXTRACTS AND READY FILES ARRIVED".
001960     PERFORM 6000-START-CHAIN THRU 6000-EXIT.
001970     MOVE WS-FINAL-RC TO RETURN-CODE.
001980     STOP RUN.
001990*
002000*---------------------------------------------------------------*
002010* INITIALIZE: RUN DATE, START TIME, AND THE THREE ESCALATION    *
002020* TIMES TURNED INTO MINUTES FROM THE START DAY'S MIDNIGHT.      *
002030*---------------------------------------------------------------*
002040 1000-INITIALIZE.
002050     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
002060     MOVE SPACES TO WS-ENV-VALUE.
002070     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SORT-RUNDATE".
002080     IF WS-ENV-VALUE NOT = SPACES
002090         MOVE WS-ENV-VALUE(1:8) TO WS-RUN-DATE
002100     ELSE
002110         MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE
002120     END-IF.
002130     MOVE WS-TIMESTAMP(1:8) TO WS-NOW-DATE.
002140     MOVE FUNCTION INTEGER-OF-DATE(WS-NOW-DATE) TO WS-START-INT.
002150     MOVE WS-TIMESTAMP(9:4) TO WS-NOW-HHMM.
002160     COMPUTE WS-START-MIN = WS-NOW-HH * 60 + WS-NOW-MM.
002170     MOVE SPACES TO WS-WATCH-LIST-NAME.
002180     ACCEPT WS-WATCH-LIST-NAME FROM ENVIRONMENT "ARRIVE-LIST".
002190     IF WS-WATCH-LIST-NAME = SPACES
002200         MOVE "ARRWATCH.CTL" TO WS-WATCH-LIST-NAME
002210     END-IF.
002220     MOVE SPACES TO WS-ENV-VALUE.
002230     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "ARRIVE-WARN".
002240     MOVE WS-WARN-HHMM TO WS-HHMM.
002250     PERFORM 1200-SET-THRESHOLD THRU 1200-EXIT.
002260     MOVE WS-HHMM TO WS-WARN-HHMM.
002270     MOVE WS-THRESHOLD-MIN TO WS-WARN-MIN.
002280     MOVE SPACES TO WS-ENV-VALUE.
002290     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "ARRIVE-DEADLINE".
002300     MOVE WS-DEADLINE-HHMM TO WS-HHMM.
002310     PERFORM 1200-SET-THRESHOLD THRU 1200-EXIT.
002320     MOVE WS-HHMM TO WS-DEADLINE-HHMM.
002330     MOVE WS-THRESHOLD-MIN TO WS-DEADLINE-MIN.
002340     MOVE SPACES TO WS-ENV-VALUE.
002350     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "ARRIVE-CUTOFF".
002360     MOVE WS-CUTOFF-HHMM TO WS-HHMM.
002370     PERFORM 1200-SET-THRESHOLD THRU 1200-EXIT.
002380     MOVE WS-HHMM TO WS-CUTOFF-HHMM.
002390     MOVE WS-THRESHOLD-MIN TO WS-CUTOFF-MIN.
002400     MOVE SPACES TO WS-ENV-VALUE.
002410     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "ARRIVE-POLL".
002420     IF WS-ENV-VALUE NOT = SPACES
002430         MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-POLL-WAIT
002440     END-IF.
002450     IF WS-POLL-WAIT = 0
002460         MOVE 60 TO WS-POLL-WAIT
002470     END-IF.
002480     MOVE SPACES TO WS-CHAIN-CMD.
002490     ACCEPT WS-CHAIN-CMD FROM ENVIRONMENT "ARRIVE-CHAINCMD".
002500     IF WS-CHAIN-CMD = SPACES
002510         MOVE "XCHAIN" TO WS-CHAIN-CMD
002520     END-IF.
002530     DISPLAY "ARRWATCH - RUN DATE ", WS-RUN-DATE,
002540         " WARN ", WS-WARN-HHMM, " DEADLINE ", WS-DEADLINE-HHMM,
002550         " CUTOFF ", WS-CUTOFF-HHMM.
002560 1000-EXIT.
002570     EXIT.
002580*
002590 1100-LOAD-WATCH-LIST.
002600     OPEN INPUT WATCH-LIST-FILE.
002610     IF NOT WS-WATCH-LIST-OK
002620         DISPLAY "ARRWATCH - CANNOT OPEN WATCH LIST ",
002630             WS-WATCH-LIST-NAME
002640         GO TO 1100-EXIT
002650     END-IF.
002660     PERFORM 1110-LOAD-ONE-EXTRACT THRU 1110-EXIT
002670         UNTIL WS-WATCH-LIST-EOF.
002680     CLOSE WATCH-LIST-FILE.
002690 1100-EXIT.
002700     EXIT.
002710*
002720 1110-LOAD-ONE-EXTRACT.
002730     READ WATCH-LIST-FILE
002740         AT END
002750             GO TO 1110-EXIT
002760     END-READ.
002770     IF WATCH-LIST-RECORD(1:15) = SPACES
002780         GO TO 1110-EXIT
002790     END-IF.
002800     IF WS-EXT-COUNT = 20
002810         DISPLAY "ARRWATCH - MORE THAN 20 EXTRACTS LISTED, ",
002820             WATCH-LIST-RECORD(1:15), " NOT WATCHED"
002830         GO TO 1110-EXIT
002840     END-IF.
002850     ADD 1 TO WS-EXT-COUNT.
002860     MOVE WATCH-LIST-RECORD(1:15) TO WS-EXT-NAME(WS-EXT-COUNT).
002870     MOVE SPACES TO WS-EXT-SOURCE(WS-EXT-COUNT).
002880     MOVE "N" TO WS-EXT-ARRIVED-SW(WS-EXT-COUNT).
002890 1110-EXIT.
002900     EXIT.
002910*
002920*    TAKES WS-ENV-VALUE AS AN HHMM OVERRIDE OF THE DEFAULT IN
002930*    WS-HHMM (A VALUE THAT IS NOT A VALID TIME KEEPS THE
002940*    DEFAULT), AND RETURNS ITS NEXT OCCURRENCE AFTER THE START
002950*    IN WS-THRESHOLD-MIN.
002960 1200-SET-THRESHOLD.
002970     IF WS-ENV-VALUE(1:4) NUMERIC
002980         AND WS-ENV-VALUE(1:2) < "24"
002990         AND WS-ENV-VALUE(3:2) < "60"
003000         MOVE WS-ENV-VALUE(1:4) TO WS-HHMM
003010     END-IF.
003020     COMPUTE WS-THRESHOLD-MIN = WS-HHMM-HH * 60 + WS-HHMM-MM.
003030     IF WS-THRESHOLD-MIN <= WS-START-MIN
003040         ADD 1440 TO WS-THRESHOLD-MIN
003050     END-IF.
003060 1200-EXIT.
003070     EXIT.
003080*
003090*---------------------------------------------------------------*
003100* POLL: LOOK ONCE FOR EVERY EXTRACT AND READY FILE STILL        *
003110* OUTSTANDING AND COUNT WHAT IS STILL TO COME.                  *
003120*---------------------------------------------------------------*
003130 2000-POLL-ARRIVALS.
003140     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
003150     MOVE WS-TIMESTAMP(1:8) TO WS-NOW-DATE.
003160     MOVE FUNCTION INTEGER-OF-DATE(WS-NOW-DATE) TO WS-NOW-INT.
003170     MOVE WS-TIMESTAMP(9:4) TO WS-NOW-HHMM.
003180     COMPUTE WS-NOW-MIN = (WS-NOW-INT - WS-START-INT) * 1440
003190                        + WS-NOW-HH * 60 + WS-NOW-MM.
003200     MOVE 0 TO WS-OUTSTANDING.
003210     PERFORM 2100-PROBE-EXTRACT THRU 2100-EXIT
003220         VARYING WS-EXT-IDX FROM 1 BY 1
003230         UNTIL WS-EXT-IDX > WS-EXT-COUNT.
003240     PERFORM 2300-PROBE-READY-FILE THRU 2300-EXIT
003250         VARYING WS-SRC-IDX FROM 1 BY 1
003260         UNTIL WS-SRC-IDX > WS-SRC-COUNT.
003270 2000-EXIT.
003280     EXIT.
003290*
003300*    AN EXTRACT THAT OPENS BUT HAS NO RECORD YET IS STILL BEING
003310*    WRITTEN, AND ONE WHOSE HEADER IS DATED OTHER THAN THE RUN
003320*    DATE IS AN EARLIER NIGHT'S STILL WAITING TO BE REPLACED;
003330*    EITHER IS STILL OUTSTANDING.  ONE WHOSE FIRST RECORD IS NOT
003332*    A HEADER NAMES NO SOURCE SYSTEM TO WAIT ON; IT IS TAKEN AS
003334*    ARRIVED AND LEFT FOR HDRCHK TO REJECT IN THE CHAIN.
003340 2100-PROBE-EXTRACT.
003350     IF WS-EXT-ARRIVED(WS-EXT-IDX)
003360         GO TO 2100-EXIT
003370     END-IF.
003380     MOVE WS-EXT-NAME(WS-EXT-IDX) TO WS-PROBE-NAME.
003390     OPEN INPUT PROBE-FILE.
003400     IF NOT WS-PROBE-OK
003410         ADD 1 TO WS-OUTSTANDING
003420         GO TO 2100-EXIT
003430     END-IF.
003440     READ PROBE-FILE
003450         AT END
003460             CLOSE PROBE-FILE
003470             ADD 1 TO WS-OUTSTANDING
003480             GO TO 2100-EXIT
003490     END-READ.
003500     CLOSE PROBE-FILE.
003510     MOVE PROBE-RECORD TO SAMP-HEADER-RECORD.
003511     IF SAMP-IS-HEADER
003511         AND SAMP-HEADER-EXTRACT-DATE NOT = WS-RUN-DATE
003512         ADD 1 TO WS-OUTSTANDING
003513         IF NOT WS-EXT-STALE(WS-EXT-IDX)
003513             SET WS-EXT-STALE(WS-EXT-IDX) TO TRUE
003514             MOVE SAMP-HEADER-EXTRACT-DATE
003515                 TO WS-EXT-DATE(WS-EXT-IDX)
003515             DISPLAY "ARRWATCH - ", WS-EXT-NAME(WS-EXT-IDX),
003516                 " IS DATED ", WS-EXT-DATE(WS-EXT-IDX),
003517                 ", NOT ", WS-RUN-DATE, " - STILL WAITING"
003517         END-IF
003518         GO TO 2100-EXIT
003519     END-IF.
003520     SET WS-EXT-ARRIVED(WS-EXT-IDX) TO TRUE.
003530     IF SAMP-IS-HEADER
003540         MOVE SAMP-HEADER-SOURCE-SYS TO WS-EXT-SOURCE(WS-EXT-IDX)
003550     ELSE
003560         DISPLAY "ARRWATCH - ", WS-EXT-NAME(WS-EXT-IDX),
003570             " HAS NO EXTRACT HEADER, NO READY FILE AWAITED"
003580     END-IF.
003590     MOVE "EXTRACT" TO WS-LOG-KIND.
003600     MOVE WS-EXT-NAME(WS-EXT-IDX) TO WS-LOG-NAME.
003610     MOVE WS-EXT-SOURCE(WS-EXT-IDX) TO WS-LOG-SOURCE.
003620     MOVE WS-TIMESTAMP(1:14) TO WS-LOG-TIME.
003630     PERFORM 2800-RATE-ARRIVAL THRU 2800-EXIT.
003640     PERFORM 2900-WRITE-ARRIVAL THRU 2900-EXIT.
003650     DISPLAY "ARRWATCH - ", WS-EXT-NAME(WS-EXT-IDX),
003660         " ARRIVED ", WS-LOG-RESULT, " SOURCE ",
003670         WS-EXT-SOURCE(WS-EXT-IDX).
003680     IF WS-EXT-SOURCE(WS-EXT-IDX) NOT = SPACES
003690         PERFORM 2200-ADD-SOURCE THRU 2200-EXIT
003700     END-IF.
003710 2100-EXIT.
003720     EXIT.
003730*
003740 2200-ADD-SOURCE.
003750     MOVE "N" TO WS-SRC-FOUND-SW.
003760     PERFORM 2210-MATCH-SOURCE THRU 2210-EXIT
003770         VARYING WS-SRC-IDX FROM 1 BY 1
003780         UNTIL WS-SRC-IDX > WS-SRC-COUNT
003790            OR WS-SRC-FOUND.
003800     IF WS-SRC-FOUND
003810         GO TO 2200-EXIT
003820     END-IF.
003830     IF WS-SRC-COUNT = 20
003840         DISPLAY "ARRWATCH - MORE THAN 20 SOURCE SYSTEMS, ",
003850             WS-EXT-SOURCE(WS-EXT-IDX), " READY FILE NOT AWAITED"
003860         GO TO 2200-EXIT
003870     END-IF.
003880     ADD 1 TO WS-SRC-COUNT.
003890     MOVE WS-EXT-SOURCE(WS-EXT-IDX)
003900         TO WS-SRC-SYSTEM(WS-SRC-COUNT).
003910     MOVE SPACES TO WS-SRC-READY-NAME(WS-SRC-COUNT).
003920     STRING WS-EXT-SOURCE(WS-EXT-IDX) DELIMITED BY SPACE
003930            ".RDY" DELIMITED BY SIZE
003940         INTO WS-SRC-READY-NAME(WS-SRC-COUNT).
003950     MOVE "N" TO WS-SRC-ARRIVED-SW(WS-SRC-COUNT).
003960 2200-EXIT.
003970     EXIT.
003980*
003990 2210-MATCH-SOURCE.
004000     IF WS-SRC-SYSTEM(WS-SRC-IDX) = WS-EXT-SOURCE(WS-EXT-IDX)
004010         SET WS-SRC-FOUND TO TRUE
004020     END-IF.
004030 2210-EXIT.
004040     EXIT.
004050*
004060*    A READY FILE NEED ONLY EXIST; WHAT IT HOLDS IS THE SENDING
004070*    SYSTEM'S OWN BUSINESS.  IT IS ONLY LOOKED FOR ONCE ONE OF
004072*    ITS SYSTEM'S EXTRACTS HAS ARRIVED WITH THE RUN DATE, AND IS
004074*    DELETED WHEN THE CHAIN IS HANDED ON (6100-CLEAR-READY).
004080 2300-PROBE-READY-FILE.
004090     IF WS-SRC-ARRIVED(WS-SRC-IDX)
004100         GO TO 2300-EXIT
004110     END-IF.
004120     MOVE WS-SRC-READY-NAME(WS-SRC-IDX) TO WS-PROBE-NAME.
004130     OPEN INPUT PROBE-FILE.
004140     IF NOT WS-PROBE-OK
004150         ADD 1 TO WS-OUTSTANDING
004160         GO TO 2300-EXIT
004170     END-IF.
004180     CLOSE PROBE-FILE.
004190     SET WS-SRC-ARRIVED(WS-SRC-IDX) TO TRUE.
004200     MOVE "READY" TO WS-LOG-KIND.
004210     MOVE WS-SRC-READY-NAME(WS-SRC-IDX) TO WS-LOG-NAME.
004220     MOVE WS-SRC-SYSTEM(WS-SRC-IDX) TO WS-LOG-SOURCE.
004230     MOVE WS-TIMESTAMP(1:14) TO WS-LOG-TIME.
004240     PERFORM 2800-RATE-ARRIVAL THRU 2800-EXIT.
004250     PERFORM 2900-WRITE-ARRIVAL THRU 2900-EXIT.
004260     DISPLAY "ARRWATCH - ", WS-SRC-READY-NAME(WS-SRC-IDX),
004270         " ARRIVED ", WS-LOG-RESULT.
004280 2300-EXIT.
004290     EXIT.
004300*
004310 2800-RATE-ARRIVAL.
004320     IF WS-NOW-MIN < WS-WARN-MIN
004330         MOVE "ON-TIME" TO WS-LOG-RESULT
004340     ELSE
004350         IF WS-NOW-MIN < WS-DEADLINE-MIN
004360             MOVE "LATE" TO WS-LOG-RESULT
004370         ELSE
004380             MOVE "BREACH" TO WS-LOG-RESULT
004390         END-IF
004400     END-IF.
004410 2800-EXIT.
004420     EXIT.
004430*
004440*    ONE LINE PER EXTRACT OR READY FILE PER NIGHT, OPENED AND
004450*    CLOSED EACH TIME THE WAY NOTIFY.LOG IS, SO A WATCHER THAT
004460*    IS CANCELLED MID-WAIT LOSES NOTHING ALREADY SEEN.
004470 2900-WRITE-ARRIVAL.
004480     OPEN EXTEND ARRIVAL-FILE.
004490     IF WS-ARRIVAL-NOT-FOUND
004500         OPEN OUTPUT ARRIVAL-FILE
004510     END-IF.
004520     IF NOT WS-ARRIVAL-OK
004530         DISPLAY "ARRWATCH - CANNOT WRITE ARRIVAL.LOG"
004540         GO TO 2900-EXIT
004550     END-IF.
004560     MOVE SPACES TO ARRIVAL-LINE.
004570     STRING WS-RUN-DATE                DELIMITED BY SIZE
004580            " "                        DELIMITED BY SIZE
004590            WS-LOG-KIND                DELIMITED BY SIZE
004600            " "                        DELIMITED BY SIZE
004610            WS-LOG-NAME                DELIMITED BY SIZE
004620            " SRC="                    DELIMITED BY SIZE
004630            WS-LOG-SOURCE              DELIMITED BY SIZE
004640            " AT="                     DELIMITED BY SIZE
004650            WS-LOG-TIME                DELIMITED BY SIZE
004660            " "                        DELIMITED BY SIZE
004670            WS-LOG-RESULT              DELIMITED BY SIZE
004680         INTO ARRIVAL-LINE.
004690     WRITE ARRIVAL-LINE.
004700     CLOSE ARRIVAL-FILE.
004710 2900-EXIT.
004720     EXIT.
004730*
004740*---------------------------------------------------------------*
004750* ESCALATE: EACH TIME PASSED WITH SOMETHING OUTSTANDING IS      *
004760* ALERTED THROUGH NOTIFY ONCE, WITH THE OUTSTANDING FILES       *
004770* LISTED ON THE CONSOLE.                                        *
004780*---------------------------------------------------------------*
004790 3000-CHECK-ESCALATION.
004800     IF WS-OUTSTANDING = 0
004810         GO TO 3000-EXIT
004820     END-IF.
004830     IF WS-NOW-MIN >= WS-CUTOFF-MIN
004840         SET WS-CUTOFF-REACHED TO TRUE
004850         MOVE 16 TO WS-ALERT-RC
004860         DISPLAY "ARRWATCH - CUTOFF ", WS-CUTOFF-HHMM,
004870             " PASSED, CHAIN NOT STARTED"
004880         PERFORM 3100-LIST-OUTSTANDING THRU 3100-EXIT
004890         PERFORM 3200-SEND-ALERT THRU 3200-EXIT
004900         GO TO 3000-EXIT
004910     END-IF.
004920     IF WS-NOW-MIN >= WS-DEADLINE-MIN
004930         AND WS-ALERT-LEVEL < 2
004940         SET WS-DEADLINE-SENT TO TRUE
004950         MOVE 8 TO WS-ALERT-RC
004960         DISPLAY "ARRWATCH - DEADLINE ", WS-DEADLINE-HHMM,
004970             " PASSED, STILL WAITING"
004980         PERFORM 3100-LIST-OUTSTANDING THRU 3100-EXIT
004990         PERFORM 3200-SEND-ALERT THRU 3200-EXIT
005000         GO TO 3000-EXIT
005010     END-IF.
005020     IF WS-NOW-MIN >= WS-WARN-MIN
005030         AND WS-ALERT-LEVEL < 1
005040         SET WS-WARNING-SENT TO TRUE
005050         MOVE 4 TO WS-ALERT-RC
005060         DISPLAY "ARRWATCH - WARNING TIME ", WS-WARN-HHMM,
005070             " PASSED, STILL WAITING"
005080         PERFORM 3100-LIST-OUTSTANDING THRU 3100-EXIT
005090         PERFORM 3200-SEND-ALERT THRU 3200-EXIT
005100     END-IF.
005110 3000-EXIT.
005120     EXIT.
005130*
005140 3100-LIST-OUTSTANDING.
005150     MOVE WS-OUTSTANDING TO WS-OUTSTANDING-DISP.
005160     DISPLAY "ARRWATCH - ", WS-OUTSTANDING-DISP,
005170         " FILE(S) OUTSTANDING:".
005180     PERFORM 3110-LIST-ONE-EXTRACT THRU 3110-EXIT
005190         VARYING WS-EXT-IDX FROM 1 BY 1
005200         UNTIL WS-EXT-IDX > WS-EXT-COUNT.
005210     PERFORM 3120-LIST-ONE-READY-FILE THRU 3120-EXIT
005220         VARYING WS-SRC-IDX FROM 1 BY 1
005230         UNTIL WS-SRC-IDX > WS-SRC-COUNT.
005240 3100-EXIT.
005250     EXIT.
005260*
005270 3110-LIST-ONE-EXTRACT.
005271     IF WS-EXT-STALE(WS-EXT-IDX)
005272         DISPLAY "ARRWATCH -     EXTRACT ",
005273             WS-EXT-NAME(WS-EXT-IDX), " (STILL DATED ",
005274             WS-EXT-DATE(WS-EXT-IDX), ")"
005275         GO TO 3110-EXIT
005276     END-IF.
005280     IF NOT WS-EXT-ARRIVED(WS-EXT-IDX)
005290         DISPLAY "ARRWATCH -     EXTRACT ",
005300             WS-EXT-NAME(WS-EXT-IDX)
005310     END-IF.
005320 3110-EXIT.
005330     EXIT.
005340*
005350 3120-LIST-ONE-READY-FILE.
005360     IF NOT WS-SRC-ARRIVED(WS-SRC-IDX)
005370         DISPLAY "ARRWATCH -     READY   ",
005380             WS-SRC-READY-NAME(WS-SRC-IDX), " FROM ",
005390             WS-SRC-SYSTEM(WS-SRC-IDX)
005400     END-IF.
005410 3120-EXIT.
005420     EXIT.
005430*
005440 3200-SEND-ALERT.
005450     CALL "NOTIFY" USING WS-JOB-NAME,
005460                          WS-OPERATOR-ID,
005470                          WS-ALERT-RC,
005480                          NOTIFY-STATUS.
005490 3200-EXIT.
005500     EXIT.
005510*
005520 4000-WAIT-ONE-INTERVAL.
005530     CALL "C$SLEEP" USING WS-POLL-WAIT.
005540     PERFORM 2000-POLL-ARRIVALS THRU 2000-EXIT.
005550     PERFORM 3000-CHECK-ESCALATION THRU 3000-EXIT.
005560 4000-EXIT.
005570     EXIT.
005580*
005590*---------------------------------------------------------------*
005600* CUTOFF: WHATEVER NEVER CAME IS LOGGED MISSED, AND AN EXTRACT *
005605* THAT NEVER MOVED ON FROM AN EARLIER NIGHT IS LOGGED STALE.    *
005610*---------------------------------------------------------------*
005620 5000-LOG-MISSED.
005630     MOVE SPACES TO WS-LOG-TIME.
005650     PERFORM 5100-LOG-ONE-MISSED-EXTRACT THRU 5100-EXIT
005660         VARYING WS-EXT-IDX FROM 1 BY 1
005670         UNTIL WS-EXT-IDX > WS-EXT-COUNT.
005680     PERFORM 5200-LOG-ONE-MISSED-READY THRU 5200-EXIT
005690         VARYING WS-SRC-IDX FROM 1 BY 1
005700         UNTIL WS-SRC-IDX > WS-SRC-COUNT.
005710 5000-EXIT.
005720     EXIT.
005730*
005740 5100-LOG-ONE-MISSED-EXTRACT.
005750     IF WS-EXT-ARRIVED(WS-EXT-IDX)
005760         GO TO 5100-EXIT
005770     END-IF.
005780     MOVE "EXTRACT" TO WS-LOG-KIND.
005790     MOVE WS-EXT-NAME(WS-EXT-IDX) TO WS-LOG-NAME.
005800     MOVE SPACES TO WS-LOG-SOURCE.
005801     IF WS-EXT-STALE(WS-EXT-IDX)
005802         MOVE "STALE" TO WS-LOG-RESULT
005803     ELSE
005804         MOVE "MISSED" TO WS-LOG-RESULT
005805     END-IF.
005810     PERFORM 2900-WRITE-ARRIVAL THRU 2900-EXIT.
005820 5100-EXIT.
005830     EXIT.
005840*
005850 5200-LOG-ONE-MISSED-READY.
005860     IF WS-SRC-ARRIVED(WS-SRC-IDX)
005870         GO TO 5200-EXIT
005880     END-IF.
005890     MOVE "READY" TO WS-LOG-KIND.
005900     MOVE WS-SRC-READY-NAME(WS-SRC-IDX) TO WS-LOG-NAME.
005910     MOVE WS-SRC-SYSTEM(WS-SRC-IDX) TO WS-LOG-SOURCE.
005915     MOVE "MISSED" TO WS-LOG-RESULT.
005920     PERFORM 2900-WRITE-ARRIVAL THRU 2900-EXIT.
005930 5200-EXIT.
005940     EXIT.
005950*
005960*---------------------------------------------------------------*
005970* START THE CHAIN AND HAND BACK ITS RETURN CODE.  THE READY    *
005975* FILES ARE CLEARED FIRST, WHOEVER STARTS THE CHAIN.            *
005980*---------------------------------------------------------------*
005990 6000-START-CHAIN.
005992     PERFORM 6100-CLEAR-READY THRU 6100-EXIT
005994         VARYING WS-SRC-IDX FROM 1 BY 1
005996         UNTIL WS-SRC-IDX > WS-SRC-COUNT.
006000     IF WS-CHAIN-CMD = "NONE"
006010         DISPLAY "ARRWATCH - CHAIN START LEFT TO THE SCHEDULER"
006020         GO TO 6000-EXIT
006030     END-IF.
006040     MOVE SPACES TO WS-COMMAND.
006050     STRING WS-CHAIN-CMD DELIMITED BY "  "
006060         INTO WS-COMMAND.
006070     DISPLAY "ARRWATCH - STARTING CHAIN: ", WS-COMMAND.
006080     CALL "SYSTEM" USING WS-COMMAND.
006090     MOVE RETURN-CODE TO WS-FINAL-RC.
006100     IF WS-FINAL-RC > 255
006110         DIVIDE 256 INTO WS-FINAL-RC
006120     END-IF.
006130     MOVE WS-FINAL-RC TO WS-RC-DISP.
006140     DISPLAY "ARRWATCH - CHAIN ENDED, RC = ", WS-RC-DISP.
006150 6000-EXIT.
006160     EXIT.
006170*
006180 6100-CLEAR-READY.
006190     MOVE SPACES TO WS-DELETE-NAME.
006200     MOVE WS-SRC-READY-NAME(WS-SRC-IDX) TO WS-DELETE-NAME.
006210     CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
006220         RETURNING WS-DELETE-STATUS.
006230     IF WS-DELETE-STATUS NOT = 0
006240         DISPLAY "ARRWATCH - CANNOT CLEAR ",
006250             WS-SRC-READY-NAME(WS-SRC-IDX)
006260     END-IF.
006270 6100-EXIT.
006280     EXIT.
