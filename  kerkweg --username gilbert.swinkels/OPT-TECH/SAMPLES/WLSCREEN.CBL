000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    WLSCREEN.
000030 AUTHOR.        G. SWINKELS, DATA PROCESSING.
000040 INSTALLATION.  DATA PROCESSING DEPT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*MODIFICATION HISTORY
000090*--------------------
000100*10/15/2026  GS   ORIGINAL.  WATCH-LIST NAME SCREENING OF THE
000110*                 SORTED FILE, RUN AFTER THE SORT JOB AND BEFORE
000120*                 ACCTPOST.  EVERY SAMP-CUSTOMER-NAME IS SCORED
000130*                 AGAINST EVERY NAME ON COMPLIANCE'S WATCH LIST
000140*                 (WATCHLST.DAT).  BOTH NAMES ARE FIRST REDUCED
000150*                 TO UPPER-CASE WORDS WITH THE PUNCTUATION TAKEN
000160*                 OUT, AND THE WORDS ARE MATCHED IN ANY ORDER; A
000170*                 SINGLE LETTER MATCHES ANY WORD IT IS THE
000180*                 INITIAL OF.  THE SCORE IS 200 TIMES THE WORDS
000190*                 MATCHED OVER THE WORDS IN BOTH NAMES, SO AN
000200*                 EXACT OR RE-ORDERED NAME SCORES 100.  AN ITEM
000210*                 SCORING AT OR ABOVE THE MINIMUM IN WLSCREEN.TBL
000220*                 (DEFAULT 80) IS HELD IN SCRNHOLD.DAT UNDER ITS
000230*                 OWN HOLD REFERENCE AND LISTED ON SCREEN.RPT FOR
000240*                 COMPLIANCE; EVERYTHING ELSE IS PASSED TO
000250*                 SCREENED.DAT, WHICH IS WHAT ACCTPOST POSTS.
000260*                 COMPLIANCE'S DECISIONS, KEYED INTO SCRNREL.TRN,
000270*                 ARE APPLIED AT THE START OF THE NEXT RUN: A
000280*                 CLEARED HIT IS PASSED TO SCREENED.DAT, A
000290*                 CONFIRMED HIT IS MOVED TO SCRNCONF.DAT AND
000300*                 NEVER POSTS, AND EITHER IS LOGGED TO SCREEN.LOG
000310*                 WITH THE DECIDING OPERATOR.  HITS WITH NO
000320*                 DECISION ARE CARRIED FORWARD.  RETURN-CODE IS 4
000330*                 WHEN ANYTHING IS ON HOLD AND 12 WHEN THE RUN
000340*                 CANNOT SCREEN AT ALL (NO INPUT, NO WATCH LIST,
000350*                 OR MORE ITEMS ON HOLD THAN FIT THE TABLE) --
000360*                 SCREENED.DAT IS NOT WRITTEN IN THAT CASE.  THE
000370*                 INPUT DEFAULTS TO SORTED.DAT AND CAN BE
000380*                 REPOINTED THROUGH SCRN-INFILE.
000381*
000382*10/15/2026  GS   THE FINISHED SCREEN.RPT IS NOW FILED IN THE
000383*                 REPORT REPOSITORY THROUGH RPTSAVE, SO IT CAN
000384*                 STILL BE LISTED AND REPRINTED FROM OPSMENU AFTER
000385*                 THE NEXT RUN OVERWRITES IT.
000386*
000387*10/15/2026  GS   THE SECOND LINE OF EACH HOLD ON SCREEN.RPT NOW
000388*                 ALSO CARRIES THE ITEM'S TRANSACTION REFERENCE.
000389*
000389*10/15/2026  GS   A CONFIRMED HIT THAT CANNOT BE WRITTEN TO
000389*                 SCRNCONF.DAT IS NOW CARRIED FORWARD ON
000389*                 SCRNHOLD.DAT, STILL OPEN, INSTEAD OF BEING
000389*                 DROPPED FROM BOTH FILES.
000390*
000391*10/15/2026  GS   SCRNHOLD.DAT IS SAVED AS SCRNHOLD.PRV, STAMPED
000391*                 WITH THE RUN DATE, BEFORE EACH RUN REPLACES IT.
000391*                 A SECOND RUN FOR THE SAME DATE STARTS AGAIN
000391*                 FROM SCRNHOLD.PRV, SO IT NO LONGER HOLDS TODAY'S
000391*                 HITS A SECOND TIME OR LOSES THE ITEMS THE FIRST
000391*                 RUN CLEARED; AN ITEM ALREADY ON SCRNCONF.DAT IS
000391*                 NOT ADDED AGAIN.  SCREENED.DAT, SCRNHOLD.DAT OR
000391*                 SCRNHOLD.PRV THAT CANNOT BE OPENED NOW STOPS THE
000391*                 RUN WITH RETURN-CODE 12.  SCRNREL.TRN IS READ TO
000391*                 THE END, AND DECISIONS PAST THE 2000 THE TABLE
000391*                 HOLDS ARE COUNTED AND STOP THE RUN WITH
000391*                 RETURN-CODE 12 BEFORE ANY FILE IS WRITTEN.
000391*
000400*---------------------------------------------------------------*
000410*WATCH LIST FORMAT (WATCHLST.DAT, ONE LISTED NAME PER LINE)      *
000420*    POSITIONS  1-10  LIST ENTRY ID                              *
000430*    POSITIONS 12-61  LISTED NAME, ANY CASE AND PUNCTUATION      *
000440*    POSITIONS 63-72  LIST SOURCE                                *
000450*                                                                *
000460*SCREENING CONTROL TABLE (WLSCREEN.TBL)                          *
000470*    MINS NNN         MINIMUM SCORE THAT HOLDS AN ITEM           *
000480*                                                                *
000490*SCREENING HOLD FORMAT (SCRNHOLD.DAT, SCRNCONF.DAT)              *
000500*    POSITIONS   1-82  THE DETAIL RECORD AS SCREENED             *
000510*    POSITIONS  84-95  HOLD REFERENCE, RUN DATE + 4-DIGIT SEQ    *
000520*    POSITIONS  97-104 DATE FIRST HELD, CCYYMMDD                 *
000530*    POSITIONS 106-108 MATCH SCORE, 000-100                      *
000540*    POSITIONS 110-119 LIST ENTRY ID OF THE BEST MATCH           *
000550*    POSITIONS 121-170 LISTED NAME OF THE BEST MATCH             *
000560*                                                                *
000570*COMPLIANCE DECISION FORMAT (SCRNREL.TRN, ONE PER LINE)          *
000580*    POSITIONS  1-12  HOLD REFERENCE FROM SCREEN.RPT             *
000590*    POSITION  14     "C" = CLEARED, RELEASE TO POSTING          *
000600*                     "F" = CONFIRMED MATCH, DO NOT POST         *
000610*    POSITIONS 16-23  OPERATOR ID OF WHOEVER DECIDED IT          *
000611*                                                                *
000612*SAVED HOLDS (SCRNHOLD.PRV) -- A STAMP LINE, THEN SCRNHOLD.DAT AS*
000613*IT STOOD WHEN THE RUN STARTED                                   *
000614*    POSITIONS  1-8   *RUNDATE                                   *
000615*    POSITIONS 10-17  RUN DATE THAT SAVED IT, CCYYMMDD           *
000620*---------------------------------------------------------------*
000630*
000640 ENVIRONMENT DIVISION.
000650 CONFIGURATION SECTION.
000660 SOURCE-COMPUTER.  IBM-PC.
000670 OBJECT-COMPUTER.  IBM-PC.
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700     SELECT SORTED-FILE ASSIGN TO WS-SORTED-FILE-NAME
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-SORTED-FILE-STATUS.
000730     SELECT SCREENED-FILE ASSIGN TO "SCREENED.DAT"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-SCREENED-FILE-STATUS.
000760     SELECT WATCH-FILE ASSIGN TO "WATCHLST.DAT"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-WATCH-FILE-STATUS.
000790     SELECT CONTROL-FILE ASSIGN TO "WLSCREEN.TBL"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-CONTROL-FILE-STATUS.
000820     SELECT HOLD-FILE ASSIGN TO "SCRNHOLD.DAT"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-HOLD-FILE-STATUS.
000842     SELECT SAVE-FILE ASSIGN TO "SCRNHOLD.PRV"
000844         ORGANIZATION IS LINE SEQUENTIAL
000846         FILE STATUS IS WS-SAVE-FILE-STATUS.
000850     SELECT RELEASE-FILE ASSIGN TO "SCRNREL.TRN"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-RELEASE-FILE-STATUS.
000880     SELECT CONFIRM-FILE ASSIGN TO "SCRNCONF.DAT"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-CONFIRM-FILE-STATUS.
000910     SELECT SCRNLOG-FILE ASSIGN TO "SCREEN.LOG"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-SCRNLOG-FILE-STATUS.
000940     SELECT REPORT-FILE ASSIGN TO "SCREEN.RPT"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WS-REPORT-FILE-STATUS.
000970*
000980 DATA DIVISION.
000990 FILE SECTION.
001000 FD  SORTED-FILE.
001010 01  SORTED-FILE-RECORD          PIC X(82).
001020 FD  SCREENED-FILE.
001030 01  SCREENED-RECORD             PIC X(82).
001040 FD  WATCH-FILE.
001050 01  WATCH-FILE-RECORD           PIC X(80).
001060 FD  CONTROL-FILE.
001070 01  CONTROL-FILE-RECORD         PIC X(40).
001080 FD  HOLD-FILE.
001090 01  HOLD-RECORD                 PIC X(170).
001092 FD  SAVE-FILE.
001093 01  SAVE-RECORD                 PIC X(170).
001094 01  SAVE-STAMP-RECORD.
001095     05  SAVE-STAMP-ID           PIC X(08).
001096         88  SAVE-IS-STAMP           VALUE "*RUNDATE".
001097     05  FILLER                  PIC X(01).
001098     05  SAVE-STAMP-DATE         PIC X(08).
001099     05  FILLER                  PIC X(153).
001100 FD  RELEASE-FILE.
001110 01  RELEASE-RECORD              PIC X(40).
001120 FD  CONFIRM-FILE.
001130 01  CONFIRM-RECORD              PIC X(170).
001140 FD  SCRNLOG-FILE.
001150 01  SCRNLOG-LINE                PIC X(100).
001160 FD  REPORT-FILE.
001170 01  REPORT-LINE                 PIC X(120).
001180*
001190 WORKING-STORAGE SECTION.
001200 01  WS-SORTED-FILE-NAME       PIC X(15) VALUE "SORTED.DAT".
001210 01  WS-SORTED-FILE-STATUS     PIC X(02).
001220     88  WS-SORTED-FILE-OK         VALUE "00".
001230     88  WS-SORTED-FILE-EOF        VALUE "10".
001240 01  WS-SCREENED-FILE-STATUS   PIC X(02).
001245     88  WS-SCREENED-FILE-OK       VALUE "00".
001250 01  WS-WATCH-FILE-STATUS      PIC X(02).
001260     88  WS-WATCH-FILE-OK          VALUE "00".
001270     88  WS-WATCH-FILE-EOF         VALUE "10".
001280 01  WS-CONTROL-FILE-STATUS    PIC X(02).
001290     88  WS-CONTROL-FILE-OK        VALUE "00".
001300     88  WS-CONTROL-FILE-EOF       VALUE "10".
001310 01  WS-HOLD-FILE-STATUS       PIC X(02).
001320     88  WS-HOLD-FILE-OK           VALUE "00".
001330     88  WS-HOLD-FILE-EOF          VALUE "10".
001332 01  WS-SAVE-FILE-STATUS       PIC X(02).
001334     88  WS-SAVE-FILE-OK           VALUE "00".
001336     88  WS-SAVE-FILE-EOF          VALUE "10".
001340 01  WS-RELEASE-FILE-STATUS    PIC X(02).
001350     88  WS-RELEASE-FILE-OK        VALUE "00".
001360     88  WS-RELEASE-FILE-EOF       VALUE "10".
001370 01  WS-CONFIRM-FILE-STATUS    PIC X(02).
001380     88  WS-CONFIRM-FILE-OK        VALUE "00".
001390     88  WS-CONFIRM-NOT-FOUND      VALUE "35".
001395     88  WS-CONFIRM-FILE-EOF       VALUE "10".
001400 01  WS-SCRNLOG-FILE-STATUS    PIC X(02).
001410     88  WS-SCRNLOG-FILE-OK        VALUE "00".
001420     88  WS-SCRNLOG-NOT-FOUND      VALUE "35".
001430 01  WS-REPORT-FILE-STATUS     PIC X(02).
001440 01  WS-ENV-VALUE              PIC X(15).
001450 01  WS-RUN-DATE               PIC X(08).
001460 01  WS-TIMESTAMP              PIC X(21).
001470 01  WS-MIN-SCORE              PIC 9(03) VALUE 80.
001480*
001490*    THE WATCH LIST IS TABLED ONCE, EACH NAME ALREADY BROKEN
001500*    INTO ITS NORMALIZED WORDS.
001510 01  WS-WATCH-TABLE.
001520     05  WS-WATCH-COUNT        PIC 9(04) COMP-5 VALUE 0.
001530     05  WS-WATCH-ENTRY OCCURS 2000 TIMES
001540             INDEXED BY WS-WATCH-IDX.
001550         10  WS-WATCH-ID       PIC X(10).
001560         10  WS-WATCH-NAME     PIC X(50).
001570         10  WS-WATCH-WORD-COUNT PIC 9(02) COMP-5.
001580         10  WS-WATCH-WORD     PIC X(20) OCCURS 10 TIMES.
001590 01  WS-WATCH-OVERFLOW-SW      PIC X(01) VALUE "N".
001600     88  WS-WATCH-OVERFLOW         VALUE "Y".
001610*
001620*    NAME NORMALIZATION WORK AREAS.  WS-NORM-IN IS THE RAW
001630*    NAME; WS-NORM-OUT IS THE SAME NAME IN UPPER CASE WITH
001640*    APOSTROPHES DROPPED AND OTHER PUNCTUATION TURNED INTO A
001650*    SINGLE SPACE; WS-NAME-WORD IS WS-NORM-OUT BROKEN INTO WORDS.
001660 01  WS-NORM-IN                PIC X(50).
001670 01  WS-NORM-OUT               PIC X(50).
001680 01  WS-NORM-PTR               PIC 9(03) COMP-5.
001690 01  WS-CHAR-SUB               PIC 9(03) COMP-5.
001700 01  WS-CHAR                   PIC X(01).
001710     88  WS-CHAR-IS-LETTER         VALUE "A" THRU "I"
001720                                         "J" THRU "R"
001730                                         "S" THRU "Z".
001740     88  WS-CHAR-IS-DIGIT          VALUE "0" THRU "9".
001750     88  WS-CHAR-IS-DROPPED        VALUE "'" "`".
001760 01  WS-NAME-WORDS.
001770     05  WS-NAME-WORD-COUNT    PIC 9(02) COMP-5.
001780     05  WS-NAME-WORD          PIC X(20) OCCURS 10 TIMES.
001790 01  WS-CUST-WORDS.
001800     05  WS-CUST-WORD-COUNT    PIC 9(02) COMP-5.
001810     05  WS-CUST-WORD          PIC X(20) OCCURS 10 TIMES.
001820 01  WS-WORD-SUB               PIC 9(02) COMP-5.
001830 01  WS-LIST-SUB               PIC 9(02) COMP-5.
001840 01  WS-USED-FLAGS.
001850     05  WS-USED-FLAG          PIC X(01) OCCURS 10 TIMES.
001860 01  WS-WORD-MATCH-SUB         PIC 9(02) COMP-5.
001870 01  WS-WORDS-MATCHED          PIC 9(02) COMP-5.
001880 01  WS-SCORE                  PIC 9(03).
001890 01  WS-BEST-SCORE             PIC 9(03).
001900 01  WS-BEST-SUB               PIC 9(04) COMP-5.
001910*
001920*    PRIOR HOLDS AND COMPLIANCE'S DECISIONS ON THEM, TABLED
001930*    BEFORE SCRNHOLD.DAT IS OPENED AGAIN FOR OUTPUT.
001940 01  WS-CARRY-TABLE.
001950     05  WS-CARRY-COUNT        PIC 9(04) COMP-5 VALUE 0.
001960     05  WS-CARRY-ENTRY        PIC X(170) OCCURS 2000 TIMES
001970                               INDEXED BY WS-CARRY-IDX.
001980 01  WS-CARRY-OVERFLOW-SW      PIC X(01) VALUE "N".
001990     88  WS-CARRY-OVERFLOW         VALUE "Y".
002000 01  WS-DECISION-TABLE.
002010     05  WS-DEC-COUNT          PIC 9(04) COMP-5 VALUE 0.
002020     05  WS-DEC-ENTRY OCCURS 2000 TIMES
002030             INDEXED BY WS-DEC-IDX.
002040         10  WS-DEC-REF        PIC X(12).
002050         10  WS-DEC-ACTION     PIC X(01).
002060         10  WS-DEC-OPR        PIC X(08).
002065 01  WS-DEC-OVERFLOW           PIC 9(07) VALUE 0.
002070 01  WS-HOLD-WORK.
002080     05  WS-HOLD-DETAIL        PIC X(82).
002090     05  FILLER                PIC X(01).
002100     05  WS-HOLD-REF.
002110         10  WS-HOLD-REF-DATE  PIC X(08).
002120         10  WS-HOLD-REF-SEQ   PIC 9(04).
002130     05  FILLER                PIC X(01).
002140     05  WS-HOLD-FIRST-DATE    PIC X(08).
002150     05  FILLER                PIC X(01).
002160     05  WS-HOLD-SCORE         PIC 9(03).
002170     05  FILLER                PIC X(01).
002180     05  WS-HOLD-LIST-ID       PIC X(10).
002190     05  FILLER                PIC X(01).
002200     05  WS-HOLD-LIST-NAME     PIC X(50).
002210 01  WS-HOLD-SEQ               PIC 9(04) VALUE 0.
002220 01  WS-PRIOR-DONE-SW          PIC X(01) VALUE "N".
002230     88  WS-PRIOR-DONE             VALUE "Y".
002232 01  WS-RERUN-SW               PIC X(01) VALUE "N".
002234     88  WS-SAME-DATE-RERUN        VALUE "Y".
002236 01  WS-ON-FILE-SW             PIC X(01).
002238     88  WS-ALREADY-ON-FILE        VALUE "Y".
002240 01  WS-MATCH-SW               PIC X(01).
002250     88  WS-MATCH-FOUND            VALUE "Y".
002252 01  WS-CONFIRM-SW             PIC X(01).
002254     88  WS-CONFIRM-WRITTEN        VALUE "Y".
002260 01  WS-DECISION-TEXT          PIC X(10).
002270*
002280 01  WS-SCREENED-COUNT         PIC 9(07) VALUE 0.
002290 01  WS-PASSED-COUNT           PIC 9(07) VALUE 0.
002300 01  WS-HELD-COUNT             PIC 9(07) VALUE 0.
002310 01  WS-HELD-AMOUNT            PIC S9(11)V99 COMP-3 VALUE 0.
002320 01  WS-CLEARED-COUNT          PIC 9(07) VALUE 0.
002330 01  WS-CONFIRMED-COUNT        PIC 9(07) VALUE 0.
002340 01  WS-CARRIED-COUNT          PIC 9(07) VALUE 0.
002350 01  WS-WRITTEN-COUNT          PIC 9(07) VALUE 0.
002360 01  WS-COUNT-EDIT             PIC ZZZZZZ9.
002370 01  WS-AMOUNT-EDIT            PIC Z,ZZZ,ZZZ,ZZ9.99-.
002380 01  WS-SCORE-EDIT             PIC ZZ9.
002390 COPY SAMPREC.
002391*
002392*    NAME AND KEYS THE FINISHED REPORT IS FILED UNDER IN THE
002393*    REPORT REPOSITORY.  A BLANK ENTITY IS RESOLVED BY RPTSAVE.
002394 01  WS-REPO-NAME              PIC X(15) VALUE "SCREEN.RPT".
002395 01  WS-REPO-JOB               PIC X(08) VALUE "WLSCREEN".
002396 01  WS-REPO-ENTITY            PIC X(04) VALUE SPACES.
002397 01  WS-REPO-STATUS            PIC 9(02).
002400*
002410 PROCEDURE DIVISION.
002420*
002430 0000-MAINLINE.
002440     DISPLAY "WLSCREEN - WATCH-LIST NAME SCREENING".
002450     MOVE SPACES TO WS-ENV-VALUE.
002460     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SCRN-INFILE".
002470     IF WS-ENV-VALUE NOT = SPACES
002480         MOVE WS-ENV-VALUE TO WS-SORTED-FILE-NAME
002490     END-IF.
002500     MOVE SPACES TO WS-ENV-VALUE.
002510     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SORT-RUNDATE".
002520     IF WS-ENV-VALUE NOT = SPACES
002530         MOVE WS-ENV-VALUE(1:8) TO WS-RUN-DATE
002540     ELSE
002550         MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
002560         MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE
002570     END-IF.
002580     PERFORM 0100-LOAD-CONTROL THRU 0100-EXIT.
002590     PERFORM 0200-LOAD-WATCH-LIST THRU 0200-EXIT.
002600     IF WS-WATCH-COUNT = 0
002610         DISPLAY "WLSCREEN - NO WATCH LIST, NOTHING SCREENED"
002620         MOVE 12 TO RETURN-CODE
002630         STOP RUN
002640     END-IF.
002650     IF WS-WATCH-OVERFLOW
002660         DISPLAY "WLSCREEN - WATCH LIST OVER 2000 NAMES"
002670         MOVE 12 TO RETURN-CODE
002680         STOP RUN
002690     END-IF.
002700     PERFORM 0300-LOAD-PRIOR-HOLDS THRU 0300-EXIT.
002701     IF WS-DEC-OVERFLOW > 0
002702         DISPLAY "WLSCREEN - ", WS-DEC-OVERFLOW,
002703             " DECISIONS NOT TABLED, NOTHING SCREENED"
002704         MOVE 12 TO RETURN-CODE
002705         STOP RUN
002706     END-IF.
002710     IF WS-CARRY-OVERFLOW
002720         DISPLAY "WLSCREEN - SCRNHOLD.DAT OVER 2000 ITEMS"
002730         MOVE 12 TO RETURN-CODE
002740         STOP RUN
002750     END-IF.
002760     OPEN INPUT SORTED-FILE.
002770     IF NOT WS-SORTED-FILE-OK
002780         DISPLAY "WLSCREEN - CANNOT OPEN ", WS-SORTED-FILE-NAME
002790         MOVE 12 TO RETURN-CODE
002800         STOP RUN
002810     END-IF.
002820     OPEN OUTPUT SCREENED-FILE.
002821     IF NOT WS-SCREENED-FILE-OK
002822         DISPLAY "WLSCREEN - CANNOT OPEN SCREENED.DAT, STATUS ",
002823             WS-SCREENED-FILE-STATUS
002824         CLOSE SORTED-FILE
002825         MOVE 12 TO RETURN-CODE
002826         STOP RUN
002827     END-IF.
002830     OPEN OUTPUT HOLD-FILE.
002831     IF NOT WS-HOLD-FILE-OK
002832         DISPLAY "WLSCREEN - CANNOT OPEN SCRNHOLD.DAT, STATUS ",
002833             WS-HOLD-FILE-STATUS, ", RERUN TO CHECK"
002834         CLOSE SORTED-FILE, SCREENED-FILE
002835         MOVE 12 TO RETURN-CODE
002836         STOP RUN
002837     END-IF.
002840     OPEN OUTPUT REPORT-FILE.
002850     PERFORM 5000-WRITE-HEADING THRU 5000-EXIT.
002860     PERFORM 1000-SCREEN-ONE-RECORD THRU 1000-EXIT
002870         UNTIL WS-SORTED-FILE-EOF.
002880     IF NOT WS-PRIOR-DONE
002890         PERFORM 0400-WORK-PRIOR-HOLDS THRU 0400-EXIT
002900     END-IF.
002910     MOVE SPACES TO SAMP-TRAILER-RECORD.
002920     MOVE "TRLR" TO SAMP-TRAILER-ID.
002930     MOVE WS-WRITTEN-COUNT TO SAMP-TRAILER-REC-COUNT.
002940     MOVE SAMP-TRAILER-RECORD TO SCREENED-RECORD.
002950     WRITE SCREENED-RECORD.
002960     CLOSE SORTED-FILE, SCREENED-FILE, HOLD-FILE.
002970     PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT.
002980     CLOSE REPORT-FILE.
002981     CALL "RPTSAVE" USING WS-REPO-NAME, WS-REPO-JOB,
002982                          WS-REPO-ENTITY, WS-REPO-STATUS.
002983     IF WS-REPO-STATUS NOT = ZERO
002984         DISPLAY "WLSCREEN - REPORT NOT FILED IN THE",
002985             " REPOSITORY, STATUS ", WS-REPO-STATUS
002986     END-IF.
002990     IF WS-HELD-COUNT > 0
003000         OR WS-CARRIED-COUNT > 0
003010         MOVE 4 TO RETURN-CODE
003020     ELSE
003030         MOVE 0 TO RETURN-CODE
003040     END-IF.
003050     STOP RUN.
003060*
003070*    A MISSING WLSCREEN.TBL LEAVES THE MINIMUM SCORE AT 80.
003080 0100-LOAD-CONTROL.
003090     OPEN INPUT CONTROL-FILE.
003100     IF NOT WS-CONTROL-FILE-OK
003110         GO TO 0100-EXIT
003120     END-IF.
003130     PERFORM 0110-LOAD-ONE-CONTROL THRU 0110-EXIT
003140         UNTIL WS-CONTROL-FILE-EOF.
003150     CLOSE CONTROL-FILE.
003160 0100-EXIT.
003170     EXIT.
003180*
003190 0110-LOAD-ONE-CONTROL.
003200     READ CONTROL-FILE
003210         AT END
003220             GO TO 0110-EXIT
003230     END-READ.
003240     IF CONTROL-FILE-RECORD(1:4) = "MINS"
003250         AND CONTROL-FILE-RECORD(6:3) NUMERIC
003260         MOVE CONTROL-FILE-RECORD(6:3) TO WS-MIN-SCORE
003270     END-IF.
003280 0110-EXIT.
003290     EXIT.
003300*
003310 0200-LOAD-WATCH-LIST.
003320     OPEN INPUT WATCH-FILE.
003330     IF NOT WS-WATCH-FILE-OK
003340         GO TO 0200-EXIT
003350     END-IF.
003360     PERFORM 0210-LOAD-ONE-WATCH THRU 0210-EXIT
003370         UNTIL WS-WATCH-FILE-EOF
003380            OR WS-WATCH-OVERFLOW.
003390     CLOSE WATCH-FILE.
003400 0200-EXIT.
003410     EXIT.
003420*
003430 0210-LOAD-ONE-WATCH.
003440     READ WATCH-FILE
003450         AT END
003460             GO TO 0210-EXIT
003470     END-READ.
003480     IF WATCH-FILE-RECORD(12:50) = SPACES
003490         GO TO 0210-EXIT
003500     END-IF.
003510     IF WS-WATCH-COUNT = 2000
003520         SET WS-WATCH-OVERFLOW TO TRUE
003530         GO TO 0210-EXIT
003540     END-IF.
003550     ADD 1 TO WS-WATCH-COUNT.
003560     SET WS-WATCH-IDX TO WS-WATCH-COUNT.
003570     MOVE WATCH-FILE-RECORD(1:10) TO WS-WATCH-ID(WS-WATCH-IDX).
003580     MOVE WATCH-FILE-RECORD(12:50)
003590         TO WS-WATCH-NAME(WS-WATCH-IDX).
003600     MOVE WATCH-FILE-RECORD(12:50) TO WS-NORM-IN.
003610     PERFORM 3000-NORMALIZE-NAME THRU 3000-EXIT.
003620     MOVE WS-NAME-WORD-COUNT
003630         TO WS-WATCH-WORD-COUNT(WS-WATCH-IDX).
003640     PERFORM 0220-COPY-ONE-WORD THRU 0220-EXIT
003650         VARYING WS-WORD-SUB FROM 1 BY 1
003660         UNTIL WS-WORD-SUB > 10.
003670 0210-EXIT.
003680     EXIT.
003690*
003700 0220-COPY-ONE-WORD.
003710     MOVE WS-NAME-WORD(WS-WORD-SUB)
003720         TO WS-WATCH-WORD(WS-WATCH-IDX, WS-WORD-SUB).
003730 0220-EXIT.
003740     EXIT.
003750*
003760*    THE PRIOR RUN'S SCRNHOLD.DAT AND COMPLIANCE'S SCRNREL.TRN
003770*    ARE BOTH TABLED HERE.  THE NEXT NEW HOLD REFERENCE CARRIES
003780*    ON FROM THE HIGHEST ONE ALREADY ISSUED TODAY.  SCRNHOLD.DAT
003781*    IS COPIED WHOLE TO SCRNHOLD.PRV, UNDER A STAMP LINE CARRYING
003782*    THE RUN DATE, EVEN WHEN THERE IS NONE.  A RUN THAT FINDS
003783*    SCRNHOLD.PRV ALREADY STAMPED WITH ITS OWN DATE IS A RERUN:
003784*    IT TAKES THE PRIOR HOLDS FROM SCRNHOLD.PRV, AS THE FIRST
003785*    RUN DID, AND LEAVES THE COPY ALONE.  DECISIONS THAT DO NOT
003786*    FIT THE TABLE STOP THE RUN BEFORE SCRNHOLD.PRV IS TOUCHED.
003790 0300-LOAD-PRIOR-HOLDS.
003870     OPEN INPUT RELEASE-FILE.
003880     IF WS-RELEASE-FILE-OK
003890         PERFORM 0320-LOAD-ONE-DECISION THRU 0320-EXIT
003900             UNTIL WS-RELEASE-FILE-EOF
003920         CLOSE RELEASE-FILE
003930     END-IF.
003931     IF WS-DEC-OVERFLOW > 0
003931         GO TO 0300-EXIT
003931     END-IF.
003931     PERFORM 0330-CHECK-SAVED THRU 0330-EXIT.
003931     IF WS-SAME-DATE-RERUN
003931         DISPLAY "WLSCREEN - RERUN FOR ", WS-RUN-DATE,
003931             ", PRIOR HOLDS TAKEN FROM SCRNHOLD.PRV"
003931         PERFORM 0340-LOAD-ONE-SAVED THRU 0340-EXIT
003931             UNTIL WS-SAVE-FILE-EOF
003931                OR WS-CARRY-OVERFLOW
003931         CLOSE SAVE-FILE
003931         GO TO 0300-EXIT
003931     END-IF.
003931     OPEN OUTPUT SAVE-FILE.
003931     IF NOT WS-SAVE-FILE-OK
003931         DISPLAY "WLSCREEN - CANNOT OPEN SCRNHOLD.PRV, STATUS ",
003931             WS-SAVE-FILE-STATUS
003931         MOVE 12 TO RETURN-CODE
003931         STOP RUN
003931     END-IF.
003931     MOVE SPACES TO SAVE-STAMP-RECORD.
003931     SET SAVE-IS-STAMP TO TRUE.
003931     MOVE WS-RUN-DATE TO SAVE-STAMP-DATE.
003931     WRITE SAVE-STAMP-RECORD.
003931     OPEN INPUT HOLD-FILE.
003931     IF WS-HOLD-FILE-OK
003931         PERFORM 0310-LOAD-ONE-HOLD THRU 0310-EXIT
003931             UNTIL WS-HOLD-FILE-EOF
003931         CLOSE HOLD-FILE
003931     END-IF.
003931     CLOSE SAVE-FILE.
003940 0300-EXIT.
003950     EXIT.
003960*
003962*    EVERY LINE GOES TO SCRNHOLD.PRV, EVEN PAST THE TABLE
003964*    LIMIT, SO THE COPY IS WHOLE.
003970 0310-LOAD-ONE-HOLD.
003980     READ HOLD-FILE
003990         AT END
004000             GO TO 0310-EXIT
004010     END-READ.
004020     MOVE HOLD-RECORD TO SAVE-RECORD.
004030     WRITE SAVE-RECORD.
004031     MOVE HOLD-RECORD TO WS-HOLD-WORK.
004031     PERFORM 0350-TABLE-HOLD THRU 0350-EXIT.
004031 0310-EXIT.
004031     EXIT.
004031*
004031*    LEAVES SCRNHOLD.PRV OPEN, PAST ITS STAMP LINE, WHEN IT IS
004031*    STAMPED WITH THIS RUN'S DATE.
004031 0330-CHECK-SAVED.
004031     MOVE "N" TO WS-RERUN-SW.
004031     OPEN INPUT SAVE-FILE.
004031     IF NOT WS-SAVE-FILE-OK
004031         GO TO 0330-EXIT
004031     END-IF.
004031     READ SAVE-FILE
004031         AT END
004031             CLOSE SAVE-FILE
004031             GO TO 0330-EXIT
004031     END-READ.
004031     IF SAVE-IS-STAMP
004031         AND SAVE-STAMP-DATE = WS-RUN-DATE
004031         SET WS-SAME-DATE-RERUN TO TRUE
004031         GO TO 0330-EXIT
004031     END-IF.
004031     CLOSE SAVE-FILE.
004031 0330-EXIT.
004031     EXIT.
004031*
004031 0340-LOAD-ONE-SAVED.
004031     READ SAVE-FILE
004031         AT END
004031             GO TO 0340-EXIT
004031     END-READ.
004031     MOVE SAVE-RECORD TO WS-HOLD-WORK.
004031     PERFORM 0350-TABLE-HOLD THRU 0350-EXIT.
004031 0340-EXIT.
004031     EXIT.
004031*
004031 0350-TABLE-HOLD.
004031     IF WS-HOLD-WORK = SPACES
004031         OR WS-CARRY-OVERFLOW
004031         GO TO 0350-EXIT
004040     END-IF.
004050     IF WS-CARRY-COUNT = 2000
004060         SET WS-CARRY-OVERFLOW TO TRUE
004070         GO TO 0350-EXIT
004080     END-IF.
004090     ADD 1 TO WS-CARRY-COUNT.
004100     SET WS-CARRY-IDX TO WS-CARRY-COUNT.
004110     MOVE WS-HOLD-WORK TO WS-CARRY-ENTRY(WS-CARRY-IDX).
004130     IF WS-HOLD-REF-DATE = WS-RUN-DATE
004140         AND WS-HOLD-REF-SEQ > WS-HOLD-SEQ
004150         MOVE WS-HOLD-REF-SEQ TO WS-HOLD-SEQ
004160     END-IF.
004170 0350-EXIT.
004180     EXIT.
004190*
004200 0320-LOAD-ONE-DECISION.
004210     READ RELEASE-FILE
004220         AT END
004230             GO TO 0320-EXIT
004240     END-READ.
004250     IF RELEASE-RECORD(1:12) = SPACES
004260         GO TO 0320-EXIT
004270     END-IF.
004271     IF WS-DEC-COUNT = 2000
004272         IF WS-DEC-OVERFLOW = 0
004273             DISPLAY "WLSCREEN - MORE THAN 2000 DECISIONS ON "
004274                 "SCRNREL.TRN"
004275         END-IF
004276         ADD 1 TO WS-DEC-OVERFLOW
004277         GO TO 0320-EXIT
004278     END-IF.
004280     ADD 1 TO WS-DEC-COUNT.
004290     SET WS-DEC-IDX TO WS-DEC-COUNT.
004300     MOVE RELEASE-RECORD(1:12) TO WS-DEC-REF(WS-DEC-IDX).
004310     MOVE RELEASE-RECORD(14:1) TO WS-DEC-ACTION(WS-DEC-IDX).
004320     MOVE RELEASE-RECORD(16:8) TO WS-DEC-OPR(WS-DEC-IDX).
004330 0320-EXIT.
004340     EXIT.
004350*
004360*    RUN ONCE, JUST AFTER ANY HEADER RECORD HAS BEEN PASSED
004370*    THROUGH, SO CLEARED ITEMS LAND AMONG THE DETAIL RECORDS.
004380 0400-WORK-PRIOR-HOLDS.
004390     SET WS-PRIOR-DONE TO TRUE.
004400     PERFORM 0410-WORK-ONE-HOLD THRU 0410-EXIT
004410         VARYING WS-CARRY-IDX FROM 1 BY 1
004420         UNTIL WS-CARRY-IDX > WS-CARRY-COUNT.
004430 0400-EXIT.
004440     EXIT.
004450*
004460 0410-WORK-ONE-HOLD.
004470     MOVE WS-CARRY-ENTRY(WS-CARRY-IDX) TO WS-HOLD-WORK.
004480     MOVE "N" TO WS-MATCH-SW.
004490     PERFORM 0420-MATCH-DECISION THRU 0420-EXIT
004500         VARYING WS-DEC-IDX FROM 1 BY 1
004510         UNTIL WS-DEC-IDX > WS-DEC-COUNT
004520            OR WS-MATCH-FOUND.
004530     IF NOT WS-MATCH-FOUND
004540         PERFORM 0430-CARRY-HOLD THRU 0430-EXIT
004550         GO TO 0410-EXIT
004560     END-IF.
004570     SET WS-DEC-IDX DOWN BY 1.
004580     EVALUATE WS-DEC-ACTION(WS-DEC-IDX)
004590         WHEN "C"
004600             MOVE WS-HOLD-DETAIL TO SCREENED-RECORD
004610             WRITE SCREENED-RECORD
004620             ADD 1 TO WS-WRITTEN-COUNT
004630             ADD 1 TO WS-CLEARED-COUNT
004640             MOVE "CLEARED" TO WS-DECISION-TEXT
004650             PERFORM 0450-LOG-DECISION THRU 0450-EXIT
004660         WHEN "F"
004670             PERFORM 0440-WRITE-CONFIRMED THRU 0440-EXIT
004680             IF WS-CONFIRM-WRITTEN
004690                 ADD 1 TO WS-CONFIRMED-COUNT
004700                 MOVE "CONFIRMED" TO WS-DECISION-TEXT
004702                 PERFORM 0450-LOG-DECISION THRU 0450-EXIT
004704             ELSE
004706                 PERFORM 0430-CARRY-HOLD THRU 0430-EXIT
004708             END-IF
004710         WHEN OTHER
004720             PERFORM 0430-CARRY-HOLD THRU 0430-EXIT
004730     END-EVALUATE.
004740 0410-EXIT.
004750     EXIT.
004760*
004770 0420-MATCH-DECISION.
004780     IF WS-DEC-REF(WS-DEC-IDX) = WS-HOLD-REF
004790         SET WS-MATCH-FOUND TO TRUE
004800     END-IF.
004810 0420-EXIT.
004820     EXIT.
004830*
004840*    AN ITEM STILL AWAITING COMPLIANCE IS REWRITTEN TO THE NEW
004850*    SCRNHOLD.DAT AND LISTED AGAIN SO IT IS NOT FORGOTTEN.
004860 0430-CARRY-HOLD.
004870     MOVE WS-HOLD-WORK TO HOLD-RECORD.
004880     WRITE HOLD-RECORD.
004890     ADD 1 TO WS-CARRIED-COUNT.
004900     MOVE "STILL OPEN" TO WS-DECISION-TEXT.
004910     PERFORM 5100-LIST-HOLD THRU 5100-EXIT.
004920 0430-EXIT.
004930     EXIT.
004940*
004942*    IF SCRNCONF.DAT CANNOT BE OPENED THE CONFIRMATION IS NOT
004944*    TAKEN AND THE ITEM IS CARRIED FORWARD BY THE CALLER.  ON A
004946*    RERUN THE ITEM MAY ALREADY HAVE BEEN MOVED TO SCRNCONF.DAT
004948*    BY THE FIRST RUN.
004950 0440-WRITE-CONFIRMED.
004955     MOVE "N" TO WS-CONFIRM-SW.
004956     IF WS-SAME-DATE-RERUN
004956         PERFORM 0445-CHECK-CONFIRMED THRU 0445-EXIT
004956         IF WS-ALREADY-ON-FILE
004956             SET WS-CONFIRM-WRITTEN TO TRUE
004956             GO TO 0440-EXIT
004956         END-IF
004956     END-IF.
004960     OPEN EXTEND CONFIRM-FILE.
004970     IF WS-CONFIRM-NOT-FOUND
004980         OPEN OUTPUT CONFIRM-FILE
004990     END-IF.
005000     IF NOT WS-CONFIRM-FILE-OK
005010         DISPLAY "WLSCREEN - CANNOT OPEN SCRNCONF.DAT, ",
005015             WS-HOLD-REF, " CARRIED FORWARD"
005020         GO TO 0440-EXIT
005030     END-IF.
005040     MOVE WS-HOLD-WORK TO CONFIRM-RECORD.
005050     WRITE CONFIRM-RECORD.
005060     CLOSE CONFIRM-FILE.
005065     SET WS-CONFIRM-WRITTEN TO TRUE.
005070 0440-EXIT.
005080     EXIT.
005081*
005081 0445-CHECK-CONFIRMED.
005081     MOVE "N" TO WS-ON-FILE-SW.
005081     OPEN INPUT CONFIRM-FILE.
005081     IF NOT WS-CONFIRM-FILE-OK
005081         GO TO 0445-EXIT
005081     END-IF.
005081     PERFORM 0446-CHECK-ONE-CONFIRMED THRU 0446-EXIT
005081         UNTIL WS-CONFIRM-FILE-EOF
005081            OR WS-ALREADY-ON-FILE.
005081     CLOSE CONFIRM-FILE.
005081 0445-EXIT.
005081     EXIT.
005081*
005081 0446-CHECK-ONE-CONFIRMED.
005081     READ CONFIRM-FILE
005081         AT END
005081             GO TO 0446-EXIT
005081     END-READ.
005081     IF CONFIRM-RECORD(84:12) = WS-HOLD-REF
005081         SET WS-ALREADY-ON-FILE TO TRUE
005081     END-IF.
005081 0446-EXIT.
005081     EXIT.
005090*
005100*    WS-DEC-IDX IS STILL SET TO THE MATCHED DECISION.
005110 0450-LOG-DECISION.
005120     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
005130     OPEN EXTEND SCRNLOG-FILE.
005140     IF WS-SCRNLOG-NOT-FOUND
005150         OPEN OUTPUT SCRNLOG-FILE
005160     END-IF.
005170     IF NOT WS-SCRNLOG-FILE-OK
005180         DISPLAY "WLSCREEN - CANNOT OPEN SCREEN.LOG"
005190         GO TO 0450-EXIT
005200     END-IF.
005210     MOVE WS-HOLD-DETAIL TO SAMP-DETAIL-RECORD.
005220     MOVE SPACES TO SCRNLOG-LINE.
005230     STRING WS-TIMESTAMP(1:14)                DELIMITED BY SIZE
005240            " " WS-DECISION-TEXT " REF="      DELIMITED BY SIZE
005250            WS-HOLD-REF                       DELIMITED BY SIZE
005260            " ACCT="                          DELIMITED BY SIZE
005270            SAMP-ACCOUNT-NUMBER               DELIMITED BY SIZE
005280            " LIST="                          DELIMITED BY SIZE
005290            WS-HOLD-LIST-ID                   DELIMITED BY SIZE
005300            " OPR="                           DELIMITED BY SIZE
005310            WS-DEC-OPR(WS-DEC-IDX)            DELIMITED BY SIZE
005320         INTO SCRNLOG-LINE.
005330     WRITE SCRNLOG-LINE.
005340     CLOSE SCRNLOG-FILE.
005350 0450-EXIT.
005360     EXIT.
005370*
005380 1000-SCREEN-ONE-RECORD.
005390     READ SORTED-FILE
005400         AT END
005410             GO TO 1000-EXIT
005420     END-READ.
005430     MOVE SORTED-FILE-RECORD TO SAMP-HEADER-RECORD.
005440     IF SAMP-IS-HEADER
005450         MOVE SORTED-FILE-RECORD TO SCREENED-RECORD
005460         WRITE SCREENED-RECORD
005470         GO TO 1000-EXIT
005480     END-IF.
005490     IF NOT WS-PRIOR-DONE
005500         PERFORM 0400-WORK-PRIOR-HOLDS THRU 0400-EXIT
005510     END-IF.
005520     MOVE SORTED-FILE-RECORD TO SAMP-TRAILER-RECORD.
005530     IF SAMP-IS-TRAILER
005540         GO TO 1000-EXIT
005550     END-IF.
005560     MOVE SORTED-FILE-RECORD TO SAMP-DETAIL-RECORD.
005570     ADD 1 TO WS-SCREENED-COUNT.
005580     MOVE SPACES TO WS-NORM-IN.
005590     MOVE SAMP-CUSTOMER-NAME TO WS-NORM-IN.
005600     PERFORM 3000-NORMALIZE-NAME THRU 3000-EXIT.
005610     MOVE WS-NAME-WORDS TO WS-CUST-WORDS.
005620     MOVE 0 TO WS-BEST-SCORE.
005630     MOVE 0 TO WS-BEST-SUB.
005640     IF WS-CUST-WORD-COUNT > 0
005650         PERFORM 4000-SCORE-ONE-WATCH THRU 4000-EXIT
005660             VARYING WS-WATCH-IDX FROM 1 BY 1
005670             UNTIL WS-WATCH-IDX > WS-WATCH-COUNT
005680     END-IF.
005690     IF WS-BEST-SUB = 0
005700         OR WS-BEST-SCORE < WS-MIN-SCORE
005710         MOVE SORTED-FILE-RECORD TO SCREENED-RECORD
005720         WRITE SCREENED-RECORD
005730         ADD 1 TO WS-WRITTEN-COUNT
005740         ADD 1 TO WS-PASSED-COUNT
005750         GO TO 1000-EXIT
005760     END-IF.
005770     PERFORM 1100-HOLD-ITEM THRU 1100-EXIT.
005780 1000-EXIT.
005790     EXIT.
005800*
005810 1100-HOLD-ITEM.
005820     ADD 1 TO WS-HOLD-SEQ.
005830     MOVE SPACES TO WS-HOLD-WORK.
005840     MOVE SORTED-FILE-RECORD TO WS-HOLD-DETAIL.
005850     MOVE WS-RUN-DATE TO WS-HOLD-REF-DATE.
005860     MOVE WS-HOLD-SEQ TO WS-HOLD-REF-SEQ.
005870     MOVE WS-RUN-DATE TO WS-HOLD-FIRST-DATE.
005880     MOVE WS-BEST-SCORE TO WS-HOLD-SCORE.
005890     SET WS-WATCH-IDX TO WS-BEST-SUB.
005900     MOVE WS-WATCH-ID(WS-WATCH-IDX) TO WS-HOLD-LIST-ID.
005910     MOVE WS-WATCH-NAME(WS-WATCH-IDX) TO WS-HOLD-LIST-NAME.
005920     MOVE WS-HOLD-WORK TO HOLD-RECORD.
005930     WRITE HOLD-RECORD.
005940     ADD 1 TO WS-HELD-COUNT.
005950     ADD SAMP-TRANSACTION-AMOUNT TO WS-HELD-AMOUNT.
005960     MOVE "NEW HIT" TO WS-DECISION-TEXT.
005970     PERFORM 5100-LIST-HOLD THRU 5100-EXIT.
005980 1100-EXIT.
005990     EXIT.
006000*
006010*    REDUCES WS-NORM-IN TO WS-NAME-WORDS.  LOWER CASE IS
006020*    FOLDED TO UPPER, AN APOSTROPHE IS DROPPED (O'BRIEN MATCHES
006030*    OBRIEN), AND ANY OTHER CHARACTER THAT IS NOT A LETTER OR
006040*    DIGIT SEPARATES WORDS.
006050 3000-NORMALIZE-NAME.
006060     INSPECT WS-NORM-IN CONVERTING
006070         "abcdefghijklmnopqrstuvwxyz"
006080         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
006090     MOVE SPACES TO WS-NORM-OUT.
006100     MOVE 0 TO WS-NORM-PTR.
006110     PERFORM 3010-NORMALIZE-ONE-CHAR THRU 3010-EXIT
006120         VARYING WS-CHAR-SUB FROM 1 BY 1
006130         UNTIL WS-CHAR-SUB > 50.
006140     MOVE SPACES TO WS-NAME-WORDS.
006150     MOVE 0 TO WS-NAME-WORD-COUNT.
006160     UNSTRING WS-NORM-OUT DELIMITED BY ALL SPACE
006170         INTO WS-NAME-WORD(1) WS-NAME-WORD(2) WS-NAME-WORD(3)
006180              WS-NAME-WORD(4) WS-NAME-WORD(5) WS-NAME-WORD(6)
006190              WS-NAME-WORD(7) WS-NAME-WORD(8) WS-NAME-WORD(9)
006200              WS-NAME-WORD(10)
006210     END-UNSTRING.
006220     PERFORM 3020-COUNT-ONE-WORD THRU 3020-EXIT
006230         VARYING WS-WORD-SUB FROM 1 BY 1
006240         UNTIL WS-WORD-SUB > 10.
006250 3000-EXIT.
006260     EXIT.
006270*
006280 3010-NORMALIZE-ONE-CHAR.
006290     MOVE WS-NORM-IN(WS-CHAR-SUB:1) TO WS-CHAR.
006300     IF WS-CHAR-IS-DROPPED
006310         GO TO 3010-EXIT
006320     END-IF.
006330     IF WS-CHAR-IS-LETTER OR WS-CHAR-IS-DIGIT
006340         ADD 1 TO WS-NORM-PTR
006350         MOVE WS-CHAR TO WS-NORM-OUT(WS-NORM-PTR:1)
006360         GO TO 3010-EXIT
006370     END-IF.
006380     IF WS-NORM-PTR > 0
006390         AND WS-NORM-OUT(WS-NORM-PTR:1) NOT = SPACE
006400         ADD 1 TO WS-NORM-PTR
006410     END-IF.
006420 3010-EXIT.
006430     EXIT.
006440*
006450 3020-COUNT-ONE-WORD.
006460     IF WS-NAME-WORD(WS-WORD-SUB) NOT = SPACES
006470         ADD 1 TO WS-NAME-WORD-COUNT
006480     END-IF.
006490 3020-EXIT.
006500     EXIT.
006510*
006520*    SCORES THE CUSTOMER NAME AGAINST ONE WATCH-LIST NAME.
006530*    EACH CUSTOMER WORD IS MATCHED TO AN UNUSED LISTED WORD,
006540*    EXACTLY IF POSSIBLE, OTHERWISE AS AN INITIAL.
006550 4000-SCORE-ONE-WATCH.
006560     IF WS-WATCH-WORD-COUNT(WS-WATCH-IDX) = 0
006570         GO TO 4000-EXIT
006580     END-IF.
006590     MOVE SPACES TO WS-USED-FLAGS.
006600     MOVE 0 TO WS-WORDS-MATCHED.
006610     PERFORM 4100-MATCH-ONE-WORD THRU 4100-EXIT
006620         VARYING WS-WORD-SUB FROM 1 BY 1
006630         UNTIL WS-WORD-SUB > WS-CUST-WORD-COUNT.
006640     COMPUTE WS-SCORE = (WS-WORDS-MATCHED * 200)
006650         / (WS-CUST-WORD-COUNT
006660            + WS-WATCH-WORD-COUNT(WS-WATCH-IDX)).
006670     IF WS-SCORE > WS-BEST-SCORE
006680         MOVE WS-SCORE TO WS-BEST-SCORE
006690         SET WS-BEST-SUB TO WS-WATCH-IDX
006700     END-IF.
006710 4000-EXIT.
006720     EXIT.
006730*
006740 4100-MATCH-ONE-WORD.
006750     MOVE 0 TO WS-WORD-MATCH-SUB.
006760     PERFORM 4110-TRY-EXACT THRU 4110-EXIT
006770         VARYING WS-LIST-SUB FROM 1 BY 1
006780         UNTIL WS-LIST-SUB > WS-WATCH-WORD-COUNT(WS-WATCH-IDX)
006790            OR WS-WORD-MATCH-SUB > 0.
006800     IF WS-WORD-MATCH-SUB = 0
006810         PERFORM 4120-TRY-INITIAL THRU 4120-EXIT
006820             VARYING WS-LIST-SUB FROM 1 BY 1
006830             UNTIL WS-LIST-SUB >
006840                   WS-WATCH-WORD-COUNT(WS-WATCH-IDX)
006850                OR WS-WORD-MATCH-SUB > 0
006860     END-IF.
006870     IF WS-WORD-MATCH-SUB > 0
006880         MOVE "Y" TO WS-USED-FLAG(WS-WORD-MATCH-SUB)
006890         ADD 1 TO WS-WORDS-MATCHED
006900     END-IF.
006910 4100-EXIT.
006920     EXIT.
006930*
006940 4110-TRY-EXACT.
006950     IF WS-USED-FLAG(WS-LIST-SUB) = SPACE
006960         AND WS-WATCH-WORD(WS-WATCH-IDX, WS-LIST-SUB)
006970             = WS-CUST-WORD(WS-WORD-SUB)
006980         MOVE WS-LIST-SUB TO WS-WORD-MATCH-SUB
006990     END-IF.
007000 4110-EXIT.
007010     EXIT.
007020*
007030*    A ONE-LETTER WORD ON EITHER SIDE MATCHES A WORD THAT
007040*    STARTS WITH THAT LETTER.
007050 4120-TRY-INITIAL.
007060     IF WS-USED-FLAG(WS-LIST-SUB) NOT = SPACE
007070         GO TO 4120-EXIT
007080     END-IF.
007090     IF WS-WATCH-WORD(WS-WATCH-IDX, WS-LIST-SUB)(1:1)
007100         NOT = WS-CUST-WORD(WS-WORD-SUB)(1:1)
007110         GO TO 4120-EXIT
007120     END-IF.
007130     IF WS-CUST-WORD(WS-WORD-SUB)(2:1) = SPACE
007140         OR WS-WATCH-WORD(WS-WATCH-IDX, WS-LIST-SUB)(2:1)
007150            = SPACE
007160         MOVE WS-LIST-SUB TO WS-WORD-MATCH-SUB
007170     END-IF.
007180 4120-EXIT.
007190     EXIT.
007200*
007210 5000-WRITE-HEADING.
007220     MOVE WS-MIN-SCORE TO WS-SCORE-EDIT.
007230     MOVE SPACES TO REPORT-LINE.
007240     STRING "WATCH-LIST SCREENING REPORT  RUN DATE " WS-RUN-DATE
007250            "  MINIMUM SCORE " WS-SCORE-EDIT
007260            DELIMITED BY SIZE
007270         INTO REPORT-LINE.
007280     WRITE REPORT-LINE.
007290     MOVE SPACES TO REPORT-LINE.
007300     WRITE REPORT-LINE.
007310     MOVE SPACES TO REPORT-LINE.
007320     MOVE "STATUS     HOLD REF     ACCOUNT    DATE     "
007330         TO REPORT-LINE.
007340     MOVE "AMOUNT SCORE CUSTOMER NAME"
007350         TO REPORT-LINE(56:26).
007360     WRITE REPORT-LINE.
007370 5000-EXIT.
007380     EXIT.
007390*
007400*    TWO LINES PER HOLD: THE ITEM AND ITS SCORE, THEN THE
007410*    WATCH-LIST ENTRY IT MATCHED.  WS-HOLD-WORK IS THE HOLD.
007420 5100-LIST-HOLD.
007430     MOVE WS-HOLD-DETAIL TO SAMP-DETAIL-RECORD.
007440     MOVE SAMP-TRANSACTION-AMOUNT TO WS-AMOUNT-EDIT.
007450     MOVE WS-HOLD-SCORE TO WS-SCORE-EDIT.
007460     MOVE SPACES TO REPORT-LINE.
007470     STRING WS-DECISION-TEXT " "
007480            WS-HOLD-REF " "
007490            SAMP-ACCOUNT-NUMBER " "
007500            SAMP-TRANSACTION-DATE " "
007510            WS-AMOUNT-EDIT "  "
007520            WS-SCORE-EDIT "  "
007530            SAMP-CUSTOMER-NAME
007540            DELIMITED BY SIZE
007550         INTO REPORT-LINE.
007560     WRITE REPORT-LINE.
007570     MOVE SPACES TO REPORT-LINE.
007580     STRING "           LISTED AS " WS-HOLD-LIST-ID " "
007585            WS-HOLD-LIST-NAME "  TXN REF "
007590            SAMP-TXN-REFERENCE
007600            DELIMITED BY SIZE
007610         INTO REPORT-LINE.
007620     WRITE REPORT-LINE.
007630 5100-EXIT.
007640     EXIT.
007650*
007660 6000-WRITE-TOTALS.
007670     MOVE SPACES TO REPORT-LINE.
007680     WRITE REPORT-LINE.
007690     MOVE WS-WATCH-COUNT TO WS-COUNT-EDIT.
007700     MOVE SPACES TO REPORT-LINE.
007710     STRING "WATCH-LIST NAMES        = " WS-COUNT-EDIT
007720            DELIMITED BY SIZE
007730         INTO REPORT-LINE.
007740     WRITE REPORT-LINE.
007750     MOVE WS-SCREENED-COUNT TO WS-COUNT-EDIT.
007760     MOVE SPACES TO REPORT-LINE.
007770     STRING "ITEMS SCREENED          = " WS-COUNT-EDIT
007780            DELIMITED BY SIZE
007790         INTO REPORT-LINE.
007800     WRITE REPORT-LINE.
007810     DISPLAY "WLSCREEN - ITEMS SCREENED      = ", WS-COUNT-EDIT.
007820     MOVE WS-PASSED-COUNT TO WS-COUNT-EDIT.
007830     MOVE SPACES TO REPORT-LINE.
007840     STRING "ITEMS PASSED TO POSTING = " WS-COUNT-EDIT
007850            DELIMITED BY SIZE
007860         INTO REPORT-LINE.
007870     WRITE REPORT-LINE.
007880     MOVE WS-HELD-COUNT TO WS-COUNT-EDIT.
007890     MOVE SPACES TO REPORT-LINE.
007900     STRING "NEW HITS HELD           = " WS-COUNT-EDIT
007910            DELIMITED BY SIZE
007920         INTO REPORT-LINE.
007930     WRITE REPORT-LINE.
007940     DISPLAY "WLSCREEN - NEW HITS HELD       = ", WS-COUNT-EDIT.
007950     MOVE WS-HELD-AMOUNT TO WS-AMOUNT-EDIT.
007960     MOVE SPACES TO REPORT-LINE.
007970     STRING "AMOUNT HELD             = " WS-AMOUNT-EDIT
007980            DELIMITED BY SIZE
007990         INTO REPORT-LINE.
008000     WRITE REPORT-LINE.
008010     MOVE WS-CLEARED-COUNT TO WS-COUNT-EDIT.
008020     MOVE SPACES TO REPORT-LINE.
008030     STRING "CLEARED AND RELEASED    = " WS-COUNT-EDIT
008040            DELIMITED BY SIZE
008050         INTO REPORT-LINE.
008060     WRITE REPORT-LINE.
008070     MOVE WS-CONFIRMED-COUNT TO WS-COUNT-EDIT.
008080     MOVE SPACES TO REPORT-LINE.
008090     STRING "CONFIRMED, NOT POSTED   = " WS-COUNT-EDIT
008100            DELIMITED BY SIZE
008110         INTO REPORT-LINE.
008120     WRITE REPORT-LINE.
008130     MOVE WS-CARRIED-COUNT TO WS-COUNT-EDIT.
008140     MOVE SPACES TO REPORT-LINE.
008150     STRING "STILL AWAITING DECISION = " WS-COUNT-EDIT
008160            DELIMITED BY SIZE
008170         INTO REPORT-LINE.
008180     WRITE REPORT-LINE.
008190     DISPLAY "WLSCREEN - AWAITING DECISION   = ", WS-COUNT-EDIT.
008200 6000-EXIT.
008210     EXIT.
