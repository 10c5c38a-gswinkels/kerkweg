000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DUPSCAN.
000030 AUTHOR.        G. SWINKELS, DATA PROCESSING.
000040 INSTALLATION.  DATA PROCESSING DEPT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*MODIFICATION HISTORY
000090*--------------------
000100*10/15/2026  GS   ORIGINAL.  CROSS-RUN DUPLICATE CHECK OF THE
000110*                 SCREENED FILE, RUN AFTER WLSCREEN AND BEFORE
000120*                 ACCTPOST.  EXTREG ONLY STOPS THE SAME EXTRACT
000130*                 BEING PROCESSED TWICE; A BATCH RESENT BY THE
000140*                 SOURCE UNDER A NEW HEADER DATE FINGERPRINTS AS
000150*                 A NEW FILE AND USED TO POST A SECOND TIME.
000160*                 EVERY DETAIL IS NOW COMPARED WITH THE POSTING
000170*                 HISTORY (DUPHIST.DAT, ONE LINE APPENDED BY
000180*                 ACCTPOST FOR EVERY TRANSACTION IT POSTS) OVER
000190*                 THE LAST N BUSINESS DAYS (WEEKDAYS, AS PAYBUILD
000200*                 AND XFRMATCH COUNT), N FROM DUPSCAN.TBL,
000210*                 DEFAULT 3.  AN ITEM WITH THE SAME ACCOUNT,
000220*                 TRANSACTION TYPE, AMOUNT AND CURRENCY AND THE
000230*                 SAME CUSTOMER NAME (CASE IGNORED) AS ONE
000240*                 ALREADY POSTED IN THAT WINDOW IS A PROBABLE
000250*                 REPEAT: IT IS HELD IN DUPHOLD.DAT UNDER ITS
000260*                 OWN HOLD REFERENCE, WITH THE EARLIER POSTING IT
000270*                 MATCHED, AND LISTED ON DUPSCAN.RPT FOR REVIEW.
000280*                 EVERYTHING ELSE IS PASSED TO CHECKED.DAT, WHICH
000290*                 IS WHAT ACCTPOST AND PAYBUILD NOW READ.  THE
000300*                 REVIEWER'S DECISIONS, KEYED INTO DUPREL.TRN,
000310*                 ARE APPLIED AT THE START OF THE NEXT RUN: A
000320*                 RELEASED ITEM IS PASSED TO CHECKED.DAT, A
000330*                 REJECTED ITEM IS MOVED TO DUPREJ.DAT AND NEVER
000340*                 POSTS, AND EITHER IS LOGGED TO DUPSCAN.LOG WITH
000350*                 THE DECIDING OPERATOR.  ITEMS WITH NO DECISION
000360*                 ARE CARRIED FORWARD.  POSTINGS THAT HAVE AGED
000370*                 OUT OF THE WINDOW ARE DROPPED FROM DUPHIST.DAT
000380*                 (REBUILT THROUGH DUPHIST.NEW AND FILECOPY) SO
000390*                 THE HISTORY STAYS SMALL.  ONLY EARLIER RUNS
000400*                 ARE CHECKED -- TWO LIKE ITEMS IN THE SAME FILE
000410*                 BOTH PASS.  RETURN-CODE IS 4
000420*                 WHEN ANYTHING IS ON HOLD AND 12 WHEN THE RUN
000430*                 CANNOT CHECK AT ALL (NO INPUT, A BAD RUN DATE,
000440*                 OR MORE HISTORY OR HOLDS THAN FIT THE TABLES)
000450*                 -- CHECKED.DAT IS NOT WRITTEN IN THAT CASE.
000460*                 THE INPUT DEFAULTS TO SCREENED.DAT AND CAN BE
000470*                 REPOINTED THROUGH DUP-INFILE.  THE FINISHED
000480*                 DUPSCAN.RPT IS FILED THROUGH RPTSAVE.
000490*
000491*10/15/2026  GS   DUPHOLD.DAT IS SAVED AS DUPHOLD.PRV, STAMPED
000491*                 WITH THE RUN DATE, BEFORE EACH RUN REPLACES IT.
000491*                 A SECOND RUN FOR THE SAME DATE STARTS AGAIN
000491*                 FROM DUPHOLD.PRV, SO IT NO LONGER HOLDS TODAY'S
000491*                 ITEMS A SECOND TIME OR LOSES THE ITEMS THE
000491*                 FIRST RUN RELEASED; AN ITEM ALREADY ON
000491*                 DUPREJ.DAT IS NOT ADDED AGAIN.  CHECKED.DAT,
000491*                 DUPHOLD.DAT OR DUPHOLD.PRV THAT CANNOT BE
000491*                 OPENED NOW STOPS THE RUN WITH RETURN CODE 12.
000491*
000492*10/15/2026  GS   A REJECTED ITEM THAT CANNOT BE WRITTEN TO
000492*                 DUPREJ.DAT IS NOW CARRIED FORWARD ON
000492*                 DUPHOLD.DAT, STILL OPEN, INSTEAD OF BEING
000492*                 DROPPED FROM BOTH FILES.
000492*
000493*10/15/2026  GS   DUPREL.TRN IS READ TO THE END.  DECISIONS PAST
000493*                 THE 2000 THE TABLE HOLDS ARE COUNTED AND THE
000493*                 RUN ENDS WITH RETURN-CODE 12 BEFORE ANY FILE IS
000493*                 WRITTEN, SO NO DECISION IS IGNORED.
000493*
000500*---------------------------------------------------------------*
000510*POSTING HISTORY FORMAT (DUPHIST.DAT, ONE LINE PER POSTING)      *
000520*    POSITIONS  1-82  THE DETAIL RECORD AS POSTED                *
000530*    POSITIONS 84-91  RUN DATE IT WAS POSTED, CCYYMMDD           *
000540*                                                                *
000550*DUPLICATE CHECK CONTROL TABLE (DUPSCAN.TBL)                     *
000560*    DAYS NN          BUSINESS DAYS OF HISTORY CHECKED AGAINST   *
000570*                                                                *
000580*DUPLICATE HOLD FORMAT (DUPHOLD.DAT, DUPREJ.DAT)                 *
000590*    POSITIONS   1-82  THE DETAIL RECORD AS RECEIVED             *
000600*    POSITIONS  84-95  HOLD REFERENCE, RUN DATE + 4-DIGIT SEQ    *
000610*    POSITIONS  97-104 DATE FIRST HELD, CCYYMMDD                 *
000620*    POSITIONS 106-119 TRANSACTION REFERENCE OF THE LATEST       *
000630*                      EARLIER POSTING IT MATCHED                *
000640*    POSITIONS 121-128 TRANSACTION DATE OF THAT POSTING          *
000650*    POSITIONS 130-137 RUN DATE THAT POSTING WAS MADE            *
000660*    POSITIONS 139-141 NUMBER OF EARLIER POSTINGS MATCHED        *
000670*                                                                *
000680*REVIEW DECISION FORMAT (DUPREL.TRN, ONE PER LINE)               *
000690*    POSITIONS  1-12  HOLD REFERENCE FROM DUPSCAN.RPT            *
000700*    POSITION  14     "R" = NOT A REPEAT, RELEASE TO POSTING     *
000710*                     "X" = REPEAT, REJECT AND DO NOT POST       *
000720*    POSITIONS 16-23  OPERATOR ID OF WHOEVER DECIDED IT          *
000721*                                                                *
000722*SAVED HOLDS (DUPHOLD.PRV) -- A STAMP LINE, THEN DUPHOLD.DAT AS  *
000723*IT STOOD WHEN THE RUN STARTED                                   *
000724*    POSITIONS  1-8   *RUNDATE                                   *
000725*    POSITIONS 10-17  RUN DATE THAT SAVED IT, CCYYMMDD           *
000730*---------------------------------------------------------------*
000740*
000750 ENVIRONMENT DIVISION.
000760 CONFIGURATION SECTION.
000770 SOURCE-COMPUTER.  IBM-PC.
000780 OBJECT-COMPUTER.  IBM-PC.
000790 INPUT-OUTPUT SECTION.
000800 FILE-CONTROL.
000810     SELECT SCREENED-FILE ASSIGN TO WS-SCREENED-FILE-NAME
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-SCREENED-FILE-STATUS.
000840     SELECT CHECKED-FILE ASSIGN TO "CHECKED.DAT"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-CHECKED-FILE-STATUS.
000870     SELECT HISTORY-FILE ASSIGN TO "DUPHIST.DAT"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-HISTORY-FILE-STATUS.
000900     SELECT NEW-HISTORY-FILE ASSIGN TO "DUPHIST.NEW"
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-NEW-HISTORY-FILE-STATUS.
000930     SELECT CONTROL-FILE ASSIGN TO "DUPSCAN.TBL"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-CONTROL-FILE-STATUS.
000960     SELECT HOLD-FILE ASSIGN TO "DUPHOLD.DAT"
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS WS-HOLD-FILE-STATUS.
000982     SELECT SAVE-FILE ASSIGN TO "DUPHOLD.PRV"
000984         ORGANIZATION IS LINE SEQUENTIAL
000986         FILE STATUS IS WS-SAVE-FILE-STATUS.
000990     SELECT RELEASE-FILE ASSIGN TO "DUPREL.TRN"
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS WS-RELEASE-FILE-STATUS.
001020     SELECT REJECT-FILE ASSIGN TO "DUPREJ.DAT"
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         FILE STATUS IS WS-REJECT-FILE-STATUS.
001050     SELECT DUPLOG-FILE ASSIGN TO "DUPSCAN.LOG"
001060         ORGANIZATION IS LINE SEQUENTIAL
001070         FILE STATUS IS WS-DUPLOG-FILE-STATUS.
001080     SELECT REPORT-FILE ASSIGN TO "DUPSCAN.RPT"
001090         ORGANIZATION IS LINE SEQUENTIAL
001100         FILE STATUS IS WS-REPORT-FILE-STATUS.
001110*
001120 DATA DIVISION.
001130 FILE SECTION.
001140 FD  SCREENED-FILE.
001150 01  SCREENED-RECORD             PIC X(82).
001160 FD  CHECKED-FILE.
001170 01  CHECKED-RECORD              PIC X(82).
001180 FD  HISTORY-FILE.
001190 01  HISTORY-RECORD              PIC X(91).
001200 FD  NEW-HISTORY-FILE.
001210 01  NEW-HISTORY-RECORD          PIC X(91).
001220 FD  CONTROL-FILE.
001230 01  CONTROL-FILE-RECORD         PIC X(40).
001240 FD  HOLD-FILE.
001250 01  HOLD-RECORD                 PIC X(141).
001252 FD  SAVE-FILE.
001253 01  SAVE-RECORD                 PIC X(141).
001254 01  SAVE-STAMP-RECORD.
001255     05  SAVE-STAMP-ID           PIC X(08).
001256         88  SAVE-IS-STAMP           VALUE "*RUNDATE".
001257     05  FILLER                  PIC X(01).
001258     05  SAVE-STAMP-DATE         PIC X(08).
001259     05  FILLER                  PIC X(124).
001260 FD  RELEASE-FILE.
001270 01  RELEASE-RECORD              PIC X(40).
001280 FD  REJECT-FILE.
001290 01  REJECT-RECORD               PIC X(141).
001300 FD  DUPLOG-FILE.
001310 01  DUPLOG-LINE                 PIC X(100).
001320 FD  REPORT-FILE.
001330 01  REPORT-LINE                 PIC X(120).
001340*
001350 WORKING-STORAGE SECTION.
001360 01  WS-SCREENED-FILE-NAME     PIC X(15) VALUE "SCREENED.DAT".
001370 01  WS-SCREENED-FILE-STATUS   PIC X(02).
001380     88  WS-SCREENED-FILE-OK       VALUE "00".
001390     88  WS-SCREENED-FILE-EOF      VALUE "10".
001400 01  WS-CHECKED-FILE-STATUS    PIC X(02).
001405     88  WS-CHECKED-FILE-OK        VALUE "00".
001410 01  WS-HISTORY-FILE-STATUS    PIC X(02).
001420     88  WS-HISTORY-FILE-OK        VALUE "00".
001430     88  WS-HISTORY-FILE-EOF       VALUE "10".
001440     88  WS-HISTORY-NOT-FOUND      VALUE "35".
001450 01  WS-NEW-HISTORY-FILE-STATUS PIC X(02).
001460     88  WS-NEW-HISTORY-FILE-OK    VALUE "00".
001470 01  WS-CONTROL-FILE-STATUS    PIC X(02).
001480     88  WS-CONTROL-FILE-OK        VALUE "00".
001490     88  WS-CONTROL-FILE-EOF       VALUE "10".
001500 01  WS-HOLD-FILE-STATUS       PIC X(02).
001510     88  WS-HOLD-FILE-OK           VALUE "00".
001520     88  WS-HOLD-FILE-EOF          VALUE "10".
001522 01  WS-SAVE-FILE-STATUS       PIC X(02).
001524     88  WS-SAVE-FILE-OK           VALUE "00".
001526     88  WS-SAVE-FILE-EOF          VALUE "10".
001530 01  WS-RELEASE-FILE-STATUS    PIC X(02).
001540     88  WS-RELEASE-FILE-OK        VALUE "00".
001550     88  WS-RELEASE-FILE-EOF       VALUE "10".
001560 01  WS-REJECT-FILE-STATUS     PIC X(02).
001570     88  WS-REJECT-FILE-OK         VALUE "00".
001580     88  WS-REJECT-NOT-FOUND       VALUE "35".
001582     88  WS-REJECT-FILE-EOF        VALUE "10".
001590 01  WS-DUPLOG-FILE-STATUS     PIC X(02).
001600     88  WS-DUPLOG-FILE-OK         VALUE "00".
001610     88  WS-DUPLOG-NOT-FOUND       VALUE "35".
001620 01  WS-REPORT-FILE-STATUS     PIC X(02).
001630 01  WS-ENV-VALUE              PIC X(15).
001640 01  WS-RUN-DATE               PIC X(08).
001650 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
001660                               PIC 9(08).
001670 01  WS-TIMESTAMP              PIC X(21).
001680 01  WS-WINDOW-DAYS            PIC 9(02) VALUE 3.
001690*
001700*    BUSINESS-DAY AGE OF A POSTING, AS XFRMATCH WORKS IT.  DAY 1
001710*    OF THE INTEGER DATE SERIES (01/01/1601) WAS A MONDAY, SO
001720*    REMAINDER 6 IS A SATURDAY AND 0 A SUNDAY.
001730 01  WS-RUN-INT                PIC 9(08) COMP-5.
001740 01  WS-POST-DATE              PIC X(08).
001750 01  WS-POST-DATE-NUM REDEFINES WS-POST-DATE
001760                               PIC 9(08).
001770 01  WS-POST-INT               PIC 9(08) COMP-5.
001780 01  WS-DAY-SPAN               PIC 9(08) COMP-5.
001790 01  WS-WEEKS                  PIC 9(08) COMP-5.
001800 01  WS-ODD-DAYS               PIC 9(01) COMP-5.
001810 01  WS-ODD-SUB                PIC 9(01) COMP-5.
001820 01  WS-DAY-INT                PIC 9(08) COMP-5.
001830 01  WS-DAY-QUOT               PIC 9(08) COMP-5.
001840 01  WS-WEEKDAY                PIC 9(01) COMP-5.
001850 01  WS-BUS-DAYS               PIC 9(08) COMP-5.
001860*
001870*    THE POSTINGS STILL INSIDE THE WINDOW, TABLED ONCE UP
001880*    FRONT IN THE ORDER THEY WERE POSTED.  WS-HIST-KEY IS LAID
001890*    OUT EXACTLY AS WS-ITEM-KEY SO ONE COMPARE DOES THE MATCH.
001900 01  WS-HIST-TABLE.
001910     05  WS-HIST-COUNT         PIC 9(05) COMP-5 VALUE 0.
001920     05  WS-HIST-ENTRY OCCURS 20000 TIMES
001930             INDEXED BY WS-HIST-IDX.
001940         10  WS-HIST-KEY.
001950             15  WS-HIST-ACCOUNT   PIC X(10).
001960             15  WS-HIST-TYPE      PIC X(02).
001970             15  WS-HIST-AMOUNT    PIC S9(09)V99.
001980             15  WS-HIST-CURRENCY  PIC X(03).
001990             15  WS-HIST-NAME      PIC X(30).
002000         10  WS-HIST-TXN-REF   PIC X(14).
002010         10  WS-HIST-TXN-DATE  PIC X(08).
002020         10  WS-HIST-POST-DATE PIC X(08).
002030 01  WS-HIST-OVERFLOW-SW       PIC X(01) VALUE "N".
002040     88  WS-HIST-OVERFLOW          VALUE "Y".
002050 01  WS-HIST-WORK.
002060     05  WS-HIST-DETAIL        PIC X(82).
002070     05  FILLER                PIC X(01).
002080     05  WS-HIST-RUN-DATE      PIC X(08).
002090 01  WS-ITEM-KEY.
002100     05  WS-ITEM-ACCOUNT       PIC X(10).
002110     05  WS-ITEM-TYPE          PIC X(02).
002120     05  WS-ITEM-AMOUNT        PIC S9(09)V99.
002130     05  WS-ITEM-CURRENCY      PIC X(03).
002140     05  WS-ITEM-NAME          PIC X(30).
002150 01  WS-MATCH-COUNT            PIC 9(03) COMP-5.
002160 01  WS-MATCH-SUB              PIC 9(05) COMP-5.
002170*
002180*    FILECOPY PUTS THE PRUNED HISTORY BACK.
002190 01  WS-FROM-NAME              PIC X(15) VALUE "DUPHIST.NEW".
002200 01  WS-TO-NAME                PIC X(15) VALUE "DUPHIST.DAT".
002210 01  WS-COPY-COUNT             PIC 9(07).
002220 01  WS-COPY-STATUS            PIC 9(02).
002230     88  WS-COPY-OK                VALUE 0.
002240 01  WS-NEW-HISTORY-OPEN-SW    PIC X(01) VALUE "N".
002250     88  WS-NEW-HISTORY-OPEN       VALUE "Y".
002260*
002270*    PRIOR HOLDS AND THE REVIEWER'S DECISIONS ON THEM, TABLED
002280*    BEFORE DUPHOLD.DAT IS OPENED AGAIN FOR OUTPUT.
002290 01  WS-CARRY-TABLE.
002300     05  WS-CARRY-COUNT        PIC 9(04) COMP-5 VALUE 0.
002310     05  WS-CARRY-ENTRY        PIC X(141) OCCURS 2000 TIMES
002320                               INDEXED BY WS-CARRY-IDX.
002330 01  WS-CARRY-OVERFLOW-SW      PIC X(01) VALUE "N".
002340     88  WS-CARRY-OVERFLOW         VALUE "Y".
002350 01  WS-DECISION-TABLE.
002360     05  WS-DEC-COUNT          PIC 9(04) COMP-5 VALUE 0.
002370     05  WS-DEC-ENTRY OCCURS 2000 TIMES
002380             INDEXED BY WS-DEC-IDX.
002390         10  WS-DEC-REF        PIC X(12).
002400         10  WS-DEC-ACTION     PIC X(01).
002410         10  WS-DEC-OPR        PIC X(08).
002415 01  WS-DEC-OVERFLOW           PIC 9(07) VALUE 0.
002420 01  WS-HOLD-WORK.
002430     05  WS-HOLD-DETAIL        PIC X(82).
002440     05  FILLER                PIC X(01).
002450     05  WS-HOLD-REF.
002460         10  WS-HOLD-REF-DATE  PIC X(08).
002470         10  WS-HOLD-REF-SEQ   PIC 9(04).
002480     05  FILLER                PIC X(01).
002490     05  WS-HOLD-FIRST-DATE    PIC X(08).
002500     05  FILLER                PIC X(01).
002510     05  WS-HOLD-EARLIER-REF   PIC X(14).
002520     05  FILLER                PIC X(01).
002530     05  WS-HOLD-EARLIER-DATE  PIC X(08).
002540     05  FILLER                PIC X(01).
002550     05  WS-HOLD-EARLIER-POSTED PIC X(08).
002560     05  FILLER                PIC X(01).
002570     05  WS-HOLD-MATCHES       PIC 9(03).
002580 01  WS-HOLD-SEQ               PIC 9(04) VALUE 0.
002590 01  WS-PRIOR-DONE-SW          PIC X(01) VALUE "N".
002600     88  WS-PRIOR-DONE             VALUE "Y".
002602 01  WS-RERUN-SW               PIC X(01) VALUE "N".
002604     88  WS-SAME-DATE-RERUN        VALUE "Y".
002606 01  WS-ON-FILE-SW             PIC X(01).
002608     88  WS-ALREADY-ON-FILE        VALUE "Y".
002610 01  WS-MATCH-SW               PIC X(01).
002620     88  WS-MATCH-FOUND            VALUE "Y".
002621 01  WS-REJECT-SW              PIC X(01).
002622     88  WS-REJECT-WRITTEN         VALUE "Y".
002630 01  WS-DECISION-TEXT          PIC X(10).
002640*
002650 01  WS-HIST-READ-COUNT        PIC 9(07) VALUE 0.
002660 01  WS-HIST-DROPPED-COUNT     PIC 9(07) VALUE 0.
002670 01  WS-CHECKED-COUNT          PIC 9(07) VALUE 0.
002680 01  WS-PASSED-COUNT           PIC 9(07) VALUE 0.
002690 01  WS-HELD-COUNT             PIC 9(07) VALUE 0.
002700 01  WS-HELD-AMOUNT            PIC S9(11)V99 COMP-3 VALUE 0.
002710 01  WS-RELEASED-COUNT         PIC 9(07) VALUE 0.
002720 01  WS-REJECTED-COUNT         PIC 9(07) VALUE 0.
002730 01  WS-CARRIED-COUNT          PIC 9(07) VALUE 0.
002740 01  WS-WRITTEN-COUNT          PIC 9(07) VALUE 0.
002750 01  WS-COUNT-EDIT             PIC ZZZZZZ9.
002760 01  WS-AMOUNT-EDIT            PIC Z,ZZZ,ZZZ,ZZ9.99-.
002770 01  WS-DAYS-EDIT              PIC Z9.
002780 01  WS-MATCHES-EDIT           PIC ZZ9.
002790 COPY SAMPREC.
002800*
002810*    NAME AND KEYS THE FINISHED REPORT IS FILED UNDER IN THE
002820*    REPORT REPOSITORY.  A BLANK ENTITY IS RESOLVED BY RPTSAVE.
002830 01  WS-REPO-NAME              PIC X(15) VALUE "DUPSCAN.RPT".
002840 01  WS-REPO-JOB               PIC X(08) VALUE "DUPSCAN".
002850 01  WS-REPO-ENTITY            PIC X(04) VALUE SPACES.
002860 01  WS-REPO-STATUS            PIC 9(02).
002870*
002880 PROCEDURE DIVISION.
002890*
002900 0000-MAINLINE.
002910     DISPLAY "DUPSCAN - CROSS-RUN DUPLICATE CHECK".
002920     MOVE SPACES TO WS-ENV-VALUE.
002930     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "DUP-INFILE".
002940     IF WS-ENV-VALUE NOT = SPACES
002950         MOVE WS-ENV-VALUE TO WS-SCREENED-FILE-NAME
002960     END-IF.
002970     MOVE SPACES TO WS-ENV-VALUE.
002980     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SORT-RUNDATE".
002990     IF WS-ENV-VALUE NOT = SPACES
003000         MOVE WS-ENV-VALUE(1:8) TO WS-RUN-DATE
003010     ELSE
003020         MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
003030         MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE
003040     END-IF.
003050     IF WS-RUN-DATE NOT NUMERIC
003060         DISPLAY "DUPSCAN - RUN DATE ", WS-RUN-DATE,
003070             " IS NOT A DATE"
003080         MOVE 12 TO RETURN-CODE
003090         STOP RUN
003100     END-IF.
003110     COMPUTE WS-RUN-INT =
003120         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
003130     PERFORM 0100-LOAD-CONTROL THRU 0100-EXIT.
003140     PERFORM 0200-LOAD-HISTORY THRU 0200-EXIT.
003150     IF WS-HIST-OVERFLOW
003160         DISPLAY "DUPSCAN - DUPHIST.DAT OVER 20000 POSTINGS",
003170             " INSIDE THE WINDOW"
003180         MOVE 12 TO RETURN-CODE
003190         STOP RUN
003200     END-IF.
003210     PERFORM 0300-LOAD-PRIOR-HOLDS THRU 0300-EXIT.
003212     IF WS-DEC-OVERFLOW > 0
003214         DISPLAY "DUPSCAN - ", WS-DEC-OVERFLOW,
003216             " DECISIONS NOT TABLED, NOTHING RELEASED"
003217         MOVE 12 TO RETURN-CODE
003218         STOP RUN
003219     END-IF.
003220     IF WS-CARRY-OVERFLOW
003230         DISPLAY "DUPSCAN - DUPHOLD.DAT OVER 2000 ITEMS"
003240         MOVE 12 TO RETURN-CODE
003250         STOP RUN
003260     END-IF.
003270     OPEN INPUT SCREENED-FILE.
003280     IF NOT WS-SCREENED-FILE-OK
003290         DISPLAY "DUPSCAN - CANNOT OPEN ", WS-SCREENED-FILE-NAME
003300         MOVE 12 TO RETURN-CODE
003310         STOP RUN
003320     END-IF.
003330     OPEN OUTPUT CHECKED-FILE.
003331     IF NOT WS-CHECKED-FILE-OK
003332         DISPLAY "DUPSCAN - CANNOT OPEN CHECKED.DAT, STATUS ",
003333             WS-CHECKED-FILE-STATUS
003334         CLOSE SCREENED-FILE
003335         MOVE 12 TO RETURN-CODE
003336         STOP RUN
003337     END-IF.
003338     OPEN OUTPUT HOLD-FILE.
003339     IF NOT WS-HOLD-FILE-OK
003340         DISPLAY "DUPSCAN - CANNOT OPEN DUPHOLD.DAT, STATUS ",
003341             WS-HOLD-FILE-STATUS, ", RERUN TO CHECK"
003342         CLOSE SCREENED-FILE, CHECKED-FILE
003343         MOVE 12 TO RETURN-CODE
003344         STOP RUN
003345     END-IF.
003350     OPEN OUTPUT REPORT-FILE.
003360     PERFORM 5000-WRITE-HEADING THRU 5000-EXIT.
003370     PERFORM 1000-CHECK-ONE-RECORD THRU 1000-EXIT
003380         UNTIL WS-SCREENED-FILE-EOF.
003390     IF NOT WS-PRIOR-DONE
003400         PERFORM 0400-WORK-PRIOR-HOLDS THRU 0400-EXIT
003410     END-IF.
003420     MOVE SPACES TO SAMP-TRAILER-RECORD.
003430     MOVE "TRLR" TO SAMP-TRAILER-ID.
003440     MOVE WS-WRITTEN-COUNT TO SAMP-TRAILER-REC-COUNT.
003450     MOVE SAMP-TRAILER-RECORD TO CHECKED-RECORD.
003460     WRITE CHECKED-RECORD.
003470     CLOSE SCREENED-FILE, CHECKED-FILE, HOLD-FILE.
003480     PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT.
003490     CLOSE REPORT-FILE.
003500     CALL "RPTSAVE" USING WS-REPO-NAME, WS-REPO-JOB,
003510                          WS-REPO-ENTITY, WS-REPO-STATUS.
003520     IF WS-REPO-STATUS NOT = ZERO
003530         DISPLAY "DUPSCAN - REPORT NOT FILED IN THE",
003540             " REPOSITORY, STATUS ", WS-REPO-STATUS
003550     END-IF.
003560     IF WS-HELD-COUNT > 0
003570         OR WS-CARRIED-COUNT > 0
003580         MOVE 4 TO RETURN-CODE
003590     ELSE
003600         MOVE 0 TO RETURN-CODE
003610     END-IF.
003620     STOP RUN.
003630*
003640*    A MISSING DUPSCAN.TBL LEAVES THE WINDOW AT 3 BUSINESS DAYS.
003650 0100-LOAD-CONTROL.
003660     OPEN INPUT CONTROL-FILE.
003670     IF NOT WS-CONTROL-FILE-OK
003680         GO TO 0100-EXIT
003690     END-IF.
003700     PERFORM 0110-LOAD-ONE-CONTROL THRU 0110-EXIT
003710         UNTIL WS-CONTROL-FILE-EOF.
003720     CLOSE CONTROL-FILE.
003730 0100-EXIT.
003740     EXIT.
003750*
003760 0110-LOAD-ONE-CONTROL.
003770     READ CONTROL-FILE
003780         AT END
003790             GO TO 0110-EXIT
003800     END-READ.
003810     IF CONTROL-FILE-RECORD(1:4) = "DAYS"
003820         AND CONTROL-FILE-RECORD(6:2) NUMERIC
003830         AND CONTROL-FILE-RECORD(6:2) NOT = "00"
003840         MOVE CONTROL-FILE-RECORD(6:2) TO WS-WINDOW-DAYS
003850     END-IF.
003860 0110-EXIT.
003870     EXIT.
003880*
003890*    A MISSING DUPHIST.DAT IS AN EMPTY HISTORY, NOT AN ERROR --
003900*    NOTHING HAS BEEN POSTED SINCE THE CHECK WAS PUT IN.  THE
003910*    POSTINGS STILL IN THE WINDOW ARE COPIED TO DUPHIST.NEW AS
003920*    THEY ARE TABLED; WHEN ANY HAVE AGED OUT, FILECOPY PUTS THE
003930*    PRUNED FILE BACK.  A FAILED PRUNE LEAVES DUPHIST.DAT AS IT
003940*    WAS, WHICH ONLY MEANS IT IS PRUNED ON A LATER RUN.
003950 0200-LOAD-HISTORY.
003960     OPEN INPUT HISTORY-FILE.
003970     IF NOT WS-HISTORY-FILE-OK
003980         GO TO 0200-EXIT
003990     END-IF.
004000     OPEN OUTPUT NEW-HISTORY-FILE.
004010     IF WS-NEW-HISTORY-FILE-OK
004020         SET WS-NEW-HISTORY-OPEN TO TRUE
004030     ELSE
004040         DISPLAY "DUPSCAN - CANNOT OPEN DUPHIST.NEW,",
004050             " HISTORY NOT PRUNED"
004060     END-IF.
004070     PERFORM 0210-LOAD-ONE-POSTING THRU 0210-EXIT
004080         UNTIL WS-HISTORY-FILE-EOF
004090            OR WS-HIST-OVERFLOW.
004100     CLOSE HISTORY-FILE.
004110     IF NOT WS-NEW-HISTORY-OPEN
004120         GO TO 0200-EXIT
004130     END-IF.
004140     CLOSE NEW-HISTORY-FILE.
004150     IF WS-HIST-DROPPED-COUNT = 0
004160         OR WS-HIST-OVERFLOW
004170         GO TO 0200-EXIT
004180     END-IF.
004190     CALL "FILECOPY" USING WS-FROM-NAME,
004200                           WS-TO-NAME,
004210                           WS-COPY-COUNT,
004220                           WS-COPY-STATUS.
004230     IF NOT WS-COPY-OK
004240         DISPLAY "DUPSCAN - CANNOT REWRITE DUPHIST.DAT,",
004250             " HISTORY NOT PRUNED"
004260     END-IF.
004270 0200-EXIT.
004280     EXIT.
004290*
004300 0210-LOAD-ONE-POSTING.
004310     READ HISTORY-FILE
004320         AT END
004330             GO TO 0210-EXIT
004340     END-READ.
004350     IF HISTORY-RECORD = SPACES
004360         GO TO 0210-EXIT
004370     END-IF.
004380     ADD 1 TO WS-HIST-READ-COUNT.
004390     MOVE HISTORY-RECORD TO WS-HIST-WORK.
004400     MOVE WS-HIST-RUN-DATE TO WS-POST-DATE.
004410     PERFORM 4100-BUSINESS-DAYS THRU 4100-EXIT.
004420     IF WS-BUS-DAYS > WS-WINDOW-DAYS
004430         ADD 1 TO WS-HIST-DROPPED-COUNT
004440         GO TO 0210-EXIT
004450     END-IF.
004460     IF WS-HIST-COUNT = 20000
004470         SET WS-HIST-OVERFLOW TO TRUE
004480         GO TO 0210-EXIT
004490     END-IF.
004500     IF WS-NEW-HISTORY-OPEN
004510         MOVE WS-HIST-WORK TO NEW-HISTORY-RECORD
004520         WRITE NEW-HISTORY-RECORD
004530     END-IF.
004540     ADD 1 TO WS-HIST-COUNT.
004550     SET WS-HIST-IDX TO WS-HIST-COUNT.
004560     MOVE WS-HIST-DETAIL TO SAMP-DETAIL-RECORD.
004570     PERFORM 3000-BUILD-ITEM-KEY THRU 3000-EXIT.
004580     MOVE WS-ITEM-KEY TO WS-HIST-KEY(WS-HIST-IDX).
004590     MOVE SAMP-TXN-REFERENCE TO WS-HIST-TXN-REF(WS-HIST-IDX).
004600     MOVE SAMP-TRANSACTION-DATE
004610         TO WS-HIST-TXN-DATE(WS-HIST-IDX).
004620     MOVE WS-HIST-RUN-DATE TO WS-HIST-POST-DATE(WS-HIST-IDX).
004630 0210-EXIT.
004640     EXIT.
004650*
004660*    THE PRIOR RUN'S DUPHOLD.DAT AND THE REVIEWER'S DUPREL.TRN
004670*    ARE BOTH TABLED HERE.  THE NEXT NEW HOLD REFERENCE CARRIES
004680*    ON FROM THE HIGHEST ONE ALREADY ISSUED TODAY.  DUPHOLD.DAT
004681*    IS COPIED WHOLE TO DUPHOLD.PRV, UNDER A STAMP LINE CARRYING
004682*    THE RUN DATE, EVEN WHEN THERE IS NONE.  A RUN THAT FINDS
004683*    DUPHOLD.PRV ALREADY STAMPED WITH ITS OWN DATE IS A RERUN:
004684*    IT TAKES THE PRIOR HOLDS FROM DUPHOLD.PRV, AS THE FIRST RUN
004685*    DID, AND LEAVES THE COPY ALONE.  DECISIONS THAT DO NOT
004686*    FIT THE TABLE STOP THE RUN BEFORE DUPHOLD.PRV IS TOUCHED.
004690 0300-LOAD-PRIOR-HOLDS.
004694     OPEN INPUT RELEASE-FILE.
004698     IF WS-RELEASE-FILE-OK
004702         PERFORM 0320-LOAD-ONE-DECISION THRU 0320-EXIT
004706             UNTIL WS-RELEASE-FILE-EOF
004714         CLOSE RELEASE-FILE
004718     END-IF.
004719     IF WS-DEC-OVERFLOW > 0
004720         GO TO 0300-EXIT
004721     END-IF.
004722     PERFORM 0330-CHECK-SAVED THRU 0330-EXIT.
004726     IF WS-SAME-DATE-RERUN
004730         DISPLAY "DUPSCAN - RERUN FOR ", WS-RUN-DATE,
004734             ", PRIOR HOLDS TAKEN FROM DUPHOLD.PRV"
004738         PERFORM 0340-LOAD-ONE-SAVED THRU 0340-EXIT
004742             UNTIL WS-SAVE-FILE-EOF
004746                OR WS-CARRY-OVERFLOW
004750         CLOSE SAVE-FILE
004754         GO TO 0300-EXIT
004758     END-IF.
004762     OPEN OUTPUT SAVE-FILE.
004766     IF NOT WS-SAVE-FILE-OK
004770         DISPLAY "DUPSCAN - CANNOT OPEN DUPHOLD.PRV, STATUS ",
004774             WS-SAVE-FILE-STATUS
004778         MOVE 12 TO RETURN-CODE
004782         STOP RUN
004786     END-IF.
004790     MOVE SPACES TO SAVE-STAMP-RECORD.
004794     SET SAVE-IS-STAMP TO TRUE.
004798     MOVE WS-RUN-DATE TO SAVE-STAMP-DATE.
004802     WRITE SAVE-STAMP-RECORD.
004806     OPEN INPUT HOLD-FILE.
004810     IF WS-HOLD-FILE-OK
004814         PERFORM 0310-LOAD-ONE-HOLD THRU 0310-EXIT
004818             UNTIL WS-HOLD-FILE-EOF
004822         CLOSE HOLD-FILE
004826     END-IF.
004830     CLOSE SAVE-FILE.
004840 0300-EXIT.
004850     EXIT.
004860*
004865*    EVERY LINE GOES TO DUPHOLD.PRV, EVEN PAST THE TABLE
004866*    LIMIT, SO THE COPY IS WHOLE.
004870 0310-LOAD-ONE-HOLD.
004880     READ HOLD-FILE
004890         AT END
004900             GO TO 0310-EXIT
004910     END-READ.
004920     MOVE HOLD-RECORD TO SAVE-RECORD.
004930     WRITE SAVE-RECORD.
004931     MOVE HOLD-RECORD TO WS-HOLD-WORK.
004931     PERFORM 0350-TABLE-HOLD THRU 0350-EXIT.
004931 0310-EXIT.
004931     EXIT.
004931*
004931*    LEAVES DUPHOLD.PRV OPEN, PAST ITS STAMP LINE, WHEN IT IS
004931*    STAMPED WITH THIS RUN'S DATE.
004931 0330-CHECK-SAVED.
004931     MOVE "N" TO WS-RERUN-SW.
004931     OPEN INPUT SAVE-FILE.
004931     IF NOT WS-SAVE-FILE-OK
004931         GO TO 0330-EXIT
004931     END-IF.
004931     READ SAVE-FILE
004931         AT END
004931             CLOSE SAVE-FILE
004931             GO TO 0330-EXIT
004931     END-READ.
004931     IF SAVE-IS-STAMP
004931         AND SAVE-STAMP-DATE = WS-RUN-DATE
004931         SET WS-SAME-DATE-RERUN TO TRUE
004931         GO TO 0330-EXIT
004931     END-IF.
004931     CLOSE SAVE-FILE.
004931 0330-EXIT.
004931     EXIT.
004931*
004931 0340-LOAD-ONE-SAVED.
004931     READ SAVE-FILE
004931         AT END
004931             GO TO 0340-EXIT
004931     END-READ.
004931     MOVE SAVE-RECORD TO WS-HOLD-WORK.
004931     PERFORM 0350-TABLE-HOLD THRU 0350-EXIT.
004931 0340-EXIT.
004931     EXIT.
004931*
004931 0350-TABLE-HOLD.
004931     IF WS-HOLD-WORK = SPACES
004931         OR WS-CARRY-OVERFLOW
004931         GO TO 0350-EXIT
004940     END-IF.
004950     IF WS-CARRY-COUNT = 2000
004960         SET WS-CARRY-OVERFLOW TO TRUE
004970         GO TO 0350-EXIT
004980     END-IF.
004990     ADD 1 TO WS-CARRY-COUNT.
005000     SET WS-CARRY-IDX TO WS-CARRY-COUNT.
005010     MOVE WS-HOLD-WORK TO WS-CARRY-ENTRY(WS-CARRY-IDX).
005030     IF WS-HOLD-REF-DATE = WS-RUN-DATE
005040         AND WS-HOLD-REF-SEQ > WS-HOLD-SEQ
005050         MOVE WS-HOLD-REF-SEQ TO WS-HOLD-SEQ
005060     END-IF.
005070 0350-EXIT.
005080     EXIT.
005090*
005100 0320-LOAD-ONE-DECISION.
005110     READ RELEASE-FILE
005120         AT END
005130             GO TO 0320-EXIT
005140     END-READ.
005150     IF RELEASE-RECORD(1:12) = SPACES
005160         GO TO 0320-EXIT
005170     END-IF.
005171     IF WS-DEC-COUNT = 2000
005172         IF WS-DEC-OVERFLOW = 0
005173             DISPLAY "DUPSCAN - MORE THAN 2000 DECISIONS ON "
005174                 "DUPREL.TRN"
005175         END-IF
005176         ADD 1 TO WS-DEC-OVERFLOW
005177         GO TO 0320-EXIT
005178     END-IF.
005180     ADD 1 TO WS-DEC-COUNT.
005190     SET WS-DEC-IDX TO WS-DEC-COUNT.
005200     MOVE RELEASE-RECORD(1:12) TO WS-DEC-REF(WS-DEC-IDX).
005210     MOVE RELEASE-RECORD(14:1) TO WS-DEC-ACTION(WS-DEC-IDX).
005220     MOVE RELEASE-RECORD(16:8) TO WS-DEC-OPR(WS-DEC-IDX).
005230 0320-EXIT.
005240     EXIT.
005250*
005260*    RUN ONCE, JUST AFTER ANY HEADER RECORD HAS BEEN PASSED
005270*    THROUGH, SO RELEASED ITEMS LAND AMONG THE DETAIL RECORDS.
005280 0400-WORK-PRIOR-HOLDS.
005290     SET WS-PRIOR-DONE TO TRUE.
005300     PERFORM 0410-WORK-ONE-HOLD THRU 0410-EXIT
005310         VARYING WS-CARRY-IDX FROM 1 BY 1
005320         UNTIL WS-CARRY-IDX > WS-CARRY-COUNT.
005330 0400-EXIT.
005340     EXIT.
005350*
005360 0410-WORK-ONE-HOLD.
005370     MOVE WS-CARRY-ENTRY(WS-CARRY-IDX) TO WS-HOLD-WORK.
005380     MOVE "N" TO WS-MATCH-SW.
005390     PERFORM 0420-MATCH-DECISION THRU 0420-EXIT
005400         VARYING WS-DEC-IDX FROM 1 BY 1
005410         UNTIL WS-DEC-IDX > WS-DEC-COUNT
005420            OR WS-MATCH-FOUND.
005430     IF NOT WS-MATCH-FOUND
005440         PERFORM 0430-CARRY-HOLD THRU 0430-EXIT
005450         GO TO 0410-EXIT
005460     END-IF.
005470     SET WS-DEC-IDX DOWN BY 1.
005480     EVALUATE WS-DEC-ACTION(WS-DEC-IDX)
005490         WHEN "R"
005500             MOVE WS-HOLD-DETAIL TO CHECKED-RECORD
005510             WRITE CHECKED-RECORD
005520             ADD 1 TO WS-WRITTEN-COUNT
005530             ADD 1 TO WS-RELEASED-COUNT
005540             MOVE "RELEASED" TO WS-DECISION-TEXT
005550             PERFORM 0450-LOG-DECISION THRU 0450-EXIT
005560         WHEN "X"
005570             PERFORM 0440-WRITE-REJECTED THRU 0440-EXIT
005571             IF WS-REJECT-WRITTEN
005580                 ADD 1 TO WS-REJECTED-COUNT
005590                 MOVE "REJECTED" TO WS-DECISION-TEXT
005600                 PERFORM 0450-LOG-DECISION THRU 0450-EXIT
005601             ELSE
005602                 PERFORM 0430-CARRY-HOLD THRU 0430-EXIT
005603             END-IF
005610         WHEN OTHER
005620             PERFORM 0430-CARRY-HOLD THRU 0430-EXIT
005630     END-EVALUATE.
005640 0410-EXIT.
005650     EXIT.
005660*
005670 0420-MATCH-DECISION.
005680     IF WS-DEC-REF(WS-DEC-IDX) = WS-HOLD-REF
005690         SET WS-MATCH-FOUND TO TRUE
005700     END-IF.
005710 0420-EXIT.
005720     EXIT.
005730*
005740*    AN ITEM STILL AWAITING REVIEW IS REWRITTEN TO THE NEW
005750*    DUPHOLD.DAT AND LISTED AGAIN SO IT IS NOT FORGOTTEN.
005760 0430-CARRY-HOLD.
005770     MOVE WS-HOLD-WORK TO HOLD-RECORD.
005780     WRITE HOLD-RECORD.
005790     ADD 1 TO WS-CARRIED-COUNT.
005800     MOVE "STILL OPEN" TO WS-DECISION-TEXT.
005810     PERFORM 5100-LIST-HOLD THRU 5100-EXIT.
005820 0430-EXIT.
005830     EXIT.
005840*
005845*    ON A RERUN THE ITEM MAY ALREADY HAVE BEEN MOVED TO
005846*    DUPREJ.DAT BY THE FIRST RUN.  IF DUPREJ.DAT CANNOT BE
005847*    OPENED THE REJECTION IS NOT TAKEN AND THE ITEM IS CARRIED
005848*    FORWARD BY THE CALLER.
005850 0440-WRITE-REJECTED.
005851     MOVE "N" TO WS-REJECT-SW.
005852     IF WS-SAME-DATE-RERUN
005853         PERFORM 0445-CHECK-REJECTED THRU 0445-EXIT
005854         IF WS-ALREADY-ON-FILE
005855             SET WS-REJECT-WRITTEN TO TRUE
005855             GO TO 0440-EXIT
005856         END-IF
005857     END-IF.
005860     OPEN EXTEND REJECT-FILE.
005870     IF WS-REJECT-NOT-FOUND
005880         OPEN OUTPUT REJECT-FILE
005890     END-IF.
005900     IF NOT WS-REJECT-FILE-OK
005910         DISPLAY "DUPSCAN - CANNOT OPEN DUPREJ.DAT, ",
005911             WS-HOLD-REF, " CARRIED FORWARD"
005920         GO TO 0440-EXIT
005930     END-IF.
005940     MOVE WS-HOLD-WORK TO REJECT-RECORD.
005950     WRITE REJECT-RECORD.
005960     CLOSE REJECT-FILE.
005965     SET WS-REJECT-WRITTEN TO TRUE.
005970 0440-EXIT.
005980     EXIT.
005981*
005982 0445-CHECK-REJECTED.
005983     MOVE "N" TO WS-ON-FILE-SW.
005984     OPEN INPUT REJECT-FILE.
005985     IF NOT WS-REJECT-FILE-OK
005986         GO TO 0445-EXIT
005987     END-IF.
005988     PERFORM 0446-CHECK-ONE-REJECTED THRU 0446-EXIT
005989         UNTIL WS-REJECT-FILE-EOF
005989            OR WS-ALREADY-ON-FILE.
005989     CLOSE REJECT-FILE.
005989 0445-EXIT.
005989     EXIT.
005989*
005989 0446-CHECK-ONE-REJECTED.
005989     READ REJECT-FILE
005989         AT END
005989             GO TO 0446-EXIT
005989     END-READ.
005989     IF REJECT-RECORD(84:12) = WS-HOLD-REF
005989         SET WS-ALREADY-ON-FILE TO TRUE
005989     END-IF.
005989 0446-EXIT.
005989     EXIT.
005990*
006000*    WS-DEC-IDX IS STILL SET TO THE MATCHED DECISION.
006010 0450-LOG-DECISION.
006020     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
006030     OPEN EXTEND DUPLOG-FILE.
006040     IF WS-DUPLOG-NOT-FOUND
006050         OPEN OUTPUT DUPLOG-FILE
006060     END-IF.
006070     IF NOT WS-DUPLOG-FILE-OK
006080         DISPLAY "DUPSCAN - CANNOT OPEN DUPSCAN.LOG"
006090         GO TO 0450-EXIT
006100     END-IF.
006110     MOVE WS-HOLD-DETAIL TO SAMP-DETAIL-RECORD.
006120     MOVE SPACES TO DUPLOG-LINE.
006130     STRING WS-TIMESTAMP(1:14)                DELIMITED BY SIZE
006140            " " WS-DECISION-TEXT " REF="      DELIMITED BY SIZE
006150            WS-HOLD-REF                       DELIMITED BY SIZE
006160            " ACCT="                          DELIMITED BY SIZE
006170            SAMP-ACCOUNT-NUMBER               DELIMITED BY SIZE
006180            " EARLIER="                       DELIMITED BY SIZE
006190            WS-HOLD-EARLIER-REF               DELIMITED BY SIZE
006200            " OPR="                           DELIMITED BY SIZE
006210            WS-DEC-OPR(WS-DEC-IDX)            DELIMITED BY SIZE
006220         INTO DUPLOG-LINE.
006230     WRITE DUPLOG-LINE.
006240     CLOSE DUPLOG-FILE.
006250 0450-EXIT.
006260     EXIT.
006270*
006280 1000-CHECK-ONE-RECORD.
006290     READ SCREENED-FILE
006300         AT END
006310             GO TO 1000-EXIT
006320     END-READ.
006330     MOVE SCREENED-RECORD TO SAMP-HEADER-RECORD.
006340     IF SAMP-IS-HEADER
006350         MOVE SCREENED-RECORD TO CHECKED-RECORD
006360         WRITE CHECKED-RECORD
006370         GO TO 1000-EXIT
006380     END-IF.
006390     IF NOT WS-PRIOR-DONE
006400         PERFORM 0400-WORK-PRIOR-HOLDS THRU 0400-EXIT
006410     END-IF.
006420     MOVE SCREENED-RECORD TO SAMP-TRAILER-RECORD.
006430     IF SAMP-IS-TRAILER
006440         GO TO 1000-EXIT
006450     END-IF.
006460     MOVE SCREENED-RECORD TO SAMP-DETAIL-RECORD.
006470     ADD 1 TO WS-CHECKED-COUNT.
006480     PERFORM 3000-BUILD-ITEM-KEY THRU 3000-EXIT.
006490     MOVE 0 TO WS-MATCH-COUNT.
006500     MOVE 0 TO WS-MATCH-SUB.
006510     PERFORM 3100-MATCH-ONE-POSTING THRU 3100-EXIT
006520         VARYING WS-HIST-IDX FROM 1 BY 1
006530         UNTIL WS-HIST-IDX > WS-HIST-COUNT.
006540     IF WS-MATCH-COUNT = 0
006550         MOVE SCREENED-RECORD TO CHECKED-RECORD
006560         WRITE CHECKED-RECORD
006570         ADD 1 TO WS-WRITTEN-COUNT
006580         ADD 1 TO WS-PASSED-COUNT
006590         GO TO 1000-EXIT
006600     END-IF.
006610     PERFORM 1100-HOLD-ITEM THRU 1100-EXIT.
006620 1000-EXIT.
006630     EXIT.
006640*
006650*    THE HOLD SHOWS THE LATEST EARLIER POSTING IT MATCHED --
006660*    THE HISTORY IS TABLED IN POSTING ORDER, SO THAT IS THE
006670*    LAST ONE FOUND.
006680 1100-HOLD-ITEM.
006690     ADD 1 TO WS-HOLD-SEQ.
006700     MOVE SPACES TO WS-HOLD-WORK.
006710     MOVE SCREENED-RECORD TO WS-HOLD-DETAIL.
006720     MOVE WS-RUN-DATE TO WS-HOLD-REF-DATE.
006730     MOVE WS-HOLD-SEQ TO WS-HOLD-REF-SEQ.
006740     MOVE WS-RUN-DATE TO WS-HOLD-FIRST-DATE.
006750     SET WS-HIST-IDX TO WS-MATCH-SUB.
006760     MOVE WS-HIST-TXN-REF(WS-HIST-IDX) TO WS-HOLD-EARLIER-REF.
006770     MOVE WS-HIST-TXN-DATE(WS-HIST-IDX) TO WS-HOLD-EARLIER-DATE.
006780     MOVE WS-HIST-POST-DATE(WS-HIST-IDX)
006790         TO WS-HOLD-EARLIER-POSTED.
006800     MOVE WS-MATCH-COUNT TO WS-HOLD-MATCHES.
006810     MOVE WS-HOLD-WORK TO HOLD-RECORD.
006820     WRITE HOLD-RECORD.
006830     ADD 1 TO WS-HELD-COUNT.
006840     ADD SAMP-TRANSACTION-AMOUNT TO WS-HELD-AMOUNT.
006850     MOVE "NEW HOLD" TO WS-DECISION-TEXT.
006860     PERFORM 5100-LIST-HOLD THRU 5100-EXIT.
006870 1100-EXIT.
006880     EXIT.
006890*
006900*    THE MATCH KEY OF THE DETAIL IN SAMP-DETAIL-RECORD.  THE
006910*    NAME IS FOLDED TO UPPER CASE SO A CHANGE OF CASE BY THE
006920*    SOURCE DOES NOT HIDE A REPEAT.
006930 3000-BUILD-ITEM-KEY.
006940     MOVE SAMP-ACCOUNT-NUMBER TO WS-ITEM-ACCOUNT.
006950     MOVE SAMP-TRANSACTION-TYPE TO WS-ITEM-TYPE.
006960     MOVE SAMP-TRANSACTION-AMOUNT TO WS-ITEM-AMOUNT.
006970     MOVE SAMP-CURRENCY-CODE TO WS-ITEM-CURRENCY.
006980     MOVE SAMP-CUSTOMER-NAME TO WS-ITEM-NAME.
006990     INSPECT WS-ITEM-NAME CONVERTING
007000         "abcdefghijklmnopqrstuvwxyz"
007010         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
007020 3000-EXIT.
007030     EXIT.
007040*
007050 3100-MATCH-ONE-POSTING.
007060     IF WS-HIST-KEY(WS-HIST-IDX) NOT = WS-ITEM-KEY
007070         GO TO 3100-EXIT
007080     END-IF.
007090     IF WS-MATCH-COUNT < 999
007100         ADD 1 TO WS-MATCH-COUNT
007110     END-IF.
007120     SET WS-MATCH-SUB TO WS-HIST-IDX.
007130 3100-EXIT.
007140     EXIT.
007150*
007160*    WEEKDAYS AFTER THE POSTING'S RUN DATE UP TO AND INCLUDING
007170*    THIS RUN DATE: FIVE FOR EVERY WHOLE WEEK, THEN THE ODD DAYS
007180*    ONE AT A TIME.  A POSTING MADE TODAY IS AGE 0; ONE WITH NO
007190*    USABLE DATE IS TREATED AS LONG OUT OF THE WINDOW.
007200 4100-BUSINESS-DAYS.
007210     MOVE 0 TO WS-BUS-DAYS.
007220     IF WS-POST-DATE NOT NUMERIC
007230         MOVE 99999999 TO WS-BUS-DAYS
007240         GO TO 4100-EXIT
007250     END-IF.
007260     COMPUTE WS-POST-INT =
007270         FUNCTION INTEGER-OF-DATE(WS-POST-DATE-NUM).
007280     IF WS-POST-INT = 0
007290         MOVE 99999999 TO WS-BUS-DAYS
007300         GO TO 4100-EXIT
007310     END-IF.
007320     IF WS-POST-INT NOT < WS-RUN-INT
007330         GO TO 4100-EXIT
007340     END-IF.
007350     COMPUTE WS-DAY-SPAN = WS-RUN-INT - WS-POST-INT.
007360     DIVIDE WS-DAY-SPAN BY 7 GIVING WS-WEEKS
007370         REMAINDER WS-ODD-DAYS.
007380     COMPUTE WS-BUS-DAYS = WS-WEEKS * 5.
007390     PERFORM 4110-COUNT-ONE-ODD-DAY THRU 4110-EXIT
007400         VARYING WS-ODD-SUB FROM 1 BY 1
007410         UNTIL WS-ODD-SUB > WS-ODD-DAYS.
007420 4100-EXIT.
007430     EXIT.
007440*
007450 4110-COUNT-ONE-ODD-DAY.
007460     COMPUTE WS-DAY-INT = WS-POST-INT
007470         + WS-WEEKS * 7 + WS-ODD-SUB.
007480     DIVIDE WS-DAY-INT BY 7 GIVING WS-DAY-QUOT
007490         REMAINDER WS-WEEKDAY.
007500     IF WS-WEEKDAY NOT = 6 AND WS-WEEKDAY NOT = 0
007510         ADD 1 TO WS-BUS-DAYS
007520     END-IF.
007530 4110-EXIT.
007540     EXIT.
007550*
007560 5000-WRITE-HEADING.
007570     MOVE WS-WINDOW-DAYS TO WS-DAYS-EDIT.
007580     MOVE SPACES TO REPORT-LINE.
007590     STRING "DUPLICATE TRANSACTION CHECK  RUN DATE " WS-RUN-DATE
007600            "  WINDOW " WS-DAYS-EDIT " BUSINESS DAYS"
007610            DELIMITED BY SIZE
007620         INTO REPORT-LINE.
007630     WRITE REPORT-LINE.
007640     MOVE SPACES TO REPORT-LINE.
007650     WRITE REPORT-LINE.
007660     MOVE SPACES TO REPORT-LINE.
007670     MOVE "STATUS     HOLD REF     ACCOUNT    DATE     "
007680         TO REPORT-LINE.
007690     MOVE "AMOUNT  TY  CUSTOMER NAME"
007700         TO REPORT-LINE(56:25).
007710     WRITE REPORT-LINE.
007720 5000-EXIT.
007730     EXIT.
007740*
007750*    TWO LINES PER HOLD: THE ITEM, THEN THE EARLIER POSTING IT
007760*    REPEATS.  WS-HOLD-WORK IS THE HOLD.
007770 5100-LIST-HOLD.
007780     MOVE WS-HOLD-DETAIL TO SAMP-DETAIL-RECORD.
007790     MOVE SAMP-TRANSACTION-AMOUNT TO WS-AMOUNT-EDIT.
007800     MOVE WS-HOLD-MATCHES TO WS-MATCHES-EDIT.
007810     MOVE SPACES TO REPORT-LINE.
007820     STRING WS-DECISION-TEXT " "
007830            WS-HOLD-REF " "
007840            SAMP-ACCOUNT-NUMBER " "
007850            SAMP-TRANSACTION-DATE " "
007860            WS-AMOUNT-EDIT "  "
007870            SAMP-TRANSACTION-TYPE "  "
007880            SAMP-CUSTOMER-NAME
007890            DELIMITED BY SIZE
007900         INTO REPORT-LINE.
007910     WRITE REPORT-LINE.
007920     MOVE SPACES TO REPORT-LINE.
007930     STRING "           REPEATS " WS-HOLD-EARLIER-REF
007940            " DATED " WS-HOLD-EARLIER-DATE
007950            " POSTED " WS-HOLD-EARLIER-POSTED
007960            "  MATCHES " WS-MATCHES-EDIT
007970            "  TXN REF " SAMP-TXN-REFERENCE
007980            DELIMITED BY SIZE
007990         INTO REPORT-LINE.
008000     WRITE REPORT-LINE.
008010 5100-EXIT.
008020     EXIT.
008030*
008040 6000-WRITE-TOTALS.
008050     MOVE SPACES TO REPORT-LINE.
008060     WRITE REPORT-LINE.
008070     MOVE WS-HIST-COUNT TO WS-COUNT-EDIT.
008080     MOVE SPACES TO REPORT-LINE.
008090     STRING "POSTINGS IN WINDOW      = " WS-COUNT-EDIT
008100            DELIMITED BY SIZE
008110         INTO REPORT-LINE.
008120     WRITE REPORT-LINE.
008130     MOVE WS-HIST-DROPPED-COUNT TO WS-COUNT-EDIT.
008140     MOVE SPACES TO REPORT-LINE.
008150     STRING "POSTINGS AGED OUT       = " WS-COUNT-EDIT
008160            DELIMITED BY SIZE
008170         INTO REPORT-LINE.
008180     WRITE REPORT-LINE.
008190     MOVE WS-CHECKED-COUNT TO WS-COUNT-EDIT.
008200     MOVE SPACES TO REPORT-LINE.
008210     STRING "ITEMS CHECKED           = " WS-COUNT-EDIT
008220            DELIMITED BY SIZE
008230         INTO REPORT-LINE.
008240     WRITE REPORT-LINE.
008250     DISPLAY "DUPSCAN - ITEMS CHECKED        = ", WS-COUNT-EDIT.
008260     MOVE WS-PASSED-COUNT TO WS-COUNT-EDIT.
008270     MOVE SPACES TO REPORT-LINE.
008280     STRING "ITEMS PASSED TO POSTING = " WS-COUNT-EDIT
008290            DELIMITED BY SIZE
008300         INTO REPORT-LINE.
008310     WRITE REPORT-LINE.
008320     MOVE WS-HELD-COUNT TO WS-COUNT-EDIT.
008330     MOVE SPACES TO REPORT-LINE.
008340     STRING "NEW REPEATS HELD        = " WS-COUNT-EDIT
008350            DELIMITED BY SIZE
008360         INTO REPORT-LINE.
008370     WRITE REPORT-LINE.
008380     DISPLAY "DUPSCAN - NEW REPEATS HELD     = ", WS-COUNT-EDIT.
008390     MOVE WS-HELD-AMOUNT TO WS-AMOUNT-EDIT.
008400     MOVE SPACES TO REPORT-LINE.
008410     STRING "AMOUNT HELD             = " WS-AMOUNT-EDIT
008420            DELIMITED BY SIZE
008430         INTO REPORT-LINE.
008440     WRITE REPORT-LINE.
008450     MOVE WS-RELEASED-COUNT TO WS-COUNT-EDIT.
008460     MOVE SPACES TO REPORT-LINE.
008470     STRING "RELEASED TO POSTING     = " WS-COUNT-EDIT
008480            DELIMITED BY SIZE
008490         INTO REPORT-LINE.
008500     WRITE REPORT-LINE.
008510     MOVE WS-REJECTED-COUNT TO WS-COUNT-EDIT.
008520     MOVE SPACES TO REPORT-LINE.
008530     STRING "REJECTED, NOT POSTED    = " WS-COUNT-EDIT
008540            DELIMITED BY SIZE
008550         INTO REPORT-LINE.
008560     WRITE REPORT-LINE.
008570     MOVE WS-CARRIED-COUNT TO WS-COUNT-EDIT.
008580     MOVE SPACES TO REPORT-LINE.
008590     STRING "STILL AWAITING DECISION = " WS-COUNT-EDIT
008600            DELIMITED BY SIZE
008610         INTO REPORT-LINE.
008620     WRITE REPORT-LINE.
008630     DISPLAY "DUPSCAN - AWAITING DECISION    = ", WS-COUNT-EDIT.
008640 6000-EXIT.
008650     EXIT.
