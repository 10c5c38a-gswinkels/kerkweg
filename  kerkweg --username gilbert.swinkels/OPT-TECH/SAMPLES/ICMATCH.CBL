000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ICMATCH.
000030 AUTHOR.        G. SWINKELS, DATA PROCESSING.
000040 INSTALLATION.  DATA PROCESSING DEPT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*MODIFICATION HISTORY
000090*--------------------
000100*10/15/2026  GS   ORIGINAL.  INTERCOMPANY MATCHING AND
000110*                 ELIMINATION FOR THE MONTH-END CONSOLIDATION.
000120*                 A TRANSACTION IS INTERCOMPANY WHEN ITS ACCOUNT
000130*                 IS LISTED IN INTERCO.TBL, WHICH NAMES THE
000140*                 ENTITY THAT OWNS THE ACCOUNT, THE ENTITY ON
000150*                 THE OTHER SIDE, AND THE GL ACCOUNT AND NORMAL
000160*                 SIDE IT CARRIES IN THE OWNING ENTITY'S LEDGER.
000170*                 THE RUN TOTALS EVERY INTERCOMPANY TRANSACTION
000180*                 IN BASE CURRENCY (THROUGH CURRCONV) BY ENTITY,
000190*                 COUNTERPARTY AND GL ACCOUNT, THEN PAIRS EACH
000200*                 ENTITY'S SIDE WITH THE OTHER ENTITY'S SIDE.
000210*                 A PAIR WHOSE TWO SIDES AGREE IS ELIMINATED:
000220*                 EVERY GL ACCOUNT IN IT IS REVERSED IN
000230*                 ICELIM.JNL, IN THE SAME LAYOUT AS GLFEED.JNL,
000240*                 FOR THE CONSOLIDATION LEDGER.  A PAIR WHOSE
000250*                 SIDES DIFFER, OR WITH ONLY ONE SIDE BOOKED, IS
000260*                 LISTED ON ICMATCH.RPT WITH THE DIFFERENCE AND
000270*                 NOT ELIMINATED, SO THE ACCOUNTANTS CLEAR IT AT
000280*                 SOURCE.  LIKE GLFEED, THE JOURNAL IS PROVED
000290*                 (DEBITS = CREDITS) AND SCRATCHED WITH
000300*                 RETURN-CODE 16 IF IT DOES NOT BALANCE -- THE
000310*                 SIGN OF A TABLE LINE WITH THE WRONG NORMAL
000320*                 SIDE.  THE INPUT DEFAULTS TO SORTED.DAT AND IS
000330*                 NORMALLY POINTED (ICO-INFILE) AT THE MONTH'S
000340*                 EXTRACTS RUN THROUGH CONCAT.  RETURN-CODE IS 4
000350*                 WHEN ANY PAIR IS UNMATCHED OR A TRANSACTION
000360*                 HAD NO RATE, 8 WHEN A TABLE OVERFLOWS, 12
000370*                 WHEN INTERCO.TBL OR THE INPUT CANNOT BE READ.
000371*
000372*10/15/2026  GS   THE FINISHED ICMATCH.RPT IS NOW FILED IN THE
000373*                 REPORT REPOSITORY THROUGH RPTSAVE, SO IT CAN
000374*                 STILL BE LISTED AND REPRINTED FROM OPSMENU AFTER
000375*                 THE NEXT RUN OVERWRITES IT.  THE SHORT REPORT
000376*                 WRITTEN WHEN THE ELIMINATIONS ARE OUT OF BALANCE
000377*                 IS FILED TOO.
000380*
000390*---------------------------------------------------------------*
000400*INTERCOMPANY TABLE FORMAT (INTERCO.TBL, ONE LINE PER ACCOUNT)   *
000410*    POSITIONS  1-10  ACCOUNT NUMBER                             *
000420*    POSITIONS 12-15  ENTITY THAT OWNS THE ACCOUNT               *
000430*    POSITIONS 17-20  COUNTERPARTY ENTITY                        *
000440*    POSITIONS 22-29  GL ACCOUNT IN THE OWNING ENTITY'S LEDGER   *
000450*    POSITION     31  NORMAL SIDE OF THAT GL ACCOUNT, D OR C     *
000460*                                                                *
000470*A POSITIVE TRANSACTION AMOUNT IS TAKEN AS BOOKED TO THE GL      *
000480*ACCOUNT'S NORMAL SIDE, THE SAME CONVENTION GLFEED USES FOR A    *
000490*POSITIVE SUMMARY TOTAL.                                         *
000500*---------------------------------------------------------------*
000510*
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SOURCE-COMPUTER.  IBM-PC.
000550 OBJECT-COMPUTER.  IBM-PC.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT SORTED-FILE ASSIGN TO WS-SORTED-FILE-NAME
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-SORTED-FILE-STATUS.
000610     SELECT INTERCO-FILE ASSIGN TO "INTERCO.TBL"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-INTERCO-FILE-STATUS.
000640     SELECT JOURNAL-FILE ASSIGN TO "ICELIM.JNL"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-JOURNAL-FILE-STATUS.
000670     SELECT REPORT-FILE ASSIGN TO "ICMATCH.RPT"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-REPORT-FILE-STATUS.
000700*
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  SORTED-FILE.
000740 01  SORTED-FILE-RECORD          PIC X(82).
000750 FD  INTERCO-FILE.
000760 01  INTERCO-LINE                PIC X(40).
000770 FD  JOURNAL-FILE.
000780 01  JOURNAL-LINE                PIC X(40).
000790 FD  REPORT-FILE.
000800 01  REPORT-LINE                 PIC X(100).
000810*
000820 WORKING-STORAGE SECTION.
000830 01  WS-SORTED-FILE-NAME       PIC X(15) VALUE "SORTED.DAT".
000840 01  WS-SORTED-FILE-STATUS     PIC X(02).
000850     88  WS-SORTED-FILE-OK         VALUE "00".
000860     88  WS-SORTED-FILE-EOF        VALUE "10".
000870 01  WS-INTERCO-FILE-STATUS    PIC X(02).
000880     88  WS-INTERCO-FILE-OK        VALUE "00".
000890     88  WS-INTERCO-FILE-EOF       VALUE "10".
000900 01  WS-JOURNAL-FILE-STATUS    PIC X(02).
000910 01  WS-REPORT-FILE-STATUS     PIC X(02).
000920 01  WS-ENV-VALUE              PIC X(15).
000930 01  WS-TIMESTAMP              PIC X(21).
000940 01  WS-POSTING-DATE           PIC X(08).
000950*
000960*    INTERCO.TBL, ONE ENTRY PER INTERCOMPANY ACCOUNT.
000970 01  WS-ICO-TABLE.
000980     05  WS-ICO-COUNT          PIC 9(03) COMP-5 VALUE 0.
000990     05  WS-ICO-ENTRY OCCURS 500 TIMES INDEXED BY WS-ICO-IDX.
001000         10  WS-ICO-ACCOUNT    PIC X(10).
001010         10  WS-ICO-ENTITY     PIC X(04).
001020         10  WS-ICO-PARTNER    PIC X(04).
001030         10  WS-ICO-GL-ACCOUNT PIC X(08).
001040         10  WS-ICO-SIDE       PIC X(01).
001050*
001060*    ONE BUCKET PER ENTITY / COUNTERPARTY / GL ACCOUNT, NETTED
001070*    TO THE GL ACCOUNT'S NORMAL SIDE.
001080 01  WS-BUCKET-TABLE.
001090     05  WS-BUCKET-COUNT       PIC 9(03) COMP-5 VALUE 0.
001100     05  WS-BUCKET-ENTRY OCCURS 500 TIMES
001110                               INDEXED BY WS-BUCKET-IDX.
001120         10  WS-BKT-ENTITY     PIC X(04).
001130         10  WS-BKT-PARTNER    PIC X(04).
001140         10  WS-BKT-GL-ACCOUNT PIC X(08).
001150         10  WS-BKT-SIDE       PIC X(01).
001160         10  WS-BKT-COUNT      PIC 9(07) COMP-3.
001170         10  WS-BKT-AMOUNT     PIC S9(13)V99 COMP-3.
001180*
001190*    ONE PAIR PER TWO ENTITIES, LOWER CODE FIRST.
001200 01  WS-PAIR-TABLE.
001210     05  WS-PAIR-COUNT         PIC 9(03) COMP-5 VALUE 0.
001220     05  WS-PAIR-ENTRY OCCURS 200 TIMES INDEXED BY WS-PAIR-IDX.
001230         10  WS-PAIR-KEY.
001240             15  WS-PAIR-ENTITY-1  PIC X(04).
001250             15  WS-PAIR-ENTITY-2  PIC X(04).
001260         10  WS-PAIR-AMOUNT-1      PIC S9(13)V99 COMP-3.
001270         10  WS-PAIR-AMOUNT-2      PIC S9(13)V99 COMP-3.
001280         10  WS-PAIR-BOOKED-1      PIC X(01).
001290         10  WS-PAIR-BOOKED-2      PIC X(01).
001300         10  WS-PAIR-STATUS        PIC X(01).
001310             88  WS-PAIR-MATCHED       VALUE "M".
001320 01  WS-OVERFLOW-SW            PIC X(01) VALUE "N".
001330     88  WS-TABLE-OVERFLOW         VALUE "Y".
001340*
001350 01  WS-FIND-KEY.
001360     05  WS-FIND-ENTITY-1      PIC X(04).
001370     05  WS-FIND-ENTITY-2      PIC X(04).
001380 01  WS-HIT-SUB                PIC 9(03) COMP-5.
001390 01  WS-SCAN-SUB               PIC 9(03) COMP-5.
001400 01  WS-MATCH-SW               PIC X(01).
001410     88  WS-MATCH-FOUND            VALUE "Y".
001420 01  WS-BASE-AMOUNT            PIC S9(11)V99.
001430 01  WS-CURR-STATUS            PIC 9(02).
001440 01  WS-DIFFERENCE             PIC S9(13)V99 COMP-3.
001450 01  WS-STATUS-TEXT            PIC X(12).
001460 01  WS-SIDE                   PIC X(01).
001470 01  WS-ABS-AMOUNT             PIC 9(11)V99.
001480 01  WS-AMOUNT-ZONED-G.
001490     05  WS-AMOUNT-ZONED       PIC 9(11)V99.
001500*
001510 01  WS-READ-COUNT             PIC 9(07) VALUE 0.
001520 01  WS-ICO-TRAN-COUNT         PIC 9(07) VALUE 0.
001530 01  WS-NO-RATE-COUNT          PIC 9(07) VALUE 0.
001540 01  WS-BAD-TABLE-COUNT        PIC 9(07) VALUE 0.
001550 01  WS-MATCHED-COUNT          PIC 9(07) VALUE 0.
001560 01  WS-UNMATCHED-COUNT        PIC 9(07) VALUE 0.
001570 01  WS-ENTRY-COUNT            PIC 9(07) VALUE 0.
001580 01  WS-DEBIT-TOTAL            PIC S9(13)V99 COMP-3 VALUE 0.
001590 01  WS-CREDIT-TOTAL           PIC S9(13)V99 COMP-3 VALUE 0.
001600 01  WS-COUNT-EDIT             PIC ZZZZZZ9.
001610 01  WS-AMOUNT-EDIT            PIC Z,ZZZ,ZZZ,ZZ9.99-.
001620 COPY SAMPREC.
001621*
001622*    NAME AND KEYS THE FINISHED REPORT IS FILED UNDER IN THE
001623*    REPORT REPOSITORY.  A BLANK ENTITY IS RESOLVED BY RPTSAVE.
001624 01  WS-REPO-NAME              PIC X(15) VALUE "ICMATCH.RPT".
001625 01  WS-REPO-JOB               PIC X(08) VALUE "ICMATCH".
001626 01  WS-REPO-ENTITY            PIC X(04) VALUE SPACES.
001627 01  WS-REPO-STATUS            PIC 9(02).
001630*
001640 PROCEDURE DIVISION.
001650*
001660 0000-MAINLINE.
001670     DISPLAY "ICMATCH - INTERCOMPANY MATCHING AND ELIMINATION".
001680     MOVE SPACES TO WS-ENV-VALUE.
001690     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "ICO-INFILE".
001700     IF WS-ENV-VALUE NOT = SPACES
001710         MOVE WS-ENV-VALUE TO WS-SORTED-FILE-NAME
001720     END-IF.
001730     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
001740     MOVE WS-TIMESTAMP(1:8) TO WS-POSTING-DATE.
001750     PERFORM 1000-LOAD-INTERCO THRU 1000-EXIT.
001760     IF WS-ICO-COUNT = 0
001770         DISPLAY "ICMATCH - INTERCO.TBL MISSING OR EMPTY"
001780         MOVE 12 TO RETURN-CODE
001790         STOP RUN
001800     END-IF.
001810     OPEN INPUT SORTED-FILE.
001820     IF NOT WS-SORTED-FILE-OK
001830         DISPLAY "ICMATCH - CANNOT OPEN ", WS-SORTED-FILE-NAME
001840         MOVE 12 TO RETURN-CODE
001850         STOP RUN
001860     END-IF.
001870     PERFORM 2000-BUCKET-ONE-RECORD THRU 2000-EXIT
001880         UNTIL WS-SORTED-FILE-EOF.
001890     CLOSE SORTED-FILE.
001900     PERFORM 3000-BUILD-PAIRS THRU 3000-EXIT
001910         VARYING WS-BUCKET-IDX FROM 1 BY 1
001920         UNTIL WS-BUCKET-IDX > WS-BUCKET-COUNT.
001930     OPEN OUTPUT JOURNAL-FILE.
001940     OPEN OUTPUT REPORT-FILE.
001950     PERFORM 5000-WRITE-HEADING THRU 5000-EXIT.
001960     PERFORM 4000-MATCH-ONE-PAIR THRU 4000-EXIT
001970         VARYING WS-PAIR-IDX FROM 1 BY 1
001980         UNTIL WS-PAIR-IDX > WS-PAIR-COUNT.
001990     CLOSE JOURNAL-FILE.
002000     PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT.
002010     IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
002020         MOVE "ELIMINATION JOURNAL OUT OF BALANCE - SCRATCHED"
002030             TO REPORT-LINE
002040         WRITE REPORT-LINE
002050         CLOSE REPORT-FILE
002051         CALL "RPTSAVE" USING WS-REPO-NAME, WS-REPO-JOB,
002052                              WS-REPO-ENTITY, WS-REPO-STATUS
002053         IF WS-REPO-STATUS NOT = ZERO
002054             DISPLAY "ICMATCH - REPORT NOT FILED IN THE",
002055                 " REPOSITORY, STATUS ", WS-REPO-STATUS
002056         END-IF
002060         DISPLAY "ICMATCH - ELIMINATIONS OUT OF BALANCE, ",
002070             "ABENDING"
002080         PERFORM 7000-SCRATCH-JOURNAL THRU 7000-EXIT
002090         MOVE 16 TO RETURN-CODE
002100         STOP RUN
002110     END-IF.
002120     CLOSE REPORT-FILE.
002121     CALL "RPTSAVE" USING WS-REPO-NAME, WS-REPO-JOB,
002122                          WS-REPO-ENTITY, WS-REPO-STATUS.
002123     IF WS-REPO-STATUS NOT = ZERO
002124         DISPLAY "ICMATCH - REPORT NOT FILED IN THE",
002125             " REPOSITORY, STATUS ", WS-REPO-STATUS
002126     END-IF.
002130     MOVE WS-MATCHED-COUNT TO WS-COUNT-EDIT.
002140     DISPLAY "ICMATCH - PAIRS ELIMINATED     = ", WS-COUNT-EDIT.
002150     MOVE WS-UNMATCHED-COUNT TO WS-COUNT-EDIT.
002160     DISPLAY "ICMATCH - PAIRS NOT MATCHED    = ", WS-COUNT-EDIT.
002170     EVALUATE TRUE
002180         WHEN WS-TABLE-OVERFLOW
002190             MOVE 8 TO RETURN-CODE
002200         WHEN WS-UNMATCHED-COUNT > 0
002210           OR WS-NO-RATE-COUNT > 0
002220           OR WS-BAD-TABLE-COUNT > 0
002230             MOVE 4 TO RETURN-CODE
002240         WHEN OTHER
002250             MOVE 0 TO RETURN-CODE
002260     END-EVALUATE.
002270     STOP RUN.
002280*
002290 1000-LOAD-INTERCO.
002300     OPEN INPUT INTERCO-FILE.
002310     IF NOT WS-INTERCO-FILE-OK
002320         GO TO 1000-EXIT
002330     END-IF.
002340     PERFORM 1100-LOAD-ONE-LINE THRU 1100-EXIT
002350         UNTIL WS-INTERCO-FILE-EOF.
002360     CLOSE INTERCO-FILE.
002370 1000-EXIT.
002380     EXIT.
002390*
002400 1100-LOAD-ONE-LINE.
002410     READ INTERCO-FILE
002420         AT END
002430             GO TO 1100-EXIT
002440     END-READ.
002450     IF INTERCO-LINE = SPACES
002460         GO TO 1100-EXIT
002470     END-IF.
002480     IF INTERCO-LINE(12:4) = SPACES
002490         OR INTERCO-LINE(17:4) = SPACES
002500         OR INTERCO-LINE(12:4) = INTERCO-LINE(17:4)
002510         OR (INTERCO-LINE(31:1) NOT = "D"
002520             AND INTERCO-LINE(31:1) NOT = "C")
002530         ADD 1 TO WS-BAD-TABLE-COUNT
002540         DISPLAY "ICMATCH - INTERCO.TBL LINE SKIPPED: ",
002550             INTERCO-LINE
002560         GO TO 1100-EXIT
002570     END-IF.
002580     IF WS-ICO-COUNT = 500
002590         SET WS-TABLE-OVERFLOW TO TRUE
002600         GO TO 1100-EXIT
002610     END-IF.
002620     ADD 1 TO WS-ICO-COUNT.
002630     SET WS-ICO-IDX TO WS-ICO-COUNT.
002640     MOVE INTERCO-LINE(1:10) TO WS-ICO-ACCOUNT(WS-ICO-IDX).
002650     MOVE INTERCO-LINE(12:4) TO WS-ICO-ENTITY(WS-ICO-IDX).
002660     MOVE INTERCO-LINE(17:4) TO WS-ICO-PARTNER(WS-ICO-IDX).
002670     MOVE INTERCO-LINE(22:8) TO WS-ICO-GL-ACCOUNT(WS-ICO-IDX).
002680     MOVE INTERCO-LINE(31:1) TO WS-ICO-SIDE(WS-ICO-IDX).
002690 1100-EXIT.
002700     EXIT.
002710*
002720 2000-BUCKET-ONE-RECORD.
002730     READ SORTED-FILE
002740         AT END
002750             GO TO 2000-EXIT
002760     END-READ.
002770     MOVE SORTED-FILE-RECORD TO SAMP-HEADER-RECORD.
002780     IF SAMP-IS-HEADER
002790         GO TO 2000-EXIT
002800     END-IF.
002810     MOVE SORTED-FILE-RECORD TO SAMP-TRAILER-RECORD.
002820     IF SAMP-IS-TRAILER
002830         GO TO 2000-EXIT
002840     END-IF.
002850     MOVE SORTED-FILE-RECORD TO SAMP-DETAIL-RECORD.
002860     ADD 1 TO WS-READ-COUNT.
002870     MOVE "N" TO WS-MATCH-SW.
002880     PERFORM 2100-FIND-ACCOUNT THRU 2100-EXIT
002890         VARYING WS-ICO-IDX FROM 1 BY 1
002900         UNTIL WS-ICO-IDX > WS-ICO-COUNT
002910            OR WS-MATCH-FOUND.
002920     IF NOT WS-MATCH-FOUND
002930         GO TO 2000-EXIT
002940     END-IF.
002950     SET WS-ICO-IDX DOWN BY 1.
002960     ADD 1 TO WS-ICO-TRAN-COUNT.
002970     CALL "CURRCONV" USING SAMP-CURRENCY-CODE,
002980                           SAMP-TRANSACTION-AMOUNT,
002990                           WS-BASE-AMOUNT,
003000                           WS-CURR-STATUS.
003010     IF WS-CURR-STATUS NOT = 0
003020         ADD 1 TO WS-NO-RATE-COUNT
003030         DISPLAY "ICMATCH - NO RATE FOR ", SAMP-CURRENCY-CODE,
003040             " ON ACCOUNT ", SAMP-ACCOUNT-NUMBER,
003050             ", NOT BUCKETED"
003060         GO TO 2000-EXIT
003070     END-IF.
003080     MOVE 0 TO WS-HIT-SUB.
003090     PERFORM 2200-FIND-BUCKET THRU 2200-EXIT
003100         VARYING WS-SCAN-SUB FROM 1 BY 1
003110         UNTIL WS-SCAN-SUB > WS-BUCKET-COUNT
003120            OR WS-HIT-SUB > 0.
003130     IF WS-HIT-SUB = 0
003140         IF WS-BUCKET-COUNT = 500
003150             SET WS-TABLE-OVERFLOW TO TRUE
003160             GO TO 2000-EXIT
003170         END-IF
003180         ADD 1 TO WS-BUCKET-COUNT
003190         MOVE WS-BUCKET-COUNT TO WS-HIT-SUB
003200         SET WS-BUCKET-IDX TO WS-HIT-SUB
003210         MOVE WS-ICO-ENTITY(WS-ICO-IDX)
003220             TO WS-BKT-ENTITY(WS-BUCKET-IDX)
003230         MOVE WS-ICO-PARTNER(WS-ICO-IDX)
003240             TO WS-BKT-PARTNER(WS-BUCKET-IDX)
003250         MOVE WS-ICO-GL-ACCOUNT(WS-ICO-IDX)
003260             TO WS-BKT-GL-ACCOUNT(WS-BUCKET-IDX)
003270         MOVE WS-ICO-SIDE(WS-ICO-IDX)
003280             TO WS-BKT-SIDE(WS-BUCKET-IDX)
003290         MOVE 0 TO WS-BKT-COUNT(WS-BUCKET-IDX),
003300                   WS-BKT-AMOUNT(WS-BUCKET-IDX)
003310     END-IF.
003320     SET WS-BUCKET-IDX TO WS-HIT-SUB.
003330     ADD 1 TO WS-BKT-COUNT(WS-BUCKET-IDX).
003340     ADD WS-BASE-AMOUNT TO WS-BKT-AMOUNT(WS-BUCKET-IDX).
003350 2000-EXIT.
003360     EXIT.
003370*
003380 2100-FIND-ACCOUNT.
003390     IF WS-ICO-ACCOUNT(WS-ICO-IDX) = SAMP-ACCOUNT-NUMBER
003400         SET WS-MATCH-FOUND TO TRUE
003410     END-IF.
003420 2100-EXIT.
003430     EXIT.
003440*
003450 2200-FIND-BUCKET.
003460     SET WS-BUCKET-IDX TO WS-SCAN-SUB.
003470     IF WS-BKT-ENTITY(WS-BUCKET-IDX) = WS-ICO-ENTITY(WS-ICO-IDX)
003480         AND WS-BKT-PARTNER(WS-BUCKET-IDX)
003490             = WS-ICO-PARTNER(WS-ICO-IDX)
003500         AND WS-BKT-GL-ACCOUNT(WS-BUCKET-IDX)
003510             = WS-ICO-GL-ACCOUNT(WS-ICO-IDX)
003520         AND WS-BKT-SIDE(WS-BUCKET-IDX) = WS-ICO-SIDE(WS-ICO-IDX)
003530         MOVE WS-SCAN-SUB TO WS-HIT-SUB
003540     END-IF.
003550 2200-EXIT.
003560     EXIT.
003570*
003580*    ROLLS EACH BUCKET INTO ITS ENTITY PAIR ON THE SIDE OF THE
003590*    ENTITY THAT BOOKED IT.
003600 3000-BUILD-PAIRS.
003610     PERFORM 3200-SET-PAIR-KEY THRU 3200-EXIT.
003620     MOVE 0 TO WS-HIT-SUB.
003630     PERFORM 3100-FIND-PAIR THRU 3100-EXIT
003640         VARYING WS-SCAN-SUB FROM 1 BY 1
003650         UNTIL WS-SCAN-SUB > WS-PAIR-COUNT
003660            OR WS-HIT-SUB > 0.
003670     IF WS-HIT-SUB = 0
003680         IF WS-PAIR-COUNT = 200
003690             SET WS-TABLE-OVERFLOW TO TRUE
003700             GO TO 3000-EXIT
003710         END-IF
003720         ADD 1 TO WS-PAIR-COUNT
003730         MOVE WS-PAIR-COUNT TO WS-HIT-SUB
003740         SET WS-PAIR-IDX TO WS-HIT-SUB
003750         MOVE WS-FIND-KEY TO WS-PAIR-KEY(WS-PAIR-IDX)
003760         MOVE 0 TO WS-PAIR-AMOUNT-1(WS-PAIR-IDX),
003770                   WS-PAIR-AMOUNT-2(WS-PAIR-IDX)
003780         MOVE "N" TO WS-PAIR-BOOKED-1(WS-PAIR-IDX),
003790                     WS-PAIR-BOOKED-2(WS-PAIR-IDX),
003800                     WS-PAIR-STATUS(WS-PAIR-IDX)
003810     END-IF.
003820     SET WS-PAIR-IDX TO WS-HIT-SUB.
003830     IF WS-BKT-ENTITY(WS-BUCKET-IDX) = WS-FIND-ENTITY-1
003840         ADD WS-BKT-AMOUNT(WS-BUCKET-IDX)
003850             TO WS-PAIR-AMOUNT-1(WS-PAIR-IDX)
003860         MOVE "Y" TO WS-PAIR-BOOKED-1(WS-PAIR-IDX)
003870     ELSE
003880         ADD WS-BKT-AMOUNT(WS-BUCKET-IDX)
003890             TO WS-PAIR-AMOUNT-2(WS-PAIR-IDX)
003900         MOVE "Y" TO WS-PAIR-BOOKED-2(WS-PAIR-IDX)
003910     END-IF.
003920 3000-EXIT.
003930     EXIT.
003940*
003950 3100-FIND-PAIR.
003960     SET WS-PAIR-IDX TO WS-SCAN-SUB.
003970     IF WS-PAIR-KEY(WS-PAIR-IDX) = WS-FIND-KEY
003980         MOVE WS-SCAN-SUB TO WS-HIT-SUB
003990     END-IF.
004000 3100-EXIT.
004010     EXIT.
004020*
004030*    THE PAIR KEY OF THE CURRENT BUCKET, LOWER ENTITY FIRST.
004040 3200-SET-PAIR-KEY.
004050     IF WS-BKT-ENTITY(WS-BUCKET-IDX)
004060         < WS-BKT-PARTNER(WS-BUCKET-IDX)
004070         MOVE WS-BKT-ENTITY(WS-BUCKET-IDX) TO WS-FIND-ENTITY-1
004080         MOVE WS-BKT-PARTNER(WS-BUCKET-IDX) TO WS-FIND-ENTITY-2
004090     ELSE
004100         MOVE WS-BKT-PARTNER(WS-BUCKET-IDX) TO WS-FIND-ENTITY-1
004110         MOVE WS-BKT-ENTITY(WS-BUCKET-IDX) TO WS-FIND-ENTITY-2
004120     END-IF.
004130 3200-EXIT.
004140     EXIT.
004150*
004160*    BOTH SIDES BOOKED AND EQUAL IS A MATCH; ANYTHING ELSE IS
004170*    LISTED FOR THE ACCOUNTANTS AND LEFT UNELIMINATED.
004180 4000-MATCH-ONE-PAIR.
004190     COMPUTE WS-DIFFERENCE = WS-PAIR-AMOUNT-1(WS-PAIR-IDX)
004200         - WS-PAIR-AMOUNT-2(WS-PAIR-IDX).
004210     EVALUATE TRUE
004220         WHEN WS-PAIR-BOOKED-1(WS-PAIR-IDX) = "N"
004230             MOVE "ONE SIDED" TO WS-STATUS-TEXT
004240         WHEN WS-PAIR-BOOKED-2(WS-PAIR-IDX) = "N"
004250             MOVE "ONE SIDED" TO WS-STATUS-TEXT
004260         WHEN WS-DIFFERENCE NOT = 0
004270             MOVE "MISMATCHED" TO WS-STATUS-TEXT
004280         WHEN OTHER
004290             MOVE "ELIMINATED" TO WS-STATUS-TEXT
004300             SET WS-PAIR-MATCHED(WS-PAIR-IDX) TO TRUE
004310     END-EVALUATE.
004320     MOVE SPACES TO REPORT-LINE.
004330     MOVE WS-PAIR-ENTITY-1(WS-PAIR-IDX) TO REPORT-LINE(1:4).
004340     MOVE WS-PAIR-ENTITY-2(WS-PAIR-IDX) TO REPORT-LINE(7:4).
004350     MOVE WS-PAIR-AMOUNT-1(WS-PAIR-IDX) TO WS-AMOUNT-EDIT.
004360     MOVE WS-AMOUNT-EDIT TO REPORT-LINE(12:17).
004370     MOVE WS-PAIR-AMOUNT-2(WS-PAIR-IDX) TO WS-AMOUNT-EDIT.
004380     MOVE WS-AMOUNT-EDIT TO REPORT-LINE(30:17).
004390     MOVE WS-DIFFERENCE TO WS-AMOUNT-EDIT.
004400     MOVE WS-AMOUNT-EDIT TO REPORT-LINE(48:17).
004410     MOVE WS-STATUS-TEXT TO REPORT-LINE(67:12).
004420     WRITE REPORT-LINE.
004430     IF NOT WS-PAIR-MATCHED(WS-PAIR-IDX)
004440         ADD 1 TO WS-UNMATCHED-COUNT
004450         GO TO 4000-EXIT
004460     END-IF.
004470     ADD 1 TO WS-MATCHED-COUNT.
004480     PERFORM 4100-ELIMINATE-BUCKET THRU 4100-EXIT
004490         VARYING WS-BUCKET-IDX FROM 1 BY 1
004500         UNTIL WS-BUCKET-IDX > WS-BUCKET-COUNT.
004510 4000-EXIT.
004520     EXIT.
004530*
004540*    REVERSES ONE BUCKET OF A MATCHED PAIR: A POSITIVE NET GOES
004550*    TO THE SIDE OPPOSITE THE ACCOUNT'S NORMAL SIDE, A NEGATIVE
004560*    NET TO THE NORMAL SIDE, AT ITS ABSOLUTE VALUE.
004570 4100-ELIMINATE-BUCKET.
004580     PERFORM 3200-SET-PAIR-KEY THRU 3200-EXIT.
004590     IF WS-FIND-KEY NOT = WS-PAIR-KEY(WS-PAIR-IDX)
004600         GO TO 4100-EXIT
004610     END-IF.
004620     IF WS-BKT-AMOUNT(WS-BUCKET-IDX) = 0
004630         GO TO 4100-EXIT
004640     END-IF.
004650     IF WS-BKT-AMOUNT(WS-BUCKET-IDX) > 0
004660         MOVE WS-BKT-AMOUNT(WS-BUCKET-IDX) TO WS-ABS-AMOUNT
004670         IF WS-BKT-SIDE(WS-BUCKET-IDX) = "D"
004680             MOVE "C" TO WS-SIDE
004690         ELSE
004700             MOVE "D" TO WS-SIDE
004710         END-IF
004720     ELSE
004730         COMPUTE WS-ABS-AMOUNT =
004740             0 - WS-BKT-AMOUNT(WS-BUCKET-IDX)
004750         MOVE WS-BKT-SIDE(WS-BUCKET-IDX) TO WS-SIDE
004760     END-IF.
004770     MOVE WS-ABS-AMOUNT TO WS-AMOUNT-ZONED.
004780     MOVE SPACES TO JOURNAL-LINE.
004790     MOVE WS-BKT-GL-ACCOUNT(WS-BUCKET-IDX) TO JOURNAL-LINE(1:8).
004800     MOVE WS-SIDE TO JOURNAL-LINE(10:1).
004810     MOVE WS-AMOUNT-ZONED-G TO JOURNAL-LINE(12:13).
004820     MOVE WS-POSTING-DATE TO JOURNAL-LINE(26:8).
004830     WRITE JOURNAL-LINE.
004840     ADD 1 TO WS-ENTRY-COUNT.
004850     IF WS-SIDE = "D"
004860         ADD WS-ABS-AMOUNT TO WS-DEBIT-TOTAL
004870     ELSE
004880         ADD WS-ABS-AMOUNT TO WS-CREDIT-TOTAL
004890     END-IF.
004900     MOVE SPACES TO REPORT-LINE.
004910     STRING "      ELIMINATE " WS-BKT-ENTITY(WS-BUCKET-IDX)
004920            " GL " WS-BKT-GL-ACCOUNT(WS-BUCKET-IDX) " "
004930            WS-SIDE " "
004940            DELIMITED BY SIZE
004950         INTO REPORT-LINE.
004960     MOVE WS-ABS-AMOUNT TO WS-AMOUNT-EDIT.
004970     MOVE WS-AMOUNT-EDIT TO REPORT-LINE(48:17).
004980     WRITE REPORT-LINE.
004990 4100-EXIT.
005000     EXIT.
005010*
005020 5000-WRITE-HEADING.
005030     MOVE SPACES TO REPORT-LINE.
005040     STRING "INTERCOMPANY MATCHING REPORT  INPUT "
005050            WS-SORTED-FILE-NAME
005060            "  RUN " WS-POSTING-DATE
005070            DELIMITED BY SIZE
005080         INTO REPORT-LINE.
005090     WRITE REPORT-LINE.
005100     MOVE SPACES TO REPORT-LINE.
005110     WRITE REPORT-LINE.
005120     MOVE "ENTITY PAIR" TO REPORT-LINE.
005130     MOVE "FIRST SIDE" TO REPORT-LINE(19:10).
005140     MOVE "SECOND SIDE" TO REPORT-LINE(36:11).
005150     MOVE "DIFFERENCE" TO REPORT-LINE(55:10).
005160     MOVE "STATUS" TO REPORT-LINE(67:6).
005170     WRITE REPORT-LINE.
005180 5000-EXIT.
005190     EXIT.
005200*
005210 6000-WRITE-TOTALS.
005220     MOVE SPACES TO REPORT-LINE.
005230     WRITE REPORT-LINE.
005240     MOVE WS-READ-COUNT TO WS-COUNT-EDIT.
005250     MOVE SPACES TO REPORT-LINE.
005260     STRING "TRANSACTIONS READ       = " WS-COUNT-EDIT
005270            DELIMITED BY SIZE
005280         INTO REPORT-LINE.
005290     WRITE REPORT-LINE.
005300     MOVE WS-ICO-TRAN-COUNT TO WS-COUNT-EDIT.
005310     MOVE SPACES TO REPORT-LINE.
005320     STRING "INTERCOMPANY            = " WS-COUNT-EDIT
005330            DELIMITED BY SIZE
005340         INTO REPORT-LINE.
005350     WRITE REPORT-LINE.
005360     MOVE WS-NO-RATE-COUNT TO WS-COUNT-EDIT.
005370     MOVE SPACES TO REPORT-LINE.
005380     STRING "NO RATE, NOT MATCHED    = " WS-COUNT-EDIT
005390            DELIMITED BY SIZE
005400         INTO REPORT-LINE.
005410     WRITE REPORT-LINE.
005420     MOVE WS-MATCHED-COUNT TO WS-COUNT-EDIT.
005430     MOVE SPACES TO REPORT-LINE.
005440     STRING "PAIRS ELIMINATED        = " WS-COUNT-EDIT
005450            DELIMITED BY SIZE
005460         INTO REPORT-LINE.
005470     WRITE REPORT-LINE.
005480     MOVE WS-UNMATCHED-COUNT TO WS-COUNT-EDIT.
005490     MOVE SPACES TO REPORT-LINE.
005500     STRING "PAIRS NOT MATCHED       = " WS-COUNT-EDIT
005510            DELIMITED BY SIZE
005520         INTO REPORT-LINE.
005530     WRITE REPORT-LINE.
005540     MOVE WS-ENTRY-COUNT TO WS-COUNT-EDIT.
005550     MOVE SPACES TO REPORT-LINE.
005560     STRING "ELIMINATION LINES       = " WS-COUNT-EDIT
005570            DELIMITED BY SIZE
005580         INTO REPORT-LINE.
005590     WRITE REPORT-LINE.
005600     MOVE WS-DEBIT-TOTAL TO WS-AMOUNT-EDIT.
005610     MOVE SPACES TO REPORT-LINE.
005620     STRING "ELIMINATION DEBITS      = " WS-AMOUNT-EDIT
005630            DELIMITED BY SIZE
005640         INTO REPORT-LINE.
005650     WRITE REPORT-LINE.
005660     MOVE WS-CREDIT-TOTAL TO WS-AMOUNT-EDIT.
005670     MOVE SPACES TO REPORT-LINE.
005680     STRING "ELIMINATION CREDITS     = " WS-AMOUNT-EDIT
005690            DELIMITED BY SIZE
005700         INTO REPORT-LINE.
005710     WRITE REPORT-LINE.
005720     IF WS-TABLE-OVERFLOW
005730         MOVE "TABLE LIMIT REACHED - RESULTS ARE INCOMPLETE"
005740             TO REPORT-LINE
005750         WRITE REPORT-LINE
005760     END-IF.
005770 6000-EXIT.
005780     EXIT.
005790*
005800*    AN ABENDED RUN LEAVES AN EMPTY JOURNAL, NOT A PARTIAL ONE.
005810 7000-SCRATCH-JOURNAL.
005820     OPEN OUTPUT JOURNAL-FILE.
005830     CLOSE JOURNAL-FILE.
005840 7000-EXIT.
005850     EXIT.
