000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    AUDSAMP.
000030 AUTHOR.        G. SWINKELS, DATA PROCESSING.
000040 INSTALLATION.  DATA PROCESSING DEPT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*MODIFICATION HISTORY
000090*--------------------
000100*10/15/2026  GS   ORIGINAL.  STATISTICAL AUDIT SAMPLE OF POSTED
000110*                 TRANSACTIONS FOR A DATE RANGE, REPLACING THE
000120*                 QUARTERLY PRACTICE OF PICKING ITEMS OFF PAGES
000130*                 OF SRTRPT.RPT.  THE POPULATION IS EVERY DETAIL
000140*                 RECORD DATED AUD-FROM THROUGH AUD-TO (CCYYMMDD,
000150*                 BOTH REQUIRED) ON SORTED.DAT (AUD-INFILE
000160*                 REPOINTS IT) OR, WHEN AUD-SOURCE IS "A", ON THE
000170*                 MONTHLY ARCHIVE FILES ARCH-CCYYMM.DAT THAT
000180*                 ARCHIVE WRITES, MONTH BY MONTH THE WAY ARCHGET
000190*                 READS THEM.  AUD-METHOD "R" DRAWS A SIMPLE
000200*                 RANDOM SAMPLE OF AUD-SIZE ITEMS (25 WHEN NOT
000210*                 GIVEN) FROM THE WHOLE POPULATION; "S", THE
000220*                 DEFAULT, DRAWS A SEPARATE RANDOM SAMPLE FROM
000230*                 EACH AMOUNT STRATUM ON AUDSAMP.TBL.  AN ITEM'S
000240*                 STRATUM IS SET BY ITS BASE-CURRENCY AMOUNT
000250*                 (THROUGH CURRCONV, AS EVERY SORTED.DAT READER
000260*                 CONVERTS), DEBIT OR CREDIT ALIKE.  EVERY
000270*                 STRATUM IS SAMPLED IN ONE PASS OVER THE WHOLE
000280*                 POPULATION, EACH ITEM READ HAVING THE SAME
000290*                 CHANCE OF SELECTION, AND THE REPORT CARRIES
000300*                 EACH STRATUM'S POPULATION COUNT AND AMOUNT,
000310*                 ADDING BACK TO EVERY RECORD READ, TO PROVE IT.
000320*                 THE RANDOM NUMBERS COME FROM THE MINIMAL
000330*                 STANDARD MULTIPLICATIVE GENERATOR (MULTIPLIER
000340*                 16807, MODULUS 2147483647) IN 9000-NEXT-RANDOM,
000350*                 NOT FROM A COMPILER ROUTINE, SO THE SEED AUDIT
000360*                 RECORDS (AUD-SEED, 1 - 2147483646) REGENERATES
000370*                 THE SAME SAMPLE FROM THE SAME FILE ON ANY
000380*                 MACHINE.  WITH NO AUD-SEED ONE IS TAKEN FROM
000390*                 THE CLOCK AND PRINTED ON THE WORKSHEET.  THE
000400*                 SAMPLE GOES TO AUDSAMP.DAT, HEADER SOURCED
000410*                 "AUDSAMP" AND A TRAILER, THE SAME FRAMING
000420*                 ARCHGET GIVES ARCHOUT.DAT; THE WORKSHEET,
000430*                 AUDSAMP.RPT, LISTS EACH SELECTED ITEM WITH ITS
000440*                 STRATUM AND ITS POSITION IN THE POPULATION AND
000450*                 IS FILED IN THE REPORT REPOSITORY THROUGH
000460*                 RPTSAVE.  RETURN-CODE IS 8 FOR A PARAMETER
000470*                 ERROR, 12 WHEN SORTED.DAT CANNOT BE OPENED, 4
000480*                 WHEN NO RECORD FELL IN THE DATE RANGE.
000481*
000482*10/15/2026  GS   EACH SELECTED ITEM ON THE WORKSHEET NOW SHOWS
000483*                 ITS TRANSACTION REFERENCE, SO THE AUDITOR CAN
000484*                 CALL FOR EXACTLY THAT TRANSACTION; AUDSAMP.DAT
000485*                 IS WRITTEN AS LAYOUT 03.
000486*
000487*10/15/2026  GS   TRANSACTION REFERENCE COLUMN MOVED TO POSITION
000488*                 102 SO ITS HEADING NO LONGER OVERLAYS THE END OF
000489*                 TESTED BY / RESULT.
000490*
000500*---------------------------------------------------------------*
000510*SAMPLING STRATA TABLE FORMAT (AUDSAMP.TBL, ONE STRATUM PER LINE)*
000520*    POSITIONS  1-4   "STRA"                                     *
000530*    POSITIONS  6-18  LOWEST AMOUNT IN THE STRATUM, 9(11)V99,    *
000540*                      ZERO PADDED                               *
000550*    POSITIONS 20-22  ITEMS TO SAMPLE FROM THE STRATUM (1-200)   *
000560*A STRATUM RUNS UP TO THE NEXT LINE'S LOWEST AMOUNT, SO THE      *
000570*LINES MUST BE IN ASCENDING ORDER; THE FIRST STRATUM ALSO TAKES  *
000580*ANYTHING BELOW ITS OWN LOWEST AMOUNT.  WITH NO USABLE LINE THE  *
000590*STRATA ARE 0.00, 1,000.00 AND 10,000.00, TEN ITEMS EACH.       *
000600*---------------------------------------------------------------*
000610*
000620 ENVIRONMENT DIVISION.
000630 CONFIGURATION SECTION.
000640 SOURCE-COMPUTER.  IBM-PC.
000650 OBJECT-COMPUTER.  IBM-PC.
000660 INPUT-OUTPUT SECTION.
000670 FILE-CONTROL.
000680     SELECT CONTROL-FILE ASSIGN TO "AUDSAMP.TBL"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-CONTROL-FILE-STATUS.
000710     SELECT SORTED-FILE ASSIGN TO WS-SORTED-FILE-NAME
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-SORTED-FILE-STATUS.
000740     SELECT ARCH-FILE ASSIGN TO WS-ARCH-FILE-NAME
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-ARCH-FILE-STATUS.
000770     SELECT SAMPLE-FILE ASSIGN TO "AUDSAMP.DAT"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-SAMPLE-FILE-STATUS.
000800     SELECT REPORT-FILE ASSIGN TO "AUDSAMP.RPT"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-REPORT-FILE-STATUS.
000830*
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  CONTROL-FILE.
000870 01  CONTROL-FILE-RECORD         PIC X(80).
000880 FD  SORTED-FILE.
000890 01  SORTED-FILE-RECORD          PIC X(82).
000900 FD  ARCH-FILE.
000910 01  ARCH-RECORD                 PIC X(82).
000920 FD  SAMPLE-FILE.
000930 01  SAMPLE-RECORD               PIC X(82).
000940 FD  REPORT-FILE.
000950 01  REPORT-LINE                 PIC X(120).
000960*
000970 WORKING-STORAGE SECTION.
000980 01  WS-CONTROL-FILE-STATUS    PIC X(02).
000990     88  WS-CONTROL-FILE-OK        VALUE "00".
001000     88  WS-CONTROL-FILE-EOF       VALUE "10".
001010 01  WS-SORTED-FILE-NAME       PIC X(15) VALUE "SORTED.DAT".
001020 01  WS-SORTED-FILE-STATUS     PIC X(02).
001030     88  WS-SORTED-FILE-OK         VALUE "00".
001040     88  WS-SORTED-FILE-EOF        VALUE "10".
001050 01  WS-ARCH-FILE-NAME         PIC X(15).
001060 01  WS-ARCH-FILE-STATUS       PIC X(02).
001070     88  WS-ARCH-FILE-OK           VALUE "00".
001080     88  WS-ARCH-FILE-EOF          VALUE "10".
001090 01  WS-SAMPLE-FILE-STATUS     PIC X(02).
001100 01  WS-REPORT-FILE-STATUS     PIC X(02).
001110 01  WS-ENV-VALUE              PIC X(15).
001120 01  WS-TIMESTAMP              PIC X(21).
001130 01  WS-RUN-DATE               PIC X(08).
001140*
001150*    RUN PARAMETERS.
001160 01  WS-FROM-DATE              PIC X(08).
001170 01  WS-TO-DATE                PIC X(08).
001180 01  WS-SOURCE                 PIC X(01) VALUE "S".
001190     88  WS-SOURCE-SORTED          VALUE "S".
001200     88  WS-SOURCE-ARCHIVE         VALUE "A".
001210 01  WS-METHOD                 PIC X(01) VALUE "S".
001220     88  WS-METHOD-RANDOM          VALUE "R".
001230     88  WS-METHOD-STRATIFIED      VALUE "S".
001240 01  WS-RANDOM-SIZE            PIC 9(03) VALUE 25.
001250 01  WS-SEED-SOURCE            PIC X(08) VALUE "AUD-SEED".
001260*
001270*    ARCHIVE MONTH BEING READ, AS ARCHGET WALKS THEM.
001280 01  WS-CURSOR-MONTH           PIC 9(06).
001290 01  WS-CURSOR-X REDEFINES WS-CURSOR-MONTH.
001300     05  WS-CUR-YEAR           PIC 9(04).
001310     05  WS-CUR-MONTH          PIC 9(02).
001320 01  WS-END-MONTH              PIC 9(06).
001330 01  WS-MONTHS-MISSING         PIC 9(03) VALUE 0.
001340*
001350*    MINIMAL STANDARD GENERATOR STATE.
001360 01  WS-SEED                   PIC 9(10) COMP-3.
001370 01  WS-SEED-START             PIC 9(10).
001380 01  WS-RANDOM-PRODUCT         PIC 9(18) COMP-3.
001390 01  WS-RANDOM-QUOTIENT        PIC 9(18) COMP-3.
001400 01  WS-RANDOM-RANGE           PIC 9(09) COMP-3.
001410 01  WS-RANDOM-PICK            PIC 9(09) COMP-3.
001420*
001430 01  WS-FIELD-TEXT             PIC X(13).
001440 01  WS-FIELD-AMOUNT REDEFINES WS-FIELD-TEXT
001450                               PIC 9(11)V99.
001460 01  WS-STRATA-TABLE.
001470     05  WS-STRATUM-COUNT      PIC 9(02) COMP-5 VALUE 0.
001480     05  WS-STRATUM-ENTRY OCCURS 20 TIMES
001490             INDEXED BY WS-STR-IDX.
001500         10  WS-STR-LOW        PIC 9(11)V99.
001510         10  WS-STR-SIZE       PIC 9(03).
001520         10  WS-STR-POP-COUNT  PIC 9(09).
001530         10  WS-STR-POP-AMOUNT PIC S9(13)V99.
001540         10  WS-STR-TAKEN      PIC 9(03).
001550 01  WS-STRATUM-SKIPPED        PIC 9(03) VALUE 0.
001560 01  WS-STRATUM                PIC 9(02) COMP-5.
001570*
001580*    200 SAMPLE SLOTS PER STRATUM; STRATUM N OWNS SLOTS
001590*    (N - 1) * 200 + 1 THROUGH N * 200.
001600 01  WS-SLOT-TABLE.
001610     05  WS-SLOT-ENTRY OCCURS 4000 TIMES.
001620         10  WS-SLOT-SEQUENCE  PIC 9(09).
001630         10  WS-SLOT-BASE      PIC S9(11)V99.
001640         10  WS-SLOT-RECORD    PIC X(82).
001650 01  WS-SLOT-HOLD              PIC X(104).
001660 01  WS-SLOT-BASE-SUB          PIC 9(05) COMP-5.
001670 01  WS-SLOT-SUB               PIC 9(05) COMP-5.
001680 01  WS-SLOT-SUB-2             PIC 9(05) COMP-5.
001690 01  WS-SLOT-LAST              PIC 9(05) COMP-5.
001700 01  WS-PASS-SUB               PIC 9(05) COMP-5.
001710*
001720 01  WS-BASE-AMOUNT            PIC S9(11)V99.
001730 01  WS-ABS-AMOUNT             PIC S9(11)V99.
001740 01  WS-CURR-STATUS            PIC 9(02).
001750 01  WS-CURR-UNKNOWN-COUNT     PIC 9(07) VALUE 0.
001760 01  WS-READ-COUNT             PIC 9(09) VALUE 0.
001770 01  WS-RANGE-COUNT            PIC 9(09) VALUE 0.
001780 01  WS-OUTSIDE-COUNT          PIC 9(09) VALUE 0.
001790 01  WS-RANGE-AMOUNT           PIC S9(13)V99 VALUE 0.
001800 01  WS-CHECK-COUNT            PIC 9(09).
001810 01  WS-CHECK-AMOUNT           PIC S9(13)V99.
001820 01  WS-SAMPLE-COUNT           PIC 9(07) VALUE 0.
001830 01  WS-SAMPLE-AMOUNT          PIC S9(13)V99 VALUE 0.
001840 01  WS-COUNT-EDIT             PIC ZZZ,ZZZ,ZZ9.
001850 01  WS-COUNT-EDIT-2           PIC ZZZ,ZZZ,ZZ9.
001860 01  WS-SMALL-EDIT             PIC ZZ9.
001870 01  WS-STRATUM-EDIT           PIC Z9.
001880 01  WS-SEED-EDIT              PIC Z(09)9.
001890 01  WS-AMOUNT-EDIT            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
001900 01  WS-AMOUNT-EDIT-2          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
001910*
001920*    REPORT REPOSITORY.  A BLANK ENTITY IS RESOLVED BY RPTSAVE.
001930 01  WS-REPO-NAME              PIC X(15) VALUE "AUDSAMP.RPT".
001940 01  WS-REPO-JOB               PIC X(08) VALUE "AUDSAMP".
001950 01  WS-REPO-ENTITY            PIC X(04) VALUE SPACES.
001960 01  WS-REPO-STATUS            PIC 9(02).
001970 COPY SAMPREC.
001980*
001990 PROCEDURE DIVISION.
002000*
002010 0000-MAINLINE.
002020     DISPLAY "AUDSAMP - STATISTICAL AUDIT SAMPLING".
002030     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
002040     MOVE SPACES TO WS-ENV-VALUE.
002050     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SORT-RUNDATE".
002060     IF WS-ENV-VALUE NOT = SPACES
002070         MOVE WS-ENV-VALUE(1:8) TO WS-RUN-DATE
002080     ELSE
002090         MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE
002100     END-IF.
002110     PERFORM 1000-GET-PARAMETERS THRU 1000-EXIT.
002120     PERFORM 1100-LOAD-STRATA THRU 1100-EXIT.
002130     IF WS-SOURCE-SORTED
002140         OPEN INPUT SORTED-FILE
002150         IF NOT WS-SORTED-FILE-OK
002160             DISPLAY "AUDSAMP - CANNOT OPEN ", WS-SORTED-FILE-NAME
002170             MOVE 12 TO RETURN-CODE
002180             STOP RUN
002190         END-IF
002200         PERFORM 2000-READ-ONE-SORTED THRU 2000-EXIT
002210             UNTIL WS-SORTED-FILE-EOF
002220         CLOSE SORTED-FILE
002230     ELSE
002240         MOVE WS-FROM-DATE(1:6) TO WS-CURSOR-MONTH
002250         MOVE WS-TO-DATE(1:6) TO WS-END-MONTH
002260         PERFORM 2100-READ-ONE-MONTH THRU 2100-EXIT
002270             UNTIL WS-CURSOR-MONTH > WS-END-MONTH
002280     END-IF.
002290     PERFORM 3000-ORDER-SLOTS THRU 3000-EXIT
002300         VARYING WS-STR-IDX FROM 1 BY 1
002310         UNTIL WS-STR-IDX > WS-STRATUM-COUNT.
002320     OPEN OUTPUT SAMPLE-FILE.
002330     MOVE SPACES TO SAMP-HEADER-RECORD.
002340     MOVE "HDR " TO SAMP-HEADER-ID.
002350     MOVE WS-RUN-DATE TO SAMP-HEADER-EXTRACT-DATE.
002360     MOVE "AUDSAMP" TO SAMP-HEADER-SOURCE-SYS.
002370     MOVE "03" TO SAMP-HEADER-LAYOUT-VER.
002380     MOVE SAMP-HEADER-RECORD TO SAMPLE-RECORD.
002390     WRITE SAMPLE-RECORD.
002400     OPEN OUTPUT REPORT-FILE.
002410     PERFORM 8000-WRITE-HEADING THRU 8000-EXIT.
002420     PERFORM 8100-WRITE-POPULATION THRU 8100-EXIT.
002430     PERFORM 8200-WRITE-ONE-STRATUM THRU 8200-EXIT
002440         VARYING WS-STR-IDX FROM 1 BY 1
002450         UNTIL WS-STR-IDX > WS-STRATUM-COUNT.
002460     MOVE SPACES TO SAMP-TRAILER-RECORD.
002470     MOVE "TRLR" TO SAMP-TRAILER-ID.
002480     MOVE WS-SAMPLE-COUNT TO SAMP-TRAILER-REC-COUNT.
002490     MOVE SAMP-TRAILER-RECORD TO SAMPLE-RECORD.
002500     WRITE SAMPLE-RECORD.
002510     CLOSE SAMPLE-FILE.
002520     PERFORM 8300-WRITE-TOTALS THRU 8300-EXIT.
002530     CLOSE REPORT-FILE.
002540     CALL "RPTSAVE" USING WS-REPO-NAME, WS-REPO-JOB,
002550                          WS-REPO-ENTITY, WS-REPO-STATUS.
002560     IF WS-REPO-STATUS NOT = ZERO
002570         DISPLAY "AUDSAMP - REPORT NOT FILED IN THE",
002580             " REPOSITORY, STATUS ", WS-REPO-STATUS
002590     END-IF.
002600     MOVE WS-SEED-START TO WS-SEED-EDIT.
002610     DISPLAY "AUDSAMP - SEED USED         = ", WS-SEED-EDIT.
002620     MOVE WS-RANGE-COUNT TO WS-COUNT-EDIT.
002630     DISPLAY "AUDSAMP - POPULATION        = ", WS-COUNT-EDIT.
002640     MOVE WS-SAMPLE-COUNT TO WS-COUNT-EDIT.
002650     DISPLAY "AUDSAMP - ITEMS SAMPLED     = ", WS-COUNT-EDIT.
002660     IF WS-RANGE-COUNT = 0
002670         MOVE 4 TO RETURN-CODE
002680     ELSE
002690         MOVE 0 TO RETURN-CODE
002700     END-IF.
002710     STOP RUN.
002720*
002730 1000-GET-PARAMETERS.
002740     MOVE SPACES TO WS-ENV-VALUE.
002750     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "AUD-FROM".
002760     IF WS-ENV-VALUE = SPACES
002770         DISPLAY "AUDSAMP - AUD-FROM (CCYYMMDD) IS REQUIRED"
002780         MOVE 8 TO RETURN-CODE
002790         STOP RUN
002800     END-IF.
002810     MOVE WS-ENV-VALUE(1:8) TO WS-FROM-DATE.
002820     MOVE SPACES TO WS-ENV-VALUE.
002830     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "AUD-TO".
002840     IF WS-ENV-VALUE = SPACES
002850         DISPLAY "AUDSAMP - AUD-TO (CCYYMMDD) IS REQUIRED"
002860         MOVE 8 TO RETURN-CODE
002870         STOP RUN
002880     END-IF.
002890     MOVE WS-ENV-VALUE(1:8) TO WS-TO-DATE.
002900     IF WS-FROM-DATE NOT NUMERIC
002910         OR WS-TO-DATE NOT NUMERIC
002920         OR WS-FROM-DATE > WS-TO-DATE
002930         DISPLAY "AUDSAMP - AUD-FROM / AUD-TO NOT A VALID RANGE"
002940         MOVE 8 TO RETURN-CODE
002950         STOP RUN
002960     END-IF.
002970     MOVE SPACES TO WS-ENV-VALUE.
002980     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "AUD-SOURCE".
002990     IF WS-ENV-VALUE NOT = SPACES
003000         MOVE WS-ENV-VALUE(1:1) TO WS-SOURCE
003010     END-IF.
003020     MOVE SPACES TO WS-ENV-VALUE.
003030     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "AUD-INFILE".
003040     IF WS-ENV-VALUE NOT = SPACES
003050         MOVE WS-ENV-VALUE TO WS-SORTED-FILE-NAME
003060     END-IF.
003070     MOVE SPACES TO WS-ENV-VALUE.
003080     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "AUD-METHOD".
003090     IF WS-ENV-VALUE NOT = SPACES
003100         MOVE WS-ENV-VALUE(1:1) TO WS-METHOD
003110     END-IF.
003120     IF NOT WS-SOURCE-SORTED AND NOT WS-SOURCE-ARCHIVE
003130         DISPLAY "AUDSAMP - AUD-SOURCE MUST BE S OR A"
003140         MOVE 8 TO RETURN-CODE
003150         STOP RUN
003160     END-IF.
003170     IF NOT WS-METHOD-RANDOM AND NOT WS-METHOD-STRATIFIED
003180         DISPLAY "AUDSAMP - AUD-METHOD MUST BE R OR S"
003190         MOVE 8 TO RETURN-CODE
003200         STOP RUN
003210     END-IF.
003220     MOVE SPACES TO WS-ENV-VALUE.
003230     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "AUD-SIZE".
003240     IF WS-ENV-VALUE NOT = SPACES
003250         IF FUNCTION TEST-NUMVAL(WS-ENV-VALUE) NOT = 0
003260             OR FUNCTION NUMVAL(WS-ENV-VALUE) < 1
003270             OR FUNCTION NUMVAL(WS-ENV-VALUE) > 200
003280             DISPLAY "AUDSAMP - AUD-SIZE MUST BE 1 - 200"
003290             MOVE 8 TO RETURN-CODE
003300             STOP RUN
003310         END-IF
003320         MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-RANDOM-SIZE
003330     END-IF.
003340*    A SEED TAKEN FROM THE CLOCK IS THE TIME OF DAY IN
003350*    HUNDREDTHS, NEVER ZERO.
003360     MOVE SPACES TO WS-ENV-VALUE.
003370     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "AUD-SEED".
003380     IF WS-ENV-VALUE = SPACES
003390         MOVE "CLOCK" TO WS-SEED-SOURCE
003400         MOVE WS-TIMESTAMP(9:8) TO WS-SEED-START
003410         ADD 1 TO WS-SEED-START
003420     ELSE
003430         IF FUNCTION TEST-NUMVAL(WS-ENV-VALUE) NOT = 0
003440             OR FUNCTION NUMVAL(WS-ENV-VALUE) < 1
003450             OR FUNCTION NUMVAL(WS-ENV-VALUE) > 2147483646
003460             DISPLAY "AUDSAMP - AUD-SEED MUST BE 1 - 2147483646"
003470             MOVE 8 TO RETURN-CODE
003480             STOP RUN
003490         END-IF
003500         MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-SEED-START
003510     END-IF.
003520     MOVE WS-SEED-START TO WS-SEED.
003530 1000-EXIT.
003540     EXIT.
003550*
003560*    A RANDOM SAMPLE IS ONE STRATUM COVERING EVERY AMOUNT.
003570 1100-LOAD-STRATA.
003580     IF WS-METHOD-RANDOM
003590         MOVE 1 TO WS-STRATUM-COUNT
003600         MOVE 0 TO WS-STR-LOW(1)
003610         MOVE WS-RANDOM-SIZE TO WS-STR-SIZE(1)
003620         GO TO 1100-CLEAR
003630     END-IF.
003640     OPEN INPUT CONTROL-FILE.
003650     IF WS-CONTROL-FILE-OK
003660         PERFORM 1110-LOAD-ONE-STRATUM THRU 1110-EXIT
003670             UNTIL WS-CONTROL-FILE-EOF
003680         CLOSE CONTROL-FILE
003690     END-IF.
003700     IF WS-STRATUM-SKIPPED > 0
003710         MOVE WS-STRATUM-SKIPPED TO WS-SMALL-EDIT
003720         DISPLAY "AUDSAMP - AUDSAMP.TBL LINES SKIPPED = ",
003730             WS-SMALL-EDIT
003740     END-IF.
003750     IF WS-STRATUM-COUNT = 0
003760         MOVE 3 TO WS-STRATUM-COUNT
003770         MOVE 0 TO WS-STR-LOW(1)
003780         MOVE 1000.00 TO WS-STR-LOW(2)
003790         MOVE 10000.00 TO WS-STR-LOW(3)
003800         MOVE 10 TO WS-STR-SIZE(1)
003810         MOVE 10 TO WS-STR-SIZE(2)
003820         MOVE 10 TO WS-STR-SIZE(3)
003830     END-IF.
003840 1100-CLEAR.
003850     PERFORM 1120-CLEAR-ONE-STRATUM THRU 1120-EXIT
003860         VARYING WS-STR-IDX FROM 1 BY 1
003870         UNTIL WS-STR-IDX > WS-STRATUM-COUNT.
003880 1100-EXIT.
003890     EXIT.
003900*
003910 1110-LOAD-ONE-STRATUM.
003920     READ CONTROL-FILE
003930         AT END
003940             GO TO 1110-EXIT
003950     END-READ.
003960     IF CONTROL-FILE-RECORD(1:4) NOT = "STRA"
003970         GO TO 1110-EXIT
003980     END-IF.
003990     MOVE CONTROL-FILE-RECORD(6:13) TO WS-FIELD-TEXT.
004000     IF WS-FIELD-TEXT NOT NUMERIC
004010         OR CONTROL-FILE-RECORD(20:3) NOT NUMERIC
004020         OR CONTROL-FILE-RECORD(20:3) = "000"
004030         OR CONTROL-FILE-RECORD(20:3) > "200"
004040         OR WS-STRATUM-COUNT = 20
004050         ADD 1 TO WS-STRATUM-SKIPPED
004060         GO TO 1110-EXIT
004070     END-IF.
004080     IF WS-STRATUM-COUNT > 0
004090         IF WS-FIELD-AMOUNT NOT > WS-STR-LOW(WS-STRATUM-COUNT)
004100             ADD 1 TO WS-STRATUM-SKIPPED
004110             GO TO 1110-EXIT
004120         END-IF
004130     END-IF.
004140     ADD 1 TO WS-STRATUM-COUNT.
004150     MOVE WS-FIELD-AMOUNT TO WS-STR-LOW(WS-STRATUM-COUNT).
004160     MOVE CONTROL-FILE-RECORD(20:3)
004170         TO WS-STR-SIZE(WS-STRATUM-COUNT).
004180 1110-EXIT.
004190     EXIT.
004200*
004210 1120-CLEAR-ONE-STRATUM.
004220     MOVE 0 TO WS-STR-POP-COUNT(WS-STR-IDX).
004230     MOVE 0 TO WS-STR-POP-AMOUNT(WS-STR-IDX).
004240     MOVE 0 TO WS-STR-TAKEN(WS-STR-IDX).
004250 1120-EXIT.
004260     EXIT.
004270*
004280 2000-READ-ONE-SORTED.
004290     READ SORTED-FILE
004300         AT END
004310             GO TO 2000-EXIT
004320     END-READ.
004330     MOVE SORTED-FILE-RECORD TO SAMP-HEADER-RECORD.
004335     MOVE SORTED-FILE-RECORD TO SAMP-TRAILER-RECORD.
004340     IF SAMP-IS-HEADER OR SAMP-IS-TRAILER
004350         GO TO 2000-EXIT
004360     END-IF.
004370     MOVE SORTED-FILE-RECORD TO SAMP-DETAIL-RECORD.
004380     PERFORM 2500-CONSIDER-ONE-ITEM THRU 2500-EXIT.
004390 2000-EXIT.
004400     EXIT.
004410*
004420*    A MONTH WITH NO ARCHIVE FILE IS COUNTED AND NOTED ON THE
004430*    WORKSHEET, SO A GAP IN THE POPULATION CANNOT GO UNSEEN.
004440 2100-READ-ONE-MONTH.
004450     MOVE SPACES TO WS-ARCH-FILE-NAME.
004460     STRING "ARCH-"           DELIMITED BY SIZE
004470            WS-CURSOR-MONTH   DELIMITED BY SIZE
004480            ".DAT"            DELIMITED BY SIZE
004490         INTO WS-ARCH-FILE-NAME.
004500     OPEN INPUT ARCH-FILE.
004510     IF WS-ARCH-FILE-OK
004520         PERFORM 2110-READ-ONE-ARCHIVED THRU 2110-EXIT
004530             UNTIL WS-ARCH-FILE-EOF
004540         CLOSE ARCH-FILE
004550     ELSE
004560         ADD 1 TO WS-MONTHS-MISSING
004570         DISPLAY "AUDSAMP - NO ARCHIVE FILE ", WS-ARCH-FILE-NAME
004580     END-IF.
004590     IF WS-CUR-MONTH = 12
004600         ADD 1 TO WS-CUR-YEAR
004610         MOVE 1 TO WS-CUR-MONTH
004620     ELSE
004630         ADD 1 TO WS-CUR-MONTH
004640     END-IF.
004650 2100-EXIT.
004660     EXIT.
004670*
004680 2110-READ-ONE-ARCHIVED.
004690     READ ARCH-FILE
004700         AT END
004710             GO TO 2110-EXIT
004720     END-READ.
004730     MOVE ARCH-RECORD TO SAMP-DETAIL-RECORD.
004740     PERFORM 2500-CONSIDER-ONE-ITEM THRU 2500-EXIT.
004750 2110-EXIT.
004760     EXIT.
004770*
004780*    RESERVOIR SELECTION.  THE FIRST N ITEMS OF A STRATUM FILL
004790*    ITS N SLOTS; THE K-TH ITEM AFTER THAT TAKES A RANDOM SLOT
004800*    FROM 1 TO K, KEEPING IT ONLY WHEN THAT SLOT IS ONE OF THE N.
004810*    EVERY ITEM IN THE STRATUM ENDS WITH THE SAME N-IN-K CHANCE
004820*    OF BEING IN THE SAMPLE, IN ONE PASS OF THE FILE.
004830 2500-CONSIDER-ONE-ITEM.
004840     ADD 1 TO WS-READ-COUNT.
004850     IF SAMP-TRANSACTION-DATE < WS-FROM-DATE
004860         OR SAMP-TRANSACTION-DATE > WS-TO-DATE
004870         ADD 1 TO WS-OUTSIDE-COUNT
004880         GO TO 2500-EXIT
004890     END-IF.
004900     ADD 1 TO WS-RANGE-COUNT.
004910     CALL "CURRCONV" USING SAMP-CURRENCY-CODE,
004920                            SAMP-TRANSACTION-AMOUNT,
004930                            WS-BASE-AMOUNT,
004940                            WS-CURR-STATUS.
004950     IF WS-CURR-STATUS = 8
004960         ADD 1 TO WS-CURR-UNKNOWN-COUNT
004970     END-IF.
004980     ADD WS-BASE-AMOUNT TO WS-RANGE-AMOUNT.
004990     IF WS-BASE-AMOUNT < 0
005000         COMPUTE WS-ABS-AMOUNT = 0 - WS-BASE-AMOUNT
005010     ELSE
005020         MOVE WS-BASE-AMOUNT TO WS-ABS-AMOUNT
005030     END-IF.
005040     MOVE 1 TO WS-STRATUM.
005050     PERFORM 2510-FIND-STRATUM THRU 2510-EXIT
005060         VARYING WS-STR-IDX FROM 2 BY 1
005070         UNTIL WS-STR-IDX > WS-STRATUM-COUNT.
005080     SET WS-STR-IDX TO WS-STRATUM.
005090     ADD 1 TO WS-STR-POP-COUNT(WS-STR-IDX).
005100     ADD WS-BASE-AMOUNT TO WS-STR-POP-AMOUNT(WS-STR-IDX).
005110     COMPUTE WS-SLOT-BASE-SUB = (WS-STRATUM - 1) * 200.
005120     IF WS-STR-POP-COUNT(WS-STR-IDX) NOT > WS-STR-SIZE(WS-STR-IDX)
005130         COMPUTE WS-SLOT-SUB = WS-SLOT-BASE-SUB
005140             + WS-STR-POP-COUNT(WS-STR-IDX)
005150         ADD 1 TO WS-STR-TAKEN(WS-STR-IDX)
005160         PERFORM 2520-FILL-SLOT THRU 2520-EXIT
005170         GO TO 2500-EXIT
005180     END-IF.
005190     MOVE WS-STR-POP-COUNT(WS-STR-IDX) TO WS-RANDOM-RANGE.
005200     PERFORM 9000-NEXT-RANDOM THRU 9000-EXIT.
005210     IF WS-RANDOM-PICK NOT > WS-STR-SIZE(WS-STR-IDX)
005220         COMPUTE WS-SLOT-SUB = WS-SLOT-BASE-SUB + WS-RANDOM-PICK
005230         PERFORM 2520-FILL-SLOT THRU 2520-EXIT
005240     END-IF.
005250 2500-EXIT.
005260     EXIT.
005270*
005280 2510-FIND-STRATUM.
005290     IF WS-ABS-AMOUNT NOT < WS-STR-LOW(WS-STR-IDX)
005300         SET WS-STRATUM TO WS-STR-IDX
005310     END-IF.
005320 2510-EXIT.
005330     EXIT.
005340*
005350 2520-FILL-SLOT.
005360     MOVE WS-RANGE-COUNT TO WS-SLOT-SEQUENCE(WS-SLOT-SUB).
005370     MOVE WS-BASE-AMOUNT TO WS-SLOT-BASE(WS-SLOT-SUB).
005380     MOVE SAMP-DETAIL-RECORD TO WS-SLOT-RECORD(WS-SLOT-SUB).
005390 2520-EXIT.
005400     EXIT.
005410*
005420*    THE SLOTS OF ONE STRATUM ARE PUT BACK INTO FILE ORDER SO
005430*    THE WORKSHEET READS IN THE SAME ORDER AS THE POPULATION.
005440 3000-ORDER-SLOTS.
005450     IF WS-STR-TAKEN(WS-STR-IDX) < 2
005460         GO TO 3000-EXIT
005470     END-IF.
005480     COMPUTE WS-SLOT-BASE-SUB = (WS-STR-IDX - 1) * 200.
005490     COMPUTE WS-SLOT-LAST = WS-SLOT-BASE-SUB
005500         + WS-STR-TAKEN(WS-STR-IDX).
005510     PERFORM 3100-COMPARE-SLOTS THRU 3100-EXIT
005520         VARYING WS-PASS-SUB FROM 1 BY 1
005530             UNTIL WS-PASS-SUB >= WS-STR-TAKEN(WS-STR-IDX)
005540         AFTER WS-SLOT-SUB FROM WS-SLOT-BASE-SUB BY 1
005550             UNTIL WS-SLOT-SUB + 1 >= WS-SLOT-LAST.
005560 3000-EXIT.
005570     EXIT.
005580*
005590 3100-COMPARE-SLOTS.
005600     COMPUTE WS-SLOT-SUB-2 = WS-SLOT-SUB + 2.
005610     IF WS-SLOT-SEQUENCE(WS-SLOT-SUB + 1)
005620         > WS-SLOT-SEQUENCE(WS-SLOT-SUB-2)
005630         MOVE WS-SLOT-ENTRY(WS-SLOT-SUB + 1) TO WS-SLOT-HOLD
005640         MOVE WS-SLOT-ENTRY(WS-SLOT-SUB-2)
005650             TO WS-SLOT-ENTRY(WS-SLOT-SUB + 1)
005660         MOVE WS-SLOT-HOLD TO WS-SLOT-ENTRY(WS-SLOT-SUB-2)
005670     END-IF.
005680 3100-EXIT.
005690     EXIT.
005700*
005710 8000-WRITE-HEADING.
005720     MOVE SPACES TO REPORT-LINE.
005730     STRING "AUDIT SAMPLE WORKSHEET  RUN DATE " WS-RUN-DATE
005740            DELIMITED BY SIZE
005750         INTO REPORT-LINE.
005760     WRITE REPORT-LINE.
005770     MOVE SPACES TO REPORT-LINE.
005780     IF WS-SOURCE-SORTED
005790         STRING "POPULATION  " WS-SORTED-FILE-NAME
005800                "  TRANSACTION DATES " WS-FROM-DATE
005810                " THROUGH " WS-TO-DATE
005820                DELIMITED BY SIZE
005830             INTO REPORT-LINE
005840     ELSE
005850         STRING "POPULATION  MONTHLY ARCHIVE ARCH-"
005860                WS-FROM-DATE(1:6) " TO ARCH-" WS-TO-DATE(1:6)
005870                "  TRANSACTION DATES " WS-FROM-DATE
005880                " THROUGH " WS-TO-DATE
005890                DELIMITED BY SIZE
005900             INTO REPORT-LINE
005910     END-IF.
005920     WRITE REPORT-LINE.
005930     MOVE WS-SEED-START TO WS-SEED-EDIT.
005940     MOVE SPACES TO REPORT-LINE.
005950     IF WS-METHOD-RANDOM
005960         STRING "METHOD      SIMPLE RANDOM" DELIMITED BY SIZE
005970             INTO REPORT-LINE
005980     ELSE
005990         STRING "METHOD      AMOUNT-STRATIFIED RANDOM"
006000                DELIMITED BY SIZE
006010             INTO REPORT-LINE
006020     END-IF.
006030     MOVE "SEED" TO REPORT-LINE(40:4).
006040     MOVE WS-SEED-EDIT TO REPORT-LINE(45:10).
006050     MOVE "(FROM" TO REPORT-LINE(56:5).
006060     MOVE WS-SEED-SOURCE TO REPORT-LINE(62:8).
006070     MOVE ")" TO REPORT-LINE(70:1).
006080     WRITE REPORT-LINE.
006090     MOVE SPACES TO REPORT-LINE.
006100     MOVE "REGENERATE WITH AUD-SEED AND THE SAME METHOD, STRATA,"
006110         TO REPORT-LINE.
006120     MOVE " SOURCE AND DATES." TO REPORT-LINE(54:18).
006130     WRITE REPORT-LINE.
006140 8000-EXIT.
006150     EXIT.
006160*
006170*    EVERY RECORD READ IS EITHER OUTSIDE THE DATE RANGE OR IN
006180*    EXACTLY ONE STRATUM; THE STRATA MUST ADD BACK TO THE
006190*    RECORDS IN RANGE, COUNT AND AMOUNT.
006200 8100-WRITE-POPULATION.
006210     MOVE SPACES TO REPORT-LINE.
006220     WRITE REPORT-LINE.
006230     MOVE SPACES TO REPORT-LINE.
006240     MOVE "STRATUM  AMOUNTS FROM" TO REPORT-LINE.
006250     MOVE "POPULATION      POPULATION AMOUNT  REQUESTED  DRAWN"
006260         TO REPORT-LINE(31:52).
006270     WRITE REPORT-LINE.
006280     MOVE 0 TO WS-CHECK-COUNT.
006290     MOVE 0 TO WS-CHECK-AMOUNT.
006300     PERFORM 8110-WRITE-ONE-POPULATION THRU 8110-EXIT
006310         VARYING WS-STR-IDX FROM 1 BY 1
006320         UNTIL WS-STR-IDX > WS-STRATUM-COUNT.
006330     MOVE WS-CHECK-COUNT TO WS-COUNT-EDIT.
006340     MOVE WS-CHECK-AMOUNT TO WS-AMOUNT-EDIT.
006350     MOVE SPACES TO REPORT-LINE.
006360     STRING "  ALL STRATA                  " WS-COUNT-EDIT
006370            "  " WS-AMOUNT-EDIT
006380            DELIMITED BY SIZE
006390         INTO REPORT-LINE.
006400     WRITE REPORT-LINE.
006410     MOVE WS-RANGE-COUNT TO WS-COUNT-EDIT.
006420     MOVE WS-RANGE-AMOUNT TO WS-AMOUNT-EDIT.
006430     MOVE SPACES TO REPORT-LINE.
006440     STRING "  RECORDS IN DATE RANGE       " WS-COUNT-EDIT
006450            "  " WS-AMOUNT-EDIT
006460            DELIMITED BY SIZE
006470         INTO REPORT-LINE.
006480     WRITE REPORT-LINE.
006490     MOVE WS-OUTSIDE-COUNT TO WS-COUNT-EDIT.
006500     MOVE SPACES TO REPORT-LINE.
006510     STRING "  RECORDS OUTSIDE DATE RANGE  " WS-COUNT-EDIT
006520            DELIMITED BY SIZE
006530         INTO REPORT-LINE.
006540     WRITE REPORT-LINE.
006550     MOVE WS-READ-COUNT TO WS-COUNT-EDIT.
006560     MOVE SPACES TO REPORT-LINE.
006570     STRING "  DETAIL RECORDS READ         " WS-COUNT-EDIT
006580            DELIMITED BY SIZE
006590         INTO REPORT-LINE.
006600     WRITE REPORT-LINE.
006610     MOVE SPACES TO REPORT-LINE.
006620     IF WS-CHECK-COUNT = WS-RANGE-COUNT
006630         AND WS-CHECK-AMOUNT = WS-RANGE-AMOUNT
006640         AND WS-RANGE-COUNT + WS-OUTSIDE-COUNT = WS-READ-COUNT
006650         MOVE "  POPULATION PROVED - STRATA ADD BACK TO THE FILE"
006660             TO REPORT-LINE
006670     ELSE
006680         MOVE "  POPULATION DOES NOT PROVE - DO NOT USE SAMPLE"
006690             TO REPORT-LINE
006700     END-IF.
006710     WRITE REPORT-LINE.
006720     IF WS-MONTHS-MISSING > 0
006730         MOVE WS-MONTHS-MISSING TO WS-SMALL-EDIT
006740         MOVE SPACES TO REPORT-LINE
006750         STRING "  ARCHIVE MONTHS WITH NO FILE " WS-SMALL-EDIT
006760                DELIMITED BY SIZE
006770             INTO REPORT-LINE
006780         WRITE REPORT-LINE
006790     END-IF.
006800     IF WS-CURR-UNKNOWN-COUNT > 0
006810         MOVE WS-CURR-UNKNOWN-COUNT TO WS-COUNT-EDIT
006820         MOVE SPACES TO REPORT-LINE
006830         STRING "  UNKNOWN CURRENCY, TAKEN AT PAR " WS-COUNT-EDIT
006840                DELIMITED BY SIZE
006850             INTO REPORT-LINE
006860         WRITE REPORT-LINE
006870     END-IF.
006880 8100-EXIT.
006890     EXIT.
006900*
006910 8110-WRITE-ONE-POPULATION.
006920     ADD WS-STR-POP-COUNT(WS-STR-IDX) TO WS-CHECK-COUNT.
006930     ADD WS-STR-POP-AMOUNT(WS-STR-IDX) TO WS-CHECK-AMOUNT.
006940     SET WS-STRATUM TO WS-STR-IDX.
006950     MOVE WS-STRATUM TO WS-STRATUM-EDIT.
006960     MOVE WS-STR-LOW(WS-STR-IDX) TO WS-AMOUNT-EDIT.
006970     MOVE WS-STR-POP-COUNT(WS-STR-IDX) TO WS-COUNT-EDIT.
006980     MOVE WS-STR-POP-AMOUNT(WS-STR-IDX) TO WS-AMOUNT-EDIT-2.
006990     MOVE SPACES TO REPORT-LINE.
007000     STRING "  " WS-STRATUM-EDIT "   " WS-AMOUNT-EDIT
007010            "  " WS-COUNT-EDIT "  " WS-AMOUNT-EDIT-2
007020            DELIMITED BY SIZE
007030         INTO REPORT-LINE.
007040     MOVE WS-STR-SIZE(WS-STR-IDX) TO WS-SMALL-EDIT.
007050     MOVE WS-SMALL-EDIT TO REPORT-LINE(75:3).
007060     MOVE WS-STR-TAKEN(WS-STR-IDX) TO WS-SMALL-EDIT.
007070     MOVE WS-SMALL-EDIT TO REPORT-LINE(80:3).
007080     WRITE REPORT-LINE.
007090 8110-EXIT.
007100     EXIT.
007110*
007120 8200-WRITE-ONE-STRATUM.
007130     SET WS-STRATUM TO WS-STR-IDX.
007140     MOVE WS-STRATUM TO WS-STRATUM-EDIT.
007150     MOVE SPACES TO REPORT-LINE.
007160     WRITE REPORT-LINE.
007170     MOVE SPACES TO REPORT-LINE.
007180     STRING "STRATUM " WS-STRATUM-EDIT " SELECTED ITEMS"
007190            DELIMITED BY SIZE
007200         INTO REPORT-LINE.
007210     WRITE REPORT-LINE.
007220     MOVE SPACES TO REPORT-LINE.
007230     MOVE "  ITEM NO.  ACCOUNT    DATE     TY" TO REPORT-LINE.
007240     MOVE "AMOUNT  CUR         BASE AMOUNT  TESTED BY / RESULT"
007250         TO REPORT-LINE(49:52).
007255     MOVE "TXN REFERENCE" TO REPORT-LINE(102:13).
007260     WRITE REPORT-LINE.
007270     IF WS-STR-TAKEN(WS-STR-IDX) = 0
007280         MOVE SPACES TO REPORT-LINE
007290         MOVE "  NO ITEMS IN THIS STRATUM" TO REPORT-LINE
007300         WRITE REPORT-LINE
007310         GO TO 8200-EXIT
007320     END-IF.
007330     COMPUTE WS-SLOT-BASE-SUB = (WS-STRATUM - 1) * 200.
007340     COMPUTE WS-SLOT-LAST = WS-SLOT-BASE-SUB
007350         + WS-STR-TAKEN(WS-STR-IDX).
007360     COMPUTE WS-SLOT-SUB-2 = WS-SLOT-BASE-SUB + 1.
007370     PERFORM 8210-WRITE-ONE-ITEM THRU 8210-EXIT
007380         VARYING WS-SLOT-SUB FROM WS-SLOT-SUB-2 BY 1
007390         UNTIL WS-SLOT-SUB > WS-SLOT-LAST.
007400 8200-EXIT.
007410     EXIT.
007420*
007430 8210-WRITE-ONE-ITEM.
007440     MOVE WS-SLOT-RECORD(WS-SLOT-SUB) TO SAMP-DETAIL-RECORD.
007450     MOVE SAMP-DETAIL-RECORD TO SAMPLE-RECORD.
007460     WRITE SAMPLE-RECORD.
007470     ADD 1 TO WS-SAMPLE-COUNT.
007480     ADD WS-SLOT-BASE(WS-SLOT-SUB) TO WS-SAMPLE-AMOUNT.
007490     MOVE WS-SLOT-SEQUENCE(WS-SLOT-SUB) TO WS-COUNT-EDIT.
007500     MOVE SAMP-TRANSACTION-AMOUNT TO WS-AMOUNT-EDIT.
007510     MOVE WS-SLOT-BASE(WS-SLOT-SUB) TO WS-AMOUNT-EDIT-2.
007520     MOVE SPACES TO REPORT-LINE.
007530     STRING WS-COUNT-EDIT " "
007540            SAMP-ACCOUNT-NUMBER " "
007550            SAMP-TRANSACTION-DATE " "
007560            SAMP-TRANSACTION-TYPE " "
007570            WS-AMOUNT-EDIT " "
007580            SAMP-CURRENCY-CODE " "
007590            WS-AMOUNT-EDIT-2 "  ________________"
007600            DELIMITED BY SIZE
007610         INTO REPORT-LINE.
007615     MOVE SAMP-TXN-REFERENCE TO REPORT-LINE(102:14).
007620     WRITE REPORT-LINE.
007630 8210-EXIT.
007640     EXIT.
007650*
007660 8300-WRITE-TOTALS.
007670     MOVE SPACES TO REPORT-LINE.
007680     WRITE REPORT-LINE.
007690     MOVE WS-SAMPLE-COUNT TO WS-COUNT-EDIT.
007700     MOVE SPACES TO REPORT-LINE.
007710     STRING "ITEMS SAMPLED TO AUDSAMP.DAT = " WS-COUNT-EDIT
007720            DELIMITED BY SIZE
007730         INTO REPORT-LINE.
007740     WRITE REPORT-LINE.
007750     MOVE WS-SAMPLE-AMOUNT TO WS-AMOUNT-EDIT.
007760     MOVE SPACES TO REPORT-LINE.
007770     STRING "SAMPLED BASE AMOUNT          = " WS-AMOUNT-EDIT
007780            DELIMITED BY SIZE
007790         INTO REPORT-LINE.
007800     WRITE REPORT-LINE.
007810 8300-EXIT.
007820     EXIT.
007830*
007840*    MINIMAL STANDARD GENERATOR: SEED = SEED * 16807 MOD
007850*    2147483647, THEN A WHOLE NUMBER FROM 1 TO WS-RANDOM-RANGE
007860*    SCALED FROM THE NEW SEED.  BOTH PRODUCTS STAY INSIDE 18
007870*    DIGITS FOR ANY STRATUM UNDER 400 MILLION ITEMS.
007880 9000-NEXT-RANDOM.
007890     COMPUTE WS-RANDOM-PRODUCT = WS-SEED * 16807.
007900     DIVIDE WS-RANDOM-PRODUCT BY 2147483647
007910         GIVING WS-RANDOM-QUOTIENT
007920         REMAINDER WS-SEED.
007930     COMPUTE WS-RANDOM-PRODUCT = WS-SEED * WS-RANDOM-RANGE.
007940     DIVIDE WS-RANDOM-PRODUCT BY 2147483647
007950         GIVING WS-RANDOM-PICK.
007960     ADD 1 TO WS-RANDOM-PICK.
007970 9000-EXIT.
007980     EXIT.
