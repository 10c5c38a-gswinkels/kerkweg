000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TESTGEN.
000030 AUTHOR.        G. SWINKELS, DATA PROCESSING.
000040 INSTALLATION.  DATA PROCESSING DEPT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*MODIFICATION HISTORY
000090*--------------------
000100*10/15/2026  GS   ORIGINAL.  BUILDS A TEST EXTRACT IN FULL
000110*                 SAMPREC FORM -- EXTRACT HEADER, DETAILS AND A
000120*                 TRAILER -- AT WHATEVER VOLUME A TEST NEEDS, SO
000130*                 A CHANGE TO FLDVAL.RUL, GLMAP.TBL OR A NEW
000140*                 LAYOUT VERSION NO LONGER MEANS HAND-BUILDING
000150*                 SAMP.DAT FILES.  EVERYTHING ABOUT THE FILE
000160*                 COMES FROM A PARAMETER FILE (TESTGEN.PRM, OR
000170*                 WHATEVER TGEN-PARMFILE NAMES): THE VOLUME, HOW
000180*                 MANY ACCOUNTS, THE EXTRACT DATE AND HOW FAR
000190*                 BACK TRANSACTION DATES SPREAD, THE WEIGHTED MIX
000200*                 OF REGIONS, TYPES AND CURRENCIES, AND AN EXACT
000210*                 NUMBER OF DELIBERATE ERRORS OF EACH KIND.  WITH
000220*                 NO REGN OR TYPE LINES THE CODES ON FLDVAL.RUL
000230*                 ARE USED, EVENLY WEIGHTED.  EACH ACCOUNT KEEPS
000240*                 ONE REGION, ONE CURRENCY AND ONE NAME (FROM
000250*                 TESTNAME) THROUGH THE WHOLE FILE, AND ACCOUNT
000260*                 NUMBERS ARE 9000000001 UPWARD, A RANGE NO
000270*                 PRODUCTION ACCOUNT USES.  TRANSACTION
000280*                 REFERENCES ARE LEFT BLANK FOR TXNREF TO STAMP,
000290*                 AS ON ANY INCOMING EXTRACT.  THE RANDOM NUMBERS
000300*                 COME FROM THE SAME MINIMAL STANDARD GENERATOR
000310*                 AUDSAMP USES, SO THE SAME SEED AND PARAMETERS
000320*                 REBUILD THE SAME FILE BYTE FOR BYTE; THE SEED
000330*                 USED IS SHOWN ON THE CONSOLE.  THE FILE GOES TO
000340*                 TESTGEN.DAT, OR WHATEVER TGEN-OUTFILE NAMES.
000350*                 RETURN-CODE IS 8 FOR A PARAMETER ERROR AND 12
000360*                 WHEN THE OUTPUT FILE CANNOT BE OPENED.
000370*
000380*---------------------------------------------------------------*
000390*TEST GENERATOR PARAMETER FORMAT (TESTGEN.PRM, ONE PER LINE)     *
000400*    VOLU NNNNNNN       DETAIL RECORDS TO WRITE (DEFAULT 100)    *
000410*    ACCT NNNN          DISTINCT ACCOUNTS, 1-5000 (DEFAULT 50)   *
000420*    DATE CCYYMMDD      EXTRACT DATE (DEFAULT SORT-RUNDATE, OR   *
000430*                        TODAY)                                  *
000440*    DAYS NNN           TRANSACTION DATES SPREAD THIS MANY DAYS  *
000450*                        BACK FROM THE EXTRACT DATE (DEFAULT 0)  *
000460*    SRCE XXXXXXXX      HEADER SOURCE SYSTEM (DEFAULT TESTGEN)   *
000470*    LAYO NN            HEADER LAYOUT VERSION (DEFAULT 03); 01   *
000480*                        LEAVES THE CURRENCY BLANK               *
000490*    SEED NNNNNNNNNN    1 - 2147483646 (DEFAULT FROM THE CLOCK)  *
000500*    AMAX NNNNNNN       LARGEST AMOUNT IN WHOLE UNITS, 1 -       *
000510*                        4000000 (DEFAULT 5000)                  *
000520*    REGN XXXX WWWWW    A REGION AND ITS WEIGHT (DEFAULT 1)      *
000530*    TYPE TT   WWWWW    A TRANSACTION TYPE AND ITS WEIGHT        *
000540*    CURR CCC  WWWWW    A CURRENCY AND ITS WEIGHT; A BLANK CODE  *
000550*                        IS BASE CURRENCY.  NO CURR LINES = ALL  *
000560*                        BASE CURRENCY                           *
000570*    ERRS KKKK NNNNNNN  DELIBERATE ERRORS OF ONE KIND:           *
000580*                        TYPE - TYPE "ZZ", ON NO TYPE LIST       *
000590*                        REGN - REGION "ZZZZ"                    *
000600*                        DATE - DATED A YEAR AFTER THE EXTRACT   *
000610*                        ACCT - NON-NUMERIC ACCOUNT NUMBER       *
000620*                        AMNT - BLANK (NON-NUMERIC) AMOUNT       *
000630*                        DUPL - REPEAT OF THE PREVIOUS DETAIL    *
000640*                        TRLR - TRAILER COUNT OVERSTATED BY NNN  *
000650*                        HDRD - HEADER DATED NNN DAYS EARLY      *
000660*    THE RECORD-LEVEL ERRORS (ALL BUT TRLR AND HDRD) ARE SPREAD  *
000670*    AT RANDOM THROUGH THE FILE, ONE PER RECORD, AND MUST ADD UP *
000680*    TO FEWER THAN THE VOLUME.  WEIGHTS AND COUNTS START IN      *
000690*    POSITION 11.                                                *
000700*---------------------------------------------------------------*
000710*
000720 ENVIRONMENT DIVISION.
000730 CONFIGURATION SECTION.
000740 SOURCE-COMPUTER.  IBM-PC.
000750 OBJECT-COMPUTER.  IBM-PC.
000760 INPUT-OUTPUT SECTION.
000770 FILE-CONTROL.
000780     SELECT PARM-FILE ASSIGN TO WS-PARM-FILE-NAME
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-PARM-FILE-STATUS.
000810     SELECT RULES-FILE ASSIGN TO "FLDVAL.RUL"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-RULES-FILE-STATUS.
000840     SELECT OUT-FILE ASSIGN TO WS-OUT-FILE-NAME
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-OUT-FILE-STATUS.
000870*
000880 DATA DIVISION.
000890 FILE SECTION.
000900 FD  PARM-FILE.
000910 01  PARM-FILE-RECORD            PIC X(40).
000920 FD  RULES-FILE.
000930 01  RULES-FILE-RECORD           PIC X(40).
000940 FD  OUT-FILE.
000950 01  OUT-RECORD                  PIC X(82).
000960*
000970 WORKING-STORAGE SECTION.
000980 01  WS-PARM-FILE-NAME         PIC X(15) VALUE "TESTGEN.PRM".
000990 01  WS-PARM-FILE-STATUS       PIC X(02).
001000     88  WS-PARM-FILE-OK           VALUE "00".
001010     88  WS-PARM-FILE-EOF          VALUE "10".
001020 01  WS-RULES-FILE-STATUS      PIC X(02).
001030     88  WS-RULES-FILE-OK          VALUE "00".
001040     88  WS-RULES-FILE-EOF         VALUE "10".
001050 01  WS-OUT-FILE-NAME          PIC X(15) VALUE "TESTGEN.DAT".
001060 01  WS-OUT-FILE-STATUS        PIC X(02).
001070     88  WS-OUT-FILE-OK            VALUE "00".
001080 01  WS-ENV-VALUE              PIC X(15).
001090 01  WS-TIMESTAMP              PIC X(21).
001100 01  WS-PARM-ERROR-SW          PIC X(01) VALUE "N".
001110     88  WS-PARM-ERROR             VALUE "Y".
001120 01  WS-FIELD-TEXT             PIC X(10).
001130*
001140*    THE PARAMETERS, WITH THEIR DEFAULTS.
001150 01  WS-VOLUME                 PIC 9(07) VALUE 100.
001160 01  WS-ACCOUNT-COUNT          PIC 9(04) VALUE 50.
001170 01  WS-EXTRACT-DATE           PIC X(08) VALUE SPACES.
001180 01  WS-EXTRACT-DATE-N REDEFINES WS-EXTRACT-DATE
001190                               PIC 9(08).
001200 01  WS-SPREAD-DAYS            PIC 9(03) VALUE 0.
001210 01  WS-SOURCE-SYS             PIC X(08) VALUE "TESTGEN".
001220 01  WS-LAYOUT-VER             PIC X(02) VALUE "03".
001230 01  WS-AMOUNT-MAX             PIC 9(09) VALUE 5000.
001240 01  WS-SEED-SOURCE            PIC X(08) VALUE "TESTGEN".
001250*
001260*    THE REGION, TYPE AND CURRENCY MIX.  EACH LINE IS ONE CODE
001270*    OF ONE KIND WITH ITS WEIGHT; WS-MIX-TOTAL IS THE SUM OF
001280*    THE WEIGHTS FOR EACH KIND.
001290 01  WS-MIX-TABLE.
001300     05  WS-MIX-COUNT          PIC 9(03) COMP-5 VALUE 0.
001310     05  WS-MIX-ENTRY OCCURS 150 TIMES.
001320         10  WS-MIX-KIND       PIC X(01).
001330         10  WS-MIX-CODE       PIC X(04).
001340         10  WS-MIX-WEIGHT     PIC 9(05).
001350 01  WS-MIX-SUB                PIC 9(03) COMP-5.
001360 01  WS-MIX-TOTALS.
001370     05  WS-REGION-TOTAL       PIC 9(09) VALUE 0.
001380     05  WS-TYPE-TOTAL         PIC 9(09) VALUE 0.
001390     05  WS-CURRENCY-TOTAL     PIC 9(09) VALUE 0.
001400 01  WS-FLDVAL-REGIONS         PIC 9(03) VALUE 0.
001410 01  WS-FLDVAL-TYPES           PIC 9(03) VALUE 0.
001420 01  WS-PICK-KIND              PIC X(01).
001430 01  WS-PICK-CODE              PIC X(04).
001440 01  WS-PICK-RUNNING           PIC 9(09).
001450 01  WS-PICK-SW                PIC X(01).
001460     88  WS-PICK-FOUND             VALUE "Y".
001470*
001480*    EACH ACCOUNT'S REGION AND CURRENCY, FIXED FOR THE FILE.
001490 01  WS-ACCOUNT-TABLE.
001500     05  WS-ACCOUNT-ENTRY OCCURS 5000 TIMES.
001510         10  WS-ACCT-REGION    PIC X(04).
001520         10  WS-ACCT-CURRENCY  PIC X(03).
001530 01  WS-ACCT-SUB               PIC 9(04) COMP-5.
001540 01  WS-ACCOUNT-NUMBER         PIC 9(10).
001550 01  WS-NAME-SUB               PIC 9(04) COMP-5.
001560 01  WS-NAME-QUOTIENT          PIC 9(04) COMP-5.
001570 01  WS-GIVEN-SUB              PIC 9(02) COMP-5.
001580 01  WS-SURNAME-SUB            PIC 9(02) COMP-5.
001590*
001600*    DELIBERATE ERRORS.  WS-ERR-LEFT COUNTS DOWN AS EACH KIND
001610*    IS PLACED; WS-ERR-LEFT-TOTAL IS THEIR SUM.
001620 01  WS-ERROR-KINDS.
001630     05  FILLER                PIC X(04) VALUE "TYPE".
001640     05  FILLER                PIC X(04) VALUE "REGN".
001650     05  FILLER                PIC X(04) VALUE "DATE".
001660     05  FILLER                PIC X(04) VALUE "ACCT".
001670     05  FILLER                PIC X(04) VALUE "AMNT".
001680     05  FILLER                PIC X(04) VALUE "DUPL".
001690 01  WS-ERROR-KIND-TABLE REDEFINES WS-ERROR-KINDS.
001700     05  WS-ERR-KIND           PIC X(04) OCCURS 6 TIMES.
001710 01  WS-ERROR-COUNTS.
001720     05  WS-ERR-COUNT-ENTRY OCCURS 6 TIMES.
001730         10  WS-ERR-ASKED      PIC 9(07).
001740         10  WS-ERR-LEFT       PIC 9(07).
001750 01  WS-ERR-SUB                PIC 9(02) COMP-5.
001760 01  WS-ERR-HIT                PIC 9(02) COMP-5.
001770 01  WS-ERR-LEFT-TOTAL         PIC 9(07) VALUE 0.
001780 01  WS-ERR-RUNNING            PIC 9(07).
001790 01  WS-TRAILER-OFFSET         PIC 9(07) VALUE 0.
001800 01  WS-HEADER-BACKDATE        PIC 9(07) VALUE 0.
001810*
001820 01  WS-DETAIL-SUB             PIC 9(07) COMP-5.
001830 01  WS-RECORDS-LEFT           PIC 9(09) COMP-3.
001840 01  WS-WRITTEN-COUNT          PIC 9(07) VALUE 0.
001850 01  WS-LAST-DETAIL            PIC X(82) VALUE SPACES.
001860 01  WS-EXTRACT-INT            PIC 9(07).
001870 01  WS-TRAN-INT               PIC 9(07).
001880 01  WS-TRAN-DATE-N            PIC 9(08).
001890 01  WS-AMOUNT-CENTS           PIC 9(11).
001900*
001910 01  WS-SEED                   PIC 9(10) COMP-3.
001920 01  WS-SEED-START             PIC 9(10).
001930 01  WS-RANDOM-PRODUCT         PIC 9(18) COMP-3.
001940 01  WS-RANDOM-QUOTIENT        PIC 9(18) COMP-3.
001950 01  WS-RANDOM-RANGE           PIC 9(09) COMP-3.
001960 01  WS-RANDOM-PICK            PIC 9(09) COMP-3.
001970*
001980 01  WS-SEED-EDIT              PIC Z(09)9.
001990 01  WS-COUNT-EDIT             PIC ZZZZZZ9.
002000 COPY SAMPREC.
002010 COPY TESTNAME.
002020*
002030 PROCEDURE DIVISION.
002040*
002050 0000-MAINLINE.
002060     DISPLAY "TESTGEN - TEST EXTRACT GENERATOR".
002070     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
002080     MOVE SPACES TO WS-ENV-VALUE.
002090     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "TGEN-PARMFILE".
002100     IF WS-ENV-VALUE NOT = SPACES
002110         MOVE WS-ENV-VALUE TO WS-PARM-FILE-NAME
002120     END-IF.
002130     MOVE SPACES TO WS-ENV-VALUE.
002140     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "TGEN-OUTFILE".
002150     IF WS-ENV-VALUE NOT = SPACES
002160         MOVE WS-ENV-VALUE TO WS-OUT-FILE-NAME
002170     END-IF.
002180     MOVE WS-TIMESTAMP(9:8) TO WS-SEED-START.
002190     ADD 1 TO WS-SEED-START.
002200     MOVE "CLOCK" TO WS-SEED-SOURCE.
002210     PERFORM 1000-LOAD-PARAMETERS THRU 1000-EXIT.
002220     PERFORM 1500-CHECK-PARAMETERS THRU 1500-EXIT.
002230     IF WS-PARM-ERROR
002240         MOVE 8 TO RETURN-CODE
002250         STOP RUN
002260     END-IF.
002270     MOVE WS-SEED-START TO WS-SEED.
002280     OPEN OUTPUT OUT-FILE.
002290     IF NOT WS-OUT-FILE-OK
002300         DISPLAY "TESTGEN - CANNOT OPEN ", WS-OUT-FILE-NAME,
002310             " STATUS ", WS-OUT-FILE-STATUS
002320         MOVE 12 TO RETURN-CODE
002330         STOP RUN
002340     END-IF.
002350     PERFORM 2000-SET-UP-ACCOUNTS THRU 2000-EXIT
002360         VARYING WS-ACCT-SUB FROM 1 BY 1
002370         UNTIL WS-ACCT-SUB > WS-ACCOUNT-COUNT.
002380     PERFORM 3000-WRITE-HEADER THRU 3000-EXIT.
002390     PERFORM 4000-WRITE-ONE-DETAIL THRU 4000-EXIT
002400         VARYING WS-DETAIL-SUB FROM 1 BY 1
002410         UNTIL WS-DETAIL-SUB > WS-VOLUME.
002420     PERFORM 5000-WRITE-TRAILER THRU 5000-EXIT.
002430     CLOSE OUT-FILE.
002440     PERFORM 6000-SHOW-SUMMARY THRU 6000-EXIT.
002450     MOVE 0 TO RETURN-CODE.
002460     STOP RUN.
002470*
002480*    A MISSING PARAMETER FILE LEAVES EVERY DEFAULT IN PLACE.
002490 1000-LOAD-PARAMETERS.
002500     MOVE 0 TO WS-MIX-COUNT.
002510     PERFORM 1010-CLEAR-ONE-ERROR THRU 1010-EXIT
002520         VARYING WS-ERR-SUB FROM 1 BY 1
002530         UNTIL WS-ERR-SUB > 6.
002540     OPEN INPUT PARM-FILE.
002550     IF NOT WS-PARM-FILE-OK
002560         DISPLAY "TESTGEN - NO ", WS-PARM-FILE-NAME,
002570             ", DEFAULTS USED"
002580         GO TO 1000-RULES
002590     END-IF.
002600     PERFORM 1100-LOAD-ONE-PARAMETER THRU 1100-EXIT
002610         UNTIL WS-PARM-FILE-EOF.
002620     CLOSE PARM-FILE.
002630 1000-RULES.
002640     IF WS-REGION-TOTAL = 0 OR WS-TYPE-TOTAL = 0
002650         PERFORM 1300-LOAD-FLDVAL-CODES THRU 1300-EXIT
002660         ADD WS-FLDVAL-REGIONS TO WS-REGION-TOTAL
002670         ADD WS-FLDVAL-TYPES TO WS-TYPE-TOTAL
002680     END-IF.
002690 1000-EXIT.
002700     EXIT.
002710*
002720 1010-CLEAR-ONE-ERROR.
002730     MOVE 0 TO WS-ERR-ASKED(WS-ERR-SUB).
002740     MOVE 0 TO WS-ERR-LEFT(WS-ERR-SUB).
002750 1010-EXIT.
002760     EXIT.
002770*
002780 1100-LOAD-ONE-PARAMETER.
002790     READ PARM-FILE
002800         AT END
002810             GO TO 1100-EXIT
002820     END-READ.
002830     MOVE PARM-FILE-RECORD(11:10) TO WS-FIELD-TEXT.
002840     EVALUATE PARM-FILE-RECORD(1:4)
002850         WHEN "VOLU"
002860             MOVE PARM-FILE-RECORD(6:10) TO WS-FIELD-TEXT
002870             PERFORM 1200-CHECK-NUMBER THRU 1200-EXIT
002880             IF NOT WS-PARM-ERROR
002890                 MOVE FUNCTION NUMVAL(WS-FIELD-TEXT)
002900                     TO WS-VOLUME
002910             END-IF
002920         WHEN "ACCT"
002930             MOVE PARM-FILE-RECORD(6:10) TO WS-FIELD-TEXT
002940             PERFORM 1200-CHECK-NUMBER THRU 1200-EXIT
002950             IF NOT WS-PARM-ERROR
002960                 MOVE FUNCTION NUMVAL(WS-FIELD-TEXT)
002970                     TO WS-ACCOUNT-COUNT
002980             END-IF
002990         WHEN "DATE"
003000             MOVE PARM-FILE-RECORD(6:8) TO WS-EXTRACT-DATE
003010         WHEN "DAYS"
003020             MOVE PARM-FILE-RECORD(6:10) TO WS-FIELD-TEXT
003030             PERFORM 1200-CHECK-NUMBER THRU 1200-EXIT
003040             IF NOT WS-PARM-ERROR
003050                 MOVE FUNCTION NUMVAL(WS-FIELD-TEXT)
003060                     TO WS-SPREAD-DAYS
003070             END-IF
003080         WHEN "SRCE"
003090             MOVE PARM-FILE-RECORD(6:8) TO WS-SOURCE-SYS
003100         WHEN "LAYO"
003110             MOVE PARM-FILE-RECORD(6:2) TO WS-LAYOUT-VER
003120         WHEN "SEED"
003130             MOVE PARM-FILE-RECORD(6:10) TO WS-FIELD-TEXT
003140             PERFORM 1200-CHECK-NUMBER THRU 1200-EXIT
003150             IF NOT WS-PARM-ERROR
003160                 IF FUNCTION NUMVAL(WS-FIELD-TEXT) < 1
003170                     OR FUNCTION NUMVAL(WS-FIELD-TEXT)
003180                         > 2147483646
003190                     DISPLAY "TESTGEN - SEED MUST BE ",
003200                         "1 - 2147483646"
003210                     SET WS-PARM-ERROR TO TRUE
003220                 ELSE
003230                     MOVE FUNCTION NUMVAL(WS-FIELD-TEXT)
003240                         TO WS-SEED-START
003250                     MOVE "TESTGEN" TO WS-SEED-SOURCE
003260                 END-IF
003270             END-IF
003280         WHEN "AMAX"
003290             MOVE PARM-FILE-RECORD(6:10) TO WS-FIELD-TEXT
003300             PERFORM 1200-CHECK-NUMBER THRU 1200-EXIT
003310             IF NOT WS-PARM-ERROR
003320                 MOVE FUNCTION NUMVAL(WS-FIELD-TEXT)
003330                     TO WS-AMOUNT-MAX
003340             END-IF
003350         WHEN "REGN"
003360             MOVE "R" TO WS-PICK-KIND
003370             PERFORM 1400-ADD-MIX-LINE THRU 1400-EXIT
003380         WHEN "TYPE"
003390             MOVE "T" TO WS-PICK-KIND
003400             PERFORM 1400-ADD-MIX-LINE THRU 1400-EXIT
003410         WHEN "CURR"
003420             MOVE "C" TO WS-PICK-KIND
003430             PERFORM 1400-ADD-MIX-LINE THRU 1400-EXIT
003440         WHEN "ERRS"
003450             PERFORM 1450-ADD-ERROR-LINE THRU 1450-EXIT
003460         WHEN OTHER
003470             IF PARM-FILE-RECORD NOT = SPACES
003480                 AND PARM-FILE-RECORD(1:1) NOT = "*"
003490                 DISPLAY "TESTGEN - PARAMETER NOT RECOGNIZED: ",
003500                     PARM-FILE-RECORD
003510                 SET WS-PARM-ERROR TO TRUE
003520             END-IF
003530     END-EVALUATE.
003540 1100-EXIT.
003550     EXIT.
003560*
003570 1200-CHECK-NUMBER.
003580     IF WS-FIELD-TEXT = SPACES
003590         OR FUNCTION TEST-NUMVAL(WS-FIELD-TEXT) NOT = 0
003600         DISPLAY "TESTGEN - NOT A NUMBER ON LINE: ",
003610             PARM-FILE-RECORD
003620         SET WS-PARM-ERROR TO TRUE
003630     END-IF.
003640 1200-EXIT.
003650     EXIT.
003660*
003670*    ONLY USED WHEN TESTGEN.PRM GIVES NO REGIONS OR NO TYPES:
003680*    THE CODES FLDVAL ACCEPTS, EACH WEIGHTED 1.  THEIR COUNTS
003690*    GO INTO THE TOTALS ONLY ONCE THE PASS IS OVER, SO A ZERO
003700*    TOTAL STILL MEANS "NONE FROM TESTGEN.PRM" ON EVERY LINE.
003710 1300-LOAD-FLDVAL-CODES.
003720     OPEN INPUT RULES-FILE.
003730     IF NOT WS-RULES-FILE-OK
003740         GO TO 1300-EXIT
003750     END-IF.
003760     PERFORM 1310-LOAD-ONE-RULE THRU 1310-EXIT
003770         UNTIL WS-RULES-FILE-EOF.
003780     CLOSE RULES-FILE.
003790 1300-EXIT.
003800     EXIT.
003810*
003820 1310-LOAD-ONE-RULE.
003830     READ RULES-FILE
003840         AT END
003850             GO TO 1310-EXIT
003860     END-READ.
003870     MOVE "1" TO WS-FIELD-TEXT.
003880     IF RULES-FILE-RECORD(1:4) = "REGN" AND WS-REGION-TOTAL = 0
003890         MOVE "R" TO WS-PICK-KIND
003900         MOVE RULES-FILE-RECORD(6:4) TO WS-PICK-CODE
003910         PERFORM 1410-STORE-MIX-LINE THRU 1410-EXIT
003920         ADD 1 TO WS-FLDVAL-REGIONS
003930     END-IF.
003940     IF RULES-FILE-RECORD(1:4) = "TYPE" AND WS-TYPE-TOTAL = 0
003950         MOVE "T" TO WS-PICK-KIND
003960         MOVE RULES-FILE-RECORD(6:2) TO WS-PICK-CODE
003970         PERFORM 1410-STORE-MIX-LINE THRU 1410-EXIT
003980         ADD 1 TO WS-FLDVAL-TYPES
003990     END-IF.
004000 1310-EXIT.
004010     EXIT.
004020*
004030 1400-ADD-MIX-LINE.
004040     IF WS-PICK-KIND = "T"
004050         MOVE PARM-FILE-RECORD(6:2) TO WS-PICK-CODE
004060     ELSE
004070         MOVE PARM-FILE-RECORD(6:4) TO WS-PICK-CODE
004080     END-IF.
004090     IF WS-FIELD-TEXT = SPACES
004100         MOVE "1" TO WS-FIELD-TEXT
004110     END-IF.
004120     PERFORM 1200-CHECK-NUMBER THRU 1200-EXIT.
004130     IF WS-PARM-ERROR
004140         GO TO 1400-EXIT
004150     END-IF.
004160     PERFORM 1410-STORE-MIX-LINE THRU 1410-EXIT.
004170     EVALUATE WS-PICK-KIND
004180         WHEN "R"
004190             ADD WS-MIX-WEIGHT(WS-MIX-COUNT) TO WS-REGION-TOTAL
004200         WHEN "T"
004210             ADD WS-MIX-WEIGHT(WS-MIX-COUNT) TO WS-TYPE-TOTAL
004220         WHEN "C"
004230             ADD WS-MIX-WEIGHT(WS-MIX-COUNT)
004240                 TO WS-CURRENCY-TOTAL
004250     END-EVALUATE.
004260 1400-EXIT.
004270     EXIT.
004280*
004290 1410-STORE-MIX-LINE.
004300     IF WS-MIX-COUNT = 150
004310         DISPLAY "TESTGEN - MORE THAN 150 REGN/TYPE/CURR LINES"
004320         SET WS-PARM-ERROR TO TRUE
004330         GO TO 1410-EXIT
004340     END-IF.
004350     ADD 1 TO WS-MIX-COUNT.
004360     MOVE WS-PICK-KIND TO WS-MIX-KIND(WS-MIX-COUNT).
004370     MOVE WS-PICK-CODE TO WS-MIX-CODE(WS-MIX-COUNT).
004380     MOVE FUNCTION NUMVAL(WS-FIELD-TEXT)
004390         TO WS-MIX-WEIGHT(WS-MIX-COUNT).
004400 1410-EXIT.
004410     EXIT.
004420*
004430 1450-ADD-ERROR-LINE.
004440     PERFORM 1200-CHECK-NUMBER THRU 1200-EXIT.
004450     IF WS-PARM-ERROR
004460         GO TO 1450-EXIT
004470     END-IF.
004480     EVALUATE PARM-FILE-RECORD(6:4)
004490         WHEN "TRLR"
004500             MOVE FUNCTION NUMVAL(WS-FIELD-TEXT)
004510                 TO WS-TRAILER-OFFSET
004520             GO TO 1450-EXIT
004530         WHEN "HDRD"
004540             MOVE FUNCTION NUMVAL(WS-FIELD-TEXT)
004550                 TO WS-HEADER-BACKDATE
004560             GO TO 1450-EXIT
004570     END-EVALUATE.
004580     MOVE 0 TO WS-ERR-HIT.
004590     PERFORM 1460-MATCH-ERROR-KIND THRU 1460-EXIT
004600         VARYING WS-ERR-SUB FROM 1 BY 1
004610         UNTIL WS-ERR-SUB > 6 OR WS-ERR-HIT > 0.
004620     IF WS-ERR-HIT = 0
004630         DISPLAY "TESTGEN - ERROR KIND NOT RECOGNIZED: ",
004640             PARM-FILE-RECORD(6:4)
004650         SET WS-PARM-ERROR TO TRUE
004660         GO TO 1450-EXIT
004670     END-IF.
004680     MOVE FUNCTION NUMVAL(WS-FIELD-TEXT)
004690         TO WS-ERR-ASKED(WS-ERR-HIT).
004700     MOVE WS-ERR-ASKED(WS-ERR-HIT) TO WS-ERR-LEFT(WS-ERR-HIT).
004710 1450-EXIT.
004720     EXIT.
004730*
004740 1460-MATCH-ERROR-KIND.
004750     IF WS-ERR-KIND(WS-ERR-SUB) = PARM-FILE-RECORD(6:4)
004760         MOVE WS-ERR-SUB TO WS-ERR-HIT
004770     END-IF.
004780 1460-EXIT.
004790     EXIT.
004800*
004810 1500-CHECK-PARAMETERS.
004820     IF WS-EXTRACT-DATE = SPACES
004830         MOVE SPACES TO WS-ENV-VALUE
004840         ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SORT-RUNDATE"
004850         IF WS-ENV-VALUE NOT = SPACES
004860             MOVE WS-ENV-VALUE(1:8) TO WS-EXTRACT-DATE
004870         ELSE
004880             MOVE WS-TIMESTAMP(1:8) TO WS-EXTRACT-DATE
004890         END-IF
004900     END-IF.
004910     IF WS-EXTRACT-DATE NOT NUMERIC
004920         OR FUNCTION TEST-DATE-YYYYMMDD(WS-EXTRACT-DATE-N)
004930             NOT = 0
004940         DISPLAY "TESTGEN - EXTRACT DATE IS NOT A DATE: ",
004950             WS-EXTRACT-DATE
004960         SET WS-PARM-ERROR TO TRUE
004970     END-IF.
004980     IF WS-VOLUME = 0
004990         DISPLAY "TESTGEN - VOLU MUST BE AT LEAST 1"
005000         SET WS-PARM-ERROR TO TRUE
005010     END-IF.
005020     IF WS-ACCOUNT-COUNT = 0 OR WS-ACCOUNT-COUNT > 5000
005030         DISPLAY "TESTGEN - ACCT MUST BE 1 - 5000"
005040         SET WS-PARM-ERROR TO TRUE
005050     END-IF.
005060     IF WS-AMOUNT-MAX = 0 OR WS-AMOUNT-MAX > 4000000
005070         DISPLAY "TESTGEN - AMAX MUST BE 1 - 4000000"
005080         SET WS-PARM-ERROR TO TRUE
005090     END-IF.
005100     IF WS-REGION-TOTAL = 0 OR WS-TYPE-TOTAL = 0
005110         DISPLAY "TESTGEN - NO REGN OR NO TYPE LINES ON ",
005120             WS-PARM-FILE-NAME, " OR FLDVAL.RUL"
005130         SET WS-PARM-ERROR TO TRUE
005140     END-IF.
005150     MOVE 0 TO WS-ERR-LEFT-TOTAL.
005160     PERFORM 1520-ADD-ERROR-COUNT THRU 1520-EXIT
005170         VARYING WS-ERR-SUB FROM 1 BY 1
005180         UNTIL WS-ERR-SUB > 6.
005190     IF WS-ERR-LEFT-TOTAL NOT < WS-VOLUME
005200         DISPLAY "TESTGEN - DELIBERATE ERRORS MUST BE FEWER ",
005210             "THAN THE VOLUME"
005220         SET WS-PARM-ERROR TO TRUE
005230     END-IF.
005240 1500-EXIT.
005250     EXIT.
005260*
005270 1520-ADD-ERROR-COUNT.
005280     ADD WS-ERR-LEFT(WS-ERR-SUB) TO WS-ERR-LEFT-TOTAL.
005290 1520-EXIT.
005300     EXIT.
005310*
005320*
005330 2000-SET-UP-ACCOUNTS.
005340     MOVE "R" TO WS-PICK-KIND.
005350     MOVE WS-REGION-TOTAL TO WS-RANDOM-RANGE.
005360     PERFORM 9100-PICK-MIX THRU 9100-EXIT.
005370     MOVE WS-PICK-CODE TO WS-ACCT-REGION(WS-ACCT-SUB).
005380     MOVE SPACES TO WS-ACCT-CURRENCY(WS-ACCT-SUB).
005390     IF WS-CURRENCY-TOTAL > 0 AND WS-LAYOUT-VER NOT = "01"
005400         MOVE "C" TO WS-PICK-KIND
005410         MOVE WS-CURRENCY-TOTAL TO WS-RANDOM-RANGE
005420         PERFORM 9100-PICK-MIX THRU 9100-EXIT
005430         MOVE WS-PICK-CODE TO WS-ACCT-CURRENCY(WS-ACCT-SUB)
005440     END-IF.
005450 2000-EXIT.
005460     EXIT.
005470*
005480 3000-WRITE-HEADER.
005490     MOVE FUNCTION INTEGER-OF-DATE(WS-EXTRACT-DATE-N)
005500         TO WS-EXTRACT-INT.
005510     MOVE SPACES TO SAMP-HEADER-RECORD.
005520     MOVE "HDR " TO SAMP-HEADER-ID.
005530     MOVE WS-EXTRACT-DATE TO SAMP-HEADER-EXTRACT-DATE.
005540     IF WS-HEADER-BACKDATE > 0
005550         COMPUTE WS-TRAN-INT = WS-EXTRACT-INT - WS-HEADER-BACKDATE
005560         MOVE FUNCTION DATE-OF-INTEGER(WS-TRAN-INT)
005570             TO WS-TRAN-DATE-N
005580         MOVE WS-TRAN-DATE-N TO SAMP-HEADER-EXTRACT-DATE
005590     END-IF.
005600     MOVE WS-SOURCE-SYS TO SAMP-HEADER-SOURCE-SYS.
005610     MOVE WS-LAYOUT-VER TO SAMP-HEADER-LAYOUT-VER.
005620     MOVE SAMP-HEADER-RECORD TO OUT-RECORD.
005630     WRITE OUT-RECORD.
005640 3000-EXIT.
005650     EXIT.
005660*
005670 4000-WRITE-ONE-DETAIL.
005680     MOVE SPACES TO SAMP-DETAIL-RECORD.
005690     MOVE WS-ACCOUNT-COUNT TO WS-RANDOM-RANGE.
005700     PERFORM 9000-NEXT-RANDOM THRU 9000-EXIT.
005710     MOVE WS-RANDOM-PICK TO WS-ACCT-SUB.
005720     COMPUTE WS-ACCOUNT-NUMBER = 9000000000 + WS-ACCT-SUB.
005730     MOVE WS-ACCOUNT-NUMBER TO SAMP-ACCOUNT-NUMBER.
005740     MOVE WS-ACCT-SUB TO WS-NAME-SUB.
005750     PERFORM 8000-BUILD-NAME THRU 8000-EXIT.
005760     MOVE WS-ACCT-REGION(WS-ACCT-SUB) TO SAMP-REGION-CODE.
005770     MOVE WS-ACCT-CURRENCY(WS-ACCT-SUB) TO SAMP-CURRENCY-CODE.
005780     MOVE "T" TO WS-PICK-KIND.
005790     MOVE WS-TYPE-TOTAL TO WS-RANDOM-RANGE.
005800     PERFORM 9100-PICK-MIX THRU 9100-EXIT.
005810     MOVE WS-PICK-CODE(1:2) TO SAMP-TRANSACTION-TYPE.
005820     COMPUTE WS-RANDOM-RANGE = WS-AMOUNT-MAX * 100.
005830     PERFORM 9000-NEXT-RANDOM THRU 9000-EXIT.
005840     MOVE WS-RANDOM-PICK TO WS-AMOUNT-CENTS.
005850     COMPUTE SAMP-TRANSACTION-AMOUNT = WS-AMOUNT-CENTS / 100.
005860     MOVE WS-EXTRACT-INT TO WS-TRAN-INT.
005870     IF WS-SPREAD-DAYS > 0
005880         COMPUTE WS-RANDOM-RANGE = WS-SPREAD-DAYS + 1
005890         PERFORM 9000-NEXT-RANDOM THRU 9000-EXIT
005900         COMPUTE WS-TRAN-INT = WS-TRAN-INT - WS-RANDOM-PICK + 1
005910     END-IF.
005920     MOVE FUNCTION DATE-OF-INTEGER(WS-TRAN-INT)
005930         TO WS-TRAN-DATE-N.
005940     MOVE WS-TRAN-DATE-N TO SAMP-TRANSACTION-DATE.
005950     IF WS-ERR-LEFT-TOTAL > 0
005960         PERFORM 4100-PLACE-ERROR THRU 4100-EXIT
005970     END-IF.
005980     MOVE SAMP-DETAIL-RECORD TO OUT-RECORD.
005990     WRITE OUT-RECORD.
006000     MOVE SAMP-DETAIL-RECORD TO WS-LAST-DETAIL.
006010     ADD 1 TO WS-WRITTEN-COUNT.
006020 4000-EXIT.
006030     EXIT.
006040*
006050*    WITH L ERRORS STILL TO PLACE AND R RECORDS STILL TO WRITE,
006060*    THIS RECORD CARRIES ONE WITH CHANCE L IN R, SO EVERY ERROR
006070*    ASKED FOR IS PLACED BY THE END OF THE FILE.  A REPEAT
006080*    CANNOT BE THE FIRST DETAIL; IT WAITS FOR A LATER ONE.
006090 4100-PLACE-ERROR.
006100     COMPUTE WS-RECORDS-LEFT = WS-VOLUME - WS-DETAIL-SUB + 1.
006110     MOVE WS-RECORDS-LEFT TO WS-RANDOM-RANGE.
006120     PERFORM 9000-NEXT-RANDOM THRU 9000-EXIT.
006130     IF WS-RANDOM-PICK > WS-ERR-LEFT-TOTAL
006140         GO TO 4100-EXIT
006150     END-IF.
006160     MOVE WS-ERR-LEFT-TOTAL TO WS-RANDOM-RANGE.
006170     PERFORM 9000-NEXT-RANDOM THRU 9000-EXIT.
006180     MOVE 0 TO WS-ERR-RUNNING.
006190     MOVE 0 TO WS-ERR-HIT.
006200     PERFORM 4110-FIND-ERROR-KIND THRU 4110-EXIT
006210         VARYING WS-ERR-SUB FROM 1 BY 1
006220         UNTIL WS-ERR-SUB > 6 OR WS-ERR-HIT > 0.
006230     IF WS-ERR-KIND(WS-ERR-HIT) = "DUPL"
006240         AND WS-LAST-DETAIL = SPACES
006250         GO TO 4100-EXIT
006260     END-IF.
006270     EVALUATE WS-ERR-KIND(WS-ERR-HIT)
006280         WHEN "TYPE"
006290             MOVE "ZZ" TO SAMP-TRANSACTION-TYPE
006300         WHEN "REGN"
006310             MOVE "ZZZZ" TO SAMP-REGION-CODE
006320         WHEN "DATE"
006330             COMPUTE WS-TRAN-INT = WS-EXTRACT-INT + 365
006340             MOVE FUNCTION DATE-OF-INTEGER(WS-TRAN-INT)
006350                 TO WS-TRAN-DATE-N
006360             MOVE WS-TRAN-DATE-N TO SAMP-TRANSACTION-DATE
006370         WHEN "ACCT"
006380             MOVE "X" TO SAMP-ACCOUNT-NUMBER(5:1)
006390         WHEN "AMNT"
006400             MOVE SPACES TO SAMP-DETAIL-RECORD(21:11)
006410         WHEN "DUPL"
006420             MOVE WS-LAST-DETAIL TO SAMP-DETAIL-RECORD
006430     END-EVALUATE.
006440     SUBTRACT 1 FROM WS-ERR-LEFT(WS-ERR-HIT).
006450     SUBTRACT 1 FROM WS-ERR-LEFT-TOTAL.
006460 4100-EXIT.
006470     EXIT.
006480*
006490 4110-FIND-ERROR-KIND.
006500     ADD WS-ERR-LEFT(WS-ERR-SUB) TO WS-ERR-RUNNING.
006510     IF WS-ERR-RUNNING NOT < WS-RANDOM-PICK
006520         MOVE WS-ERR-SUB TO WS-ERR-HIT
006530     END-IF.
006540 4110-EXIT.
006550     EXIT.
006560*
006570 5000-WRITE-TRAILER.
006580     MOVE SPACES TO SAMP-TRAILER-RECORD.
006590     MOVE "TRLR" TO SAMP-TRAILER-ID.
006600     COMPUTE SAMP-TRAILER-REC-COUNT =
006610         WS-WRITTEN-COUNT + WS-TRAILER-OFFSET.
006620     MOVE SAMP-TRAILER-RECORD TO OUT-RECORD.
006630     WRITE OUT-RECORD.
006640 5000-EXIT.
006650     EXIT.
006660*
006670 6000-SHOW-SUMMARY.
006680     DISPLAY "TESTGEN - FILE WRITTEN      = ", WS-OUT-FILE-NAME.
006690     DISPLAY "TESTGEN - EXTRACT DATE      = ", WS-EXTRACT-DATE.
006700     MOVE WS-WRITTEN-COUNT TO WS-COUNT-EDIT.
006710     DISPLAY "TESTGEN - DETAILS WRITTEN   = ", WS-COUNT-EDIT.
006720     MOVE WS-ACCOUNT-COUNT TO WS-COUNT-EDIT.
006730     DISPLAY "TESTGEN - ACCOUNTS          = ", WS-COUNT-EDIT.
006740     MOVE WS-SEED-START TO WS-SEED-EDIT.
006750     DISPLAY "TESTGEN - SEED USED         = ", WS-SEED-EDIT,
006760         " (", FUNCTION TRIM(WS-SEED-SOURCE), ")".
006770     PERFORM 6100-SHOW-ONE-ERROR THRU 6100-EXIT
006780         VARYING WS-ERR-SUB FROM 1 BY 1
006790         UNTIL WS-ERR-SUB > 6.
006800     IF WS-TRAILER-OFFSET > 0
006810         MOVE WS-TRAILER-OFFSET TO WS-COUNT-EDIT
006820         DISPLAY "TESTGEN - TRAILER OVERSTATED BY ", WS-COUNT-EDIT
006830     END-IF.
006840     IF WS-HEADER-BACKDATE > 0
006850         MOVE WS-HEADER-BACKDATE TO WS-COUNT-EDIT
006860         DISPLAY "TESTGEN - HEADER BACKDATED DAYS ", WS-COUNT-EDIT
006870     END-IF.
006880 6000-EXIT.
006890     EXIT.
006900*
006910 6100-SHOW-ONE-ERROR.
006920     IF WS-ERR-ASKED(WS-ERR-SUB) = 0
006930         GO TO 6100-EXIT
006940     END-IF.
006950     COMPUTE WS-COUNT-EDIT =
006960         WS-ERR-ASKED(WS-ERR-SUB) - WS-ERR-LEFT(WS-ERR-SUB).
006970     DISPLAY "TESTGEN - ", WS-ERR-KIND(WS-ERR-SUB),
006980         " ERRORS PLACED   = ", WS-COUNT-EDIT.
006990 6100-EXIT.
007000     EXIT.
007010*
007020*    NAME N FROM THE TESTNAME TABLES -- "GIVEN SURNAME".
007030 8000-BUILD-NAME.
007035     SUBTRACT 1 FROM WS-NAME-SUB.
007040     DIVIDE WS-NAME-SUB BY 20 GIVING WS-NAME-QUOTIENT
007050         REMAINDER WS-GIVEN-SUB.
007060     ADD 1 TO WS-GIVEN-SUB.
007070     DIVIDE WS-NAME-QUOTIENT BY 20 GIVING WS-NAME-QUOTIENT
007080         REMAINDER WS-SURNAME-SUB.
007090     ADD 1 TO WS-SURNAME-SUB.
007100     MOVE SPACES TO SAMP-CUSTOMER-NAME.
007110     STRING TNAM-GIVEN(WS-GIVEN-SUB) DELIMITED BY SPACE
007120            " "                      DELIMITED BY SIZE
007130            TNAM-SURNAME(WS-SURNAME-SUB) DELIMITED BY SPACE
007140         INTO SAMP-CUSTOMER-NAME.
007150 8000-EXIT.
007160     EXIT.
007170*
007180*    MINIMAL STANDARD GENERATOR, AS IN AUDSAMP: SEED = SEED *
007190*    16807 MOD 2147483647, THEN A WHOLE NUMBER FROM 1 TO
007200*    WS-RANDOM-RANGE SCALED FROM THE NEW SEED.  AMAX IS CAPPED
007210*    SO THE SCALING PRODUCT STAYS INSIDE 18 DIGITS.
007220 9000-NEXT-RANDOM.
007230     COMPUTE WS-RANDOM-PRODUCT = WS-SEED * 16807.
007240     DIVIDE WS-RANDOM-PRODUCT BY 2147483647
007250         GIVING WS-RANDOM-QUOTIENT
007260         REMAINDER WS-SEED.
007270     COMPUTE WS-RANDOM-PRODUCT = WS-SEED * WS-RANDOM-RANGE.
007280     DIVIDE WS-RANDOM-PRODUCT BY 2147483647
007290         GIVING WS-RANDOM-PICK.
007300     ADD 1 TO WS-RANDOM-PICK.
007310 9000-EXIT.
007320     EXIT.
007330*
007340*    A WEIGHTED PICK AMONG THE WS-PICK-KIND LINES OF THE MIX
007350*    TABLE; THE CALLER SETS WS-RANDOM-RANGE TO THAT KIND'S TOTAL.
007360 9100-PICK-MIX.
007370     PERFORM 9000-NEXT-RANDOM THRU 9000-EXIT.
007380     MOVE 0 TO WS-PICK-RUNNING.
007390     MOVE "N" TO WS-PICK-SW.
007400     MOVE SPACES TO WS-PICK-CODE.
007410     PERFORM 9110-WALK-ONE-MIX-LINE THRU 9110-EXIT
007420         VARYING WS-MIX-SUB FROM 1 BY 1
007430         UNTIL WS-MIX-SUB > WS-MIX-COUNT OR WS-PICK-FOUND.
007440 9100-EXIT.
007450     EXIT.
007460*
007470 9110-WALK-ONE-MIX-LINE.
007480     IF WS-MIX-KIND(WS-MIX-SUB) NOT = WS-PICK-KIND
007490         GO TO 9110-EXIT
007500     END-IF.
007510     ADD WS-MIX-WEIGHT(WS-MIX-SUB) TO WS-PICK-RUNNING.
007520     IF WS-PICK-RUNNING NOT < WS-RANDOM-PICK
007530         MOVE WS-MIX-CODE(WS-MIX-SUB) TO WS-PICK-CODE
007540         SET WS-PICK-FOUND TO TRUE
007550     END-IF.
007560 9110-EXIT.
007570     EXIT.
