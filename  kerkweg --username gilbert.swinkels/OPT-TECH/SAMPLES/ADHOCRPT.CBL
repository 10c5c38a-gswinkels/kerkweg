000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ADHOCRPT.
000030 AUTHOR.        G. SWINKELS, DATA PROCESSING.
000040 INSTALLATION.  DATA PROCESSING DEPT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*MODIFICATION HISTORY
000090*--------------------
000100*10/15/2026  GS   ORIGINAL.  ONE REPORT WRITER FOR ONE-OFF
000110*                 REQUESTS, DRIVEN BY A REPORT DEFINITION FILE
000120*                 INSTEAD OF A NEW PROGRAM PER REPORT.  THE
000130*                 DEFINITION NAMES THE INPUT (SORTED.DAT, A
000140*                 REGIONAL SPLIT FROM RGNSPLIT OR AN ARCHIVE
000150*                 MONTH FROM ARCHIVE), THE SAMPREC FIELDS TO
000160*                 PRINT, SELECTION CONDITIONS, UP TO THREE
000170*                 CONTROL-BREAK LEVELS WITH SUBTOTALS, THE PAGE
000180*                 TITLE AND LENGTH, AND WHETHER THE OUTPUT IS A
000190*                 FIXED-WIDTH PAGED REPORT OR A CSV FILE.  THE
000200*                 DEFINITION IS NAMED BY THE ADHOC-DEFN
000210*                 ENVIRONMENT VARIABLE (DEFAULT ADHOC.DEF).  AS
000220*                 WITH ANY CONTROL-BREAK REPORT THE BREAKS ARE
000230*                 TAKEN WHEN A BREAK FIELD CHANGES, SO THE INPUT
000240*                 MUST ALREADY BE IN BREAK ORDER -- RUN IT
000250*                 THROUGH THE SORT JOB ON THE BREAK FIELDS FIRST.
000260*                 INPUT THAT IS NOT IS STILL REPORTED, BUT THE
000270*                 RECORDS OUT OF SEQUENCE ARE COUNTED ON THE LAST
000280*                 PAGE AND RETURN-CODE IS 4.  THE OUTPUT IS FILED
000290*                 IN THE REPORT REPOSITORY THROUGH RPTSAVE.
000300*                 RETURN-CODE IS 4 WHEN NOTHING WAS SELECTED OR
000310*                 THE INPUT WAS OUT OF BREAK ORDER, 8 WHEN THE
000320*                 DEFINITION HAS ERRORS (EVERY BAD LINE IS LISTED
000330*                 AND NOTHING IS PRODUCED) AND 12 WHEN THE
000340*                 DEFINITION OR THE INPUT CANNOT BE OPENED.
000350*
000360*---------------------------------------------------------------*
000370*REPORT DEFINITION FORMAT (ONE STATEMENT PER LINE, * = COMMENT) *
000380*    POSITIONS  1-08  KEYWORD                                   *
000390*    TITLE    10-69   PAGE TITLE (DEFAULT "AD HOC REPORT")      *
000400*    INPUT    10-17   SORTED, REGION, ARCHIVE OR FILE           *
000410*             19-33   REGION CODE, MONTH CCYYMM OR FILE NAME    *
000420*                     (DEFAULT SORTED -- SORTED.DAT)            *
000430*    FIELD    10-33   FIELD TO PRINT, IN PRINT ORDER, UP TO 10  *
000440*                     (NO FIELD LINES = EVERY FIELD)            *
000450*    SELECT   10-33   FIELD TO TEST, UP TO 10, ALL MUST HOLD    *
000460*             35-36   EQ, NE, LT, LE, GT OR GE                  *
000470*             38-67   VALUE (AMOUNT AS E.G. -1500.00)           *
000480*    BREAK    10-33   BREAK FIELD, OUTERMOST FIRST, UP TO 3     *
000490*    FORMAT   10-14   FIXED (DEFAULT) OR CSV                    *
000500*    OUTFILE  10-24   OUTPUT FILE (DEFAULT ADHOC.RPT/ADHOC.CSV) *
000510*    LINES    10-11   LINES PER PAGE, 10-99 (DEFAULT 55)        *
000520*A FIELD IS NAMED BY ITS SAMPREC NAME OR ITS SHORT NAME:        *
000530*    SAMP-ACCOUNT-NUMBER     ACCOUNT                            *
000540*    SAMP-TRANSACTION-DATE   DATE                               *
000550*    SAMP-TRANSACTION-TYPE   TYPE                               *
000560*    SAMP-TRANSACTION-AMOUNT AMOUNT                             *
000570*    SAMP-REGION-CODE        REGION                             *
000580*    SAMP-CUSTOMER-NAME      NAME                               *
000590*    SAMP-CURRENCY-CODE      CURRENCY                           *
000600*    SAMP-TXN-REFERENCE      REFERENCE                          *
000610*BREAKS, SUBTOTALS AND PAGE HEADINGS BELONG TO THE FIXED REPORT;*
000620*A CSV FILE IS ONE HEADING ROW AND ONE ROW PER SELECTED RECORD. *
000630*---------------------------------------------------------------*
000640*
000650 ENVIRONMENT DIVISION.
000660 CONFIGURATION SECTION.
000670 SOURCE-COMPUTER.  IBM-PC.
000680 OBJECT-COMPUTER.  IBM-PC.
000690 INPUT-OUTPUT SECTION.
000700 FILE-CONTROL.
000710     SELECT DEFN-FILE ASSIGN TO WS-DEFN-FILE-NAME
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-DEFN-FILE-STATUS.
000740     SELECT INPUT-FILE ASSIGN TO WS-INPUT-FILE-NAME
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-INPUT-FILE-STATUS.
000770     SELECT OUT-FILE ASSIGN TO WS-OUT-FILE-NAME
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-OUT-FILE-STATUS.
000800*
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  DEFN-FILE.
000840 01  DEFN-RECORD.
000850     05  DEFN-KEYWORD            PIC X(08).
000860     05  FILLER                  PIC X(01).
000870     05  DEFN-OPERAND            PIC X(71).
000880 01  DEFN-FIELD-RECORD.
000890     05  FILLER                  PIC X(09).
000900     05  DEFN-FIELD-NAME         PIC X(24).
000910     05  FILLER                  PIC X(01).
000920     05  DEFN-OPERATOR           PIC X(02).
000930     05  FILLER                  PIC X(01).
000940     05  DEFN-VALUE              PIC X(30).
000950     05  FILLER                  PIC X(13).
000960 01  DEFN-INPUT-RECORD.
000970     05  FILLER                  PIC X(09).
000980     05  DEFN-INPUT-KIND         PIC X(08).
000990     05  FILLER                  PIC X(01).
001000     05  DEFN-INPUT-NAME         PIC X(15).
001010     05  FILLER                  PIC X(47).
001020 FD  INPUT-FILE.
001030 01  INPUT-FILE-RECORD           PIC X(82).
001040 FD  OUT-FILE.
001050 01  REPORT-LINE                 PIC X(132).
001060*
001070 WORKING-STORAGE SECTION.
001080 01  WS-DEFN-FILE-NAME         PIC X(15) VALUE "ADHOC.DEF".
001090 01  WS-DEFN-FILE-STATUS       PIC X(02).
001100     88  WS-DEFN-FILE-OK           VALUE "00".
001110     88  WS-DEFN-FILE-EOF          VALUE "10".
001120 01  WS-INPUT-FILE-NAME        PIC X(15) VALUE "SORTED.DAT".
001130 01  WS-INPUT-FILE-STATUS      PIC X(02).
001140     88  WS-INPUT-FILE-OK          VALUE "00".
001150     88  WS-INPUT-FILE-EOF         VALUE "10".
001160 01  WS-OUT-FILE-NAME          PIC X(15) VALUE SPACES.
001170 01  WS-OUT-FILE-STATUS        PIC X(02).
001180     88  WS-OUT-FILE-OK            VALUE "00".
001190 01  WS-ENV-VALUE              PIC X(15).
001200 01  WS-TIMESTAMP              PIC X(21).
001210 01  WS-RUN-DATE               PIC X(10).
001220*
001230*    SETTINGS FROM THE DEFINITION.
001240 01  WS-TITLE                  PIC X(60) VALUE "AD HOC REPORT".
001250 01  WS-FORMAT                 PIC X(05) VALUE "FIXED".
001260     88  WS-FORMAT-CSV             VALUE "CSV".
001270 01  WS-PAGE-LINES             PIC 9(02) COMP-5 VALUE 55.
001280 01  WS-DEFN-LINE-NUMBER       PIC 9(04) VALUE 0.
001290 01  WS-DEFN-ERROR-COUNT       PIC 9(04) VALUE 0.
001300 01  WS-DEFN-MESSAGE           PIC X(50).
001310*
001320*    THE SAMPREC FIELDS A DEFINITION MAY NAME: SAMPREC NAME,
001330*    SHORT NAME, COLUMN HEADING, OFFSET, LENGTH, PRINT WIDTH,
001340*    AND KIND (A = TEXT, Q = TEXT QUOTED IN CSV, N = AMOUNT).
001350 01  WS-CATALOG-VALUES.
001360     05  FILLER   PIC X(24) VALUE "SAMP-ACCOUNT-NUMBER".
001370     05  FILLER   PIC X(10) VALUE "ACCOUNT".
001380     05  FILLER   PIC X(17) VALUE "ACCOUNT".
001390     05  FILLER   PIC X(10) VALUE "001010010A".
001400     05  FILLER   PIC X(24) VALUE "SAMP-TRANSACTION-DATE".
001410     05  FILLER   PIC X(10) VALUE "DATE".
001420     05  FILLER   PIC X(17) VALUE "TXN DATE".
001430     05  FILLER   PIC X(10) VALUE "011008008A".
001440     05  FILLER   PIC X(24) VALUE "SAMP-TRANSACTION-TYPE".
001450     05  FILLER   PIC X(10) VALUE "TYPE".
001460     05  FILLER   PIC X(17) VALUE "TY".
001470     05  FILLER   PIC X(10) VALUE "019002002A".
001480     05  FILLER   PIC X(24) VALUE "SAMP-TRANSACTION-AMOUNT".
001490     05  FILLER   PIC X(10) VALUE "AMOUNT".
001500     05  FILLER   PIC X(17) VALUE "           AMOUNT".
001510     05  FILLER   PIC X(10) VALUE "021011017N".
001520     05  FILLER   PIC X(24) VALUE "SAMP-REGION-CODE".
001530     05  FILLER   PIC X(10) VALUE "REGION".
001540     05  FILLER   PIC X(17) VALUE "REGN".
001550     05  FILLER   PIC X(10) VALUE "032004004A".
001560     05  FILLER   PIC X(24) VALUE "SAMP-CUSTOMER-NAME".
001570     05  FILLER   PIC X(10) VALUE "NAME".
001580     05  FILLER   PIC X(17) VALUE "CUSTOMER NAME".
001590     05  FILLER   PIC X(10) VALUE "036030030Q".
001600     05  FILLER   PIC X(24) VALUE "SAMP-CURRENCY-CODE".
001610     05  FILLER   PIC X(10) VALUE "CURRENCY".
001620     05  FILLER   PIC X(17) VALUE "CCY".
001630     05  FILLER   PIC X(10) VALUE "066003003A".
001640     05  FILLER   PIC X(24) VALUE "SAMP-TXN-REFERENCE".
001650     05  FILLER   PIC X(10) VALUE "REFERENCE".
001660     05  FILLER   PIC X(17) VALUE "TXN REFERENCE".
001670     05  FILLER   PIC X(10) VALUE "069014014A".
001680 01  WS-CATALOG-TABLE REDEFINES WS-CATALOG-VALUES.
001690     05  WS-CAT-ENTRY OCCURS 8 TIMES.
001700         10  WS-CAT-NAME       PIC X(24).
001710         10  WS-CAT-ALIAS      PIC X(10).
001720         10  WS-CAT-HEADING    PIC X(17).
001730         10  WS-CAT-OFFSET     PIC 9(03).
001740         10  WS-CAT-LENGTH     PIC 9(03).
001750         10  WS-CAT-WIDTH      PIC 9(03).
001760         10  WS-CAT-KIND       PIC X(01).
001770             88  WS-CAT-IS-AMOUNT  VALUE "N".
001780             88  WS-CAT-IS-QUOTED  VALUE "Q".
001790 01  WS-CAT-COUNT              PIC 9(02) COMP-5 VALUE 8.
001800 01  WS-CAT-SUB                PIC 9(02) COMP-5.
001810 01  WS-LOOK-NAME              PIC X(24).
001820 01  WS-LOOK-CAT               PIC 9(02) COMP-5.
001830*
001840*    PRINT COLUMNS, SELECTION CONDITIONS AND BREAK LEVELS.
001850 01  WS-COL-TABLE.
001860     05  WS-COL-COUNT          PIC 9(02) COMP-5 VALUE 0.
001870     05  WS-COL-ENTRY OCCURS 10 TIMES.
001880         10  WS-COL-CAT        PIC 9(02) COMP-5.
001890         10  WS-COL-POS        PIC 9(03) COMP-5.
001900 01  WS-COL-SUB                PIC 9(02) COMP-5.
001910 01  WS-NEXT-POS               PIC 9(03) COMP-5.
001920 01  WS-SEL-TABLE.
001930     05  WS-SEL-COUNT          PIC 9(02) COMP-5 VALUE 0.
001940     05  WS-SEL-ENTRY OCCURS 10 TIMES.
001950         10  WS-SEL-CAT        PIC 9(02) COMP-5.
001960         10  WS-SEL-OP         PIC X(02).
001970         10  WS-SEL-VALUE      PIC X(30).
001980         10  WS-SEL-NUMBER     PIC S9(09)V99 COMP-3.
001990 01  WS-SEL-SUB                PIC 9(02) COMP-5.
002000 01  WS-SELECTED-SW            PIC X(01).
002010     88  WS-SELECTED               VALUE "Y".
002020 01  WS-COMPARE                PIC X(01).
002030 01  WS-BRK-TABLE.
002040     05  WS-BRK-COUNT          PIC 9(01) COMP-5 VALUE 0.
002050     05  WS-BRK-ENTRY OCCURS 3 TIMES.
002060         10  WS-BRK-CAT        PIC 9(02) COMP-5.
002070         10  WS-BRK-REC-COUNT  PIC 9(07) COMP-5.
002080         10  WS-BRK-AMOUNT     PIC S9(13)V99 COMP-3.
002090 01  WS-BRK-SUB                PIC 9(01) COMP-5.
002100 01  WS-BREAK-LEVEL            PIC 9(01) COMP-5.
002110 01  WS-BREAK-KEY              PIC X(90).
002120 01  WS-PREV-BREAK-KEY         PIC X(90).
002130*
002140 01  WS-FIELD-VALUE            PIC X(30).
002150 01  WS-KEY-POS                PIC 9(03) COMP-5.
002160 01  WS-INDENT                 PIC 9(03) COMP-5.
002170 01  WS-BREAK-LABEL            PIC X(50).
002180 01  WS-READ-COUNT             PIC 9(07) COMP-5 VALUE 0.
002190 01  WS-SELECTED-COUNT         PIC 9(07) COMP-5 VALUE 0.
002200 01  WS-OUT-OF-SEQ-COUNT       PIC 9(07) COMP-5 VALUE 0.
002210 01  WS-GRAND-AMOUNT           PIC S9(13)V99 COMP-3 VALUE 0.
002220 01  WS-PAGE-NUMBER            PIC 9(04) COMP-5 VALUE 0.
002230 01  WS-LINE-COUNT             PIC 9(03) COMP-5 VALUE 999.
002240 01  WS-PAGE-EDIT              PIC ZZZ9.
002250 01  WS-COUNT-EDIT             PIC ZZZ,ZZ9.
002260 01  WS-AMOUNT-EDIT            PIC Z,ZZZ,ZZZ,ZZ9.99-.
002270 01  WS-TOTAL-EDIT             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002280 01  WS-CSV-AMOUNT             PIC -(9)9.99.
002290 01  WS-CSV-POINTER            PIC 9(03) COMP-5.
002300 01  WS-QUOTE                  PIC X(01) VALUE '"'.
002310 COPY SAMPREC.
002320*
002330*    NAME AND KEYS THE FINISHED REPORT IS FILED UNDER IN THE
002340*    REPORT REPOSITORY.  A BLANK ENTITY IS RESOLVED BY RPTSAVE.
002350 01  WS-REPO-NAME              PIC X(15).
002360 01  WS-REPO-JOB               PIC X(08) VALUE "ADHOCRPT".
002370 01  WS-REPO-ENTITY            PIC X(04) VALUE SPACES.
002380 01  WS-REPO-STATUS            PIC 9(02).
002390*
002400 PROCEDURE DIVISION.
002410*
002420 0000-MAINLINE.
002430     DISPLAY "ADHOCRPT - DEFINITION-DRIVEN REPORT WRITER".
002440     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
002450     MOVE SPACES TO WS-RUN-DATE.
002460     STRING WS-TIMESTAMP(5:2) "/" WS-TIMESTAMP(7:2) "/"
002470            WS-TIMESTAMP(1:4) DELIMITED BY SIZE
002480         INTO WS-RUN-DATE.
002490     MOVE SPACES TO WS-ENV-VALUE.
002500     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "ADHOC-DEFN".
002510     IF WS-ENV-VALUE NOT = SPACES
002520         MOVE WS-ENV-VALUE TO WS-DEFN-FILE-NAME
002530     END-IF.
002540     PERFORM 1000-READ-DEFINITION THRU 1000-EXIT.
002550     IF WS-DEFN-ERROR-COUNT > 0
002560         DISPLAY "ADHOCRPT - ", WS-DEFN-ERROR-COUNT,
002570             " DEFINITION ERROR(S), NO REPORT PRODUCED"
002580         MOVE 8 TO RETURN-CODE
002590         STOP RUN
002600     END-IF.
002610     OPEN INPUT INPUT-FILE.
002620     IF NOT WS-INPUT-FILE-OK
002630         DISPLAY "ADHOCRPT - CANNOT OPEN ", WS-INPUT-FILE-NAME
002640         MOVE 12 TO RETURN-CODE
002650         STOP RUN
002660     END-IF.
002670     OPEN OUTPUT OUT-FILE.
002680     IF NOT WS-OUT-FILE-OK
002690         DISPLAY "ADHOCRPT - CANNOT OPEN ", WS-OUT-FILE-NAME
002700         CLOSE INPUT-FILE
002710         MOVE 12 TO RETURN-CODE
002720         STOP RUN
002730     END-IF.
002740     IF WS-FORMAT-CSV
002750         PERFORM 3600-WRITE-CSV-HEADING THRU 3600-EXIT
002760     END-IF.
002770     PERFORM 2000-PROCESS-ONE-RECORD THRU 2000-EXIT
002780         UNTIL WS-INPUT-FILE-EOF.
002790     CLOSE INPUT-FILE.
002800     IF NOT WS-FORMAT-CSV
002810         PERFORM 6000-PRINT-FINAL-TOTALS THRU 6000-EXIT
002820     END-IF.
002830     CLOSE OUT-FILE.
002840     MOVE WS-OUT-FILE-NAME TO WS-REPO-NAME.
002850     CALL "RPTSAVE" USING WS-REPO-NAME, WS-REPO-JOB,
002860                          WS-REPO-ENTITY, WS-REPO-STATUS.
002870     IF WS-REPO-STATUS NOT = ZERO
002880         DISPLAY "ADHOCRPT - REPORT NOT FILED IN THE",
002890             " REPOSITORY, STATUS ", WS-REPO-STATUS
002900     END-IF.
002910     MOVE WS-READ-COUNT TO WS-COUNT-EDIT.
002920     DISPLAY "ADHOCRPT - DETAIL RECORDS READ  = ", WS-COUNT-EDIT.
002930     MOVE WS-SELECTED-COUNT TO WS-COUNT-EDIT.
002940     DISPLAY "ADHOCRPT - RECORDS SELECTED     = ", WS-COUNT-EDIT.
002950     DISPLAY "ADHOCRPT - WRITTEN TO ", WS-OUT-FILE-NAME.
002960     IF WS-OUT-OF-SEQ-COUNT > 0
002970         MOVE WS-OUT-OF-SEQ-COUNT TO WS-COUNT-EDIT
002980         DISPLAY "ADHOCRPT - OUT OF BREAK ORDER   = ",
002990             WS-COUNT-EDIT
003000     END-IF.
003010     IF WS-SELECTED-COUNT = 0 OR WS-OUT-OF-SEQ-COUNT > 0
003020         MOVE 4 TO RETURN-CODE
003030     ELSE
003040         MOVE 0 TO RETURN-CODE
003050     END-IF.
003060     STOP RUN.
003070*
003080*---------------------------------------------------------------*
003090* REPORT DEFINITION: EVERY LINE IS CHECKED AND EVERY BAD ONE    *
003100* LISTED BEFORE ANY INPUT IS READ.                              *
003110*---------------------------------------------------------------*
003120 1000-READ-DEFINITION.
003130     OPEN INPUT DEFN-FILE.
003140     IF NOT WS-DEFN-FILE-OK
003150         DISPLAY "ADHOCRPT - CANNOT OPEN ", WS-DEFN-FILE-NAME
003160         MOVE 12 TO RETURN-CODE
003170         STOP RUN
003180     END-IF.
003190     PERFORM 1100-READ-ONE-DEFN-LINE THRU 1100-EXIT
003200         UNTIL WS-DEFN-FILE-EOF.
003210     CLOSE DEFN-FILE.
003220     IF WS-COL-COUNT = 0
003230         PERFORM 1800-DEFAULT-ONE-COLUMN THRU 1800-EXIT
003240             VARYING WS-CAT-SUB FROM 1 BY 1
003250             UNTIL WS-CAT-SUB > WS-CAT-COUNT
003260     END-IF.
003270     MOVE 1 TO WS-NEXT-POS.
003280     PERFORM 1900-PLACE-ONE-COLUMN THRU 1900-EXIT
003290         VARYING WS-COL-SUB FROM 1 BY 1
003300         UNTIL WS-COL-SUB > WS-COL-COUNT.
003310     IF WS-NEXT-POS > 135
003320         MOVE "FIELDS DO NOT FIT ON A 132-COLUMN LINE"
003330             TO WS-DEFN-MESSAGE
003340         MOVE 0 TO WS-DEFN-LINE-NUMBER
003350         PERFORM 1600-DEFN-ERROR THRU 1600-EXIT
003360     END-IF.
003370     IF WS-OUT-FILE-NAME = SPACES
003380         IF WS-FORMAT-CSV
003390             MOVE "ADHOC.CSV" TO WS-OUT-FILE-NAME
003400         ELSE
003410             MOVE "ADHOC.RPT" TO WS-OUT-FILE-NAME
003420         END-IF
003430     END-IF.
003440 1000-EXIT.
003450     EXIT.
003460*
003470 1100-READ-ONE-DEFN-LINE.
003480     READ DEFN-FILE
003490         AT END
003500             GO TO 1100-EXIT
003510     END-READ.
003520     ADD 1 TO WS-DEFN-LINE-NUMBER.
003530     IF DEFN-RECORD = SPACES OR DEFN-RECORD(1:1) = "*"
003540         GO TO 1100-EXIT
003550     END-IF.
003560     EVALUATE DEFN-KEYWORD
003570         WHEN "TITLE"
003580             MOVE DEFN-OPERAND(1:60) TO WS-TITLE
003590         WHEN "INPUT"
003600             PERFORM 1500-DEFN-INPUT THRU 1500-EXIT
003610         WHEN "FIELD"
003620             PERFORM 1200-DEFN-FIELD THRU 1200-EXIT
003630         WHEN "SELECT"
003640             PERFORM 1300-DEFN-SELECT THRU 1300-EXIT
003650         WHEN "BREAK"
003660             PERFORM 1400-DEFN-BREAK THRU 1400-EXIT
003670         WHEN "FORMAT"
003680             IF DEFN-OPERAND(1:5) = "FIXED" OR "CSV"
003690                 MOVE DEFN-OPERAND(1:5) TO WS-FORMAT
003700             ELSE
003710                 MOVE "FORMAT MUST BE FIXED OR CSV"
003720                     TO WS-DEFN-MESSAGE
003730                 PERFORM 1600-DEFN-ERROR THRU 1600-EXIT
003740             END-IF
003750         WHEN "OUTFILE"
003760             MOVE DEFN-OPERAND(1:15) TO WS-OUT-FILE-NAME
003770         WHEN "LINES"
003780             IF DEFN-OPERAND(1:2) NUMERIC
003790                 AND DEFN-OPERAND(1:2) NOT < "10"
003800                 MOVE DEFN-OPERAND(1:2) TO WS-PAGE-LINES
003810             ELSE
003820                 MOVE "LINES MUST BE 10 TO 99"
003830                     TO WS-DEFN-MESSAGE
003840                 PERFORM 1600-DEFN-ERROR THRU 1600-EXIT
003850             END-IF
003860         WHEN OTHER
003870             MOVE "KEYWORD NOT RECOGNIZED" TO WS-DEFN-MESSAGE
003880             PERFORM 1600-DEFN-ERROR THRU 1600-EXIT
003890     END-EVALUATE.
003900 1100-EXIT.
003910     EXIT.
003920*
003930 1200-DEFN-FIELD.
003940     MOVE DEFN-FIELD-NAME TO WS-LOOK-NAME.
003950     PERFORM 1700-FIND-FIELD THRU 1700-EXIT.
003960     IF WS-LOOK-CAT = 0
003970         GO TO 1200-EXIT
003980     END-IF.
003990     IF WS-COL-COUNT = 10
004000         MOVE "MORE THAN 10 FIELD LINES" TO WS-DEFN-MESSAGE
004010         PERFORM 1600-DEFN-ERROR THRU 1600-EXIT
004020         GO TO 1200-EXIT
004030     END-IF.
004040     ADD 1 TO WS-COL-COUNT.
004050     MOVE WS-LOOK-CAT TO WS-COL-CAT(WS-COL-COUNT).
004060 1200-EXIT.
004070     EXIT.
004080*
004090 1300-DEFN-SELECT.
004100     MOVE DEFN-FIELD-NAME TO WS-LOOK-NAME.
004110     PERFORM 1700-FIND-FIELD THRU 1700-EXIT.
004120     IF WS-LOOK-CAT = 0
004130         GO TO 1300-EXIT
004140     END-IF.
004150     IF DEFN-OPERATOR NOT = "EQ" AND NOT = "NE"
004160         AND NOT = "LT" AND NOT = "LE"
004170         AND NOT = "GT" AND NOT = "GE"
004180         MOVE "OPERATOR MUST BE EQ, NE, LT, LE, GT OR GE"
004190             TO WS-DEFN-MESSAGE
004200         PERFORM 1600-DEFN-ERROR THRU 1600-EXIT
004210         GO TO 1300-EXIT
004220     END-IF.
004230     IF WS-CAT-IS-AMOUNT(WS-LOOK-CAT)
004240         AND FUNCTION TEST-NUMVAL(DEFN-VALUE) NOT = 0
004250         MOVE "AMOUNT VALUE IS NOT A NUMBER" TO WS-DEFN-MESSAGE
004260         PERFORM 1600-DEFN-ERROR THRU 1600-EXIT
004270         GO TO 1300-EXIT
004280     END-IF.
004290     IF WS-SEL-COUNT = 10
004300         MOVE "MORE THAN 10 SELECT LINES" TO WS-DEFN-MESSAGE
004310         PERFORM 1600-DEFN-ERROR THRU 1600-EXIT
004320         GO TO 1300-EXIT
004330     END-IF.
004340     ADD 1 TO WS-SEL-COUNT.
004350     MOVE WS-LOOK-CAT TO WS-SEL-CAT(WS-SEL-COUNT).
004360     MOVE DEFN-OPERATOR TO WS-SEL-OP(WS-SEL-COUNT).
004370     MOVE DEFN-VALUE TO WS-SEL-VALUE(WS-SEL-COUNT).
004380     MOVE 0 TO WS-SEL-NUMBER(WS-SEL-COUNT).
004390     IF WS-CAT-IS-AMOUNT(WS-LOOK-CAT)
004400         COMPUTE WS-SEL-NUMBER(WS-SEL-COUNT) =
004410             FUNCTION NUMVAL(DEFN-VALUE)
004420     END-IF.
004430 1300-EXIT.
004440     EXIT.
004450*
004460 1400-DEFN-BREAK.
004470     MOVE DEFN-FIELD-NAME TO WS-LOOK-NAME.
004480     PERFORM 1700-FIND-FIELD THRU 1700-EXIT.
004490     IF WS-LOOK-CAT = 0
004500         GO TO 1400-EXIT
004510     END-IF.
004520     IF WS-BRK-COUNT = 3
004530         MOVE "MORE THAN 3 BREAK LINES" TO WS-DEFN-MESSAGE
004540         PERFORM 1600-DEFN-ERROR THRU 1600-EXIT
004550         GO TO 1400-EXIT
004560     END-IF.
004570     ADD 1 TO WS-BRK-COUNT.
004580     MOVE WS-LOOK-CAT TO WS-BRK-CAT(WS-BRK-COUNT).
004590     MOVE 0 TO WS-BRK-REC-COUNT(WS-BRK-COUNT).
004600     MOVE 0 TO WS-BRK-AMOUNT(WS-BRK-COUNT).
004610 1400-EXIT.
004620     EXIT.
004630*
004640*    REGION AND ARCHIVE NAME THE FILES RGNSPLIT AND ARCHIVE
004650*    WRITE, SO THE OPERATOR NEED NOT KNOW THE NAMING RULE.
004660 1500-DEFN-INPUT.
004670     EVALUATE DEFN-INPUT-KIND
004680         WHEN "SORTED"
004690             MOVE "SORTED.DAT" TO WS-INPUT-FILE-NAME
004700         WHEN "REGION"
004710             IF DEFN-INPUT-NAME(1:4) = SPACES
004720                 MOVE "INPUT REGION NEEDS A REGION CODE"
004730                     TO WS-DEFN-MESSAGE
004740                 PERFORM 1600-DEFN-ERROR THRU 1600-EXIT
004750                 GO TO 1500-EXIT
004760             END-IF
004770             MOVE SPACES TO WS-INPUT-FILE-NAME
004780             STRING "REGION-" DEFN-INPUT-NAME(1:4) ".DAT"
004790                    DELIMITED BY SIZE
004800                 INTO WS-INPUT-FILE-NAME
004810         WHEN "ARCHIVE"
004820             IF DEFN-INPUT-NAME(1:6) NOT NUMERIC
004830                 MOVE "INPUT ARCHIVE NEEDS A MONTH CCYYMM"
004840                     TO WS-DEFN-MESSAGE
004850                 PERFORM 1600-DEFN-ERROR THRU 1600-EXIT
004860                 GO TO 1500-EXIT
004870             END-IF
004880             MOVE SPACES TO WS-INPUT-FILE-NAME
004890             STRING "ARCH-" DEFN-INPUT-NAME(1:6) ".DAT"
004900                    DELIMITED BY SIZE
004910                 INTO WS-INPUT-FILE-NAME
004920         WHEN "FILE"
004930             IF DEFN-INPUT-NAME = SPACES
004940                 MOVE "INPUT FILE NEEDS A FILE NAME"
004950                     TO WS-DEFN-MESSAGE
004960                 PERFORM 1600-DEFN-ERROR THRU 1600-EXIT
004970                 GO TO 1500-EXIT
004980             END-IF
004990             MOVE DEFN-INPUT-NAME TO WS-INPUT-FILE-NAME
005000         WHEN OTHER
005010             MOVE "INPUT MUST BE SORTED, REGION, ARCHIVE OR FILE"
005020                 TO WS-DEFN-MESSAGE
005030             PERFORM 1600-DEFN-ERROR THRU 1600-EXIT
005040     END-EVALUATE.
005050 1500-EXIT.
005060     EXIT.
005070*
005080 1600-DEFN-ERROR.
005090     ADD 1 TO WS-DEFN-ERROR-COUNT.
005100     IF WS-DEFN-LINE-NUMBER = 0
005110         DISPLAY "ADHOCRPT - DEFINITION: ", WS-DEFN-MESSAGE
005120     ELSE
005130         DISPLAY "ADHOCRPT - DEFINITION LINE ",
005140             WS-DEFN-LINE-NUMBER, ": ", WS-DEFN-MESSAGE
005150     END-IF.
005160 1600-EXIT.
005170     EXIT.
005180*
005190*    LEAVES WS-LOOK-CAT AT THE CATALOG ENTRY FOR WS-LOOK-NAME,
005200*    OR AT 0 WITH THE LINE REPORTED.
005210 1700-FIND-FIELD.
005220     MOVE 0 TO WS-LOOK-CAT.
005230     PERFORM 1710-MATCH-ONE-FIELD THRU 1710-EXIT
005240         VARYING WS-CAT-SUB FROM 1 BY 1
005250         UNTIL WS-CAT-SUB > WS-CAT-COUNT
005260            OR WS-LOOK-CAT > 0.
005270     IF WS-LOOK-CAT = 0
005280         MOVE SPACES TO WS-DEFN-MESSAGE
005290         STRING "NO SAMPREC FIELD NAMED " WS-LOOK-NAME
005300                DELIMITED BY SIZE
005310             INTO WS-DEFN-MESSAGE
005320         PERFORM 1600-DEFN-ERROR THRU 1600-EXIT
005330     END-IF.
005340 1700-EXIT.
005350     EXIT.
005360*
005370 1710-MATCH-ONE-FIELD.
005380     IF WS-LOOK-NAME = WS-CAT-NAME(WS-CAT-SUB)
005390         OR WS-LOOK-NAME = WS-CAT-ALIAS(WS-CAT-SUB)
005400         MOVE WS-CAT-SUB TO WS-LOOK-CAT
005410     END-IF.
005420 1710-EXIT.
005430     EXIT.
005440*
005450 1800-DEFAULT-ONE-COLUMN.
005460     ADD 1 TO WS-COL-COUNT.
005470     MOVE WS-CAT-SUB TO WS-COL-CAT(WS-COL-COUNT).
005480 1800-EXIT.
005490     EXIT.
005500*
005510*    COLUMNS ARE LAID OUT LEFT TO RIGHT, TWO SPACES APART.
005520 1900-PLACE-ONE-COLUMN.
005530     MOVE WS-NEXT-POS TO WS-COL-POS(WS-COL-SUB).
005540     MOVE WS-COL-CAT(WS-COL-SUB) TO WS-CAT-SUB.
005550     ADD WS-CAT-WIDTH(WS-CAT-SUB) 2 TO WS-NEXT-POS.
005560 1900-EXIT.
005570     EXIT.
005580*
005590*---------------------------------------------------------------*
005600* ONE INPUT RECORD: SELECT, TAKE ANY BREAKS, WRITE THE LINE.    *
005610*---------------------------------------------------------------*
005620 2000-PROCESS-ONE-RECORD.
005630     READ INPUT-FILE
005640         AT END
005650             GO TO 2000-EXIT
005660     END-READ.
005670     IF INPUT-FILE-RECORD = SPACES
005680         GO TO 2000-EXIT
005690     END-IF.
005700     MOVE INPUT-FILE-RECORD TO SAMP-TRAILER-RECORD.
005710     IF SAMP-IS-TRAILER
005720         GO TO 2000-EXIT
005730     END-IF.
005740     MOVE INPUT-FILE-RECORD TO SAMP-HEADER-RECORD.
005750     IF SAMP-IS-HEADER
005760         GO TO 2000-EXIT
005770     END-IF.
005780     MOVE INPUT-FILE-RECORD TO SAMP-DETAIL-RECORD.
005790     ADD 1 TO WS-READ-COUNT.
005800     SET WS-SELECTED TO TRUE.
005810     PERFORM 2100-TEST-ONE-SELECT THRU 2100-EXIT
005820         VARYING WS-SEL-SUB FROM 1 BY 1
005830         UNTIL WS-SEL-SUB > WS-SEL-COUNT
005840            OR NOT WS-SELECTED.
005850     IF NOT WS-SELECTED
005860         GO TO 2000-EXIT
005870     END-IF.
005880     IF WS-FORMAT-CSV
005890         ADD 1 TO WS-SELECTED-COUNT
005900         PERFORM 3500-WRITE-CSV-ROW THRU 3500-EXIT
005910         GO TO 2000-EXIT
005920     END-IF.
005930     IF WS-BRK-COUNT > 0
005940         PERFORM 2200-TAKE-BREAKS THRU 2200-EXIT
005950     END-IF.
005960     ADD 1 TO WS-SELECTED-COUNT.
005970     IF SAMP-TRANSACTION-AMOUNT NUMERIC
005980         ADD SAMP-TRANSACTION-AMOUNT TO WS-GRAND-AMOUNT
005990     END-IF.
006000     PERFORM 2300-ADD-ONE-LEVEL THRU 2300-EXIT
006010         VARYING WS-BRK-SUB FROM 1 BY 1
006020         UNTIL WS-BRK-SUB > WS-BRK-COUNT.
006030     PERFORM 3000-WRITE-DETAIL THRU 3000-EXIT.
006040 2000-EXIT.
006050     EXIT.
006060*
006070*    SETS WS-COMPARE TO <, = OR > FOR THE FIELD AGAINST THE
006080*    VALUE, THEN DROPS THE RECORD IF THE OPERATOR DOES NOT HOLD.
006090 2100-TEST-ONE-SELECT.
006100     MOVE WS-SEL-CAT(WS-SEL-SUB) TO WS-CAT-SUB.
006110     IF WS-CAT-IS-AMOUNT(WS-CAT-SUB)
006120         IF SAMP-TRANSACTION-AMOUNT NOT NUMERIC
006130             MOVE "N" TO WS-SELECTED-SW
006140             GO TO 2100-EXIT
006150         END-IF
006160         EVALUATE TRUE
006170             WHEN SAMP-TRANSACTION-AMOUNT
006180                  < WS-SEL-NUMBER(WS-SEL-SUB)
006190                 MOVE "<" TO WS-COMPARE
006200             WHEN SAMP-TRANSACTION-AMOUNT
006210                  > WS-SEL-NUMBER(WS-SEL-SUB)
006220                 MOVE ">" TO WS-COMPARE
006230             WHEN OTHER
006240                 MOVE "=" TO WS-COMPARE
006250         END-EVALUATE
006260     ELSE
006270         MOVE SPACES TO WS-FIELD-VALUE
006280         MOVE SAMP-DETAIL-RECORD(WS-CAT-OFFSET(WS-CAT-SUB):
006290             WS-CAT-LENGTH(WS-CAT-SUB)) TO WS-FIELD-VALUE
006300         EVALUATE TRUE
006310             WHEN WS-FIELD-VALUE < WS-SEL-VALUE(WS-SEL-SUB)
006320                 MOVE "<" TO WS-COMPARE
006330             WHEN WS-FIELD-VALUE > WS-SEL-VALUE(WS-SEL-SUB)
006340                 MOVE ">" TO WS-COMPARE
006350             WHEN OTHER
006360                 MOVE "=" TO WS-COMPARE
006370         END-EVALUATE
006380     END-IF.
006390     EVALUATE WS-SEL-OP(WS-SEL-SUB)
006400         WHEN "EQ"
006410             IF WS-COMPARE NOT = "="
006420                 MOVE "N" TO WS-SELECTED-SW
006430             END-IF
006440         WHEN "NE"
006450             IF WS-COMPARE = "="
006460                 MOVE "N" TO WS-SELECTED-SW
006470             END-IF
006480         WHEN "LT"
006490             IF WS-COMPARE NOT = "<"
006500                 MOVE "N" TO WS-SELECTED-SW
006510             END-IF
006520         WHEN "LE"
006530             IF WS-COMPARE = ">"
006540                 MOVE "N" TO WS-SELECTED-SW
006550             END-IF
006560         WHEN "GT"
006570             IF WS-COMPARE NOT = ">"
006580                 MOVE "N" TO WS-SELECTED-SW
006590             END-IF
006600         WHEN OTHER
006610             IF WS-COMPARE = "<"
006620                 MOVE "N" TO WS-SELECTED-SW
006630             END-IF
006640     END-EVALUATE.
006650 2100-EXIT.
006660     EXIT.
006670*
006680*    THE BREAK FIELDS, OUTERMOST FIRST, MAKE ONE 90-BYTE KEY.
006690*    THE OUTERMOST LEVEL THAT CHANGED CLOSES ITSELF AND EVERY
006700*    LEVEL INSIDE IT, INNERMOST FIRST.  A KEY LOWER THAN THE
006710*    ONE BEFORE IT MEANS THE INPUT IS NOT IN BREAK ORDER.
006720 2200-TAKE-BREAKS.
006730     MOVE SPACES TO WS-BREAK-KEY.
006740     PERFORM 2210-KEY-ONE-LEVEL THRU 2210-EXIT
006750         VARYING WS-BRK-SUB FROM 1 BY 1
006760         UNTIL WS-BRK-SUB > WS-BRK-COUNT.
006770     IF WS-SELECTED-COUNT = 0
006780         MOVE WS-BREAK-KEY TO WS-PREV-BREAK-KEY
006790         GO TO 2200-EXIT
006800     END-IF.
006810     IF WS-BREAK-KEY < WS-PREV-BREAK-KEY
006820         ADD 1 TO WS-OUT-OF-SEQ-COUNT
006830     END-IF.
006840     MOVE 0 TO WS-BREAK-LEVEL.
006850     PERFORM 2220-CHECK-ONE-LEVEL THRU 2220-EXIT
006860         VARYING WS-BRK-SUB FROM 1 BY 1
006870         UNTIL WS-BRK-SUB > WS-BRK-COUNT
006880            OR WS-BREAK-LEVEL > 0.
006890     IF WS-BREAK-LEVEL > 0
006900         PERFORM 5000-PRINT-ONE-BREAK THRU 5000-EXIT
006910             VARYING WS-BRK-SUB FROM WS-BRK-COUNT BY -1
006920             UNTIL WS-BRK-SUB < WS-BREAK-LEVEL
006930         MOVE SPACES TO REPORT-LINE
006940         WRITE REPORT-LINE
006950         ADD 1 TO WS-LINE-COUNT
006960     END-IF.
006970     MOVE WS-BREAK-KEY TO WS-PREV-BREAK-KEY.
006980 2200-EXIT.
006990     EXIT.
007000*
007010 2210-KEY-ONE-LEVEL.
007020     MOVE WS-BRK-CAT(WS-BRK-SUB) TO WS-CAT-SUB.
007030     COMPUTE WS-KEY-POS = (WS-BRK-SUB - 1) * 30 + 1.
007040     MOVE SAMP-DETAIL-RECORD(WS-CAT-OFFSET(WS-CAT-SUB):
007050         WS-CAT-LENGTH(WS-CAT-SUB))
007060         TO WS-BREAK-KEY(WS-KEY-POS:30).
007070 2210-EXIT.
007080     EXIT.
007090*
007100 2220-CHECK-ONE-LEVEL.
007110     COMPUTE WS-KEY-POS = (WS-BRK-SUB - 1) * 30 + 1.
007120     IF WS-BREAK-KEY(WS-KEY-POS:30)
007130         NOT = WS-PREV-BREAK-KEY(WS-KEY-POS:30)
007140         MOVE WS-BRK-SUB TO WS-BREAK-LEVEL
007150     END-IF.
007160 2220-EXIT.
007170     EXIT.
007180*
007190 2300-ADD-ONE-LEVEL.
007200     ADD 1 TO WS-BRK-REC-COUNT(WS-BRK-SUB).
007210     IF SAMP-TRANSACTION-AMOUNT NUMERIC
007220         ADD SAMP-TRANSACTION-AMOUNT TO WS-BRK-AMOUNT(WS-BRK-SUB)
007230     END-IF.
007240 2300-EXIT.
007250     EXIT.
007260*
007270*---------------------------------------------------------------*
007280* OUTPUT LINES: FIXED-WIDTH DETAIL, CSV HEADING AND CSV ROW.    *
007290*---------------------------------------------------------------*
007300 3000-WRITE-DETAIL.
007310     IF WS-LINE-COUNT >= WS-PAGE-LINES
007320         PERFORM 4000-PAGE-HEADING THRU 4000-EXIT
007330     END-IF.
007340     MOVE SPACES TO REPORT-LINE.
007350     PERFORM 3010-DETAIL-ONE-COLUMN THRU 3010-EXIT
007360         VARYING WS-COL-SUB FROM 1 BY 1
007370         UNTIL WS-COL-SUB > WS-COL-COUNT.
007380     WRITE REPORT-LINE.
007390     ADD 1 TO WS-LINE-COUNT.
007400 3000-EXIT.
007410     EXIT.
007420*
007430 3010-DETAIL-ONE-COLUMN.
007440     MOVE WS-COL-CAT(WS-COL-SUB) TO WS-CAT-SUB.
007450     IF WS-CAT-IS-AMOUNT(WS-CAT-SUB)
007460         AND SAMP-TRANSACTION-AMOUNT NUMERIC
007470         MOVE SAMP-TRANSACTION-AMOUNT TO WS-AMOUNT-EDIT
007480         MOVE WS-AMOUNT-EDIT TO REPORT-LINE(WS-COL-POS
007490             (WS-COL-SUB):WS-CAT-WIDTH(WS-CAT-SUB))
007500     ELSE
007510         MOVE SAMP-DETAIL-RECORD(WS-CAT-OFFSET(WS-CAT-SUB):
007520             WS-CAT-LENGTH(WS-CAT-SUB))
007530             TO REPORT-LINE(WS-COL-POS(WS-COL-SUB):
007540             WS-CAT-LENGTH(WS-CAT-SUB))
007550     END-IF.
007560 3010-EXIT.
007570     EXIT.
007580*
007590 3500-WRITE-CSV-ROW.
007600     MOVE SPACES TO REPORT-LINE.
007610     MOVE 1 TO WS-CSV-POINTER.
007620     PERFORM 3510-CSV-ONE-COLUMN THRU 3510-EXIT
007630         VARYING WS-COL-SUB FROM 1 BY 1
007640         UNTIL WS-COL-SUB > WS-COL-COUNT.
007650     WRITE REPORT-LINE.
007660 3500-EXIT.
007670     EXIT.
007680*
007690 3510-CSV-ONE-COLUMN.
007700     IF WS-COL-SUB > 1
007710         STRING "," DELIMITED BY SIZE
007720             INTO REPORT-LINE WITH POINTER WS-CSV-POINTER
007730     END-IF.
007740     MOVE WS-COL-CAT(WS-COL-SUB) TO WS-CAT-SUB.
007750     MOVE SPACES TO WS-FIELD-VALUE.
007760     MOVE SAMP-DETAIL-RECORD(WS-CAT-OFFSET(WS-CAT-SUB):
007770         WS-CAT-LENGTH(WS-CAT-SUB)) TO WS-FIELD-VALUE.
007780     EVALUATE TRUE
007790         WHEN WS-CAT-IS-AMOUNT(WS-CAT-SUB)
007800             IF SAMP-TRANSACTION-AMOUNT NUMERIC
007810                 MOVE SAMP-TRANSACTION-AMOUNT TO WS-CSV-AMOUNT
007820                 STRING FUNCTION TRIM(WS-CSV-AMOUNT)
007830                        DELIMITED BY SIZE
007840                     INTO REPORT-LINE
007850                     WITH POINTER WS-CSV-POINTER
007860             END-IF
007870         WHEN WS-CAT-IS-QUOTED(WS-CAT-SUB)
007880             STRING WS-QUOTE DELIMITED BY SIZE
007890                    FUNCTION TRIM(WS-FIELD-VALUE)
007900                    DELIMITED BY SIZE
007910                    WS-QUOTE DELIMITED BY SIZE
007920                 INTO REPORT-LINE WITH POINTER WS-CSV-POINTER
007930         WHEN WS-FIELD-VALUE NOT = SPACES
007940             STRING FUNCTION TRIM(WS-FIELD-VALUE)
007950                    DELIMITED BY SIZE
007960                 INTO REPORT-LINE WITH POINTER WS-CSV-POINTER
007970     END-EVALUATE.
007980 3510-EXIT.
007990     EXIT.
008000*
008010 3600-WRITE-CSV-HEADING.
008020     MOVE SPACES TO REPORT-LINE.
008030     MOVE 1 TO WS-CSV-POINTER.
008040     PERFORM 3610-HEADING-ONE-CSV-COLUMN THRU 3610-EXIT
008050         VARYING WS-COL-SUB FROM 1 BY 1
008060         UNTIL WS-COL-SUB > WS-COL-COUNT.
008070     WRITE REPORT-LINE.
008080 3600-EXIT.
008090     EXIT.
008100*
008110 3610-HEADING-ONE-CSV-COLUMN.
008120     IF WS-COL-SUB > 1
008130         STRING "," DELIMITED BY SIZE
008140             INTO REPORT-LINE WITH POINTER WS-CSV-POINTER
008150     END-IF.
008160     MOVE WS-COL-CAT(WS-COL-SUB) TO WS-CAT-SUB.
008170     STRING FUNCTION TRIM(WS-CAT-HEADING(WS-CAT-SUB))
008180            DELIMITED BY SIZE
008190         INTO REPORT-LINE WITH POINTER WS-CSV-POINTER.
008200 3610-EXIT.
008210     EXIT.
008220*
008230*---------------------------------------------------------------*
008240* PAGE HEADING: TITLE, RUN DATE AND PAGE, THE INPUT, THEN THE   *
008250* COLUMN HEADINGS UNDERLINED.                                   *
008260*---------------------------------------------------------------*
008270 4000-PAGE-HEADING.
008280     ADD 1 TO WS-PAGE-NUMBER.
008290     MOVE WS-PAGE-NUMBER TO WS-PAGE-EDIT.
008300     MOVE SPACES TO REPORT-LINE.
008310     STRING WS-TITLE "  RUN DATE " WS-RUN-DATE
008320            "  PAGE " WS-PAGE-EDIT
008330            DELIMITED BY SIZE
008340         INTO REPORT-LINE.
008350     WRITE REPORT-LINE.
008360     MOVE SPACES TO REPORT-LINE.
008370     STRING "INPUT " WS-INPUT-FILE-NAME
008380            DELIMITED BY SIZE
008390         INTO REPORT-LINE.
008400     WRITE REPORT-LINE.
008410     MOVE SPACES TO REPORT-LINE.
008420     WRITE REPORT-LINE.
008430     MOVE SPACES TO REPORT-LINE.
008440     PERFORM 4010-HEADING-ONE-COLUMN THRU 4010-EXIT
008450         VARYING WS-COL-SUB FROM 1 BY 1
008460         UNTIL WS-COL-SUB > WS-COL-COUNT.
008470     WRITE REPORT-LINE.
008480     MOVE SPACES TO REPORT-LINE.
008490     PERFORM 4020-UNDERLINE-ONE-COLUMN THRU 4020-EXIT
008500         VARYING WS-COL-SUB FROM 1 BY 1
008510         UNTIL WS-COL-SUB > WS-COL-COUNT.
008520     WRITE REPORT-LINE.
008530     MOVE 5 TO WS-LINE-COUNT.
008540 4000-EXIT.
008550     EXIT.
008560*
008570 4010-HEADING-ONE-COLUMN.
008580     MOVE WS-COL-CAT(WS-COL-SUB) TO WS-CAT-SUB.
008590     MOVE WS-CAT-HEADING(WS-CAT-SUB)
008600         TO REPORT-LINE(WS-COL-POS(WS-COL-SUB):
008610         WS-CAT-WIDTH(WS-CAT-SUB)).
008620 4010-EXIT.
008630     EXIT.
008640*
008650 4020-UNDERLINE-ONE-COLUMN.
008660     MOVE WS-COL-CAT(WS-COL-SUB) TO WS-CAT-SUB.
008670     MOVE ALL "-" TO REPORT-LINE(WS-COL-POS(WS-COL-SUB):
008680         WS-CAT-WIDTH(WS-CAT-SUB)).
008690 4020-EXIT.
008700     EXIT.
008710*
008720*    SUBTOTAL FOR BREAK LEVEL WS-BRK-SUB, LABELLED WITH THE VALUE
008730*    THE GROUP JUST ENDED HAD, INDENTED TWO PER LEVEL.
008740 5000-PRINT-ONE-BREAK.
008750     IF WS-LINE-COUNT >= WS-PAGE-LINES
008760         PERFORM 4000-PAGE-HEADING THRU 4000-EXIT
008770     END-IF.
008780     MOVE WS-BRK-CAT(WS-BRK-SUB) TO WS-CAT-SUB.
008790     COMPUTE WS-KEY-POS = (WS-BRK-SUB - 1) * 30 + 1.
008800     MOVE WS-PREV-BREAK-KEY(WS-KEY-POS:30) TO WS-FIELD-VALUE.
008810     MOVE SPACES TO WS-BREAK-LABEL.
008820     STRING "TOTAL " DELIMITED BY SIZE
008830            WS-CAT-ALIAS(WS-CAT-SUB) DELIMITED BY SPACE
008840            " " DELIMITED BY SIZE
008850            WS-FIELD-VALUE DELIMITED BY SIZE
008860         INTO WS-BREAK-LABEL.
008870     COMPUTE WS-INDENT = (WS-BRK-SUB - 1) * 2 + 1.
008880     MOVE WS-BRK-REC-COUNT(WS-BRK-SUB) TO WS-COUNT-EDIT.
008890     MOVE WS-BRK-AMOUNT(WS-BRK-SUB) TO WS-TOTAL-EDIT.
008900     MOVE SPACES TO REPORT-LINE.
008910     MOVE WS-BREAK-LABEL TO REPORT-LINE(WS-INDENT:50).
008920     STRING "RECORDS " WS-COUNT-EDIT "  AMOUNT " WS-TOTAL-EDIT
008930            DELIMITED BY SIZE
008940         INTO REPORT-LINE(56:50).
008950     WRITE REPORT-LINE.
008960     ADD 1 TO WS-LINE-COUNT.
008970     MOVE 0 TO WS-BRK-REC-COUNT(WS-BRK-SUB).
008980     MOVE 0 TO WS-BRK-AMOUNT(WS-BRK-SUB).
008990 5000-EXIT.
009000     EXIT.
009010*
009020*    CLOSES EVERY OPEN BREAK LEVEL, THEN THE GRAND TOTAL.  AN
009030*    EMPTY SELECTION STILL GETS A PAGE SAYING SO.
009040 6000-PRINT-FINAL-TOTALS.
009050     IF WS-SELECTED-COUNT > 0 AND WS-BRK-COUNT > 0
009060         PERFORM 5000-PRINT-ONE-BREAK THRU 5000-EXIT
009070             VARYING WS-BRK-SUB FROM WS-BRK-COUNT BY -1
009080             UNTIL WS-BRK-SUB < 1
009090     END-IF.
009100     IF WS-LINE-COUNT + 4 > WS-PAGE-LINES
009110         PERFORM 4000-PAGE-HEADING THRU 4000-EXIT
009120     END-IF.
009130     MOVE SPACES TO REPORT-LINE.
009140     MOVE ALL "-" TO REPORT-LINE(1:60).
009150     WRITE REPORT-LINE.
009160     MOVE WS-SELECTED-COUNT TO WS-COUNT-EDIT.
009170     MOVE WS-GRAND-AMOUNT TO WS-TOTAL-EDIT.
009180     MOVE SPACES TO REPORT-LINE.
009190     MOVE "GRAND TOTAL" TO REPORT-LINE(1:11).
009200     STRING "RECORDS " WS-COUNT-EDIT "  AMOUNT " WS-TOTAL-EDIT
009210            DELIMITED BY SIZE
009220         INTO REPORT-LINE(56:50).
009230     WRITE REPORT-LINE.
009240     MOVE WS-READ-COUNT TO WS-COUNT-EDIT.
009250     MOVE SPACES TO REPORT-LINE.
009260     STRING "DETAIL RECORDS READ " WS-COUNT-EDIT
009270            DELIMITED BY SIZE
009280         INTO REPORT-LINE.
009290     WRITE REPORT-LINE.
009300     IF WS-OUT-OF-SEQ-COUNT > 0
009310         MOVE WS-OUT-OF-SEQ-COUNT TO WS-COUNT-EDIT
009320         MOVE SPACES TO REPORT-LINE
009330         STRING "*** " WS-COUNT-EDIT " RECORDS OUT OF BREAK "
009340                "ORDER -- SORT THE INPUT ON THE BREAK FIELDS "
009350                "FOR TRUE SUBTOTALS ***"
009360                DELIMITED BY SIZE
009370             INTO REPORT-LINE
009380         WRITE REPORT-LINE
009390     END-IF.
009400 6000-EXIT.
009410     EXIT.
