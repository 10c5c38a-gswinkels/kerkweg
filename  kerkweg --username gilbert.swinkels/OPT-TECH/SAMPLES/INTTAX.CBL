000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    INTTAX.
000030 AUTHOR.        G. SWINKELS, DATA PROCESSING.
000040 INSTALLATION.  DATA PROCESSING DEPT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*MODIFICATION HISTORY
000090*--------------------
000100*10/15/2026  GS   ORIGINAL.  YEAR-END INTEREST TAX INFORMATION
000110*                 REPORTING.  EVERY INTEREST POSTING OF THE TAX
000120*                 YEAR (TAX-YEAR, CCYY; THE YEAR BEFORE THE RUN
000130*                 DATE WHEN NOT GIVEN) IS READ FROM THE MONTHLY
000140*                 ARCHIVE FILES ARCH-CCYY01.DAT THROUGH
000150*                 ARCH-CCYY12.DAT, MONTH BY MONTH THE WAY
000160*                 ARCHGET READS THEM, AND TOTALLED PER CUSTOMER
000170*                 IN BASE CURRENCY THROUGH CURRCONV.  THE
000180*                 INTEREST TYPES ARE THE TYPE LINES OF
000190*                 INTTAX.TBL.  ACCOUNTS ARE GROUPED INTO
000200*                 CUSTOMERS THROUGH CUSTREF.DAT, WHICH ALSO
000210*                 GIVES THE NAME, ADDRESS AND TAX ID; AN
000220*                 ACCOUNT WITH NO CUSTREF LINE IS ITS OWN
000230*                 CUSTOMER, NAMED FROM ACCTMST.  A CUSTOMER
000240*                 WITH NO TAX ID ON FILE HAS TAX WITHHELD ON
000250*                 EACH POSTING AT THE RATE INTTAX.TBL HAS IN
000260*                 FORCE ON THE POSTING DATE.  EVERY CUSTOMER
000270*                 PAID AT LEAST THE REPORTING MINIMUM, OR WITH
000280*                 ANY TAX WITHHELD, IS WRITTEN TO THE FILING
000290*                 FOR THE AUTHORITY, INTTAX.FIL (LAID OUT IN
000300*                 TAXREC), GETS A PAGE IN THE STATEMENT PRINT
000310*                 FILE, INTTAX.PRT, AND IS APPENDED TO THE
000320*                 FILING REGISTER, INTTAX.REG.  A STATEMENT
000330*                 WITH NO ADDRESS ON FILE IS HELD, NOT
000340*                 PRINTED.  THE CONTROL REPORT, INTTAX.RPT,
000350*                 LISTS EVERY CUSTOMER, ADDS THE REPORTED AND
000360*                 UNREPORTED INTEREST BACK TO THE POSTINGS
000370*                 READ, AND PROVES THE YEAR'S INTEREST AGAINST
000380*                 THE GL INTEREST EXPENSE ACCOUNT ON GLBAL.DAT;
000390*                 IT IS FILED IN THE REPORT REPOSITORY THROUGH
000400*                 RPTSAVE.  A YEAR ALREADY ON THE REGISTER IS
000410*                 NOT FILED AGAIN.  INSTEAD TAX-CORRECT NAMES
000420*                 ONE CUSTOMER ID TO RE-FILE: THE WHOLE YEAR IS
000430*                 STILL TOTALLED AND PROVED, BUT ONLY THAT
000440*                 CUSTOMER GOES TO THE FILING, MARKED
000450*                 CORRECTED, AND TO A CORRECTED STATEMENT, AND
000460*                 THE REPORT SHOWS WHAT WAS FILED BEFORE.
000470*                 RETURN-CODE IS 4 WHEN THE GL DOES NOT PROVE,
000480*                 AN ARCHIVE MONTH IS MISSING OR A STATEMENT IS
000490*                 HELD, 8 FOR A PARAMETER OR REGISTER CONFLICT
000500*                 OR A TABLE OVERFLOW, 12 WHEN NO ARCHIVE MONTH
000510*                 OF THE YEAR CAN BE READ OR AN OUTPUT FILE
000520*                 CANNOT BE OPENED.
000522*
000523*10/15/2026  GS   ACCOUNT MASTER RECORD IS NOW 130 BYTES, NOW THAT
000524*                 ACCTREC CARRIES THE ACCOUNT CURRENCY AND THE
000525*                 FOREIGN-CURRENCY BALANCE.
000526*
000527*10/15/2026  GS   INTTAX.REG THAT CANNOT BE OPENED NOW STOPS THE
000528*                 RUN WITH 12 LIKE THE OTHER OUTPUT FILES.  THE
000529*                 CORRECTED MARK IS KEPT IN ITS OWN FIELD AND
000530*                 PRINTED ON THE PREVIOUSLY FILED LINE, SO THE
000531*                 CUSTOMER'S FILED / STATEMENT HELD STATUS IS NO
000532*                 LONGER OVERWRITTEN.
000533*
000540*---------------------------------------------------------------*
000550*INTEREST TAX CONTROL TABLE FORMAT (INTTAX.TBL, ONE PER LINE)   *
000560*    TYPE TT             A TRANSACTION TYPE THAT IS INTEREST    *
000570*                        PAID TO THE CUSTOMER (UP TO 20).  WITH *
000580*                        NO TYPE LINE, TYPE "IN" IS INTEREST.   *
000590*    RATE CCYYMMDD NNNNNN                                       *
000600*                        WITHHOLDING RATE, PERCENT 99V9999, IN  *
000610*                        FORCE FROM THE DATE GIVEN.  LINES IN   *
000620*                        ASCENDING DATE ORDER; A POSTING BEFORE *
000630*                        THE FIRST DATE TAKES THE FIRST RATE.   *
000640*                        WITH NO RATE LINE THE RATE IS 24.0000. *
000650*    MINM NNNNNNNNNNNNN  REPORTING MINIMUM, 9(11)V99 (DEFAULT   *
000660*                        10.00).  A CUSTOMER PAID LESS, WITH    *
000670*                        NOTHING WITHHELD, IS NOT FILED.        *
000680*    GLAC AAAAAAAA       GL INTEREST EXPENSE ACCOUNT.  NO LINE  *
000690*                        MEANS NO GL PROOF (RETURN-CODE 4).     *
000700*    GLOP NNNNNNNNNNNNNNN                                       *
000710*                        BALANCE THE EXPENSE ACCOUNT CARRIED    *
000720*                        INTO THE TAX YEAR, 9(13)V99 (DEFAULT   *
000730*                        ZERO), TAKEN OFF ITS YEAR-END BALANCE. *
000740*    PAYR IIIIIIIIIII NAME                                      *
000750*                        PAYER TAX ID (6-16) AND NAME (18-47)   *
000760*                        FOR THE FILING AND THE STATEMENTS.     *
000770*                                                               *
000780*THE YEAR-END GL BALANCE IS THE EXPENSE ACCOUNT'S CLOSING WHILE *
000790*GLBAL.DAT IS STILL OPEN IN DECEMBER OF THE TAX YEAR, OR ITS    *
000800*OPENING ONCE JANUARY OF THE NEXT YEAR IS OPEN.  IN ANY OTHER   *
000810*PERIOD THE YEAR CANNOT BE PROVED FROM THE LEDGER.              *
000820*                                                               *
000830*PRINT FILE FORMAT (INTTAX.PRT, 80-BYTE LINES)                  *
000840*    POSITION   1     CARRIAGE CONTROL, "1" = NEW PAGE          *
000850*    POSITIONS  2-80  PRINT LINE                                *
000860*  TRAILER "TRLR" STATEMENT COUNT 9(7) LINE COUNT 9(7) RUN DATE *
000870*---------------------------------------------------------------*
000880*
000890 ENVIRONMENT DIVISION.
000900 CONFIGURATION SECTION.
000910 SOURCE-COMPUTER.  IBM-PC.
000920 OBJECT-COMPUTER.  IBM-PC.
000930 INPUT-OUTPUT SECTION.
000940 FILE-CONTROL.
000950     SELECT CONTROL-FILE ASSIGN TO "INTTAX.TBL"
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS WS-CONTROL-FILE-STATUS.
000980     SELECT CUSTREF-FILE ASSIGN TO "CUSTREF.DAT"
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS WS-CUSTREF-FILE-STATUS.
001010     SELECT ARCH-FILE ASSIGN TO WS-ARCH-FILE-NAME
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS WS-ARCH-FILE-STATUS.
001040     SELECT BALANCE-FILE ASSIGN TO "GLBAL.DAT"
001050         ORGANIZATION IS LINE SEQUENTIAL
001060         FILE STATUS IS WS-BALANCE-FILE-STATUS.
001070     SELECT TAXREG-FILE ASSIGN TO "INTTAX.REG"
001080         ORGANIZATION IS LINE SEQUENTIAL
001090         FILE STATUS IS WS-TAXREG-FILE-STATUS.
001100     SELECT FILING-FILE ASSIGN TO "INTTAX.FIL"
001110         ORGANIZATION IS LINE SEQUENTIAL
001120         FILE STATUS IS WS-FILING-FILE-STATUS.
001130     SELECT PRINT-FILE ASSIGN TO "INTTAX.PRT"
001140         ORGANIZATION IS LINE SEQUENTIAL
001150         FILE STATUS IS WS-PRINT-FILE-STATUS.
001160     SELECT REPORT-FILE ASSIGN TO "INTTAX.RPT"
001170         ORGANIZATION IS LINE SEQUENTIAL
001180         FILE STATUS IS WS-REPORT-FILE-STATUS.
001190*
001200 DATA DIVISION.
001210 FILE SECTION.
001220 FD  CONTROL-FILE.
001230 01  CONTROL-FILE-RECORD         PIC X(80).
001240 FD  CUSTREF-FILE.
001250 01  CUSTREF-FILE-RECORD         PIC X(140).
001260 FD  ARCH-FILE.
001270 01  ARCH-RECORD                 PIC X(82).
001280 FD  BALANCE-FILE.
001290 01  BALANCE-LINE                PIC X(90).
001300 FD  TAXREG-FILE.
001310 01  TAXREG-LINE                 PIC X(66).
001320 FD  FILING-FILE.
001330 01  FILING-RECORD               PIC X(200).
001340 FD  PRINT-FILE.
001350 01  PRINT-LINE                  PIC X(80).
001360 FD  REPORT-FILE.
001370 01  REPORT-LINE                 PIC X(120).
001380*
001390 WORKING-STORAGE SECTION.
001400 01  WS-CONTROL-FILE-STATUS    PIC X(02).
001410     88  WS-CONTROL-FILE-OK        VALUE "00".
001420     88  WS-CONTROL-FILE-EOF       VALUE "10".
001430 01  WS-CUSTREF-FILE-STATUS    PIC X(02).
001440     88  WS-CUSTREF-FILE-OK        VALUE "00".
001450     88  WS-CUSTREF-FILE-EOF       VALUE "10".
001460 01  WS-ARCH-FILE-NAME         PIC X(15).
001470 01  WS-ARCH-FILE-STATUS       PIC X(02).
001480     88  WS-ARCH-FILE-OK           VALUE "00".
001490     88  WS-ARCH-FILE-EOF          VALUE "10".
001500 01  WS-BALANCE-FILE-STATUS    PIC X(02).
001510     88  WS-BALANCE-FILE-OK        VALUE "00".
001520     88  WS-BALANCE-FILE-EOF       VALUE "10".
001530 01  WS-TAXREG-FILE-STATUS     PIC X(02).
001540     88  WS-TAXREG-FILE-OK         VALUE "00".
001550     88  WS-TAXREG-FILE-EOF        VALUE "10".
001560     88  WS-TAXREG-FILE-NOT-FOUND  VALUE "35".
001570 01  WS-FILING-FILE-STATUS     PIC X(02).
001580     88  WS-FILING-FILE-OK         VALUE "00".
001590 01  WS-PRINT-FILE-STATUS      PIC X(02).
001600     88  WS-PRINT-FILE-OK          VALUE "00".
001610 01  WS-REPORT-FILE-STATUS     PIC X(02).
001620 01  WS-ENV-VALUE              PIC X(15).
001630 01  WS-TIMESTAMP              PIC X(21).
001640 01  WS-RUN-DATE               PIC X(08).
001650*
001660 01  WS-FUNC                   PIC 999 COMP-5.
001670     88  FUNC-OPEN                 VALUE 1.
001680     88  FUNC-CLOSE                VALUE 2.
001690     88  FUNC-READ                 VALUE 3.
001700 01  WS-IO-AREA                PIC X(4000).
001710 01  WS-IO-LEN                 PIC 999 COMP-5.
001720 01  WS-RET-CODE               PIC 999 COMP-5.
001730 01  WS-MASTER-FILE-NAME       PIC X(15) VALUE "ACCTMST".
001740 01  WS-MASTER-OPEN-SW         PIC X(01) VALUE "N".
001750     88  WS-MASTER-OPEN            VALUE "Y".
001760*
001770*    RUN PARAMETERS.  A BLANK CORRECTION CUSTOMER IS THE
001780*    ORIGINAL FILING OF THE YEAR.
001790 01  WS-TAX-YEAR               PIC 9(04).
001800 01  WS-TAX-YEAR-X REDEFINES WS-TAX-YEAR
001810                               PIC X(04).
001820 01  WS-NEXT-YEAR              PIC 9(04).
001830 01  WS-CORRECT-CUST-ID        PIC X(10) VALUE SPACES.
001840     88  WS-ORIGINAL-RUN           VALUE SPACES.
001850*
001860*    ARCHIVE MONTH BEING READ, AS ARCHGET WALKS THEM.
001870 01  WS-CURSOR-MONTH           PIC 9(06).
001880 01  WS-CURSOR-X REDEFINES WS-CURSOR-MONTH.
001890     05  WS-CUR-YEAR           PIC 9(04).
001900     05  WS-CUR-MONTH          PIC 9(02).
001910 01  WS-END-MONTH              PIC 9(06).
001920 01  WS-MONTHS-READ            PIC 9(03) VALUE 0.
001930 01  WS-MONTHS-MISSING         PIC 9(03) VALUE 0.
001940*
001950*    CONTROL TABLE.
001960 01  WS-TYPE-TABLE.
001970     05  WS-TYPE-COUNT         PIC 9(02) COMP-5 VALUE 0.
001980     05  WS-TYPE-ENTRY         PIC X(02) OCCURS 20 TIMES
001990                               INDEXED BY WS-TYPE-IDX.
002000 01  WS-TYPE-MATCH-SW          PIC X(01).
002010     88  WS-TYPE-MATCHED           VALUE "Y".
002020 01  WS-RATE-TABLE.
002030     05  WS-RATE-COUNT         PIC 9(02) COMP-5 VALUE 0.
002040     05  WS-RATE-ENTRY         OCCURS 20 TIMES
002050                               INDEXED BY WS-RATE-IDX.
002060         10  WS-RATE-FROM      PIC X(08).
002070         10  WS-RATE-PERCENT   PIC 99V9999.
002080 01  WS-RATE-TEXT              PIC X(06).
002090 01  WS-RATE-VALUE REDEFINES WS-RATE-TEXT
002100                               PIC 99V9999.
002110 01  WS-RATE-IN-FORCE          PIC 99V9999.
002120 01  WS-RATE-EDIT              PIC Z9.9999.
002130 01  WS-MINIMUM                PIC 9(11)V99 VALUE 10.00.
002140 01  WS-GL-ACCOUNT             PIC X(08) VALUE SPACES.
002150 01  WS-GL-CARRIED             PIC 9(13)V99 VALUE 0.
002160 01  WS-PAYER-ID               PIC X(11) VALUE SPACES.
002170 01  WS-PAYER-NAME             PIC X(30) VALUE SPACES.
002180 01  WS-TABLE-SKIPPED          PIC 9(03) VALUE 0.
002190 01  WS-FIELD-TEXT             PIC X(13).
002200 01  WS-FIELD-AMOUNT REDEFINES WS-FIELD-TEXT
002210                               PIC 9(11)V99.
002220 01  WS-LONG-TEXT              PIC X(15).
002230 01  WS-LONG-AMOUNT REDEFINES WS-LONG-TEXT
002240                               PIC 9(13)V99.
002250*
002260*    CUSTOMER REFERENCE, TABLED WHOLE.
002270 01  WS-CREF-TABLE.
002280     05  WS-CREF-COUNT         PIC 9(05) COMP-5 VALUE 0.
002290     05  WS-CREF-ENTRY         PIC X(140) OCCURS 5000 TIMES
002300                               INDEXED BY WS-CREF-IDX.
002310 01  WS-CREF-SUB               PIC 9(05) COMP-5.
002320*
002330*    EVERY ACCOUNT WITH INTEREST IN THE YEAR, WITH ITS
002340*    CUSTOMER AND ITS OWN INTEREST TOTAL FOR THE STATEMENT.
002350 01  WS-ACCT-TABLE.
002360     05  WS-ACCT-COUNT         PIC 9(05) COMP-5 VALUE 0.
002370     05  WS-ACCT-ENTRY         OCCURS 10000 TIMES
002380                               INDEXED BY WS-ACCT-IDX.
002390         10  WS-ACCT-NUMBER    PIC X(10).
002400         10  WS-ACCT-CUST-SUB  PIC 9(05) COMP-5.
002410         10  WS-ACCT-INTEREST  PIC S9(11)V99.
002420 01  WS-ACCT-SUB               PIC 9(05) COMP-5 VALUE 0.
002430*
002440*    ONE ENTRY PER CUSTOMER PAID INTEREST IN THE YEAR.
002450 01  WS-CUST-TABLE.
002460     05  WS-CUST-COUNT         PIC 9(05) COMP-5 VALUE 0.
002470     05  WS-CUST-ENTRY         OCCURS 5000 TIMES
002480                               INDEXED BY WS-CUST-IDX.
002490         10  WS-CUST-ID        PIC X(10).
002500         10  WS-CUST-TIN       PIC X(11).
002510         10  WS-CUST-NAME      PIC X(30).
002520         10  WS-CUST-ADDRESS   PIC X(30).
002530         10  WS-CUST-CITY      PIC X(20).
002540         10  WS-CUST-POSTAL    PIC X(10).
002550         10  WS-CUST-INTEREST  PIC S9(11)V99.
002560         10  WS-CUST-WITHHELD  PIC S9(11)V99.
002570         10  WS-CUST-POSTINGS  PIC 9(07).
002580 01  WS-CUST-SUB               PIC 9(05) COMP-5.
002590 01  WS-WANTED-CUST-ID         PIC X(10).
002600*
002610*    LATEST REGISTER LINE OF THE TAX YEAR PER CUSTOMER.
002620 01  WS-FILED-TABLE.
002630     05  WS-FILED-COUNT        PIC 9(05) COMP-5 VALUE 0.
002640     05  WS-FILED-ENTRY        OCCURS 5000 TIMES
002650                               INDEXED BY WS-FILED-IDX.
002660         10  WS-FILED-CUST-ID  PIC X(10).
002670         10  WS-FILED-KIND     PIC X(01).
002680         10  WS-FILED-INTEREST PIC 9(11)V99.
002690         10  WS-FILED-WITHHELD PIC 9(11)V99.
002700         10  WS-FILED-DATE     PIC X(08).
002710 01  WS-FILED-SUB              PIC 9(05) COMP-5.
002720 01  WS-YEAR-FILED-COUNT       PIC 9(07) VALUE 0.
002730*
002740*    THE CUSTOMER BEING FILED.
002750 01  WS-FILE-INTEREST          PIC 9(11)V99.
002760 01  WS-FILE-WITHHELD          PIC 9(11)V99.
002770 01  WS-FILE-KIND              PIC X(01).
002780 01  WS-STATEMENT-SW           PIC X(01).
002790     88  WS-STATEMENT-PRINTED      VALUE "P".
002800     88  WS-STATEMENT-HELD         VALUE "H".
002810     88  WS-STATEMENT-NONE         VALUE "N".
002820 01  WS-CUST-STATUS            PIC X(24).
002821 01  WS-CUST-FILING-KIND       PIC X(09).
002830*
002840*    LEDGER PROOF.
002850 01  WS-GL-PERIOD              PIC X(06) VALUE SPACES.
002860 01  WS-GL-FOUND-SW            PIC X(01) VALUE "N".
002870     88  WS-GL-FOUND               VALUE "Y".
002880 01  WS-GL-PROVABLE-SW         PIC X(01) VALUE "N".
002890     88  WS-GL-PROVABLE            VALUE "Y".
002900 01  WS-GL-YEAR-END            PIC S9(13)V99 VALUE 0.
002910 01  WS-GL-INTEREST            PIC S9(13)V99 VALUE 0.
002920 01  WS-GL-DIFFERENCE          PIC S9(13)V99 VALUE 0.
002930 01  WS-GL-PROVED-SW           PIC X(01) VALUE "N".
002940     88  WS-GL-PROVED              VALUE "Y".
002950*
002960 01  WS-BASE-AMOUNT            PIC S9(11)V99.
002970 01  WS-WITHHOLDING            PIC S9(11)V99.
002980 01  WS-CURR-STATUS            PIC 9(02).
002990 01  WS-CURR-UNKNOWN-COUNT     PIC 9(07) VALUE 0.
003000 01  WS-READ-COUNT             PIC 9(09) VALUE 0.
003010 01  WS-OTHER-YEAR-COUNT       PIC 9(09) VALUE 0.
003020 01  WS-INTEREST-COUNT         PIC 9(09) VALUE 0.
003030 01  WS-INTEREST-TOTAL         PIC S9(13)V99 VALUE 0.
003040 01  WS-WITHHELD-TOTAL         PIC S9(13)V99 VALUE 0.
003050 01  WS-FILED-CUST-COUNT       PIC 9(07) VALUE 0.
003060 01  WS-FILED-INTEREST-TOTAL   PIC S9(13)V99 VALUE 0.
003070 01  WS-FILED-WITHHELD-TOTAL   PIC S9(13)V99 VALUE 0.
003080 01  WS-UNFILED-CUST-COUNT     PIC 9(07) VALUE 0.
003090 01  WS-UNFILED-INTEREST-TOTAL PIC S9(13)V99 VALUE 0.
003100 01  WS-UNFILED-WITHHELD-TOTAL PIC S9(13)V99 VALUE 0.
003110 01  WS-CHECK-INTEREST         PIC S9(13)V99.
003120 01  WS-NO-TIN-COUNT           PIC 9(07) VALUE 0.
003130 01  WS-PRINTED-COUNT          PIC 9(07) VALUE 0.
003140 01  WS-HELD-COUNT             PIC 9(07) VALUE 0.
003150 01  WS-PRINT-LINE-COUNT       PIC 9(07) VALUE 0.
003160 01  WS-OVERFLOW-COUNT         PIC 9(07) VALUE 0.
003170 01  WS-DETAIL-COUNT           PIC 9(07) VALUE 0.
003180 01  WS-COUNT-EDIT             PIC ZZZ,ZZZ,ZZ9.
003190 01  WS-SMALL-EDIT             PIC ZZ9.
003200 01  WS-AMOUNT-EDIT            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
003210 01  WS-AMOUNT-EDIT-2          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
003220 01  WS-AMOUNT-EDIT-3          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
003230 01  WS-AMOUNT-EDIT-4          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
003240*
003250 01  WS-PRINT-TRAILER.
003260     05  WS-PT-ID              PIC X(04) VALUE "TRLR".
003270     05  WS-PT-STATEMENT-COUNT PIC 9(07).
003280     05  WS-PT-LINE-COUNT      PIC 9(07).
003290     05  WS-PT-RUN-DATE        PIC X(08).
003300     05  FILLER                PIC X(54) VALUE SPACES.
003310*
003320*    REPORT REPOSITORY.  A BLANK ENTITY IS RESOLVED BY RPTSAVE.
003330 01  WS-REPO-NAME              PIC X(15) VALUE "INTTAX.RPT".
003340 01  WS-REPO-JOB               PIC X(08) VALUE "INTTAX".
003350 01  WS-REPO-ENTITY            PIC X(04) VALUE SPACES.
003360 01  WS-REPO-STATUS            PIC 9(02).
003370 COPY SAMPREC.
003380 COPY CUSTREF.
003390 COPY ACCTREC.
003400 COPY GLBALREC.
003410 COPY TAXREC.
003420*
003430 PROCEDURE DIVISION.
003440*
003450 0000-MAINLINE.
003460     DISPLAY "INTTAX - YEAR-END INTEREST TAX REPORTING".
003470     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
003480     MOVE SPACES TO WS-ENV-VALUE.
003490     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SORT-RUNDATE".
003500     IF WS-ENV-VALUE NOT = SPACES
003510         MOVE WS-ENV-VALUE(1:8) TO WS-RUN-DATE
003520     ELSE
003530         MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE
003540     END-IF.
003550     PERFORM 1000-GET-PARAMETERS THRU 1000-EXIT.
003560     PERFORM 1100-LOAD-CONTROL THRU 1100-EXIT.
003570     PERFORM 1200-LOAD-CUSTREF THRU 1200-EXIT.
003580     PERFORM 1300-LOAD-REGISTER THRU 1300-EXIT.
003590     IF WS-ORIGINAL-RUN
003600         AND WS-YEAR-FILED-COUNT > 0
003610         DISPLAY "INTTAX - ", WS-TAX-YEAR-X,
003620             " IS ALREADY FILED, RE-FILE A CUSTOMER WITH",
003630             " TAX-CORRECT"
003640         MOVE 8 TO RETURN-CODE
003650         STOP RUN
003660     END-IF.
003670     SET FUNC-OPEN TO TRUE.
003680     MOVE SPACES TO WS-IO-AREA.
003690     MOVE WS-MASTER-FILE-NAME TO WS-IO-AREA(1:15).
003700     MOVE 130 TO WS-IO-LEN.
003710     CALL "RSMFCOB" USING WS-FUNC, WS-IO-AREA,
003720                           WS-IO-LEN, WS-RET-CODE.
003730     IF WS-RET-CODE = 0
003740         SET WS-MASTER-OPEN TO TRUE
003750     ELSE
003760         DISPLAY "INTTAX - CANNOT OPEN ACCOUNT MASTER, NAMES",
003770             " TAKEN FROM THE POSTINGS"
003780     END-IF.
003790     COMPUTE WS-CURSOR-MONTH = WS-TAX-YEAR * 100 + 1.
003800     COMPUTE WS-END-MONTH = WS-TAX-YEAR * 100 + 12.
003810     PERFORM 2000-READ-ONE-MONTH THRU 2000-EXIT
003820         UNTIL WS-CURSOR-MONTH > WS-END-MONTH.
003830     IF NOT WS-ORIGINAL-RUN
003840         PERFORM 2500-FIND-CORRECTED THRU 2500-EXIT
003850     END-IF.
003860     IF WS-MASTER-OPEN
003870         SET FUNC-CLOSE TO TRUE
003880         MOVE SPACES TO WS-IO-AREA
003890         CALL "RSMFCOB" USING WS-FUNC, WS-IO-AREA,
003900                               WS-IO-LEN, WS-RET-CODE
003910     END-IF.
003920     IF WS-MONTHS-READ = 0
003930         DISPLAY "INTTAX - NO ARCHIVE FILE FOR ",
003940             WS-TAX-YEAR-X
003950         MOVE 12 TO RETURN-CODE
003960         STOP RUN
003970     END-IF.
003980     PERFORM 3000-READ-LEDGER THRU 3000-EXIT.
003990     OPEN OUTPUT FILING-FILE.
004000     IF NOT WS-FILING-FILE-OK
004010         DISPLAY "INTTAX - CANNOT OPEN INTTAX.FIL"
004020         MOVE 12 TO RETURN-CODE
004030         STOP RUN
004040     END-IF.
004050     OPEN OUTPUT PRINT-FILE.
004060     IF NOT WS-PRINT-FILE-OK
004070         DISPLAY "INTTAX - CANNOT OPEN INTTAX.PRT"
004080         CLOSE FILING-FILE
004090         MOVE 12 TO RETURN-CODE
004100         STOP RUN
004110     END-IF.
004120     OPEN EXTEND TAXREG-FILE.
004130     IF WS-TAXREG-FILE-NOT-FOUND
004140         OPEN OUTPUT TAXREG-FILE
004150     END-IF.
004151     IF NOT WS-TAXREG-FILE-OK
004152         DISPLAY "INTTAX - CANNOT OPEN INTTAX.REG, STATUS ",
004153             WS-TAXREG-FILE-STATUS
004154         CLOSE FILING-FILE
004155         CLOSE PRINT-FILE
004156         MOVE 12 TO RETURN-CODE
004157         STOP RUN
004158     END-IF.
004160     MOVE SPACES TO TAX-FILING-HEADER.
004170     MOVE "H" TO TAX-HDR-RECORD-TYPE.
004180     MOVE WS-TAX-YEAR-X TO TAX-HDR-YEAR.
004190     IF WS-ORIGINAL-RUN
004200         MOVE "O" TO TAX-HDR-FILING-KIND
004210     ELSE
004220         MOVE "C" TO TAX-HDR-FILING-KIND
004230     END-IF.
004240     MOVE WS-PAYER-ID TO TAX-HDR-PAYER-ID.
004250     MOVE WS-PAYER-NAME TO TAX-HDR-PAYER-NAME.
004260     MOVE WS-RUN-DATE TO TAX-HDR-CREATED-DATE.
004270     MOVE TAX-FILING-HEADER TO FILING-RECORD.
004280     WRITE FILING-RECORD.
004290     OPEN OUTPUT REPORT-FILE.
004300     PERFORM 8000-WRITE-HEADING THRU 8000-EXIT.
004310     PERFORM 4000-FILE-ONE-CUSTOMER THRU 4000-EXIT
004320         VARYING WS-CUST-IDX FROM 1 BY 1
004330         UNTIL WS-CUST-IDX > WS-CUST-COUNT.
004340     MOVE SPACES TO TAX-FILING-TRAILER.
004350     MOVE "T" TO TAX-TRL-RECORD-TYPE.
004360     MOVE WS-TAX-YEAR-X TO TAX-TRL-YEAR.
004370     MOVE WS-DETAIL-COUNT TO TAX-TRL-DETAIL-COUNT.
004380     MOVE 0 TO TAX-TRL-TOTAL-INTEREST.
004390     MOVE 0 TO TAX-TRL-TOTAL-WITHHELD.
004400     PERFORM 4900-ADD-TRAILER-TOTALS THRU 4900-EXIT
004410         VARYING WS-CUST-IDX FROM 1 BY 1
004420         UNTIL WS-CUST-IDX > WS-CUST-COUNT.
004430     MOVE TAX-FILING-TRAILER TO FILING-RECORD.
004440     WRITE FILING-RECORD.
004450     MOVE WS-PRINTED-COUNT TO WS-PT-STATEMENT-COUNT.
004460     MOVE WS-PRINT-LINE-COUNT TO WS-PT-LINE-COUNT.
004470     MOVE WS-RUN-DATE TO WS-PT-RUN-DATE.
004480     MOVE WS-PRINT-TRAILER TO PRINT-LINE.
004490     WRITE PRINT-LINE.
004500     CLOSE FILING-FILE, PRINT-FILE, TAXREG-FILE.
004510     PERFORM 8200-WRITE-TOTALS THRU 8200-EXIT.
004520     PERFORM 8300-WRITE-LEDGER-PROOF THRU 8300-EXIT.
004530     CLOSE REPORT-FILE.
004540     CALL "RPTSAVE" USING WS-REPO-NAME, WS-REPO-JOB,
004550                          WS-REPO-ENTITY, WS-REPO-STATUS.
004560     IF WS-REPO-STATUS NOT = ZERO
004570         DISPLAY "INTTAX - REPORT NOT FILED IN THE",
004580             " REPOSITORY, STATUS ", WS-REPO-STATUS
004590     END-IF.
004600     MOVE WS-DETAIL-COUNT TO WS-COUNT-EDIT.
004610     DISPLAY "INTTAX - CUSTOMERS FILED    = ", WS-COUNT-EDIT.
004620     MOVE WS-PRINTED-COUNT TO WS-COUNT-EDIT.
004630     DISPLAY "INTTAX - STATEMENTS PRINTED = ", WS-COUNT-EDIT.
004640     MOVE WS-HELD-COUNT TO WS-COUNT-EDIT.
004650     DISPLAY "INTTAX - STATEMENTS HELD    = ", WS-COUNT-EDIT.
004660     EVALUATE TRUE
004670         WHEN WS-OVERFLOW-COUNT > 0
004680             MOVE 8 TO RETURN-CODE
004690         WHEN NOT WS-GL-PROVED
004700             OR WS-MONTHS-MISSING > 0
004710             OR WS-HELD-COUNT > 0
004720             MOVE 4 TO RETURN-CODE
004730         WHEN OTHER
004740             MOVE 0 TO RETURN-CODE
004750     END-EVALUATE.
004760     STOP RUN.
004770*
004780 1000-GET-PARAMETERS.
004790     MOVE SPACES TO WS-ENV-VALUE.
004800     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "TAX-YEAR".
004810     IF WS-ENV-VALUE = SPACES
004820         MOVE WS-RUN-DATE(1:4) TO WS-TAX-YEAR-X
004830         SUBTRACT 1 FROM WS-TAX-YEAR
004840     ELSE
004850         IF WS-ENV-VALUE(1:4) NOT NUMERIC
004860             OR WS-ENV-VALUE(5:11) NOT = SPACES
004870             DISPLAY "INTTAX - TAX-YEAR MUST BE CCYY"
004880             MOVE 8 TO RETURN-CODE
004890             STOP RUN
004900         END-IF
004910         MOVE WS-ENV-VALUE(1:4) TO WS-TAX-YEAR-X
004920     END-IF.
004930     COMPUTE WS-NEXT-YEAR = WS-TAX-YEAR + 1.
004940     MOVE SPACES TO WS-ENV-VALUE.
004950     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "TAX-CORRECT".
004960     MOVE WS-ENV-VALUE(1:10) TO WS-CORRECT-CUST-ID.
004970 1000-EXIT.
004980     EXIT.
004990*
005000*    A MISSING INTTAX.TBL LEAVES TYPE "IN", 24 PERCENT, A 10.00
005010*    MINIMUM AND NO GL PROOF.
005020 1100-LOAD-CONTROL.
005030     OPEN INPUT CONTROL-FILE.
005040     IF WS-CONTROL-FILE-OK
005050         PERFORM 1110-LOAD-ONE-ENTRY THRU 1110-EXIT
005060             UNTIL WS-CONTROL-FILE-EOF
005070         CLOSE CONTROL-FILE
005080     ELSE
005090         DISPLAY "INTTAX - NO INTTAX.TBL, DEFAULTS TAKEN"
005100     END-IF.
005110     IF WS-TABLE-SKIPPED > 0
005120         MOVE WS-TABLE-SKIPPED TO WS-SMALL-EDIT
005130         DISPLAY "INTTAX - INTTAX.TBL LINES SKIPPED = ",
005140             WS-SMALL-EDIT
005150     END-IF.
005160     IF WS-TYPE-COUNT = 0
005170         MOVE 1 TO WS-TYPE-COUNT
005180         MOVE "IN" TO WS-TYPE-ENTRY(1)
005190     END-IF.
005200     IF WS-RATE-COUNT = 0
005210         MOVE 1 TO WS-RATE-COUNT
005220         MOVE "00000000" TO WS-RATE-FROM(1)
005230         MOVE 24.0000 TO WS-RATE-PERCENT(1)
005240     END-IF.
005250 1100-EXIT.
005260     EXIT.
005270*
005280 1110-LOAD-ONE-ENTRY.
005290     READ CONTROL-FILE
005300         AT END
005310             GO TO 1110-EXIT
005320     END-READ.
005330     EVALUATE CONTROL-FILE-RECORD(1:4)
005340         WHEN "TYPE"
005350             IF CONTROL-FILE-RECORD(6:2) = SPACES
005360                 OR WS-TYPE-COUNT = 20
005370                 ADD 1 TO WS-TABLE-SKIPPED
005380             ELSE
005390                 ADD 1 TO WS-TYPE-COUNT
005400                 MOVE CONTROL-FILE-RECORD(6:2)
005410                     TO WS-TYPE-ENTRY(WS-TYPE-COUNT)
005420             END-IF
005430         WHEN "RATE"
005440             PERFORM 1120-LOAD-ONE-RATE THRU 1120-EXIT
005450         WHEN "MINM"
005460             MOVE CONTROL-FILE-RECORD(6:13) TO WS-FIELD-TEXT
005470             IF WS-FIELD-TEXT NUMERIC
005480                 MOVE WS-FIELD-AMOUNT TO WS-MINIMUM
005490             ELSE
005500                 ADD 1 TO WS-TABLE-SKIPPED
005510             END-IF
005520         WHEN "GLAC"
005530             MOVE CONTROL-FILE-RECORD(6:8) TO WS-GL-ACCOUNT
005540         WHEN "GLOP"
005550             MOVE CONTROL-FILE-RECORD(6:15) TO WS-LONG-TEXT
005560             IF WS-LONG-TEXT NUMERIC
005570                 MOVE WS-LONG-AMOUNT TO WS-GL-CARRIED
005580             ELSE
005590                 ADD 1 TO WS-TABLE-SKIPPED
005600             END-IF
005610         WHEN "PAYR"
005620             MOVE CONTROL-FILE-RECORD(6:11) TO WS-PAYER-ID
005630             MOVE CONTROL-FILE-RECORD(18:30) TO WS-PAYER-NAME
005640         WHEN OTHER
005650             CONTINUE
005660     END-EVALUATE.
005670 1110-EXIT.
005680     EXIT.
005690*
005700 1120-LOAD-ONE-RATE.
005710     MOVE CONTROL-FILE-RECORD(15:6) TO WS-RATE-TEXT.
005720     IF CONTROL-FILE-RECORD(6:8) NOT NUMERIC
005730         OR WS-RATE-TEXT NOT NUMERIC
005740         OR WS-RATE-COUNT = 20
005750         ADD 1 TO WS-TABLE-SKIPPED
005760         GO TO 1120-EXIT
005770     END-IF.
005780     IF WS-RATE-COUNT > 0
005790         IF CONTROL-FILE-RECORD(6:8)
005800             NOT > WS-RATE-FROM(WS-RATE-COUNT)
005810             ADD 1 TO WS-TABLE-SKIPPED
005820             GO TO 1120-EXIT
005830         END-IF
005840     END-IF.
005850     ADD 1 TO WS-RATE-COUNT.
005860     MOVE CONTROL-FILE-RECORD(6:8) TO WS-RATE-FROM(WS-RATE-COUNT).
005870     MOVE WS-RATE-VALUE TO WS-RATE-PERCENT(WS-RATE-COUNT).
005880 1120-EXIT.
005890     EXIT.
005900*
005910*    WITHOUT CUSTREF.DAT EVERY ACCOUNT IS ITS OWN CUSTOMER,
005920*    NO CUSTOMER HAS A TAX ID AND EVERY STATEMENT IS HELD.
005930 1200-LOAD-CUSTREF.
005940     OPEN INPUT CUSTREF-FILE.
005950     IF NOT WS-CUSTREF-FILE-OK
005960         DISPLAY "INTTAX - NO CUSTREF.DAT, NO TAX IDS OR ",
005970             "ADDRESSES ON FILE"
005980         GO TO 1200-EXIT
005990     END-IF.
006000     PERFORM 1210-LOAD-ONE-CUSTREF THRU 1210-EXIT
006010         UNTIL WS-CUSTREF-FILE-EOF.
006020     CLOSE CUSTREF-FILE.
006030 1200-EXIT.
006040     EXIT.
006050*
006060 1210-LOAD-ONE-CUSTREF.
006070     READ CUSTREF-FILE
006080         AT END
006090             GO TO 1210-EXIT
006100     END-READ.
006110     IF CUSTREF-FILE-RECORD(1:10) = SPACES
006120         GO TO 1210-EXIT
006130     END-IF.
006140     IF WS-CREF-COUNT = 5000
006150         IF WS-OVERFLOW-COUNT = 0
006160             DISPLAY "INTTAX - MORE THAN 5000 LINES ON ",
006170                 "CUSTREF.DAT"
006180         END-IF
006190         ADD 1 TO WS-OVERFLOW-COUNT
006200         GO TO 1210-EXIT
006210     END-IF.
006220     ADD 1 TO WS-CREF-COUNT.
006230     MOVE CUSTREF-FILE-RECORD TO WS-CREF-ENTRY(WS-CREF-COUNT).
006240 1210-EXIT.
006250     EXIT.
006260*
006270*    ONLY THE TAX YEAR'S LINES MATTER; A LATER LINE FOR THE SAME
006280*    CUSTOMER REPLACES AN EARLIER ONE.
006290 1300-LOAD-REGISTER.
006300     OPEN INPUT TAXREG-FILE.
006310     IF NOT WS-TAXREG-FILE-OK
006320         GO TO 1300-EXIT
006330     END-IF.
006340     PERFORM 1310-LOAD-ONE-FILING THRU 1310-EXIT
006350         UNTIL WS-TAXREG-FILE-EOF.
006360     CLOSE TAXREG-FILE.
006370 1300-EXIT.
006380     EXIT.
006390*
006400 1310-LOAD-ONE-FILING.
006410     READ TAXREG-FILE
006420         AT END
006430             GO TO 1310-EXIT
006440     END-READ.
006450     MOVE TAXREG-LINE TO TAX-REG-RECORD.
006460     IF TAX-REG-YEAR NOT = WS-TAX-YEAR-X
006470         GO TO 1310-EXIT
006480     END-IF.
006490     ADD 1 TO WS-YEAR-FILED-COUNT.
006500     MOVE TAX-REG-CUSTOMER-ID TO WS-WANTED-CUST-ID.
006510     PERFORM 1320-FIND-FILED THRU 1320-EXIT.
006520     IF WS-FILED-SUB = 0
006530         IF WS-FILED-COUNT = 5000
006540             IF WS-OVERFLOW-COUNT = 0
006550                 DISPLAY "INTTAX - MORE THAN 5000 CUSTOMERS ",
006560                     "FILED ON INTTAX.REG"
006570             END-IF
006580             ADD 1 TO WS-OVERFLOW-COUNT
006590             GO TO 1310-EXIT
006600         END-IF
006610         ADD 1 TO WS-FILED-COUNT
006620         MOVE WS-FILED-COUNT TO WS-FILED-SUB
006630     END-IF.
006640     MOVE TAX-REG-CUSTOMER-ID TO WS-FILED-CUST-ID(WS-FILED-SUB).
006650     MOVE TAX-REG-KIND TO WS-FILED-KIND(WS-FILED-SUB).
006660     MOVE TAX-REG-INTEREST TO WS-FILED-INTEREST(WS-FILED-SUB).
006670     MOVE TAX-REG-WITHHELD TO WS-FILED-WITHHELD(WS-FILED-SUB).
006680     MOVE TAX-REG-RUN-DATE TO WS-FILED-DATE(WS-FILED-SUB).
006690 1310-EXIT.
006700     EXIT.
006710*
006720 1320-FIND-FILED.
006730     MOVE 0 TO WS-FILED-SUB.
006740     PERFORM 1330-MATCH-FILED THRU 1330-EXIT
006750         VARYING WS-FILED-IDX FROM 1 BY 1
006760         UNTIL WS-FILED-IDX > WS-FILED-COUNT
006770            OR WS-FILED-SUB > 0.
006780 1320-EXIT.
006790     EXIT.
006800*
006810 1330-MATCH-FILED.
006820     IF WS-FILED-CUST-ID(WS-FILED-IDX) = WS-WANTED-CUST-ID
006830         SET WS-FILED-SUB TO WS-FILED-IDX
006840     END-IF.
006850 1330-EXIT.
006860     EXIT.
006870*
006880*    A MONTH WITH NO ARCHIVE FILE IS COUNTED AND NOTED ON THE
006890*    REPORT, SO A GAP IN THE YEAR CANNOT GO UNSEEN.
006900 2000-READ-ONE-MONTH.
006910     MOVE SPACES TO WS-ARCH-FILE-NAME.
006920     STRING "ARCH-"           DELIMITED BY SIZE
006930            WS-CURSOR-MONTH   DELIMITED BY SIZE
006940            ".DAT"            DELIMITED BY SIZE
006950         INTO WS-ARCH-FILE-NAME.
006960     OPEN INPUT ARCH-FILE.
006970     IF WS-ARCH-FILE-OK
006980         ADD 1 TO WS-MONTHS-READ
006990         PERFORM 2010-READ-ONE-POSTING THRU 2010-EXIT
007000             UNTIL WS-ARCH-FILE-EOF
007010         CLOSE ARCH-FILE
007020     ELSE
007030         ADD 1 TO WS-MONTHS-MISSING
007040         DISPLAY "INTTAX - NO ARCHIVE FILE ", WS-ARCH-FILE-NAME
007050     END-IF.
007060     ADD 1 TO WS-CUR-MONTH.
007070     IF WS-CUR-MONTH > 12
007080         ADD 1 TO WS-CUR-YEAR
007090         MOVE 1 TO WS-CUR-MONTH
007100     END-IF.
007110 2000-EXIT.
007120     EXIT.
007130*
007140 2010-READ-ONE-POSTING.
007150     READ ARCH-FILE
007160         AT END
007170             GO TO 2010-EXIT
007180     END-READ.
007190     MOVE ARCH-RECORD TO SAMP-DETAIL-RECORD.
007200     ADD 1 TO WS-READ-COUNT.
007210     IF SAMP-TRANSACTION-DATE(1:4) NOT = WS-TAX-YEAR-X
007220         ADD 1 TO WS-OTHER-YEAR-COUNT
007230         GO TO 2010-EXIT
007240     END-IF.
007250     MOVE "N" TO WS-TYPE-MATCH-SW.
007260     PERFORM 2020-MATCH-TYPE THRU 2020-EXIT
007270         VARYING WS-TYPE-IDX FROM 1 BY 1
007280         UNTIL WS-TYPE-IDX > WS-TYPE-COUNT
007290            OR WS-TYPE-MATCHED.
007300     IF NOT WS-TYPE-MATCHED
007310         GO TO 2010-EXIT
007320     END-IF.
007330     PERFORM 2100-FIND-ACCOUNT THRU 2100-EXIT.
007340     IF WS-ACCT-SUB = 0
007350         GO TO 2010-EXIT
007360     END-IF.
007370     ADD 1 TO WS-INTEREST-COUNT.
007380     CALL "CURRCONV" USING SAMP-CURRENCY-CODE,
007390                            SAMP-TRANSACTION-AMOUNT,
007400                            WS-BASE-AMOUNT,
007410                            WS-CURR-STATUS.
007420     IF WS-CURR-STATUS = 8
007430         ADD 1 TO WS-CURR-UNKNOWN-COUNT
007440     END-IF.
007450     MOVE WS-ACCT-CUST-SUB(WS-ACCT-SUB) TO WS-CUST-SUB.
007460     MOVE 0 TO WS-WITHHOLDING.
007470     IF WS-CUST-TIN(WS-CUST-SUB) = SPACES
007480         PERFORM 2300-FIND-RATE THRU 2300-EXIT
007490         COMPUTE WS-WITHHOLDING ROUNDED =
007500             WS-BASE-AMOUNT * WS-RATE-IN-FORCE / 100
007510     END-IF.
007520     ADD WS-BASE-AMOUNT TO WS-ACCT-INTEREST(WS-ACCT-SUB).
007530     ADD WS-BASE-AMOUNT TO WS-CUST-INTEREST(WS-CUST-SUB).
007540     ADD WS-WITHHOLDING TO WS-CUST-WITHHELD(WS-CUST-SUB).
007550     ADD 1 TO WS-CUST-POSTINGS(WS-CUST-SUB).
007560     ADD WS-BASE-AMOUNT TO WS-INTEREST-TOTAL.
007570     ADD WS-WITHHOLDING TO WS-WITHHELD-TOTAL.
007580 2010-EXIT.
007590     EXIT.
007600*
007610 2020-MATCH-TYPE.
007620     IF WS-TYPE-ENTRY(WS-TYPE-IDX) = SAMP-TRANSACTION-TYPE
007630         SET WS-TYPE-MATCHED TO TRUE
007640     END-IF.
007650 2020-EXIT.
007660     EXIT.
007670*
007680*    FINDS, OR ADDS, THE ACCOUNT OF THE POSTING AND ITS
007690*    CUSTOMER.  THE LAST ACCOUNT FOUND IS TRIED FIRST, SINCE
007700*    AN ARCHIVE MONTH IS IN ACCOUNT ORDER.  A FULL TABLE
007710*    LEAVES WS-ACCT-SUB ZERO AND THE POSTING IS NOT TAKEN.
007720 2100-FIND-ACCOUNT.
007730     IF WS-ACCT-SUB > 0
007740         IF WS-ACCT-NUMBER(WS-ACCT-SUB) = SAMP-ACCOUNT-NUMBER
007750             GO TO 2100-EXIT
007760         END-IF
007770     END-IF.
007780     MOVE 0 TO WS-ACCT-SUB.
007790     PERFORM 2110-MATCH-ACCOUNT THRU 2110-EXIT
007800         VARYING WS-ACCT-IDX FROM 1 BY 1
007810         UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
007820            OR WS-ACCT-SUB > 0.
007830     IF WS-ACCT-SUB > 0
007840         GO TO 2100-EXIT
007850     END-IF.
007860     IF WS-ACCT-COUNT = 10000
007870         IF WS-OVERFLOW-COUNT = 0
007880             DISPLAY "INTTAX - MORE THAN 10000 ACCOUNTS ",
007890                 "PAID INTEREST"
007900         END-IF
007910         ADD 1 TO WS-OVERFLOW-COUNT
007920         GO TO 2100-EXIT
007930     END-IF.
007940     MOVE 0 TO WS-CREF-SUB.
007950     PERFORM 2120-MATCH-CREF-ACCOUNT THRU 2120-EXIT
007960         VARYING WS-CREF-IDX FROM 1 BY 1
007970         UNTIL WS-CREF-IDX > WS-CREF-COUNT
007980            OR WS-CREF-SUB > 0.
007990     IF WS-CREF-SUB > 0
008000         MOVE WS-CREF-ENTRY(WS-CREF-SUB) TO CUST-REF-RECORD
008010         MOVE CUST-CUSTOMER-ID TO WS-WANTED-CUST-ID
008020     ELSE
008030         MOVE SAMP-ACCOUNT-NUMBER TO WS-WANTED-CUST-ID
008040     END-IF.
008050     PERFORM 2200-FIND-CUSTOMER THRU 2200-EXIT.
008060     IF WS-CUST-SUB = 0
008070         GO TO 2100-EXIT
008080     END-IF.
008090     ADD 1 TO WS-ACCT-COUNT.
008100     MOVE WS-ACCT-COUNT TO WS-ACCT-SUB.
008110     MOVE SAMP-ACCOUNT-NUMBER TO WS-ACCT-NUMBER(WS-ACCT-SUB).
008120     MOVE WS-CUST-SUB TO WS-ACCT-CUST-SUB(WS-ACCT-SUB).
008130     MOVE 0 TO WS-ACCT-INTEREST(WS-ACCT-SUB).
008140 2100-EXIT.
008150     EXIT.
008160*
008170 2110-MATCH-ACCOUNT.
008180     IF WS-ACCT-NUMBER(WS-ACCT-IDX) = SAMP-ACCOUNT-NUMBER
008190         SET WS-ACCT-SUB TO WS-ACCT-IDX
008200     END-IF.
008210 2110-EXIT.
008220     EXIT.
008230*
008240 2120-MATCH-CREF-ACCOUNT.
008250     IF WS-CREF-ENTRY(WS-CREF-IDX)(1:10) = SAMP-ACCOUNT-NUMBER
008260         SET WS-CREF-SUB TO WS-CREF-IDX
008270     END-IF.
008280 2120-EXIT.
008290     EXIT.
008300*
008310*    FINDS, OR ADDS, THE CUSTOMER IN WS-WANTED-CUST-ID.  A NEW
008320*    CUSTOMER TAKES NAME AND ADDRESS FROM ITS FIRST CUSTREF
008330*    LINE AND THE TAX ID FROM WHICHEVER OF ITS LINES CARRIES
008340*    ONE.  WITH NO CUSTREF LINE THE NAME COMES FROM ACCTMST,
008350*    OR FROM THE POSTING WHEN THE MASTER HAS NO SUCH ACCOUNT.
008360 2200-FIND-CUSTOMER.
008370     MOVE 0 TO WS-CUST-SUB.
008380     PERFORM 2210-MATCH-CUSTOMER THRU 2210-EXIT
008390         VARYING WS-CUST-IDX FROM 1 BY 1
008400         UNTIL WS-CUST-IDX > WS-CUST-COUNT
008410            OR WS-CUST-SUB > 0.
008420     IF WS-CUST-SUB > 0
008430         GO TO 2200-EXIT
008440     END-IF.
008450     IF WS-CUST-COUNT = 5000
008460         IF WS-OVERFLOW-COUNT = 0
008470             DISPLAY "INTTAX - MORE THAN 5000 CUSTOMERS ",
008480                 "PAID INTEREST"
008490         END-IF
008500         ADD 1 TO WS-OVERFLOW-COUNT
008510         GO TO 2200-EXIT
008520     END-IF.
008530     ADD 1 TO WS-CUST-COUNT.
008540     MOVE WS-CUST-COUNT TO WS-CUST-SUB.
008550     INITIALIZE WS-CUST-ENTRY(WS-CUST-SUB).
008560     MOVE WS-WANTED-CUST-ID TO WS-CUST-ID(WS-CUST-SUB).
008570     MOVE 0 TO WS-CREF-SUB.
008580     PERFORM 2220-MATCH-CREF-CUSTOMER THRU 2220-EXIT
008590         VARYING WS-CREF-IDX FROM 1 BY 1
008600         UNTIL WS-CREF-IDX > WS-CREF-COUNT.
008610     IF WS-CREF-SUB > 0
008620         GO TO 2200-EXIT
008630     END-IF.
008640     MOVE SAMP-CUSTOMER-NAME TO WS-CUST-NAME(WS-CUST-SUB).
008650     IF NOT WS-MASTER-OPEN
008660         GO TO 2200-EXIT
008670     END-IF.
008680     SET FUNC-READ TO TRUE.
008690     MOVE SPACES TO WS-IO-AREA.
008700     MOVE WS-WANTED-CUST-ID TO WS-IO-AREA(1:10).
008710     MOVE 130 TO WS-IO-LEN.
008720     CALL "RSMFCOB" USING WS-FUNC, WS-IO-AREA,
008730                           WS-IO-LEN, WS-RET-CODE.
008740     IF WS-RET-CODE = 0
008750         MOVE WS-IO-AREA(1:130) TO ACCT-MASTER-RECORD
008760         MOVE ACCT-CUSTOMER-NAME TO WS-CUST-NAME(WS-CUST-SUB)
008770     END-IF.
008780 2200-EXIT.
008790     EXIT.
008800*
008810 2210-MATCH-CUSTOMER.
008820     IF WS-CUST-ID(WS-CUST-IDX) = WS-WANTED-CUST-ID
008830         SET WS-CUST-SUB TO WS-CUST-IDX
008840     END-IF.
008850 2210-EXIT.
008860     EXIT.
008870*
008880 2220-MATCH-CREF-CUSTOMER.
008890     MOVE WS-CREF-ENTRY(WS-CREF-IDX) TO CUST-REF-RECORD.
008900     IF CUST-CUSTOMER-ID NOT = WS-WANTED-CUST-ID
008910         GO TO 2220-EXIT
008920     END-IF.
008930     IF WS-CREF-SUB = 0
008940         SET WS-CREF-SUB TO WS-CREF-IDX
008950         MOVE CUST-NAME TO WS-CUST-NAME(WS-CUST-SUB)
008960         MOVE CUST-ADDRESS TO WS-CUST-ADDRESS(WS-CUST-SUB)
008970         MOVE CUST-CITY TO WS-CUST-CITY(WS-CUST-SUB)
008980         MOVE CUST-POSTAL-CODE TO WS-CUST-POSTAL(WS-CUST-SUB)
008990     END-IF.
009000     IF WS-CUST-TIN(WS-CUST-SUB) = SPACES
009010         MOVE CUST-TAX-ID TO WS-CUST-TIN(WS-CUST-SUB)
009020     END-IF.
009030 2220-EXIT.
009040     EXIT.
009050*
009060*    THE RATE IN FORCE ON THE POSTING DATE IS THE LAST RATE
009070*    LINE DATED ON OR BEFORE IT.
009080 2300-FIND-RATE.
009090     MOVE WS-RATE-PERCENT(1) TO WS-RATE-IN-FORCE.
009100     PERFORM 2310-CHECK-ONE-RATE THRU 2310-EXIT
009110         VARYING WS-RATE-IDX FROM 2 BY 1
009120         UNTIL WS-RATE-IDX > WS-RATE-COUNT.
009130 2300-EXIT.
009140     EXIT.
009150*
009160 2310-CHECK-ONE-RATE.
009170     IF WS-RATE-FROM(WS-RATE-IDX) NOT > SAMP-TRANSACTION-DATE
009180         MOVE WS-RATE-PERCENT(WS-RATE-IDX) TO WS-RATE-IN-FORCE
009190     END-IF.
009200 2310-EXIT.
009210     EXIT.
009220*
009230*    THE CUSTOMER BEING CORRECTED MAY HAVE NO INTEREST LEFT IN
009240*    THE YEAR AT ALL, IN WHICH CASE IT IS ADDED WITH ZERO
009250*    TOTALS SO THE CORRECTION CAN TAKE THE FILING BACK TO ZERO.
009260 2500-FIND-CORRECTED.
009270     MOVE WS-CORRECT-CUST-ID TO WS-WANTED-CUST-ID.
009280     PERFORM 1320-FIND-FILED THRU 1320-EXIT.
009290     MOVE 0 TO WS-CUST-SUB.
009300     PERFORM 2210-MATCH-CUSTOMER THRU 2210-EXIT
009310         VARYING WS-CUST-IDX FROM 1 BY 1
009320         UNTIL WS-CUST-IDX > WS-CUST-COUNT
009330            OR WS-CUST-SUB > 0.
009340     IF WS-CUST-SUB > 0
009350         GO TO 2500-EXIT
009360     END-IF.
009370     IF WS-FILED-SUB = 0
009380         DISPLAY "INTTAX - CUSTOMER ", WS-CORRECT-CUST-ID,
009390             " HAS NO INTEREST AND NO FILING FOR ",
009400             WS-TAX-YEAR-X
009410         MOVE 8 TO RETURN-CODE
009420         STOP RUN
009430     END-IF.
009440     MOVE SPACES TO SAMP-CUSTOMER-NAME.
009450     PERFORM 2200-FIND-CUSTOMER THRU 2200-EXIT.
009460 2500-EXIT.
009470     EXIT.
009480*
009490*    GLBAL.DAT HOLDS ONLY THE OPEN PERIOD, SO THE TAX YEAR'S
009500*    CLOSING IS READ FROM DECEMBER'S CLOSING OR JANUARY'S
009510*    OPENING.  THE INTEREST EXPENSE ACCOUNT IS DEBIT-NORMAL,
009520*    THE SAME SENSE AS INTEREST PAID TO CUSTOMERS.
009530 3000-READ-LEDGER.
009540     IF WS-GL-ACCOUNT = SPACES
009550         GO TO 3000-EXIT
009560     END-IF.
009570     OPEN INPUT BALANCE-FILE.
009580     IF NOT WS-BALANCE-FILE-OK
009590         DISPLAY "INTTAX - NO GLBAL.DAT, NO GL PROOF"
009600         GO TO 3000-EXIT
009610     END-IF.
009620     PERFORM 3010-READ-ONE-BALANCE THRU 3010-EXIT
009630         UNTIL WS-BALANCE-FILE-EOF.
009640     CLOSE BALANCE-FILE.
009650     IF WS-GL-PROVABLE
009660         COMPUTE WS-GL-INTEREST = WS-GL-YEAR-END
009670             - WS-GL-CARRIED
009680         COMPUTE WS-GL-DIFFERENCE = WS-INTEREST-TOTAL
009690             - WS-GL-INTEREST
009700         IF WS-GL-DIFFERENCE = 0
009710             SET WS-GL-PROVED TO TRUE
009720         END-IF
009730     END-IF.
009740 3000-EXIT.
009750     EXIT.
009760*
009770 3010-READ-ONE-BALANCE.
009780     READ BALANCE-FILE
009790         AT END
009800             GO TO 3010-EXIT
009810     END-READ.
009820     MOVE BALANCE-LINE TO GLBAL-CONTROL-RECORD.
009830     IF GLBAL-IS-CONTROL
009840         MOVE GLBAL-CTL-PERIOD TO WS-GL-PERIOD
009850         GO TO 3010-EXIT
009860     END-IF.
009870     MOVE BALANCE-LINE TO GLBAL-RECORD.
009880     IF GLBAL-ACCOUNT NOT = WS-GL-ACCOUNT
009890         GO TO 3010-EXIT
009900     END-IF.
009910     SET WS-GL-FOUND TO TRUE.
009920     IF GLBAL-PERIOD(1:4) = WS-TAX-YEAR-X
009930         AND GLBAL-PERIOD(5:2) = "12"
009940         MOVE GLBAL-CLOSING TO WS-GL-YEAR-END
009950         SET WS-GL-PROVABLE TO TRUE
009960         GO TO 3010-EXIT
009970     END-IF.
009980     IF GLBAL-PERIOD(1:4) = WS-NEXT-YEAR
009990         AND GLBAL-PERIOD(5:2) = "01"
010000         MOVE GLBAL-OPENING TO WS-GL-YEAR-END
010010         SET WS-GL-PROVABLE TO TRUE
010020     END-IF.
010030     MOVE GLBAL-PERIOD TO WS-GL-PERIOD.
010040 3010-EXIT.
010050     EXIT.
010060*
010070*    AN ORIGINAL RUN FILES EVERY CUSTOMER AT OR OVER THE
010080*    MINIMUM OR WITH TAX WITHHELD; A CORRECTION RUN FILES ONLY
010090*    THE CUSTOMER BEING CORRECTED, WHATEVER THE AMOUNTS, AS A
010100*    CORRECTION IF IT WAS FILED BEFORE AND AS A LATE ORIGINAL
010110*    IF IT WAS NOT.  A NET NEGATIVE TOTAL IS FILED AS ZERO.
010120 4000-FILE-ONE-CUSTOMER.
010130     SET WS-CUST-SUB TO WS-CUST-IDX.
010140     MOVE 0 TO WS-FILE-INTEREST.
010150     MOVE 0 TO WS-FILE-WITHHELD.
010160     IF WS-CUST-INTEREST(WS-CUST-SUB) > 0
010170         MOVE WS-CUST-INTEREST(WS-CUST-SUB) TO WS-FILE-INTEREST
010180     END-IF.
010190     IF WS-CUST-WITHHELD(WS-CUST-SUB) > 0
010200         MOVE WS-CUST-WITHHELD(WS-CUST-SUB) TO WS-FILE-WITHHELD
010210     END-IF.
010220     IF WS-CUST-TIN(WS-CUST-SUB) = SPACES
010230         ADD 1 TO WS-NO-TIN-COUNT
010240     END-IF.
010250     SET WS-STATEMENT-NONE TO TRUE.
010260     MOVE SPACES TO WS-CUST-STATUS.
010261     MOVE SPACES TO WS-CUST-FILING-KIND.
010270     IF WS-ORIGINAL-RUN
010280         IF WS-FILE-INTEREST < WS-MINIMUM
010290             AND WS-FILE-WITHHELD = 0
010300             MOVE "UNDER MINIMUM" TO WS-CUST-STATUS
010310             GO TO 4000-NOT-FILED
010320         END-IF
010330         MOVE "O" TO WS-FILE-KIND
010340         GO TO 4000-FILE
010350     END-IF.
010360     IF WS-CUST-ID(WS-CUST-SUB) NOT = WS-CORRECT-CUST-ID
010370         GO TO 4000-NOT-FILED
010380     END-IF.
010390     MOVE WS-CORRECT-CUST-ID TO WS-WANTED-CUST-ID.
010400     PERFORM 1320-FIND-FILED THRU 1320-EXIT.
010410     IF WS-FILED-SUB > 0
010420         MOVE "C" TO WS-FILE-KIND
010430     ELSE
010440         MOVE "O" TO WS-FILE-KIND
010450     END-IF.
010460 4000-FILE.
010470     ADD 1 TO WS-FILED-CUST-COUNT.
010480     ADD WS-CUST-INTEREST(WS-CUST-SUB)
010490         TO WS-FILED-INTEREST-TOTAL.
010500     ADD WS-CUST-WITHHELD(WS-CUST-SUB)
010510         TO WS-FILED-WITHHELD-TOTAL.
010520     PERFORM 5000-WRITE-FILING-DETAIL THRU 5000-EXIT.
010530     PERFORM 7000-WRITE-REGISTER THRU 7000-EXIT.
010540     IF WS-CUST-ADDRESS(WS-CUST-SUB) = SPACES
010550         SET WS-STATEMENT-HELD TO TRUE
010560         ADD 1 TO WS-HELD-COUNT
010570         MOVE "FILED, STATEMENT HELD" TO WS-CUST-STATUS
010580     ELSE
010590         SET WS-STATEMENT-PRINTED TO TRUE
010600         ADD 1 TO WS-PRINTED-COUNT
010610         PERFORM 6000-PRINT-STATEMENT THRU 6000-EXIT
010620         MOVE "FILED" TO WS-CUST-STATUS
010630     END-IF.
010640     IF WS-FILE-KIND = "C"
010650         MOVE "CORRECTED" TO WS-CUST-FILING-KIND
010660     END-IF.
010670     PERFORM 8100-WRITE-CUSTOMER THRU 8100-EXIT.
010680     GO TO 4000-EXIT.
010690 4000-NOT-FILED.
010700     ADD 1 TO WS-UNFILED-CUST-COUNT.
010710     ADD WS-CUST-INTEREST(WS-CUST-SUB)
010720         TO WS-UNFILED-INTEREST-TOTAL.
010730     ADD WS-CUST-WITHHELD(WS-CUST-SUB)
010740         TO WS-UNFILED-WITHHELD-TOTAL.
010750     IF WS-ORIGINAL-RUN
010760         PERFORM 8100-WRITE-CUSTOMER THRU 8100-EXIT
010770     END-IF.
010780 4000-EXIT.
010790     EXIT.
010800*
010810 4900-ADD-TRAILER-TOTALS.
010820     SET WS-CUST-SUB TO WS-CUST-IDX.
010830     IF WS-ORIGINAL-RUN
010840         IF (WS-CUST-INTEREST(WS-CUST-SUB) < WS-MINIMUM
010850             AND WS-CUST-WITHHELD(WS-CUST-SUB) NOT > 0)
010860             GO TO 4900-EXIT
010870         END-IF
010880     ELSE
010890         IF WS-CUST-ID(WS-CUST-SUB) NOT = WS-CORRECT-CUST-ID
010900             GO TO 4900-EXIT
010910         END-IF
010920     END-IF.
010930     IF WS-CUST-INTEREST(WS-CUST-SUB) > 0
010940         ADD WS-CUST-INTEREST(WS-CUST-SUB)
010950             TO TAX-TRL-TOTAL-INTEREST
010960     END-IF.
010970     IF WS-CUST-WITHHELD(WS-CUST-SUB) > 0
010980         ADD WS-CUST-WITHHELD(WS-CUST-SUB)
010990             TO TAX-TRL-TOTAL-WITHHELD
011000     END-IF.
011010 4900-EXIT.
011020     EXIT.
011030*
011040 5000-WRITE-FILING-DETAIL.
011050     MOVE SPACES TO TAX-FILING-DETAIL.
011060     MOVE "D" TO TAX-RECORD-TYPE.
011070     MOVE WS-TAX-YEAR-X TO TAX-YEAR.
011080     IF WS-FILE-KIND = "C"
011090         MOVE "C" TO TAX-CORRECTION-IND
011100     END-IF.
011110     MOVE WS-CUST-ID(WS-CUST-SUB) TO TAX-CUSTOMER-ID.
011120     MOVE WS-CUST-TIN(WS-CUST-SUB) TO TAX-RECIPIENT-TIN.
011130     MOVE WS-CUST-NAME(WS-CUST-SUB) TO TAX-RECIPIENT-NAME.
011140     MOVE WS-CUST-ADDRESS(WS-CUST-SUB) TO TAX-RECIPIENT-ADDRESS.
011150     MOVE WS-CUST-CITY(WS-CUST-SUB) TO TAX-RECIPIENT-CITY.
011160     MOVE WS-CUST-POSTAL(WS-CUST-SUB) TO TAX-RECIPIENT-POSTAL.
011170     MOVE WS-FILE-INTEREST TO TAX-INTEREST-PAID.
011180     MOVE WS-FILE-WITHHELD TO TAX-TAX-WITHHELD.
011190     MOVE WS-PAYER-ID TO TAX-PAYER-ID.
011200     MOVE TAX-FILING-DETAIL TO FILING-RECORD.
011210     WRITE FILING-RECORD.
011220     ADD 1 TO WS-DETAIL-COUNT.
011230 5000-EXIT.
011240     EXIT.
011250*
011260*    ONE PAGE PER CUSTOMER: PAYER, RECIPIENT AND ADDRESS, THE
011270*    YEAR'S INTEREST AND TAX WITHHELD, THEN EACH ACCOUNT'S
011280*    SHARE OF THE INTEREST.
011290 6000-PRINT-STATEMENT.
011300     MOVE SPACES TO PRINT-LINE.
011310     MOVE "1" TO PRINT-LINE(1:1).
011320     MOVE WS-PAYER-NAME TO PRINT-LINE(6:30).
011330     MOVE "TAX YEAR" TO PRINT-LINE(61:8).
011340     MOVE WS-TAX-YEAR-X TO PRINT-LINE(70:4).
011350     PERFORM 6900-WRITE-PRINT-LINE THRU 6900-EXIT.
011360     MOVE "PAYER TAX ID" TO PRINT-LINE(6:12).
011370     MOVE WS-PAYER-ID TO PRINT-LINE(19:11).
011380     PERFORM 6900-WRITE-PRINT-LINE THRU 6900-EXIT.
011390     PERFORM 6900-WRITE-PRINT-LINE THRU 6900-EXIT.
011400     IF WS-FILE-KIND = "C"
011410         MOVE "CORRECTED STATEMENT OF INTEREST INCOME"
011420             TO PRINT-LINE(6:38)
011430     ELSE
011440         MOVE "STATEMENT OF INTEREST INCOME" TO PRINT-LINE(6:28)
011450     END-IF.
011460     PERFORM 6900-WRITE-PRINT-LINE THRU 6900-EXIT.
011470     PERFORM 6900-WRITE-PRINT-LINE THRU 6900-EXIT.
011480     MOVE WS-CUST-NAME(WS-CUST-SUB) TO PRINT-LINE(6:30).
011490     PERFORM 6900-WRITE-PRINT-LINE THRU 6900-EXIT.
011500     MOVE WS-CUST-ADDRESS(WS-CUST-SUB) TO PRINT-LINE(6:30).
011510     PERFORM 6900-WRITE-PRINT-LINE THRU 6900-EXIT.
011520     STRING WS-CUST-CITY(WS-CUST-SUB)   DELIMITED BY "  "
011530            "  "                        DELIMITED BY SIZE
011540            WS-CUST-POSTAL(WS-CUST-SUB) DELIMITED BY SIZE
011550         INTO PRINT-LINE(6:40).
011560     PERFORM 6900-WRITE-PRINT-LINE THRU 6900-EXIT.
011570     PERFORM 6900-WRITE-PRINT-LINE THRU 6900-EXIT.
011580     MOVE "CUSTOMER" TO PRINT-LINE(6:8).
011590     MOVE WS-CUST-ID(WS-CUST-SUB) TO PRINT-LINE(30:10).
011600     PERFORM 6900-WRITE-PRINT-LINE THRU 6900-EXIT.
011610     MOVE "RECIPIENT TAX ID" TO PRINT-LINE(6:16).
011620     IF WS-CUST-TIN(WS-CUST-SUB) = SPACES
011630         MOVE "NOT ON FILE" TO PRINT-LINE(30:11)
011640     ELSE
011650         MOVE WS-CUST-TIN(WS-CUST-SUB) TO PRINT-LINE(30:11)
011660     END-IF.
011670     PERFORM 6900-WRITE-PRINT-LINE THRU 6900-EXIT.
011680     PERFORM 6900-WRITE-PRINT-LINE THRU 6900-EXIT.
011690     MOVE WS-FILE-INTEREST TO WS-AMOUNT-EDIT.
011700     MOVE "INTEREST PAID" TO PRINT-LINE(6:13).
011710     MOVE WS-AMOUNT-EDIT TO PRINT-LINE(30:18).
011720     PERFORM 6900-WRITE-PRINT-LINE THRU 6900-EXIT.
011730     MOVE WS-FILE-WITHHELD TO WS-AMOUNT-EDIT.
011740     MOVE "TAX WITHHELD" TO PRINT-LINE(6:12).
011750     MOVE WS-AMOUNT-EDIT TO PRINT-LINE(30:18).
011760     PERFORM 6900-WRITE-PRINT-LINE THRU 6900-EXIT.
011770     IF WS-CUST-TIN(WS-CUST-SUB) = SPACES
011780         PERFORM 6900-WRITE-PRINT-LINE THRU 6900-EXIT
011790         MOVE "TAX WAS WITHHELD BECAUSE WE HOLD NO TAX ID FOR"
011800             TO PRINT-LINE(6:46)
011810         MOVE " YOU." TO PRINT-LINE(52:5)
011820         PERFORM 6900-WRITE-PRINT-LINE THRU 6900-EXIT
011830     END-IF.
011840     PERFORM 6900-WRITE-PRINT-LINE THRU 6900-EXIT.
011850     MOVE "ACCOUNT" TO PRINT-LINE(6:7).
011860     MOVE "INTEREST" TO PRINT-LINE(40:8).
011870     PERFORM 6900-WRITE-PRINT-LINE THRU 6900-EXIT.
011880     PERFORM 6100-PRINT-ONE-ACCOUNT THRU 6100-EXIT
011890         VARYING WS-ACCT-IDX FROM 1 BY 1
011900         UNTIL WS-ACCT-IDX > WS-ACCT-COUNT.
011910 6000-EXIT.
011920     EXIT.
011930*
011940 6100-PRINT-ONE-ACCOUNT.
011950     IF WS-ACCT-CUST-SUB(WS-ACCT-IDX) NOT = WS-CUST-SUB
011960         GO TO 6100-EXIT
011970     END-IF.
011980     MOVE WS-ACCT-NUMBER(WS-ACCT-IDX) TO PRINT-LINE(6:10).
011990     MOVE WS-ACCT-INTEREST(WS-ACCT-IDX) TO WS-AMOUNT-EDIT.
012000     MOVE WS-AMOUNT-EDIT TO PRINT-LINE(30:18).
012010     PERFORM 6900-WRITE-PRINT-LINE THRU 6900-EXIT.
012020 6100-EXIT.
012030     EXIT.
012040*
012050 6900-WRITE-PRINT-LINE.
012060     WRITE PRINT-LINE.
012070     ADD 1 TO WS-PRINT-LINE-COUNT.
012080     MOVE SPACES TO PRINT-LINE.
012090 6900-EXIT.
012100     EXIT.
012110*
012120 7000-WRITE-REGISTER.
012130     MOVE SPACES TO TAX-REG-RECORD.
012140     MOVE WS-TAX-YEAR-X TO TAX-REG-YEAR.
012150     MOVE WS-FILE-KIND TO TAX-REG-KIND.
012160     MOVE WS-CUST-ID(WS-CUST-SUB) TO TAX-REG-CUSTOMER-ID.
012170     MOVE WS-FILE-INTEREST TO TAX-REG-INTEREST.
012180     MOVE WS-FILE-WITHHELD TO TAX-REG-WITHHELD.
012190     MOVE WS-RUN-DATE TO TAX-REG-RUN-DATE.
012200     MOVE WS-CUST-TIN(WS-CUST-SUB) TO TAX-REG-TIN.
012210     MOVE TAX-REG-RECORD TO TAXREG-LINE.
012220     WRITE TAXREG-LINE.
012230 7000-EXIT.
012240     EXIT.
012250*
012260 8000-WRITE-HEADING.
012270     MOVE SPACES TO REPORT-LINE.
012280     STRING "INTEREST TAX REPORTING CONTROL REPORT  TAX YEAR "
012290            WS-TAX-YEAR-X "  RUN DATE " WS-RUN-DATE
012300            DELIMITED BY SIZE
012310         INTO REPORT-LINE.
012320     WRITE REPORT-LINE.
012330     MOVE SPACES TO REPORT-LINE.
012340     IF WS-ORIGINAL-RUN
012350         MOVE "ORIGINAL FILING" TO REPORT-LINE
012360     ELSE
012370         STRING "CORRECTED FILING FOR CUSTOMER "
012380                WS-CORRECT-CUST-ID
012390                DELIMITED BY SIZE
012400             INTO REPORT-LINE
012410     END-IF.
012420     MOVE "PAYER" TO REPORT-LINE(50:5).
012430     MOVE WS-PAYER-ID TO REPORT-LINE(56:11).
012440     MOVE WS-PAYER-NAME TO REPORT-LINE(68:30).
012450     WRITE REPORT-LINE.
012460     MOVE SPACES TO REPORT-LINE.
012470     WRITE REPORT-LINE.
012480     MOVE SPACES TO REPORT-LINE.
012490     MOVE "CUSTOMER   TAX ID      NAME" TO REPORT-LINE.
012500     MOVE "POSTINGS     INTEREST      WITHHELD   STATUS"
012510         TO REPORT-LINE(56:44).
012520     WRITE REPORT-LINE.
012530 8000-EXIT.
012540     EXIT.
012550*
012560*    A CORRECTION ALSO SHOWS WHAT THE REGISTER SAYS WAS FILED
012570*    BEFORE, ON THE LINE UNDER IT.
012580 8100-WRITE-CUSTOMER.
012590     MOVE SPACES TO REPORT-LINE.
012600     MOVE WS-CUST-ID(WS-CUST-SUB) TO REPORT-LINE(1:10).
012610     IF WS-CUST-TIN(WS-CUST-SUB) = SPACES
012620         MOVE "*NONE*" TO REPORT-LINE(12:6)
012630     ELSE
012640         MOVE WS-CUST-TIN(WS-CUST-SUB) TO REPORT-LINE(12:11)
012650     END-IF.
012660     MOVE WS-CUST-NAME(WS-CUST-SUB) TO REPORT-LINE(24:30).
012670     MOVE WS-CUST-POSTINGS(WS-CUST-SUB) TO WS-COUNT-EDIT.
012680     MOVE WS-COUNT-EDIT(4:8) TO REPORT-LINE(56:8).
012690     MOVE WS-CUST-INTEREST(WS-CUST-SUB) TO WS-AMOUNT-EDIT.
012700     MOVE WS-AMOUNT-EDIT(5:14) TO REPORT-LINE(64:14).
012710     MOVE WS-CUST-WITHHELD(WS-CUST-SUB) TO WS-AMOUNT-EDIT.
012720     MOVE WS-AMOUNT-EDIT(5:14) TO REPORT-LINE(78:14).
012730     MOVE WS-CUST-STATUS TO REPORT-LINE(94:24).
012740     WRITE REPORT-LINE.
012750     IF WS-FILE-KIND NOT = "C"
012760         OR WS-STATEMENT-NONE
012770         GO TO 8100-EXIT
012780     END-IF.
012790     MOVE SPACES TO REPORT-LINE.
012800     MOVE "PREVIOUSLY FILED" TO REPORT-LINE(24:16).
012810     MOVE WS-FILED-DATE(WS-FILED-SUB) TO REPORT-LINE(41:8).
012820     MOVE WS-FILED-INTEREST(WS-FILED-SUB) TO WS-AMOUNT-EDIT.
012830     MOVE WS-AMOUNT-EDIT(5:14) TO REPORT-LINE(64:14).
012840     MOVE WS-FILED-WITHHELD(WS-FILED-SUB) TO WS-AMOUNT-EDIT.
012850     MOVE WS-AMOUNT-EDIT(5:14) TO REPORT-LINE(78:14).
012855     MOVE WS-CUST-FILING-KIND TO REPORT-LINE(94:9).
012860     WRITE REPORT-LINE.
012870 8100-EXIT.
012880     EXIT.
012890*
012900*    FILED PLUS NOT FILED MUST ADD BACK TO EVERY INTEREST
012910*    POSTING TAKEN FROM THE ARCHIVE.
012920 8200-WRITE-TOTALS.
012930     MOVE SPACES TO REPORT-LINE.
012940     WRITE REPORT-LINE.
012950     MOVE SPACES TO REPORT-LINE.
012960     MOVE "CUSTOMERS" TO REPORT-LINE(28:9).
012970     MOVE "INTEREST" TO REPORT-LINE(46:8).
012980     MOVE "WITHHELD" TO REPORT-LINE(64:8).
012990     WRITE REPORT-LINE.
013000     MOVE WS-FILED-CUST-COUNT TO WS-COUNT-EDIT.
013010     MOVE WS-FILED-INTEREST-TOTAL TO WS-AMOUNT-EDIT.
013020     MOVE WS-FILED-WITHHELD-TOTAL TO WS-AMOUNT-EDIT-2.
013030     MOVE SPACES TO REPORT-LINE.
013040     STRING "FILED THIS RUN           " WS-COUNT-EDIT
013050            WS-AMOUNT-EDIT WS-AMOUNT-EDIT-2
013060            DELIMITED BY SIZE
013070         INTO REPORT-LINE.
013080     WRITE REPORT-LINE.
013090     MOVE WS-UNFILED-CUST-COUNT TO WS-COUNT-EDIT.
013100     MOVE WS-UNFILED-INTEREST-TOTAL TO WS-AMOUNT-EDIT.
013110     MOVE WS-UNFILED-WITHHELD-TOTAL TO WS-AMOUNT-EDIT-2.
013120     MOVE SPACES TO REPORT-LINE.
013130     IF WS-ORIGINAL-RUN
013140         STRING "UNDER REPORTING MINIMUM  " WS-COUNT-EDIT
013150                WS-AMOUNT-EDIT WS-AMOUNT-EDIT-2
013160                DELIMITED BY SIZE
013170             INTO REPORT-LINE
013180     ELSE
013190         STRING "NOT RE-FILED             " WS-COUNT-EDIT
013200                WS-AMOUNT-EDIT WS-AMOUNT-EDIT-2
013210                DELIMITED BY SIZE
013220             INTO REPORT-LINE
013230     END-IF.
013240     WRITE REPORT-LINE.
013250     MOVE WS-CUST-COUNT TO WS-COUNT-EDIT.
013260     MOVE WS-INTEREST-TOTAL TO WS-AMOUNT-EDIT.
013270     MOVE WS-WITHHELD-TOTAL TO WS-AMOUNT-EDIT-2.
013280     MOVE SPACES TO REPORT-LINE.
013290     STRING "ALL CUSTOMERS            " WS-COUNT-EDIT
013300            WS-AMOUNT-EDIT WS-AMOUNT-EDIT-2
013310            DELIMITED BY SIZE
013320         INTO REPORT-LINE.
013330     WRITE REPORT-LINE.
013340     COMPUTE WS-CHECK-INTEREST = WS-FILED-INTEREST-TOTAL
013350         + WS-UNFILED-INTEREST-TOTAL.
013360     MOVE SPACES TO REPORT-LINE.
013370     IF WS-CHECK-INTEREST = WS-INTEREST-TOTAL
013380         MOVE "CUSTOMERS ADD BACK TO THE INTEREST POSTINGS READ"
013390             TO REPORT-LINE
013400     ELSE
013410         MOVE "CUSTOMERS DO NOT ADD BACK TO THE POSTINGS READ"
013420             TO REPORT-LINE
013430     END-IF.
013440     WRITE REPORT-LINE.
013450     MOVE SPACES TO REPORT-LINE.
013460     WRITE REPORT-LINE.
013470     MOVE WS-READ-COUNT TO WS-COUNT-EDIT.
013480     MOVE SPACES TO REPORT-LINE.
013490     STRING "ARCHIVE RECORDS READ     " WS-COUNT-EDIT
013500            DELIMITED BY SIZE
013510         INTO REPORT-LINE.
013520     WRITE REPORT-LINE.
013530     MOVE WS-OTHER-YEAR-COUNT TO WS-COUNT-EDIT.
013540     MOVE SPACES TO REPORT-LINE.
013550     STRING "  DATED OUTSIDE THE YEAR " WS-COUNT-EDIT
013560            DELIMITED BY SIZE
013570         INTO REPORT-LINE.
013580     WRITE REPORT-LINE.
013590     MOVE WS-INTEREST-COUNT TO WS-COUNT-EDIT.
013600     MOVE SPACES TO REPORT-LINE.
013610     STRING "  INTEREST POSTINGS      " WS-COUNT-EDIT
013620            DELIMITED BY SIZE
013630         INTO REPORT-LINE.
013640     WRITE REPORT-LINE.
013650     MOVE WS-NO-TIN-COUNT TO WS-COUNT-EDIT.
013660     MOVE SPACES TO REPORT-LINE.
013670     STRING "CUSTOMERS WITH NO TAX ID " WS-COUNT-EDIT
013680            DELIMITED BY SIZE
013690         INTO REPORT-LINE.
013700     WRITE REPORT-LINE.
013710     MOVE WS-PRINTED-COUNT TO WS-COUNT-EDIT.
013720     MOVE SPACES TO REPORT-LINE.
013730     STRING "STATEMENTS PRINTED       " WS-COUNT-EDIT
013740            DELIMITED BY SIZE
013750         INTO REPORT-LINE.
013760     WRITE REPORT-LINE.
013770     MOVE WS-HELD-COUNT TO WS-COUNT-EDIT.
013780     MOVE SPACES TO REPORT-LINE.
013790     STRING "STATEMENTS HELD, NO ADDR " WS-COUNT-EDIT
013800            DELIMITED BY SIZE
013810         INTO REPORT-LINE.
013820     WRITE REPORT-LINE.
013830     IF WS-MONTHS-MISSING > 0
013840         MOVE WS-MONTHS-MISSING TO WS-SMALL-EDIT
013850         MOVE SPACES TO REPORT-LINE
013860         STRING "ARCHIVE MONTHS WITH NO FILE " WS-SMALL-EDIT
013870                DELIMITED BY SIZE
013880             INTO REPORT-LINE
013890         WRITE REPORT-LINE
013900     END-IF.
013910     IF WS-CURR-UNKNOWN-COUNT > 0
013920         MOVE WS-CURR-UNKNOWN-COUNT TO WS-COUNT-EDIT
013930         MOVE SPACES TO REPORT-LINE
013940         STRING "UNKNOWN CURRENCY, AT PAR " WS-COUNT-EDIT
013950                DELIMITED BY SIZE
013960             INTO REPORT-LINE
013970         WRITE REPORT-LINE
013980     END-IF.
013990     IF WS-OVERFLOW-COUNT > 0
014000         MOVE WS-OVERFLOW-COUNT TO WS-COUNT-EDIT
014010         MOVE SPACES TO REPORT-LINE
014020         STRING "TABLE OVERFLOWS - INCOMPLETE " WS-COUNT-EDIT
014030                DELIMITED BY SIZE
014040             INTO REPORT-LINE
014050         WRITE REPORT-LINE
014060     END-IF.
014070 8200-EXIT.
014080     EXIT.
014090*
014100 8300-WRITE-LEDGER-PROOF.
014110     MOVE SPACES TO REPORT-LINE.
014120     WRITE REPORT-LINE.
014130     MOVE SPACES TO REPORT-LINE.
014140     IF WS-GL-ACCOUNT = SPACES
014150         MOVE "NO GL INTEREST EXPENSE ACCOUNT ON INTTAX.TBL - NOT"
014160             TO REPORT-LINE
014170         MOVE " PROVED" TO REPORT-LINE(51:7)
014180         WRITE REPORT-LINE
014190         GO TO 8300-EXIT
014200     END-IF.
014210     STRING "GL INTEREST EXPENSE ACCOUNT " WS-GL-ACCOUNT
014220            "  LEDGER PERIOD " WS-GL-PERIOD
014230            DELIMITED BY SIZE
014240         INTO REPORT-LINE.
014250     WRITE REPORT-LINE.
014260     MOVE SPACES TO REPORT-LINE.
014270     IF NOT WS-GL-FOUND
014280         MOVE "  ACCOUNT NOT ON GLBAL.DAT - NOT PROVED"
014290             TO REPORT-LINE
014300         WRITE REPORT-LINE
014310         GO TO 8300-EXIT
014320     END-IF.
014330     IF NOT WS-GL-PROVABLE
014340         STRING "  LEDGER IS NOT OPEN IN " WS-TAX-YEAR-X
014350                "12 OR " WS-NEXT-YEAR
014360                "01 - YEAR NOT PROVED"
014370                DELIMITED BY SIZE
014380             INTO REPORT-LINE
014390         WRITE REPORT-LINE
014400         GO TO 8300-EXIT
014410     END-IF.
014420     MOVE WS-GL-YEAR-END TO WS-AMOUNT-EDIT.
014430     STRING "  YEAR-END BALANCE        " WS-AMOUNT-EDIT
014440            DELIMITED BY SIZE
014450         INTO REPORT-LINE.
014460     WRITE REPORT-LINE.
014470     MOVE WS-GL-CARRIED TO WS-AMOUNT-EDIT.
014480     MOVE SPACES TO REPORT-LINE.
014490     STRING "  LESS CARRIED INTO YEAR  " WS-AMOUNT-EDIT
014500            DELIMITED BY SIZE
014510         INTO REPORT-LINE.
014520     WRITE REPORT-LINE.
014530     MOVE WS-GL-INTEREST TO WS-AMOUNT-EDIT.
014540     MOVE SPACES TO REPORT-LINE.
014550     STRING "  GL INTEREST EXPENSE     " WS-AMOUNT-EDIT
014560            DELIMITED BY SIZE
014570         INTO REPORT-LINE.
014580     WRITE REPORT-LINE.
014590     MOVE WS-INTEREST-TOTAL TO WS-AMOUNT-EDIT.
014600     MOVE SPACES TO REPORT-LINE.
014610     STRING "  INTEREST POSTINGS       " WS-AMOUNT-EDIT
014620            DELIMITED BY SIZE
014630         INTO REPORT-LINE.
014640     WRITE REPORT-LINE.
014650     MOVE WS-GL-DIFFERENCE TO WS-AMOUNT-EDIT.
014660     MOVE SPACES TO REPORT-LINE.
014670     STRING "  DIFFERENCE              " WS-AMOUNT-EDIT
014680            DELIMITED BY SIZE
014690         INTO REPORT-LINE.
014700     WRITE REPORT-LINE.
014710     MOVE SPACES TO REPORT-LINE.
014720     IF WS-GL-PROVED
014730         MOVE "  PROVED TO THE GENERAL LEDGER" TO REPORT-LINE
014740     ELSE
014750         MOVE "  ** OUT OF BALANCE WITH THE GENERAL LEDGER **"
014760             TO REPORT-LINE
014770     END-IF.
014780     WRITE REPORT-LINE.
014790 8300-EXIT.
014800     EXIT.
