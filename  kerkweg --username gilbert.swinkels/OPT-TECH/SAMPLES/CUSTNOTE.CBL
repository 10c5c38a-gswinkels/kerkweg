000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CUSTNOTE.
000030 AUTHOR.        G. SWINKELS, DATA PROCESSING.
000040 INSTALLATION.  DATA PROCESSING DEPT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*MODIFICATION HISTORY
000090*--------------------
000100*10/15/2026  GS   ORIGINAL.  CUSTOMER NOTICE GENERATION, SO
000110*                 CUSTOMER SERVICE STOPS TYPING THE LETTERS BY
000120*                 HAND.  FOUR KINDS OF NOTICE ARE RAISED OFF THE
000130*                 EXCEPTION FILES THE NIGHTLY RUN ALREADY LEAVES
000140*                 BEHIND: OVDR FOR EVERY ACCOUNT NETRPT WROTE TO
000150*                 NETEXCP.DAT (GONE NEGATIVE), RETN FOR EVERY
000160*                 ITEM THE DESK RETURNED TO PENDRET.DAT, REJT FOR
000170*                 EVERY PAYMENT PAYBUILD REJECTED TO PAYREJ.DAT,
000180*                 AND DORM FOR EVERY ACCOUNT ON ACCTMST MARKED
000190*                 DORMANT (FOUND THROUGH ACCTMST.LST THE WAY
000200*                 DORMSCAN FINDS THEM).  THE CUSTOMER, NAME AND
000210*                 ADDRESS COME FROM CUSTREF.DAT.  THE WORDING OF
000220*                 EACH NOTICE IS THE OPERATOR-MAINTAINED LETTER
000230*                 IN NOTICE.TPL, WITH MERGE FIELDS FOR THE NAME,
000240*                 ACCOUNT, AMOUNT AND DATE.  THE NOTICES GO TO
000250*                 ONE PRINT FILE FOR THE PRINT SHOP, NOTICE.PRT,
000260*                 ONE PAGE PER NOTICE, ENDING IN A BATCH TRAILER
000270*                 WITH THE NOTICE COUNT.  EVERY NOTICE PRINTED,
000280*                 SUPPRESSED OR HELD IS APPENDED TO THE NOTICE
000290*                 REGISTER, NOTICE.REG, AND A CUSTOMER IS NOT
000300*                 SENT THE SAME KIND OF NOTICE AGAIN WITHIN THE
000310*                 NUMBER OF DAYS NOTICE.TBL SETS FOR IT -- SO A
000320*                 RERUN OF THE SAME DAY PRINTS NOTHING TWICE.  A
000330*                 NOTICE WITH NO ADDRESS ON CUSTREF.DAT, OR NO
000340*                 LETTER FOR ITS TYPE, IS HELD, NOT PRINTED.  THE
000350*                 RUN IS LISTED ON NOTICE.RPT, WHICH IS FILED IN
000360*                 THE REPORT REPOSITORY THROUGH RPTSAVE.  A
000370*                 MISSING EXCEPTION FILE ONLY MEANS NO NOTICES OF
000380*                 THAT KIND.  RETURN-CODE IS 4 WHEN ANY NOTICE
000390*                 WAS HELD, 8 WHEN THE SUPPRESSION TABLE
000400*                 OVERFLOWED, AND 12 WHEN NOTICE.TPL OR THE
000410*                 PRINT FILE CANNOT BE OPENED.  THE RUN DATE
000420*                 COMES FROM SORT-RUNDATE AND DEFAULTS TO TODAY.
000422*
000424*10/15/2026  GS   ACCOUNT MASTER RECORD IS NOW 130 BYTES, NOW THAT
000426*                 ACCTREC CARRIES THE ACCOUNT CURRENCY AND THE
000428*                 FOREIGN-CURRENCY BALANCE.
000429*
000429*10/15/2026  GS   CUSTREF.DAT IS READ TO THE END.  MORE THAN 5000
000429*                 CUSTOMERS ARE COUNTED AND THE RUN ENDS WITH
000429*                 RETURN-CODE 12 BEFORE ANY NOTICE IS PRODUCED.
000430*
000440*---------------------------------------------------------------*
000450*NOTICE CONTROL TABLE FORMAT (NOTICE.TBL, ONE ENTRY PER LINE)    *
000460*    DAYS TTTT NNNNN     SUPPRESSION PERIOD FOR NOTICE TYPE TTTT *
000470*                        IN DAYS; "ALL " SETS IT FOR EVERY TYPE  *
000480*                        WITHOUT ITS OWN LINE (DEFAULT 00030).   *
000490*                        00000 NEVER SUPPRESSES.  A DORM NOTICE  *
000500*                        IS RAISED EVERY RUN THE ACCOUNT STAYS   *
000510*                        DORMANT, SO ITS PERIOD IS THE REMINDER  *
000520*                        INTERVAL.                               *
000530*                                                                *
000540*LETTER TEMPLATE FORMAT (NOTICE.TPL, ONE PRINT LINE PER LINE)    *
000550*    POSITIONS  1-4   NOTICE TYPE (OVDR, RETN, REJT, DORM)       *
000560*    POSITIONS  6-79  TEXT OF THE LINE, PRINTED IN FILE ORDER    *
000570*                     BELOW THE ADDRESS BLOCK.  THESE MERGE      *
000580*                     FIELDS ARE REPLACED WHEREVER THEY APPEAR:  *
000590*                       &NAME&     CUSTOMER NAME                 *
000600*                       &ACCOUNT&  ACCOUNT NUMBER                *
000610*                       &AMOUNT&   AMOUNT, WITHOUT SIGN          *
000620*                       &DATE&     DATE OF THE ITEM, MM/DD/CCYY  *
000630*                                                                *
000640*PRINT FILE FORMAT (NOTICE.PRT, 80-BYTE LINES)                   *
000650*    POSITION   1     CARRIAGE CONTROL, "1" = NEW PAGE           *
000660*    POSITIONS  2-80  PRINT LINE                                 *
000670*  TRAILER "TRLR" NOTICE COUNT 9(7) LINE COUNT 9(7) RUN DATE(8)  *
000680*                                                                *
000690*NOTICE REGISTER FORMAT (NOTICE.REG, ONE LINE PER NOTICE)        *
000700*    POSITIONS  1-8   RUN DATE, CCYYMMDD                         *
000710*    POSITIONS 10-13  NOTICE TYPE                                *
000720*    POSITIONS 15-24  CUSTOMER ID                                *
000730*    POSITIONS 26-35  ACCOUNT NUMBER                             *
000740*    POSITIONS 37-50  AMOUNT, 9(11)V99 SIGN TRAILING SEPARATE    *
000750*    POSITIONS 52-55  SENT, SUPP (SUPPRESSED) OR HELD            *
000760*    POSITIONS 57-70  NOTICE REFERENCE, RUN DATE + 6-DIGIT SEQ   *
000770*---------------------------------------------------------------*
000780*
000790 ENVIRONMENT DIVISION.
000800 CONFIGURATION SECTION.
000810 SOURCE-COMPUTER.  IBM-PC.
000820 OBJECT-COMPUTER.  IBM-PC.
000830 INPUT-OUTPUT SECTION.
000840 FILE-CONTROL.
000850     SELECT CONTROL-FILE ASSIGN TO "NOTICE.TBL"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-CONTROL-FILE-STATUS.
000880     SELECT TEMPLATE-FILE ASSIGN TO "NOTICE.TPL"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-TEMPLATE-FILE-STATUS.
000910     SELECT CUSTREF-FILE ASSIGN TO "CUSTREF.DAT"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-CUSTREF-FILE-STATUS.
000940     SELECT NOTREG-FILE ASSIGN TO "NOTICE.REG"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WS-NOTREG-FILE-STATUS.
000970     SELECT NETEXCP-FILE ASSIGN TO "NETEXCP.DAT"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS WS-NETEXCP-FILE-STATUS.
001000     SELECT PENDRET-FILE ASSIGN TO "PENDRET.DAT"
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS WS-PENDRET-FILE-STATUS.
001030     SELECT PAYREJ-FILE ASSIGN TO "PAYREJ.DAT"
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS WS-PAYREJ-FILE-STATUS.
001060     SELECT LIST-FILE ASSIGN TO "ACCTMST.LST"
001070         ORGANIZATION IS LINE SEQUENTIAL
001080         FILE STATUS IS WS-LIST-FILE-STATUS.
001090     SELECT PRINT-FILE ASSIGN TO "NOTICE.PRT"
001100         ORGANIZATION IS LINE SEQUENTIAL
001110         FILE STATUS IS WS-PRINT-FILE-STATUS.
001120     SELECT REPORT-FILE ASSIGN TO "NOTICE.RPT"
001130         ORGANIZATION IS LINE SEQUENTIAL
001140         FILE STATUS IS WS-REPORT-FILE-STATUS.
001150*
001160 DATA DIVISION.
001170 FILE SECTION.
001180 FD  CONTROL-FILE.
001190 01  CONTROL-FILE-RECORD         PIC X(40).
001200 FD  TEMPLATE-FILE.
001210 01  TEMPLATE-FILE-RECORD        PIC X(79).
001220 FD  CUSTREF-FILE.
001230 01  CUSTREF-FILE-RECORD         PIC X(140).
001240 FD  NOTREG-FILE.
001250 01  NOTREG-RECORD               PIC X(70).
001260 FD  NETEXCP-FILE.
001270 01  NETEXCP-RECORD              PIC X(30).
001280 FD  PENDRET-FILE.
001290 01  PENDRET-RECORD              PIC X(104).
001300 FD  PAYREJ-FILE.
001310 01  PAYREJ-RECORD               PIC X(113).
001320 FD  LIST-FILE.
001330 01  LIST-FILE-RECORD            PIC X(10).
001340 FD  PRINT-FILE.
001350 01  PRINT-LINE                  PIC X(80).
001360 FD  REPORT-FILE.
001370 01  REPORT-LINE                 PIC X(120).
001380*
001390 WORKING-STORAGE SECTION.
001400 01  WS-CONTROL-FILE-STATUS    PIC X(02).
001410     88  WS-CONTROL-FILE-OK        VALUE "00".
001420     88  WS-CONTROL-FILE-EOF       VALUE "10".
001430 01  WS-TEMPLATE-FILE-STATUS   PIC X(02).
001440     88  WS-TEMPLATE-FILE-OK       VALUE "00".
001450     88  WS-TEMPLATE-FILE-EOF      VALUE "10".
001460 01  WS-CUSTREF-FILE-STATUS    PIC X(02).
001470     88  WS-CUSTREF-FILE-OK        VALUE "00".
001480     88  WS-CUSTREF-FILE-EOF       VALUE "10".
001490 01  WS-NOTREG-FILE-STATUS     PIC X(02).
001500     88  WS-NOTREG-FILE-OK         VALUE "00".
001510     88  WS-NOTREG-FILE-EOF        VALUE "10".
001520     88  WS-NOTREG-FILE-NOT-FOUND  VALUE "35".
001530 01  WS-NETEXCP-FILE-STATUS    PIC X(02).
001540     88  WS-NETEXCP-FILE-OK        VALUE "00".
001550     88  WS-NETEXCP-FILE-EOF       VALUE "10".
001560 01  WS-PENDRET-FILE-STATUS    PIC X(02).
001570     88  WS-PENDRET-FILE-OK        VALUE "00".
001580     88  WS-PENDRET-FILE-EOF       VALUE "10".
001590 01  WS-PAYREJ-FILE-STATUS     PIC X(02).
001600     88  WS-PAYREJ-FILE-OK         VALUE "00".
001610     88  WS-PAYREJ-FILE-EOF        VALUE "10".
001620 01  WS-LIST-FILE-STATUS       PIC X(02).
001630     88  WS-LIST-FILE-OK           VALUE "00".
001640     88  WS-LIST-FILE-EOF          VALUE "10".
001650 01  WS-PRINT-FILE-STATUS      PIC X(02).
001660     88  WS-PRINT-FILE-OK          VALUE "00".
001670 01  WS-REPORT-FILE-STATUS     PIC X(02).
001680 01  WS-ENV-VALUE              PIC X(15).
001690 01  WS-TIMESTAMP              PIC X(21).
001700 01  WS-RUN-DATE               PIC X(08).
001710 01  WS-RUN-DATE-N             PIC 9(08).
001720 01  WS-RUN-INT                PIC 9(08) COMP-5.
001730*
001740 01  WS-FUNC                   PIC 999 COMP-5.
001750     88  FUNC-OPEN                 VALUE 1.
001760     88  FUNC-CLOSE                VALUE 2.
001770     88  FUNC-READ                 VALUE 3.
001780 01  WS-IO-AREA                PIC X(4000).
001790 01  WS-IO-LEN                 PIC 999 COMP-5.
001800 01  WS-RET-CODE               PIC 999 COMP-5.
001810 01  WS-MASTER-FILE-NAME       PIC X(15) VALUE "ACCTMST".
001820*
001830*    SUPPRESSION PERIOD PER NOTICE TYPE, FROM NOTICE.TBL.
001840 01  WS-DEFAULT-DAYS           PIC 9(05) VALUE 30.
001850 01  WS-DAYS-TABLE.
001860     05  WS-DAYS-COUNT         PIC 9(03) COMP-5 VALUE 0.
001870     05  WS-DAYS-ENTRY         OCCURS 20 TIMES
001880                               INDEXED BY WS-DAYS-IDX.
001890         10  WS-DAYS-TYPE      PIC X(04).
001900         10  WS-DAYS-PERIOD    PIC 9(05).
001910 01  WS-PERIOD                 PIC 9(05).
001920*
001930*    LETTER LINES FROM NOTICE.TPL, IN FILE ORDER.
001940 01  WS-TPL-TABLE.
001950     05  WS-TPL-COUNT          PIC 9(03) COMP-5 VALUE 0.
001960     05  WS-TPL-ENTRY          OCCURS 300 TIMES
001970                               INDEXED BY WS-TPL-IDX.
001980         10  WS-TPL-TYPE       PIC X(04).
001990         10  WS-TPL-TEXT       PIC X(74).
002000 01  WS-TPL-MATCHED            PIC 9(03) COMP-5.
002010*
002020*    CUSTOMER REFERENCE, TABLED WHOLE.  WS-CUST-SUB IS THE
002030*    MATCHING ENTRY FOR THE CURRENT NOTICE, OR ZERO.
002040 01  WS-CUST-TABLE.
002050     05  WS-CUST-COUNT         PIC 9(05) COMP-5 VALUE 0.
002060     05  WS-CUST-ENTRY         PIC X(140) OCCURS 5000 TIMES
002070                               INDEXED BY WS-CUST-IDX.
002080 01  WS-CUST-SUB               PIC 9(05) COMP-5.
002085 01  WS-CUST-OVERFLOW          PIC 9(07) VALUE 0.
002090*
002100*    LAST DAY EACH CUSTOMER WAS SENT EACH KIND OF NOTICE, FROM
002110*    THE SENT LINES OF NOTICE.REG PLUS THIS RUN'S NOTICES.
002120 01  WS-SENT-TABLE.
002130     05  WS-SENT-COUNT         PIC 9(05) COMP-5 VALUE 0.
002140     05  WS-SENT-ENTRY         OCCURS 5000 TIMES
002150                               INDEXED BY WS-SENT-IDX.
002160         10  WS-SENT-CUST-ID   PIC X(10).
002170         10  WS-SENT-TYPE      PIC X(04).
002180         10  WS-SENT-INT       PIC 9(08) COMP-5.
002190 01  WS-SENT-SUB               PIC 9(05) COMP-5.
002200 01  WS-SENT-DATE-N            PIC 9(08).
002210 01  WS-SENT-INT-WORK          PIC 9(08) COMP-5.
002220 01  WS-SENT-AGE               PIC S9(07) COMP-5.
002230*
002240 01  WS-REG-LINE.
002250     05  WS-REG-RUN-DATE       PIC X(08).
002260     05  FILLER                PIC X(01).
002270     05  WS-REG-TYPE           PIC X(04).
002280     05  FILLER                PIC X(01).
002290     05  WS-REG-CUST-ID        PIC X(10).
002300     05  FILLER                PIC X(01).
002310     05  WS-REG-ACCOUNT        PIC X(10).
002320     05  FILLER                PIC X(01).
002330     05  WS-REG-AMOUNT         PIC S9(11)V99
002340                               SIGN TRAILING SEPARATE.
002350     05  FILLER                PIC X(01).
002360     05  WS-REG-ACTION         PIC X(04).
002370         88  WS-REG-SENT           VALUE "SENT".
002380     05  FILLER                PIC X(01).
002390     05  WS-REG-REFERENCE      PIC X(14).
002400*
002410*    THE NOTICE BEING RAISED.  EACH SOURCE FILLS IN THE TYPE,
002420*    ACCOUNT, AMOUNT AND DATE AND PERFORMS 4000-ISSUE-NOTICE.
002430 01  WS-NOTE-TYPE              PIC X(04).
002440 01  WS-NOTE-ACCOUNT           PIC X(10).
002450 01  WS-NOTE-AMOUNT            PIC S9(11)V99.
002460 01  WS-NOTE-DATE              PIC X(08).
002470 01  WS-NOTE-CUST-ID           PIC X(10).
002480 01  WS-NOTE-NAME              PIC X(30).
002490 01  WS-NOTE-REFERENCE.
002500     05  WS-NOTE-REF-DATE      PIC X(08).
002510     05  WS-NOTE-REF-SEQ       PIC 9(06) VALUE 0.
002520 01  WS-NOTE-ACTION            PIC X(04).
002530 01  WS-NOTE-REASON            PIC X(20).
002540 01  WS-EXCP-NET-G.
002550     05  WS-EXCP-NET           PIC S9(11)V99
002560                               SIGN TRAILING SEPARATE.
002570*
002580*    LETTER MERGE WORK AREAS.  THE TEMPLATE LINE CARRIES TEN
002590*    BYTES OF SPACES PAST ITS 74 SO A MERGE FIELD CAN BE TESTED
002600*    RIGHT UP TO THE LAST POSITION.
002610 01  WS-MERGE-IN               PIC X(84).
002620 01  WS-MERGE-OUT              PIC X(79).
002630 01  WS-MERGE-POS              PIC 9(03) COMP-5.
002640 01  WS-MERGE-PTR              PIC 9(03) COMP-5.
002650 01  WS-MERGE-VALUE            PIC X(30).
002660 01  WS-MERGE-TOKEN-LEN        PIC 9(03) COMP-5.
002670 01  WS-DATE-IN                PIC X(08).
002680 01  WS-DATE-OUT               PIC X(10).
002690 01  WS-LETTER-DATE            PIC X(10).
002700 01  WS-NOTE-AMOUNT-ABS        PIC 9(11)V99.
002710 01  WS-MERGE-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99.
002720*
002730 01  WS-PRINT-TRAILER.
002740     05  WS-PT-ID              PIC X(04) VALUE "TRLR".
002750     05  WS-PT-NOTICE-COUNT    PIC 9(07).
002760     05  WS-PT-LINE-COUNT      PIC 9(07).
002770     05  WS-PT-RUN-DATE        PIC X(08).
002780     05  FILLER                PIC X(54) VALUE SPACES.
002790*
002800 01  WS-MASTER-OPEN-SW         PIC X(01) VALUE "N".
002810     88  WS-MASTER-OPEN            VALUE "Y".
002820 01  WS-ITEM-COUNT             PIC 9(07) VALUE 0.
002830 01  WS-PRINTED-COUNT          PIC 9(07) VALUE 0.
002840 01  WS-SUPPRESSED-COUNT       PIC 9(07) VALUE 0.
002850 01  WS-HELD-COUNT             PIC 9(07) VALUE 0.
002860 01  WS-PRINT-LINE-COUNT       PIC 9(07) VALUE 0.
002870 01  WS-OVERFLOW-COUNT         PIC 9(07) VALUE 0.
002880 01  WS-COUNT-EDIT             PIC ZZZZZZ9.
002890 01  WS-AMOUNT-EDIT            PIC Z,ZZZ,ZZZ,ZZ9.99-.
002900 COPY SAMPREC.
002910 COPY CUSTREF.
002920 COPY ACCTREC.
002930*
002940*    NAME AND KEYS THE FINISHED REPORT IS FILED UNDER IN THE
002950*    REPORT REPOSITORY.  A BLANK ENTITY IS RESOLVED BY RPTSAVE.
002960 01  WS-REPO-NAME              PIC X(15) VALUE "NOTICE.RPT".
002970 01  WS-REPO-JOB               PIC X(08) VALUE "CUSTNOTE".
002980 01  WS-REPO-ENTITY            PIC X(04) VALUE SPACES.
002990 01  WS-REPO-STATUS            PIC 9(02).
003000*
003010 PROCEDURE DIVISION.
003020*
003030 0000-MAINLINE.
003040     DISPLAY "CUSTNOTE - CUSTOMER NOTICE GENERATION".
003050     MOVE SPACES TO WS-ENV-VALUE.
003060     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SORT-RUNDATE".
003070     IF WS-ENV-VALUE NOT = SPACES
003080         MOVE WS-ENV-VALUE(1:8) TO WS-RUN-DATE
003090     ELSE
003100         MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
003110         MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE
003120     END-IF.
003130     MOVE WS-RUN-DATE TO WS-RUN-DATE-N.
003140     MOVE FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)
003150         TO WS-RUN-INT.
003160     MOVE WS-RUN-DATE TO WS-NOTE-REF-DATE.
003170     MOVE WS-RUN-DATE TO WS-DATE-IN.
003180     PERFORM 9000-FORMAT-DATE THRU 9000-EXIT.
003190     MOVE WS-DATE-OUT TO WS-LETTER-DATE.
003200     PERFORM 1000-LOAD-CONTROL THRU 1000-EXIT.
003210     PERFORM 1200-LOAD-TEMPLATES THRU 1200-EXIT.
003220     IF WS-TPL-COUNT = 0
003230         DISPLAY "CUSTNOTE - NO LETTERS IN NOTICE.TPL"
003240         MOVE 12 TO RETURN-CODE
003250         STOP RUN
003260     END-IF.
003270     PERFORM 1300-LOAD-CUSTREF THRU 1300-EXIT.
003271     IF WS-CUST-OVERFLOW > 0
003272         DISPLAY "CUSTNOTE - ", WS-CUST-OVERFLOW,
003273             " CUSTOMERS NOT TABLED, NO NOTICES PRODUCED"
003274         MOVE 12 TO RETURN-CODE
003275         STOP RUN
003276     END-IF.
003280     PERFORM 1400-LOAD-REGISTER THRU 1400-EXIT.
003290     OPEN OUTPUT PRINT-FILE.
003300     IF NOT WS-PRINT-FILE-OK
003310         DISPLAY "CUSTNOTE - CANNOT OPEN NOTICE.PRT"
003320         MOVE 12 TO RETURN-CODE
003330         STOP RUN
003340     END-IF.
003350     OPEN EXTEND NOTREG-FILE.
003360     IF WS-NOTREG-FILE-NOT-FOUND
003370         OPEN OUTPUT NOTREG-FILE
003380     END-IF.
003390     OPEN OUTPUT REPORT-FILE.
003400     PERFORM 8000-WRITE-HEADING THRU 8000-EXIT.
003410     PERFORM 2000-OVERDRAFT-NOTICES THRU 2000-EXIT.
003420     PERFORM 2100-RETURN-NOTICES THRU 2100-EXIT.
003430     PERFORM 2200-REJECT-NOTICES THRU 2200-EXIT.
003440     PERFORM 2300-DORMANCY-NOTICES THRU 2300-EXIT.
003450     MOVE WS-PRINTED-COUNT TO WS-PT-NOTICE-COUNT.
003460     MOVE WS-PRINT-LINE-COUNT TO WS-PT-LINE-COUNT.
003470     MOVE WS-RUN-DATE TO WS-PT-RUN-DATE.
003480     MOVE WS-PRINT-TRAILER TO PRINT-LINE.
003490     WRITE PRINT-LINE.
003500     CLOSE PRINT-FILE, NOTREG-FILE.
003510     PERFORM 8100-WRITE-TOTALS THRU 8100-EXIT.
003520     CLOSE REPORT-FILE.
003530     CALL "RPTSAVE" USING WS-REPO-NAME, WS-REPO-JOB,
003540                          WS-REPO-ENTITY, WS-REPO-STATUS.
003550     IF WS-REPO-STATUS NOT = ZERO
003560         DISPLAY "CUSTNOTE - REPORT NOT FILED IN THE",
003570             " REPOSITORY, STATUS ", WS-REPO-STATUS
003580     END-IF.
003590     EVALUATE TRUE
003600         WHEN WS-OVERFLOW-COUNT > 0
003610             MOVE 8 TO RETURN-CODE
003620         WHEN WS-HELD-COUNT > 0
003630             MOVE 4 TO RETURN-CODE
003640         WHEN OTHER
003650             MOVE 0 TO RETURN-CODE
003660     END-EVALUATE.
003670     STOP RUN.
003680*
003690*    A MISSING NOTICE.TBL LEAVES EVERY TYPE ON THE 30-DAY
003700*    DEFAULT, THE SAME PASS-BY-DEFAULT CONVENTION DORMSCAN
003710*    USES FOR DORMANT.TBL.
003720 1000-LOAD-CONTROL.
003730     OPEN INPUT CONTROL-FILE.
003740     IF NOT WS-CONTROL-FILE-OK
003750         GO TO 1000-EXIT
003760     END-IF.
003770     PERFORM 1100-LOAD-ONE-ENTRY THRU 1100-EXIT
003780         UNTIL WS-CONTROL-FILE-EOF.
003790     CLOSE CONTROL-FILE.
003800 1000-EXIT.
003810     EXIT.
003820*
003830 1100-LOAD-ONE-ENTRY.
003840     READ CONTROL-FILE
003850         AT END
003860             GO TO 1100-EXIT
003870     END-READ.
003880     IF CONTROL-FILE-RECORD(1:4) NOT = "DAYS"
003890         OR CONTROL-FILE-RECORD(11:5) NOT NUMERIC
003900         GO TO 1100-EXIT
003910     END-IF.
003920     IF CONTROL-FILE-RECORD(6:4) = "ALL "
003930         MOVE CONTROL-FILE-RECORD(11:5) TO WS-DEFAULT-DAYS
003940         GO TO 1100-EXIT
003950     END-IF.
003960     IF WS-DAYS-COUNT < 20
003970         ADD 1 TO WS-DAYS-COUNT
003980         MOVE CONTROL-FILE-RECORD(6:4)
003990             TO WS-DAYS-TYPE(WS-DAYS-COUNT)
004000         MOVE CONTROL-FILE-RECORD(11:5)
004010             TO WS-DAYS-PERIOD(WS-DAYS-COUNT)
004020     END-IF.
004030 1100-EXIT.
004040     EXIT.
004050*
004060 1200-LOAD-TEMPLATES.
004070     OPEN INPUT TEMPLATE-FILE.
004080     IF NOT WS-TEMPLATE-FILE-OK
004090         GO TO 1200-EXIT
004100     END-IF.
004110     PERFORM 1210-LOAD-ONE-TEMPLATE THRU 1210-EXIT
004120         UNTIL WS-TEMPLATE-FILE-EOF
004130            OR WS-TPL-COUNT = 300.
004140     CLOSE TEMPLATE-FILE.
004150 1200-EXIT.
004160     EXIT.
004170*
004180 1210-LOAD-ONE-TEMPLATE.
004190     READ TEMPLATE-FILE
004200         AT END
004210             GO TO 1210-EXIT
004220     END-READ.
004230     IF TEMPLATE-FILE-RECORD(1:4) = SPACES
004240         GO TO 1210-EXIT
004250     END-IF.
004260     ADD 1 TO WS-TPL-COUNT.
004270     MOVE TEMPLATE-FILE-RECORD(1:4) TO WS-TPL-TYPE(WS-TPL-COUNT).
004280     MOVE TEMPLATE-FILE-RECORD(6:74)
004290         TO WS-TPL-TEXT(WS-TPL-COUNT).
004300 1210-EXIT.
004310     EXIT.
004320*
004330*    WITHOUT CUSTREF.DAT NO NOTICE HAS AN ADDRESS, SO EVERY
004340*    NOTICE IS HELD AND LISTED RATHER THAN PRINTED.
004350 1300-LOAD-CUSTREF.
004360     OPEN INPUT CUSTREF-FILE.
004370     IF NOT WS-CUSTREF-FILE-OK
004380         DISPLAY "CUSTNOTE - NO CUSTREF.DAT, NOTICES WILL BE ",
004390             "HELD FOR WANT OF AN ADDRESS"
004400         GO TO 1300-EXIT
004410     END-IF.
004420     PERFORM 1310-LOAD-ONE-CUSTREF THRU 1310-EXIT
004430         UNTIL WS-CUSTREF-FILE-EOF.
004450     CLOSE CUSTREF-FILE.
004460 1300-EXIT.
004470     EXIT.
004480*
004490 1310-LOAD-ONE-CUSTREF.
004500     READ CUSTREF-FILE
004510         AT END
004520             GO TO 1310-EXIT
004530     END-READ.
004540     IF CUSTREF-FILE-RECORD(1:10) = SPACES
004550         GO TO 1310-EXIT
004560     END-IF.
004561     IF WS-CUST-COUNT = 5000
004562         IF WS-CUST-OVERFLOW = 0
004563             DISPLAY "CUSTNOTE - MORE THAN 5000 CUSTOMERS ON "
004564                 "CUSTREF.DAT"
004565         END-IF
004566         ADD 1 TO WS-CUST-OVERFLOW
004567         GO TO 1310-EXIT
004568     END-IF.
004570     ADD 1 TO WS-CUST-COUNT.
004580     MOVE CUSTREF-FILE-RECORD TO WS-CUST-ENTRY(WS-CUST-COUNT).
004590 1310-EXIT.
004600     EXIT.
004610*
004620*    ONLY NOTICES ACTUALLY SENT START A SUPPRESSION PERIOD; A
004630*    SUPPRESSED OR HELD LINE DOES NOT.
004640 1400-LOAD-REGISTER.
004650     OPEN INPUT NOTREG-FILE.
004660     IF NOT WS-NOTREG-FILE-OK
004670         GO TO 1400-EXIT
004680     END-IF.
004690     PERFORM 1410-LOAD-ONE-REGISTER-LINE THRU 1410-EXIT
004700         UNTIL WS-NOTREG-FILE-EOF.
004710     CLOSE NOTREG-FILE.
004720 1400-EXIT.
004730     EXIT.
004740*
004750 1410-LOAD-ONE-REGISTER-LINE.
004760     READ NOTREG-FILE
004770         AT END
004780             GO TO 1410-EXIT
004790     END-READ.
004800     MOVE NOTREG-RECORD TO WS-REG-LINE.
004810     IF NOT WS-REG-SENT
004820         OR WS-REG-RUN-DATE NOT NUMERIC
004830         GO TO 1410-EXIT
004840     END-IF.
004850     MOVE WS-REG-RUN-DATE TO WS-SENT-DATE-N.
004860     MOVE FUNCTION INTEGER-OF-DATE(WS-SENT-DATE-N)
004870         TO WS-SENT-INT-WORK.
004880     MOVE WS-REG-CUST-ID TO WS-NOTE-CUST-ID.
004890     MOVE WS-REG-TYPE TO WS-NOTE-TYPE.
004900     PERFORM 4100-RECORD-SENT THRU 4100-EXIT.
004910 1410-EXIT.
004920     EXIT.
004930*
004940*    NETEXCP.DAT: ACCOUNT IN 1-10, NET BALANCE IN 12-25.
004950 2000-OVERDRAFT-NOTICES.
004960     OPEN INPUT NETEXCP-FILE.
004970     IF NOT WS-NETEXCP-FILE-OK
004980         DISPLAY "CUSTNOTE - NO NETEXCP.DAT, NO OVERDRAFT ",
004990             "NOTICES"
005000         GO TO 2000-EXIT
005010     END-IF.
005020     PERFORM 2010-READ-ONE-OVERDRAFT THRU 2010-EXIT
005030         UNTIL WS-NETEXCP-FILE-EOF.
005040     CLOSE NETEXCP-FILE.
005050 2000-EXIT.
005060     EXIT.
005070*
005080 2010-READ-ONE-OVERDRAFT.
005090     READ NETEXCP-FILE
005100         AT END
005110             GO TO 2010-EXIT
005120     END-READ.
005130     IF NETEXCP-RECORD(1:10) = SPACES
005140         GO TO 2010-EXIT
005150     END-IF.
005160     MOVE NETEXCP-RECORD(12:14) TO WS-EXCP-NET-G.
005170     MOVE "OVDR" TO WS-NOTE-TYPE.
005180     MOVE NETEXCP-RECORD(1:10) TO WS-NOTE-ACCOUNT.
005190     MOVE WS-EXCP-NET TO WS-NOTE-AMOUNT.
005200     MOVE WS-RUN-DATE TO WS-NOTE-DATE.
005210     PERFORM 4000-ISSUE-NOTICE THRU 4000-EXIT.
005220 2010-EXIT.
005230     EXIT.
005240*
005250 2100-RETURN-NOTICES.
005260     OPEN INPUT PENDRET-FILE.
005270     IF NOT WS-PENDRET-FILE-OK
005280         DISPLAY "CUSTNOTE - NO PENDRET.DAT, NO RETURNED ",
005290             "ITEM NOTICES"
005300         GO TO 2100-EXIT
005310     END-IF.
005320     PERFORM 2110-READ-ONE-RETURN THRU 2110-EXIT
005330         UNTIL WS-PENDRET-FILE-EOF.
005340     CLOSE PENDRET-FILE.
005350 2100-EXIT.
005360     EXIT.
005370*
005380 2110-READ-ONE-RETURN.
005390     READ PENDRET-FILE
005400         AT END
005410             GO TO 2110-EXIT
005420     END-READ.
005430     IF PENDRET-RECORD(1:10) = SPACES
005440         GO TO 2110-EXIT
005450     END-IF.
005460     MOVE PENDRET-RECORD(1:82) TO SAMP-DETAIL-RECORD.
005470     MOVE "RETN" TO WS-NOTE-TYPE.
005480     PERFORM 2900-NOTICE-FROM-DETAIL THRU 2900-EXIT.
005490 2110-EXIT.
005500     EXIT.
005510*
005520 2200-REJECT-NOTICES.
005530     OPEN INPUT PAYREJ-FILE.
005540     IF NOT WS-PAYREJ-FILE-OK
005550         DISPLAY "CUSTNOTE - NO PAYREJ.DAT, NO REJECTED ",
005560             "PAYMENT NOTICES"
005570         GO TO 2200-EXIT
005580     END-IF.
005590     PERFORM 2210-READ-ONE-REJECT THRU 2210-EXIT
005600         UNTIL WS-PAYREJ-FILE-EOF.
005610     CLOSE PAYREJ-FILE.
005620 2200-EXIT.
005630     EXIT.
005640*
005650 2210-READ-ONE-REJECT.
005660     READ PAYREJ-FILE
005670         AT END
005680             GO TO 2210-EXIT
005690     END-READ.
005700     IF PAYREJ-RECORD(1:10) = SPACES
005710         GO TO 2210-EXIT
005720     END-IF.
005730     MOVE PAYREJ-RECORD(1:82) TO SAMP-DETAIL-RECORD.
005740     MOVE "REJT" TO WS-NOTE-TYPE.
005750     PERFORM 2900-NOTICE-FROM-DETAIL THRU 2900-EXIT.
005760 2210-EXIT.
005770     EXIT.
005780*
005790*    RSMFCOB HAS NO READ-NEXT FUNCTION, SO THE DORMANT ACCOUNTS
005800*    ARE FOUND BY READING EACH ACCOUNT ON ACCTMST.LST, THE SAME
005810*    WAY DORMSCAN MARKS THEM.
005820 2300-DORMANCY-NOTICES.
005830     OPEN INPUT LIST-FILE.
005840     IF NOT WS-LIST-FILE-OK
005850         DISPLAY "CUSTNOTE - NO ACCTMST.LST, NO DORMANCY ",
005860             "NOTICES"
005870         GO TO 2300-EXIT
005880     END-IF.
005890     SET FUNC-OPEN TO TRUE.
005900     MOVE SPACES TO WS-IO-AREA.
005910     MOVE WS-MASTER-FILE-NAME TO WS-IO-AREA(1:15).
005920     MOVE 130 TO WS-IO-LEN.
005930     CALL "RSMFCOB" USING WS-FUNC, WS-IO-AREA,
005940                           WS-IO-LEN, WS-RET-CODE.
005950     IF WS-RET-CODE NOT = 0
005960         DISPLAY "CUSTNOTE - CANNOT OPEN ACCOUNT MASTER, NO ",
005970             "DORMANCY NOTICES"
005980         CLOSE LIST-FILE
005990         GO TO 2300-EXIT
006000     END-IF.
006010     PERFORM 2310-CHECK-ONE-ACCOUNT THRU 2310-EXIT
006020         UNTIL WS-LIST-FILE-EOF.
006030     SET FUNC-CLOSE TO TRUE.
006040     MOVE SPACES TO WS-IO-AREA.
006050     CALL "RSMFCOB" USING WS-FUNC, WS-IO-AREA,
006060                           WS-IO-LEN, WS-RET-CODE.
006070     CLOSE LIST-FILE.
006080 2300-EXIT.
006090     EXIT.
006100*
006110 2310-CHECK-ONE-ACCOUNT.
006120     READ LIST-FILE
006130         AT END
006140             GO TO 2310-EXIT
006150     END-READ.
006160     IF LIST-FILE-RECORD = SPACES
006170         GO TO 2310-EXIT
006180     END-IF.
006190     SET FUNC-READ TO TRUE.
006200     MOVE SPACES TO WS-IO-AREA.
006210     MOVE LIST-FILE-RECORD TO WS-IO-AREA(1:10).
006220     MOVE 130 TO WS-IO-LEN.
006230     CALL "RSMFCOB" USING WS-FUNC, WS-IO-AREA,
006240                           WS-IO-LEN, WS-RET-CODE.
006250     IF WS-RET-CODE NOT = 0
006260         GO TO 2310-EXIT
006270     END-IF.
006280     MOVE WS-IO-AREA(1:130) TO ACCT-MASTER-RECORD.
006290     IF NOT ACCT-STATUS-DORMANT
006300         GO TO 2310-EXIT
006310     END-IF.
006320     MOVE "DORM" TO WS-NOTE-TYPE.
006330     MOVE ACCT-ACCOUNT-NUMBER TO WS-NOTE-ACCOUNT.
006340     MOVE ACCT-CURRENT-BALANCE TO WS-NOTE-AMOUNT.
006350     MOVE ACCT-STATUS-DATE TO WS-NOTE-DATE.
006360     PERFORM 4000-ISSUE-NOTICE THRU 4000-EXIT.
006370 2310-EXIT.
006380     EXIT.
006390*
006400 2900-NOTICE-FROM-DETAIL.
006410     MOVE SAMP-ACCOUNT-NUMBER TO WS-NOTE-ACCOUNT.
006420     MOVE SAMP-TRANSACTION-AMOUNT TO WS-NOTE-AMOUNT.
006430     MOVE SAMP-TRANSACTION-DATE TO WS-NOTE-DATE.
006440     PERFORM 4000-ISSUE-NOTICE THRU 4000-EXIT.
006450 2900-EXIT.
006460     EXIT.
006470*
006480*    DECIDES WHETHER THE NOTICE IN WS-NOTE-* IS PRINTED,
006490*    SUPPRESSED OR HELD, PRINTS IT IF SO, AND LOGS IT EITHER
006500*    WAY.  A HELD NOTICE DOES NOT START A SUPPRESSION PERIOD, SO
006510*    IT IS RAISED AGAIN ONCE ITS ADDRESS OR LETTER IS SUPPLIED.
006520 4000-ISSUE-NOTICE.
006530     ADD 1 TO WS-ITEM-COUNT.
006540     MOVE SPACES TO WS-NOTE-REASON.
006550     MOVE 0 TO WS-CUST-SUB.
006560     PERFORM 4010-MATCH-CUSTREF THRU 4010-EXIT
006570         VARYING WS-CUST-IDX FROM 1 BY 1
006580         UNTIL WS-CUST-IDX > WS-CUST-COUNT
006590            OR WS-CUST-SUB > 0.
006600     MOVE SPACES TO CUST-REF-RECORD.
006610     IF WS-CUST-SUB > 0
006620         MOVE WS-CUST-ENTRY(WS-CUST-SUB) TO CUST-REF-RECORD
006630         MOVE CUST-CUSTOMER-ID TO WS-NOTE-CUST-ID
006640     ELSE
006650         MOVE WS-NOTE-ACCOUNT TO WS-NOTE-CUST-ID
006660     END-IF.
006670     MOVE CUST-NAME TO WS-NOTE-NAME.
006680     MOVE 0 TO WS-TPL-MATCHED.
006690     PERFORM 4020-COUNT-TEMPLATE THRU 4020-EXIT
006700         VARYING WS-TPL-IDX FROM 1 BY 1
006710         UNTIL WS-TPL-IDX > WS-TPL-COUNT.
006720     IF WS-TPL-MATCHED = 0
006730         MOVE "HELD" TO WS-NOTE-ACTION
006740         MOVE "NO LETTER FOR TYPE" TO WS-NOTE-REASON
006750         ADD 1 TO WS-HELD-COUNT
006760         GO TO 4000-LOG
006770     END-IF.
006780     IF WS-CUST-SUB = 0
006790         OR CUST-ADDRESS = SPACES
006800         MOVE "HELD" TO WS-NOTE-ACTION
006810         MOVE "NO ADDRESS ON FILE" TO WS-NOTE-REASON
006820         ADD 1 TO WS-HELD-COUNT
006830         GO TO 4000-LOG
006840     END-IF.
006850     MOVE WS-DEFAULT-DAYS TO WS-PERIOD.
006860     PERFORM 4030-FIND-PERIOD THRU 4030-EXIT
006870         VARYING WS-DAYS-IDX FROM 1 BY 1
006880         UNTIL WS-DAYS-IDX > WS-DAYS-COUNT.
006890     PERFORM 4040-FIND-SENT THRU 4040-EXIT.
006900     IF WS-SENT-SUB > 0
006910         COMPUTE WS-SENT-AGE = WS-RUN-INT
006920                             - WS-SENT-INT(WS-SENT-SUB)
006930         IF WS-SENT-AGE < WS-PERIOD
006940             MOVE "SUPP" TO WS-NOTE-ACTION
006950             MOVE "SENT WITHIN PERIOD" TO WS-NOTE-REASON
006960             ADD 1 TO WS-SUPPRESSED-COUNT
006970             GO TO 4000-LOG
006980         END-IF
006990     END-IF.
007000     MOVE "SENT" TO WS-NOTE-ACTION.
007010     ADD 1 TO WS-NOTE-REF-SEQ.
007020     MOVE WS-NOTE-REFERENCE TO WS-NOTE-REASON.
007030     ADD 1 TO WS-PRINTED-COUNT.
007040     PERFORM 6000-PRINT-NOTICE THRU 6000-EXIT.
007050     MOVE WS-RUN-INT TO WS-SENT-INT-WORK.
007060     PERFORM 4100-RECORD-SENT THRU 4100-EXIT.
007070 4000-LOG.
007080     PERFORM 7000-LOG-NOTICE THRU 7000-EXIT.
007090 4000-EXIT.
007100     EXIT.
007110*
007120 4010-MATCH-CUSTREF.
007130     IF WS-CUST-ENTRY(WS-CUST-IDX)(1:10) = WS-NOTE-ACCOUNT
007140         SET WS-CUST-SUB TO WS-CUST-IDX
007150     END-IF.
007160 4010-EXIT.
007170     EXIT.
007180*
007190 4020-COUNT-TEMPLATE.
007200     IF WS-TPL-TYPE(WS-TPL-IDX) = WS-NOTE-TYPE
007210         ADD 1 TO WS-TPL-MATCHED
007220     END-IF.
007230 4020-EXIT.
007240     EXIT.
007250*
007260 4030-FIND-PERIOD.
007270     IF WS-DAYS-TYPE(WS-DAYS-IDX) = WS-NOTE-TYPE
007280         MOVE WS-DAYS-PERIOD(WS-DAYS-IDX) TO WS-PERIOD
007290     END-IF.
007300 4030-EXIT.
007310     EXIT.
007320*
007330 4040-FIND-SENT.
007340     MOVE 0 TO WS-SENT-SUB.
007350     PERFORM 4050-MATCH-SENT THRU 4050-EXIT
007360         VARYING WS-SENT-IDX FROM 1 BY 1
007370         UNTIL WS-SENT-IDX > WS-SENT-COUNT
007380            OR WS-SENT-SUB > 0.
007390 4040-EXIT.
007400     EXIT.
007410*
007420 4050-MATCH-SENT.
007430     IF WS-SENT-CUST-ID(WS-SENT-IDX) = WS-NOTE-CUST-ID
007440         AND WS-SENT-TYPE(WS-SENT-IDX) = WS-NOTE-TYPE
007450         SET WS-SENT-SUB TO WS-SENT-IDX
007460     END-IF.
007470 4050-EXIT.
007480     EXIT.
007490*
007500*    KEEPS THE LATEST DAY (WS-SENT-INT-WORK) THE CUSTOMER WAS
007510*    SENT THIS KIND OF NOTICE.  A FULL TABLE IS COUNTED AS AN
007520*    OVERFLOW; THE NOTICE ITSELF STILL GOES OUT.
007530 4100-RECORD-SENT.
007540     PERFORM 4040-FIND-SENT THRU 4040-EXIT.
007550     IF WS-SENT-SUB > 0
007560         IF WS-SENT-INT-WORK > WS-SENT-INT(WS-SENT-SUB)
007570             MOVE WS-SENT-INT-WORK TO WS-SENT-INT(WS-SENT-SUB)
007580         END-IF
007590         GO TO 4100-EXIT
007600     END-IF.
007610     IF WS-SENT-COUNT = 5000
007620         IF WS-OVERFLOW-COUNT = 0
007630             DISPLAY "CUSTNOTE - MORE THAN 5000 CUSTOMER ",
007640                 "NOTICES IN THE SUPPRESSION TABLE"
007650         END-IF
007660         ADD 1 TO WS-OVERFLOW-COUNT
007670         GO TO 4100-EXIT
007680     END-IF.
007690     ADD 1 TO WS-SENT-COUNT.
007700     MOVE WS-NOTE-CUST-ID TO WS-SENT-CUST-ID(WS-SENT-COUNT).
007710     MOVE WS-NOTE-TYPE TO WS-SENT-TYPE(WS-SENT-COUNT).
007720     MOVE WS-SENT-INT-WORK TO WS-SENT-INT(WS-SENT-COUNT).
007730 4100-EXIT.
007740     EXIT.
007750*
007760*    ONE PAGE PER NOTICE: LETTER DATE, ADDRESS BLOCK, ACCOUNT
007770*    AND REFERENCE, THEN THE LETTER FOR THE NOTICE TYPE.
007780 6000-PRINT-NOTICE.
007790     IF WS-NOTE-AMOUNT < 0
007800         COMPUTE WS-NOTE-AMOUNT-ABS = 0 - WS-NOTE-AMOUNT
007810     ELSE
007820         MOVE WS-NOTE-AMOUNT TO WS-NOTE-AMOUNT-ABS
007830     END-IF.
007840     MOVE SPACES TO PRINT-LINE.
007850     MOVE "1" TO PRINT-LINE(1:1).
007860     MOVE WS-LETTER-DATE TO PRINT-LINE(61:10).
007870     PERFORM 6900-WRITE-PRINT-LINE THRU 6900-EXIT.
007880     MOVE SPACES TO PRINT-LINE.
007890     PERFORM 6900-WRITE-PRINT-LINE THRU 6900-EXIT.
007900     MOVE CUST-NAME TO PRINT-LINE(6:30).
007910     PERFORM 6900-WRITE-PRINT-LINE THRU 6900-EXIT.
007920     MOVE CUST-ADDRESS TO PRINT-LINE(6:30).
007930     PERFORM 6900-WRITE-PRINT-LINE THRU 6900-EXIT.
007940     STRING CUST-CITY        DELIMITED BY "  "
007950            "  "             DELIMITED BY SIZE
007960            CUST-POSTAL-CODE DELIMITED BY SIZE
007970         INTO PRINT-LINE(6:40).
007980     PERFORM 6900-WRITE-PRINT-LINE THRU 6900-EXIT.
007990     PERFORM 6900-WRITE-PRINT-LINE THRU 6900-EXIT.
008000     STRING "ACCOUNT " WS-NOTE-ACCOUNT
008010            "          REFERENCE " WS-NOTE-REFERENCE
008020            DELIMITED BY SIZE
008030         INTO PRINT-LINE(6:60).
008040     PERFORM 6900-WRITE-PRINT-LINE THRU 6900-EXIT.
008050     PERFORM 6900-WRITE-PRINT-LINE THRU 6900-EXIT.
008060     PERFORM 6100-PRINT-ONE-LETTER-LINE THRU 6100-EXIT
008070         VARYING WS-TPL-IDX FROM 1 BY 1
008080         UNTIL WS-TPL-IDX > WS-TPL-COUNT.
008090 6000-EXIT.
008100     EXIT.
008110*
008120 6100-PRINT-ONE-LETTER-LINE.
008130     IF WS-TPL-TYPE(WS-TPL-IDX) NOT = WS-NOTE-TYPE
008140         GO TO 6100-EXIT
008150     END-IF.
008160     MOVE WS-TPL-TEXT(WS-TPL-IDX) TO WS-MERGE-IN.
008170     MOVE SPACES TO WS-MERGE-OUT.
008180     MOVE 1 TO WS-MERGE-POS.
008190     MOVE 1 TO WS-MERGE-PTR.
008200     PERFORM 6110-MERGE-ONE-POSITION THRU 6110-EXIT
008210         UNTIL WS-MERGE-POS > 74
008220            OR WS-MERGE-PTR > 79.
008230     MOVE WS-MERGE-OUT TO PRINT-LINE(2:79).
008240     PERFORM 6900-WRITE-PRINT-LINE THRU 6900-EXIT.
008250 6100-EXIT.
008260     EXIT.
008270*
008280*    COPIES ONE TEMPLATE POSITION, OR REPLACES A MERGE FIELD
008290*    STARTING THERE WITH ITS VALUE LESS TRAILING SPACES.
008300 6110-MERGE-ONE-POSITION.
008310     IF WS-MERGE-IN(WS-MERGE-POS:1) NOT = "&"
008320         GO TO 6110-COPY-ONE
008330     END-IF.
008340     EVALUATE TRUE
008350         WHEN WS-MERGE-IN(WS-MERGE-POS:6) = "&NAME&"
008360             MOVE WS-NOTE-NAME TO WS-MERGE-VALUE
008370             MOVE 6 TO WS-MERGE-TOKEN-LEN
008380         WHEN WS-MERGE-IN(WS-MERGE-POS:9) = "&ACCOUNT&"
008390             MOVE WS-NOTE-ACCOUNT TO WS-MERGE-VALUE
008400             MOVE 9 TO WS-MERGE-TOKEN-LEN
008410         WHEN WS-MERGE-IN(WS-MERGE-POS:8) = "&AMOUNT&"
008420             MOVE WS-NOTE-AMOUNT-ABS TO WS-MERGE-AMOUNT
008430             MOVE FUNCTION TRIM(WS-MERGE-AMOUNT)
008440                 TO WS-MERGE-VALUE
008450             MOVE 8 TO WS-MERGE-TOKEN-LEN
008460         WHEN WS-MERGE-IN(WS-MERGE-POS:6) = "&DATE&"
008470             MOVE WS-NOTE-DATE TO WS-DATE-IN
008480             PERFORM 9000-FORMAT-DATE THRU 9000-EXIT
008490             MOVE WS-DATE-OUT TO WS-MERGE-VALUE
008500             MOVE 6 TO WS-MERGE-TOKEN-LEN
008510         WHEN OTHER
008520             GO TO 6110-COPY-ONE
008530     END-EVALUATE.
008540     IF WS-MERGE-VALUE NOT = SPACES
008550         STRING FUNCTION TRIM(WS-MERGE-VALUE TRAILING)
008560                DELIMITED BY SIZE
008570             INTO WS-MERGE-OUT
008580             WITH POINTER WS-MERGE-PTR
008590         END-STRING
008600     END-IF.
008610     ADD WS-MERGE-TOKEN-LEN TO WS-MERGE-POS.
008620     GO TO 6110-EXIT.
008630 6110-COPY-ONE.
008640     MOVE WS-MERGE-IN(WS-MERGE-POS:1)
008650         TO WS-MERGE-OUT(WS-MERGE-PTR:1).
008660     ADD 1 TO WS-MERGE-POS.
008670     ADD 1 TO WS-MERGE-PTR.
008680 6110-EXIT.
008690     EXIT.
008700*
008710 6900-WRITE-PRINT-LINE.
008720     WRITE PRINT-LINE.
008730     ADD 1 TO WS-PRINT-LINE-COUNT.
008740     MOVE SPACES TO PRINT-LINE.
008750 6900-EXIT.
008760     EXIT.
008770*
008780 7000-LOG-NOTICE.
008790     MOVE SPACES TO WS-REG-LINE.
008800     MOVE WS-RUN-DATE TO WS-REG-RUN-DATE.
008810     MOVE WS-NOTE-TYPE TO WS-REG-TYPE.
008820     MOVE WS-NOTE-CUST-ID TO WS-REG-CUST-ID.
008830     MOVE WS-NOTE-ACCOUNT TO WS-REG-ACCOUNT.
008840     MOVE WS-NOTE-AMOUNT TO WS-REG-AMOUNT.
008850     MOVE WS-NOTE-ACTION TO WS-REG-ACTION.
008860     IF WS-REG-SENT
008870         MOVE WS-NOTE-REFERENCE TO WS-REG-REFERENCE
008880     END-IF.
008890     MOVE WS-REG-LINE TO NOTREG-RECORD.
008900     WRITE NOTREG-RECORD.
008910     MOVE WS-NOTE-AMOUNT TO WS-AMOUNT-EDIT.
008920     MOVE SPACES TO REPORT-LINE.
008930     STRING WS-NOTE-TYPE " "
008940            WS-NOTE-ACCOUNT " "
008950            WS-NOTE-CUST-ID " "
008960            WS-NOTE-NAME " "
008970            WS-AMOUNT-EDIT " "
008980            WS-NOTE-ACTION " "
008990            WS-NOTE-REASON
009000            DELIMITED BY SIZE
009010         INTO REPORT-LINE.
009020     WRITE REPORT-LINE.
009030 7000-EXIT.
009040     EXIT.
009050*
009060 8000-WRITE-HEADING.
009070     MOVE SPACES TO REPORT-LINE.
009080     STRING "CUSTOMER NOTICE REGISTER  RUN DATE " WS-RUN-DATE
009090            DELIMITED BY SIZE
009100         INTO REPORT-LINE.
009110     WRITE REPORT-LINE.
009120     MOVE SPACES TO REPORT-LINE.
009130     MOVE "TYPE ACCOUNT    CUSTOMER   NAME" TO REPORT-LINE.
009140     MOVE "AMOUNT ACTN REFERENCE / REASON"
009150         TO REPORT-LINE(70:30).
009160     WRITE REPORT-LINE.
009170 8000-EXIT.
009180     EXIT.
009190*
009200 8100-WRITE-TOTALS.
009210     MOVE SPACES TO REPORT-LINE.
009220     WRITE REPORT-LINE.
009230     MOVE WS-ITEM-COUNT TO WS-COUNT-EDIT.
009240     MOVE SPACES TO REPORT-LINE.
009250     STRING "EXCEPTIONS CONSIDERED   = " WS-COUNT-EDIT
009260            DELIMITED BY SIZE
009270         INTO REPORT-LINE.
009280     WRITE REPORT-LINE.
009290     DISPLAY "CUSTNOTE - EXCEPTIONS CONSIDERED = ", WS-COUNT-EDIT.
009300     MOVE WS-PRINTED-COUNT TO WS-COUNT-EDIT.
009310     MOVE SPACES TO REPORT-LINE.
009320     STRING "NOTICES PRINTED         = " WS-COUNT-EDIT
009330            DELIMITED BY SIZE
009340         INTO REPORT-LINE.
009350     WRITE REPORT-LINE.
009360     DISPLAY "CUSTNOTE - NOTICES PRINTED       = ", WS-COUNT-EDIT.
009370     MOVE WS-SUPPRESSED-COUNT TO WS-COUNT-EDIT.
009380     MOVE SPACES TO REPORT-LINE.
009390     STRING "NOTICES SUPPRESSED      = " WS-COUNT-EDIT
009400            DELIMITED BY SIZE
009410         INTO REPORT-LINE.
009420     WRITE REPORT-LINE.
009430     DISPLAY "CUSTNOTE - NOTICES SUPPRESSED    = ", WS-COUNT-EDIT.
009440     MOVE WS-HELD-COUNT TO WS-COUNT-EDIT.
009450     MOVE SPACES TO REPORT-LINE.
009460     STRING "NOTICES HELD            = " WS-COUNT-EDIT
009470            DELIMITED BY SIZE
009480         INTO REPORT-LINE.
009490     WRITE REPORT-LINE.
009500     DISPLAY "CUSTNOTE - NOTICES HELD          = ", WS-COUNT-EDIT.
009510     MOVE WS-PRINT-LINE-COUNT TO WS-COUNT-EDIT.
009520     MOVE SPACES TO REPORT-LINE.
009530     STRING "PRINT LINES WRITTEN     = " WS-COUNT-EDIT
009540            DELIMITED BY SIZE
009550         INTO REPORT-LINE.
009560     WRITE REPORT-LINE.
009570     MOVE WS-OVERFLOW-COUNT TO WS-COUNT-EDIT.
009580     MOVE SPACES TO REPORT-LINE.
009590     STRING "SUPPRESSION OVERFLOWS   = " WS-COUNT-EDIT
009600            DELIMITED BY SIZE
009610         INTO REPORT-LINE.
009620     WRITE REPORT-LINE.
009630 8100-EXIT.
009640     EXIT.
009650*
009660*    CCYYMMDD IN WS-DATE-IN TO MM/DD/CCYY IN WS-DATE-OUT.
009670 9000-FORMAT-DATE.
009680     MOVE SPACES TO WS-DATE-OUT.
009690     STRING WS-DATE-IN(5:2) "/"
009700            WS-DATE-IN(7:2) "/"
009710            WS-DATE-IN(1:4)
009720            DELIMITED BY SIZE
009730         INTO WS-DATE-OUT.
009740 9000-EXIT.
009750     EXIT.
