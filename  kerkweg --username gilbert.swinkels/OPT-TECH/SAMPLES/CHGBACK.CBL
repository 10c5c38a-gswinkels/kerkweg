000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CHGBACK.
000030 AUTHOR.        G. SWINKELS, DATA PROCESSING.
000040 INSTALLATION.  DATA PROCESSING DEPT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*MODIFICATION HISTORY
000090*--------------------
000100*10/15/2026  GS   ORIGINAL.  MONTH-END PROCESSING-COST
000110*                 CHARGEBACK, REPLACING THE ONCE-A-YEAR ESTIMATE
000120*                 OF THE RECHARGE.  EVERY FIGURE IS COUNTED FROM
000130*                 WHAT THE MONTH'S RUNS LEFT BEHIND, SO AN ENTITY
000140*                 THAT QUERIES ITS BILL CAN BE SHOWN WHERE EACH
000150*                 PART CAME FROM:
000160*                   RECORDS  EACH DETAIL ON THE MONTH'S ARCHIVE
000170*                            (ARCH-CCYYMM.DAT), BY ENTITY --
000180*                            THROUGH ENTLOOK ON ITS ACCOUNT --
000190*                            AND BY REGION.  AN ACCOUNT NO RANGE
000200*                            ON ENTITY.TBL COVERS IS BILLED TO
000210*                            ENTITY "NONE".
000220*                   RUNS     EACH AUDIT.LOG LINE IN THE MONTH,
000230*                            WITH THE ELAPSED SECONDS STEPTIME
000240*                            LOGGED FOR THE SAME JOB SHOWN
000250*                            ALONGSIDE.
000260*                   REPORTS  EACH REPORT FILED IN RPTINDEX.DAT IN
000270*                            THE MONTH.
000280*                   FILES    EACH FILE REGISTERED ON XMIT.REG IN
000290*                            THE MONTH.
000300*                 THE RATE CARD (CHGRATE.TBL) PRICES EACH.
000310*                 RECORDS ARE CHARGED STRAIGHT TO THE ENTITY AND
000320*                 REGION THEY BELONG TO.  A REPORT FILED UNDER AN
000330*                 ENTITY IS CHARGED TO THAT ENTITY, SPREAD OVER
000340*                 ITS REGIONS BY THEIR RECORDS.  RUNS, FILES SENT
000350*                 AND REPORTS FILED FOR NO ONE ENTITY MAKE UP THE
000360*                 SHARED POOL, SPREAD OVER EVERY ENTITY AND
000370*                 REGION BY RECORDS.  ROUNDING IS PUT ON THE
000380*                 LINE WITH THE MOST RECORDS, SO THE INVOICES ADD
000390*                 BACK TO THE COST TO THE CENT.  CHGBACK.RPT
000400*                 CARRIES ONE INVOICE PER ENTITY, BY REGION, THEN
000410*                 THE SUPPORTING DETAIL.  CHGBACK.JNL CARRIES THE
000420*                 INTERNAL RECHARGE IN THE GLFEED.JNL LAYOUT: A
000430*                 DEBIT PER ENTITY TO ITS RECHARGE ACCOUNT, ONE
000440*                 CREDIT TO THE COST-RECOVERY ACCOUNT, DATED THE
000450*                 LAST DAY OF THE MONTH.  BOTH ARE FILED THROUGH
000460*                 RPTSAVE.  THE MONTH IS CHG-MONTH (CCYYMM) AND
000470*                 DEFAULTS TO LAST MONTH, AS BUDVAR'S DOES.
000480*                 RETURN-CODE IS 4 WHEN RECORDS WERE BILLED TO
000490*                 "NONE", 8 WHEN A TABLE FILLED, AND 12 WHEN THE
000500*                 MONTH, THE RATE CARD OR THE ARCHIVE IS NO GOOD.
000501*
000502*10/15/2026  GS   WHEN A TABLE FILLS THE FIGURES ARE SHORT, SO
000503*                 NO CHGBACK.JNL IS WRITTEN OR FILED; THE REPORT
000504*                 SAYS SO AND THE RUN STILL ENDS 8.  A REPORT OR
000505*                 JOURNAL THAT CANNOT BE OPENED NOW ENDS THE RUN
000506*                 WITH RETURN CODE 12.
000510*
000520*---------------------------------------------------------------*
000530*RATE CARD FORMAT (CHGRATE.TBL, ONE LINE PER ENTRY)             *
000540*    RECS NNNNNNNNNNN   CHARGE PER THOUSAND RECORDS             *
000550*    RUNS NNNNNNNNNNN   CHARGE PER RUN                          *
000560*    RPTS NNNNNNNNNNN   CHARGE PER REPORT FILED                 *
000570*    XMIT NNNNNNNNNNN   CHARGE PER FILE TRANSMITTED             *
000580*                       RATES ARE 9(09)V99, ZERO PADDED, IN     *
000590*                       POSITIONS 6-16; A MISSING RATE IS ZERO. *
000600*    GLCR AAAAAAAA      COST-RECOVERY ACCOUNT CREDITED          *
000610*    GLDR AAAAAAAA      RECHARGE ACCOUNT EACH ENTITY IS DEBITED *
000620*    ENTG EEEE AAAAAAAA ENTITY EEEE'S OWN RECHARGE ACCOUNT,     *
000630*                       IN PLACE OF GLDR                        *
000640*GLCR AND GLDR ARE REQUIRED.                                    *
000650*---------------------------------------------------------------*
000660*
000670 ENVIRONMENT DIVISION.
000680 CONFIGURATION SECTION.
000690 SOURCE-COMPUTER.  IBM-PC.
000700 OBJECT-COMPUTER.  IBM-PC.
000710 INPUT-OUTPUT SECTION.
000720 FILE-CONTROL.
000730     SELECT RATE-FILE ASSIGN TO "CHGRATE.TBL"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-RATE-FILE-STATUS.
000760     SELECT ENTITY-FILE ASSIGN TO "ENTITY.TBL"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-ENTITY-FILE-STATUS.
000790     SELECT ARCH-FILE ASSIGN TO WS-ARCH-FILE-NAME
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-ARCH-FILE-STATUS.
000820     SELECT AUDIT-FILE ASSIGN TO "AUDIT.LOG"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000850     SELECT TIMING-FILE ASSIGN TO "STEPTIME.LOG"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-TIMING-FILE-STATUS.
000880     SELECT INDEX-FILE ASSIGN TO "RPTINDEX.DAT"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-INDEX-FILE-STATUS.
000910     SELECT XMIT-FILE ASSIGN TO "XMIT.REG"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-XMIT-FILE-STATUS.
000940     SELECT REPORT-FILE ASSIGN TO "CHGBACK.RPT"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WS-REPORT-FILE-STATUS.
000970     SELECT JOURNAL-FILE ASSIGN TO "CHGBACK.JNL"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS WS-JOURNAL-FILE-STATUS.
001000*
001010 DATA DIVISION.
001020 FILE SECTION.
001030 FD  RATE-FILE.
001040 01  RATE-FILE-RECORD            PIC X(40).
001050 FD  ENTITY-FILE.
001060 01  ENTITY-FILE-RECORD          PIC X(70).
001070 FD  ARCH-FILE.
001080 01  ARCH-FILE-RECORD            PIC X(82).
001090 FD  AUDIT-FILE.
001100 01  AUDIT-LINE                  PIC X(115).
001110 FD  TIMING-FILE.
001120 01  TIMING-LINE                 PIC X(60).
001130 FD  INDEX-FILE.
001140 01  INDEX-FILE-RECORD           PIC X(84).
001150 FD  XMIT-FILE.
001160 01  XMIT-FILE-RECORD            PIC X(110).
001170 FD  REPORT-FILE.
001180 01  REPORT-LINE                 PIC X(110).
001190 FD  JOURNAL-FILE.
001200 01  JOURNAL-LINE                PIC X(33).
001210*
001220 WORKING-STORAGE SECTION.
001230 01  WS-RATE-FILE-STATUS       PIC X(02).
001240     88  WS-RATE-FILE-OK           VALUE "00".
001250     88  WS-RATE-FILE-EOF          VALUE "10".
001260 01  WS-ENTITY-FILE-STATUS     PIC X(02).
001270     88  WS-ENTITY-FILE-OK         VALUE "00".
001280     88  WS-ENTITY-FILE-EOF        VALUE "10".
001290 01  WS-ARCH-FILE-NAME         PIC X(15).
001300 01  WS-ARCH-FILE-STATUS       PIC X(02).
001310     88  WS-ARCH-FILE-OK           VALUE "00".
001320     88  WS-ARCH-FILE-EOF          VALUE "10".
001330 01  WS-AUDIT-FILE-STATUS      PIC X(02).
001340     88  WS-AUDIT-FILE-OK          VALUE "00".
001350     88  WS-AUDIT-FILE-EOF         VALUE "10".
001360 01  WS-TIMING-FILE-STATUS     PIC X(02).
001370     88  WS-TIMING-FILE-OK         VALUE "00".
001380     88  WS-TIMING-FILE-EOF        VALUE "10".
001390 01  WS-INDEX-FILE-STATUS      PIC X(02).
001400     88  WS-INDEX-FILE-OK          VALUE "00".
001410     88  WS-INDEX-FILE-EOF         VALUE "10".
001420 01  WS-XMIT-FILE-STATUS       PIC X(02).
001430     88  WS-XMIT-FILE-OK           VALUE "00".
001440     88  WS-XMIT-FILE-EOF          VALUE "10".
001450 01  WS-REPORT-FILE-STATUS     PIC X(02).
001452     88  WS-REPORT-FILE-OK         VALUE "00".
001460 01  WS-JOURNAL-FILE-STATUS    PIC X(02).
001462     88  WS-JOURNAL-FILE-OK        VALUE "00".
001470 01  WS-ENV-VALUE              PIC X(15).
001480 01  WS-TIMESTAMP              PIC X(21).
001490 01  WS-BILL-MONTH             PIC X(06).
001500 01  WS-BILL-MONTH-N REDEFINES WS-BILL-MONTH.
001510     05  WS-BM-YEAR            PIC 9(04).
001520     05  WS-BM-MONTH           PIC 9(02).
001530 01  WS-NEXT-MONTH-N.
001540     05  WS-NM-YEAR            PIC 9(04).
001550     05  WS-NM-MONTH           PIC 9(02).
001560     05  WS-NM-DAY             PIC 9(02) VALUE 1.
001570 01  WS-NEXT-MONTH-DATE REDEFINES WS-NEXT-MONTH-N
001580                               PIC 9(08).
001590 01  WS-POST-DATE              PIC 9(08).
001600*
001610*    THE RATE CARD.
001620 01  WS-RATE-AMOUNT-X          PIC X(11).
001630 01  WS-RATE-AMOUNT REDEFINES WS-RATE-AMOUNT-X
001640                               PIC 9(09)V99.
001650 01  WS-RATE-RECORDS           PIC 9(09)V99 VALUE 0.
001660 01  WS-RATE-RUN               PIC 9(09)V99 VALUE 0.
001670 01  WS-RATE-REPORT            PIC 9(09)V99 VALUE 0.
001680 01  WS-RATE-XMIT              PIC 9(09)V99 VALUE 0.
001690 01  WS-GL-CREDIT              PIC X(08) VALUE SPACES.
001700 01  WS-GL-DEBIT               PIC X(08) VALUE SPACES.
001710 01  WS-ENTG-TABLE.
001720     05  WS-ENTG-COUNT         PIC 9(03) COMP-5 VALUE 0.
001730     05  WS-ENTG-ENTRY OCCURS 100 TIMES
001740             INDEXED BY WS-ENTG-IDX.
001750         10  WS-ENTG-ENTITY    PIC X(04).
001760         10  WS-ENTG-ACCOUNT   PIC X(08).
001770*
001780*    ONE ENTRY PER ENTITY: ENTITY.TBL'S, THEN ANY MET ONLY IN
001790*    THE ARCHIVE ("NONE").
001800 01  WS-ENT-TABLE.
001810     05  WS-ENT-COUNT          PIC 9(03) COMP-5 VALUE 0.
001820     05  WS-ENT-ENTRY OCCURS 100 TIMES
001830             INDEXED BY WS-ENT-IDX.
001840         10  WS-ENT-CODE       PIC X(04).
001850         10  WS-ENT-NAME       PIC X(30).
001860         10  WS-ENT-RECORDS    PIC 9(09) COMP-5.
001870         10  WS-ENT-REPORTS    PIC 9(05) COMP-5.
001880         10  WS-ENT-REPORT-AMT PIC 9(11)V99 COMP-3.
001890         10  WS-ENT-ALLOCATED  PIC 9(11)V99 COMP-3.
001900         10  WS-ENT-TOTAL      PIC 9(11)V99 COMP-3.
001910         10  WS-ENT-BIG-SUB    PIC 9(04) COMP-5.
001920 01  WS-ENT-SUB                PIC 9(03) COMP-5.
001930 01  WS-ENT-OVERFLOW-SW        PIC X(01) VALUE "N".
001940     88  WS-ENT-OVERFLOW           VALUE "Y".
001950*
001960*    ONE ENTRY PER ENTITY AND REGION -- ONE INVOICE LINE.
001970 01  WS-LINE-TABLE.
001980     05  WS-LINE-COUNT         PIC 9(04) COMP-5 VALUE 0.
001990     05  WS-LINE-ENTRY OCCURS 500 TIMES
002000             INDEXED BY WS-LINE-IDX.
002010         10  WS-LINE-KEY.
002020             15  WS-LINE-ENTITY    PIC X(04).
002030             15  WS-LINE-REGION    PIC X(04).
002040         10  WS-LINE-ENT-SUB   PIC 9(04) COMP-5.
002050         10  WS-LINE-RECORDS   PIC 9(09) COMP-5.
002060         10  WS-LINE-RECORD-CHG PIC 9(11)V99 COMP-3.
002070         10  WS-LINE-REPORT-CHG PIC 9(11)V99 COMP-3.
002080         10  WS-LINE-SHARED-CHG PIC 9(11)V99 COMP-3.
002090 01  WS-LINE-HOLD              PIC X(35).
002100 01  WS-LINE-SUB               PIC 9(04) COMP-5.
002110 01  WS-NEXT-SUB               PIC 9(04) COMP-5.
002120 01  WS-BIG-SUB                PIC 9(04) COMP-5.
002130 01  WS-LINE-TOTAL             PIC 9(11)V99 COMP-3.
002140 01  WS-LINE-OVERFLOW-SW       PIC X(01) VALUE "N".
002150     88  WS-LINE-OVERFLOW          VALUE "Y".
002160 01  WS-SWAP-SW                PIC X(01).
002170     88  WS-SWAP-MADE              VALUE "Y".
002180*
002190*    RUNS BY JOB, FOR THE SUPPORTING DETAIL.
002200 01  WS-JOB-TABLE.
002210     05  WS-JOB-COUNT          PIC 9(03) COMP-5 VALUE 0.
002220     05  WS-JOB-ENTRY OCCURS 100 TIMES
002230             INDEXED BY WS-JOB-IDX.
002240         10  WS-JOB-NAME       PIC X(08).
002250         10  WS-JOB-RUNS       PIC 9(05) COMP-5.
002260         10  WS-JOB-RECORDS    PIC 9(09) COMP-5.
002270         10  WS-JOB-SECONDS    PIC 9(09) COMP-5.
002280 01  WS-JOB-SUB                PIC 9(03) COMP-5.
002290 01  WS-JOB-OVERFLOW-SW        PIC X(01) VALUE "N".
002300     88  WS-JOB-OVERFLOW           VALUE "Y".
002302 01  WS-JOURNAL-HELD-SW        PIC X(01) VALUE "N".
002304     88  WS-JOURNAL-HELD           VALUE "Y".
002306 01  WS-JOURNAL-FAILED-SW      PIC X(01) VALUE "N".
002308     88  WS-JOURNAL-FAILED         VALUE "Y".
002310 01  WS-LINE-JOB               PIC X(08).
002320 01  WS-LINE-RECS              PIC 9(09) COMP-5.
002330 01  WS-TOKEN-TABLE.
002340     05  WS-TOKEN              PIC X(20) OCCURS 10 TIMES
002350                               INDEXED BY WS-TOKEN-IDX.
002360 01  WS-TOKEN-SUB              PIC 9(02) COMP-5.
002370 01  WS-MATCH-SW               PIC X(01).
002380     88  WS-MATCH-FOUND            VALUE "Y".
002390*
002400 01  WS-LOOK-ENTITY            PIC X(04).
002410 01  WS-LOOK-CONTROL           PIC X(08).
002420 01  WS-LOOK-STATUS            PIC 9(02).
002430 01  WS-FIND-ENTITY            PIC X(04).
002440 01  WS-FIND-REGION            PIC X(04).
002450 01  WS-GL-ACCOUNT             PIC X(08).
002460*
002470 01  WS-TOTAL-RECORDS          PIC 9(09) COMP-5 VALUE 0.
002480 01  WS-NONE-RECORDS           PIC 9(09) COMP-5 VALUE 0.
002490 01  WS-RUN-COUNT              PIC 9(07) COMP-5 VALUE 0.
002500 01  WS-RUN-SECONDS            PIC 9(09) COMP-5 VALUE 0.
002510 01  WS-REPORT-COUNT           PIC 9(07) COMP-5 VALUE 0.
002520 01  WS-SHARED-REPORTS         PIC 9(07) COMP-5 VALUE 0.
002530 01  WS-XMIT-COUNT             PIC 9(07) COMP-5 VALUE 0.
002540 01  WS-RUN-AMOUNT             PIC 9(11)V99 COMP-3 VALUE 0.
002550 01  WS-SHARED-RPT-AMOUNT      PIC 9(11)V99 COMP-3 VALUE 0.
002560 01  WS-XMIT-AMOUNT            PIC 9(11)V99 COMP-3 VALUE 0.
002570 01  WS-POOL-AMOUNT            PIC 9(11)V99 COMP-3 VALUE 0.
002580 01  WS-POOL-ALLOCATED         PIC 9(11)V99 COMP-3 VALUE 0.
002590 01  WS-RECORD-AMOUNT          PIC 9(11)V99 COMP-3 VALUE 0.
002600 01  WS-ENTITY-RPT-AMOUNT      PIC 9(11)V99 COMP-3 VALUE 0.
002610 01  WS-GRAND-TOTAL            PIC 9(11)V99 COMP-3 VALUE 0.
002620 01  WS-ROUNDING               PIC S9(11)V99 COMP-3.
002630 01  WS-COUNT-EDIT             PIC ZZZ,ZZZ,ZZ9.
002640 01  WS-MONEY-EDIT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002650 01  WS-MONEY-EDIT-2           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002660 01  WS-MONEY-EDIT-3           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002670 01  WS-MONEY-EDIT-4           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002680 01  WS-RATE-EDIT              PIC ZZZ,ZZZ,ZZ9.99.
002690*
002700*    GLFEED.JNL LAYOUT, AS GLFEED WRITES IT.
002710 01  WS-JOURNAL-ENTRY.
002720     05  WS-JNL-ACCOUNT        PIC X(08).
002730     05  FILLER                PIC X(01) VALUE SPACE.
002740     05  WS-JNL-SIDE           PIC X(01).
002750     05  FILLER                PIC X(01) VALUE SPACE.
002760     05  WS-JNL-AMOUNT         PIC 9(11)V99.
002770     05  FILLER                PIC X(01) VALUE SPACE.
002780     05  WS-JNL-DATE           PIC 9(08).
002790 COPY SAMPREC.
002800 COPY RPTIDX.
002810 COPY XMITREC.
002820*
002830*    NAMES AND KEYS THE FINISHED FILES ARE KEPT UNDER IN THE
002840*    REPORT REPOSITORY.  THE INVOICES COVER EVERY ENTITY.
002850 01  WS-REPO-NAME              PIC X(15).
002860 01  WS-REPO-JOB               PIC X(08) VALUE "CHGBACK".
002870 01  WS-REPO-ENTITY            PIC X(04) VALUE "ALL".
002880 01  WS-REPO-STATUS            PIC 9(02).
002890*
002900 PROCEDURE DIVISION.
002910*
002920 0000-MAINLINE.
002930     DISPLAY "CHGBACK - PROCESSING-COST CHARGEBACK".
002940     PERFORM 0100-GET-MONTH THRU 0100-EXIT.
002950     PERFORM 1000-LOAD-RATE-CARD THRU 1000-EXIT.
002960     IF WS-GL-CREDIT = SPACES OR WS-GL-DEBIT = SPACES
002970         DISPLAY "CHGBACK - CHGRATE.TBL NEEDS A GLCR AND A ",
002980             "GLDR LINE"
002990         MOVE 12 TO RETURN-CODE
003000         STOP RUN
003010     END-IF.
003020     PERFORM 1100-LOAD-ENTITIES THRU 1100-EXIT.
003030     PERFORM 2000-COUNT-RECORDS THRU 2000-EXIT.
003040     IF WS-TOTAL-RECORDS = 0
003050         DISPLAY "CHGBACK - NO RECORDS ON ", WS-ARCH-FILE-NAME,
003060             ", NOTHING TO BILL AGAINST"
003070         MOVE 12 TO RETURN-CODE
003080         STOP RUN
003090     END-IF.
003100     PERFORM 3000-COUNT-RUNS THRU 3000-EXIT.
003110     PERFORM 3100-TIME-RUNS THRU 3100-EXIT.
003120     PERFORM 3200-COUNT-REPORTS THRU 3200-EXIT.
003130     PERFORM 3300-COUNT-TRANSMISSIONS THRU 3300-EXIT.
003140     PERFORM 4000-SORT-LINES THRU 4000-EXIT.
003150     PERFORM 4500-ALLOCATE THRU 4500-EXIT.
003152     IF WS-ENT-OVERFLOW OR WS-LINE-OVERFLOW OR WS-JOB-OVERFLOW
003154         DISPLAY "CHGBACK - A TABLE FILLED, FIGURES ARE SHORT, ",
003156             "NO JOURNAL WRITTEN"
003158         SET WS-JOURNAL-HELD TO TRUE
003159     END-IF.
003160     OPEN OUTPUT REPORT-FILE.
003162     IF NOT WS-REPORT-FILE-OK
003164         DISPLAY "CHGBACK - CANNOT OPEN CHGBACK.RPT, STATUS ",
003166             WS-REPORT-FILE-STATUS
003167         MOVE 12 TO RETURN-CODE
003168         STOP RUN
003169     END-IF.
003170     PERFORM 5000-PRINT-INVOICE THRU 5000-EXIT
003180         VARYING WS-ENT-SUB FROM 1 BY 1
003190         UNTIL WS-ENT-SUB > WS-ENT-COUNT.
003200     PERFORM 6000-PRINT-SUPPORT THRU 6000-EXIT.
003210     CLOSE REPORT-FILE.
003220     IF NOT WS-JOURNAL-HELD
003222         PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT
003225     END-IF.
003230     MOVE "CHGBACK.RPT" TO WS-REPO-NAME.
003240     PERFORM 8000-FILE-IN-REPOSITORY THRU 8000-EXIT.
003250     IF NOT WS-JOURNAL-HELD AND NOT WS-JOURNAL-FAILED
003260         MOVE "CHGBACK.JNL" TO WS-REPO-NAME
003262         PERFORM 8000-FILE-IN-REPOSITORY THRU 8000-EXIT
003265     END-IF.
003270     MOVE WS-GRAND-TOTAL TO WS-MONEY-EDIT.
003280     DISPLAY "CHGBACK - MONTH ", WS-BILL-MONTH,
003290         " RECHARGED = ", WS-MONEY-EDIT.
003300     EVALUATE TRUE
003305         WHEN WS-JOURNAL-FAILED
003307             MOVE 12 TO RETURN-CODE
003310         WHEN WS-ENT-OVERFLOW
003320             MOVE 8 TO RETURN-CODE
003330         WHEN WS-LINE-OVERFLOW
003340             MOVE 8 TO RETURN-CODE
003350         WHEN WS-JOB-OVERFLOW
003360             MOVE 8 TO RETURN-CODE
003370         WHEN WS-NONE-RECORDS > 0
003380             MOVE 4 TO RETURN-CODE
003390         WHEN OTHER
003400             MOVE 0 TO RETURN-CODE
003410     END-EVALUATE.
003420     STOP RUN.
003430*
003440*    THE LEDGER DATE IS THE LAST DAY OF THE BILLED MONTH.
003450 0100-GET-MONTH.
003460     MOVE SPACES TO WS-ENV-VALUE.
003470     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "CHG-MONTH".
003480     IF WS-ENV-VALUE NOT = SPACES
003490         MOVE WS-ENV-VALUE(1:6) TO WS-BILL-MONTH
003500     ELSE
003510         MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
003520         MOVE WS-TIMESTAMP(1:6) TO WS-BILL-MONTH
003530         IF WS-BM-MONTH = 1
003540             SUBTRACT 1 FROM WS-BM-YEAR
003550             MOVE 12 TO WS-BM-MONTH
003560         ELSE
003570             SUBTRACT 1 FROM WS-BM-MONTH
003580         END-IF
003590     END-IF.
003600     IF WS-BILL-MONTH NOT NUMERIC
003610         OR WS-BM-MONTH < 1 OR WS-BM-MONTH > 12
003620         DISPLAY "CHGBACK - BAD CHG-MONTH ", WS-BILL-MONTH
003630         MOVE 12 TO RETURN-CODE
003640         STOP RUN
003650     END-IF.
003660     MOVE WS-BM-YEAR TO WS-NM-YEAR.
003670     COMPUTE WS-NM-MONTH = WS-BM-MONTH + 1.
003680     IF WS-NM-MONTH > 12
003690         ADD 1 TO WS-NM-YEAR
003700         MOVE 1 TO WS-NM-MONTH
003710     END-IF.
003720     MOVE FUNCTION DATE-OF-INTEGER(
003730         FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-DATE) - 1)
003740         TO WS-POST-DATE.
003750     MOVE SPACES TO WS-ARCH-FILE-NAME.
003760     STRING "ARCH-" WS-BILL-MONTH ".DAT"
003770            DELIMITED BY SIZE
003780         INTO WS-ARCH-FILE-NAME.
003790 0100-EXIT.
003800     EXIT.
003810*
003820 1000-LOAD-RATE-CARD.
003830     OPEN INPUT RATE-FILE.
003840     IF NOT WS-RATE-FILE-OK
003850         DISPLAY "CHGBACK - CANNOT OPEN CHGRATE.TBL"
003860         GO TO 1000-EXIT
003870     END-IF.
003880     PERFORM 1010-LOAD-ONE-RATE THRU 1010-EXIT
003890         UNTIL WS-RATE-FILE-EOF.
003900     CLOSE RATE-FILE.
003910 1000-EXIT.
003920     EXIT.
003930*
003940 1010-LOAD-ONE-RATE.
003950     READ RATE-FILE
003960         AT END
003970             GO TO 1010-EXIT
003980     END-READ.
003990     MOVE RATE-FILE-RECORD(6:11) TO WS-RATE-AMOUNT-X.
004000     IF WS-RATE-AMOUNT-X NOT NUMERIC
004010         MOVE ZERO TO WS-RATE-AMOUNT
004020     END-IF.
004030     EVALUATE RATE-FILE-RECORD(1:4)
004040         WHEN "RECS"
004050             MOVE WS-RATE-AMOUNT TO WS-RATE-RECORDS
004060         WHEN "RUNS"
004070             MOVE WS-RATE-AMOUNT TO WS-RATE-RUN
004080         WHEN "RPTS"
004090             MOVE WS-RATE-AMOUNT TO WS-RATE-REPORT
004100         WHEN "XMIT"
004110             MOVE WS-RATE-AMOUNT TO WS-RATE-XMIT
004120         WHEN "GLCR"
004130             MOVE RATE-FILE-RECORD(6:8) TO WS-GL-CREDIT
004140         WHEN "GLDR"
004150             MOVE RATE-FILE-RECORD(6:8) TO WS-GL-DEBIT
004160         WHEN "ENTG"
004170             IF WS-ENTG-COUNT < 100
004180                 ADD 1 TO WS-ENTG-COUNT
004190                 SET WS-ENTG-IDX TO WS-ENTG-COUNT
004200                 MOVE RATE-FILE-RECORD(6:4)
004210                     TO WS-ENTG-ENTITY(WS-ENTG-IDX)
004220                 MOVE RATE-FILE-RECORD(11:8)
004230                     TO WS-ENTG-ACCOUNT(WS-ENTG-IDX)
004240             END-IF
004250     END-EVALUATE.
004260 1010-EXIT.
004270     EXIT.
004280*
004290*    EVERY ENTITY ON ENTITY.TBL GETS AN INVOICE, EVEN ONE WITH
004300*    NOTHING TO PAY.  THE NAME IS TAKEN FROM ITS FIRST LINE.
004310 1100-LOAD-ENTITIES.
004320     OPEN INPUT ENTITY-FILE.
004330     IF NOT WS-ENTITY-FILE-OK
004340         GO TO 1100-EXIT
004350     END-IF.
004360     PERFORM 1110-LOAD-ONE-ENTITY THRU 1110-EXIT
004370         UNTIL WS-ENTITY-FILE-EOF.
004380     CLOSE ENTITY-FILE.
004390 1100-EXIT.
004400     EXIT.
004410*
004420 1110-LOAD-ONE-ENTITY.
004430     READ ENTITY-FILE
004440         AT END
004450             GO TO 1110-EXIT
004460     END-READ.
004470     IF ENTITY-FILE-RECORD(1:4) = SPACES
004480         GO TO 1110-EXIT
004490     END-IF.
004500     MOVE ENTITY-FILE-RECORD(1:4) TO WS-FIND-ENTITY.
004510     PERFORM 2200-FIND-ENTITY THRU 2200-EXIT.
004520     IF WS-ENT-SUB > 0
004530         AND WS-ENT-NAME(WS-ENT-SUB) = SPACES
004540         MOVE ENTITY-FILE-RECORD(39:30) TO WS-ENT-NAME(WS-ENT-SUB)
004550     END-IF.
004560 1110-EXIT.
004570     EXIT.
004580*
004590*---------------------------------------------------------------*
004600* RECORDS: EVERY DETAIL ON THE MONTH'S ARCHIVE, BY ENTITY AND   *
004610* REGION.                                                       *
004620*---------------------------------------------------------------*
004630 2000-COUNT-RECORDS.
004640     OPEN INPUT ARCH-FILE.
004650     IF NOT WS-ARCH-FILE-OK
004660         DISPLAY "CHGBACK - CANNOT OPEN ", WS-ARCH-FILE-NAME
004670         GO TO 2000-EXIT
004680     END-IF.
004690     PERFORM 2100-COUNT-ONE-RECORD THRU 2100-EXIT
004700         UNTIL WS-ARCH-FILE-EOF.
004710     CLOSE ARCH-FILE.
004720 2000-EXIT.
004730     EXIT.
004740*
004750 2100-COUNT-ONE-RECORD.
004760     READ ARCH-FILE
004770         AT END
004780             GO TO 2100-EXIT
004790     END-READ.
004800     MOVE ARCH-FILE-RECORD TO SAMP-DETAIL-RECORD.
004810     IF SAMP-ACCOUNT-NUMBER(1:4) = "HDR " OR "TRLR"
004820         OR SAMP-ACCOUNT-NUMBER = SPACES
004830         GO TO 2100-EXIT
004840     END-IF.
004850     CALL "ENTLOOK" USING SAMP-ACCOUNT-NUMBER, WS-LOOK-ENTITY,
004860                          WS-LOOK-CONTROL, WS-LOOK-STATUS.
004870     IF WS-LOOK-STATUS NOT = 0
004880         OR WS-LOOK-ENTITY = SPACES
004890         MOVE "NONE" TO WS-LOOK-ENTITY
004900         ADD 1 TO WS-NONE-RECORDS
004910     END-IF.
004920     MOVE WS-LOOK-ENTITY TO WS-FIND-ENTITY.
004930     PERFORM 2200-FIND-ENTITY THRU 2200-EXIT.
004940     IF WS-ENT-SUB = 0
004950         GO TO 2100-EXIT
004960     END-IF.
004970     MOVE SAMP-REGION-CODE TO WS-FIND-REGION.
004980     PERFORM 2300-FIND-LINE THRU 2300-EXIT.
004990     IF WS-LINE-SUB = 0
005000         GO TO 2100-EXIT
005010     END-IF.
005020     ADD 1 TO WS-LINE-RECORDS(WS-LINE-SUB).
005030     ADD 1 TO WS-ENT-RECORDS(WS-ENT-SUB).
005040     ADD 1 TO WS-TOTAL-RECORDS.
005050 2100-EXIT.
005060     EXIT.
005070*
005080*    LEAVES WS-ENT-SUB ON THE ENTITY IN WS-FIND-ENTITY, ADDING IT
005090*    WHEN IT IS NEW; ZERO ONLY WHEN THE TABLE IS FULL.
005100 2200-FIND-ENTITY.
005110     MOVE 0 TO WS-ENT-SUB.
005120     PERFORM 2210-MATCH-ONE-ENTITY THRU 2210-EXIT
005130         VARYING WS-ENT-IDX FROM 1 BY 1
005140         UNTIL WS-ENT-IDX > WS-ENT-COUNT
005150            OR WS-ENT-SUB > 0.
005160     IF WS-ENT-SUB > 0
005170         GO TO 2200-EXIT
005180     END-IF.
005190     IF WS-ENT-COUNT = 100
005200         SET WS-ENT-OVERFLOW TO TRUE
005210         GO TO 2200-EXIT
005220     END-IF.
005230     ADD 1 TO WS-ENT-COUNT.
005240     MOVE WS-ENT-COUNT TO WS-ENT-SUB.
005250     MOVE WS-FIND-ENTITY TO WS-ENT-CODE(WS-ENT-SUB).
005260     MOVE SPACES TO WS-ENT-NAME(WS-ENT-SUB).
005270     IF WS-FIND-ENTITY = "NONE"
005280         MOVE "(ACCOUNTS NOT ON ENTITY.TBL)"
005290             TO WS-ENT-NAME(WS-ENT-SUB)
005300     END-IF.
005310     MOVE 0 TO WS-ENT-RECORDS(WS-ENT-SUB).
005320     MOVE 0 TO WS-ENT-REPORTS(WS-ENT-SUB).
005330     MOVE 0 TO WS-ENT-REPORT-AMT(WS-ENT-SUB).
005340     MOVE 0 TO WS-ENT-ALLOCATED(WS-ENT-SUB).
005350     MOVE 0 TO WS-ENT-TOTAL(WS-ENT-SUB).
005360     MOVE 0 TO WS-ENT-BIG-SUB(WS-ENT-SUB).
005370 2200-EXIT.
005380     EXIT.
005390*
005400 2210-MATCH-ONE-ENTITY.
005410     IF WS-ENT-CODE(WS-ENT-IDX) = WS-FIND-ENTITY
005420         SET WS-ENT-SUB TO WS-ENT-IDX
005430     END-IF.
005440 2210-EXIT.
005450     EXIT.
005460*
005470*    LEAVES WS-LINE-SUB ON THE LINE FOR WS-FIND-ENTITY (WHOSE
005480*    ENTRY IS WS-ENT-SUB) AND WS-FIND-REGION.
005490 2300-FIND-LINE.
005500     MOVE 0 TO WS-LINE-SUB.
005510     PERFORM 2310-MATCH-ONE-LINE THRU 2310-EXIT
005520         VARYING WS-LINE-IDX FROM 1 BY 1
005530         UNTIL WS-LINE-IDX > WS-LINE-COUNT
005540            OR WS-LINE-SUB > 0.
005550     IF WS-LINE-SUB > 0
005560         GO TO 2300-EXIT
005570     END-IF.
005580     IF WS-LINE-COUNT = 500
005590         SET WS-LINE-OVERFLOW TO TRUE
005600         GO TO 2300-EXIT
005610     END-IF.
005620     ADD 1 TO WS-LINE-COUNT.
005630     MOVE WS-LINE-COUNT TO WS-LINE-SUB.
005640     MOVE WS-FIND-ENTITY TO WS-LINE-ENTITY(WS-LINE-SUB).
005650     MOVE WS-FIND-REGION TO WS-LINE-REGION(WS-LINE-SUB).
005660     MOVE WS-ENT-SUB TO WS-LINE-ENT-SUB(WS-LINE-SUB).
005670     MOVE 0 TO WS-LINE-RECORDS(WS-LINE-SUB).
005680     MOVE 0 TO WS-LINE-RECORD-CHG(WS-LINE-SUB).
005690     MOVE 0 TO WS-LINE-REPORT-CHG(WS-LINE-SUB).
005700     MOVE 0 TO WS-LINE-SHARED-CHG(WS-LINE-SUB).
005710 2300-EXIT.
005720     EXIT.
005730*
005740 2310-MATCH-ONE-LINE.
005750     IF WS-LINE-ENTITY(WS-LINE-IDX) = WS-FIND-ENTITY
005760         AND WS-LINE-REGION(WS-LINE-IDX) = WS-FIND-REGION
005770         SET WS-LINE-SUB TO WS-LINE-IDX
005780     END-IF.
005790 2310-EXIT.
005800     EXIT.
005810*
005820*---------------------------------------------------------------*
005830* RUNS, REPORTS AND FILES SENT IN THE MONTH.                    *
005840*---------------------------------------------------------------*
005850 3000-COUNT-RUNS.
005860     OPEN INPUT AUDIT-FILE.
005870     IF NOT WS-AUDIT-FILE-OK
005880         DISPLAY "CHGBACK - NO AUDIT.LOG, NO RUNS CHARGED"
005890         GO TO 3000-EXIT
005900     END-IF.
005910     PERFORM 3010-COUNT-ONE-RUN THRU 3010-EXIT
005920         UNTIL WS-AUDIT-FILE-EOF.
005930     CLOSE AUDIT-FILE.
005940 3000-EXIT.
005950     EXIT.
005960*
005970 3010-COUNT-ONE-RUN.
005980     READ AUDIT-FILE
005990         AT END
006000             GO TO 3010-EXIT
006010     END-READ.
006020     IF AUDIT-LINE(1:6) NOT = WS-BILL-MONTH
006030         GO TO 3010-EXIT
006040     END-IF.
006050     ADD 1 TO WS-RUN-COUNT.
006060     MOVE AUDIT-LINE(16:8) TO WS-LINE-JOB.
006070     PERFORM 3020-SCAN-RECS THRU 3020-EXIT.
006080     PERFORM 3050-FIND-JOB THRU 3050-EXIT.
006090     IF WS-JOB-SUB > 0
006100         ADD 1 TO WS-JOB-RUNS(WS-JOB-SUB)
006110         ADD WS-LINE-RECS TO WS-JOB-RECORDS(WS-JOB-SUB)
006120     END-IF.
006130 3010-EXIT.
006140     EXIT.
006150*
006160*    RECS= IS TRIMMED BY AUDITLOG, SO IT FLOATS; THE LINE IS
006170*    SPLIT ON SPACES AND THE KEYWORD LOOKED FOR, AS OPSRPT DOES.
006180 3020-SCAN-RECS.
006190     MOVE 0 TO WS-LINE-RECS.
006200     MOVE SPACES TO WS-TOKEN-TABLE.
006210     UNSTRING AUDIT-LINE(37:79) DELIMITED BY ALL " "
006220         INTO WS-TOKEN(1), WS-TOKEN(2), WS-TOKEN(3),
006230              WS-TOKEN(4), WS-TOKEN(5), WS-TOKEN(6),
006240              WS-TOKEN(7), WS-TOKEN(8), WS-TOKEN(9),
006250              WS-TOKEN(10).
006260     PERFORM 3030-TEST-ONE-TOKEN THRU 3030-EXIT
006270         VARYING WS-TOKEN-SUB FROM 1 BY 1
006280         UNTIL WS-TOKEN-SUB > 10.
006290 3020-EXIT.
006300     EXIT.
006310*
006320 3030-TEST-ONE-TOKEN.
006330     SET WS-TOKEN-IDX TO WS-TOKEN-SUB.
006340     IF WS-TOKEN(WS-TOKEN-IDX)(1:5) = "RECS="
006350         MOVE FUNCTION NUMVAL(WS-TOKEN(WS-TOKEN-IDX)(6:14))
006360             TO WS-LINE-RECS
006370     END-IF.
006380 3030-EXIT.
006390     EXIT.
006400*
006410*    LEAVES WS-JOB-SUB ON WS-LINE-JOB, ADDING IT WHEN IT IS NEW;
006420*    ZERO ONLY WHEN THE TABLE IS FULL.
006430 3050-FIND-JOB.
006440     MOVE 0 TO WS-JOB-SUB.
006450     PERFORM 3060-MATCH-ONE-JOB THRU 3060-EXIT
006460         VARYING WS-JOB-IDX FROM 1 BY 1
006470         UNTIL WS-JOB-IDX > WS-JOB-COUNT
006480            OR WS-JOB-SUB > 0.
006490     IF WS-JOB-SUB > 0
006500         GO TO 3050-EXIT
006510     END-IF.
006520     IF WS-JOB-COUNT = 100
006530         SET WS-JOB-OVERFLOW TO TRUE
006540         GO TO 3050-EXIT
006550     END-IF.
006560     ADD 1 TO WS-JOB-COUNT.
006570     MOVE WS-JOB-COUNT TO WS-JOB-SUB.
006580     MOVE WS-LINE-JOB TO WS-JOB-NAME(WS-JOB-SUB).
006590     MOVE 0 TO WS-JOB-RUNS(WS-JOB-SUB).
006600     MOVE 0 TO WS-JOB-RECORDS(WS-JOB-SUB).
006610     MOVE 0 TO WS-JOB-SECONDS(WS-JOB-SUB).
006620 3050-EXIT.
006630     EXIT.
006640*
006650 3060-MATCH-ONE-JOB.
006660     IF WS-JOB-NAME(WS-JOB-IDX) = WS-LINE-JOB
006670         SET WS-JOB-SUB TO WS-JOB-IDX
006680     END-IF.
006690 3060-EXIT.
006700     EXIT.
006710*
006720*    ELAPSED TIME IS SUPPORTING DETAIL ONLY; THE RATE CARD
006730*    PRICES RUNS, NOT SECONDS.
006740 3100-TIME-RUNS.
006750     OPEN INPUT TIMING-FILE.
006760     IF NOT WS-TIMING-FILE-OK
006770         GO TO 3100-EXIT
006780     END-IF.
006790     PERFORM 3110-TIME-ONE-STEP THRU 3110-EXIT
006800         UNTIL WS-TIMING-FILE-EOF.
006810     CLOSE TIMING-FILE.
006820 3100-EXIT.
006830     EXIT.
006840*
006850 3110-TIME-ONE-STEP.
006860     READ TIMING-FILE
006870         AT END
006880             GO TO 3110-EXIT
006890     END-READ.
006900     IF TIMING-LINE(1:6) NOT = WS-BILL-MONTH
006910         OR TIMING-LINE(34:3) NOT = "END"
006920         OR TIMING-LINE(48:7) NOT NUMERIC
006930         GO TO 3110-EXIT
006940     END-IF.
006950     MOVE TIMING-LINE(16:8) TO WS-LINE-JOB.
006960     PERFORM 3050-FIND-JOB THRU 3050-EXIT.
006970     IF WS-JOB-SUB > 0
006980         ADD FUNCTION NUMVAL(TIMING-LINE(48:7))
006990             TO WS-JOB-SECONDS(WS-JOB-SUB)
007000     END-IF.
007010     ADD FUNCTION NUMVAL(TIMING-LINE(48:7)) TO WS-RUN-SECONDS.
007020 3110-EXIT.
007030     EXIT.
007040*
007050*    A REPORT FILED UNDER AN ENTITY THAT HAD RECORDS IN THE
007060*    MONTH IS THAT ENTITY'S; ANY OTHER (BLANK, "ALL", OR AN
007070*    ENTITY WITH NO RECORDS TO SPREAD IT OVER) IS SHARED.
007080 3200-COUNT-REPORTS.
007090     OPEN INPUT INDEX-FILE.
007100     IF NOT WS-INDEX-FILE-OK
007110         GO TO 3200-EXIT
007120     END-IF.
007130     PERFORM 3210-COUNT-ONE-REPORT THRU 3210-EXIT
007140         UNTIL WS-INDEX-FILE-EOF.
007150     CLOSE INDEX-FILE.
007160 3200-EXIT.
007170     EXIT.
007180*
007190 3210-COUNT-ONE-REPORT.
007200     READ INDEX-FILE
007210         AT END
007220             GO TO 3210-EXIT
007230     END-READ.
007240     MOVE INDEX-FILE-RECORD TO RPT-INDEX-RECORD.
007250     IF RPT-IDX-RUN-DATE(1:6) NOT = WS-BILL-MONTH
007260         GO TO 3210-EXIT
007270     END-IF.
007280     ADD 1 TO WS-REPORT-COUNT.
007290     MOVE 0 TO WS-ENT-SUB.
007300     IF RPT-IDX-ENTITY NOT = SPACES
007310         AND RPT-IDX-ENTITY NOT = "ALL"
007320         MOVE RPT-IDX-ENTITY TO WS-FIND-ENTITY
007330         PERFORM 2210-MATCH-ONE-ENTITY THRU 2210-EXIT
007340             VARYING WS-ENT-IDX FROM 1 BY 1
007350             UNTIL WS-ENT-IDX > WS-ENT-COUNT
007360                OR WS-ENT-SUB > 0
007370     END-IF.
007380     IF WS-ENT-SUB > 0
007390         IF WS-ENT-RECORDS(WS-ENT-SUB) > 0
007400             ADD 1 TO WS-ENT-REPORTS(WS-ENT-SUB)
007410             GO TO 3210-EXIT
007420         END-IF
007430     END-IF.
007440     ADD 1 TO WS-SHARED-REPORTS.
007450 3210-EXIT.
007460     EXIT.
007470*
007480 3300-COUNT-TRANSMISSIONS.
007490     OPEN INPUT XMIT-FILE.
007500     IF NOT WS-XMIT-FILE-OK
007510         GO TO 3300-EXIT
007520     END-IF.
007530     PERFORM 3310-COUNT-ONE-FILE THRU 3310-EXIT
007540         UNTIL WS-XMIT-FILE-EOF.
007550     CLOSE XMIT-FILE.
007560 3300-EXIT.
007570     EXIT.
007580*
007590 3310-COUNT-ONE-FILE.
007600     READ XMIT-FILE
007610         AT END
007620             GO TO 3310-EXIT
007630     END-READ.
007640     MOVE XMIT-FILE-RECORD TO XMIT-REG-RECORD.
007650     IF XMIT-ID-DATE(1:6) = WS-BILL-MONTH
007660         ADD 1 TO WS-XMIT-COUNT
007670     END-IF.
007680 3310-EXIT.
007690     EXIT.
007700*
007710*    INVOICE LINES INTO ENTITY AND REGION ORDER.
007720 4000-SORT-LINES.
007730     IF WS-LINE-COUNT < 2
007740         GO TO 4000-EXIT
007750     END-IF.
007760     SET WS-SWAP-MADE TO TRUE.
007770     PERFORM 4100-SORT-ONE-PASS THRU 4100-EXIT
007780         UNTIL NOT WS-SWAP-MADE.
007790 4000-EXIT.
007800     EXIT.
007810*
007820 4100-SORT-ONE-PASS.
007830     MOVE "N" TO WS-SWAP-SW.
007840     PERFORM 4200-COMPARE-PAIR THRU 4200-EXIT
007850         VARYING WS-LINE-SUB FROM 1 BY 1
007860         UNTIL WS-LINE-SUB >= WS-LINE-COUNT.
007870 4100-EXIT.
007880     EXIT.
007890*
007900 4200-COMPARE-PAIR.
007910     COMPUTE WS-NEXT-SUB = WS-LINE-SUB + 1.
007920     IF WS-LINE-KEY(WS-LINE-SUB) > WS-LINE-KEY(WS-NEXT-SUB)
007930         MOVE WS-LINE-ENTRY(WS-LINE-SUB) TO WS-LINE-HOLD
007940         MOVE WS-LINE-ENTRY(WS-NEXT-SUB)
007950             TO WS-LINE-ENTRY(WS-LINE-SUB)
007960         MOVE WS-LINE-HOLD TO WS-LINE-ENTRY(WS-NEXT-SUB)
007970         SET WS-SWAP-MADE TO TRUE
007980     END-IF.
007990 4200-EXIT.
008000     EXIT.
008010*
008020*---------------------------------------------------------------*
008030* PRICE EVERY LINE.  EACH SPREAD AMOUNT IS CUT BY RECORDS, AND  *
008040* WHAT ROUNDING LEAVES OVER GOES ON THE BIGGEST LINE, SO THE    *
008050* LINES ADD BACK TO THE AMOUNT SPREAD.                          *
008060*---------------------------------------------------------------*
008070 4500-ALLOCATE.
008080     COMPUTE WS-RUN-AMOUNT = WS-RUN-COUNT * WS-RATE-RUN.
008090     COMPUTE WS-SHARED-RPT-AMOUNT =
008100         WS-SHARED-REPORTS * WS-RATE-REPORT.
008110     COMPUTE WS-XMIT-AMOUNT = WS-XMIT-COUNT * WS-RATE-XMIT.
008120     COMPUTE WS-POOL-AMOUNT = WS-RUN-AMOUNT
008130         + WS-SHARED-RPT-AMOUNT + WS-XMIT-AMOUNT.
008140     PERFORM 4510-PRICE-ENTITY-REPORTS THRU 4510-EXIT
008150         VARYING WS-ENT-SUB FROM 1 BY 1
008160         UNTIL WS-ENT-SUB > WS-ENT-COUNT.
008170     MOVE 0 TO WS-BIG-SUB.
008180     PERFORM 4520-PRICE-ONE-LINE THRU 4520-EXIT
008190         VARYING WS-LINE-SUB FROM 1 BY 1
008200         UNTIL WS-LINE-SUB > WS-LINE-COUNT.
008210     IF WS-BIG-SUB > 0
008220         COMPUTE WS-ROUNDING = WS-POOL-AMOUNT
008230             - WS-POOL-ALLOCATED
008240         ADD WS-ROUNDING TO WS-LINE-SHARED-CHG(WS-BIG-SUB)
008250     END-IF.
008260     PERFORM 4530-ROUND-ONE-ENTITY THRU 4530-EXIT
008270         VARYING WS-ENT-SUB FROM 1 BY 1
008280         UNTIL WS-ENT-SUB > WS-ENT-COUNT.
008290     PERFORM 4540-TOTAL-ONE-LINE THRU 4540-EXIT
008300         VARYING WS-LINE-SUB FROM 1 BY 1
008310         UNTIL WS-LINE-SUB > WS-LINE-COUNT.
008320 4500-EXIT.
008330     EXIT.
008340*
008350 4510-PRICE-ENTITY-REPORTS.
008360     COMPUTE WS-ENT-REPORT-AMT(WS-ENT-SUB) =
008370         WS-ENT-REPORTS(WS-ENT-SUB) * WS-RATE-REPORT.
008380     ADD WS-ENT-REPORT-AMT(WS-ENT-SUB) TO WS-ENTITY-RPT-AMOUNT.
008390 4510-EXIT.
008400     EXIT.
008410*
008420 4520-PRICE-ONE-LINE.
008430     MOVE WS-LINE-ENT-SUB(WS-LINE-SUB) TO WS-ENT-SUB.
008440     COMPUTE WS-LINE-RECORD-CHG(WS-LINE-SUB) ROUNDED =
008450         WS-LINE-RECORDS(WS-LINE-SUB) * WS-RATE-RECORDS / 1000.
008460     ADD WS-LINE-RECORD-CHG(WS-LINE-SUB) TO WS-RECORD-AMOUNT.
008470     COMPUTE WS-LINE-SHARED-CHG(WS-LINE-SUB) ROUNDED =
008480         WS-POOL-AMOUNT * WS-LINE-RECORDS(WS-LINE-SUB)
008490         / WS-TOTAL-RECORDS.
008500     ADD WS-LINE-SHARED-CHG(WS-LINE-SUB) TO WS-POOL-ALLOCATED.
008510     IF WS-ENT-REPORT-AMT(WS-ENT-SUB) > 0
008520         COMPUTE WS-LINE-REPORT-CHG(WS-LINE-SUB) ROUNDED =
008530             WS-ENT-REPORT-AMT(WS-ENT-SUB)
008540             * WS-LINE-RECORDS(WS-LINE-SUB)
008550             / WS-ENT-RECORDS(WS-ENT-SUB)
008560         ADD WS-LINE-REPORT-CHG(WS-LINE-SUB)
008570             TO WS-ENT-ALLOCATED(WS-ENT-SUB)
008580     END-IF.
008590     IF WS-BIG-SUB = 0
008600         MOVE WS-LINE-SUB TO WS-BIG-SUB
008610     ELSE
008620         IF WS-LINE-RECORDS(WS-LINE-SUB)
008630             > WS-LINE-RECORDS(WS-BIG-SUB)
008640             MOVE WS-LINE-SUB TO WS-BIG-SUB
008650         END-IF
008660     END-IF.
008670     IF WS-ENT-BIG-SUB(WS-ENT-SUB) = 0
008680         MOVE WS-LINE-SUB TO WS-ENT-BIG-SUB(WS-ENT-SUB)
008690     ELSE
008700         MOVE WS-ENT-BIG-SUB(WS-ENT-SUB) TO WS-NEXT-SUB
008710         IF WS-LINE-RECORDS(WS-LINE-SUB)
008720             > WS-LINE-RECORDS(WS-NEXT-SUB)
008730             MOVE WS-LINE-SUB TO WS-ENT-BIG-SUB(WS-ENT-SUB)
008740         END-IF
008750     END-IF.
008760 4520-EXIT.
008770     EXIT.
008780*
008790 4530-ROUND-ONE-ENTITY.
008800     IF WS-ENT-REPORT-AMT(WS-ENT-SUB) = 0
008810         OR WS-ENT-BIG-SUB(WS-ENT-SUB) = 0
008820         GO TO 4530-EXIT
008830     END-IF.
008840     MOVE WS-ENT-BIG-SUB(WS-ENT-SUB) TO WS-LINE-SUB.
008850     COMPUTE WS-ROUNDING = WS-ENT-REPORT-AMT(WS-ENT-SUB)
008860         - WS-ENT-ALLOCATED(WS-ENT-SUB).
008870     ADD WS-ROUNDING TO WS-LINE-REPORT-CHG(WS-LINE-SUB).
008880 4530-EXIT.
008890     EXIT.
008900*
008910 4540-TOTAL-ONE-LINE.
008920     MOVE WS-LINE-ENT-SUB(WS-LINE-SUB) TO WS-ENT-SUB.
008930     COMPUTE WS-LINE-TOTAL = WS-LINE-RECORD-CHG(WS-LINE-SUB)
008940         + WS-LINE-REPORT-CHG(WS-LINE-SUB)
008950         + WS-LINE-SHARED-CHG(WS-LINE-SUB).
008960     ADD WS-LINE-TOTAL TO WS-ENT-TOTAL(WS-ENT-SUB).
008970     ADD WS-LINE-TOTAL TO WS-GRAND-TOTAL.
008980 4540-EXIT.
008990     EXIT.
009000*
009010*---------------------------------------------------------------*
009020* ONE INVOICE PER ENTITY, A LINE PER REGION.                    *
009030*---------------------------------------------------------------*
009040 5000-PRINT-INVOICE.
009050     PERFORM 7100-FIND-GL-ACCOUNT THRU 7100-EXIT.
009060     MOVE SPACES TO REPORT-LINE.
009070     STRING "PROCESSING-COST CHARGEBACK INVOICE   MONTH "
009080            WS-BILL-MONTH
009090            DELIMITED BY SIZE
009100         INTO REPORT-LINE.
009110     WRITE REPORT-LINE.
009120     MOVE SPACES TO REPORT-LINE.
009130     STRING "ENTITY " WS-ENT-CODE(WS-ENT-SUB) "  "
009140            WS-ENT-NAME(WS-ENT-SUB)
009150            "   RECHARGED TO GL ACCOUNT " WS-GL-ACCOUNT
009160            DELIMITED BY SIZE
009170         INTO REPORT-LINE.
009180     WRITE REPORT-LINE.
009190     MOVE SPACES TO REPORT-LINE.
009200     WRITE REPORT-LINE.
009210     MOVE SPACES TO REPORT-LINE.
009220     STRING "REGION      RECORDS     RECORD CHARGE"
009230            "     REPORT CHARGE     SHARED CHARGE"
009240            "             TOTAL"
009250            DELIMITED BY SIZE
009260         INTO REPORT-LINE.
009270     WRITE REPORT-LINE.
009280     PERFORM 5100-PRINT-ONE-LINE THRU 5100-EXIT
009290         VARYING WS-LINE-SUB FROM 1 BY 1
009300         UNTIL WS-LINE-SUB > WS-LINE-COUNT.
009310     IF WS-ENT-RECORDS(WS-ENT-SUB) = 0
009320         MOVE "  (NO RECORDS IN THE MONTH)" TO REPORT-LINE
009330         WRITE REPORT-LINE
009340     END-IF.
009350     MOVE WS-ENT-RECORDS(WS-ENT-SUB) TO WS-COUNT-EDIT.
009360     MOVE WS-ENT-TOTAL(WS-ENT-SUB) TO WS-MONEY-EDIT.
009370     MOVE SPACES TO REPORT-LINE.
009380     STRING "TOTAL  " WS-COUNT-EDIT
009390            "                                    "
009400            "                    " WS-MONEY-EDIT
009410            DELIMITED BY SIZE
009420         INTO REPORT-LINE.
009430     WRITE REPORT-LINE.
009440     MOVE WS-ENT-REPORTS(WS-ENT-SUB) TO WS-COUNT-EDIT.
009450     MOVE SPACES TO REPORT-LINE.
009460     STRING "REPORTS FILED FOR THE ENTITY " WS-COUNT-EDIT
009470            DELIMITED BY SIZE
009480         INTO REPORT-LINE.
009490     WRITE REPORT-LINE.
009500     MOVE SPACES TO REPORT-LINE.
009510     WRITE REPORT-LINE.
009520 5000-EXIT.
009530     EXIT.
009540*
009550 5100-PRINT-ONE-LINE.
009560     IF WS-LINE-ENT-SUB(WS-LINE-SUB) NOT = WS-ENT-SUB
009570         GO TO 5100-EXIT
009580     END-IF.
009590     COMPUTE WS-LINE-TOTAL = WS-LINE-RECORD-CHG(WS-LINE-SUB)
009600         + WS-LINE-REPORT-CHG(WS-LINE-SUB)
009610         + WS-LINE-SHARED-CHG(WS-LINE-SUB).
009620     MOVE WS-LINE-RECORDS(WS-LINE-SUB) TO WS-COUNT-EDIT.
009630     MOVE WS-LINE-RECORD-CHG(WS-LINE-SUB) TO WS-MONEY-EDIT.
009640     MOVE WS-LINE-REPORT-CHG(WS-LINE-SUB) TO WS-MONEY-EDIT-2.
009650     MOVE WS-LINE-SHARED-CHG(WS-LINE-SUB) TO WS-MONEY-EDIT-3.
009660     MOVE WS-LINE-TOTAL TO WS-MONEY-EDIT-4.
009670     MOVE SPACES TO REPORT-LINE.
009680     STRING WS-LINE-REGION(WS-LINE-SUB) "   " WS-COUNT-EDIT
009690            " " WS-MONEY-EDIT " " WS-MONEY-EDIT-2
009700            " " WS-MONEY-EDIT-3 " " WS-MONEY-EDIT-4
009710            DELIMITED BY SIZE
009720         INTO REPORT-LINE.
009730     WRITE REPORT-LINE.
009740 5100-EXIT.
009750     EXIT.
009760*
009770*---------------------------------------------------------------*
009780* SUPPORTING DETAIL: THE RATE CARD, WHAT WAS COUNTED, AND HOW   *
009790* THE SHARED POOL WAS MADE UP.                                  *
009800*---------------------------------------------------------------*
009810 6000-PRINT-SUPPORT.
009812     IF WS-JOURNAL-HELD
009814         MOVE "*** A TABLE FILLED - FIGURES SHORT, NO JOURNAL ***"
009816             TO REPORT-LINE
009818         WRITE REPORT-LINE
009819     END-IF.
009820     MOVE SPACES TO REPORT-LINE.
009830     STRING "CHARGEBACK SUPPORTING DETAIL   MONTH " WS-BILL-MONTH
009840            "   LEDGER DATE " WS-POST-DATE
009850            DELIMITED BY SIZE
009860         INTO REPORT-LINE.
009870     WRITE REPORT-LINE.
009880     MOVE SPACES TO REPORT-LINE.
009890     WRITE REPORT-LINE.
009900     MOVE WS-RATE-RECORDS TO WS-RATE-EDIT.
009910     MOVE SPACES TO REPORT-LINE.
009920     STRING "RATE PER THOUSAND RECORDS    " WS-RATE-EDIT
009930            DELIMITED BY SIZE
009940         INTO REPORT-LINE.
009950     WRITE REPORT-LINE.
009960     MOVE WS-RATE-RUN TO WS-RATE-EDIT.
009970     MOVE SPACES TO REPORT-LINE.
009980     STRING "RATE PER RUN                 " WS-RATE-EDIT
009990            DELIMITED BY SIZE
010000         INTO REPORT-LINE.
010010     WRITE REPORT-LINE.
010020     MOVE WS-RATE-REPORT TO WS-RATE-EDIT.
010030     MOVE SPACES TO REPORT-LINE.
010040     STRING "RATE PER REPORT FILED        " WS-RATE-EDIT
010050            DELIMITED BY SIZE
010060         INTO REPORT-LINE.
010070     WRITE REPORT-LINE.
010080     MOVE WS-RATE-XMIT TO WS-RATE-EDIT.
010090     MOVE SPACES TO REPORT-LINE.
010100     STRING "RATE PER FILE TRANSMITTED    " WS-RATE-EDIT
010110            DELIMITED BY SIZE
010120         INTO REPORT-LINE.
010130     WRITE REPORT-LINE.
010140     MOVE SPACES TO REPORT-LINE.
010150     WRITE REPORT-LINE.
010160     MOVE SPACES TO REPORT-LINE.
010170     STRING "RUNS LOGGED ON AUDIT.LOG, BY JOB"
010180            DELIMITED BY SIZE
010190         INTO REPORT-LINE.
010200     WRITE REPORT-LINE.
010210     MOVE SPACES TO REPORT-LINE.
010220     STRING "JOB              RUNS      RECORDS  ELAPSED SECS"
010230            DELIMITED BY SIZE
010240         INTO REPORT-LINE.
010250     WRITE REPORT-LINE.
010260     PERFORM 6100-PRINT-ONE-JOB THRU 6100-EXIT
010270         VARYING WS-JOB-IDX FROM 1 BY 1
010280         UNTIL WS-JOB-IDX > WS-JOB-COUNT.
010290     MOVE SPACES TO REPORT-LINE.
010300     WRITE REPORT-LINE.
010310     MOVE WS-TOTAL-RECORDS TO WS-COUNT-EDIT.
010320     MOVE WS-RECORD-AMOUNT TO WS-MONEY-EDIT.
010330     MOVE SPACES TO REPORT-LINE.
010340     STRING "RECORDS ON " WS-ARCH-FILE-NAME "   "
010350            WS-COUNT-EDIT "  CHARGED DIRECT  " WS-MONEY-EDIT
010360            DELIMITED BY SIZE
010370         INTO REPORT-LINE.
010380     WRITE REPORT-LINE.
010390     IF WS-NONE-RECORDS > 0
010400         MOVE WS-NONE-RECORDS TO WS-COUNT-EDIT
010410         MOVE SPACES TO REPORT-LINE
010420         STRING "  OF WHICH ON NO ENTITY.TBL RANGE  "
010430                WS-COUNT-EDIT
010440                DELIMITED BY SIZE
010450             INTO REPORT-LINE
010460         WRITE REPORT-LINE
010470     END-IF.
010480     COMPUTE WS-REPORT-COUNT = WS-REPORT-COUNT
010490         - WS-SHARED-REPORTS.
010500     MOVE WS-REPORT-COUNT TO WS-COUNT-EDIT.
010510     MOVE WS-ENTITY-RPT-AMOUNT TO WS-MONEY-EDIT.
010520     MOVE SPACES TO REPORT-LINE.
010530     STRING "REPORTS FILED FOR AN ENTITY     "
010540            WS-COUNT-EDIT "  CHARGED DIRECT  " WS-MONEY-EDIT
010550            DELIMITED BY SIZE
010560         INTO REPORT-LINE.
010570     WRITE REPORT-LINE.
010580     MOVE SPACES TO REPORT-LINE.
010590     WRITE REPORT-LINE.
010600     MOVE SPACES TO REPORT-LINE.
010610     STRING "SHARED POOL, SPREAD BY RECORDS"
010620            DELIMITED BY SIZE
010630         INTO REPORT-LINE.
010640     WRITE REPORT-LINE.
010650     MOVE WS-RUN-COUNT TO WS-COUNT-EDIT.
010660     MOVE WS-RUN-AMOUNT TO WS-MONEY-EDIT.
010670     MOVE SPACES TO REPORT-LINE.
010680     STRING "  RUNS                          "
010690            WS-COUNT-EDIT "                  " WS-MONEY-EDIT
010700            DELIMITED BY SIZE
010710         INTO REPORT-LINE.
010720     WRITE REPORT-LINE.
010730     MOVE WS-SHARED-REPORTS TO WS-COUNT-EDIT.
010740     MOVE WS-SHARED-RPT-AMOUNT TO WS-MONEY-EDIT.
010750     MOVE SPACES TO REPORT-LINE.
010760     STRING "  REPORTS FILED FOR NO ENTITY   "
010770            WS-COUNT-EDIT "                  " WS-MONEY-EDIT
010780            DELIMITED BY SIZE
010790         INTO REPORT-LINE.
010800     WRITE REPORT-LINE.
010810     MOVE WS-XMIT-COUNT TO WS-COUNT-EDIT.
010820     MOVE WS-XMIT-AMOUNT TO WS-MONEY-EDIT.
010830     MOVE SPACES TO REPORT-LINE.
010840     STRING "  FILES TRANSMITTED (XMIT.REG)  "
010850            WS-COUNT-EDIT "                  " WS-MONEY-EDIT
010860            DELIMITED BY SIZE
010870         INTO REPORT-LINE.
010880     WRITE REPORT-LINE.
010890     MOVE WS-POOL-AMOUNT TO WS-MONEY-EDIT.
010900     MOVE SPACES TO REPORT-LINE.
010910     STRING "  SHARED POOL TOTAL             "
010920            "                             " WS-MONEY-EDIT
010930            DELIMITED BY SIZE
010940         INTO REPORT-LINE.
010950     WRITE REPORT-LINE.
010960     MOVE SPACES TO REPORT-LINE.
010970     WRITE REPORT-LINE.
010980     MOVE WS-GRAND-TOTAL TO WS-MONEY-EDIT.
010990     MOVE SPACES TO REPORT-LINE.
011000     STRING "TOTAL RECHARGED                 "
011010            "                             " WS-MONEY-EDIT
011020            DELIMITED BY SIZE
011030         INTO REPORT-LINE.
011040     WRITE REPORT-LINE.
011050 6000-EXIT.
011060     EXIT.
011070*
011080 6100-PRINT-ONE-JOB.
011090     MOVE SPACES TO REPORT-LINE.
011100     MOVE WS-JOB-NAME(WS-JOB-IDX) TO REPORT-LINE(1:8).
011110     MOVE WS-JOB-RUNS(WS-JOB-IDX) TO WS-COUNT-EDIT.
011120     MOVE WS-COUNT-EDIT TO REPORT-LINE(10:11).
011130     MOVE WS-JOB-RECORDS(WS-JOB-IDX) TO WS-COUNT-EDIT.
011140     MOVE WS-COUNT-EDIT TO REPORT-LINE(23:11).
011150     MOVE WS-JOB-SECONDS(WS-JOB-IDX) TO WS-COUNT-EDIT.
011160     MOVE WS-COUNT-EDIT TO REPORT-LINE(37:11).
011170     WRITE REPORT-LINE.
011180 6100-EXIT.
011190     EXIT.
011200*
011210*---------------------------------------------------------------*
011220* THE RECHARGE IN THE LEDGER IMPORT LAYOUT: A DEBIT PER ENTITY, *
011230* THEN ONE CREDIT FOR THE WHOLE, SO IT BALANCES.                *
011240*---------------------------------------------------------------*
011250 7000-WRITE-JOURNAL.
011260     OPEN OUTPUT JOURNAL-FILE.
011262     IF NOT WS-JOURNAL-FILE-OK
011264         DISPLAY "CHGBACK - CANNOT OPEN CHGBACK.JNL, STATUS ",
011266             WS-JOURNAL-FILE-STATUS, ", NOTHING BOOKED"
011267         SET WS-JOURNAL-FAILED TO TRUE
011268         GO TO 7000-EXIT
011269     END-IF.
011270     PERFORM 7010-DEBIT-ONE-ENTITY THRU 7010-EXIT
011280         VARYING WS-ENT-SUB FROM 1 BY 1
011290         UNTIL WS-ENT-SUB > WS-ENT-COUNT.
011300     IF WS-GRAND-TOTAL > 0
011310         MOVE WS-GL-CREDIT TO WS-JNL-ACCOUNT
011320         MOVE "C" TO WS-JNL-SIDE
011330         MOVE WS-GRAND-TOTAL TO WS-JNL-AMOUNT
011340         MOVE WS-POST-DATE TO WS-JNL-DATE
011350         MOVE WS-JOURNAL-ENTRY TO JOURNAL-LINE
011360         WRITE JOURNAL-LINE
011370     END-IF.
011380     CLOSE JOURNAL-FILE.
011390 7000-EXIT.
011400     EXIT.
011410*
011420 7010-DEBIT-ONE-ENTITY.
011430     IF WS-ENT-TOTAL(WS-ENT-SUB) = 0
011440         GO TO 7010-EXIT
011450     END-IF.
011460     PERFORM 7100-FIND-GL-ACCOUNT THRU 7100-EXIT.
011470     MOVE WS-GL-ACCOUNT TO WS-JNL-ACCOUNT.
011480     MOVE "D" TO WS-JNL-SIDE.
011490     MOVE WS-ENT-TOTAL(WS-ENT-SUB) TO WS-JNL-AMOUNT.
011500     MOVE WS-POST-DATE TO WS-JNL-DATE.
011510     MOVE WS-JOURNAL-ENTRY TO JOURNAL-LINE.
011520     WRITE JOURNAL-LINE.
011530 7010-EXIT.
011540     EXIT.
011550*
011560*    THE ENTITY'S OWN ENTG ACCOUNT, OR GLDR.
011570 7100-FIND-GL-ACCOUNT.
011580     MOVE WS-GL-DEBIT TO WS-GL-ACCOUNT.
011590     PERFORM 7110-MATCH-ONE-ENTG THRU 7110-EXIT
011600         VARYING WS-ENTG-IDX FROM 1 BY 1
011610         UNTIL WS-ENTG-IDX > WS-ENTG-COUNT.
011620 7100-EXIT.
011630     EXIT.
011640*
011650 7110-MATCH-ONE-ENTG.
011660     IF WS-ENTG-ENTITY(WS-ENTG-IDX) = WS-ENT-CODE(WS-ENT-SUB)
011670         MOVE WS-ENTG-ACCOUNT(WS-ENTG-IDX) TO WS-GL-ACCOUNT
011680     END-IF.
011690 7110-EXIT.
011700     EXIT.
011710*
011720 8000-FILE-IN-REPOSITORY.
011730     CALL "RPTSAVE" USING WS-REPO-NAME, WS-REPO-JOB,
011740                          WS-REPO-ENTITY, WS-REPO-STATUS.
011750     IF WS-REPO-STATUS NOT = ZERO
011760         DISPLAY "CHGBACK - ", WS-REPO-NAME, " NOT FILED IN THE",
011770             " REPOSITORY, STATUS ", WS-REPO-STATUS
011780     END-IF.
011790 8000-EXIT.
011800     EXIT.
