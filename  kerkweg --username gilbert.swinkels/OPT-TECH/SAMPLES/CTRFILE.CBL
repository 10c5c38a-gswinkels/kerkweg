000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CTRFILE.
000030 AUTHOR.        G. SWINKELS, DATA PROCESSING.
000040 INSTALLATION.  DATA PROCESSING DEPT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*MODIFICATION HISTORY
000090*--------------------
000100*10/15/2026  GS   ORIGINAL.  DAILY CASH-TRANSACTION THRESHOLD
000110*                 FILING OFF THE SORTED OUTPUT FILE, REPLACING
000120*                 THE HAND TALLY COMPLIANCE USED TO DO FROM
000130*                 RGNRPT.  EVERY DETAIL WHOSE TYPE IS LISTED AS
000140*                 CASH IN CTRCTL.TBL IS CONVERTED TO BASE
000150*                 CURRENCY THROUGH CURRCONV AND TOTALLED PER
000160*                 CUSTOMER PER BUSINESS DAY (TRANSACTION DATE),
000170*                 ACROSS ALL OF THE CUSTOMER'S ACCOUNTS -- THE
000180*                 CUSTOMER COMES FROM CUSTREF.DAT -- AND ACROSS
000190*                 ALL REGIONS, SO CASH SPLIT BETWEEN TWO
000200*                 BRANCHES IS CAUGHT AS ONE CUSTOMER'S DAY.
000210*                 CASH IN (CREDITS) AND CASH OUT (DEBITS) ARE
000220*                 TOTALLED SEPARATELY AND A CUSTOMER-DAY IS
000230*                 FILED WHEN EITHER GOES OVER THE THRESHOLD.
000240*                 EACH FILING IS WRITTEN TO CTRFILE.DAT IN THE
000250*                 FIXED REGULATORY LAYOUT BELOW AND LISTED ON
000260*                 CTRREG.RPT, WHICH ENDS WITH A SIGN-OFF BLOCK
000270*                 FOR THE COMPLIANCE OFFICER.  RETURN-CODE IS 4
000280*                 WHEN ANYTHING WAS FILED AND 8 WHEN THE
000290*                 CUSTOMER-DAY TABLE OVERFLOWED (THE REGISTER
000300*                 SAYS HOW MANY ITEMS WERE NOT AGGREGATED).  THE
000310*                 INPUT DEFAULTS TO SORTED.DAT AND CAN BE
000320*                 REPOINTED THROUGH CTR-INFILE.
000321*
000322*10/15/2026  GS   THE FINISHED CTRREG.RPT IS NOW FILED IN THE
000323*                 REPORT REPOSITORY THROUGH RPTSAVE, SO IT CAN
000324*                 STILL BE LISTED AND REPRINTED FROM OPSMENU AFTER
000325*                 THE NEXT RUN OVERWRITES IT.
000326*
000327*10/15/2026  GS   CUSTREF.DAT IS READ TO THE END.  MORE THAN 5000
000327*                 CUSTOMERS ARE COUNTED AND THE RUN ENDS WITH
000327*                 RETURN-CODE 12 RATHER THAN FILE AN INCOMPLETE
000327*                 AGGREGATION.
000330*
000340*---------------------------------------------------------------*
000350*CASH CONTROL TABLE FORMAT (CTRCTL.TBL, ONE ENTRY PER LINE)      *
000360*    CASH TT             A CASH TRANSACTION TYPE                 *
000370*    THRS NNNNNNNNNNN    REPORTING THRESHOLD, WHOLE BASE-        *
000380*                        CURRENCY UNITS (DEFAULT 10000)          *
000390*    INST XXXXXXXXXX     FILING INSTITUTION ID FOR CTRFILE.DAT   *
000400*                                                                *
000410*FILING FILE FORMAT (CTRFILE.DAT, 200-BYTE FIXED RECORDS)        *
000420*  HEADER  "H" INSTITUTION(10) RUN DATE(8) FILLER                *
000430*  FILING  "D"                                                   *
000440*    POSITIONS   2-11  FILING INSTITUTION ID                     *
000450*    POSITIONS  12-19  BUSINESS DATE, CCYYMMDD                   *
000460*    POSITIONS  20-29  CUSTOMER ID                               *
000470*    POSITIONS  30-40  TAX ID                                    *
000480*    POSITIONS  41-70  CUSTOMER NAME                             *
000490*    POSITIONS  71-100 ADDRESS                                   *
000500*    POSITIONS 101-120 CITY                                      *
000510*    POSITIONS 121-130 POSTAL CODE                               *
000520*    POSITIONS 131-138 DATE OF BIRTH, CCYYMMDD                   *
000530*    POSITIONS 139-151 CASH IN, 9(11)V99                         *
000540*    POSITIONS 152-164 CASH OUT, 9(11)V99                        *
000550*    POSITIONS 165-169 TRANSACTION COUNT                         *
000560*    POSITIONS 170-171 ACCOUNT COUNT                             *
000570*    POSITIONS 172-173 REGION COUNT                              *
000580*    POSITIONS 174-189 FIRST FOUR REGION CODES                   *
000590*    POSITIONS 190-200 FILLER                                    *
000600*  TRAILER "T" FILING COUNT 9(7), TOTAL CASH IN 9(13)V99,        *
000610*          TOTAL CASH OUT 9(13)V99                               *
000620*---------------------------------------------------------------*
000630*
000640 ENVIRONMENT DIVISION.
000650 CONFIGURATION SECTION.
000660 SOURCE-COMPUTER.  IBM-PC.
000670 OBJECT-COMPUTER.  IBM-PC.
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700     SELECT CONTROL-FILE ASSIGN TO "CTRCTL.TBL"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-CONTROL-FILE-STATUS.
000730     SELECT CUSTREF-FILE ASSIGN TO "CUSTREF.DAT"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-CUSTREF-FILE-STATUS.
000760     SELECT SORTED-FILE ASSIGN TO WS-SORTED-FILE-NAME
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-SORTED-FILE-STATUS.
000790     SELECT FILING-FILE ASSIGN TO "CTRFILE.DAT"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-FILING-FILE-STATUS.
000820     SELECT REGISTER-FILE ASSIGN TO "CTRREG.RPT"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-REGISTER-FILE-STATUS.
000850*
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  CONTROL-FILE.
000890 01  CONTROL-FILE-RECORD         PIC X(40).
000900 FD  CUSTREF-FILE.
000910 01  CUSTREF-FILE-RECORD         PIC X(140).
000920 FD  SORTED-FILE.
000930 01  SORTED-FILE-RECORD          PIC X(82).
000940 FD  FILING-FILE.
000950 01  FILING-RECORD               PIC X(200).
000960 FD  REGISTER-FILE.
000970 01  REGISTER-LINE               PIC X(100).
000980*
000990 WORKING-STORAGE SECTION.
001000 01  WS-CONTROL-FILE-STATUS    PIC X(02).
001010     88  WS-CONTROL-FILE-OK        VALUE "00".
001020     88  WS-CONTROL-FILE-EOF       VALUE "10".
001030 01  WS-CUSTREF-FILE-STATUS    PIC X(02).
001040     88  WS-CUSTREF-FILE-OK        VALUE "00".
001050     88  WS-CUSTREF-FILE-EOF       VALUE "10".
001060 01  WS-SORTED-FILE-NAME       PIC X(15) VALUE "SORTED.DAT".
001070 01  WS-SORTED-FILE-STATUS     PIC X(02).
001080     88  WS-SORTED-FILE-OK         VALUE "00".
001090     88  WS-SORTED-FILE-EOF        VALUE "10".
001100 01  WS-FILING-FILE-STATUS     PIC X(02).
001110 01  WS-REGISTER-FILE-STATUS   PIC X(02).
001120 01  WS-ENV-VALUE              PIC X(15).
001130 01  WS-RUN-DATE               PIC X(08).
001140 01  WS-TIMESTAMP              PIC X(21).
001150*
001160 01  WS-THRESHOLD              PIC 9(11)V99 VALUE 10000.
001170 01  WS-INSTITUTION            PIC X(10) VALUE SPACES.
001180 01  WS-CASH-TYPE-TABLE.
001190     05  WS-CASH-TYPE-COUNT    PIC 9(03) COMP-5 VALUE 0.
001200     05  WS-CASH-TYPE          PIC X(02) OCCURS 50 TIMES
001210                               INDEXED BY WS-CASH-IDX.
001220*
001230*    CUSTOMER REFERENCE, TABLED WHOLE.  WS-CUST-SUB IS THE
001240*    MATCHING ENTRY FOR THE CURRENT DETAIL, OR ZERO.
001250 01  WS-CUST-TABLE.
001260     05  WS-CUST-COUNT         PIC 9(05) COMP-5 VALUE 0.
001270     05  WS-CUST-ENTRY         PIC X(140) OCCURS 5000 TIMES
001280                               INDEXED BY WS-CUST-IDX.
001290 01  WS-CUST-SUB               PIC 9(05) COMP-5.
001295 01  WS-CUST-OVERFLOW          PIC 9(07) VALUE 0.
001300 01  WS-CUSTOMER-ID            PIC X(10).
001310*
001320*    ONE ENTRY PER CUSTOMER PER BUSINESS DAY WITH ANY CASH.
001330 01  WS-AGG-TABLE.
001340     05  WS-AGG-COUNT          PIC 9(05) COMP-5 VALUE 0.
001350     05  WS-AGG-ENTRY OCCURS 5000 TIMES
001360             INDEXED BY WS-AGG-IDX.
001370         10  WS-AGG-CUST-ID    PIC X(10).
001380         10  WS-AGG-DATE       PIC X(08).
001390         10  WS-AGG-CUST-SUB   PIC 9(05) COMP-5.
001400         10  WS-AGG-NAME       PIC X(30).
001410         10  WS-AGG-IN         PIC S9(11)V99 COMP-3.
001420         10  WS-AGG-OUT        PIC S9(11)V99 COMP-3.
001430         10  WS-AGG-TRAN-COUNT PIC 9(05) COMP-5.
001440         10  WS-AGG-ACCT-COUNT PIC 9(02) COMP-5.
001450         10  WS-AGG-ACCT       PIC X(10) OCCURS 10 TIMES.
001460         10  WS-AGG-RGN-COUNT  PIC 9(02) COMP-5.
001470         10  WS-AGG-RGN        PIC X(04) OCCURS 10 TIMES.
001480 01  WS-AGG-SUB                PIC 9(05) COMP-5.
001490 01  WS-LIST-SUB               PIC 9(02) COMP-5.
001500 01  WS-HIT-SUB                PIC 9(02) COMP-5.
001510*
001520*    FILING RECORD LAYOUTS -- SEE THE FORMAT BOX ABOVE.
001530 01  WS-FILING-HEADER.
001540     05  WS-FH-TYPE            PIC X(01) VALUE "H".
001550     05  WS-FH-INSTITUTION     PIC X(10).
001560     05  WS-FH-RUN-DATE        PIC X(08).
001570     05  FILLER                PIC X(181) VALUE SPACES.
001580 01  WS-FILING-DETAIL.
001590     05  WS-FD-TYPE            PIC X(01) VALUE "D".
001600     05  WS-FD-INSTITUTION     PIC X(10).
001610     05  WS-FD-BUSINESS-DATE   PIC X(08).
001620     05  WS-FD-CUSTOMER-ID     PIC X(10).
001630     05  WS-FD-TAX-ID          PIC X(11).
001640     05  WS-FD-NAME            PIC X(30).
001650     05  WS-FD-ADDRESS         PIC X(30).
001660     05  WS-FD-CITY            PIC X(20).
001670     05  WS-FD-POSTAL-CODE     PIC X(10).
001680     05  WS-FD-BIRTH-DATE      PIC X(08).
001690     05  WS-FD-CASH-IN         PIC 9(11)V99.
001700     05  WS-FD-CASH-OUT        PIC 9(11)V99.
001710     05  WS-FD-TRAN-COUNT      PIC 9(05).
001720     05  WS-FD-ACCT-COUNT      PIC 9(02).
001730     05  WS-FD-RGN-COUNT       PIC 9(02).
001740     05  WS-FD-REGION          PIC X(04) OCCURS 4 TIMES.
001750     05  FILLER                PIC X(11) VALUE SPACES.
001760 01  WS-FILING-TRAILER.
001770     05  WS-FT-TYPE            PIC X(01) VALUE "T".
001780     05  WS-FT-FILING-COUNT    PIC 9(07).
001790     05  WS-FT-CASH-IN         PIC 9(13)V99.
001800     05  WS-FT-CASH-OUT        PIC 9(13)V99.
001810     05  FILLER                PIC X(162) VALUE SPACES.
001820*
001830 01  WS-BASE-AMOUNT            PIC S9(11)V99.
001840 01  WS-CURR-STATUS            PIC 9(02).
001850 01  WS-CURR-UNKNOWN-COUNT     PIC 9(07) VALUE 0.
001860 01  WS-MATCH-SW               PIC X(01).
001870     88  WS-MATCH-FOUND            VALUE "Y".
001880 01  WS-CASH-READ-COUNT        PIC 9(07) VALUE 0.
001890 01  WS-OVERFLOW-COUNT         PIC 9(07) VALUE 0.
001900 01  WS-FILED-COUNT            PIC 9(07) VALUE 0.
001910 01  WS-MULTI-REGION-COUNT     PIC 9(07) VALUE 0.
001920 01  WS-FILED-IN               PIC S9(13)V99 COMP-3 VALUE 0.
001930 01  WS-FILED-OUT              PIC S9(13)V99 COMP-3 VALUE 0.
001940 01  WS-LIST-TEXT              PIC X(60).
001950 01  WS-LIST-PTR               PIC 9(03) COMP-5.
001960 01  WS-COUNT-EDIT             PIC ZZZZZZ9.
001970 01  WS-AMOUNT-EDIT            PIC Z,ZZZ,ZZZ,ZZ9.99-.
001980 01  WS-OUT-EDIT               PIC Z,ZZZ,ZZZ,ZZ9.99-.
001990 COPY SAMPREC.
002000 COPY CUSTREF.
002001*
002002*    NAME AND KEYS THE FINISHED REPORT IS FILED UNDER IN THE
002003*    REPORT REPOSITORY.  A BLANK ENTITY IS RESOLVED BY RPTSAVE.
002004 01  WS-REPO-NAME              PIC X(15) VALUE "CTRREG.RPT".
002005 01  WS-REPO-JOB               PIC X(08) VALUE "CTRFILE".
002006 01  WS-REPO-ENTITY            PIC X(04) VALUE SPACES.
002007 01  WS-REPO-STATUS            PIC 9(02).
002010*
002020 PROCEDURE DIVISION.
002030*
002040 0000-MAINLINE.
002050     DISPLAY "CTRFILE - CASH TRANSACTION THRESHOLD FILING".
002060     MOVE SPACES TO WS-ENV-VALUE.
002070     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SORT-RUNDATE".
002080     IF WS-ENV-VALUE NOT = SPACES
002090         MOVE WS-ENV-VALUE(1:8) TO WS-RUN-DATE
002100     ELSE
002110         MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
002120         MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE
002130     END-IF.
002140     MOVE SPACES TO WS-ENV-VALUE.
002150     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "CTR-INFILE".
002160     IF WS-ENV-VALUE NOT = SPACES
002170         MOVE WS-ENV-VALUE TO WS-SORTED-FILE-NAME
002180     END-IF.
002190     PERFORM 1000-LOAD-CONTROL THRU 1000-EXIT.
002200     IF WS-CASH-TYPE-COUNT = 0
002210         DISPLAY "CTRFILE - NO CASH TYPES IN CTRCTL.TBL"
002220         MOVE 12 TO RETURN-CODE
002230         STOP RUN
002240     END-IF.
002250     PERFORM 1200-LOAD-CUSTREF THRU 1200-EXIT.
002251     IF WS-CUST-OVERFLOW > 0
002252         DISPLAY "CTRFILE - ", WS-CUST-OVERFLOW,
002253             " CUSTOMERS NOT TABLED, NOTHING FILED"
002254         MOVE 12 TO RETURN-CODE
002255         STOP RUN
002256     END-IF.
002260     OPEN INPUT SORTED-FILE.
002270     IF NOT WS-SORTED-FILE-OK
002280         DISPLAY "CTRFILE - CANNOT OPEN ", WS-SORTED-FILE-NAME
002290         MOVE 12 TO RETURN-CODE
002300         STOP RUN
002310     END-IF.
002320     PERFORM 2000-TALLY-ONE-RECORD THRU 2000-EXIT
002330         UNTIL WS-SORTED-FILE-EOF.
002340     CLOSE SORTED-FILE.
002350     OPEN OUTPUT FILING-FILE.
002360     OPEN OUTPUT REGISTER-FILE.
002370     PERFORM 5000-WRITE-HEADING THRU 5000-EXIT.
002380     MOVE WS-INSTITUTION TO WS-FH-INSTITUTION.
002390     MOVE WS-RUN-DATE TO WS-FH-RUN-DATE.
002400     MOVE WS-FILING-HEADER TO FILING-RECORD.
002410     WRITE FILING-RECORD.
002420     PERFORM 3000-CHECK-ONE-CUSTOMER-DAY THRU 3000-EXIT
002430         VARYING WS-AGG-SUB FROM 1 BY 1
002440         UNTIL WS-AGG-SUB > WS-AGG-COUNT.
002450     MOVE WS-FILED-COUNT TO WS-FT-FILING-COUNT.
002460     MOVE WS-FILED-IN TO WS-FT-CASH-IN.
002470     MOVE WS-FILED-OUT TO WS-FT-CASH-OUT.
002480     MOVE WS-FILING-TRAILER TO FILING-RECORD.
002490     WRITE FILING-RECORD.
002500     PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT.
002510     CLOSE FILING-FILE, REGISTER-FILE.
002511     CALL "RPTSAVE" USING WS-REPO-NAME, WS-REPO-JOB,
002512                          WS-REPO-ENTITY, WS-REPO-STATUS.
002513     IF WS-REPO-STATUS NOT = ZERO
002514         DISPLAY "CTRFILE - REPORT NOT FILED IN THE",
002515             " REPOSITORY, STATUS ", WS-REPO-STATUS
002516     END-IF.
002520     EVALUATE TRUE
002530         WHEN WS-OVERFLOW-COUNT > 0
002540             MOVE 8 TO RETURN-CODE
002550         WHEN WS-FILED-COUNT > 0
002560             MOVE 4 TO RETURN-CODE
002570         WHEN OTHER
002580             MOVE 0 TO RETURN-CODE
002590     END-EVALUATE.
002600     STOP RUN.
002610*
002620 1000-LOAD-CONTROL.
002630     OPEN INPUT CONTROL-FILE.
002640     IF NOT WS-CONTROL-FILE-OK
002650         GO TO 1000-EXIT
002660     END-IF.
002670     PERFORM 1100-LOAD-ONE-ENTRY THRU 1100-EXIT
002680         UNTIL WS-CONTROL-FILE-EOF.
002690     CLOSE CONTROL-FILE.
002700 1000-EXIT.
002710     EXIT.
002720*
002730 1100-LOAD-ONE-ENTRY.
002740     READ CONTROL-FILE
002750         AT END
002760             GO TO 1100-EXIT
002770     END-READ.
002780     EVALUATE CONTROL-FILE-RECORD(1:4)
002790         WHEN "CASH"
002800             IF WS-CASH-TYPE-COUNT < 50
002810                 ADD 1 TO WS-CASH-TYPE-COUNT
002820                 MOVE CONTROL-FILE-RECORD(6:2)
002830                     TO WS-CASH-TYPE(WS-CASH-TYPE-COUNT)
002840             END-IF
002850         WHEN "THRS"
002860             IF CONTROL-FILE-RECORD(6:11) NUMERIC
002870                 MOVE CONTROL-FILE-RECORD(6:11) TO WS-THRESHOLD
002880             END-IF
002890         WHEN "INST"
002900             MOVE CONTROL-FILE-RECORD(6:10) TO WS-INSTITUTION
002910     END-EVALUATE.
002920 1100-EXIT.
002930     EXIT.
002940*
002950*    A MISSING CUSTREF.DAT MEANS EVERY ACCOUNT IS ITS OWN
002960*    CUSTOMER, SO CASH IS STILL AGGREGATED ACROSS REGIONS.
002970 1200-LOAD-CUSTREF.
002980     OPEN INPUT CUSTREF-FILE.
002990     IF NOT WS-CUSTREF-FILE-OK
003000         DISPLAY "CTRFILE - NO CUSTREF.DAT, ACCOUNTS TREATED AS ",
003010             "SEPARATE CUSTOMERS"
003020         GO TO 1200-EXIT
003030     END-IF.
003040     PERFORM 1210-LOAD-ONE-CUSTREF THRU 1210-EXIT
003050         UNTIL WS-CUSTREF-FILE-EOF.
003070     CLOSE CUSTREF-FILE.
003080 1200-EXIT.
003090     EXIT.
003100*
003110 1210-LOAD-ONE-CUSTREF.
003120     READ CUSTREF-FILE
003130         AT END
003140             GO TO 1210-EXIT
003150     END-READ.
003160     IF CUSTREF-FILE-RECORD(1:10) = SPACES
003170         GO TO 1210-EXIT
003180     END-IF.
003181     IF WS-CUST-COUNT = 5000
003182         IF WS-CUST-OVERFLOW = 0
003183             DISPLAY "CTRFILE - MORE THAN 5000 CUSTOMERS ON "
003184                 "CUSTREF.DAT"
003185         END-IF
003186         ADD 1 TO WS-CUST-OVERFLOW
003187         GO TO 1210-EXIT
003188     END-IF.
003190     ADD 1 TO WS-CUST-COUNT.
003200     MOVE CUSTREF-FILE-RECORD TO WS-CUST-ENTRY(WS-CUST-COUNT).
003210 1210-EXIT.
003220     EXIT.
003230*
003240 2000-TALLY-ONE-RECORD.
003250     READ SORTED-FILE
003260         AT END
003270             GO TO 2000-EXIT
003280     END-READ.
003290     MOVE SORTED-FILE-RECORD TO SAMP-TRAILER-RECORD.
003300     IF SAMP-IS-TRAILER
003310         GO TO 2000-EXIT
003320     END-IF.
003330     MOVE SORTED-FILE-RECORD TO SAMP-DETAIL-RECORD.
003340     MOVE "N" TO WS-MATCH-SW.
003350     PERFORM 2010-MATCH-CASH-TYPE THRU 2010-EXIT
003360         VARYING WS-CASH-IDX FROM 1 BY 1
003370         UNTIL WS-CASH-IDX > WS-CASH-TYPE-COUNT
003380            OR WS-MATCH-FOUND.
003390     IF NOT WS-MATCH-FOUND
003400         GO TO 2000-EXIT
003410     END-IF.
003420     ADD 1 TO WS-CASH-READ-COUNT.
003430     CALL "CURRCONV" USING SAMP-CURRENCY-CODE,
003440                            SAMP-TRANSACTION-AMOUNT,
003450                            WS-BASE-AMOUNT,
003460                            WS-CURR-STATUS.
003470     IF WS-CURR-STATUS = 8
003480         ADD 1 TO WS-CURR-UNKNOWN-COUNT
003490     END-IF.
003500     MOVE 0 TO WS-CUST-SUB.
003510     PERFORM 2020-MATCH-CUSTREF THRU 2020-EXIT
003520         VARYING WS-CUST-IDX FROM 1 BY 1
003530         UNTIL WS-CUST-IDX > WS-CUST-COUNT
003540            OR WS-CUST-SUB > 0.
003550     IF WS-CUST-SUB > 0
003560         MOVE WS-CUST-ENTRY(WS-CUST-SUB) TO CUST-REF-RECORD
003570         MOVE CUST-CUSTOMER-ID TO WS-CUSTOMER-ID
003580     ELSE
003590         MOVE SAMP-ACCOUNT-NUMBER TO WS-CUSTOMER-ID
003600     END-IF.
003610     MOVE 0 TO WS-AGG-SUB.
003620     PERFORM 2030-FIND-CUSTOMER-DAY THRU 2030-EXIT
003630         VARYING WS-AGG-IDX FROM 1 BY 1
003640         UNTIL WS-AGG-IDX > WS-AGG-COUNT
003650            OR WS-AGG-SUB > 0.
003660     IF WS-AGG-SUB = 0
003670         IF WS-AGG-COUNT = 5000
003680             IF WS-OVERFLOW-COUNT = 0
003690                 DISPLAY "CTRFILE - MORE THAN 5000 CUSTOMER-DAYS"
003700             END-IF
003710             ADD 1 TO WS-OVERFLOW-COUNT
003720             GO TO 2000-EXIT
003730         END-IF
003740         PERFORM 2040-ADD-CUSTOMER-DAY THRU 2040-EXIT
003750     END-IF.
003760     SET WS-AGG-IDX TO WS-AGG-SUB.
003770     IF WS-BASE-AMOUNT < 0
003780         SUBTRACT WS-BASE-AMOUNT FROM WS-AGG-OUT(WS-AGG-IDX)
003790     ELSE
003800         ADD WS-BASE-AMOUNT TO WS-AGG-IN(WS-AGG-IDX)
003810     END-IF.
003820     ADD 1 TO WS-AGG-TRAN-COUNT(WS-AGG-IDX).
003830     PERFORM 2050-NOTE-ACCOUNT THRU 2050-EXIT.
003840     PERFORM 2060-NOTE-REGION THRU 2060-EXIT.
003850 2000-EXIT.
003860     EXIT.
003870*
003880 2010-MATCH-CASH-TYPE.
003890     IF SAMP-TRANSACTION-TYPE = WS-CASH-TYPE(WS-CASH-IDX)
003900         SET WS-MATCH-FOUND TO TRUE
003910     END-IF.
003920 2010-EXIT.
003930     EXIT.
003940*
003950 2020-MATCH-CUSTREF.
003960     IF WS-CUST-ENTRY(WS-CUST-IDX)(1:10) = SAMP-ACCOUNT-NUMBER
003970         SET WS-CUST-SUB TO WS-CUST-IDX
003980     END-IF.
003990 2020-EXIT.
004000     EXIT.
004010*
004020 2030-FIND-CUSTOMER-DAY.
004030     IF WS-AGG-CUST-ID(WS-AGG-IDX) = WS-CUSTOMER-ID
004040         AND WS-AGG-DATE(WS-AGG-IDX) = SAMP-TRANSACTION-DATE
004050         SET WS-AGG-SUB TO WS-AGG-IDX
004060     END-IF.
004070 2030-EXIT.
004080     EXIT.
004090*
004100 2040-ADD-CUSTOMER-DAY.
004110     ADD 1 TO WS-AGG-COUNT.
004120     MOVE WS-AGG-COUNT TO WS-AGG-SUB.
004130     SET WS-AGG-IDX TO WS-AGG-SUB.
004140     MOVE WS-CUSTOMER-ID TO WS-AGG-CUST-ID(WS-AGG-IDX).
004150     MOVE SAMP-TRANSACTION-DATE TO WS-AGG-DATE(WS-AGG-IDX).
004160     MOVE WS-CUST-SUB TO WS-AGG-CUST-SUB(WS-AGG-IDX).
004170     IF WS-CUST-SUB > 0
004180         MOVE CUST-NAME TO WS-AGG-NAME(WS-AGG-IDX)
004190     ELSE
004200         MOVE SAMP-CUSTOMER-NAME TO WS-AGG-NAME(WS-AGG-IDX)
004210     END-IF.
004220     MOVE 0 TO WS-AGG-IN(WS-AGG-IDX).
004230     MOVE 0 TO WS-AGG-OUT(WS-AGG-IDX).
004240     MOVE 0 TO WS-AGG-TRAN-COUNT(WS-AGG-IDX).
004250     MOVE 0 TO WS-AGG-ACCT-COUNT(WS-AGG-IDX).
004260     MOVE 0 TO WS-AGG-RGN-COUNT(WS-AGG-IDX).
004270 2040-EXIT.
004280     EXIT.
004290*
004300*    THE FIRST TEN DISTINCT ACCOUNTS AND REGIONS ARE KEPT FOR
004310*    THE REGISTER; THE COUNTS STOP AT TEN AS WELL.
004320 2050-NOTE-ACCOUNT.
004330     MOVE 0 TO WS-HIT-SUB.
004340     PERFORM 2051-MATCH-ACCOUNT THRU 2051-EXIT
004350         VARYING WS-LIST-SUB FROM 1 BY 1
004360         UNTIL WS-LIST-SUB > WS-AGG-ACCT-COUNT(WS-AGG-IDX)
004370            OR WS-HIT-SUB > 0.
004380     IF WS-HIT-SUB = 0
004390         AND WS-AGG-ACCT-COUNT(WS-AGG-IDX) < 10
004400         ADD 1 TO WS-AGG-ACCT-COUNT(WS-AGG-IDX)
004410         MOVE SAMP-ACCOUNT-NUMBER TO WS-AGG-ACCT(WS-AGG-IDX,
004420             WS-AGG-ACCT-COUNT(WS-AGG-IDX))
004430     END-IF.
004440 2050-EXIT.
004450     EXIT.
004460*
004470 2051-MATCH-ACCOUNT.
004480     IF WS-AGG-ACCT(WS-AGG-IDX, WS-LIST-SUB)
004490         = SAMP-ACCOUNT-NUMBER
004500         MOVE WS-LIST-SUB TO WS-HIT-SUB
004510     END-IF.
004520 2051-EXIT.
004530     EXIT.
004540*
004550 2060-NOTE-REGION.
004560     MOVE 0 TO WS-HIT-SUB.
004570     PERFORM 2061-MATCH-REGION THRU 2061-EXIT
004580         VARYING WS-LIST-SUB FROM 1 BY 1
004590         UNTIL WS-LIST-SUB > WS-AGG-RGN-COUNT(WS-AGG-IDX)
004600            OR WS-HIT-SUB > 0.
004610     IF WS-HIT-SUB = 0
004620         AND WS-AGG-RGN-COUNT(WS-AGG-IDX) < 10
004630         ADD 1 TO WS-AGG-RGN-COUNT(WS-AGG-IDX)
004640         MOVE SAMP-REGION-CODE TO WS-AGG-RGN(WS-AGG-IDX,
004650             WS-AGG-RGN-COUNT(WS-AGG-IDX))
004660     END-IF.
004670 2060-EXIT.
004680     EXIT.
004690*
004700 2061-MATCH-REGION.
004710     IF WS-AGG-RGN(WS-AGG-IDX, WS-LIST-SUB) = SAMP-REGION-CODE
004720         MOVE WS-LIST-SUB TO WS-HIT-SUB
004730     END-IF.
004740 2061-EXIT.
004750     EXIT.
004760*
004770 3000-CHECK-ONE-CUSTOMER-DAY.
004780     SET WS-AGG-IDX TO WS-AGG-SUB.
004790     IF WS-AGG-IN(WS-AGG-IDX) NOT > WS-THRESHOLD
004800         AND WS-AGG-OUT(WS-AGG-IDX) NOT > WS-THRESHOLD
004810         GO TO 3000-EXIT
004820     END-IF.
004830     ADD 1 TO WS-FILED-COUNT.
004840     ADD WS-AGG-IN(WS-AGG-IDX) TO WS-FILED-IN.
004850     ADD WS-AGG-OUT(WS-AGG-IDX) TO WS-FILED-OUT.
004860     MOVE SPACES TO CUST-REF-RECORD.
004870     IF WS-AGG-CUST-SUB(WS-AGG-IDX) > 0
004880         MOVE WS-CUST-ENTRY(WS-AGG-CUST-SUB(WS-AGG-IDX))
004890             TO CUST-REF-RECORD
004900     END-IF.
004910     MOVE WS-INSTITUTION TO WS-FD-INSTITUTION.
004920     MOVE WS-AGG-DATE(WS-AGG-IDX) TO WS-FD-BUSINESS-DATE.
004930     MOVE WS-AGG-CUST-ID(WS-AGG-IDX) TO WS-FD-CUSTOMER-ID.
004940     MOVE CUST-TAX-ID TO WS-FD-TAX-ID.
004950     MOVE WS-AGG-NAME(WS-AGG-IDX) TO WS-FD-NAME.
004960     MOVE CUST-ADDRESS TO WS-FD-ADDRESS.
004970     MOVE CUST-CITY TO WS-FD-CITY.
004980     MOVE CUST-POSTAL-CODE TO WS-FD-POSTAL-CODE.
004990     MOVE CUST-BIRTH-DATE TO WS-FD-BIRTH-DATE.
005000     MOVE WS-AGG-IN(WS-AGG-IDX) TO WS-FD-CASH-IN.
005010     MOVE WS-AGG-OUT(WS-AGG-IDX) TO WS-FD-CASH-OUT.
005020     MOVE WS-AGG-TRAN-COUNT(WS-AGG-IDX) TO WS-FD-TRAN-COUNT.
005030     MOVE WS-AGG-ACCT-COUNT(WS-AGG-IDX) TO WS-FD-ACCT-COUNT.
005040     MOVE WS-AGG-RGN-COUNT(WS-AGG-IDX) TO WS-FD-RGN-COUNT.
005050     MOVE SPACES TO WS-FD-REGION(1) WS-FD-REGION(2)
005060                    WS-FD-REGION(3) WS-FD-REGION(4).
005070     PERFORM 3100-COPY-ONE-REGION THRU 3100-EXIT
005080         VARYING WS-LIST-SUB FROM 1 BY 1
005090         UNTIL WS-LIST-SUB > WS-AGG-RGN-COUNT(WS-AGG-IDX)
005100            OR WS-LIST-SUB > 4.
005110     MOVE WS-FILING-DETAIL TO FILING-RECORD.
005120     WRITE FILING-RECORD.
005130     IF WS-AGG-RGN-COUNT(WS-AGG-IDX) > 1
005140         ADD 1 TO WS-MULTI-REGION-COUNT
005150     END-IF.
005160     PERFORM 3200-REGISTER-FILING THRU 3200-EXIT.
005170 3000-EXIT.
005180     EXIT.
005190*
005200 3100-COPY-ONE-REGION.
005210     MOVE WS-AGG-RGN(WS-AGG-IDX, WS-LIST-SUB)
005220         TO WS-FD-REGION(WS-LIST-SUB).
005230 3100-EXIT.
005240     EXIT.
005250*
005260*    THREE LINES PER FILING: THE CUSTOMER AND TOTALS, THE
005270*    ACCOUNTS, AND THE REGIONS (FLAGGED WHEN MORE THAN ONE).
005280 3200-REGISTER-FILING.
005290     MOVE WS-AGG-IN(WS-AGG-IDX) TO WS-AMOUNT-EDIT.
005300     MOVE WS-AGG-OUT(WS-AGG-IDX) TO WS-OUT-EDIT.
005310     MOVE WS-AGG-TRAN-COUNT(WS-AGG-IDX) TO WS-COUNT-EDIT.
005320     MOVE SPACES TO REGISTER-LINE.
005330     WRITE REGISTER-LINE.
005340     MOVE SPACES TO REGISTER-LINE.
005350     STRING WS-AGG-DATE(WS-AGG-IDX) " "
005360            WS-AGG-CUST-ID(WS-AGG-IDX) " "
005370            WS-AGG-NAME(WS-AGG-IDX) " "
005380            WS-AMOUNT-EDIT " "
005390            WS-OUT-EDIT " "
005400            WS-COUNT-EDIT
005410            DELIMITED BY SIZE
005420         INTO REGISTER-LINE.
005430     WRITE REGISTER-LINE.
005440     MOVE SPACES TO WS-LIST-TEXT.
005450     MOVE 1 TO WS-LIST-PTR.
005460     PERFORM 3210-LIST-ONE-ACCOUNT THRU 3210-EXIT
005470         VARYING WS-LIST-SUB FROM 1 BY 1
005480         UNTIL WS-LIST-SUB > WS-AGG-ACCT-COUNT(WS-AGG-IDX)
005490            OR WS-LIST-SUB > 5.
005500     MOVE SPACES TO REGISTER-LINE.
005510     STRING "         ACCOUNTS " WS-LIST-TEXT
005520            DELIMITED BY SIZE
005530         INTO REGISTER-LINE.
005540     WRITE REGISTER-LINE.
005550     MOVE SPACES TO WS-LIST-TEXT.
005560     MOVE 1 TO WS-LIST-PTR.
005570     PERFORM 3220-LIST-ONE-REGION THRU 3220-EXIT
005580         VARYING WS-LIST-SUB FROM 1 BY 1
005590         UNTIL WS-LIST-SUB > WS-AGG-RGN-COUNT(WS-AGG-IDX).
005600     MOVE SPACES TO REGISTER-LINE.
005610     IF WS-AGG-RGN-COUNT(WS-AGG-IDX) > 1
005620         STRING "         REGIONS  " WS-LIST-TEXT(1:50)
005630                " MULTI-REGION"
005640                DELIMITED BY SIZE
005650             INTO REGISTER-LINE
005660     ELSE
005670         STRING "         REGIONS  " WS-LIST-TEXT
005680                DELIMITED BY SIZE
005690             INTO REGISTER-LINE
005700     END-IF.
005710     WRITE REGISTER-LINE.
005720 3200-EXIT.
005730     EXIT.
005740*
005750 3210-LIST-ONE-ACCOUNT.
005760     STRING WS-AGG-ACCT(WS-AGG-IDX, WS-LIST-SUB) " "
005770            DELIMITED BY SIZE
005780         INTO WS-LIST-TEXT
005790         WITH POINTER WS-LIST-PTR.
005800 3210-EXIT.
005810     EXIT.
005820*
005830 3220-LIST-ONE-REGION.
005840     STRING WS-AGG-RGN(WS-AGG-IDX, WS-LIST-SUB) " "
005850            DELIMITED BY SIZE
005860         INTO WS-LIST-TEXT
005870         WITH POINTER WS-LIST-PTR.
005880 3220-EXIT.
005890     EXIT.
005900*
005910 5000-WRITE-HEADING.
005920     MOVE WS-THRESHOLD TO WS-AMOUNT-EDIT.
005930     MOVE SPACES TO REGISTER-LINE.
005940     STRING "CASH TRANSACTION FILING REGISTER  RUN DATE "
005950            WS-RUN-DATE "  THRESHOLD " WS-AMOUNT-EDIT
005960            DELIMITED BY SIZE
005970         INTO REGISTER-LINE.
005980     WRITE REGISTER-LINE.
005990     MOVE SPACES TO REGISTER-LINE.
006000     MOVE "BUS DATE CUSTOMER   CUSTOMER NAME"
006010         TO REGISTER-LINE.
006020     MOVE "CASH IN          CASH OUT   TRANS"
006030         TO REGISTER-LINE(62:33).
006040     WRITE REGISTER-LINE.
006050 5000-EXIT.
006060     EXIT.
006070*
006080 6000-WRITE-TOTALS.
006090     MOVE SPACES TO REGISTER-LINE.
006100     WRITE REGISTER-LINE.
006110     MOVE WS-CASH-READ-COUNT TO WS-COUNT-EDIT.
006120     MOVE SPACES TO REGISTER-LINE.
006130     STRING "CASH ITEMS READ         = " WS-COUNT-EDIT
006140            DELIMITED BY SIZE
006150         INTO REGISTER-LINE.
006160     WRITE REGISTER-LINE.
006170     MOVE WS-AGG-COUNT TO WS-COUNT-EDIT.
006180     MOVE SPACES TO REGISTER-LINE.
006190     STRING "CUSTOMER-DAYS WITH CASH = " WS-COUNT-EDIT
006200            DELIMITED BY SIZE
006210         INTO REGISTER-LINE.
006220     WRITE REGISTER-LINE.
006230     MOVE WS-FILED-COUNT TO WS-COUNT-EDIT.
006240     MOVE SPACES TO REGISTER-LINE.
006250     STRING "FILINGS WRITTEN         = " WS-COUNT-EDIT
006260            DELIMITED BY SIZE
006270         INTO REGISTER-LINE.
006280     WRITE REGISTER-LINE.
006290     DISPLAY "CTRFILE - FILINGS WRITTEN      = ", WS-COUNT-EDIT.
006300     MOVE WS-MULTI-REGION-COUNT TO WS-COUNT-EDIT.
006310     MOVE SPACES TO REGISTER-LINE.
006320     STRING "  OF WHICH MULTI-REGION = " WS-COUNT-EDIT
006330            DELIMITED BY SIZE
006340         INTO REGISTER-LINE.
006350     WRITE REGISTER-LINE.
006360     MOVE WS-FILED-IN TO WS-AMOUNT-EDIT.
006370     MOVE SPACES TO REGISTER-LINE.
006380     STRING "CASH IN FILED           = " WS-AMOUNT-EDIT
006390            DELIMITED BY SIZE
006400         INTO REGISTER-LINE.
006410     WRITE REGISTER-LINE.
006420     MOVE WS-FILED-OUT TO WS-AMOUNT-EDIT.
006430     MOVE SPACES TO REGISTER-LINE.
006440     STRING "CASH OUT FILED          = " WS-AMOUNT-EDIT
006450            DELIMITED BY SIZE
006460         INTO REGISTER-LINE.
006470     WRITE REGISTER-LINE.
006480     IF WS-CURR-UNKNOWN-COUNT > 0
006490         MOVE WS-CURR-UNKNOWN-COUNT TO WS-COUNT-EDIT
006500         MOVE SPACES TO REGISTER-LINE
006510         STRING "NO RATE, CONVERTED 1:1  = " WS-COUNT-EDIT
006520                DELIMITED BY SIZE
006530             INTO REGISTER-LINE
006540         WRITE REGISTER-LINE
006550     END-IF.
006560     IF WS-OVERFLOW-COUNT > 0
006570         MOVE WS-OVERFLOW-COUNT TO WS-COUNT-EDIT
006580         MOVE SPACES TO REGISTER-LINE
006590         STRING "ITEMS NOT AGGREGATED    = " WS-COUNT-EDIT
006600                "  (TABLE FULL - REVIEW BY HAND)"
006610                DELIMITED BY SIZE
006620             INTO REGISTER-LINE
006630         WRITE REGISTER-LINE
006640     END-IF.
006650     MOVE SPACES TO REGISTER-LINE.
006660     WRITE REGISTER-LINE.
006670     MOVE SPACES TO REGISTER-LINE.
006680     MOVE "REVIEWED AND APPROVED FOR FILING:" TO REGISTER-LINE.
006690     WRITE REGISTER-LINE.
006700     MOVE SPACES TO REGISTER-LINE.
006710     WRITE REGISTER-LINE.
006720     MOVE SPACES TO REGISTER-LINE.
006730     MOVE "COMPLIANCE OFFICER ______________________________"
006740         TO REGISTER-LINE.
006750     MOVE "DATE __________" TO REGISTER-LINE(53:15).
006760     WRITE REGISTER-LINE.
006770 6000-EXIT.
006780     EXIT.
