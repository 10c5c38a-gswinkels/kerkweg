000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PAYBUILD.
000030 AUTHOR.        G. SWINKELS, DATA PROCESSING.
000040 INSTALLATION.  DATA PROCESSING DEPT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*MODIFICATION HISTORY
000090*--------------------
000100*10/15/2026  GS   ORIGINAL.  BUILDS THE OUTBOUND BANK PAYMENT
000110*                 FILE (BANKPAY.DAT) FROM THE DISBURSEMENT-TYPE
000120*                 TRANSACTIONS IN THE SCREENED SORTED FILE, SO
000130*                 TREASURY STOPS RE-KEYING THEM INTO THE BANK'S
000140*                 PORTAL.  THE DISBURSEMENT TYPES AND OUR OWN
000150*                 BANK DETAILS COME FROM PAYCTL.TBL; THE PAYEE'S
000160*                 BANK DETAILS COME FROM PAYEE.DAT, KEYED BY
000170*                 ACCOUNT NUMBER.  EACH PAYMENT IS THE MAGNITUDE
000180*                 OF THE DISBURSEMENT AMOUNT AND GOES OUT AS A
000190*                 CREDIT IN THE BANK'S 94-BYTE BATCH FORMAT: A
000200*                 FILE HEADER, ONE BATCH HEADER, THE ENTRY
000210*                 DETAILS, THE BATCH CONTROL AND THE FILE
000220*                 CONTROL, PADDED TO A WHOLE BLOCK OF TEN.  THE
000230*                 EFFECTIVE DATE IS THE NEXT WEEKDAY AFTER THE
000240*                 RUN DATE.  A DISBURSEMENT WITH NO PAYEE LINE,
000250*                 A BAD ROUTING NUMBER, A FOREIGN CURRENCY, OR A
000260*                 ZERO OR OVERSIZED AMOUNT IS NOT PAID -- IT IS
000270*                 WRITTEN TO PAYREJ.DAT WITH THE REASON.  THE
000280*                 PAYMENT REGISTER (PAYREG.RPT) LISTS EVERY
000290*                 PAYMENT AND REJECT AND PROVES THAT SELECTED =
000300*                 PAID + REJECTED, IN COUNT AND AMOUNT; IF IT
000310*                 DOES NOT, OR IF THERE ARE MORE PAYMENTS THAN
000320*                 THE TABLE HOLDS, NO PAYMENT FILE IS LEFT
000330*                 BEHIND (RETURN-CODE 16 / 12).  A GOOD FILE IS
000340*                 ENTERED ON THE TRANSMISSION REGISTER THROUGH
000350*                 XMITREG AND ITS TRANSMISSION ID PRINTED ON THE
000360*                 PAYMENT REGISTER.  RETURN-CODE IS 4 WHEN
000370*                 ANYTHING WAS REJECTED.  THE INPUT DEFAULTS TO
000380*                 SCREENED.DAT AND CAN BE REPOINTED THROUGH
000390*                 PAY-INFILE.
000391*
000392*10/15/2026  GS   THE FINISHED PAYREG.RPT IS NOW FILED IN THE
000393*                 REPORT REPOSITORY THROUGH RPTSAVE, SO IT CAN
000394*                 STILL BE LISTED AND REPRINTED FROM OPSMENU AFTER
000395*                 THE NEXT RUN OVERWRITES IT.
000396*
000397*10/15/2026  GS   THE INPUT NOW DEFAULTS TO CHECKED.DAT, THE SAME
000398*                 FILE ACCTPOST POSTS, SO A DISBURSEMENT DUPSCAN
000399*                 HOLDS AS A PROBABLE REPEAT IS NOT PAID TWICE.
000400*
000401*10/15/2026  GS   THE INPUT NOW DEFAULTS TO POSTED.DAT, THE ITEMS
000402*                 ACCTPOST ACTUALLY POSTED IN ITS LAST RUN, SO A
000403*                 DISBURSEMENT PENDED FOR FUNDS, HELD FOR A
000404*                 DORMANT ACCOUNT OR REFUSED IS NOT PAID, AND A
000405*                 PENDED ONE IS PAID ON THE RUN THAT RELEASES IT.
000406*                 PAYBUILD NOW RUNS AFTER ACCTPOST.  PAY-INFILE
000407*                 STILL OVERRIDES THE INPUT.
000408*
000409*10/15/2026  GS   PAYEE.DAT IS READ TO THE END.  MORE THAN 5000
000409*                 PAYEES ARE COUNTED AND THE RUN ENDS WITH
000409*                 RETURN-CODE 12 BEFORE BANKPAY.DAT IS BUILT.
000409*
000410*---------------------------------------------------------------*
000420*PAYMENT CONTROL TABLE FORMAT (PAYCTL.TBL, ONE ENTRY PER LINE)   *
000430*    DISB TT             A DISBURSEMENT TRANSACTION TYPE         *
000440*    DEST NNNNNNNNN      THE BANK'S ROUTING NUMBER (IMMEDIATE    *
000450*                        DESTINATION)                            *
000460*    DNAM X(23)          THE BANK'S NAME                         *
000470*    ORIG X(10)          OUR COMPANY ID WITH THE BANK            *
000480*    ONAM X(23)          OUR COMPANY NAME                        *
000490*    ODFI NNNNNNNN       OUR BANK'S 8-DIGIT ROUTING PREFIX, USED *
000500*                        IN THE BATCH AND IN EVERY TRACE NUMBER  *
000510*                                                                *
000520*PAYEE TABLE FORMAT (PAYEE.DAT, ONE LINE PER ACCOUNT)            *
000530*    POSITIONS  1-10  ACCOUNT NUMBER                             *
000540*    POSITIONS 12-20  PAYEE BANK ROUTING NUMBER, 9 DIGITS        *
000550*    POSITIONS 22-38  PAYEE BANK ACCOUNT NUMBER                  *
000560*    POSITION  40     "C" = CHECKING, "S" = SAVINGS              *
000570*    POSITIONS 42-63  PAYEE NAME AS THE BANK SHOULD SHOW IT      *
000580*                                                                *
000590*REJECT FILE FORMAT (PAYREJ.DAT)                                 *
000600*    POSITIONS  1-82  THE DETAIL RECORD AS SELECTED              *
000610*    POSITIONS 84-113 REJECT REASON                              *
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
000730     SELECT CONTROL-FILE ASSIGN TO "PAYCTL.TBL"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-CONTROL-FILE-STATUS.
000760     SELECT PAYEE-FILE ASSIGN TO "PAYEE.DAT"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-PAYEE-FILE-STATUS.
000790     SELECT PAYMENT-FILE ASSIGN TO "BANKPAY.DAT"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-PAYMENT-FILE-STATUS.
000820     SELECT REJECT-FILE ASSIGN TO "PAYREJ.DAT"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-REJECT-FILE-STATUS.
000850     SELECT REGISTER-FILE ASSIGN TO "PAYREG.RPT"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-REGISTER-FILE-STATUS.
000880*
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  SORTED-FILE.
000920 01  SORTED-FILE-RECORD          PIC X(82).
000930 FD  CONTROL-FILE.
000940 01  CONTROL-FILE-RECORD         PIC X(40).
000950 FD  PAYEE-FILE.
000960 01  PAYEE-FILE-RECORD           PIC X(70).
000970 FD  PAYMENT-FILE.
000980 01  PAYMENT-RECORD              PIC X(94).
000990 FD  REJECT-FILE.
001000 01  REJECT-RECORD               PIC X(113).
001010 FD  REGISTER-FILE.
001020 01  REGISTER-LINE               PIC X(100).
001030*
001040 WORKING-STORAGE SECTION.
001050 01  WS-SORTED-FILE-NAME       PIC X(15) VALUE "POSTED.DAT".
001060 01  WS-SORTED-FILE-STATUS     PIC X(02).
001070     88  WS-SORTED-FILE-OK         VALUE "00".
001080     88  WS-SORTED-FILE-EOF        VALUE "10".
001090 01  WS-CONTROL-FILE-STATUS    PIC X(02).
001100     88  WS-CONTROL-FILE-OK        VALUE "00".
001110     88  WS-CONTROL-FILE-EOF       VALUE "10".
001120 01  WS-PAYEE-FILE-STATUS      PIC X(02).
001130     88  WS-PAYEE-FILE-OK          VALUE "00".
001140     88  WS-PAYEE-FILE-EOF         VALUE "10".
001150 01  WS-PAYMENT-FILE-STATUS    PIC X(02).
001160 01  WS-REJECT-FILE-STATUS     PIC X(02).
001170 01  WS-REGISTER-FILE-STATUS   PIC X(02).
001180 01  WS-ENV-VALUE              PIC X(15).
001190 01  WS-RUN-DATE               PIC X(08).
001200 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(08).
001210 01  WS-TIMESTAMP              PIC X(21).
001220*
001230*    PAYCTL.TBL VALUES.
001240 01  WS-DISB-TYPE-TABLE.
001250     05  WS-DISB-TYPE-COUNT    PIC 9(03) COMP-5 VALUE 0.
001260     05  WS-DISB-TYPE          PIC X(02) OCCURS 50 TIMES
001270                               INDEXED BY WS-DISB-IDX.
001280 01  WS-BANK-ROUTING           PIC X(09) VALUE SPACES.
001290 01  WS-BANK-NAME              PIC X(23) VALUE SPACES.
001300 01  WS-COMPANY-ID             PIC X(10) VALUE SPACES.
001310 01  WS-COMPANY-NAME           PIC X(23) VALUE SPACES.
001320 01  WS-ODFI                   PIC X(08) VALUE SPACES.
001330*
001340 01  WS-PAYEE-TABLE.
001350     05  WS-PAYEE-COUNT        PIC 9(05) COMP-5 VALUE 0.
001360     05  WS-PAYEE-ENTRY        PIC X(70) OCCURS 5000 TIMES
001370                               INDEXED BY WS-PAYEE-IDX.
001375 01  WS-PAYEE-OVERFLOW         PIC 9(07) VALUE 0.
001380 01  WS-PAYEE-WORK.
001390     05  WS-PAYEE-ACCOUNT      PIC X(10).
001400     05  FILLER                PIC X(01).
001410     05  WS-PAYEE-ROUTING.
001420         10  WS-PAYEE-RDFI     PIC 9(08).
001430         10  WS-PAYEE-CHECK    PIC 9(01).
001440     05  FILLER                PIC X(01).
001450     05  WS-PAYEE-BANK-ACCT    PIC X(17).
001460     05  FILLER                PIC X(01).
001470     05  WS-PAYEE-ACCT-TYPE    PIC X(01).
001480         88  WS-PAYEE-CHECKING     VALUE "C".
001490         88  WS-PAYEE-SAVINGS      VALUE "S".
001500     05  FILLER                PIC X(01).
001510     05  WS-PAYEE-NAME         PIC X(22).
001520     05  FILLER                PIC X(07).
001530*
001540*    ROUTING CHECK DIGIT: WEIGHTS 3 7 1 3 7 1 3 7 OVER THE
001550*    FIRST EIGHT DIGITS, CHECK DIGIT BRINGS THE SUM UP TO A
001560*    MULTIPLE OF TEN.
001570 01  WS-WEIGHT-VALUES          PIC X(08) VALUE "37137137".
001580 01  WS-WEIGHTS REDEFINES WS-WEIGHT-VALUES.
001590     05  WS-WEIGHT             PIC 9(01) OCCURS 8 TIMES.
001600 01  WS-ROUTING-DIGITS.
001610     05  WS-ROUTING-DIGIT      PIC 9(01) OCCURS 9 TIMES.
001620 01  WS-DIGIT-SUB              PIC 9(02) COMP-5.
001630 01  WS-CHECK-SUM              PIC 9(04) COMP-5.
001640 01  WS-CHECK-QUOT             PIC 9(04) COMP-5.
001650 01  WS-CHECK-REM              PIC 9(02) COMP-5.
001660*
001670*    PAYMENT ENTRIES ARE TABLED AND THE FILE WRITTEN ONLY WHEN
001680*    THE WHOLE RUN HAS PROVED OUT.
001690 01  WS-ENTRY-TABLE.
001700     05  WS-ENTRY-COUNT        PIC 9(05) COMP-5 VALUE 0.
001710     05  WS-ENTRY              PIC X(94) OCCURS 5000 TIMES
001720                               INDEXED BY WS-ENTRY-IDX.
001730 01  WS-ENTRY-OVERFLOW-SW      PIC X(01) VALUE "N".
001740     88  WS-ENTRY-OVERFLOW         VALUE "Y".
001750*
001760*    BANK BATCH FORMAT RECORDS, 94 BYTES EACH.
001770 01  WS-FILE-HEADER.
001780     05  FILLER                PIC X(01) VALUE "1".
001790     05  FILLER                PIC X(02) VALUE "01".
001800     05  FILLER                PIC X(01) VALUE SPACE.
001810     05  WS-FH-DESTINATION     PIC X(09).
001820     05  WS-FH-ORIGIN          PIC X(10).
001830     05  WS-FH-CREATE-DATE     PIC X(06).
001840     05  WS-FH-CREATE-TIME     PIC X(04).
001850     05  FILLER                PIC X(01) VALUE "A".
001860     05  FILLER                PIC X(03) VALUE "094".
001870     05  FILLER                PIC X(02) VALUE "10".
001880     05  FILLER                PIC X(01) VALUE "1".
001890     05  WS-FH-DEST-NAME       PIC X(23).
001900     05  WS-FH-ORIGIN-NAME     PIC X(23).
001910     05  FILLER                PIC X(08) VALUE SPACES.
001920 01  WS-BATCH-HEADER.
001930     05  FILLER                PIC X(01) VALUE "5".
001940     05  FILLER                PIC X(03) VALUE "220".
001950     05  WS-BH-COMPANY-NAME    PIC X(16).
001960     05  FILLER                PIC X(20) VALUE SPACES.
001970     05  WS-BH-COMPANY-ID      PIC X(10).
001980     05  FILLER                PIC X(03) VALUE "PPD".
001990     05  FILLER                PIC X(10) VALUE "PAYMENT".
002000     05  WS-BH-DESC-DATE       PIC X(06).
002010     05  WS-BH-EFFECTIVE-DATE  PIC X(06).
002020     05  FILLER                PIC X(03) VALUE SPACES.
002030     05  FILLER                PIC X(01) VALUE "1".
002040     05  WS-BH-ODFI            PIC X(08).
002050     05  WS-BH-BATCH-NUMBER    PIC 9(07) VALUE 1.
002060 01  WS-ENTRY-DETAIL.
002070     05  FILLER                PIC X(01) VALUE "6".
002080     05  WS-ED-TRAN-CODE       PIC X(02).
002090     05  WS-ED-RDFI            PIC 9(08).
002100     05  WS-ED-CHECK-DIGIT     PIC 9(01).
002110     05  WS-ED-BANK-ACCT       PIC X(17).
002120     05  WS-ED-AMOUNT          PIC 9(08)V99.
002130     05  WS-ED-INDIVIDUAL-ID   PIC X(15).
002140     05  WS-ED-NAME            PIC X(22).
002150     05  FILLER                PIC X(02) VALUE SPACES.
002160     05  FILLER                PIC X(01) VALUE "0".
002170     05  WS-ED-TRACE.
002180         10  WS-ED-TRACE-ODFI  PIC X(08).
002190         10  WS-ED-TRACE-SEQ   PIC 9(07).
002200 01  WS-BATCH-CONTROL.
002210     05  FILLER                PIC X(01) VALUE "8".
002220     05  FILLER                PIC X(03) VALUE "220".
002230     05  WS-BC-ENTRY-COUNT     PIC 9(06).
002240     05  WS-BC-ENTRY-HASH      PIC 9(10).
002250     05  WS-BC-DEBIT-TOTAL     PIC 9(10)V99.
002260     05  WS-BC-CREDIT-TOTAL    PIC 9(10)V99.
002270     05  WS-BC-COMPANY-ID      PIC X(10).
002280     05  FILLER                PIC X(19) VALUE SPACES.
002290     05  FILLER                PIC X(06) VALUE SPACES.
002300     05  WS-BC-ODFI            PIC X(08).
002310     05  WS-BC-BATCH-NUMBER    PIC 9(07) VALUE 1.
002320 01  WS-FILE-CONTROL.
002330     05  FILLER                PIC X(01) VALUE "9".
002340     05  WS-FC-BATCH-COUNT     PIC 9(06) VALUE 1.
002350     05  WS-FC-BLOCK-COUNT     PIC 9(06).
002360     05  WS-FC-ENTRY-COUNT     PIC 9(08).
002370     05  WS-FC-ENTRY-HASH      PIC 9(10).
002380     05  WS-FC-DEBIT-TOTAL     PIC 9(10)V99.
002390     05  WS-FC-CREDIT-TOTAL    PIC 9(10)V99.
002400     05  FILLER                PIC X(39) VALUE SPACES.
002410 01  WS-BLOCK-FILL             PIC X(94) VALUE ALL "9".
002420*
002430 01  WS-EFFECTIVE-DATE         PIC 9(08).
002440 01  WS-EFFECTIVE-DATE-X REDEFINES WS-EFFECTIVE-DATE
002450                               PIC X(08).
002460 01  WS-EFFECTIVE-INT          PIC 9(07).
002470 01  WS-DAY-QUOT               PIC 9(07).
002480 01  WS-WEEKDAY                PIC 9(01).
002490 01  WS-RECORD-TOTAL           PIC 9(07).
002500 01  WS-BLOCK-REM              PIC 9(02).
002510 01  WS-ENTRY-HASH             PIC 9(12) VALUE 0.
002520*
002530 01  WS-BASE-AMOUNT            PIC S9(11)V99.
002540 01  WS-PAY-AMOUNT             PIC 9(11)V99.
002550 01  WS-REJECT-REASON          PIC X(30).
002560 01  WS-MATCH-SW               PIC X(01).
002570     88  WS-MATCH-FOUND            VALUE "Y".
002580 01  WS-SELECTED-COUNT         PIC 9(07) VALUE 0.
002590 01  WS-SELECTED-AMOUNT        PIC S9(11)V99 COMP-3 VALUE 0.
002600 01  WS-PAID-AMOUNT            PIC S9(11)V99 COMP-3 VALUE 0.
002610 01  WS-REJECTED-COUNT         PIC 9(07) VALUE 0.
002620 01  WS-REJECTED-AMOUNT        PIC S9(11)V99 COMP-3 VALUE 0.
002630 01  WS-PROOF-COUNT            PIC 9(07).
002640 01  WS-PROOF-AMOUNT           PIC S9(11)V99 COMP-3.
002650*
002660*    XMITREG CALL INTERFACE.
002670 01  WS-XMIT-FILE              PIC X(15) VALUE "BANKPAY.DAT".
002680 01  WS-XMIT-DEST              PIC X(10) VALUE "BANK".
002690 01  WS-XMIT-COUNT             PIC 9(07).
002700 01  WS-XMIT-AMOUNT            PIC S9(11)V99.
002710 01  WS-XMIT-ID                PIC X(12) VALUE SPACES.
002720 01  WS-XMIT-STATUS            PIC 9(02) VALUE 0.
002730*
002740 01  WS-COUNT-EDIT             PIC ZZZZZZ9.
002750 01  WS-AMOUNT-EDIT            PIC Z,ZZZ,ZZZ,ZZ9.99-.
002760 COPY SAMPREC.
002761*
002762*    NAME AND KEYS THE FINISHED REPORT IS FILED UNDER IN THE
002763*    REPORT REPOSITORY.  A BLANK ENTITY IS RESOLVED BY RPTSAVE.
002764 01  WS-REPO-NAME              PIC X(15) VALUE "PAYREG.RPT".
002765 01  WS-REPO-JOB               PIC X(08) VALUE "PAYBUILD".
002766 01  WS-REPO-ENTITY            PIC X(04) VALUE SPACES.
002767 01  WS-REPO-STATUS            PIC 9(02).
002770*
002780 PROCEDURE DIVISION.
002790*
002800 0000-MAINLINE.
002810     DISPLAY "PAYBUILD - OUTBOUND BANK PAYMENT FILE".
002820     MOVE SPACES TO WS-ENV-VALUE.
002830     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "PAY-INFILE".
002840     IF WS-ENV-VALUE NOT = SPACES
002850         MOVE WS-ENV-VALUE TO WS-SORTED-FILE-NAME
002860     END-IF.
002870     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
002880     MOVE SPACES TO WS-ENV-VALUE.
002890     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SORT-RUNDATE".
002900     IF WS-ENV-VALUE NOT = SPACES
002910         MOVE WS-ENV-VALUE(1:8) TO WS-RUN-DATE
002920     ELSE
002930         MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE
002940     END-IF.
002950     PERFORM 0100-LOAD-CONTROL THRU 0100-EXIT.
002960     IF WS-DISB-TYPE-COUNT = 0
002970         OR WS-BANK-ROUTING = SPACES
002980         OR WS-COMPANY-ID = SPACES
002990         OR WS-ODFI = SPACES
003000         DISPLAY "PAYBUILD - PAYCTL.TBL MISSING OR INCOMPLETE"
003010         MOVE 12 TO RETURN-CODE
003020         STOP RUN
003030     END-IF.
003040     PERFORM 0200-LOAD-PAYEES THRU 0200-EXIT.
003041     IF WS-PAYEE-OVERFLOW > 0
003042         DISPLAY "PAYBUILD - ", WS-PAYEE-OVERFLOW,
003043             " PAYEES NOT TABLED, NO PAYMENT FILE BUILT"
003044         MOVE 12 TO RETURN-CODE
003045         STOP RUN
003046     END-IF.
003050     PERFORM 0300-SET-EFFECTIVE-DATE THRU 0300-EXIT.
003060     OPEN INPUT SORTED-FILE.
003070     IF NOT WS-SORTED-FILE-OK
003080         DISPLAY "PAYBUILD - CANNOT OPEN ", WS-SORTED-FILE-NAME
003090         MOVE 12 TO RETURN-CODE
003100         STOP RUN
003110     END-IF.
003120     OPEN OUTPUT REJECT-FILE.
003130     OPEN OUTPUT REGISTER-FILE.
003140     PERFORM 5000-WRITE-HEADING THRU 5000-EXIT.
003150     PERFORM 1000-SELECT-ONE-RECORD THRU 1000-EXIT
003160         UNTIL WS-SORTED-FILE-EOF.
003170     CLOSE SORTED-FILE, REJECT-FILE.
003180*
003190*    THE PAYMENT FILE IS ALWAYS OPENED FOR OUTPUT SO THAT A
003200*    FAILED OR EMPTY RUN NEVER LEAVES YESTERDAY'S FILE BEHIND
003210*    TO BE SENT AGAIN.
003220     OPEN OUTPUT PAYMENT-FILE.
003230     COMPUTE WS-PROOF-COUNT = WS-ENTRY-COUNT + WS-REJECTED-COUNT.
003240     COMPUTE WS-PROOF-AMOUNT =
003250         WS-PAID-AMOUNT + WS-REJECTED-AMOUNT.
003260     EVALUATE TRUE
003270         WHEN WS-ENTRY-OVERFLOW
003280             CLOSE PAYMENT-FILE
003290             PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT
003300             MOVE "MORE THAN 5000 PAYMENTS - NO FILE BUILT"
003310                 TO REGISTER-LINE
003320             WRITE REGISTER-LINE
003330             DISPLAY "PAYBUILD - MORE THAN 5000 PAYMENTS"
003340             MOVE 12 TO RETURN-CODE
003350         WHEN WS-PROOF-COUNT NOT = WS-SELECTED-COUNT
003360           OR WS-PROOF-AMOUNT NOT = WS-SELECTED-AMOUNT
003370             CLOSE PAYMENT-FILE
003380             PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT
003390             MOVE "OUT OF BALANCE - NO FILE BUILT"
003400                 TO REGISTER-LINE
003410             WRITE REGISTER-LINE
003420             DISPLAY "PAYBUILD - REGISTER OUT OF BALANCE"
003430             MOVE 16 TO RETURN-CODE
003440         WHEN WS-ENTRY-COUNT = 0
003450             CLOSE PAYMENT-FILE
003460             PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT
003470             MOVE "NO PAYMENTS - NOTHING TO SEND"
003480                 TO REGISTER-LINE
003490             WRITE REGISTER-LINE
003500             DISPLAY "PAYBUILD - NO PAYMENTS"
003510             MOVE 0 TO RETURN-CODE
003520         WHEN OTHER
003530             PERFORM 2000-WRITE-PAYMENT-FILE THRU 2000-EXIT
003540             CLOSE PAYMENT-FILE
003550             MOVE WS-ENTRY-COUNT TO WS-XMIT-COUNT
003560             MOVE WS-PAID-AMOUNT TO WS-XMIT-AMOUNT
003570             CALL "XMITREG" USING WS-XMIT-FILE,
003580                                  WS-XMIT-DEST,
003590                                  WS-XMIT-COUNT,
003600                                  WS-XMIT-AMOUNT,
003610                                  WS-XMIT-ID,
003620                                  WS-XMIT-STATUS
003630             PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT
003640             PERFORM 6100-WRITE-CONTROL-TOTALS THRU 6100-EXIT
003650             IF WS-XMIT-STATUS NOT = 0
003660                 DISPLAY "PAYBUILD - NOT ON TRANSMISSION REGISTER"
003670                 MOVE 8 TO RETURN-CODE
003680             ELSE
003690                 IF WS-REJECTED-COUNT > 0
003700                     MOVE 4 TO RETURN-CODE
003710                 ELSE
003720                     MOVE 0 TO RETURN-CODE
003730                 END-IF
003740             END-IF
003750     END-EVALUATE.
003760     CLOSE REGISTER-FILE.
003761     CALL "RPTSAVE" USING WS-REPO-NAME, WS-REPO-JOB,
003762                          WS-REPO-ENTITY, WS-REPO-STATUS.
003763     IF WS-REPO-STATUS NOT = ZERO
003764         DISPLAY "PAYBUILD - REPORT NOT FILED IN THE",
003765             " REPOSITORY, STATUS ", WS-REPO-STATUS
003766     END-IF.
003770     STOP RUN.
003780*
003790 0100-LOAD-CONTROL.
003800     OPEN INPUT CONTROL-FILE.
003810     IF NOT WS-CONTROL-FILE-OK
003820         GO TO 0100-EXIT
003830     END-IF.
003840     PERFORM 0110-LOAD-ONE-ENTRY THRU 0110-EXIT
003850         UNTIL WS-CONTROL-FILE-EOF.
003860     CLOSE CONTROL-FILE.
003870 0100-EXIT.
003880     EXIT.
003890*
003900 0110-LOAD-ONE-ENTRY.
003910     READ CONTROL-FILE
003920         AT END
003930             GO TO 0110-EXIT
003940     END-READ.
003950     EVALUATE CONTROL-FILE-RECORD(1:4)
003960         WHEN "DISB"
003970             IF WS-DISB-TYPE-COUNT < 50
003980                 ADD 1 TO WS-DISB-TYPE-COUNT
003990                 MOVE CONTROL-FILE-RECORD(6:2)
004000                     TO WS-DISB-TYPE(WS-DISB-TYPE-COUNT)
004010             END-IF
004020         WHEN "DEST"
004030             MOVE CONTROL-FILE-RECORD(6:9) TO WS-BANK-ROUTING
004040         WHEN "DNAM"
004050             MOVE CONTROL-FILE-RECORD(6:23) TO WS-BANK-NAME
004060         WHEN "ORIG"
004070             MOVE CONTROL-FILE-RECORD(6:10) TO WS-COMPANY-ID
004080         WHEN "ONAM"
004090             MOVE CONTROL-FILE-RECORD(6:23) TO WS-COMPANY-NAME
004100         WHEN "ODFI"
004110             MOVE CONTROL-FILE-RECORD(6:8) TO WS-ODFI
004120     END-EVALUATE.
004130 0110-EXIT.
004140     EXIT.
004150*
004160 0200-LOAD-PAYEES.
004170     OPEN INPUT PAYEE-FILE.
004180     IF NOT WS-PAYEE-FILE-OK
004190         DISPLAY "PAYBUILD - NO PAYEE.DAT, EVERY ITEM REJECTED"
004200         GO TO 0200-EXIT
004210     END-IF.
004220     PERFORM 0210-LOAD-ONE-PAYEE THRU 0210-EXIT
004230         UNTIL WS-PAYEE-FILE-EOF.
004250     CLOSE PAYEE-FILE.
004260 0200-EXIT.
004270     EXIT.
004280*
004290 0210-LOAD-ONE-PAYEE.
004300     READ PAYEE-FILE
004310         AT END
004320             GO TO 0210-EXIT
004330     END-READ.
004340     IF PAYEE-FILE-RECORD(1:10) = SPACES
004350         GO TO 0210-EXIT
004360     END-IF.
004361     IF WS-PAYEE-COUNT = 5000
004362         IF WS-PAYEE-OVERFLOW = 0
004363             DISPLAY "PAYBUILD - MORE THAN 5000 PAYEES ON "
004364                 "PAYEE.DAT"
004365         END-IF
004366         ADD 1 TO WS-PAYEE-OVERFLOW
004367         GO TO 0210-EXIT
004368     END-IF.
004370     ADD 1 TO WS-PAYEE-COUNT.
004380     MOVE PAYEE-FILE-RECORD TO WS-PAYEE-ENTRY(WS-PAYEE-COUNT).
004390 0210-EXIT.
004400     EXIT.
004410*
004420*    NEXT WEEKDAY AFTER THE RUN DATE.  DAY 1 OF THE INTEGER
004430*    DATE SERIES (01/01/1601) WAS A MONDAY.
004440 0300-SET-EFFECTIVE-DATE.
004450     COMPUTE WS-EFFECTIVE-INT =
004460         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) + 1.
004470     DIVIDE WS-EFFECTIVE-INT BY 7 GIVING WS-DAY-QUOT
004480         REMAINDER WS-WEEKDAY.
004490*    REMAINDER 6 IS A SATURDAY, 0 A SUNDAY.
004500     IF WS-WEEKDAY = 6
004510         ADD 2 TO WS-EFFECTIVE-INT
004520     END-IF.
004530     IF WS-WEEKDAY = 0
004540         ADD 1 TO WS-EFFECTIVE-INT
004550     END-IF.
004560     COMPUTE WS-EFFECTIVE-DATE =
004570         FUNCTION DATE-OF-INTEGER(WS-EFFECTIVE-INT).
004580 0300-EXIT.
004590     EXIT.
004600*
004610 1000-SELECT-ONE-RECORD.
004620     READ SORTED-FILE
004630         AT END
004640             GO TO 1000-EXIT
004650     END-READ.
004660     MOVE SORTED-FILE-RECORD TO SAMP-HEADER-RECORD.
004670     IF SAMP-IS-HEADER
004680         GO TO 1000-EXIT
004690     END-IF.
004700     MOVE SORTED-FILE-RECORD TO SAMP-TRAILER-RECORD.
004710     IF SAMP-IS-TRAILER
004720         GO TO 1000-EXIT
004730     END-IF.
004740     MOVE SORTED-FILE-RECORD TO SAMP-DETAIL-RECORD.
004750     MOVE "N" TO WS-MATCH-SW.
004760     PERFORM 1010-MATCH-DISB-TYPE THRU 1010-EXIT
004770         VARYING WS-DISB-IDX FROM 1 BY 1
004780         UNTIL WS-DISB-IDX > WS-DISB-TYPE-COUNT
004790            OR WS-MATCH-FOUND.
004800     IF NOT WS-MATCH-FOUND
004810         GO TO 1000-EXIT
004820     END-IF.
004830     IF SAMP-TRANSACTION-AMOUNT < 0
004840         COMPUTE WS-PAY-AMOUNT = 0 - SAMP-TRANSACTION-AMOUNT
004850     ELSE
004860         MOVE SAMP-TRANSACTION-AMOUNT TO WS-PAY-AMOUNT
004870     END-IF.
004880     ADD 1 TO WS-SELECTED-COUNT.
004890     ADD WS-PAY-AMOUNT TO WS-SELECTED-AMOUNT.
004900     PERFORM 1100-VALIDATE-PAYMENT THRU 1100-EXIT.
004910     IF WS-REJECT-REASON NOT = SPACES
004920         PERFORM 1300-REJECT-PAYMENT THRU 1300-EXIT
004930         GO TO 1000-EXIT
004940     END-IF.
004950     IF WS-ENTRY-COUNT = 5000
004960         SET WS-ENTRY-OVERFLOW TO TRUE
004970         ADD WS-PAY-AMOUNT TO WS-PAID-AMOUNT
004980         GO TO 1000-EXIT
004990     END-IF.
005000     PERFORM 1200-BUILD-ENTRY THRU 1200-EXIT.
005010 1000-EXIT.
005020     EXIT.
005030*
005040 1010-MATCH-DISB-TYPE.
005050     IF SAMP-TRANSACTION-TYPE = WS-DISB-TYPE(WS-DISB-IDX)
005060         SET WS-MATCH-FOUND TO TRUE
005070     END-IF.
005080 1010-EXIT.
005090     EXIT.
005100*
005110*    SETS WS-REJECT-REASON, OR LEAVES IT BLANK WITH THE PAYEE
005120*    LINE IN WS-PAYEE-WORK.
005130 1100-VALIDATE-PAYMENT.
005140     MOVE SPACES TO WS-REJECT-REASON.
005150     IF SAMP-CURRENCY-CODE NOT = SPACES
005160         MOVE "NOT IN BASE CURRENCY" TO WS-REJECT-REASON
005170         GO TO 1100-EXIT
005180     END-IF.
005190     IF WS-PAY-AMOUNT = 0
005200         MOVE "ZERO AMOUNT" TO WS-REJECT-REASON
005210         GO TO 1100-EXIT
005220     END-IF.
005230     IF WS-PAY-AMOUNT > 99999999.99
005240         MOVE "AMOUNT TOO LARGE FOR ONE ENTRY"
005250             TO WS-REJECT-REASON
005260         GO TO 1100-EXIT
005270     END-IF.
005280     MOVE "N" TO WS-MATCH-SW.
005290     PERFORM 1110-MATCH-PAYEE THRU 1110-EXIT
005300         VARYING WS-PAYEE-IDX FROM 1 BY 1
005310         UNTIL WS-PAYEE-IDX > WS-PAYEE-COUNT
005320            OR WS-MATCH-FOUND.
005330     IF NOT WS-MATCH-FOUND
005340         MOVE "NO PAYEE BANK DETAILS" TO WS-REJECT-REASON
005350         GO TO 1100-EXIT
005360     END-IF.
005370     IF WS-PAYEE-ROUTING NOT NUMERIC
005380         MOVE "ROUTING NUMBER NOT NUMERIC" TO WS-REJECT-REASON
005390         GO TO 1100-EXIT
005400     END-IF.
005410     IF WS-PAYEE-BANK-ACCT = SPACES
005420         MOVE "NO PAYEE BANK ACCOUNT" TO WS-REJECT-REASON
005430         GO TO 1100-EXIT
005440     END-IF.
005450     IF NOT WS-PAYEE-CHECKING
005460         AND NOT WS-PAYEE-SAVINGS
005470         MOVE "PAYEE ACCOUNT TYPE NOT C OR S"
005480             TO WS-REJECT-REASON
005490         GO TO 1100-EXIT
005500     END-IF.
005510     MOVE WS-PAYEE-ROUTING TO WS-ROUTING-DIGITS.
005520     MOVE 0 TO WS-CHECK-SUM.
005530     PERFORM 1120-WEIGH-ONE-DIGIT THRU 1120-EXIT
005540         VARYING WS-DIGIT-SUB FROM 1 BY 1
005550         UNTIL WS-DIGIT-SUB > 8.
005560     DIVIDE WS-CHECK-SUM BY 10 GIVING WS-CHECK-QUOT
005570         REMAINDER WS-CHECK-REM.
005580     IF WS-CHECK-REM > 0
005590         SUBTRACT WS-CHECK-REM FROM 10 GIVING WS-CHECK-REM
005600     END-IF.
005610     IF WS-CHECK-REM NOT = WS-PAYEE-CHECK
005620         MOVE "ROUTING CHECK DIGIT WRONG" TO WS-REJECT-REASON
005630     END-IF.
005640 1100-EXIT.
005650     EXIT.
005660*
005670 1110-MATCH-PAYEE.
005680     IF WS-PAYEE-ENTRY(WS-PAYEE-IDX)(1:10) = SAMP-ACCOUNT-NUMBER
005690         SET WS-MATCH-FOUND TO TRUE
005700         MOVE WS-PAYEE-ENTRY(WS-PAYEE-IDX) TO WS-PAYEE-WORK
005710     END-IF.
005720 1110-EXIT.
005730     EXIT.
005740*
005750 1120-WEIGH-ONE-DIGIT.
005760     COMPUTE WS-CHECK-SUM = WS-CHECK-SUM
005770         + WS-ROUTING-DIGIT(WS-DIGIT-SUB)
005780         * WS-WEIGHT(WS-DIGIT-SUB).
005790 1120-EXIT.
005800     EXIT.
005810*
005820 1200-BUILD-ENTRY.
005830     ADD 1 TO WS-ENTRY-COUNT.
005840     ADD WS-PAY-AMOUNT TO WS-PAID-AMOUNT.
005850     ADD WS-PAYEE-RDFI TO WS-ENTRY-HASH.
005860     IF WS-PAYEE-CHECKING
005870         MOVE "22" TO WS-ED-TRAN-CODE
005880     ELSE
005890         MOVE "32" TO WS-ED-TRAN-CODE
005900     END-IF.
005910     MOVE WS-PAYEE-RDFI TO WS-ED-RDFI.
005920     MOVE WS-PAYEE-CHECK TO WS-ED-CHECK-DIGIT.
005930     MOVE WS-PAYEE-BANK-ACCT TO WS-ED-BANK-ACCT.
005940     MOVE WS-PAY-AMOUNT TO WS-ED-AMOUNT.
005950     MOVE SAMP-ACCOUNT-NUMBER TO WS-ED-INDIVIDUAL-ID.
005960     MOVE WS-PAYEE-NAME TO WS-ED-NAME.
005970     MOVE WS-ODFI TO WS-ED-TRACE-ODFI.
005980     MOVE WS-ENTRY-COUNT TO WS-ED-TRACE-SEQ.
005990     MOVE WS-ENTRY-DETAIL TO WS-ENTRY(WS-ENTRY-COUNT).
006000     MOVE WS-PAY-AMOUNT TO WS-AMOUNT-EDIT.
006010     MOVE SPACES TO REGISTER-LINE.
006020     STRING "PAID     " WS-ED-TRACE " "
006030            SAMP-ACCOUNT-NUMBER " "
006040            WS-PAYEE-NAME " "
006050            WS-PAYEE-ROUTING " "
006060            WS-AMOUNT-EDIT
006070            DELIMITED BY SIZE
006080         INTO REGISTER-LINE.
006090     WRITE REGISTER-LINE.
006100 1200-EXIT.
006110     EXIT.
006120*
006130 1300-REJECT-PAYMENT.
006140     ADD 1 TO WS-REJECTED-COUNT.
006150     ADD WS-PAY-AMOUNT TO WS-REJECTED-AMOUNT.
006160     MOVE SPACES TO REJECT-RECORD.
006170     MOVE SORTED-FILE-RECORD TO REJECT-RECORD(1:82).
006180     MOVE WS-REJECT-REASON TO REJECT-RECORD(84:30).
006190     WRITE REJECT-RECORD.
006200     MOVE WS-PAY-AMOUNT TO WS-AMOUNT-EDIT.
006210     MOVE SPACES TO REGISTER-LINE.
006220     STRING "REJECTED                 " SAMP-ACCOUNT-NUMBER " "
006230            WS-REJECT-REASON
006250            DELIMITED BY SIZE
006260         INTO REGISTER-LINE.
006265     MOVE WS-AMOUNT-EDIT TO REGISTER-LINE(70:17).
006270     WRITE REGISTER-LINE.
006280 1300-EXIT.
006290     EXIT.
006300*
006310 2000-WRITE-PAYMENT-FILE.
006320     MOVE WS-BANK-ROUTING TO WS-FH-DESTINATION.
006330     MOVE WS-COMPANY-ID TO WS-FH-ORIGIN.
006340     MOVE WS-TIMESTAMP(3:6) TO WS-FH-CREATE-DATE.
006350     MOVE WS-TIMESTAMP(9:4) TO WS-FH-CREATE-TIME.
006360     MOVE WS-BANK-NAME TO WS-FH-DEST-NAME.
006370     MOVE WS-COMPANY-NAME TO WS-FH-ORIGIN-NAME.
006380     MOVE WS-FILE-HEADER TO PAYMENT-RECORD.
006390     WRITE PAYMENT-RECORD.
006400     MOVE WS-COMPANY-NAME TO WS-BH-COMPANY-NAME.
006410     MOVE WS-COMPANY-ID TO WS-BH-COMPANY-ID.
006420     MOVE WS-RUN-DATE(3:6) TO WS-BH-DESC-DATE.
006430     MOVE WS-EFFECTIVE-DATE-X(3:6) TO WS-BH-EFFECTIVE-DATE.
006440     MOVE WS-ODFI TO WS-BH-ODFI.
006450     MOVE WS-BATCH-HEADER TO PAYMENT-RECORD.
006460     WRITE PAYMENT-RECORD.
006470     PERFORM 2100-WRITE-ONE-ENTRY THRU 2100-EXIT
006480         VARYING WS-ENTRY-IDX FROM 1 BY 1
006490         UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT.
006500     MOVE WS-ENTRY-COUNT TO WS-BC-ENTRY-COUNT.
006510     MOVE WS-ENTRY-HASH TO WS-BC-ENTRY-HASH.
006520     MOVE 0 TO WS-BC-DEBIT-TOTAL.
006530     MOVE WS-PAID-AMOUNT TO WS-BC-CREDIT-TOTAL.
006540     MOVE WS-COMPANY-ID TO WS-BC-COMPANY-ID.
006550     MOVE WS-ODFI TO WS-BC-ODFI.
006560     MOVE WS-BATCH-CONTROL TO PAYMENT-RECORD.
006570     WRITE PAYMENT-RECORD.
006580     COMPUTE WS-RECORD-TOTAL = WS-ENTRY-COUNT + 4.
006590     DIVIDE WS-RECORD-TOTAL BY 10 GIVING WS-FC-BLOCK-COUNT
006600         REMAINDER WS-BLOCK-REM.
006610     IF WS-BLOCK-REM > 0
006620         ADD 1 TO WS-FC-BLOCK-COUNT
006630     END-IF.
006640     MOVE WS-ENTRY-COUNT TO WS-FC-ENTRY-COUNT.
006650     MOVE WS-ENTRY-HASH TO WS-FC-ENTRY-HASH.
006660     MOVE 0 TO WS-FC-DEBIT-TOTAL.
006670     MOVE WS-PAID-AMOUNT TO WS-FC-CREDIT-TOTAL.
006680     MOVE WS-FILE-CONTROL TO PAYMENT-RECORD.
006690     WRITE PAYMENT-RECORD.
006700     IF WS-BLOCK-REM > 0
006710         PERFORM 2200-WRITE-ONE-FILLER THRU 2200-EXIT
006720             UNTIL WS-BLOCK-REM = 10
006730     END-IF.
006740 2000-EXIT.
006750     EXIT.
006760*
006770 2100-WRITE-ONE-ENTRY.
006780     MOVE WS-ENTRY(WS-ENTRY-IDX) TO PAYMENT-RECORD.
006790     WRITE PAYMENT-RECORD.
006800 2100-EXIT.
006810     EXIT.
006820*
006830 2200-WRITE-ONE-FILLER.
006840     MOVE WS-BLOCK-FILL TO PAYMENT-RECORD.
006850     WRITE PAYMENT-RECORD.
006860     ADD 1 TO WS-BLOCK-REM.
006870 2200-EXIT.
006880     EXIT.
006890*
006900 5000-WRITE-HEADING.
006910     MOVE SPACES TO REGISTER-LINE.
006920     STRING "BANK PAYMENT REGISTER  RUN DATE " WS-RUN-DATE
006930            "  EFFECTIVE " WS-EFFECTIVE-DATE
006940            DELIMITED BY SIZE
006950         INTO REGISTER-LINE.
006960     WRITE REGISTER-LINE.
006970     MOVE SPACES TO REGISTER-LINE.
006980     WRITE REGISTER-LINE.
006990     MOVE SPACES TO REGISTER-LINE.
007000     MOVE "STATUS   TRACE NUMBER    ACCOUNT    PAYEE NAME"
007010         TO REGISTER-LINE.
007020     MOVE "ROUTING              AMOUNT" TO REGISTER-LINE(59:27).
007030     WRITE REGISTER-LINE.
007040 5000-EXIT.
007050     EXIT.
007060*
007070*    SELECTED = PAID + REJECTED IS THE PROOF THAT BALANCES THE
007080*    REGISTER BACK TO THE RECORDS PICKED FROM THE INPUT.
007090 6000-WRITE-TOTALS.
007100     MOVE SPACES TO REGISTER-LINE.
007110     WRITE REGISTER-LINE.
007120     MOVE WS-SELECTED-COUNT TO WS-COUNT-EDIT.
007130     MOVE WS-SELECTED-AMOUNT TO WS-AMOUNT-EDIT.
007140     MOVE SPACES TO REGISTER-LINE.
007150     STRING "DISBURSEMENTS SELECTED  = " WS-COUNT-EDIT "  "
007160            WS-AMOUNT-EDIT
007170            DELIMITED BY SIZE
007180         INTO REGISTER-LINE.
007190     WRITE REGISTER-LINE.
007200     MOVE WS-ENTRY-COUNT TO WS-COUNT-EDIT.
007210     MOVE WS-PAID-AMOUNT TO WS-AMOUNT-EDIT.
007220     MOVE SPACES TO REGISTER-LINE.
007230     STRING "PAYMENTS IN FILE        = " WS-COUNT-EDIT "  "
007240            WS-AMOUNT-EDIT
007250            DELIMITED BY SIZE
007260         INTO REGISTER-LINE.
007270     WRITE REGISTER-LINE.
007280     DISPLAY "PAYBUILD - PAYMENTS IN FILE    = ", WS-COUNT-EDIT.
007290     MOVE WS-REJECTED-COUNT TO WS-COUNT-EDIT.
007300     MOVE WS-REJECTED-AMOUNT TO WS-AMOUNT-EDIT.
007310     MOVE SPACES TO REGISTER-LINE.
007320     STRING "REJECTED TO PAYREJ.DAT  = " WS-COUNT-EDIT "  "
007330            WS-AMOUNT-EDIT
007340            DELIMITED BY SIZE
007350         INTO REGISTER-LINE.
007360     WRITE REGISTER-LINE.
007370     DISPLAY "PAYBUILD - REJECTED            = ", WS-COUNT-EDIT.
007380     MOVE WS-PROOF-COUNT TO WS-COUNT-EDIT.
007390     MOVE WS-PROOF-AMOUNT TO WS-AMOUNT-EDIT.
007400     MOVE SPACES TO REGISTER-LINE.
007410     STRING "PAID + REJECTED         = " WS-COUNT-EDIT "  "
007420            WS-AMOUNT-EDIT
007430            DELIMITED BY SIZE
007440         INTO REGISTER-LINE.
007450     WRITE REGISTER-LINE.
007460 6000-EXIT.
007470     EXIT.
007480*
007490 6100-WRITE-CONTROL-TOTALS.
007500     MOVE WS-FC-BLOCK-COUNT TO WS-COUNT-EDIT.
007510     MOVE SPACES TO REGISTER-LINE.
007520     STRING "FILE BLOCKS             = " WS-COUNT-EDIT
007530            DELIMITED BY SIZE
007540         INTO REGISTER-LINE.
007550     WRITE REGISTER-LINE.
007560     MOVE SPACES TO REGISTER-LINE.
007570     STRING "ENTRY HASH              = " WS-FC-ENTRY-HASH
007580            DELIMITED BY SIZE
007590         INTO REGISTER-LINE.
007600     WRITE REGISTER-LINE.
007610     MOVE SPACES TO REGISTER-LINE.
007620     IF WS-XMIT-STATUS = 0
007630         STRING "TRANSMISSION ID         = " WS-XMIT-ID
007640                DELIMITED BY SIZE
007650             INTO REGISTER-LINE
007660     ELSE
007670         MOVE "NOT ENTERED ON THE TRANSMISSION REGISTER"
007680             TO REGISTER-LINE
007690     END-IF.
007700     WRITE REGISTER-LINE.
007710 6100-EXIT.
007720     EXIT.
