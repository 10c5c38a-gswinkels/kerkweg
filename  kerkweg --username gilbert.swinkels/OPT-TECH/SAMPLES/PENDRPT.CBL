000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PENDRPT.
000030 AUTHOR.        G. SWINKELS, DATA PROCESSING.
000040 INSTALLATION.  DATA PROCESSING DEPT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*MODIFICATION HISTORY
000090*--------------------
000100*10/15/2026  GS   ORIGINAL.  MORNING REPORT OF THE DEBITS
000110*                 ACCTPOST LEFT IN PENDING.DAT BECAUSE THEY
000120*                 WOULD HAVE TAKEN THE ACCOUNT'S AVAILABLE
000130*                 BALANCE BELOW ZERO.  EACH ITEM IS LISTED WITH
000140*                 ITS PENDING REFERENCE, THE ACCOUNT'S CURRENT
000150*                 BALANCE (FUNC-READ THROUGH RSMFCOB), THE
000160*                 ACTIVE HOLDS FROM HOLDS.DAT, WHAT IS LEFT
000170*                 AVAILABLE, AND HOW MANY DAYS THE ITEM HAS
000180*                 BEEN PENDING.  THE DESK RELEASES OR RETURNS
000190*                 AN ITEM BY KEYING ITS REFERENCE INTO
000200*                 PENDDEC.TRN (LAYOUT IN ACCTPOST) FOR THE NEXT
000210*                 POSTING RUN.  THE RUN DATE COMES FROM
000220*                 SORT-RUNDATE (CCYYMMDD) AND DEFAULTS TO TODAY.
000221*
000222*10/15/2026  GS   THE FINISHED PENDRPT.RPT IS NOW FILED IN THE
000223*                 REPORT REPOSITORY THROUGH RPTSAVE, SO IT CAN
000224*                 STILL BE LISTED AND REPRINTED FROM OPSMENU AFTER
000225*                 THE NEXT RUN OVERWRITES IT.  THE ONE-LINE REPORT
000226*                 WRITTEN WHEN NOTHING IS PENDING IS FILED TOO.
000230*
000232*10/15/2026  GS   EACH ITEM NOW ALSO SHOWS ITS TRANSACTION
000234*                 REFERENCE, SO THE DESK CAN TRACE IT BACK TO THE
000236*                 EXTRACT IT CAME IN ON.
000237*
000238*10/15/2026  GS   ACCOUNT MASTER RECORD IS NOW 130 BYTES, NOW THAT
000239*                 ACCTREC CARRIES THE ACCOUNT CURRENCY AND THE
000240*                 FOREIGN-CURRENCY BALANCE.
000242*
000243*10/15/2026  GS   1100-LOAD-ONE-HOLD NOW TAKES THE HOLD AMOUNT
000243*                 THROUGH WS-FIELD-TEXT, AS ZBASWEEP DOES, SO A
000243*                 HOLD LOADS AT ITS TRUE VALUE INSTEAD OF 100
000243*                 TIMES TOO BIG.
000243*
000244 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER.  IBM-PC.
000270 OBJECT-COMPUTER.  IBM-PC.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT PENDING-FILE ASSIGN TO "PENDING.DAT"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-PENDING-FILE-STATUS.
000330     SELECT HOLDS-FILE ASSIGN TO "HOLDS.DAT"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-HOLDS-FILE-STATUS.
000360     SELECT REPORT-FILE ASSIGN TO "PENDRPT.RPT"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-REPORT-FILE-STATUS.
000390*
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  PENDING-FILE.
000430 01  PENDING-RECORD              PIC X(104).
000440 FD  HOLDS-FILE.
000450 01  HOLDS-FILE-RECORD           PIC X(80).
000460 FD  REPORT-FILE.
000470 01  REPORT-LINE                 PIC X(120).
000480*
000490 WORKING-STORAGE SECTION.
000500 01  WS-PENDING-FILE-STATUS    PIC X(02).
000510     88  WS-PENDING-FILE-OK        VALUE "00".
000520     88  WS-PENDING-FILE-EOF       VALUE "10".
000530 01  WS-HOLDS-FILE-STATUS      PIC X(02).
000540     88  WS-HOLDS-FILE-OK          VALUE "00".
000550     88  WS-HOLDS-FILE-EOF         VALUE "10".
000560 01  WS-REPORT-FILE-STATUS     PIC X(02).
000570 01  WS-ENV-VALUE              PIC X(15).
000580*
000590 01  WS-FUNC                   PIC 999 COMP-5.
000600     88  FUNC-OPEN                 VALUE 1.
000610     88  FUNC-CLOSE                VALUE 2.
000620     88  FUNC-READ                 VALUE 3.
000630 01  WS-IO-AREA                PIC X(4000).
000640 01  WS-IO-LEN                 PIC 999 COMP-5.
000650 01  WS-RET-CODE               PIC 999 COMP-5.
000660 01  WS-MASTER-FILE-NAME       PIC X(15) VALUE "ACCTMST".
000670*
000680 01  WS-RUN-DATE               PIC X(08).
000690 01  WS-RUN-DATE-N             PIC 9(08).
000700 01  WS-RUN-INT                PIC 9(08) COMP-5.
000710 01  WS-PEND-DATE-N            PIC 9(08).
000720 01  WS-PEND-INT               PIC 9(08) COMP-5.
000730 01  WS-PEND-DAYS              PIC S9(07) COMP-5.
000740 01  WS-TIMESTAMP              PIC X(21).
000750*
000760*    ACTIVE HOLDS, TABLED ONCE UP FRONT THE SAME WAY ACCTPOST
000770*    TABLES THEM.
000780 01  WS-HOLD-TABLE.
000790     05  WS-HOLD-COUNT         PIC 9(04) COMP-5 VALUE 0.
000800     05  WS-HOLD-ENTRY OCCURS 1000 TIMES
000810             INDEXED BY WS-HOLD-IDX.
000820         10  WS-HOLD-ACCOUNT   PIC X(10).
000830         10  WS-HOLD-AMOUNT    PIC 9(11)V99.
000832 01  WS-FIELD-TEXT             PIC X(13).
000834 01  WS-FIELD-AMOUNT REDEFINES WS-FIELD-TEXT
000836                               PIC 9(11)V99.
000840 01  WS-PENDING-WORK.
000850     05  WS-PEND-DETAIL        PIC X(82).
000860     05  FILLER                PIC X(01).
000870     05  WS-PEND-REF           PIC X(12).
000880     05  FILLER                PIC X(01).
000890     05  WS-PEND-FIRST-DATE    PIC X(08).
000900 01  WS-BALANCE                PIC S9(11)V99 COMP-3.
000910 01  WS-HOLD-TOTAL             PIC S9(11)V99 COMP-3.
000920 01  WS-AVAILABLE              PIC S9(11)V99 COMP-3.
000930*
000940 01  WS-ITEM-COUNT             PIC 9(07) VALUE 0.
000950 01  WS-ITEM-AMOUNT            PIC S9(11)V99 COMP-3 VALUE 0.
000960 01  WS-MISSING-COUNT          PIC 9(07) VALUE 0.
000970 01  WS-COUNT-EDIT             PIC ZZZZZZ9.
000980 01  WS-DAYS-EDIT              PIC ZZZZ9.
000990 01  WS-AMOUNT-EDIT            PIC Z,ZZZ,ZZZ,ZZ9.99-.
001000 01  WS-BALANCE-EDIT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
001010 01  WS-AVAIL-EDIT             PIC Z,ZZZ,ZZZ,ZZ9.99-.
001020 COPY SAMPREC.
001030 COPY ACCTREC.
001031*
001032*    NAME AND KEYS THE FINISHED REPORT IS FILED UNDER IN THE
001033*    REPORT REPOSITORY.  A BLANK ENTITY IS RESOLVED BY RPTSAVE.
001034 01  WS-REPO-NAME              PIC X(15) VALUE "PENDRPT.RPT".
001035 01  WS-REPO-JOB               PIC X(08) VALUE "PENDRPT".
001036 01  WS-REPO-ENTITY            PIC X(04) VALUE SPACES.
001037 01  WS-REPO-STATUS            PIC 9(02).
001040*
001050 PROCEDURE DIVISION.
001060*
001070 0000-MAINLINE.
001080     DISPLAY "PENDRPT - PENDING ITEMS REPORT".
001090     MOVE SPACES TO WS-ENV-VALUE.
001100     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SORT-RUNDATE".
001110     IF WS-ENV-VALUE NOT = SPACES
001120         MOVE WS-ENV-VALUE(1:8) TO WS-RUN-DATE
001130     ELSE
001140         MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
001150         MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE
001160     END-IF.
001170     MOVE WS-RUN-DATE TO WS-RUN-DATE-N.
001180     MOVE FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)
001190         TO WS-RUN-INT.
001200     PERFORM 1000-LOAD-HOLDS THRU 1000-EXIT.
001210     OPEN OUTPUT REPORT-FILE.
001220     PERFORM 5000-WRITE-HEADING THRU 5000-EXIT.
001230     OPEN INPUT PENDING-FILE.
001240     IF NOT WS-PENDING-FILE-OK
001250         MOVE SPACES TO REPORT-LINE
001260         MOVE "NO PENDING ITEMS ON FILE" TO REPORT-LINE
001270         WRITE REPORT-LINE
001280         PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT
001290         CLOSE REPORT-FILE
001291         CALL "RPTSAVE" USING WS-REPO-NAME, WS-REPO-JOB,
001292                              WS-REPO-ENTITY, WS-REPO-STATUS
001293         IF WS-REPO-STATUS NOT = ZERO
001294             DISPLAY "PENDRPT - REPORT NOT FILED IN THE",
001295                 " REPOSITORY, STATUS ", WS-REPO-STATUS
001296         END-IF
001300         MOVE 0 TO RETURN-CODE
001310         STOP RUN
001320     END-IF.
001330     SET FUNC-OPEN TO TRUE.
001340     MOVE SPACES TO WS-IO-AREA.
001350     MOVE WS-MASTER-FILE-NAME TO WS-IO-AREA(1:15).
001360     MOVE 130 TO WS-IO-LEN.
001370     CALL "RSMFCOB" USING WS-FUNC, WS-IO-AREA,
001380                           WS-IO-LEN, WS-RET-CODE.
001390     IF WS-RET-CODE NOT = 0
001400         DISPLAY "PENDRPT - CANNOT OPEN ACCOUNT MASTER"
001410         CLOSE PENDING-FILE, REPORT-FILE
001420         MOVE 12 TO RETURN-CODE
001430         STOP RUN
001440     END-IF.
001450     PERFORM 2000-LIST-ONE-ITEM THRU 2000-EXIT
001460         UNTIL WS-PENDING-FILE-EOF.
001470     SET FUNC-CLOSE TO TRUE.
001480     MOVE SPACES TO WS-IO-AREA.
001490     CALL "RSMFCOB" USING WS-FUNC, WS-IO-AREA,
001500                           WS-IO-LEN, WS-RET-CODE.
001510     CLOSE PENDING-FILE.
001520     PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT.
001530     CLOSE REPORT-FILE.
001531     CALL "RPTSAVE" USING WS-REPO-NAME, WS-REPO-JOB,
001532                          WS-REPO-ENTITY, WS-REPO-STATUS.
001533     IF WS-REPO-STATUS NOT = ZERO
001534         DISPLAY "PENDRPT - REPORT NOT FILED IN THE",
001535             " REPOSITORY, STATUS ", WS-REPO-STATUS
001536     END-IF.
001540     IF WS-ITEM-COUNT > 0
001550         MOVE 4 TO RETURN-CODE
001560     ELSE
001570         MOVE 0 TO RETURN-CODE
001580     END-IF.
001590     STOP RUN.
001600*
001610 1000-LOAD-HOLDS.
001620     OPEN INPUT HOLDS-FILE.
001630     IF NOT WS-HOLDS-FILE-OK
001640         GO TO 1000-EXIT
001650     END-IF.
001660     PERFORM 1100-LOAD-ONE-HOLD THRU 1100-EXIT
001670         UNTIL WS-HOLDS-FILE-EOF
001680            OR WS-HOLD-COUNT = 1000.
001690     CLOSE HOLDS-FILE.
001700 1000-EXIT.
001710     EXIT.
001720*
001730 1100-LOAD-ONE-HOLD.
001740     READ HOLDS-FILE
001750         AT END
001760             GO TO 1100-EXIT
001770     END-READ.
001780     IF HOLDS-FILE-RECORD(1:10) = SPACES
001790         OR HOLDS-FILE-RECORD(35:1) = "R"
001800         OR HOLDS-FILE-RECORD(12:13) NOT NUMERIC
001810         GO TO 1100-EXIT
001820     END-IF.
001830     IF HOLDS-FILE-RECORD(26:8) NOT = SPACES
001840         AND HOLDS-FILE-RECORD(26:8) < WS-RUN-DATE
001850         GO TO 1100-EXIT
001860     END-IF.
001870     ADD 1 TO WS-HOLD-COUNT.
001880     SET WS-HOLD-IDX TO WS-HOLD-COUNT.
001890     MOVE HOLDS-FILE-RECORD(1:10)
001900         TO WS-HOLD-ACCOUNT(WS-HOLD-IDX).
001910     MOVE HOLDS-FILE-RECORD(12:13) TO WS-FIELD-TEXT.
001920     MOVE WS-FIELD-AMOUNT TO WS-HOLD-AMOUNT(WS-HOLD-IDX).
001930 1100-EXIT.
001940     EXIT.
001950*
001960*    AN ACCOUNT NOT ON THE MASTER (A PENDED DEBIT THAT WOULD
001970*    HAVE OPENED IT) SHOWS A ZERO BALANCE AND IS COUNTED.
001980 2000-LIST-ONE-ITEM.
001990     READ PENDING-FILE
002000         AT END
002010             GO TO 2000-EXIT
002020     END-READ.
002030     IF PENDING-RECORD = SPACES
002040         GO TO 2000-EXIT
002050     END-IF.
002060     MOVE PENDING-RECORD TO WS-PENDING-WORK.
002070     MOVE WS-PEND-DETAIL TO SAMP-DETAIL-RECORD.
002080     ADD 1 TO WS-ITEM-COUNT.
002090     ADD SAMP-TRANSACTION-AMOUNT TO WS-ITEM-AMOUNT.
002100     SET FUNC-READ TO TRUE.
002110     MOVE SPACES TO WS-IO-AREA.
002120     MOVE SAMP-ACCOUNT-NUMBER TO WS-IO-AREA(1:10).
002130     MOVE 130 TO WS-IO-LEN.
002140     CALL "RSMFCOB" USING WS-FUNC, WS-IO-AREA,
002150                           WS-IO-LEN, WS-RET-CODE.
002160     IF WS-RET-CODE = 0
002170         MOVE WS-IO-AREA(1:130) TO ACCT-MASTER-RECORD
002180         MOVE ACCT-CURRENT-BALANCE TO WS-BALANCE
002190     ELSE
002200         ADD 1 TO WS-MISSING-COUNT
002210         MOVE 0 TO WS-BALANCE
002220     END-IF.
002230     MOVE 0 TO WS-HOLD-TOTAL.
002240     PERFORM 2100-ADD-ONE-HOLD THRU 2100-EXIT
002250         VARYING WS-HOLD-IDX FROM 1 BY 1
002260         UNTIL WS-HOLD-IDX > WS-HOLD-COUNT.
002270     COMPUTE WS-AVAILABLE = WS-BALANCE - WS-HOLD-TOTAL.
002280     MOVE 0 TO WS-PEND-DAYS.
002290     IF WS-PEND-FIRST-DATE NUMERIC
002300         MOVE WS-PEND-FIRST-DATE TO WS-PEND-DATE-N
002310         MOVE FUNCTION INTEGER-OF-DATE(WS-PEND-DATE-N)
002320             TO WS-PEND-INT
002330         COMPUTE WS-PEND-DAYS = WS-RUN-INT - WS-PEND-INT
002340     END-IF.
002350     MOVE SAMP-TRANSACTION-AMOUNT TO WS-AMOUNT-EDIT.
002360     MOVE WS-BALANCE TO WS-BALANCE-EDIT.
002370     MOVE WS-AVAILABLE TO WS-AVAIL-EDIT.
002380     MOVE WS-PEND-DAYS TO WS-DAYS-EDIT.
002390     MOVE SPACES TO REPORT-LINE.
002400     STRING WS-PEND-REF " "
002410            SAMP-ACCOUNT-NUMBER " "
002420            SAMP-TRANSACTION-DATE " "
002430            SAMP-TRANSACTION-TYPE " "
002440            WS-AMOUNT-EDIT " "
002450            WS-BALANCE-EDIT " "
002460            WS-AVAIL-EDIT " "
002465            WS-DAYS-EDIT " "
002470            SAMP-TXN-REFERENCE
002480            DELIMITED BY SIZE
002490         INTO REPORT-LINE.
002500     WRITE REPORT-LINE.
002510 2000-EXIT.
002520     EXIT.
002530*
002540 2100-ADD-ONE-HOLD.
002550     IF WS-HOLD-ACCOUNT(WS-HOLD-IDX) = SAMP-ACCOUNT-NUMBER
002560         ADD WS-HOLD-AMOUNT(WS-HOLD-IDX) TO WS-HOLD-TOTAL
002570     END-IF.
002580 2100-EXIT.
002590     EXIT.
002600*
002610 5000-WRITE-HEADING.
002620     MOVE SPACES TO REPORT-LINE.
002630     STRING "PENDING ITEMS REPORT  RUN DATE " WS-RUN-DATE
002640            "  KEY DECISIONS INTO PENDDEC.TRN"
002650            DELIMITED BY SIZE
002660         INTO REPORT-LINE.
002670     WRITE REPORT-LINE.
002680     MOVE SPACES TO REPORT-LINE.
002690     MOVE "PENDING REF  ACCOUNT    DATE     TY           AMOUNT"
002700         TO REPORT-LINE.
002710     MOVE "     CUR BALANCE AVAIL AFTER HOLDS   DAYS"
002720         TO REPORT-LINE(55:41).
002725     MOVE "TXN REFERENCE" TO REPORT-LINE(98:13).
002730     WRITE REPORT-LINE.
002740 5000-EXIT.
002750     EXIT.
002760*
002770 6000-WRITE-TOTALS.
002780     MOVE SPACES TO REPORT-LINE.
002790     WRITE REPORT-LINE.
002800     MOVE WS-ITEM-COUNT TO WS-COUNT-EDIT.
002810     MOVE SPACES TO REPORT-LINE.
002820     STRING "ITEMS PENDING           = " WS-COUNT-EDIT
002830            DELIMITED BY SIZE
002840         INTO REPORT-LINE.
002850     WRITE REPORT-LINE.
002860     DISPLAY "PENDRPT - ITEMS PENDING        = ", WS-COUNT-EDIT.
002870     MOVE WS-ITEM-AMOUNT TO WS-AMOUNT-EDIT.
002880     MOVE SPACES TO REPORT-LINE.
002890     STRING "AMOUNT PENDING          = " WS-AMOUNT-EDIT
002900            DELIMITED BY SIZE
002910         INTO REPORT-LINE.
002920     WRITE REPORT-LINE.
002930     MOVE WS-MISSING-COUNT TO WS-COUNT-EDIT.
002940     MOVE SPACES TO REPORT-LINE.
002950     STRING "ACCOUNT NOT ON MASTER   = " WS-COUNT-EDIT
002960            DELIMITED BY SIZE
002970         INTO REPORT-LINE.
002980     WRITE REPORT-LINE.
002990 6000-EXIT.
003000     EXIT.
