000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DISPAGE.
000030 AUTHOR.        G. SWINKELS, DATA PROCESSING.
000040 INSTALLATION.  DATA PROCESSING DEPT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*MODIFICATION HISTORY
000090*--------------------
000100*10/15/2026  GS   ORIGINAL.  AGING OF THE DISPUTE CASES STILL
000110*                 UNRESOLVED ON DISPUTE.DAT (OPEN, OR OPEN WITH
000120*                 A PROVISIONAL CREDIT GIVEN).  EACH CASE IS
000130*                 LISTED WITH ITS DAYS OUTSTANDING SINCE IT WAS
000140*                 OPENED AND BUCKETED 0-30, 31-60, 61-90 AND
000150*                 OVER 90 DAYS THE SAME WAY AGERPT BUCKETS
000160*                 TRANSACTIONS.  A CASE OUTSTANDING LONGER THAN
000170*                 THE CARD NETWORK DEADLINE ("DAYS" LINE OF
000180*                 DISPUTE.TBL, DEFAULT 45) IS MARKED OVERDUE AND
000190*                 THE RUN ENDS WITH RETURN-CODE 4 SO IT IS SEEN
000200*                 THE SAME MORNING.  THE RUN DATE COMES FROM
000210*                 SORT-RUNDATE (CCYYMMDD) AND DEFAULTS TO TODAY.
000220*                 WRITTEN TO DISPAGE.RPT.
000221*
000222*10/15/2026  GS   THE FINISHED DISPAGE.RPT IS NOW FILED IN THE
000223*                 REPORT REPOSITORY THROUGH RPTSAVE, SO IT CAN
000224*                 STILL BE LISTED AND REPRINTED FROM OPSMENU AFTER
000225*                 THE NEXT RUN OVERWRITES IT.
000230*
000232*10/15/2026  GS   EACH CASE LINE NOW ENDS WITH THE DISPUTED
000234*                 TRANSACTION'S REFERENCE FROM THE CASE RECORD,
000236*                 NOW 167 BYTES.
000238*
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER.  IBM-PC.
000270 OBJECT-COMPUTER.  IBM-PC.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT CONTROL-FILE ASSIGN TO "DISPUTE.TBL"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-CONTROL-FILE-STATUS.
000330     SELECT CASE-FILE ASSIGN TO "DISPUTE.DAT"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-CASE-FILE-STATUS.
000360     SELECT REPORT-FILE ASSIGN TO "DISPAGE.RPT"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-REPORT-FILE-STATUS.
000390*
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  CONTROL-FILE.
000430 01  CONTROL-FILE-RECORD         PIC X(40).
000440 FD  CASE-FILE.
000450 01  CASE-FILE-RECORD            PIC X(167).
000460 FD  REPORT-FILE.
000470 01  REPORT-LINE                 PIC X(110).
000480*
000490 WORKING-STORAGE SECTION.
000500 01  WS-CONTROL-FILE-STATUS    PIC X(02).
000510     88  WS-CONTROL-FILE-OK        VALUE "00".
000520     88  WS-CONTROL-FILE-EOF       VALUE "10".
000530 01  WS-CASE-FILE-STATUS       PIC X(02).
000540     88  WS-CASE-FILE-OK           VALUE "00".
000550     88  WS-CASE-FILE-EOF          VALUE "10".
000560 01  WS-REPORT-FILE-STATUS     PIC X(02).
000570 01  WS-ENV-VALUE              PIC X(15).
000580 01  WS-RUN-DATE               PIC X(08).
000590 01  WS-RUN-DATE-N             PIC 9(08).
000600 01  WS-RUN-INT                PIC 9(08) COMP-5.
000610 01  WS-OPEN-DATE-N            PIC 9(08).
000620 01  WS-OPEN-INT               PIC 9(08) COMP-5.
000630 01  WS-AGE-DAYS               PIC S9(05) COMP-5.
000640 01  WS-BUCKET                 PIC 9(01) COMP-5.
000650 01  WS-TIMESTAMP              PIC X(21).
000660 01  WS-DEADLINE-DAYS          PIC 9(05) VALUE 45.
000670*
000680 01  WS-BUCKET-TOTALS.
000690     05  WS-BUCKET-ENTRY OCCURS 4 TIMES.
000700         10  WS-B-COUNT        PIC 9(07) COMP-5.
000710         10  WS-B-AMOUNT       PIC S9(11)V99 COMP-3.
000720 01  WS-BUCKET-SUB             PIC 9(01) COMP-5.
000730 01  WS-BUCKET-NAMES.
000740     05  FILLER                PIC X(08) VALUE "0-30    ".
000750     05  FILLER                PIC X(08) VALUE "31-60   ".
000760     05  FILLER                PIC X(08) VALUE "61-90   ".
000770     05  FILLER                PIC X(08) VALUE "OVER 90 ".
000780 01  WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
000790     05  WS-BUCKET-NAME        PIC X(08) OCCURS 4 TIMES.
000800*
000810 01  WS-OPEN-COUNT             PIC 9(07) VALUE 0.
000820 01  WS-OVERDUE-COUNT          PIC 9(07) VALUE 0.
000830 01  WS-PROV-TOTAL             PIC S9(11)V99 COMP-3 VALUE 0.
000840 01  WS-STATUS-TEXT            PIC X(04).
000850 01  WS-MARK-TEXT              PIC X(07).
000860 01  WS-COUNT-EDIT             PIC ZZZZZZ9.
000870 01  WS-AGE-EDIT               PIC ZZZZ9.
000880 01  WS-AMOUNT-EDIT            PIC Z,ZZZ,ZZZ,ZZ9.99-.
000890 01  WS-PROV-EDIT              PIC Z,ZZZ,ZZZ,ZZ9.99-.
000900 COPY DISPREC.
000901*
000902*    NAME AND KEYS THE FINISHED REPORT IS FILED UNDER IN THE
000903*    REPORT REPOSITORY.  A BLANK ENTITY IS RESOLVED BY RPTSAVE.
000904 01  WS-REPO-NAME              PIC X(15) VALUE "DISPAGE.RPT".
000905 01  WS-REPO-JOB               PIC X(08) VALUE "DISPAGE".
000906 01  WS-REPO-ENTITY            PIC X(04) VALUE SPACES.
000907 01  WS-REPO-STATUS            PIC 9(02).
000910*
000920 PROCEDURE DIVISION.
000930*
000940 0000-MAINLINE.
000950     INITIALIZE WS-BUCKET-TOTALS.
000960     DISPLAY "DISPAGE - DISPUTE CASE AGING REPORT".
000970     MOVE SPACES TO WS-ENV-VALUE.
000980     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SORT-RUNDATE".
000990     IF WS-ENV-VALUE NOT = SPACES
001000         MOVE WS-ENV-VALUE(1:8) TO WS-RUN-DATE
001010     ELSE
001020         MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
001030         MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE
001040     END-IF.
001050     MOVE WS-RUN-DATE TO WS-RUN-DATE-N.
001060     MOVE FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)
001070         TO WS-RUN-INT.
001080     PERFORM 1000-LOAD-CONTROL THRU 1000-EXIT.
001090     OPEN OUTPUT REPORT-FILE.
001100     PERFORM 5000-WRITE-HEADING THRU 5000-EXIT.
001110     OPEN INPUT CASE-FILE.
001120     IF WS-CASE-FILE-OK
001130         PERFORM 2000-AGE-ONE-CASE THRU 2000-EXIT
001140             UNTIL WS-CASE-FILE-EOF
001150         CLOSE CASE-FILE
001160     ELSE
001170         MOVE SPACES TO REPORT-LINE
001180         MOVE "NO DISPUTE CASES ON FILE" TO REPORT-LINE
001190         WRITE REPORT-LINE
001200     END-IF.
001210     PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT.
001220     CLOSE REPORT-FILE.
001221     CALL "RPTSAVE" USING WS-REPO-NAME, WS-REPO-JOB,
001222                          WS-REPO-ENTITY, WS-REPO-STATUS.
001223     IF WS-REPO-STATUS NOT = ZERO
001224         DISPLAY "DISPAGE - REPORT NOT FILED IN THE",
001225             " REPOSITORY, STATUS ", WS-REPO-STATUS
001226     END-IF.
001230     IF WS-OVERDUE-COUNT > 0
001240         MOVE 4 TO RETURN-CODE
001250     ELSE
001260         MOVE 0 TO RETURN-CODE
001270     END-IF.
001280     STOP RUN.
001290*
001300*    A MISSING DISPUTE.TBL LEAVES THE 45-DAY DEFAULT IN PLACE.
001310 1000-LOAD-CONTROL.
001320     OPEN INPUT CONTROL-FILE.
001330     IF NOT WS-CONTROL-FILE-OK
001340         GO TO 1000-EXIT
001350     END-IF.
001360     PERFORM 1100-LOAD-ONE-ENTRY THRU 1100-EXIT
001370         UNTIL WS-CONTROL-FILE-EOF.
001380     CLOSE CONTROL-FILE.
001390 1000-EXIT.
001400     EXIT.
001410*
001420 1100-LOAD-ONE-ENTRY.
001430     READ CONTROL-FILE
001440         AT END
001450             GO TO 1100-EXIT
001460     END-READ.
001470     IF CONTROL-FILE-RECORD(1:4) = "DAYS"
001480         AND CONTROL-FILE-RECORD(6:5) NUMERIC
001490         MOVE CONTROL-FILE-RECORD(6:5) TO WS-DEADLINE-DAYS
001500     END-IF.
001510 1100-EXIT.
001520     EXIT.
001530*
001540*    RESOLVED CASES (WON OR LOST) STAY ON DISPUTE.DAT FOR THE
001550*    HISTORY BUT ARE NOT AGED.
001560 2000-AGE-ONE-CASE.
001570     READ CASE-FILE
001580         AT END
001590             GO TO 2000-EXIT
001600     END-READ.
001610     MOVE CASE-FILE-RECORD TO DISP-CASE-RECORD.
001620     IF NOT DISP-STATUS-UNRESOLVED
001630         GO TO 2000-EXIT
001640     END-IF.
001650     ADD 1 TO WS-OPEN-COUNT.
001660     MOVE 0 TO WS-AGE-DAYS.
001670     IF DISP-OPEN-DATE NUMERIC
001680         MOVE DISP-OPEN-DATE TO WS-OPEN-DATE-N
001690         MOVE FUNCTION INTEGER-OF-DATE(WS-OPEN-DATE-N)
001700             TO WS-OPEN-INT
001710         COMPUTE WS-AGE-DAYS = WS-RUN-INT - WS-OPEN-INT
001720     END-IF.
001730     IF WS-AGE-DAYS < 0
001740         MOVE 0 TO WS-AGE-DAYS
001750     END-IF.
001760     EVALUATE TRUE
001770         WHEN WS-AGE-DAYS <= 30
001780             MOVE 1 TO WS-BUCKET
001790         WHEN WS-AGE-DAYS <= 60
001800             MOVE 2 TO WS-BUCKET
001810         WHEN WS-AGE-DAYS <= 90
001820             MOVE 3 TO WS-BUCKET
001830         WHEN OTHER
001840             MOVE 4 TO WS-BUCKET
001850     END-EVALUATE.
001860     ADD 1 TO WS-B-COUNT(WS-BUCKET).
001870     ADD DISP-ORIG-AMOUNT TO WS-B-AMOUNT(WS-BUCKET).
001880     ADD DISP-PROV-AMOUNT TO WS-PROV-TOTAL.
001890     IF WS-AGE-DAYS > WS-DEADLINE-DAYS
001900         ADD 1 TO WS-OVERDUE-COUNT
001910         MOVE "OVERDUE" TO WS-MARK-TEXT
001920     ELSE
001930         MOVE SPACES TO WS-MARK-TEXT
001940     END-IF.
001950     IF DISP-STATUS-PROVISIONAL
001960         MOVE "PROV" TO WS-STATUS-TEXT
001970     ELSE
001980         MOVE "OPEN" TO WS-STATUS-TEXT
001990     END-IF.
002000     MOVE WS-AGE-DAYS TO WS-AGE-EDIT.
002010     MOVE DISP-ORIG-AMOUNT TO WS-AMOUNT-EDIT.
002020     MOVE DISP-PROV-AMOUNT TO WS-PROV-EDIT.
002030     MOVE SPACES TO REPORT-LINE.
002040     STRING DISP-CASE-NUMBER " "
002050            DISP-ORIG-ACCOUNT " "
002060            DISP-ORIG-DATE " "
002070            WS-AMOUNT-EDIT " "
002080            WS-PROV-EDIT " "
002090            WS-STATUS-TEXT " "
002100            DISP-OPEN-DATE " "
002110            WS-AGE-EDIT " "
002115            WS-MARK-TEXT " "
002120            DISP-ORIG-REFERENCE
002130            DELIMITED BY SIZE
002140         INTO REPORT-LINE.
002150     WRITE REPORT-LINE.
002160 2000-EXIT.
002170     EXIT.
002180*
002190 5000-WRITE-HEADING.
002200     MOVE WS-DEADLINE-DAYS TO WS-AGE-EDIT.
002210     MOVE SPACES TO REPORT-LINE.
002220     STRING "DISPUTE CASE AGING  RUN DATE " WS-RUN-DATE
002230            "  NETWORK DEADLINE " WS-AGE-EDIT " DAYS"
002240            DELIMITED BY SIZE
002250         INTO REPORT-LINE.
002260     WRITE REPORT-LINE.
002270     MOVE SPACES TO REPORT-LINE.
002280     MOVE "CASE       ACCOUNT    TRAN DATE  DISPUTED AMOUNT"
002290         TO REPORT-LINE.
002300     MOVE "PROVISIONAL  STAT OPENED    DAYS"
002310         TO REPORT-LINE(55:32).
002315     MOVE "TXN REFERENCE" TO REPORT-LINE(97:13).
002320     WRITE REPORT-LINE.
002330 5000-EXIT.
002340     EXIT.
002350*
002360 6000-WRITE-TOTALS.
002370     MOVE SPACES TO REPORT-LINE.
002380     WRITE REPORT-LINE.
002390     PERFORM 6100-WRITE-ONE-BUCKET THRU 6100-EXIT
002400         VARYING WS-BUCKET-SUB FROM 1 BY 1
002410         UNTIL WS-BUCKET-SUB > 4.
002420     MOVE WS-OPEN-COUNT TO WS-COUNT-EDIT.
002430     MOVE SPACES TO REPORT-LINE.
002440     STRING "CASES UNRESOLVED        = " WS-COUNT-EDIT
002450            DELIMITED BY SIZE
002460         INTO REPORT-LINE.
002470     WRITE REPORT-LINE.
002480     DISPLAY "DISPAGE - CASES UNRESOLVED     = ", WS-COUNT-EDIT.
002490     MOVE WS-PROV-TOTAL TO WS-AMOUNT-EDIT.
002500     MOVE SPACES TO REPORT-LINE.
002510     STRING "PROVISIONAL CREDIT OUT  = " WS-AMOUNT-EDIT
002520            DELIMITED BY SIZE
002530         INTO REPORT-LINE.
002540     WRITE REPORT-LINE.
002550     MOVE WS-OVERDUE-COUNT TO WS-COUNT-EDIT.
002560     MOVE SPACES TO REPORT-LINE.
002570     STRING "PAST NETWORK DEADLINE   = " WS-COUNT-EDIT
002580            DELIMITED BY SIZE
002590         INTO REPORT-LINE.
002600     WRITE REPORT-LINE.
002610     DISPLAY "DISPAGE - PAST NETWORK DEADLINE= ", WS-COUNT-EDIT.
002620 6000-EXIT.
002630     EXIT.
002640*
002650 6100-WRITE-ONE-BUCKET.
002660     MOVE WS-B-COUNT(WS-BUCKET-SUB) TO WS-COUNT-EDIT.
002670     MOVE WS-B-AMOUNT(WS-BUCKET-SUB) TO WS-AMOUNT-EDIT.
002680     MOVE SPACES TO REPORT-LINE.
002690     STRING "DAYS OUTSTANDING " WS-BUCKET-NAME(WS-BUCKET-SUB)
002700            " CASES " WS-COUNT-EDIT
002710            " DISPUTED " WS-AMOUNT-EDIT
002720            DELIMITED BY SIZE
002730         INTO REPORT-LINE.
002740     WRITE REPORT-LINE.
002750 6100-EXIT.
002760     EXIT.
