000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RPTPURGE.
000030 AUTHOR.        G. SWINKELS, DATA PROCESSING.
000040 INSTALLATION.  DATA PROCESSING DEPT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*MODIFICATION HISTORY
000090*--------------------
000100*10/15/2026  GS   ORIGINAL.  ENFORCES THE REPORT REPOSITORY'S
000110*                 RETENTION.  EVERY LINE OF RPTINDEX.DAT (SEE
000120*                 RPTSAVE) WHOSE RUN DATE IS OLDER THAN ITS
000130*                 REPORT'S RETENTION PERIOD IS DROPPED FROM THE
000140*                 INDEX AND ITS STORED COPY DELETED; EVERY OTHER
000150*                 LINE IS KEPT IN ITS ORIGINAL ORDER.  THE
000160*                 RETENTION PERIODS COME FROM THE OPERATOR-
000170*                 MAINTAINED RPTRET.TBL (BELOW), READ FRESH EACH
000180*                 RUN, SO LENGTHENING A REPORT'S RETENTION ALSO
000190*                 KEEPS THE COPIES ALREADY STORED.  A REPORT NOT
000200*                 LISTED TAKES THE "DEFAULT" LINE'S PERIOD, OR
000210*                 90 DAYS WHEN THERE IS NO DEFAULT LINE.  RUN AS
000220*                 A HOUSEKEEPING STEP AFTER THE NIGHT'S REPORTS.
000230*                 THE INDEX IS REBUILT IN RPTINDEX.NEW AND
000240*                 COPIED BACK THROUGH FILECOPY; RETURN-CODE 12
000250*                 WHEN THE INDEX CANNOT BE OPENED OR REWRITTEN.
000260*
000270*---------------------------------------------------------------*
000280*RETENTION TABLE FORMAT (RPTRET.TBL, ONE LINE PER REPORT TYPE)   *
000290*    POSITIONS  1-15  REPORT FILE NAME AS THE PROGRAM WRITES IT, *
000300*                     OR "DEFAULT"                               *
000310*    POSITIONS 17-20  DAYS TO KEEP (4 DIGITS)                    *
000320*---------------------------------------------------------------*
000330*
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.  IBM-PC.
000370 OBJECT-COMPUTER.  IBM-PC.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT RETAIN-FILE ASSIGN TO "RPTRET.TBL"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-RETAIN-FILE-STATUS.
000430     SELECT INDEX-FILE ASSIGN TO "RPTINDEX.DAT"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-INDEX-FILE-STATUS.
000460     SELECT NEW-INDEX-FILE ASSIGN TO "RPTINDEX.NEW"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-NEW-INDEX-STATUS.
000490*
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  RETAIN-FILE.
000530 01  RETAIN-FILE-RECORD          PIC X(40).
000540 FD  INDEX-FILE.
000550 01  INDEX-FILE-RECORD           PIC X(84).
000560 FD  NEW-INDEX-FILE.
000570 01  NEW-INDEX-RECORD            PIC X(84).
000580*
000590 WORKING-STORAGE SECTION.
000600 01  WS-RETAIN-FILE-STATUS     PIC X(02).
000610     88  WS-RETAIN-FILE-OK         VALUE "00".
000620     88  WS-RETAIN-FILE-EOF        VALUE "10".
000630 01  WS-INDEX-FILE-STATUS      PIC X(02).
000640     88  WS-INDEX-FILE-OK          VALUE "00".
000650     88  WS-INDEX-FILE-EOF         VALUE "10".
000660 01  WS-NEW-INDEX-STATUS       PIC X(02).
000670     88  WS-NEW-INDEX-OK           VALUE "00".
000680 01  WS-ENV-VALUE              PIC X(15).
000690 01  WS-TIMESTAMP              PIC X(21).
000700 01  WS-RUN-DATE               PIC 9(08).
000710 01  WS-RUN-INT                PIC 9(08) COMP-5.
000720 01  WS-REPORT-DATE            PIC 9(08).
000730 01  WS-EXPIRY-INT             PIC 9(08) COMP-5.
000740 01  WS-DEFAULT-DAYS           PIC 9(04) VALUE 90.
000750 01  WS-KEEP-DAYS              PIC 9(04).
000760 01  WS-KEPT-COUNT             PIC 9(07) VALUE 0.
000770 01  WS-PURGED-COUNT           PIC 9(07) VALUE 0.
000780 01  WS-COUNT-EDIT             PIC ZZZZZZ9.
000790 01  WS-DELETE-NAME            PIC X(16).
000800 01  WS-DELETE-STATUS          PIC S9(09) COMP-5.
000810 01  WS-FROM-NAME              PIC X(15) VALUE "RPTINDEX.NEW".
000820 01  WS-TO-NAME                PIC X(15) VALUE "RPTINDEX.DAT".
000830 01  WS-COPY-COUNT             PIC 9(07).
000840 01  WS-COPY-STATUS            PIC 9(02).
000850     88  WS-COPY-OK                VALUE 0.
000860*
000870 01  WS-RETAIN-TABLE.
000880     05  WS-RET-COUNT          PIC 9(03) COMP-5 VALUE 0.
000890     05  WS-RET-ENTRY OCCURS 100 TIMES INDEXED BY WS-RET-IDX.
000900         10  WS-RET-REPORT     PIC X(15).
000910         10  WS-RET-DAYS       PIC 9(04).
000920 01  WS-MATCH-SW               PIC X(01).
000930     88  WS-MATCH-FOUND            VALUE "Y".
000940 COPY RPTIDX.
000950*
000960 PROCEDURE DIVISION.
000970*
000980 0000-MAINLINE.
000990     DISPLAY "RPTPURGE - REPORT REPOSITORY RETENTION".
001000     MOVE SPACES TO WS-ENV-VALUE.
001010     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SORT-RUNDATE".
001020     IF WS-ENV-VALUE(1:8) NUMERIC
001030         MOVE WS-ENV-VALUE(1:8) TO WS-RUN-DATE
001040     ELSE
001050         MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
001060         MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE
001070     END-IF.
001080     MOVE FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) TO WS-RUN-INT.
001090     PERFORM 1000-LOAD-RETENTION THRU 1000-EXIT.
001100     OPEN INPUT INDEX-FILE.
001110     IF NOT WS-INDEX-FILE-OK
001120         DISPLAY "RPTPURGE - CANNOT OPEN RPTINDEX.DAT"
001130         MOVE 12 TO RETURN-CODE
001140         STOP RUN
001150     END-IF.
001160     OPEN OUTPUT NEW-INDEX-FILE.
001170     IF NOT WS-NEW-INDEX-OK
001180         DISPLAY "RPTPURGE - CANNOT WRITE RPTINDEX.NEW"
001190         CLOSE INDEX-FILE
001200         MOVE 12 TO RETURN-CODE
001210         STOP RUN
001220     END-IF.
001230     PERFORM 2000-CHECK-ONE-REPORT THRU 2000-EXIT
001240         UNTIL WS-INDEX-FILE-EOF.
001250     CLOSE INDEX-FILE, NEW-INDEX-FILE.
001260     CALL "FILECOPY" USING WS-FROM-NAME,
001270                            WS-TO-NAME,
001280                            WS-COPY-COUNT,
001290                            WS-COPY-STATUS.
001300     IF NOT WS-COPY-OK
001310         DISPLAY "RPTPURGE - CANNOT REWRITE RPTINDEX.DAT, ",
001320             "RPTINDEX.NEW HOLDS THE PURGED INDEX"
001330         MOVE 12 TO RETURN-CODE
001340         STOP RUN
001350     END-IF.
001360     MOVE WS-KEPT-COUNT TO WS-COUNT-EDIT.
001370     DISPLAY "RPTPURGE - STORED REPORTS KEPT   = ", WS-COUNT-EDIT.
001380     MOVE WS-PURGED-COUNT TO WS-COUNT-EDIT.
001390     DISPLAY "RPTPURGE - STORED REPORTS PURGED = ", WS-COUNT-EDIT.
001400     MOVE 0 TO RETURN-CODE.
001410     STOP RUN.
001420*
001430 1000-LOAD-RETENTION.
001440     OPEN INPUT RETAIN-FILE.
001450     IF NOT WS-RETAIN-FILE-OK
001460         DISPLAY "RPTPURGE - NO RPTRET.TBL, EVERY REPORT KEPT ",
001470             WS-DEFAULT-DAYS, " DAYS"
001480         GO TO 1000-EXIT
001490     END-IF.
001500     PERFORM 1100-LOAD-ONE-PERIOD THRU 1100-EXIT
001510         UNTIL WS-RETAIN-FILE-EOF
001520            OR WS-RET-COUNT = 100.
001530     CLOSE RETAIN-FILE.
001540 1000-EXIT.
001550     EXIT.
001560*
001570 1100-LOAD-ONE-PERIOD.
001580     READ RETAIN-FILE
001590         AT END
001600             GO TO 1100-EXIT
001610     END-READ.
001620     IF RETAIN-FILE-RECORD(1:15) = SPACES
001630         OR RETAIN-FILE-RECORD(17:4) NOT NUMERIC
001640         GO TO 1100-EXIT
001650     END-IF.
001660     IF RETAIN-FILE-RECORD(1:15) = "DEFAULT"
001670         MOVE RETAIN-FILE-RECORD(17:4) TO WS-DEFAULT-DAYS
001680         GO TO 1100-EXIT
001690     END-IF.
001700     ADD 1 TO WS-RET-COUNT.
001710     SET WS-RET-IDX TO WS-RET-COUNT.
001720     MOVE RETAIN-FILE-RECORD(1:15) TO WS-RET-REPORT(WS-RET-IDX).
001730     MOVE RETAIN-FILE-RECORD(17:4) TO WS-RET-DAYS(WS-RET-IDX).
001740 1100-EXIT.
001750     EXIT.
001760*
001770*    A LINE WHOSE RUN DATE CANNOT BE READ IS KEPT -- A STORED
001780*    REPORT IS NEVER DELETED ON A GUESS.
001790 2000-CHECK-ONE-REPORT.
001800     READ INDEX-FILE
001810         AT END
001820             GO TO 2000-EXIT
001830     END-READ.
001840     MOVE INDEX-FILE-RECORD TO RPT-INDEX-RECORD.
001850     IF RPT-IDX-RUN-DATE NOT NUMERIC
001860         GO TO 2000-KEEP
001870     END-IF.
001880     MOVE WS-DEFAULT-DAYS TO WS-KEEP-DAYS.
001890     MOVE "N" TO WS-MATCH-SW.
001900     PERFORM 2100-FIND-PERIOD THRU 2100-EXIT
001910         VARYING WS-RET-IDX FROM 1 BY 1
001920         UNTIL WS-RET-IDX > WS-RET-COUNT
001930            OR WS-MATCH-FOUND.
001940     MOVE RPT-IDX-RUN-DATE TO WS-REPORT-DATE.
001950     COMPUTE WS-EXPIRY-INT =
001960         FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE) + WS-KEEP-DAYS.
001970     IF WS-EXPIRY-INT >= WS-RUN-INT
001980         GO TO 2000-KEEP
001990     END-IF.
002000     MOVE SPACES TO WS-DELETE-NAME.
002010     MOVE RPT-IDX-STORED-NAME TO WS-DELETE-NAME.
002020     CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
002030         RETURNING WS-DELETE-STATUS.
002040     ADD 1 TO WS-PURGED-COUNT.
002050     DISPLAY "RPTPURGE - PURGED ", RPT-IDX-REPORT-NAME, " ",
002060         RPT-IDX-RUN-DATE, " ", RPT-IDX-STORED-NAME.
002070     GO TO 2000-EXIT.
002080 2000-KEEP.
002090     MOVE INDEX-FILE-RECORD TO NEW-INDEX-RECORD.
002100     WRITE NEW-INDEX-RECORD.
002110     ADD 1 TO WS-KEPT-COUNT.
002120 2000-EXIT.
002130     EXIT.
002140*
002150 2100-FIND-PERIOD.
002160     IF WS-RET-REPORT(WS-RET-IDX) = RPT-IDX-REPORT-NAME
002170         MOVE WS-RET-DAYS(WS-RET-IDX) TO WS-KEEP-DAYS
002180         SET WS-MATCH-FOUND TO TRUE
002190     END-IF.
002200 2100-EXIT.
002210     EXIT.
