000210*                 MONTH COMES FROM THE TREND-MONTH ENVIRONMENT
000220*                 VARIABLE (CCYYMM) AND DEFAULTS TO THE CURRENT
000230*                 MONTH.  WRITTEN TO TRENDRPT.RPT.
000231*
000232*10/15/2026  GS   THE FINISHED TRENDRPT.RPT IS NOW FILED IN THE
000233*                 REPORT REPOSITORY THROUGH RPTSAVE, SO IT CAN
000234*                 STILL BE LISTED AND REPRINTED FROM OPSMENU AFTER
000235*                 THE NEXT RUN OVERWRITES IT.
000235*
000235*10/15/2026  GS   RESTATED COMPARATIVES.  WITH TREND-RESTATE SET
000235*                 TO Y THE REPORT IS PUT ON THE CURRENT REGION
000235*                 STRUCTURE BEFORE THE MOVEMENT IS WORKED OUT, SO
000235*                 A MERGED OR SPLIT REGION IS COMPARED LIKE FOR
000235*                 LIKE.  THE REGION PART OF EACH HISTORY KEY IS
000235*                 RESTATED THROUGH RGNMAP (REALIGN.TBL); WHERE
000235*                 IT SITS IN THE KEY COMES FROM THE CTL-STMT THE
000235*                 NIGHTLY SUM RUN USES, PASSED IN TREND-CTLSTMT
000235*                 (DEFAULT S(32,4,C,A), A KEY OF REGION ALONE).
000235*                 THE PRIOR MONTH IS REBUILT FROM ITS ARCHIVE
000235*                 FILE (ARCH-CCYYMM.DAT) WHEN THERE IS ONE, SO
000235*                 ACCOUNTS SPLIT OUT OF A REGION MOVE WITH THEIR
000235*                 OWN AMOUNTS; WITHOUT IT ONLY REGION-WIDE LINES
000235*                 CAN BE APPLIED AND THE REPORT SAYS SO.  THE
000235*                 ARCHIVE AND SUMHIST.DAT ARE ONLY EVER READ.
000235*                 EVERY RESTATED REPORT IS LABELLED AS SUCH.
000240*
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000340     SELECT REPORT-FILE ASSIGN TO "TRENDRPT.RPT"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-REPORT-FILE-STATUS.
000362     SELECT ARCH-FILE ASSIGN TO WS-ARCH-FILE-NAME
000364         ORGANIZATION IS LINE SEQUENTIAL
000366         FILE STATUS IS WS-ARCH-FILE-STATUS.
000370*
000380 DATA DIVISION.
000390 FILE SECTION.
000410 01  HISTORY-LINE                PIC X(110).
000420 FD  REPORT-FILE.
000430 01  REPORT-LINE                 PIC X(100).
000432 FD  ARCH-FILE.
000434 01  ARCH-RECORD                 PIC X(82).
000440*
000450 WORKING-STORAGE SECTION.
000460 01  WS-HISTORY-FILE-STATUS    PIC X(02).
000520 01  WS-PRIOR-MONTH-N REDEFINES WS-PRIOR-MONTH.
000530     05  WS-PM-YEAR            PIC 9(04).
000540     05  WS-PM-MONTH           PIC 9(02).
000550 01  WS-ENV-VALUE              PIC X(160).
000560 01  WS-TIMESTAMP              PIC X(21).
000570*
000580*    PER-KEY ROLLUP: MONTH TOTAL, PRIOR-MONTH TOTAL, AND UP TO
000800 01  WS-MOVEMENT               PIC S9(13)V99 COMP-3.
000810 01  WS-AMOUNT-EDIT            PIC Z,ZZZ,ZZZ,ZZ9.99-.
000820 01  WS-DAY-EDIT               PIC 99.
000821*
000822*    RESTATEMENT.  WS-RGN-OFFSET IS WHERE THE FOUR-BYTE REGION
000823*    CODE STARTS IN A HISTORY KEY BUILT FROM WS-CTL-STMT.
000824 01  WS-RESTATE-SW             PIC X(01) VALUE "N".
000825     88  WS-RESTATE                VALUE "Y".
000826 01  WS-PRIOR-SOURCE-SW        PIC X(01) VALUE "H".
000827     88  WS-PRIOR-FROM-ARCHIVE     VALUE "A".
000828     88  WS-PRIOR-FROM-HISTORY     VALUE "H".
000829 01  WS-CTL-STMT               PIC X(160) VALUE "S(32,4,C,A)".
000829 01  WS-RGN-OFFSET             PIC 9(04) COMP-5 VALUE 0.
000829 01  WS-KEY-OFFSET             PIC 9(04) COMP-5.
000829 01  WS-ARCH-FILE-NAME         PIC X(15).
000829 01  WS-ARCH-FILE-STATUS       PIC X(02).
000829     88  WS-ARCH-FILE-OK           VALUE "00".
000829     88  WS-ARCH-FILE-EOF          VALUE "10".
000829 01  WS-KEY-RECORD             PIC X(200).
000829 01  WS-KEY-BUILT              PIC X(82).
000829 01  WS-NO-ACCOUNT             PIC X(10) VALUE SPACES.
000829 01  WS-NEW-REGION             PIC X(04).
000829 01  WS-MAP-STATUS             PIC 9(02).
000829 01  WS-BASE-AMOUNT            PIC S9(11)V99.
000829 01  WS-CURR-STATUS            PIC 9(02).
000829 01  WS-RESTATED-COUNT         PIC 9(07) VALUE 0.
000829 01  WS-COUNT-EDIT             PIC ZZZZZZ9.
000829 COPY SAMPREC.
000829 COPY CTLSPEC.
000829*
000829*    NAME AND KEYS THE FINISHED REPORT IS FILED UNDER IN THE
000829*    REPORT REPOSITORY.  A BLANK ENTITY IS RESOLVED BY RPTSAVE.
000829 01  WS-REPO-NAME              PIC X(15) VALUE "TRENDRPT.RPT".
000829 01  WS-REPO-JOB               PIC X(08) VALUE "TRENDRPT".
000829 01  WS-REPO-ENTITY            PIC X(04) VALUE SPACES.
000829 01  WS-REPO-STATUS            PIC 9(02).
000830*
000840 PROCEDURE DIVISION.
000850*
001000     ELSE
001010         SUBTRACT 1 FROM WS-PM-MONTH
001020     END-IF.
001021     MOVE SPACES TO WS-ENV-VALUE.
001022     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "TREND-RESTATE".
001023     IF WS-ENV-VALUE(1:1) = "Y"
001024         SET WS-RESTATE TO TRUE
001025         PERFORM 0100-SET-UP-RESTATEMENT THRU 0100-EXIT
001026     END-IF.
001030     OPEN INPUT HISTORY-FILE.
001040     IF NOT WS-HISTORY-FILE-OK
001050         DISPLAY "TRENDRPT - CANNOT OPEN SUMHIST.DAT"
001090     PERFORM 1000-DIGEST-ONE-LINE THRU 1000-EXIT
001100         UNTIL WS-HISTORY-FILE-EOF.
001110     CLOSE HISTORY-FILE.
001112     IF WS-PRIOR-FROM-ARCHIVE
001114         PERFORM 1500-RESTATE-FROM-ARCHIVE THRU 1500-EXIT
001116     END-IF.
001120     OPEN OUTPUT REPORT-FILE.
001130     PERFORM 3000-PRINT-DAILY-SECTION THRU 3000-EXIT.
001140     PERFORM 4000-PRINT-MOVEMENT-SECTION THRU 4000-EXIT.
001150     CLOSE REPORT-FILE.
001151     CALL "RPTSAVE" USING WS-REPO-NAME, WS-REPO-JOB,
001152                          WS-REPO-ENTITY, WS-REPO-STATUS.
001153     IF WS-REPO-STATUS NOT = ZERO
001154         DISPLAY "TRENDRPT - REPORT NOT FILED IN THE",
001155             " REPOSITORY, STATUS ", WS-REPO-STATUS
001156     END-IF.
001160     DISPLAY "TRENDRPT - REPORT WRITTEN TO TRENDRPT.RPT FOR ",
001170         WS-REPORT-MONTH.
001180     MOVE 0 TO RETURN-CODE.
001190     STOP RUN.
001200*
001201*    A RESTATEMENT THAT CANNOT FIND THE REGION IN THE KEY WOULD
001202*    PRINT THE OLD STRUCTURE UNDER A RESTATED HEADING, SO THE RUN
001203*    STOPS INSTEAD.
001204 0100-SET-UP-RESTATEMENT.
001205     MOVE SPACES TO WS-ENV-VALUE.
001206     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "TREND-CTLSTMT".
001207     IF WS-ENV-VALUE NOT = SPACES
001208         MOVE WS-ENV-VALUE TO WS-CTL-STMT
001209     END-IF.
001209     CALL "CTLPARSE" USING WS-CTL-STMT,
001209                            CTL-KEY-TABLE,
001209                            CTL-OPTIONS,
001209                            CTL-PARSE-STATUS.
001209     IF CTL-PARSE-INVALID
001209         DISPLAY "TRENDRPT - TREND-CTLSTMT IS NOT VALID: ",
001209             WS-CTL-STMT(1:60)
001209         MOVE 8 TO RETURN-CODE
001209         STOP RUN
001209     END-IF.
001209     MOVE 1 TO WS-KEY-OFFSET.
001209     PERFORM 0110-FIND-REGION-IN-KEY THRU 0110-EXIT
001209         VARYING CTL-KEY-IDX FROM 1 BY 1
001209         UNTIL CTL-KEY-IDX > CTL-KEY-COUNT
001209            OR WS-RGN-OFFSET > 0.
001209     IF WS-RGN-OFFSET = 0
001209         OR WS-RGN-OFFSET > 27
001209         DISPLAY "TRENDRPT - THE REGION CODE IS NOT IN THE ",
001209             "FIRST 30 BYTES OF THE HISTORY KEY, CANNOT RESTATE"
001209         MOVE 8 TO RETURN-CODE
001209         STOP RUN
001209     END-IF.
001209     MOVE SPACES TO WS-ARCH-FILE-NAME.
001209     STRING "ARCH-"           DELIMITED BY SIZE
001209            WS-PRIOR-MONTH    DELIMITED BY SIZE
001209            ".DAT"            DELIMITED BY SIZE
001209         INTO WS-ARCH-FILE-NAME.
001209     OPEN INPUT ARCH-FILE.
001209     IF WS-ARCH-FILE-OK
001209         SET WS-PRIOR-FROM-ARCHIVE TO TRUE
001209         CLOSE ARCH-FILE
001209     END-IF.
001209 0100-EXIT.
001209     EXIT.
001209*
001209*    SAMP-REGION-CODE IS RECORD POSITIONS 32-35.
001209 0110-FIND-REGION-IN-KEY.
001209     IF CTL-KEY-POS(CTL-KEY-IDX) NOT > 32
001209         AND CTL-KEY-POS(CTL-KEY-IDX) + CTL-KEY-LEN(CTL-KEY-IDX)
001209             > 35
001209         COMPUTE WS-RGN-OFFSET = WS-KEY-OFFSET
001209             + 32 - CTL-KEY-POS(CTL-KEY-IDX)
001209     ELSE
001209         ADD CTL-KEY-LEN(CTL-KEY-IDX) TO WS-KEY-OFFSET
001209     END-IF.
001209 0110-EXIT.
001209     EXIT.
001209*
001210 1000-DIGEST-ONE-LINE.
001220     READ HISTORY-FILE
001230         AT END
001310     IF HISTORY-LINE(93:13) NOT NUMERIC
001320         GO TO 1000-EXIT
001330     END-IF.
001332     IF WS-PRIOR-FROM-ARCHIVE
001334         AND WS-LINE-DATE(1:6) = WS-PRIOR-MONTH
001336         GO TO 1000-EXIT
001338     END-IF.
001340     MOVE HISTORY-LINE(10:30) TO WS-LINE-KEY.
001350     MOVE HISTORY-LINE(93:14) TO WS-LINE-TOTAL-G.
001351     IF WS-RESTATE
001352         CALL "RGNMAP" USING WS-LINE-KEY(WS-RGN-OFFSET:4),
001353                             WS-NO-ACCOUNT, WS-LINE-DATE,
001354                             WS-NEW-REGION, WS-MAP-STATUS
001355         IF WS-MAP-STATUS = 4
001356             MOVE WS-NEW-REGION TO WS-LINE-KEY(WS-RGN-OFFSET:4)
001357             ADD 1 TO WS-RESTATED-COUNT
001358         END-IF
001359     END-IF.
001360     PERFORM 2000-ROLL-INTO-KEY THRU 2000-EXIT.
001370 1000-EXIT.
001380     EXIT.
001710 2000-EXIT.
001720     EXIT.
001730*
001731*    THE PRIOR MONTH REBUILT FROM ITS ARCHIVE FILE THE WAY SRTSUM
001732*    BUILT IT THE FIRST TIME -- SAME KEY, SAME BASE-CURRENCY
001733*    AMOUNT -- BUT WITH EACH RECORD'S REGION RESTATED BY ACCOUNT
001734*    FIRST.  THE RECORD IS RESTATED IN A COPY; THE ARCHIVE ITSELF
001735*    IS OPENED FOR INPUT ONLY.
001736 1500-RESTATE-FROM-ARCHIVE.
001737     OPEN INPUT ARCH-FILE.
001738     IF NOT WS-ARCH-FILE-OK
001739         MOVE "H" TO WS-PRIOR-SOURCE-SW
001739         GO TO 1500-EXIT
001739     END-IF.
001739     PERFORM 1510-RESTATE-ONE-RECORD THRU 1510-EXIT
001739         UNTIL WS-ARCH-FILE-EOF.
001739     CLOSE ARCH-FILE.
001739 1500-EXIT.
001739     EXIT.
001739*
001739 1510-RESTATE-ONE-RECORD.
001739     READ ARCH-FILE
001739         AT END
001739             GO TO 1510-EXIT
001739     END-READ.
001739     MOVE ARCH-RECORD TO SAMP-HEADER-RECORD.
001739     IF SAMP-IS-HEADER
001739         GO TO 1510-EXIT
001739     END-IF.
001739     MOVE ARCH-RECORD TO SAMP-TRAILER-RECORD.
001739     IF SAMP-IS-TRAILER
001739         GO TO 1510-EXIT
001739     END-IF.
001739     MOVE ARCH-RECORD TO SAMP-DETAIL-RECORD.
001739     CALL "RGNMAP" USING SAMP-REGION-CODE, SAMP-ACCOUNT-NUMBER,
001739                         SAMP-TRANSACTION-DATE,
001739                         WS-NEW-REGION, WS-MAP-STATUS.
001739     IF WS-MAP-STATUS = 4
001739         MOVE WS-NEW-REGION TO SAMP-REGION-CODE
001739         ADD 1 TO WS-RESTATED-COUNT
001739     END-IF.
001739     MOVE SPACES TO WS-KEY-RECORD.
001739     MOVE SAMP-DETAIL-RECORD TO WS-KEY-RECORD.
001739     CALL "KEYBUILD" USING WS-KEY-RECORD, CTL-KEY-TABLE,
001739                            WS-KEY-BUILT.
001739     CALL "CURRCONV" USING SAMP-CURRENCY-CODE,
001739                            SAMP-TRANSACTION-AMOUNT,
001739                            WS-BASE-AMOUNT,
001739                            WS-CURR-STATUS.
001739     MOVE WS-KEY-BUILT(1:30) TO WS-LINE-KEY.
001739     MOVE WS-BASE-AMOUNT TO WS-LINE-TOTAL.
001739     STRING WS-PRIOR-MONTH "01" DELIMITED BY SIZE
001739         INTO WS-LINE-DATE.
001739     PERFORM 2000-ROLL-INTO-KEY THRU 2000-EXIT.
001739 1510-EXIT.
001739     EXIT.
001739*
001740 2100-FIND-KEY.
001750     SET WS-KEY-IDX TO WS-KEY-SUB.
001760     IF WS-KEY-VALUE(WS-KEY-IDX) = WS-LINE-KEY
001910            DELIMITED BY SIZE
001920         INTO REPORT-LINE.
001930     WRITE REPORT-LINE.
001932     IF WS-RESTATE
001934         PERFORM 3050-PRINT-RESTATED-LABEL THRU 3050-EXIT
001936     END-IF.
001940     MOVE SPACES TO REPORT-LINE.
001950     MOVE "DAILY TOTALS BY KEY" TO REPORT-LINE.
001960     WRITE REPORT-LINE.
002030         VARYING WS-KEY-IDX FROM 1 BY 1
002040         UNTIL WS-KEY-IDX > WS-KEY-COUNT.
002050 3000-EXIT.
002051     EXIT.
002052*
002053 3050-PRINT-RESTATED-LABEL.
002054     MOVE SPACES TO REPORT-LINE.
002055     STRING "*** RESTATED TO THE CURRENT REGION STRUCTURE "
002056            "(REALIGN.TBL) ***"
002057            DELIMITED BY SIZE
002058         INTO REPORT-LINE.
002059     WRITE REPORT-LINE.
002059     MOVE SPACES TO REPORT-LINE.
002059     IF WS-PRIOR-FROM-ARCHIVE
002059         STRING "    PRIOR MONTH REBUILT FROM " WS-ARCH-FILE-NAME
002059                DELIMITED BY SIZE
002059             INTO REPORT-LINE
002059     ELSE
002059         STRING "    PRIOR MONTH FROM SUMHIST.DAT -- NO ARCHIVE, "
002059                "ACCOUNT SPLITS NOT APPLIED"
002059                DELIMITED BY SIZE
002059             INTO REPORT-LINE
002059     END-IF.
002059     WRITE REPORT-LINE.
002059     MOVE WS-RESTATED-COUNT TO WS-COUNT-EDIT.
002059     MOVE SPACES TO REPORT-LINE.
002059     STRING "    ROWS RESTATED " WS-COUNT-EDIT
002059            DELIMITED BY SIZE
002059         INTO REPORT-LINE.
002059     WRITE REPORT-LINE.
002059 3050-EXIT.
002060     EXIT.
002070*
002080 3100-PRINT-ONE-KEY-DAYS.
002350     MOVE SPACES TO REPORT-LINE.
002360     WRITE REPORT-LINE.
002370     MOVE "MONTH-OVER-MONTH MOVEMENT BY KEY" TO REPORT-LINE.
002372     IF WS-RESTATE
002374         MOVE "(PRIOR MONTH RESTATED)" TO REPORT-LINE(34:22)
002376     END-IF.
002380     WRITE REPORT-LINE.
002390     MOVE SPACES TO REPORT-LINE.
002400     MOVE
