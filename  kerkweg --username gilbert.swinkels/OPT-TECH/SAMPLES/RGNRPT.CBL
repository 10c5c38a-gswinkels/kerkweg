000250*                 REPOINTED THROUGH THE RGN-INFILE ENVIRONMENT
000260*                 VARIABLE, THE SAME CONVENTION ACCTPOST USES.
000270*
000271*10/15/2026  GS   THE FINISHED RGNRPT.RPT IS NOW FILED IN THE
000271*                 REPORT REPOSITORY THROUGH RPTSAVE, SO IT CAN
000271*                 STILL BE LISTED AND REPRINTED FROM OPSMENU AFTER
000271*                 THE NEXT RUN OVERWRITES IT.
000271*
000271*10/15/2026  GS   RESTATED REPORTING.  RGN-MONTH (CCYYMM) REPORTS
000271*                 A PAST MONTH STRAIGHT FROM ITS ARCHIVE FILE
000271*                 (ARCH-CCYYMM.DAT, READ ONLY), AND RGN-RESTATE
000271*                 SET TO Y PUTS EVERY RECORD ON THE CURRENT REGION
000271*                 STRUCTURE FIRST -- EACH RECORD'S REGION IS
000272*                 RESTATED THROUGH RGNMAP (REALIGN.TBL) BY ITS
000273*                 ACCOUNT AND TRANSACTION DATE, SO ACCOUNTS SPLIT
000274*                 OUT OF A REGION GO WITH THEIR NEW REGION.  A
000275*                 RESTATED REPORT SAYS SO UNDER EVERY PAGE
000276*                 HEADING.
000278*
000280*---------------------------------------------------------------*
000290*REGION NAME TABLE FORMAT (REGION.TBL, ONE REGION PER LINE)      *
000300*    POSITIONS  1-04  REGION CODE                                *
001030 01  WS-AMOUNT-EDIT            PIC Z,ZZZ,ZZZ,ZZ9.99-.
001040 01  WS-RUN-DATE               PIC X(10).
001050 01  WS-TIMESTAMP              PIC X(21).
001051 01  WS-RESTATE-SW             PIC X(01) VALUE "N".
001052     88  WS-RESTATE                VALUE "Y".
001053 01  WS-REPORT-MONTH           PIC X(06) VALUE SPACES.
001054 01  WS-NEW-REGION             PIC X(04).
001055 01  WS-MAP-STATUS             PIC 9(02).
001056 01  WS-RESTATED-COUNT         PIC 9(07) COMP-5 VALUE 0.
001060 COPY SAMPREC.
001061*
001062*    NAME AND KEYS THE FINISHED REPORT IS FILED UNDER IN THE
001063*    REPORT REPOSITORY.  A BLANK ENTITY IS RESOLVED BY RPTSAVE.
001064 01  WS-REPO-NAME              PIC X(15) VALUE "RGNRPT.RPT".
001065 01  WS-REPO-JOB               PIC X(08) VALUE "RGNRPT".
001066 01  WS-REPO-ENTITY            PIC X(04) VALUE SPACES.
001067 01  WS-REPO-STATUS            PIC 9(02).
001070*
001080 PROCEDURE DIVISION.
001090*
001180     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "RGN-INFILE".
001190     IF WS-ENV-VALUE NOT = SPACES
001200         MOVE WS-ENV-VALUE TO WS-SORTED-FILE-NAME
001201     END-IF.
001202     MOVE SPACES TO WS-ENV-VALUE.
001203     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "RGN-MONTH".
001204     IF WS-ENV-VALUE NOT = SPACES
001205         MOVE WS-ENV-VALUE(1:6) TO WS-REPORT-MONTH
001206         MOVE SPACES TO WS-SORTED-FILE-NAME
001207         STRING "ARCH-" WS-REPORT-MONTH ".DAT"
001208                DELIMITED BY SIZE
001209             INTO WS-SORTED-FILE-NAME
001210     END-IF.
001211     MOVE SPACES TO WS-ENV-VALUE.
001212     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "RGN-RESTATE".
001213     IF WS-ENV-VALUE(1:1) = "Y"
001214         SET WS-RESTATE TO TRUE
001216     END-IF.
001220     PERFORM 1000-LOAD-REGION-NAMES THRU 1000-EXIT.
001230     OPEN INPUT SORTED-FILE.
001240     IF NOT WS-SORTED-FILE-OK
001350         UNTIL WS-RGN-IDX > WS-RGN-COUNT.
001360     PERFORM 3500-PRINT-GRAND-TOTAL THRU 3500-EXIT.
001370     CLOSE REPORT-FILE.
001371     CALL "RPTSAVE" USING WS-REPO-NAME, WS-REPO-JOB,
001372                          WS-REPO-ENTITY, WS-REPO-STATUS.
001373     IF WS-REPO-STATUS NOT = ZERO
001374         DISPLAY "RGNRPT - REPORT NOT FILED IN THE",
001375             " REPOSITORY, STATUS ", WS-REPO-STATUS
001376     END-IF.
001380     MOVE WS-GRAND-REC-COUNT TO WS-COUNT-EDIT.
001390     DISPLAY "RGNRPT - RECORDS REPORTED = ", WS-COUNT-EDIT.
001392     IF WS-RESTATE
001394         MOVE WS-RESTATED-COUNT TO WS-COUNT-EDIT
001396         DISPLAY "RGNRPT - RECORDS RESTATED = ", WS-COUNT-EDIT
001398     END-IF.
001400     MOVE 0 TO RETURN-CODE.
001410     STOP RUN.
001420*
001780     IF SAMP-IS-TRAILER
001790         GO TO 2000-EXIT
001800     END-IF.
001802     MOVE SORTED-FILE-RECORD TO SAMP-HEADER-RECORD.
001804     IF SAMP-IS-HEADER
001806         GO TO 2000-EXIT
001808     END-IF.
001810     MOVE SORTED-FILE-RECORD TO SAMP-DETAIL-RECORD.
001811     IF WS-RESTATE
001812         CALL "RGNMAP" USING SAMP-REGION-CODE,
001813                             SAMP-ACCOUNT-NUMBER,
001814                             SAMP-TRANSACTION-DATE,
001815                             WS-NEW-REGION, WS-MAP-STATUS
001816         IF WS-MAP-STATUS = 4
001817             MOVE WS-NEW-REGION TO SAMP-REGION-CODE
001818             ADD 1 TO WS-RESTATED-COUNT
001819         END-IF
001819     END-IF.
001820     MOVE "N" TO WS-MATCH-SW.
001830     PERFORM 2100-FIND-REGION THRU 2100-EXIT
001840         VARYING WS-FOUND-SUB FROM 1 BY 1
003340            DELIMITED BY SIZE
003350         INTO REPORT-LINE.
003360     WRITE REPORT-LINE.
003362     MOVE 3 TO WS-LINE-COUNT.
003364     IF WS-RESTATE OR WS-REPORT-MONTH NOT = SPACES
003366         PERFORM 4110-PERIOD-HEADING THRU 4110-EXIT
003368     END-IF.
003370     MOVE SPACES TO REPORT-LINE.
003380     MOVE "                        RECORDS       AMOUNT"
003390         TO REPORT-LINE.
003400     WRITE REPORT-LINE.
003410     MOVE SPACES TO REPORT-LINE.
003420     WRITE REPORT-LINE.
003440 4100-EXIT.
003450     EXIT.
003460*
003470 4110-PERIOD-HEADING.
003480     MOVE SPACES TO REPORT-LINE.
003490     IF WS-REPORT-MONTH NOT = SPACES
003500         STRING "PERIOD " WS-REPORT-MONTH " FROM "
003510                WS-SORTED-FILE-NAME
003520                DELIMITED BY SIZE
003530             INTO REPORT-LINE
003540     END-IF.
003550     IF WS-RESTATE
003560         MOVE "*** RESTATED TO THE CURRENT REGION STRUCTURE ***"
003570             TO REPORT-LINE(42:48)
003580     END-IF.
003590     WRITE REPORT-LINE.
003600     ADD 1 TO WS-LINE-COUNT.
003610 4110-EXIT.
003620     EXIT.
