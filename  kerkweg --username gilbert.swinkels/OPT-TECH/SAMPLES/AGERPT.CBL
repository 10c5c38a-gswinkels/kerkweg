000220*                 HDRCHK USES.  INPUT DEFAULTS TO SORTED.DAT,
000230*                 REPOINTABLE VIA AGE-INFILE.  WRITTEN TO
000240*                 AGERPT.RPT.
000241*
000242*10/15/2026  GS   THE FINISHED AGERPT.RPT IS NOW FILED IN THE
000243*                 REPORT REPOSITORY THROUGH RPTSAVE, SO IT CAN
000244*                 STILL BE LISTED AND REPRINTED FROM OPSMENU AFTER
000245*                 THE NEXT RUN OVERWRITES IT.
000246*
000247*10/15/2026  GS   EACH AGED ITEM ON AGERPT.RPT NOW ALSO CARRIES
000248*                 ITS TRANSACTION REFERENCE.
000250*
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000990 01  WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
001000     05  WS-BUCKET-NAME        PIC X(08) OCCURS 4 TIMES.
001010 COPY SAMPREC.
001011*
001012*    NAME AND KEYS THE FINISHED REPORT IS FILED UNDER IN THE
001013*    REPORT REPOSITORY.  A BLANK ENTITY IS RESOLVED BY RPTSAVE.
001014 01  WS-REPO-NAME              PIC X(15) VALUE "AGERPT.RPT".
001015 01  WS-REPO-JOB               PIC X(08) VALUE "AGERPT".
001016 01  WS-REPO-ENTITY            PIC X(04) VALUE SPACES.
001017 01  WS-REPO-STATUS            PIC 9(02).
001020*
001030 PROCEDURE DIVISION.
001040*
001380         UNTIL WS-RGN-IDX > WS-RGN-COUNT.
001390     PERFORM 7000-WRITE-GRAND-TOTALS THRU 7000-EXIT.
001400     CLOSE EXCP-FILE, REPORT-FILE.
001401     CALL "RPTSAVE" USING WS-REPO-NAME, WS-REPO-JOB,
001402                          WS-REPO-ENTITY, WS-REPO-STATUS.
001403     IF WS-REPO-STATUS NOT = ZERO
001404         DISPLAY "AGERPT - REPORT NOT FILED IN THE",
001405             " REPOSITORY, STATUS ", WS-REPO-STATUS
001406     END-IF.
001410     MOVE WS-AGED-COUNT TO WS-COUNT-EDIT.
001420     DISPLAY "AGERPT - ITEMS OVER 90 DAYS = ", WS-COUNT-EDIT.
001430     MOVE 0 TO RETURN-CODE.
002400            " " SAMP-REGION-CODE
002410            " DAYS " WS-AGE-EDIT
002420            " " WS-AMOUNT-EDIT
002425            " REF " SAMP-TXN-REFERENCE
002430            DELIMITED BY SIZE
002440         INTO REPORT-LINE.
002450     WRITE REPORT-LINE.
