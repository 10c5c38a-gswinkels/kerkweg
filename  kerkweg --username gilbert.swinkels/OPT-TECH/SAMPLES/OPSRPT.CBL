000220*                 WRITES: TIMESTAMP(14) JOB(8) OPR= IN= OUT=
000230*                 RECS= RETCODE=, SO THE FIXED FIELDS ARE TAKEN
000240*                 BY POSITION AND THE TRIMMED ONES BY KEYWORD.
000241*
000242*10/15/2026  GS   THE FINISHED OPSRPT.RPT IS NOW FILED IN THE
000243*                 REPORT REPOSITORY THROUGH RPTSAVE, SO IT CAN
000244*                 STILL BE LISTED AND REPRINTED FROM OPSMENU AFTER
000245*                 THE NEXT RUN OVERWRITES IT.
000250*
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000900 01  WS-RECS-EDIT              PIC ZZZ,ZZZ,ZZ9.
000910 01  WS-ERRMSG-RET-CODE        PIC 9(05).
000920 01  WS-ERRMSG-MESSAGE         PIC X(60).
000921*
000922*    NAME AND KEYS THE FINISHED REPORT IS FILED UNDER IN THE
000923*    REPORT REPOSITORY.  A BLANK ENTITY IS RESOLVED BY RPTSAVE.
000924 01  WS-REPO-NAME              PIC X(15) VALUE "OPSRPT.RPT".
000925 01  WS-REPO-JOB               PIC X(08) VALUE "OPSRPT".
000926 01  WS-REPO-ENTITY            PIC X(04) VALUE SPACES.
000927 01  WS-REPO-STATUS            PIC 9(02).
000930*
000940 PROCEDURE DIVISION.
000950*
001160     PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT.
001170     PERFORM 4000-PRINT-EXCEPTIONS THRU 4000-EXIT.
001180     CLOSE REPORT-FILE.
001181     CALL "RPTSAVE" USING WS-REPO-NAME, WS-REPO-JOB,
001182                          WS-REPO-ENTITY, WS-REPO-STATUS.
001183     IF WS-REPO-STATUS NOT = ZERO
001184         DISPLAY "OPSRPT - REPORT NOT FILED IN THE",
001185             " REPOSITORY, STATUS ", WS-REPO-STATUS
001186     END-IF.
001190     DISPLAY "OPSRPT - REPORT WRITTEN TO OPSRPT.RPT FOR ",
001200         WS-REPORT-DATE.
001210     MOVE 0 TO RETURN-CODE.
