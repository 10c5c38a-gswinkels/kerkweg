000220*                 PROFILE.RPT; INPUT DEFAULTS TO SAMP.DAT AND
000230*                 THE KEY SPEC TO S(1,10,C,A), REPOINTABLE VIA
000240*                 PROF-INFILE AND PROF-CTLSTMT.
000241*
000242*10/15/2026  GS   THE FINISHED PROFILE.RPT IS NOW FILED IN THE
000243*                 REPORT REPOSITORY THROUGH RPTSAVE, SO IT CAN
000244*                 STILL BE LISTED AND REPRINTED FROM OPSMENU AFTER
000245*                 THE NEXT RUN OVERWRITES IT.
000250*
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000910 01  WS-TIMESTAMP              PIC X(21).
000920 COPY SAMPREC.
000930 COPY CTLSPEC.
000931*
000932*    NAME AND KEYS THE FINISHED REPORT IS FILED UNDER IN THE
000933*    REPORT REPOSITORY.  A BLANK ENTITY IS RESOLVED BY RPTSAVE.
000934 01  WS-REPO-NAME              PIC X(15) VALUE "PROFILE.RPT".
000935 01  WS-REPO-JOB               PIC X(08) VALUE "PROFILE".
000936 01  WS-REPO-ENTITY            PIC X(04) VALUE SPACES.
000937 01  WS-REPO-STATUS            PIC 9(02).
000940*
000950 PROCEDURE DIVISION.
000960*
001250     OPEN OUTPUT REPORT-FILE.
001260     PERFORM 5000-WRITE-REPORT THRU 5000-EXIT.
001270     CLOSE REPORT-FILE.
001271     CALL "RPTSAVE" USING WS-REPO-NAME, WS-REPO-JOB,
001272                          WS-REPO-ENTITY, WS-REPO-STATUS.
001273     IF WS-REPO-STATUS NOT = ZERO
001274         DISPLAY "PROFILE - REPORT NOT FILED IN THE",
001275             " REPOSITORY, STATUS ", WS-REPO-STATUS
001276     END-IF.
001280     MOVE WS-RECORD-COUNT TO WS-COUNT-EDIT.
001290     DISPLAY "PROFILE - RECORDS PROFILED = ", WS-COUNT-EDIT.
001300     DISPLAY "PROFILE - REPORT WRITTEN TO PROFILE.RPT".
