000320*                 TO S(1,10,C,A); ALL THREE CAN BE REPOINTED
000330*                 THROUGH THE GEN-NEWFILE, GEN-OLDFILE, AND
000340*                 GEN-CTLSTMT ENVIRONMENT VARIABLES.
000341*
000342*10/15/2026  GS   THE FINISHED GENDELTA.RPT IS NOW FILED IN THE
000343*                 REPORT REPOSITORY THROUGH RPTSAVE, SO IT CAN
000344*                 STILL BE LISTED AND REPRINTED FROM OPSMENU AFTER
000345*                 THE NEXT RUN OVERWRITES IT.
000350*
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
001180 01  WS-TIMESTAMP              PIC X(21).
001190 COPY SAMPREC.
001200 COPY CTLSPEC.
001201*
001202*    NAME AND KEYS THE FINISHED REPORT IS FILED UNDER IN THE
001203*    REPORT REPOSITORY.  A BLANK ENTITY IS RESOLVED BY RPTSAVE.
001204 01  WS-REPO-NAME              PIC X(15) VALUE "GENDELTA.RPT".
001205 01  WS-REPO-JOB               PIC X(08) VALUE "GENDELTA".
001206 01  WS-REPO-ENTITY            PIC X(04) VALUE SPACES.
001207 01  WS-REPO-STATUS            PIC 9(02).
001210*
001220 PROCEDURE DIVISION.
001230*
001690         UNTIL NOT WS-NEW-PRESENT AND NOT WS-OLD-PRESENT.
001700     PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT.
001710     CLOSE NEW-FILE, OLD-FILE, REPORT-FILE.
001711     CALL "RPTSAVE" USING WS-REPO-NAME, WS-REPO-JOB,
001712                          WS-REPO-ENTITY, WS-REPO-STATUS.
001713     IF WS-REPO-STATUS NOT = ZERO
001714         DISPLAY "GENDELTA - REPORT NOT FILED IN THE",
001715             " REPOSITORY, STATUS ", WS-REPO-STATUS
001716     END-IF.
001720     MOVE 0 TO RETURN-CODE.
001730     STOP RUN.
001740*
