000300*                 INPUT DEFAULTS TO SORTED.DAT, REPOINTABLE VIA
000310*                 THE NET-INFILE ENVIRONMENT VARIABLE.  REPORT
000320*                 TO NETRPT.RPT.
000321*
000322*10/15/2026  GS   THE FINISHED NETRPT.RPT IS NOW FILED IN THE
000323*                 REPORT REPOSITORY THROUGH RPTSAVE, SO IT CAN
000324*                 STILL BE LISTED AND REPRINTED FROM OPSMENU AFTER
000325*                 THE NEXT RUN OVERWRITES IT.
000330*
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
001010 01  WS-AMOUNT-EDIT            PIC Z,ZZZ,ZZZ,ZZ9.99-.
001020 01  WS-TIMESTAMP              PIC X(21).
001030 COPY SAMPREC.
001031*
001032*    NAME AND KEYS THE FINISHED REPORT IS FILED UNDER IN THE
001033*    REPORT REPOSITORY.  A BLANK ENTITY IS RESOLVED BY RPTSAVE.
001034 01  WS-REPO-NAME              PIC X(15) VALUE "NETRPT.RPT".
001035 01  WS-REPO-JOB               PIC X(08) VALUE "NETRPT".
001036 01  WS-REPO-ENTITY            PIC X(04) VALUE SPACES.
001037 01  WS-REPO-STATUS            PIC 9(02).
001040*
001050 PROCEDURE DIVISION.
001060*
001260     PERFORM 3000-FLUSH-ACCOUNT THRU 3000-EXIT.
001270     PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT.
001280     CLOSE SORTED-FILE, EXCP-FILE, REPORT-FILE.
001281     CALL "RPTSAVE" USING WS-REPO-NAME, WS-REPO-JOB,
001282                          WS-REPO-ENTITY, WS-REPO-STATUS.
001283     IF WS-REPO-STATUS NOT = ZERO
001284         DISPLAY "NETRPT - REPORT NOT FILED IN THE",
001285             " REPOSITORY, STATUS ", WS-REPO-STATUS
001286     END-IF.
001290     MOVE WS-NEGATIVE-COUNT TO WS-COUNT-EDIT.
001300     DISPLAY "NETRPT - ACCOUNTS GONE NEGATIVE = ", WS-COUNT-EDIT.
001310     MOVE 0 TO RETURN-CODE.
