000170*                 STEP-DATE ENVIRONMENT VARIABLE (CCYYMMDD) AND
000180*                 DEFAULTS TO TODAY, THE SAME CONVENTION OPSRPT
000190*                 USES FOR OPS-DATE.
000191*
000192*10/15/2026  GS   THE FINISHED STEPRPT.RPT IS NOW FILED IN THE
000193*                 REPORT REPOSITORY THROUGH RPTSAVE, SO IT CAN
000194*                 STILL BE LISTED AND REPRINTED FROM OPSMENU AFTER
000195*                 THE NEXT RUN OVERWRITES IT.
000200*
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000630 01  WS-ELAPSED-EDIT           PIC ZZZ,ZZ9.
000640 01  WS-TOTAL-EDIT             PIC ZZZ,ZZZ,ZZ9.
000650 01  WS-RUNS-EDIT              PIC ZZZ9.
000651*
000652*    NAME AND KEYS THE FINISHED REPORT IS FILED UNDER IN THE
000653*    REPORT REPOSITORY.  A BLANK ENTITY IS RESOLVED BY RPTSAVE.
000654 01  WS-REPO-NAME              PIC X(15) VALUE "STEPRPT.RPT".
000655 01  WS-REPO-JOB               PIC X(08) VALUE "STEPRPT".
000656 01  WS-REPO-ENTITY            PIC X(04) VALUE SPACES.
000657 01  WS-REPO-STATUS            PIC 9(02).
000660*
000670 PROCEDURE DIVISION.
000680*
000970     CLOSE TIMING-FILE.
000980     PERFORM 3000-PRINT-ROLLUP THRU 3000-EXIT.
000990     CLOSE REPORT-FILE.
000991     CALL "RPTSAVE" USING WS-REPO-NAME, WS-REPO-JOB,
000992                          WS-REPO-ENTITY, WS-REPO-STATUS.
000993     IF WS-REPO-STATUS NOT = ZERO
000994         DISPLAY "STEPRPT - REPORT NOT FILED IN THE",
000995             " REPOSITORY, STATUS ", WS-REPO-STATUS
000996     END-IF.
001000     DISPLAY "STEPRPT - REPORT WRITTEN TO STEPRPT.RPT FOR ",
001010         WS-REPORT-DATE.
001020     MOVE 0 TO RETURN-CODE.
