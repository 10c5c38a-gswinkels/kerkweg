000290*                 EBCDIC.DAT AND THE OUTPUT TO SAMP.DAT; BOTH
000300*                 CAN BE REPOINTED THROUGH THE EBC-INFILE AND
000310*                 EBC-OUTFILE ENVIRONMENT VARIABLES.
000311*
000312*10/15/2026  GS   THE FINISHED EBCIMP.RPT IS NOW FILED IN THE
000313*                 REPORT REPOSITORY THROUGH RPTSAVE, SO IT CAN
000314*                 STILL BE LISTED AND REPRINTED FROM OPSMENU AFTER
000315*                 THE NEXT RUN OVERWRITES IT.
000320*
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
001600     88  WS-SIGN-BAD               VALUE "?".
001610 01  WS-TIMESTAMP              PIC X(21).
001620 COPY SAMPREC.
001621*
001622*    NAME AND KEYS THE FINISHED REPORT IS FILED UNDER IN THE
001623*    REPORT REPOSITORY.  A BLANK ENTITY IS RESOLVED BY RPTSAVE.
001624 01  WS-REPO-NAME              PIC X(15) VALUE "EBCIMP.RPT".
001625 01  WS-REPO-JOB               PIC X(08) VALUE "EBCIMP".
001626 01  WS-REPO-ENTITY            PIC X(04) VALUE SPACES.
001627 01  WS-REPO-STATUS            PIC 9(02).
001630*
001640 PROCEDURE DIVISION.
001650*
003460         INTO REPORT-LINE.
003470     WRITE REPORT-LINE.
003480     CLOSE REPORT-FILE.
003481     CALL "RPTSAVE" USING WS-REPO-NAME, WS-REPO-JOB,
003482                          WS-REPO-ENTITY, WS-REPO-STATUS.
003483     IF WS-REPO-STATUS NOT = ZERO
003484         DISPLAY "EBCIMP - REPORT NOT FILED IN THE",
003485             " REPOSITORY, STATUS ", WS-REPO-STATUS
003486     END-IF.
003490     MOVE WS-IN-COUNT TO WS-COUNT-EDIT.
003500     DISPLAY "EBCIMP - RECORDS IN  = ", WS-COUNT-EDIT.
003510     MOVE WS-OUT-COUNT TO WS-COUNT-EDIT.
