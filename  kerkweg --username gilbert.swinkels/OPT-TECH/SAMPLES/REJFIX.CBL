000280*                 SORT-WORKPREFIX SET FOR THE JOB FINDS THE SAME
000290*                 QUALIFIED REJECT FILE KEYVAL WROTE.
000300*
000301*10/15/2026  GS   THE FINISHED REJFIX.RPT IS NOW FILED IN THE
000301*                 REPORT REPOSITORY THROUGH RPTSAVE, SO IT CAN
000301*                 STILL BE LISTED AND REPRINTED FROM OPSMENU AFTER
000301*                 THE NEXT RUN OVERWRITES IT.
000301*
000301*10/15/2026  GS   RESUBMIT.DAT IS NOW WRITTEN AS LAYOUT 03.  A
000302*                 REPAIRED RECORD KEEPS THE TRANSACTION REFERENCE
000303*                 IT WAS REJECTED WITH, SO THE RESUBMISSION IS
000304*                 STILL THE SAME TRANSACTION, AND THE REGISTER
000305*                 SHOWS EACH REJECT'S REFERENCE.
000310*
000320*---------------------------------------------------------------*
000330*CORRECTION TRANSACTION FILE FORMAT (REPAIR.TRN, ONE PER LINE)   *
001140 01  WS-COUNT-EDIT             PIC ZZZZZZ9.
001150 01  WS-TIMESTAMP              PIC X(21).
001160 COPY SAMPREC.
001161*
001162*    NAME AND KEYS THE FINISHED REPORT IS FILED UNDER IN THE
001163*    REPORT REPOSITORY.  A BLANK ENTITY IS RESOLVED BY RPTSAVE.
001164 01  WS-REPO-NAME              PIC X(15) VALUE "REJFIX.RPT".
001165 01  WS-REPO-JOB               PIC X(08) VALUE "REJFIX".
001166 01  WS-REPO-ENTITY            PIC X(04) VALUE SPACES.
001167 01  WS-REPO-STATUS            PIC 9(02).
001170*
001180 PROCEDURE DIVISION.
001190*
001420     PERFORM 4000-WRITE-TRAILER THRU 4000-EXIT.
001430     PERFORM 5000-WRITE-REGISTER-TOTALS THRU 5000-EXIT.
001440     CLOSE REJECT-FILE, RESUBMIT-FILE, REGISTER-FILE.
001441     CALL "RPTSAVE" USING WS-REPO-NAME, WS-REPO-JOB,
001442                          WS-REPO-ENTITY, WS-REPO-STATUS.
001443     IF WS-REPO-STATUS NOT = ZERO
001444         DISPLAY "REJFIX - REPORT NOT FILED IN THE",
001445             " REPOSITORY, STATUS ", WS-REPO-STATUS
001446     END-IF.
001450     MOVE WS-FIXED-COUNT TO WS-COUNT-EDIT.
001460     DISPLAY "REJFIX - RECORDS REPAIRED    = ", WS-COUNT-EDIT.
001470     MOVE WS-OUTSTANDING-COUNT TO WS-COUNT-EDIT.
002020     MOVE SPACES TO REGISTER-LINE.
002030     MOVE "    SEQ OLD ACCOUNT  NEW ACCOUNT  FIXED BY DISP"
002040         TO REGISTER-LINE.
002045     MOVE "TXN REFERENCE" TO REGISTER-LINE(55:13).
002050     WRITE REGISTER-LINE.
002060 2000-EXIT.
002070     EXIT.
002140     MOVE "HDR " TO SAMP-HEADER-ID.
002150     MOVE WS-TIMESTAMP(1:8) TO SAMP-HEADER-EXTRACT-DATE.
002160     MOVE "REJFIX" TO SAMP-HEADER-SOURCE-SYS.
002170     MOVE "03" TO SAMP-HEADER-LAYOUT-VER.
002180     MOVE 82 TO WS-RESUBMIT-REC-LEN.
002190     MOVE SAMP-HEADER-RECORD TO RESUBMIT-FILE-RECORD(1:82).
002200     WRITE RESUBMIT-FILE-RECORD.
002880            WS-REPAIR-OPR(WS-REPAIR-IDX)        DELIMITED BY SIZE
002890            " FIXED"                            DELIMITED BY SIZE
002900         INTO REGISTER-LINE.
002905     MOVE WS-RAW-RECORD(69:14) TO REGISTER-LINE(55:14).
002910     WRITE REGISTER-LINE.
002920     MOVE WS-REPAIR-NEW-ACCT(WS-REPAIR-IDX)
002930         TO WS-RAW-RECORD(1:10).
003080            "                           " DELIMITED BY SIZE
003090            "OUTSTANDING"               DELIMITED BY SIZE
003100         INTO REGISTER-LINE.
003105     MOVE WS-RAW-RECORD(69:14) TO REGISTER-LINE(55:14).
003110     WRITE REGISTER-LINE.
003120 3300-EXIT.
003130     EXIT.
