000780*                 AND AUDIT.LOG AS SKIPPED, NEVER SILENTLY
000790*                 ABSENT.
000800*
000801*10/15/2026  GS   EACH STEP'S INFILE IS NOW STAMPED WITH ITS
000801*                 TRANSACTION REFERENCES BY TXNREF ONCE HDRCHK AND
000801*                 TRLRCHK ACCEPT IT, THE SAME WAY THE STANDALONE
000801*                 DRIVERS NOW DO.
000801*
000801*10/15/2026  GS   BEFORE ANY STEP RUNS, THE SETTINGS THIS RUN IS
000801*                 ABOUT TO USE ARE CHECKED BY RUNPCHK AGAINST THE
000801*                 APPROVED RUN PROFILE FOR THE JOB (SORT-JOBNAME,
000801*                 OR "XCHAIN" IF THAT IS NOT SET) AND RECORDED IN
000801*                 RUNSET.LOG.  A RUN THAT BREAKS ITS PROFILE, OR
000802*                 HAS NONE, IS REFUSED: NOTIFY IS CALLED WITH THE
000803*                 REFUSAL AND THE RUNPCHK STATUS BECOMES THIS
000804*                 JOB'S RETURN-CODE.
000806*
000810*---------------------------------------------------------------*
000820*CHAIN CONTROL FILE FORMAT (ONE STEP PER LINE)                   *
000830*    POSITIONS  1-15  PARM FILE NAME FOR THIS STEP               *
001750 01  PARMLOAD-STATUS          PIC 9(02) COMP-5.
001760*WS-EXPECTED-DATE/HDR-STATUS ARE USED BY HDRCHK, WHICH
001770*VALIDATES THE EXTRACT HEADER RECORD AT THE FRONT OF EACH
001780*STEP'S INFILE BEFORE TRLRCHK RUNS.  TXNREF-COUNT/TXNREF-STATUS
001782*ARE SET BY TXNREF, WHICH THEN STAMPS EACH DETAIL RECORD WITH
001785*ITS TRANSACTION REFERENCE.
001790 01  WS-EXPECTED-DATE         PIC X(08) VALUE SPACES.
001800 01  HDR-STATUS               PIC 9(02).
001810 01  EXPECTED-COUNT           PIC 9(07).
001820 01  ACTUAL-COUNT             PIC 9(07).
001830 01  RECON-STATUS             PIC 9(02).
001832 01  TXNREF-COUNT             PIC 9(07).
001834 01  TXNREF-STATUS            PIC 9(02).
001840 01  REPORT-STATUS            PIC 9(02).
001850 01  CSV-STATUS               PIC 9(02).
001860 01  WS-JOB-NAME              PIC X(08).
002430 01  QA-AFTER-COUNT           PIC 9(07).
002440 01  QA-RECON-STATUS          PIC 9(02).
002450     88  QA-RECON-OK              VALUE 0.
002451*PROFILE-JOB-NAME/RUNPCHK-STATUS ARE USED BY RUNPCHK, WHICH
002452*CHECKS THIS RUN'S SETTINGS AGAINST THE JOB'S APPROVED RUN
002453*PROFILE BEFORE THE FIRST STEP.
002454 01  PROFILE-JOB-NAME         PIC X(08).
002455 01  RUNPCHK-STATUS           PIC 9(02).
002456     88  RUNPCHK-OK               VALUE 0.
002457 01  RUNPCHK-RETCODE          PIC 9(05).
002460*
002470 PROCEDURE DIVISION.
002480*
002490 0000-MAINLINE.
002495     PERFORM 0050-CHECK-RUN-PROFILE THRU 0050-EXIT.
002500     MOVE SPACES TO WS-CHAIN-CTL-NAME.
002510     ACCEPT WS-CHAIN-CTL-NAME FROM ENVIRONMENT "CHAIN-CTL-FILE".
002520     IF WS-CHAIN-CTL-NAME = SPACES
002730     END-IF.
002740     MOVE WS-WORST-RETCODE TO RETURN-CODE.
002750     STOP RUN.
002751*
002752*    A RUN WHOSE SETTINGS BREAK THE JOB'S APPROVED PROFILE, OR
002753*    WHOSE JOB HAS NO PROFILE, IS REFUSED BEFORE ANY STEP RUNS.
002754 0050-CHECK-RUN-PROFILE.
002755     MOVE SPACES TO PROFILE-JOB-NAME.
002756     ACCEPT PROFILE-JOB-NAME FROM ENVIRONMENT "SORT-JOBNAME".
002757     IF PROFILE-JOB-NAME = SPACES
002758         MOVE WS-CHAIN-JOB-NAME TO PROFILE-JOB-NAME
002759     END-IF.
002759     CALL "RUNPCHK" USING PROFILE-JOB-NAME,
002759                           RUNPCHK-STATUS.
002759     IF RUNPCHK-OK
002759         GO TO 0050-EXIT
002759     END-IF.
002759     DISPLAY "XCHAIN - RUN REFUSED, SETTINGS DO NOT MATCH THE ",
002759         "APPROVED RUN PROFILE FOR ", PROFILE-JOB-NAME.
002759     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "SORT-OPERATOR".
002759     MOVE RUNPCHK-STATUS TO RUNPCHK-RETCODE.
002759     CALL "NOTIFY" USING PROFILE-JOB-NAME,
002759                          WS-OPERATOR-ID,
002759                          RUNPCHK-RETCODE,
002759                          NOTIFY-STATUS.
002759     MOVE RUNPCHK-STATUS TO RETURN-CODE.
002759     STOP RUN.
002759 0050-EXIT.
002759     EXIT.
002760*
002770*    READS XCHAIN.CKP, WRITTEN BY 0200-SAVE-CHAIN-CKPT AFTER
002780*    EACH CLEAN STEP.  A CHECKPOINT FOR A DIFFERENT CHAIN
005060         MOVE RECON-STATUS TO RETCODE
005070         GO TO 2000-WRAPUP
005080     END-IF.
005081     CALL "TXNREF" USING INFILE, TXNREF-COUNT, TXNREF-STATUS.
005082     IF TXNREF-STATUS NOT = ZERO
005083         DISPLAY "XCHAIN - TRANSACTION REFERENCES NOT STAMPED, ",
005084             "STEP ", WS-STEP-NUM-DISP
005085         MOVE TXNREF-STATUS TO RETCODE
005086         GO TO 2000-WRAPUP
005087     END-IF.
005090     CALL "CTLPARSE" USING CTLSTMT,
005100                            CTL-KEY-TABLE,
005110                            CTL-OPTIONS,
