000180*                 DISPATCHER (TESTING A SINGLE PLATFORM, A JCL
000190*                 STEP WRITTEN BEFORE XDISP EXISTED, ETC).
000200*
000201*10/15/2026  GS   BEFORE THE DRIVER IS CALLED, THE SETTINGS THIS
000201*                 RUN IS ABOUT TO USE ARE CHECKED BY RUNPCHK
000201*                 AGAINST THE APPROVED RUN PROFILE FOR THE JOB
000201*                 AND RECORDED IN RUNSET.LOG.  THE JOB IS
000201*                 SORT-JOBNAME, OR THE DRIVER'S OWN DEFAULT JOB
000201*                 NAME FOR THE PLATFORM (XMBP, XMFCOB, XRMCOB8,
000201*                 XSMFCB).  A RUN THAT BREAKS ITS PROFILE, OR HAS
000201*                 NONE, IS REFUSED: NOTIFY IS CALLED WITH THE
000201*                 REFUSAL AND THE RUNPCHK STATUS BECOMES THE
000201*                 RETURN-CODE.
000205*
000210*---------------------------------------------------------------*
000220*SORT-PLATFORM VALUES AND THE DRIVER EACH ONE SELECTS            *
000230*    MBP    - SAMP    (XMBP.COB,   CALLS SORTMBP)                *
000390     88  WS-PLATFORM-MF            VALUE "MF".
000400     88  WS-PLATFORM-RM8           VALUE "RM8".
000410     88  WS-PLATFORM-SMFCB         VALUE "SMFCB".
000411 01  WS-JOB-NAME               PIC X(08).
000412 01  WS-OPERATOR-ID            PIC X(08).
000413 01  WS-RUNPCHK-STATUS         PIC 9(02).
000414     88  WS-RUNPCHK-OK             VALUE 0.
000415 01  WS-RUNPCHK-RETCODE        PIC 9(05).
000416 01  WS-NOTIFY-STATUS          PIC 9(02).
000420*
000430 PROCEDURE DIVISION.
000440*
000480     IF WS-PLATFORM = SPACES
000490         MOVE "MBP" TO WS-PLATFORM
000500     END-IF.
000505     PERFORM 0100-CHECK-RUN-PROFILE THRU 0100-EXIT.
000510     EVALUATE TRUE
000520         WHEN WS-PLATFORM-MBP
000530             CALL "SAMP"
000680*    TERMINATES THE WHOLE RUN UNIT, SO CONTROL NORMALLY NEVER
000690*    COMES BACK HERE.  THIS STOP RUN IS JUST A SAFETY NET.
000700     STOP RUN.
000710*
000720*    A RUN WHOSE SETTINGS BREAK THE JOB'S APPROVED PROFILE, OR
000730*    WHOSE JOB HAS NO PROFILE, IS REFUSED BEFORE THE DRIVER RUNS.
000740*    AN UNRECOGNIZED PLATFORM IS LEFT FOR THE DISPATCH TO REJECT.
000750 0100-CHECK-RUN-PROFILE.
000760     MOVE SPACES TO WS-JOB-NAME.
000770     ACCEPT WS-JOB-NAME FROM ENVIRONMENT "SORT-JOBNAME".
000780     IF WS-JOB-NAME = SPACES
000790         EVALUATE TRUE
000800             WHEN WS-PLATFORM-MBP
000810                 MOVE "XMBP" TO WS-JOB-NAME
000820             WHEN WS-PLATFORM-MF
000830                 MOVE "XMFCOB" TO WS-JOB-NAME
000840             WHEN WS-PLATFORM-RM8
000850                 MOVE "XRMCOB8" TO WS-JOB-NAME
000860             WHEN WS-PLATFORM-SMFCB
000870                 MOVE "XSMFCB" TO WS-JOB-NAME
000880             WHEN OTHER
000890                 GO TO 0100-EXIT
000900         END-EVALUATE
000910     END-IF.
000920     CALL "RUNPCHK" USING WS-JOB-NAME,
000930                           WS-RUNPCHK-STATUS.
000940     IF WS-RUNPCHK-OK
000950         GO TO 0100-EXIT
000960     END-IF.
000970     DISPLAY "XDISP - RUN REFUSED, SETTINGS DO NOT MATCH THE ",
000980         "APPROVED RUN PROFILE FOR ", WS-JOB-NAME.
000990     MOVE SPACES TO WS-OPERATOR-ID.
001000     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "SORT-OPERATOR".
001010     MOVE WS-RUNPCHK-STATUS TO WS-RUNPCHK-RETCODE.
001020     CALL "NOTIFY" USING WS-JOB-NAME,
001030                          WS-OPERATOR-ID,
001040                          WS-RUNPCHK-RETCODE,
001050                          WS-NOTIFY-STATUS.
001060     MOVE WS-RUNPCHK-STATUS TO RETURN-CODE.
001070     STOP RUN.
001080 0100-EXIT.
001090     EXIT.
