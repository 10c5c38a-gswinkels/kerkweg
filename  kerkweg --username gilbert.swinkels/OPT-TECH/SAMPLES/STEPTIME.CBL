000220*                 START IS LOGGED WITH ELAPSED 0 RATHER THAN
000230*                 FAILING THE RUN -- TIMING IS INSTRUMENTATION,
000240*                 NEVER A REASON TO ABEND A PRODUCTION JOB.
000241*
000242*10/15/2026  GS   ADDED A QUERY PHASE ("Q"): HANDS BACK IN THE
000243*                 STEP NAME THE LAST STAGE STARTED IN THIS RUN
000244*                 UNIT, WHATEVER ITS JOB, AND WRITES NOTHING TO
000245*                 THE LOG.  INCIDENT USES IT TO NAME THE STEP A
000246*                 FAILED RUN WAS IN WHEN IT WENT WRONG.
000250*
000260*---------------------------------------------------------------*
000270*LOG LINE FORMAT (STEPTIME.LOG, APPENDED PER CALL)               *
000630         10  WS-STAGE-OPEN-SW  PIC X(01).
000640             88  WS-STAGE-OPEN     VALUE "Y".
000650*
000655 01  WS-LAST-STEP              PIC X(08) VALUE SPACES.
000660 01  WS-STAGE-SUB              PIC 9(02) COMP-5.
000670 01  WS-HIT-SUB                PIC 9(02) COMP-5.
000680 01  WS-NOW-SECONDS            PIC 9(07) COMP-5.
000760 01  LK-PHASE                  PIC X(01).
000770     88  LK-PHASE-START            VALUE "S".
000780     88  LK-PHASE-END              VALUE "E".
000785     88  LK-PHASE-QUERY            VALUE "Q".
000790 01  LK-STEPTIME-STATUS        PIC 9(02).
000800     88  LK-STEPTIME-OK            VALUE 0.
000810     88  LK-STEPTIME-WRITE-FAILED  VALUE 4.
000860                          LK-STEPTIME-STATUS.
000870*
000880 0000-MAINLINE.
000881     IF LK-PHASE-QUERY
000882         MOVE WS-LAST-STEP TO LK-STEP-NAME
000883         SET LK-STEPTIME-OK TO TRUE
000884         GO TO 0000-EXIT
000885     END-IF.
000890     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
000900     COMPUTE WS-NOW-SECONDS =
000910         FUNCTION NUMVAL(WS-TIMESTAMP(9:2)) * 3600
001050*    ONE IS FREE SO REPEATED STAGES IN A LONG CHAIN DON'T RUN
001060*    THE TABLE OUT.
001070 1000-OPEN-STAGE.
001075     MOVE LK-STEP-NAME TO WS-LAST-STEP.
001080     MOVE 0 TO WS-HIT-SUB.
001090     PERFORM 1100-FIND-FREE-SLOT THRU 1100-EXIT
001100         VARYING WS-STAGE-SUB FROM 1 BY 1
