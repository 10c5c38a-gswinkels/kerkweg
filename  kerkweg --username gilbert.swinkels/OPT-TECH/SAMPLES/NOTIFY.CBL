000170*                 WITHOUT PARSING COLUMNS.  CALLED BY EACH DRIVER
000180*                 RIGHT AFTER AUDITLOG, JUST BEFORE STOP RUN, THE
000190*                 SAME WAY AUDITLOG ITSELF IS CALLED.
000191*
000192*10/15/2026  GS   EVERY ALERT NOW ALSO OPENS AN INCIDENT IN THE
000193*                 INCIDENT REGISTER THROUGH INCIDENT (OR NOTES A
000194*                 RECURRENCE ON THE ONE ALREADY OPEN FOR THE SAME
000195*                 JOB AND STEP), AND THE ALERT LINE QUOTES THE
000196*                 INCIDENT NUMBER SO THE LOG AND THE REGISTER CAN
000197*                 BE TIED TOGETHER.
000200*
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000400 01  WS-TIMESTAMP              PIC X(21).
000410 01  WS-RET-CODE-EDIT          PIC ZZZZ9.
000420 01  WS-SEVERITY               PIC X(08).
000421 01  WS-LINE-PTR               PIC 9(03) COMP-5.
000422 01  WS-INCIDENT-NUMBER        PIC 9(06) VALUE 0.
000424 01  WS-INCIDENT-STATUS        PIC 9(02).
000426     88  WS-INCIDENT-OK            VALUE 0.
000430*
000440 LINKAGE SECTION.
000450 01  LK-JOB-NAME               PIC X(08).
000560*
000570 0000-MAINLINE.
000580     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
000581     MOVE 0 TO WS-INCIDENT-NUMBER.
000582     IF LK-RET-CODE NOT = ZERO
000583         CALL "INCIDENT" USING LK-JOB-NAME, LK-OPERATOR-ID,
000584                               LK-RET-CODE, WS-INCIDENT-NUMBER,
000585                               WS-INCIDENT-STATUS
000586         IF NOT WS-INCIDENT-OK
000587             DISPLAY "NOTIFY - INCIDENT REGISTER NOT UPDATED,",
000588                 " STATUS ", WS-INCIDENT-STATUS
000589         END-IF
000589     END-IF.
000590     OPEN EXTEND NOTIFY-FILE.
000600     IF WS-NOTIFY-FILE-NOT-FOUND
000610         OPEN OUTPUT NOTIFY-FILE
000710     END-IF.
000720     MOVE LK-RET-CODE TO WS-RET-CODE-EDIT.
000730     MOVE SPACES TO NOTIFY-LINE.
000735     MOVE 1 TO WS-LINE-PTR.
000740     STRING WS-TIMESTAMP(1:14)          DELIMITED BY SIZE
000750            " "                         DELIMITED BY SIZE
000760            WS-SEVERITY                 DELIMITED BY SIZE
000800            LK-OPERATOR-ID              DELIMITED BY SIZE
000810            " RETCODE="                 DELIMITED BY SIZE
000820            FUNCTION TRIM(WS-RET-CODE-EDIT) DELIMITED BY SIZE
000830         INTO NOTIFY-LINE WITH POINTER WS-LINE-PTR.
000831     IF WS-INCIDENT-NUMBER NOT = ZERO
000832         STRING " INCIDENT="                DELIMITED BY SIZE
000834                WS-INCIDENT-NUMBER          DELIMITED BY SIZE
000835             INTO NOTIFY-LINE WITH POINTER WS-LINE-PTR
000836     END-IF.
000840     WRITE NOTIFY-LINE.
000850     CLOSE NOTIFY-FILE.
000860     SET LK-NOTIFY-OK TO TRUE.
