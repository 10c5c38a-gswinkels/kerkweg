000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    INCIDENT.
000030 AUTHOR.        G. SWINKELS, DATA PROCESSING.
000040 INSTALLATION.  DATA PROCESSING DEPT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*MODIFICATION HISTORY
000090*--------------------
000100*10/15/2026  GS   ORIGINAL.  OPENS AN INCIDENT IN THE INCIDENT
000110*                 REGISTER (INCIDENT.DAT, LAYOUT IN INCREC) FOR
000120*                 A RUN THAT ENDED WITH A NON-ZERO RETURN CODE,
000130*                 WAS HELD BY VOLCHK OR ABENDED, SO WHAT HAPPENED
000140*                 NEXT IS RECORDED RATHER THAN REMEMBERED.
000150*                 CALLED BY NOTIFY FOR EVERY ALERT.  THE FAILING
000160*                 STEP IS THE LAST STAGE STAMPED THROUGH
000170*                 STEPTIME IN THIS RUN UNIT AND THE MESSAGE IS
000180*                 ERRMSG'S TEXT FOR THE RETURN CODE.  WHEN AN
000190*                 INCIDENT IS ALREADY OPEN FOR THE SAME JOB AND
000200*                 STEP -- A RETRY, OR THE SAME FAILURE AGAIN
000210*                 TOMORROW -- NO SECOND INCIDENT IS OPENED; THE
000220*                 RECURRENCE IS ADDED AS A NOTE (INCNOTE.DAT) ON
000230*                 THE ONE ALREADY OPEN.  THE INCIDENT NUMBER IS
000240*                 HANDED BACK SO NOTIFY CAN QUOTE IT.  LIKE
000250*                 NOTIFY ITSELF, A REGISTER THAT CANNOT BE
000260*                 WRITTEN IS REPORTED IN THE STATUS AND NEVER
000270*                 STOPS THE RUN.
000280*
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER.  IBM-PC.
000320 OBJECT-COMPUTER.  IBM-PC.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT INCIDENT-FILE ASSIGN TO "INCIDENT.DAT"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-INCIDENT-FILE-STATUS.
000380     SELECT NOTE-FILE ASSIGN TO "INCNOTE.DAT"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-NOTE-FILE-STATUS.
000410*
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  INCIDENT-FILE.
000450 01  INCIDENT-FILE-RECORD        PIC X(216).
000460 FD  NOTE-FILE.
000470 01  NOTE-FILE-RECORD            PIC X(91).
000480*
000490 WORKING-STORAGE SECTION.
000500 01  WS-INCIDENT-FILE-STATUS   PIC X(02).
000510     88  WS-INCIDENT-FILE-OK       VALUE "00".
000520     88  WS-INCIDENT-FILE-EOF      VALUE "10".
000530     88  WS-INCIDENT-NOT-FOUND     VALUE "35".
000540 01  WS-NOTE-FILE-STATUS       PIC X(02).
000550     88  WS-NOTE-FILE-OK           VALUE "00".
000560     88  WS-NOTE-NOT-FOUND         VALUE "35".
000570 01  WS-TIMESTAMP              PIC X(21).
000580 01  WS-STEP-NAME              PIC X(08).
000590 01  WS-STEP-PHASE             PIC X(01) VALUE "Q".
000600 01  WS-STEPTIME-STATUS        PIC 9(02).
000610 01  WS-MESSAGE                PIC X(60).
000620 01  WS-HIGH-NUMBER            PIC 9(06).
000630 01  WS-OPEN-NUMBER            PIC 9(06).
000640 01  WS-RET-CODE-EDIT          PIC ZZZZ9.
000650 COPY INCREC.
000660*
000670 LINKAGE SECTION.
000680 01  LK-JOB-NAME               PIC X(08).
000690 01  LK-OPERATOR-ID            PIC X(08).
000700 01  LK-RET-CODE               PIC 9(05).
000710 01  LK-INCIDENT-NUMBER        PIC 9(06).
000720 01  LK-INCIDENT-STATUS        PIC 9(02).
000730     88  LK-INCIDENT-OK            VALUE 0.
000740     88  LK-INCIDENT-WRITE-FAILED  VALUE 4.
000750*
000760 PROCEDURE DIVISION USING LK-JOB-NAME,
000770                          LK-OPERATOR-ID,
000780                          LK-RET-CODE,
000790                          LK-INCIDENT-NUMBER,
000800                          LK-INCIDENT-STATUS.
000810*
000820 0000-MAINLINE.
000830     SET LK-INCIDENT-OK TO TRUE.
000840     MOVE 0 TO LK-INCIDENT-NUMBER.
000850     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
000860     MOVE SPACES TO WS-STEP-NAME.
000870     CALL "STEPTIME" USING LK-JOB-NAME, WS-STEP-NAME,
000880                           WS-STEP-PHASE, WS-STEPTIME-STATUS.
000890     IF WS-STEP-NAME = SPACES
000900         MOVE "JOB" TO WS-STEP-NAME
000910     END-IF.
000920     CALL "ERRMSG" USING LK-RET-CODE, WS-MESSAGE.
000930     PERFORM 1000-SCAN-REGISTER THRU 1000-EXIT.
000940     IF WS-OPEN-NUMBER > 0
000950         MOVE WS-OPEN-NUMBER TO LK-INCIDENT-NUMBER
000960         PERFORM 3000-NOTE-RECURRENCE THRU 3000-EXIT
000970     ELSE
000980         PERFORM 2000-OPEN-INCIDENT THRU 2000-EXIT
000990     END-IF.
001000 0000-EXIT.
001010     GOBACK.
001020*
001030*    FINDS THE HIGHEST INCIDENT NUMBER ISSUED SO FAR AND ANY
001040*    INCIDENT STILL OPEN FOR THIS JOB AND STEP.  NO
001050*    INCIDENT.DAT YET MEANS NO INCIDENT HAS EVER BEEN OPENED.
001060 1000-SCAN-REGISTER.
001070     MOVE 0 TO WS-HIGH-NUMBER.
001080     MOVE 0 TO WS-OPEN-NUMBER.
001090     OPEN INPUT INCIDENT-FILE.
001100     IF NOT WS-INCIDENT-FILE-OK
001110         GO TO 1000-EXIT
001120     END-IF.
001130     PERFORM 1100-SCAN-ONE-INCIDENT THRU 1100-EXIT
001140         UNTIL WS-INCIDENT-FILE-EOF.
001150     CLOSE INCIDENT-FILE.
001160 1000-EXIT.
001170     EXIT.
001180*
001190 1100-SCAN-ONE-INCIDENT.
001200     READ INCIDENT-FILE
001210         AT END
001220             GO TO 1100-EXIT
001230     END-READ.
001240     IF INCIDENT-FILE-RECORD = SPACES
001250         GO TO 1100-EXIT
001260     END-IF.
001270     MOVE INCIDENT-FILE-RECORD TO INC-RECORD.
001280     IF INC-NUMBER > WS-HIGH-NUMBER
001290         MOVE INC-NUMBER TO WS-HIGH-NUMBER
001300     END-IF.
001310     IF INC-IS-OPEN
001320         AND INC-JOB-NAME = LK-JOB-NAME
001330         AND INC-STEP-NAME = WS-STEP-NAME
001340         MOVE INC-NUMBER TO WS-OPEN-NUMBER
001350     END-IF.
001360 1100-EXIT.
001370     EXIT.
001380*
001390 2000-OPEN-INCIDENT.
001400     OPEN EXTEND INCIDENT-FILE.
001410     IF WS-INCIDENT-NOT-FOUND
001420         OPEN OUTPUT INCIDENT-FILE
001430     END-IF.
001440     IF NOT WS-INCIDENT-FILE-OK
001450         SET LK-INCIDENT-WRITE-FAILED TO TRUE
001460         GO TO 2000-EXIT
001470     END-IF.
001480     MOVE SPACES TO INC-RECORD.
001490     ADD 1 TO WS-HIGH-NUMBER GIVING INC-NUMBER.
001500     SET INC-IS-OPEN TO TRUE.
001510     MOVE LK-JOB-NAME TO INC-JOB-NAME.
001520     MOVE WS-STEP-NAME TO INC-STEP-NAME.
001530     MOVE LK-RET-CODE TO INC-RET-CODE.
001540     MOVE LK-OPERATOR-ID TO INC-OPERATOR-ID.
001550     MOVE WS-TIMESTAMP(1:14) TO INC-OPENED-AT.
001560     MOVE WS-MESSAGE TO INC-MESSAGE.
001570     MOVE INC-RECORD TO INCIDENT-FILE-RECORD.
001580     WRITE INCIDENT-FILE-RECORD.
001590     CLOSE INCIDENT-FILE.
001600     MOVE INC-NUMBER TO LK-INCIDENT-NUMBER.
001610 2000-EXIT.
001620     EXIT.
001630*
001640 3000-NOTE-RECURRENCE.
001650     OPEN EXTEND NOTE-FILE.
001660     IF WS-NOTE-NOT-FOUND
001670         OPEN OUTPUT NOTE-FILE
001680     END-IF.
001690     IF NOT WS-NOTE-FILE-OK
001700         SET LK-INCIDENT-WRITE-FAILED TO TRUE
001710         GO TO 3000-EXIT
001720     END-IF.
001730     MOVE LK-RET-CODE TO WS-RET-CODE-EDIT.
001740     MOVE SPACES TO INC-NOTE-RECORD.
001750     MOVE WS-OPEN-NUMBER TO INC-NOTE-NUMBER.
001760     MOVE WS-TIMESTAMP(1:14) TO INC-NOTE-AT.
001770     MOVE LK-OPERATOR-ID TO INC-NOTE-OPERATOR.
001780     STRING "FAILED AGAIN, RETURN CODE "  DELIMITED BY SIZE
001790            FUNCTION TRIM(WS-RET-CODE-EDIT) DELIMITED BY SIZE
001800            " - "                         DELIMITED BY SIZE
001810            WS-MESSAGE                    DELIMITED BY SIZE
001820         INTO INC-NOTE-TEXT.
001830     MOVE INC-NOTE-RECORD TO NOTE-FILE-RECORD.
001840     WRITE NOTE-FILE-RECORD.
001850     CLOSE NOTE-FILE.
001860 3000-EXIT.
001870     EXIT.
