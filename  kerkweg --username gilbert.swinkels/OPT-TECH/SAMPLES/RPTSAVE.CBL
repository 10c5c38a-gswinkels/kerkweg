000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RPTSAVE.
000030 AUTHOR.        G. SWINKELS, DATA PROCESSING.
000040 INSTALLATION.  DATA PROCESSING DEPT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*MODIFICATION HISTORY
000090*--------------------
000100*10/15/2026  GS   ORIGINAL.  FILES A COPY OF A FINISHED REPORT
000110*                 IN THE REPORT REPOSITORY, SO THE NEXT RUN
000120*                 OVERWRITING THE REPORT NO LONGER LOSES IT.
000130*                 CALLED BY EVERY PROGRAM THAT WRITES A REPORT,
000140*                 RIGHT AFTER IT CLOSES THE REPORT FILE.  THE
000150*                 REPORT IS COPIED THROUGH FILECOPY TO THE NEXT
000160*                 NUMBERED STORED FILE, RPNNNNNN.RPT, AND A LINE
000170*                 (LAYOUT IN RPTIDX) IS APPENDED TO RPTINDEX.DAT
000180*                 INDEXING IT BY REPORT NAME, RUN DATE, JOB NAME
000190*                 AND ENTITY.  THE RUN DATE IS SORT-RUNDATE, OR
000200*                 TODAY.  A BLANK JOB NAME IS TAKEN FROM
000210*                 SORT-JOBNAME THE WAY PARMLOAD TAKES IT; A
000220*                 BLANK ENTITY FROM RPT-ENTITY, OR "ALL" FOR A
000230*                 REPORT THAT COVERS EVERY ENTITY ON ENTITY.TBL.
000240*                 HOW LONG A STORED REPORT IS KEPT IS RPTPURGE'S
000250*                 BUSINESS, NOT THIS PROGRAM'S.  STATUS 0 FILED,
000260*                 4 REPORT NOT ON DISK (NOTHING FILED), 8 COPY
000270*                 FILED BUT THE INDEX COULD NOT BE WRITTEN, 16
000280*                 THE COPY COULD NOT BE WRITTEN.  A CALLER ONLY
000290*                 DISPLAYS A NON-ZERO STATUS; A REPORT THAT
000300*                 COULD NOT BE FILED NEVER FAILS THE RUN THAT
000310*                 PRODUCED IT.
000320*
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.  IBM-PC.
000360 OBJECT-COMPUTER.  IBM-PC.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT INDEX-FILE ASSIGN TO "RPTINDEX.DAT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-INDEX-FILE-STATUS.
000420*
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  INDEX-FILE.
000460 01  INDEX-FILE-RECORD           PIC X(84).
000470*
000480 WORKING-STORAGE SECTION.
000490 01  WS-INDEX-FILE-STATUS      PIC X(02).
000500     88  WS-INDEX-FILE-OK          VALUE "00".
000510     88  WS-INDEX-FILE-EOF         VALUE "10".
000520     88  WS-INDEX-FILE-NOT-FOUND   VALUE "35".
000530 01  WS-ENV-VALUE              PIC X(15).
000540 01  WS-TIMESTAMP              PIC X(21).
000550 01  WS-RUN-DATE               PIC X(08).
000560 01  WS-JOB-NAME               PIC X(08).
000570 01  WS-ENTITY                 PIC X(04).
000580 01  WS-LAST-SEQUENCE          PIC 9(06) VALUE 0.
000590 01  WS-STORED-NAME            PIC X(15).
000600 01  WS-COPY-COUNT             PIC 9(07).
000610 01  WS-COPY-STATUS            PIC 9(02).
000620     88  WS-COPY-OK                VALUE 0.
000630     88  WS-COPY-IN-NOT-FOUND      VALUE 12.
000640 COPY RPTIDX.
000650*
000660 LINKAGE SECTION.
000670 01  LK-REPORT-NAME            PIC X(15).
000680 01  LK-JOB-NAME               PIC X(08).
000690 01  LK-ENTITY                 PIC X(04).
000700 01  LK-SAVE-STATUS            PIC 9(02).
000710     88  LK-SAVE-OK                VALUE 0.
000720     88  LK-SAVE-NO-REPORT         VALUE 4.
000730     88  LK-SAVE-INDEX-FAILED      VALUE 8.
000740     88  LK-SAVE-COPY-FAILED       VALUE 16.
000750*
000760 PROCEDURE DIVISION USING LK-REPORT-NAME,
000770                          LK-JOB-NAME,
000780                          LK-ENTITY,
000790                          LK-SAVE-STATUS.
000800*
000810 0000-MAINLINE.
000820     PERFORM 1000-RESOLVE-KEYS THRU 1000-EXIT.
000830     PERFORM 2000-FIND-LAST-SEQUENCE THRU 2000-EXIT.
000840     ADD 1 TO WS-LAST-SEQUENCE.
000850     MOVE SPACES TO WS-STORED-NAME.
000860     STRING "RP"                       DELIMITED BY SIZE
000870            WS-LAST-SEQUENCE           DELIMITED BY SIZE
000880            ".RPT"                     DELIMITED BY SIZE
000890         INTO WS-STORED-NAME.
000900     CALL "FILECOPY" USING LK-REPORT-NAME,
000910                            WS-STORED-NAME,
000920                            WS-COPY-COUNT,
000930                            WS-COPY-STATUS.
000940     IF WS-COPY-IN-NOT-FOUND
000950         SET LK-SAVE-NO-REPORT TO TRUE
000960         GO TO 0000-EXIT
000970     END-IF.
000980     IF NOT WS-COPY-OK
000990         SET LK-SAVE-COPY-FAILED TO TRUE
001000         GO TO 0000-EXIT
001010     END-IF.
001020     PERFORM 3000-APPEND-INDEX THRU 3000-EXIT.
001030 0000-EXIT.
001040     GOBACK.
001050*
001060 1000-RESOLVE-KEYS.
001070     SET LK-SAVE-OK TO TRUE.
001080     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
001090     MOVE SPACES TO WS-ENV-VALUE.
001100     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SORT-RUNDATE".
001110     IF WS-ENV-VALUE NOT = SPACES
001120         MOVE WS-ENV-VALUE(1:8) TO WS-RUN-DATE
001130     ELSE
001140         MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE
001150     END-IF.
001160     MOVE LK-JOB-NAME TO WS-JOB-NAME.
001170     IF WS-JOB-NAME = SPACES
001180         MOVE SPACES TO WS-ENV-VALUE
001190         ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SORT-JOBNAME"
001200         MOVE WS-ENV-VALUE(1:8) TO WS-JOB-NAME
001210     END-IF.
001220     MOVE LK-ENTITY TO WS-ENTITY.
001230     IF WS-ENTITY = SPACES
001240         MOVE SPACES TO WS-ENV-VALUE
001250         ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "RPT-ENTITY"
001260         MOVE WS-ENV-VALUE(1:4) TO WS-ENTITY
001270     END-IF.
001280     IF WS-ENTITY = SPACES
001290         MOVE "ALL" TO WS-ENTITY
001300     END-IF.
001310 1000-EXIT.
001320     EXIT.
001330*
001340*    THE STORED FILES ARE NUMBERED ONE PAST THE HIGHEST NUMBER
001350*    STILL ON THE INDEX, SO A NUMBER CAN ONLY COME ROUND AGAIN
001360*    ONCE RPTPURGE HAS DROPPED ITS LINE AND DELETED ITS COPY.
001370 2000-FIND-LAST-SEQUENCE.
001380     MOVE 0 TO WS-LAST-SEQUENCE.
001390     OPEN INPUT INDEX-FILE.
001400     IF NOT WS-INDEX-FILE-OK
001410         GO TO 2000-EXIT
001420     END-IF.
001430     PERFORM 2100-READ-ONE-INDEX-LINE THRU 2100-EXIT
001440         UNTIL WS-INDEX-FILE-EOF.
001450     CLOSE INDEX-FILE.
001460 2000-EXIT.
001470     EXIT.
001480*
001490 2100-READ-ONE-INDEX-LINE.
001500     READ INDEX-FILE
001510         AT END
001520             GO TO 2100-EXIT
001530     END-READ.
001540     MOVE INDEX-FILE-RECORD TO RPT-INDEX-RECORD.
001550     IF RPT-IDX-SEQUENCE NUMERIC
001560         AND RPT-IDX-SEQUENCE > WS-LAST-SEQUENCE
001570         MOVE RPT-IDX-SEQUENCE TO WS-LAST-SEQUENCE
001580     END-IF.
001590 2100-EXIT.
001600     EXIT.
001610*
001620 3000-APPEND-INDEX.
001630     OPEN EXTEND INDEX-FILE.
001640     IF WS-INDEX-FILE-NOT-FOUND
001650         OPEN OUTPUT INDEX-FILE
001660     END-IF.
001670     IF NOT WS-INDEX-FILE-OK
001680         SET LK-SAVE-INDEX-FAILED TO TRUE
001690         GO TO 3000-EXIT
001700     END-IF.
001710     MOVE SPACES TO RPT-INDEX-RECORD.
001720     MOVE LK-REPORT-NAME TO RPT-IDX-REPORT-NAME.
001730     MOVE WS-RUN-DATE TO RPT-IDX-RUN-DATE.
001740     MOVE WS-JOB-NAME TO RPT-IDX-JOB-NAME.
001750     MOVE WS-ENTITY TO RPT-IDX-ENTITY.
001760     MOVE WS-STORED-NAME TO RPT-IDX-STORED-NAME.
001770     MOVE WS-TIMESTAMP(1:14) TO RPT-IDX-CAPTURED.
001780     MOVE WS-COPY-COUNT TO RPT-IDX-LINE-COUNT.
001790     MOVE WS-LAST-SEQUENCE TO RPT-IDX-SEQUENCE.
001800     MOVE RPT-INDEX-RECORD TO INDEX-FILE-RECORD.
001810     WRITE INDEX-FILE-RECORD.
001820     CLOSE INDEX-FILE.
001830 3000-EXIT.
001840     EXIT.
