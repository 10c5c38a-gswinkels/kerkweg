000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RUNPCHK.
000030 AUTHOR.        G. SWINKELS, DATA PROCESSING.
000040 INSTALLATION.  DATA PROCESSING DEPT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*MODIFICATION HISTORY
000090*--------------------
000100*10/15/2026  GS   ORIGINAL.  CHECKS THE SETTINGS A RUN IS ABOUT
000110*                 TO USE AGAINST THE JOB'S APPROVED RUN PROFILE
000120*                 (RUNPROF.TBL, LAYOUT IN RUNPREC) BEFORE ANY
000130*                 STEP RUNS, SO A TEST SETTING LEFT IN THE
000140*                 ENVIRONMENT CANNOT RUN IN PRODUCTION.  EVERY
000150*                 SETTING ON THE PROFILE IS CHECKED AGAINST ITS
000160*                 RULE -- REQUIRED MUST BE SET, FORBIDDEN MUST
000170*                 NOT BE, AND ANY VALUE SET MUST BE ONE OF THOSE
000180*                 PERMITTED -- AND EVERY SETTING THE SORT JOB
000190*                 READS THAT THE PROFILE DOES NOT MENTION MUST
000200*                 NOT BE SET AT ALL.  EACH VIOLATION IS SHOWN ON
000210*                 THE CONSOLE, AND EVERY SETTING CHECKED IS
000220*                 APPENDED TO RUNSET.LOG WITH ITS VALUE AND
000230*                 VERDICT, FOLLOWED BY A "*RESULT*" LINE, SO THE
000240*                 SETTINGS EACH RUN ACTUALLY USED ARE ON RECORD
000250*                 WHETHER IT RAN OR NOT.  CALLED BY XDISP AND
000260*                 XCHAIN.  STATUS 0 MEANS THE RUN MAY GO AHEAD,
000270*                 8 THAT IT BROKE ITS PROFILE, 12 THAT THE JOB
000280*                 HAS NO APPROVED PROFILE (A PROFILE LINE NOT
000290*                 STAMPED BY RUNPMNT DOES NOT COUNT AS APPROVED).
000291*
000292*10/15/2026  GS   SORT-PARALLEL ADDED TO THE GOVERNED SETTINGS.
000293*                 A RUN WHOSE SETTINGS CANNOT BE RECORDED
000294*                 BECAUSE RUNSET.LOG CANNOT BE OPENED IS NOW
000295*                 REFUSED WITH STATUS 12 INSTEAD OF GOING AHEAD
000296*                 UNLOGGED.
000300*
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER.  IBM-PC.
000340 OBJECT-COMPUTER.  IBM-PC.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT PROFILE-FILE ASSIGN TO "RUNPROF.TBL"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-PROFILE-FILE-STATUS.
000400     SELECT SETTING-LOG ASSIGN TO "RUNSET.LOG"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-SETTING-LOG-STATUS.
000430*
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  PROFILE-FILE.
000470 01  PROFILE-FILE-RECORD         PIC X(130).
000480 FD  SETTING-LOG.
000490 01  SETTING-LOG-LINE            PIC X(134).
000500*
000510 WORKING-STORAGE SECTION.
000520 01  WS-PROFILE-FILE-STATUS    PIC X(02).
000530     88  WS-PROFILE-FILE-OK        VALUE "00".
000540     88  WS-PROFILE-FILE-EOF       VALUE "10".
000550 01  WS-SETTING-LOG-STATUS     PIC X(02).
000560     88  WS-SETTING-LOG-OK         VALUE "00".
000570     88  WS-SETTING-LOG-NOT-FOUND  VALUE "35".
000580 01  WS-TIMESTAMP              PIC X(21).
000590*
000600*    EVERY SETTING THE SORT JOB AND ITS DRIVERS READ.  ONE THAT
000610*    IS SET BUT NOT ON THE JOB'S PROFILE IS A VIOLATION.
000620 01  WS-GOVERNED-NAMES.
000630     05  FILLER PIC X(20) VALUE "SORT-PLATFORM".
000640     05  FILLER PIC X(20) VALUE "SORT-PARMFILE".
000650     05  FILLER PIC X(20) VALUE "SORT-INFILE".
000660     05  FILLER PIC X(20) VALUE "SORT-OUTFILE".
000670     05  FILLER PIC X(20) VALUE "SORT-CTLSTMT".
000680     05  FILLER PIC X(20) VALUE "SORT-DRYRUN".
000690     05  FILLER PIC X(20) VALUE "SORT-INFILE2".
000700     05  FILLER PIC X(20) VALUE "SORT-CONCAT".
000710     05  FILLER PIC X(20) VALUE "SORT-CONCAT-FILE2".
000720     05  FILLER PIC X(20) VALUE "SORT-CONCAT-FILE3".
000730     05  FILLER PIC X(20) VALUE "SORT-OPERATOR".
000740     05  FILLER PIC X(20) VALUE "SORT-JOBNAME".
000750     05  FILLER PIC X(20) VALUE "SORT-RUNDATE".
000760     05  FILLER PIC X(20) VALUE "SORT-VOLTOL".
000770     05  FILLER PIC X(20) VALUE "SORT-RGNSPLIT".
000780     05  FILLER PIC X(20) VALUE "SORT-SEQCHK".
000790     05  FILLER PIC X(20) VALUE "SORT-RETRY-MAX".
000800     05  FILLER PIC X(20) VALUE "SORT-RETRY-WAIT".
000810     05  FILLER PIC X(20) VALUE "SORT-WORKPREFIX".
000820     05  FILLER PIC X(20) VALUE "SORT-WORKSPACE".
000830     05  FILLER PIC X(20) VALUE "SORT-PARTITIONS".
000840     05  FILLER PIC X(20) VALUE "SORT-PARTCMD".
000850     05  FILLER PIC X(20) VALUE "SORT-PARTWAIT".
000860     05  FILLER PIC X(20) VALUE "SORT-RECIPIENT".
000870     05  FILLER PIC X(20) VALUE "CHAIN-CTL-FILE".
000875     05  FILLER PIC X(20) VALUE "SORT-PARALLEL".
000880 01  WS-GOVERNED-TABLE REDEFINES WS-GOVERNED-NAMES.
000890     05  WS-GOVERNED-NAME      PIC X(20) OCCURS 26 TIMES.
000900 01  WS-GOVERNED-SUB           PIC 9(02) COMP-5.
000910*
000920*    THE JOB'S OWN PROFILE LINES.
000930 01  WS-RULE-TABLE.
000940     05  WS-RULE-COUNT         PIC 9(02) COMP-5 VALUE 0.
000950     05  WS-RULE-ENTRY         PIC X(130) OCCURS 50 TIMES.
000960 01  WS-RULE-SUB               PIC 9(02) COMP-5.
000970 01  WS-RULE-HIT               PIC 9(02) COMP-5.
000980 01  WS-UNAPPROVED-COUNT       PIC 9(02) COMP-5.
000990 01  WS-EXTRA-LINES            PIC 9(03) COMP-5.
001000*
001010 01  WS-SETTING-NAME           PIC X(20).
001020 01  WS-SETTING-VALUE          PIC X(160).
001030 01  WS-VERDICT                PIC X(08).
001040 01  WS-VIOLATION-COUNT        PIC 9(03) COMP-5.
001050 01  WS-REASON                 PIC X(40).
001060*
001070*    PERMITTED-VALUE MATCHING.
001080 01  WS-VALUE-TABLE.
001090     05  WS-VALUE-TOKEN        PIC X(20) OCCURS 8 TIMES.
001100 01  WS-VALUE-SUB              PIC 9(02) COMP-5.
001110 01  WS-TOKEN-LEN              PIC 9(02) COMP-5.
001120 01  WS-MATCH-SW               PIC X(01).
001130     88  WS-VALUE-PERMITTED        VALUE "Y".
001140 COPY RUNPREC.
001150*
001160 LINKAGE SECTION.
001170 01  LK-JOB-NAME               PIC X(08).
001180 01  LK-RUNPCHK-STATUS         PIC 9(02).
001190     88  LK-RUNPCHK-OK             VALUE 0.
001200     88  LK-RUNPCHK-VIOLATION      VALUE 8.
001210     88  LK-RUNPCHK-NO-PROFILE     VALUE 12.
001220*
001230 PROCEDURE DIVISION USING LK-JOB-NAME,
001240                          LK-RUNPCHK-STATUS.
001250*
001260 0000-MAINLINE.
001270     SET LK-RUNPCHK-OK TO TRUE.
001280     MOVE 0 TO WS-VIOLATION-COUNT.
001290     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
001300     PERFORM 1000-LOAD-PROFILE THRU 1000-EXIT.
001310     OPEN EXTEND SETTING-LOG.
001320     IF WS-SETTING-LOG-NOT-FOUND
001330         OPEN OUTPUT SETTING-LOG
001340     END-IF.
001342     IF NOT WS-SETTING-LOG-OK
001344         DISPLAY "RUNPCHK - CANNOT OPEN RUNSET.LOG, STATUS ",
001346             WS-SETTING-LOG-STATUS, " - RUN REFUSED"
001347         SET LK-RUNPCHK-NO-PROFILE TO TRUE
001348         GO TO 0000-EXIT
001349     END-IF.
001350     IF WS-RULE-COUNT = 0 OR WS-UNAPPROVED-COUNT > 0
001360         PERFORM 1900-NO-PROFILE THRU 1900-EXIT
001370         GO TO 0000-EXIT
001380     END-IF.
001390     PERFORM 2000-CHECK-ONE-RULE THRU 2000-EXIT
001400         VARYING WS-RULE-SUB FROM 1 BY 1
001410         UNTIL WS-RULE-SUB > WS-RULE-COUNT.
001420     PERFORM 3000-CHECK-ONE-GOVERNED THRU 3000-EXIT
001430         VARYING WS-GOVERNED-SUB FROM 1 BY 1
001440         UNTIL WS-GOVERNED-SUB > 26.
001450     IF WS-VIOLATION-COUNT > 0
001460         SET LK-RUNPCHK-VIOLATION TO TRUE
001470         MOVE "REFUSED" TO WS-VERDICT
001480     ELSE
001490         MOVE "ACCEPTED" TO WS-VERDICT
001500     END-IF.
001510     PERFORM 4100-WRITE-RESULT-LINE THRU 4100-EXIT.
001520 0000-EXIT.
001530     IF WS-SETTING-LOG-OK
001540         CLOSE SETTING-LOG
001550     END-IF.
001560     GOBACK.
001570*
001580 1000-LOAD-PROFILE.
001590     MOVE 0 TO WS-RULE-COUNT.
001600     MOVE 0 TO WS-UNAPPROVED-COUNT.
001610     MOVE 0 TO WS-EXTRA-LINES.
001620     OPEN INPUT PROFILE-FILE.
001630     IF NOT WS-PROFILE-FILE-OK
001640         GO TO 1000-EXIT
001650     END-IF.
001660     PERFORM 1100-LOAD-ONE-LINE THRU 1100-EXIT
001670         UNTIL WS-PROFILE-FILE-EOF.
001680     CLOSE PROFILE-FILE.
001690 1000-EXIT.
001700     EXIT.
001710*
001720*    A JOB WITH MORE THAN 50 PROFILE LINES IS TREATED AS
001730*    UNAPPROVED RATHER THAN PARTLY CHECKED.
001740 1100-LOAD-ONE-LINE.
001750     READ PROFILE-FILE
001760         AT END
001770             GO TO 1100-EXIT
001780     END-READ.
001790     MOVE PROFILE-FILE-RECORD TO RUNP-RECORD.
001800     IF RUNP-JOB-NAME NOT = LK-JOB-NAME
001810         GO TO 1100-EXIT
001820     END-IF.
001830     IF RUNP-APPROVED-BY = SPACES
001840         OR NOT RUNP-RULE-VALID
001850         ADD 1 TO WS-UNAPPROVED-COUNT
001860         GO TO 1100-EXIT
001870     END-IF.
001880     IF WS-RULE-COUNT = 50
001890         ADD 1 TO WS-UNAPPROVED-COUNT
001900         ADD 1 TO WS-EXTRA-LINES
001910         GO TO 1100-EXIT
001920     END-IF.
001930     ADD 1 TO WS-RULE-COUNT.
001940     MOVE RUNP-RECORD TO WS-RULE-ENTRY(WS-RULE-COUNT).
001950 1100-EXIT.
001960     EXIT.
001970*
001980 1900-NO-PROFILE.
001990     SET LK-RUNPCHK-NO-PROFILE TO TRUE.
002000     IF WS-RULE-COUNT = 0
002010         DISPLAY "RUNPCHK - JOB ", LK-JOB-NAME,
002020             " HAS NO APPROVED RUN PROFILE ON RUNPROF.TBL"
002030     ELSE
002040         DISPLAY "RUNPCHK - RUN PROFILE FOR ", LK-JOB-NAME,
002050             " HAS LINES NOT APPROVED THROUGH RUNPMNT"
002060     END-IF.
002070     MOVE "REFUSED" TO WS-VERDICT.
002080     PERFORM 4100-WRITE-RESULT-LINE THRU 4100-EXIT.
002090 1900-EXIT.
002100     EXIT.
002110*
002120 2000-CHECK-ONE-RULE.
002130     MOVE WS-RULE-ENTRY(WS-RULE-SUB) TO RUNP-RECORD.
002140     MOVE RUNP-SETTING TO WS-SETTING-NAME.
002150     PERFORM 5000-GET-SETTING THRU 5000-EXIT.
002160     MOVE "OK" TO WS-VERDICT.
002170     MOVE SPACES TO WS-REASON.
002180     EVALUATE TRUE
002190         WHEN RUNP-FORBIDDEN
002200             IF WS-SETTING-VALUE NOT = SPACES
002210                 MOVE "IS FORBIDDEN FOR THIS JOB" TO WS-REASON
002212             ELSE
002214                 MOVE "NOT SET" TO WS-VERDICT
002220             END-IF
002230         WHEN WS-SETTING-VALUE = SPACES
002240             IF RUNP-REQUIRED
002250                 MOVE "IS REQUIRED BUT NOT SET" TO WS-REASON
002260             ELSE
002270                 MOVE "NOT SET" TO WS-VERDICT
002280             END-IF
002290         WHEN OTHER
002300             PERFORM 2100-CHECK-VALUE THRU 2100-EXIT
002310             IF NOT WS-VALUE-PERMITTED
002320                 MOVE "HAS A VALUE NOT PERMITTED" TO WS-REASON
002330             END-IF
002340     END-EVALUATE.
002350     IF WS-REASON NOT = SPACES
002360         PERFORM 2900-VIOLATION THRU 2900-EXIT
002370     END-IF.
002380     PERFORM 4000-WRITE-SETTING-LINE THRU 4000-EXIT.
002390 2000-EXIT.
002400     EXIT.
002410*
002420 2100-CHECK-VALUE.
002430     IF RUNP-VALUES = SPACES
002440         SET WS-VALUE-PERMITTED TO TRUE
002450         GO TO 2100-EXIT
002460     END-IF.
002470     MOVE "N" TO WS-MATCH-SW.
002480     MOVE SPACES TO WS-VALUE-TABLE.
002490     UNSTRING RUNP-VALUES DELIMITED BY ALL SPACE
002500         INTO WS-VALUE-TOKEN(1), WS-VALUE-TOKEN(2),
002510              WS-VALUE-TOKEN(3), WS-VALUE-TOKEN(4),
002520              WS-VALUE-TOKEN(5), WS-VALUE-TOKEN(6),
002530              WS-VALUE-TOKEN(7), WS-VALUE-TOKEN(8).
002540     PERFORM 2110-MATCH-ONE-TOKEN THRU 2110-EXIT
002550         VARYING WS-VALUE-SUB FROM 1 BY 1
002560         UNTIL WS-VALUE-SUB > 8
002570            OR WS-VALUE-PERMITTED.
002580 2100-EXIT.
002590     EXIT.
002600*
002610*    A TOKEN ENDING IN "*" MATCHES ON THE PART BEFORE IT.
002620 2110-MATCH-ONE-TOKEN.
002630     IF WS-VALUE-TOKEN(WS-VALUE-SUB) = SPACES
002640         GO TO 2110-EXIT
002650     END-IF.
002660     MOVE 0 TO WS-TOKEN-LEN.
002670     INSPECT WS-VALUE-TOKEN(WS-VALUE-SUB) TALLYING WS-TOKEN-LEN
002680         FOR CHARACTERS BEFORE INITIAL SPACE.
002690     IF WS-VALUE-TOKEN(WS-VALUE-SUB)(WS-TOKEN-LEN:1) NOT = "*"
002700         IF WS-SETTING-VALUE = WS-VALUE-TOKEN(WS-VALUE-SUB)
002710             SET WS-VALUE-PERMITTED TO TRUE
002720         END-IF
002730         GO TO 2110-EXIT
002740     END-IF.
002750     SUBTRACT 1 FROM WS-TOKEN-LEN.
002760     IF WS-TOKEN-LEN = 0
002770         SET WS-VALUE-PERMITTED TO TRUE
002780         GO TO 2110-EXIT
002790     END-IF.
002800     IF WS-SETTING-VALUE(1:WS-TOKEN-LEN) =
002810         WS-VALUE-TOKEN(WS-VALUE-SUB)(1:WS-TOKEN-LEN)
002820         SET WS-VALUE-PERMITTED TO TRUE
002830     END-IF.
002840 2110-EXIT.
002850     EXIT.
002860*
002870 2900-VIOLATION.
002880     ADD 1 TO WS-VIOLATION-COUNT.
002890     MOVE "VIOLATES" TO WS-VERDICT.
002900     DISPLAY "RUNPCHK - ", LK-JOB-NAME, " VIOLATION: ",
002910         FUNCTION TRIM(WS-SETTING-NAME), " ",
002920         FUNCTION TRIM(WS-REASON).
002930     IF WS-SETTING-VALUE NOT = SPACES
002940         DISPLAY "RUNPCHK -   VALUE IS ",
002950             WS-SETTING-VALUE(1:60)
002960     END-IF.
002970 2900-EXIT.
002980     EXIT.
002990*
003000*    A GOVERNED SETTING THE PROFILE ALREADY RULES ON WAS
003010*    CHECKED ABOVE; ONE IT DOES NOT MENTION MUST NOT BE SET.
003020 3000-CHECK-ONE-GOVERNED.
003030     MOVE WS-GOVERNED-NAME(WS-GOVERNED-SUB) TO WS-SETTING-NAME.
003040     MOVE 0 TO WS-RULE-HIT.
003050     PERFORM 3100-FIND-RULE THRU 3100-EXIT
003060         VARYING WS-RULE-SUB FROM 1 BY 1
003070         UNTIL WS-RULE-SUB > WS-RULE-COUNT
003080            OR WS-RULE-HIT > 0.
003090     IF WS-RULE-HIT > 0
003100         GO TO 3000-EXIT
003110     END-IF.
003120     PERFORM 5000-GET-SETTING THRU 5000-EXIT.
003130     IF WS-SETTING-VALUE = SPACES
003140         GO TO 3000-EXIT
003150     END-IF.
003160     MOVE "IS SET BUT NOT ON THE JOB'S PROFILE" TO WS-REASON.
003170     PERFORM 2900-VIOLATION THRU 2900-EXIT.
003180     PERFORM 4000-WRITE-SETTING-LINE THRU 4000-EXIT.
003190 3000-EXIT.
003200     EXIT.
003210*
003220 3100-FIND-RULE.
003230     IF WS-RULE-ENTRY(WS-RULE-SUB)(10:20) = WS-SETTING-NAME
003240         MOVE WS-RULE-SUB TO WS-RULE-HIT
003250     END-IF.
003260 3100-EXIT.
003270     EXIT.
003280*
003290 4000-WRITE-SETTING-LINE.
003300     IF NOT WS-SETTING-LOG-OK
003310         GO TO 4000-EXIT
003320     END-IF.
003330     MOVE SPACES TO RUNS-LOG-RECORD.
003340     MOVE WS-TIMESTAMP(1:14) TO RUNS-TIMESTAMP.
003350     MOVE LK-JOB-NAME TO RUNS-JOB-NAME.
003360     MOVE WS-SETTING-NAME TO RUNS-SETTING.
003370     MOVE WS-VERDICT TO RUNS-VERDICT.
003380     MOVE WS-SETTING-VALUE TO RUNS-VALUE.
003390     MOVE RUNS-LOG-RECORD TO SETTING-LOG-LINE.
003400     WRITE SETTING-LOG-LINE.
003410 4000-EXIT.
003420     EXIT.
003430*
003440 4100-WRITE-RESULT-LINE.
003450     IF NOT WS-SETTING-LOG-OK
003460         GO TO 4100-EXIT
003470     END-IF.
003480     MOVE SPACES TO RUNS-LOG-RECORD.
003490     MOVE WS-TIMESTAMP(1:14) TO RUNS-TIMESTAMP.
003500     MOVE LK-JOB-NAME TO RUNS-JOB-NAME.
003510     MOVE "*RESULT*" TO RUNS-SETTING.
003520     MOVE WS-VERDICT TO RUNS-VERDICT.
003524     IF LK-RUNPCHK-NO-PROFILE
003528         MOVE "NO APPROVED PROFILE" TO RUNS-VALUE
003532     ELSE
003536         MOVE WS-VIOLATION-COUNT TO RUNS-VALUE(1:3)
003540         MOVE "VIOLATION(S)" TO RUNS-VALUE(5:12)
003544     END-IF.
003550     MOVE RUNS-LOG-RECORD TO SETTING-LOG-LINE.
003560     WRITE SETTING-LOG-LINE.
003570 4100-EXIT.
003580     EXIT.
003590*
003600 5000-GET-SETTING.
003610     MOVE SPACES TO WS-SETTING-VALUE.
003620     ACCEPT WS-SETTING-VALUE
003630         FROM ENVIRONMENT WS-SETTING-NAME.
003640 5000-EXIT.
003650     EXIT.
