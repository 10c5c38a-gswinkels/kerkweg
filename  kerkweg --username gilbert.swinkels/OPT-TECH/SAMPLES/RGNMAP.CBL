000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RGNMAP.
000030 AUTHOR.        G. SWINKELS, DATA PROCESSING.
000040 INSTALLATION.  DATA PROCESSING DEPT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*MODIFICATION HISTORY
000090*--------------------
000100*10/15/2026  GS   ORIGINAL.  RESTATES ONE REGION CODE UNDER THE
000110*                 CURRENT REGION STRUCTURE, USING THE
000120*                 OPERATOR-MAINTAINED REALIGNMENT TABLE
000130*                 (REALIGN.TBL).  WHEN MANAGEMENT MERGES OR
000140*                 SPLITS REGIONS, A ROW DATED BEFORE THE
000150*                 REALIGNMENT STILL CARRIES THE OLD CODE; THE
000160*                 CALLER PASSES THAT CODE, THE ACCOUNT (SPACES
000170*                 WHEN IT IS NOT KNOWN, E.G. A SUMMARY LINE) AND
000180*                 THE DATE OF THE ROW, AND GETS BACK THE CODE
000190*                 THE ROW WOULD CARRY TODAY.  A REGION-WIDE
000200*                 LINE MOVES EVERY ACCOUNT OF THE OLD REGION;
000210*                 AN ACCOUNT LINE MOVES ONE ACCOUNT AND WINS
000220*                 OVER A REGION-WIDE LINE OF THE SAME DATE, SO
000230*                 A SPLIT IS KEYED AS ONE REGION-WIDE LINE FOR
000240*                 THE BULK OF THE ACCOUNTS PLUS ONE ACCOUNT
000250*                 LINE FOR EACH ACCOUNT GOING ELSEWHERE.
000260*                 SUCCESSIVE REALIGNMENTS ARE APPLIED IN
000270*                 EFFECTIVE-DATE ORDER, SO A REGION MERGED IN
000280*                 MARCH AND SPLIT AGAIN IN JUNE RESTATES TO
000290*                 WHERE IT STANDS NOW.  ONLY LINES ALREADY IN
000300*                 FORCE ON THE RUN DATE (SORT-RUNDATE, DEFAULT
000310*                 TODAY) ARE USED.  STATUS 0 = CODE UNCHANGED,
000320*                 4 = CODE RESTATED, 8 = NO REALIGNMENT TABLE
000330*                 (CODE UNCHANGED).  THE TABLE IS LOADED ON THE
000340*                 FIRST CALL OF THE RUN AND HELD, THE SAME WAY
000350*                 CURRCONV HOLDS RATES.TBL.
000360*
000370*---------------------------------------------------------------*
000380*REALIGNMENT TABLE FORMAT (REALIGN.TBL, ONE MAPPING PER LINE)    *
000390*    POSITIONS  1-04  "RGN " = EVERY ACCOUNT IN THE OLD REGION   *
000400*                     "ACCT" = ONE ACCOUNT ONLY (A SPLIT)        *
000410*    POSITIONS  6-09  OLD REGION CODE                            *
000420*    POSITIONS 11-14  NEW REGION CODE                            *
000430*    POSITIONS 16-23  EFFECTIVE DATE, CCYYMMDD -- ROWS DATED     *
000440*                      BEFORE IT ARE RESTATED                    *
000450*    POSITIONS 25-34  ACCOUNT NUMBER ("ACCT" LINES ONLY)         *
000460*---------------------------------------------------------------*
000470*
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER.  IBM-PC.
000510 OBJECT-COMPUTER.  IBM-PC.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT REALIGN-FILE ASSIGN TO "REALIGN.TBL"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-REALIGN-FILE-STATUS.
000570*
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  REALIGN-FILE.
000610 01  REALIGN-FILE-RECORD         PIC X(40).
000620*
000630 WORKING-STORAGE SECTION.
000640 01  WS-REALIGN-FILE-STATUS    PIC X(02).
000650     88  WS-REALIGN-FILE-OK        VALUE "00".
000660     88  WS-REALIGN-FILE-EOF       VALUE "10".
000670 01  WS-SW-LOADED              PIC X(01) VALUE "N".
000680     88  WS-MAP-LOADED             VALUE "Y".
000690 01  WS-SW-TABLE-FOUND         PIC X(01) VALUE "N".
000700     88  WS-TABLE-FOUND            VALUE "Y".
000710 01  WS-RUN-DATE               PIC X(08).
000720 01  WS-ENV-VALUE              PIC X(08).
000730 01  WS-TIMESTAMP              PIC X(21).
000740*
000750 01  WS-MAP-TABLE.
000760     05  WS-MAP-COUNT          PIC 9(03) COMP-5 VALUE 0.
000770     05  WS-MAP-ENTRY OCCURS 200 TIMES INDEXED BY WS-MAP-IDX.
000780         10  WS-MAP-KIND       PIC X(04).
000790             88  WS-MAP-IS-ACCOUNT     VALUE "ACCT".
000800         10  WS-MAP-OLD        PIC X(04).
000810         10  WS-MAP-NEW        PIC X(04).
000820         10  WS-MAP-EFFECTIVE  PIC X(08).
000830         10  WS-MAP-ACCOUNT    PIC X(10).
000840*
000850*    WS-CURRENT-CODE IS THE CODE AS RESTATED SO FAR AND
000860*    WS-LAST-EFFECTIVE THE DATE OF THE LAST LINE APPLIED; THE
000870*    NEXT STEP MAY ONLY USE A LINE DATED AFTER IT, WHICH KEEPS
000880*    A MERGE-THEN-UNMERGE PAIR FROM LOOPING.
000890 01  WS-CURRENT-CODE           PIC X(04).
000900 01  WS-LAST-EFFECTIVE         PIC X(08).
000910 01  WS-BEST-SUB               PIC 9(03) COMP-5.
000920 01  WS-BEST-EFFECTIVE         PIC X(08).
000930 01  WS-BEST-KIND              PIC X(04).
000940 01  WS-STEP-COUNT             PIC 9(03) COMP-5.
000950*
000960 LINKAGE SECTION.
000970 01  LK-REGION-CODE            PIC X(04).
000980 01  LK-ACCOUNT                PIC X(10).
000990 01  LK-ROW-DATE               PIC X(08).
001000 01  LK-NEW-REGION             PIC X(04).
001010 01  LK-MAP-STATUS             PIC 9(02).
001020     88  LK-MAP-UNCHANGED          VALUE 0.
001030     88  LK-MAP-RESTATED           VALUE 4.
001040     88  LK-MAP-NO-TABLE           VALUE 8.
001050*
001060 PROCEDURE DIVISION USING LK-REGION-CODE,
001070                          LK-ACCOUNT,
001080                          LK-ROW-DATE,
001090                          LK-NEW-REGION,
001100                          LK-MAP-STATUS.
001110*
001120 0000-MAINLINE.
001130     IF NOT WS-MAP-LOADED
001140         PERFORM 1000-LOAD-TABLE THRU 1000-EXIT
001150     END-IF.
001160     MOVE LK-REGION-CODE TO LK-NEW-REGION.
001170     IF NOT WS-TABLE-FOUND
001180         SET LK-MAP-NO-TABLE TO TRUE
001190         GO TO 0000-EXIT
001200     END-IF.
001210     SET LK-MAP-UNCHANGED TO TRUE.
001220     MOVE LK-REGION-CODE TO WS-CURRENT-CODE.
001230     MOVE ZEROS TO WS-LAST-EFFECTIVE.
001240     MOVE 0 TO WS-STEP-COUNT.
001250     MOVE 1 TO WS-BEST-SUB.
001260     PERFORM 2000-APPLY-NEXT-STEP THRU 2000-EXIT
001270         UNTIL WS-BEST-SUB = 0
001280            OR WS-STEP-COUNT > WS-MAP-COUNT.
001290     IF WS-CURRENT-CODE NOT = LK-REGION-CODE
001300         MOVE WS-CURRENT-CODE TO LK-NEW-REGION
001310         SET LK-MAP-RESTATED TO TRUE
001320     END-IF.
001330 0000-EXIT.
001340     GOBACK.
001350*
001360*    A LINE DATED AFTER THE RUN DATE IS A REALIGNMENT THAT HAS
001370*    NOT HAPPENED YET, SO IT IS NOT PART OF THE CURRENT
001380*    STRUCTURE AND IS LEFT OUT OF THE TABLE.
001390 1000-LOAD-TABLE.
001400     SET WS-MAP-LOADED TO TRUE.
001410     MOVE SPACES TO WS-ENV-VALUE.
001420     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SORT-RUNDATE".
001430     IF WS-ENV-VALUE NOT = SPACES
001440         MOVE WS-ENV-VALUE TO WS-RUN-DATE
001450     ELSE
001460         MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
001470         MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE
001480     END-IF.
001490     OPEN INPUT REALIGN-FILE.
001500     IF NOT WS-REALIGN-FILE-OK
001510         GO TO 1000-EXIT
001520     END-IF.
001530     SET WS-TABLE-FOUND TO TRUE.
001540     PERFORM 1100-LOAD-ONE-LINE THRU 1100-EXIT
001550         UNTIL WS-REALIGN-FILE-EOF
001560            OR WS-MAP-COUNT = 200.
001570     CLOSE REALIGN-FILE.
001580 1000-EXIT.
001590     EXIT.
001600*
001610 1100-LOAD-ONE-LINE.
001620     READ REALIGN-FILE
001630         AT END
001640             GO TO 1100-EXIT
001650     END-READ.
001660     IF REALIGN-FILE-RECORD(1:4) NOT = "RGN "
001670         AND REALIGN-FILE-RECORD(1:4) NOT = "ACCT"
001680         GO TO 1100-EXIT
001690     END-IF.
001700     IF REALIGN-FILE-RECORD(16:8) NOT NUMERIC
001710         OR REALIGN-FILE-RECORD(16:8) > WS-RUN-DATE
001720         GO TO 1100-EXIT
001730     END-IF.
001740     IF REALIGN-FILE-RECORD(1:4) = "ACCT"
001750         AND REALIGN-FILE-RECORD(25:10) = SPACES
001760         GO TO 1100-EXIT
001770     END-IF.
001780     ADD 1 TO WS-MAP-COUNT.
001790     SET WS-MAP-IDX TO WS-MAP-COUNT.
001800     MOVE REALIGN-FILE-RECORD(1:4) TO WS-MAP-KIND(WS-MAP-IDX).
001810     MOVE REALIGN-FILE-RECORD(6:4) TO WS-MAP-OLD(WS-MAP-IDX).
001820     MOVE REALIGN-FILE-RECORD(11:4) TO WS-MAP-NEW(WS-MAP-IDX).
001830     MOVE REALIGN-FILE-RECORD(16:8)
001840         TO WS-MAP-EFFECTIVE(WS-MAP-IDX).
001850     MOVE REALIGN-FILE-RECORD(25:10)
001860         TO WS-MAP-ACCOUNT(WS-MAP-IDX).
001870 1100-EXIT.
001880     EXIT.
001890*
001900*    FINDS THE EARLIEST LINE STILL TO BE APPLIED TO THE CODE AS
001910*    RESTATED SO FAR AND APPLIES IT.  WS-BEST-SUB COMES BACK
001920*    ZERO WHEN THERE IS NOTHING LEFT TO APPLY.
001930 2000-APPLY-NEXT-STEP.
001940     ADD 1 TO WS-STEP-COUNT.
001950     MOVE 0 TO WS-BEST-SUB.
001960     MOVE HIGH-VALUES TO WS-BEST-EFFECTIVE.
001970     MOVE SPACES TO WS-BEST-KIND.
001980     PERFORM 2100-CHECK-ONE-LINE THRU 2100-EXIT
001990         VARYING WS-MAP-IDX FROM 1 BY 1
002000         UNTIL WS-MAP-IDX > WS-MAP-COUNT.
002010     IF WS-BEST-SUB = 0
002020         GO TO 2000-EXIT
002030     END-IF.
002040     SET WS-MAP-IDX TO WS-BEST-SUB.
002050     MOVE WS-MAP-NEW(WS-MAP-IDX) TO WS-CURRENT-CODE.
002060     MOVE WS-MAP-EFFECTIVE(WS-MAP-IDX) TO WS-LAST-EFFECTIVE.
002070 2000-EXIT.
002080     EXIT.
002090*
002100 2100-CHECK-ONE-LINE.
002110     IF WS-MAP-OLD(WS-MAP-IDX) NOT = WS-CURRENT-CODE
002120         OR WS-MAP-EFFECTIVE(WS-MAP-IDX) NOT > WS-LAST-EFFECTIVE
002130         OR LK-ROW-DATE NOT < WS-MAP-EFFECTIVE(WS-MAP-IDX)
002140         GO TO 2100-EXIT
002150     END-IF.
002160     IF WS-MAP-IS-ACCOUNT(WS-MAP-IDX)
002170         AND WS-MAP-ACCOUNT(WS-MAP-IDX) NOT = LK-ACCOUNT
002180         GO TO 2100-EXIT
002190     END-IF.
002200     IF WS-MAP-EFFECTIVE(WS-MAP-IDX) > WS-BEST-EFFECTIVE
002210         GO TO 2100-EXIT
002220     END-IF.
002230     IF WS-MAP-EFFECTIVE(WS-MAP-IDX) = WS-BEST-EFFECTIVE
002240         AND WS-BEST-KIND = "ACCT"
002250         GO TO 2100-EXIT
002260     END-IF.
002270     SET WS-BEST-SUB TO WS-MAP-IDX.
002280     MOVE WS-MAP-EFFECTIVE(WS-MAP-IDX) TO WS-BEST-EFFECTIVE.
002290     MOVE WS-MAP-KIND(WS-MAP-IDX) TO WS-BEST-KIND.
002300 2100-EXIT.
002310     EXIT.
