000280*                 EXPECTS.  SUMMARY.DAT IS FOUND THROUGH
000290*                 WORKNAME, SO A PREFIXED RUN FEEDS FROM ITS OWN
000300*                 SUMMARY FILE.
000301*10/15/2026  GS   EVERY JOURNAL THAT PROVES OUT IS NOW ALSO
000302*                 APPENDED TO THE DATED JOURNAL HISTORY
000303*                 (GLHIST.JNL), THE WAY SRTSUM KEEPS SUMHIST.DAT,
000304*                 SO BUDVAR CAN SET EACH MONTH'S ACTUALS AGAINST
000305*                 THE BUDGET.  GLFEED.JNL ITSELF IS STILL
000306*                 REPLACED EACH RUN.  A MAP LINE MAY NOW NAME A
000307*                 REGION, CARRIED ON THE HISTORY LINE ONLY -- THE
000308*                 LEDGER IMPORT LAYOUT IS UNCHANGED.  AN ABENDED
000309*                 RUN ADDS NOTHING TO THE HISTORY.
000310*
000311*10/15/2026  GS   EACH JOURNAL THAT PROVES OUT IS NOW ALSO FILED
000312*                 IN THE REPORT REPOSITORY THROUGH RPTSAVE, SO THE
000313*                 DAY'S JOURNAL CAN STILL BE LISTED AND REPRINTED
000314*                 FROM OPSMENU AFTER THE NEXT RUN OVERWRITES IT.
000316*
000320*---------------------------------------------------------------*
000330*GL MAPPING TABLE FORMAT (GLMAP.TBL, ONE LINE PER SUMMARY KEY)   *
000340*    "OFFSET  " IN POSITIONS 1-8 NAMES THE CLEARING ACCOUNT IN   *
000370*                                 SRTSUM, E.G. A TYPE OR REGION) *
000380*               POSITIONS 22-29  GL ACCOUNT NUMBER               *
000390*               POSITION     31  NORMAL SIDE, D OR C             *
000395*               POSITIONS 33-36  REGION (OPTIONAL)               *
000400*---------------------------------------------------------------*
000410*
000420*---------------------------------------------------------------*
000450*    POSITION     10  D OR C                                     *
000460*    POSITIONS 12-24  AMOUNT, 9(11)V99 UNSIGNED                  *
000470*    POSITIONS 26-33  POSTING DATE CCYYMMDD                      *
000471*                                                                *
000472*JOURNAL HISTORY LINE FORMAT (GLHIST.JNL)                        *
000473*    POSITIONS  1-33  THE JOURNAL LINE AS ABOVE                  *
000474*    POSITIONS 35-38  REGION FROM THE MAP LINE, BLANK ON THE     *
000475*                     CLEARING ENTRY                             *
000480*---------------------------------------------------------------*
000490*
000500 ENVIRONMENT DIVISION.
000620     SELECT JOURNAL-FILE ASSIGN TO "GLFEED.JNL"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-JOURNAL-FILE-STATUS.
000642     SELECT HISTORY-FILE ASSIGN TO "GLHIST.JNL"
000644         ORGANIZATION IS LINE SEQUENTIAL
000646         FILE STATUS IS WS-HISTORY-FILE-STATUS.
000650*
000660 DATA DIVISION.
000670 FILE SECTION.
000710 01  GLMAP-LINE                  PIC X(40).
000720 FD  JOURNAL-FILE.
000730 01  JOURNAL-LINE                PIC X(40).
000732 FD  HISTORY-FILE.
000734 01  HISTORY-LINE                PIC X(40).
000740*
000750 WORKING-STORAGE SECTION.
000760 01  WS-SUMMARY-NAME           PIC X(15).
000820     88  WS-GLMAP-FILE-OK          VALUE "00".
000830     88  WS-GLMAP-FILE-EOF         VALUE "10".
000840 01  WS-JOURNAL-FILE-STATUS    PIC X(02).
000842 01  WS-HISTORY-FILE-STATUS    PIC X(02).
000844     88  WS-HISTORY-FILE-OK        VALUE "00".
000846     88  WS-HISTORY-NOT-FOUND      VALUE "35".
000850*
000860 01  WS-MAP-TABLE.
000870     05  WS-MAP-COUNT          PIC 9(03) COMP-5 VALUE 0.
000890         10  WS-MAP-KEY        PIC X(20).
000900         10  WS-MAP-ACCOUNT    PIC X(08).
000910         10  WS-MAP-SIDE       PIC X(01).
000915         10  WS-MAP-REGION     PIC X(04).
000920 01  WS-OFFSET-ACCOUNT         PIC X(08) VALUE SPACES.
000921*
000922*    THE RUN'S JOURNAL LINES WITH THEIR REGIONS, HELD UNTIL THE
000923*    JOURNAL PROVES OUT AND ONLY THEN ADDED TO THE HISTORY.
000924 01  WS-HIST-TABLE.
000925     05  WS-HIST-COUNT         PIC 9(03) COMP-5 VALUE 0.
000926     05  WS-HIST-ENTRY         PIC X(40) OCCURS 200 TIMES
000927                               INDEXED BY WS-HIST-IDX.
000930*
000940 01  WS-SUM-KEY                PIC X(30).
000950 01  WS-SUM-TOTAL              PIC S9(11)V99 COMP-3.
000970 01  WS-TOTAL-PART             PIC X(30).
000980 01  WS-SIDE                   PIC X(01).
000990 01  WS-GL-ACCOUNT             PIC X(08).
000995 01  WS-GL-REGION              PIC X(04).
001000 01  WS-ABS-AMOUNT             PIC 9(11)V99.
001010 01  WS-DEBIT-TOTAL            PIC S9(13)V99 COMP-3 VALUE 0.
001020 01  WS-CREDIT-TOTAL           PIC S9(13)V99 COMP-3 VALUE 0.
001100 01  WS-COUNT-EDIT             PIC ZZZZZZ9.
001110 01  WS-AMOUNT-EDIT            PIC Z,ZZZ,ZZZ,ZZ9.99-.
001120 01  WS-TIMESTAMP              PIC X(21).
001121*
001122*    NAME AND KEYS THE FINISHED JOURNAL IS FILED UNDER IN THE
001123*    REPORT REPOSITORY.  A BLANK ENTITY IS RESOLVED BY RPTSAVE.
001124 01  WS-REPO-NAME              PIC X(15) VALUE "GLFEED.JNL".
001125 01  WS-REPO-JOB               PIC X(08) VALUE "GLFEED".
001126 01  WS-REPO-ENTITY            PIC X(04) VALUE SPACES.
001127 01  WS-REPO-STATUS            PIC 9(02).
001130*
001140 PROCEDURE DIVISION.
001150*
001540         MOVE 16 TO RETURN-CODE
001550         STOP RUN
001560     END-IF.
001561     PERFORM 4000-APPEND-HISTORY THRU 4000-EXIT.
001562     CALL "RPTSAVE" USING WS-REPO-NAME, WS-REPO-JOB,
001563                          WS-REPO-ENTITY, WS-REPO-STATUS.
001564     IF WS-REPO-STATUS NOT = ZERO
001565         DISPLAY "GLFEED - JOURNAL NOT FILED IN THE",
001566             " REPOSITORY, STATUS ", WS-REPO-STATUS
001567     END-IF.
001570     MOVE WS-ENTRY-COUNT TO WS-COUNT-EDIT.
001580     DISPLAY "GLFEED - JOURNAL LINES WRITTEN = ", WS-COUNT-EDIT.
001590     MOVE WS-DEBIT-TOTAL TO WS-AMOUNT-EDIT.
001940     MOVE GLMAP-LINE(1:20) TO WS-MAP-KEY(WS-MAP-IDX).
001950     MOVE GLMAP-LINE(22:8) TO WS-MAP-ACCOUNT(WS-MAP-IDX).
001960     MOVE GLMAP-LINE(31:1) TO WS-MAP-SIDE(WS-MAP-IDX).
001965     MOVE GLMAP-LINE(33:4) TO WS-MAP-REGION(WS-MAP-IDX).
001970 1100-EXIT.
001980     EXIT.
001990*
002480     IF WS-MAP-KEY(WS-MAP-IDX) = WS-SUM-KEY(1:20)
002490         MOVE WS-MAP-ACCOUNT(WS-MAP-IDX) TO WS-GL-ACCOUNT
002500         MOVE WS-MAP-SIDE(WS-MAP-IDX) TO WS-SIDE
002505         MOVE WS-MAP-REGION(WS-MAP-IDX) TO WS-GL-REGION
002510         SET WS-MATCH-FOUND TO TRUE
002520     END-IF.
002530 2110-EXIT.
002650     MOVE WS-POSTING-DATE TO JOURNAL-LINE(26:8).
002660     WRITE JOURNAL-LINE.
002670     ADD 1 TO WS-ENTRY-COUNT.
002672     PERFORM 2300-HOLD-HISTORY-LINE THRU 2300-EXIT.
002674     IF WS-HIST-COUNT > 0
002676         MOVE WS-GL-REGION TO WS-HIST-ENTRY(WS-HIST-COUNT)(35:4)
002678     END-IF.
002680     IF WS-SIDE = "D"
002690         ADD WS-ABS-AMOUNT TO WS-DEBIT-TOTAL
002700     ELSE
002830     MOVE WS-POSTING-DATE TO JOURNAL-LINE(26:8).
002840     WRITE JOURNAL-LINE.
002850     ADD 1 TO WS-ENTRY-COUNT.
002855     PERFORM 2300-HOLD-HISTORY-LINE THRU 2300-EXIT.
002860 2200-EXIT.
002870     EXIT.
002871*
002872 2300-HOLD-HISTORY-LINE.
002873     IF WS-HIST-COUNT = 200
002874         GO TO 2300-EXIT
002875     END-IF.
002876     ADD 1 TO WS-HIST-COUNT.
002877     MOVE JOURNAL-LINE TO WS-HIST-ENTRY(WS-HIST-COUNT).
002878 2300-EXIT.
002879     EXIT.
002880*
002890*    AN ABENDED RUN MUST NOT LEAVE A PLAUSIBLE-LOOKING PARTIAL
002900*    JOURNAL FOR THE LEDGER IMPORT TO SWALLOW -- THE FILE IS
002940     CLOSE JOURNAL-FILE.
002950 3000-EXIT.
002960     EXIT.
002970*
002980 4000-APPEND-HISTORY.
002990     OPEN EXTEND HISTORY-FILE.
003000     IF WS-HISTORY-NOT-FOUND
003010         OPEN OUTPUT HISTORY-FILE
003020     END-IF.
003030     IF NOT WS-HISTORY-FILE-OK
003040         DISPLAY "GLFEED - CANNOT OPEN GLHIST.JNL, HISTORY NOT ",
003050             "UPDATED"
003060         GO TO 4000-EXIT
003070     END-IF.
003080     PERFORM 4100-WRITE-ONE-HISTORY THRU 4100-EXIT
003090         VARYING WS-HIST-IDX FROM 1 BY 1
003100         UNTIL WS-HIST-IDX > WS-HIST-COUNT.
003110     CLOSE HISTORY-FILE.
003120 4000-EXIT.
003130     EXIT.
003140*
003150 4100-WRITE-ONE-HISTORY.
003160     MOVE WS-HIST-ENTRY(WS-HIST-IDX) TO HISTORY-LINE.
003170     WRITE HISTORY-LINE.
003180 4100-EXIT.
003190     EXIT.
