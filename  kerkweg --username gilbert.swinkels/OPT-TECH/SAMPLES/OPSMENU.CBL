000270*                 AND PICK T TO SEE HOW IT CAME OUT.  THE TAILS
000280*                 ARE ALSO SHOWN RIGHT BEFORE LAUNCH SO THE
000290*                 OPERATOR SEES THE PRIOR RUN'S OUTCOME FIRST.
000291*
000292*10/15/2026  GS   ADDED "V" FOR THE REPORT REPOSITORY: THE
000293*                 OPERATOR NARROWS RPTINDEX.DAT BY REPORT NAME,
000294*                 RUN DATE, JOB NAME AND ENTITY (ANY LEFT BLANK
000295*                 MATCHES EVERYTHING), PICKS ONE OF THE STORED
000296*                 REPORTS LISTED, AND EITHER PAGES THROUGH IT ON
000297*                 THE SCREEN OR REPRINTS IT -- COPIES IT TO THE
000298*                 PRINT FILE, REPRINT.RPT OR WHATEVER
000299*                 RPT-PRINTFILE NAMES -- EXACTLY AS IT WAS FILED.
000299*
000299*10/15/2026  GS   ADDED "I" FOR THE INCIDENT REGISTER THAT NOTIFY
000299*                 OPENS ON EVERY FAILED OR HELD RUN: LISTS THE
000299*                 OPEN INCIDENTS, THEN LETS THE OPERATOR ADD A
000299*                 NOTE (INCNOTE.DAT), ASSIGN AN OWNER, OR CLOSE
000299*                 ONE WITH A ROOT-CAUSE CATEGORY AND A RESOLUTION.
000299*                 EACH UPDATE RE-READS INCIDENT.DAT, CHANGES THE
000299*                 ONE INCIDENT AND WRITES THE FILE STRAIGHT BACK,
000299*                 SO AN INCIDENT OPENED BY A RUN WHILE THE MENU IS
000299*                 UP IS NOT LOST.  ASSIGNING AND CLOSING ARE NOTED
000299*                 TOO, SO THE NOTES READ AS THE INCIDENT'S FULL
000299*                 HISTORY.
000299*
000299*10/15/2026  GS   ADDED "Q" FOR THE EXCEPTION WORK QUEUE THAT
000299*                 EXCPGAT LOADS NIGHTLY: LISTS THE FIRST 50 OPEN
000299*                 ITEMS FOR A TEAM AND/OR SOURCE (BLANK = ANY),
000299*                 THEN LETS THE OPERATOR CLOSE ONE WITH A
000299*                 RESOLUTION OR HAND IT TO ANOTHER TEAM.  EACH
000299*                 UPDATE RE-READS THE ITEM FROM EXCPQ BY KEY
000299*                 BEFORE REWRITING IT, SO A LAST-SEEN DATE MOVED
000299*                 BY A GATHER WHILE THE MENU IS UP IS KEPT.
000299*
000299*10/15/2026  GS   PAGING A STORED REPORT NOW HOLDS EACH SCREEN
000299*                 OF TWENTY LINES AND SHOWS 79 COLUMNS OF IT AT A
000299*                 TIME; ">" SHIFTS TO COLUMNS 54-132 AND "<" BACK
000299*                 TO 1-79, SO A 132-COLUMN REPORT CAN BE READ IN
000299*                 FULL.  THE LAST SCREEN ALSO WAITS WHEN IT HAS
000299*                 ANYTHING PAST COLUMN 79.
000300*
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000370     SELECT TAIL-FILE ASSIGN TO WS-TAIL-FILE-NAME
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-TAIL-FILE-STATUS.
000391     SELECT INDEX-FILE ASSIGN TO "RPTINDEX.DAT"
000392         ORGANIZATION IS LINE SEQUENTIAL
000393         FILE STATUS IS WS-INDEX-FILE-STATUS.
000394     SELECT VIEW-FILE ASSIGN TO WS-VIEW-FILE-NAME
000395         ORGANIZATION IS LINE SEQUENTIAL
000396         FILE STATUS IS WS-VIEW-FILE-STATUS.
000397     SELECT INCIDENT-FILE ASSIGN TO "INCIDENT.DAT"
000398         ORGANIZATION IS LINE SEQUENTIAL
000399         FILE STATUS IS WS-INCIDENT-FILE-STATUS.
000399     SELECT NOTE-FILE ASSIGN TO "INCNOTE.DAT"
000399         ORGANIZATION IS LINE SEQUENTIAL
000399         FILE STATUS IS WS-NOTE-FILE-STATUS.
000399     SELECT EXQ-LIST-FILE ASSIGN TO "EXCPQ.LST"
000399         ORGANIZATION IS LINE SEQUENTIAL
000399         FILE STATUS IS WS-EXQ-LIST-FILE-STATUS.
000400*
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  TAIL-FILE.
000440 01  TAIL-FILE-LINE              PIC X(115).
000442 FD  INDEX-FILE.
000444 01  INDEX-FILE-RECORD           PIC X(84).
000446 FD  VIEW-FILE.
000448 01  VIEW-FILE-LINE              PIC X(132).
000449 FD  INCIDENT-FILE.
000449 01  INCIDENT-FILE-RECORD        PIC X(216).
000449 FD  NOTE-FILE.
000449 01  NOTE-FILE-RECORD            PIC X(91).
000449 FD  EXQ-LIST-FILE.
000449 01  EXQ-LIST-FILE-RECORD        PIC X(40).
000450*
000460 WORKING-STORAGE SECTION.
000470 01  WS-TAIL-FILE-NAME         PIC X(15).
000740 01  WS-TAIL-SUB               PIC 9(02) COMP-5.
000750 01  WS-TAIL-FROM              PIC 9(02) COMP-5.
000760*
000762*    REPORT REPOSITORY PICK.  THE MATCHES TABLE HOLDS THE MOST
000763*    RECENT 50 INDEX LINES THAT PASS THE OPERATOR'S FILTERS.
000764 01  WS-INDEX-FILE-STATUS      PIC X(02).
000765     88  WS-INDEX-FILE-OK          VALUE "00".
000766     88  WS-INDEX-FILE-EOF         VALUE "10".
000767 01  WS-VIEW-FILE-NAME         PIC X(15).
000768 01  WS-VIEW-FILE-STATUS       PIC X(02).
000769     88  WS-VIEW-FILE-OK           VALUE "00".
000769     88  WS-VIEW-FILE-EOF          VALUE "10".
000769 01  WS-F-REPORT               PIC X(15).
000769 01  WS-F-RUN-DATE             PIC X(08).
000769 01  WS-F-JOB                  PIC X(08).
000769 01  WS-F-ENTITY               PIC X(04).
000769 01  WS-MATCH-TABLE.
000769     05  WS-MATCH-COUNT        PIC 9(02) COMP-5 VALUE 0.
000769     05  WS-MATCH-ENTRY        PIC X(84) OCCURS 50 TIMES.
000769 01  WS-MATCH-SUB              PIC 9(02) COMP-5.
000769 01  WS-MATCH-DISP             PIC Z9.
000769 01  WS-PICK                   PIC 9(02).
000769 01  WS-PAGE-LINES             PIC 9(02) COMP-5.
000769 01  WS-SW-PAGE-QUIT           PIC X(01).
000769     88  WS-PAGE-QUIT              VALUE "Y".
000769 01  WS-PAGE-TABLE.
000769     05  WS-PAGE-LINE          PIC X(132) OCCURS 20 TIMES.
000769 01  WS-PAGE-SUB               PIC 9(02) COMP-5.
000769 01  WS-PAGE-COL               PIC 9(03) COMP-5.
000769 01  WS-SW-PAGE-WIDE           PIC X(01).
000769     88  WS-PAGE-WIDE              VALUE "Y".
000769 01  WS-SW-PAGE-SHIFT          PIC X(01).
000769     88  WS-PAGE-SHIFT             VALUE "Y".
000769 01  WS-PRINT-FILE-NAME        PIC X(15).
000769 01  WS-PRINT-COUNT            PIC 9(07).
000769 01  WS-PRINT-STATUS           PIC 9(02).
000769     88  WS-PRINT-OK               VALUE 0.
000769 COPY RPTIDX.
000769*
000769*    INCIDENT REGISTER PICK.  THE WHOLE REGISTER IS TABLED FOR
000769*    EACH LIST OR UPDATE AND WRITTEN BACK AFTER AN UPDATE.
000769 01  WS-INCIDENT-FILE-STATUS   PIC X(02).
000769     88  WS-INCIDENT-FILE-OK       VALUE "00".
000769     88  WS-INCIDENT-FILE-EOF      VALUE "10".
000769 01  WS-NOTE-FILE-STATUS       PIC X(02).
000769     88  WS-NOTE-FILE-OK           VALUE "00".
000769     88  WS-NOTE-FILE-EOF          VALUE "10".
000769     88  WS-NOTE-NOT-FOUND         VALUE "35".
000769 01  WS-INC-TABLE.
000769     05  WS-INC-COUNT          PIC 9(04) COMP-5 VALUE 0.
000769     05  WS-INC-ENTRY          PIC X(216) OCCURS 1000 TIMES.
000769 01  WS-INC-SUB                PIC 9(04) COMP-5.
000769 01  WS-INC-HIT                PIC 9(04) COMP-5.
000769 01  WS-INC-OPEN-COUNT         PIC 9(04) COMP-5.
000769 01  WS-INC-OVERFLOW-SW        PIC X(01).
000769     88  WS-INC-OVERFLOW           VALUE "Y".
000769 01  WS-INC-OPERATOR           PIC X(08).
000769 01  WS-INC-PICK               PIC 9(06).
000769 01  WS-INC-NOW                PIC X(21).
000769 01  WS-INC-NOTE-TEXT          PIC X(60).
000769 01  WS-INC-RC-EDIT            PIC ZZZZ9.
000769 COPY INCREC.
000769*
000769*    EXCEPTION WORK QUEUE PICK.  EXCPQ IS READ AND REWRITTEN BY
000769*    KEY THROUGH RSMFCOB; THE MATCHES TABLE HOLDS THE FIRST 50
000769*    OPEN ITEMS ON EXCPQ.LST THAT PASS THE OPERATOR'S FILTERS.
000769 01  WS-EXQ-LIST-FILE-STATUS   PIC X(02).
000769     88  WS-EXQ-LIST-FILE-OK       VALUE "00".
000769     88  WS-EXQ-LIST-FILE-EOF      VALUE "10".
000769 01  WS-FUNC                   PIC 999 COMP-5.
000769     88  FUNC-OPEN                 VALUE 1.
000769     88  FUNC-CLOSE                VALUE 2.
000769     88  FUNC-READ                 VALUE 3.
000769     88  FUNC-REWRITE              VALUE 5.
000769 01  WS-IO-AREA                PIC X(4000).
000769 01  WS-IO-LEN                 PIC 999 COMP-5.
000769 01  WS-RET-CODE               PIC 999 COMP-5.
000769 01  WS-EXQ-FILE-NAME          PIC X(15) VALUE "EXCPQ".
000769 01  WS-EXQ-F-TEAM             PIC X(08).
000769 01  WS-EXQ-F-SOURCE           PIC X(04).
000769 01  WS-EXQ-TABLE.
000769     05  WS-EXQ-COUNT          PIC 9(02) COMP-5 VALUE 0.
000769     05  WS-EXQ-ENTRY          PIC X(200) OCCURS 50 TIMES.
000769 01  WS-EXQ-SUB                PIC 9(02) COMP-5.
000769 01  WS-EXQ-MORE-SW            PIC X(01).
000769     88  WS-EXQ-MORE               VALUE "Y".
000769 01  WS-EXQ-OPERATOR           PIC X(08).
000769 01  WS-EXQ-NEW-TEAM           PIC X(08).
000769 01  WS-EXQ-RESOLUTION         PIC X(40).
000769 01  WS-EXQ-NOW                PIC X(21).
000769 01  WS-EXQ-AMOUNT-EDIT        PIC Z,ZZZ,ZZZ,ZZ9.99-.
000769 COPY EXCPREC.
000769*
000770 PROCEDURE DIVISION.
000780*
000790 0000-MAINLINE.
001190     DISPLAY "  8 CONCAT FILE 3               = ", WS-V-CONCAT3.
001200     DISPLAY "  9 CHAIN CONTROL FILE          = ", WS-V-CHAINCTL.
001210     DISPLAY "  T SHOW TAIL OF NOTIFY.LOG AND AUDIT.LOG".
001215     DISPLAY "  V LIST, PAGE OR REPRINT A STORED REPORT".
001217     DISPLAY "  I INCIDENT REGISTER (LIST, NOTE, ASSIGN, CLOSE)".
001218     DISPLAY "  Q EXCEPTION WORK QUEUE (LIST, CLOSE, REASSIGN)".
001220     DISPLAY "  R RUN THE JOB NOW (XDISP)".
001230     DISPLAY "  X EXIT WITHOUT RUNNING".
001240     DISPLAY "ENTER CHOICE:".
001790         WHEN "T"
001800         WHEN "t"
001810             PERFORM 4000-SHOW-LOG-TAILS THRU 4000-EXIT
001811         WHEN "V"
001812         WHEN "v"
001813             PERFORM 5000-STORED-REPORTS THRU 5000-EXIT
001814         WHEN "I"
001815         WHEN "i"
001816             PERFORM 6000-INCIDENTS THRU 6000-EXIT
001817         WHEN "Q"
001818         WHEN "q"
001819             PERFORM 7000-EXCEPTION-QUEUE THRU 7000-EXIT
001820         WHEN "R"
001830         WHEN "r"
001840             PERFORM 4000-SHOW-LOG-TAILS THRU 4000-EXIT
002610     END-IF.
002620 4300-EXIT.
002630     EXIT.
002640*
002650*---------------------------------------------------------------*
002660* REPORT REPOSITORY: FILTER THE INDEX, LIST THE MATCHES, THEN   *
002670* PAGE THROUGH OR REPRINT THE ONE PICKED.                       *
002680*---------------------------------------------------------------*
002690 5000-STORED-REPORTS.
002700     DISPLAY "REPORT NAME, E.G. AGERPT.RPT (BLANK = ANY):".
002710     PERFORM 3000-ACCEPT-INPUT THRU 3000-EXIT.
002720     MOVE WS-INPUT(1:15) TO WS-F-REPORT.
002730     DISPLAY "RUN DATE CCYYMMDD (BLANK = ANY):".
002740     PERFORM 3000-ACCEPT-INPUT THRU 3000-EXIT.
002750     MOVE WS-INPUT(1:8) TO WS-F-RUN-DATE.
002760     DISPLAY "JOB NAME (BLANK = ANY):".
002770     PERFORM 3000-ACCEPT-INPUT THRU 3000-EXIT.
002780     MOVE WS-INPUT(1:8) TO WS-F-JOB.
002790     DISPLAY "ENTITY (BLANK = ANY):".
002800     PERFORM 3000-ACCEPT-INPUT THRU 3000-EXIT.
002810     MOVE WS-INPUT(1:4) TO WS-F-ENTITY.
002820     MOVE 0 TO WS-MATCH-COUNT.
002830     OPEN INPUT INDEX-FILE.
002840     IF NOT WS-INDEX-FILE-OK
002850         DISPLAY "  (NO REPORTS HAVE BEEN FILED YET)"
002860         GO TO 5000-EXIT
002870     END-IF.
002880     PERFORM 5100-MATCH-ONE-LINE THRU 5100-EXIT
002890         UNTIL WS-INDEX-FILE-EOF.
002900     CLOSE INDEX-FILE.
002910     IF WS-MATCH-COUNT = 0
002920         DISPLAY "  (NO STORED REPORT MATCHES)"
002930         GO TO 5000-EXIT
002940     END-IF.
002950     DISPLAY "  NO REPORT NAME      RUN DATE JOB      ENT  LINES".
002960     PERFORM 5200-LIST-ONE-MATCH THRU 5200-EXIT
002970         VARYING WS-MATCH-SUB FROM 1 BY 1
002980         UNTIL WS-MATCH-SUB > WS-MATCH-COUNT.
002990     DISPLAY "REPORT NUMBER (BLANK = BACK TO MENU):".
003000     PERFORM 3000-ACCEPT-INPUT THRU 3000-EXIT.
003010     IF WS-INPUT(1:2) = SPACES
003020         GO TO 5000-EXIT
003030     END-IF.
003040     MOVE FUNCTION NUMVAL(WS-INPUT(1:2)) TO WS-PICK.
003050     IF WS-PICK < 1 OR WS-PICK > WS-MATCH-COUNT
003060         DISPLAY "NO SUCH REPORT NUMBER: ", WS-INPUT(1:2)
003070         GO TO 5000-EXIT
003080     END-IF.
003090     MOVE WS-MATCH-ENTRY(WS-PICK) TO RPT-INDEX-RECORD.
003100     DISPLAY "P PAGE ON SCREEN, R REPRINT (BLANK = BACK):".
003110     PERFORM 3000-ACCEPT-INPUT THRU 3000-EXIT.
003120     EVALUATE WS-INPUT(1:1)
003130         WHEN "P"
003140         WHEN "p"
003150             PERFORM 5300-PAGE-REPORT THRU 5300-EXIT
003160         WHEN "R"
003170         WHEN "r"
003180             PERFORM 5400-REPRINT-REPORT THRU 5400-EXIT
003190         WHEN OTHER
003200             CONTINUE
003210     END-EVALUATE.
003220 5000-EXIT.
003230     EXIT.
003240*
003250*    ONCE THE TABLE IS FULL THE OLDEST MATCH IS DROPPED, SO THE
003260*    LIST ALWAYS ENDS WITH THE MOST RECENTLY FILED REPORTS.
003270 5100-MATCH-ONE-LINE.
003280     READ INDEX-FILE
003290         AT END
003300             GO TO 5100-EXIT
003310     END-READ.
003320     MOVE INDEX-FILE-RECORD TO RPT-INDEX-RECORD.
003330     IF (WS-F-REPORT NOT = SPACES
003340             AND WS-F-REPORT NOT = RPT-IDX-REPORT-NAME)
003350         OR (WS-F-RUN-DATE NOT = SPACES
003360             AND WS-F-RUN-DATE NOT = RPT-IDX-RUN-DATE)
003370         OR (WS-F-JOB NOT = SPACES
003380             AND WS-F-JOB NOT = RPT-IDX-JOB-NAME)
003390         OR (WS-F-ENTITY NOT = SPACES
003400             AND WS-F-ENTITY NOT = RPT-IDX-ENTITY)
003410         GO TO 5100-EXIT
003420     END-IF.
003430     IF WS-MATCH-COUNT = 50
003440         PERFORM 5110-DROP-OLDEST THRU 5110-EXIT
003450             VARYING WS-MATCH-SUB FROM 1 BY 1
003460             UNTIL WS-MATCH-SUB > 49
003470     ELSE
003480         ADD 1 TO WS-MATCH-COUNT
003490     END-IF.
003500     MOVE INDEX-FILE-RECORD TO WS-MATCH-ENTRY(WS-MATCH-COUNT).
003510 5100-EXIT.
003520     EXIT.
003530*
003540 5110-DROP-OLDEST.
003550     MOVE WS-MATCH-ENTRY(WS-MATCH-SUB + 1)
003560         TO WS-MATCH-ENTRY(WS-MATCH-SUB).
003570 5110-EXIT.
003580     EXIT.
003590*
003600 5200-LIST-ONE-MATCH.
003610     MOVE WS-MATCH-ENTRY(WS-MATCH-SUB) TO RPT-INDEX-RECORD.
003620     MOVE WS-MATCH-SUB TO WS-MATCH-DISP.
003630     DISPLAY "  ", WS-MATCH-DISP, " ", RPT-IDX-REPORT-NAME, " ",
003640         RPT-IDX-RUN-DATE, " ", RPT-IDX-JOB-NAME, " ",
003650         RPT-IDX-ENTITY, " ", RPT-IDX-LINE-COUNT.
003660 5200-EXIT.
003670     EXIT.
003680*
003690 5300-PAGE-REPORT.
003700     MOVE RPT-IDX-STORED-NAME TO WS-VIEW-FILE-NAME.
003710     OPEN INPUT VIEW-FILE.
003720     IF NOT WS-VIEW-FILE-OK
003730         DISPLAY "  (STORED COPY ", RPT-IDX-STORED-NAME,
003740             " IS NOT ON DISK)"
003750         GO TO 5300-EXIT
003760     END-IF.
003770     DISPLAY "  ", RPT-IDX-REPORT-NAME, " RUN ", RPT-IDX-RUN-DATE,
003780         " JOB ", RPT-IDX-JOB-NAME, " ENTITY ", RPT-IDX-ENTITY.
003790     MOVE 1 TO WS-PAGE-COL.
003800     MOVE "N" TO WS-SW-PAGE-QUIT.
003810     PERFORM 5310-SHOW-ONE-PAGE THRU 5310-EXIT
003820         UNTIL WS-VIEW-FILE-EOF OR WS-PAGE-QUIT.
003830     CLOSE VIEW-FILE.
003840     DISPLAY "  (END OF REPORT)".
003850 5300-EXIT.
003860     EXIT.
003870*
003880*    TWENTY LINES TO A SCREEN, HELD SO THE SAME SCREEN CAN BE
003890*    SHOWN AGAIN FROM ANOTHER COLUMN.  ENTER SHOWS THE NEXT, ">"
003900*    AND "<" SHIFT RIGHT AND LEFT, Q STOPS.
003910 5310-SHOW-ONE-PAGE.
003920     MOVE 0 TO WS-PAGE-LINES.
003930     MOVE "N" TO WS-SW-PAGE-WIDE.
003940     PERFORM 5320-READ-ONE-LINE THRU 5320-EXIT
003950         UNTIL WS-PAGE-LINES = 20 OR WS-VIEW-FILE-EOF.
003960     IF WS-PAGE-LINES = 0
003970         GO TO 5310-EXIT
003980     END-IF.
003990     MOVE "Y" TO WS-SW-PAGE-SHIFT.
004000     PERFORM 5330-SHOW-PAGE THRU 5330-EXIT
004010         UNTIL NOT WS-PAGE-SHIFT.
004020 5310-EXIT.
004030     EXIT.
004040*
004050 5320-READ-ONE-LINE.
004051     READ VIEW-FILE
004052         AT END
004053             GO TO 5320-EXIT
004054     END-READ.
004055     ADD 1 TO WS-PAGE-LINES.
004056     MOVE VIEW-FILE-LINE TO WS-PAGE-LINE(WS-PAGE-LINES).
004057     IF VIEW-FILE-LINE(80:53) NOT = SPACES
004058         SET WS-PAGE-WIDE TO TRUE
004059     END-IF.
004060 5320-EXIT.
004061     EXIT.
004062*
004063*    A SHORT LAST SCREEN ONLY WAITS WHEN THERE IS MORE OF IT TO
004064*    THE RIGHT.
004065 5330-SHOW-PAGE.
004066     MOVE "N" TO WS-SW-PAGE-SHIFT.
004067     IF WS-PAGE-COL > 1
004068         DISPLAY "  (COLUMNS 54-132)"
004069     END-IF.
004070     PERFORM 5340-SHOW-ONE-LINE THRU 5340-EXIT
004071         VARYING WS-PAGE-SUB FROM 1 BY 1
004072         UNTIL WS-PAGE-SUB > WS-PAGE-LINES.
004073     IF WS-PAGE-LINES < 20
004074         AND NOT WS-PAGE-WIDE
004075         GO TO 5330-EXIT
004076     END-IF.
004077     DISPLAY "-- ENTER = NEXT PAGE, > = RIGHT, < = LEFT,",
004078         " Q = QUIT --".
004079     PERFORM 3000-ACCEPT-INPUT THRU 3000-EXIT.
004080     EVALUATE WS-INPUT(1:1)
004081         WHEN "Q"
004082         WHEN "q"
004083             SET WS-PAGE-QUIT TO TRUE
004084         WHEN ">"
004085             MOVE 54 TO WS-PAGE-COL
004086             SET WS-PAGE-SHIFT TO TRUE
004087         WHEN "<"
004088             MOVE 1 TO WS-PAGE-COL
004089             SET WS-PAGE-SHIFT TO TRUE
004090         WHEN OTHER
004091             CONTINUE
004092     END-EVALUATE.
004093 5330-EXIT.
004094     EXIT.
004095*
004096 5340-SHOW-ONE-LINE.
004097     DISPLAY WS-PAGE-LINE(WS-PAGE-SUB)(WS-PAGE-COL:79).
004098 5340-EXIT.
004100     EXIT.
004102*
004104 5400-REPRINT-REPORT.
004106     MOVE SPACES TO WS-PRINT-FILE-NAME.
004108     ACCEPT WS-PRINT-FILE-NAME FROM ENVIRONMENT "RPT-PRINTFILE".
004110     IF WS-PRINT-FILE-NAME = SPACES
004120         MOVE "REPRINT.RPT" TO WS-PRINT-FILE-NAME
004130     END-IF.
004140     CALL "FILECOPY" USING RPT-IDX-STORED-NAME,
004150                            WS-PRINT-FILE-NAME,
004160                            WS-PRINT-COUNT,
004170                            WS-PRINT-STATUS.
004180     IF WS-PRINT-OK
004190         DISPLAY "  ", RPT-IDX-REPORT-NAME, " OF ",
004195             RPT-IDX-RUN-DATE,
004200             " REPRINTED TO ", WS-PRINT-FILE-NAME,
004210             " (", WS-PRINT-COUNT, " LINES)"
004220     ELSE
004230         DISPLAY "  REPRINT FAILED, STATUS ", WS-PRINT-STATUS
004240     END-IF.
004250 5400-EXIT.
004260     EXIT.
004270*
004280*---------------------------------------------------------------*
004290* INCIDENT REGISTER: LIST THE OPEN INCIDENTS, THEN NOTE, ASSIGN *
004300* OR CLOSE ONE OF THEM.                                         *
004310*---------------------------------------------------------------*
004320 6000-INCIDENTS.
004330     PERFORM 6100-LOAD-INCIDENTS THRU 6100-EXIT.
004340     IF WS-INC-OVERFLOW
004350         GO TO 6000-EXIT
004360     END-IF.
004370     PERFORM 6200-LIST-OPEN THRU 6200-EXIT.
004380     DISPLAY "N ADD NOTE, A ASSIGN OWNER, C CLOSE",
004390         " (BLANK = BACK):".
004400     PERFORM 3000-ACCEPT-INPUT THRU 3000-EXIT.
004410     MOVE WS-INPUT(1:1) TO WS-CHOICE.
004420     IF WS-CHOICE = SPACE
004430         GO TO 6000-EXIT
004440     END-IF.
004450     IF WS-CHOICE NOT = "N" AND NOT = "n" AND NOT = "A"
004460         AND NOT = "a" AND NOT = "C" AND NOT = "c"
004470         DISPLAY "CHOICE NOT RECOGNIZED: ", WS-CHOICE
004480         GO TO 6000-EXIT
004490     END-IF.
004500     DISPLAY "INCIDENT NUMBER:".
004510     PERFORM 3000-ACCEPT-INPUT THRU 3000-EXIT.
004520     IF WS-INPUT(1:6) = SPACES
004530         GO TO 6000-EXIT
004540     END-IF.
004550     MOVE FUNCTION NUMVAL(WS-INPUT(1:6)) TO WS-INC-PICK.
004560     DISPLAY "YOUR OPERATOR ID:".
004570     PERFORM 3000-ACCEPT-INPUT THRU 3000-EXIT.
004580     MOVE WS-INPUT(1:8) TO WS-INC-OPERATOR.
004590     IF WS-INC-OPERATOR = SPACES
004600         DISPLAY "  AN OPERATOR ID IS REQUIRED"
004610         GO TO 6000-EXIT
004620     END-IF.
004630     EVALUATE WS-CHOICE
004640         WHEN "N"
004650         WHEN "n"
004660             PERFORM 6300-ADD-NOTE THRU 6300-EXIT
004670         WHEN "A"
004680         WHEN "a"
004690             PERFORM 6400-ASSIGN-OWNER THRU 6400-EXIT
004700         WHEN OTHER
004710             PERFORM 6500-CLOSE-INCIDENT THRU 6500-EXIT
004720     END-EVALUATE.
004730 6000-EXIT.
004740     EXIT.
004750*
004760*    NO INCIDENT.DAT YET SIMPLY MEANS NO RUN HAS FAILED YET.
004770 6100-LOAD-INCIDENTS.
004780     MOVE 0 TO WS-INC-COUNT.
004790     MOVE "N" TO WS-INC-OVERFLOW-SW.
004800     OPEN INPUT INCIDENT-FILE.
004810     IF NOT WS-INCIDENT-FILE-OK
004820         GO TO 6100-EXIT
004830     END-IF.
004840     PERFORM 6110-LOAD-ONE-INCIDENT THRU 6110-EXIT
004850         UNTIL WS-INCIDENT-FILE-EOF
004860            OR WS-INC-OVERFLOW.
004870     CLOSE INCIDENT-FILE.
004880     IF WS-INC-OVERFLOW
004890         DISPLAY "  MORE THAN 1000 INCIDENTS ON INCIDENT.DAT",
004900             " - ARCHIVE THE CLOSED ONES FIRST"
004910     END-IF.
004920 6100-EXIT.
004930     EXIT.
004940*
004950 6110-LOAD-ONE-INCIDENT.
004960     READ INCIDENT-FILE
004970         AT END
004980             GO TO 6110-EXIT
004990     END-READ.
005000     IF INCIDENT-FILE-RECORD = SPACES
005010         GO TO 6110-EXIT
005020     END-IF.
005030     IF WS-INC-COUNT = 1000
005040         SET WS-INC-OVERFLOW TO TRUE
005050         GO TO 6110-EXIT
005060     END-IF.
005070     ADD 1 TO WS-INC-COUNT.
005080     MOVE INCIDENT-FILE-RECORD TO WS-INC-ENTRY(WS-INC-COUNT).
005090 6110-EXIT.
005100     EXIT.
005110*
005120 6200-LIST-OPEN.
005130     MOVE 0 TO WS-INC-OPEN-COUNT.
005140     DISPLAY "  NUMBER JOB      STEP        RC OPENED",
005150         "         OWNER".
005160     PERFORM 6210-LIST-ONE-INCIDENT THRU 6210-EXIT
005170         VARYING WS-INC-SUB FROM 1 BY 1
005180         UNTIL WS-INC-SUB > WS-INC-COUNT.
005190     IF WS-INC-OPEN-COUNT = 0
005200         DISPLAY "  (NO OPEN INCIDENTS)"
005210     END-IF.
005220 6200-EXIT.
005230     EXIT.
005240*
005250 6210-LIST-ONE-INCIDENT.
005260     MOVE WS-INC-ENTRY(WS-INC-SUB) TO INC-RECORD.
005270     IF NOT INC-IS-OPEN
005280         GO TO 6210-EXIT
005290     END-IF.
005300     ADD 1 TO WS-INC-OPEN-COUNT.
005310     MOVE INC-RET-CODE TO WS-INC-RC-EDIT.
005320     DISPLAY "  ", INC-NUMBER, " ", INC-JOB-NAME, " ",
005330         INC-STEP-NAME, " ", WS-INC-RC-EDIT, " ",
005340         INC-OPENED-AT, " ", INC-OWNER.
005350     DISPLAY "         ", INC-MESSAGE.
005360 6210-EXIT.
005370     EXIT.
005380*
005390*    LEAVES WS-INC-HIT POINTING AT THE PICKED INCIDENT, OR 0.
005400 6250-FIND-INCIDENT.
005410     MOVE 0 TO WS-INC-HIT.
005420     PERFORM 6260-CHECK-ONE-NUMBER THRU 6260-EXIT
005430         VARYING WS-INC-SUB FROM 1 BY 1
005440         UNTIL WS-INC-SUB > WS-INC-COUNT
005450            OR WS-INC-HIT > 0.
005460     IF WS-INC-HIT = 0
005470         DISPLAY "NO SUCH INCIDENT NUMBER: ", WS-INC-PICK
005480         GO TO 6250-EXIT
005490     END-IF.
005500     MOVE WS-INC-ENTRY(WS-INC-HIT) TO INC-RECORD.
005510 6250-EXIT.
005520     EXIT.
005530*
005540 6260-CHECK-ONE-NUMBER.
005550     IF WS-INC-ENTRY(WS-INC-SUB)(1:6) = WS-INC-PICK
005560         MOVE WS-INC-SUB TO WS-INC-HIT
005570     END-IF.
005580 6260-EXIT.
005590     EXIT.
005600*
005610*    SHOWS THE NOTES ALREADY ON THE INCIDENT BEFORE TAKING THE
005620*    NEW ONE, SO THE OPERATOR DOES NOT REPEAT WHAT IS THERE.
005630 6300-ADD-NOTE.
005640     PERFORM 6250-FIND-INCIDENT THRU 6250-EXIT.
005650     IF WS-INC-HIT = 0
005660         GO TO 6300-EXIT
005670     END-IF.
005680     PERFORM 6700-SHOW-NOTES THRU 6700-EXIT.
005690     DISPLAY "NOTE TEXT (BLANK = NONE):".
005700     PERFORM 3000-ACCEPT-INPUT THRU 3000-EXIT.
005710     IF WS-INPUT(1:60) = SPACES
005720         GO TO 6300-EXIT
005730     END-IF.
005740     MOVE WS-INPUT(1:60) TO WS-INC-NOTE-TEXT.
005750     PERFORM 6800-WRITE-NOTE THRU 6800-EXIT.
005760 6300-EXIT.
005770     EXIT.
005780*
005790 6400-ASSIGN-OWNER.
005800     PERFORM 6100-LOAD-INCIDENTS THRU 6100-EXIT.
005810     IF WS-INC-OVERFLOW
005820         GO TO 6400-EXIT
005830     END-IF.
005840     PERFORM 6250-FIND-INCIDENT THRU 6250-EXIT.
005850     IF WS-INC-HIT = 0
005860         GO TO 6400-EXIT
005870     END-IF.
005880     IF NOT INC-IS-OPEN
005890         DISPLAY "  INCIDENT ", WS-INC-PICK, " IS ALREADY CLOSED"
005900         GO TO 6400-EXIT
005910     END-IF.
005920     DISPLAY "OWNER (CURRENTLY ", INC-OWNER, "):".
005930     PERFORM 3000-ACCEPT-INPUT THRU 3000-EXIT.
005940     IF WS-INPUT(1:8) = SPACES
005950         GO TO 6400-EXIT
005960     END-IF.
005970     MOVE WS-INPUT(1:8) TO INC-OWNER.
005980     MOVE INC-RECORD TO WS-INC-ENTRY(WS-INC-HIT).
005990     PERFORM 6600-WRITE-INCIDENTS THRU 6600-EXIT.
006000     MOVE SPACES TO WS-INC-NOTE-TEXT.
006010     STRING "ASSIGNED TO " INC-OWNER DELIMITED BY SIZE
006020         INTO WS-INC-NOTE-TEXT.
006030     PERFORM 6800-WRITE-NOTE THRU 6800-EXIT.
006040     DISPLAY "  INCIDENT ", WS-INC-PICK, " ASSIGNED TO ",
006050         INC-OWNER.
006060 6400-EXIT.
006070     EXIT.
006080*
006090*    A CLOSE NEEDS BOTH A ROOT-CAUSE CATEGORY FROM THE LIST IN
006100*    INCREC AND A RESOLUTION, OR NOTHING IS CHANGED -- INCRPT
006110*    CAN ONLY COUNT CAUSES THAT WERE RECORDED.
006120 6500-CLOSE-INCIDENT.
006130     PERFORM 6100-LOAD-INCIDENTS THRU 6100-EXIT.
006140     IF WS-INC-OVERFLOW
006150         GO TO 6500-EXIT
006160     END-IF.
006170     PERFORM 6250-FIND-INCIDENT THRU 6250-EXIT.
006180     IF WS-INC-HIT = 0
006190         GO TO 6500-EXIT
006200     END-IF.
006210     IF NOT INC-IS-OPEN
006220         DISPLAY "  INCIDENT ", WS-INC-PICK, " IS ALREADY CLOSED"
006230         GO TO 6500-EXIT
006240     END-IF.
006250     DISPLAY "ROOT CAUSE (DATA HARD PROG OPER SCHD EXTN OTHR):".
006260     PERFORM 3000-ACCEPT-INPUT THRU 3000-EXIT.
006270     MOVE FUNCTION UPPER-CASE(WS-INPUT(1:4)) TO INC-CAUSE.
006280     IF NOT INC-CAUSE-VALID
006290         DISPLAY "  NOT A ROOT-CAUSE CATEGORY: ", WS-INPUT(1:4)
006300         GO TO 6500-EXIT
006310     END-IF.
006320     DISPLAY "RESOLUTION:".
006330     PERFORM 3000-ACCEPT-INPUT THRU 3000-EXIT.
006340     IF WS-INPUT(1:60) = SPACES
006350         DISPLAY "  A RESOLUTION IS REQUIRED TO CLOSE"
006360         GO TO 6500-EXIT
006370     END-IF.
006380     MOVE WS-INPUT(1:60) TO INC-RESOLUTION.
006390     MOVE FUNCTION CURRENT-DATE TO WS-INC-NOW.
006400     SET INC-IS-CLOSED TO TRUE.
006410     MOVE WS-INC-NOW(1:14) TO INC-CLOSED-AT.
006420     MOVE WS-INC-OPERATOR TO INC-CLOSED-BY.
006430     MOVE INC-RECORD TO WS-INC-ENTRY(WS-INC-HIT).
006440     PERFORM 6600-WRITE-INCIDENTS THRU 6600-EXIT.
006450     MOVE SPACES TO WS-INC-NOTE-TEXT.
006460     STRING "CLOSED, CAUSE " INC-CAUSE DELIMITED BY SIZE
006470         INTO WS-INC-NOTE-TEXT.
006480     PERFORM 6800-WRITE-NOTE THRU 6800-EXIT.
006490     DISPLAY "  INCIDENT ", WS-INC-PICK, " CLOSED".
006500 6500-EXIT.
006510     EXIT.
006520*
006530 6600-WRITE-INCIDENTS.
006540     OPEN OUTPUT INCIDENT-FILE.
006550     IF NOT WS-INCIDENT-FILE-OK
006560         DISPLAY "  CANNOT REWRITE INCIDENT.DAT, STATUS ",
006570             WS-INCIDENT-FILE-STATUS
006580         GO TO 6600-EXIT
006590     END-IF.
006600     PERFORM 6610-WRITE-ONE-INCIDENT THRU 6610-EXIT
006610         VARYING WS-INC-SUB FROM 1 BY 1
006620         UNTIL WS-INC-SUB > WS-INC-COUNT.
006630     CLOSE INCIDENT-FILE.
006640 6600-EXIT.
006650     EXIT.
006660*
006670 6610-WRITE-ONE-INCIDENT.
006680     MOVE WS-INC-ENTRY(WS-INC-SUB) TO INCIDENT-FILE-RECORD.
006690     WRITE INCIDENT-FILE-RECORD.
006700 6610-EXIT.
006710     EXIT.
006720*
006730 6700-SHOW-NOTES.
006740     DISPLAY "  ", INC-NUMBER, " ", INC-JOB-NAME, " ",
006750         INC-STEP-NAME, " OPENED ", INC-OPENED-AT,
006760         " BY ", INC-OPERATOR-ID.
006770     OPEN INPUT NOTE-FILE.
006780     IF NOT WS-NOTE-FILE-OK
006790         GO TO 6700-EXIT
006800     END-IF.
006810     PERFORM 6710-SHOW-ONE-NOTE THRU 6710-EXIT
006820         UNTIL WS-NOTE-FILE-EOF.
006830     CLOSE NOTE-FILE.
006840 6700-EXIT.
006850     EXIT.
006860*
006870 6710-SHOW-ONE-NOTE.
006880     READ NOTE-FILE
006890         AT END
006900             GO TO 6710-EXIT
006910     END-READ.
006920     MOVE NOTE-FILE-RECORD TO INC-NOTE-RECORD.
006930     IF INC-NOTE-NUMBER NOT = WS-INC-PICK
006940         GO TO 6710-EXIT
006950     END-IF.
006960     DISPLAY "  ", INC-NOTE-AT, " ", INC-NOTE-OPERATOR, " ",
006970         INC-NOTE-TEXT.
006980 6710-EXIT.
006990     EXIT.
007000*
007010 6800-WRITE-NOTE.
007020     OPEN EXTEND NOTE-FILE.
007030     IF WS-NOTE-NOT-FOUND
007040         OPEN OUTPUT NOTE-FILE
007050     END-IF.
007060     IF NOT WS-NOTE-FILE-OK
007070         DISPLAY "  CANNOT WRITE INCNOTE.DAT, STATUS ",
007080             WS-NOTE-FILE-STATUS
007090         GO TO 6800-EXIT
007100     END-IF.
007110     MOVE FUNCTION CURRENT-DATE TO WS-INC-NOW.
007120     MOVE SPACES TO INC-NOTE-RECORD.
007130     MOVE WS-INC-PICK TO INC-NOTE-NUMBER.
007140     MOVE WS-INC-NOW(1:14) TO INC-NOTE-AT.
007150     MOVE WS-INC-OPERATOR TO INC-NOTE-OPERATOR.
007160     MOVE WS-INC-NOTE-TEXT TO INC-NOTE-TEXT.
007170     MOVE INC-NOTE-RECORD TO NOTE-FILE-RECORD.
007180     WRITE NOTE-FILE-RECORD.
007190     CLOSE NOTE-FILE.
007200 6800-EXIT.
007210     EXIT.
007220*
007230*---------------------------------------------------------------*
007240* EXCEPTION WORK QUEUE: FILTER BY TEAM AND SOURCE, LIST THE     *
007250* OPEN ITEMS, THEN CLOSE ONE OR HAND IT TO ANOTHER TEAM.        *
007260*---------------------------------------------------------------*
007270 7000-EXCEPTION-QUEUE.
007280     DISPLAY "TEAM (BLANK = ANY):".
007290     PERFORM 3000-ACCEPT-INPUT THRU 3000-EXIT.
007300     MOVE WS-INPUT(1:8) TO WS-EXQ-F-TEAM.
007310     DISPLAY "SOURCE, E.G. FLDV OR PAYR (BLANK = ANY):".
007320     PERFORM 3000-ACCEPT-INPUT THRU 3000-EXIT.
007330     MOVE WS-INPUT(1:4) TO WS-EXQ-F-SOURCE.
007340     OPEN INPUT EXQ-LIST-FILE.
007350     IF NOT WS-EXQ-LIST-FILE-OK
007360         DISPLAY "  (NOTHING HAS BEEN QUEUED YET)"
007370         GO TO 7000-EXIT
007380     END-IF.
007390     SET FUNC-OPEN TO TRUE.
007400     MOVE SPACES TO WS-IO-AREA.
007410     MOVE WS-EXQ-FILE-NAME TO WS-IO-AREA(1:15).
007420     MOVE 200 TO WS-IO-LEN.
007430     CALL "RSMFCOB" USING WS-FUNC, WS-IO-AREA,
007440                           WS-IO-LEN, WS-RET-CODE.
007450     IF WS-RET-CODE NOT = 0
007460         DISPLAY "  CANNOT OPEN THE EXCEPTION QUEUE, RC ",
007470             WS-RET-CODE
007480         CLOSE EXQ-LIST-FILE
007490         GO TO 7000-EXIT
007500     END-IF.
007510     PERFORM 7100-WORK-QUEUE THRU 7100-EXIT.
007520     SET FUNC-CLOSE TO TRUE.
007530     CALL "RSMFCOB" USING WS-FUNC, WS-IO-AREA,
007540                           WS-IO-LEN, WS-RET-CODE.
007550 7000-EXIT.
007560     EXIT.
007570*
007580 7100-WORK-QUEUE.
007590     MOVE 0 TO WS-EXQ-COUNT.
007600     MOVE "N" TO WS-EXQ-MORE-SW.
007610     PERFORM 7200-MATCH-ONE-KEY THRU 7200-EXIT
007620         UNTIL WS-EXQ-LIST-FILE-EOF
007630            OR WS-EXQ-MORE.
007640     CLOSE EXQ-LIST-FILE.
007650     IF WS-EXQ-COUNT = 0
007660         DISPLAY "  (NO OPEN EXCEPTION MATCHES)"
007670         GO TO 7100-EXIT
007680     END-IF.
007690     DISPLAY "  NO SRCE ACCOUNT    RSN  FIRST    LAST     ",
007700         "           AMOUNT TEAM".
007710     PERFORM 7300-LIST-ONE-ITEM THRU 7300-EXIT
007720         VARYING WS-EXQ-SUB FROM 1 BY 1
007730         UNTIL WS-EXQ-SUB > WS-EXQ-COUNT.
007740     IF WS-EXQ-MORE
007750         DISPLAY "  (ONLY THE FIRST 50 ARE LISTED - NARROW BY",
007760             " TEAM OR SOURCE)"
007770     END-IF.
007780     DISPLAY "ITEM NUMBER (BLANK = BACK TO MENU):".
007790     PERFORM 3000-ACCEPT-INPUT THRU 3000-EXIT.
007800     IF WS-INPUT(1:2) = SPACES
007810         GO TO 7100-EXIT
007820     END-IF.
007830     MOVE FUNCTION NUMVAL(WS-INPUT(1:2)) TO WS-PICK.
007840     IF WS-PICK < 1 OR WS-PICK > WS-EXQ-COUNT
007850         DISPLAY "NO SUCH ITEM NUMBER: ", WS-INPUT(1:2)
007860         GO TO 7100-EXIT
007870     END-IF.
007880     DISPLAY "C CLOSE, T REASSIGN TEAM (BLANK = BACK):".
007890     PERFORM 3000-ACCEPT-INPUT THRU 3000-EXIT.
007900     MOVE WS-INPUT(1:1) TO WS-CHOICE.
007910     IF WS-CHOICE = SPACE
007920         GO TO 7100-EXIT
007930     END-IF.
007940     IF WS-CHOICE NOT = "C" AND NOT = "c" AND NOT = "T"
007950         AND NOT = "t"
007960         DISPLAY "CHOICE NOT RECOGNIZED: ", WS-CHOICE
007970         GO TO 7100-EXIT
007980     END-IF.
007990     DISPLAY "YOUR OPERATOR ID:".
008000     PERFORM 3000-ACCEPT-INPUT THRU 3000-EXIT.
008010     MOVE WS-INPUT(1:8) TO WS-EXQ-OPERATOR.
008020     IF WS-EXQ-OPERATOR = SPACES
008030         DISPLAY "  AN OPERATOR ID IS REQUIRED"
008040         GO TO 7100-EXIT
008050     END-IF.
008060     IF WS-CHOICE = "C" OR "c"
008070         PERFORM 7400-CLOSE-ITEM THRU 7400-EXIT
008080     ELSE
008090         PERFORM 7500-REASSIGN-ITEM THRU 7500-EXIT
008100     END-IF.
008110 7100-EXIT.
008120     EXIT.
008130*
008140*    A KEY NO LONGER ON THE QUEUE IS PASSED OVER.  ONE MATCH
008150*    BEYOND THE FIFTIETH ONLY SETS WS-EXQ-MORE.
008160 7200-MATCH-ONE-KEY.
008170     READ EXQ-LIST-FILE
008180         AT END
008190             GO TO 7200-EXIT
008200     END-READ.
008210     IF EXQ-LIST-FILE-RECORD = SPACES
008220         GO TO 7200-EXIT
008230     END-IF.
008240     SET FUNC-READ TO TRUE.
008250     MOVE SPACES TO WS-IO-AREA.
008260     MOVE EXQ-LIST-FILE-RECORD TO WS-IO-AREA(1:40).
008270     MOVE 200 TO WS-IO-LEN.
008280     CALL "RSMFCOB" USING WS-FUNC, WS-IO-AREA,
008290                           WS-IO-LEN, WS-RET-CODE.
008300     IF WS-RET-CODE NOT = 0
008310         GO TO 7200-EXIT
008320     END-IF.
008330     MOVE WS-IO-AREA(1:200) TO EXQ-RECORD.
008340     IF NOT EXQ-IS-OPEN
008350         GO TO 7200-EXIT
008360     END-IF.
008370     IF WS-EXQ-F-TEAM NOT = SPACES
008380         AND WS-EXQ-F-TEAM NOT = EXQ-TEAM
008390         GO TO 7200-EXIT
008400     END-IF.
008410     IF WS-EXQ-F-SOURCE NOT = SPACES
008420         AND WS-EXQ-F-SOURCE NOT = EXQ-SOURCE
008430         GO TO 7200-EXIT
008440     END-IF.
008450     IF WS-EXQ-COUNT = 50
008460         SET WS-EXQ-MORE TO TRUE
008470         GO TO 7200-EXIT
008480     END-IF.
008490     ADD 1 TO WS-EXQ-COUNT.
008500     MOVE EXQ-RECORD TO WS-EXQ-ENTRY(WS-EXQ-COUNT).
008510 7200-EXIT.
008520     EXIT.
008530*
008540 7300-LIST-ONE-ITEM.
008550     MOVE WS-EXQ-ENTRY(WS-EXQ-SUB) TO EXQ-RECORD.
008560     MOVE WS-EXQ-SUB TO WS-MATCH-DISP.
008570     MOVE EXQ-AMOUNT TO WS-EXQ-AMOUNT-EDIT.
008580     DISPLAY "  ", WS-MATCH-DISP, " ", EXQ-SOURCE, " ",
008590         EXQ-ACCOUNT, " ", EXQ-REASON, " ", EXQ-FIRST-SEEN, " ",
008600         EXQ-LAST-SEEN, " ", WS-EXQ-AMOUNT-EDIT, " ", EXQ-TEAM.
008610     DISPLAY "     ", EXQ-DESCRIPTION, " SEEN ", EXQ-SEEN-COUNT,
008620         " TIME(S)".
008630 7300-EXIT.
008640     EXIT.
008650*
008660*    THE ITEM IS READ AGAIN BY KEY SO THE REWRITE CARRIES
008670*    WHATEVER A GATHER HAS CHANGED SINCE IT WAS LISTED.  LEAVES
008680*    WS-RET-CODE NOT ZERO WHEN IT IS GONE OR NO LONGER OPEN.
008690 7350-REREAD-ITEM.
008700     MOVE WS-EXQ-ENTRY(WS-PICK) TO EXQ-RECORD.
008710     SET FUNC-READ TO TRUE.
008720     MOVE SPACES TO WS-IO-AREA.
008730     MOVE EXQ-KEY TO WS-IO-AREA(1:40).
008740     MOVE 200 TO WS-IO-LEN.
008750     CALL "RSMFCOB" USING WS-FUNC, WS-IO-AREA,
008760                           WS-IO-LEN, WS-RET-CODE.
008770     IF WS-RET-CODE NOT = 0
008780         DISPLAY "  ITEM ", WS-PICK, " IS NO LONGER ON THE QUEUE"
008790         GO TO 7350-EXIT
008800     END-IF.
008810     MOVE WS-IO-AREA(1:200) TO EXQ-RECORD.
008820     IF NOT EXQ-IS-OPEN
008830         DISPLAY "  ITEM ", WS-PICK, " IS ALREADY CLOSED"
008840         MOVE 1 TO WS-RET-CODE
008850     END-IF.
008860 7350-EXIT.
008870     EXIT.
008880*
008890 7360-REWRITE-ITEM.
008900     SET FUNC-REWRITE TO TRUE.
008910     MOVE SPACES TO WS-IO-AREA.
008920     MOVE EXQ-RECORD TO WS-IO-AREA(1:200).
008930     MOVE 200 TO WS-IO-LEN.
008940     CALL "RSMFCOB" USING WS-FUNC, WS-IO-AREA,
008950                           WS-IO-LEN, WS-RET-CODE.
008960     IF WS-RET-CODE NOT = 0
008970         DISPLAY "  CANNOT REWRITE THE QUEUE ITEM, RC ",
008980             WS-RET-CODE
008990     END-IF.
009000 7360-EXIT.
009010     EXIT.
009020*
009030*    A CLOSE NEEDS A RESOLUTION, OR NOTHING IS CHANGED.
009040 7400-CLOSE-ITEM.
009050     DISPLAY "RESOLUTION:".
009060     PERFORM 3000-ACCEPT-INPUT THRU 3000-EXIT.
009070     MOVE WS-INPUT(1:40) TO WS-EXQ-RESOLUTION.
009080     IF WS-EXQ-RESOLUTION = SPACES
009090         DISPLAY "  A RESOLUTION IS REQUIRED TO CLOSE"
009100         GO TO 7400-EXIT
009110     END-IF.
009120     PERFORM 7350-REREAD-ITEM THRU 7350-EXIT.
009130     IF WS-RET-CODE NOT = 0
009140         GO TO 7400-EXIT
009150     END-IF.
009160     MOVE FUNCTION CURRENT-DATE TO WS-EXQ-NOW.
009170     MOVE "C" TO EXQ-STATUS.
009180     MOVE WS-EXQ-NOW(1:8) TO EXQ-CLOSED-DATE.
009190     MOVE WS-EXQ-OPERATOR TO EXQ-CLOSED-BY.
009200     MOVE WS-EXQ-RESOLUTION TO EXQ-RESOLUTION.
009210     PERFORM 7360-REWRITE-ITEM THRU 7360-EXIT.
009220     IF WS-RET-CODE = 0
009230         DISPLAY "  ITEM ", WS-PICK, " CLOSED"
009240     END-IF.
009250 7400-EXIT.
009260     EXIT.
009270*
009280 7500-REASSIGN-ITEM.
009290     MOVE WS-EXQ-ENTRY(WS-PICK) TO EXQ-RECORD.
009300     DISPLAY "TEAM (CURRENTLY ", EXQ-TEAM, "):".
009310     PERFORM 3000-ACCEPT-INPUT THRU 3000-EXIT.
009320     MOVE WS-INPUT(1:8) TO WS-EXQ-NEW-TEAM.
009330     IF WS-EXQ-NEW-TEAM = SPACES
009340         GO TO 7500-EXIT
009350     END-IF.
009360     PERFORM 7350-REREAD-ITEM THRU 7350-EXIT.
009370     IF WS-RET-CODE NOT = 0
009380         GO TO 7500-EXIT
009390     END-IF.
009400     MOVE WS-EXQ-NEW-TEAM TO EXQ-TEAM.
009410     PERFORM 7360-REWRITE-ITEM THRU 7360-EXIT.
009420     IF WS-RET-CODE = 0
009430         DISPLAY "  ITEM ", WS-PICK, " REASSIGNED TO ",
009440             EXQ-TEAM
009450     END-IF.
009460 7500-EXIT.
009470     EXIT.
