000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    EXCPGAT.
000030 AUTHOR.        G. SWINKELS, DATA PROCESSING.
000040 INSTALLATION.  DATA PROCESSING DEPT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*MODIFICATION HISTORY
000090*--------------------
000100*10/15/2026  GS   ORIGINAL.  NIGHTLY GATHER STEP FOR THE
000110*                 EXCEPTION WORK QUEUE (EXCPQ, LAYOUT IN
000120*                 EXCPREC).  EVERY EXCEPTION FILE THE NIGHT'S
000130*                 RUNS LEFT BEHIND -- REJECT.DAT, FLDREJ.DAT,
000140*                 AGEEXCP.DAT, NETEXCP.DAT, DORMEXCP.DAT AND
000150*                 PAYREJ.DAT, EACH IN ITS OWN LAYOUT -- IS READ
000160*                 AND EVERY ITEM ON IT POSTED TO THE ONE QUEUE
000170*                 WITH ITS SOURCE, REASON CODE, ACCOUNT, AMOUNT,
000180*                 OWNING TEAM AND THE DATE IT WAS FIRST SEEN.
000190*                 EXCPFEED.DAT CARRIES ANY OTHER SOURCE'S ITEMS
000200*                 (SUSPENSE POSTINGS, LIMIT-MONITORING HITS,
000210*                 SETTLEMENT MISMATCHES) IN THE COMMON LAYOUT IN
000220*                 EXCPREC.  AN ITEM ALREADY ON THE QUEUE FROM AN
000230*                 EARLIER RUN IS UPDATED IN PLACE -- AMOUNT,
000240*                 LAST-SEEN DATE AND TIMES-SEEN COUNT -- NEVER
000250*                 ADDED TWICE.  THE OWNING TEAM COMES FROM
000260*                 EXCPTEAM.TBL AND IS SET WHEN THE ITEM IS FIRST
000270*                 QUEUED, SO A REASSIGNMENT MADE FROM OPSMENU
000280*                 STICKS.  A MISSING SOURCE FILE MEANS THAT
000290*                 SOURCE HAD NOTHING TONIGHT.  REJECT.DAT AND
000300*                 FLDREJ.DAT ARE NAMED THROUGH WORKNAME, AS
000310*                 KEYVAL AND FLDVAL NAME THEM.  THE RUN DATE
000320*                 COMES FROM SORT-RUNDATE (CCYYMMDD) AND DEFAULTS
000330*                 TO TODAY.  RETURN-CODE IS 8 WHEN AN ITEM COULD
000340*                 NOT BE WRITTEN TO THE QUEUE AND 12 WHEN THE
000350*                 QUEUE CANNOT BE OPENED.
000351*
000352*10/15/2026  GS   ALSO GATHERS XFREXCP.DAT, THE TRANSFER HALVES
000353*                 XFRMATCH FOUND UNMATCHED PAST ITS LIMIT, WHICH
000354*                 IS WRITTEN IN THE EXCPFEED.DAT LAYOUT.
000355*
000356*10/15/2026  GS   EXCPQ.LST THAT CANNOT BE OPENED NOW ENDS THE
000357*                 RUN WITH RETURN-CODE 12 BEFORE ANYTHING IS
000358*                 GATHERED, SO NO ITEM IS QUEUED WITHOUT BEING
000359*                 LISTED ON IT FOR EXCPAGE AND OPSMENU.
000360*
000370*---------------------------------------------------------------*
000380*TEAM TABLE FORMAT (EXCPTEAM.TBL, ONE ENTRY PER LINE)            *
000390*    POSITIONS  1-04  EXQ-SOURCE                                 *
000400*    POSITIONS  6-09  REASON CODE, BLANK = ANY REASON            *
000410*    POSITIONS 11-18  OWNING TEAM                                *
000420*THE FIRST LINE MATCHING BOTH SOURCE AND REASON WINS, SO LIST    *
000430*REASON-SPECIFIC LINES BEFORE THE SOURCE'S CATCH-ALL.  AN ITEM   *
000440*NO LINE MATCHES IS QUEUED TO TEAM "UNASSGND".                   *
000450*---------------------------------------------------------------*
000460*
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER.  IBM-PC.
000500 OBJECT-COMPUTER.  IBM-PC.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT TEAM-FILE ASSIGN TO "EXCPTEAM.TBL"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-TEAM-FILE-STATUS.
000560     SELECT SOURCE-FILE ASSIGN TO WS-SOURCE-FILE-NAME
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-SOURCE-FILE-STATUS.
000590     SELECT LIST-FILE ASSIGN TO "EXCPQ.LST"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-LIST-FILE-STATUS.
000620*
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  TEAM-FILE.
000660 01  TEAM-FILE-RECORD            PIC X(40).
000670 FD  SOURCE-FILE
000680     RECORD IS VARYING IN SIZE FROM 1 TO 202 CHARACTERS
000690         DEPENDING ON WS-SOURCE-REC-LEN.
000700 01  SOURCE-FILE-RECORD          PIC X(202).
000710 FD  LIST-FILE.
000720 01  LIST-FILE-RECORD            PIC X(40).
000730*
000740 WORKING-STORAGE SECTION.
000750 01  WS-TEAM-FILE-STATUS       PIC X(02).
000760     88  WS-TEAM-FILE-OK           VALUE "00".
000770     88  WS-TEAM-FILE-EOF          VALUE "10".
000780 01  WS-SOURCE-FILE-NAME       PIC X(15).
000790 01  WS-SOURCE-FILE-STATUS     PIC X(02).
000800     88  WS-SOURCE-FILE-OK         VALUE "00".
000810     88  WS-SOURCE-FILE-EOF        VALUE "10".
000820 01  WS-SOURCE-REC-LEN         PIC 9(03) COMP-5.
000830 01  WS-LIST-FILE-STATUS       PIC X(02).
000840     88  WS-LIST-FILE-OK           VALUE "00".
000850     88  WS-LIST-NOT-FOUND         VALUE "35".
000860 01  WS-ENV-VALUE              PIC X(15).
000870 01  WS-TIMESTAMP              PIC X(21).
000880 01  WS-RUN-DATE               PIC X(08).
000890 01  WS-WORK-BASE-NAME         PIC X(15).
000900 01  WS-SOURCE-KIND            PIC X(04).
000910     88  WS-KIND-KEYVAL            VALUE "KEYV".
000920     88  WS-KIND-FLDVAL            VALUE "FLDV".
000930     88  WS-KIND-AGERPT            VALUE "AGED".
000940     88  WS-KIND-NETRPT            VALUE "NETN".
000950     88  WS-KIND-ACCTPOST          VALUE "DORM".
000960     88  WS-KIND-PAYBUILD          VALUE "PAYR".
000970     88  WS-KIND-FEED              VALUE "FEED".
000980*
000990 01  WS-FUNC                   PIC 999 COMP-5.
001000     88  FUNC-OPEN                 VALUE 1.
001010     88  FUNC-CLOSE                VALUE 2.
001020     88  FUNC-READ                 VALUE 3.
001030     88  FUNC-WRITE                VALUE 4.
001040     88  FUNC-REWRITE              VALUE 5.
001050 01  WS-IO-AREA                PIC X(4000).
001060 01  WS-IO-LEN                 PIC 999 COMP-5.
001070 01  WS-RET-CODE               PIC 999 COMP-5.
001080 01  WS-QUEUE-FILE-NAME        PIC X(15) VALUE "EXCPQ".
001090*
001100*    THE TEAM TABLE.
001110 01  WS-TEAM-TABLE.
001120     05  WS-TEAM-COUNT         PIC 9(03) COMP-5 VALUE 0.
001130     05  WS-TEAM-ENTRY OCCURS 100 TIMES.
001140         10  WS-TEAM-SOURCE    PIC X(04).
001150         10  WS-TEAM-REASON    PIC X(04).
001160         10  WS-TEAM-NAME      PIC X(08).
001170 01  WS-TEAM-SUB               PIC 9(03) COMP-5.
001180 01  WS-TEAM-FOUND             PIC X(08).
001190*
001200*    THE ITEM BEING POSTED, BUILT BY EACH SOURCE'S PARAGRAPH.
001210 01  WS-ITEM.
001220     05  WS-ITEM-KEY.
001230         10  WS-ITEM-SOURCE    PIC X(04).
001240         10  WS-ITEM-ACCOUNT   PIC X(10).
001250         10  WS-ITEM-REASON    PIC X(04).
001260         10  WS-ITEM-REF       PIC X(22).
001270     05  WS-ITEM-AMOUNT        PIC S9(11)V99.
001280     05  WS-ITEM-DESCRIPTION   PIC X(30).
001290*
001300*    NETEXCP.DAT LINE, AS NETRPT WRITES IT.
001310 01  WS-NET-LINE.
001320     05  WS-NET-ACCOUNT        PIC X(10).
001330     05  FILLER                PIC X(01).
001340     05  WS-NET-AMOUNT         PIC S9(11)V99
001350                               SIGN TRAILING SEPARATE.
001360     05  FILLER                PIC X(177).
001370*
001380*    COUNTS FOR THE SOURCE BEING READ, AND FOR THE WHOLE RUN.
001390 01  WS-SOURCE-READ            PIC 9(07).
001400 01  WS-SOURCE-NEW             PIC 9(07).
001410 01  WS-SOURCE-UPDATED         PIC 9(07).
001420 01  WS-TOTAL-NEW              PIC 9(07) VALUE 0.
001430 01  WS-TOTAL-UPDATED          PIC 9(07) VALUE 0.
001440 01  WS-TOTAL-FAILED           PIC 9(07) VALUE 0.
001450 01  WS-COUNT-EDIT             PIC ZZZZZZ9.
001460 01  WS-COUNT-EDIT-2           PIC ZZZZZZ9.
001470 01  WS-COUNT-EDIT-3           PIC ZZZZZZ9.
001480 COPY SAMPREC.
001490 COPY EXCPREC.
001500*
001510 PROCEDURE DIVISION.
001520*
001530 0000-MAINLINE.
001540     DISPLAY "EXCPGAT - EXCEPTION QUEUE GATHER".
001550     MOVE SPACES TO WS-ENV-VALUE.
001560     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SORT-RUNDATE".
001570     IF WS-ENV-VALUE NOT = SPACES
001580         MOVE WS-ENV-VALUE(1:8) TO WS-RUN-DATE
001590     ELSE
001600         MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
001610         MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE
001620     END-IF.
001630     PERFORM 1000-LOAD-TEAMS THRU 1000-EXIT.
001640     SET FUNC-OPEN TO TRUE.
001650     MOVE SPACES TO WS-IO-AREA.
001660     MOVE WS-QUEUE-FILE-NAME TO WS-IO-AREA(1:15).
001670     MOVE 200 TO WS-IO-LEN.
001680     CALL "RSMFCOB" USING WS-FUNC, WS-IO-AREA,
001690                           WS-IO-LEN, WS-RET-CODE.
001700     IF WS-RET-CODE NOT = 0
001710         DISPLAY "EXCPGAT - CANNOT OPEN THE EXCEPTION QUEUE"
001720         MOVE 12 TO RETURN-CODE
001730         STOP RUN
001740     END-IF.
001750     OPEN EXTEND LIST-FILE.
001760     IF WS-LIST-NOT-FOUND
001770         OPEN OUTPUT LIST-FILE
001780     END-IF.
001781     IF NOT WS-LIST-FILE-OK
001782         DISPLAY "EXCPGAT - CANNOT OPEN EXCPQ.LST, STATUS ",
001783             WS-LIST-FILE-STATUS
001784         SET FUNC-CLOSE TO TRUE
001785         CALL "RSMFCOB" USING WS-FUNC, WS-IO-AREA,
001786                               WS-IO-LEN, WS-RET-CODE
001787         MOVE 12 TO RETURN-CODE
001788         STOP RUN
001789     END-IF.
001790     SET WS-KIND-KEYVAL TO TRUE.
001800     MOVE "REJECT.DAT" TO WS-WORK-BASE-NAME.
001810     CALL "WORKNAME" USING WS-WORK-BASE-NAME,
001820                            WS-SOURCE-FILE-NAME.
001830     PERFORM 2000-GATHER-ONE-FILE THRU 2000-EXIT.
001840     SET WS-KIND-FLDVAL TO TRUE.
001850     MOVE "FLDREJ.DAT" TO WS-WORK-BASE-NAME.
001860     CALL "WORKNAME" USING WS-WORK-BASE-NAME,
001870                            WS-SOURCE-FILE-NAME.
001880     PERFORM 2000-GATHER-ONE-FILE THRU 2000-EXIT.
001890     SET WS-KIND-AGERPT TO TRUE.
001900     MOVE "AGEEXCP.DAT" TO WS-SOURCE-FILE-NAME.
001910     PERFORM 2000-GATHER-ONE-FILE THRU 2000-EXIT.
001920     SET WS-KIND-NETRPT TO TRUE.
001930     MOVE "NETEXCP.DAT" TO WS-SOURCE-FILE-NAME.
001940     PERFORM 2000-GATHER-ONE-FILE THRU 2000-EXIT.
001950     SET WS-KIND-ACCTPOST TO TRUE.
001960     MOVE "DORMEXCP.DAT" TO WS-SOURCE-FILE-NAME.
001970     PERFORM 2000-GATHER-ONE-FILE THRU 2000-EXIT.
001980     SET WS-KIND-PAYBUILD TO TRUE.
001990     MOVE "PAYREJ.DAT" TO WS-SOURCE-FILE-NAME.
002000     PERFORM 2000-GATHER-ONE-FILE THRU 2000-EXIT.
002010     SET WS-KIND-FEED TO TRUE.
002020     MOVE "EXCPFEED.DAT" TO WS-SOURCE-FILE-NAME.
002030     PERFORM 2000-GATHER-ONE-FILE THRU 2000-EXIT.
002032     MOVE "XFREXCP.DAT" TO WS-SOURCE-FILE-NAME.
002034     PERFORM 2000-GATHER-ONE-FILE THRU 2000-EXIT.
002040     CLOSE LIST-FILE.
002050     SET FUNC-CLOSE TO TRUE.
002060     CALL "RSMFCOB" USING WS-FUNC, WS-IO-AREA,
002070                           WS-IO-LEN, WS-RET-CODE.
002080     MOVE WS-TOTAL-NEW TO WS-COUNT-EDIT.
002090     DISPLAY "EXCPGAT - NEW ITEMS QUEUED   = ", WS-COUNT-EDIT.
002100     MOVE WS-TOTAL-UPDATED TO WS-COUNT-EDIT.
002110     DISPLAY "EXCPGAT - ITEMS SEEN AGAIN   = ", WS-COUNT-EDIT.
002120     IF WS-TOTAL-FAILED > 0
002130         MOVE WS-TOTAL-FAILED TO WS-COUNT-EDIT
002140         DISPLAY "EXCPGAT - ITEMS NOT QUEUED   = ", WS-COUNT-EDIT
002150         MOVE 8 TO RETURN-CODE
002160     ELSE
002170         MOVE 0 TO RETURN-CODE
002180     END-IF.
002190     STOP RUN.
002200*
002210*    NO EXCPTEAM.TBL LEAVES EVERY NEW ITEM UNASSIGNED.
002220 1000-LOAD-TEAMS.
002230     OPEN INPUT TEAM-FILE.
002240     IF NOT WS-TEAM-FILE-OK
002250         DISPLAY "EXCPGAT - NO EXCPTEAM.TBL, NEW ITEMS ARE ",
002260                 "UNASSIGNED"
002270         GO TO 1000-EXIT
002280     END-IF.
002290     PERFORM 1100-LOAD-ONE-TEAM THRU 1100-EXIT
002300         UNTIL WS-TEAM-FILE-EOF.
002310     CLOSE TEAM-FILE.
002320 1000-EXIT.
002330     EXIT.
002340*
002350 1100-LOAD-ONE-TEAM.
002360     READ TEAM-FILE
002370         AT END
002380             GO TO 1100-EXIT
002390     END-READ.
002400     IF TEAM-FILE-RECORD = SPACES
002410         OR TEAM-FILE-RECORD(1:1) = "*"
002420         GO TO 1100-EXIT
002430     END-IF.
002440     IF WS-TEAM-COUNT = 100
002450         DISPLAY "EXCPGAT - EXCPTEAM.TBL OVER 100 LINES, REST ",
002460                 "IGNORED"
002470         GO TO 1100-EXIT
002480     END-IF.
002490     ADD 1 TO WS-TEAM-COUNT.
002500     MOVE TEAM-FILE-RECORD(1:4) TO WS-TEAM-SOURCE(WS-TEAM-COUNT).
002510     MOVE TEAM-FILE-RECORD(6:4) TO WS-TEAM-REASON(WS-TEAM-COUNT).
002520     MOVE TEAM-FILE-RECORD(11:8) TO WS-TEAM-NAME(WS-TEAM-COUNT).
002530 1100-EXIT.
002540     EXIT.
002550*
002560*    ONE SOURCE FILE, READ IN THE LAYOUT WS-SOURCE-KIND NAMES.
002570 2000-GATHER-ONE-FILE.
002580     MOVE 0 TO WS-SOURCE-READ, WS-SOURCE-NEW, WS-SOURCE-UPDATED.
002590     OPEN INPUT SOURCE-FILE.
002600     IF NOT WS-SOURCE-FILE-OK
002610         DISPLAY "EXCPGAT - ", WS-SOURCE-FILE-NAME,
002620                 " NOT PRESENT"
002630         GO TO 2000-EXIT
002640     END-IF.
002650     PERFORM 2100-BUILD-ITEM THRU 2100-EXIT
002660         UNTIL WS-SOURCE-FILE-EOF.
002670     CLOSE SOURCE-FILE.
002680     MOVE WS-SOURCE-READ TO WS-COUNT-EDIT.
002690     MOVE WS-SOURCE-NEW TO WS-COUNT-EDIT-2.
002700     MOVE WS-SOURCE-UPDATED TO WS-COUNT-EDIT-3.
002710     DISPLAY "EXCPGAT - ", WS-SOURCE-FILE-NAME, " READ ",
002720             WS-COUNT-EDIT, " NEW ", WS-COUNT-EDIT-2,
002730             " AGAIN ", WS-COUNT-EDIT-3.
002740 2000-EXIT.
002750     EXIT.
002760*
002770*    A HEADER OR TRAILER CARRIED INTO A REJECT FILE IS NOT AN
002780*    EXCEPTION AND IS PASSED OVER.
002790 2100-BUILD-ITEM.
002800     MOVE SPACES TO SOURCE-FILE-RECORD.
002810     READ SOURCE-FILE
002820         AT END
002830             GO TO 2100-EXIT
002840     END-READ.
002850     IF SOURCE-FILE-RECORD = SPACES
002860         OR SOURCE-FILE-RECORD(1:4) = "HDR " OR "TRLR"
002870         GO TO 2100-EXIT
002880     END-IF.
002890     ADD 1 TO WS-SOURCE-READ.
002900     MOVE SPACES TO WS-ITEM.
002910     MOVE 0 TO WS-ITEM-AMOUNT.
002920     EVALUATE TRUE
002930         WHEN WS-KIND-KEYVAL
002940             PERFORM 2200-FROM-KEYVAL THRU 2200-EXIT
002950         WHEN WS-KIND-FLDVAL
002960             PERFORM 2300-FROM-FLDVAL THRU 2300-EXIT
002970         WHEN WS-KIND-AGERPT
002980             PERFORM 2400-FROM-AGERPT THRU 2400-EXIT
002990         WHEN WS-KIND-NETRPT
003000             PERFORM 2500-FROM-NETRPT THRU 2500-EXIT
003010         WHEN WS-KIND-ACCTPOST
003020             PERFORM 2600-FROM-ACCTPOST THRU 2600-EXIT
003030         WHEN WS-KIND-PAYBUILD
003040             PERFORM 2700-FROM-PAYBUILD THRU 2700-EXIT
003050         WHEN OTHER
003060             PERFORM 2800-FROM-FEED THRU 2800-EXIT
003070     END-EVALUATE.
003080     PERFORM 3000-POST-ITEM THRU 3000-EXIT.
003090 2100-EXIT.
003100     EXIT.
003110*
003120 2200-FROM-KEYVAL.
003130     PERFORM 2900-FROM-DETAIL THRU 2900-EXIT.
003140     MOVE "KEYV" TO WS-ITEM-SOURCE.
003150     MOVE "KEYN" TO WS-ITEM-REASON.
003160     MOVE "KEY FIELD NOT NUMERIC" TO WS-ITEM-DESCRIPTION.
003170 2200-EXIT.
003180     EXIT.
003190*
003200*    FLDVAL APPENDS ITS TWO-BYTE REASON AFTER THE RECORD'S OWN
003210*    BYTES, SO IT IS THE LAST TWO BYTES OF THE LINE.
003220 2300-FROM-FLDVAL.
003230     PERFORM 2900-FROM-DETAIL THRU 2900-EXIT.
003240     MOVE "FLDV" TO WS-ITEM-SOURCE.
003250     IF WS-SOURCE-REC-LEN > 2
003260         MOVE SOURCE-FILE-RECORD(WS-SOURCE-REC-LEN - 1:2)
003270             TO WS-ITEM-REASON
003280     END-IF.
003290     EVALUATE WS-ITEM-REASON
003300         WHEN "RT"
003310             MOVE "TRANSACTION TYPE NOT VALID"
003320                 TO WS-ITEM-DESCRIPTION
003330         WHEN "RR"
003340             MOVE "REGION CODE NOT VALID" TO WS-ITEM-DESCRIPTION
003350         WHEN "RD"
003360             MOVE "DATE OUTSIDE WINDOW" TO WS-ITEM-DESCRIPTION
003370         WHEN OTHER
003380             MOVE "FIELD RULE FAILED" TO WS-ITEM-DESCRIPTION
003390     END-EVALUATE.
003400 2300-EXIT.
003410     EXIT.
003420*
003430 2400-FROM-AGERPT.
003440     PERFORM 2900-FROM-DETAIL THRU 2900-EXIT.
003450     MOVE "AGED" TO WS-ITEM-SOURCE.
003460     MOVE "AG90" TO WS-ITEM-REASON.
003470     MOVE "ITEM OVER 90 DAYS OLD" TO WS-ITEM-DESCRIPTION.
003480 2400-EXIT.
003490     EXIT.
003500*
003510*    ONE NEGATIVE-NET ITEM PER ACCOUNT PER MONTH: THE SAME
003520*    ACCOUNT STILL NEGATIVE NEXT NIGHT UPDATES THIS MONTH'S
003530*    ITEM WITH THE LATEST NET.
003540 2500-FROM-NETRPT.
003550     MOVE SOURCE-FILE-RECORD TO WS-NET-LINE.
003560     MOVE "NETN" TO WS-ITEM-SOURCE.
003570     MOVE WS-NET-ACCOUNT TO WS-ITEM-ACCOUNT.
003580     MOVE "NEGN" TO WS-ITEM-REASON.
003590     MOVE WS-RUN-DATE(1:6) TO WS-ITEM-REF.
003600     IF WS-NET-AMOUNT NUMERIC
003610         MOVE WS-NET-AMOUNT TO WS-ITEM-AMOUNT
003620     END-IF.
003630     MOVE "NET MOVEMENT NEGATIVE" TO WS-ITEM-DESCRIPTION.
003640 2500-EXIT.
003650     EXIT.
003660*
003670 2600-FROM-ACCTPOST.
003680     PERFORM 2900-FROM-DETAIL THRU 2900-EXIT.
003690     MOVE "DORM" TO WS-ITEM-SOURCE.
003700     MOVE "DORM" TO WS-ITEM-REASON.
003710     MOVE "ITEM FOR DORMANT ACCOUNT" TO WS-ITEM-DESCRIPTION.
003720 2600-EXIT.
003730     EXIT.
003740*
003750*    PAYBUILD'S REJECT REASON IS FREE TEXT IN 84-113; IT IS
003760*    KEPT AS THE DESCRIPTION UNDER ONE REASON CODE.
003770 2700-FROM-PAYBUILD.
003780     PERFORM 2900-FROM-DETAIL THRU 2900-EXIT.
003790     MOVE "PAYR" TO WS-ITEM-SOURCE.
003800     MOVE "PAYR" TO WS-ITEM-REASON.
003810     MOVE SOURCE-FILE-RECORD(84:30) TO WS-ITEM-DESCRIPTION.
003820 2700-EXIT.
003830     EXIT.
003840*
003850*    EXCPFEED.DAT IS ALREADY IN THE QUEUE'S OWN TERMS.  A LINE
003860*    WITH NO SOURCE CODE IS COUNTED BUT CANNOT BE QUEUED.
003870 2800-FROM-FEED.
003880     MOVE SOURCE-FILE-RECORD TO EXQ-FEED-RECORD.
003890     MOVE EXQ-FEED-SOURCE TO WS-ITEM-SOURCE.
003900     MOVE EXQ-FEED-ACCOUNT TO WS-ITEM-ACCOUNT.
003910     MOVE EXQ-FEED-REASON TO WS-ITEM-REASON.
003920     MOVE EXQ-FEED-ITEM-REF TO WS-ITEM-REF.
003930     IF EXQ-FEED-AMOUNT NUMERIC
003940         MOVE EXQ-FEED-AMOUNT TO WS-ITEM-AMOUNT
003950     END-IF.
003960     MOVE EXQ-FEED-DESCRIPTION TO WS-ITEM-DESCRIPTION.
003970 2800-EXIT.
003980     EXIT.
003990*
004000*    THE SOURCES THAT HOLD A WHOLE DETAIL RECORD.  THE ITEM IS
004010*    TOLD APART BY ITS TRANSACTION DATE AND REFERENCE, OR BY
004020*    DATE, TYPE AND THE AMOUNT AS KEYED WHEN THE DETAIL HAS NO
004030*    REFERENCE YET.
004040 2900-FROM-DETAIL.
004050     MOVE SOURCE-FILE-RECORD(1:82) TO SAMP-DETAIL-RECORD.
004060     MOVE SAMP-ACCOUNT-NUMBER TO WS-ITEM-ACCOUNT.
004070     IF SAMP-TXN-REFERENCE NOT = SPACES
004080         STRING SAMP-TRANSACTION-DATE DELIMITED BY SIZE
004090                SAMP-TXN-REFERENCE    DELIMITED BY SIZE
004100             INTO WS-ITEM-REF
004110     ELSE
004120         STRING SAMP-TRANSACTION-DATE     DELIMITED BY SIZE
004130                SAMP-TRANSACTION-TYPE     DELIMITED BY SIZE
004140                SAMP-DETAIL-RECORD(21:11) DELIMITED BY SIZE
004150             INTO WS-ITEM-REF
004160     END-IF.
004170     IF SAMP-TRANSACTION-AMOUNT NUMERIC
004180         MOVE SAMP-TRANSACTION-AMOUNT TO WS-ITEM-AMOUNT
004190     END-IF.
004200 2900-EXIT.
004210     EXIT.
004220*
004230*    READ THE ITEM'S QUEUE ENTRY BY KEY.  FOUND, IT IS SEEN
004240*    AGAIN: AMOUNT AND LAST-SEEN MOVE, AND THE TIMES-SEEN COUNT
004250*    GOES UP ONCE PER RUN DATE.  NOT FOUND, IT IS NEW: WRITTEN
004260*    OPEN, FIRST SEEN TODAY, TO THE TABLED TEAM, AND ITS KEY
004270*    LISTED ON EXCPQ.LST.
004280 3000-POST-ITEM.
004290     IF WS-ITEM-SOURCE = SPACES
004300         DISPLAY "EXCPGAT - LINE WITH NO SOURCE CODE IN ",
004310                 WS-SOURCE-FILE-NAME
004320         ADD 1 TO WS-TOTAL-FAILED
004330         GO TO 3000-EXIT
004340     END-IF.
004350     SET FUNC-READ TO TRUE.
004360     MOVE SPACES TO WS-IO-AREA.
004370     MOVE WS-ITEM-KEY TO WS-IO-AREA(1:40).
004380     MOVE 200 TO WS-IO-LEN.
004390     CALL "RSMFCOB" USING WS-FUNC, WS-IO-AREA,
004400                           WS-IO-LEN, WS-RET-CODE.
004410     IF WS-RET-CODE = 0
004420         MOVE WS-IO-AREA(1:200) TO EXQ-RECORD
004430         MOVE WS-ITEM-AMOUNT TO EXQ-AMOUNT
004440         IF EXQ-LAST-SEEN < WS-RUN-DATE
004450             ADD 1 TO EXQ-SEEN-COUNT
004460         END-IF
004470         MOVE WS-RUN-DATE TO EXQ-LAST-SEEN
004480         SET FUNC-REWRITE TO TRUE
004490         MOVE SPACES TO WS-IO-AREA
004500         MOVE EXQ-RECORD TO WS-IO-AREA(1:200)
004510         MOVE 200 TO WS-IO-LEN
004520         CALL "RSMFCOB" USING WS-FUNC, WS-IO-AREA,
004530                               WS-IO-LEN, WS-RET-CODE
004540         IF WS-RET-CODE NOT = 0
004550             DISPLAY "EXCPGAT - CANNOT UPDATE ", WS-ITEM-KEY
004560             ADD 1 TO WS-TOTAL-FAILED
004570         ELSE
004580             ADD 1 TO WS-SOURCE-UPDATED, WS-TOTAL-UPDATED
004590         END-IF
004600         GO TO 3000-EXIT
004610     END-IF.
004620     PERFORM 3100-FIND-TEAM THRU 3100-EXIT.
004630     MOVE SPACES TO EXQ-RECORD.
004640     MOVE WS-ITEM-KEY TO EXQ-KEY.
004650     MOVE WS-ITEM-AMOUNT TO EXQ-AMOUNT.
004660     MOVE WS-RUN-DATE TO EXQ-FIRST-SEEN, EXQ-LAST-SEEN.
004670     MOVE 1 TO EXQ-SEEN-COUNT.
004680     MOVE WS-TEAM-FOUND TO EXQ-TEAM.
004690     SET EXQ-IS-OPEN TO TRUE.
004700     MOVE WS-ITEM-DESCRIPTION TO EXQ-DESCRIPTION.
004710     SET FUNC-WRITE TO TRUE.
004720     MOVE SPACES TO WS-IO-AREA.
004730     MOVE EXQ-RECORD TO WS-IO-AREA(1:200).
004740     MOVE 200 TO WS-IO-LEN.
004750     CALL "RSMFCOB" USING WS-FUNC, WS-IO-AREA,
004760                           WS-IO-LEN, WS-RET-CODE.
004770     IF WS-RET-CODE NOT = 0
004780         DISPLAY "EXCPGAT - CANNOT QUEUE ", WS-ITEM-KEY
004790         ADD 1 TO WS-TOTAL-FAILED
004800         GO TO 3000-EXIT
004810     END-IF.
004820     MOVE EXQ-KEY TO LIST-FILE-RECORD.
004830     WRITE LIST-FILE-RECORD.
004840     ADD 1 TO WS-SOURCE-NEW, WS-TOTAL-NEW.
004850 3000-EXIT.
004860     EXIT.
004870*
004880 3100-FIND-TEAM.
004890     MOVE "UNASSGND" TO WS-TEAM-FOUND.
004900     PERFORM 3110-CHECK-ONE-TEAM THRU 3110-EXIT
004910         VARYING WS-TEAM-SUB FROM 1 BY 1
004920         UNTIL WS-TEAM-SUB > WS-TEAM-COUNT.
004930 3100-EXIT.
004940     EXIT.
004950*
004960*    ONCE A LINE HAS MATCHED, THE SUBSCRIPT IS RUN PAST THE END
004970*    OF THE TABLE SO THE FIRST MATCH STANDS.
004980 3110-CHECK-ONE-TEAM.
004990     IF WS-TEAM-SOURCE(WS-TEAM-SUB) = WS-ITEM-SOURCE
005000         AND (WS-TEAM-REASON(WS-TEAM-SUB) = SPACES
005010           OR WS-TEAM-REASON(WS-TEAM-SUB) = WS-ITEM-REASON)
005020         MOVE WS-TEAM-NAME(WS-TEAM-SUB) TO WS-TEAM-FOUND
005030         MOVE WS-TEAM-COUNT TO WS-TEAM-SUB
005040     END-IF.
005050 3110-EXIT.
005060     EXIT.
