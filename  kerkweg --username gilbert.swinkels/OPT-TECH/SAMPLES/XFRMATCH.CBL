000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    XFRMATCH.
000030 AUTHOR.        G. SWINKELS, DATA PROCESSING.
000040 INSTALLATION.  DATA PROCESSING DEPT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*MODIFICATION HISTORY
000090*--------------------
000100*10/15/2026  GS   ORIGINAL.  INTER-REGION TRANSFER MATCHING.  A
000110*                 TRANSFER BETWEEN REGIONAL OFFICES ARRIVES AS A
000120*                 TRANSFER-OUT IN ONE REGION AND A TRANSFER-IN
000130*                 IN ANOTHER, NOT ALWAYS ON THE SAME DAY.  EACH
000140*                 RUN TAKES THE TRANSFER HALVES OFF SORTED.DAT,
000150*                 ADDS THE HALVES STILL UNMATCHED FROM EARLIER
000160*                 RUNS (XFROPEN.DAT), AND PAIRS EACH OUT WITH AN
000170*                 IN CARRYING THE SAME TRANSFER REFERENCE AND THE
000180*                 SAME AMOUNT, DATED WITHIN THE DATE TOLERANCE OF
000190*                 IT (THE CLOSEST DATE WINS).  WHATEVER IS LEFT
000200*                 IS WRITTEN BACK TO XFROPEN.DAT, KEEPING THE
000210*                 DATE IT WAS FIRST CARRIED, FOR THE NEXT RUN.
000220*                 XFRMATCH.RPT SHOWS THE PAIRS MATCHED AND THE
000230*                 HALVES IN TRANSIT BY REGION PAIR AND AGE IN
000240*                 BUSINESS DAYS (WEEKDAYS, AS PAYBUILD COUNTS
000250*                 THEM), THEN LISTS EVERY HALF UNMATCHED PAST THE
000260*                 LIMIT.  THOSE ARE ALSO WRITTEN TO XFREXCP.DAT
000270*                 IN THE EXCEPTION FEED LAYOUT IN EXCPREC, WHICH
000280*                 EXCPGAT GATHERS INTO THE EXCEPTION WORK QUEUE,
000290*                 SOURCE XFER.  THE REPORT IS FILED IN THE REPORT
000300*                 REPOSITORY THROUGH RPTSAVE.  A HALF ALREADY
000310*                 CARRIED IS NOT TAKEN AGAIN WHEN THE SAME INPUT
000320*                 IS RERUN.  ENVIRONMENT: XFR-INFILE (DEFAULT
000330*                 SORTED.DAT), XFR-OUT-TYPE AND XFR-IN-TYPE
000340*                 (DEFAULT TO AND TI), XFR-DAYS (DATE TOLERANCE
000350*                 IN CALENDAR DAYS, DEFAULT 3), XFR-LIMIT
000360*                 (BUSINESS DAYS BEFORE AN UNMATCHED HALF IS AN
000370*                 EXCEPTION, DEFAULT 5), SORT-RUNDATE (CCYYMMDD,
000380*                 DEFAULT TODAY).  RETURN-CODE IS 4 WHEN ANY
000390*                 HALF IS PAST THE LIMIT, 8 WHEN MORE THAN 5000
000400*                 HALVES ARE OPEN (XFROPEN.DAT IS THEN LEFT AS IT
000410*                 WAS) AND 12 WHEN THE INPUT CANNOT BE OPENED.
000420*
000421*10/15/2026  GS   XFROPEN.DAT IS SAVED AS XFROPEN.PRV, STAMPED
000421*                 WITH THE RUN DATE, BEFORE EACH RUN REPLACES IT.
000421*                 A SECOND RUN FOR THE SAME DATE STARTS AGAIN
000421*                 FROM XFROPEN.PRV, SO A RERUN NO LONGER SEES THE
000421*                 HALVES THE FIRST RUN MATCHED AS STILL OPEN.
000421*                 XFREXCP.DAT, XFROPEN.DAT AND XFROPEN.PRV THAT
000421*                 CANNOT BE OPENED NOW STOP THE RUN WITH RETURN
000421*                 CODE 12.  THE TRANSFER NARRATIVE IS NOW NAMED
000421*                 IN SAMPREC (SAMP-XFR-NARRATIVE).
000421*
000430*---------------------------------------------------------------*
000440*TRANSFER ITEMS ON SORTED.DAT                                   *
000450*    SAMP-TRANSACTION-TYPE    XFR-OUT-TYPE OR XFR-IN-TYPE       *
000460*    SAMP-REGION-CODE         THE REGION THE HALF IS BOOKED IN  *
000470*    SAMP-XFR-NARRATIVE       THE CUSTOMER NAME FIELD, WHICH A  *
000480*                             TRANSFER HALF MUST CARRY AS       *
000485*                             SAMPREC REQUIRES:                 *
000490*        POSITIONS  1-16  TRANSFER REFERENCE, SAME ON BOTH      *
000500*        POSITIONS 18-21  THE OTHER OFFICE'S REGION CODE        *
000510*THE AMOUNTS OF THE TWO HALVES ARE COMPARED WITHOUT THEIR SIGNS.*
000520*                                                               *
000530*CARRIED-FORWARD FILE (XFROPEN.DAT, ONE UNMATCHED HALF PER LINE)*
000540*    POSITIONS  1-82  THE DETAIL RECORD AS IT ARRIVED           *
000550*    POSITIONS 84-91  RUN DATE IT WAS FIRST CARRIED, CCYYMMDD   *
000551*                                                               *
000552*SAVED COPY (XFROPEN.PRV) -- A STAMP LINE, THEN XFROPEN.DAT AS  *
000553*IT STOOD WHEN THE RUN STARTED                                  *
000554*    POSITIONS  1-8   *RUNDATE                                  *
000555*    POSITIONS 10-17  RUN DATE THAT SAVED IT, CCYYMMDD          *
000560*---------------------------------------------------------------*
000570*
000580 ENVIRONMENT DIVISION.
000590 CONFIGURATION SECTION.
000600 SOURCE-COMPUTER.  IBM-PC.
000610 OBJECT-COMPUTER.  IBM-PC.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT INPUT-FILE ASSIGN TO WS-INPUT-FILE-NAME
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-INPUT-FILE-STATUS.
000670     SELECT OPEN-FILE ASSIGN TO "XFROPEN.DAT"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-OPEN-FILE-STATUS.
000700     SELECT EXCP-FILE ASSIGN TO "XFREXCP.DAT"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-EXCP-FILE-STATUS.
000725     SELECT SAVE-FILE ASSIGN TO "XFROPEN.PRV"
000726         ORGANIZATION IS LINE SEQUENTIAL
000727         FILE STATUS IS WS-SAVE-FILE-STATUS.
000730     SELECT REPORT-FILE ASSIGN TO "XFRMATCH.RPT"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-REPORT-FILE-STATUS.
000760*
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  INPUT-FILE.
000800 01  INPUT-FILE-RECORD           PIC X(82).
000810 FD  OPEN-FILE.
000820 01  OPEN-FILE-RECORD.
000830     05  OPEN-DETAIL             PIC X(82).
000840     05  FILLER                  PIC X(01).
000850     05  OPEN-CARRIED-SINCE      PIC X(08).
000860 FD  EXCP-FILE.
000870 01  EXCP-FILE-RECORD            PIC X(89).
000871 FD  SAVE-FILE.
000872 01  SAVE-FILE-RECORD            PIC X(91).
000873 01  SAVE-STAMP-RECORD.
000874     05  SAVE-STAMP-ID           PIC X(08).
000875         88  SAVE-IS-STAMP           VALUE "*RUNDATE".
000876     05  FILLER                  PIC X(01).
000877     05  SAVE-STAMP-DATE         PIC X(08).
000878     05  FILLER                  PIC X(74).
000880 FD  REPORT-FILE.
000890 01  REPORT-LINE                 PIC X(100).
000900*
000910 WORKING-STORAGE SECTION.
000920 01  WS-INPUT-FILE-NAME        PIC X(15) VALUE "SORTED.DAT".
000930 01  WS-INPUT-FILE-STATUS      PIC X(02).
000940     88  WS-INPUT-FILE-OK          VALUE "00".
000950     88  WS-INPUT-FILE-EOF         VALUE "10".
000960 01  WS-OPEN-FILE-STATUS       PIC X(02).
000970     88  WS-OPEN-FILE-OK           VALUE "00".
000980     88  WS-OPEN-FILE-EOF          VALUE "10".
000990 01  WS-EXCP-FILE-STATUS       PIC X(02).
000991     88  WS-EXCP-FILE-OK           VALUE "00".
000992 01  WS-SAVE-FILE-STATUS       PIC X(02).
000993     88  WS-SAVE-FILE-OK           VALUE "00".
000994     88  WS-SAVE-FILE-EOF          VALUE "10".
001000 01  WS-REPORT-FILE-STATUS     PIC X(02).
001010 01  WS-ENV-VALUE              PIC X(15).
001020 01  WS-TIMESTAMP              PIC X(21).
001030*
001040 01  WS-OUT-TYPE               PIC X(02) VALUE "TO".
001050 01  WS-IN-TYPE                PIC X(02) VALUE "TI".
001060 01  WS-TOLERANCE-DAYS         PIC 9(03) VALUE 3.
001070 01  WS-LIMIT-DAYS             PIC 9(03) VALUE 5.
001080 01  WS-RUN-DATE               PIC X(08).
001090 01  WS-RUN-DATE-N             PIC 9(08).
001100 01  WS-RUN-INT                PIC 9(08) COMP-5.
001110 01  WS-DATE-N                 PIC 9(08).
001120*
001130*    EVERY TRANSFER HALF STILL IN PLAY THIS RUN -- CARRIED IN
001140*    FROM XFROPEN.DAT OR NEW ON TODAY'S INPUT.
001150 01  WS-ITEM-TABLE.
001160     05  WS-XI-COUNT           PIC 9(05) COMP-5 VALUE 0.
001170     05  WS-XI-ENTRY OCCURS 5000 TIMES.
001180         10  WS-XI-DETAIL      PIC X(82).
001190         10  WS-XI-SINCE       PIC X(08).
001200         10  WS-XI-DIR         PIC X(01).
001210             88  WS-XI-IS-OUT      VALUE "O".
001220             88  WS-XI-IS-IN       VALUE "I".
001230         10  WS-XI-STATE       PIC X(01).
001240             88  WS-XI-MATCHED     VALUE "M".
001250         10  WS-XI-DATE-INT    PIC 9(08) COMP-5.
001260         10  WS-XI-AMOUNT      PIC S9(09)V99 COMP-3.
001270         10  WS-XI-AGE         PIC 9(05) COMP-5.
001280 01  WS-XI-SUB                 PIC 9(05) COMP-5.
001290 01  WS-XI-TRY                 PIC 9(05) COMP-5.
001300 01  WS-XI-BEST                PIC 9(05) COMP-5.
001310 01  WS-BEST-GAP               PIC 9(08) COMP-5.
001320 01  WS-DATE-GAP               PIC 9(08) COMP-5.
001330 01  WS-OVERFLOW-SW            PIC X(01) VALUE "N".
001340     88  WS-TABLE-OVERFLOW         VALUE "Y".
001350 01  WS-DUPLICATE-SW           PIC X(01).
001360     88  WS-ALREADY-CARRIED        VALUE "Y".
001362 01  WS-RERUN-SW               PIC X(01) VALUE "N".
001364     88  WS-SAME-DATE-RERUN        VALUE "Y".
001366 01  WS-CARRIED-RECORD.
001367     05  WS-CARRIED-DETAIL     PIC X(82).
001368     05  FILLER                PIC X(01).
001369     05  WS-CARRIED-SINCE      PIC X(08).
001370*
001380*    BUSINESS-DAY AGE.  DAY 1 OF THE INTEGER DATE SERIES
001390*    (01/01/1601) WAS A MONDAY, SO REMAINDER 6 IS A SATURDAY
001400*    AND 0 A SUNDAY.
001410 01  WS-DAY-SPAN               PIC 9(08) COMP-5.
001420 01  WS-WEEKS                  PIC 9(08) COMP-5.
001430 01  WS-ODD-DAYS               PIC 9(01) COMP-5.
001440 01  WS-ODD-SUB                PIC 9(01) COMP-5.
001450 01  WS-DAY-INT                PIC 9(08) COMP-5.
001460 01  WS-DAY-QUOT               PIC 9(08) COMP-5.
001470 01  WS-WEEKDAY                PIC 9(01) COMP-5.
001480 01  WS-BUS-DAYS               PIC 9(08) COMP-5.
001490 01  WS-BUCKET                 PIC 9(01) COMP-5.
001500 01  WS-BUCKET-SUB             PIC 9(01) COMP-5.
001510*
001520*    MATCHED AND IN-TRANSIT TOTALS BY REGION PAIR.
001530 01  WS-PAIR-TABLE.
001540     05  WS-PAIR-COUNT         PIC 9(03) COMP-5 VALUE 0.
001550     05  WS-PAIR-ENTRY OCCURS 200 TIMES.
001560         10  WS-PR-KEY.
001570             15  WS-PR-FROM    PIC X(04).
001580             15  WS-PR-TO      PIC X(04).
001590         10  WS-PR-MATCHED     PIC 9(07) COMP-5.
001600         10  WS-PR-B-COUNT     PIC 9(07) COMP-5 OCCURS 5 TIMES.
001610         10  WS-PR-AMOUNT      PIC S9(13)V99 COMP-3.
001620         10  WS-PR-PAST        PIC 9(07) COMP-5.
001630 01  WS-PAIR-HOLD              PIC X(60).
001640 01  WS-PAIR-SUB               PIC 9(03) COMP-5.
001650 01  WS-PAIR-HIT               PIC 9(03) COMP-5.
001660 01  WS-PAIR-FROM              PIC X(04).
001670 01  WS-PAIR-TO                PIC X(04).
001680 01  WS-PAIR-OVERFLOW          PIC 9(07) VALUE 0.
001690 01  WS-SORT-SUB               PIC 9(03) COMP-5.
001700 01  WS-SORT-SWAPPED-SW        PIC X(01).
001710     88  WS-SORT-SWAPPED           VALUE "Y".
001720 01  WS-ALL-PAIRS.
001730     05  WS-ALL-MATCHED        PIC 9(07) COMP-5 VALUE 0.
001740     05  WS-ALL-B-COUNT        PIC 9(07) COMP-5 OCCURS 5 TIMES.
001750     05  WS-ALL-AMOUNT         PIC S9(13)V99 COMP-3 VALUE 0.
001760     05  WS-ALL-PAST           PIC 9(07) COMP-5 VALUE 0.
001770*
001780 01  WS-PAIR-LINE.
001790     05  WS-PL-FROM            PIC X(04).
001800     05  FILLER                PIC X(01).
001810     05  WS-PL-TO              PIC X(04).
001820     05  FILLER                PIC X(02).
001830     05  WS-PL-MATCHED         PIC ZZZZZZ9.
001840     05  WS-PL-BUCKET OCCURS 5 TIMES.
001850         10  FILLER            PIC X(02).
001860         10  WS-PL-COUNT       PIC ZZZZZ9.
001870     05  FILLER                PIC X(02).
001880     05  WS-PL-AMOUNT          PIC Z,ZZZ,ZZZ,ZZ9.99-.
001890     05  FILLER                PIC X(02).
001900     05  WS-PL-PAST            PIC Z(09)9.
001910*
001920 01  WS-CARRIED-IN-COUNT       PIC 9(07) COMP-5 VALUE 0.
001930 01  WS-NEW-COUNT              PIC 9(07) COMP-5 VALUE 0.
001940 01  WS-RERUN-COUNT            PIC 9(07) COMP-5 VALUE 0.
001950 01  WS-MATCHED-COUNT          PIC 9(07) COMP-5 VALUE 0.
001960 01  WS-MATCHED-AMOUNT         PIC S9(13)V99 COMP-3 VALUE 0.
001970 01  WS-OPEN-COUNT             PIC 9(07) COMP-5 VALUE 0.
001980 01  WS-EXCEPTION-COUNT        PIC 9(07) COMP-5 VALUE 0.
001990 01  WS-COUNT-EDIT             PIC ZZZZZZ9.
002000 01  WS-DAYS-EDIT              PIC ZZ9.
002010 01  WS-AGE-EDIT               PIC ZZZZ9.
002020 01  WS-AMOUNT-EDIT            PIC Z,ZZZ,ZZZ,ZZ9.99-.
002030 01  WS-DIR-TEXT               PIC X(03).
002040 COPY SAMPREC.
002050 COPY EXCPREC.
002060*
002070*    NAME AND KEYS THE FINISHED REPORT IS FILED UNDER IN THE
002080*    REPORT REPOSITORY.  A BLANK ENTITY IS RESOLVED BY RPTSAVE.
002090 01  WS-REPO-NAME              PIC X(15) VALUE "XFRMATCH.RPT".
002100 01  WS-REPO-JOB               PIC X(08) VALUE "XFRMATCH".
002110 01  WS-REPO-ENTITY            PIC X(04) VALUE SPACES.
002120 01  WS-REPO-STATUS            PIC 9(02).
002130*
002140 PROCEDURE DIVISION.
002150*
002160 0000-MAINLINE.
002170     DISPLAY "XFRMATCH - INTER-REGION TRANSFER MATCHING".
002180     PERFORM 0100-GET-PARAMETERS THRU 0100-EXIT.
002190     PERFORM 1000-LOAD-CARRIED THRU 1000-EXIT.
002200     OPEN INPUT INPUT-FILE.
002210     IF NOT WS-INPUT-FILE-OK
002220         DISPLAY "XFRMATCH - CANNOT OPEN ", WS-INPUT-FILE-NAME
002230         MOVE 12 TO RETURN-CODE
002240         STOP RUN
002250     END-IF.
002260     PERFORM 2000-LOAD-ONE-RECORD THRU 2000-EXIT
002270         UNTIL WS-INPUT-FILE-EOF
002280            OR WS-TABLE-OVERFLOW.
002290     CLOSE INPUT-FILE.
002300     IF WS-TABLE-OVERFLOW
002310         DISPLAY "XFRMATCH - MORE THAN 5000 TRANSFER HALVES ",
002320             "OPEN, XFROPEN.DAT LEFT AS IT WAS"
002330         MOVE 8 TO RETURN-CODE
002340         STOP RUN
002350     END-IF.
002360     PERFORM 3000-MATCH-ONE-OUT THRU 3000-EXIT
002370         VARYING WS-XI-SUB FROM 1 BY 1
002380         UNTIL WS-XI-SUB > WS-XI-COUNT.
002390     OPEN OUTPUT EXCP-FILE.
002392     IF NOT WS-EXCP-FILE-OK
002394         DISPLAY "XFRMATCH - CANNOT OPEN XFREXCP.DAT, STATUS ",
002396             WS-EXCP-FILE-STATUS, ", XFROPEN.DAT LEFT AS IT WAS"
002397         MOVE 12 TO RETURN-CODE
002398         STOP RUN
002399     END-IF.
002400     PERFORM 4000-AGE-ONE-ITEM THRU 4000-EXIT
002410         VARYING WS-XI-SUB FROM 1 BY 1
002420         UNTIL WS-XI-SUB > WS-XI-COUNT.
002430     CLOSE EXCP-FILE.
002440     OPEN OUTPUT OPEN-FILE.
002442     IF NOT WS-OPEN-FILE-OK
002444         DISPLAY "XFRMATCH - CANNOT OPEN XFROPEN.DAT, STATUS ",
002446             WS-OPEN-FILE-STATUS, ", RERUN TO CARRY FORWARD"
002447         MOVE 12 TO RETURN-CODE
002448         STOP RUN
002449     END-IF.
002450     PERFORM 5000-CARRY-ONE-ITEM THRU 5000-EXIT
002460         VARYING WS-XI-SUB FROM 1 BY 1
002470         UNTIL WS-XI-SUB > WS-XI-COUNT.
002480     CLOSE OPEN-FILE.
002490     PERFORM 7000-SORT-PAIRS THRU 7000-EXIT.
002500     PERFORM 6000-WRITE-REPORT THRU 6000-EXIT.
002510     CALL "RPTSAVE" USING WS-REPO-NAME, WS-REPO-JOB,
002520                          WS-REPO-ENTITY, WS-REPO-STATUS.
002530     IF WS-REPO-STATUS NOT = ZERO
002540         DISPLAY "XFRMATCH - REPORT NOT FILED IN THE",
002550             " REPOSITORY, STATUS ", WS-REPO-STATUS
002560     END-IF.
002570     MOVE WS-MATCHED-COUNT TO WS-COUNT-EDIT.
002580     DISPLAY "XFRMATCH - PAIRS MATCHED        = ", WS-COUNT-EDIT.
002590     MOVE WS-OPEN-COUNT TO WS-COUNT-EDIT.
002600     DISPLAY "XFRMATCH - HALVES IN TRANSIT    = ", WS-COUNT-EDIT.
002610     MOVE WS-EXCEPTION-COUNT TO WS-COUNT-EDIT.
002620     DISPLAY "XFRMATCH - PAST THE LIMIT       = ", WS-COUNT-EDIT.
002630     IF WS-EXCEPTION-COUNT > 0
002640         MOVE 4 TO RETURN-CODE
002650     ELSE
002660         MOVE 0 TO RETURN-CODE
002670     END-IF.
002680     STOP RUN.
002690*
002700 0100-GET-PARAMETERS.
002710     MOVE SPACES TO WS-ENV-VALUE.
002720     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SORT-RUNDATE".
002730     IF WS-ENV-VALUE NOT = SPACES
002740         MOVE WS-ENV-VALUE(1:8) TO WS-RUN-DATE
002750     ELSE
002760         MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
002770         MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE
002780     END-IF.
002790     MOVE WS-RUN-DATE TO WS-RUN-DATE-N.
002800     MOVE FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)
002810         TO WS-RUN-INT.
002820     MOVE SPACES TO WS-ENV-VALUE.
002830     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "XFR-INFILE".
002840     IF WS-ENV-VALUE NOT = SPACES
002850         MOVE WS-ENV-VALUE TO WS-INPUT-FILE-NAME
002860     END-IF.
002870     MOVE SPACES TO WS-ENV-VALUE.
002880     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "XFR-OUT-TYPE".
002890     IF WS-ENV-VALUE NOT = SPACES
002900         MOVE WS-ENV-VALUE(1:2) TO WS-OUT-TYPE
002910     END-IF.
002920     MOVE SPACES TO WS-ENV-VALUE.
002930     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "XFR-IN-TYPE".
002940     IF WS-ENV-VALUE NOT = SPACES
002950         MOVE WS-ENV-VALUE(1:2) TO WS-IN-TYPE
002960     END-IF.
002970     MOVE SPACES TO WS-ENV-VALUE.
002980     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "XFR-DAYS".
002990     IF WS-ENV-VALUE NOT = SPACES
003000         AND FUNCTION TEST-NUMVAL(WS-ENV-VALUE) = 0
003010         MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-TOLERANCE-DAYS
003020     END-IF.
003030     MOVE SPACES TO WS-ENV-VALUE.
003040     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "XFR-LIMIT".
003050     IF WS-ENV-VALUE NOT = SPACES
003060         AND FUNCTION TEST-NUMVAL(WS-ENV-VALUE) = 0
003070         MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-LIMIT-DAYS
003080     END-IF.
003090 0100-EXIT.
003100     EXIT.
003110*
003120*    XFROPEN.DAT IS COPIED WHOLE TO XFROPEN.PRV, UNDER A STAMP
003121*    LINE CARRYING THE RUN DATE, BEFORE ANYTHING IS MATCHED.  A
003122*    RUN THAT FINDS XFROPEN.PRV ALREADY STAMPED WITH ITS OWN DATE
003123*    IS A RERUN: IT TAKES THE CARRIED HALVES FROM XFROPEN.PRV,
003124*    AS THE FIRST RUN DID, AND LEAVES THE COPY ALONE.  NO
003125*    XFROPEN.DAT SIMPLY MEANS NOTHING WAS LEFT IN TRANSIT.
003130 1000-LOAD-CARRIED.
003131     PERFORM 1200-CHECK-SAVED THRU 1200-EXIT.
003132     IF WS-SAME-DATE-RERUN
003133         DISPLAY "XFRMATCH - RERUN FOR ", WS-RUN-DATE,
003134             ", CARRIED HALVES TAKEN FROM XFROPEN.PRV"
003135         PERFORM 1300-LOAD-ONE-SAVED THRU 1300-EXIT
003136             UNTIL WS-SAVE-FILE-EOF
003137                OR WS-TABLE-OVERFLOW
003138         CLOSE SAVE-FILE
003139         GO TO 1000-EXIT
003139     END-IF.
003139     OPEN OUTPUT SAVE-FILE.
003139     IF NOT WS-SAVE-FILE-OK
003139         DISPLAY "XFRMATCH - CANNOT OPEN XFROPEN.PRV, STATUS ",
003139             WS-SAVE-FILE-STATUS, ", NOTHING MATCHED"
003139         MOVE 12 TO RETURN-CODE
003139         STOP RUN
003139     END-IF.
003139     MOVE SPACES TO SAVE-STAMP-RECORD.
003139     SET SAVE-IS-STAMP TO TRUE.
003139     MOVE WS-RUN-DATE TO SAVE-STAMP-DATE.
003139     WRITE SAVE-STAMP-RECORD.
003140     OPEN INPUT OPEN-FILE.
003150     IF NOT WS-OPEN-FILE-OK
003154         CLOSE SAVE-FILE
003160         GO TO 1000-EXIT
003170     END-IF.
003180     PERFORM 1100-LOAD-ONE-CARRIED THRU 1100-EXIT
003190         UNTIL WS-OPEN-FILE-EOF.
003210     CLOSE OPEN-FILE.
003215     CLOSE SAVE-FILE.
003220 1000-EXIT.
003230     EXIT.
003240*
003241*    EVERY LINE GOES TO XFROPEN.PRV, EVEN PAST THE TABLE LIMIT,
003242*    SO THE COPY IS WHOLE WHATEVER THIS RUN MAKES OF IT.
003250 1100-LOAD-ONE-CARRIED.
003260     READ OPEN-FILE
003270         AT END
003280             GO TO 1100-EXIT
003290     END-READ.
003300     MOVE OPEN-FILE-RECORD TO SAVE-FILE-RECORD.
003310     WRITE SAVE-FILE-RECORD.
003350     IF WS-TABLE-OVERFLOW
003360         GO TO 1100-EXIT
003370     END-IF.
003380     MOVE OPEN-FILE-RECORD TO WS-CARRIED-RECORD.
003390     PERFORM 1400-TABLE-CARRIED THRU 1400-EXIT.
003400 1100-EXIT.
003410     EXIT.
003411*
003412*    LEAVES XFROPEN.PRV OPEN, PAST ITS STAMP LINE, WHEN IT IS
003413*    STAMPED WITH THIS RUN'S DATE.
003414 1200-CHECK-SAVED.
003415     MOVE "N" TO WS-RERUN-SW.
003416     OPEN INPUT SAVE-FILE.
003417     IF NOT WS-SAVE-FILE-OK
003418         GO TO 1200-EXIT
003419     END-IF.
003419     READ SAVE-FILE
003419         AT END
003419             CLOSE SAVE-FILE
003419             GO TO 1200-EXIT
003419     END-READ.
003419     IF SAVE-IS-STAMP
003419         AND SAVE-STAMP-DATE = WS-RUN-DATE
003419         SET WS-SAME-DATE-RERUN TO TRUE
003419         GO TO 1200-EXIT
003419     END-IF.
003419     CLOSE SAVE-FILE.
003419 1200-EXIT.
003419     EXIT.
003419*
003419 1300-LOAD-ONE-SAVED.
003419     READ SAVE-FILE
003419         AT END
003419             GO TO 1300-EXIT
003419     END-READ.
003419     MOVE SAVE-FILE-RECORD TO WS-CARRIED-RECORD.
003419     PERFORM 1400-TABLE-CARRIED THRU 1400-EXIT.
003419 1300-EXIT.
003419     EXIT.
003419*
003419 1400-TABLE-CARRIED.
003419     IF WS-CARRIED-DETAIL = SPACES
003419         GO TO 1400-EXIT
003419     END-IF.
003419     MOVE WS-CARRIED-DETAIL TO SAMP-DETAIL-RECORD.
003419     PERFORM 2500-ADD-ITEM THRU 2500-EXIT.
003419     IF WS-TABLE-OVERFLOW
003419         GO TO 1400-EXIT
003419     END-IF.
003419     MOVE WS-CARRIED-SINCE TO WS-XI-SINCE(WS-XI-COUNT).
003419     ADD 1 TO WS-CARRIED-IN-COUNT.
003419 1400-EXIT.
003419     EXIT.
003420*
003430*    ONLY THE TWO TRANSFER TYPES ARE TAKEN.  A HALF IDENTICAL
003440*    TO ONE ALREADY CARRIED IS THE SAME INPUT RUN AGAIN.
003450 2000-LOAD-ONE-RECORD.
003460     READ INPUT-FILE
003470         AT END
003480             GO TO 2000-EXIT
003490     END-READ.
003500     MOVE INPUT-FILE-RECORD TO SAMP-HEADER-RECORD.
003510     IF SAMP-IS-HEADER
003520         GO TO 2000-EXIT
003530     END-IF.
003540     MOVE INPUT-FILE-RECORD TO SAMP-TRAILER-RECORD.
003550     IF SAMP-IS-TRAILER
003560         GO TO 2000-EXIT
003570     END-IF.
003580     MOVE INPUT-FILE-RECORD TO SAMP-DETAIL-RECORD.
003590     IF SAMP-TRANSACTION-TYPE NOT = WS-OUT-TYPE
003600         AND SAMP-TRANSACTION-TYPE NOT = WS-IN-TYPE
003610         GO TO 2000-EXIT
003620     END-IF.
003630     MOVE "N" TO WS-DUPLICATE-SW.
003640     PERFORM 2100-CHECK-ONE-CARRIED THRU 2100-EXIT
003650         VARYING WS-XI-TRY FROM 1 BY 1
003660         UNTIL WS-XI-TRY > WS-CARRIED-IN-COUNT
003670            OR WS-ALREADY-CARRIED.
003680     IF WS-ALREADY-CARRIED
003690         ADD 1 TO WS-RERUN-COUNT
003700         GO TO 2000-EXIT
003710     END-IF.
003720     PERFORM 2500-ADD-ITEM THRU 2500-EXIT.
003730     IF WS-TABLE-OVERFLOW
003740         GO TO 2000-EXIT
003750     END-IF.
003760     MOVE WS-RUN-DATE TO WS-XI-SINCE(WS-XI-COUNT).
003770     ADD 1 TO WS-NEW-COUNT.
003780 2000-EXIT.
003790     EXIT.
003800*
003810 2100-CHECK-ONE-CARRIED.
003820     IF WS-XI-DETAIL(WS-XI-TRY) = SAMP-DETAIL-RECORD
003830         SET WS-ALREADY-CARRIED TO TRUE
003840     END-IF.
003850 2100-EXIT.
003860     EXIT.
003870*
003880*    TABLES THE HALF IN SAMP-DETAIL-RECORD.  A DATE THAT IS NOT
003890*    A DATE AGES FROM THE RUN DATE.
003900 2500-ADD-ITEM.
003910     IF WS-XI-COUNT = 5000
003920         SET WS-TABLE-OVERFLOW TO TRUE
003930         GO TO 2500-EXIT
003940     END-IF.
003950     ADD 1 TO WS-XI-COUNT.
003960     MOVE SAMP-DETAIL-RECORD TO WS-XI-DETAIL(WS-XI-COUNT).
003970     MOVE SPACE TO WS-XI-STATE(WS-XI-COUNT).
003980     IF SAMP-TRANSACTION-TYPE = WS-OUT-TYPE
003990         MOVE "O" TO WS-XI-DIR(WS-XI-COUNT)
004000     ELSE
004010         MOVE "I" TO WS-XI-DIR(WS-XI-COUNT)
004020     END-IF.
004030     MOVE WS-RUN-INT TO WS-XI-DATE-INT(WS-XI-COUNT).
004040     IF SAMP-TRANSACTION-DATE NUMERIC
004050         AND SAMP-TRANSACTION-DATE > "16010101"
004060         MOVE SAMP-TRANSACTION-DATE TO WS-DATE-N
004070         MOVE FUNCTION INTEGER-OF-DATE(WS-DATE-N)
004080             TO WS-XI-DATE-INT(WS-XI-COUNT)
004090     END-IF.
004100     MOVE 0 TO WS-XI-AMOUNT(WS-XI-COUNT).
004110     IF SAMP-TRANSACTION-AMOUNT NUMERIC
004120         IF SAMP-TRANSACTION-AMOUNT < 0
004130             COMPUTE WS-XI-AMOUNT(WS-XI-COUNT) =
004140                 0 - SAMP-TRANSACTION-AMOUNT
004150         ELSE
004160             MOVE SAMP-TRANSACTION-AMOUNT
004170                 TO WS-XI-AMOUNT(WS-XI-COUNT)
004180         END-IF
004190     END-IF.
004200 2500-EXIT.
004210     EXIT.
004220*
004230*---------------------------------------------------------------*
004240* MATCHING: EACH OPEN OUT TAKES THE OPEN IN WITH THE SAME       *
004250* REFERENCE AND AMOUNT WHOSE DATE IS CLOSEST, WITHIN TOLERANCE. *
004260*---------------------------------------------------------------*
004270 3000-MATCH-ONE-OUT.
004280     IF NOT WS-XI-IS-OUT(WS-XI-SUB)
004290         OR WS-XI-MATCHED(WS-XI-SUB)
004300         GO TO 3000-EXIT
004310     END-IF.
004320     MOVE 0 TO WS-XI-BEST.
004330     MOVE 99999999 TO WS-BEST-GAP.
004340     PERFORM 3100-TRY-ONE-IN THRU 3100-EXIT
004350         VARYING WS-XI-TRY FROM 1 BY 1
004360         UNTIL WS-XI-TRY > WS-XI-COUNT.
004370     IF WS-XI-BEST = 0
004380         GO TO 3000-EXIT
004390     END-IF.
004400     SET WS-XI-MATCHED(WS-XI-SUB) TO TRUE.
004410     SET WS-XI-MATCHED(WS-XI-BEST) TO TRUE.
004420     ADD 1 TO WS-MATCHED-COUNT.
004430     ADD WS-XI-AMOUNT(WS-XI-SUB) TO WS-MATCHED-AMOUNT.
004440     MOVE WS-XI-DETAIL(WS-XI-SUB)(32:4) TO WS-PAIR-FROM.
004450     MOVE WS-XI-DETAIL(WS-XI-BEST)(32:4) TO WS-PAIR-TO.
004460     PERFORM 4200-FIND-PAIR THRU 4200-EXIT.
004470     ADD 1 TO WS-ALL-MATCHED.
004480     IF WS-PAIR-HIT > 0
004490         ADD 1 TO WS-PR-MATCHED(WS-PAIR-HIT)
004500     END-IF.
004510 3000-EXIT.
004520     EXIT.
004530*
004540 3100-TRY-ONE-IN.
004550     IF NOT WS-XI-IS-IN(WS-XI-TRY)
004560         OR WS-XI-MATCHED(WS-XI-TRY)
004570         GO TO 3100-EXIT
004580     END-IF.
004590     IF WS-XI-DETAIL(WS-XI-TRY)(36:16)
004600         NOT = WS-XI-DETAIL(WS-XI-SUB)(36:16)
004610         OR WS-XI-AMOUNT(WS-XI-TRY) NOT = WS-XI-AMOUNT(WS-XI-SUB)
004620         GO TO 3100-EXIT
004630     END-IF.
004640     IF WS-XI-DATE-INT(WS-XI-TRY) > WS-XI-DATE-INT(WS-XI-SUB)
004650         COMPUTE WS-DATE-GAP = WS-XI-DATE-INT(WS-XI-TRY)
004660             - WS-XI-DATE-INT(WS-XI-SUB)
004670     ELSE
004680         COMPUTE WS-DATE-GAP = WS-XI-DATE-INT(WS-XI-SUB)
004690             - WS-XI-DATE-INT(WS-XI-TRY)
004700     END-IF.
004710     IF WS-DATE-GAP > WS-TOLERANCE-DAYS
004720         OR WS-DATE-GAP NOT < WS-BEST-GAP
004730         GO TO 3100-EXIT
004740     END-IF.
004750     MOVE WS-XI-TRY TO WS-XI-BEST.
004760     MOVE WS-DATE-GAP TO WS-BEST-GAP.
004770 3100-EXIT.
004780     EXIT.
004790*
004800*---------------------------------------------------------------*
004810* IN TRANSIT: AGE EVERY UNMATCHED HALF IN BUSINESS DAYS, TALLY  *
004820* IT BY REGION PAIR, AND PASS THOSE PAST THE LIMIT TO THE QUEUE.*
004830*---------------------------------------------------------------*
004840 4000-AGE-ONE-ITEM.
004850     IF WS-XI-MATCHED(WS-XI-SUB)
004860         GO TO 4000-EXIT
004870     END-IF.
004880     ADD 1 TO WS-OPEN-COUNT.
004890     PERFORM 4100-BUSINESS-DAYS THRU 4100-EXIT.
004900     MOVE WS-BUS-DAYS TO WS-XI-AGE(WS-XI-SUB).
004910     EVALUATE TRUE
004920         WHEN WS-BUS-DAYS <= 1
004930             MOVE 1 TO WS-BUCKET
004940         WHEN WS-BUS-DAYS <= 3
004950             MOVE 2 TO WS-BUCKET
004960         WHEN WS-BUS-DAYS <= 5
004970             MOVE 3 TO WS-BUCKET
004980         WHEN WS-BUS-DAYS <= 10
004990             MOVE 4 TO WS-BUCKET
005000         WHEN OTHER
005010             MOVE 5 TO WS-BUCKET
005020     END-EVALUATE.
005030     PERFORM 4300-SET-PAIR-FOR-ITEM THRU 4300-EXIT.
005040     PERFORM 4200-FIND-PAIR THRU 4200-EXIT.
005050     ADD 1 TO WS-ALL-B-COUNT(WS-BUCKET).
005060     ADD WS-XI-AMOUNT(WS-XI-SUB) TO WS-ALL-AMOUNT.
005070     IF WS-PAIR-HIT > 0
005080         ADD 1 TO WS-PR-B-COUNT(WS-PAIR-HIT, WS-BUCKET)
005090         ADD WS-XI-AMOUNT(WS-XI-SUB) TO WS-PR-AMOUNT(WS-PAIR-HIT)
005100     END-IF.
005110     IF WS-BUS-DAYS > WS-LIMIT-DAYS
005120         ADD 1 TO WS-EXCEPTION-COUNT
005130         ADD 1 TO WS-ALL-PAST
005140         IF WS-PAIR-HIT > 0
005150             ADD 1 TO WS-PR-PAST(WS-PAIR-HIT)
005160         END-IF
005170         PERFORM 4400-WRITE-EXCEPTION THRU 4400-EXIT
005180     END-IF.
005190 4000-EXIT.
005200     EXIT.
005210*
005220*    WEEKDAYS AFTER THE TRANSACTION DATE UP TO AND INCLUDING THE
005230*    RUN DATE: FIVE FOR EVERY WHOLE WEEK, THEN THE ODD DAYS ONE
005240*    AT A TIME.
005250 4100-BUSINESS-DAYS.
005260     MOVE 0 TO WS-BUS-DAYS.
005270     IF WS-XI-DATE-INT(WS-XI-SUB) NOT < WS-RUN-INT
005280         GO TO 4100-EXIT
005290     END-IF.
005300     COMPUTE WS-DAY-SPAN = WS-RUN-INT - WS-XI-DATE-INT(WS-XI-SUB).
005310     DIVIDE WS-DAY-SPAN BY 7 GIVING WS-WEEKS
005320         REMAINDER WS-ODD-DAYS.
005330     COMPUTE WS-BUS-DAYS = WS-WEEKS * 5.
005340     PERFORM 4110-COUNT-ONE-ODD-DAY THRU 4110-EXIT
005350         VARYING WS-ODD-SUB FROM 1 BY 1
005360         UNTIL WS-ODD-SUB > WS-ODD-DAYS.
005370 4100-EXIT.
005380     EXIT.
005390*
005400 4110-COUNT-ONE-ODD-DAY.
005410     COMPUTE WS-DAY-INT = WS-XI-DATE-INT(WS-XI-SUB)
005420         + WS-WEEKS * 7 + WS-ODD-SUB.
005430     DIVIDE WS-DAY-INT BY 7 GIVING WS-DAY-QUOT
005440         REMAINDER WS-WEEKDAY.
005450     IF WS-WEEKDAY NOT = 6 AND WS-WEEKDAY NOT = 0
005460         ADD 1 TO WS-BUS-DAYS
005470     END-IF.
005480 4110-EXIT.
005490     EXIT.
005500*
005510*    LEAVES WS-PAIR-HIT AT THE ENTRY FOR WS-PAIR-FROM AND
005520*    WS-PAIR-TO, ADDING IT IF NEW, OR AT 0 WHEN THE TABLE IS
005530*    FULL (THE ITEM THEN COUNTS IN THE ALL-PAIRS LINE ONLY).
005540 4200-FIND-PAIR.
005550     MOVE 0 TO WS-PAIR-HIT.
005560     PERFORM 4210-MATCH-ONE-PAIR THRU 4210-EXIT
005570         VARYING WS-PAIR-SUB FROM 1 BY 1
005580         UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
005590            OR WS-PAIR-HIT > 0.
005600     IF WS-PAIR-HIT > 0
005610         GO TO 4200-EXIT
005620     END-IF.
005630     IF WS-PAIR-COUNT = 200
005640         ADD 1 TO WS-PAIR-OVERFLOW
005650         GO TO 4200-EXIT
005660     END-IF.
005670     ADD 1 TO WS-PAIR-COUNT.
005680     MOVE WS-PAIR-COUNT TO WS-PAIR-HIT.
005690     INITIALIZE WS-PAIR-ENTRY(WS-PAIR-HIT).
005700     MOVE WS-PAIR-FROM TO WS-PR-FROM(WS-PAIR-HIT).
005710     MOVE WS-PAIR-TO TO WS-PR-TO(WS-PAIR-HIT).
005720 4200-EXIT.
005730     EXIT.
005740*
005750 4210-MATCH-ONE-PAIR.
005760     IF WS-PR-FROM(WS-PAIR-SUB) = WS-PAIR-FROM
005770         AND WS-PR-TO(WS-PAIR-SUB) = WS-PAIR-TO
005780         MOVE WS-PAIR-SUB TO WS-PAIR-HIT
005790     END-IF.
005800 4210-EXIT.
005810     EXIT.
005820*
005830*    AN OUT RUNS FROM ITS OWN REGION TO THE OTHER OFFICE, AN IN
005840*    FROM THE OTHER OFFICE TO ITS OWN.  NO OTHER OFFICE ON THE
005850*    NARRATIVE SHOWS AS ????.
005860 4300-SET-PAIR-FOR-ITEM.
005870     IF WS-XI-IS-OUT(WS-XI-SUB)
005880         MOVE WS-XI-DETAIL(WS-XI-SUB)(32:4) TO WS-PAIR-FROM
005890         MOVE WS-XI-DETAIL(WS-XI-SUB)(53:4) TO WS-PAIR-TO
005900         IF WS-PAIR-TO = SPACES
005910             MOVE "????" TO WS-PAIR-TO
005920         END-IF
005930     ELSE
005940         MOVE WS-XI-DETAIL(WS-XI-SUB)(53:4) TO WS-PAIR-FROM
005950         MOVE WS-XI-DETAIL(WS-XI-SUB)(32:4) TO WS-PAIR-TO
005960         IF WS-PAIR-FROM = SPACES
005970             MOVE "????" TO WS-PAIR-FROM
005980         END-IF
005990     END-IF.
006000 4300-EXIT.
006010     EXIT.
006020*
006030*    ONE ITEM PER HALF: THE REFERENCE AND TRANSACTION DATE TELL
006040*    IT FROM ANY OTHER TRANSFER ON THE SAME ACCOUNT.
006050 4400-WRITE-EXCEPTION.
006060     MOVE WS-XI-DETAIL(WS-XI-SUB) TO SAMP-DETAIL-RECORD.
006070     MOVE SPACES TO EXQ-FEED-RECORD.
006080     MOVE "XFER" TO EXQ-FEED-SOURCE.
006090     MOVE SAMP-ACCOUNT-NUMBER TO EXQ-FEED-ACCOUNT.
006100     MOVE SPACES TO EXQ-FEED-DESCRIPTION.
006110     IF WS-XI-IS-OUT(WS-XI-SUB)
006120         MOVE "XOUT" TO EXQ-FEED-REASON
006130         STRING "TRANSFER " WS-PAIR-FROM ">" WS-PAIR-TO
006140                " NO IN HALF" DELIMITED BY SIZE
006150             INTO EXQ-FEED-DESCRIPTION
006160     ELSE
006170         MOVE "XIN" TO EXQ-FEED-REASON
006180         STRING "TRANSFER " WS-PAIR-FROM ">" WS-PAIR-TO
006190                " NO OUT HALF" DELIMITED BY SIZE
006200             INTO EXQ-FEED-DESCRIPTION
006210     END-IF.
006220     STRING SAMP-XFR-REFERENCE SAMP-TRANSACTION-DATE(3:6)
006230            DELIMITED BY SIZE
006240         INTO EXQ-FEED-ITEM-REF.
006250     MOVE 0 TO EXQ-FEED-AMOUNT.
006260     IF SAMP-TRANSACTION-AMOUNT NUMERIC
006270         MOVE SAMP-TRANSACTION-AMOUNT TO EXQ-FEED-AMOUNT
006280     END-IF.
006290     MOVE EXQ-FEED-RECORD TO EXCP-FILE-RECORD.
006300     WRITE EXCP-FILE-RECORD.
006310 4400-EXIT.
006320     EXIT.
006330*
006340 5000-CARRY-ONE-ITEM.
006350     IF WS-XI-MATCHED(WS-XI-SUB)
006360         GO TO 5000-EXIT
006370     END-IF.
006380     MOVE SPACES TO OPEN-FILE-RECORD.
006390     MOVE WS-XI-DETAIL(WS-XI-SUB) TO OPEN-DETAIL.
006400     MOVE WS-XI-SINCE(WS-XI-SUB) TO OPEN-CARRIED-SINCE.
006410     WRITE OPEN-FILE-RECORD.
006420 5000-EXIT.
006430     EXIT.
006440*
006450*---------------------------------------------------------------*
006460* XFRMATCH.RPT: RUN COUNTS, THE REGION-PAIR GRID, THEN EVERY    *
006470* HALF PAST THE LIMIT.                                          *
006480*---------------------------------------------------------------*
006490 6000-WRITE-REPORT.
006500     OPEN OUTPUT REPORT-FILE.
006510     MOVE SPACES TO REPORT-LINE.
006520     STRING "INTER-REGION TRANSFER MATCHING  RUN DATE "
006530            WS-RUN-DATE "  INPUT " WS-INPUT-FILE-NAME
006540            DELIMITED BY SIZE
006550         INTO REPORT-LINE.
006560     WRITE REPORT-LINE.
006570     MOVE SPACES TO REPORT-LINE.
006580     MOVE WS-TOLERANCE-DAYS TO WS-DAYS-EDIT.
006590     STRING "OUT TYPE " WS-OUT-TYPE "  IN TYPE " WS-IN-TYPE
006600            "  DATE TOLERANCE " WS-DAYS-EDIT " DAYS"
006610            DELIMITED BY SIZE
006620         INTO REPORT-LINE.
006630     MOVE WS-LIMIT-DAYS TO WS-DAYS-EDIT.
006640     STRING "  LIMIT " WS-DAYS-EDIT " BUSINESS DAYS"
006650            DELIMITED BY SIZE
006660         INTO REPORT-LINE(52:30).
006670     WRITE REPORT-LINE.
006672     IF WS-SAME-DATE-RERUN
006674         MOVE "RERUN FOR THIS DATE - CARRIED HALVES TAKEN FROM"
006675             TO REPORT-LINE
006676         MOVE "XFROPEN.PRV" TO REPORT-LINE(49:11)
006678         WRITE REPORT-LINE
006679     END-IF.
006680     MOVE SPACES TO REPORT-LINE.
006690     WRITE REPORT-LINE.
006700     MOVE WS-CARRIED-IN-COUNT TO WS-COUNT-EDIT.
006710     MOVE SPACES TO REPORT-LINE.
006720     STRING "HALVES CARRIED IN            " WS-COUNT-EDIT
006730            DELIMITED BY SIZE
006740         INTO REPORT-LINE.
006750     WRITE REPORT-LINE.
006760     MOVE WS-NEW-COUNT TO WS-COUNT-EDIT.
006770     MOVE SPACES TO REPORT-LINE.
006780     STRING "HALVES NEW ON THIS INPUT     " WS-COUNT-EDIT
006790            DELIMITED BY SIZE
006800         INTO REPORT-LINE.
006810     WRITE REPORT-LINE.
006820     IF WS-RERUN-COUNT > 0
006830         MOVE WS-RERUN-COUNT TO WS-COUNT-EDIT
006840         MOVE SPACES TO REPORT-LINE
006850         STRING "HALVES ALREADY CARRIED       " WS-COUNT-EDIT
006860                DELIMITED BY SIZE
006870             INTO REPORT-LINE
006880         WRITE REPORT-LINE
006890     END-IF.
006900     MOVE WS-MATCHED-COUNT TO WS-COUNT-EDIT.
006910     MOVE WS-MATCHED-AMOUNT TO WS-AMOUNT-EDIT.
006920     MOVE SPACES TO REPORT-LINE.
006930     STRING "PAIRS MATCHED                " WS-COUNT-EDIT
006940            "  AMOUNT " WS-AMOUNT-EDIT
006950            DELIMITED BY SIZE
006960         INTO REPORT-LINE.
006970     WRITE REPORT-LINE.
006980     MOVE WS-OPEN-COUNT TO WS-COUNT-EDIT.
006990     MOVE SPACES TO REPORT-LINE.
007000     STRING "HALVES STILL IN TRANSIT      " WS-COUNT-EDIT
007010            DELIMITED BY SIZE
007020         INTO REPORT-LINE.
007030     WRITE REPORT-LINE.
007040     MOVE SPACES TO REPORT-LINE.
007050     WRITE REPORT-LINE.
007060     MOVE "IN TRANSIT BY REGION PAIR AND AGE IN BUSINESS DAYS"
007070         TO REPORT-LINE.
007080     WRITE REPORT-LINE.
007090     MOVE SPACES TO REPORT-LINE.
007100     STRING "FROM TO    MATCHED     0-1     2-3     4-5"
007110            "    6-10 OVER 10     TRANSIT AMOUNT  PAST LIMIT"
007120            DELIMITED BY SIZE
007130         INTO REPORT-LINE.
007140     WRITE REPORT-LINE.
007150     PERFORM 6100-WRITE-ONE-PAIR THRU 6100-EXIT
007160         VARYING WS-PAIR-SUB FROM 1 BY 1
007170         UNTIL WS-PAIR-SUB > WS-PAIR-COUNT.
007180     MOVE SPACES TO WS-PAIR-LINE.
007190     MOVE "ALL" TO WS-PL-FROM.
007200     MOVE WS-ALL-MATCHED TO WS-PL-MATCHED.
007210     PERFORM 6120-EDIT-ALL-BUCKET THRU 6120-EXIT
007220         VARYING WS-BUCKET-SUB FROM 1 BY 1
007230         UNTIL WS-BUCKET-SUB > 5.
007240     MOVE WS-ALL-AMOUNT TO WS-PL-AMOUNT.
007250     MOVE WS-ALL-PAST TO WS-PL-PAST.
007260     MOVE WS-PAIR-LINE TO REPORT-LINE.
007270     WRITE REPORT-LINE.
007280     IF WS-PAIR-OVERFLOW > 0
007290         MOVE WS-PAIR-OVERFLOW TO WS-COUNT-EDIT
007300         MOVE SPACES TO REPORT-LINE
007310         STRING "  (" WS-COUNT-EDIT " ITEMS BEYOND 200 REGION "
007320                "PAIRS ARE IN THE ALL LINE ONLY)"
007330                DELIMITED BY SIZE
007340             INTO REPORT-LINE
007350         WRITE REPORT-LINE
007360     END-IF.
007370     MOVE SPACES TO REPORT-LINE.
007380     WRITE REPORT-LINE.
007390     MOVE WS-LIMIT-DAYS TO WS-DAYS-EDIT.
007400     MOVE SPACES TO REPORT-LINE.
007410     STRING "UNMATCHED PAST " WS-DAYS-EDIT " BUSINESS DAYS "
007420            "(PASSED TO THE EXCEPTION QUEUE AS SOURCE XFER)"
007430            DELIMITED BY SIZE
007440         INTO REPORT-LINE.
007450     WRITE REPORT-LINE.
007460     IF WS-EXCEPTION-COUNT = 0
007470         MOVE "  (NONE)" TO REPORT-LINE
007480         WRITE REPORT-LINE
007490     ELSE
007500         MOVE SPACES TO REPORT-LINE
007510         STRING "REFERENCE        DIR FROM TO   ACCOUNT    "
007520                "TXN DATE            AMOUNT    AGE"
007530                DELIMITED BY SIZE
007540             INTO REPORT-LINE
007550         WRITE REPORT-LINE
007560         PERFORM 6200-WRITE-ONE-EXCEPTION THRU 6200-EXIT
007570             VARYING WS-XI-SUB FROM 1 BY 1
007580             UNTIL WS-XI-SUB > WS-XI-COUNT
007590     END-IF.
007600     CLOSE REPORT-FILE.
007610 6000-EXIT.
007620     EXIT.
007630*
007640 6100-WRITE-ONE-PAIR.
007650     MOVE SPACES TO WS-PAIR-LINE.
007660     MOVE WS-PR-FROM(WS-PAIR-SUB) TO WS-PL-FROM.
007670     MOVE WS-PR-TO(WS-PAIR-SUB) TO WS-PL-TO.
007680     MOVE WS-PR-MATCHED(WS-PAIR-SUB) TO WS-PL-MATCHED.
007690     PERFORM 6110-EDIT-PAIR-BUCKET THRU 6110-EXIT
007700         VARYING WS-BUCKET-SUB FROM 1 BY 1
007710         UNTIL WS-BUCKET-SUB > 5.
007720     MOVE WS-PR-AMOUNT(WS-PAIR-SUB) TO WS-PL-AMOUNT.
007730     MOVE WS-PR-PAST(WS-PAIR-SUB) TO WS-PL-PAST.
007740     MOVE WS-PAIR-LINE TO REPORT-LINE.
007750     WRITE REPORT-LINE.
007760 6100-EXIT.
007770     EXIT.
007780*
007790 6110-EDIT-PAIR-BUCKET.
007800     MOVE WS-PR-B-COUNT(WS-PAIR-SUB, WS-BUCKET-SUB)
007810         TO WS-PL-COUNT(WS-BUCKET-SUB).
007820 6110-EXIT.
007830     EXIT.
007840*
007850 6120-EDIT-ALL-BUCKET.
007860     MOVE WS-ALL-B-COUNT(WS-BUCKET-SUB)
007870         TO WS-PL-COUNT(WS-BUCKET-SUB).
007880 6120-EXIT.
007890     EXIT.
007900*
007910 6200-WRITE-ONE-EXCEPTION.
007920     IF WS-XI-MATCHED(WS-XI-SUB)
007930         OR WS-XI-AGE(WS-XI-SUB) NOT > WS-LIMIT-DAYS
007940         GO TO 6200-EXIT
007950     END-IF.
007960     MOVE WS-XI-DETAIL(WS-XI-SUB) TO SAMP-DETAIL-RECORD.
007970     PERFORM 4300-SET-PAIR-FOR-ITEM THRU 4300-EXIT.
007980     IF WS-XI-IS-OUT(WS-XI-SUB)
007990         MOVE "OUT" TO WS-DIR-TEXT
008000     ELSE
008010         MOVE "IN" TO WS-DIR-TEXT
008020     END-IF.
008030     IF SAMP-TRANSACTION-AMOUNT NUMERIC
008040         MOVE SAMP-TRANSACTION-AMOUNT TO WS-AMOUNT-EDIT
008050     ELSE
008060         MOVE 0 TO WS-AMOUNT-EDIT
008070     END-IF.
008080     MOVE WS-XI-AGE(WS-XI-SUB) TO WS-AGE-EDIT.
008090     MOVE SPACES TO REPORT-LINE.
008100     STRING SAMP-XFR-REFERENCE " " WS-DIR-TEXT " "
008110            WS-PAIR-FROM " " WS-PAIR-TO " "
008120            SAMP-ACCOUNT-NUMBER " " SAMP-TRANSACTION-DATE " "
008130            WS-AMOUNT-EDIT "  " WS-AGE-EDIT
008140            DELIMITED BY SIZE
008150         INTO REPORT-LINE.
008160     WRITE REPORT-LINE.
008170 6200-EXIT.
008180     EXIT.
008190*
008200*    A PLAIN EXCHANGE SORT INTO FROM AND TO REGION ORDER.
008210 7000-SORT-PAIRS.
008220     SET WS-SORT-SWAPPED TO TRUE.
008230     PERFORM 7100-ONE-SORT-PASS THRU 7100-EXIT
008240         UNTIL NOT WS-SORT-SWAPPED.
008250 7000-EXIT.
008260     EXIT.
008270*
008280 7100-ONE-SORT-PASS.
008290     MOVE "N" TO WS-SORT-SWAPPED-SW.
008300     PERFORM 7110-COMPARE-ONE-PAIR THRU 7110-EXIT
008310         VARYING WS-SORT-SUB FROM 1 BY 1
008320         UNTIL WS-SORT-SUB >= WS-PAIR-COUNT.
008330 7100-EXIT.
008340     EXIT.
008350*
008360 7110-COMPARE-ONE-PAIR.
008370     IF WS-PR-KEY(WS-SORT-SUB) > WS-PR-KEY(WS-SORT-SUB + 1)
008380         MOVE WS-PAIR-ENTRY(WS-SORT-SUB) TO WS-PAIR-HOLD
008390         MOVE WS-PAIR-ENTRY(WS-SORT-SUB + 1)
008400             TO WS-PAIR-ENTRY(WS-SORT-SUB)
008410         MOVE WS-PAIR-HOLD TO WS-PAIR-ENTRY(WS-SORT-SUB + 1)
008420         SET WS-SORT-SWAPPED TO TRUE
008430     END-IF.
008440 7110-EXIT.
008450     EXIT.
