000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TXNREF.
000030 AUTHOR.        G. SWINKELS, DATA PROCESSING.
000040 INSTALLATION.  DATA PROCESSING DEPT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*MODIFICATION HISTORY
000090*--------------------
000100*10/15/2026  GS   ORIGINAL.  STAMPS EVERY DETAIL RECORD OF AN
000110*                 EXTRACT WITH ITS TRANSACTION REFERENCE
000120*                 (SAMP-TXN-REFERENCE, LAYOUT VERSION 03 IN
000130*                 SAMPREC) -- THE TWO-CHARACTER CODE OF THE
000140*                 SOURCE SYSTEM NAMED IN THE HEADER, THE
000150*                 EXTRACT DATE AS YYMMDD, AND THE DETAIL'S
000160*                 POSITION IN THE EXTRACT.  CALLED BY EACH
000170*                 DRIVER ONCE HDRCHK AND TRLRCHK HAVE ACCEPTED
000180*                 THE INFILE, BEFORE EXTREG FINGERPRINTS IT OR
000190*                 KEYVAL SPLITS IT, SO EVERY LATER COPY OF A
000200*                 TRANSACTION -- CLEAN, REJECTED, SORTED,
000210*                 PENDED, POSTED, ARCHIVED -- CARRIES THE SAME
000220*                 REFERENCE.  THE FILE IS REWRITTEN THROUGH A
000230*                 WORK FILE AND FILECOPY WITH ITS HEADER MOVED
000240*                 UP TO LAYOUT 03.  A VERSION 01 OR 02 FILE IS
000250*                 STAMPED THROUGHOUT; IN A VERSION 03 FILE ONLY
000260*                 A BLANK REFERENCE IS STAMPED, SO A REFERENCE
000270*                 THE UPSTREAM SYSTEM OR AN EARLIER RUN ALREADY
000280*                 GAVE (A RERUN, A REJFIX RESUBMISSION) IS
000290*                 NEVER CHANGED, AND A FILE WITH NOTHING LEFT
000300*                 TO STAMP IS NOT REWRITTEN AT ALL.  THE
000310*                 STAMPING DEPENDS ONLY ON THE FILE ITSELF, SO
000320*                 THE SAME EXTRACT ALWAYS GETS THE SAME
000330*                 REFERENCES AND EXTREG STILL RECOGNISES IT.
000340*                 STATUS 0 OK, 8 HEADER MISSING OR MORE DETAILS
000350*                 THAN THE SEQUENCE CAN NUMBER, 12 FILE NOT
000360*                 FOUND, 16 WORK FILE OR REWRITE FAILED.  ON
000370*                 ANY NONZERO STATUS THE INFILE IS LEFT AS IT
000380*                 WAS.
000390*
000391*10/15/2026  GS   THE SEQUENCE NO LONGER RESTARTS AT 1 FOR EVERY
000392*                 EXTRACT: TXNREF.SEQ KEEPS THE LAST SEQUENCE
000393*                 GIVEN FOR EACH SOURCE CODE AND EXTRACT DATE,
000394*                 AND EACH REFERENCE STAMPED CONTINUES FROM IT, SO
000395*                 TWO EXTRACTS FROM ONE SOURCE ON ONE DAY (A
000396*                 SECOND MANUAL, DISPUTE OR WRITE-OFF RELEASE)
000397*                 NEVER SHARE A REFERENCE.  AN EXTRACT ALREADY
000398*                 STAMPED KEEPS ITS REFERENCES AS BEFORE; THE
000399*                 SAME UNSTAMPED EXTRACT OFFERED TWICE IS NUMBERED
000399*                 ON FROM THE FIRST (EXTREG STILL RECOGNISES IT
000399*                 BY COUNT AND AMOUNT).  TXNREF.SEQ IS REWRITTEN
000399*                 BEFORE THE EXTRACT, AND ONLY LINES FROM THE
000399*                 EXTRACT'S MONTH AND THE MONTH BEFORE ARE KEPT.
000399*                 STATUS 8 NOW ALSO COVERS A SEQUENCE THAT WOULD
000399*                 PASS 999999 OR A FULL TXNREF.SEQ TABLE, AND 16
000399*                 A TXNREF.SEQ THAT CANNOT BE REWRITTEN.
000399*
000400*---------------------------------------------------------------*
000410*SOURCE CODE TABLE FORMAT (TXNREF.TBL, ONE PER LINE, OPTIONAL)  *
000420*    SRCE SSSSSSSS CC    HEADER SOURCE SYSTEM (6-13) AND THE    *
000430*                        TWO-CHARACTER CODE (15-16) ITS         *
000440*                        REFERENCES CARRY.  A SOURCE WITH NO    *
000450*                        LINE USES THE FIRST TWO CHARACTERS OF  *
000460*                        ITS NAME.  CODES MUST BE UNIQUE ACROSS *
000470*                        SOURCES THAT SHARE AN EXTRACT DATE.    *
000471*                                                               *
000472*SEQUENCE HIGH-WATER FILE (TXNREF.SEQ, REWRITTEN PER STAMPING)  *
000473*    POSITIONS  1-2   SOURCE CODE                               *
000474*    POSITIONS  4-9   EXTRACT DATE, YYMMDD                      *
000475*    POSITIONS 11-16  LAST SEQUENCE GIVEN                       *
000480*---------------------------------------------------------------*
000490*
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER.  IBM-PC.
000530 OBJECT-COMPUTER.  IBM-PC.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT SOURCE-TABLE-FILE ASSIGN TO "TXNREF.TBL"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-TABLE-FILE-STATUS.
000590     SELECT EXTRACT-FILE ASSIGN TO WS-EXTRACT-FILE-NAME
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-EXTRACT-FILE-STATUS.
000620     SELECT STAMPED-FILE ASSIGN TO WS-STAMPED-FILE-NAME
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-STAMPED-FILE-STATUS.
000641     SELECT SEQUENCE-FILE ASSIGN TO "TXNREF.SEQ"
000642         ORGANIZATION IS LINE SEQUENTIAL
000643         FILE STATUS IS WS-SEQUENCE-FILE-STATUS.
000650*
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  SOURCE-TABLE-FILE.
000690 01  SOURCE-TABLE-RECORD         PIC X(80).
000700 FD  EXTRACT-FILE.
000710 01  EXTRACT-FILE-RECORD         PIC X(82).
000720 FD  STAMPED-FILE.
000730 01  STAMPED-FILE-RECORD         PIC X(82).
000731 FD  SEQUENCE-FILE.
000732 01  SEQUENCE-RECORD             PIC X(16).
000740*
000750 WORKING-STORAGE SECTION.
000760 01  WS-TABLE-FILE-STATUS      PIC X(02).
000770     88  WS-TABLE-FILE-OK          VALUE "00".
000780     88  WS-TABLE-FILE-EOF         VALUE "10".
000790 01  WS-EXTRACT-FILE-NAME      PIC X(15).
000800 01  WS-EXTRACT-FILE-STATUS    PIC X(02).
000810     88  WS-EXTRACT-FILE-OK        VALUE "00".
000820     88  WS-EXTRACT-FILE-EOF       VALUE "10".
000830 01  WS-STAMPED-FILE-NAME      PIC X(15).
000840 01  WS-STAMPED-FILE-STATUS    PIC X(02).
000850     88  WS-STAMPED-FILE-OK        VALUE "00".
000860 01  WS-WORK-BASE-NAME         PIC X(15).
000861 01  WS-SEQUENCE-FILE-STATUS   PIC X(02).
000862     88  WS-SEQUENCE-FILE-OK       VALUE "00".
000863     88  WS-SEQUENCE-FILE-EOF      VALUE "10".
000870*
000880 01  WS-SOURCE-TABLE.
000890     05  WS-SOURCE-COUNT       PIC 9(03) COMP-5 VALUE 0.
000900     05  WS-SOURCE-ENTRY OCCURS 50 TIMES
000910             INDEXED BY WS-SOURCE-IDX.
000920         10  WS-SOURCE-SYSTEM  PIC X(08).
000930         10  WS-SOURCE-CODE    PIC X(02).
000940 01  WS-TABLE-LOADED-SW        PIC X(01) VALUE "N".
000950     88  WS-TABLE-LOADED           VALUE "Y".
000951*
000952*    TXNREF.SEQ, TABLED WHILE ONE EXTRACT IS STAMPED.
000953 01  WS-SEQ-TABLE.
000954     05  WS-SEQ-COUNT          PIC 9(04) COMP-5 VALUE 0.
000955     05  WS-SEQ-ENTRY OCCURS 5000 TIMES
000956             INDEXED BY WS-SEQ-IDX.
000957         10  WS-SEQ-SOURCE     PIC X(02).
000958         10  WS-SEQ-DATE       PIC X(06).
000959         10  WS-SEQ-LAST       PIC 9(06).
000959 01  WS-SEQ-HIT                PIC 9(04) COMP-5.
000959 01  WS-SEQ-BASE               PIC 9(06).
000959 01  WS-SEQ-NEXT               PIC 9(07).
000959 01  WS-KEEP-MONTH.
000959     05  WS-KEEP-YY            PIC 9(02).
000959     05  WS-KEEP-MM            PIC 9(02).
000959 01  WS-SW-SEQ-FULL            PIC X(01).
000959     88  WS-SEQ-FULL               VALUE "Y".
000960*
000970 01  WS-MATCH-SW               PIC X(01).
000980     88  WS-MATCH-FOUND            VALUE "Y".
000990 01  WS-REF-SOURCE             PIC X(02).
001000 01  WS-REF-EXTRACT-DATE       PIC X(06).
001010 01  WS-ORIGINAL-LAYOUT        PIC X(02).
001020     88  WS-ALREADY-LAYOUT-03      VALUE "03".
001030 01  WS-DETAIL-SEQ             PIC 9(07) VALUE 0.
001040 01  WS-STAMP-COUNT            PIC 9(07) VALUE 0.
001050 01  WS-COPY-COUNT             PIC 9(07).
001060 01  WS-COPY-STATUS            PIC 9(02).
001070 01  WS-COUNT-EDIT             PIC ZZZZZZ9.
001080 01  WS-SW-PASS-FAILED         PIC X(01).
001090     88  WS-PASS-FAILED            VALUE "Y".
001100 COPY SAMPREC.
001110*
001120 LINKAGE SECTION.
001130 01  LK-INFILE                 PIC X(15).
001140 01  LK-STAMP-COUNT            PIC 9(07).
001150 01  LK-REF-STATUS             PIC 9(02).
001160     88  LK-REF-OK                 VALUE 0.
001170     88  LK-REF-BAD-EXTRACT        VALUE 8.
001180     88  LK-REF-FILE-NOT-FOUND     VALUE 12.
001190     88  LK-REF-REWRITE-FAILED     VALUE 16.
001200*
001210 PROCEDURE DIVISION USING LK-INFILE,
001220                          LK-STAMP-COUNT,
001230                          LK-REF-STATUS.
001240*
001250 0000-MAINLINE.
001260     MOVE 0 TO LK-STAMP-COUNT.
001270     MOVE 0 TO WS-STAMP-COUNT.
001280     MOVE 0 TO WS-DETAIL-SEQ.
001290     MOVE "N" TO WS-SW-PASS-FAILED.
001295     MOVE "N" TO WS-SW-SEQ-FULL.
001300     SET LK-REF-OK TO TRUE.
001310     IF NOT WS-TABLE-LOADED
001320         PERFORM 1000-LOAD-SOURCE-TABLE THRU 1000-EXIT
001330     END-IF.
001340     MOVE SPACES TO WS-EXTRACT-FILE-NAME.
001350     MOVE LK-INFILE TO WS-EXTRACT-FILE-NAME.
001360     OPEN INPUT EXTRACT-FILE.
001370     IF NOT WS-EXTRACT-FILE-OK
001380         SET LK-REF-FILE-NOT-FOUND TO TRUE
001390         GO TO 0000-EXIT
001400     END-IF.
001410     READ EXTRACT-FILE
001420         AT END
001430             SET LK-REF-BAD-EXTRACT TO TRUE
001440             CLOSE EXTRACT-FILE
001450             GO TO 0000-EXIT
001460     END-READ.
001470     MOVE EXTRACT-FILE-RECORD TO SAMP-HEADER-RECORD.
001480     IF NOT SAMP-IS-HEADER
001490         SET LK-REF-BAD-EXTRACT TO TRUE
001500         CLOSE EXTRACT-FILE
001510         GO TO 0000-EXIT
001520     END-IF.
001530     PERFORM 2000-RESOLVE-SOURCE-CODE THRU 2000-EXIT.
001531     PERFORM 2500-LOAD-SEQUENCES THRU 2500-EXIT.
001532     IF WS-SEQ-FULL
001533         SET LK-REF-BAD-EXTRACT TO TRUE
001534         DISPLAY "TXNREF - TXNREF.SEQ IS FULL - ", LK-INFILE,
001535             " NOT STAMPED"
001536         CLOSE EXTRACT-FILE
001537         GO TO 0000-EXIT
001538     END-IF.
001540     MOVE "TXNREF.TMP" TO WS-WORK-BASE-NAME.
001550     CALL "WORKNAME" USING WS-WORK-BASE-NAME,
001560                           WS-STAMPED-FILE-NAME.
001570     OPEN OUTPUT STAMPED-FILE.
001580     IF NOT WS-STAMPED-FILE-OK
001590         SET LK-REF-REWRITE-FAILED TO TRUE
001600         CLOSE EXTRACT-FILE
001610         GO TO 0000-EXIT
001620     END-IF.
001630     MOVE SAMP-HEADER-LAYOUT-VER TO WS-ORIGINAL-LAYOUT.
001640     MOVE "03" TO SAMP-HEADER-LAYOUT-VER.
001650     MOVE SAMP-HEADER-RECORD TO STAMPED-FILE-RECORD.
001660     WRITE STAMPED-FILE-RECORD.
001670     PERFORM 3000-STAMP-ONE-RECORD THRU 3000-EXIT
001680         UNTIL WS-EXTRACT-FILE-EOF
001690            OR WS-PASS-FAILED.
001700     CLOSE EXTRACT-FILE, STAMPED-FILE.
001710     IF WS-PASS-FAILED
001720         SET LK-REF-BAD-EXTRACT TO TRUE
001730         DISPLAY "TXNREF - MORE THAN 999999 REFERENCES FOR ",
001740             LK-INFILE, " - NOT STAMPED"
001750         GO TO 0000-EXIT
001760     END-IF.
001770     IF WS-ALREADY-LAYOUT-03
001780         AND WS-STAMP-COUNT = 0
001790         DISPLAY "TXNREF - ", LK-INFILE,
001800             " ALREADY CARRIES ITS REFERENCES"
001810         GO TO 0000-EXIT
001820     END-IF.
001821     PERFORM 2600-SAVE-SEQUENCES THRU 2600-EXIT.
001822     IF NOT WS-SEQUENCE-FILE-OK
001823         DISPLAY "TXNREF - CANNOT REWRITE TXNREF.SEQ - ",
001824             LK-INFILE, " NOT STAMPED"
001825         SET LK-REF-REWRITE-FAILED TO TRUE
001826         GO TO 0000-EXIT
001827     END-IF.
001830     CALL "FILECOPY" USING WS-STAMPED-FILE-NAME, LK-INFILE,
001840                           WS-COPY-COUNT, WS-COPY-STATUS.
001850     IF WS-COPY-STATUS NOT = ZERO
001860         DISPLAY "TXNREF - REWRITE OF ", LK-INFILE,
001870             " FAILED, FILECOPY STATUS ", WS-COPY-STATUS
001880         SET LK-REF-REWRITE-FAILED TO TRUE
001890         GO TO 0000-EXIT
001900     END-IF.
001910     MOVE WS-STAMP-COUNT TO LK-STAMP-COUNT.
001920     MOVE WS-STAMP-COUNT TO WS-COUNT-EDIT.
001930     DISPLAY "TXNREF - ", WS-COUNT-EDIT,
001940         " REFERENCES STAMPED, SOURCE CODE ", WS-REF-SOURCE,
001950         " EXTRACT ", WS-REF-EXTRACT-DATE.
001960 0000-EXIT.
001970     GOBACK.
001980*
001990*    THE TABLE IS READ ONCE PER RUN UNIT -- XCHAIN CALLS THIS
002000*    PROGRAM ONCE FOR EVERY STEP.  NO TXNREF.TBL MEANS EVERY
002010*    SOURCE TAKES THE FIRST TWO CHARACTERS OF ITS NAME.
002020 1000-LOAD-SOURCE-TABLE.
002030     SET WS-TABLE-LOADED TO TRUE.
002040     OPEN INPUT SOURCE-TABLE-FILE.
002050     IF NOT WS-TABLE-FILE-OK
002060         GO TO 1000-EXIT
002070     END-IF.
002080     PERFORM 1100-LOAD-ONE-SOURCE THRU 1100-EXIT
002090         UNTIL WS-TABLE-FILE-EOF
002100            OR WS-SOURCE-COUNT = 50.
002110     CLOSE SOURCE-TABLE-FILE.
002120 1000-EXIT.
002130     EXIT.
002140*
002150 1100-LOAD-ONE-SOURCE.
002160     READ SOURCE-TABLE-FILE
002170         AT END
002180             GO TO 1100-EXIT
002190     END-READ.
002200     IF SOURCE-TABLE-RECORD(1:4) NOT = "SRCE"
002210         OR SOURCE-TABLE-RECORD(6:8) = SPACES
002220         OR SOURCE-TABLE-RECORD(15:2) = SPACES
002230         GO TO 1100-EXIT
002240     END-IF.
002250     ADD 1 TO WS-SOURCE-COUNT.
002260     SET WS-SOURCE-IDX TO WS-SOURCE-COUNT.
002270     MOVE SOURCE-TABLE-RECORD(6:8)
002280         TO WS-SOURCE-SYSTEM(WS-SOURCE-IDX).
002290     MOVE SOURCE-TABLE-RECORD(15:2)
002300         TO WS-SOURCE-CODE(WS-SOURCE-IDX).
002310 1100-EXIT.
002320     EXIT.
002330*
002340 2000-RESOLVE-SOURCE-CODE.
002350     MOVE SAMP-HEADER-SOURCE-SYS(1:2) TO WS-REF-SOURCE.
002360     MOVE SAMP-HEADER-EXTRACT-DATE(3:6) TO WS-REF-EXTRACT-DATE.
002370     MOVE "N" TO WS-MATCH-SW.
002380     PERFORM 2100-MATCH-ONE-SOURCE THRU 2100-EXIT
002390         VARYING WS-SOURCE-IDX FROM 1 BY 1
002400         UNTIL WS-SOURCE-IDX > WS-SOURCE-COUNT
002410            OR WS-MATCH-FOUND.
002420 2000-EXIT.
002430     EXIT.
002440*
002450 2100-MATCH-ONE-SOURCE.
002460     IF WS-SOURCE-SYSTEM(WS-SOURCE-IDX) = SAMP-HEADER-SOURCE-SYS
002470         MOVE WS-SOURCE-CODE(WS-SOURCE-IDX) TO WS-REF-SOURCE
002480         SET WS-MATCH-FOUND TO TRUE
002490     END-IF.
002500 2100-EXIT.
002510     EXIT.
002520*
002530*    ONLY THE EXTRACT'S MONTH AND THE MONTH BEFORE ARE KEPT --
002540*    HDRCHK TURNS AWAY ANY OLDER EXTRACT.  THE HIGH-WATER MARK
002550*    FOR THIS SOURCE AND DATE IS THE BASE THIS EXTRACT'S
002560*    REFERENCES CONTINUE FROM; A NEW ONE IS ADDED AT ZERO.
002570 2500-LOAD-SEQUENCES.
002580     MOVE 0 TO WS-SEQ-COUNT.
002590     MOVE 0 TO WS-SEQ-HIT.
002600     MOVE WS-REF-EXTRACT-DATE(1:4) TO WS-KEEP-MONTH.
002610     IF WS-KEEP-MM = 1
002620         MOVE 12 TO WS-KEEP-MM
002630         IF WS-KEEP-YY = 0
002640             MOVE 99 TO WS-KEEP-YY
002650         ELSE
002660             SUBTRACT 1 FROM WS-KEEP-YY
002670         END-IF
002680     ELSE
002690         SUBTRACT 1 FROM WS-KEEP-MM
002700     END-IF.
002710     OPEN INPUT SEQUENCE-FILE.
002720     IF WS-SEQUENCE-FILE-OK
002730         PERFORM 2510-LOAD-ONE-SEQUENCE THRU 2510-EXIT
002740             UNTIL WS-SEQUENCE-FILE-EOF
002750                OR WS-SEQ-FULL
002760         CLOSE SEQUENCE-FILE
002770     END-IF.
002780     IF WS-SEQ-FULL
002790         GO TO 2500-EXIT
002800     END-IF.
002810     PERFORM 2520-MATCH-ONE-SEQUENCE THRU 2520-EXIT
002820         VARYING WS-SEQ-IDX FROM 1 BY 1
002830         UNTIL WS-SEQ-IDX > WS-SEQ-COUNT
002840            OR WS-SEQ-HIT > 0.
002850     IF WS-SEQ-HIT = 0
002860         IF WS-SEQ-COUNT = 5000
002870             SET WS-SEQ-FULL TO TRUE
002880             GO TO 2500-EXIT
002890         END-IF
002900         ADD 1 TO WS-SEQ-COUNT
002910         MOVE WS-SEQ-COUNT TO WS-SEQ-HIT
002920         SET WS-SEQ-IDX TO WS-SEQ-HIT
002930         MOVE WS-REF-SOURCE TO WS-SEQ-SOURCE(WS-SEQ-IDX)
002940         MOVE WS-REF-EXTRACT-DATE TO WS-SEQ-DATE(WS-SEQ-IDX)
002950         MOVE 0 TO WS-SEQ-LAST(WS-SEQ-IDX)
002960     END-IF.
002970     SET WS-SEQ-IDX TO WS-SEQ-HIT.
002980     MOVE WS-SEQ-LAST(WS-SEQ-IDX) TO WS-SEQ-BASE.
002990 2500-EXIT.
003000     EXIT.
003010*
003020 2510-LOAD-ONE-SEQUENCE.
003030     READ SEQUENCE-FILE
003040         AT END
003050             GO TO 2510-EXIT
003060     END-READ.
003070     IF SEQUENCE-RECORD(4:6) NOT NUMERIC
003080         OR SEQUENCE-RECORD(11:6) NOT NUMERIC
003090         OR SEQUENCE-RECORD(4:4) < WS-KEEP-MONTH
003100         GO TO 2510-EXIT
003110     END-IF.
003120     IF WS-SEQ-COUNT = 5000
003130         SET WS-SEQ-FULL TO TRUE
003140         GO TO 2510-EXIT
003150     END-IF.
003160     ADD 1 TO WS-SEQ-COUNT.
003170     SET WS-SEQ-IDX TO WS-SEQ-COUNT.
003180     MOVE SEQUENCE-RECORD(1:2) TO WS-SEQ-SOURCE(WS-SEQ-IDX).
003190     MOVE SEQUENCE-RECORD(4:6) TO WS-SEQ-DATE(WS-SEQ-IDX).
003200     MOVE SEQUENCE-RECORD(11:6) TO WS-SEQ-LAST(WS-SEQ-IDX).
003210 2510-EXIT.
003220     EXIT.
003230*
003240 2520-MATCH-ONE-SEQUENCE.
003250     IF WS-SEQ-SOURCE(WS-SEQ-IDX) = WS-REF-SOURCE
003260         AND WS-SEQ-DATE(WS-SEQ-IDX) = WS-REF-EXTRACT-DATE
003270         SET WS-SEQ-HIT TO WS-SEQ-IDX
003280     END-IF.
003290 2520-EXIT.
003300     EXIT.
003310*
003320*    WRITTEN BEFORE THE EXTRACT IS COPIED BACK, SO A FAILED COPY
003330*    LEAVES ONLY A GAP IN THE SEQUENCE, NEVER A REUSED ONE.
003340 2600-SAVE-SEQUENCES.
003350     SET WS-SEQ-IDX TO WS-SEQ-HIT.
003360     ADD WS-STAMP-COUNT TO WS-SEQ-LAST(WS-SEQ-IDX).
003370     OPEN OUTPUT SEQUENCE-FILE.
003380     IF NOT WS-SEQUENCE-FILE-OK
003390         GO TO 2600-EXIT
003400     END-IF.
003410     PERFORM 2610-SAVE-ONE-SEQUENCE THRU 2610-EXIT
003420         VARYING WS-SEQ-IDX FROM 1 BY 1
003430         UNTIL WS-SEQ-IDX > WS-SEQ-COUNT.
003440     CLOSE SEQUENCE-FILE.
003450 2600-EXIT.
003460     EXIT.
003470*
003480 2610-SAVE-ONE-SEQUENCE.
003490     MOVE SPACES TO SEQUENCE-RECORD.
003500     MOVE WS-SEQ-SOURCE(WS-SEQ-IDX) TO SEQUENCE-RECORD(1:2).
003510     MOVE WS-SEQ-DATE(WS-SEQ-IDX) TO SEQUENCE-RECORD(4:6).
003520     MOVE WS-SEQ-LAST(WS-SEQ-IDX) TO SEQUENCE-RECORD(11:6).
003530     WRITE SEQUENCE-RECORD.
003540 2610-EXIT.
003550     EXIT.
003560*
003570*    THE TRAILER IS COPIED AS IT STANDS.  EACH DETAIL STAMPED
003580*    TAKES THE NEXT SEQUENCE AFTER THE HIGH-WATER MARK FOR ITS
003590*    SOURCE AND EXTRACT DATE.
003600 3000-STAMP-ONE-RECORD.
003610     READ EXTRACT-FILE
003620         AT END
003630             GO TO 3000-EXIT
003640     END-READ.
003650     MOVE EXTRACT-FILE-RECORD TO SAMP-TRAILER-RECORD.
003660     IF SAMP-IS-TRAILER
003670         MOVE EXTRACT-FILE-RECORD TO STAMPED-FILE-RECORD
003680         WRITE STAMPED-FILE-RECORD
003690         GO TO 3000-EXIT
003700     END-IF.
003710     ADD 1 TO WS-DETAIL-SEQ.
003720     IF WS-DETAIL-SEQ > 999999
003730         SET WS-PASS-FAILED TO TRUE
003740         GO TO 3000-EXIT
003750     END-IF.
003760     MOVE EXTRACT-FILE-RECORD TO SAMP-DETAIL-RECORD.
003770     IF NOT WS-ALREADY-LAYOUT-03
003780         OR SAMP-TXN-REFERENCE = SPACES
003790         COMPUTE WS-SEQ-NEXT = WS-SEQ-BASE + WS-STAMP-COUNT + 1
003800         IF WS-SEQ-NEXT > 999999
003810             SET WS-PASS-FAILED TO TRUE
003820             GO TO 3000-EXIT
003830         END-IF
003840         MOVE WS-REF-SOURCE TO SAMP-REF-SOURCE
003850         MOVE WS-REF-EXTRACT-DATE TO SAMP-REF-EXTRACT-DATE
003860         MOVE WS-SEQ-NEXT TO SAMP-REF-SEQUENCE
003870         ADD 1 TO WS-STAMP-COUNT
003880     END-IF.
003890     MOVE SAMP-DETAIL-RECORD TO STAMPED-FILE-RECORD.
003900     WRITE STAMPED-FILE-RECORD.
003910 3000-EXIT.
003920     EXIT.
