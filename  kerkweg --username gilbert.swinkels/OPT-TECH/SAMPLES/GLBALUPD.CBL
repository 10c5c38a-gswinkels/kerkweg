000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GLBALUPD.
000030 AUTHOR.        G. SWINKELS, DATA PROCESSING.
000040 INSTALLATION.  DATA PROCESSING DEPT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*MODIFICATION HISTORY
000090*--------------------
000100*10/15/2026  GS   ORIGINAL.  KEEPS OUR OWN RUNNING GENERAL
000110*                 LEDGER BALANCES (GLBAL.DAT, LAID OUT IN
000120*                 GLBALREC) BY APPLYING EACH GLFEED.JNL AFTER
000130*                 GLFEED PROVES IT.  EVERY GL ACCOUNT CARRIES
000140*                 THE OPEN PERIOD'S OPENING BALANCE, DEBITS,
000150*                 CREDITS AND CLOSING BALANCE.  THE FIRST
000160*                 JOURNAL DATED IN A NEW MONTH ROLLS THE PERIOD:
000170*                 EVERY CLOSING BECOMES THE NEW OPENING AND THE
000180*                 MOVEMENTS START AGAIN FROM ZERO.  THE CONTROL
000190*                 LINE HOLDS THE FINGERPRINT (DATE, LINE COUNT,
000200*                 DEBIT TOTAL) OF THE LAST JOURNAL APPLIED; THE
000210*                 SAME JOURNAL OFFERED AGAIN, OR ONE DATED BEFORE
000220*                 IT, IS REFUSED WITH RETURN-CODE 8 AND THE
000230*                 BALANCES ARE LEFT ALONE.  SO IS A JOURNAL THAT
000240*                 DOES NOT BALANCE OR IS DATED IN A CLOSED
000250*                 PERIOD.  AN EMPTY JOURNAL (GLFEED ABENDED)
000260*                 CHANGES NOTHING AND ENDS WITH 4.  THE
000270*                 RESULTING TRIAL BALANCE IS PRINTED TO
000280*                 GLBAL.RPT.  GLRECON PROVES THE CONTROL
000290*                 ACCOUNTS IN THIS FILE AGAINST ACCTMST.
000291*
000292*10/15/2026  GS   THE FINISHED GLBAL.RPT IS NOW FILED IN THE
000293*                 REPORT REPOSITORY THROUGH RPTSAVE, SO IT CAN
000294*                 STILL BE LISTED AND REPRINTED FROM OPSMENU AFTER
000295*                 THE NEXT RUN OVERWRITES IT.
000300*
000301*10/15/2026  GS   GLBAL-JOURNAL NAMES ANOTHER JOURNAL IN THE
000302*                 GLFEED.JNL LAYOUT TO APPLY INSTEAD (FXREVAL.JNL,
000303*                 THE MONTH-END REVALUATION ENTRIES).  IT IS
000304*                 CHECKED AND FINGERPRINTED JUST AS GLFEED.JNL IS.
000305*
000306*10/15/2026  GS   EVERY JOURNAL APPLIED NOW HAS ITS FINGERPRINT
000307*                 ADDED TO GLBAL.HST, AND A JOURNAL WHOSE
000308*                 FINGERPRINT IS ANYWHERE IN IT IS REFUSED WITH 8,
000309*                 NOT JUST ONE MATCHING THE LAST JOURNAL APPLIED.
000309*                 GLBAL.HST IS OPENED BEFORE GLBAL.DAT IS
000309*                 REWRITTEN; WHEN EITHER CANNOT BE OPENED THE RUN
000309*                 STOPS WITH 12 AND NOTHING IS APPLIED.
000309*
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER.  IBM-PC.
000340 OBJECT-COMPUTER.  IBM-PC.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT JOURNAL-FILE ASSIGN TO WS-JOURNAL-FILE-NAME
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-JOURNAL-FILE-STATUS.
000400     SELECT BALANCE-FILE ASSIGN TO "GLBAL.DAT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-BALANCE-FILE-STATUS.
000430     SELECT REPORT-FILE ASSIGN TO "GLBAL.RPT"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-REPORT-FILE-STATUS.
000455     SELECT FPRINT-FILE ASSIGN TO "GLBAL.HST"
000456         ORGANIZATION IS LINE SEQUENTIAL
000457         FILE STATUS IS WS-FPRINT-FILE-STATUS.
000460*
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  JOURNAL-FILE.
000500 01  JOURNAL-LINE                PIC X(40).
000510 FD  BALANCE-FILE.
000520 01  BALANCE-LINE                PIC X(90).
000530 FD  REPORT-FILE.
000540 01  REPORT-LINE                 PIC X(100).
000545 FD  FPRINT-FILE.
000546 01  FPRINT-LINE                 PIC X(90).
000550*
000560 WORKING-STORAGE SECTION.
000565 01  WS-JOURNAL-FILE-NAME      PIC X(15) VALUE "GLFEED.JNL".
000570 01  WS-JOURNAL-FILE-STATUS    PIC X(02).
000580     88  WS-JOURNAL-FILE-OK        VALUE "00".
000590     88  WS-JOURNAL-FILE-EOF       VALUE "10".
000600 01  WS-BALANCE-FILE-STATUS    PIC X(02).
000610     88  WS-BALANCE-FILE-OK        VALUE "00".
000620     88  WS-BALANCE-FILE-EOF       VALUE "10".
000630 01  WS-REPORT-FILE-STATUS     PIC X(02).
000631 01  WS-FPRINT-FILE-STATUS     PIC X(02).
000632     88  WS-FPRINT-FILE-OK         VALUE "00".
000633     88  WS-FPRINT-FILE-EOF        VALUE "10".
000634     88  WS-FPRINT-NOT-FOUND       VALUE "35".
000640 01  WS-TIMESTAMP              PIC X(21).
000645 01  WS-ENV-VALUE              PIC X(15).
000650*
000660*    THE JOURNAL, HELD WHILE IT IS CHECKED.
000670 01  WS-JNL-TABLE.
000680     05  WS-JNL-COUNT          PIC 9(05) COMP-5 VALUE 0.
000690     05  WS-JNL-ENTRY OCCURS 2000 TIMES INDEXED BY WS-JNL-IDX.
000700         10  WS-JNL-ACCOUNT    PIC X(08).
000710         10  WS-JNL-SIDE       PIC X(01).
000720         10  WS-JNL-AMOUNT     PIC 9(11)V99.
000730 01  WS-JNL-DATE               PIC X(08).
000740 01  WS-JNL-DEBITS             PIC 9(13)V99 VALUE 0.
000750 01  WS-JNL-CREDITS            PIC 9(13)V99 VALUE 0.
000760 01  WS-JNL-BAD-COUNT          PIC 9(07) VALUE 0.
000770 01  WS-AMOUNT-ZONED-G.
000780     05  WS-AMOUNT-ZONED       PIC 9(11)V99.
000790*
000800*    GLBAL.DAT, HELD WHILE IT IS UPDATED AND THEN REWRITTEN.
000810 01  WS-BAL-TABLE.
000820     05  WS-BAL-COUNT          PIC 9(04) COMP-5 VALUE 0.
000830     05  WS-BAL-ENTRY OCCURS 1000 TIMES INDEXED BY WS-BAL-IDX.
000840         10  WS-BAL-ACCOUNT    PIC X(08).
000850         10  WS-BAL-OPENING    PIC S9(13)V99 COMP-3.
000860         10  WS-BAL-DEBITS     PIC 9(13)V99 COMP-3.
000870         10  WS-BAL-CREDITS    PIC 9(13)V99 COMP-3.
000880         10  WS-BAL-CLOSING    PIC S9(13)V99 COMP-3.
000890         10  WS-BAL-LAST-DATE  PIC X(08).
000900 01  WS-BAL-HOLD               PIC X(48).
000910 01  WS-PERIOD                 PIC X(06) VALUE SPACES.
000920 01  WS-LAST-JNL-DATE          PIC X(08) VALUE SPACES.
000930 01  WS-LAST-JNL-LINES         PIC 9(07) VALUE 0.
000940 01  WS-LAST-JNL-DEBITS        PIC 9(13)V99 VALUE 0.
000950 01  WS-HIT-SUB                PIC 9(04) COMP-5.
000960 01  WS-SCAN-SUB               PIC 9(04) COMP-5.
000970 01  WS-NEXT-SUB               PIC 9(04) COMP-5.
000980 01  WS-SWAP-SW                PIC X(01).
000990     88  WS-SWAP-MADE              VALUE "Y".
001000 01  WS-OVERFLOW-SW            PIC X(01) VALUE "N".
001010     88  WS-TABLE-OVERFLOW         VALUE "Y".
001011 01  WS-APPLIED-SW             PIC X(01) VALUE "N".
001012     88  WS-ALREADY-APPLIED        VALUE "Y".
001020*
001030 01  WS-TOTAL-OPENING          PIC S9(15)V99 COMP-3 VALUE 0.
001040 01  WS-TOTAL-DEBITS           PIC S9(15)V99 COMP-3 VALUE 0.
001050 01  WS-TOTAL-CREDITS          PIC S9(15)V99 COMP-3 VALUE 0.
001060 01  WS-TOTAL-CLOSING          PIC S9(15)V99 COMP-3 VALUE 0.
001070 01  WS-COUNT-EDIT             PIC ZZZZZZ9.
001080 01  WS-AMOUNT-EDIT            PIC Z,ZZZ,ZZZ,ZZ9.99-.
001090 COPY GLBALREC.
001091*
001092*    NAME AND KEYS THE FINISHED REPORT IS FILED UNDER IN THE
001093*    REPORT REPOSITORY.  A BLANK ENTITY IS RESOLVED BY RPTSAVE.
001094 01  WS-REPO-NAME              PIC X(15) VALUE "GLBAL.RPT".
001095 01  WS-REPO-JOB               PIC X(08) VALUE "GLBALUPD".
001096 01  WS-REPO-ENTITY            PIC X(04) VALUE SPACES.
001097 01  WS-REPO-STATUS            PIC 9(02).
001100*
001110 PROCEDURE DIVISION.
001120*
001130 0000-MAINLINE.
001140     DISPLAY "GLBALUPD - GENERAL LEDGER BALANCE UPDATE".
001150     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
001151     MOVE SPACES TO WS-ENV-VALUE.
001152     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "GLBAL-JOURNAL".
001153     IF WS-ENV-VALUE NOT = SPACES
001154         MOVE WS-ENV-VALUE TO WS-JOURNAL-FILE-NAME
001155     END-IF.
001160     OPEN INPUT JOURNAL-FILE.
001170     IF NOT WS-JOURNAL-FILE-OK
001180         DISPLAY "GLBALUPD - CANNOT OPEN ", WS-JOURNAL-FILE-NAME
001190         MOVE 12 TO RETURN-CODE
001200         STOP RUN
001210     END-IF.
001220     PERFORM 1000-LOAD-ONE-JOURNAL THRU 1000-EXIT
001230         UNTIL WS-JOURNAL-FILE-EOF.
001240     CLOSE JOURNAL-FILE.
001250     IF WS-JNL-COUNT = 0
001255         DISPLAY "GLBALUPD - ", WS-JOURNAL-FILE-NAME,
001260             " IS EMPTY, NOTHING APPLIED"
001270         MOVE 4 TO RETURN-CODE
001280         STOP RUN
001290     END-IF.
001300     IF WS-TABLE-OVERFLOW
001305         DISPLAY "GLBALUPD - ", WS-JOURNAL-FILE-NAME,
001310             " HAS MORE THAN 2000 ",
001320             "LINES, NOTHING APPLIED"
001330         MOVE 8 TO RETURN-CODE
001340         STOP RUN
001350     END-IF.
001360     IF WS-JNL-BAD-COUNT > 0
001370         OR WS-JNL-DEBITS NOT = WS-JNL-CREDITS
001375         DISPLAY "GLBALUPD - ", WS-JOURNAL-FILE-NAME,
001380             " IS MALFORMED OR OUT OF ",
001390             "BALANCE, NOTHING APPLIED"
001400         MOVE 8 TO RETURN-CODE
001410         STOP RUN
001420     END-IF.
001430     PERFORM 2000-LOAD-BALANCES THRU 2000-EXIT.
001440     IF WS-TABLE-OVERFLOW
001450         DISPLAY "GLBALUPD - GLBAL.DAT HAS MORE THAN 1000 ",
001460             "ACCOUNTS, NOTHING APPLIED"
001470         MOVE 8 TO RETURN-CODE
001480         STOP RUN
001490     END-IF.
001500     IF WS-JNL-DATE = WS-LAST-JNL-DATE
001510         AND WS-JNL-COUNT = WS-LAST-JNL-LINES
001520         AND WS-JNL-DEBITS = WS-LAST-JNL-DEBITS
001525         DISPLAY "GLBALUPD - THIS ", WS-JOURNAL-FILE-NAME,
001530             " WAS ALREADY ",
001540             "APPLIED, NOTHING APPLIED"
001550         MOVE 8 TO RETURN-CODE
001560         STOP RUN
001570     END-IF.
001580     IF WS-JNL-DATE < WS-LAST-JNL-DATE
001585         DISPLAY "GLBALUPD - ", WS-JOURNAL-FILE-NAME,
001590             " DATED ", WS-JNL-DATE,
001600             " IS OLDER THAN THE LAST APPLIED (",
001610             WS-LAST-JNL-DATE, "), NOTHING APPLIED"
001620         MOVE 8 TO RETURN-CODE
001630         STOP RUN
001640     END-IF.
001641     PERFORM 2500-CHECK-FINGERPRINTS THRU 2500-EXIT.
001642     IF WS-ALREADY-APPLIED
001643         DISPLAY "GLBALUPD - THIS ", WS-JOURNAL-FILE-NAME,
001644             " WAS ALREADY ",
001645             "APPLIED, NOTHING APPLIED"
001646         MOVE 8 TO RETURN-CODE
001647         STOP RUN
001648     END-IF.
001650     IF WS-PERIOD = SPACES
001660         MOVE WS-JNL-DATE(1:6) TO WS-PERIOD
001670     END-IF.
001680     IF WS-JNL-DATE(1:6) < WS-PERIOD
001690         DISPLAY "GLBALUPD - PERIOD ", WS-JNL-DATE(1:6),
001700             " IS CLOSED, NOTHING APPLIED"
001710         MOVE 8 TO RETURN-CODE
001720         STOP RUN
001730     END-IF.
001740     IF WS-JNL-DATE(1:6) > WS-PERIOD
001750         DISPLAY "GLBALUPD - ROLLING PERIOD ", WS-PERIOD,
001760             " TO ", WS-JNL-DATE(1:6)
001770         PERFORM 3000-ROLL-ONE-ACCOUNT THRU 3000-EXIT
001780             VARYING WS-BAL-IDX FROM 1 BY 1
001790             UNTIL WS-BAL-IDX > WS-BAL-COUNT
001800         MOVE WS-JNL-DATE(1:6) TO WS-PERIOD
001810     END-IF.
001820     PERFORM 4000-APPLY-ONE-LINE THRU 4000-EXIT
001830         VARYING WS-JNL-IDX FROM 1 BY 1
001840         UNTIL WS-JNL-IDX > WS-JNL-COUNT.
001850     IF WS-TABLE-OVERFLOW
001860         DISPLAY "GLBALUPD - MORE THAN 1000 GL ACCOUNTS, ",
001870             "NOTHING APPLIED"
001880         MOVE 8 TO RETURN-CODE
001890         STOP RUN
001900     END-IF.
001910     PERFORM 5000-SORT-BALANCES THRU 5000-EXIT.
001911     OPEN EXTEND FPRINT-FILE.
001912     IF WS-FPRINT-NOT-FOUND
001913         OPEN OUTPUT FPRINT-FILE
001914     END-IF.
001915     IF NOT WS-FPRINT-FILE-OK
001916         DISPLAY "GLBALUPD - CANNOT OPEN GLBAL.HST, ",
001917             "NOTHING APPLIED"
001918         MOVE 12 TO RETURN-CODE
001919         STOP RUN
001919     END-IF.
001920     PERFORM 6000-REWRITE-BALANCES THRU 6000-EXIT.
001930     PERFORM 7000-PRINT-TRIAL-BALANCE THRU 7000-EXIT.
001940     MOVE WS-JNL-COUNT TO WS-COUNT-EDIT.
001950     DISPLAY "GLBALUPD - JOURNAL LINES APPLIED = ", WS-COUNT-EDIT.
001960     MOVE 0 TO RETURN-CODE.
001970     STOP RUN.
001980*
001990 1000-LOAD-ONE-JOURNAL.
002000     READ JOURNAL-FILE
002010         AT END
002020             GO TO 1000-EXIT
002030     END-READ.
002040     IF JOURNAL-LINE = SPACES
002050         GO TO 1000-EXIT
002060     END-IF.
002070     IF WS-JNL-COUNT = 2000
002080         SET WS-TABLE-OVERFLOW TO TRUE
002090         GO TO 1000-EXIT
002100     END-IF.
002110     IF JOURNAL-LINE(12:13) NOT NUMERIC
002120         OR (JOURNAL-LINE(10:1) NOT = "D"
002130             AND JOURNAL-LINE(10:1) NOT = "C")
002140         OR JOURNAL-LINE(26:8) NOT NUMERIC
002150         ADD 1 TO WS-JNL-BAD-COUNT
002160         GO TO 1000-EXIT
002170     END-IF.
002180     IF WS-JNL-COUNT = 0
002190         MOVE JOURNAL-LINE(26:8) TO WS-JNL-DATE
002200     END-IF.
002210     ADD 1 TO WS-JNL-COUNT.
002220     SET WS-JNL-IDX TO WS-JNL-COUNT.
002230     MOVE JOURNAL-LINE(1:8) TO WS-JNL-ACCOUNT(WS-JNL-IDX).
002240     MOVE JOURNAL-LINE(10:1) TO WS-JNL-SIDE(WS-JNL-IDX).
002250     MOVE JOURNAL-LINE(12:13) TO WS-AMOUNT-ZONED-G.
002260     MOVE WS-AMOUNT-ZONED TO WS-JNL-AMOUNT(WS-JNL-IDX).
002270     IF WS-JNL-SIDE(WS-JNL-IDX) = "D"
002280         ADD WS-AMOUNT-ZONED TO WS-JNL-DEBITS
002290     ELSE
002300         ADD WS-AMOUNT-ZONED TO WS-JNL-CREDITS
002310     END-IF.
002320 1000-EXIT.
002330     EXIT.
002340*
002350*    A MISSING GLBAL.DAT IS A FIRST RUN: NO BALANCES, AND THE
002360*    PERIOD IS TAKEN FROM THE JOURNAL.
002370 2000-LOAD-BALANCES.
002380     OPEN INPUT BALANCE-FILE.
002390     IF NOT WS-BALANCE-FILE-OK
002400         DISPLAY "GLBALUPD - NO GLBAL.DAT, STARTING A NEW ONE"
002410         GO TO 2000-EXIT
002420     END-IF.
002430     PERFORM 2100-LOAD-ONE-BALANCE THRU 2100-EXIT
002440         UNTIL WS-BALANCE-FILE-EOF.
002450     CLOSE BALANCE-FILE.
002460 2000-EXIT.
002470     EXIT.
002480*
002490 2100-LOAD-ONE-BALANCE.
002500     READ BALANCE-FILE
002510         AT END
002520             GO TO 2100-EXIT
002530     END-READ.
002540     MOVE BALANCE-LINE TO GLBAL-CONTROL-RECORD.
002550     IF GLBAL-IS-CONTROL
002560         MOVE GLBAL-CTL-PERIOD TO WS-PERIOD
002570         MOVE GLBAL-CTL-JNL-DATE TO WS-LAST-JNL-DATE
002580         MOVE GLBAL-CTL-JNL-LINES TO WS-LAST-JNL-LINES
002590         MOVE GLBAL-CTL-JNL-DEBITS TO WS-LAST-JNL-DEBITS
002600         GO TO 2100-EXIT
002610     END-IF.
002620     IF BALANCE-LINE = SPACES
002630         GO TO 2100-EXIT
002640     END-IF.
002650     IF WS-BAL-COUNT = 1000
002660         SET WS-TABLE-OVERFLOW TO TRUE
002670         GO TO 2100-EXIT
002680     END-IF.
002690     MOVE BALANCE-LINE TO GLBAL-RECORD.
002700     ADD 1 TO WS-BAL-COUNT.
002710     SET WS-BAL-IDX TO WS-BAL-COUNT.
002720     MOVE GLBAL-ACCOUNT TO WS-BAL-ACCOUNT(WS-BAL-IDX).
002730     MOVE GLBAL-OPENING TO WS-BAL-OPENING(WS-BAL-IDX).
002740     MOVE GLBAL-PERIOD-DEBITS TO WS-BAL-DEBITS(WS-BAL-IDX).
002750     MOVE GLBAL-PERIOD-CREDITS TO WS-BAL-CREDITS(WS-BAL-IDX).
002760     MOVE GLBAL-CLOSING TO WS-BAL-CLOSING(WS-BAL-IDX).
002770     MOVE GLBAL-LAST-POST-DATE TO WS-BAL-LAST-DATE(WS-BAL-IDX).
002780 2100-EXIT.
002790     EXIT.
002800*
002801*    GLBAL.HST HOLDS THE CONTROL LINE OF EVERY JOURNAL EVER
002802*    APPLIED.  A MISSING FILE MEANS NONE HAS BEEN YET.
002803 2500-CHECK-FINGERPRINTS.
002804     MOVE "N" TO WS-APPLIED-SW.
002805     OPEN INPUT FPRINT-FILE.
002806     IF NOT WS-FPRINT-FILE-OK
002807         GO TO 2500-EXIT
002808     END-IF.
002809     PERFORM 2600-CHECK-ONE-FINGERPRINT THRU 2600-EXIT
002809         UNTIL WS-FPRINT-FILE-EOF
002809            OR WS-ALREADY-APPLIED.
002809     CLOSE FPRINT-FILE.
002809 2500-EXIT.
002809     EXIT.
002809*
002809 2600-CHECK-ONE-FINGERPRINT.
002809     READ FPRINT-FILE
002809         AT END
002809             GO TO 2600-EXIT
002809     END-READ.
002809     MOVE FPRINT-LINE TO GLBAL-CONTROL-RECORD.
002809     IF GLBAL-IS-CONTROL
002809         AND GLBAL-CTL-JNL-DATE = WS-JNL-DATE
002809         AND GLBAL-CTL-JNL-LINES = WS-JNL-COUNT
002809         AND GLBAL-CTL-JNL-DEBITS = WS-JNL-DEBITS
002809         SET WS-ALREADY-APPLIED TO TRUE
002809     END-IF.
002809 2600-EXIT.
002809     EXIT.
002809*
002810 3000-ROLL-ONE-ACCOUNT.
002815     MOVE WS-BAL-CLOSING(WS-BAL-IDX)
002820         TO WS-BAL-OPENING(WS-BAL-IDX).
002830     MOVE 0 TO WS-BAL-DEBITS(WS-BAL-IDX),
002840               WS-BAL-CREDITS(WS-BAL-IDX).
002850 3000-EXIT.
002860     EXIT.
002870*
002880 4000-APPLY-ONE-LINE.
002890     MOVE 0 TO WS-HIT-SUB.
002900     PERFORM 4100-FIND-ACCOUNT THRU 4100-EXIT
002910         VARYING WS-SCAN-SUB FROM 1 BY 1
002920         UNTIL WS-SCAN-SUB > WS-BAL-COUNT
002930            OR WS-HIT-SUB > 0.
002940     IF WS-HIT-SUB = 0
002950         IF WS-BAL-COUNT = 1000
002960             SET WS-TABLE-OVERFLOW TO TRUE
002970             GO TO 4000-EXIT
002980         END-IF
002990         ADD 1 TO WS-BAL-COUNT
003000         MOVE WS-BAL-COUNT TO WS-HIT-SUB
003010         SET WS-BAL-IDX TO WS-HIT-SUB
003020         MOVE WS-JNL-ACCOUNT(WS-JNL-IDX)
003030             TO WS-BAL-ACCOUNT(WS-BAL-IDX)
003040         MOVE 0 TO WS-BAL-OPENING(WS-BAL-IDX),
003050                   WS-BAL-DEBITS(WS-BAL-IDX),
003060                   WS-BAL-CREDITS(WS-BAL-IDX),
003070                   WS-BAL-CLOSING(WS-BAL-IDX)
003080     END-IF.
003090     SET WS-BAL-IDX TO WS-HIT-SUB.
003100     IF WS-JNL-SIDE(WS-JNL-IDX) = "D"
003110         ADD WS-JNL-AMOUNT(WS-JNL-IDX)
003120             TO WS-BAL-DEBITS(WS-BAL-IDX)
003130     ELSE
003140         ADD WS-JNL-AMOUNT(WS-JNL-IDX)
003150             TO WS-BAL-CREDITS(WS-BAL-IDX)
003160     END-IF.
003170     COMPUTE WS-BAL-CLOSING(WS-BAL-IDX) =
003180         WS-BAL-OPENING(WS-BAL-IDX)
003190         + WS-BAL-DEBITS(WS-BAL-IDX)
003200         - WS-BAL-CREDITS(WS-BAL-IDX).
003210     MOVE WS-JNL-DATE TO WS-BAL-LAST-DATE(WS-BAL-IDX).
003220 4000-EXIT.
003230     EXIT.
003240*
003250 4100-FIND-ACCOUNT.
003260     SET WS-BAL-IDX TO WS-SCAN-SUB.
003270     IF WS-BAL-ACCOUNT(WS-BAL-IDX) = WS-JNL-ACCOUNT(WS-JNL-IDX)
003280         MOVE WS-SCAN-SUB TO WS-HIT-SUB
003290     END-IF.
003300 4100-EXIT.
003310     EXIT.
003320*
003330*    EXCHANGE SORT INTO ACCOUNT ORDER, SO A NEW ACCOUNT TAKES
003340*    ITS PLACE IN THE FILE AND THE TRIAL BALANCE.
003350 5000-SORT-BALANCES.
003360     IF WS-BAL-COUNT < 2
003370         GO TO 5000-EXIT
003380     END-IF.
003390     SET WS-SWAP-MADE TO TRUE.
003400     PERFORM 5100-SORT-ONE-PASS THRU 5100-EXIT
003410         UNTIL NOT WS-SWAP-MADE.
003420 5000-EXIT.
003430     EXIT.
003440*
003450 5100-SORT-ONE-PASS.
003460     MOVE "N" TO WS-SWAP-SW.
003470     PERFORM 5200-COMPARE-PAIR THRU 5200-EXIT
003480         VARYING WS-SCAN-SUB FROM 1 BY 1
003490         UNTIL WS-SCAN-SUB >= WS-BAL-COUNT.
003500 5100-EXIT.
003510     EXIT.
003520*
003530 5200-COMPARE-PAIR.
003540     COMPUTE WS-NEXT-SUB = WS-SCAN-SUB + 1.
003550     IF WS-BAL-ACCOUNT(WS-SCAN-SUB) > WS-BAL-ACCOUNT(WS-NEXT-SUB)
003560         MOVE WS-BAL-ENTRY(WS-SCAN-SUB) TO WS-BAL-HOLD
003570         MOVE WS-BAL-ENTRY(WS-NEXT-SUB)
003580             TO WS-BAL-ENTRY(WS-SCAN-SUB)
003590         MOVE WS-BAL-HOLD TO WS-BAL-ENTRY(WS-NEXT-SUB)
003600         SET WS-SWAP-MADE TO TRUE
003610     END-IF.
003620 5200-EXIT.
003630     EXIT.
003640*
003650 6000-REWRITE-BALANCES.
003660     OPEN OUTPUT BALANCE-FILE.
003661     IF NOT WS-BALANCE-FILE-OK
003662         DISPLAY "GLBALUPD - CANNOT OPEN GLBAL.DAT FOR OUTPUT, ",
003663             "NOTHING APPLIED"
003664         CLOSE FPRINT-FILE
003665         MOVE 12 TO RETURN-CODE
003666         STOP RUN
003667     END-IF.
003670     MOVE SPACES TO GLBAL-CONTROL-RECORD.
003680     SET GLBAL-IS-CONTROL TO TRUE.
003690     MOVE WS-PERIOD TO GLBAL-CTL-PERIOD.
003700     MOVE WS-JNL-DATE TO GLBAL-CTL-JNL-DATE.
003710     MOVE WS-JNL-COUNT TO GLBAL-CTL-JNL-LINES.
003720     MOVE WS-JNL-DEBITS TO GLBAL-CTL-JNL-DEBITS.
003730     MOVE WS-TIMESTAMP(1:14) TO GLBAL-CTL-UPDATED.
003740     MOVE GLBAL-CONTROL-RECORD TO BALANCE-LINE.
003750     WRITE BALANCE-LINE.
003760     PERFORM 6100-WRITE-ONE-BALANCE THRU 6100-EXIT
003770         VARYING WS-BAL-IDX FROM 1 BY 1
003780         UNTIL WS-BAL-IDX > WS-BAL-COUNT.
003790     CLOSE BALANCE-FILE.
003791     MOVE GLBAL-CONTROL-RECORD TO FPRINT-LINE.
003792     WRITE FPRINT-LINE.
003793     CLOSE FPRINT-FILE.
003800 6000-EXIT.
003810     EXIT.
003820*
003830 6100-WRITE-ONE-BALANCE.
003840     MOVE SPACES TO GLBAL-RECORD.
003850     MOVE WS-BAL-ACCOUNT(WS-BAL-IDX) TO GLBAL-ACCOUNT.
003860     MOVE WS-PERIOD TO GLBAL-PERIOD.
003870     MOVE WS-BAL-OPENING(WS-BAL-IDX) TO GLBAL-OPENING.
003880     MOVE WS-BAL-DEBITS(WS-BAL-IDX) TO GLBAL-PERIOD-DEBITS.
003890     MOVE WS-BAL-CREDITS(WS-BAL-IDX) TO GLBAL-PERIOD-CREDITS.
003900     MOVE WS-BAL-CLOSING(WS-BAL-IDX) TO GLBAL-CLOSING.
003910     MOVE WS-BAL-LAST-DATE(WS-BAL-IDX) TO GLBAL-LAST-POST-DATE.
003920     MOVE GLBAL-RECORD TO BALANCE-LINE.
003930     WRITE BALANCE-LINE.
003940 6100-EXIT.
003950     EXIT.
003960*
003970 7000-PRINT-TRIAL-BALANCE.
003980     OPEN OUTPUT REPORT-FILE.
003990     MOVE SPACES TO REPORT-LINE.
004000     STRING "GENERAL LEDGER TRIAL BALANCE  PERIOD " WS-PERIOD
004010            "  LAST JOURNAL " WS-JNL-DATE
004020            DELIMITED BY SIZE
004030         INTO REPORT-LINE.
004040     WRITE REPORT-LINE.
004050     MOVE SPACES TO REPORT-LINE.
004060     WRITE REPORT-LINE.
004070     MOVE "ACCOUNT" TO REPORT-LINE.
004080     MOVE "OPENING" TO REPORT-LINE(20:7).
004090     MOVE "DEBITS" TO REPORT-LINE(39:6).
004100     MOVE "CREDITS" TO REPORT-LINE(56:7).
004110     MOVE "CLOSING" TO REPORT-LINE(74:7).
004120     WRITE REPORT-LINE.
004130     PERFORM 7100-PRINT-ONE-BALANCE THRU 7100-EXIT
004140         VARYING WS-BAL-IDX FROM 1 BY 1
004150         UNTIL WS-BAL-IDX > WS-BAL-COUNT.
004160     MOVE SPACES TO REPORT-LINE.
004170     WRITE REPORT-LINE.
004180     MOVE "TOTAL" TO REPORT-LINE.
004190     MOVE WS-TOTAL-OPENING TO WS-AMOUNT-EDIT.
004200     MOVE WS-AMOUNT-EDIT TO REPORT-LINE(10:17).
004210     MOVE WS-TOTAL-DEBITS TO WS-AMOUNT-EDIT.
004220     MOVE WS-AMOUNT-EDIT TO REPORT-LINE(28:17).
004230     MOVE WS-TOTAL-CREDITS TO WS-AMOUNT-EDIT.
004240     MOVE WS-AMOUNT-EDIT TO REPORT-LINE(46:17).
004250     MOVE WS-TOTAL-CLOSING TO WS-AMOUNT-EDIT.
004260     MOVE WS-AMOUNT-EDIT TO REPORT-LINE(64:17).
004270     WRITE REPORT-LINE.
004280     IF WS-TOTAL-CLOSING NOT = 0
004290         MOVE "** LEDGER DOES NOT NET TO ZERO" TO REPORT-LINE
004300         WRITE REPORT-LINE
004310         DISPLAY "GLBALUPD - LEDGER DOES NOT NET TO ZERO"
004320     END-IF.
004330     CLOSE REPORT-FILE.
004331     CALL "RPTSAVE" USING WS-REPO-NAME, WS-REPO-JOB,
004332                          WS-REPO-ENTITY, WS-REPO-STATUS.
004333     IF WS-REPO-STATUS NOT = ZERO
004334         DISPLAY "GLBALUPD - REPORT NOT FILED IN THE",
004335             " REPOSITORY, STATUS ", WS-REPO-STATUS
004336     END-IF.
004340 7000-EXIT.
004350     EXIT.
004360*
004370 7100-PRINT-ONE-BALANCE.
004380     ADD WS-BAL-OPENING(WS-BAL-IDX) TO WS-TOTAL-OPENING.
004390     ADD WS-BAL-DEBITS(WS-BAL-IDX) TO WS-TOTAL-DEBITS.
004400     ADD WS-BAL-CREDITS(WS-BAL-IDX) TO WS-TOTAL-CREDITS.
004410     ADD WS-BAL-CLOSING(WS-BAL-IDX) TO WS-TOTAL-CLOSING.
004420     MOVE SPACES TO REPORT-LINE.
004430     MOVE WS-BAL-ACCOUNT(WS-BAL-IDX) TO REPORT-LINE(1:8).
004440     MOVE WS-BAL-OPENING(WS-BAL-IDX) TO WS-AMOUNT-EDIT.
004450     MOVE WS-AMOUNT-EDIT TO REPORT-LINE(10:17).
004460     MOVE WS-BAL-DEBITS(WS-BAL-IDX) TO WS-AMOUNT-EDIT.
004470     MOVE WS-AMOUNT-EDIT TO REPORT-LINE(28:17).
004480     MOVE WS-BAL-CREDITS(WS-BAL-IDX) TO WS-AMOUNT-EDIT.
004490     MOVE WS-AMOUNT-EDIT TO REPORT-LINE(46:17).
004500     MOVE WS-BAL-CLOSING(WS-BAL-IDX) TO WS-AMOUNT-EDIT.
004510     MOVE WS-AMOUNT-EDIT TO REPORT-LINE(64:17).
004520     WRITE REPORT-LINE.
004530 7100-EXIT.
004540     EXIT.
