000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    XMITACK.
000030 AUTHOR.        G. SWINKELS, DATA PROCESSING.
000040 INSTALLATION.  DATA PROCESSING DEPT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*MODIFICATION HISTORY
000090*--------------------
000100*10/15/2026  GS   ORIGINAL.  ACKNOWLEDGEMENT TRACKING FOR THE
000110*                 TRANSMISSION REGISTER (XMIT.REG, LAYOUT IN
000120*                 XMITREC).  THE ANSWERS RECEIVED FROM THE BANK
000130*                 AND THE OTHER RECEIVERS ARE KEYED INTO
000140*                 XMITACK.TRN BY TRANSMISSION ID; EACH MARKS ITS
000150*                 REGISTER LINE ACKNOWLEDGED OR REJECTED WITH THE
000160*                 DATE AND THE RECEIVER'S REFERENCE, AND THE
000170*                 REGISTER IS REWRITTEN WHOLE.  XMITACK.RPT THEN
000180*                 LISTS EVERY FILE STILL AWAITING AN ANSWER WITH
000190*                 ITS DAYS OUTSTANDING, FLAGGED OVERDUE PAST THE
000200*                 DAYS LIMIT IN XMITACK.TBL (DEFAULT 1), EVERY
000210*                 FILE REJECTED THIS RUN, AND EVERY ANSWER THAT
000220*                 MATCHED NOTHING.  RETURN-CODE IS 4 WHEN ANY OF
000230*                 THOSE NEEDS ATTENTION AND 12 WHEN THE REGISTER
000240*                 IS TOO BIG TO TABLE, IN WHICH CASE IT IS LEFT
000250*                 AS IT WAS.
000251*
000252*10/15/2026  GS   THE FINISHED XMITACK.RPT IS NOW FILED IN THE
000253*                 REPORT REPOSITORY THROUGH RPTSAVE, SO IT CAN
000254*                 STILL BE LISTED AND REPRINTED FROM OPSMENU AFTER
000255*                 THE NEXT RUN OVERWRITES IT.
000256*
000256*10/15/2026  GS   XMITACK.TRN IS EMPTIED ONCE ITS ANSWERS ARE ON
000256*                 THE REWRITTEN REGISTER, SO THE NEXT RUN DOES NOT
000256*                 APPLY THEM AGAIN AND REPORT THEM ALL AS
000256*                 UNMATCHED.  THE ANSWERS STAY ON XMIT.REG AND ON
000256*                 THE FILED XMITACK.RPT.  A REGISTER THAT CANNOT
000256*                 BE REWRITTEN STOPS THE RUN WITH 12 AND LEAVES
000256*                 XMITACK.TRN AS IT WAS.
000260*
000270*---------------------------------------------------------------*
000280*ACKNOWLEDGEMENT FORMAT (XMITACK.TRN, ONE ANSWER PER LINE)       *
000290*    POSITIONS  1-12  TRANSMISSION ID FROM XMIT.REG              *
000300*    POSITION  14     "A" = ACKNOWLEDGED, "R" = REJECTED         *
000310*    POSITIONS 16-23  DATE OF THE ANSWER, CCYYMMDD               *
000320*    POSITIONS 25-44  RECEIVER'S REFERENCE                       *
000330*                                                                *
000340*CONTROL TABLE (XMITACK.TBL)                                     *
000350*    DAYS NNN         DAYS A FILE MAY WAIT BEFORE IT IS OVERDUE  *
000360*---------------------------------------------------------------*
000370*
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER.  IBM-PC.
000410 OBJECT-COMPUTER.  IBM-PC.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT REGISTER-FILE ASSIGN TO "XMIT.REG"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-REGISTER-FILE-STATUS.
000470     SELECT ACK-FILE ASSIGN TO "XMITACK.TRN"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-ACK-FILE-STATUS.
000500     SELECT CONTROL-FILE ASSIGN TO "XMITACK.TBL"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-CONTROL-FILE-STATUS.
000530     SELECT REPORT-FILE ASSIGN TO "XMITACK.RPT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-REPORT-FILE-STATUS.
000560*
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  REGISTER-FILE.
000600 01  REGISTER-LINE               PIC X(110).
000610 FD  ACK-FILE.
000620 01  ACK-RECORD                  PIC X(50).
000630 FD  CONTROL-FILE.
000640 01  CONTROL-FILE-RECORD         PIC X(40).
000650 FD  REPORT-FILE.
000660 01  REPORT-LINE                 PIC X(100).
000670*
000680 WORKING-STORAGE SECTION.
000690 01  WS-REGISTER-FILE-STATUS   PIC X(02).
000700     88  WS-REGISTER-FILE-OK       VALUE "00".
000710     88  WS-REGISTER-FILE-EOF      VALUE "10".
000720 01  WS-ACK-FILE-STATUS        PIC X(02).
000730     88  WS-ACK-FILE-OK            VALUE "00".
000740     88  WS-ACK-FILE-EOF           VALUE "10".
000750 01  WS-CONTROL-FILE-STATUS    PIC X(02).
000760     88  WS-CONTROL-FILE-OK        VALUE "00".
000770     88  WS-CONTROL-FILE-EOF       VALUE "10".
000780 01  WS-REPORT-FILE-STATUS     PIC X(02).
000785 01  WS-ACK-READ-SW            PIC X(01) VALUE "N".
000786     88  WS-ACK-READ               VALUE "Y".
000790 01  WS-ENV-VALUE              PIC X(15).
000800 01  WS-RUN-DATE               PIC X(08).
000810 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(08).
000820 01  WS-TIMESTAMP              PIC X(21).
000830 01  WS-OVERDUE-DAYS           PIC 9(03) VALUE 1.
000840*
000850 01  WS-REG-TABLE.
000860     05  WS-REG-COUNT          PIC 9(05) COMP-5 VALUE 0.
000870     05  WS-REG-ENTRY          PIC X(110) OCCURS 5000 TIMES
000880                               INDEXED BY WS-REG-IDX.
000890 01  WS-REG-OVERFLOW-SW        PIC X(01) VALUE "N".
000900     88  WS-REG-OVERFLOW           VALUE "Y".
000910 01  WS-MATCH-SW               PIC X(01).
000920     88  WS-MATCH-FOUND            VALUE "Y".
000930 01  WS-ACK-ID                 PIC X(12).
000940 01  WS-SENT-DATE-NUM          PIC 9(08).
000950 01  WS-DAYS-OUT               PIC S9(05).
000960 01  WS-FLAG                   PIC X(08).
000970*
000980 01  WS-ACK-APPLIED-COUNT      PIC 9(07) VALUE 0.
000990 01  WS-REJECTED-COUNT         PIC 9(07) VALUE 0.
001000 01  WS-UNMATCHED-COUNT        PIC 9(07) VALUE 0.
001010 01  WS-AWAITING-COUNT         PIC 9(07) VALUE 0.
001020 01  WS-OVERDUE-COUNT          PIC 9(07) VALUE 0.
001030 01  WS-COUNT-EDIT             PIC ZZZZZZ9.
001040 01  WS-AMOUNT-EDIT            PIC Z,ZZZ,ZZZ,ZZ9.99-.
001050 01  WS-DAYS-EDIT              PIC ZZZZ9.
001060 COPY XMITREC.
001061*
001062*    NAME AND KEYS THE FINISHED REPORT IS FILED UNDER IN THE
001063*    REPORT REPOSITORY.  A BLANK ENTITY IS RESOLVED BY RPTSAVE.
001064 01  WS-REPO-NAME              PIC X(15) VALUE "XMITACK.RPT".
001065 01  WS-REPO-JOB               PIC X(08) VALUE "XMITACK".
001066 01  WS-REPO-ENTITY            PIC X(04) VALUE SPACES.
001067 01  WS-REPO-STATUS            PIC 9(02).
001070*
001080 PROCEDURE DIVISION.
001090*
001100 0000-MAINLINE.
001110     DISPLAY "XMITACK - TRANSMISSION ACKNOWLEDGEMENT TRACKING".
001120     MOVE SPACES TO WS-ENV-VALUE.
001130     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SORT-RUNDATE".
001140     IF WS-ENV-VALUE NOT = SPACES
001150         MOVE WS-ENV-VALUE(1:8) TO WS-RUN-DATE
001160     ELSE
001170         MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
001180         MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE
001190     END-IF.
001200     PERFORM 0100-LOAD-CONTROL THRU 0100-EXIT.
001210     OPEN INPUT REGISTER-FILE.
001220     IF NOT WS-REGISTER-FILE-OK
001230         DISPLAY "XMITACK - NO XMIT.REG, NOTHING TO TRACK"
001240         MOVE 0 TO RETURN-CODE
001250         STOP RUN
001260     END-IF.
001270     PERFORM 0200-LOAD-ONE-LINE THRU 0200-EXIT
001280         UNTIL WS-REGISTER-FILE-EOF
001290            OR WS-REG-OVERFLOW.
001300     CLOSE REGISTER-FILE.
001310     IF WS-REG-OVERFLOW
001320         DISPLAY "XMITACK - XMIT.REG OVER 5000 LINES"
001330         MOVE 12 TO RETURN-CODE
001340         STOP RUN
001350     END-IF.
001360     OPEN OUTPUT REPORT-FILE.
001370     PERFORM 5000-WRITE-HEADING THRU 5000-EXIT.
001380     OPEN INPUT ACK-FILE.
001390     IF WS-ACK-FILE-OK
001400         PERFORM 1000-APPLY-ONE-ACK THRU 1000-EXIT
001410             UNTIL WS-ACK-FILE-EOF
001420         CLOSE ACK-FILE
001425         SET WS-ACK-READ TO TRUE
001430     END-IF.
001440     OPEN OUTPUT REGISTER-FILE.
001441     IF NOT WS-REGISTER-FILE-OK
001442         DISPLAY "XMITACK - CANNOT REWRITE XMIT.REG, STATUS ",
001443             WS-REGISTER-FILE-STATUS, " - XMITACK.TRN KEPT"
001444         CLOSE REPORT-FILE
001445         MOVE 12 TO RETURN-CODE
001446         STOP RUN
001447     END-IF.
001450     PERFORM 2000-REWRITE-ONE-LINE THRU 2000-EXIT
001460         VARYING WS-REG-IDX FROM 1 BY 1
001470         UNTIL WS-REG-IDX > WS-REG-COUNT.
001480     CLOSE REGISTER-FILE.
001485     IF WS-ACK-READ
001486         PERFORM 3000-CLEAR-ANSWERS THRU 3000-EXIT
001487     END-IF.
001490     PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT.
001500     CLOSE REPORT-FILE.
001501     CALL "RPTSAVE" USING WS-REPO-NAME, WS-REPO-JOB,
001502                          WS-REPO-ENTITY, WS-REPO-STATUS.
001503     IF WS-REPO-STATUS NOT = ZERO
001504         DISPLAY "XMITACK - REPORT NOT FILED IN THE",
001505             " REPOSITORY, STATUS ", WS-REPO-STATUS
001506     END-IF.
001510     IF WS-OVERDUE-COUNT > 0
001520         OR WS-REJECTED-COUNT > 0
001530         OR WS-UNMATCHED-COUNT > 0
001540         MOVE 4 TO RETURN-CODE
001550     ELSE
001560         MOVE 0 TO RETURN-CODE
001570     END-IF.
001580     STOP RUN.
001590*
001600 0100-LOAD-CONTROL.
001610     OPEN INPUT CONTROL-FILE.
001620     IF NOT WS-CONTROL-FILE-OK
001630         GO TO 0100-EXIT
001640     END-IF.
001650     PERFORM 0110-LOAD-ONE-CONTROL THRU 0110-EXIT
001660         UNTIL WS-CONTROL-FILE-EOF.
001670     CLOSE CONTROL-FILE.
001680 0100-EXIT.
001690     EXIT.
001700*
001710 0110-LOAD-ONE-CONTROL.
001720     READ CONTROL-FILE
001730         AT END
001740             GO TO 0110-EXIT
001750     END-READ.
001760     IF CONTROL-FILE-RECORD(1:4) = "DAYS"
001770         AND CONTROL-FILE-RECORD(6:3) NUMERIC
001780         MOVE CONTROL-FILE-RECORD(6:3) TO WS-OVERDUE-DAYS
001790     END-IF.
001800 0110-EXIT.
001810     EXIT.
001820*
001830 0200-LOAD-ONE-LINE.
001840     READ REGISTER-FILE
001850         AT END
001860             GO TO 0200-EXIT
001870     END-READ.
001880     IF REGISTER-LINE = SPACES
001890         GO TO 0200-EXIT
001900     END-IF.
001910     IF WS-REG-COUNT = 5000
001920         SET WS-REG-OVERFLOW TO TRUE
001930         GO TO 0200-EXIT
001940     END-IF.
001950     ADD 1 TO WS-REG-COUNT.
001960     SET WS-REG-IDX TO WS-REG-COUNT.
001970     MOVE REGISTER-LINE TO WS-REG-ENTRY(WS-REG-IDX).
001980 0200-EXIT.
001990     EXIT.
002000*
002010*    AN ANSWER FOR A LINE ALREADY ANSWERED IS COUNTED AS
002020*    UNMATCHED, SO A DUPLICATE OR MIS-KEYED ID IS SEEN.
002030 1000-APPLY-ONE-ACK.
002040     READ ACK-FILE
002050         AT END
002060             GO TO 1000-EXIT
002070     END-READ.
002080     IF ACK-RECORD(1:12) = SPACES
002090         GO TO 1000-EXIT
002100     END-IF.
002110     MOVE ACK-RECORD(1:12) TO WS-ACK-ID.
002120     MOVE "N" TO WS-MATCH-SW.
002130     PERFORM 1100-MATCH-ONE-LINE THRU 1100-EXIT
002140         VARYING WS-REG-IDX FROM 1 BY 1
002150         UNTIL WS-REG-IDX > WS-REG-COUNT
002160            OR WS-MATCH-FOUND.
002170     IF WS-MATCH-FOUND
002180         SET WS-REG-IDX DOWN BY 1
002190         MOVE WS-REG-ENTRY(WS-REG-IDX) TO XMIT-REG-RECORD
002200     END-IF.
002210     IF NOT WS-MATCH-FOUND
002220         OR NOT XMIT-AWAITING-ACK
002230         OR (ACK-RECORD(14:1) NOT = "A"
002240             AND ACK-RECORD(14:1) NOT = "R")
002250         ADD 1 TO WS-UNMATCHED-COUNT
002260         MOVE SPACES TO REPORT-LINE
002270         STRING "UNMATCHED ANSWER  " ACK-RECORD
002280                DELIMITED BY SIZE
002290             INTO REPORT-LINE
002300         WRITE REPORT-LINE
002310         GO TO 1000-EXIT
002320     END-IF.
002330     MOVE ACK-RECORD(14:1) TO XMIT-STATUS.
002340     MOVE ACK-RECORD(16:8) TO XMIT-ACK-DATE.
002350     MOVE ACK-RECORD(25:20) TO XMIT-ACK-REFERENCE.
002360     MOVE XMIT-REG-RECORD TO WS-REG-ENTRY(WS-REG-IDX).
002370     ADD 1 TO WS-ACK-APPLIED-COUNT.
002380     IF XMIT-REJECTED
002390         ADD 1 TO WS-REJECTED-COUNT
002400         MOVE "REJECTED" TO WS-FLAG
002410         MOVE 0 TO WS-DAYS-OUT
002420         PERFORM 5100-LIST-LINE THRU 5100-EXIT
002430     END-IF.
002440 1000-EXIT.
002450     EXIT.
002460*
002470 1100-MATCH-ONE-LINE.
002480     IF WS-REG-ENTRY(WS-REG-IDX)(1:12) = WS-ACK-ID
002490         SET WS-MATCH-FOUND TO TRUE
002500     END-IF.
002510 1100-EXIT.
002520     EXIT.
002530*
002540*    WRITES THE LINE BACK AND, WHEN IT IS STILL WAITING,
002550*    LISTS IT WITH ITS DAYS OUTSTANDING.
002560 2000-REWRITE-ONE-LINE.
002570     MOVE WS-REG-ENTRY(WS-REG-IDX) TO XMIT-REG-RECORD.
002580     MOVE XMIT-REG-RECORD TO REGISTER-LINE.
002590     WRITE REGISTER-LINE.
002600     IF NOT XMIT-AWAITING-ACK
002610         GO TO 2000-EXIT
002620     END-IF.
002630     ADD 1 TO WS-AWAITING-COUNT.
002640     MOVE 0 TO WS-DAYS-OUT.
002650     IF XMIT-SENT-DATE NUMERIC
002660         MOVE XMIT-SENT-DATE TO WS-SENT-DATE-NUM
002670         COMPUTE WS-DAYS-OUT =
002680             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
002690           - FUNCTION INTEGER-OF-DATE(WS-SENT-DATE-NUM)
002700     END-IF.
002710     IF WS-DAYS-OUT > WS-OVERDUE-DAYS
002720         ADD 1 TO WS-OVERDUE-COUNT
002730         MOVE "OVERDUE" TO WS-FLAG
002740     ELSE
002750         MOVE "WAITING" TO WS-FLAG
002760     END-IF.
002770     PERFORM 5100-LIST-LINE THRU 5100-EXIT.
002780 2000-EXIT.
002790     EXIT.
002800*
002801*    THE ANSWERS ARE ON THE REGISTER NOW; XMITACK.TRN IS LEFT
002802*    EMPTY FOR THE NEXT ONES TO BE KEYED INTO.
002803 3000-CLEAR-ANSWERS.
002804     OPEN OUTPUT ACK-FILE.
002805     IF NOT WS-ACK-FILE-OK
002806         DISPLAY "XMITACK - CANNOT CLEAR XMITACK.TRN, STATUS ",
002807             WS-ACK-FILE-STATUS, " - EMPTY IT BY HAND"
002808         GO TO 3000-EXIT
002809     END-IF.
002809     CLOSE ACK-FILE.
002809 3000-EXIT.
002809     EXIT.
002809*
002810 5000-WRITE-HEADING.
002820     MOVE SPACES TO REPORT-LINE.
002830     STRING "TRANSMISSION ACKNOWLEDGEMENT REPORT  RUN DATE "
002840            WS-RUN-DATE
002850            DELIMITED BY SIZE
002860         INTO REPORT-LINE.
002870     WRITE REPORT-LINE.
002880     MOVE SPACES TO REPORT-LINE.
002890     WRITE REPORT-LINE.
002900     MOVE SPACES TO REPORT-LINE.
002910     MOVE "STATUS   XMIT ID      FILE NAME       DESTINATION"
002920         TO REPORT-LINE.
002930     MOVE "RECORDS   CONTROL AMOUNT  DAYS"
002940         TO REPORT-LINE(50:30).
002950     WRITE REPORT-LINE.
002960 5000-EXIT.
002970     EXIT.
002980*
002990*    XMIT-REG-RECORD HOLDS THE LINE TO LIST.
003000 5100-LIST-LINE.
003010     MOVE XMIT-RECORD-COUNT TO WS-COUNT-EDIT.
003020     MOVE XMIT-CONTROL-AMOUNT TO WS-AMOUNT-EDIT.
003030     MOVE WS-DAYS-OUT TO WS-DAYS-EDIT.
003040     MOVE SPACES TO REPORT-LINE.
003050     STRING WS-FLAG " "
003060            XMIT-ID " "
003070            XMIT-FILE-NAME " "
003080            XMIT-DESTINATION " "
003090            WS-COUNT-EDIT " "
003100            WS-AMOUNT-EDIT " "
003110            WS-DAYS-EDIT
003120            DELIMITED BY SIZE
003130         INTO REPORT-LINE.
003140     WRITE REPORT-LINE.
003150 5100-EXIT.
003160     EXIT.
003170*
003180 6000-WRITE-TOTALS.
003190     MOVE SPACES TO REPORT-LINE.
003200     WRITE REPORT-LINE.
003210     MOVE WS-ACK-APPLIED-COUNT TO WS-COUNT-EDIT.
003220     MOVE SPACES TO REPORT-LINE.
003230     STRING "ANSWERS APPLIED         = " WS-COUNT-EDIT
003240            DELIMITED BY SIZE
003250         INTO REPORT-LINE.
003260     WRITE REPORT-LINE.
003270     MOVE WS-REJECTED-COUNT TO WS-COUNT-EDIT.
003280     MOVE SPACES TO REPORT-LINE.
003290     STRING "  OF WHICH REJECTED     = " WS-COUNT-EDIT
003300            DELIMITED BY SIZE
003310         INTO REPORT-LINE.
003320     WRITE REPORT-LINE.
003330     MOVE WS-UNMATCHED-COUNT TO WS-COUNT-EDIT.
003340     MOVE SPACES TO REPORT-LINE.
003350     STRING "ANSWERS NOT MATCHED     = " WS-COUNT-EDIT
003360            DELIMITED BY SIZE
003370         INTO REPORT-LINE.
003380     WRITE REPORT-LINE.
003390     MOVE WS-AWAITING-COUNT TO WS-COUNT-EDIT.
003400     MOVE SPACES TO REPORT-LINE.
003410     STRING "FILES AWAITING ANSWER   = " WS-COUNT-EDIT
003420            DELIMITED BY SIZE
003430         INTO REPORT-LINE.
003440     WRITE REPORT-LINE.
003450     DISPLAY "XMITACK - FILES AWAITING ANSWER = ", WS-COUNT-EDIT.
003460     MOVE WS-OVERDUE-COUNT TO WS-COUNT-EDIT.
003470     MOVE SPACES TO REPORT-LINE.
003480     STRING "  OF WHICH OVERDUE      = " WS-COUNT-EDIT
003490            DELIMITED BY SIZE
003500         INTO REPORT-LINE.
003510     WRITE REPORT-LINE.
003520     DISPLAY "XMITACK - OVERDUE               = ", WS-COUNT-EDIT.
003530 6000-EXIT.
003540     EXIT.
