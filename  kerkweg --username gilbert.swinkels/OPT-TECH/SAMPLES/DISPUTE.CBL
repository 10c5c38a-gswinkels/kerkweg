000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DISPUTE.
000030 AUTHOR.        G. SWINKELS, DATA PROCESSING.
000040 INSTALLATION.  DATA PROCESSING DEPT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*MODIFICATION HISTORY
000090*--------------------
000100*10/15/2026  GS   ORIGINAL.  DISPUTE AND CHARGEBACK CASE
000110*                 MAINTENANCE, REPLACING THE DISPUTES DESK'S
000120*                 SPREADSHEET.  THE CASE FILE (DISPUTE.DAT,
000130*                 LAYOUT IN DISPREC) HOLDS ONE CASE PER CASE
000140*                 NUMBER, EACH POINTING BACK TO THE DISPUTED
000150*                 TRANSACTION BY ACCOUNT, DATE, TYPE AND AMOUNT.
000160*                 THE DESK'S ACTIONS ARE KEYED INTO DISPUTE.TRN
000170*                 AND APPLIED HERE: OPEN A CASE (THE ORIGINAL
000180*                 MUST BE FOUND IN SORTED.DAT OR IN THE
000190*                 ARCH-CCYYMM.DAT MONTH FILE FOR ITS DATE),
000200*                 GIVE A PROVISIONAL CREDIT, OR RESOLVE IT WON
000210*                 OR LOST.  EVERY CREDIT OR REVERSAL THAT
000220*                 RESULTS IS WRITTEN TO DISPEXT.DAT AS A NORMAL
000230*                 EXTRACT -- HEADER SOURCED "DISPUTE", DETAILS,
000240*                 TRAILER -- SO IT GOES THROUGH HDRCHK, TRLRCHK,
000250*                 THE SORT AND ACCTPOST LIKE ANY OTHER FEED.
000260*                 DISPUTE.RPT REGISTERS EVERY ACTION APPLIED OR
000270*                 REJECTED.  RETURN-CODE IS 4 WHEN ANY ACTION
000280*                 WAS REJECTED AND 12 WHEN THE CASE FILE IS TOO
000290*                 BIG FOR THE CASE TABLE (NOTHING IS REWRITTEN).
000300*                 THE RUN DATE COMES FROM SORT-RUNDATE
000310*                 (CCYYMMDD) AND DEFAULTS TO TODAY; THE CURRENT
000320*                 DETAIL FILE DEFAULTS TO SORTED.DAT AND CAN BE
000330*                 REPOINTED THROUGH DISP-INFILE.
000331*
000332*10/15/2026  GS   THE FINISHED DISPUTE.RPT IS NOW FILED IN THE
000333*                 REPORT REPOSITORY THROUGH RPTSAVE, SO IT CAN
000334*                 STILL BE LISTED AND REPRINTED FROM OPSMENU AFTER
000335*                 THE NEXT RUN OVERWRITES IT.
000340*
000341*10/15/2026  GS   AN OPEN ACTION MAY NOW KEY THE DISPUTED
000342*                 TRANSACTION'S REFERENCE (SAMP-TXN-REFERENCE),
000343*                 WHICH FINDS EXACTLY THAT TRANSACTION EVEN WHEN
000344*                 THE ACCOUNT HAS A GENUINE DUPLICATE OF THE SAME
000345*                 DATE, TYPE AND AMOUNT.  THE CASE RECORD KEEPS
000346*                 THE ORIGINAL'S REFERENCE AND THE REGISTER
000347*                 PRINTS IT.  DISPEXT.DAT IS NOW WRITTEN AS
000348*                 LAYOUT 03 WITH BLANK REFERENCES, STAMPED WHEN
000349*                 THE EXTRACT IS TAKEN IN LIKE ANY OTHER FEED.
000350*
000351*10/15/2026  GS   THE RUN IS REFUSED WITH 8, NOTHING APPLIED,
000352*                 WHILE THE LAST DISPEXT.DAT IS STILL WAITING TO
000352*                 BE TAKEN IN (NOT YET ON PROCESSED.REG, THROUGH
000352*                 EXTREG), SO ITS CREDITS AND REVERSALS ARE NEVER
000352*                 OVERWRITTEN UNPOSTED.  DISPUTE.TRN IS LEFT FOR
000352*                 THE NEXT RUN.  A DISPEXT.DAT THAT CANNOT BE
000352*                 OPENED STOPS THE RUN WITH 12.
000352*
000355*---------------------------------------------------------------*
000360*DISPUTE ACTION FORMAT (DISPUTE.TRN, ONE ACTION PER LINE)        *
000370*    POSITIONS  1-10  CASE NUMBER                                *
000380*    POSITIONS 12-15  ACTION:  OPEN  OPEN A NEW CASE             *
000390*                              PROV  GIVE PROVISIONAL CREDIT     *
000400*                              WON   RESOLVED FOR THE CUSTOMER   *
000410*                              LOST  RESOLVED AGAINST THE        *
000420*                                    CUSTOMER                    *
000430*    POSITIONS 17-26  ORIGINAL ACCOUNT NUMBER       (OPEN ONLY)  *
000440*    POSITIONS 28-35  ORIGINAL TRANSACTION DATE     (OPEN ONLY)  *
000450*    POSITIONS 37-38  ORIGINAL TRANSACTION TYPE     (OPEN ONLY)  *
000460*    POSITIONS 40-50  ORIGINAL AMOUNT, 9(09)V99     (OPEN ONLY)  *
000470*    POSITION  51     "-" WHEN THE ORIGINAL WAS A DEBIT          *
000480*    POSITIONS 53-63  PROVISIONAL CREDIT, 9(09)V99 (OPEN, PROV)  *
000490*    POSITIONS 65-72  OPERATOR ID OF WHOEVER KEYED IT            *
000500*    POSITIONS 74-103 REASON / NETWORK REFERENCE     (OPEN ONLY) *
000502*    POSITIONS 104-117 ORIGINAL TRANSACTION REFERENCE (OPEN,     *
000504*                      OPTIONAL) -- WHEN KEYED THE ORIGINAL IS   *
000506*                      FOUND BY REFERENCE AND ACCOUNT, THE DATE  *
000508*                      STILL NAMING THE ARCHIVE MONTH TO SEARCH  *
000510*                                                                *
000520*A PROVISIONAL CREDIT MAY NOT EXCEED THE DISPUTED AMOUNT.  A CASE*
000530*WON IS CREDITED WHATEVER THE PROVISIONAL CREDIT DID NOT ALREADY *
000540*COVER; A CASE LOST HAS ITS PROVISIONAL CREDIT REVERSED.         *
000550*                                                                *
000560*DISPUTE CONTROL TABLE FORMAT (DISPUTE.TBL, ONE ENTRY PER LINE)  *
000570*    CRED TT      TRANSACTION TYPE FOR DISPUTE CREDITS (DC)      *
000580*    REVS TT      TRANSACTION TYPE FOR REVERSALS (DR)            *
000590*    DAYS NNNNN   CARD NETWORK DEADLINE IN DAYS, READ BY DISPAGE *
000600*---------------------------------------------------------------*
000610*
000620 ENVIRONMENT DIVISION.
000630 CONFIGURATION SECTION.
000640 SOURCE-COMPUTER.  IBM-PC.
000650 OBJECT-COMPUTER.  IBM-PC.
000660 INPUT-OUTPUT SECTION.
000670 FILE-CONTROL.
000680     SELECT CONTROL-FILE ASSIGN TO "DISPUTE.TBL"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-CONTROL-FILE-STATUS.
000710     SELECT CASE-FILE ASSIGN TO "DISPUTE.DAT"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-CASE-FILE-STATUS.
000740     SELECT TRAN-FILE ASSIGN TO "DISPUTE.TRN"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-TRAN-FILE-STATUS.
000770     SELECT SORTED-FILE ASSIGN TO WS-SORTED-FILE-NAME
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-SORTED-FILE-STATUS.
000800     SELECT ARCH-FILE ASSIGN TO WS-ARCH-FILE-NAME
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-ARCH-FILE-STATUS.
000830     SELECT EXTRACT-FILE ASSIGN TO "DISPEXT.DAT"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-EXTRACT-FILE-STATUS.
000860     SELECT REGISTER-FILE ASSIGN TO "DISPUTE.RPT"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-REGISTER-FILE-STATUS.
000890*
000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD  CONTROL-FILE.
000930 01  CONTROL-FILE-RECORD         PIC X(40).
000940 FD  CASE-FILE.
000950 01  CASE-FILE-RECORD            PIC X(167).
000960 FD  TRAN-FILE.
000970 01  TRAN-FILE-RECORD            PIC X(120).
000980 FD  SORTED-FILE.
000990 01  SORTED-FILE-RECORD          PIC X(82).
001000 FD  ARCH-FILE.
001010 01  ARCH-RECORD                 PIC X(82).
001020 FD  EXTRACT-FILE.
001030 01  EXTRACT-RECORD              PIC X(82).
001040 FD  REGISTER-FILE.
001050 01  REGISTER-LINE               PIC X(100).
001060*
001070 WORKING-STORAGE SECTION.
001080 01  WS-CONTROL-FILE-STATUS    PIC X(02).
001090     88  WS-CONTROL-FILE-OK        VALUE "00".
001100     88  WS-CONTROL-FILE-EOF       VALUE "10".
001110 01  WS-CASE-FILE-STATUS       PIC X(02).
001120     88  WS-CASE-FILE-OK           VALUE "00".
001130     88  WS-CASE-FILE-EOF          VALUE "10".
001140 01  WS-TRAN-FILE-STATUS       PIC X(02).
001150     88  WS-TRAN-FILE-OK           VALUE "00".
001160     88  WS-TRAN-FILE-EOF          VALUE "10".
001170 01  WS-SORTED-FILE-NAME       PIC X(15) VALUE "SORTED.DAT".
001180 01  WS-SORTED-FILE-STATUS     PIC X(02).
001190     88  WS-SORTED-FILE-OK         VALUE "00".
001200     88  WS-SORTED-FILE-EOF        VALUE "10".
001210 01  WS-ARCH-FILE-NAME         PIC X(15).
001220 01  WS-ARCH-FILE-STATUS       PIC X(02).
001230     88  WS-ARCH-FILE-OK           VALUE "00".
001240     88  WS-ARCH-FILE-EOF          VALUE "10".
001250 01  WS-EXTRACT-FILE-STATUS    PIC X(02).
001251     88  WS-EXTRACT-FILE-OK        VALUE "00".
001252 01  WS-EXTRACT-NAME           PIC X(15) VALUE "DISPEXT.DAT".
001253 01  WS-EXTREG-FUNC            PIC X(01) VALUE "C".
001254 01  WS-EXTREG-COUNT           PIC 9(07).
001255 01  WS-EXTREG-STATUS          PIC 9(02).
001256     88  WS-EXTRACT-WAITING        VALUE 0.
001260 01  WS-REGISTER-FILE-STATUS   PIC X(02).
001270 01  WS-ENV-VALUE              PIC X(15).
001280 01  WS-RUN-DATE               PIC X(08).
001290 01  WS-TIMESTAMP              PIC X(21).
001300*
001310 01  WS-CREDIT-TYPE            PIC X(02) VALUE "DC".
001320 01  WS-REVERSAL-TYPE          PIC X(02) VALUE "DR".
001330*
001340*    THE WHOLE CASE FILE IS TABLED, UPDATED IN PLACE BY THE
001350*    DAY'S ACTIONS, AND WRITTEN BACK OUT AT THE END OF THE RUN.
001360 01  WS-CASE-TABLE.
001370     05  WS-CASE-COUNT         PIC 9(04) COMP-5 VALUE 0.
001380     05  WS-CASE-ENTRY         PIC X(167) OCCURS 2000 TIMES
001390                               INDEXED BY WS-CASE-IDX.
001400 01  WS-CASE-OVERFLOW-SW       PIC X(01) VALUE "N".
001410     88  WS-CASE-OVERFLOW          VALUE "Y".
001420*
001430 01  WS-TRAN-WORK.
001440     05  WS-TRAN-CASE          PIC X(10).
001450     05  FILLER                PIC X(01).
001460     05  WS-TRAN-ACTION        PIC X(04).
001470         88  WS-ACTION-OPEN        VALUE "OPEN".
001480         88  WS-ACTION-PROV        VALUE "PROV".
001490         88  WS-ACTION-WON         VALUE "WON ".
001500         88  WS-ACTION-LOST        VALUE "LOST".
001510     05  FILLER                PIC X(01).
001520     05  WS-TRAN-ACCOUNT       PIC X(10).
001530     05  FILLER                PIC X(01).
001540     05  WS-TRAN-DATE          PIC X(08).
001550     05  FILLER                PIC X(01).
001560     05  WS-TRAN-TYPE          PIC X(02).
001570     05  FILLER                PIC X(01).
001580     05  WS-TRAN-AMOUNT-X      PIC X(11).
001590     05  WS-TRAN-AMOUNT REDEFINES WS-TRAN-AMOUNT-X
001600                               PIC 9(09)V99.
001610     05  WS-TRAN-SIGN          PIC X(01).
001620     05  FILLER                PIC X(01).
001630     05  WS-TRAN-PROV-X        PIC X(11).
001640     05  WS-TRAN-PROV REDEFINES WS-TRAN-PROV-X
001650                               PIC 9(09)V99.
001660     05  FILLER                PIC X(01).
001670     05  WS-TRAN-OPR           PIC X(08).
001680     05  FILLER                PIC X(01).
001690     05  WS-TRAN-REASON        PIC X(30).
001695     05  WS-TRAN-REFERENCE     PIC X(14).
001700     05  FILLER                PIC X(03).
001710*
001720 01  WS-ORIG-AMOUNT            PIC S9(09)V99.
001730 01  WS-DISPUTED               PIC S9(09)V99.
001740 01  WS-PROV-AMOUNT            PIC S9(09)V99.
001750 01  WS-OUT-AMOUNT             PIC S9(09)V99.
001760 01  WS-OUT-TYPE               PIC X(02).
001770 01  WS-DISPOSITION            PIC X(30).
001780 01  WS-FOUND-SW               PIC X(01).
001790     88  WS-CASE-FOUND             VALUE "Y".
001800 01  WS-ORIG-SW                PIC X(01).
001810     88  WS-ORIG-IN-SORTED         VALUE "S".
001820     88  WS-ORIG-IN-ARCHIVE        VALUE "A".
001830     88  WS-ORIG-NOT-FOUND         VALUE "N".
001840 01  WS-REJECT-SW              PIC X(01).
001850     88  WS-ACTION-REJECTED        VALUE "Y".
001860*
001870 01  WS-ACTION-COUNT           PIC 9(07) VALUE 0.
001880 01  WS-REJECT-COUNT           PIC 9(07) VALUE 0.
001890 01  WS-OPENED-COUNT           PIC 9(07) VALUE 0.
001900 01  WS-WON-COUNT              PIC 9(07) VALUE 0.
001910 01  WS-LOST-COUNT             PIC 9(07) VALUE 0.
001920 01  WS-CREDIT-COUNT           PIC 9(07) VALUE 0.
001930 01  WS-CREDIT-AMOUNT          PIC S9(11)V99 COMP-3 VALUE 0.
001940 01  WS-REVERSAL-COUNT         PIC 9(07) VALUE 0.
001950 01  WS-REVERSAL-AMOUNT        PIC S9(11)V99 COMP-3 VALUE 0.
001960 01  WS-EXTRACT-COUNT          PIC 9(07) VALUE 0.
001970 01  WS-COUNT-EDIT             PIC ZZZZZZ9.
001980 01  WS-AMOUNT-EDIT            PIC Z,ZZZ,ZZZ,ZZ9.99-.
001990 COPY SAMPREC.
002000 COPY DISPREC.
002001*
002002*    NAME AND KEYS THE FINISHED REPORT IS FILED UNDER IN THE
002003*    REPORT REPOSITORY.  A BLANK ENTITY IS RESOLVED BY RPTSAVE.
002004 01  WS-REPO-NAME              PIC X(15) VALUE "DISPUTE.RPT".
002005 01  WS-REPO-JOB               PIC X(08) VALUE "DISPUTE".
002006 01  WS-REPO-ENTITY            PIC X(04) VALUE SPACES.
002007 01  WS-REPO-STATUS            PIC 9(02).
002010*
002020 PROCEDURE DIVISION.
002030*
002040 0000-MAINLINE.
002050     DISPLAY "DISPUTE - DISPUTE CASE MAINTENANCE".
002060     MOVE SPACES TO WS-ENV-VALUE.
002070     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SORT-RUNDATE".
002080     IF WS-ENV-VALUE NOT = SPACES
002090         MOVE WS-ENV-VALUE(1:8) TO WS-RUN-DATE
002100     ELSE
002110         MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
002120         MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE
002130     END-IF.
002140     MOVE SPACES TO WS-ENV-VALUE.
002150     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "DISP-INFILE".
002160     IF WS-ENV-VALUE NOT = SPACES
002170         MOVE WS-ENV-VALUE TO WS-SORTED-FILE-NAME
002180     END-IF.
002190     PERFORM 1000-LOAD-CONTROL THRU 1000-EXIT.
002200     PERFORM 1200-LOAD-CASES THRU 1200-EXIT.
002210     IF WS-CASE-OVERFLOW
002220         DISPLAY "DISPUTE - MORE THAN 2000 CASES ON DISPUTE.DAT"
002230         MOVE 12 TO RETURN-CODE
002240         STOP RUN
002250     END-IF.
002251*
002252*    DISPEXT.DAT IS OPENED OUTPUT, SO NOTHING IS APPLIED WHILE
002253*    THE LAST ONE HAS NOT BEEN PROCESSED: EXTREG FINDS IT
002254*    PRESENT BUT NOT ON PROCESSED.REG.
002255     CALL "EXTREG" USING WS-EXTRACT-NAME, WS-EXTREG-FUNC,
002256                         WS-EXTREG-COUNT, WS-EXTREG-STATUS.
002257     IF WS-EXTRACT-WAITING
002258         DISPLAY "DISPUTE - DISPEXT.DAT HAS NOT BEEN PROCESSED ",
002259             "YET, NO ACTIONS APPLIED"
002259         MOVE 8 TO RETURN-CODE
002259         STOP RUN
002259     END-IF.
002260     OPEN OUTPUT EXTRACT-FILE.
002264     IF NOT WS-EXTRACT-FILE-OK
002265         DISPLAY "DISPUTE - CANNOT OPEN DISPEXT.DAT, STATUS ",
002266             WS-EXTRACT-FILE-STATUS
002267         MOVE 12 TO RETURN-CODE
002268         STOP RUN
002269     END-IF.
002270     OPEN OUTPUT REGISTER-FILE.
002280     PERFORM 3000-WRITE-EXTRACT-HEADER THRU 3000-EXIT.
002290     PERFORM 5000-WRITE-HEADING THRU 5000-EXIT.
002300     OPEN INPUT TRAN-FILE.
002310     IF WS-TRAN-FILE-OK
002320         PERFORM 2000-APPLY-ONE-ACTION THRU 2000-EXIT
002330             UNTIL WS-TRAN-FILE-EOF
002340         CLOSE TRAN-FILE
002350     ELSE
002360         DISPLAY "DISPUTE - NO DISPUTE.TRN, NO ACTIONS APPLIED"
002370     END-IF.
002380     PERFORM 3200-WRITE-EXTRACT-TRAILER THRU 3200-EXIT.
002390     CLOSE EXTRACT-FILE.
002400     PERFORM 4000-WRITE-CASES THRU 4000-EXIT.
002410     PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT.
002420     CLOSE REGISTER-FILE.
002421     CALL "RPTSAVE" USING WS-REPO-NAME, WS-REPO-JOB,
002422                          WS-REPO-ENTITY, WS-REPO-STATUS.
002423     IF WS-REPO-STATUS NOT = ZERO
002424         DISPLAY "DISPUTE - REPORT NOT FILED IN THE",
002425             " REPOSITORY, STATUS ", WS-REPO-STATUS
002426     END-IF.
002430     IF WS-REJECT-COUNT > 0
002440         MOVE 4 TO RETURN-CODE
002450     ELSE
002460         MOVE 0 TO RETURN-CODE
002470     END-IF.
002480     STOP RUN.
002490*
002500*    A MISSING DISPUTE.TBL LEAVES THE DC/DR DEFAULT TYPES.
002510 1000-LOAD-CONTROL.
002520     OPEN INPUT CONTROL-FILE.
002530     IF NOT WS-CONTROL-FILE-OK
002540         GO TO 1000-EXIT
002550     END-IF.
002560     PERFORM 1100-LOAD-ONE-ENTRY THRU 1100-EXIT
002570         UNTIL WS-CONTROL-FILE-EOF.
002580     CLOSE CONTROL-FILE.
002590 1000-EXIT.
002600     EXIT.
002610*
002620 1100-LOAD-ONE-ENTRY.
002630     READ CONTROL-FILE
002640         AT END
002650             GO TO 1100-EXIT
002660     END-READ.
002670     IF CONTROL-FILE-RECORD(1:4) = "CRED"
002680         AND CONTROL-FILE-RECORD(6:2) NOT = SPACES
002690         MOVE CONTROL-FILE-RECORD(6:2) TO WS-CREDIT-TYPE
002700     END-IF.
002710     IF CONTROL-FILE-RECORD(1:4) = "REVS"
002720         AND CONTROL-FILE-RECORD(6:2) NOT = SPACES
002730         MOVE CONTROL-FILE-RECORD(6:2) TO WS-REVERSAL-TYPE
002740     END-IF.
002750 1100-EXIT.
002760     EXIT.
002770*
002780*    NO DISPUTE.DAT YET SIMPLY MEANS NO CASES HAVE BEEN OPENED.
002790 1200-LOAD-CASES.
002800     OPEN INPUT CASE-FILE.
002810     IF NOT WS-CASE-FILE-OK
002820         GO TO 1200-EXIT
002830     END-IF.
002840     PERFORM 1210-LOAD-ONE-CASE THRU 1210-EXIT
002850         UNTIL WS-CASE-FILE-EOF
002860            OR WS-CASE-OVERFLOW.
002870     CLOSE CASE-FILE.
002880 1200-EXIT.
002890     EXIT.
002900*
002910 1210-LOAD-ONE-CASE.
002920     READ CASE-FILE
002930         AT END
002940             GO TO 1210-EXIT
002950     END-READ.
002960     IF CASE-FILE-RECORD = SPACES
002970         GO TO 1210-EXIT
002980     END-IF.
002990     IF WS-CASE-COUNT = 2000
003000         SET WS-CASE-OVERFLOW TO TRUE
003010         GO TO 1210-EXIT
003020     END-IF.
003030     ADD 1 TO WS-CASE-COUNT.
003040     MOVE CASE-FILE-RECORD TO WS-CASE-ENTRY(WS-CASE-COUNT).
003050 1210-EXIT.
003060     EXIT.
003070*
003080*    ONE DESK ACTION.  EACH ACTION IS EITHER APPLIED TO ITS
003090*    CASE OR REJECTED WITH THE REASON ON THE REGISTER; NOTHING
003100*    IS PARTLY APPLIED.
003110 2000-APPLY-ONE-ACTION.
003120     READ TRAN-FILE
003130         AT END
003140             GO TO 2000-EXIT
003150     END-READ.
003160     IF TRAN-FILE-RECORD = SPACES
003170         GO TO 2000-EXIT
003180     END-IF.
003190     ADD 1 TO WS-ACTION-COUNT.
003200     MOVE TRAN-FILE-RECORD TO WS-TRAN-WORK.
003210     MOVE "N" TO WS-REJECT-SW.
003220     MOVE SPACES TO WS-DISPOSITION.
003230     MOVE "N" TO WS-FOUND-SW.
003240     PERFORM 2050-FIND-CASE THRU 2050-EXIT
003250         VARYING WS-CASE-IDX FROM 1 BY 1
003260         UNTIL WS-CASE-IDX > WS-CASE-COUNT
003270            OR WS-CASE-FOUND.
003280     IF WS-CASE-FOUND
003290         SET WS-CASE-IDX DOWN BY 1
003300         MOVE WS-CASE-ENTRY(WS-CASE-IDX) TO DISP-CASE-RECORD
003310     END-IF.
003320     EVALUATE TRUE
003330         WHEN WS-TRAN-CASE = SPACES
003340             MOVE "NO CASE NUMBER" TO WS-DISPOSITION
003350             SET WS-ACTION-REJECTED TO TRUE
003360         WHEN WS-ACTION-OPEN
003370             PERFORM 2100-OPEN-CASE THRU 2100-EXIT
003380         WHEN NOT WS-CASE-FOUND
003390             MOVE "CASE NOT ON FILE" TO WS-DISPOSITION
003400             SET WS-ACTION-REJECTED TO TRUE
003410         WHEN NOT DISP-STATUS-UNRESOLVED
003420             MOVE "CASE ALREADY RESOLVED" TO WS-DISPOSITION
003430             SET WS-ACTION-REJECTED TO TRUE
003440         WHEN WS-ACTION-PROV
003450             PERFORM 2200-GIVE-PROVISIONAL THRU 2200-EXIT
003460         WHEN WS-ACTION-WON
003470             PERFORM 2300-RESOLVE-WON THRU 2300-EXIT
003480         WHEN WS-ACTION-LOST
003490             PERFORM 2400-RESOLVE-LOST THRU 2400-EXIT
003500         WHEN OTHER
003510             MOVE "ACTION NOT RECOGNIZED" TO WS-DISPOSITION
003520             SET WS-ACTION-REJECTED TO TRUE
003530     END-EVALUATE.
003540     IF WS-ACTION-REJECTED
003550         ADD 1 TO WS-REJECT-COUNT
003560     ELSE
003570         MOVE WS-TRAN-OPR TO DISP-LAST-OPR
003580         MOVE WS-RUN-DATE TO DISP-STATUS-DATE
003590         MOVE DISP-CASE-RECORD TO WS-CASE-ENTRY(WS-CASE-IDX)
003600     END-IF.
003610     PERFORM 5100-REGISTER-ACTION THRU 5100-EXIT.
003620 2000-EXIT.
003630     EXIT.
003640*
003650 2050-FIND-CASE.
003660     IF WS-CASE-ENTRY(WS-CASE-IDX)(1:10) = WS-TRAN-CASE
003670         SET WS-CASE-FOUND TO TRUE
003680     END-IF.
003690 2050-EXIT.
003700     EXIT.
003710*
003720*    A NEW CASE MUST POINT AT A TRANSACTION THAT ACTUALLY
003730*    POSTED -- IT IS LOOKED FOR IN THE CURRENT DETAIL FILE
003740*    FIRST, THEN IN THE ARCHIVE MONTH FILE FOR ITS DATE.
003750 2100-OPEN-CASE.
003760     IF WS-CASE-FOUND
003770         MOVE "CASE NUMBER ALREADY USED" TO WS-DISPOSITION
003780         SET WS-ACTION-REJECTED TO TRUE
003790         GO TO 2100-EXIT
003800     END-IF.
003810     IF WS-CASE-COUNT = 2000
003820         MOVE "CASE TABLE FULL" TO WS-DISPOSITION
003830         SET WS-ACTION-REJECTED TO TRUE
003840         GO TO 2100-EXIT
003850     END-IF.
003860     IF WS-TRAN-AMOUNT-X NOT NUMERIC
003870         OR WS-TRAN-DATE NOT NUMERIC
003880         MOVE "ORIGINAL DATE/AMOUNT INVALID" TO WS-DISPOSITION
003890         SET WS-ACTION-REJECTED TO TRUE
003900         GO TO 2100-EXIT
003910     END-IF.
003920     MOVE 0 TO WS-PROV-AMOUNT.
003930     IF WS-TRAN-PROV-X NOT = SPACES
003940         IF WS-TRAN-PROV-X NOT NUMERIC
003950             MOVE "PROVISIONAL AMOUNT INVALID" TO WS-DISPOSITION
003960             SET WS-ACTION-REJECTED TO TRUE
003970             GO TO 2100-EXIT
003980         END-IF
003990         MOVE WS-TRAN-PROV TO WS-PROV-AMOUNT
004000     END-IF.
004010     MOVE WS-TRAN-AMOUNT TO WS-ORIG-AMOUNT.
004020     IF WS-TRAN-SIGN = "-"
004030         COMPUTE WS-ORIG-AMOUNT = 0 - WS-ORIG-AMOUNT
004040     END-IF.
004050     IF WS-PROV-AMOUNT > WS-TRAN-AMOUNT
004060         MOVE "PROVISIONAL EXCEEDS DISPUTED" TO WS-DISPOSITION
004070         SET WS-ACTION-REJECTED TO TRUE
004080         GO TO 2100-EXIT
004090     END-IF.
004100     PERFORM 2500-FIND-ORIGINAL THRU 2500-EXIT.
004110     IF WS-ORIG-NOT-FOUND
004120         MOVE "ORIGINAL TRANSACTION NOT FOUND" TO WS-DISPOSITION
004130         SET WS-ACTION-REJECTED TO TRUE
004140         GO TO 2100-EXIT
004150     END-IF.
004160     MOVE SPACES TO DISP-CASE-RECORD.
004170     MOVE WS-TRAN-CASE TO DISP-CASE-NUMBER.
004180     SET DISP-STATUS-OPEN TO TRUE.
004190     MOVE WS-RUN-DATE TO DISP-OPEN-DATE.
004200     MOVE SAMP-ACCOUNT-NUMBER TO DISP-ORIG-ACCOUNT.
004210     MOVE SAMP-TRANSACTION-DATE TO DISP-ORIG-DATE.
004220     MOVE SAMP-TRANSACTION-TYPE TO DISP-ORIG-TYPE.
004230     MOVE SAMP-TRANSACTION-AMOUNT TO DISP-ORIG-AMOUNT.
004240     MOVE SAMP-REGION-CODE TO DISP-ORIG-REGION.
004250     MOVE SAMP-CUSTOMER-NAME TO DISP-ORIG-NAME.
004260     MOVE SAMP-CURRENCY-CODE TO DISP-ORIG-CURRENCY.
004270     MOVE WS-ORIG-SW TO DISP-ORIG-SOURCE.
004275     MOVE SAMP-TXN-REFERENCE TO DISP-ORIG-REFERENCE.
004280     MOVE 0 TO DISP-PROV-AMOUNT.
004290     MOVE WS-TRAN-OPR TO DISP-OPENED-BY.
004300     MOVE WS-TRAN-REASON TO DISP-REASON.
004310     ADD 1 TO WS-CASE-COUNT.
004320     SET WS-CASE-IDX TO WS-CASE-COUNT.
004330     ADD 1 TO WS-OPENED-COUNT.
004340     MOVE "OPENED" TO WS-DISPOSITION.
004350     IF WS-PROV-AMOUNT > 0
004360         PERFORM 2210-BOOK-PROVISIONAL THRU 2210-EXIT
004370         MOVE "OPENED, PROVISIONAL CREDIT" TO WS-DISPOSITION
004380     END-IF.
004390 2100-EXIT.
004400     EXIT.
004410*
004420 2200-GIVE-PROVISIONAL.
004430     IF NOT DISP-STATUS-OPEN
004440         MOVE "PROVISIONAL ALREADY GIVEN" TO WS-DISPOSITION
004450         SET WS-ACTION-REJECTED TO TRUE
004460         GO TO 2200-EXIT
004470     END-IF.
004480     IF WS-TRAN-PROV-X NOT NUMERIC
004490         MOVE "PROVISIONAL AMOUNT INVALID" TO WS-DISPOSITION
004500         SET WS-ACTION-REJECTED TO TRUE
004510         GO TO 2200-EXIT
004520     END-IF.
004530     MOVE WS-TRAN-PROV TO WS-PROV-AMOUNT.
004540     PERFORM 2600-SET-DISPUTED THRU 2600-EXIT.
004550     IF WS-PROV-AMOUNT = 0
004560         OR WS-PROV-AMOUNT > WS-DISPUTED
004570         MOVE "PROVISIONAL AMOUNT INVALID" TO WS-DISPOSITION
004580         SET WS-ACTION-REJECTED TO TRUE
004590         GO TO 2200-EXIT
004600     END-IF.
004610     PERFORM 2210-BOOK-PROVISIONAL THRU 2210-EXIT.
004620     MOVE "PROVISIONAL CREDIT GIVEN" TO WS-DISPOSITION.
004630 2200-EXIT.
004640     EXIT.
004650*
004660 2210-BOOK-PROVISIONAL.
004670     MOVE WS-PROV-AMOUNT TO DISP-PROV-AMOUNT.
004680     SET DISP-STATUS-PROVISIONAL TO TRUE.
004690     MOVE WS-CREDIT-TYPE TO WS-OUT-TYPE.
004700     MOVE WS-PROV-AMOUNT TO WS-OUT-AMOUNT.
004710     PERFORM 3100-WRITE-EXTRACT-DETAIL THRU 3100-EXIT.
004720 2210-EXIT.
004730     EXIT.
004740*
004750*    WON FOR THE CUSTOMER -- ANY PART OF THE DISPUTED AMOUNT THE
004760*    PROVISIONAL CREDIT DID NOT ALREADY COVER IS CREDITED NOW.
004770 2300-RESOLVE-WON.
004780     PERFORM 2600-SET-DISPUTED THRU 2600-EXIT.
004790     COMPUTE WS-OUT-AMOUNT = WS-DISPUTED - DISP-PROV-AMOUNT.
004800     IF WS-OUT-AMOUNT > 0
004810         MOVE WS-CREDIT-TYPE TO WS-OUT-TYPE
004820         PERFORM 3100-WRITE-EXTRACT-DETAIL THRU 3100-EXIT
004830     END-IF.
004840     SET DISP-STATUS-WON TO TRUE.
004850     ADD 1 TO WS-WON-COUNT.
004860     MOVE "RESOLVED WON" TO WS-DISPOSITION.
004870 2300-EXIT.
004880     EXIT.
004890*
004900*    LOST -- ANY PROVISIONAL CREDIT IS TAKEN BACK.
004910 2400-RESOLVE-LOST.
004920     IF DISP-PROV-AMOUNT > 0
004930         MOVE WS-REVERSAL-TYPE TO WS-OUT-TYPE
004940         COMPUTE WS-OUT-AMOUNT = 0 - DISP-PROV-AMOUNT
004950         PERFORM 3100-WRITE-EXTRACT-DETAIL THRU 3100-EXIT
004960     END-IF.
004970     SET DISP-STATUS-LOST TO TRUE.
004980     ADD 1 TO WS-LOST-COUNT.
004990     MOVE "RESOLVED LOST" TO WS-DISPOSITION.
005000 2400-EXIT.
005010     EXIT.
005020*
005030 2500-FIND-ORIGINAL.
005040     SET WS-ORIG-NOT-FOUND TO TRUE.
005050     OPEN INPUT SORTED-FILE.
005060     IF WS-SORTED-FILE-OK
005070         PERFORM 2510-CHECK-SORTED THRU 2510-EXIT
005080             UNTIL WS-SORTED-FILE-EOF
005090                OR NOT WS-ORIG-NOT-FOUND
005100         CLOSE SORTED-FILE
005110     END-IF.
005120     IF NOT WS-ORIG-NOT-FOUND
005130         GO TO 2500-EXIT
005140     END-IF.
005150     MOVE SPACES TO WS-ARCH-FILE-NAME.
005160     STRING "ARCH-"              DELIMITED BY SIZE
005170            WS-TRAN-DATE(1:6)    DELIMITED BY SIZE
005180            ".DAT"               DELIMITED BY SIZE
005190         INTO WS-ARCH-FILE-NAME.
005200     OPEN INPUT ARCH-FILE.
005210     IF WS-ARCH-FILE-OK
005220         PERFORM 2520-CHECK-ARCHIVE THRU 2520-EXIT
005230             UNTIL WS-ARCH-FILE-EOF
005240                OR NOT WS-ORIG-NOT-FOUND
005250         CLOSE ARCH-FILE
005260     END-IF.
005270 2500-EXIT.
005280     EXIT.
005290*
005300 2510-CHECK-SORTED.
005310     READ SORTED-FILE
005320         AT END
005330             GO TO 2510-EXIT
005340     END-READ.
005350     MOVE SORTED-FILE-RECORD TO SAMP-DETAIL-RECORD.
005360     PERFORM 2530-MATCH-ORIGINAL THRU 2530-EXIT.
005370     IF NOT WS-ORIG-NOT-FOUND
005380         SET WS-ORIG-IN-SORTED TO TRUE
005390     END-IF.
005400 2510-EXIT.
005410     EXIT.
005420*
005430 2520-CHECK-ARCHIVE.
005440     READ ARCH-FILE
005450         AT END
005460             GO TO 2520-EXIT
005470     END-READ.
005480     MOVE ARCH-RECORD TO SAMP-DETAIL-RECORD.
005490     PERFORM 2530-MATCH-ORIGINAL THRU 2530-EXIT.
005500     IF NOT WS-ORIG-NOT-FOUND
005510         SET WS-ORIG-IN-ARCHIVE TO TRUE
005520     END-IF.
005530 2520-EXIT.
005540     EXIT.
005550*
005560*    HEADER AND TRAILER RECORDS NEVER MATCH -- THEIR ACCOUNT
005565*    POSITIONS HOLD "HDR " AND "TRLR".  A KEYED REFERENCE
005570*    NAMES ONE TRANSACTION; WITHOUT ONE THE FIRST TRANSACTION
005575*    OF THAT ACCOUNT, DATE, TYPE AND AMOUNT IS TAKEN.
005580 2530-MATCH-ORIGINAL.
005581     IF WS-TRAN-REFERENCE NOT = SPACES
005582         IF SAMP-ACCOUNT-NUMBER = WS-TRAN-ACCOUNT
005583             AND SAMP-TXN-REFERENCE = WS-TRAN-REFERENCE
005584             MOVE "Y" TO WS-ORIG-SW
005585         END-IF
005586         GO TO 2530-EXIT
005587     END-IF.
005590     IF SAMP-ACCOUNT-NUMBER = WS-TRAN-ACCOUNT
005600         AND SAMP-TRANSACTION-DATE = WS-TRAN-DATE
005610         AND SAMP-TRANSACTION-TYPE = WS-TRAN-TYPE
005620         AND SAMP-TRANSACTION-AMOUNT = WS-ORIG-AMOUNT
005630         MOVE "Y" TO WS-ORIG-SW
005640     END-IF.
005650 2530-EXIT.
005660     EXIT.
005670*
005680 2600-SET-DISPUTED.
005690     IF DISP-ORIG-AMOUNT < 0
005700         COMPUTE WS-DISPUTED = 0 - DISP-ORIG-AMOUNT
005710     ELSE
005720         MOVE DISP-ORIG-AMOUNT TO WS-DISPUTED
005730     END-IF.
005740 2600-EXIT.
005750     EXIT.
005760*
005770*    DISPEXT.DAT CARRIES ITS OWN EXTRACT HEADER, DATED THE RUN
005780*    DATE AND SOURCED "DISPUTE", THE SAME WAY REJFIX BUILDS
005790*    RESUBMIT.DAT.
005800 3000-WRITE-EXTRACT-HEADER.
005810     MOVE SPACES TO SAMP-HEADER-RECORD.
005820     MOVE "HDR " TO SAMP-HEADER-ID.
005830     MOVE WS-RUN-DATE TO SAMP-HEADER-EXTRACT-DATE.
005840     MOVE "DISPUTE" TO SAMP-HEADER-SOURCE-SYS.
005850     MOVE "03" TO SAMP-HEADER-LAYOUT-VER.
005860     MOVE SAMP-HEADER-RECORD TO EXTRACT-RECORD.
005870     WRITE EXTRACT-RECORD.
005880 3000-EXIT.
005890     EXIT.
005900*
005910*    THE CREDIT OR REVERSAL POSTS TO THE DISPUTED ACCOUNT IN
005920*    THE ORIGINAL TRANSACTION'S CURRENCY AND REGION.
005930 3100-WRITE-EXTRACT-DETAIL.
005940     MOVE SPACES TO SAMP-DETAIL-RECORD.
005950     MOVE DISP-ORIG-ACCOUNT TO SAMP-ACCOUNT-NUMBER.
005960     MOVE WS-RUN-DATE TO SAMP-TRANSACTION-DATE.
005970     MOVE WS-OUT-TYPE TO SAMP-TRANSACTION-TYPE.
005980     MOVE WS-OUT-AMOUNT TO SAMP-TRANSACTION-AMOUNT.
005990     MOVE DISP-ORIG-REGION TO SAMP-REGION-CODE.
006000     MOVE DISP-ORIG-NAME TO SAMP-CUSTOMER-NAME.
006010     MOVE DISP-ORIG-CURRENCY TO SAMP-CURRENCY-CODE.
006020     MOVE SAMP-DETAIL-RECORD TO EXTRACT-RECORD.
006030     WRITE EXTRACT-RECORD.
006040     ADD 1 TO WS-EXTRACT-COUNT.
006050     IF WS-OUT-AMOUNT < 0
006060         ADD 1 TO WS-REVERSAL-COUNT
006070         ADD WS-OUT-AMOUNT TO WS-REVERSAL-AMOUNT
006080     ELSE
006090         ADD 1 TO WS-CREDIT-COUNT
006100         ADD WS-OUT-AMOUNT TO WS-CREDIT-AMOUNT
006110     END-IF.
006120 3100-EXIT.
006130     EXIT.
006140*
006150 3200-WRITE-EXTRACT-TRAILER.
006160     MOVE SPACES TO SAMP-TRAILER-RECORD.
006170     MOVE "TRLR" TO SAMP-TRAILER-ID.
006180     MOVE WS-EXTRACT-COUNT TO SAMP-TRAILER-REC-COUNT.
006190     MOVE SAMP-TRAILER-RECORD TO EXTRACT-RECORD.
006200     WRITE EXTRACT-RECORD.
006210 3200-EXIT.
006220     EXIT.
006230*
006240 4000-WRITE-CASES.
006250     OPEN OUTPUT CASE-FILE.
006260     IF NOT WS-CASE-FILE-OK
006270         DISPLAY "DISPUTE - CANNOT REWRITE DISPUTE.DAT"
006280         MOVE 12 TO RETURN-CODE
006290         STOP RUN
006300     END-IF.
006310     PERFORM 4100-WRITE-ONE-CASE THRU 4100-EXIT
006320         VARYING WS-CASE-IDX FROM 1 BY 1
006330         UNTIL WS-CASE-IDX > WS-CASE-COUNT.
006340     CLOSE CASE-FILE.
006350 4000-EXIT.
006360     EXIT.
006370*
006380 4100-WRITE-ONE-CASE.
006390     MOVE WS-CASE-ENTRY(WS-CASE-IDX) TO CASE-FILE-RECORD.
006400     WRITE CASE-FILE-RECORD.
006410 4100-EXIT.
006420     EXIT.
006430*
006440 5000-WRITE-HEADING.
006450     MOVE SPACES TO REGISTER-LINE.
006460     STRING "DISPUTE CASE REGISTER  RUN DATE " WS-RUN-DATE
006470            DELIMITED BY SIZE
006480         INTO REGISTER-LINE.
006490     WRITE REGISTER-LINE.
006500     MOVE SPACES TO REGISTER-LINE.
006510     MOVE "CASE       ACTN ACCOUNT    TXN REFERENCE  OPERATOR"
006520         TO REGISTER-LINE.
006525     MOVE "DISPOSITION" TO REGISTER-LINE(52:11).
006530     WRITE REGISTER-LINE.
006540 5000-EXIT.
006550     EXIT.
006560*
006570 5100-REGISTER-ACTION.
006580     MOVE SPACES TO REGISTER-LINE.
006590     IF WS-ACTION-REJECTED
006600         STRING WS-TRAN-CASE " "
006610                WS-TRAN-ACTION " "
006620                WS-TRAN-ACCOUNT " "
006625                WS-TRAN-REFERENCE " "
006630                WS-TRAN-OPR " REJECTED - "
006640                WS-DISPOSITION
006650                DELIMITED BY SIZE
006660             INTO REGISTER-LINE
006670     ELSE
006680         STRING WS-TRAN-CASE " "
006690                WS-TRAN-ACTION " "
006700                DISP-ORIG-ACCOUNT " "
006705                DISP-ORIG-REFERENCE " "
006710                WS-TRAN-OPR " "
006720                WS-DISPOSITION
006730                DELIMITED BY SIZE
006740             INTO REGISTER-LINE
006750     END-IF.
006760     WRITE REGISTER-LINE.
006770 5100-EXIT.
006780     EXIT.
006790*
006800 6000-WRITE-TOTALS.
006810     MOVE SPACES TO REGISTER-LINE.
006820     WRITE REGISTER-LINE.
006830     MOVE WS-ACTION-COUNT TO WS-COUNT-EDIT.
006840     MOVE SPACES TO REGISTER-LINE.
006850     STRING "ACTIONS READ            = " WS-COUNT-EDIT
006860            DELIMITED BY SIZE
006870         INTO REGISTER-LINE.
006880     WRITE REGISTER-LINE.
006890     MOVE WS-OPENED-COUNT TO WS-COUNT-EDIT.
006900     MOVE SPACES TO REGISTER-LINE.
006910     STRING "CASES OPENED            = " WS-COUNT-EDIT
006920            DELIMITED BY SIZE
006930         INTO REGISTER-LINE.
006940     WRITE REGISTER-LINE.
006950     DISPLAY "DISPUTE - CASES OPENED         = ", WS-COUNT-EDIT.
006960     MOVE WS-WON-COUNT TO WS-COUNT-EDIT.
006970     MOVE SPACES TO REGISTER-LINE.
006980     STRING "CASES RESOLVED WON      = " WS-COUNT-EDIT
006990            DELIMITED BY SIZE
007000         INTO REGISTER-LINE.
007010     WRITE REGISTER-LINE.
007020     MOVE WS-LOST-COUNT TO WS-COUNT-EDIT.
007030     MOVE SPACES TO REGISTER-LINE.
007040     STRING "CASES RESOLVED LOST     = " WS-COUNT-EDIT
007050            DELIMITED BY SIZE
007060         INTO REGISTER-LINE.
007070     WRITE REGISTER-LINE.
007080     MOVE WS-CREDIT-COUNT TO WS-COUNT-EDIT.
007090     MOVE SPACES TO REGISTER-LINE.
007100     STRING "CREDITS TO DISPEXT.DAT  = " WS-COUNT-EDIT
007110            DELIMITED BY SIZE
007120         INTO REGISTER-LINE.
007130     WRITE REGISTER-LINE.
007140     MOVE WS-CREDIT-AMOUNT TO WS-AMOUNT-EDIT.
007150     MOVE SPACES TO REGISTER-LINE.
007160     STRING "CREDIT AMOUNT           = " WS-AMOUNT-EDIT
007170            DELIMITED BY SIZE
007180         INTO REGISTER-LINE.
007190     WRITE REGISTER-LINE.
007200     MOVE WS-REVERSAL-COUNT TO WS-COUNT-EDIT.
007210     MOVE SPACES TO REGISTER-LINE.
007220     STRING "REVERSALS TO DISPEXT.DAT= " WS-COUNT-EDIT
007230            DELIMITED BY SIZE
007240         INTO REGISTER-LINE.
007250     WRITE REGISTER-LINE.
007260     MOVE WS-REVERSAL-AMOUNT TO WS-AMOUNT-EDIT.
007270     MOVE SPACES TO REGISTER-LINE.
007280     STRING "REVERSAL AMOUNT         = " WS-AMOUNT-EDIT
007290            DELIMITED BY SIZE
007300         INTO REGISTER-LINE.
007310     WRITE REGISTER-LINE.
007320     MOVE WS-REJECT-COUNT TO WS-COUNT-EDIT.
007330     MOVE SPACES TO REGISTER-LINE.
007340     STRING "ACTIONS REJECTED        = " WS-COUNT-EDIT
007350            DELIMITED BY SIZE
007360         INTO REGISTER-LINE.
007370     WRITE REGISTER-LINE.
007380     DISPLAY "DISPUTE - ACTIONS REJECTED     = ", WS-COUNT-EDIT.
007390     MOVE WS-CASE-COUNT TO WS-COUNT-EDIT.
007400     MOVE SPACES TO REGISTER-LINE.
007410     STRING "CASES ON DISPUTE.DAT    = " WS-COUNT-EDIT
007420            DELIMITED BY SIZE
007430         INTO REGISTER-LINE.
007440     WRITE REGISTER-LINE.
007450 6000-EXIT.
007460     EXIT.
