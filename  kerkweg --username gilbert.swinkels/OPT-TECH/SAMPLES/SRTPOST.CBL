000320*                 WORK FILES ARE NAMED THROUGH WORKNAME, THE
000330*                 SAME AS THE PROGRAMS THIS REPLACES.
000340*
000341*10/15/2026  GS   THE FINISHED SRTRPT.RPT IS NOW FILED IN THE
000341*                 REPORT REPOSITORY THROUGH RPTSAVE, SO IT CAN
000341*                 STILL BE LISTED AND REPRINTED FROM OPSMENU AFTER
000341*                 THE NEXT RUN OVERWRITES IT.
000341*
000341*10/15/2026  GS   EACH CSV ROW NOW ENDS WITH THE TRANSACTION
000341*                 REFERENCE (SAMP-TXN-REFERENCE), THE SAME COLUMN
000341*                 CSVEXP ADDS, AND THE CSV LINE GROWS TO 150
000341*                 BYTES.
000345*
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.  IBM-PC.
000770 FD  REPORT-FILE.
000780 01  REPORT-LINE                 PIC X(80).
000790 FD  CSV-FILE.
000800 01  CSV-LINE                    PIC X(150).
000810 FD  SUMMARY-FILE.
000820 01  SUMMARY-LINE                PIC X(100).
000830 FD  HISTORY-FILE.
001700 01  WS-EDIT-DUP-COUNT         PIC ZZZ,ZZ9.
001710 01  WS-TIMESTAMP              PIC X(21).
001720 COPY SAMPREC.
001721*
001722*    NAME AND KEYS THE FINISHED REPORT IS FILED UNDER IN THE
001723*    REPORT REPOSITORY.  THE JOB NAME AND ENTITY ARE LEFT BLANK
001724*    FOR RPTSAVE TO RESOLVE, SINCE THIS IS CALLED FROM EVERY JOB.
001725 01  WS-REPO-NAME              PIC X(15) VALUE "SRTRPT.RPT".
001726 01  WS-REPO-JOB               PIC X(08) VALUE SPACES.
001727 01  WS-REPO-ENTITY            PIC X(04) VALUE SPACES.
001728 01  WS-REPO-STATUS            PIC 9(02).
001730*
001740 LINKAGE SECTION.
001750 01  LK-OUTFILE                PIC X(15).
002500            DELIMITED BY SIZE
002510            "TRANSACTION AMOUNT,REGION CODE,CUSTOMER NAME,"
002520            DELIMITED BY SIZE
002530            "ORIG CURRENCY,ORIG AMOUNT,TXN REFERENCE"
002540            DELIMITED BY SIZE
002550         INTO CSV-LINE.
002560     WRITE CSV-LINE.
004050            SAMP-CURRENCY-CODE                   DELIMITED BY SIZE
004060            ","                                  DELIMITED BY SIZE
004070            FUNCTION TRIM(WS-CSV-AMOUNT)         DELIMITED BY SIZE
004072            ","                                  DELIMITED BY SIZE
004074            FUNCTION TRIM(SAMP-TXN-REFERENCE)    DELIMITED BY SIZE
004080         INTO CSV-LINE.
004090     WRITE CSV-LINE.
004100 5000-EXIT.
005190         DELIMITED BY SIZE INTO REPORT-LINE.
005200     WRITE REPORT-LINE.
005210     CLOSE REPORT-FILE.
005211     CALL "RPTSAVE" USING WS-REPO-NAME, WS-REPO-JOB,
005212                          WS-REPO-ENTITY, WS-REPO-STATUS.
005213     IF WS-REPO-STATUS NOT = ZERO
005214         DISPLAY "SRTPOST - REPORT NOT FILED IN THE",
005215             " REPOSITORY, STATUS ", WS-REPO-STATUS
005216     END-IF.
005220 7500-EXIT.
005230     EXIT.
005240*
