000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PARTJOB.
000030 AUTHOR.        G. SWINKELS, DATA PROCESSING.
000040 INSTALLATION.  DATA PROCESSING DEPT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*MODIFICATION HISTORY
000090*--------------------
000100*10/15/2026  GS   ORIGINAL.  SORTS ONE PARTITION OF A
000110*                 PARTITIONED SORT.  PARTSORT STARTS ONE PARTJOB
000120*                 PER PARTITION, NAMING ITS JOB CARD ON THE
000130*                 COMMAND LINE; THE CARD GIVES THE PLATFORM, THE
000140*                 PARTITION'S INPUT AND OUTPUT FILES, ITS RECORD
000150*                 COUNT AND CTL-STMT.  THE PARTITION IS SORTED
000160*                 BY THAT PLATFORM'S OWN VENDOR SORT, CALLED THE
000170*                 WAY ITS DRIVER CALLS IT ("/" TERMINATORS AND
000180*                 COUNT PICTURES INCLUDED), AND THE RESULT IS
000190*                 ANSWERED IN THE CARD'S END FILE AS ONE
000200*                 COMPLETION RECORD, WHICH PARTSORT IS POLLING
000210*                 FOR.  A PARTITION OVER THE PLATFORM'S VENDOR
000220*                 INTERFACE LIMIT, OR A CARD FOR A PLATFORM NOT
000230*                 KNOWN HERE, IS ANSWERED RC 16 WITHOUT A SORT.
000240*
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.  IBM-PC.
000280 OBJECT-COMPUTER.  IBM-PC.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT CARD-FILE ASSIGN TO WS-CARD-NAME
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-CARD-STATUS.
000340     SELECT END-FILE ASSIGN TO WS-END-NAME
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-END-STATUS.
000370*
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  CARD-FILE.
000410 01  CARD-FILE-RECORD           PIC X(228).
000420 FD  END-FILE.
000430 01  END-FILE-RECORD            PIC X(40).
000440*
000450 WORKING-STORAGE SECTION.
000460 01  WS-CARD-NAME             PIC X(15).
000470 01  WS-END-NAME              PIC X(15).
000480 01  WS-CARD-STATUS           PIC X(02).
000490     88  WS-CARD-OK               VALUE "00".
000500 01  WS-END-STATUS            PIC X(02).
000510 01  WS-COMMAND-LINE          PIC X(80).
000520 01  WS-JOB-RC                PIC 9(05) VALUE 0.
000530 01  WS-JOB-RECORDS           PIC 9(07) VALUE 0.
000540 01  WS-LIMIT                 PIC 9(07).
000550*
000560*    THE VENDOR SORT PARAMETERS, ONE SET PER CALLING
000570*    CONVENTION.  SMCOB4 AND SORTMF.BIN WANT EVERY NAME AND
000580*    CTL-STMT ENDED BY "/"; SORTRM8X.EXE AND SORTMBP DO NOT.
000590 01  WS-SORT-INFILE           PIC X(15).
000600 01  WS-SORT-OUTFILE          PIC X(15).
000610 01  WS-SORT-CTL-STMT         PIC X(160).
000620 01  WS-SMFCB-NUM-RECS        PIC 9(4)   COMP-5.
000630 01  WS-SMFCB-RET-CODE        PIC 9(4)   COMP-5.
000640 01  WS-MF-NUM-RECS           PIC 9(4)   COMP.
000650 01  WS-MF-RET-CODE           PIC 9(4)   COMP.
000660 01  WS-RM8-NUM-RECS          PIC 99999  COMP-5.
000670 01  WS-RM8-RET-CODE          PIC 99999  COMP-5.
000680 01  WS-MBP-NUMRECS           COMP-1.
000690 01  WS-MBP-RETCODE           COMP-1.
000700 01  WS-SLASH-SW              PIC X(01).
000710     88  WS-SLASH-TERMINATED      VALUE "Y".
000720 01  WS-RC-DISP               PIC 9(05).
000730 COPY PARTREC.
000740*
000750 PROCEDURE DIVISION.
000760*
000770 0000-MAINLINE.
000780     PERFORM 1000-READ-JOB-CARD THRU 1000-EXIT.
000790     IF WS-JOB-RC = 0
000800         PERFORM 2000-SORT-PARTITION THRU 2000-EXIT
000810     END-IF.
000820     PERFORM 3000-ANSWER-END-FILE THRU 3000-EXIT.
000830     MOVE WS-JOB-RC TO RETURN-CODE.
000840 0000-EXIT.
000850     STOP RUN.
000860*
000870*    A CARD THAT CANNOT BE READ NAMES NO END FILE TO ANSWER IN;
000880*    PARTSORT TIMES THE PARTITION OUT INSTEAD.
000890 1000-READ-JOB-CARD.
000900     MOVE SPACES TO WS-COMMAND-LINE.
000910     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
000920     MOVE SPACES TO WS-CARD-NAME.
000930     UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
000940         INTO WS-CARD-NAME.
000950     OPEN INPUT CARD-FILE.
000960     IF NOT WS-CARD-OK
000970         DISPLAY "PARTJOB - CANNOT OPEN JOB CARD ", WS-CARD-NAME
000980         MOVE 16 TO RETURN-CODE
000990         STOP RUN
001000     END-IF.
001010     READ CARD-FILE
001020         AT END
001030             DISPLAY "PARTJOB - JOB CARD ", WS-CARD-NAME,
001040                 " IS EMPTY"
001050             CLOSE CARD-FILE
001060             MOVE 16 TO RETURN-CODE
001070             STOP RUN
001080     END-READ.
001090     CLOSE CARD-FILE.
001100     MOVE CARD-FILE-RECORD TO PART-JOB-CARD.
001110     MOVE PART-CARD-ENDFILE TO WS-END-NAME.
001120     IF PART-CARD-RECORDS NUMERIC
001130         MOVE PART-CARD-RECORDS TO WS-JOB-RECORDS
001140     END-IF.
001150     MOVE "N" TO WS-SLASH-SW.
001160     EVALUATE PART-CARD-PLATFORM
001170         WHEN "SMFCB"
001180             MOVE 9999 TO WS-LIMIT
001190             SET WS-SLASH-TERMINATED TO TRUE
001200         WHEN "MF"
001210             MOVE 9999 TO WS-LIMIT
001220             SET WS-SLASH-TERMINATED TO TRUE
001230         WHEN "RM8"
001240             MOVE 99999 TO WS-LIMIT
001250         WHEN "MBP"
001260             MOVE 32767 TO WS-LIMIT
001270         WHEN OTHER
001280             DISPLAY "PARTJOB - UNKNOWN PLATFORM ",
001290                 PART-CARD-PLATFORM, " ON ", WS-CARD-NAME
001300             MOVE 16 TO WS-JOB-RC
001310             GO TO 1000-EXIT
001320     END-EVALUATE.
001330     IF WS-JOB-RECORDS > WS-LIMIT
001340         DISPLAY "PARTJOB - PARTITION ", PART-CARD-NUMBER,
001350             " RECORD COUNT EXCEEDS THE VENDOR SORT ",
001360             "INTERFACE LIMIT"
001370         MOVE 16 TO WS-JOB-RC
001380     END-IF.
001390 1000-EXIT.
001400     EXIT.
001410*
001420 2000-SORT-PARTITION.
001430     MOVE PART-CARD-INFILE TO WS-SORT-INFILE.
001440     MOVE PART-CARD-OUTFILE TO WS-SORT-OUTFILE.
001450     MOVE PART-CARD-CTL-STMT TO WS-SORT-CTL-STMT.
001460     IF WS-SLASH-TERMINATED
001470         MOVE SPACES TO WS-SORT-INFILE, WS-SORT-OUTFILE,
001480                        WS-SORT-CTL-STMT
001490         STRING PART-CARD-INFILE DELIMITED BY SPACE
001500                "/" DELIMITED BY SIZE
001510             INTO WS-SORT-INFILE
001520         STRING PART-CARD-OUTFILE DELIMITED BY SPACE
001530                "/" DELIMITED BY SIZE
001540             INTO WS-SORT-OUTFILE
001550         STRING PART-CARD-CTL-STMT DELIMITED BY SPACE
001560                "/" DELIMITED BY SIZE
001570             INTO WS-SORT-CTL-STMT
001580     END-IF.
001590     DISPLAY "PARTJOB - SORTING PARTITION ", PART-CARD-NUMBER,
001600         " ", PART-CARD-INFILE, " (", PART-CARD-PLATFORM, ")".
001610     EVALUATE PART-CARD-PLATFORM
001620         WHEN "SMFCB"
001630             CALL "SMCOB4" USING WS-SORT-INFILE,
001640                                 WS-SORT-OUTFILE,
001650                                 WS-SORT-CTL-STMT,
001660                                 WS-SMFCB-NUM-RECS,
001670                                 WS-SMFCB-RET-CODE
001680             MOVE WS-SMFCB-NUM-RECS TO WS-JOB-RECORDS
001690             MOVE WS-SMFCB-RET-CODE TO WS-JOB-RC
001700         WHEN "MF"
001710             CALL "SORTMF.BIN" USING WS-SORT-INFILE,
001720                                     WS-SORT-OUTFILE,
001730                                     WS-SORT-CTL-STMT,
001740                                     WS-MF-NUM-RECS,
001750                                     WS-MF-RET-CODE
001760             MOVE WS-MF-NUM-RECS TO WS-JOB-RECORDS
001770             MOVE WS-MF-RET-CODE TO WS-JOB-RC
001780         WHEN "RM8"
001790             CALL "SORTRM8X.EXE" USING WS-SORT-INFILE,
001800                                       WS-SORT-OUTFILE,
001810                                       WS-SORT-CTL-STMT,
001820                                       WS-RM8-NUM-RECS,
001830                                       WS-RM8-RET-CODE
001840             MOVE WS-RM8-NUM-RECS TO WS-JOB-RECORDS
001850             MOVE WS-RM8-RET-CODE TO WS-JOB-RC
001860         WHEN OTHER
001870             CALL "SORTMBP" USING WS-SORT-INFILE,
001880                                  WS-SORT-OUTFILE,
001890                                  WS-SORT-CTL-STMT,
001900                                  WS-MBP-NUMRECS,
001910                                  WS-MBP-RETCODE
001920             MOVE WS-MBP-NUMRECS TO WS-JOB-RECORDS
001930             MOVE WS-MBP-RETCODE TO WS-JOB-RC
001940     END-EVALUATE.
001950 2000-EXIT.
001960     EXIT.
001970*
001980 3000-ANSWER-END-FILE.
001990     MOVE SPACES TO PART-END-RECORD.
002000     SET PART-END-DONE TO TRUE.
002010     MOVE PART-CARD-NUMBER TO PART-END-NUMBER.
002020     MOVE WS-JOB-RC TO PART-END-RC.
002030     MOVE WS-JOB-RECORDS TO PART-END-RECORDS.
002040     OPEN OUTPUT END-FILE.
002050     MOVE PART-END-RECORD TO END-FILE-RECORD.
002060     WRITE END-FILE-RECORD.
002070     CLOSE END-FILE.
002080     MOVE WS-JOB-RC TO WS-RC-DISP.
002090     DISPLAY "PARTJOB - PARTITION ", PART-CARD-NUMBER,
002100         " ENDED, RC = ", WS-RC-DISP.
002110 3000-EXIT.
002120     EXIT.
