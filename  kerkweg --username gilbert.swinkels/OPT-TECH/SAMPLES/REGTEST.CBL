000240*                 OR 4 IF ANY CASE FAILED, THE SAME SEVERITY
000250*                 SCALE ERRMSG ALREADY DOCUMENTS, SO THIS CAN BE
000260*                 CHAINED LIKE ANY OTHER JOB STEP.
000261*10/15/2026  GS   ADDED THE PARTITIONED SORT CASE.  A KNOWN
000262*                 UNSORTED FILE (REGPART.DAT) IS SORTED ONCE
000263*                 WHOLE INTO REGSORT1.DAT AND ONCE THROUGH
000264*                 PARTSORT'S SPLIT AND MERGE INTO REGSORT2.DAT,
000265*                 EACH PARTITION SORTED BY THE SAME IN-STORAGE
000266*                 SORT, AND THE TWO FILES MUST MATCH BYTE FOR
000267*                 BYTE, TRAILER INCLUDED.
000270*
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.  IBM-PC.
000310 OBJECT-COMPUTER.  IBM-PC.
000311 INPUT-OUTPUT SECTION.
000312 FILE-CONTROL.
000313     SELECT REG-FILE-A ASSIGN TO WS-REG-NAME-A
000314         ORGANIZATION IS LINE SEQUENTIAL
000315         FILE STATUS IS WS-REG-STATUS-A.
000316     SELECT REG-FILE-B ASSIGN TO WS-REG-NAME-B
000317         ORGANIZATION IS LINE SEQUENTIAL
000318         FILE STATUS IS WS-REG-STATUS-B.
000320*
000330 DATA DIVISION.
000331 FILE SECTION.
000332 FD  REG-FILE-A.
000333 01  REG-RECORD-A           PIC X(82).
000334 FD  REG-FILE-B.
000335 01  REG-RECORD-B           PIC X(82).
000336*
000340 WORKING-STORAGE SECTION.
000350 01  WS-TEST-COUNT          PIC 9(04) VALUE 0.
000360 01  WS-PASS-COUNT          PIC 9(04) VALUE 0.
000690 01  WS-ERRMSG-MESSAGE      PIC X(60).
000700*
000710 COPY CTLSPEC.
000711*
000712*    PARTITIONED SORT CASE.  WS-PT-TABLE HOLDS WHICHEVER FILE IS
000713*    BEING SORTED IN STORAGE -- THE WHOLE TEST FILE, THEN EACH
000714*    PARTITION IN TURN.
000715 01  WS-REG-NAME-A          PIC X(15).
000716 01  WS-REG-NAME-B          PIC X(15).
000717 01  WS-REG-STATUS-A        PIC X(02).
000718     88  WS-REG-A-OK            VALUE "00".
000719 01  WS-REG-STATUS-B        PIC X(02).
000719     88  WS-REG-B-OK            VALUE "00".
000719 01  WS-REG-EOF-SW          PIC X(01).
000719     88  WS-REG-EOF             VALUE "Y".
000719 01  WS-REG-MATCH-SW        PIC X(01).
000719     88  WS-REG-FILES-MATCH     VALUE "Y".
000719 01  WS-PT-TABLE.
000719     05  WS-PT-COUNT        PIC 9(04) COMP-5 VALUE 0.
000719     05  WS-PT-ENTRY        PIC X(82) OCCURS 100 TIMES.
000719 01  WS-PT-SUB              PIC 9(04) COMP-5.
000719 01  WS-PT-TO               PIC 9(04) COMP-5.
000719 01  WS-PT-INSERT           PIC 9(04) COMP-5.
000719 01  WS-PT-HOLD             PIC X(82).
000719 01  WS-PT-PART             PIC 9(02) COMP-5.
000719 01  WS-PT-KEY-IDX          PIC 9(02) COMP-5.
000719 01  WS-PT-ORDER            PIC S9(01).
000719 01  WS-PT-SLOT             PIC 9(04) COMP-5.
000719 01  WS-PT-QUOTIENT         PIC 9(04) COMP-5.
000719 01  WS-PT-KEY-NUMBER       PIC 9(02).
000719 01  WS-PT-SEQ-NUMBER       PIC 9(03).
000719 01  WS-PT-NAME-NUMBER      PIC 9(02).
000719 01  WS-PT-BASE-NAME        PIC X(15).
000719 01  WS-PT-FUNC             PIC X(01).
000719 01  WS-PT-INFILE           PIC X(15) VALUE "REGPART.DAT".
000719 01  WS-PT-OUTFILE          PIC X(15) VALUE "REGSORT2.DAT".
000719 01  WS-PT-PLATFORM         PIC X(08) VALUE "SMFCB".
000719 01  WS-PT-PART-COUNT       PIC 9(02).
000719 01  WS-PT-NUM-RECS         PIC 9(07).
000719 01  WS-PT-RC               PIC 9(05).
000719 COPY SAMPREC.
000720*
000730 PROCEDURE DIVISION.
000740*
000820     PERFORM 6000-TEST-CTLPARSE-VALID  THRU 6000-EXIT.
000830     PERFORM 7000-TEST-CTLPARSE-INVALID THRU 7000-EXIT.
000840     PERFORM 8000-TEST-ERRMSG          THRU 8000-EXIT.
000845     PERFORM 8500-TEST-PARTITIONED-SORT THRU 8500-EXIT.
000850     PERFORM 9000-REPORT-RESULTS       THRU 9000-EXIT.
000860     IF WS-FAIL-COUNT = 0
000870         MOVE 0 TO RETURN-CODE
002810     PERFORM 9500-RECORD-RESULT THRU 9500-EXIT.
002820 8000-EXIT.
002830     EXIT.
002831*
002832*    A PARTITIONED SORT MUST GIVE BYTE FOR BYTE WHAT ONE SORT OF
002833*    THE WHOLE FILE GIVES.  40 RECORDS OVER 13 KEY VALUES, EACH
002834*    CARRYING ITS INPUT SEQUENCE NUMBER SO AN EQUAL-KEY RECORD
002835*    OUT OF ITS ORIGINAL ORDER SHOWS UP AS A MISMATCH.  THE
002836*    SPLIT MUST ALSO HAVE CUT MORE THAN ONE PARTITION.
002837 8500-TEST-PARTITIONED-SORT.
002838     MOVE "PARTSORT - SPLIT AND MERGE = ONE SORT" TO WS-TEST-NAME.
002839     MOVE "N" TO WS-TEST-RESULT-SW.
002839     MOVE SPACES TO WS-CTL-STMT.
002839     MOVE "S(1,10,C,A)" TO WS-CTL-STMT.
002839     CALL "CTLPARSE" USING WS-CTL-STMT, CTL-KEY-TABLE,
002839                           CTL-OPTIONS, WS-CTL-PARSE-STATUS.
002839     MOVE 40 TO WS-PT-COUNT.
002839     PERFORM 8510-BUILD-TEST-RECORD THRU 8510-EXIT
002839         VARYING WS-PT-SUB FROM 1 BY 1
002839         UNTIL WS-PT-SUB > WS-PT-COUNT.
002839     MOVE WS-PT-INFILE TO WS-REG-NAME-A.
002839     PERFORM 8560-WRITE-TABLE THRU 8560-EXIT.
002839     PERFORM 8530-ORDER-TABLE THRU 8530-EXIT.
002839     MOVE "REGSORT1.DAT" TO WS-REG-NAME-A.
002839     PERFORM 8560-WRITE-TABLE THRU 8560-EXIT.
002839     MOVE "P" TO WS-PT-FUNC.
002839     CALL "PARTSORT" USING WS-PT-FUNC, WS-PT-INFILE,
002839                           WS-PT-OUTFILE, WS-PT-PLATFORM,
002839                           WS-CTL-STMT, CTL-KEY-TABLE,
002839                           CTL-OPTIONS, WS-PT-PART-COUNT,
002839                           WS-PT-NUM-RECS, WS-PT-RC.
002839     IF WS-PT-RC NOT = 0 OR WS-PT-PART-COUNT < 2
002839         GO TO 8500-RECORD
002839     END-IF.
002839     PERFORM 8550-SORT-ONE-PARTITION THRU 8550-EXIT
002839         VARYING WS-PT-PART FROM 1 BY 1
002839         UNTIL WS-PT-PART > WS-PT-PART-COUNT.
002839     MOVE "M" TO WS-PT-FUNC.
002839     CALL "PARTSORT" USING WS-PT-FUNC, WS-PT-INFILE,
002839                           WS-PT-OUTFILE, WS-PT-PLATFORM,
002839                           WS-CTL-STMT, CTL-KEY-TABLE,
002839                           CTL-OPTIONS, WS-PT-PART-COUNT,
002839                           WS-PT-NUM-RECS, WS-PT-RC.
002839     IF WS-PT-RC NOT = 0 OR WS-PT-NUM-RECS NOT = 40
002839         GO TO 8500-RECORD
002839     END-IF.
002839     PERFORM 8570-COMPARE-FILES THRU 8570-EXIT.
002839     IF WS-REG-FILES-MATCH
002839         SET WS-TEST-PASSED TO TRUE
002839     END-IF.
002839 8500-RECORD.
002839     PERFORM 9500-RECORD-RESULT THRU 9500-EXIT.
002839 8500-EXIT.
002839     EXIT.
002839*
002839*    KEY "PARTKEY" + (N * 7) MOD 13, SO THE KEYS ARRIVE OUT OF
002839*    ORDER AND EVERY VALUE REPEATS.
002839 8510-BUILD-TEST-RECORD.
002839     COMPUTE WS-PT-SLOT = WS-PT-SUB * 7.
002839     DIVIDE WS-PT-SLOT BY 13 GIVING WS-PT-QUOTIENT
002839         REMAINDER WS-PT-KEY-NUMBER.
002839     MOVE WS-PT-SUB TO WS-PT-SEQ-NUMBER.
002839     MOVE SPACES TO WS-PT-ENTRY(WS-PT-SUB).
002839     STRING "PARTKEY" WS-PT-KEY-NUMBER " SEQ " WS-PT-SEQ-NUMBER
002839            " REGRESSION TEST RECORD" DELIMITED BY SIZE
002839         INTO WS-PT-ENTRY(WS-PT-SUB).
002839 8510-EXIT.
002839     EXIT.
002839*
002839*    STABLE INSERTION SORT OF WS-PT-TABLE ON EVERY KEY IN
002839*    CTL-KEY-TABLE: AN ENTRY ONLY MOVES PAST ONE THAT SORTS
002839*    STRICTLY AFTER IT.
002839 8530-ORDER-TABLE.
002839     PERFORM 8535-INSERT-ONE-ENTRY THRU 8535-EXIT
002839         VARYING WS-PT-SUB FROM 2 BY 1
002839         UNTIL WS-PT-SUB > WS-PT-COUNT.
002839 8530-EXIT.
002839     EXIT.
002839*
002839 8535-INSERT-ONE-ENTRY.
002839     MOVE WS-PT-ENTRY(WS-PT-SUB) TO WS-PT-HOLD.
002839     MOVE WS-PT-SUB TO WS-PT-INSERT.
002839     MOVE 1 TO WS-PT-ORDER.
002839     PERFORM 8540-SLIDE-ONE-ENTRY THRU 8540-EXIT
002839         UNTIL WS-PT-INSERT = 1 OR WS-PT-ORDER NOT = 1.
002839     MOVE WS-PT-HOLD TO WS-PT-ENTRY(WS-PT-INSERT).
002839 8535-EXIT.
002839     EXIT.
002839*
002839 8540-SLIDE-ONE-ENTRY.
002839     COMPUTE WS-PT-TO = WS-PT-INSERT - 1.
002839     MOVE WS-PT-ENTRY(WS-PT-TO) TO WS-TEST-REC1.
002839     MOVE WS-PT-HOLD TO WS-TEST-REC2.
002839     MOVE 0 TO WS-PT-ORDER.
002839     PERFORM 8545-COMPARE-ONE-KEY THRU 8545-EXIT
002839         VARYING WS-PT-KEY-IDX FROM 1 BY 1
002839         UNTIL WS-PT-KEY-IDX > CTL-KEY-COUNT
002839            OR WS-PT-ORDER NOT = 0.
002839     IF WS-PT-ORDER = 1
002839         MOVE WS-PT-ENTRY(WS-PT-TO) TO WS-PT-ENTRY(WS-PT-INSERT)
002839         MOVE WS-PT-TO TO WS-PT-INSERT
002839     END-IF.
002839 8540-EXIT.
002839     EXIT.
002839*
002839*    WS-PT-ORDER COMES BACK 1 WHEN WS-TEST-REC1 SORTS AFTER
002839*    WS-TEST-REC2 ON THIS KEY, -1 WHEN BEFORE, 0 WHEN LEVEL.
002839 8545-COMPARE-ONE-KEY.
002839     CALL "KEYCMP" USING WS-TEST-REC1, WS-TEST-REC2,
002839                         CTL-KEY-TABLE, CTL-OPTIONS,
002839                         WS-PT-KEY-IDX, WS-CMP-RESULT.
002839     IF CTL-KEY-DESCENDING(WS-PT-KEY-IDX)
002839         COMPUTE WS-PT-ORDER = 0 - WS-CMP-RESULT
002839     ELSE
002839         MOVE WS-CMP-RESULT TO WS-PT-ORDER
002839     END-IF.
002839 8545-EXIT.
002839     EXIT.
002839*
002839*    STANDS IN FOR ONE PARTJOB: READS PARTITION WS-PT-PART'S
002839*    INPUT, SORTS IT AND WRITES ITS SORTED OUTPUT, UNDER THE
002839*    SAME WORK-FILE NAMES PARTSORT GAVE THEM.
002839 8550-SORT-ONE-PARTITION.
002839     MOVE WS-PT-PART TO WS-PT-NAME-NUMBER.
002839     MOVE SPACES TO WS-PT-BASE-NAME.
002839     STRING "PSRT" WS-PT-NAME-NUMBER "I.DAT" DELIMITED BY SIZE
002839         INTO WS-PT-BASE-NAME.
002839     CALL "WORKNAME" USING WS-PT-BASE-NAME, WS-REG-NAME-A.
002839     MOVE 0 TO WS-PT-COUNT.
002839     OPEN INPUT REG-FILE-A.
002839     MOVE "N" TO WS-REG-EOF-SW.
002839     PERFORM 8555-LOAD-ONE-RECORD THRU 8555-EXIT
002839         UNTIL WS-REG-EOF.
002839     CLOSE REG-FILE-A.
002839     PERFORM 8530-ORDER-TABLE THRU 8530-EXIT.
002839     MOVE SPACES TO WS-PT-BASE-NAME.
002839     STRING "PSRT" WS-PT-NAME-NUMBER "O.DAT" DELIMITED BY SIZE
002839         INTO WS-PT-BASE-NAME.
002839     CALL "WORKNAME" USING WS-PT-BASE-NAME, WS-REG-NAME-A.
002839     OPEN OUTPUT REG-FILE-A.
002839     PERFORM 8565-WRITE-ONE-ENTRY THRU 8565-EXIT
002839         VARYING WS-PT-SUB FROM 1 BY 1
002839         UNTIL WS-PT-SUB > WS-PT-COUNT.
002839     CLOSE REG-FILE-A.
002839 8550-EXIT.
002839     EXIT.
002839*
002839 8555-LOAD-ONE-RECORD.
002839     READ REG-FILE-A
002839         AT END
002839             SET WS-REG-EOF TO TRUE
002839             GO TO 8555-EXIT
002839     END-READ.
002839     IF WS-PT-COUNT < 100
002839         ADD 1 TO WS-PT-COUNT
002839         MOVE REG-RECORD-A TO WS-PT-ENTRY(WS-PT-COUNT)
002839     END-IF.
002839 8555-EXIT.
002839     EXIT.
002839*
002839*    WRITES WS-PT-TABLE TO WS-REG-NAME-A WITH A TRAILER, THE
002839*    SHAPE OF A SAMP.DAT EXTRACT.
002839 8560-WRITE-TABLE.
002839     OPEN OUTPUT REG-FILE-A.
002839     PERFORM 8565-WRITE-ONE-ENTRY THRU 8565-EXIT
002839         VARYING WS-PT-SUB FROM 1 BY 1
002839         UNTIL WS-PT-SUB > WS-PT-COUNT.
002839     MOVE SPACES TO SAMP-TRAILER-RECORD.
002839     MOVE "TRLR" TO SAMP-TRAILER-ID.
002839     MOVE WS-PT-COUNT TO SAMP-TRAILER-REC-COUNT.
002839     MOVE SAMP-TRAILER-RECORD TO REG-RECORD-A.
002839     WRITE REG-RECORD-A.
002839     CLOSE REG-FILE-A.
002839 8560-EXIT.
002839     EXIT.
002839*
002839 8565-WRITE-ONE-ENTRY.
002839     MOVE WS-PT-ENTRY(WS-PT-SUB) TO REG-RECORD-A.
002839     WRITE REG-RECORD-A.
002839 8565-EXIT.
002839     EXIT.
002839*
002839*    READS REGSORT1.DAT AND REGSORT2.DAT SIDE BY SIDE; ANY
002839*    DIFFERING LINE, OR ONE FILE ENDING FIRST, IS A MISMATCH.
002839 8570-COMPARE-FILES.
002839     MOVE "N" TO WS-REG-MATCH-SW.
002839     MOVE "REGSORT1.DAT" TO WS-REG-NAME-A.
002839     MOVE WS-PT-OUTFILE TO WS-REG-NAME-B.
002839     OPEN INPUT REG-FILE-A.
002839     OPEN INPUT REG-FILE-B.
002839     IF NOT WS-REG-A-OK OR NOT WS-REG-B-OK
002839         GO TO 8570-CLOSE
002839     END-IF.
002839     SET WS-REG-FILES-MATCH TO TRUE.
002839     MOVE "N" TO WS-REG-EOF-SW.
002839     PERFORM 8575-COMPARE-ONE-LINE THRU 8575-EXIT
002839         UNTIL WS-REG-EOF OR NOT WS-REG-FILES-MATCH.
002839 8570-CLOSE.
002839     CLOSE REG-FILE-A.
002839     CLOSE REG-FILE-B.
002839 8570-EXIT.
002839     EXIT.
002839*
002839 8575-COMPARE-ONE-LINE.
002839     READ REG-FILE-A
002839         AT END
002839             SET WS-REG-EOF TO TRUE
002839     END-READ.
002839     READ REG-FILE-B
002839         AT END
002839             IF NOT WS-REG-EOF
002839                 MOVE "N" TO WS-REG-MATCH-SW
002839             END-IF
002839             GO TO 8575-EXIT
002839     END-READ.
002839     IF WS-REG-EOF OR REG-RECORD-A NOT = REG-RECORD-B
002839         MOVE "N" TO WS-REG-MATCH-SW
002839     END-IF.
002839 8575-EXIT.
002839     EXIT.
002840*
002850*    DISPLAYS "PASS"/"FAIL" FOR THE CASE JUST RUN AND ROLLS IT
002860*    INTO THE RUNNING TOTALS.  EVERY CASE PARAGRAPH SETS
