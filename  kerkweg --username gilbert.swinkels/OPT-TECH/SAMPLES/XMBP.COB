       01  WS-MERGE-NUMRECS  PIC 9(07).
       01  WS-MERGE-RETCODE  PIC 9(02).
      *
      * WS-PARALLEL-SW AND THE PART- FIELDS DRIVE THE PARTITIONED
      * SORT: WHEN SORT-PARALLEL IS SET TO Y, PARTSORT SPLITS THE
      * CLEANED INPUT INTO KEY-RANGE PARTITIONS, SORTS THEM AS
      * CONCURRENT PARTJOBS AND MERGES THEM INTO OUTFILE THROUGH
      * SRTMERGE, IN PLACE OF THE ONE VENDOR SORT CALL.  ONLY EACH
      * PARTITION, NOT THE WHOLE FILE, HAS TO FIT THE VENDOR
      * INTERFACE LIMIT.  PART-RC COMES BACK ON THE SORT'S OWN
      * SCALE AND IS MOVED INTO RETCODE LIKE THE MERGE RESULT.
       01  WS-PARALLEL-SW    PIC X(01).
           88  PARALLEL-REQUESTED VALUE "Y" "y".
       01  PART-FUNC         PIC X(01) VALUE "S".
       01  PART-PLATFORM     PIC X(08) VALUE "MBP".
       01  PART-COUNT        PIC 9(02).
       01  PART-NUMRECS      PIC 9(07).
       01  PART-RC           PIC 9(05).
      *
      * WS-RPT-OUTFILE NAMES WHICHEVER FILE SRTRPT/CSVEXP ACTUALLY
      * READ -- OUTFILE ITSELF, OR DEDUP.DAT WHEN SRTDEDUP HAS JUST
      * REMOVED DUPLICATE-KEY RECORDS FROM IT BECAUSE CTLSTMT CARRIED
                       MOVE SEQVER-COUNT TO WS-RECS-PROCESSED
                       MOVE 0 TO RETCODE
                   ELSE
                       MOVE SPACES TO WS-PARALLEL-SW
                       ACCEPT WS-PARALLEL-SW FROM ENVIRONMENT
                           "SORT-PARALLEL"
                       IF PARALLEL-REQUESTED
                           DISPLAY "CALLING PARTITIONED SORT..."
                           CALL "PARTSORT" USING PART-FUNC,
                                                 WS-SORT-INFILE,
                                                 OUTFILE,
                                                 PART-PLATFORM,
                                                 CTLSTMT,
                                                 CTL-KEY-TABLE,
                                                 CTL-OPTIONS,
                                                 PART-COUNT,
                                                 PART-NUMRECS,
                                                 PART-RC
                           MOVE PART-NUMRECS TO WS-RECS-PROCESSED
                           MOVE PART-RC TO RETCODE
                       ELSE
                           IF EXPECTED-COUNT > 32767
                               DISPLAY "SAMP - RECORD COUNT EXCEEDS ",
                                   "THE VENDOR SORT INTERFACE LIMIT ",
                                   "(32767), ABENDING JOB STEP"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           DISPLAY "CALLING OPT-TECH SORT..."
                           PERFORM 500-CALL-VENDOR-SORT
                               THRU 500-EXIT
                           MOVE NUMRECS TO WS-RECS-PROCESSED
                       END-IF
                   END-IF
               END-IF
               DISPLAY "RETURNED FROM SORT"
