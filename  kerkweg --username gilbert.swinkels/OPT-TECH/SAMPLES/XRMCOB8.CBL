 01  EXPECTED-COUNT PIC 9(07).
 01  ACTUAL-COUNT   PIC 9(07).
 01  RECON-STATUS   PIC 9(02).
*> TXNREF-COUNT/TXNREF-STATUS ARE SET BY TXNREF, WHICH STAMPS
*> EVERY DETAIL RECORD OF AN ACCEPTED INFILE WITH ITS
*> TRANSACTION REFERENCE (SOURCE, EXTRACT DATE, SEQUENCE)
*> BEFORE EXTREG OR KEYVAL SEE IT.
 01  TXNREF-COUNT   PIC 9(07).
 01  TXNREF-STATUS  PIC 9(02).
 01  REPORT-STATUS  PIC 9(02).
*> EXTREG-FUNC/EXTREG-COUNT/EXTREG-STATUS ARE USED BY EXTREG,
*> THE DOUBLE-PROCESSING GUARD -- "C" AFTER THE TRAILER
 01  WS-MERGE-INFILE2 PIC X(15).
 01  WS-MERGE-NUMRECS PIC 9(07).
 01  WS-MERGE-RETCODE PIC 9(02).
*> WS-PARALLEL-SW AND THE PART- FIELDS DRIVE THE PARTITIONED
*> SORT: WHEN SORT-PARALLEL IS SET TO Y, PARTSORT SPLITS THE
*> CLEANED INPUT INTO KEY-RANGE PARTITIONS, SORTS THEM AS
*> CONCURRENT PARTJOBS AND MERGES THEM INTO OUTFILE THROUGH
*> SRTMERGE, IN PLACE OF THE ONE VENDOR SORT CALL.  ONLY EACH
*> PARTITION, NOT THE WHOLE FILE, HAS TO FIT THE VENDOR
*> INTERFACE LIMIT.  PART-RC COMES BACK ON THE SORT'S OWN
*> SCALE AND IS MOVED INTO RET-CODE LIKE THE MERGE RESULT.
 01  WS-PARALLEL-SW    PIC X(01).
     88  PARALLEL-REQUESTED VALUE "Y" "y".
 01  PART-FUNC         PIC X(01) VALUE "S".
 01  PART-PLATFORM     PIC X(08) VALUE "RM8".
 01  PART-COUNT        PIC 9(02).
 01  PART-NUMRECS      PIC 9(07).
 01  PART-RC           PIC 9(05).
*> WS-RPT-OUTFILE NAMES WHICHEVER FILE SRTRPT/CSVEXP ACTUALLY
*> READ -- OUTFILE ITSELF, OR DEDUP.DAT WHEN SRTDEDUP HAS JUST
*> REMOVED DUPLICATE-KEY RECORDS FROM IT BECAUSE CTL-STMT
      MOVE RECON-STATUS TO RETURN-CODE
      STOP RUN
  END-IF.
  CALL "TXNREF" USING INFILE, TXNREF-COUNT, TXNREF-STATUS.
  IF TXNREF-STATUS NOT = ZERO
      DISPLAY "XRMCOB8 - TRANSACTION REFERENCES NOT STAMPED, ",
          "STATUS = ", TXNREF-STATUS
      MOVE TXNREF-STATUS TO RETURN-CODE
      STOP RUN
  END-IF.
  MOVE "C" TO EXTREG-FUNC.
  CALL "EXTREG" USING INFILE, EXTREG-FUNC,
                       EXTREG-COUNT, EXTREG-STATUS.
              MOVE SEQVER-COUNT TO WS-RECS-PROCESSED
              MOVE 0 TO RET-CODE
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
                                        CTL-STMT,
                                        CTL-KEY-TABLE,
                                        CTL-OPTIONS,
                                        PART-COUNT,
                                        PART-NUMRECS,
                                        PART-RC
                  MOVE PART-NUMRECS TO WS-RECS-PROCESSED
                  MOVE PART-RC TO RET-CODE
              ELSE
                  IF EXPECTED-COUNT > 99999
                      DISPLAY "XRMCOB8 - RECORD COUNT EXCEEDS THE ",
                          "VENDOR SORT INTERFACE LIMIT (99999), ",
                          "ABENDING JOB STEP"
                      MOVE 16 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  DISPLAY "CALLING OPT-TECH SORT..."
                  PERFORM 180-CALL-VENDOR-SORT THRU 180-EXIT
                  MOVE NUM-RECS TO WS-RECS-PROCESSED
              END-IF
          END-IF
      END-IF
      IF RET-CODE = ZERO
