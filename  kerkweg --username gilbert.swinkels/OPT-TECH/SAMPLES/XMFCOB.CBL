77  EXPECTED-COUNT    PIC 9(7).
77  ACTUAL-COUNT      PIC 9(7).
77  RECON-STATUS      PIC 9(2).
*> TXNREF-COUNT/TXNREF-STATUS ARE SET BY TXNREF, WHICH STAMPS
*> EVERY DETAIL RECORD OF AN ACCEPTED INFILE WITH ITS
*> TRANSACTION REFERENCE (SOURCE, EXTRACT DATE, SEQUENCE)
*> BEFORE EXTREG OR KEYVAL SEE IT, INSIDE 160-RECONCILE-INFILE.
77  TXNREF-COUNT      PIC 9(07).
77  TXNREF-STATUS     PIC 9(02) VALUE 0.
77  WS-RECON-OUTFILE  PIC X(15).
77  WS-RECON-CTLSTMT  PIC X(160).
77  REPORT-STATUS     PIC 9(2).
77  WS-MERGE-INFILE2  PIC X(15).
77  WS-MERGE-NUMRECS  PIC 9(07).
77  WS-MERGE-RETCODE  PIC 9(02).
*> WS-PARALLEL-SW AND THE PART- FIELDS DRIVE THE PARTITIONED
*> SORT: WHEN SORT-PARALLEL IS SET TO Y, PARTSORT SPLITS THE
*> CLEANED INPUT INTO KEY-RANGE PARTITIONS, SORTS THEM AS
*> CONCURRENT PARTJOBS AND MERGES THEM INTO OUTFILE THROUGH
*> SRTMERGE, IN PLACE OF THE ONE VENDOR SORT CALL.  ONLY EACH
*> PARTITION, NOT THE WHOLE FILE, HAS TO FIT THE VENDOR
*> INTERFACE LIMIT.  PART-RC COMES BACK ON THE SORT'S OWN
*> SCALE AND IS MOVED INTO RET-CODE LIKE THE MERGE RESULT.
77  WS-PARALLEL-SW    PIC X(01).
    88  PARALLEL-REQUESTED VALUE "Y" "y".
77  PART-FUNC         PIC X(01) VALUE "S".
77  PART-PLATFORM     PIC X(08) VALUE "MF".
77  PART-COUNT        PIC 9(02).
77  PART-NUMRECS      PIC 9(07).
77  PART-RC           PIC 9(05).
*> WS-RPT-OUTFILE NAMES WHICHEVER FILE SRTRPT/CSVEXP ACTUALLY
*> READ -- WS-RECON-OUTFILE ITSELF, OR DEDUP.DAT WHEN
*> SRTDEDUP HAS JUST REMOVED DUPLICATE-KEY RECORDS FROM IT
    MOVE RECON-STATUS TO RETURN-CODE
    STOP RUN
END-IF.
IF TXNREF-STATUS NOT = ZERO
    DISPLAY "XMFCOB - TRANSACTION REFERENCES NOT STAMPED, ",
        "STATUS = ", TXNREF-STATUS
    MOVE TXNREF-STATUS TO RETURN-CODE
    STOP RUN
END-IF.
MOVE "C" TO EXTREG-FUNC.
CALL "EXTREG" USING WS-RECON-INFILE, EXTREG-FUNC,
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
                                      WS-SEQ-INFILE,
                                      WS-GDG-OUTFILE,
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
                IF EXPECTED-COUNT > 9999
                    DISPLAY "XMFCOB - RECORD COUNT EXCEEDS THE ",
                        "VENDOR SORT INTERFACE LIMIT (9999), ",
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
                    HDR-STATUS.
CALL "TRLRCHK" USING WS-RECON-INFILE, EXPECTED-COUNT,
                     ACTUAL-COUNT, RECON-STATUS.
IF HDR-STATUS = ZERO AND RECON-STATUS = ZERO
    CALL "TXNREF" USING WS-RECON-INFILE, TXNREF-COUNT,
                        TXNREF-STATUS
END-IF.
*> STRIPS ANY TRAILING '/' TERMINATOR OFF OUTFILE
*> BEFORE HANDING THE NAME TO SRTRPT, WHICH OPENS THE
*> FILE BY ITS REAL NAME ON DISK.
