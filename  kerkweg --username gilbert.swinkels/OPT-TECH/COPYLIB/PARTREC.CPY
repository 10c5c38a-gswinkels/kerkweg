000010*    COPYBOOK.    PARTREC.
000020*    AUTHOR.      G. SWINKELS, DATA PROCESSING.
000030*    DATE-WRITTEN. 10/15/2026.
000040*
000050*    MODIFICATION HISTORY
000060*    --------------------
000070*    10/15/2026  GS   ORIGINAL - PARTITIONED SORT JOB CARD AND
000080*                      COMPLETION RECORD.  PARTSORT WRITES ONE
000090*                      JOB CARD PER KEY-RANGE PARTITION AND
000100*                      STARTS A PARTJOB FOR EACH; EVERY PARTJOB
000110*                      SORTS ITS OWN PARTITION AND ANSWERS WITH
000120*                      ONE COMPLETION RECORD IN THE END FILE ITS
000130*                      CARD NAMES.  PARTSORT WAITS FOR ALL OF
000140*                      THEM BEFORE MERGING.
000150*
000160 01  PART-JOB-CARD.
000170     05  PART-CARD-PLATFORM      PIC X(08).
000180     05  FILLER                  PIC X(01).
000190     05  PART-CARD-NUMBER        PIC 9(02).
000200     05  FILLER                  PIC X(01).
000210     05  PART-CARD-INFILE        PIC X(15).
000220     05  FILLER                  PIC X(01).
000230     05  PART-CARD-OUTFILE       PIC X(15).
000240     05  FILLER                  PIC X(01).
000250     05  PART-CARD-ENDFILE       PIC X(15).
000260     05  FILLER                  PIC X(01).
000270     05  PART-CARD-RECORDS       PIC 9(07).
000280     05  FILLER                  PIC X(01).
000290     05  PART-CARD-CTL-STMT      PIC X(160).
000300*
000310*    PART-END-RC IS THE VENDOR SORT'S OWN RETURN CODE, ON THE
000320*    SAME SCALE ERRMSG TRANSLATES.  AN END FILE WITH NO
000330*    COMPLETION RECORD IN IT YET MEANS THE PARTITION IS STILL
000340*    RUNNING.
000350 01  PART-END-RECORD.
000360     05  PART-END-ID             PIC X(04).
000370         88  PART-END-DONE           VALUE "DONE".
000380     05  FILLER                  PIC X(01).
000390     05  PART-END-NUMBER         PIC 9(02).
000400     05  FILLER                  PIC X(01).
000410     05  PART-END-RC             PIC 9(05).
000420     05  FILLER                  PIC X(01).
000430     05  PART-END-RECORDS        PIC 9(07).
000440     05  FILLER                  PIC X(19).
