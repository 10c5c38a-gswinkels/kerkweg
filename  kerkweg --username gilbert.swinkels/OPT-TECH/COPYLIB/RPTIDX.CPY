000010*    COPYBOOK.    RPTIDX.
000020*    AUTHOR.      G. SWINKELS, DATA PROCESSING.
000030*    DATE-WRITTEN. 10/15/2026.
000040*
000050*    MODIFICATION HISTORY
000060*    --------------------
000070*    10/15/2026  GS   ORIGINAL - REPORT REPOSITORY INDEX LINE.
000080*                      RPTSAVE FILES A COPY OF EVERY REPORT A
000090*                      RUN PRODUCES AS RPNNNNNN.RPT AND APPENDS
000100*                      ONE OF THESE LINES TO RPTINDEX.DAT FOR
000110*                      IT.  RPTPURGE DROPS LINES (AND THEIR
000120*                      COPIES) PAST THEIR REPORT'S RETENTION;
000130*                      OPSMENU SEARCHES THE LINES TO LIST, PAGE
000140*                      AND REPRINT A STORED REPORT.
000150*
000160 01  RPT-INDEX-RECORD.
000170     05  RPT-IDX-REPORT-NAME     PIC X(15).
000180     05  FILLER                  PIC X(01).
000190     05  RPT-IDX-RUN-DATE        PIC X(08).
000200     05  FILLER                  PIC X(01).
000210     05  RPT-IDX-JOB-NAME        PIC X(08).
000220     05  FILLER                  PIC X(01).
000230     05  RPT-IDX-ENTITY          PIC X(04).
000240     05  FILLER                  PIC X(01).
000250     05  RPT-IDX-STORED-NAME     PIC X(15).
000260     05  FILLER                  PIC X(01).
000270     05  RPT-IDX-CAPTURED        PIC X(14).
000280     05  FILLER                  PIC X(01).
000290     05  RPT-IDX-LINE-COUNT      PIC 9(07).
000300     05  FILLER                  PIC X(01).
000310     05  RPT-IDX-SEQUENCE        PIC 9(06).
