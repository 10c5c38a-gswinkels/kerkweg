000250*                 THE CLEAR.  ACCOUNT NUMBER, AMOUNT, AND REGION
000260*                 STAY INTACT FOR RECONCILIATION.
000270*
000271*10/15/2026  GS   EACH ROW NOW ENDS WITH THE TRANSACTION REFERENCE
000272*                 (SAMP-TXN-REFERENCE), SO A SPREADSHEET ROW CAN
000273*                 BE TRACED TO EXACTLY ONE TRANSACTION.  THE CSV
000274*                 LINE GROWS TO 150 BYTES TO HOLD THE NEW COLUMN.
000275*
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.  IBM-PC.
000430 FD  SORTED-FILE.
000440 01  SORTED-FILE-RECORD          PIC X(82).
000450 FD  CSV-FILE.
000460 01  CSV-LINE                    PIC X(150).
000470*
000480 WORKING-STORAGE SECTION.
000490 01  WS-SORTED-FILE-NAME       PIC X(15).
000920            DELIMITED BY SIZE
000930            "TRANSACTION AMOUNT,REGION CODE,CUSTOMER NAME,"
000940            DELIMITED BY SIZE
000950            "ORIG CURRENCY,ORIG AMOUNT,TXN REFERENCE"
000960            DELIMITED BY SIZE
000970         INTO CSV-LINE.
000980     WRITE CSV-LINE.
001490            SAMP-CURRENCY-CODE                   DELIMITED BY SIZE
001500            ","                                  DELIMITED BY SIZE
001510            FUNCTION TRIM(WS-CSV-AMOUNT)         DELIMITED BY SIZE
001512            ","                                  DELIMITED BY SIZE
001514            FUNCTION TRIM(SAMP-TXN-REFERENCE)    DELIMITED BY SIZE
001520         INTO CSV-LINE.
001530     WRITE CSV-LINE.
001540 1000-EXIT.
