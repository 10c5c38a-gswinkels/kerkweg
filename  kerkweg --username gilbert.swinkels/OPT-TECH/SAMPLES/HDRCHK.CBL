000270*                 NOT THE EXPECTED DATE, 8 HEADER MISSING, 12
000280*                 FILE NOT FOUND, 16 LAYOUT VERSION NOT
000290*                 SUPPORTED.
000291*10/15/2026  GS   LAYOUT VERSION 03 (TRANSACTION REFERENCE IN
000292*                 SAMPREC) ADDED TO THE SUPPORTED VERSIONS.
000300*
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000580 01  WS-SUPPORTED-VERSIONS.
000590     05  FILLER                PIC X(02) VALUE "01".
000600     05  FILLER                PIC X(02) VALUE "02".
000605     05  FILLER                PIC X(02) VALUE "03".
000610 01  WS-VERSION-TABLE REDEFINES WS-SUPPORTED-VERSIONS.
000620     05  WS-VERSION-ENTRY      PIC X(02) OCCURS 3 TIMES
000630                               INDEXED BY WS-VERSION-IDX.
000640 01  WS-VERSION-OK-SW          PIC X(01).
000650     88  WS-VERSION-OK             VALUE "Y".
001130     MOVE "N" TO WS-VERSION-OK-SW.
001140     PERFORM 1000-CHECK-ONE-VERSION THRU 1000-EXIT
001150         VARYING WS-VERSION-IDX FROM 1 BY 1
001160         UNTIL WS-VERSION-IDX > 3
001170            OR WS-VERSION-OK.
001180     IF NOT WS-VERSION-OK
001190         DISPLAY "HDRCHK - LAYOUT VERSION NOT SUPPORTED: ",
