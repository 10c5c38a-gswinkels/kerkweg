000210*                 ACCOUNT IN THE RANGE.  PARAMETERS COME FROM
000220*                 THE ARCH-ACCOUNT, ARCH-FROM, AND ARCH-TO
000230*                 (CCYYMMDD) ENVIRONMENT VARIABLES.
000231*10/15/2026  GS   ARCHOUT.DAT IS NOW WRITTEN AS LAYOUT 03, THE
000232*                 RETRIEVED RECORDS KEEPING THE TRANSACTION
000233*                 REFERENCES THEY WERE ARCHIVED WITH.  A NEW
000234*                 ARCH-REFERENCE ENVIRONMENT VARIABLE NARROWS THE
000235*                 PULL TO THE ONE TRANSACTION CARRYING THAT
000236*                 REFERENCE, FOR AN AUDITOR OR A DISPUTE THAT
000237*                 NEEDS EXACTLY ONE ITEM BACK.
000240*
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000510 01  WS-ACCOUNT                PIC X(10).
000520 01  WS-FROM-DATE              PIC X(08).
000530 01  WS-TO-DATE                PIC X(08).
000535 01  WS-REFERENCE              PIC X(14).
000540 01  WS-ENV-VALUE              PIC X(15).
000550*
000560*    THE MONTH CURSOR WALKS FROM THE FROM-MONTH TO THE
000720     DISPLAY "ARCHGET - ARCHIVE RETRIEVAL".
000730     MOVE SPACES TO WS-ACCOUNT.
000740     ACCEPT WS-ACCOUNT FROM ENVIRONMENT "ARCH-ACCOUNT".
000742     MOVE SPACES TO WS-REFERENCE.
000744     ACCEPT WS-REFERENCE FROM ENVIRONMENT "ARCH-REFERENCE".
000750     MOVE SPACES TO WS-ENV-VALUE.
000760     ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "ARCH-FROM".
000770     IF WS-ENV-VALUE = SPACES
001150     MOVE "HDR " TO SAMP-HEADER-ID.
001160     MOVE WS-TIMESTAMP(1:8) TO SAMP-HEADER-EXTRACT-DATE.
001170     MOVE "ARCHGET" TO SAMP-HEADER-SOURCE-SYS.
001180     MOVE "03" TO SAMP-HEADER-LAYOUT-VER.
001190     MOVE SAMP-HEADER-RECORD TO OUT-RECORD.
001200     WRITE OUT-RECORD.
001210 1000-EXIT.
001520         AND SAMP-ACCOUNT-NUMBER NOT = WS-ACCOUNT
001530         GO TO 2100-EXIT
001540     END-IF.
001542     IF WS-REFERENCE NOT = SPACES
001544         AND SAMP-TXN-REFERENCE NOT = WS-REFERENCE
001546         GO TO 2100-EXIT
001548     END-IF.
001550     IF SAMP-TRANSACTION-DATE < WS-FROM-DATE
001560         OR SAMP-TRANSACTION-DATE > WS-TO-DATE
001570         GO TO 2100-EXIT
