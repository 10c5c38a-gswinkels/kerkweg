000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    XMITREG.
000030 AUTHOR.        G. SWINKELS, DATA PROCESSING.
000040 INSTALLATION.  DATA PROCESSING DEPT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*MODIFICATION HISTORY
000090*--------------------
000100*10/15/2026  GS   ORIGINAL.  THE TRANSMISSION REGISTER.  CALLED
000110*                 BY ANY PROGRAM THAT BUILDS A FILE TO LEAVE THE
000120*                 SHOP, ONCE THE FILE IS CLOSED, TO APPEND ONE
000130*                 LINE TO XMIT.REG NAMING THE FILE, WHERE IT IS
000140*                 GOING, AND ITS RECORD COUNT AND CONTROL
000150*                 AMOUNT.  EACH LINE GETS ITS OWN TRANSMISSION
000160*                 ID (TODAY'S DATE + 4-DIGIT SEQUENCE), HANDED
000170*                 BACK IN LK-XMIT-ID FOR THE CALLER'S REGISTER,
000180*                 AND STARTS OUT AWAITING ACKNOWLEDGEMENT.
000190*                 XMITACK MARKS IT ACKNOWLEDGED OR REJECTED WHEN
000200*                 THE RECEIVER ANSWERS AND REPORTS EVERY FILE
000210*                 STILL WAITING.  LIKE PROCESSED.REG, THE
000220*                 REGISTER IS AN ORDINARY TEXT FILE, LAID OUT
000230*                 IN XMITREC.
000240*
000250*---------------------------------------------------------------*
000260*REGISTER LINE FORMAT (XMIT.REG, ONE LINE PER FILE SENT)         *
000270*    POSITIONS   1-12  TRANSMISSION ID, CCYYMMDD + 4-DIGIT SEQ   *
000280*    POSITIONS  14-28  FILE NAME                                 *
000290*    POSITIONS  30-39  DESTINATION                               *
000300*    POSITIONS  41-47  RECORD COUNT                              *
000310*    POSITIONS  49-62  CONTROL AMOUNT, SIGN TRAILING             *
000320*    POSITIONS  64-77  REGISTERED TIMESTAMP (CCYYMMDDHHMMSS)     *
000330*    POSITION   79     "S" = SENT, AWAITING ACKNOWLEDGEMENT      *
000340*                      "A" = ACKNOWLEDGED, "R" = REJECTED        *
000350*    POSITIONS  81-88  ACKNOWLEDGEMENT DATE, CCYYMMDD            *
000360*    POSITIONS  90-109 RECEIVER'S REFERENCE                      *
000370*---------------------------------------------------------------*
000380*
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.  IBM-PC.
000420 OBJECT-COMPUTER.  IBM-PC.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT REGISTER-FILE ASSIGN TO "XMIT.REG"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-REGISTER-FILE-STATUS.
000480*
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  REGISTER-FILE.
000520 01  REGISTER-LINE               PIC X(110).
000530*
000540 WORKING-STORAGE SECTION.
000550 01  WS-REGISTER-FILE-STATUS   PIC X(02).
000560     88  WS-REGISTER-FILE-OK       VALUE "00".
000570     88  WS-REGISTER-FILE-EOF      VALUE "10".
000580     88  WS-REGISTER-NOT-FOUND     VALUE "35".
000590 01  WS-TIMESTAMP              PIC X(21).
000600 01  WS-XMIT-SEQ               PIC 9(04).
000610 COPY XMITREC.
000620*
000630 LINKAGE SECTION.
000640 01  LK-XMIT-FILE              PIC X(15).
000650 01  LK-XMIT-DEST              PIC X(10).
000660 01  LK-XMIT-COUNT             PIC 9(07).
000670 01  LK-XMIT-AMOUNT            PIC S9(11)V99.
000680 01  LK-XMIT-ID                PIC X(12).
000690 01  LK-XMIT-STATUS            PIC 9(02).
000700     88  LK-XMIT-OK                VALUE 0.
000710     88  LK-XMIT-REG-FAILED        VALUE 12.
000720*
000730 PROCEDURE DIVISION USING LK-XMIT-FILE,
000740                          LK-XMIT-DEST,
000750                          LK-XMIT-COUNT,
000760                          LK-XMIT-AMOUNT,
000770                          LK-XMIT-ID,
000780                          LK-XMIT-STATUS.
000790*
000800 0000-MAINLINE.
000810     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
000820     MOVE 0 TO WS-XMIT-SEQ.
000830     MOVE SPACES TO LK-XMIT-ID.
000840     OPEN INPUT REGISTER-FILE.
000850     IF WS-REGISTER-FILE-OK
000860         PERFORM 1000-SCAN-ONE-LINE THRU 1000-EXIT
000870             UNTIL WS-REGISTER-FILE-EOF
000880         CLOSE REGISTER-FILE
000890     END-IF.
000900     PERFORM 2000-APPEND-LINE THRU 2000-EXIT.
000910 0000-EXIT.
000920     GOBACK.
000930*
000940*    FINDS THE HIGHEST SEQUENCE ALREADY ISSUED TODAY.
000950 1000-SCAN-ONE-LINE.
000960     READ REGISTER-FILE
000970         AT END
000980             GO TO 1000-EXIT
000990     END-READ.
001000     MOVE REGISTER-LINE TO XMIT-REG-RECORD.
001010     IF XMIT-ID-DATE = WS-TIMESTAMP(1:8)
001020         AND XMIT-ID-SEQ NUMERIC
001030         AND XMIT-ID-SEQ > WS-XMIT-SEQ
001040         MOVE XMIT-ID-SEQ TO WS-XMIT-SEQ
001050     END-IF.
001060 1000-EXIT.
001070     EXIT.
001080*
001090 2000-APPEND-LINE.
001100     OPEN EXTEND REGISTER-FILE.
001110     IF WS-REGISTER-NOT-FOUND
001120         OPEN OUTPUT REGISTER-FILE
001130     END-IF.
001140     IF NOT WS-REGISTER-FILE-OK
001150         SET LK-XMIT-REG-FAILED TO TRUE
001160         GO TO 2000-EXIT
001170     END-IF.
001180     ADD 1 TO WS-XMIT-SEQ.
001190     MOVE SPACES TO XMIT-REG-RECORD.
001200     MOVE WS-TIMESTAMP(1:8) TO XMIT-ID-DATE.
001210     MOVE WS-XMIT-SEQ TO XMIT-ID-SEQ.
001220     MOVE LK-XMIT-FILE TO XMIT-FILE-NAME.
001230     MOVE LK-XMIT-DEST TO XMIT-DESTINATION.
001240     MOVE LK-XMIT-COUNT TO XMIT-RECORD-COUNT.
001250     MOVE LK-XMIT-AMOUNT TO XMIT-CONTROL-AMOUNT.
001260     MOVE WS-TIMESTAMP(1:14) TO XMIT-SENT-TIMESTAMP.
001270     SET XMIT-AWAITING-ACK TO TRUE.
001280     MOVE XMIT-REG-RECORD TO REGISTER-LINE.
001290     WRITE REGISTER-LINE.
001300     CLOSE REGISTER-FILE.
001310     MOVE XMIT-ID TO LK-XMIT-ID.
001320     SET LK-XMIT-OK TO TRUE.
001330 2000-EXIT.
001340     EXIT.
