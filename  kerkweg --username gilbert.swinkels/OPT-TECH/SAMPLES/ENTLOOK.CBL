000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ENTLOOK.
000030 AUTHOR.        G. SWINKELS, DATA PROCESSING.
000040 INSTALLATION.  DATA PROCESSING DEPT.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*
000080*MODIFICATION HISTORY
000090*--------------------
000100*10/15/2026  GS   ORIGINAL.  TELLS A CALLER WHICH OF OUR
000110*                 ENTITIES AN ACCOUNT BELONGS TO, FROM THE
000120*                 OPERATOR-MAINTAINED ENTITY TABLE (ENTITY.TBL),
000130*                 WHICH GIVES EACH ENTITY ITS ACCOUNT-NUMBER
000140*                 RANGES AND THE GL CONTROL ACCOUNT ITS CUSTOMER
000150*                 BALANCES ARE HELD UNDER.  THE FIRST RANGE THAT
000160*                 COVERS THE ACCOUNT WINS.  AN ACCOUNT NO RANGE
000170*                 COVERS COMES BACK STATUS 4 WITH A BLANK
000180*                 ENTITY; A MISSING OR EMPTY TABLE COMES BACK
000190*                 STATUS 8.  THE TABLE IS LOADED ON THE FIRST
000200*                 CALL OF THE RUN AND HELD, THE SAME AS
000210*                 CURRCONV'S RATE TABLE.
000220*
000230*---------------------------------------------------------------*
000240*ENTITY TABLE FORMAT (ENTITY.TBL, ONE LINE PER ACCOUNT RANGE)    *
000250*    POSITIONS  1-04  ENTITY CODE                                *
000260*    POSITIONS  6-15  LOWEST ACCOUNT NUMBER IN THE RANGE         *
000270*    POSITIONS 17-26  HIGHEST ACCOUNT NUMBER IN THE RANGE        *
000280*    POSITIONS 28-35  GL CONTROL ACCOUNT FOR THE ENTITY'S        *
000290*                     CUSTOMER BALANCES                          *
000300*    POSITION     37  NORMAL SIDE OF THE CONTROL ACCOUNT, D OR C *
000310*    POSITIONS 39-68  ENTITY NAME                                *
000320*AN ENTITY WITH SEVERAL RANGES REPEATS ITS CODE ON EACH LINE;    *
000330*THE CONTROL ACCOUNT, SIDE AND NAME ARE TAKEN FROM ITS FIRST.    *
000340*---------------------------------------------------------------*
000350*
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.  IBM-PC.
000390 OBJECT-COMPUTER.  IBM-PC.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT ENTITY-FILE ASSIGN TO "ENTITY.TBL"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-ENTITY-FILE-STATUS.
000450*
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  ENTITY-FILE.
000490 01  ENTITY-FILE-RECORD          PIC X(70).
000500*
000510 WORKING-STORAGE SECTION.
000520 01  WS-ENTITY-FILE-STATUS     PIC X(02).
000530     88  WS-ENTITY-FILE-OK         VALUE "00".
000540     88  WS-ENTITY-FILE-EOF        VALUE "10".
000550 01  WS-SW-LOADED              PIC X(01) VALUE "N".
000560     88  WS-ENTITIES-LOADED        VALUE "Y".
000570*
000580 01  WS-RANGE-TABLE.
000590     05  WS-RANGE-COUNT        PIC 9(03) COMP-5 VALUE 0.
000600     05  WS-RANGE-ENTRY OCCURS 200 TIMES INDEXED BY WS-RANGE-IDX.
000610         10  WS-RANGE-ENTITY   PIC X(04).
000620         10  WS-RANGE-LOW      PIC X(10).
000630         10  WS-RANGE-HIGH     PIC X(10).
000640         10  WS-RANGE-CONTROL  PIC X(08).
000650*
000660 01  WS-MATCH-SW               PIC X(01).
000670     88  WS-MATCH-FOUND            VALUE "Y".
000680 01  WS-NEW-ENTITY             PIC X(04).
000690 01  WS-NEW-CONTROL            PIC X(08).
000700*
000710 LINKAGE SECTION.
000720 01  LK-ACCOUNT                PIC X(10).
000730 01  LK-ENTITY                 PIC X(04).
000740 01  LK-CONTROL-ACCOUNT        PIC X(08).
000750 01  LK-ENT-STATUS             PIC 9(02).
000760     88  LK-ENT-OK                 VALUE 0.
000770     88  LK-ENT-NOT-COVERED        VALUE 4.
000780     88  LK-ENT-NO-TABLE           VALUE 8.
000790*
000800 PROCEDURE DIVISION USING LK-ACCOUNT,
000810                          LK-ENTITY,
000820                          LK-CONTROL-ACCOUNT,
000830                          LK-ENT-STATUS.
000840*
000850 0000-MAINLINE.
000860     IF NOT WS-ENTITIES-LOADED
000870         PERFORM 1000-LOAD-ENTITIES THRU 1000-EXIT
000880     END-IF.
000890     MOVE SPACES TO LK-ENTITY, LK-CONTROL-ACCOUNT.
000900     IF WS-RANGE-COUNT = 0
000910         SET LK-ENT-NO-TABLE TO TRUE
000920         GO TO 0000-EXIT
000930     END-IF.
000940     MOVE "N" TO WS-MATCH-SW.
000950     PERFORM 2000-FIND-RANGE THRU 2000-EXIT
000960         VARYING WS-RANGE-IDX FROM 1 BY 1
000970         UNTIL WS-RANGE-IDX > WS-RANGE-COUNT
000980            OR WS-MATCH-FOUND.
000990     IF WS-MATCH-FOUND
001000         SET LK-ENT-OK TO TRUE
001010     ELSE
001020         SET LK-ENT-NOT-COVERED TO TRUE
001030     END-IF.
001040 0000-EXIT.
001050     GOBACK.
001060*
001070 1000-LOAD-ENTITIES.
001080     SET WS-ENTITIES-LOADED TO TRUE.
001090     OPEN INPUT ENTITY-FILE.
001100     IF NOT WS-ENTITY-FILE-OK
001110         GO TO 1000-EXIT
001120     END-IF.
001130     PERFORM 1100-LOAD-ONE-RANGE THRU 1100-EXIT
001140         UNTIL WS-ENTITY-FILE-EOF
001150            OR WS-RANGE-COUNT = 200.
001160     CLOSE ENTITY-FILE.
001170 1000-EXIT.
001180     EXIT.
001190*
001200 1100-LOAD-ONE-RANGE.
001210     READ ENTITY-FILE
001220         AT END
001230             GO TO 1100-EXIT
001240     END-READ.
001250     IF ENTITY-FILE-RECORD(1:4) = SPACES
001260         GO TO 1100-EXIT
001270     END-IF.
001280     MOVE ENTITY-FILE-RECORD(1:4) TO WS-NEW-ENTITY.
001290     MOVE ENTITY-FILE-RECORD(28:8) TO WS-NEW-CONTROL.
001300     PERFORM 1200-FIRST-CONTROL THRU 1200-EXIT
001310         VARYING WS-RANGE-IDX FROM WS-RANGE-COUNT BY -1
001320         UNTIL WS-RANGE-IDX < 1.
001330     ADD 1 TO WS-RANGE-COUNT.
001340     SET WS-RANGE-IDX TO WS-RANGE-COUNT.
001350     MOVE WS-NEW-ENTITY TO WS-RANGE-ENTITY(WS-RANGE-IDX).
001360     MOVE ENTITY-FILE-RECORD(6:10) TO WS-RANGE-LOW(WS-RANGE-IDX).
001370     MOVE ENTITY-FILE-RECORD(17:10)
001380         TO WS-RANGE-HIGH(WS-RANGE-IDX).
001390     MOVE WS-NEW-CONTROL TO WS-RANGE-CONTROL(WS-RANGE-IDX).
001400 1100-EXIT.
001410     EXIT.
001420*
001430*    A REPEATED ENTITY KEEPS THE CONTROL ACCOUNT OF ITS FIRST
001440*    LINE.
001450 1200-FIRST-CONTROL.
001460     IF WS-RANGE-ENTITY(WS-RANGE-IDX) = WS-NEW-ENTITY
001470         MOVE WS-RANGE-CONTROL(WS-RANGE-IDX) TO WS-NEW-CONTROL
001480     END-IF.
001490 1200-EXIT.
001500     EXIT.
001510*
001520 2000-FIND-RANGE.
001530     IF LK-ACCOUNT >= WS-RANGE-LOW(WS-RANGE-IDX)
001540         AND LK-ACCOUNT <= WS-RANGE-HIGH(WS-RANGE-IDX)
001550         MOVE WS-RANGE-ENTITY(WS-RANGE-IDX) TO LK-ENTITY
001560         MOVE WS-RANGE-CONTROL(WS-RANGE-IDX) TO LK-CONTROL-ACCOUNT
001570         SET WS-MATCH-FOUND TO TRUE
001580     END-IF.
001590 2000-EXIT.
001600     EXIT.
