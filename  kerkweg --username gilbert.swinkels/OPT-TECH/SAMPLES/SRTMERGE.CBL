000220*                 TRUNCATED ON READ OR PADDED OUT TO 82 ON
000221*                 WRITE.
000222*
000240*10/15/2026  GS   0000-MAINLINE NOW RESETS BOTH END-OF-FILE
000241*                 SWITCHES ON ENTRY, SO A CALLER CAN RUN MORE
000242*                 THAN ONE MERGE IN THE SAME RUN (PARTSORT
000243*                 FOLDS ITS SORTED PARTITIONS TOGETHER ONE
000244*                 MERGE AT A TIME).
000245*
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER.  IBM-PC.
000920*
000930 0000-MAINLINE.
000940     MOVE 0 TO WS-REC-COUNT.
000950     MOVE "N" TO WS-IN1-AT-EOF-SW, WS-IN2-AT-EOF-SW.
000970     MOVE SPACES TO WS-MERGE-IN1-NAME.
000980     MOVE LK-INFILE1 TO WS-MERGE-IN1-NAME.
000990     MOVE SPACES TO WS-MERGE-IN2-NAME.
