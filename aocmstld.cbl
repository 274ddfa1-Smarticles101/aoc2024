002220*                  WITH IDMSTFD FOR THE SOURCE SYSTEM'S
002230*                  RENUMBERING. A 5-DIGIT-ERA MASTER MUST GO
002240*                  THROUGH AOCMSTCV BEFORE THIS MODULE READS IT.
002260* 2026-09-28  RH   PAIR ZERO IS THE MASTER'S CONTROL RECORD (SEE
002280*                  IDMSTFD) AND IS NOT LOADED INTO THE TABLES.
002300*---------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
007500         AT END
007600             MOVE 'Y' TO WS-MST-EOF-SW
007700         NOT AT END
007725             IF MST-PAIR-NO = ZERO
007750                 GO TO 1000-READ-MASTER-EXIT
007775             END-IF
007800             IF LNK-PAIR-COUNT < 100000
007900                 COMPUTE LNK-PAIR-COUNT = LNK-PAIR-COUNT + 1
008000                 MOVE MST-A-ID TO LNK-ARR-A(LNK-PAIR-COUNT)
