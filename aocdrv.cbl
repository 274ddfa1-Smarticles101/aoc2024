002297* 2026-09-02  RH   REGISTERED DAY 3 - WHEN 3 NOW DISPATCHES TO
002298*                  DAY03PROC'S DAY03PRCC LINKAGE ENTRY, SAME
002299*                  CONVENTION AS DAYS 1 AND 2.
002300* 2026-09-14  RH   REGISTERED DAY 4 - WHEN 4 NOW DISPATCHES TO
002310*                  DAY04PROC'S DAY04PRCC LINKAGE ENTRY, SAME
002320*                  CONVENTION AS DAYS 1 THROUGH 3.
002321* 2026-09-22  RH   DD_RUNFORCE=Y NO LONGER WAVES A DAY PAST THE
002322*                  CALENDAR UNCHECKED. THE CALENDAR IS ALWAYS
002323*                  READ, AND AN OVERRIDE OF A DAY IT DOES NOT
002324*                  SCHEDULE IS CLEARED AGAINST THE OPERATOR
002325*                  AUTHORITY FILE BY AOCAUTH (LOGGED ON THE
002326*                  SECURITY LOG). A USER NOT AUTHORIZED TO FORCE
002327*                  IS REFUSED WITH RETURN CODE 20.
002339* 2026-10-01  RH   A DAY REFUSED FOR THE CALENDAR OR WITH NO
002351*                  MODULE IS ALSO RAISED ON THE SHOP-WIDE ALERT
002363*                  FILE THROUGH AOCALRT FOR THE AOCALRD DIGEST.
002375*                  THE DAY MODULES AND AOCAUTH RAISE THEIR OWN.
002387*---------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002410 INPUT-OUTPUT SECTION.
002420 FILE-CONTROL.
002530     COPY PRCCALFD.
002540
002600 WORKING-STORAGE SECTION.
002607*---------------------------------------------------------------
002614* OPERATOR ALERT - PASSED TO AOCALRT'S AOCALRTC ENTRY WHEREVER
002621* THIS PROGRAM RAISES A WARNING OR FAILURE (ALRTFD SEVERITIES)
002628*---------------------------------------------------------------
002635 77  WS-ALRT-PROGRAM                 PIC X(08) VALUE 'AOCDRV'.
002642 77  WS-ALRT-RUN-NO                  PIC 9(06) VALUE ZERO.
002649 77  WS-ALRT-SEVERITY                PIC X(01) VALUE SPACE.
002656 77  WS-ALRT-CODE                    PIC X(08) VALUE SPACES.
002663 77  WS-ALRT-TEXT                    PIC X(60) VALUE SPACES.
002670 77  WS-ALRT-RC                      PIC 9(04) VALUE ZERO.
002677 77  WS-ALRT-SAVE-RC                 PIC S9(04) COMP VALUE ZERO.
002684
002700*---------------------------------------------------------------
002800* RUNTIME PARAMETER WORK AREA
002900*---------------------------------------------------------------
003498     05  WS-TODAY-DD                 PIC 9(02).
003499 01  WS-TODAY-X REDEFINES WS-TODAY-DATE PIC X(08).
003500
003508*---------------------------------------------------------------
003516* CALENDAR-OVERRIDE AUTHORITY CHECK - PASSED TO AOCAUTH'S
003524* AOCAUTHC ENTRY WHEN DD_RUNFORCE=Y IS USED TO DISPATCH A DAY
003532* THE CALENDAR DOES NOT SCHEDULE
003540*---------------------------------------------------------------
003548 77  WS-AUTH-ACTION                  PIC X(08) VALUE 'FORCE'.
003556 77  WS-AUTH-PROGRAM                 PIC X(08) VALUE 'AOCDRV'.
003564 77  WS-AUTH-RUN-NO                  PIC 9(06) VALUE ZERO.
003572 77  WS-AUTH-DETAIL                  PIC X(40) VALUE SPACES.
003580 77  WS-AUTH-RC                      PIC 9(04) VALUE ZERO.
003588
003600 PROCEDURE DIVISION.
003700 0000-MAINLINE.
003800     PERFORM 0050-ACCEPT-PARM THRU 0050-ACCEPT-PARM-EXIT.
003810     PERFORM 0100-CHECK-CALENDAR THRU 0100-CHECK-CALENDAR-EXIT.
003811     IF WS-AUTH-RC NOT = ZERO
003812         DISPLAY 'AOCDRV - DAY ' WS-DAY-NO-ALPHA
003813             ' CALENDAR OVERRIDE REFUSED - DD_RUNFORCE=Y IS NOT '
003814             'CLEARED FOR THIS USER ID ON THE OPERATOR '
003815             'AUTHORITY FILE. SEE THE SECURITY LOG.'
003816         MOVE 20 TO RETURN-CODE
003817         STOP RUN
003818     END-IF.
003820     IF NOT DAY-SCHEDULED
003830         DISPLAY 'AOCDRV - DAY ' WS-DAY-NO-ALPHA
003840             ' IS NOT ON THE PROCESSING CALENDAR FOR '
003850             WS-TODAY-X '. CORRECT THE DAY NUMBER OR RERUN '
003860             'WITH DD_RUNFORCE=Y.'
003861         MOVE ZERO TO WS-ALRT-RUN-NO
003862         MOVE 'C' TO WS-ALRT-SEVERITY
003863         MOVE 'NOTSCHED' TO WS-ALRT-CODE
003864         MOVE SPACES TO WS-ALRT-TEXT
003865         STRING 'DAY ' WS-DAY-NO-ALPHA ' NOT ON THE CALENDAR FOR '
003866                WS-TODAY-X ' - NOT RUN'
003867             DELIMITED BY SIZE INTO WS-ALRT-TEXT
003868         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
003870         MOVE 12 TO RETURN-CODE
003880         STOP RUN
003890     END-IF.
004340         WHEN 3
004350             CALL 'DAY03PRCC' USING WS-DAY-RC
004360             MOVE WS-DAY-RC TO RETURN-CODE
004370         WHEN 4
004380             CALL 'DAY04PRCC' USING WS-DAY-RC
004390             MOVE WS-DAY-RC TO RETURN-CODE
004400         WHEN OTHER
004500             DISPLAY 'AOCDRV - DAY ' WS-DAY-NO-ALPHA
004600                 ' HAS NO PROCESSING MODULE YET'
004610             MOVE ZERO TO WS-ALRT-RUN-NO
004620             MOVE 'C' TO WS-ALRT-SEVERITY
004630             MOVE 'NOMODULE' TO WS-ALRT-CODE
004640             MOVE SPACES TO WS-ALRT-TEXT
004650             STRING 'DAY ' WS-DAY-NO-ALPHA
004660                    ' HAS NO PROCESSING MODULE'
004670                 DELIMITED BY SIZE INTO WS-ALRT-TEXT
004680             PERFORM 9800-RAISE-ALERT
004690                 THRU 9800-RAISE-ALERT-EXIT
004700             MOVE 16 TO RETURN-CODE
004800     END-EVALUATE.
004900     STOP RUN.
006900* 0100-CHECK-CALENDAR - CONFIRM THE PROCESSING CALENDAR
007000*                       SCHEDULES THE REQUESTED DAY FOR TODAY
007100*                       BEFORE ANYTHING IS DISPATCHED. A SITE
007200*                       WITH NO CALENDAR FILE INSTALLED
007300*                       DISPATCHES UNCHECKED - THE CALENDAR IS A
007400*                       GUARD RAIL, NOT A SECOND LOCKOUT. AN
007500*                       UNSCHEDULED DAY RUN WITH DD_RUNFORCE=Y
007510*                       GOES AHEAD ONLY IF AOCAUTH CLEARS IT.
007600*---------------------------------------------------------------
007700 0100-CHECK-CALENDAR.
007800     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
007900     ACCEPT WS-DD-RUNFORCE FROM ENVIRONMENT 'DD_RUNFORCE'.
008400     ACCEPT WS-DD-CALFILE FROM ENVIRONMENT 'DD_CALFILE'.
008500     IF WS-DD-CALFILE = SPACES
008600         SET ENVIRONMENT 'DD_CALFILE' TO 'input/ProcCal.txt'
009300     PERFORM 0150-SCAN-ONE-ENTRY THRU 0150-SCAN-ONE-ENTRY-EXIT
009400         UNTIL CAL-EOF OR DAY-SCHEDULED.
009500     CLOSE CALFILE.
009525     IF NOT DAY-SCHEDULED AND WS-DD-RUNFORCE = 'Y'
009550         PERFORM 0200-CLEAR-OVERRIDE THRU 0200-CLEAR-OVERRIDE-EXIT
009575     END-IF.
009600 0100-CHECK-CALENDAR-EXIT.
009700     EXIT.
009800
010900     END-READ.
011000 0150-SCAN-ONE-ENTRY-EXIT.
011100     EXIT.
011200
011300*---------------------------------------------------------------
011400* 0200-CLEAR-OVERRIDE - A DD_RUNFORCE=Y DISPATCH OF A DAY THE
011500*                       CALENDAR DOES NOT SCHEDULE IS A FORCE
011600*                       AND MUST BE CLEARED AGAINST THE OPERATOR
011700*                       AUTHORITY FILE. AOCAUTH LOGS THE ATTEMPT
011800*                       EITHER WAY; A GRANT LETS THE DISPATCH GO
011900*                       AHEAD AS IF SCHEDULED.
012000*---------------------------------------------------------------
012100 0200-CLEAR-OVERRIDE.
012200     MOVE SPACES TO WS-AUTH-DETAIL.
012300     STRING 'CALENDAR OVERRIDE DAY ' WS-DAY-NO-ALPHA
012400         ' FOR ' WS-TODAY-X
012500         DELIMITED BY SIZE INTO WS-AUTH-DETAIL.
012600     CALL 'AOCAUTHC' USING WS-AUTH-ACTION WS-AUTH-PROGRAM
012700                           WS-AUTH-RUN-NO WS-AUTH-DETAIL
012800                           WS-AUTH-RC.
012900     IF WS-AUTH-RC = ZERO
013000         MOVE 'Y' TO WS-CAL-SCHED-SW
013100     END-IF.
013200 0200-CLEAR-OVERRIDE-EXIT.
013300     EXIT.
013400
013500*---------------------------------------------------------------
013600* 9800-RAISE-ALERT - WRITE WS-ALRT-SEVERITY/CODE/TEXT TO THE
013700*                    SHOP-WIDE ALERT FILE THROUGH AOCALRT. THE
013800*                    RC IS NOT ACTED ON - AN ALERT THAT CANNOT
013900*                    BE WRITTEN IS ON THE JOB LOG INSTEAD, AND
014000*                    MUST NOT CHANGE HOW THIS RUN ENDS, SO THE
014100*                    RETURN-CODE THE CALL CLOBBERS IS PUT BACK.
014200*---------------------------------------------------------------
014300 9800-RAISE-ALERT.
014400     MOVE RETURN-CODE TO WS-ALRT-SAVE-RC.
014500     CALL 'AOCALRTC' USING WS-ALRT-PROGRAM WS-ALRT-RUN-NO
014600                           WS-ALRT-SEVERITY WS-ALRT-CODE
014700                           WS-ALRT-TEXT WS-ALRT-RC.
014800     MOVE WS-ALRT-SAVE-RC TO RETURN-CODE.
014900 9800-RAISE-ALERT-EXIT.
015000     EXIT.
