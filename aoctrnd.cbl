003200*                  (PCT=5) WAS ZERO-FILLED ON THE RIGHT INTO
003300*                  500. THE DIGITS ARE NOW RIGHT-JUSTIFIED
003400*                  BEFORE THE ZERO FILL SO PCT=5 MEANS 5.
003425* 2026-10-01  RH   THE HALT AND A CAPACITY OVERFLOW ARE ALSO
003450*                  RAISED ON THE SHOP-WIDE ALERT FILE THROUGH
003475*                  AOCALRT FOR THE AOCALRD DIGEST.
003500*---------------------------------------------------------------
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
015900 77  WS-DAY-DATE                     PIC X(08) VALUE SPACES.
016000 77  WS-DAY-CNT                      PIC 9(04) VALUE ZERO.
016100 77  WS-EDIT-DAY-CNT                 PIC ZZZ9.
016107
016114*---------------------------------------------------------------
016121* OPERATOR ALERT - PASSED TO AOCALRT'S AOCALRTC ENTRY WHEREVER
016128* THIS PROGRAM RAISES A WARNING OR FAILURE (ALRTFD SEVERITIES)
016135*---------------------------------------------------------------
016142 77  WS-ALRT-PROGRAM                 PIC X(08) VALUE 'AOCTRND'.
016149 77  WS-ALRT-RUN-NO                  PIC 9(06) VALUE ZERO.
016156 77  WS-ALRT-SEVERITY                PIC X(01) VALUE SPACE.
016163 77  WS-ALRT-CODE                    PIC X(08) VALUE SPACES.
016170 77  WS-ALRT-TEXT                    PIC X(60) VALUE SPACES.
016177 77  WS-ALRT-RC                      PIC 9(04) VALUE ZERO.
016184 77  WS-ALRT-SAVE-RC                 PIC S9(04) COMP VALUE ZERO.
016200
016300*---------------------------------------------------------------
016400* REPORT WORK AREAS
018000     IF WS-AUD-STATUS NOT = '00'
018100         DISPLAY 'AOCTRND HALTED - UNABLE TO OPEN AUDFILE, '
018200             'FILE STATUS = ' WS-AUD-STATUS
018211         MOVE ZERO TO WS-ALRT-RUN-NO
018222         MOVE 'C' TO WS-ALRT-SEVERITY
018233         MOVE 'AUDFILE' TO WS-ALRT-CODE
018244         MOVE SPACES TO WS-ALRT-TEXT
018255         STRING 'AUDFILE NOT OPENED, STATUS ' WS-AUD-STATUS
018266                ' - NO TREND REPORT'
018277             DELIMITED BY SIZE INTO WS-ALRT-TEXT
018288         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
018300         MOVE 16 TO RETURN-CODE
018400         STOP RUN
018500     END-IF.
019000     PERFORM 6000-PRINT-TREND-RPT THRU 6000-PRINT-TREND-RPT-EXIT.
019100     IF WS-FULL-CNT > ZERO
019200         MOVE 4 TO RETURN-CODE
019210         MOVE WS-FULL-CNT TO WS-EDIT-CNT
019220         MOVE ZERO TO WS-ALRT-RUN-NO
019230         MOVE 'W' TO WS-ALRT-SEVERITY
019240         MOVE 'TABLEFUL' TO WS-ALRT-CODE
019250         MOVE SPACES TO WS-ALRT-TEXT
019260         STRING WS-EDIT-CNT ' AUDIT RUNS OVER CAPACITY - TREND IS'
019270                ' PARTIAL'
019280             DELIMITED BY SIZE INTO WS-ALRT-TEXT
019290         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
019300     ELSE
019400         MOVE ZERO TO RETURN-CODE
019500     END-IF.
073200     END-IF.
073300 6350-FLAG-IF-OVER-EXIT.
073400     EXIT.
073500
073600*---------------------------------------------------------------
073700* 9800-RAISE-ALERT - WRITE WS-ALRT-SEVERITY/CODE/TEXT TO THE
073800*                    SHOP-WIDE ALERT FILE THROUGH AOCALRT. THE
073900*                    RC IS NOT ACTED ON - AN ALERT THAT CANNOT
074000*                    BE WRITTEN IS ON THE JOB LOG INSTEAD, AND
074100*                    MUST NOT CHANGE HOW THIS RUN ENDS, SO THE
074200*                    RETURN-CODE THE CALL CLOBBERS IS PUT BACK.
074300*---------------------------------------------------------------
074400 9800-RAISE-ALERT.
074500     MOVE RETURN-CODE TO WS-ALRT-SAVE-RC.
074600     CALL 'AOCALRTC' USING WS-ALRT-PROGRAM WS-ALRT-RUN-NO
074700                           WS-ALRT-SEVERITY WS-ALRT-CODE
074800                           WS-ALRT-TEXT WS-ALRT-RC.
074900     MOVE WS-ALRT-SAVE-RC TO RETURN-CODE.
075000 9800-RAISE-ALERT-EXIT.
075100     EXIT.
