003588*                  (FIRST 100 LISTED, OVERFLOW COUNTED) - SO
003590*                  DAY 2 TELLS THE PLANT WHICH REPORTS FAILED
003592*                  AND WHY INSTEAD OF ONLY HOW MANY.
003593* 2026-09-22  RH   A DD_RUNFORCE=Y START IS NOW CLEARED BY AOCRUNC
003594*                  AGAINST THE OPERATOR AUTHORITY FILE. A USER NOT
003595*                  AUTHORIZED TO FORCE IS REFUSED WITH RETURN
003596*                  CODE 20 AND THE ATTEMPT IS ON THE SECURITY LOG.
003610* 2026-10-01  RH   A RUN REFUSED FOR AN EARLIER STARTED RUN, AND
003624*                  THE RUN CONTROL AND INFILE HALTS, ARE ALSO
003638*                  RAISED ON THE SHOP-WIDE ALERT FILE THROUGH
003652*                  AOCALRT FOR THE AOCALRD DIGEST. AN AUTHORITY
003666*                  REFUSAL IS RAISED BY AOCAUTH ITSELF.
003680*---------------------------------------------------------------
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
017200 77  WS-RUNC-STATUS                  PIC X(09) VALUE SPACES.
017300 77  WS-RUN-FORCE-SW                 PIC X(01) VALUE 'N'.
017400 77  WS-DD-RUNFORCE                  PIC X(01) VALUE SPACES.
017407
017414*---------------------------------------------------------------
017421* OPERATOR ALERT - PASSED TO AOCALRT'S AOCALRTC ENTRY WHEREVER
017428* THIS PROGRAM RAISES A WARNING OR FAILURE (ALRTFD SEVERITIES)
017435*---------------------------------------------------------------
017442 77  WS-ALRT-PROGRAM                 PIC X(08) VALUE 'DAY02PRO'.
017449 77  WS-ALRT-RUN-NO                  PIC 9(06) VALUE ZERO.
017456 77  WS-ALRT-SEVERITY                PIC X(01) VALUE SPACE.
017463 77  WS-ALRT-CODE                    PIC X(08) VALUE SPACES.
017470 77  WS-ALRT-TEXT                    PIC X(60) VALUE SPACES.
017477 77  WS-ALRT-RC                      PIC 9(04) VALUE ZERO.
017484 77  WS-ALRT-SAVE-RC                 PIC S9(04) COMP VALUE ZERO.
017500
017600*---------------------------------------------------------------
017700* CALLER-VISIBLE RETURN CODE WORK AREA - SET ONLY WHEN ENTERED
019300         DISPLAY 'DAY 2 RUN REFUSED - AN EARLIER DAY 02 RUN IS '
019400             'STILL STARTED ON THE RUN CONTROL FILE. RESOLVE IT '
019500             'OR RERUN WITH DD_RUNFORCE=Y.'
019512         MOVE ZERO TO WS-ALRT-RUN-NO
019524         MOVE 'C' TO WS-ALRT-SEVERITY
019536         MOVE 'RUNOPEN' TO WS-ALRT-CODE
019548         MOVE SPACES TO WS-ALRT-TEXT
019560         STRING 'AN EARLIER DAY 02 RUN IS STILL STARTED - NOT RUN'
019572             DELIMITED BY SIZE INTO WS-ALRT-TEXT
019584         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
019600         MOVE 12 TO RETURN-CODE
019700         PERFORM 0090-SET-CALLER-RC THRU 0090-SET-CALLER-RC-EXIT
019800         GOBACK
019900     END-IF.
019901     IF WS-RUNC-RC = 20
019902         DISPLAY 'DAY 2 RUN REFUSED - DD_RUNFORCE=Y IS NOT '
019903             'CLEARED FOR THIS USER ID ON THE OPERATOR '
019904             'AUTHORITY FILE. NOTHING WAS FORCED - SEE THE '
019905             'SECURITY LOG.'
019906         MOVE 20 TO RETURN-CODE
019907         PERFORM 0090-SET-CALLER-RC THRU 0090-SET-CALLER-RC-EXIT
019908         GOBACK
019909     END-IF.
019910     IF WS-RUNC-RC NOT = ZERO
019920         DISPLAY 'DAY 2 RUN HALTED - THE RUN CONTROL FILE COULD '
019930             'NOT BE WRITTEN, SO THIS RUN CANNOT REGISTER AND '
019940             'THE CONCURRENT-RUN LOCKOUT CANNOT BE ENFORCED.'
019941         MOVE ZERO TO WS-ALRT-RUN-NO
019942         MOVE 'C' TO WS-ALRT-SEVERITY
019943         MOVE 'RUNCFAIL' TO WS-ALRT-CODE
019944         MOVE 'RUN CONTROL FILE NOT WRITTEN - NOT RUN'
019945           TO WS-ALRT-TEXT
019946         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
019950         MOVE 16 TO RETURN-CODE
019960         PERFORM 0090-SET-CALLER-RC THRU 0090-SET-CALLER-RC-EXIT
019970         GOBACK
020100     IF WS-INFILE-STATUS NOT = '00'
020200         DISPLAY 'DAY 2 RUN HALTED - UNABLE TO OPEN INFILE, '
020300             'FILE STATUS = ' WS-INFILE-STATUS
020311         MOVE WS-RUN-NO TO WS-ALRT-RUN-NO
020322         MOVE 'C' TO WS-ALRT-SEVERITY
020333         MOVE 'INFILE' TO WS-ALRT-CODE
020344         MOVE SPACES TO WS-ALRT-TEXT
020355         STRING 'INFILE NOT OPENED, STATUS ' WS-INFILE-STATUS
020366                ' - RUN FAILED'
020377             DELIMITED BY SIZE INTO WS-ALRT-TEXT
020388         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
020400         MOVE 'FAILED   ' TO WS-RUNC-STATUS
020500         PERFORM 0070-CLOSE-OUT-RUN THRU 0070-CLOSE-OUT-RUN-EXIT
020600         MOVE 16 TO RETURN-CODE
065000     CLOSE AUDFILE.
065100 6500-WRITE-AUDIT-LOG-EXIT.
065200     EXIT.
065300
065400*---------------------------------------------------------------
065500* 9800-RAISE-ALERT - WRITE WS-ALRT-SEVERITY/CODE/TEXT TO THE
065600*                    SHOP-WIDE ALERT FILE THROUGH AOCALRT. THE
065700*                    RC IS NOT ACTED ON - AN ALERT THAT CANNOT
065800*                    BE WRITTEN IS ON THE JOB LOG INSTEAD, AND
065900*                    MUST NOT CHANGE HOW THIS RUN ENDS, SO THE
066000*                    RETURN-CODE THE CALL CLOBBERS IS PUT BACK.
066100*---------------------------------------------------------------
066200 9800-RAISE-ALERT.
066300     MOVE RETURN-CODE TO WS-ALRT-SAVE-RC.
066400     CALL 'AOCALRTC' USING WS-ALRT-PROGRAM WS-ALRT-RUN-NO
066500                           WS-ALRT-SEVERITY WS-ALRT-CODE
066600                           WS-ALRT-TEXT WS-ALRT-RC.
066700     MOVE WS-ALRT-SAVE-RC TO RETURN-CODE.
066800 9800-RAISE-ALERT-EXIT.
066900     EXIT.
