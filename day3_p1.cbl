003300*                  AN AUDFILE RUN-HISTORY LINE, AND A DAY03PRCC
003400*                  LINKAGE ENTRY SO AOCDRV SEES THE OUTCOME
003500*                  DIRECTLY.
003520* 2026-09-22  RH   A DD_RUNFORCE=Y START IS NOW CLEARED BY AOCRUNC
003540*                  AGAINST THE OPERATOR AUTHORITY FILE. A USER NOT
003560*                  AUTHORIZED TO FORCE IS REFUSED WITH RETURN
003580*                  CODE 20 AND THE ATTEMPT IS ON THE SECURITY LOG.
003583* 2026-10-01  RH   A RUN REFUSED FOR AN EARLIER STARTED RUN, AND
003586*                  THE RUN CONTROL AND INFILE HALTS, ARE ALSO
003589*                  RAISED ON THE SHOP-WIDE ALERT FILE THROUGH
003592*                  AOCALRT FOR THE AOCALRD DIGEST. AN AUTHORITY
003595*                  REFUSAL IS RAISED BY AOCAUTH ITSELF.
003600*---------------------------------------------------------------
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
015500 77  WS-RUNC-STATUS                  PIC X(09) VALUE SPACES.
015600 77  WS-RUN-FORCE-SW                 PIC X(01) VALUE 'N'.
015700 77  WS-DD-RUNFORCE                  PIC X(01) VALUE SPACES.
015707
015714*---------------------------------------------------------------
015721* OPERATOR ALERT - PASSED TO AOCALRT'S AOCALRTC ENTRY WHEREVER
015728* THIS PROGRAM RAISES A WARNING OR FAILURE (ALRTFD SEVERITIES)
015735*---------------------------------------------------------------
015742 77  WS-ALRT-PROGRAM                 PIC X(08) VALUE 'DAY03PRO'.
015749 77  WS-ALRT-RUN-NO                  PIC 9(06) VALUE ZERO.
015756 77  WS-ALRT-SEVERITY                PIC X(01) VALUE SPACE.
015763 77  WS-ALRT-CODE                    PIC X(08) VALUE SPACES.
015770 77  WS-ALRT-TEXT                    PIC X(60) VALUE SPACES.
015777 77  WS-ALRT-RC                      PIC 9(04) VALUE ZERO.
015784 77  WS-ALRT-SAVE-RC                 PIC S9(04) COMP VALUE ZERO.
015800
015900*---------------------------------------------------------------
016000* CALLER-VISIBLE RETURN CODE WORK AREA - SET ONLY WHEN ENTERED
017600         DISPLAY 'DAY 3 RUN REFUSED - AN EARLIER DAY 03 RUN IS '
017700             'STILL STARTED ON THE RUN CONTROL FILE. RESOLVE IT '
017800             'OR RERUN WITH DD_RUNFORCE=Y.'
017812         MOVE ZERO TO WS-ALRT-RUN-NO
017824         MOVE 'C' TO WS-ALRT-SEVERITY
017836         MOVE 'RUNOPEN' TO WS-ALRT-CODE
017848         MOVE SPACES TO WS-ALRT-TEXT
017860         STRING 'AN EARLIER DAY 03 RUN IS STILL STARTED - NOT RUN'
017872             DELIMITED BY SIZE INTO WS-ALRT-TEXT
017884         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
017900         MOVE 12 TO RETURN-CODE
018000         PERFORM 0090-SET-CALLER-RC THRU 0090-SET-CALLER-RC-EXIT
018100         GOBACK
018200     END-IF.
018210     IF WS-RUNC-RC = 20
018220         DISPLAY 'DAY 3 RUN REFUSED - DD_RUNFORCE=Y IS NOT '
018230             'CLEARED FOR THIS USER ID ON THE OPERATOR '
018240             'AUTHORITY FILE. NOTHING WAS FORCED - SEE THE '
018250             'SECURITY LOG.'
018260         MOVE 20 TO RETURN-CODE
018270         PERFORM 0090-SET-CALLER-RC THRU 0090-SET-CALLER-RC-EXIT
018280         GOBACK
018290     END-IF.
018300     IF WS-RUNC-RC NOT = ZERO
018400         DISPLAY 'DAY 3 RUN HALTED - THE RUN CONTROL FILE COULD '
018500             'NOT BE WRITTEN, SO THIS RUN CANNOT REGISTER AND '
018600             'THE CONCURRENT-RUN LOCKOUT CANNOT BE ENFORCED.'
018614         MOVE ZERO TO WS-ALRT-RUN-NO
018628         MOVE 'C' TO WS-ALRT-SEVERITY
018642         MOVE 'RUNCFAIL' TO WS-ALRT-CODE
018656         MOVE 'RUN CONTROL FILE NOT WRITTEN - NOT RUN'
018670           TO WS-ALRT-TEXT
018684         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
018700         MOVE 16 TO RETURN-CODE
018800         PERFORM 0090-SET-CALLER-RC THRU 0090-SET-CALLER-RC-EXIT
018900         GOBACK
019200     IF WS-INFILE-STATUS NOT = '00'
019300         DISPLAY 'DAY 3 RUN HALTED - UNABLE TO OPEN INFILE, '
019400             'FILE STATUS = ' WS-INFILE-STATUS
019411         MOVE WS-RUN-NO TO WS-ALRT-RUN-NO
019422         MOVE 'C' TO WS-ALRT-SEVERITY
019433         MOVE 'INFILE' TO WS-ALRT-CODE
019444         MOVE SPACES TO WS-ALRT-TEXT
019455         STRING 'INFILE NOT OPENED, STATUS ' WS-INFILE-STATUS
019466                ' - RUN FAILED'
019477             DELIMITED BY SIZE INTO WS-ALRT-TEXT
019488         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
019500         MOVE 'FAILED   ' TO WS-RUNC-STATUS
019600         PERFORM 0070-CLOSE-OUT-RUN THRU 0070-CLOSE-OUT-RUN-EXIT
019700         MOVE 16 TO RETURN-CODE
061500     CLOSE AUDFILE.
061600 6500-WRITE-AUDIT-LOG-EXIT.
061700     EXIT.
061800
061900*---------------------------------------------------------------
062000* 9800-RAISE-ALERT - WRITE WS-ALRT-SEVERITY/CODE/TEXT TO THE
062100*                    SHOP-WIDE ALERT FILE THROUGH AOCALRT. THE
062200*                    RC IS NOT ACTED ON - AN ALERT THAT CANNOT
062300*                    BE WRITTEN IS ON THE JOB LOG INSTEAD, AND
062400*                    MUST NOT CHANGE HOW THIS RUN ENDS, SO THE
062500*                    RETURN-CODE THE CALL CLOBBERS IS PUT BACK.
062600*---------------------------------------------------------------
062700 9800-RAISE-ALERT.
062800     MOVE RETURN-CODE TO WS-ALRT-SAVE-RC.
062900     CALL 'AOCALRTC' USING WS-ALRT-PROGRAM WS-ALRT-RUN-NO
063000                           WS-ALRT-SEVERITY WS-ALRT-CODE
063100                           WS-ALRT-TEXT WS-ALRT-RC.
063200     MOVE WS-ALRT-SAVE-RC TO RETURN-CODE.
063300 9800-RAISE-ALERT-EXIT.
063400     EXIT.
