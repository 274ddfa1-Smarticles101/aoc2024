002299*                  HEADING, AND ENDS THE JOB WITH RETURN CODE 4
002300*                  - A COMPARISON OVER A PARTIAL LOAD MUST
002301*                  NEVER PASS AS COMPLETE.
002320* 2026-10-01  RH   AN ARRAY OVERFLOW (RC 4) AND THE RC 16 HALTS
002339*                  ARE ALSO RAISED ON THE SHOP-WIDE ALERT FILE
002358*                  THROUGH AOCALRT FOR THE AOCALRD DIGEST.
002377*---------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
012500     05  WS-RUN-YYYY                 PIC 9(04).
012600     05  WS-RUN-MM                   PIC 9(02).
012700     05  WS-RUN-DD                   PIC 9(02).
012707
012714*---------------------------------------------------------------
012721* OPERATOR ALERT - PASSED TO AOCALRT'S AOCALRTC ENTRY WHEREVER
012728* THIS PROGRAM RAISES A WARNING OR FAILURE (ALRTFD SEVERITIES)
012735*---------------------------------------------------------------
012742 77  WS-ALRT-PROGRAM                 PIC X(08) VALUE 'AOCCMPR'.
012749 77  WS-ALRT-RUN-NO                  PIC 9(06) VALUE ZERO.
012756 77  WS-ALRT-SEVERITY                PIC X(01) VALUE SPACE.
012763 77  WS-ALRT-CODE                    PIC X(08) VALUE SPACES.
012770 77  WS-ALRT-TEXT                    PIC X(60) VALUE SPACES.
012777 77  WS-ALRT-RC                      PIC 9(04) VALUE ZERO.
012784 77  WS-ALRT-SAVE-RC                 PIC S9(04) COMP VALUE ZERO.
012800
012900 PROCEDURE DIVISION.
013000 0000-MAINLINE.
013400     IF WS-OLD-STATUS NOT = '00'
013500         DISPLAY 'AOCCMPR HALTED - UNABLE TO OPEN OLDFILE, '
013600             'FILE STATUS = ' WS-OLD-STATUS
013611         MOVE ZERO TO WS-ALRT-RUN-NO
013622         MOVE 'C' TO WS-ALRT-SEVERITY
013633         MOVE 'OLDFILE' TO WS-ALRT-CODE
013644         MOVE SPACES TO WS-ALRT-TEXT
013655         STRING 'OLDFILE NOT OPENED, FILE STATUS = ' WS-OLD-STATUS
013666                ' - NOTHING COMPARED'
013677             DELIMITED BY SIZE INTO WS-ALRT-TEXT
013688         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
013700         MOVE 16 TO RETURN-CODE
013800         STOP RUN
013900     END-IF.
014100     IF WS-NEW-STATUS NOT = '00'
014200         DISPLAY 'AOCCMPR HALTED - UNABLE TO OPEN NEWFILE, '
014300             'FILE STATUS = ' WS-NEW-STATUS
014311         MOVE ZERO TO WS-ALRT-RUN-NO
014322         MOVE 'C' TO WS-ALRT-SEVERITY
014333         MOVE 'NEWFILE' TO WS-ALRT-CODE
014344         MOVE SPACES TO WS-ALRT-TEXT
014355         STRING 'NEWFILE NOT OPENED, FILE STATUS = ' WS-NEW-STATUS
014366                ' - NOTHING COMPARED'
014377             DELIMITED BY SIZE INTO WS-ALRT-TEXT
014388         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
014400         MOVE 16 TO RETURN-CODE
014500         STOP RUN
014600     END-IF.
016000     IF WS-OLD-OVF-COUNT > ZERO OR WS-NEW-OVF-COUNT > ZERO
016010         DISPLAY 'AOCCMPR - VALUE ARRAYS OVERFLOWED, COMPARISON '
016020             'IS INCOMPLETE. SEE CMPRPT.'
016021         MOVE ZERO TO WS-ALRT-RUN-NO
016022         MOVE 'W' TO WS-ALRT-SEVERITY
016023         MOVE 'ARRAYOVF' TO WS-ALRT-CODE
016024         MOVE 'VALUE ARRAYS OVERFLOWED - COMPARISON INCOMPLETE'
016025           TO WS-ALRT-TEXT
016026         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
016030         MOVE 4 TO RETURN-CODE
016040     ELSE
016050         MOVE ZERO TO RETURN-CODE
054300     END-PERFORM.
054400 9250-GAP-PASS-NEW-EXIT.
054500     EXIT.
054600
054700*---------------------------------------------------------------
054800* 9800-RAISE-ALERT - WRITE WS-ALRT-SEVERITY/CODE/TEXT TO THE
054900*                    SHOP-WIDE ALERT FILE THROUGH AOCALRT. THE
055000*                    RC IS NOT ACTED ON - AN ALERT THAT CANNOT
055100*                    BE WRITTEN IS ON THE JOB LOG INSTEAD, AND
055200*                    MUST NOT CHANGE HOW THIS RUN ENDS, SO THE
055300*                    RETURN-CODE THE CALL CLOBBERS IS PUT BACK.
055400*---------------------------------------------------------------
055500 9800-RAISE-ALERT.
055600     MOVE RETURN-CODE TO WS-ALRT-SAVE-RC.
055700     CALL 'AOCALRTC' USING WS-ALRT-PROGRAM WS-ALRT-RUN-NO
055800                           WS-ALRT-SEVERITY WS-ALRT-CODE
055900                           WS-ALRT-TEXT WS-ALRT-RC.
056000     MOVE WS-ALRT-SAVE-RC TO RETURN-CODE.
056100 9800-RAISE-ALERT-EXIT.
056200     EXIT.
