005070*                  CALLED MODULE WOULD TAKE DOWN THE CHAIN
005080*                  DRIVER WITH IT. THE STANDALONE EXEC
005090*                  PGM=AOCHSKP STEP IS UNCHANGED.
005092* 2026-10-01  RH   AN ABANDONED OR UNDATED RESTART CHECKPOINT AND
005094*                  THE RC 12 / RC 16 HALTS ARE ALSO RAISED ON THE
005096*                  SHOP-WIDE ALERT FILE THROUGH AOCALRT FOR THE
005098*                  AOCALRD DIGEST.
005100*---------------------------------------------------------------
005200 ENVIRONMENT DIVISION.
005300 INPUT-OUTPUT SECTION.
021800 77  WS-CKPT-CUTOFF                  PIC 9(07) VALUE ZERO.
021900 77  WS-DATE-OK-SW                   PIC X(01) VALUE 'Y'.
022000     88  DATE-OK                     VALUE 'Y'.
022008
022016*---------------------------------------------------------------
022024* OPERATOR ALERT - PASSED TO AOCALRT'S AOCALRTC ENTRY WHEREVER
022032* THIS PROGRAM RAISES A WARNING OR FAILURE (ALRTFD SEVERITIES)
022040*---------------------------------------------------------------
022048 77  WS-ALRT-PROGRAM                 PIC X(08) VALUE 'AOCHSKP'.
022056 77  WS-ALRT-RUN-NO                  PIC 9(06) VALUE ZERO.
022064 77  WS-ALRT-SEVERITY                PIC X(01) VALUE SPACE.
022072 77  WS-ALRT-CODE                    PIC X(08) VALUE SPACES.
022080 77  WS-ALRT-TEXT                    PIC X(60) VALUE SPACES.
022088 77  WS-ALRT-RC                      PIC 9(04) VALUE ZERO.
022094 77  WS-ALRT-SAVE-RC                 PIC S9(04) COMP VALUE ZERO.
022100
022200*---------------------------------------------------------------
022300* SWEEP COUNTERS AND FLAGS FOR THE END-OF-JOB SUMMARY
024300             'STILL STARTED ON THE RUN CONTROL FILE. SWEEPING '
024400             'NOW COULD LOSE ITS AUDIT LINE OR CHECKPOINT.'
024500         PERFORM 6100-PRINT-REFUSAL THRU 6100-PRINT-REFUSAL-EXIT
024514         MOVE ZERO TO WS-ALRT-RUN-NO
024528         MOVE 'C' TO WS-ALRT-SEVERITY
024542         MOVE 'RUNOPEN' TO WS-ALRT-CODE
024556         MOVE 'EARLIER DAY 01 RUN STILL STARTED - SWEEP REFUSED'
024570           TO WS-ALRT-TEXT
024584         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
024600         MOVE 12 TO RETURN-CODE
024650         PERFORM 0090-SET-CALLER-RC THRU 0090-SET-CALLER-RC-EXIT
024700         GOBACK
024900     IF WS-RUNC-RC NOT = ZERO
025000         DISPLAY 'AOCHSKP HALTED - THE RUN CONTROL FILE COULD '
025100             'NOT BE WRITTEN, SO THE SWEEP CANNOT REGISTER.'
025114         MOVE ZERO TO WS-ALRT-RUN-NO
025128         MOVE 'C' TO WS-ALRT-SEVERITY
025142         MOVE 'RUNCFAIL' TO WS-ALRT-CODE
025156         MOVE 'RUN CONTROL FILE NOT WRITTEN - SWEEP NOT RUN'
025170           TO WS-ALRT-TEXT
025184         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
025200         MOVE 16 TO RETURN-CODE
025250         PERFORM 0090-SET-CALLER-RC THRU 0090-SET-CALLER-RC-EXIT
025300         GOBACK
056400         MOVE 'RESTART CHECKPOINT OF UNKNOWN AGE - REVIEW'
056500             TO WS-CKPT-DISPOSITION
056600         MOVE 'Y' TO WS-CKPT-FLAG-SW
056614         MOVE WS-RUN-NO TO WS-ALRT-RUN-NO
056628         MOVE 'W' TO WS-ALRT-SEVERITY
056642         MOVE 'CKPTUNKN' TO WS-ALRT-CODE
056656         MOVE 'RESTART CHECKPOINT OF UNKNOWN AGE - REVIEW'
056670           TO WS-ALRT-TEXT
056684         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
056700         CLOSE CKPTFILE
056800         GO TO 3000-SWEEP-CHECKPOINT-EXIT
056900     END-IF.
057600         MOVE 'ABANDONED RESTART CHECKPOINT - CLEARED'
057700             TO WS-CKPT-DISPOSITION
057800         MOVE 'Y' TO WS-CKPT-FLAG-SW
057811         MOVE WS-RUN-NO TO WS-ALRT-RUN-NO
057822         MOVE 'W' TO WS-ALRT-SEVERITY
057833         MOVE 'CKPTABND' TO WS-ALRT-CODE
057844         MOVE SPACES TO WS-ALRT-TEXT
057855         STRING 'RESTART CHECKPOINT DATED ' WS-CKPT-DATE-X
057866                ' ABANDONED - CLEARED'
057877             DELIMITED BY SIZE INTO WS-ALRT-TEXT
057888         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
057900         OPEN OUTPUT CKPTFILE
058000         CLOSE CKPTFILE
058100     ELSE
079400     END-IF.
079500 9150-DATE-TO-SERIAL-EXIT.
079600     EXIT.
079700
079800*---------------------------------------------------------------
079900* 9800-RAISE-ALERT - WRITE WS-ALRT-SEVERITY/CODE/TEXT TO THE
080000*                    SHOP-WIDE ALERT FILE THROUGH AOCALRT. THE
080100*                    RC IS NOT ACTED ON - AN ALERT THAT CANNOT
080200*                    BE WRITTEN IS ON THE JOB LOG INSTEAD, AND
080300*                    MUST NOT CHANGE HOW THIS RUN ENDS, SO THE
080400*                    RETURN-CODE THE CALL CLOBBERS IS PUT BACK.
080500*---------------------------------------------------------------
080600 9800-RAISE-ALERT.
080700     MOVE RETURN-CODE TO WS-ALRT-SAVE-RC.
080800     CALL 'AOCALRTC' USING WS-ALRT-PROGRAM WS-ALRT-RUN-NO
080900                           WS-ALRT-SEVERITY WS-ALRT-CODE
081000                           WS-ALRT-TEXT WS-ALRT-RC.
081100     MOVE WS-ALRT-SAVE-RC TO RETURN-CODE.
081200 9800-RAISE-ALERT-EXIT.
081300     EXIT.
