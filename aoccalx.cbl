003580*                  DAY, SO IT REPORTS TOMORROW. A RUN THAT DID
003590*                  START TODAY STILL GETS ITS WINDOW JUDGED
003592*                  IMMEDIATELY.
003593* 2026-10-01  RH   EVERY EXCEPTION ON CALRPT - MISSING RUN, OFF-
003594*                  SCHEDULE RUN, RUN STILL OPEN - AND THE CALFILE
003595*                  HALT ARE ALSO RAISED ON THE SHOP-WIDE ALERT
003596*                  FILE THROUGH AOCALRT FOR THE AOCALRD DIGEST.
003600*---------------------------------------------------------------
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
012610 01  WS-NOW-TIME.
012620     05  WS-NOW-HHMM                 PIC X(04).
012630     05  FILLER                      PIC X(04).
012635
012640*---------------------------------------------------------------
012645* OPERATOR ALERT - PASSED TO AOCALRT'S AOCALRTC ENTRY WHEREVER
012650* THIS PROGRAM RAISES A WARNING OR FAILURE (ALRTFD SEVERITIES)
012655*---------------------------------------------------------------
012660 77  WS-ALRT-PROGRAM                 PIC X(08) VALUE 'AOCCALX'.
012665 77  WS-ALRT-RUN-NO                  PIC 9(06) VALUE ZERO.
012670 77  WS-ALRT-SEVERITY                PIC X(01) VALUE SPACE.
012675 77  WS-ALRT-CODE                    PIC X(08) VALUE SPACES.
012680 77  WS-ALRT-TEXT                    PIC X(60) VALUE SPACES.
012685 77  WS-ALRT-RC                      PIC 9(04) VALUE ZERO.
012692 77  WS-ALRT-SAVE-RC                 PIC S9(04) COMP VALUE ZERO.
012700
012800 PROCEDURE DIVISION.
012900 0000-MAINLINE.
013300     IF WS-CAL-STATUS NOT = '00'
013400         DISPLAY 'AOCCALX HALTED - UNABLE TO OPEN CALFILE, '
013500             'FILE STATUS = ' WS-CAL-STATUS
013511         MOVE ZERO TO WS-ALRT-RUN-NO
013522         MOVE 'C' TO WS-ALRT-SEVERITY
013533         MOVE 'CALFAIL' TO WS-ALRT-CODE
013544         MOVE SPACES TO WS-ALRT-TEXT
013555         STRING 'CALFILE NOT OPENED, FILE STATUS = '
013566                WS-CAL-STATUS ' - NOTHING CHECKED'
013577             DELIMITED BY SIZE INTO WS-ALRT-TEXT
013588         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
013600         MOVE 16 TO RETURN-CODE
013700         STOP RUN
013800     END-IF.
034300                ' - NO RUN REGISTERED' DELIMITED BY SIZE
034400                INTO CXR-REC
034500         WRITE CXR-REC
034510         MOVE ZERO TO WS-ALRT-RUN-NO
034520         MOVE 'W' TO WS-ALRT-SEVERITY
034530         MOVE 'MISSRUN' TO WS-ALRT-CODE
034540         MOVE SPACES TO WS-ALRT-TEXT
034550         STRING 'DAY ' WS-CAL-DAY(WS-CAL-SUB)
034560                ' EXPECTED ON ' WS-CAL-DATE(WS-CAL-SUB)
034570                ' - NO RUN REGISTERED'
034580             DELIMITED BY SIZE INTO WS-ALRT-TEXT
034590         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
034600         GO TO 3100-JUDGE-ONE-ENTRY-EXIT
034700     END-IF.
034800     IF WS-CAL-EARLIEST(WS-CAL-SUB) NOT = SPACES
037800            WS-CAL-LATEST(WS-CAL-SUB) DELIMITED BY SIZE
037900            INTO CXR-REC.
038000     WRITE CXR-REC.
038008     MOVE WS-CAL-RUN-NO(WS-CAL-SUB) TO WS-ALRT-RUN-NO
038016     MOVE 'W' TO WS-ALRT-SEVERITY
038024     MOVE 'OFFSCHED' TO WS-ALRT-CODE
038032     MOVE SPACES TO WS-ALRT-TEXT
038040     STRING 'DAY ' WS-CAL-DAY(WS-CAL-SUB)
038048            ' ON ' WS-CAL-DATE(WS-CAL-SUB)
038056            ' STARTED ' WS-CAL-START-TIME(WS-CAL-SUB)
038064            ' OUTSIDE WINDOW ' WS-CAL-EARLIEST(WS-CAL-SUB)
038072            '-' WS-CAL-LATEST(WS-CAL-SUB)
038080         DELIMITED BY SIZE INTO WS-ALRT-TEXT
038088     PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT.
038100 3200-PRINT-WINDOW-EXCEPT-EXIT.
038200     EXIT.
038300
040700                    ' AND NEVER CLOSED OUT' DELIMITED BY SIZE
040800                    INTO CXR-REC
040900             WRITE CXR-REC
040908             MOVE WS-OPEN-RUN-NO(WS-OPEN-SUB) TO WS-ALRT-RUN-NO
040916             MOVE 'E' TO WS-ALRT-SEVERITY
040924             MOVE 'STUCKRUN' TO WS-ALRT-CODE
040932             MOVE SPACES TO WS-ALRT-TEXT
040940             STRING 'RUN ' WS-OPEN-RUN-NO(WS-OPEN-SUB)
040948                    ' DAY ' WS-OPEN-DAY(WS-OPEN-SUB)
040956                    ' STARTED ' WS-OPEN-DATE(WS-OPEN-SUB)
040964                    ' AND NEVER CLOSED OUT'
040972                 DELIMITED BY SIZE INTO WS-ALRT-TEXT
040980             PERFORM 9800-RAISE-ALERT
040988                 THRU 9800-RAISE-ALERT-EXIT
041000         END-IF
041100     END-PERFORM.
041200 4000-JUDGE-OPEN-RUNS-EXIT.
048000     WRITE CXR-REC.
048100 6500-PRINT-SUMMARY-EXIT.
048200     EXIT.
048300
048400*---------------------------------------------------------------
048500* 9800-RAISE-ALERT - WRITE WS-ALRT-SEVERITY/CODE/TEXT TO THE
048600*                    SHOP-WIDE ALERT FILE THROUGH AOCALRT. THE
048700*                    RC IS NOT ACTED ON - AN ALERT THAT CANNOT
048800*                    BE WRITTEN IS ON THE JOB LOG INSTEAD, AND
048900*                    MUST NOT CHANGE HOW THIS RUN ENDS, SO THE
049000*                    RETURN-CODE THE CALL CLOBBERS IS PUT BACK.
049100*---------------------------------------------------------------
049200 9800-RAISE-ALERT.
049300     MOVE RETURN-CODE TO WS-ALRT-SAVE-RC.
049400     CALL 'AOCALRTC' USING WS-ALRT-PROGRAM WS-ALRT-RUN-NO
049500                           WS-ALRT-SEVERITY WS-ALRT-CODE
049600                           WS-ALRT-TEXT WS-ALRT-RC.
049700     MOVE WS-ALRT-SAVE-RC TO RETURN-CODE.
049800 9800-RAISE-ALERT-EXIT.
049900     EXIT.
