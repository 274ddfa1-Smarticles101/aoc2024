003900*                  TRANSACTION FILE IS NEVER APPLIED UNNOTICED.
004000*                  RETURN CODE 16 WHEN THE EXTRACT OR THE
004100*                  MASTER CANNOT BE OPENED.
004125* 2026-09-28  RH   PAIR ZERO IS THE MASTER'S CONTROL RECORD (SEE
004150*                  IDMSTFD) AND IS PASSED OVER BY THE MERGE, SO NO
004175*                  DELETE IS EVER GENERATED AGAINST IT.
004181* 2026-10-01  RH   BOTH HALTS AND A RUN WITH SKIPPED EXTRACT ROWS
004187*                  ARE ALSO RAISED ON THE SHOP-WIDE ALERT FILE
004193*                  THROUGH AOCALRT FOR THE AOCALRD DIGEST.
004200*---------------------------------------------------------------
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
012800 77  WS-SKIP-COUNT                   PIC 9(09) VALUE ZERO.
012900 77  WS-EDIT-COUNT                   PIC ZZZZZZZZ9.
013000 77  WS-EDIT-LINE-NO                 PIC ZZZZZZZZ9.
013007
013014*---------------------------------------------------------------
013021* OPERATOR ALERT - PASSED TO AOCALRT'S AOCALRTC ENTRY WHEREVER
013028* THIS PROGRAM RAISES A WARNING OR FAILURE (ALRTFD SEVERITIES)
013035*---------------------------------------------------------------
013042 77  WS-ALRT-PROGRAM                 PIC X(08) VALUE 'AOCTRNG'.
013049 77  WS-ALRT-RUN-NO                  PIC 9(06) VALUE ZERO.
013056 77  WS-ALRT-SEVERITY                PIC X(01) VALUE SPACE.
013063 77  WS-ALRT-CODE                    PIC X(08) VALUE SPACES.
013070 77  WS-ALRT-TEXT                    PIC X(60) VALUE SPACES.
013077 77  WS-ALRT-RC                      PIC 9(04) VALUE ZERO.
013084 77  WS-ALRT-SAVE-RC                 PIC S9(04) COMP VALUE ZERO.
013100
013200*---------------------------------------------------------------
013300* REPORT WORK AREAS
014400     IF WS-EXT-STATUS NOT = '00'
014500         DISPLAY 'AOCTRNG HALTED - UNABLE TO OPEN EXTFILE, '
014600             'FILE STATUS = ' WS-EXT-STATUS
014611         MOVE ZERO TO WS-ALRT-RUN-NO
014622         MOVE 'C' TO WS-ALRT-SEVERITY
014633         MOVE 'EXTFILE' TO WS-ALRT-CODE
014644         MOVE SPACES TO WS-ALRT-TEXT
014655         STRING 'EXTFILE NOT OPENED, STATUS ' WS-EXT-STATUS
014666                ' - NO TRANSACTIONS GENERATED'
014677             DELIMITED BY SIZE INTO WS-ALRT-TEXT
014688         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
014700         MOVE 16 TO RETURN-CODE
014800         STOP RUN
014900     END-IF.
015100     IF WS-MST-STATUS NOT = '00'
015200         DISPLAY 'AOCTRNG HALTED - UNABLE TO OPEN MSTFILE, '
015300             'FILE STATUS = ' WS-MST-STATUS
015311         MOVE ZERO TO WS-ALRT-RUN-NO
015322         MOVE 'C' TO WS-ALRT-SEVERITY
015333         MOVE 'MSTFILE' TO WS-ALRT-CODE
015344         MOVE SPACES TO WS-ALRT-TEXT
015355         STRING 'MSTFILE NOT OPENED, STATUS ' WS-MST-STATUS
015366                ' - NO TRANSACTIONS GENERATED'
015377             DELIMITED BY SIZE INTO WS-ALRT-TEXT
015388         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
015400         CLOSE EXTFILE
015500         MOVE 16 TO RETURN-CODE
015600         STOP RUN
016900     CLOSE GTRRPT.
017000     IF WS-SKIP-COUNT > ZERO
017100         MOVE 8 TO RETURN-CODE
017110         MOVE WS-SKIP-COUNT TO WS-EDIT-COUNT
017120         MOVE ZERO TO WS-ALRT-RUN-NO
017130         MOVE 'E' TO WS-ALRT-SEVERITY
017140         MOVE 'BADROWS' TO WS-ALRT-CODE
017150         MOVE SPACES TO WS-ALRT-TEXT
017160         STRING WS-EDIT-COUNT ' EXTRACT ROWS SKIPPED - GENTRN'
017170                ' IS INCOMPLETE'
017180             DELIMITED BY SIZE INTO WS-ALRT-TEXT
017190         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
017200     ELSE
017300         MOVE ZERO TO RETURN-CODE
017400     END-IF.
023200         AT END
023300             MOVE 'Y' TO WS-MST-EOF-SW
023400         NOT AT END
023425             IF MST-PAIR-NO = ZERO
023450                 GO TO 1500-READ-MASTER
023475             END-IF
023500             COMPUTE WS-MST-COUNT = WS-MST-COUNT + 1
023600     END-READ.
023700 1500-READ-MASTER-EXIT.
042200     WRITE GTR-REC.
042300 6100-PRINT-SUMMARY-EXIT.
042400     EXIT.
042500
042600*---------------------------------------------------------------
042700* 9800-RAISE-ALERT - WRITE WS-ALRT-SEVERITY/CODE/TEXT TO THE
042800*                    SHOP-WIDE ALERT FILE THROUGH AOCALRT. THE
042900*                    RC IS NOT ACTED ON - AN ALERT THAT CANNOT
043000*                    BE WRITTEN IS ON THE JOB LOG INSTEAD, AND
043100*                    MUST NOT CHANGE HOW THIS RUN ENDS, SO THE
043200*                    RETURN-CODE THE CALL CLOBBERS IS PUT BACK.
043300*---------------------------------------------------------------
043400 9800-RAISE-ALERT.
043500     MOVE RETURN-CODE TO WS-ALRT-SAVE-RC.
043600     CALL 'AOCALRTC' USING WS-ALRT-PROGRAM WS-ALRT-RUN-NO
043700                           WS-ALRT-SEVERITY WS-ALRT-CODE
043800                           WS-ALRT-TEXT WS-ALRT-RC.
043900     MOVE WS-ALRT-SAVE-RC TO RETURN-CODE.
044000 9800-RAISE-ALERT-EXIT.
044100     EXIT.
