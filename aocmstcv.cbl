002800*                  RETURN CODE 8 RATHER THAN DOUBLE-CONVERTING
002900*                  ANYTHING. RETURN CODE 16 WHEN EITHER FILE
003000*                  CANNOT BE OPENED.
003025* 2026-10-01  RH   SUSPECT RECORDS (RC 8) AND THE RC 16 HALTS ARE
003050*                  ALSO RAISED ON THE SHOP-WIDE ALERT FILE THROUGH
003075*                  AOCALRT FOR THE AOCALRD DIGEST.
003100*---------------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
009600     05  WS-RUN-YYYY                 PIC 9(04).
009700     05  WS-RUN-MM                   PIC 9(02).
009800     05  WS-RUN-DD                   PIC 9(02).
009807
009814*---------------------------------------------------------------
009821* OPERATOR ALERT - PASSED TO AOCALRT'S AOCALRTC ENTRY WHEREVER
009828* THIS PROGRAM RAISES A WARNING OR FAILURE (ALRTFD SEVERITIES)
009835*---------------------------------------------------------------
009842 77  WS-ALRT-PROGRAM                 PIC X(08) VALUE 'AOCMSTCV'.
009849 77  WS-ALRT-RUN-NO                  PIC 9(06) VALUE ZERO.
009856 77  WS-ALRT-SEVERITY                PIC X(01) VALUE SPACE.
009863 77  WS-ALRT-CODE                    PIC X(08) VALUE SPACES.
009870 77  WS-ALRT-TEXT                    PIC X(60) VALUE SPACES.
009877 77  WS-ALRT-RC                      PIC 9(04) VALUE ZERO.
009884 77  WS-ALRT-SAVE-RC                 PIC S9(04) COMP VALUE ZERO.
009900
010000 PROCEDURE DIVISION.
010100 0000-MAINLINE.
010400     IF WS-OLD-STATUS NOT = '00'
010500         DISPLAY 'AOCMSTCV HALTED - UNABLE TO OPEN OLDMST, '
010600             'FILE STATUS = ' WS-OLD-STATUS
010611         MOVE ZERO TO WS-ALRT-RUN-NO
010622         MOVE 'C' TO WS-ALRT-SEVERITY
010633         MOVE 'OLDMST' TO WS-ALRT-CODE
010644         MOVE SPACES TO WS-ALRT-TEXT
010655         STRING 'OLDMST NOT OPENED, FILE STATUS = ' WS-OLD-STATUS
010666                ' - NOTHING CONVERTED'
010677             DELIMITED BY SIZE INTO WS-ALRT-TEXT
010688         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
010700         MOVE 16 TO RETURN-CODE
010800         STOP RUN
010900     END-IF.
011200         DISPLAY 'AOCMSTCV HALTED - UNABLE TO OPEN NEWMST, '
011300             'FILE STATUS = ' WS-NEW-STATUS
011400         CLOSE OLDMST
011411         MOVE ZERO TO WS-ALRT-RUN-NO
011422         MOVE 'C' TO WS-ALRT-SEVERITY
011433         MOVE 'NEWMST' TO WS-ALRT-CODE
011444         MOVE SPACES TO WS-ALRT-TEXT
011455         STRING 'NEWMST NOT OPENED, FILE STATUS = ' WS-NEW-STATUS
011466                ' - NOTHING CONVERTED'
011477             DELIMITED BY SIZE INTO WS-ALRT-TEXT
011488         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
011500         MOVE 16 TO RETURN-CODE
011600         STOP RUN
011700     END-IF.
012400     CLOSE NEWMST.
012500     CLOSE CVRPT.
012600     IF WS-SUSPECT-COUNT > ZERO
012609         MOVE WS-SUSPECT-COUNT TO WS-EDIT-COUNT
012618         MOVE ZERO TO WS-ALRT-RUN-NO
012627         MOVE 'E' TO WS-ALRT-SEVERITY
012636         MOVE 'SUSPECT' TO WS-ALRT-CODE
012645         MOVE SPACES TO WS-ALRT-TEXT
012654         STRING WS-EDIT-COUNT ' SUSPECT RECORD(S)'
012663                ' IN THE CONVERSION'
012672                ' - SEE CVRPT'
012681             DELIMITED BY SIZE INTO WS-ALRT-TEXT
012690         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
012700         MOVE 8 TO RETURN-CODE
012800     ELSE
012900         MOVE ZERO TO RETURN-CODE
026200     WRITE CVR-REC.
026300 6100-PRINT-SUMMARY-EXIT.
026400     EXIT.
026500
026600*---------------------------------------------------------------
026700* 9800-RAISE-ALERT - WRITE WS-ALRT-SEVERITY/CODE/TEXT TO THE
026800*                    SHOP-WIDE ALERT FILE THROUGH AOCALRT. THE
026900*                    RC IS NOT ACTED ON - AN ALERT THAT CANNOT
027000*                    BE WRITTEN IS ON THE JOB LOG INSTEAD, AND
027100*                    MUST NOT CHANGE HOW THIS RUN ENDS, SO THE
027200*                    RETURN-CODE THE CALL CLOBBERS IS PUT BACK.
027300*---------------------------------------------------------------
027400 9800-RAISE-ALERT.
027500     MOVE RETURN-CODE TO WS-ALRT-SAVE-RC.
027600     CALL 'AOCALRTC' USING WS-ALRT-PROGRAM WS-ALRT-RUN-NO
027700                           WS-ALRT-SEVERITY WS-ALRT-CODE
027800                           WS-ALRT-TEXT WS-ALRT-RC.
027900     MOVE WS-ALRT-SAVE-RC TO RETURN-CODE.
028000 9800-RAISE-ALERT-EXIT.
028100     EXIT.
