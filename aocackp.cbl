003994*                  AND TABLE OVERFLOW IS COUNTED AND REPORTED
003996*                  WITH RETURN CODE 4 INSTEAD OF THE MATCHING
003998*                  QUIETLY GOING BLIND ON A FULL TABLE.
003999* 2026-09-16  RH   EACH MATCHED ACK/NAK IS ALSO POSTED, WITH THE
004000*                  WAREHOUSE'S COUNT, HASH AND FLAG AS RECEIVED,
004010*                  TO THE CONTROL-TOTALS LEDGER AGAINST THE RUN
004020*                  NUMBER IT MATCHED, SO AOCBAL CAN PROVE WHAT
004030*                  THEY LOADED AGAINST WHAT WE SENT.
004032* 2026-10-01  RH   NAK'D FEEDS, UNMATCHED ACKS, OVERDUE
004034*                  UNACKNOWLEDGED RUNS AND A RUN-TABLE OVERFLOW
004036*                  ARE ALSO RAISED ON THE SHOP-WIDE ALERT FILE
004038*                  THROUGH AOCALRT FOR THE AOCALRD DIGEST.
004040*---------------------------------------------------------------
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
005200     SELECT ACKRPT ASSIGN TO 'ACKRPT'
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400
005410     SELECT CTLTOT ASSIGN TO 'CTLTOT'
005420         ORGANIZATION IS LINE SEQUENTIAL
005430         FILE STATUS IS WS-TOT-STATUS.
005440
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  ACKFILE.
006300 FD  ACKRPT.
006400 01  AKR-REC                         PIC X(132).
006500
006510 FD  CTLTOT.
006520     COPY CTLTOTFD.
006530
006600 WORKING-STORAGE SECTION.
006700 77  WS-ACK-STATUS                   PIC X(02) VALUE '00'.
006800 77  WS-CTL-STATUS                   PIC X(02) VALUE '00'.
006810 77  WS-TOT-STATUS                   PIC X(02) VALUE '00'.
006900 77  WS-ACK-EOF-SW                   PIC X(01) VALUE 'N'.
007000     88  ACK-EOF                     VALUE 'Y'.
007100 77  WS-CTL-EOF-SW                   PIC X(01) VALUE 'N'.
008200 77  WS-DD-ACKFILE                   PIC X(40) VALUE SPACES.
008300 77  WS-DD-RUNCTL                    PIC X(40) VALUE SPACES.
008400 77  WS-DD-ACKRPT                    PIC X(40) VALUE SPACES.
008410 77  WS-DD-CTLTOT                    PIC X(40) VALUE SPACES.
008420 77  WS-POST-TIME                    PIC X(08) VALUE SPACES.
008500 77  WS-DD-ACKDAYS                   PIC X(03) VALUE SPACES.
008600 77  WS-ACK-DAYS                     PIC 9(03) VALUE 3.
008700 77  WS-CARD-SHIFT-X                 PIC X(02) VALUE SPACES.
015800 77  WS-ACK-CUTOFF                   PIC 9(07) VALUE ZERO.
015900 77  WS-DATE-OK-SW                   PIC X(01) VALUE 'Y'.
016000     88  DATE-OK                     VALUE 'Y'.
016008
016016*---------------------------------------------------------------
016024* OPERATOR ALERT - PASSED TO AOCALRT'S AOCALRTC ENTRY WHEREVER
016032* THIS PROGRAM RAISES A WARNING OR FAILURE (ALRTFD SEVERITIES)
016040*---------------------------------------------------------------
016048 77  WS-ALRT-PROGRAM                 PIC X(08) VALUE 'AOCACKP'.
016056 77  WS-ALRT-RUN-NO                  PIC 9(06) VALUE ZERO.
016064 77  WS-ALRT-SEVERITY                PIC X(01) VALUE SPACE.
016072 77  WS-ALRT-CODE                    PIC X(08) VALUE SPACES.
016080 77  WS-ALRT-TEXT                    PIC X(60) VALUE SPACES.
016088 77  WS-ALRT-RC                      PIC 9(04) VALUE ZERO.
016094 77  WS-ALRT-SAVE-RC                 PIC S9(04) COMP VALUE ZERO.
016100
016200 PROCEDURE DIVISION.
016300 0000-MAINLINE.
017700     PERFORM 4000-CHASE-UNACKED THRU 4000-CHASE-UNACKED-EXIT.
017800     PERFORM 6500-PRINT-SUMMARY THRU 6500-PRINT-SUMMARY-EXIT.
017900     CLOSE ACKRPT.
017911     IF WS-RUN-OVF-COUNT > ZERO
017922         MOVE ZERO TO WS-ALRT-RUN-NO
017933         MOVE 'W' TO WS-ALRT-SEVERITY
017944         MOVE 'RUNOVFL' TO WS-ALRT-CODE
017955         MOVE 'RUN TABLE OVERFLOWED - CHASING INCOMPLETE'
017966           TO WS-ALRT-TEXT
017977         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
017988     END-IF.
018000     IF WS-NAK-COUNT > ZERO OR WS-UNMATCH-COUNT > ZERO
018100        OR WS-OVERDUE-COUNT > ZERO OR WS-RUN-OVF-COUNT > ZERO
018200         MOVE 4 TO RETURN-CODE
020600     IF WS-DD-ACKRPT = SPACES
020700         SET ENVIRONMENT 'DD_ACKRPT' TO 'output/Dec1AckRpt.txt'
020800     END-IF.
020810     ACCEPT WS-DD-CTLTOT FROM ENVIRONMENT 'DD_CTLTOT'.
020820     IF WS-DD-CTLTOT = SPACES
020830         SET ENVIRONMENT 'DD_CTLTOT' TO 'output/ControlTotals.txt'
020840     END-IF.
020900     ACCEPT WS-DD-ACKDAYS FROM ENVIRONMENT 'DD_ACKDAYS'.
021000     IF WS-DD-ACKDAYS NOT = SPACES
021100         PERFORM 0060-EDIT-ACKDAYS THRU 0060-EDIT-ACKDAYS-EXIT
035000                ' - NO COMPLETED RUN ON FILE' DELIMITED BY SIZE
035100                INTO AKR-REC
035200         WRITE AKR-REC
035210         MOVE ZERO TO WS-ALRT-RUN-NO
035220         MOVE 'W' TO WS-ALRT-SEVERITY
035230         MOVE 'UNMATACK' TO WS-ALRT-CODE
035240         MOVE SPACES TO WS-ALRT-TEXT
035250         STRING 'ACK FOR DAY ' ACK-DAY-NO
035260                ' ON ' ACK-RUN-DATE
035270                ' - NO COMPLETED RUN ON FILE'
035280             DELIMITED BY SIZE INTO WS-ALRT-TEXT
035290         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
035300         GO TO 2100-PROCESS-ONE-ACK-EXIT
035400     END-IF.
035500     IF ACK-FLAG = 'A'
036200     CALL 'AOCRUNCE' USING WS-MATCH-RUN-NO WS-END-STATUS
036300                           WS-END-RC.
036400     MOVE 'Y' TO WS-RUN-ACK-SW(WS-MATCH-SUB).
036410     PERFORM 2400-POST-CONTROL-TOTALS
036420         THRU 2400-POST-CONTROL-TOTALS-EXIT.
036500     PERFORM 2300-PRINT-OUTCOME THRU 2300-PRINT-OUTCOME-EXIT.
036509     IF ACK-FLAG NOT = 'A'
036518         MOVE WS-MATCH-RUN-NO TO WS-ALRT-RUN-NO
036527         MOVE 'W' TO WS-ALRT-SEVERITY
036536         MOVE 'NAKFEED' TO WS-ALRT-CODE
036545         MOVE SPACES TO WS-ALRT-TEXT
036554         STRING 'RUN ' WS-MATCH-RUN-NO
036563                ' REJECTED BY WAREHOUSE - ' ACK-REASON
036572             DELIMITED BY SIZE INTO WS-ALRT-TEXT
036581         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
036590     END-IF.
036600 2100-PROCESS-ONE-ACK-EXIT.
036700     EXIT.
036800
042600 2300-PRINT-OUTCOME-EXIT.
042700     EXIT.
042800
042802*---------------------------------------------------------------
042804* 2400-POST-CONTROL-TOTALS - ONE ACK POSTING ON THE CONTROL-
042806*                            TOTALS LEDGER (CTLTOTFD) AGAINST
042808*                            THE MATCHED RUN NUMBER. THEIR COUNT
042810*                            AND HASH GO ON AS RECEIVED - AOCBAL
042812*                            NUMERIC-CHECKS THEM.
042814*---------------------------------------------------------------
042816 2400-POST-CONTROL-TOTALS.
042818     ACCEPT WS-POST-TIME FROM TIME.
042820     OPEN EXTEND CTLTOT.
042822     IF WS-TOT-STATUS NOT = '00'
042824         OPEN OUTPUT CTLTOT
042826     END-IF.
042828     IF WS-TOT-STATUS NOT = '00'
042830         DISPLAY 'AOCACKP - UNABLE TO POST CONTROL TOTALS, '
042832             'FILE STATUS = ' WS-TOT-STATUS
042834         GO TO 2400-POST-CONTROL-TOTALS-EXIT
042836     END-IF.
042838     MOVE SPACES TO CTL-REC.
042840     MOVE 'ACK' TO CTL-REC-TYPE.
042842     MOVE 'AOCACKP' TO CTL-PROGRAM.
042844     MOVE WS-MATCH-RUN-NO TO CTL-RUN-NO.
042846     MOVE WS-TODAY-X TO CTL-DATE.
042848     MOVE WS-POST-TIME(1:6) TO CTL-TIME.
042850     MOVE ACK-REASON TO CTL-REFERENCE.
042852     MOVE ACK-COUNT-X TO CTL-ACK-COUNT-X.
042854     MOVE ACK-HASH-X TO CTL-ACK-HASH-X.
042856     MOVE ACK-FLAG TO CTL-ACK-FLAG.
042858     WRITE CTL-REC.
042860     CLOSE CTLTOT.
042862 2400-POST-CONTROL-TOTALS-EXIT.
042864     EXIT.
042866
042900*---------------------------------------------------------------
043000* 4000-CHASE-UNACKED - EVERY COMPLETED DAY 01 RUN (THE DAY THAT
043100*                      SHIPS THE INTERFACE FILE) OLDER THAN THE
046400                'WAREHOUSE'          DELIMITED BY SIZE
046500                INTO AKR-REC
046600         WRITE AKR-REC
046610         MOVE WS-RUN-NO(WS-RUN-SUB) TO WS-ALRT-RUN-NO
046620         MOVE 'W' TO WS-ALRT-SEVERITY
046630         MOVE 'ACKOVDUE' TO WS-ALRT-CODE
046640         MOVE SPACES TO WS-ALRT-TEXT
046650         STRING 'RUN ' WS-RUN-NO(WS-RUN-SUB)
046660                ' SHIPPED ' WS-RUN-DATE(WS-RUN-SUB)
046670                ' STILL UNACKNOWLEDGED BY THE WAREHOUSE'
046680             DELIMITED BY SIZE INTO WS-ALRT-TEXT
046690         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
046700     END-IF.
046800 4100-JUDGE-ONE-RUN-EXIT.
046900     EXIT.
060200     END-IF.
060300 9150-DATE-TO-SERIAL-EXIT.
060400     EXIT.
060500
060600*---------------------------------------------------------------
060700* 9800-RAISE-ALERT - WRITE WS-ALRT-SEVERITY/CODE/TEXT TO THE
060800*                    SHOP-WIDE ALERT FILE THROUGH AOCALRT. THE
060900*                    RC IS NOT ACTED ON - AN ALERT THAT CANNOT
061000*                    BE WRITTEN IS ON THE JOB LOG INSTEAD, AND
061100*                    MUST NOT CHANGE HOW THIS RUN ENDS, SO THE
061200*                    RETURN-CODE THE CALL CLOBBERS IS PUT BACK.
061300*---------------------------------------------------------------
061400 9800-RAISE-ALERT.
061500     MOVE RETURN-CODE TO WS-ALRT-SAVE-RC.
061600     CALL 'AOCALRTC' USING WS-ALRT-PROGRAM WS-ALRT-RUN-NO
061700                           WS-ALRT-SEVERITY WS-ALRT-CODE
061800                           WS-ALRT-TEXT WS-ALRT-RC.
061900     MOVE WS-ALRT-SAVE-RC TO RETURN-CODE.
062000 9800-RAISE-ALERT-EXIT.
062100     EXIT.
