002815*                  IN THE WIDE COLUMNS. RUN A 5-DIGIT-ERA
002816*                  MASTER THROUGH AOCMSTCV ONCE BEFORE THE
002817*                  FIRST MAINTENANCE RUN UNDER THIS LAYOUT.
002827* 2026-09-22  RH   A MAINTENANCE RUN IS NOW CLEARED AGAINST THE
002837*                  OPERATOR AUTHORITY FILE BY AOCAUTH BEFORE THE
002847*                  MASTER IS OPENED. THE ATTEMPT IS WRITTEN TO THE
002857*                  SECURITY LOG EITHER WAY; A USER NOT AUTHORIZED
002867*                  FOR MASTER MAINTENANCE IS REFUSED WITH RETURN
002877*                  CODE 20 AND NOTHING IS APPLIED.
002878* 2026-09-28  RH   THE MASTER NOW CARRIES A CONTROL RECORD UNDER
002879*                  PAIR ZERO (MST-CTL-REC IN IDMSTFD) - PAIR
002880*                  COUNT, HASH TOTALS OF BOTH ID COLUMNS, LAST
002881*                  JOURNAL RECORD APPLIED. EVERY RUN MARKS IT IN
002882*                  UPDATE BEFORE THE FIRST APPLY, CARRIES THE
002883*                  TOTALS FORWARD FROM EACH JOURNAL IMAGE AND
002884*                  WRITES IT BACK COMPLETE AT THE END, SO AOCMSTV
002885*                  CAN PROVE THE PAIRS AGAINST IT. A MASTER WITH
002886*                  NO CONTROL RECORD GETS ONE FROM A FULL PASS
002887*                  (ACCESS IS NOW DYNAMIC FOR THAT PASS); ONE LEFT
002888*                  IN UPDATE BY A RUN THAT DIED IS NOT TOUCHED -
002889*                  RETURN CODE 16, REBUILD THROUGH AOCMSTRB. A
002890*                  TRANSACTION FOR PAIR ZERO IS REJECTED.
002891* 2026-10-01  RH   EVERY HALT AND A RUN WITH REJECTED TRANSACTIONS
002892*                  ARE ALSO RAISED ON THE SHOP-WIDE ALERT FILE
002893*                  THROUGH AOCALRT FOR THE AOCALRD DIGEST. AN
002894*                  AUTHORITY REFUSAL IS RAISED BY AOCAUTH ITSELF.
002895*---------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT MSTFILE ASSIGN TO 'MSTFILE'
003300         ORGANIZATION IS INDEXED
003400         ACCESS IS DYNAMIC
003500         RECORD KEY IS MST-PAIR-NO
003600         FILE STATUS IS WS-MST-STATUS.
003700
006510 77  WS-JRN-STATUS                   PIC X(02) VALUE '00'.
006600 77  WS-TRN-EOF-SW                   PIC X(01) VALUE 'N'.
006700     88  TRN-EOF                     VALUE 'Y'.
006733 77  WS-MST-EOF-SW                   PIC X(01) VALUE 'N'.
006766     88  MST-EOF                     VALUE 'Y'.
006768
006770*---------------------------------------------------------------
006772* OPERATOR ALERT - PASSED TO AOCALRT'S AOCALRTC ENTRY WHEREVER
006774* THIS PROGRAM RAISES A WARNING OR FAILURE (ALRTFD SEVERITIES)
006776*---------------------------------------------------------------
006778 77  WS-ALRT-PROGRAM                 PIC X(08) VALUE 'AOCMSTM'.
006780 77  WS-ALRT-RUN-NO                  PIC 9(06) VALUE ZERO.
006782 77  WS-ALRT-SEVERITY                PIC X(01) VALUE SPACE.
006784 77  WS-ALRT-CODE                    PIC X(08) VALUE SPACES.
006786 77  WS-ALRT-TEXT                    PIC X(60) VALUE SPACES.
006788 77  WS-ALRT-RC                      PIC 9(04) VALUE ZERO.
006790 77  WS-ALRT-SAVE-RC                 PIC S9(04) COMP VALUE ZERO.
006800
006805*---------------------------------------------------------------
006810* MASTER CONTROL RECORD WORK AREAS - THE TOTALS READ OFF PAIR
006815* ZERO AT THE START OF THE RUN ARE CARRIED FORWARD FROM EVERY
006820* APPLIED TRANSACTION'S JOURNAL IMAGES AND WRITTEN BACK WHEN THE
006825* RUN FINISHES. WS-CTL-RC IS NON-ZERO WHEN THE CONTROL RECORD
006830* COULD NOT BE READ, ESTABLISHED OR WRITTEN BACK.
006835*---------------------------------------------------------------
006840 77  WS-CTL-COUNT                    PIC 9(09) VALUE ZERO.
006845 77  WS-CTL-HASH-A                   PIC 9(15) VALUE ZERO.
006850 77  WS-CTL-HASH-B                   PIC 9(15) VALUE ZERO.
006855 77  WS-CTL-JRN-DATE                 PIC X(08) VALUE SPACES.
006860 77  WS-CTL-JRN-TIME                 PIC X(06) VALUE SPACES.
006865 77  WS-CTL-JRN-TRN-NO               PIC 9(09) VALUE ZERO.
006870 77  WS-CTL-RC                       PIC 9(04) VALUE ZERO.
006875 77  WS-CTL-BUILT-SW                 PIC X(01) VALUE 'N'.
006880     88  CTL-BUILT-THIS-RUN          VALUE 'Y'.
006885 77  WS-CTL-REASON                   PIC X(80) VALUE SPACES.
006890 77  WS-EDIT-HASH                    PIC Z(14)9.
006895
006900*---------------------------------------------------------------
007000* RUNTIME PARAMETER WORK AREA - DD_xxx OVERRIDES WITH SHOP-
007100* STANDARD DEFAULTS, SAME CONVENTION AS DAY01PROC
007500 77  WS-DD-REGRPT                    PIC X(40) VALUE SPACES.
007510 77  WS-DD-JRNFILE                   PIC X(40) VALUE SPACES.
007600
007609*---------------------------------------------------------------
007618* OPERATOR AUTHORITY CHECK - PASSED TO AOCAUTH'S AOCAUTHC ENTRY
007627* BEFORE THE MASTER IS OPENED
007636*---------------------------------------------------------------
007645 77  WS-AUTH-ACTION                  PIC X(08) VALUE 'MSTMAINT'.
007654 77  WS-AUTH-PROGRAM                 PIC X(08) VALUE 'AOCMSTM'.
007663 77  WS-AUTH-RUN-NO                  PIC 9(06) VALUE ZERO.
007672 77  WS-AUTH-DETAIL                  PIC X(40) VALUE SPACES.
007681 77  WS-AUTH-RC                      PIC 9(04) VALUE ZERO.
007690
007700*---------------------------------------------------------------
007800* TRANSACTION EDIT AND REGISTER WORK AREAS
007900*---------------------------------------------------------------
009800     PERFORM 0050-ACCEPT-PARM THRU 0050-ACCEPT-PARM-EXIT.
009810     ACCEPT WS-JRN-STAMP-DATE FROM DATE YYYYMMDD.
009820     ACCEPT WS-JRN-STAMP-TIME FROM TIME.
009827     PERFORM 0070-CHECK-AUTHORITY THRU 0070-CHECK-AUTHORITY-EXIT.
009834     IF WS-AUTH-RC NOT = ZERO
009841         DISPLAY 'AOCMSTM REFUSED - THIS USER ID IS NOT '
009848             'AUTHORIZED ON THE OPERATOR AUTHORITY FILE TO '
009855             'MAINTAIN THE ID MASTER. NOTHING WAS APPLIED - '
009862             'SEE THE SECURITY LOG.'
009869         MOVE 20 TO RETURN-CODE
009876         PERFORM 0090-SET-CALLER-RC THRU 0090-SET-CALLER-RC-EXIT
009883         GOBACK
009890     END-IF.
009900     OPEN I-O MSTFILE.
010000     IF WS-MST-STATUS = '35'
010100         OPEN OUTPUT MSTFILE
010500     IF WS-MST-STATUS NOT = '00'
010600         DISPLAY 'AOCMSTM HALTED - UNABLE TO OPEN MSTFILE, '
010700             'FILE STATUS = ' WS-MST-STATUS
010711         MOVE ZERO TO WS-ALRT-RUN-NO
010722         MOVE 'C' TO WS-ALRT-SEVERITY
010733         MOVE 'MSTFILE' TO WS-ALRT-CODE
010744         MOVE SPACES TO WS-ALRT-TEXT
010755         STRING 'MSTFILE NOT OPENED, STATUS ' WS-MST-STATUS
010766                ' - NOTHING APPLIED'
010777             DELIMITED BY SIZE INTO WS-ALRT-TEXT
010788         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
010800         MOVE 16 TO RETURN-CODE
010850         PERFORM 0090-SET-CALLER-RC THRU 0090-SET-CALLER-RC-EXIT
010900         GOBACK
011200     IF WS-TRN-STATUS NOT = '00'
011300         DISPLAY 'AOCMSTM HALTED - UNABLE TO OPEN TRNFILE, '
011400             'FILE STATUS = ' WS-TRN-STATUS
011411         MOVE ZERO TO WS-ALRT-RUN-NO
011422         MOVE 'C' TO WS-ALRT-SEVERITY
011433         MOVE 'TRNFILE' TO WS-ALRT-CODE
011444         MOVE SPACES TO WS-ALRT-TEXT
011455         STRING 'TRNFILE NOT OPENED, STATUS ' WS-TRN-STATUS
011466                ' - NOTHING APPLIED'
011477             DELIMITED BY SIZE INTO WS-ALRT-TEXT
011488         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
011500         CLOSE MSTFILE
011600         MOVE 16 TO RETURN-CODE
011650         PERFORM 0090-SET-CALLER-RC THRU 0090-SET-CALLER-RC-EXIT
011830         OPEN OUTPUT JRNFILE
011840     END-IF.
011850     IF WS-JRN-STATUS NOT = '00'
011851         MOVE ZERO TO WS-ALRT-RUN-NO
011852         MOVE 'C' TO WS-ALRT-SEVERITY
011853         MOVE 'JRNFILE' TO WS-ALRT-CODE
011854         MOVE 'JRNFILE NOT OPENED - NOTHING APPLIED'
011855           TO WS-ALRT-TEXT
011856         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
011860         DISPLAY 'AOCMSTM HALTED - UNABLE TO OPEN JRNFILE, '
011870             'FILE STATUS = ' WS-JRN-STATUS
011880             '. AN UNJOURNALED UPDATE WOULD BE UNRECOVERABLE.'
011892     END-IF.
011900     OPEN OUTPUT REGRPT.
012000     PERFORM 6000-PRINT-HEADING THRU 6000-PRINT-HEADING-EXIT.
012006     PERFORM 7000-OPEN-CONTROL THRU 7000-OPEN-CONTROL-EXIT.
012012     IF WS-CTL-RC NOT = ZERO
012018         DISPLAY 'AOCMSTM HALTED - ' WS-CTL-REASON
012019         MOVE ZERO TO WS-ALRT-RUN-NO
012020         MOVE 'C' TO WS-ALRT-SEVERITY
012021         MOVE 'CTLREC' TO WS-ALRT-CODE
012022         MOVE WS-CTL-REASON TO WS-ALRT-TEXT
012023         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
012024         MOVE SPACES TO REG-REC
012030         STRING 'RUN HALTED - ' WS-CTL-REASON
012036             DELIMITED BY SIZE INTO REG-REC
012042         WRITE REG-REC
012048         CLOSE TRNFILE
012054         CLOSE MSTFILE
012060         CLOSE JRNFILE
012066         CLOSE REGRPT
012072         MOVE 16 TO RETURN-CODE
012078         PERFORM 0090-SET-CALLER-RC THRU 0090-SET-CALLER-RC-EXIT
012084         GOBACK
012090     END-IF.
012100     PERFORM 1000-READ-TRANS THRU 1000-READ-TRANS-EXIT
012200         UNTIL TRN-EOF.
012250     PERFORM 7200-CLOSE-CONTROL THRU 7200-CLOSE-CONTROL-EXIT.
012300     PERFORM 6100-PRINT-SUMMARY THRU 6100-PRINT-SUMMARY-EXIT.
012400     CLOSE TRNFILE.
012500     CLOSE MSTFILE.
012550     CLOSE JRNFILE.
012600     CLOSE REGRPT.
012614     IF WS-CTL-RC NOT = ZERO
012628         DISPLAY 'AOCMSTM - ' WS-CTL-REASON
012630         MOVE ZERO TO WS-ALRT-RUN-NO
012632         MOVE 'C' TO WS-ALRT-SEVERITY
012634         MOVE 'CTLREC' TO WS-ALRT-CODE
012636         MOVE WS-CTL-REASON TO WS-ALRT-TEXT
012638         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
012642         MOVE 16 TO RETURN-CODE
012656         PERFORM 0090-SET-CALLER-RC THRU 0090-SET-CALLER-RC-EXIT
012670         GOBACK
012684     END-IF.
012700     IF WS-REJECT-COUNT > ZERO
012800         MOVE 8 TO RETURN-CODE
012814         MOVE ZERO TO WS-ALRT-RUN-NO
012828         MOVE 'E' TO WS-ALRT-SEVERITY
012842         MOVE 'REJECTS' TO WS-ALRT-CODE
012856         MOVE 'TRANSACTIONS REJECTED - SEE THE REGISTER'
012870           TO WS-ALRT-TEXT
012884         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
012900     ELSE
013000         MOVE ZERO TO RETURN-CODE
013100     END-IF.
015100 0050-ACCEPT-PARM-EXIT.
015200     EXIT.
015300
015305*---------------------------------------------------------------
015310* 0070-CHECK-AUTHORITY - A MASTER CHANGE MUST BE TIED TO A
015315*                        PERSON. AOCAUTH CLEARS THE USER ID
015320*                        AGAINST THE OPERATOR AUTHORITY FILE AND
015325*                        LOGS THE ATTEMPT, NAMING THE TRANSACTION
015330*                        FILE, WHETHER OR NOT IT IS GRANTED.
015335*---------------------------------------------------------------
015340 0070-CHECK-AUTHORITY.
015345     ACCEPT WS-DD-TRNFILE FROM ENVIRONMENT 'DD_TRNFILE'.
015350     MOVE SPACES TO WS-AUTH-DETAIL.
015355     STRING 'TRNFILE ' WS-DD-TRNFILE DELIMITED BY SIZE
015360         INTO WS-AUTH-DETAIL.
015365     CALL 'AOCAUTHC' USING WS-AUTH-ACTION WS-AUTH-PROGRAM
015370                           WS-AUTH-RUN-NO WS-AUTH-DETAIL
015375                           WS-AUTH-RC.
015380 0070-CHECK-AUTHORITY-EXIT.
015385     EXIT.
015390
015400*---------------------------------------------------------------
015500* 1000-READ-TRANS - READ ONE TRANSACTION, EDIT IT, AND APPLY OR
015600*                   REJECT IT
019200         MOVE 'PAIR NUMBER IS NOT NUMERIC' TO WS-REJECT-REASON
019300         GO TO 2000-EDIT-TRAN-EXIT
019400     END-IF.
019414     IF TRN-PAIR-NO-X = '000000000'
019428         MOVE 'N' TO WS-TRN-OK-SW
019442         MOVE 'PAIR ZERO IS THE CONTROL RECORD'
019456             TO WS-REJECT-REASON
019470         GO TO 2000-EDIT-TRAN-EXIT
019484     END-IF.
019500     IF TRN-ACTION = 'A' OR TRN-ACTION = 'C'
019600         IF TRN-A-X NOT NUMERIC
019700             MOVE 'N' TO WS-TRN-OK-SW
026400     IF TRN-OK
026450         PERFORM 3600-JOURNAL-APPLIED
026460             THRU 3600-JOURNAL-APPLIED-EXIT
026473         PERFORM 7300-CARRY-CONTROL-TOTALS
026486             THRU 7300-CARRY-CONTROL-TOTALS-EXIT
026500         PERFORM 3500-REGISTER-APPLIED
026600             THRU 3500-REGISTER-APPLIED-EXIT
026700     ELSE
037800            WS-EDIT-COUNT           DELIMITED BY SIZE
037900            INTO REG-REC.
038000     WRITE REG-REC.
038003     MOVE SPACES TO REG-REC.
038006     WRITE REG-REC.
038009     IF CTL-BUILT-THIS-RUN
038012         MOVE SPACES TO REG-REC
038015         STRING 'CONTROL RECORD ESTABLISHED FROM A FULL PASS OF '
038018                'THE MASTER' DELIMITED BY SIZE INTO REG-REC
038021         WRITE REG-REC
038024     END-IF.
038027     MOVE WS-CTL-COUNT TO WS-EDIT-COUNT.
038030     MOVE SPACES TO REG-REC.
038033     STRING 'MASTER PAIRS       : ' DELIMITED BY SIZE
038036            WS-EDIT-COUNT           DELIMITED BY SIZE
038039            INTO REG-REC.
038042     WRITE REG-REC.
038045     MOVE WS-CTL-HASH-A TO WS-EDIT-HASH.
038048     MOVE SPACES TO REG-REC.
038051     STRING 'HASH TOTAL A-IDS   : ' DELIMITED BY SIZE
038054            WS-EDIT-HASH            DELIMITED BY SIZE
038057            INTO REG-REC.
038060     WRITE REG-REC.
038063     MOVE WS-CTL-HASH-B TO WS-EDIT-HASH.
038066     MOVE SPACES TO REG-REC.
038069     STRING 'HASH TOTAL B-IDS   : ' DELIMITED BY SIZE
038072            WS-EDIT-HASH            DELIMITED BY SIZE
038075            INTO REG-REC.
038078     WRITE REG-REC.
038100 6100-PRINT-SUMMARY-EXIT.
038200     EXIT.
038300
038400*---------------------------------------------------------------
038500* 7000-OPEN-CONTROL - READ THE CONTROL RECORD UNDER PAIR ZERO AND
038600*                     MARK IT IN UPDATE BEFORE ANY TRANSACTION IS
038700*                     APPLIED. A MASTER WITH NO CONTROL RECORD
038800*                     (NEW, OR CARRIED FORWARD FROM BEFORE THE
038900*                     CONTROL RECORD EXISTED) GETS ONE FROM A FULL
039000*                     PASS. ONE STILL IN UPDATE MEANS AN EARLIER
039100*                     RUN DIED PART-WAY - ITS TOTALS CANNOT BE
039200*                     TRUSTED, SO THE MASTER IS LEFT ALONE FOR
039300*                     AOCMSTV AND AOCMSTRB RATHER THAN RE-BLESSED
039400*                     HERE.
039500*---------------------------------------------------------------
039600 7000-OPEN-CONTROL.
039700     MOVE ZERO TO WS-CTL-RC.
039800     MOVE SPACES TO WS-CTL-REASON.
039900     MOVE ZERO TO MST-CTL-KEY.
040000     READ MSTFILE
040100         INVALID KEY
040200             PERFORM 7100-ESTABLISH-CONTROL
040300                 THRU 7100-ESTABLISH-CONTROL-EXIT
040400     END-READ.
040500     IF WS-CTL-RC NOT = ZERO
040600         GO TO 7000-OPEN-CONTROL-EXIT
040700     END-IF.
040800     IF WS-MST-STATUS NOT = '00' AND NOT CTL-BUILT-THIS-RUN
040900         MOVE 16 TO WS-CTL-RC
041000         STRING 'UNABLE TO READ THE MASTER CONTROL RECORD, FILE '
041100                'STATUS = ' WS-MST-STATUS
041200             DELIMITED BY SIZE INTO WS-CTL-REASON
041300         GO TO 7000-OPEN-CONTROL-EXIT
041400     END-IF.
041500     IF MST-CTL-TAG NOT = 'MSTCTL  '
041600         MOVE 16 TO WS-CTL-RC
041700         STRING 'PAIR ZERO ON THE MASTER IS NOT A CONTROL RECORD '
041800                '- REBUILD THE MASTER THROUGH AOCMSTRB'
041900             DELIMITED BY SIZE INTO WS-CTL-REASON
042000         GO TO 7000-OPEN-CONTROL-EXIT
042100     END-IF.
042200     IF MST-CTL-IN-UPDATE
042300         MOVE 16 TO WS-CTL-RC
042400         STRING 'MASTER LEFT IN UPDATE BY THE RUN OF '
042500                MST-CTL-UPD-DATE ' ' MST-CTL-UPD-TIME
042600                ' - PROVE IT WITH AOCMSTV, REBUILD WITH AOCMSTRB'
042700             DELIMITED BY SIZE INTO WS-CTL-REASON
042800         GO TO 7000-OPEN-CONTROL-EXIT
042900     END-IF.
043000     MOVE MST-CTL-COUNT TO WS-CTL-COUNT.
043100     MOVE MST-CTL-HASH-A TO WS-CTL-HASH-A.
043200     MOVE MST-CTL-HASH-B TO WS-CTL-HASH-B.
043300     MOVE MST-CTL-JRN-DATE TO WS-CTL-JRN-DATE.
043400     MOVE MST-CTL-JRN-TIME TO WS-CTL-JRN-TIME.
043500     MOVE MST-CTL-JRN-TRN-NO TO WS-CTL-JRN-TRN-NO.
043600     MOVE 'U' TO MST-CTL-STATE.
043700     MOVE WS-JRN-STAMP-DATE TO MST-CTL-UPD-DATE.
043800     MOVE WS-JRN-STAMP-HHMMSS TO MST-CTL-UPD-TIME.
043900     MOVE 'AOCMSTM' TO MST-CTL-UPD-PGM.
044000     REWRITE MST-CTL-REC
044100         INVALID KEY
044200             MOVE 16 TO WS-CTL-RC
044300             STRING 'UNABLE TO MARK THE MASTER CONTROL RECORD IN '
044400                    'UPDATE, FILE STATUS = ' WS-MST-STATUS
044500                 DELIMITED BY SIZE INTO WS-CTL-REASON
044600     END-REWRITE.
044700 7000-OPEN-CONTROL-EXIT.
044800     EXIT.
044900
045000*---------------------------------------------------------------
045100* 7100-ESTABLISH-CONTROL - NO CONTROL RECORD ON THE MASTER. COUNT
045200*                          AND HASH EVERY PAIR FROM KEY 1 UP AND
045300*                          WRITE ONE, COMPLETE, SO 7000 CAN MARK
045400*                          IT IN UPDATE LIKE ANY OTHER RUN. NO
045500*                          JOURNAL RECORD HAS BEEN APPLIED UNDER
045600*                          IT YET, SO THE JOURNAL FIELDS ARE LEFT
045700*                          EMPTY.
045800*---------------------------------------------------------------
045900 7100-ESTABLISH-CONTROL.
046000     MOVE 'Y' TO WS-CTL-BUILT-SW.
046100     MOVE ZERO TO WS-CTL-COUNT.
046200     MOVE ZERO TO WS-CTL-HASH-A.
046300     MOVE ZERO TO WS-CTL-HASH-B.
046400     MOVE 'N' TO WS-MST-EOF-SW.
046500     MOVE ZERO TO MST-PAIR-NO.
046600     START MSTFILE KEY IS GREATER THAN MST-PAIR-NO
046700         INVALID KEY
046800             MOVE 'Y' TO WS-MST-EOF-SW
046900     END-START.
047000     PERFORM 7150-COUNT-PAIR THRU 7150-COUNT-PAIR-EXIT
047100         UNTIL MST-EOF.
047200     MOVE SPACES TO MST-CTL-REC.
047300     MOVE ZERO TO MST-CTL-KEY.
047400     MOVE 'MSTCTL  ' TO MST-CTL-TAG.
047500     MOVE 'C' TO MST-CTL-STATE.
047600     MOVE WS-CTL-COUNT TO MST-CTL-COUNT.
047700     MOVE WS-CTL-HASH-A TO MST-CTL-HASH-A.
047800     MOVE WS-CTL-HASH-B TO MST-CTL-HASH-B.
047900     MOVE ZERO TO MST-CTL-JRN-TRN-NO.
048000     MOVE WS-JRN-STAMP-DATE TO MST-CTL-UPD-DATE.
048100     MOVE WS-JRN-STAMP-HHMMSS TO MST-CTL-UPD-TIME.
048200     MOVE 'AOCMSTM' TO MST-CTL-UPD-PGM.
048300     WRITE MST-CTL-REC
048400         INVALID KEY
048500             MOVE 16 TO WS-CTL-RC
048600             STRING 'UNABLE TO ESTABLISH THE MASTER CONTROL '
048700                    'RECORD, FILE STATUS = ' WS-MST-STATUS
048800                 DELIMITED BY SIZE INTO WS-CTL-REASON
048900     END-WRITE.
049000 7100-ESTABLISH-CONTROL-EXIT.
049100     EXIT.
049200
049300*---------------------------------------------------------------
049400* 7150-COUNT-PAIR - ONE PAIR OF THE ESTABLISHING PASS
049500*---------------------------------------------------------------
049600 7150-COUNT-PAIR.
049700     READ MSTFILE NEXT RECORD
049800         AT END
049900             MOVE 'Y' TO WS-MST-EOF-SW
050000             GO TO 7150-COUNT-PAIR-EXIT
050100     END-READ.
050200     COMPUTE WS-CTL-COUNT = WS-CTL-COUNT + 1.
050300     IF MST-A-ID NUMERIC
050400         COMPUTE WS-CTL-HASH-A = WS-CTL-HASH-A + MST-A-ID
050500     END-IF.
050600     IF MST-B-ID NUMERIC
050700         COMPUTE WS-CTL-HASH-B = WS-CTL-HASH-B + MST-B-ID
050800     END-IF.
050900 7150-COUNT-PAIR-EXIT.
051000     EXIT.
051100
051200*---------------------------------------------------------------
051300* 7200-CLOSE-CONTROL - WRITE THE CONTROL RECORD BACK COMPLETE
051400*                      WITH THE TOTALS CARRIED THROUGH THE RUN
051500*                      AND THE LAST JOURNAL RECORD APPLIED (THE
051600*                      PREVIOUS ONE STANDS IF NOTHING APPLIED)
051700*---------------------------------------------------------------
051800 7200-CLOSE-CONTROL.
051900     MOVE ZERO TO MST-CTL-KEY.
052000     READ MSTFILE
052100         INVALID KEY
052200             MOVE 16 TO WS-CTL-RC
052300             STRING 'MASTER CONTROL RECORD LOST DURING THE RUN, '
052400                    'FILE STATUS = ' WS-MST-STATUS
052500                 DELIMITED BY SIZE INTO WS-CTL-REASON
052600             GO TO 7200-CLOSE-CONTROL-EXIT
052700     END-READ.
052800     MOVE 'C' TO MST-CTL-STATE.
052900     MOVE WS-CTL-COUNT TO MST-CTL-COUNT.
053000     MOVE WS-CTL-HASH-A TO MST-CTL-HASH-A.
053100     MOVE WS-CTL-HASH-B TO MST-CTL-HASH-B.
053200     MOVE WS-CTL-JRN-DATE TO MST-CTL-JRN-DATE.
053300     MOVE WS-CTL-JRN-TIME TO MST-CTL-JRN-TIME.
053400     MOVE WS-CTL-JRN-TRN-NO TO MST-CTL-JRN-TRN-NO.
053500     MOVE WS-JRN-STAMP-DATE TO MST-CTL-UPD-DATE.
053600     MOVE WS-JRN-STAMP-HHMMSS TO MST-CTL-UPD-TIME.
053700     MOVE 'AOCMSTM' TO MST-CTL-UPD-PGM.
053800     REWRITE MST-CTL-REC
053900         INVALID KEY
054000             MOVE 16 TO WS-CTL-RC
054100             STRING 'UNABLE TO WRITE BACK THE MASTER CONTROL '
054200                    'RECORD - IT IS LEFT IN UPDATE'
054300                 DELIMITED BY SIZE INTO WS-CTL-REASON
054400     END-REWRITE.
054500 7200-CLOSE-CONTROL-EXIT.
054600     EXIT.
054700
054800*---------------------------------------------------------------
054900* 7300-CARRY-CONTROL-TOTALS - CARRY THE PAIR COUNT AND HASH TOTALS
055000*                             FORWARD FROM THE JOURNAL RECORD JUST
055100*                             WRITTEN: TAKE OUT THE BEFORE IMAGE,
055200*                             PUT IN THE AFTER IMAGE
055300*---------------------------------------------------------------
055400 7300-CARRY-CONTROL-TOTALS.
055500     IF JRN-BEF-PRESENT = 'Y'
055600         COMPUTE WS-CTL-COUNT = WS-CTL-COUNT - 1
055700         COMPUTE WS-CTL-HASH-A = WS-CTL-HASH-A - JRN-BEF-A
055800         COMPUTE WS-CTL-HASH-B = WS-CTL-HASH-B - JRN-BEF-B
055900     END-IF.
056000     IF JRN-AFT-PRESENT = 'Y'
056100         COMPUTE WS-CTL-COUNT = WS-CTL-COUNT + 1
056200         COMPUTE WS-CTL-HASH-A = WS-CTL-HASH-A + JRN-AFT-A
056300         COMPUTE WS-CTL-HASH-B = WS-CTL-HASH-B + JRN-AFT-B
056400     END-IF.
056500     MOVE JRN-DATE TO WS-CTL-JRN-DATE.
056600     MOVE JRN-TIME TO WS-CTL-JRN-TIME.
056700     MOVE JRN-TRN-NO TO WS-CTL-JRN-TRN-NO.
056800 7300-CARRY-CONTROL-TOTALS-EXIT.
056900     EXIT.
057000
057100*---------------------------------------------------------------
057200* 9800-RAISE-ALERT - WRITE WS-ALRT-SEVERITY/CODE/TEXT TO THE
057300*                    SHOP-WIDE ALERT FILE THROUGH AOCALRT. THE
057400*                    RC IS NOT ACTED ON - AN ALERT THAT CANNOT
057500*                    BE WRITTEN IS ON THE JOB LOG INSTEAD, AND
057600*                    MUST NOT CHANGE HOW THIS RUN ENDS, SO THE
057700*                    RETURN-CODE THE CALL CLOBBERS IS PUT BACK.
057800*---------------------------------------------------------------
057900 9800-RAISE-ALERT.
058000     MOVE RETURN-CODE TO WS-ALRT-SAVE-RC.
058100     CALL 'AOCALRTC' USING WS-ALRT-PROGRAM WS-ALRT-RUN-NO
058200                           WS-ALRT-SEVERITY WS-ALRT-CODE
058300                           WS-ALRT-TEXT WS-ALRT-RC.
058400     MOVE WS-ALRT-SAVE-RC TO RETURN-CODE.
058500 9800-RAISE-ALERT-EXIT.
058600     EXIT.
