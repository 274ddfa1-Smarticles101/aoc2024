003000*                  SO THE REBUILT FILE IS NOT TRUSTED BLINDLY.
003100*                  RETURN CODE 16 WHEN THE JOURNAL OR THE
003200*                  OUTPUT MASTER CANNOT BE OPENED.
003214* 2026-09-22  RH   A REBUILD IS NOW CLEARED AGAINST THE OPERATOR
003228*                  AUTHORITY FILE BY AOCAUTH BEFORE THE JOURNAL IS
003242*                  OPENED. THE ATTEMPT IS WRITTEN TO THE SECURITY
003256*                  LOG EITHER WAY; A USER NOT AUTHORIZED TO
003270*                  REBUILD THE MASTER IS REFUSED WITH RETURN CODE
003284*                  20 AND NOTHING IS BUILT.
003285* 2026-09-28  RH   THE REBUILT MASTER NOW GETS ITS CONTROL RECORD
003286*                  (PAIR ZERO, MST-CTL-REC IN IDMSTFD) FROM A
003287*                  FULL PASS OF THE PAIRS ONCE THE REPLAY IS DONE
003288*                  - PAIR COUNT, HASH TOTALS OF BOTH ID COLUMNS,
003289*                  LAST JOURNAL RECORD REPLAYED - SO IT PROVES
003290*                  CLEAN UNDER AOCMSTV AND AOCMSTM MAINTAINS IT.
003291*                  ACCESS IS NOW DYNAMIC FOR THAT PASS. A JOURNAL
003292*                  RECORD FOR PAIR ZERO IS AN ANOMALY. RETURN CODE
003293*                  16 IF THE CONTROL RECORD CANNOT BE WRITTEN.
003294* 2026-10-01  RH   A HALT, JOURNAL ANOMALIES AND A REBUILD LEFT
003295*                  WITHOUT ITS CONTROL RECORD ARE ALSO RAISED ON
003296*                  THE SHOP-WIDE ALERT FILE THROUGH AOCALRT FOR
003297*                  THE AOCALRD DIGEST. AN AUTHORITY REFUSAL IS
003298*                  RAISED BY AOCAUTH ITSELF.
003300*---------------------------------------------------------------
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
004000
004100     SELECT RBMFILE ASSIGN TO 'RBMFILE'
004200         ORGANIZATION IS INDEXED
004300         ACCESS IS DYNAMIC
004400         RECORD KEY IS MST-PAIR-NO
004500         FILE STATUS IS WS-RBM-STATUS.
004600
006300 77  WS-RBM-STATUS                   PIC X(02) VALUE '00'.
006400 77  WS-JRN-EOF-SW                   PIC X(01) VALUE 'N'.
006500     88  JRN-EOF                     VALUE 'Y'.
006533 77  WS-RBM-EOF-SW                   PIC X(01) VALUE 'N'.
006566     88  RBM-EOF                     VALUE 'Y'.
006600
006700*---------------------------------------------------------------
006800* RUNTIME PARAMETER WORK AREA - DD_xxx OVERRIDES WITH SHOP-
007500 77  WS-DD-RBRPT                     PIC X(40) VALUE SPACES.
007600 77  WS-DD-ASOFDATE                  PIC X(08) VALUE SPACES.
007700 77  WS-ASOF-DATE                    PIC X(08) VALUE SPACES.
007707
007714*---------------------------------------------------------------
007721* OPERATOR ALERT - PASSED TO AOCALRT'S AOCALRTC ENTRY WHEREVER
007728* THIS PROGRAM RAISES A WARNING OR FAILURE (ALRTFD SEVERITIES)
007735*---------------------------------------------------------------
007742 77  WS-ALRT-PROGRAM                 PIC X(08) VALUE 'AOCMSTRB'.
007749 77  WS-ALRT-RUN-NO                  PIC 9(06) VALUE ZERO.
007756 77  WS-ALRT-SEVERITY                PIC X(01) VALUE SPACE.
007763 77  WS-ALRT-CODE                    PIC X(08) VALUE SPACES.
007770 77  WS-ALRT-TEXT                    PIC X(60) VALUE SPACES.
007777 77  WS-ALRT-RC                      PIC 9(04) VALUE ZERO.
007784 77  WS-ALRT-SAVE-RC                 PIC S9(04) COMP VALUE ZERO.
007800
007809*---------------------------------------------------------------
007818* OPERATOR AUTHORITY CHECK - PASSED TO AOCAUTH'S AOCAUTHC ENTRY
007827* BEFORE THE JOURNAL IS REPLAYED
007836*---------------------------------------------------------------
007845 77  WS-AUTH-ACTION                  PIC X(08) VALUE 'REBUILD'.
007854 77  WS-AUTH-PROGRAM                 PIC X(08) VALUE 'AOCMSTRB'.
007863 77  WS-AUTH-RUN-NO                  PIC 9(06) VALUE ZERO.
007872 77  WS-AUTH-DETAIL                  PIC X(40) VALUE SPACES.
007881 77  WS-AUTH-RC                      PIC 9(04) VALUE ZERO.
007890
007900*---------------------------------------------------------------
008000* REPLAY COUNTERS AND ANOMALY WORK AREAS
008100*---------------------------------------------------------------
009200     88  RECORD-ANOMALOUS            VALUE 'Y'.
009300 77  WS-ANOM-REASON                  PIC X(30) VALUE SPACES.
009400 77  WS-EDIT-COUNT                   PIC ZZZZZZZZ9.
009407
009414*---------------------------------------------------------------
009421* CONTROL RECORD WORK AREAS - TOTALS FROM THE CLOSING PASS OF THE
009428* REBUILT MASTER, AND THE LAST JOURNAL RECORD THE REPLAY APPLIED
009435*---------------------------------------------------------------
009442 77  WS-CTL-COUNT                    PIC 9(09) VALUE ZERO.
009449 77  WS-CTL-HASH-A                   PIC 9(15) VALUE ZERO.
009456 77  WS-CTL-HASH-B                   PIC 9(15) VALUE ZERO.
009463 77  WS-LAST-JRN-DATE                PIC X(08) VALUE SPACES.
009470 77  WS-LAST-JRN-TIME                PIC X(06) VALUE SPACES.
009477 77  WS-LAST-JRN-TRN-NO              PIC 9(09) VALUE ZERO.
009484 77  WS-CTL-RC                       PIC 9(04) VALUE ZERO.
009491 77  WS-EDIT-HASH                    PIC Z(14)9.
009500
009600*---------------------------------------------------------------
009700* REPORT WORK AREAS
010500 PROCEDURE DIVISION.
010600 0000-MAINLINE.
010700     PERFORM 0050-ACCEPT-PARM THRU 0050-ACCEPT-PARM-EXIT.
010710     PERFORM 0070-CHECK-AUTHORITY THRU 0070-CHECK-AUTHORITY-EXIT.
010720     IF WS-AUTH-RC NOT = ZERO
010730         DISPLAY 'AOCMSTRB REFUSED - THIS USER ID IS NOT '
010740             'AUTHORIZED ON THE OPERATOR AUTHORITY FILE TO '
010750             'REBUILD THE ID MASTER. NOTHING WAS BUILT - SEE '
010760             'THE SECURITY LOG.'
010770         MOVE 20 TO RETURN-CODE
010780         STOP RUN
010790     END-IF.
010800     OPEN INPUT JRNFILE.
010900     IF WS-JRN-STATUS NOT = '00'
011000         DISPLAY 'AOCMSTRB HALTED - UNABLE TO OPEN JRNFILE, '
011100             'FILE STATUS = ' WS-JRN-STATUS
011111         MOVE ZERO TO WS-ALRT-RUN-NO
011122         MOVE 'C' TO WS-ALRT-SEVERITY
011133         MOVE 'JRNFILE' TO WS-ALRT-CODE
011144         MOVE SPACES TO WS-ALRT-TEXT
011155         STRING 'JRNFILE NOT OPENED, STATUS ' WS-JRN-STATUS
011166                ' - NOTHING BUILT'
011177             DELIMITED BY SIZE INTO WS-ALRT-TEXT
011188         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
011200         MOVE 16 TO RETURN-CODE
011300         STOP RUN
011400     END-IF.
012200     IF WS-RBM-STATUS NOT = '00'
012300         DISPLAY 'AOCMSTRB HALTED - UNABLE TO OPEN RBMFILE, '
012400             'FILE STATUS = ' WS-RBM-STATUS
012411         MOVE ZERO TO WS-ALRT-RUN-NO
012422         MOVE 'C' TO WS-ALRT-SEVERITY
012433         MOVE 'RBMFILE' TO WS-ALRT-CODE
012444         MOVE SPACES TO WS-ALRT-TEXT
012455         STRING 'RBMFILE NOT OPENED, STATUS ' WS-RBM-STATUS
012466                ' - NOTHING BUILT'
012477             DELIMITED BY SIZE INTO WS-ALRT-TEXT
012488         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
012500         CLOSE JRNFILE
012600         MOVE 16 TO RETURN-CODE
012700         STOP RUN
013000     PERFORM 6000-PRINT-HEADING THRU 6000-PRINT-HEADING-EXIT.
013100     PERFORM 1000-READ-JOURNAL THRU 1000-READ-JOURNAL-EXIT
013200         UNTIL JRN-EOF.
013250     PERFORM 7000-WRITE-CONTROL THRU 7000-WRITE-CONTROL-EXIT.
013300     PERFORM 6100-PRINT-SUMMARY THRU 6100-PRINT-SUMMARY-EXIT.
013400     CLOSE JRNFILE.
013500     CLOSE RBMFILE.
013600     CLOSE RBRPT.
013700     IF WS-ANOM-COUNT > ZERO
013800         MOVE 8 TO RETURN-CODE
013814         MOVE ZERO TO WS-ALRT-RUN-NO
013828         MOVE 'E' TO WS-ALRT-SEVERITY
013842         MOVE 'ANOMALY' TO WS-ALRT-CODE
013856         MOVE 'JOURNAL ANOMALIES ON THE REBUILD - SEE RBRPT'
013870           TO WS-ALRT-TEXT
013884         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
013900     ELSE
014000         MOVE ZERO TO RETURN-CODE
014100     END-IF.
014125     IF WS-CTL-RC NOT = ZERO
014150         MOVE 16 TO RETURN-CODE
014153         MOVE ZERO TO WS-ALRT-RUN-NO
014156         MOVE 'C' TO WS-ALRT-SEVERITY
014159         MOVE 'CTLREC' TO WS-ALRT-CODE
014162         MOVE 'CONTROL RECORD NOT WRITTEN ON REBUILT MASTER'
014165           TO WS-ALRT-TEXT
014168         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
014175     END-IF.
014200     STOP RUN.
014300
014400*---------------------------------------------------------------
016800 0050-ACCEPT-PARM-EXIT.
016900     EXIT.
017000
017005*---------------------------------------------------------------
017010* 0070-CHECK-AUTHORITY - A MASTER REBUILD MUST BE TIED TO A
017015*                        PERSON. AOCAUTH CLEARS THE USER ID
017020*                        AGAINST THE OPERATOR AUTHORITY FILE AND
017025*                        LOGS THE ATTEMPT, NAMING THE AS-OF DATE,
017030*                        WHETHER OR NOT IT IS GRANTED.
017035*---------------------------------------------------------------
017040 0070-CHECK-AUTHORITY.
017045     MOVE SPACES TO WS-AUTH-DETAIL.
017050     STRING 'AS OF ' WS-ASOF-DATE DELIMITED BY SIZE
017055         INTO WS-AUTH-DETAIL.
017060     CALL 'AOCAUTHC' USING WS-AUTH-ACTION WS-AUTH-PROGRAM
017065                           WS-AUTH-RUN-NO WS-AUTH-DETAIL
017070                           WS-AUTH-RC.
017075 0070-CHECK-AUTHORITY-EXIT.
017080     EXIT.
017085
017100*---------------------------------------------------------------
017200* 1000-READ-JOURNAL - READ ONE JOURNAL RECORD AND APPLY OR SKIP
017300*                     IT. RECORDS STAMPED AFTER THE AS-OF DATE
020900 2000-REPLAY-RECORD.
021000     MOVE 'N' TO WS-ANOM-SW.
021100     MOVE SPACES TO WS-ANOM-REASON.
021111     IF JRN-PAIR-NO = ZERO
021122         MOVE 'Y' TO WS-ANOM-SW
021133         MOVE 'PAIR 0 IS THE CONTROL RECORD'
021144             TO WS-ANOM-REASON
021155         PERFORM 2500-REPORT-ANOMALY
021166             THRU 2500-REPORT-ANOMALY-EXIT
021177         GO TO 2000-REPLAY-RECORD-EXIT
021188     END-IF.
021200     MOVE JRN-PAIR-NO TO MST-PAIR-NO.
021300     EVALUATE JRN-ACTION
021400         WHEN 'A'
026400             THRU 2500-REPORT-ANOMALY-EXIT
026500     ELSE
026600         COMPUTE WS-APPLIED-COUNT = WS-APPLIED-COUNT + 1
026625         MOVE JRN-DATE TO WS-LAST-JRN-DATE
026650         MOVE JRN-TIME TO WS-LAST-JRN-TIME
026675         MOVE JRN-TRN-NO TO WS-LAST-JRN-TRN-NO
026700     END-IF.
026800 2000-REPLAY-RECORD-EXIT.
026900     EXIT.
037700            WS-EDIT-COUNT                 DELIMITED BY SIZE
037800            INTO RBR-REC.
037900     WRITE RBR-REC.
037904     MOVE WS-CTL-HASH-A TO WS-EDIT-HASH.
037908     MOVE SPACES TO RBR-REC.
037912     STRING 'HASH TOTAL A-IDS        : ' DELIMITED BY SIZE
037916            WS-EDIT-HASH                  DELIMITED BY SIZE
037920            INTO RBR-REC.
037924     WRITE RBR-REC.
037928     MOVE WS-CTL-HASH-B TO WS-EDIT-HASH.
037932     MOVE SPACES TO RBR-REC.
037936     STRING 'HASH TOTAL B-IDS        : ' DELIMITED BY SIZE
037940            WS-EDIT-HASH                  DELIMITED BY SIZE
037944            INTO RBR-REC.
037948     WRITE RBR-REC.
037952     MOVE SPACES TO RBR-REC.
037956     IF WS-CTL-RC = ZERO
037960         STRING 'CONTROL RECORD WRITTEN FROM A FULL PASS OF THE '
037964                'REBUILT MASTER' DELIMITED BY SIZE INTO RBR-REC
037968     ELSE
037972         STRING 'CONTROL RECORD COULD NOT BE WRITTEN - THE '
037976                'REBUILT MASTER WILL NOT PROVE UNDER AOCMSTV'
037980             DELIMITED BY SIZE INTO RBR-REC
037984     END-IF.
037988     WRITE RBR-REC.
038000     MOVE SPACES TO RBR-REC.
038100     IF WS-ANOM-COUNT > ZERO
038200         STRING 'ENDING WITH RETURN CODE 8 - JOURNAL AND MASTER '
038900     WRITE RBR-REC.
039000 6100-PRINT-SUMMARY-EXIT.
039100     EXIT.
039200
039300*---------------------------------------------------------------
039400* 7000-WRITE-CONTROL - COUNT AND HASH EVERY PAIR OF THE REBUILT
039500*                      MASTER FROM KEY 1 UP AND WRITE ITS CONTROL
039600*                      RECORD, COMPLETE, UNDER PAIR ZERO. THE
039700*                      TOTALS COME OFF THE FILE ITSELF, NOT THE
039800*                      REPLAY COUNTERS, SO THE RECORD DESCRIBES
039900*                      WHAT WAS ACTUALLY BUILT.
040000*---------------------------------------------------------------
040100 7000-WRITE-CONTROL.
040200     MOVE 'N' TO WS-RBM-EOF-SW.
040300     MOVE ZERO TO MST-PAIR-NO.
040400     START RBMFILE KEY IS GREATER THAN MST-PAIR-NO
040500         INVALID KEY
040600             MOVE 'Y' TO WS-RBM-EOF-SW
040700     END-START.
040800     PERFORM 7050-TOTAL-PAIR THRU 7050-TOTAL-PAIR-EXIT
040900         UNTIL RBM-EOF.
041000     MOVE SPACES TO MST-CTL-REC.
041100     MOVE ZERO TO MST-CTL-KEY.
041200     MOVE 'MSTCTL  ' TO MST-CTL-TAG.
041300     MOVE 'C' TO MST-CTL-STATE.
041400     MOVE WS-CTL-COUNT TO MST-CTL-COUNT.
041500     MOVE WS-CTL-HASH-A TO MST-CTL-HASH-A.
041600     MOVE WS-CTL-HASH-B TO MST-CTL-HASH-B.
041700     MOVE WS-LAST-JRN-DATE TO MST-CTL-JRN-DATE.
041800     MOVE WS-LAST-JRN-TIME TO MST-CTL-JRN-TIME.
041900     MOVE WS-LAST-JRN-TRN-NO TO MST-CTL-JRN-TRN-NO.
042000     MOVE WS-RUN-DATE-X TO MST-CTL-UPD-DATE.
042100     ACCEPT MST-CTL-UPD-TIME FROM TIME.
042200     MOVE 'AOCMSTRB' TO MST-CTL-UPD-PGM.
042300     WRITE MST-CTL-REC
042400         INVALID KEY
042500             MOVE 16 TO WS-CTL-RC
042600             DISPLAY 'AOCMSTRB - UNABLE TO WRITE THE CONTROL '
042700                 'RECORD, FILE STATUS = ' WS-RBM-STATUS
042800     END-WRITE.
042900 7000-WRITE-CONTROL-EXIT.
043000     EXIT.
043100
043200*---------------------------------------------------------------
043300* 7050-TOTAL-PAIR - ONE PAIR OF THE CLOSING PASS
043400*---------------------------------------------------------------
043500 7050-TOTAL-PAIR.
043600     READ RBMFILE NEXT RECORD
043700         AT END
043800             MOVE 'Y' TO WS-RBM-EOF-SW
043900             GO TO 7050-TOTAL-PAIR-EXIT
044000     END-READ.
044100     COMPUTE WS-CTL-COUNT = WS-CTL-COUNT + 1.
044200     COMPUTE WS-CTL-HASH-A = WS-CTL-HASH-A + MST-A-ID.
044300     COMPUTE WS-CTL-HASH-B = WS-CTL-HASH-B + MST-B-ID.
044400 7050-TOTAL-PAIR-EXIT.
044500     EXIT.
044600
044700*---------------------------------------------------------------
044800* 9800-RAISE-ALERT - WRITE WS-ALRT-SEVERITY/CODE/TEXT TO THE
044900*                    SHOP-WIDE ALERT FILE THROUGH AOCALRT. THE
045000*                    RC IS NOT ACTED ON - AN ALERT THAT CANNOT
045100*                    BE WRITTEN IS ON THE JOB LOG INSTEAD, AND
045200*                    MUST NOT CHANGE HOW THIS RUN ENDS, SO THE
045300*                    RETURN-CODE THE CALL CLOBBERS IS PUT BACK.
045400*---------------------------------------------------------------
045500 9800-RAISE-ALERT.
045600     MOVE RETURN-CODE TO WS-ALRT-SAVE-RC.
045700     CALL 'AOCALRTC' USING WS-ALRT-PROGRAM WS-ALRT-RUN-NO
045800                           WS-ALRT-SEVERITY WS-ALRT-CODE
045900                           WS-ALRT-TEXT WS-ALRT-RC.
046000     MOVE WS-ALRT-SAVE-RC TO RETURN-CODE.
046100 9800-RAISE-ALERT-EXIT.
046200     EXIT.
