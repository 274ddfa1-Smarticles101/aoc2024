003600*                  CLEAN ONES; 16 = NOTHING STAGED (NO SOURCE
003700*                  PASSED, OR THE TRANSMISSION COULD NOT BE
003800*                  READ).
003810* 2026-09-16  RH   POSTS THE COMBINED STAGED AND WITHHELD DETAIL
003820*                  COUNTS, WITH A HASH TOTAL OF THE STAGED A/B
003830*                  VALUES, TO THE CONTROL-TOTALS LEDGER UNDER
003840*                  THE STAGED FILE NAME SO AOCBAL CAN PROVE
003850*                  DAY01PROC AGAINST WHAT WAS STAGED.
003862* 2026-10-01  RH   EACH REJECTED SOURCE ENVELOPE AND BOTH RC 16
003874*                  HALTS ARE ALSO RAISED ON THE SHOP-WIDE ALERT
003886*                  FILE THROUGH AOCALRT FOR THE AOCALRD DIGEST.
003888* 2026-10-13  RH   EVERY STAGED DETAIL CARRIES ITS LINEAGE - ITS
003890*                  ENVELOPE'S SOURCE SYSTEM AND EXTRACT DATE IN
003892*                  IDLSTFD COLUMNS 21-36 - AND EACH SOURCE'S
003894*                  DETAILS-SENT AND ENVELOPE-FAILED FIGURES ARE
003896*                  POSTED TO THE LEDGER ('SRC') FOR AOCSCOR.
003900*---------------------------------------------------------------
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
005000     SELECT CONRPT ASSIGN TO 'CONRPT'
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200
005210     SELECT CTLTOT ASSIGN TO 'CTLTOT'
005220         ORGANIZATION IS LINE SEQUENTIAL
005230         FILE STATUS IS WS-TOT-STATUS.
005240
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  ENVFILE.
006100 FD  CONRPT.
006200 01  CON-REC                         PIC X(132).
006300
006310 FD  CTLTOT.
006320     COPY CTLTOTFD.
006330
006400 WORKING-STORAGE SECTION.
006500 77  EOF-SW                          PIC X(01) VALUE 'N'.
006600     88  EOF                         VALUE 'Y'.
006700 77  WS-ENV-STATUS                   PIC X(02) VALUE '00'.
006710 77  WS-TOT-STATUS                   PIC X(02) VALUE '00'.
006800
006900*---------------------------------------------------------------
007000* CURRENT-ENVELOPE STATE - ONE HDR/DETAILS/TRL GROUP AT A TIME.
011100         10  WS-SRC-NAME             PIC X(08).
011200         10  WS-SRC-DETAILS          PIC 9(09).
011300         10  WS-SRC-STATUS           PIC X(06).
011350         10  WS-SRC-DATE             PIC X(08).
011400
011500*---------------------------------------------------------------
011600* WHOLE-FILE TOTALS AND RETURN-CODE SWITCHES
011900 77  WS-FAIL-COUNT                   PIC 9(02) VALUE ZERO.
012000 77  WS-STAGED-TOTAL                 PIC 9(09) VALUE ZERO.
012100 77  WS-WITHHELD-TOTAL               PIC 9(09) VALUE ZERO.
012110 77  WS-STAGED-HASH                  PIC 9(15) VALUE ZERO.
012200 77  WS-EDIT-COUNT                   PIC ZZZZZZZZ9.
012300
012400*---------------------------------------------------------------
013000 77  WS-DD-ENVFILE                   PIC X(40) VALUE SPACES.
013100 77  WS-DD-STGFILE                   PIC X(40) VALUE SPACES.
013200 77  WS-DD-CONRPT                    PIC X(40) VALUE SPACES.
013210 77  WS-DD-CTLTOT                    PIC X(40) VALUE SPACES.
013300 77  WS-DD-PROCDATE                  PIC X(08) VALUE SPACES.
013400 77  WS-PROC-DATE                    PIC X(08) VALUE SPACES.
013500 01  WS-ENVFILE-NAME                 PIC X(40)
013600         VALUE 'input/Dec1Envelopes.txt'.
013610 01  WS-STGFILE-NAME                 PIC X(40)
013620         VALUE 'output/Dec1Staged.txt'.
013630 77  WS-POST-TIME                    PIC X(08) VALUE SPACES.
013700
013800*---------------------------------------------------------------
013900* REPORT WORK AREAS
014200     05  WS-RUN-YYYY                 PIC 9(04).
014300     05  WS-RUN-MM                   PIC 9(02).
014400     05  WS-RUN-DD                   PIC 9(02).
014408
014416*---------------------------------------------------------------
014424* OPERATOR ALERT - PASSED TO AOCALRT'S AOCALRTC ENTRY WHEREVER
014432* THIS PROGRAM RAISES A WARNING OR FAILURE (ALRTFD SEVERITIES)
014440*---------------------------------------------------------------
014448 77  WS-ALRT-PROGRAM                 PIC X(08) VALUE 'AOCCONS'.
014456 77  WS-ALRT-RUN-NO                  PIC 9(06) VALUE ZERO.
014464 77  WS-ALRT-SEVERITY                PIC X(01) VALUE SPACE.
014472 77  WS-ALRT-CODE                    PIC X(08) VALUE SPACES.
014480 77  WS-ALRT-TEXT                    PIC X(60) VALUE SPACES.
014488 77  WS-ALRT-RC                      PIC 9(04) VALUE ZERO.
014494 77  WS-ALRT-SAVE-RC                 PIC S9(04) COMP VALUE ZERO.
014500
014600 PROCEDURE DIVISION.
014700 0000-MAINLINE.
015100         DISPLAY 'AOCCONS HALTED - UNABLE TO OPEN ENVFILE, '
015200             'FILE STATUS = ' WS-ENV-STATUS
015300         MOVE 16 TO RETURN-CODE
015311         MOVE ZERO TO WS-ALRT-RUN-NO
015322         MOVE 'C' TO WS-ALRT-SEVERITY
015333         MOVE 'ENVOPEN' TO WS-ALRT-CODE
015344         MOVE SPACES TO WS-ALRT-TEXT
015355         STRING 'ENVFILE NOT OPENED, FILE STATUS = '
015366                WS-ENV-STATUS ' - NOTHING STAGED'
015377             DELIMITED BY SIZE INTO WS-ALRT-TEXT
015388         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
015400         STOP RUN
015500     END-IF.
015600     OPEN OUTPUT STGFILE.
016700     PERFORM 6500-PRINT-SUMMARY THRU 6500-PRINT-SUMMARY-EXIT.
016800     CLOSE ENVFILE.
016900     CLOSE STGFILE.
016910     PERFORM 6800-POST-CONTROL-TOTALS
016920         THRU 6800-POST-CONTROL-TOTALS-EXIT.
017000     CLOSE CONRPT.
017100     EVALUATE TRUE
017200         WHEN WS-PASS-COUNT = ZERO
017300             DISPLAY 'AOCCONS - NO SOURCE ENVELOPE BALANCED, '
017400                 'STAGING FILE MUST NOT BE LOADED. SEE CONRPT.'
017500             MOVE 16 TO RETURN-CODE
017512             MOVE ZERO TO WS-ALRT-RUN-NO
017524             MOVE 'C' TO WS-ALRT-SEVERITY
017536             MOVE 'NOSRCOK' TO WS-ALRT-CODE
017548             MOVE 'NO SOURCE ENVELOPE BALANCED - NOTHING STAGED'
017560               TO WS-ALRT-TEXT
017572             PERFORM 9800-RAISE-ALERT
017584                 THRU 9800-RAISE-ALERT-EXIT
017600         WHEN WS-FAIL-COUNT > ZERO
017700             DISPLAY 'AOCCONS - ONE OR MORE SOURCE ENVELOPES '
017800                 'REJECTED, STAGED FILE CARRIES THE CLEAN ONES. '
019500         SET ENVIRONMENT 'DD_ENVFILE' TO WS-ENVFILE-NAME
019600     END-IF.
019700     ACCEPT WS-DD-STGFILE FROM ENVIRONMENT 'DD_STGFILE'.
019800     IF WS-DD-STGFILE NOT = SPACES
019810         MOVE WS-DD-STGFILE TO WS-STGFILE-NAME
019820     ELSE
019900         SET ENVIRONMENT 'DD_STGFILE' TO WS-STGFILE-NAME
020000     END-IF.
020100     ACCEPT WS-DD-CONRPT FROM ENVIRONMENT 'DD_CONRPT'.
020200     IF WS-DD-CONRPT = SPACES
020300         SET ENVIRONMENT 'DD_CONRPT' TO 'output/Dec1ConsRpt.txt'
020400     END-IF.
020410     ACCEPT WS-DD-CTLTOT FROM ENVIRONMENT 'DD_CTLTOT'.
020420     IF WS-DD-CTLTOT = SPACES
020430         SET ENVIRONMENT 'DD_CTLTOT' TO 'output/ControlTotals.txt'
020440     END-IF.
020500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
020600     ACCEPT WS-DD-PROCDATE FROM ENVIRONMENT 'DD_PROCDATE'.
020700     IF WS-DD-PROCDATE NOT = SPACES
038200         COMPUTE WS-PASS-COUNT = WS-PASS-COUNT + 1
038300         COMPUTE WS-STAGED-TOTAL =
038400             WS-STAGED-TOTAL + WS-HOLD-COUNT
038410         COMPUTE WS-STAGED-HASH =
038420             WS-STAGED-HASH + WS-HASH-TOTAL
038500         PERFORM 3100-FLUSH-DETAILS THRU 3100-FLUSH-DETAILS-EXIT
038600         PERFORM 3300-NOTE-SOURCE THRU 3300-NOTE-SOURCE-EXIT
038700         PERFORM 6100-PRINT-ENVELOPE-PASS
039300         PERFORM 3300-NOTE-SOURCE THRU 3300-NOTE-SOURCE-EXIT
039400         PERFORM 6200-PRINT-ENVELOPE-FAIL
039500             THRU 6200-PRINT-ENVELOPE-FAIL-EXIT
039511         MOVE ZERO TO WS-ALRT-RUN-NO
039522         MOVE 'W' TO WS-ALRT-SEVERITY
039533         MOVE 'SRCREJ' TO WS-ALRT-CODE
039544         MOVE SPACES TO WS-ALRT-TEXT
039555         STRING 'SOURCE ' WS-CUR-SOURCE ' REJECTED: '
039566                WS-ERR-TEXT(1)
039577             DELIMITED BY SIZE INTO WS-ALRT-TEXT
039588         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
039600     END-IF.
039700     MOVE 'N' TO WS-ENV-OPEN-SW.
039800 3000-CLOSE-ENVELOPE-EXIT.
040300             UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
040400         MOVE SPACES TO INPUT-REC
040500         MOVE WS-HOLD-DETAIL(WS-HOLD-SUB) TO INPUT-REC(1:20)
040533         MOVE WS-CUR-SOURCE TO ID-SOURCE-SYS
040566         MOVE WS-CUR-DATE TO ID-SOURCE-DATE
040600         WRITE INPUT-REC
040700     END-PERFORM.
040800 3100-FLUSH-DETAILS-EXIT.
041300         COMPUTE WS-SRC-COUNT = WS-SRC-COUNT + 1
041400         MOVE WS-CUR-SOURCE TO WS-SRC-NAME(WS-SRC-COUNT)
041500         MOVE WS-DETAIL-COUNT TO WS-SRC-DETAILS(WS-SRC-COUNT)
041550         MOVE WS-CUR-DATE TO WS-SRC-DATE(WS-SRC-COUNT)
041600         IF WS-ERR-CNT = ZERO
041700             MOVE 'PASSED' TO WS-SRC-STATUS(WS-SRC-COUNT)
041800         ELSE
053800 6500-PRINT-SUMMARY-EXIT.
053900     EXIT.
054000
054002*---------------------------------------------------------------
054004* 6800-POST-CONTROL-TOTALS - ONE STAGING POSTING ON THE CONTROL-
054006*                            TOTALS LEDGER (CTLTOTFD) FOR THE
054008*                            WHOLE TRANSMISSION: DETAILS OF THE
054010*                            PASSED SOURCES AS STAGED, DETAILS
054012*                            OF THE REJECTED ONES AS WITHHELD.
054014*---------------------------------------------------------------
054016 6800-POST-CONTROL-TOTALS.
054018     ACCEPT WS-POST-TIME FROM TIME.
054020     OPEN EXTEND CTLTOT.
054022     IF WS-TOT-STATUS NOT = '00'
054024         OPEN OUTPUT CTLTOT
054026     END-IF.
054028     IF WS-TOT-STATUS NOT = '00'
054030         DISPLAY 'AOCCONS - UNABLE TO POST CONTROL TOTALS, '
054032             'FILE STATUS = ' WS-TOT-STATUS
054034         GO TO 6800-POST-CONTROL-TOTALS-EXIT
054036     END-IF.
054038     MOVE SPACES TO CTL-REC.
054040     MOVE 'STG' TO CTL-REC-TYPE.
054042     MOVE 'AOCCONS' TO CTL-PROGRAM.
054044     MOVE ZERO TO CTL-RUN-NO.
054046     MOVE WS-RUN-DATE TO CTL-DATE.
054048     MOVE WS-POST-TIME(1:6) TO CTL-TIME.
054050     MOVE WS-STGFILE-NAME TO CTL-REFERENCE.
054052     MOVE WS-STAGED-TOTAL TO CTL-STG-STAGED.
054054     MOVE WS-WITHHELD-TOTAL TO CTL-STG-WITHHELD.
054056     MOVE WS-STAGED-HASH TO CTL-STG-HASH.
054058     WRITE CTL-REC.
054059     PERFORM 6810-POST-SOURCE-FIGURES
054060         THRU 6810-POST-SOURCE-FIGURES-EXIT
054061         VARYING WS-SRC-SUB FROM 1 BY 1
054062         UNTIL WS-SRC-SUB > WS-SRC-COUNT.
054063     CLOSE CTLTOT.
054064 6800-POST-CONTROL-TOTALS-EXIT.
054065     EXIT.
054066
054067*---------------------------------------------------------------
054068* 6810-POST-SOURCE-FIGURES - ONE SOURCE ENVELOPE'S FIGURES FOR
054069*                            AOCSCOR'S PER-SOURCE SCORECARD
054070*                            ('SRC'): DETAILS SENT, AND WHETHER
054071*                            THE ENVELOPE FAILED THE PRE-EDIT.
054072*---------------------------------------------------------------
054073 6810-POST-SOURCE-FIGURES.
054074     MOVE 'SRC' TO CTL-REC-TYPE.
054075     MOVE SPACES TO CTL-FIGURES.
054076     MOVE WS-SRC-NAME(WS-SRC-SUB) TO CTL-SRC-SOURCE.
054077     MOVE WS-SRC-DATE(WS-SRC-SUB) TO CTL-SRC-EXTRACT.
054078     MOVE 'SENT' TO CTL-SRC-ITEM.
054079     MOVE WS-SRC-DETAILS(WS-SRC-SUB) TO CTL-SRC-COUNT.
054080     WRITE CTL-REC.
054081     MOVE 'EFAL' TO CTL-SRC-ITEM.
054082     IF WS-SRC-STATUS(WS-SRC-SUB) = 'FAILED'
054083         MOVE 1 TO CTL-SRC-COUNT
054084     ELSE
054085         MOVE ZERO TO CTL-SRC-COUNT
054086     END-IF.
054087     WRITE CTL-REC.
054088 6810-POST-SOURCE-FIGURES-EXIT.
054089     EXIT.
054090
054100*---------------------------------------------------------------
054200* 9100-ADD-ERROR - KEEP ONE FAILURE REASON FOR THE ENVELOPE'S
054300*                  REPORT BLOCK. THE TABLE HOLDS THE FIRST TEN;
055200     MOVE SPACES TO WS-ERR-LINE.
055300 9100-ADD-ERROR-EXIT.
055400     EXIT.
055500
055600*---------------------------------------------------------------
055700* 9800-RAISE-ALERT - WRITE WS-ALRT-SEVERITY/CODE/TEXT TO THE
055800*                    SHOP-WIDE ALERT FILE THROUGH AOCALRT. THE
055900*                    RC IS NOT ACTED ON - AN ALERT THAT CANNOT
056000*                    BE WRITTEN IS ON THE JOB LOG INSTEAD, AND
056100*                    MUST NOT CHANGE HOW THIS RUN ENDS, SO THE
056200*                    RETURN-CODE THE CALL CLOBBERS IS PUT BACK.
056300*---------------------------------------------------------------
056400 9800-RAISE-ALERT.
056500     MOVE RETURN-CODE TO WS-ALRT-SAVE-RC.
056600     CALL 'AOCALRTC' USING WS-ALRT-PROGRAM WS-ALRT-RUN-NO
056700                           WS-ALRT-SEVERITY WS-ALRT-CODE
056800                           WS-ALRT-TEXT WS-ALRT-RC.
056900     MOVE WS-ALRT-SAVE-RC TO RETURN-CODE.
057000 9800-RAISE-ALERT-EXIT.
057100     EXIT.
