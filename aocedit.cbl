002696*                  SYSTEM'S RENUMBERING. A TRANSMISSION STILL
002698*                  CUT IN THE OLD 5-DIGIT COLUMNS FAILS THE
002699*                  HASH BALANCE HERE RATHER THAN SLIPPING BY.
002710* 2026-09-16  RH   POSTS THE ENVELOPE'S FIGURES (DETAILS STAGED
002720*                  OR WITHHELD, HASH TOTAL) TO THE CONTROL-
002730*                  TOTALS LEDGER UNDER THE STAGED FILE NAME SO
002740*                  AOCBAL CAN PROVE DAY01PROC'S ACCEPTED AND
002750*                  REJECTED COUNTS AGAINST WHAT WAS STAGED.
002758* 2026-10-01  RH   AN ENVELOPE THAT DOES NOT BALANCE AND THE
002766*                  ENVFILE HALT ARE ALSO RAISED ON THE SHOP-WIDE
002774*                  ALERT FILE THROUGH AOCALRT FOR THE AOCALRD
002782*                  DIGEST.
002783* 2026-10-13  RH   EVERY STAGED DETAIL CARRIES ITS LINEAGE - THE
002784*                  HEADER'S SOURCE SYSTEM AND EXTRACT DATE IN
002785*                  IDLSTFD COLUMNS 21-36 - AND THE SENDER'S
002786*                  DETAILS-SENT AND ENVELOPE-FAILED FIGURES ARE
002787*                  POSTED TO THE LEDGER ('SRC') FOR AOCSCOR.
002790*---------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003800     SELECT EDTRPT ASSIGN TO 'EDTRPT'
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000
004010     SELECT CTLTOT ASSIGN TO 'CTLTOT'
004020         ORGANIZATION IS LINE SEQUENTIAL
004030         FILE STATUS IS WS-TOT-STATUS.
004040
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  ENVFILE.
004900 FD  EDTRPT.
005000 01  EDT-REC                         PIC X(132).
005100
005110 FD  CTLTOT.
005120     COPY CTLTOTFD.
005130
005200 WORKING-STORAGE SECTION.
005300 77  EOF-SW                          PIC X(01) VALUE 'N'.
005400     88  EOF                         VALUE 'Y'.
005500 77  WS-ENV-STATUS                   PIC X(02) VALUE '00'.
005510 77  WS-TOT-STATUS                   PIC X(02) VALUE '00'.
005600
005700*---------------------------------------------------------------
005800* ENVELOPE STATE SWITCHES - WHAT HAS BEEN SEEN SO FAR IN THE
010200 77  WS-DD-ENVFILE                   PIC X(40) VALUE SPACES.
010300 77  WS-DD-STGFILE                   PIC X(40) VALUE SPACES.
010400 77  WS-DD-EDTRPT                    PIC X(40) VALUE SPACES.
010410 77  WS-DD-CTLTOT                    PIC X(40) VALUE SPACES.
010500 77  WS-DD-PROCDATE                  PIC X(08) VALUE SPACES.
010600 77  WS-PROC-DATE                    PIC X(08) VALUE SPACES.
010700 01  WS-ENVFILE-NAME                 PIC X(40)
010800         VALUE 'input/Dec1Envelope.txt'.
010810 01  WS-STGFILE-NAME                 PIC X(40)
010820         VALUE 'output/Dec1Staged.txt'.
010830 77  WS-POST-TIME                    PIC X(08) VALUE SPACES.
010835
010840*---------------------------------------------------------------
010845* OPERATOR ALERT - PASSED TO AOCALRT'S AOCALRTC ENTRY WHEREVER
010850* THIS PROGRAM RAISES A WARNING OR FAILURE (ALRTFD SEVERITIES)
010855*---------------------------------------------------------------
010860 77  WS-ALRT-PROGRAM                 PIC X(08) VALUE 'AOCEDIT'.
010865 77  WS-ALRT-RUN-NO                  PIC 9(06) VALUE ZERO.
010870 77  WS-ALRT-SEVERITY                PIC X(01) VALUE SPACE.
010875 77  WS-ALRT-CODE                    PIC X(08) VALUE SPACES.
010880 77  WS-ALRT-TEXT                    PIC X(60) VALUE SPACES.
010885 77  WS-ALRT-RC                      PIC 9(04) VALUE ZERO.
010890 77  WS-ALRT-SAVE-RC                 PIC S9(04) COMP VALUE ZERO.
010900
011000*---------------------------------------------------------------
011100* REPORT WORK AREAS
012200     IF WS-ENV-STATUS NOT = '00'
012300         DISPLAY 'AOCEDIT HALTED - UNABLE TO OPEN ENVFILE, '
012400             'FILE STATUS = ' WS-ENV-STATUS
012411         MOVE ZERO TO WS-ALRT-RUN-NO
012422         MOVE 'C' TO WS-ALRT-SEVERITY
012433         MOVE 'ENVOPEN' TO WS-ALRT-CODE
012444         MOVE SPACES TO WS-ALRT-TEXT
012455         STRING 'ENVFILE NOT OPENED, FILE STATUS = ' WS-ENV-STATUS
012466                ' - NOTHING STAGED'
012477             DELIMITED BY SIZE INTO WS-ALRT-TEXT
012488         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
012500         MOVE 16 TO RETURN-CODE
012600         PERFORM 0090-SET-CALLER-RC THRU 0090-SET-CALLER-RC-EXIT
012650         GOBACK
013200     CLOSE STGFILE.
013300     PERFORM 2000-BALANCE-ENVELOPE
013310         THRU 2000-BALANCE-ENVELOPE-EXIT.
013320     PERFORM 6800-POST-CONTROL-TOTALS
013330         THRU 6800-POST-CONTROL-TOTALS-EXIT.
013400     PERFORM 6000-PRINT-CONTROL-RPT
013500         THRU 6000-PRINT-CONTROL-RPT-EXIT.
013600     IF ENVELOPE-FAILED
013700         DISPLAY 'AOCEDIT - ENVELOPE DID NOT BALANCE, '
013800             'STAGING FILE MUST NOT BE LOADED. SEE EDTRPT.'
013812         MOVE ZERO TO WS-ALRT-RUN-NO
013824         MOVE 'C' TO WS-ALRT-SEVERITY
013836         MOVE 'ENVFAIL' TO WS-ALRT-CODE
013848         MOVE SPACES TO WS-ALRT-TEXT
013860         STRING 'ENVELOPE DID NOT BALANCE: ' WS-ERR-TEXT(1)
013872             DELIMITED BY SIZE INTO WS-ALRT-TEXT
013884         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
013900         MOVE 16 TO RETURN-CODE
014000     ELSE
014100         MOVE ZERO TO RETURN-CODE
015400         SET ENVIRONMENT 'DD_ENVFILE' TO WS-ENVFILE-NAME
015500     END-IF.
015600     ACCEPT WS-DD-STGFILE FROM ENVIRONMENT 'DD_STGFILE'.
015700     IF WS-DD-STGFILE NOT = SPACES
015710         MOVE WS-DD-STGFILE TO WS-STGFILE-NAME
015720     ELSE
015800         SET ENVIRONMENT 'DD_STGFILE' TO WS-STGFILE-NAME
015900     END-IF.
016000     ACCEPT WS-DD-EDTRPT FROM ENVIRONMENT 'DD_EDTRPT'.
016100     IF WS-DD-EDTRPT = SPACES
016200         SET ENVIRONMENT 'DD_EDTRPT' TO 'output/Dec1EditRpt.txt'
016300     END-IF.
016310     ACCEPT WS-DD-CTLTOT FROM ENVIRONMENT 'DD_CTLTOT'.
016320     IF WS-DD-CTLTOT = SPACES
016330         SET ENVIRONMENT 'DD_CTLTOT' TO 'output/ControlTotals.txt'
016340     END-IF.
016400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
016500     ACCEPT WS-DD-PROCDATE FROM ENVIRONMENT 'DD_PROCDATE'.
016600     IF WS-DD-PROCDATE NOT = SPACES
025500         COMPUTE WS-HASH-TOTAL = WS-HASH-TOTAL + WS-DTL-B
025600     END-IF.
025700     MOVE ENV-REC TO INPUT-REC.
025733     MOVE WS-HDR-SOURCE TO ID-SOURCE-SYS.
025766     MOVE WS-HDR-DATE TO ID-SOURCE-DATE.
025800     WRITE INPUT-REC.
025900 1200-PROC-DETAIL-EXIT.
026000     EXIT.
040600 6000-PRINT-CONTROL-RPT-EXIT.
040700     EXIT.
040800
040802*---------------------------------------------------------------
040804* 6800-POST-CONTROL-TOTALS - ONE STAGING POSTING ON THE CONTROL-
040806*                            TOTALS LEDGER (CTLTOTFD) UNDER THE
040808*                            STAGED FILE NAME. A BALANCED
040810*                            ENVELOPE POSTS ITS DETAILS AS
040812*                            STAGED; A FAILED ONE POSTS THEM AS
040814*                            WITHHELD, SINCE THE STAGING FILE
040816*                            MUST NOT BE LOADED.
040818*---------------------------------------------------------------
040820 6800-POST-CONTROL-TOTALS.
040822     ACCEPT WS-POST-TIME FROM TIME.
040824     OPEN EXTEND CTLTOT.
040826     IF WS-TOT-STATUS NOT = '00'
040828         OPEN OUTPUT CTLTOT
040830     END-IF.
040832     IF WS-TOT-STATUS NOT = '00'
040834         DISPLAY 'AOCEDIT - UNABLE TO POST CONTROL TOTALS, '
040836             'FILE STATUS = ' WS-TOT-STATUS
040838         GO TO 6800-POST-CONTROL-TOTALS-EXIT
040840     END-IF.
040842     MOVE SPACES TO CTL-REC.
040844     MOVE 'STG' TO CTL-REC-TYPE.
040846     MOVE 'AOCEDIT' TO CTL-PROGRAM.
040848     MOVE ZERO TO CTL-RUN-NO.
040850     MOVE WS-RUN-DATE TO CTL-DATE.
040852     MOVE WS-POST-TIME(1:6) TO CTL-TIME.
040854     MOVE WS-STGFILE-NAME TO CTL-REFERENCE.
040856     IF ENVELOPE-FAILED
040858         MOVE ZERO TO CTL-STG-STAGED
040860         MOVE WS-DETAIL-COUNT TO CTL-STG-WITHHELD
040862     ELSE
040864         MOVE WS-DETAIL-COUNT TO CTL-STG-STAGED
040866         MOVE ZERO TO CTL-STG-WITHHELD
040868     END-IF.
040870     MOVE WS-HASH-TOTAL TO CTL-STG-HASH.
040872     WRITE CTL-REC.
040873*    THE SENDER'S OWN FIGURES FOR AOCSCOR'S SCORECARD ('SRC'):
040874*    DETAILS SENT, AND WHETHER THE ENVELOPE FAILED HERE - BOTH
040875*    ALWAYS POSTED, SO A GOOD NIGHT COUNTS AS WELL AS A BAD ONE.
040876     MOVE 'SRC' TO CTL-REC-TYPE.
040877     MOVE SPACES TO CTL-FIGURES.
040878     MOVE WS-HDR-SOURCE TO CTL-SRC-SOURCE.
040879     MOVE WS-HDR-DATE TO CTL-SRC-EXTRACT.
040880     MOVE 'SENT' TO CTL-SRC-ITEM.
040881     MOVE WS-DETAIL-COUNT TO CTL-SRC-COUNT.
040882     WRITE CTL-REC.
040883     MOVE 'EFAL' TO CTL-SRC-ITEM.
040884     IF ENVELOPE-FAILED
040885         MOVE 1 TO CTL-SRC-COUNT
040886     ELSE
040887         MOVE ZERO TO CTL-SRC-COUNT
040888     END-IF.
040889     WRITE CTL-REC.
040896     CLOSE CTLTOT.
040897 6800-POST-CONTROL-TOTALS-EXIT.
040898     EXIT.
040899
040900*---------------------------------------------------------------
041000* 9100-ADD-ERROR - KEEP ONE FAILURE REASON FOR THE CONTROL
041100*                  REPORT. THE TABLE HOLDS THE FIRST TEN; LATER
042000     MOVE SPACES TO WS-ERR-LINE.
042100 9100-ADD-ERROR-EXIT.
042200     EXIT.
042300
042400*---------------------------------------------------------------
042500* 9800-RAISE-ALERT - WRITE WS-ALRT-SEVERITY/CODE/TEXT TO THE
042600*                    SHOP-WIDE ALERT FILE THROUGH AOCALRT. THE
042700*                    RC IS NOT ACTED ON - AN ALERT THAT CANNOT
042800*                    BE WRITTEN IS ON THE JOB LOG INSTEAD, AND
042900*                    MUST NOT CHANGE HOW THIS RUN ENDS, SO THE
043000*                    RETURN-CODE THE CALL CLOBBERS IS PUT BACK.
043100*---------------------------------------------------------------
043200 9800-RAISE-ALERT.
043300     MOVE RETURN-CODE TO WS-ALRT-SAVE-RC.
043400     CALL 'AOCALRTC' USING WS-ALRT-PROGRAM WS-ALRT-RUN-NO
043500                           WS-ALRT-SEVERITY WS-ALRT-CODE
043600                           WS-ALRT-TEXT WS-ALRT-RC.
043700     MOVE WS-ALRT-SAVE-RC TO RETURN-CODE.
043800 9800-RAISE-ALERT-EXIT.
043900     EXIT.
