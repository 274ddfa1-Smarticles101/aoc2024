002300*                  HELD OUT. ENDS WITH RETURN CODE 8 WHEN ANY
002400*                  CORRECTION IS STILL BAD SO THE DELTA RUN CAN
002500*                  BE HELD UNTIL THE FILE IS FULLY REPAIRED.
002525* 2026-10-01  RH   THE HALT AND A FILE WITH CORRECTIONS STILL BAD
002550*                  ARE ALSO RAISED ON THE SHOP-WIDE ALERT FILE
002575*                  THROUGH AOCALRT FOR THE AOCALRD DIGEST.
002577* 2026-10-13  RH   A REPAIRED IMAGE GETS ITS LINEAGE (SOURCE
002579*                  SYSTEM AND EXTRACT DATE, FROM REJDTAFD) PUT
002581*                  BACK IN IDLSTFD COLUMNS 21-36 BEFORE IT GOES
002583*                  TO THE DELTA FILE, AND THE APPLIED AND STILL-
002585*                  BAD COUNTS ARE POSTED PER SOURCE TO THE
002587*                  CONTROL-TOTALS LEDGER ('SRC') FOR AOCSCOR. A
002589*                  BLANK RECORD IS ONE WHOSE ID COLUMNS ARE
002591*                  BLANK, WHATEVER ITS LINEAGE COLUMNS HOLD.
002600*---------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
003700     SELECT REPRPT ASSIGN TO 'REPRPT'
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900
003920     SELECT CTLTOT ASSIGN TO 'CTLTOT'
003940         ORGANIZATION IS LINE SEQUENTIAL
003960         FILE STATUS IS WS-TOT-STATUS.
003980
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  CORFILE.
004800 FD  REPRPT.
004900 01  REP-REC                         PIC X(132).
005000
005025 FD  CTLTOT.
005050     COPY CTLTOTFD.
005075
005100 WORKING-STORAGE SECTION.
005200 77  WS-COR-STATUS                   PIC X(02) VALUE '00'.
005300 77  WS-COR-EOF-SW                   PIC X(01) VALUE 'N'.
005400     88  COR-EOF                     VALUE 'Y'.
005450 77  WS-TOT-STATUS                   PIC X(02) VALUE '00'.
005500
005600*---------------------------------------------------------------
005700* RUNTIME PARAMETER WORK AREA - DD_xxx OVERRIDES WITH SHOP-
006000 77  WS-DD-CORFILE                   PIC X(40) VALUE SPACES.
006100 77  WS-DD-DLTFILE                   PIC X(40) VALUE SPACES.
006200 77  WS-DD-REPRPT                    PIC X(40) VALUE SPACES.
006220 77  WS-DD-CTLTOT                    PIC X(40) VALUE SPACES.
006240 01  WS-CORFILE-NAME                 PIC X(40)
006260         VALUE 'input/Dec1Corrected.txt'.
006280 77  WS-POST-TIME                    PIC X(08) VALUE SPACES.
006300
006400*---------------------------------------------------------------
006500* REPAIR EDIT WORK AREAS - EACH CORRECTED IMAGE IS RE-CHECKED
007200 77  WS-B-VALID-SW                   PIC X(01) VALUE 'Y'.
007300     88  B-SIDE-VALID                VALUE 'Y'.
007400 77  WS-STILL-BAD-REASON             PIC X(40) VALUE SPACES.
007407
007414*---------------------------------------------------------------
007421* OPERATOR ALERT - PASSED TO AOCALRT'S AOCALRTC ENTRY WHEREVER
007428* THIS PROGRAM RAISES A WARNING OR FAILURE (ALRTFD SEVERITIES)
007435*---------------------------------------------------------------
007442 77  WS-ALRT-PROGRAM                 PIC X(08) VALUE 'AOCREJR'.
007449 77  WS-ALRT-RUN-NO                  PIC 9(06) VALUE ZERO.
007456 77  WS-ALRT-SEVERITY                PIC X(01) VALUE SPACE.
007463 77  WS-ALRT-CODE                    PIC X(08) VALUE SPACES.
007470 77  WS-ALRT-TEXT                    PIC X(60) VALUE SPACES.
007477 77  WS-ALRT-RC                      PIC 9(04) VALUE ZERO.
007484 77  WS-ALRT-SAVE-RC                 PIC S9(04) COMP VALUE ZERO.
007500
007600*---------------------------------------------------------------
007700* REGISTER COUNTERS AND EDIT FIELDS
008500     05  WS-RUN-YYYY                 PIC 9(04).
008600     05  WS-RUN-MM                   PIC 9(02).
008700     05  WS-RUN-DD                   PIC 9(02).
008705
008710*---------------------------------------------------------------
008715* PER-SOURCE REPAIR FIGURES - ONE ENTRY PER SENDING SOURCE AND
008720* EXTRACT DATE (THE REJECT'S LINEAGE), WITH ITS CORRECTIONS
008725* APPLIED AND STILL BAD, POSTED TO THE CONTROL-TOTALS LEDGER
008730* FOR AOCSCOR'S SCORECARD
008735*---------------------------------------------------------------
008740 77  WS-SRC-COUNT                    PIC 9(02) COMP VALUE ZERO.
008745 77  WS-SRC-SUB                      PIC 9(02) COMP VALUE ZERO.
008750 77  WS-SRC-HIT                      PIC 9(02) COMP VALUE ZERO.
008755 77  WS-SRC-FULL-SW                  PIC X(01) VALUE 'N'.
008760     88  SRC-TABLE-FULL              VALUE 'Y'.
008765 01  WS-SRC-TABLE.
008770     05  WS-SRC-ENTRY OCCURS 20 TIMES.
008775         10  WS-SRC-SOURCE           PIC X(08).
008780         10  WS-SRC-DATE             PIC X(08).
008785         10  WS-SRC-APPLIED          PIC 9(09).
008790         10  WS-SRC-STILL-BAD        PIC 9(09).
008800
008900 PROCEDURE DIVISION.
009000 0000-MAINLINE.
009300     IF WS-COR-STATUS NOT = '00'
009400         DISPLAY 'AOCREJR HALTED - UNABLE TO OPEN CORFILE, '
009500             'FILE STATUS = ' WS-COR-STATUS
009511         MOVE ZERO TO WS-ALRT-RUN-NO
009522         MOVE 'C' TO WS-ALRT-SEVERITY
009533         MOVE 'CORFILE' TO WS-ALRT-CODE
009544         MOVE SPACES TO WS-ALRT-TEXT
009555         STRING 'CORFILE NOT OPENED, STATUS ' WS-COR-STATUS
009566                ' - NO DELTA FILE WRITTEN'
009577             DELIMITED BY SIZE INTO WS-ALRT-TEXT
009588         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
009600         MOVE 16 TO RETURN-CODE
009700         STOP RUN
009800     END-IF.
010500     CLOSE CORFILE.
010600     CLOSE DLTFILE.
010700     CLOSE REPRPT.
010733     PERFORM 6800-POST-CONTROL-TOTALS
010766         THRU 6800-POST-CONTROL-TOTALS-EXIT.
010800     IF WS-STILL-BAD-COUNT > ZERO
010900         MOVE 8 TO RETURN-CODE
010910         MOVE WS-STILL-BAD-COUNT TO WS-EDIT-COUNT
010920         MOVE ZERO TO WS-ALRT-RUN-NO
010930         MOVE 'E' TO WS-ALRT-SEVERITY
010940         MOVE 'STILLBAD' TO WS-ALRT-CODE
010950         MOVE SPACES TO WS-ALRT-TEXT
010960         STRING WS-EDIT-COUNT ' CORRECTIONS STILL BAD - HELD OUT'
010970                ' OF THE DELTA FILE'
010980             DELIMITED BY SIZE INTO WS-ALRT-TEXT
010990         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
011000     ELSE
011100         MOVE ZERO TO RETURN-CODE
011200     END-IF.
011800*---------------------------------------------------------------
011900 0050-ACCEPT-PARM.
012000     ACCEPT WS-DD-CORFILE FROM ENVIRONMENT 'DD_CORFILE'.
012100     IF WS-DD-CORFILE NOT = SPACES
012133         MOVE WS-DD-CORFILE TO WS-CORFILE-NAME
012166     ELSE
012200         SET ENVIRONMENT 'DD_CORFILE' TO WS-CORFILE-NAME
012300     END-IF.
012400     ACCEPT WS-DD-DLTFILE FROM ENVIRONMENT 'DD_DLTFILE'.
012500     IF WS-DD-DLTFILE = SPACES
012900     IF WS-DD-REPRPT = SPACES
013000         SET ENVIRONMENT 'DD_REPRPT' TO 'output/Dec1RepairRpt.txt'
013100     END-IF.
013120     ACCEPT WS-DD-CTLTOT FROM ENVIRONMENT 'DD_CTLTOT'.
013140     IF WS-DD-CTLTOT = SPACES
013160         SET ENVIRONMENT 'DD_CTLTOT' TO 'output/ControlTotals.txt'
013180     END-IF.
013200 0050-ACCEPT-PARM-EXIT.
013300     EXIT.
013400
015800     MOVE 'Y' TO WS-B-VALID-SW.
015900     MOVE SPACES TO WS-STILL-BAD-REASON.
016000     MOVE REJD-INPUT-REC TO INPUT-REC.
016014     IF REJD-SOURCE NOT = SPACES
016028        OR REJD-EXTRACT-DATE NOT = SPACES
016042         MOVE REJD-SOURCE TO ID-SOURCE-SYS
016056         MOVE REJD-EXTRACT-DATE TO ID-SOURCE-DATE
016070     END-IF.
016084     PERFORM 2100-NOTE-SOURCE THRU 2100-NOTE-SOURCE-EXIT.
016100     IF ID-PAIR-X = SPACES
016200         MOVE 'N' TO WS-A-VALID-SW
016300         MOVE 'N' TO WS-B-VALID-SW
016400         MOVE 'BLANK RECORD' TO WS-STILL-BAD-REASON
018000 2000-EDIT-CORRECTED-EXIT.
018100     EXIT.
018200
018202*---------------------------------------------------------------
018204* 2100-NOTE-SOURCE - FIND (OR ADD) THE PER-SOURCE ENTRY FOR THE
018206*                    CORRECTION'S LINEAGE. WS-SRC-HIT IS ZERO
018208*                    WHEN THE TABLE IS FULL.
018210*---------------------------------------------------------------
018212 2100-NOTE-SOURCE.
018214     MOVE ZERO TO WS-SRC-HIT.
018216     PERFORM 2110-MATCH-SOURCE THRU 2110-MATCH-SOURCE-EXIT
018218         VARYING WS-SRC-SUB FROM 1 BY 1
018220         UNTIL WS-SRC-SUB > WS-SRC-COUNT
018222            OR WS-SRC-HIT > ZERO.
018224     IF WS-SRC-HIT > ZERO
018226         GO TO 2100-NOTE-SOURCE-EXIT
018228     END-IF.
018230     IF WS-SRC-COUNT NOT < 20
018232         MOVE 'Y' TO WS-SRC-FULL-SW
018234         GO TO 2100-NOTE-SOURCE-EXIT
018236     END-IF.
018238     COMPUTE WS-SRC-COUNT = WS-SRC-COUNT + 1.
018240     MOVE WS-SRC-COUNT TO WS-SRC-HIT.
018242     MOVE ID-SOURCE-SYS TO WS-SRC-SOURCE(WS-SRC-HIT).
018244     MOVE ID-SOURCE-DATE TO WS-SRC-DATE(WS-SRC-HIT).
018246     MOVE ZERO TO WS-SRC-APPLIED(WS-SRC-HIT).
018248     MOVE ZERO TO WS-SRC-STILL-BAD(WS-SRC-HIT).
018250 2100-NOTE-SOURCE-EXIT.
018252     EXIT.
018254
018256 2110-MATCH-SOURCE.
018258     IF WS-SRC-SOURCE(WS-SRC-SUB) = ID-SOURCE-SYS
018260        AND WS-SRC-DATE(WS-SRC-SUB) = ID-SOURCE-DATE
018262         MOVE WS-SRC-SUB TO WS-SRC-HIT
018264     END-IF.
018266 2110-MATCH-SOURCE-EXIT.
018268     EXIT.
018270
018300*---------------------------------------------------------------
018400* 3000-RELEASE-PAIR - CORRECTED IMAGE IS CLEAN. WRITE IT TO THE
018500*                     DELTA FILE AND REGISTER IT AS APPLIED.
018700 3000-RELEASE-PAIR.
018800     WRITE INPUT-REC.
018900     COMPUTE WS-APPLIED-COUNT = WS-APPLIED-COUNT + 1.
018925     IF WS-SRC-HIT > ZERO
018950         ADD 1 TO WS-SRC-APPLIED(WS-SRC-HIT)
018975     END-IF.
019000     MOVE REJD-LINE-NO TO WS-EDIT-LINE-NO.
019100     MOVE SPACES TO REP-REC.
019200     STRING 'LINE '            DELIMITED BY SIZE
020600*---------------------------------------------------------------
020700 4000-HOLD-PAIR.
020800     COMPUTE WS-STILL-BAD-COUNT = WS-STILL-BAD-COUNT + 1.
020825     IF WS-SRC-HIT > ZERO
020850         ADD 1 TO WS-SRC-STILL-BAD(WS-SRC-HIT)
020875     END-IF.
020900     MOVE REJD-LINE-NO TO WS-EDIT-LINE-NO.
021000     MOVE SPACES TO REP-REC.
021100     STRING 'LINE '            DELIMITED BY SIZE
027600     END-IF.
027700 6100-PRINT-SUMMARY-EXIT.
027800     EXIT.
027900
027901*---------------------------------------------------------------
027902* 6800-POST-CONTROL-TOTALS - THE REPAIR FIGURES PER SENDING
027903*                            SOURCE AND EXTRACT DATE ON THE
027904*                            CONTROL-TOTALS LEDGER (CTLTOTFD
027905*                            'SRC'): REPR FOR CORRECTIONS
027906*                            RELEASED TO THE DELTA FILE, RBAD FOR
027907*                            THOSE STILL BAD, UNDER THE CORRECTED
027908*                            FILE NAME. A LEDGER THAT CANNOT BE
027909*                            WRITTEN DOES NOT FAIL THE RUN - THE
027910*                            SCORECARD IS SHORT, NOT THE DELTA.
027911*---------------------------------------------------------------
027912 6800-POST-CONTROL-TOTALS.
027913     IF WS-SRC-COUNT = ZERO
027914         GO TO 6800-POST-CONTROL-TOTALS-EXIT
027915     END-IF.
027916     ACCEPT WS-POST-TIME FROM TIME.
027917     OPEN EXTEND CTLTOT.
027918     IF WS-TOT-STATUS NOT = '00'
027919         OPEN OUTPUT CTLTOT
027920     END-IF.
027921     IF WS-TOT-STATUS NOT = '00'
027922         DISPLAY 'AOCREJR - UNABLE TO POST CONTROL TOTALS, '
027923             'FILE STATUS = ' WS-TOT-STATUS
027924         GO TO 6800-POST-CONTROL-TOTALS-EXIT
027925     END-IF.
027926     MOVE SPACES TO CTL-REC.
027927     MOVE 'SRC' TO CTL-REC-TYPE.
027928     MOVE 'AOCREJR' TO CTL-PROGRAM.
027929     MOVE ZERO TO CTL-RUN-NO.
027930     MOVE WS-RUN-DATE TO CTL-DATE.
027931     MOVE WS-POST-TIME(1:6) TO CTL-TIME.
027932     MOVE WS-CORFILE-NAME TO CTL-REFERENCE.
027933     PERFORM 6810-POST-ONE-SOURCE THRU 6810-POST-ONE-SOURCE-EXIT
027934         VARYING WS-SRC-SUB FROM 1 BY 1
027935         UNTIL WS-SRC-SUB > WS-SRC-COUNT.
027936     CLOSE CTLTOT.
027937     IF SRC-TABLE-FULL
027938         DISPLAY 'AOCREJR - CORFILE HOLDS MORE THAN 20 SOURCE/'
027939             'EXTRACT DATES - REPAIRS OF THE REST ARE NOT '
027940             'POSTED BY SOURCE'
027941     END-IF.
027942 6800-POST-CONTROL-TOTALS-EXIT.
027943     EXIT.
027944
027945 6810-POST-ONE-SOURCE.
027946     MOVE SPACES TO CTL-FIGURES.
027947     MOVE WS-SRC-SOURCE(WS-SRC-SUB) TO CTL-SRC-SOURCE.
027948     MOVE WS-SRC-DATE(WS-SRC-SUB) TO CTL-SRC-EXTRACT.
027949     MOVE 'REPR' TO CTL-SRC-ITEM.
027950     MOVE WS-SRC-APPLIED(WS-SRC-SUB) TO CTL-SRC-COUNT.
027951     WRITE CTL-REC.
027952     MOVE 'RBAD' TO CTL-SRC-ITEM.
027953     MOVE WS-SRC-STILL-BAD(WS-SRC-SUB) TO CTL-SRC-COUNT.
027954     WRITE CTL-REC.
027955 6810-POST-ONE-SOURCE-EXIT.
027956     EXIT.
027957
028000*---------------------------------------------------------------
028100* 9800-RAISE-ALERT - WRITE WS-ALRT-SEVERITY/CODE/TEXT TO THE
028200*                    SHOP-WIDE ALERT FILE THROUGH AOCALRT. THE
028300*                    RC IS NOT ACTED ON - AN ALERT THAT CANNOT
028400*                    BE WRITTEN IS ON THE JOB LOG INSTEAD, AND
028500*                    MUST NOT CHANGE HOW THIS RUN ENDS, SO THE
028600*                    RETURN-CODE THE CALL CLOBBERS IS PUT BACK.
028700*---------------------------------------------------------------
028800 9800-RAISE-ALERT.
028900     MOVE RETURN-CODE TO WS-ALRT-SAVE-RC.
029000     CALL 'AOCALRTC' USING WS-ALRT-PROGRAM WS-ALRT-RUN-NO
029100                           WS-ALRT-SEVERITY WS-ALRT-CODE
029200                           WS-ALRT-TEXT WS-ALRT-RC.
029300     MOVE WS-ALRT-SAVE-RC TO RETURN-CODE.
029400 9800-RAISE-ALERT-EXIT.
029500     EXIT.
