000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AOCBWIN.
000300 AUTHOR. R-HENDRICKS.
000400 INSTALLATION. DATA-PROC-BATCH-CTR.
000500 DATE-WRITTEN. 2026-09-24.
000600 DATE-COMPILED.
000700*---------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*---------------------------------------------------------------
001000* 2026-09-24  RH   ORIGINAL CODING - BATCH-WINDOW ELAPSED-TIME
001100*                  REPORT. THE RUN CONTROL FILE (RUNCTL, LAYOUT
001200*                  PER COPYBOOK RUNCTLFD) NOW CARRIES EVERY RUN'S
001300*                  START STAMP AND ELAPSED SECONDS ON ITS CLOSING
001400*                  RECORD, SO THIS PROGRAM READS THE CLOSING
001500*                  RECORDS OF THE AOCSCHD CHAIN STEPS (CHAIN-STEP
001600*                  NUMBERS 91-95, 97 AND 98, STAMPED WITH THEIR
001700*                  PROCESSING NIGHT) FOR THE PERIOD ON THE BWCARD
001800*                  CONTROL CARD AND PRINTS:
001900*                    - PER NIGHT: FIRST START, LAST END, THE
002000*                      WINDOW BETWEEN THEM, BUSY TIME, STEP AND
002100*                      FAILURE COUNTS, THE ROLLING AVERAGE WINDOW
002200*                      OVER THE LAST ROLL= NIGHTS AND A LATE FLAG
002300*                      WHEN THE LAST STEP ENDED PAST THE DEADLINE
002400*                    - EVERY STEP EXECUTION WITH ITS ELAPSED TIME
002500*                    - PER STEP: THE NORM (AVERAGE ELAPSED OF ITS
002600*                      COMPLETED RUNS), MINIMUM, MAXIMUM AND THE
002700*                      NIGHT OF ITS SLOWEST RUN
002800*                    - THE PERIOD'S AVERAGE AND SLOWEST NIGHT
002900*                    - EVERY COMPLETED STEP RUN MORE THAN PCT=
003000*                      PERCENT OVER ITS STEP'S NORM
003100*                  A STEP RUN FAILED IS TIMED AND COUNTED BUT LEFT
003200*                  OUT OF THE NORMS - A FORCED CLOSE-OUT TIMES AN
003300*                  ABANDONED RUN UP TO THE RERUN, NOT ITS WORK.
003400*                  CLOSING RECORDS WRITTEN BEFORE START STAMPS
003500*                  WERE KEPT ARE COUNTED AS UNTIMED AND SKIPPED.
003520* 2026-10-01  RH   LATE NIGHTS, OVER-NORM STEP RUNS AND A FULL
003540*                  WORK TABLE (THE RC 4 CAUSES) AND THE RC 16 HALT
003560*                  ARE ALSO RAISED ON THE SHOP-WIDE ALERT FILE
003580*                  THROUGH AOCALRT FOR THE AOCALRD DIGEST.
003600*---------------------------------------------------------------
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT RUNCTL ASSIGN TO 'RUNCTL'
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-CTL-STATUS.
004300
004400     SELECT BWCARD ASSIGN TO 'BWCARD'
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-CARD-STATUS.
004700
004800     SELECT BWRPT ASSIGN TO 'BWRPT'
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  RUNCTL.
005400     COPY RUNCTLFD.
005500
005600 FD  BWCARD.
005700 01  CARD-REC                        PIC X(80).
005800
005900 FD  BWRPT.
006000 01  BW-REC                          PIC X(132).
006100
006200 WORKING-STORAGE SECTION.
006300 77  WS-CTL-STATUS                   PIC X(02) VALUE '00'.
006400 77  WS-CARD-STATUS                  PIC X(02) VALUE '00'.
006500 77  WS-CTL-EOF-SW                   PIC X(01) VALUE 'N'.
006600     88  CTL-EOF                     VALUE 'Y'.
006700 77  WS-CARD-EOF-SW                  PIC X(01) VALUE 'N'.
006800     88  CARD-EOF                    VALUE 'Y'.
006900
007000*---------------------------------------------------------------
007100* RUNTIME PARAMETER WORK AREA - DD_xxx OVERRIDES WITH SHOP-
007200* STANDARD DEFAULTS, SAME CONVENTION AS DAY01PROC
007300*---------------------------------------------------------------
007400 77  WS-DD-RUNCTL                    PIC X(40) VALUE SPACES.
007500 77  WS-DD-BWCARD                    PIC X(40) VALUE SPACES.
007600 77  WS-DD-BWRPT                     PIC X(40) VALUE SPACES.
007700
007800*---------------------------------------------------------------
007900* SELECTIONS FROM THE BWCARD CONTROL CARD. CARD LINES ARE
008000* KEYWORD=VALUE: FROM=YYYYMMDD, TO=YYYYMMDD (PROCESSING NIGHTS),
008100* PCT=NNN (HOW FAR OVER ITS NORM A STEP RUN MAY GO BEFORE IT IS
008200* FLAGGED), ROLL=NNN (NIGHTS IN THE ROLLING AVERAGE) AND
008300* DEADLINE=HHMM (SAME MEANING AS ON AOCSCHD'S SCHCARD). A
008400* MISSING CARD OR KEYWORD LEAVES THE RANGE OPEN AND THE SHOP
008500* DEFAULTS OF 50 PCT, 7 NIGHTS AND 0600.
008600*---------------------------------------------------------------
008700 77  WS-SEL-FROM                     PIC X(08) VALUE SPACES.
008800 77  WS-SEL-TO                       PIC X(08) VALUE SPACES.
008900 77  WS-PCT-LIMIT                    PIC 9(03) VALUE 50.
009000 77  WS-ROLL-NIGHTS                  PIC 9(03) VALUE 7.
009100 01  WS-DEADLINE.
009200     05  WS-DEADLINE-HH              PIC 9(02) VALUE 06.
009300     05  WS-DEADLINE-MI              PIC 9(02) VALUE 00.
009400 01  WS-DEADLINE-X REDEFINES WS-DEADLINE PIC X(04).
009500 77  WS-CARD-NUM-X                   PIC X(03) VALUE SPACES.
009600 77  WS-CARD-SHIFT-X                 PIC X(03) VALUE SPACES.
009700 01  WS-CARD-TIME.
009800     05  WS-CARD-TIME-HH             PIC X(02).
009900     05  WS-CARD-TIME-MI             PIC X(02).
010000 01  WS-CARD-TIME-X REDEFINES WS-CARD-TIME PIC X(04).
010100
010200*---------------------------------------------------------------
010300* STEP-EXECUTION TABLE - ONE ENTRY PER TIMED CLOSING RECORD OF A
010400* CHAIN STEP IN THE PERIOD, IN CONTROL-FILE (CHRONOLOGICAL) ORDER
010500*---------------------------------------------------------------
010600 77  WS-EXEC-CNT                     PIC 9(04) COMP VALUE ZERO.
010700 77  WS-EXEC-SUB                     PIC 9(04) COMP VALUE ZERO.
010800 01  WS-EXEC-TABLE.
010900     05  WS-EXEC-ENTRY OCCURS 2000 TIMES.
011000         10  WS-EXEC-NIGHT           PIC X(08).
011100         10  WS-EXEC-DAY             PIC 9(02).
011200         10  WS-EXEC-TITLE           PIC X(16).
011300         10  WS-EXEC-STATUS          PIC X(09).
011400         10  WS-EXEC-START-DATE      PIC X(08).
011500         10  WS-EXEC-START-TIME      PIC X(06).
011600         10  WS-EXEC-END-DATE        PIC X(08).
011700         10  WS-EXEC-END-TIME        PIC X(06).
011800         10  WS-EXEC-START-SECS      PIC 9(11).
011900         10  WS-EXEC-END-SECS        PIC 9(11).
012000         10  WS-EXEC-ELAPSED         PIC 9(07).
012100         10  WS-EXEC-OVER-SW         PIC X(01).
012200             88  EXEC-OVER-NORM      VALUE 'Y'.
012300 77  WS-DROP-CNT                     PIC 9(09) VALUE ZERO.
012400 77  WS-SKIP-CNT                     PIC 9(09) VALUE ZERO.
012500 77  WS-UNTIMED-CNT                  PIC 9(09) VALUE ZERO.
012600 77  WS-FULL-CNT                     PIC 9(09) VALUE ZERO.
012700 77  WS-SEL-NIGHT                    PIC X(08) VALUE SPACES.
012800
012900*---------------------------------------------------------------
013000* NIGHT TABLE - ONE ENTRY PER PROCESSING NIGHT, KEPT IN NIGHT-DATE
013100* ORDER AS NIGHTS ARE MET SO THE ROLLING AVERAGE LOOKS BACK OVER
013200* THE RIGHT NIGHTS
013300*---------------------------------------------------------------
013400 77  WS-NGT-CNT                      PIC 9(04) COMP VALUE ZERO.
013500 77  WS-NGT-SUB                      PIC 9(04) COMP VALUE ZERO.
013600 77  WS-NGT-POS                      PIC 9(04) COMP VALUE ZERO.
013700 77  WS-NGT-FOUND-SW                 PIC X(01) VALUE 'N'.
013800     88  NGT-FOUND                   VALUE 'Y'.
013900 01  WS-NGT-TABLE.
014000     05  WS-NGT-ENTRY OCCURS 400 TIMES.
014100         10  WS-NGT-DATE             PIC X(08).
014200         10  WS-NGT-FIRST-DATE       PIC X(08).
014300         10  WS-NGT-FIRST-TIME       PIC X(06).
014400         10  WS-NGT-LAST-DATE        PIC X(08).
014500         10  WS-NGT-LAST-TIME        PIC X(06).
014600         10  WS-NGT-FIRST-SECS       PIC 9(11).
014700         10  WS-NGT-LAST-SECS        PIC 9(11).
014800         10  WS-NGT-BUSY             PIC 9(07).
014900         10  WS-NGT-WINDOW           PIC 9(07).
015000         10  WS-NGT-ROLL             PIC 9(07).
015100         10  WS-NGT-STEPS            PIC 9(04).
015200         10  WS-NGT-FAILED           PIC 9(04).
015300         10  WS-NGT-LATE-SW          PIC X(01).
015400             88  NGT-LATE            VALUE 'Y'.
015500
015600*---------------------------------------------------------------
015700* STEP NORM TABLE - ONE ENTRY PER CHAIN-STEP NUMBER MET
015800*---------------------------------------------------------------
015900 77  WS-STP-CNT                      PIC 9(02) COMP VALUE ZERO.
016000 77  WS-STP-SUB                      PIC 9(02) COMP VALUE ZERO.
016100 77  WS-STP-FOUND-SW                 PIC X(01) VALUE 'N'.
016200     88  STP-FOUND                   VALUE 'Y'.
016300 01  WS-STP-TABLE.
016400     05  WS-STP-ENTRY OCCURS 10 TIMES.
016500         10  WS-STP-DAY              PIC 9(02).
016600         10  WS-STP-TITLE            PIC X(16).
016700         10  WS-STP-RUNS             PIC 9(04).
016800         10  WS-STP-SUM              PIC 9(11).
016900         10  WS-STP-AVG              PIC 9(07).
017000         10  WS-STP-MIN              PIC 9(07).
017100         10  WS-STP-MAX              PIC 9(07).
017200         10  WS-STP-MAX-NIGHT        PIC X(08).
017300
017400*---------------------------------------------------------------
017500* NIGHT STATISTICS AND FLAG WORK AREAS
017600*---------------------------------------------------------------
017700 77  WS-ROLL-FROM                    PIC 9(04) COMP VALUE ZERO.
017800 77  WS-ROLL-SUB                     PIC 9(04) COMP VALUE ZERO.
017900 77  WS-ROLL-SUM                     PIC 9(11) VALUE ZERO.
018000 77  WS-ROLL-CNT                     PIC 9(04) VALUE ZERO.
018100 77  WS-DEADLINE-SECS                PIC 9(11) VALUE ZERO.
018200 77  WS-WINDOW-SUM                   PIC 9(11) VALUE ZERO.
018300 77  WS-WINDOW-AVG                   PIC 9(07) VALUE ZERO.
018400 77  WS-SLOW-SUB                     PIC 9(04) COMP VALUE ZERO.
018500 77  WS-LATE-CNT                     PIC 9(04) VALUE ZERO.
018600 77  WS-OVER-CNT                     PIC 9(04) VALUE ZERO.
018700 77  WS-OVER-LIMIT                   PIC 9(13) VALUE ZERO.
018800 77  WS-OVER-PCT                     PIC 9(05) VALUE ZERO.
018900
019000*---------------------------------------------------------------
019100* ELAPSED-TIME WORK AREAS - EVERY STAMP IS TURNED INTO SECONDS
019200* SINCE THE YEAR 1 (DAY SERIAL TIMES 86400 PLUS THE TIME OF DAY)
019300* BY 9100-STAMP-TO-SECS SO A NIGHT THAT CROSSES MIDNIGHT OR A
019400* MONTH END SUBTRACTS CLEANLY
019500*---------------------------------------------------------------
019600 01  WS-STAMP.
019700     05  WS-STAMP-DATE               PIC X(08).
019800     05  WS-STAMP-DATE-R REDEFINES WS-STAMP-DATE.
019900         10  WS-STAMP-YYYY           PIC 9(04).
020000         10  WS-STAMP-MM             PIC 9(02).
020100         10  WS-STAMP-DD             PIC 9(02).
020200     05  WS-STAMP-TIME               PIC X(06).
020300     05  WS-STAMP-TIME-R REDEFINES WS-STAMP-TIME.
020400         10  WS-STAMP-HH             PIC 9(02).
020500         10  WS-STAMP-MI             PIC 9(02).
020600         10  WS-STAMP-SS             PIC 9(02).
020700 77  WS-STAMP-SECS                   PIC 9(11) VALUE ZERO.
020800 77  WS-STAMP-OK-SW                  PIC X(01) VALUE 'N'.
020900     88  STAMP-OK                    VALUE 'Y'.
021000 77  WS-CNV-YYYY                     PIC 9(04) VALUE ZERO.
021100 77  WS-CNV-MM                       PIC 9(02) VALUE ZERO.
021200 77  WS-CNV-DD                       PIC 9(02) VALUE ZERO.
021300 77  WS-CNV-SERIAL                   PIC 9(07) VALUE ZERO.
021400 77  WS-CNV-PRIOR-Y                  PIC 9(04) VALUE ZERO.
021500 77  WS-CNV-Q                        PIC 9(04) VALUE ZERO.
021600 77  WS-CNV-R                        PIC 9(04) VALUE ZERO.
021700 77  WS-CNV-LEAP-SW                  PIC X(01) VALUE 'N'.
021800     88  CNV-LEAP-YEAR               VALUE 'Y'.
021900 01  WS-MONTH-DAYS-TABLE.
022000     05  FILLER                      PIC 9(03) VALUE 000.
022100     05  FILLER                      PIC 9(03) VALUE 031.
022200     05  FILLER                      PIC 9(03) VALUE 059.
022300     05  FILLER                      PIC 9(03) VALUE 090.
022400     05  FILLER                      PIC 9(03) VALUE 120.
022500     05  FILLER                      PIC 9(03) VALUE 151.
022600     05  FILLER                      PIC 9(03) VALUE 181.
022700     05  FILLER                      PIC 9(03) VALUE 212.
022800     05  FILLER                      PIC 9(03) VALUE 243.
022900     05  FILLER                      PIC 9(03) VALUE 273.
023000     05  FILLER                      PIC 9(03) VALUE 304.
023100     05  FILLER                      PIC 9(03) VALUE 334.
023200 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
023300     05  WS-MONTH-DAYS               PIC 9(03) OCCURS 12 TIMES.
023400 77  WS-HMS-SECS                     PIC 9(07) VALUE ZERO.
023500 77  WS-HMS-REM                      PIC 9(07) VALUE ZERO.
023600 01  WS-HMS-TEXT.
023700     05  WS-HMS-HH                   PIC 9(02).
023800     05  FILLER                      PIC X(01) VALUE ':'.
023900     05  WS-HMS-MI                   PIC 9(02).
024000     05  FILLER                      PIC X(01) VALUE ':'.
024100     05  WS-HMS-SS                   PIC 9(02).
024200
024300*---------------------------------------------------------------
024400* REPORT WORK AREAS
024500*---------------------------------------------------------------
024600 77  WS-EDIT-CNT                     PIC ZZZZZZZZ9.
024700 77  WS-EDIT-CNT4                    PIC ZZZ9.
024800 77  WS-EDIT-PCT                     PIC ZZZZ9.
024900 01  WS-TODAY-DATE.
025000     05  WS-TODAY-YYYY               PIC 9(04).
025100     05  WS-TODAY-MM                 PIC 9(02).
025200     05  WS-TODAY-DD                 PIC 9(02).
025207
025214*---------------------------------------------------------------
025221* OPERATOR ALERT - PASSED TO AOCALRT'S AOCALRTC ENTRY WHEREVER
025228* THIS PROGRAM RAISES A WARNING OR FAILURE (ALRTFD SEVERITIES)
025235*---------------------------------------------------------------
025242 77  WS-ALRT-PROGRAM                 PIC X(08) VALUE 'AOCBWIN'.
025249 77  WS-ALRT-RUN-NO                  PIC 9(06) VALUE ZERO.
025256 77  WS-ALRT-SEVERITY                PIC X(01) VALUE SPACE.
025263 77  WS-ALRT-CODE                    PIC X(08) VALUE SPACES.
025270 77  WS-ALRT-TEXT                    PIC X(60) VALUE SPACES.
025277 77  WS-ALRT-RC                      PIC 9(04) VALUE ZERO.
025284 77  WS-ALRT-SAVE-RC                 PIC S9(04) COMP VALUE ZERO.
025300
025400 PROCEDURE DIVISION.
025500 0000-MAINLINE.
025600     PERFORM 0050-ACCEPT-PARM THRU 0050-ACCEPT-PARM-EXIT.
025700     PERFORM 1000-READ-CONTROL-CARD
025800         THRU 1000-READ-CONTROL-CARD-EXIT.
025900     OPEN INPUT RUNCTL.
026000     IF WS-CTL-STATUS NOT = '00'
026100         DISPLAY 'AOCBWIN HALTED - UNABLE TO OPEN RUNCTL, '
026200             'FILE STATUS = ' WS-CTL-STATUS
026211         MOVE ZERO TO WS-ALRT-RUN-NO
026222         MOVE 'C' TO WS-ALRT-SEVERITY
026233         MOVE 'RUNCTLIO' TO WS-ALRT-CODE
026244         MOVE SPACES TO WS-ALRT-TEXT
026255         STRING 'RUNCTL NOT OPENED, FILE STATUS = ' WS-CTL-STATUS
026266                ' - NO REPORT'
026277             DELIMITED BY SIZE INTO WS-ALRT-TEXT
026288         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
026300         MOVE 16 TO RETURN-CODE
026400         STOP RUN
026500     END-IF.
026600     PERFORM 2000-READ-RUNCTL THRU 2000-READ-RUNCTL-EXIT
026700         UNTIL CTL-EOF.
026800     CLOSE RUNCTL.
026900     PERFORM 3000-COMPUTE-NORMS THRU 3000-COMPUTE-NORMS-EXIT.
027000     PERFORM 3500-COMPUTE-NIGHTS THRU 3500-COMPUTE-NIGHTS-EXIT.
027100     PERFORM 4000-FLAG-OVER-NORM THRU 4000-FLAG-OVER-NORM-EXIT.
027200     PERFORM 6000-PRINT-WINDOW-RPT
027300         THRU 6000-PRINT-WINDOW-RPT-EXIT.
027303     IF WS-LATE-CNT > ZERO
027306         MOVE WS-LATE-CNT TO WS-EDIT-CNT4
027309         MOVE ZERO TO WS-ALRT-RUN-NO
027312         MOVE 'W' TO WS-ALRT-SEVERITY
027315         MOVE 'LATENGHT' TO WS-ALRT-CODE
027318         MOVE SPACES TO WS-ALRT-TEXT
027321         STRING WS-EDIT-CNT4 ' NIGHT(S) ENDED PAST THE DEADLINE'
027324                ' - SEE BWRPT'
027327             DELIMITED BY SIZE INTO WS-ALRT-TEXT
027330         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
027333     END-IF.
027336     IF WS-OVER-CNT > ZERO
027339         MOVE WS-OVER-CNT TO WS-EDIT-CNT4
027342         MOVE ZERO TO WS-ALRT-RUN-NO
027345         MOVE 'W' TO WS-ALRT-SEVERITY
027348         MOVE 'OVERNORM' TO WS-ALRT-CODE
027351         MOVE SPACES TO WS-ALRT-TEXT
027354         STRING WS-EDIT-CNT4 ' STEP RUN(S) OVER THEIR NORM'
027357                ' - SEE BWRPT'
027360             DELIMITED BY SIZE INTO WS-ALRT-TEXT
027363         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
027366     END-IF.
027369     IF WS-FULL-CNT > ZERO
027372         MOVE ZERO TO WS-ALRT-RUN-NO
027375         MOVE 'W' TO WS-ALRT-SEVERITY
027378         MOVE 'TABLEFUL' TO WS-ALRT-CODE
027381         MOVE 'A WORK TABLE FILLED - THE REPORT IS INCOMPLETE'
027384           TO WS-ALRT-TEXT
027387         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
027390     END-IF.
027400     IF WS-FULL-CNT > ZERO OR WS-LATE-CNT > ZERO
027500        OR WS-OVER-CNT > ZERO
027600         MOVE 4 TO RETURN-CODE
027700     ELSE
027800         MOVE ZERO TO RETURN-CODE
027900     END-IF.
028000     STOP RUN.
028100
028200*---------------------------------------------------------------
028300* 0050-ACCEPT-PARM - DD_xxx OVERRIDES WITH SHOP-STANDARD
028400*                    DEFAULTS, SAME CONVENTION AS DAY01PROC
028500*---------------------------------------------------------------
028600 0050-ACCEPT-PARM.
028700     ACCEPT WS-DD-RUNCTL FROM ENVIRONMENT 'DD_RUNCTL'.
028800     IF WS-DD-RUNCTL = SPACES
028900         SET ENVIRONMENT 'DD_RUNCTL' TO 'output/RunControl.txt'
029000     END-IF.
029100     ACCEPT WS-DD-BWCARD FROM ENVIRONMENT 'DD_BWCARD'.
029200     IF WS-DD-BWCARD = SPACES
029300         SET ENVIRONMENT 'DD_BWCARD' TO 'input/BwinCard.txt'
029400     END-IF.
029500     ACCEPT WS-DD-BWRPT FROM ENVIRONMENT 'DD_BWRPT'.
029600     IF WS-DD-BWRPT = SPACES
029700         SET ENVIRONMENT 'DD_BWRPT' TO 'output/BatchWindow.txt'
029800     END-IF.
029900 0050-ACCEPT-PARM-EXIT.
030000     EXIT.
030100
030200*---------------------------------------------------------------
030300* 1000-READ-CONTROL-CARD - PICK UP THE PERIOD, THE OVER-NORM
030400*                          THRESHOLD, THE ROLLING-AVERAGE SPAN
030500*                          AND THE DEADLINE. A MISSING CARD FILE
030600*                          IS NOT AN ERROR - THE WHOLE CONTROL
030700*                          FILE IS REPORTED AT THE SHOP DEFAULTS.
030800*---------------------------------------------------------------
030900 1000-READ-CONTROL-CARD.
031000     OPEN INPUT BWCARD.
031100     IF WS-CARD-STATUS NOT = '00'
031200         GO TO 1000-READ-CONTROL-CARD-EXIT
031300     END-IF.
031400     PERFORM 1100-READ-ONE-CARD THRU 1100-READ-ONE-CARD-EXIT
031500         UNTIL CARD-EOF.
031600     CLOSE BWCARD.
031700     IF WS-ROLL-NIGHTS = ZERO
031800         MOVE 1 TO WS-ROLL-NIGHTS
031900     END-IF.
032000 1000-READ-CONTROL-CARD-EXIT.
032100     EXIT.
032200
032300 1100-READ-ONE-CARD.
032400     READ BWCARD
032500         AT END
032600             MOVE 'Y' TO WS-CARD-EOF-SW
032700         NOT AT END
032800             EVALUATE TRUE
032900                 WHEN CARD-REC(1:5) = 'FROM='
033000                     MOVE CARD-REC(6:8) TO WS-SEL-FROM
033100                 WHEN CARD-REC(1:3) = 'TO='
033200                     MOVE CARD-REC(4:8) TO WS-SEL-TO
033300                 WHEN CARD-REC(1:4) = 'PCT='
033400                     MOVE CARD-REC(5:3) TO WS-CARD-NUM-X
033500                     PERFORM 1150-EDIT-CARD-NUM
033600                         THRU 1150-EDIT-CARD-NUM-EXIT
033700                     IF WS-CARD-NUM-X NUMERIC
033800                         MOVE WS-CARD-NUM-X TO WS-PCT-LIMIT
033900                     END-IF
034000                 WHEN CARD-REC(1:5) = 'ROLL='
034100                     MOVE CARD-REC(6:3) TO WS-CARD-NUM-X
034200                     PERFORM 1150-EDIT-CARD-NUM
034300                         THRU 1150-EDIT-CARD-NUM-EXIT
034400                     IF WS-CARD-NUM-X NUMERIC
034500                         MOVE WS-CARD-NUM-X TO WS-ROLL-NIGHTS
034600                     END-IF
034700                 WHEN CARD-REC(1:9) = 'DEADLINE='
034800                     MOVE CARD-REC(10:4) TO WS-CARD-TIME-X
034900                     PERFORM 1170-EDIT-CARD-TIME
035000                         THRU 1170-EDIT-CARD-TIME-EXIT
035100                 WHEN OTHER
035200                     CONTINUE
035300             END-EVALUATE
035400     END-READ.
035500 1100-READ-ONE-CARD-EXIT.
035600     EXIT.
035700
035800*---------------------------------------------------------------
035900* 1150-EDIT-CARD-NUM - A CARD VALUE MAY BE KEYED LEFT-JUSTIFIED
036000*                      (PCT=5), SO THE DIGITS ARE SHIFTED TO THE
036100*                      RIGHT END BEFORE THE LEADING SPACES
036200*                      BECOME ZEROS. AN EMPTY VALUE IS LEFT AS
036300*                      SPACES SO THE CALLER'S NUMERIC CHECK KEEPS
036400*                      THE SHOP DEFAULT.
036500*---------------------------------------------------------------
036600 1150-EDIT-CARD-NUM.
036700     IF WS-CARD-NUM-X = SPACES
036800         GO TO 1150-EDIT-CARD-NUM-EXIT
036900     END-IF.
037000     PERFORM 1160-SHIFT-CARD-NUM THRU 1160-SHIFT-CARD-NUM-EXIT
037100         UNTIL WS-CARD-NUM-X(3:1) NOT = SPACE.
037200     INSPECT WS-CARD-NUM-X REPLACING LEADING SPACES BY ZERO.
037300 1150-EDIT-CARD-NUM-EXIT.
037400     EXIT.
037500
037600 1160-SHIFT-CARD-NUM.
037700     MOVE WS-CARD-NUM-X(1:2) TO WS-CARD-SHIFT-X.
037800     MOVE SPACES TO WS-CARD-NUM-X.
037900     MOVE WS-CARD-SHIFT-X(1:2) TO WS-CARD-NUM-X(2:2).
038000 1160-SHIFT-CARD-NUM-EXIT.
038100     EXIT.
038200
038300*---------------------------------------------------------------
038400* 1170-EDIT-CARD-TIME - SAME RIGHT-JUSTIFY FOR DEADLINE=HHMM; ONLY
038500*                       A REAL CLOCK TIME (HOUR 00-23, MINUTE
038600*                       00-59) REPLACES THE DEADLINE.
038700*---------------------------------------------------------------
038800 1170-EDIT-CARD-TIME.
038900     IF WS-CARD-TIME-X = SPACES
039000         GO TO 1170-EDIT-CARD-TIME-EXIT
039100     END-IF.
039200     PERFORM 1180-SHIFT-CARD-TIME THRU 1180-SHIFT-CARD-TIME-EXIT
039300         UNTIL WS-CARD-TIME-X(4:1) NOT = SPACE.
039400     INSPECT WS-CARD-TIME-X REPLACING LEADING SPACES BY ZERO.
039500     IF WS-CARD-TIME-X NOT NUMERIC
039600         GO TO 1170-EDIT-CARD-TIME-EXIT
039700     END-IF.
039800     IF WS-CARD-TIME-HH > '23' OR WS-CARD-TIME-MI > '59'
039900         GO TO 1170-EDIT-CARD-TIME-EXIT
040000     END-IF.
040100     MOVE WS-CARD-TIME-X TO WS-DEADLINE-X.
040200 1170-EDIT-CARD-TIME-EXIT.
040300     EXIT.
040400
040500 1180-SHIFT-CARD-TIME.
040600     MOVE WS-CARD-TIME-X(1:3) TO WS-CARD-SHIFT-X.
040700     MOVE SPACES TO WS-CARD-TIME-X.
040800     MOVE WS-CARD-SHIFT-X TO WS-CARD-TIME-X(2:3).
040900 1180-SHIFT-CARD-TIME-EXIT.
041000     EXIT.
041100
041200*---------------------------------------------------------------
041300* 2000-READ-RUNCTL - READ ONE CONTROL RECORD AND, IF IT CLOSES OUT
041400*                    A CHAIN STEP OF A NIGHT IN THE PERIOD, ADD IT
041500*                    TO THE STEP-EXECUTION TABLE
041600*---------------------------------------------------------------
041700 2000-READ-RUNCTL.
041800     READ RUNCTL
041900         AT END
042000             MOVE 'Y' TO WS-CTL-EOF-SW
042100         NOT AT END
042200             PERFORM 2100-SELECT-RECORD
042300                 THRU 2100-SELECT-RECORD-EXIT
042400     END-READ.
042500 2000-READ-RUNCTL-EXIT.
042600     EXIT.
042700
042800*---------------------------------------------------------------
042900* 2100-SELECT-RECORD - ONLY COMPLETED/FAILED RECORDS OF THE CHAIN
043000*                      STEPS CARRY A WHOLE RUN; STARTED RECORDS,
043100*                      THE REAL DAY NUMBERS AND VERIFY (96) ARE
043200*                      SKIPPED. THE PROCESSING NIGHT STAMPED
043300*                      BEHIND THE STEP TITLE (SEE AOCSCHD) PICKS
043400*                      THE PERIOD. A RECORD WITH NO START STAMP
043500*                      PREDATES THE TIMING FIELDS AND IS COUNTED
043600*                      AS UNTIMED.
043700*---------------------------------------------------------------
043800 2100-SELECT-RECORD.
043900     IF RUN-CTL-DAY-NO NOT NUMERIC
044000        OR RUN-CTL-DAY-NO < 91 OR RUN-CTL-DAY-NO > 98
044100        OR RUN-CTL-DAY-NO = 96
044200        OR RUN-CTL-INFILE(17:7) NOT = ' NIGHT '
044300         COMPUTE WS-SKIP-CNT = WS-SKIP-CNT + 1
044400         GO TO 2100-SELECT-RECORD-EXIT
044500     END-IF.
044600     IF RUN-CTL-STATUS NOT = 'COMPLETED'
044700        AND RUN-CTL-STATUS NOT = 'FAILED   '
044800         GO TO 2100-SELECT-RECORD-EXIT
044900     END-IF.
045000     MOVE RUN-CTL-INFILE(24:8) TO WS-SEL-NIGHT.
045100     IF WS-SEL-FROM NOT = SPACES
045200        AND WS-SEL-NIGHT < WS-SEL-FROM
045300         COMPUTE WS-DROP-CNT = WS-DROP-CNT + 1
045400         GO TO 2100-SELECT-RECORD-EXIT
045500     END-IF.
045600     IF WS-SEL-TO NOT = SPACES
045700        AND WS-SEL-NIGHT > WS-SEL-TO
045800         COMPUTE WS-DROP-CNT = WS-DROP-CNT + 1
045900         GO TO 2100-SELECT-RECORD-EXIT
046000     END-IF.
046100     MOVE RUN-CTL-START-DATE TO WS-STAMP-DATE.
046200     MOVE RUN-CTL-START-TIME TO WS-STAMP-TIME.
046300     PERFORM 9100-STAMP-TO-SECS THRU 9100-STAMP-TO-SECS-EXIT.
046400     IF NOT STAMP-OK OR RUN-CTL-ELAPSED NOT NUMERIC
046500         COMPUTE WS-UNTIMED-CNT = WS-UNTIMED-CNT + 1
046600         GO TO 2100-SELECT-RECORD-EXIT
046700     END-IF.
046800     IF WS-EXEC-CNT >= 2000
046900         COMPUTE WS-FULL-CNT = WS-FULL-CNT + 1
047000         GO TO 2100-SELECT-RECORD-EXIT
047100     END-IF.
047200     PERFORM 2200-NOTE-NIGHT THRU 2200-NOTE-NIGHT-EXIT.
047300     IF NOT NGT-FOUND
047400         COMPUTE WS-FULL-CNT = WS-FULL-CNT + 1
047500         GO TO 2100-SELECT-RECORD-EXIT
047600     END-IF.
047700     COMPUTE WS-EXEC-CNT = WS-EXEC-CNT + 1.
047800     MOVE WS-SEL-NIGHT TO WS-EXEC-NIGHT(WS-EXEC-CNT).
047900     MOVE RUN-CTL-DAY-NO TO WS-EXEC-DAY(WS-EXEC-CNT).
048000     MOVE RUN-CTL-INFILE(1:16) TO WS-EXEC-TITLE(WS-EXEC-CNT).
048100     MOVE RUN-CTL-STATUS TO WS-EXEC-STATUS(WS-EXEC-CNT).
048200     MOVE RUN-CTL-START-DATE TO WS-EXEC-START-DATE(WS-EXEC-CNT).
048300     MOVE RUN-CTL-START-TIME TO WS-EXEC-START-TIME(WS-EXEC-CNT).
048400     MOVE WS-STAMP-SECS TO WS-EXEC-START-SECS(WS-EXEC-CNT).
048500     MOVE RUN-CTL-DATE TO WS-EXEC-END-DATE(WS-EXEC-CNT).
048600     MOVE RUN-CTL-TIME TO WS-EXEC-END-TIME(WS-EXEC-CNT).
048700     MOVE RUN-CTL-ELAPSED TO WS-EXEC-ELAPSED(WS-EXEC-CNT).
048800     COMPUTE WS-EXEC-END-SECS(WS-EXEC-CNT) =
048900         WS-STAMP-SECS + RUN-CTL-ELAPSED.
049000     MOVE 'N' TO WS-EXEC-OVER-SW(WS-EXEC-CNT).
049100 2100-SELECT-RECORD-EXIT.
049200     EXIT.
049300
049400*---------------------------------------------------------------
049500* 2200-NOTE-NIGHT - FIND THE NIGHT IN THE NIGHT TABLE OR OPEN A
049600*                   NEW ENTRY FOR IT IN DATE ORDER. NGT-FOUND IS
049700*                   LEFT OFF ONLY WHEN A NEW NIGHT WILL NOT FIT.
049800*---------------------------------------------------------------
049900 2200-NOTE-NIGHT.
050000     MOVE 'N' TO WS-NGT-FOUND-SW.
050100     MOVE ZERO TO WS-NGT-POS.
050200     PERFORM 2210-FIND-NIGHT THRU 2210-FIND-NIGHT-EXIT
050300         VARYING WS-NGT-SUB FROM 1 BY 1
050400         UNTIL WS-NGT-SUB > WS-NGT-CNT OR NGT-FOUND.
050500     IF NGT-FOUND OR WS-NGT-CNT >= 400
050600         GO TO 2200-NOTE-NIGHT-EXIT
050700     END-IF.
050800     IF WS-NGT-POS = ZERO
050900         COMPUTE WS-NGT-POS = WS-NGT-CNT + 1
051000     ELSE
051100         PERFORM 2220-SHIFT-NIGHT THRU 2220-SHIFT-NIGHT-EXIT
051200             VARYING WS-NGT-SUB FROM WS-NGT-CNT BY -1
051300             UNTIL WS-NGT-SUB < WS-NGT-POS
051400     END-IF.
051500     COMPUTE WS-NGT-CNT = WS-NGT-CNT + 1.
051600     MOVE SPACES TO WS-NGT-ENTRY(WS-NGT-POS).
051700     MOVE WS-SEL-NIGHT TO WS-NGT-DATE(WS-NGT-POS).
051800     MOVE ZERO TO WS-NGT-FIRST-SECS(WS-NGT-POS)
051900                  WS-NGT-LAST-SECS(WS-NGT-POS)
052000                  WS-NGT-BUSY(WS-NGT-POS)
052100                  WS-NGT-WINDOW(WS-NGT-POS)
052200                  WS-NGT-ROLL(WS-NGT-POS)
052300                  WS-NGT-STEPS(WS-NGT-POS)
052400                  WS-NGT-FAILED(WS-NGT-POS).
052500     MOVE 'N' TO WS-NGT-LATE-SW(WS-NGT-POS).
052600     MOVE 'Y' TO WS-NGT-FOUND-SW.
052700 2200-NOTE-NIGHT-EXIT.
052800     EXIT.
052900
053000 2210-FIND-NIGHT.
053100     IF WS-NGT-DATE(WS-NGT-SUB) = WS-SEL-NIGHT
053200         MOVE 'Y' TO WS-NGT-FOUND-SW
053300         GO TO 2210-FIND-NIGHT-EXIT
053400     END-IF.
053500     IF WS-NGT-DATE(WS-NGT-SUB) > WS-SEL-NIGHT
053600        AND WS-NGT-POS = ZERO
053700         MOVE WS-NGT-SUB TO WS-NGT-POS
053800     END-IF.
053900 2210-FIND-NIGHT-EXIT.
054000     EXIT.
054100
054200 2220-SHIFT-NIGHT.
054300     MOVE WS-NGT-ENTRY(WS-NGT-SUB)
054400         TO WS-NGT-ENTRY(WS-NGT-SUB + 1).
054500 2220-SHIFT-NIGHT-EXIT.
054600     EXIT.
054700
054800*---------------------------------------------------------------
054900* 3000-COMPUTE-NORMS - A STEP'S NORM IS THE AVERAGE ELAPSED TIME
055000*                      OF ITS COMPLETED RUNS IN THE PERIOD, WITH
055100*                      THE MINIMUM, MAXIMUM AND THE NIGHT OF THE
055200*                      SLOWEST RUN ALONGSIDE
055300*---------------------------------------------------------------
055400 3000-COMPUTE-NORMS.
055500     PERFORM 3100-ADD-TO-NORM THRU 3100-ADD-TO-NORM-EXIT
055600         VARYING WS-EXEC-SUB FROM 1 BY 1
055700         UNTIL WS-EXEC-SUB > WS-EXEC-CNT.
055800     PERFORM 3200-FINISH-NORM THRU 3200-FINISH-NORM-EXIT
055900         VARYING WS-STP-SUB FROM 1 BY 1
056000         UNTIL WS-STP-SUB > WS-STP-CNT.
056100 3000-COMPUTE-NORMS-EXIT.
056200     EXIT.
056300
056400 3100-ADD-TO-NORM.
056500     MOVE 'N' TO WS-STP-FOUND-SW.
056600     PERFORM 3110-FIND-STEP THRU 3110-FIND-STEP-EXIT
056700         VARYING WS-STP-SUB FROM 1 BY 1
056800         UNTIL WS-STP-SUB > WS-STP-CNT OR STP-FOUND.
056900     IF STP-FOUND
057000         COMPUTE WS-STP-SUB = WS-STP-SUB - 1
057100     ELSE
057200         IF WS-STP-CNT >= 10
057300             GO TO 3100-ADD-TO-NORM-EXIT
057400         END-IF
057500         COMPUTE WS-STP-CNT = WS-STP-CNT + 1
057600         MOVE WS-STP-CNT TO WS-STP-SUB
057700         MOVE WS-EXEC-DAY(WS-EXEC-SUB) TO WS-STP-DAY(WS-STP-SUB)
057800         MOVE WS-EXEC-TITLE(WS-EXEC-SUB)
057900             TO WS-STP-TITLE(WS-STP-SUB)
058000         MOVE ZERO TO WS-STP-RUNS(WS-STP-SUB)
058100                      WS-STP-SUM(WS-STP-SUB)
058200                      WS-STP-AVG(WS-STP-SUB)
058300                      WS-STP-MIN(WS-STP-SUB)
058400                      WS-STP-MAX(WS-STP-SUB)
058500         MOVE SPACES TO WS-STP-MAX-NIGHT(WS-STP-SUB)
058600     END-IF.
058700     IF WS-EXEC-STATUS(WS-EXEC-SUB) NOT = 'COMPLETED'
058800         GO TO 3100-ADD-TO-NORM-EXIT
058900     END-IF.
059000     IF WS-STP-RUNS(WS-STP-SUB) = ZERO
059100        OR WS-EXEC-ELAPSED(WS-EXEC-SUB) < WS-STP-MIN(WS-STP-SUB)
059200         MOVE WS-EXEC-ELAPSED(WS-EXEC-SUB)
059300             TO WS-STP-MIN(WS-STP-SUB)
059400     END-IF.
059500     IF WS-STP-RUNS(WS-STP-SUB) = ZERO
059600        OR WS-EXEC-ELAPSED(WS-EXEC-SUB) > WS-STP-MAX(WS-STP-SUB)
059700         MOVE WS-EXEC-ELAPSED(WS-EXEC-SUB)
059800             TO WS-STP-MAX(WS-STP-SUB)
059900         MOVE WS-EXEC-NIGHT(WS-EXEC-SUB)
060000             TO WS-STP-MAX-NIGHT(WS-STP-SUB)
060100     END-IF.
060200     COMPUTE WS-STP-RUNS(WS-STP-SUB) =
060300         WS-STP-RUNS(WS-STP-SUB) + 1.
060400     COMPUTE WS-STP-SUM(WS-STP-SUB) =
060500         WS-STP-SUM(WS-STP-SUB) + WS-EXEC-ELAPSED(WS-EXEC-SUB).
060600 3100-ADD-TO-NORM-EXIT.
060700     EXIT.
060800
060900 3110-FIND-STEP.
061000     IF WS-STP-DAY(WS-STP-SUB) = WS-EXEC-DAY(WS-EXEC-SUB)
061100         MOVE 'Y' TO WS-STP-FOUND-SW
061200     END-IF.
061300 3110-FIND-STEP-EXIT.
061400     EXIT.
061500
061600 3200-FINISH-NORM.
061700     IF WS-STP-RUNS(WS-STP-SUB) > ZERO
061800         COMPUTE WS-STP-AVG(WS-STP-SUB) ROUNDED =
061900             WS-STP-SUM(WS-STP-SUB) / WS-STP-RUNS(WS-STP-SUB)
062000     END-IF.
062100 3200-FINISH-NORM-EXIT.
062200     EXIT.
062300
062400*---------------------------------------------------------------
062500* 3500-COMPUTE-NIGHTS - ROLL EVERY STEP RUN UP INTO ITS NIGHT
062600*                       (FIRST START, LAST END, BUSY TIME, STEP
062700*                       AND FAILURE COUNTS), THEN WORK OUT EACH
062800*                       NIGHT'S WINDOW, LATE FLAG AND ROLLING
062900*                       AVERAGE AND THE PERIOD'S SLOWEST NIGHT
063000*---------------------------------------------------------------
063100 3500-COMPUTE-NIGHTS.
063200     PERFORM 3510-ADD-TO-NIGHT THRU 3510-ADD-TO-NIGHT-EXIT
063300         VARYING WS-EXEC-SUB FROM 1 BY 1
063400         UNTIL WS-EXEC-SUB > WS-EXEC-CNT.
063500     MOVE ZERO TO WS-WINDOW-SUM WS-SLOW-SUB WS-LATE-CNT.
063600     PERFORM 3550-FINISH-NIGHT THRU 3550-FINISH-NIGHT-EXIT
063700         VARYING WS-NGT-SUB FROM 1 BY 1
063800         UNTIL WS-NGT-SUB > WS-NGT-CNT.
063900     IF WS-NGT-CNT > ZERO
064000         COMPUTE WS-WINDOW-AVG ROUNDED =
064100             WS-WINDOW-SUM / WS-NGT-CNT
064200     END-IF.
064300 3500-COMPUTE-NIGHTS-EXIT.
064400     EXIT.
064500
064600 3510-ADD-TO-NIGHT.
064700     MOVE WS-EXEC-NIGHT(WS-EXEC-SUB) TO WS-SEL-NIGHT.
064800     MOVE 'N' TO WS-NGT-FOUND-SW.
064900     MOVE ZERO TO WS-NGT-POS.
065000     PERFORM 2210-FIND-NIGHT THRU 2210-FIND-NIGHT-EXIT
065100         VARYING WS-NGT-SUB FROM 1 BY 1
065200         UNTIL WS-NGT-SUB > WS-NGT-CNT OR NGT-FOUND.
065300     IF NOT NGT-FOUND
065400         GO TO 3510-ADD-TO-NIGHT-EXIT
065500     END-IF.
065600     COMPUTE WS-NGT-SUB = WS-NGT-SUB - 1.
065700     IF WS-NGT-STEPS(WS-NGT-SUB) = ZERO
065800        OR WS-EXEC-START-SECS(WS-EXEC-SUB)
065900           < WS-NGT-FIRST-SECS(WS-NGT-SUB)
066000         MOVE WS-EXEC-START-SECS(WS-EXEC-SUB)
066100             TO WS-NGT-FIRST-SECS(WS-NGT-SUB)
066200         MOVE WS-EXEC-START-DATE(WS-EXEC-SUB)
066300             TO WS-NGT-FIRST-DATE(WS-NGT-SUB)
066400         MOVE WS-EXEC-START-TIME(WS-EXEC-SUB)
066500             TO WS-NGT-FIRST-TIME(WS-NGT-SUB)
066600     END-IF.
066700     IF WS-NGT-STEPS(WS-NGT-SUB) = ZERO
066800        OR WS-EXEC-END-SECS(WS-EXEC-SUB)
066900           > WS-NGT-LAST-SECS(WS-NGT-SUB)
067000         MOVE WS-EXEC-END-SECS(WS-EXEC-SUB)
067100             TO WS-NGT-LAST-SECS(WS-NGT-SUB)
067200         MOVE WS-EXEC-END-DATE(WS-EXEC-SUB)
067300             TO WS-NGT-LAST-DATE(WS-NGT-SUB)
067400         MOVE WS-EXEC-END-TIME(WS-EXEC-SUB)
067500             TO WS-NGT-LAST-TIME(WS-NGT-SUB)
067600     END-IF.
067700     COMPUTE WS-NGT-STEPS(WS-NGT-SUB) =
067800         WS-NGT-STEPS(WS-NGT-SUB) + 1.
067900     IF WS-EXEC-STATUS(WS-EXEC-SUB) = 'FAILED   '
068000         COMPUTE WS-NGT-FAILED(WS-NGT-SUB) =
068100             WS-NGT-FAILED(WS-NGT-SUB) + 1
068200     END-IF.
068300     COMPUTE WS-NGT-BUSY(WS-NGT-SUB) =
068400         WS-NGT-BUSY(WS-NGT-SUB) + WS-EXEC-ELAPSED(WS-EXEC-SUB)
068500         ON SIZE ERROR
068600             MOVE 9999999 TO WS-NGT-BUSY(WS-NGT-SUB)
068700     END-COMPUTE.
068800 3510-ADD-TO-NIGHT-EXIT.
068900     EXIT.
069000
069100*---------------------------------------------------------------
069200* 3550-FINISH-NIGHT - THE WINDOW RUNS FROM THE NIGHT'S FIRST
069300*                     START TO ITS LAST END. THE DEADLINE FALLS
069400*                     ON THE MORNING AFTER THE NIGHT WHEN IT IS
069500*                     BEFORE NOON, ELSE ON THE NIGHT DATE ITSELF.
069600*                     THE ROLLING AVERAGE COVERS THIS NIGHT AND
069700*                     UP TO ROLL= - 1 NIGHTS BEFORE IT.
069800*---------------------------------------------------------------
069900 3550-FINISH-NIGHT.
070000     COMPUTE WS-NGT-WINDOW(WS-NGT-SUB) =
070100         WS-NGT-LAST-SECS(WS-NGT-SUB)
070200         - WS-NGT-FIRST-SECS(WS-NGT-SUB)
070300         ON SIZE ERROR
070400             MOVE 9999999 TO WS-NGT-WINDOW(WS-NGT-SUB)
070500     END-COMPUTE.
070600     COMPUTE WS-WINDOW-SUM =
070700         WS-WINDOW-SUM + WS-NGT-WINDOW(WS-NGT-SUB).
070800     IF WS-SLOW-SUB = ZERO
070900         MOVE WS-NGT-SUB TO WS-SLOW-SUB
071000     END-IF.
071100     IF WS-NGT-WINDOW(WS-NGT-SUB) > WS-NGT-WINDOW(WS-SLOW-SUB)
071200         MOVE WS-NGT-SUB TO WS-SLOW-SUB
071300     END-IF.
071400     MOVE WS-NGT-DATE(WS-NGT-SUB) TO WS-STAMP-DATE.
071500     MOVE WS-DEADLINE-X TO WS-STAMP-TIME(1:4).
071600     MOVE '00' TO WS-STAMP-TIME(5:2).
071700     PERFORM 9100-STAMP-TO-SECS THRU 9100-STAMP-TO-SECS-EXIT.
071800     MOVE WS-STAMP-SECS TO WS-DEADLINE-SECS.
071900     IF WS-DEADLINE-HH < 12
072000         COMPUTE WS-DEADLINE-SECS = WS-DEADLINE-SECS + 86400
072100     END-IF.
072200     IF STAMP-OK
072300        AND WS-NGT-LAST-SECS(WS-NGT-SUB) > WS-DEADLINE-SECS
072400         MOVE 'Y' TO WS-NGT-LATE-SW(WS-NGT-SUB)
072500         COMPUTE WS-LATE-CNT = WS-LATE-CNT + 1
072600     END-IF.
072700     IF WS-NGT-SUB > WS-ROLL-NIGHTS
072800         COMPUTE WS-ROLL-FROM = WS-NGT-SUB - WS-ROLL-NIGHTS + 1
072900     ELSE
073000         MOVE 1 TO WS-ROLL-FROM
073100     END-IF.
073200     MOVE ZERO TO WS-ROLL-SUM WS-ROLL-CNT.
073300     PERFORM 3560-ADD-TO-ROLL THRU 3560-ADD-TO-ROLL-EXIT
073400         VARYING WS-ROLL-SUB FROM WS-ROLL-FROM BY 1
073500         UNTIL WS-ROLL-SUB > WS-NGT-SUB.
073600     COMPUTE WS-NGT-ROLL(WS-NGT-SUB) ROUNDED =
073700         WS-ROLL-SUM / WS-ROLL-CNT.
073800 3550-FINISH-NIGHT-EXIT.
073900     EXIT.
074000
074100 3560-ADD-TO-ROLL.
074200     COMPUTE WS-ROLL-SUM =
074300         WS-ROLL-SUM + WS-NGT-WINDOW(WS-ROLL-SUB).
074400     COMPUTE WS-ROLL-CNT = WS-ROLL-CNT + 1.
074500 3560-ADD-TO-ROLL-EXIT.
074600     EXIT.
074700
074800*---------------------------------------------------------------
074900* 4000-FLAG-OVER-NORM - A COMPLETED STEP RUN IS FLAGGED WHEN ITS
075000*                       ELAPSED TIME IS MORE THAN PCT= PERCENT
075100*                       OVER ITS STEP'S NORM. A STEP NEEDS TWO
075200*                       COMPLETED RUNS IN THE PERIOD BEFORE IT
075300*                       HAS A NORM TO BE OVER.
075400*---------------------------------------------------------------
075500 4000-FLAG-OVER-NORM.
075600     MOVE ZERO TO WS-OVER-CNT.
075700     PERFORM 4100-CHECK-ONE-RUN THRU 4100-CHECK-ONE-RUN-EXIT
075800         VARYING WS-EXEC-SUB FROM 1 BY 1
075900         UNTIL WS-EXEC-SUB > WS-EXEC-CNT.
076000 4000-FLAG-OVER-NORM-EXIT.
076100     EXIT.
076200
076300 4100-CHECK-ONE-RUN.
076400     IF WS-EXEC-STATUS(WS-EXEC-SUB) NOT = 'COMPLETED'
076500         GO TO 4100-CHECK-ONE-RUN-EXIT
076600     END-IF.
076700     MOVE 'N' TO WS-STP-FOUND-SW.
076800     PERFORM 3110-FIND-STEP THRU 3110-FIND-STEP-EXIT
076900         VARYING WS-STP-SUB FROM 1 BY 1
077000         UNTIL WS-STP-SUB > WS-STP-CNT OR STP-FOUND.
077100     IF NOT STP-FOUND
077200         GO TO 4100-CHECK-ONE-RUN-EXIT
077300     END-IF.
077400     COMPUTE WS-STP-SUB = WS-STP-SUB - 1.
077500     IF WS-STP-RUNS(WS-STP-SUB) < 2
077600        OR WS-STP-AVG(WS-STP-SUB) = ZERO
077700         GO TO 4100-CHECK-ONE-RUN-EXIT
077800     END-IF.
077900     COMPUTE WS-OVER-LIMIT =
078000         WS-STP-AVG(WS-STP-SUB) * (100 + WS-PCT-LIMIT).
078100     IF WS-EXEC-ELAPSED(WS-EXEC-SUB) * 100 > WS-OVER-LIMIT
078200         MOVE 'Y' TO WS-EXEC-OVER-SW(WS-EXEC-SUB)
078300         COMPUTE WS-OVER-CNT = WS-OVER-CNT + 1
078400     END-IF.
078500 4100-CHECK-ONE-RUN-EXIT.
078600     EXIT.
078700
078800*---------------------------------------------------------------
078900* 6000-PRINT-WINDOW-RPT - WRITE THE BATCH-WINDOW REPORT:
079000*                         SELECTION, VOLUMES, THEN THE NIGHT,
079100*                         STEP-RUN, NORM, SUMMARY AND OVER-NORM
079200*                         SECTIONS
079300*---------------------------------------------------------------
079400 6000-PRINT-WINDOW-RPT.
079500     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
079600     OPEN OUTPUT BWRPT.
079700
079800     MOVE SPACES TO BW-REC.
079900     STRING 'BATCH-WINDOW ELAPSED-TIME REPORT'
080000         DELIMITED BY SIZE INTO BW-REC.
080100     WRITE BW-REC.
080200
080300     MOVE SPACES TO BW-REC.
080400     STRING 'REPORT DATE : '    DELIMITED BY SIZE
080500            WS-TODAY-MM         DELIMITED BY SIZE
080600            '/'                 DELIMITED BY SIZE
080700            WS-TODAY-DD         DELIMITED BY SIZE
080800            '/'                 DELIMITED BY SIZE
080900            WS-TODAY-YYYY       DELIMITED BY SIZE
081000            INTO BW-REC.
081100     WRITE BW-REC.
081200
081300     MOVE SPACES TO BW-REC.
081400     IF WS-SEL-FROM = SPACES AND WS-SEL-TO = SPACES
081500         STRING 'PERIOD      : FULL CONTROL FILE'
081600             DELIMITED BY SIZE INTO BW-REC
081700     ELSE
081800         STRING 'PERIOD      : NIGHTS ' DELIMITED BY SIZE
081900                WS-SEL-FROM      DELIMITED BY SIZE
082000                ' THRU '         DELIMITED BY SIZE
082100                WS-SEL-TO        DELIMITED BY SIZE
082200                INTO BW-REC
082300     END-IF.
082400     WRITE BW-REC.
082500
082600     MOVE WS-PCT-LIMIT TO WS-EDIT-CNT4.
082700     MOVE SPACES TO BW-REC.
082800     STRING 'OVER NORM   : ELAPSED MORE THAN ' DELIMITED BY SIZE
082900            WS-EDIT-CNT4                       DELIMITED BY SIZE
083000            ' PCT OVER THE STEP AVERAGE'       DELIMITED BY SIZE
083100            INTO BW-REC.
083200     WRITE BW-REC.
083300
083400     MOVE WS-ROLL-NIGHTS TO WS-EDIT-CNT4.
083500     MOVE SPACES TO BW-REC.
083600     STRING 'ROLLING AVG : LAST '  DELIMITED BY SIZE
083700            WS-EDIT-CNT4           DELIMITED BY SIZE
083800            ' NIGHTS'              DELIMITED BY SIZE
083900            INTO BW-REC.
084000     WRITE BW-REC.
084100
084200     MOVE SPACES TO BW-REC.
084300     IF WS-DEADLINE-HH < 12
084400         STRING 'DEADLINE    : '    DELIMITED BY SIZE
084500                WS-DEADLINE-X       DELIMITED BY SIZE
084600                ' THE MORNING AFTER EACH NIGHT'
084700                    DELIMITED BY SIZE
084800                INTO BW-REC
084900     ELSE
085000         STRING 'DEADLINE    : '    DELIMITED BY SIZE
085100                WS-DEADLINE-X       DELIMITED BY SIZE
085200                ' ON EACH NIGHT DATE' DELIMITED BY SIZE
085300                INTO BW-REC
085400     END-IF.
085500     WRITE BW-REC.
085600
085700     MOVE WS-EXEC-CNT TO WS-EDIT-CNT.
085800     MOVE SPACES TO BW-REC.
085900     STRING 'STEP RUNS IN PERIOD  : ' DELIMITED BY SIZE
086000            WS-EDIT-CNT               DELIMITED BY SIZE
086100            INTO BW-REC.
086200     WRITE BW-REC.
086300
086400     MOVE WS-NGT-CNT TO WS-EDIT-CNT.
086500     MOVE SPACES TO BW-REC.
086600     STRING 'NIGHTS IN PERIOD     : ' DELIMITED BY SIZE
086700            WS-EDIT-CNT               DELIMITED BY SIZE
086800            INTO BW-REC.
086900     WRITE BW-REC.
087000
087100     MOVE WS-DROP-CNT TO WS-EDIT-CNT.
087200     MOVE SPACES TO BW-REC.
087300     STRING 'OUTSIDE DATE RANGE   : ' DELIMITED BY SIZE
087400            WS-EDIT-CNT               DELIMITED BY SIZE
087500            INTO BW-REC.
087600     WRITE BW-REC.
087700
087800     MOVE WS-SKIP-CNT TO WS-EDIT-CNT.
087900     MOVE SPACES TO BW-REC.
088000     STRING 'NON-CHAIN RECORDS    : ' DELIMITED BY SIZE
088100            WS-EDIT-CNT               DELIMITED BY SIZE
088200            INTO BW-REC.
088300     WRITE BW-REC.
088400
088500     MOVE WS-UNTIMED-CNT TO WS-EDIT-CNT.
088600     MOVE SPACES TO BW-REC.
088700     STRING 'UNTIMED STEP RUNS    : ' DELIMITED BY SIZE
088800            WS-EDIT-CNT               DELIMITED BY SIZE
088900            INTO BW-REC.
089000     WRITE BW-REC.
089100
089200     IF WS-FULL-CNT > ZERO
089300         MOVE WS-FULL-CNT TO WS-EDIT-CNT
089400         MOVE SPACES TO BW-REC
089500         STRING 'DROPPED - TABLE FULL : ' DELIMITED BY SIZE
089600                WS-EDIT-CNT               DELIMITED BY SIZE
089700                INTO BW-REC
089800         WRITE BW-REC
089900         MOVE SPACES TO BW-REC
090000         STRING '*** RUN OR NIGHT TABLE CAPACITY (2000/400) '
090100                'EXCEEDED - FIGURES COVER ONLY THE EARLIEST '
090200                'RUNS. '
090300                'NARROW THE PERIOD. ***'
090400             DELIMITED BY SIZE INTO BW-REC
090500         WRITE BW-REC
090600     END-IF.
090700
090800     MOVE SPACES TO BW-REC.
090900     WRITE BW-REC.
091000
091100     IF WS-EXEC-CNT = ZERO
091200         MOVE SPACES TO BW-REC
091300         STRING 'NO TIMED CHAIN STEP RUNS SELECTED - NOTHING TO '
091400                'REPORT' DELIMITED BY SIZE INTO BW-REC
091500         WRITE BW-REC
091600         CLOSE BWRPT
091700         GO TO 6000-PRINT-WINDOW-RPT-EXIT
091800     END-IF.
091900
092000     PERFORM 6100-PRINT-NIGHTS THRU 6100-PRINT-NIGHTS-EXIT.
092100     PERFORM 6200-PRINT-STEP-RUNS THRU 6200-PRINT-STEP-RUNS-EXIT.
092200     PERFORM 6300-PRINT-NORMS THRU 6300-PRINT-NORMS-EXIT.
092300     PERFORM 6400-PRINT-SUMMARY THRU 6400-PRINT-SUMMARY-EXIT.
092400     PERFORM 6500-PRINT-OVER-NORM THRU 6500-PRINT-OVER-NORM-EXIT.
092500
092600     CLOSE BWRPT.
092700 6000-PRINT-WINDOW-RPT-EXIT.
092800     EXIT.
092900
093000*---------------------------------------------------------------
093100* 6100-PRINT-NIGHTS - ONE LINE PER NIGHT IN NIGHT-DATE ORDER
093200*---------------------------------------------------------------
093300 6100-PRINT-NIGHTS.
093400     MOVE SPACES TO BW-REC.
093500     STRING 'ELAPSED TIME PER NIGHT' DELIMITED BY SIZE
093600         INTO BW-REC.
093700     WRITE BW-REC.
093800     MOVE SPACES TO BW-REC.
093900     MOVE 'NIGHT'           TO BW-REC(3:5).
094000     MOVE 'FIRST START'     TO BW-REC(13:11).
094100     MOVE 'LAST END'        TO BW-REC(30:8).
094200     MOVE 'WINDOW'          TO BW-REC(47:6).
094300     MOVE 'BUSY'            TO BW-REC(57:4).
094400     MOVE 'STEPS'           TO BW-REC(66:5).
094500     MOVE 'FAILED'          TO BW-REC(72:6).
094600     MOVE 'ROLLING'         TO BW-REC(79:7).
094700     WRITE BW-REC.
094800     PERFORM 6150-NIGHT-LINE THRU 6150-NIGHT-LINE-EXIT
094900         VARYING WS-NGT-SUB FROM 1 BY 1
095000         UNTIL WS-NGT-SUB > WS-NGT-CNT.
095100     MOVE SPACES TO BW-REC.
095200     WRITE BW-REC.
095300 6100-PRINT-NIGHTS-EXIT.
095400     EXIT.
095500
095600 6150-NIGHT-LINE.
095700     MOVE SPACES TO BW-REC.
095800     MOVE WS-NGT-DATE(WS-NGT-SUB)       TO BW-REC(3:8).
095900     MOVE WS-NGT-FIRST-DATE(WS-NGT-SUB) TO BW-REC(13:8).
096000     MOVE WS-NGT-FIRST-TIME(WS-NGT-SUB) TO BW-REC(22:6).
096100     MOVE WS-NGT-LAST-DATE(WS-NGT-SUB)  TO BW-REC(30:8).
096200     MOVE WS-NGT-LAST-TIME(WS-NGT-SUB)  TO BW-REC(39:6).
096300     MOVE WS-NGT-WINDOW(WS-NGT-SUB) TO WS-HMS-SECS.
096400     PERFORM 9200-FORMAT-HMS THRU 9200-FORMAT-HMS-EXIT.
096500     MOVE WS-HMS-TEXT TO BW-REC(47:8).
096600     MOVE WS-NGT-BUSY(WS-NGT-SUB) TO WS-HMS-SECS.
096700     PERFORM 9200-FORMAT-HMS THRU 9200-FORMAT-HMS-EXIT.
096800     MOVE WS-HMS-TEXT TO BW-REC(57:8).
096900     MOVE WS-NGT-STEPS(WS-NGT-SUB) TO WS-EDIT-CNT4.
097000     MOVE WS-EDIT-CNT4 TO BW-REC(67:4).
097100     MOVE WS-NGT-FAILED(WS-NGT-SUB) TO WS-EDIT-CNT4.
097200     MOVE WS-EDIT-CNT4 TO BW-REC(74:4).
097300     MOVE WS-NGT-ROLL(WS-NGT-SUB) TO WS-HMS-SECS.
097400     PERFORM 9200-FORMAT-HMS THRU 9200-FORMAT-HMS-EXIT.
097500     MOVE WS-HMS-TEXT TO BW-REC(79:8).
097600     IF NGT-LATE(WS-NGT-SUB)
097700         MOVE '*** PAST DEADLINE' TO BW-REC(89:17)
097800     END-IF.
097900     WRITE BW-REC.
098000 6150-NIGHT-LINE-EXIT.
098100     EXIT.
098200
098300*---------------------------------------------------------------
098400* 6200-PRINT-STEP-RUNS - EVERY STEP RUN IN CONTROL-FILE ORDER WITH
098500*                        ITS START, END AND ELAPSED TIME
098600*---------------------------------------------------------------
098700 6200-PRINT-STEP-RUNS.
098800     MOVE SPACES TO BW-REC.
098900     STRING 'ELAPSED TIME PER STEP RUN' DELIMITED BY SIZE
099000         INTO BW-REC.
099100     WRITE BW-REC.
099200     MOVE SPACES TO BW-REC.
099300     MOVE 'NIGHT'           TO BW-REC(3:5).
099400     MOVE 'STEP'            TO BW-REC(13:4).
099500     MOVE 'STATUS'          TO BW-REC(31:6).
099600     MOVE 'STARTED'         TO BW-REC(42:7).
099700     MOVE 'ENDED'           TO BW-REC(59:5).
099800     MOVE 'ELAPSED'         TO BW-REC(76:7).
099900     WRITE BW-REC.
100000     PERFORM 6250-RUN-LINE THRU 6250-RUN-LINE-EXIT
100100         VARYING WS-EXEC-SUB FROM 1 BY 1
100200         UNTIL WS-EXEC-SUB > WS-EXEC-CNT.
100300     MOVE SPACES TO BW-REC.
100400     WRITE BW-REC.
100500 6200-PRINT-STEP-RUNS-EXIT.
100600     EXIT.
100700
100800 6250-RUN-LINE.
100900     MOVE SPACES TO BW-REC.
101000     MOVE WS-EXEC-NIGHT(WS-EXEC-SUB)      TO BW-REC(3:8).
101100     MOVE WS-EXEC-TITLE(WS-EXEC-SUB)      TO BW-REC(13:16).
101200     MOVE WS-EXEC-STATUS(WS-EXEC-SUB)     TO BW-REC(31:9).
101300     MOVE WS-EXEC-START-DATE(WS-EXEC-SUB) TO BW-REC(42:8).
101400     MOVE WS-EXEC-START-TIME(WS-EXEC-SUB) TO BW-REC(51:6).
101500     MOVE WS-EXEC-END-DATE(WS-EXEC-SUB)   TO BW-REC(59:8).
101600     MOVE WS-EXEC-END-TIME(WS-EXEC-SUB)   TO BW-REC(68:6).
101700     MOVE WS-EXEC-ELAPSED(WS-EXEC-SUB) TO WS-HMS-SECS.
101800     PERFORM 9200-FORMAT-HMS THRU 9200-FORMAT-HMS-EXIT.
101900     MOVE WS-HMS-TEXT TO BW-REC(76:8).
102000     IF EXEC-OVER-NORM(WS-EXEC-SUB)
102100         MOVE '*** OVER NORM' TO BW-REC(86:13)
102200     END-IF.
102300     WRITE BW-REC.
102400 6250-RUN-LINE-EXIT.
102500     EXIT.
102600
102700*---------------------------------------------------------------
102800* 6300-PRINT-NORMS - ONE LINE PER CHAIN STEP: COMPLETED RUNS,
102900*                    NORM, FASTEST, SLOWEST AND THE SLOWEST NIGHT
103000*---------------------------------------------------------------
103100 6300-PRINT-NORMS.
103200     MOVE SPACES TO BW-REC.
103300     STRING 'STEP NORMS (COMPLETED RUNS)' DELIMITED BY SIZE
103400         INTO BW-REC.
103500     WRITE BW-REC.
103600     MOVE SPACES TO BW-REC.
103700     MOVE 'STEP'            TO BW-REC(3:4).
103800     MOVE 'RUNS'            TO BW-REC(21:4).
103900     MOVE 'AVERAGE'         TO BW-REC(27:7).
104000     MOVE 'MINIMUM'         TO BW-REC(37:7).
104100     MOVE 'MAXIMUM'         TO BW-REC(47:7).
104200     MOVE 'SLOWEST NIGHT'   TO BW-REC(57:13).
104300     WRITE BW-REC.
104400     PERFORM 6350-NORM-LINE THRU 6350-NORM-LINE-EXIT
104500         VARYING WS-STP-SUB FROM 1 BY 1
104600         UNTIL WS-STP-SUB > WS-STP-CNT.
104700     MOVE SPACES TO BW-REC.
104800     WRITE BW-REC.
104900 6300-PRINT-NORMS-EXIT.
105000     EXIT.
105100
105200 6350-NORM-LINE.
105300     MOVE SPACES TO BW-REC.
105400     MOVE WS-STP-TITLE(WS-STP-SUB) TO BW-REC(3:16).
105500     MOVE WS-STP-RUNS(WS-STP-SUB) TO WS-EDIT-CNT4.
105600     MOVE WS-EDIT-CNT4 TO BW-REC(21:4).
105700     IF WS-STP-RUNS(WS-STP-SUB) = ZERO
105800         MOVE 'NO COMPLETED RUN IN THE PERIOD' TO BW-REC(27:30)
105900         WRITE BW-REC
106000         GO TO 6350-NORM-LINE-EXIT
106100     END-IF.
106200     MOVE WS-STP-AVG(WS-STP-SUB) TO WS-HMS-SECS.
106300     PERFORM 9200-FORMAT-HMS THRU 9200-FORMAT-HMS-EXIT.
106400     MOVE WS-HMS-TEXT TO BW-REC(27:8).
106500     MOVE WS-STP-MIN(WS-STP-SUB) TO WS-HMS-SECS.
106600     PERFORM 9200-FORMAT-HMS THRU 9200-FORMAT-HMS-EXIT.
106700     MOVE WS-HMS-TEXT TO BW-REC(37:8).
106800     MOVE WS-STP-MAX(WS-STP-SUB) TO WS-HMS-SECS.
106900     PERFORM 9200-FORMAT-HMS THRU 9200-FORMAT-HMS-EXIT.
107000     MOVE WS-HMS-TEXT TO BW-REC(47:8).
107100     MOVE WS-STP-MAX-NIGHT(WS-STP-SUB) TO BW-REC(57:8).
107200     IF WS-STP-RUNS(WS-STP-SUB) < 2
107300         MOVE '(ONE RUN - NO NORM YET)' TO BW-REC(67:23)
107400     END-IF.
107500     WRITE BW-REC.
107600 6350-NORM-LINE-EXIT.
107700     EXIT.
107800
107900*---------------------------------------------------------------
108000* 6400-PRINT-SUMMARY - THE PERIOD'S AVERAGE WINDOW, ITS SLOWEST
108100*                      NIGHT AND HOW MANY NIGHTS RAN PAST THE
108200*                      DEADLINE
108300*---------------------------------------------------------------
108400 6400-PRINT-SUMMARY.
108500     MOVE SPACES TO BW-REC.
108600     STRING 'PERIOD SUMMARY' DELIMITED BY SIZE INTO BW-REC.
108700     WRITE BW-REC.
108800
108900     MOVE WS-WINDOW-AVG TO WS-HMS-SECS.
109000     PERFORM 9200-FORMAT-HMS THRU 9200-FORMAT-HMS-EXIT.
109100     MOVE SPACES TO BW-REC.
109200     STRING 'AVERAGE WINDOW       : ' DELIMITED BY SIZE
109300            WS-HMS-TEXT               DELIMITED BY SIZE
109400            INTO BW-REC.
109500     WRITE BW-REC.
109600
109700     MOVE WS-NGT-WINDOW(WS-SLOW-SUB) TO WS-HMS-SECS.
109800     PERFORM 9200-FORMAT-HMS THRU 9200-FORMAT-HMS-EXIT.
109900     MOVE SPACES TO BW-REC.
110000     STRING 'SLOWEST NIGHT        : ' DELIMITED BY SIZE
110100            WS-NGT-DATE(WS-SLOW-SUB)  DELIMITED BY SIZE
110200            '  WINDOW '               DELIMITED BY SIZE
110300            WS-HMS-TEXT               DELIMITED BY SIZE
110400            '  ENDED '                DELIMITED BY SIZE
110500            WS-NGT-LAST-DATE(WS-SLOW-SUB) DELIMITED BY SIZE
110600            ' '                       DELIMITED BY SIZE
110700            WS-NGT-LAST-TIME(WS-SLOW-SUB) DELIMITED BY SIZE
110800            INTO BW-REC.
110900     WRITE BW-REC.
111000
111100     MOVE WS-LATE-CNT TO WS-EDIT-CNT.
111200     MOVE SPACES TO BW-REC.
111300     STRING 'NIGHTS PAST DEADLINE : ' DELIMITED BY SIZE
111400            WS-EDIT-CNT               DELIMITED BY SIZE
111500            INTO BW-REC.
111600     WRITE BW-REC.
111700
111800     MOVE WS-OVER-CNT TO WS-EDIT-CNT.
111900     MOVE SPACES TO BW-REC.
112000     STRING 'STEP RUNS OVER NORM  : ' DELIMITED BY SIZE
112100            WS-EDIT-CNT               DELIMITED BY SIZE
112200            INTO BW-REC.
112300     WRITE BW-REC.
112400
112500     MOVE SPACES TO BW-REC.
112600     WRITE BW-REC.
112700 6400-PRINT-SUMMARY-EXIT.
112800     EXIT.
112900
113000*---------------------------------------------------------------
113100* 6500-PRINT-OVER-NORM - EVERY FLAGGED STEP RUN WITH ITS STEP'S
113200*                        NORM AND HOW FAR OVER IT RAN
113300*---------------------------------------------------------------
113400 6500-PRINT-OVER-NORM.
113500     MOVE SPACES TO BW-REC.
113600     STRING 'STEP RUNS OVER NORM' DELIMITED BY SIZE INTO BW-REC.
113700     WRITE BW-REC.
113800     IF WS-OVER-CNT = ZERO
113900         MOVE SPACES TO BW-REC
114000         STRING '  NONE' DELIMITED BY SIZE INTO BW-REC
114100         WRITE BW-REC
114200         GO TO 6500-PRINT-OVER-NORM-EXIT
114300     END-IF.
114400     MOVE SPACES TO BW-REC.
114500     MOVE 'NIGHT'           TO BW-REC(3:5).
114600     MOVE 'STEP'            TO BW-REC(13:4).
114700     MOVE 'ELAPSED'         TO BW-REC(31:7).
114800     MOVE 'NORM'            TO BW-REC(41:4).
114900     MOVE 'OVER NORM'       TO BW-REC(51:9).
115000     WRITE BW-REC.
115100     PERFORM 6550-OVER-LINE THRU 6550-OVER-LINE-EXIT
115200         VARYING WS-EXEC-SUB FROM 1 BY 1
115300         UNTIL WS-EXEC-SUB > WS-EXEC-CNT.
115400 6500-PRINT-OVER-NORM-EXIT.
115500     EXIT.
115600
115700 6550-OVER-LINE.
115800     IF NOT EXEC-OVER-NORM(WS-EXEC-SUB)
115900         GO TO 6550-OVER-LINE-EXIT
116000     END-IF.
116100     MOVE 'N' TO WS-STP-FOUND-SW.
116200     PERFORM 3110-FIND-STEP THRU 3110-FIND-STEP-EXIT
116300         VARYING WS-STP-SUB FROM 1 BY 1
116400         UNTIL WS-STP-SUB > WS-STP-CNT OR STP-FOUND.
116500     COMPUTE WS-STP-SUB = WS-STP-SUB - 1.
116600     MOVE SPACES TO BW-REC.
116700     MOVE WS-EXEC-NIGHT(WS-EXEC-SUB)      TO BW-REC(3:8).
116800     MOVE WS-EXEC-TITLE(WS-EXEC-SUB)      TO BW-REC(13:16).
116900     MOVE WS-EXEC-ELAPSED(WS-EXEC-SUB) TO WS-HMS-SECS.
117000     PERFORM 9200-FORMAT-HMS THRU 9200-FORMAT-HMS-EXIT.
117100     MOVE WS-HMS-TEXT TO BW-REC(31:8).
117200     MOVE WS-STP-AVG(WS-STP-SUB) TO WS-HMS-SECS.
117300     PERFORM 9200-FORMAT-HMS THRU 9200-FORMAT-HMS-EXIT.
117400     MOVE WS-HMS-TEXT TO BW-REC(41:8).
117500     COMPUTE WS-OVER-PCT ROUNDED =
117600         (WS-EXEC-ELAPSED(WS-EXEC-SUB) - WS-STP-AVG(WS-STP-SUB))
117700         * 100 / WS-STP-AVG(WS-STP-SUB)
117800         ON SIZE ERROR
117900             MOVE 99999 TO WS-OVER-PCT
118000     END-COMPUTE.
118100     MOVE WS-OVER-PCT TO WS-EDIT-PCT.
118200     MOVE '+'          TO BW-REC(51:1).
118300     MOVE WS-EDIT-PCT  TO BW-REC(52:5).
118400     MOVE ' PCT'       TO BW-REC(57:4).
118500     WRITE BW-REC.
118600 6550-OVER-LINE-EXIT.
118700     EXIT.
118800
118900*---------------------------------------------------------------
119000* 9100-STAMP-TO-SECS - SECONDS SINCE THE YEAR 1 OF THE STAMP IN
119100*                      WS-STAMP-DATE/TIME, INTO WS-STAMP-SECS.
119200*                      STAMP-OK IS LEFT OFF FOR A STAMP THAT IS
119300*                      BLANK OR NOT A REAL DATE AND TIME.
119400*---------------------------------------------------------------
119500 9100-STAMP-TO-SECS.
119600     MOVE 'N' TO WS-STAMP-OK-SW.
119700     MOVE ZERO TO WS-STAMP-SECS.
119800     IF WS-STAMP-DATE NOT NUMERIC OR WS-STAMP-TIME NOT NUMERIC
119900         GO TO 9100-STAMP-TO-SECS-EXIT
120000     END-IF.
120100     IF WS-STAMP-MM < 1 OR WS-STAMP-MM > 12
120200        OR WS-STAMP-HH > 23 OR WS-STAMP-MI > 59
120300        OR WS-STAMP-SS > 59
120400         GO TO 9100-STAMP-TO-SECS-EXIT
120500     END-IF.
120600     MOVE WS-STAMP-YYYY TO WS-CNV-YYYY.
120700     MOVE WS-STAMP-MM TO WS-CNV-MM.
120800     MOVE WS-STAMP-DD TO WS-CNV-DD.
120900     PERFORM 9150-DATE-TO-SERIAL THRU 9150-DATE-TO-SERIAL-EXIT.
121000     COMPUTE WS-STAMP-SECS = WS-CNV-SERIAL * 86400
121100         + WS-STAMP-HH * 3600 + WS-STAMP-MI * 60 + WS-STAMP-SS.
121200     MOVE 'Y' TO WS-STAMP-OK-SW.
121300 9100-STAMP-TO-SECS-EXIT.
121400     EXIT.
121500
121600*---------------------------------------------------------------
121700* 9150-DATE-TO-SERIAL - DAY SERIAL (DAYS SINCE THE YEAR 1) OF
121800*                       THE DATE IN WS-CNV-YYYY/MM/DD, INTO
121900*                       WS-CNV-SERIAL. SAME ARITHMETIC AS
122000*                       AOCHSKP: 365 DAYS A YEAR PLUS THE LEAP
122100*                       DAYS OF THE COMPLETED YEARS, THE
122200*                       COMPLETED MONTHS' DAYS (PLUS ONE AFTER
122300*                       FEBRUARY OF A LEAP YEAR), PLUS THE DAY.
122400*---------------------------------------------------------------
122500 9150-DATE-TO-SERIAL.
122600     COMPUTE WS-CNV-PRIOR-Y = WS-CNV-YYYY - 1.
122700     COMPUTE WS-CNV-SERIAL = WS-CNV-PRIOR-Y * 365.
122800     COMPUTE WS-CNV-Q = WS-CNV-PRIOR-Y / 4.
122900     COMPUTE WS-CNV-SERIAL = WS-CNV-SERIAL + WS-CNV-Q.
123000     COMPUTE WS-CNV-Q = WS-CNV-PRIOR-Y / 100.
123100     COMPUTE WS-CNV-SERIAL = WS-CNV-SERIAL - WS-CNV-Q.
123200     COMPUTE WS-CNV-Q = WS-CNV-PRIOR-Y / 400.
123300     COMPUTE WS-CNV-SERIAL = WS-CNV-SERIAL + WS-CNV-Q.
123400     COMPUTE WS-CNV-SERIAL =
123500         WS-CNV-SERIAL + WS-MONTH-DAYS(WS-CNV-MM) + WS-CNV-DD.
123600     MOVE 'N' TO WS-CNV-LEAP-SW.
123700     COMPUTE WS-CNV-Q = WS-CNV-YYYY / 4.
123800     COMPUTE WS-CNV-R = WS-CNV-YYYY - WS-CNV-Q * 4.
123900     IF WS-CNV-R = ZERO
124000         MOVE 'Y' TO WS-CNV-LEAP-SW
124100     END-IF.
124200     COMPUTE WS-CNV-Q = WS-CNV-YYYY / 100.
124300     COMPUTE WS-CNV-R = WS-CNV-YYYY - WS-CNV-Q * 100.
124400     IF WS-CNV-R = ZERO
124500         MOVE 'N' TO WS-CNV-LEAP-SW
124600     END-IF.
124700     COMPUTE WS-CNV-Q = WS-CNV-YYYY / 400.
124800     COMPUTE WS-CNV-R = WS-CNV-YYYY - WS-CNV-Q * 400.
124900     IF WS-CNV-R = ZERO
125000         MOVE 'Y' TO WS-CNV-LEAP-SW
125100     END-IF.
125200     IF CNV-LEAP-YEAR AND WS-CNV-MM > 2
125300         COMPUTE WS-CNV-SERIAL = WS-CNV-SERIAL + 1
125400     END-IF.
125500 9150-DATE-TO-SERIAL-EXIT.
125600     EXIT.
125700
125800*---------------------------------------------------------------
125900* 9200-FORMAT-HMS - WS-HMS-SECS AS HH:MM:SS IN WS-HMS-TEXT. A
126000*                   SPAN OF 100 HOURS OR MORE SHOWS AS 99:59:59.
126100*---------------------------------------------------------------
126200 9200-FORMAT-HMS.
126300     IF WS-HMS-SECS > 359999
126400         MOVE 99 TO WS-HMS-HH
126500         MOVE 59 TO WS-HMS-MI
126600         MOVE 59 TO WS-HMS-SS
126700         GO TO 9200-FORMAT-HMS-EXIT
126800     END-IF.
126900     COMPUTE WS-HMS-HH = WS-HMS-SECS / 3600.
127000     COMPUTE WS-HMS-REM = WS-HMS-SECS - WS-HMS-HH * 3600.
127100     COMPUTE WS-HMS-MI = WS-HMS-REM / 60.
127200     COMPUTE WS-HMS-SS = WS-HMS-REM - WS-HMS-MI * 60.
127300 9200-FORMAT-HMS-EXIT.
127400     EXIT.
127500
127600*---------------------------------------------------------------
127700* 9800-RAISE-ALERT - WRITE WS-ALRT-SEVERITY/CODE/TEXT TO THE
127800*                    SHOP-WIDE ALERT FILE THROUGH AOCALRT. THE
127900*                    RC IS NOT ACTED ON - AN ALERT THAT CANNOT
128000*                    BE WRITTEN IS ON THE JOB LOG INSTEAD, AND
128100*                    MUST NOT CHANGE HOW THIS RUN ENDS, SO THE
128200*                    RETURN-CODE THE CALL CLOBBERS IS PUT BACK.
128300*---------------------------------------------------------------
128400 9800-RAISE-ALERT.
128500     MOVE RETURN-CODE TO WS-ALRT-SAVE-RC.
128600     CALL 'AOCALRTC' USING WS-ALRT-PROGRAM WS-ALRT-RUN-NO
128700                           WS-ALRT-SEVERITY WS-ALRT-CODE
128800                           WS-ALRT-TEXT WS-ALRT-RC.
128900     MOVE WS-ALRT-SAVE-RC TO RETURN-CODE.
129000 9800-RAISE-ALERT-EXIT.
129100     EXIT.
