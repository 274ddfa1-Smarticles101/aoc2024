000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AOCBAL.
000300 AUTHOR. R-HENDRICKS.
000400 INSTALLATION. DATA-PROC-BATCH-CTR.
000500 DATE-WRITTEN. 2026-09-16.
000600 DATE-COMPILED.
000700*---------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*---------------------------------------------------------------
001000* 2026-09-16  RH   ORIGINAL CODING - END-TO-END CONTROL-TOTAL
001100*                  BALANCING FOR THE DAY 1 FEED. EVERY STAGE
001200*                  ALREADY BALANCES ITSELF (AOCEDIT/AOCCONS THE
001300*                  ENVELOPE, DAY01PROC ITS A/B LOAD, THE
001400*                  WAREHOUSE OUR TRAILER) BUT NOTHING PROVED THE
001500*                  STAGES AGAINST EACH OTHER, SO A RECORD LOST
001600*                  BETWEEN THEM WENT UNNOTICED UNTIL SOMEBODY
001700*                  ADDED UP THE REPORTS BY HAND. EACH STAGE NOW
001800*                  POSTS ITS FIGURES TO THE CONTROL-TOTALS LEDGER
001900*                  (CTLTOT, LAYOUT PER COPYBOOK CTLTOTFD) AND
002000*                  THIS PROGRAM LINES THEM UP PER RUN-CONTROL RUN
002100*                  NUMBER AND PROVES THREE EQUATIONS:
002200*                    STAGED   = ACCEPTED + REJECTED
002300*                    ACCEPTED = INTERFACE (N MEASURE, WITH THE
002400*                               REJECTS MEASURE AND THE TRAILER
002500*                               RECOUNTED OFF INTFILE AND
002600*                               REJDFILE WHILE THEY STILL HOLD
002700*                               THE RUN'S OUTPUT)
002800*                    INTERFACE = ACKNOWLEDGED (TRAILER COUNT AND
002900*                               HASH AGAINST THE WAREHOUSE'S
003000*                               ACK-COUNT/ACK-HASH)
003100*                  AN EQUATION THAT CANNOT APPLY (A MASTER OR
003200*                  DELTA RUN HAS NO STAGED FILE BEHIND IT, NO ACK
003300*                  HAS COME BACK YET) IS REPORTED AS SUCH AND IS
003400*                  NOT A BREAK. DD_BALRUN PICKS THE RUN: A RUN
003500*                  NUMBER, 'ALL' FOR EVERY DAY 01 RUN ON THE RUN
003600*                  CONTROL FILE, OR (DEFAULT) THE NEWEST COMPLETED
003700*                  ONE. RETURN CODES: 0 = IN BALANCE; 4 = A RUN
003800*                  COULD NOT BE PROVED (NO LEDGER POSTING, RUN
003900*                  NEVER COMPLETED); 8 = A BREAK; 16 = THE RUN
004000*                  CONTROL FILE COULD NOT BE READ OR THE RUN IS
004100*                  NOT ON IT. RUNS AS AOCSCHD CHAIN STEP 98
004200*                  BEHIND DAY 1 (THROUGH THE AOCBALC ENTRY) SO A
004300*                  BREAK STOPS THE CHAIN BEFORE THE FEED SHIPS,
004400*                  AND STANDALONE THE MORNING AFTER AOCACKP TO
004500*                  PROVE THE ACKNOWLEDGMENT.
004520* 2026-10-01  RH   A BREAK, A RUN THAT CANNOT BE PROVED, A RUN-
004540*                  TABLE OVERFLOW AND THE RC 16 HALTS ARE ALSO
004560*                  RAISED ON THE SHOP-WIDE ALERT FILE THROUGH
004580*                  AOCALRT FOR THE AOCALRD DIGEST.
004600*---------------------------------------------------------------
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT RUNCTL ASSIGN TO 'RUNCTL'
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-CTL-STATUS.
005300
005400     SELECT CTLTOT ASSIGN TO 'CTLTOT'
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-TOT-STATUS.
005700
005800     SELECT INTFILE ASSIGN TO 'INTFILE'
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-IFC-STATUS.
006100
006200     SELECT REJDFILE ASSIGN TO 'REJDFILE'
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-REJD-STATUS.
006500
006600     SELECT BALRPT ASSIGN TO 'BALRPT'
006700         ORGANIZATION IS LINE SEQUENTIAL.
006800
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  RUNCTL.
007200     COPY RUNCTLFD.
007300
007400 FD  CTLTOT.
007500     COPY CTLTOTFD.
007600
007700 FD  INTFILE.
007800     COPY RSLTIFD.
007900
008000 FD  REJDFILE.
008100     COPY REJDTAFD.
008200
008300 FD  BALRPT.
008400 01  BAL-REC                         PIC X(132).
008500
008600 WORKING-STORAGE SECTION.
008700 77  WS-CTL-STATUS                   PIC X(02) VALUE '00'.
008800 77  WS-TOT-STATUS                   PIC X(02) VALUE '00'.
008900 77  WS-IFC-STATUS                   PIC X(02) VALUE '00'.
009000 77  WS-REJD-STATUS                  PIC X(02) VALUE '00'.
009100 77  WS-CTL-EOF-SW                   PIC X(01) VALUE 'N'.
009200     88  CTL-EOF                     VALUE 'Y'.
009300 77  WS-TOT-EOF-SW                   PIC X(01) VALUE 'N'.
009400     88  TOT-EOF                     VALUE 'Y'.
009500 77  WS-IFC-EOF-SW                   PIC X(01) VALUE 'N'.
009600     88  IFC-EOF                     VALUE 'Y'.
009700 77  WS-REJD-EOF-SW                  PIC X(01) VALUE 'N'.
009800     88  REJD-EOF                    VALUE 'Y'.
009900 77  WS-LEDGER-SW                    PIC X(01) VALUE 'N'.
010000     88  LEDGER-PRESENT              VALUE 'Y'.
010100
010200*---------------------------------------------------------------
010300* RUNTIME PARAMETER WORK AREA - DD_xxx OVERRIDES WITH SHOP-
010400* STANDARD DEFAULTS, SAME CONVENTION AS DAY01PROC. DD_BALRUN
010500* SELECTS THE RUN(S) TO PROVE; A LEFT-JUSTIFIED RUN NUMBER IS
010600* RIGHT-SHIFTED BEFORE THE ZERO FILL, SAME AS AOCACKP'S
010700* DD_ACKDAYS.
010800*---------------------------------------------------------------
010900 77  WS-DD-RUNCTL                    PIC X(40) VALUE SPACES.
011000 77  WS-DD-CTLTOT                    PIC X(40) VALUE SPACES.
011100 77  WS-DD-INTFILE                   PIC X(40) VALUE SPACES.
011200 77  WS-DD-REJDFILE                  PIC X(40) VALUE SPACES.
011300 77  WS-DD-BALRPT                    PIC X(40) VALUE SPACES.
011400 77  WS-DD-BALRUN                    PIC X(06) VALUE SPACES.
011500 77  WS-CARD-SHIFT-X                 PIC X(05) VALUE SPACES.
011600 77  WS-SEL-MODE-SW                  PIC X(01) VALUE 'N'.
011700     88  SELECT-NEWEST               VALUE 'N'.
011800     88  SELECT-ONE-RUN              VALUE 'R'.
011900     88  SELECT-ALL-RUNS             VALUE 'A'.
012000 77  WS-SEL-RUN-NO                   PIC 9(06) VALUE ZERO.
012100 77  WS-EDIT-SEL-RUN                 PIC ZZZZZ9.
012200
012300*---------------------------------------------------------------
012400* RUN TABLE - ONE ENTRY PER DAY 01 RUN BEING PROVED, WITH WHAT
012500* THE RUN CONTROL FILE SAYS ABOUT IT (START DATE, INPUT FILE,
012600* LATEST LIFECYCLE STATUS) AND WHAT THE LEDGER SAYS ABOUT IT:
012700* DAY01PROC'S OWN POSTING, THE STAGING POSTING THAT FED IT (THE
012800* NEWEST ONE FOR ITS INPUT FILE AHEAD OF THE RUN) AND THE
012900* WAREHOUSE'S ACKNOWLEDGMENT. AOCHSKP'S DAY-01-REGISTERED SWEEP
013000* IS EXCLUDED BY ITS REGISTRATION NAME, SAME AS AOCACKP.
013100*---------------------------------------------------------------
013200 77  WS-RUN-COUNT                    PIC 9(03) COMP VALUE ZERO.
013300 77  WS-RUN-SUB                      PIC 9(03) COMP VALUE ZERO.
013400 77  WS-FIND-SUB                     PIC 9(03) COMP VALUE ZERO.
013500 77  WS-FIND-KEY                     PIC 9(06) VALUE ZERO.
013600 77  WS-SCAN-SUB                     PIC 9(03) COMP VALUE ZERO.
013700 77  WS-RUN-OVF-COUNT                PIC 9(05) VALUE ZERO.
013800 01  WS-HSK-RUN-NAME                 PIC X(40)
013900         VALUE 'AOCHSKP HOUSEKEEPING SWEEP'.
014000 01  WS-RUN-TABLE.
014100     05  WS-RUN-ENTRY OCCURS 500 TIMES.
014200         10  WS-RUN-NO               PIC 9(06).
014300         10  WS-RUN-DATE             PIC X(08).
014400         10  WS-RUN-INFILE           PIC X(40).
014500         10  WS-RUN-STATUS           PIC X(09).
014600         10  WS-RUN-D01-SW           PIC X(01).
014700         10  WS-RUN-D01-STAMP        PIC X(14).
014800         10  WS-RUN-ACCEPTED         PIC 9(09).
014900         10  WS-RUN-REJECTED         PIC 9(09).
015000         10  WS-RUN-IFC-COUNT        PIC 9(09).
015100         10  WS-RUN-IFC-HASH         PIC 9(15).
015200         10  WS-RUN-MODE             PIC X(01).
015300         10  WS-RUN-STG-SW           PIC X(01).
015400         10  WS-RUN-STG-PROGRAM      PIC X(08).
015500         10  WS-RUN-STG-STAMP        PIC X(14).
015600         10  WS-RUN-STAGED           PIC 9(09).
015700         10  WS-RUN-WITHHELD         PIC 9(09).
015800         10  WS-RUN-ACK-SW           PIC X(01).
015900         10  WS-RUN-ACK-FLAG         PIC X(01).
016000         10  WS-RUN-ACK-COUNT-X      PIC X(09).
016100         10  WS-RUN-ACK-HASH-X       PIC X(15).
016200 77  WS-NEWEST-RUN-NO                PIC 9(06) VALUE ZERO.
016300
016400*---------------------------------------------------------------
016500* LATEST STAGING POSTING PER STAGED FILE NAME, AS OF THE POINT
016600* REACHED IN THE LEDGER. THE LEDGER IS IN POSTING ORDER, SO WHEN
016700* A DAY01PROC POSTING IS READ THE ENTRY FOR ITS INPUT FILE IS
016800* THE STAGING RUN THAT FED IT.
016900*---------------------------------------------------------------
017000 77  WS-STG-COUNT                    PIC 9(02) COMP VALUE ZERO.
017100 77  WS-STG-SUB                      PIC 9(02) COMP VALUE ZERO.
017200 77  WS-STG-HIT                      PIC 9(02) COMP VALUE ZERO.
017300 01  WS-STG-TABLE.
017400     05  WS-STG-ENTRY OCCURS 20 TIMES.
017500         10  WS-STG-FILE             PIC X(40).
017600         10  WS-STG-PROGRAM          PIC X(08).
017700         10  WS-STG-STAMP            PIC X(14).
017800         10  WS-STG-STAGED           PIC 9(09).
017900         10  WS-STG-WITHHELD         PIC 9(09).
018000 01  WS-POST-STAMP.
018100     05  WS-POST-DATE                PIC X(08).
018200     05  WS-POST-TIME                PIC X(06).
018300
018400*---------------------------------------------------------------
018500* ON-DISK RECOUNT - INTFILE AND REJDFILE ARE REWRITTEN BY EVERY
018600* DAY 1 RUN, SO THEY CAN ONLY BE RECOUNTED FOR THE RUN THAT
018700* WROTE THEM. THE INTERFACE HEADER'S DATE AND TIME ARE THE SAME
018800* STAMP DAY01PROC PUTS ON ITS LEDGER POSTING, WHICH IS HOW THE
018900* FILES ARE TIED TO A RUN NUMBER.
019000*---------------------------------------------------------------
019100 77  WS-IFC-HDR-SW                   PIC X(01) VALUE 'N'.
019200     88  IFC-HDR-SEEN                VALUE 'Y'.
019300 77  WS-IFC-TRL-SW                   PIC X(01) VALUE 'N'.
019400     88  IFC-TRL-SEEN                VALUE 'Y'.
019500 01  WS-IFC-STAMP.
019600     05  WS-IFC-DATE                 PIC X(08).
019700     05  WS-IFC-TIME                 PIC X(06).
019800 77  WS-IFC-DAY-NO                   PIC X(02) VALUE SPACES.
019900 77  WS-IFC-DTL-COUNT                PIC 9(09) VALUE ZERO.
020000 77  WS-IFC-HASH-ACC                 PIC 9(18) VALUE ZERO.
020100 77  WS-IFC-HASH                     PIC 9(15) VALUE ZERO.
020200 77  WS-IFC-N                        PIC 9(15) VALUE ZERO.
020300 77  WS-IFC-REJECTS                  PIC 9(15) VALUE ZERO.
020400 77  WS-IFC-TRL-COUNT                PIC 9(09) VALUE ZERO.
020500 77  WS-IFC-TRL-HASH                 PIC 9(15) VALUE ZERO.
020600 77  WS-REJD-COUNT                   PIC 9(09) VALUE ZERO.
020700 77  WS-REJD-FILE-SW                 PIC X(01) VALUE 'N'.
020800     88  REJD-FILE-PRESENT           VALUE 'Y'.
020900
021000*---------------------------------------------------------------
021100* PROOF WORK AREAS AND OUTCOME COUNTERS
021200*---------------------------------------------------------------
021300 77  WS-PROOF-SUM                    PIC 9(10) VALUE ZERO.
021400 77  WS-ACK-COUNT                    PIC 9(09) VALUE ZERO.
021500 77  WS-ACK-HASH                     PIC 9(15) VALUE ZERO.
021600 77  WS-RUN-BREAK-SW                 PIC X(01) VALUE 'N'.
021700     88  RUN-HAS-BREAK               VALUE 'Y'.
021800 77  WS-PROOF-TEXT                   PIC X(60) VALUE SPACES.
021900 77  WS-BREAK-TEXT                   PIC X(100) VALUE SPACES.
022000 77  WS-PROOF-LABEL                  PIC X(30) VALUE SPACES.
022100 77  WS-PROVED-COUNT                 PIC 9(05) VALUE ZERO.
022200 77  WS-BALANCED-COUNT               PIC 9(05) VALUE ZERO.
022300 77  WS-BREAK-COUNT                  PIC 9(05) VALUE ZERO.
022400 77  WS-UNPROVED-COUNT               PIC 9(05) VALUE ZERO.
022500 77  WS-FINAL-RC                     PIC 9(04) VALUE ZERO.
022600
022700*---------------------------------------------------------------
022800* REPORT WORK AREAS
022900*---------------------------------------------------------------
023000 01  WS-TODAY-DATE.
023100     05  WS-TODAY-YYYY               PIC 9(04).
023200     05  WS-TODAY-MM                 PIC 9(02).
023300     05  WS-TODAY-DD                 PIC 9(02).
023400 77  WS-EDIT-COUNT                   PIC ZZZZZZZZ9.
023500 77  WS-EDIT-COUNT-2                 PIC ZZZZZZZZ9.
023600 77  WS-EDIT-HASH                    PIC Z(14)9.
023700 77  WS-EDIT-HASH-2                  PIC Z(14)9.
023800 77  WS-EDIT-TALLY                   PIC ZZZZ9.
023900 77  WS-MODE-TEXT                    PIC X(24) VALUE SPACES.
023907
023914*---------------------------------------------------------------
023921* OPERATOR ALERT - PASSED TO AOCALRT'S AOCALRTC ENTRY WHEREVER
023928* THIS PROGRAM RAISES A WARNING OR FAILURE (ALRTFD SEVERITIES)
023935*---------------------------------------------------------------
023942 77  WS-ALRT-PROGRAM                 PIC X(08) VALUE 'AOCBAL'.
023949 77  WS-ALRT-RUN-NO                  PIC 9(06) VALUE ZERO.
023956 77  WS-ALRT-SEVERITY                PIC X(01) VALUE SPACE.
023963 77  WS-ALRT-CODE                    PIC X(08) VALUE SPACES.
023970 77  WS-ALRT-TEXT                    PIC X(60) VALUE SPACES.
023977 77  WS-ALRT-RC                      PIC 9(04) VALUE ZERO.
023984 77  WS-ALRT-SAVE-RC                 PIC S9(04) COMP VALUE ZERO.
024000
024100*---------------------------------------------------------------
024200* CALLER-VISIBLE RETURN CODE WORK AREA - SET ONLY WHEN ENTERED
024300* THROUGH THE AOCBALC LINKAGE ENTRY POINT BELOW (SEE
024400* WS-LINKAGE-ENTRY-SW), SINCE THE MAINLINE CODE IS SHARED BY BOTH
024500* THE PLAIN, NO-PARAMETER AOCBAL ENTRY AND AOCBALC
024600*---------------------------------------------------------------
024700 77  WS-LINKAGE-ENTRY-SW             PIC X(01) VALUE 'N'.
024800     88  LINKAGE-ENTRY-USED          VALUE 'Y'.
024900
025000 LINKAGE SECTION.
025100 01  WS-CALL-RC                      PIC 9(04).
025200
025300 PROCEDURE DIVISION.
025400 0000-MAINLINE.
025500     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
025600     PERFORM 0050-ACCEPT-PARM THRU 0050-ACCEPT-PARM-EXIT.
025700     PERFORM 1000-SCAN-RUN-CONTROL
025800         THRU 1000-SCAN-RUN-CONTROL-EXIT.
025900     IF WS-CTL-STATUS NOT = '00'
026000         DISPLAY 'AOCBAL HALTED - UNABLE TO OPEN RUNCTL, '
026100             'FILE STATUS = ' WS-CTL-STATUS
026111         MOVE ZERO TO WS-ALRT-RUN-NO
026122         MOVE 'C' TO WS-ALRT-SEVERITY
026133         MOVE 'RUNCTLIO' TO WS-ALRT-CODE
026144         MOVE SPACES TO WS-ALRT-TEXT
026155         STRING 'RUNCTL NOT OPENED, FILE STATUS = ' WS-CTL-STATUS
026166                ' - NOTHING PROVED'
026177             DELIMITED BY SIZE INTO WS-ALRT-TEXT
026188         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
026200         MOVE 16 TO RETURN-CODE
026300         PERFORM 0090-SET-CALLER-RC THRU 0090-SET-CALLER-RC-EXIT
026400         GOBACK
026500     END-IF.
026600     IF WS-RUN-COUNT = ZERO
026700         DISPLAY 'AOCBAL HALTED - NO DAY 01 RUN TO PROVE ON THE '
026800             'RUN CONTROL FILE FOR DD_BALRUN=' WS-DD-BALRUN
026811         MOVE ZERO TO WS-ALRT-RUN-NO
026822         MOVE 'C' TO WS-ALRT-SEVERITY
026833         MOVE 'NORUN' TO WS-ALRT-CODE
026844         MOVE SPACES TO WS-ALRT-TEXT
026855         STRING 'NO DAY 01 RUN TO PROVE FOR DD_BALRUN='
026866                WS-DD-BALRUN
026877             DELIMITED BY SIZE INTO WS-ALRT-TEXT
026888         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
026900         MOVE 16 TO RETURN-CODE
027000         PERFORM 0090-SET-CALLER-RC THRU 0090-SET-CALLER-RC-EXIT
027100         GOBACK
027200     END-IF.
027300     PERFORM 2000-SCAN-LEDGER THRU 2000-SCAN-LEDGER-EXIT.
027400     PERFORM 4000-READ-INTERFACE THRU 4000-READ-INTERFACE-EXIT.
027500     PERFORM 4500-COUNT-REJECTS THRU 4500-COUNT-REJECTS-EXIT.
027600     OPEN OUTPUT BALRPT.
027700     PERFORM 6000-PRINT-HEADING THRU 6000-PRINT-HEADING-EXIT.
027800     PERFORM 3000-PROVE-ONE-RUN THRU 3000-PROVE-ONE-RUN-EXIT
027900         VARYING WS-RUN-SUB FROM 1 BY 1
028000         UNTIL WS-RUN-SUB > WS-RUN-COUNT.
028100     PERFORM 6500-PRINT-SUMMARY THRU 6500-PRINT-SUMMARY-EXIT.
028200     CLOSE BALRPT.
028211     IF WS-RUN-OVF-COUNT > ZERO
028222         MOVE ZERO TO WS-ALRT-RUN-NO
028233         MOVE 'W' TO WS-ALRT-SEVERITY
028244         MOVE 'RUNOVFL' TO WS-ALRT-CODE
028255         MOVE 'RUN TABLE OVERFLOWED - SOME RUNS NOT PROVED'
028266           TO WS-ALRT-TEXT
028277         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
028288     END-IF.
028300     EVALUATE TRUE
028400         WHEN WS-BREAK-COUNT > ZERO
028500             DISPLAY 'AOCBAL - CONTROL TOTALS DO NOT BALANCE, '
028600                 'FEED MUST BE HELD. SEE BALRPT.'
028700             MOVE 8 TO WS-FINAL-RC
028800         WHEN WS-UNPROVED-COUNT > ZERO OR WS-RUN-OVF-COUNT > ZERO
028900             MOVE 4 TO WS-FINAL-RC
029000         WHEN OTHER
029100             MOVE ZERO TO WS-FINAL-RC
029200     END-EVALUATE.
029300     MOVE WS-FINAL-RC TO RETURN-CODE.
029400     PERFORM 0090-SET-CALLER-RC THRU 0090-SET-CALLER-RC-EXIT.
029500     GOBACK.
029600
029700*---------------------------------------------------------------
029800* AOCBALC - ALTERNATE ENTRY POINT FOR CALLERS (AOCSCHD) THAT
029900*           NEED TO SEE THE BALANCING OUTCOME, ON THE SAME
030000*           PATTERN AS DAY01PROC'S DAY01PRCC ENTRY. THIS MUST
030100*           FOLLOW 0000-MAINLINE'S OWN GOBACK DIRECTLY, AND
030200*           NOTHING PERFORM-ABLE MAY SIT BETWEEN THEM - SEE THE
030300*           FALL-THROUGH NOTE ON THE DAY01PRCC ENTRY IN
030400*           DAY01PROC.
030500*---------------------------------------------------------------
030600 ENTRY 'AOCBALC' USING WS-CALL-RC.
030700     MOVE 'Y' TO WS-LINKAGE-ENTRY-SW.
030800     GO TO 0000-MAINLINE.
030900
031000*---------------------------------------------------------------
031100* 0090-SET-CALLER-RC - COPIES RETURN-CODE INTO THE LINKAGE-SECTION
031200*                      PARAMETER PASSED TO THE AOCBALC ENTRY
031300*                      POINT ABOVE, BUT ONLY WHEN THIS RUN WAS
031400*                      ACTUALLY REACHED THROUGH THAT ENTRY.
031500*                      REFERENCING WS-CALL-RC WHEN ENTERED THROUGH
031600*                      THE PLAIN AOCBAL ENTRY WOULD BE UNSAFE - NO
031700*                      ADDRESS WAS PASSED FOR IT.
031800*---------------------------------------------------------------
031900 0090-SET-CALLER-RC.
032000     IF LINKAGE-ENTRY-USED
032100         MOVE RETURN-CODE TO WS-CALL-RC
032200     END-IF.
032300 0090-SET-CALLER-RC-EXIT.
032400     EXIT.
032500
032600*---------------------------------------------------------------
032700* 0050-ACCEPT-PARM - DD_xxx OVERRIDES WITH SHOP-STANDARD
032800*                    DEFAULTS, SAME CONVENTION AS DAY01PROC.
032900*                    INTFILE AND REJDFILE DEFAULT TO DAY01PROC'S
033000*                    OWN DEFAULTS, SINCE THOSE ARE THE FILES
033100*                    BEING RECOUNTED.
033200*---------------------------------------------------------------
033300 0050-ACCEPT-PARM.
033400     ACCEPT WS-DD-RUNCTL FROM ENVIRONMENT 'DD_RUNCTL'.
033500     IF WS-DD-RUNCTL = SPACES
033600         SET ENVIRONMENT 'DD_RUNCTL' TO 'output/RunControl.txt'
033700     END-IF.
033800     ACCEPT WS-DD-CTLTOT FROM ENVIRONMENT 'DD_CTLTOT'.
033900     IF WS-DD-CTLTOT = SPACES
034000         SET ENVIRONMENT 'DD_CTLTOT' TO 'output/ControlTotals.txt'
034100     END-IF.
034200     ACCEPT WS-DD-INTFILE FROM ENVIRONMENT 'DD_INTFILE'.
034300     IF WS-DD-INTFILE = SPACES
034400         SET ENVIRONMENT 'DD_INTFILE' TO 'output/Dec1Intf.txt'
034500     END-IF.
034600     ACCEPT WS-DD-REJDFILE FROM ENVIRONMENT 'DD_REJDFILE'.
034700     IF WS-DD-REJDFILE = SPACES
034800         SET ENVIRONMENT 'DD_REJDFILE' TO 'output/Dec1RejData.txt'
034900     END-IF.
035000     ACCEPT WS-DD-BALRPT FROM ENVIRONMENT 'DD_BALRPT'.
035100     IF WS-DD-BALRPT = SPACES
035200         SET ENVIRONMENT 'DD_BALRPT' TO 'output/Dec1BalRpt.txt'
035300     END-IF.
035400     ACCEPT WS-DD-BALRUN FROM ENVIRONMENT 'DD_BALRUN'.
035500     EVALUATE TRUE
035600         WHEN WS-DD-BALRUN = SPACES
035700             MOVE 'N' TO WS-SEL-MODE-SW
035800         WHEN WS-DD-BALRUN = 'ALL'
035900             MOVE 'A' TO WS-SEL-MODE-SW
036000         WHEN OTHER
036100             PERFORM 0060-EDIT-BALRUN THRU 0060-EDIT-BALRUN-EXIT
036200             IF WS-DD-BALRUN NUMERIC
036300                 MOVE WS-DD-BALRUN TO WS-SEL-RUN-NO
036400                 MOVE 'R' TO WS-SEL-MODE-SW
036500             ELSE
036600                 DISPLAY 'AOCBAL - DD_BALRUN=' WS-DD-BALRUN
036700                     ' IS NOT A RUN NUMBER OR ALL, PROVING THE '
036800                     'NEWEST COMPLETED RUN'
036900                 MOVE 'N' TO WS-SEL-MODE-SW
037000             END-IF
037100     END-EVALUATE.
037200 0050-ACCEPT-PARM-EXIT.
037300     EXIT.
037400
037500 0060-EDIT-BALRUN.
037600     PERFORM 0065-SHIFT-BALRUN THRU 0065-SHIFT-BALRUN-EXIT
037700         UNTIL WS-DD-BALRUN(6:1) NOT = SPACE.
037800     INSPECT WS-DD-BALRUN REPLACING LEADING SPACES BY ZERO.
037900 0060-EDIT-BALRUN-EXIT.
038000     EXIT.
038100
038200 0065-SHIFT-BALRUN.
038300     MOVE WS-DD-BALRUN(1:5) TO WS-CARD-SHIFT-X.
038400     MOVE SPACES TO WS-DD-BALRUN.
038500     MOVE WS-CARD-SHIFT-X TO WS-DD-BALRUN(2:5).
038600 0065-SHIFT-BALRUN-EXIT.
038700     EXIT.
038800
038900*---------------------------------------------------------------
039000* 1000-SCAN-RUN-CONTROL - BUILD THE RUN TABLE OFF THE APPEND-ONLY
039100*                         CONTROL FILE. FOR THE DEFAULT SELECTION
039200*                         A FIRST PASS FINDS THE NEWEST COMPLETED
039300*                         DAY 01 RUN; THE SECOND PASS THEN TABLES
039400*                         THE SELECTED RUN (OR EVERY DAY 01 RUN)
039500*                         WITH ITS START DATE, INPUT FILE AND
039600*                         LATEST LIFECYCLE STATUS.
039700*---------------------------------------------------------------
039800 1000-SCAN-RUN-CONTROL.
039900     IF SELECT-NEWEST
040000         OPEN INPUT RUNCTL
040100         IF WS-CTL-STATUS NOT = '00'
040200             GO TO 1000-SCAN-RUN-CONTROL-EXIT
040300         END-IF
040400         PERFORM 1050-FIND-NEWEST-RUN
040500             THRU 1050-FIND-NEWEST-RUN-EXIT
040600             UNTIL CTL-EOF
040700         CLOSE RUNCTL
040800         MOVE 'N' TO WS-CTL-EOF-SW
040900         MOVE WS-NEWEST-RUN-NO TO WS-SEL-RUN-NO
041000         IF WS-SEL-RUN-NO = ZERO
041100             GO TO 1000-SCAN-RUN-CONTROL-EXIT
041200         END-IF
041300     END-IF.
041400     OPEN INPUT RUNCTL.
041500     IF WS-CTL-STATUS NOT = '00'
041600         GO TO 1000-SCAN-RUN-CONTROL-EXIT
041700     END-IF.
041800     PERFORM 1100-SCAN-ONE-RECORD THRU 1100-SCAN-ONE-RECORD-EXIT
041900         UNTIL CTL-EOF.
042000     CLOSE RUNCTL.
042100     MOVE '00' TO WS-CTL-STATUS.
042200 1000-SCAN-RUN-CONTROL-EXIT.
042300     EXIT.
042400
042500 1050-FIND-NEWEST-RUN.
042600     READ RUNCTL
042700         AT END
042800             MOVE 'Y' TO WS-CTL-EOF-SW
042900             GO TO 1050-FIND-NEWEST-RUN-EXIT
043000     END-READ.
043100     IF RUN-CTL-RUN-NO NUMERIC
043200        AND RUN-CTL-DAY-NO NUMERIC
043300        AND RUN-CTL-DAY-NO = 1
043400        AND RUN-CTL-STATUS = 'COMPLETED'
043500        AND RUN-CTL-INFILE NOT = WS-HSK-RUN-NAME
043600        AND RUN-CTL-RUN-NO > WS-NEWEST-RUN-NO
043700         MOVE RUN-CTL-RUN-NO TO WS-NEWEST-RUN-NO
043800     END-IF.
043900 1050-FIND-NEWEST-RUN-EXIT.
044000     EXIT.
044100
044200 1100-SCAN-ONE-RECORD.
044300     READ RUNCTL
044400         AT END
044500             MOVE 'Y' TO WS-CTL-EOF-SW
044600             GO TO 1100-SCAN-ONE-RECORD-EXIT
044700     END-READ.
044800     IF RUN-CTL-RUN-NO NOT NUMERIC
044900        OR RUN-CTL-DAY-NO NOT NUMERIC
045000         GO TO 1100-SCAN-ONE-RECORD-EXIT
045100     END-IF.
045200     IF RUN-CTL-DAY-NO NOT = 1
045300        OR RUN-CTL-INFILE = WS-HSK-RUN-NAME
045400         GO TO 1100-SCAN-ONE-RECORD-EXIT
045500     END-IF.
045600     IF NOT SELECT-ALL-RUNS
045700        AND RUN-CTL-RUN-NO NOT = WS-SEL-RUN-NO
045800         GO TO 1100-SCAN-ONE-RECORD-EXIT
045900     END-IF.
046000     IF RUN-CTL-STATUS = 'STARTED  '
046100         PERFORM 1200-ADD-RUN THRU 1200-ADD-RUN-EXIT
046200     ELSE
046300         MOVE RUN-CTL-RUN-NO TO WS-FIND-KEY
046400         PERFORM 1300-FIND-RUN THRU 1300-FIND-RUN-EXIT
046500         IF WS-FIND-SUB > ZERO
046600             MOVE RUN-CTL-STATUS TO WS-RUN-STATUS(WS-FIND-SUB)
046700         END-IF
046800     END-IF.
046900 1100-SCAN-ONE-RECORD-EXIT.
047000     EXIT.
047100
047200*---------------------------------------------------------------
047300* 1200-ADD-RUN - TABLE ONE STARTED RECORD. RECORDS BEYOND THE
047400*                TABLE'S CAPACITY ARE COUNTED AND REPORTED -
047500*                A PROOF OVER A FULL TABLE MUST NEVER PASS AS
047600*                COMPLETE.
047700*---------------------------------------------------------------
047800 1200-ADD-RUN.
047900     IF WS-RUN-COUNT NOT < 500
048000         COMPUTE WS-RUN-OVF-COUNT = WS-RUN-OVF-COUNT + 1
048100         GO TO 1200-ADD-RUN-EXIT
048200     END-IF.
048300     COMPUTE WS-RUN-COUNT = WS-RUN-COUNT + 1.
048400     MOVE SPACES TO WS-RUN-ENTRY(WS-RUN-COUNT).
048500     MOVE RUN-CTL-RUN-NO TO WS-RUN-NO(WS-RUN-COUNT).
048600     MOVE RUN-CTL-DATE TO WS-RUN-DATE(WS-RUN-COUNT).
048700     MOVE RUN-CTL-INFILE TO WS-RUN-INFILE(WS-RUN-COUNT).
048800     MOVE RUN-CTL-STATUS TO WS-RUN-STATUS(WS-RUN-COUNT).
048900     MOVE 'N' TO WS-RUN-D01-SW(WS-RUN-COUNT).
049000     MOVE 'N' TO WS-RUN-STG-SW(WS-RUN-COUNT).
049100     MOVE 'N' TO WS-RUN-ACK-SW(WS-RUN-COUNT).
049200     MOVE ZERO TO WS-RUN-ACCEPTED(WS-RUN-COUNT).
049300     MOVE ZERO TO WS-RUN-REJECTED(WS-RUN-COUNT).
049400     MOVE ZERO TO WS-RUN-IFC-COUNT(WS-RUN-COUNT).
049500     MOVE ZERO TO WS-RUN-IFC-HASH(WS-RUN-COUNT).
049600     MOVE ZERO TO WS-RUN-STAGED(WS-RUN-COUNT).
049700     MOVE ZERO TO WS-RUN-WITHHELD(WS-RUN-COUNT).
049800 1200-ADD-RUN-EXIT.
049900     EXIT.
050000
050100*---------------------------------------------------------------
050200* 1300-FIND-RUN - TABLE SUBSCRIPT OF THE RUN NUMBER THE CALLER
050300*                 LOADED INTO WS-FIND-KEY (OFF THE RUN CONTROL
050400*                 FILE OR THE LEDGER). ZERO WHEN THE RUN IS NOT
050500*                 IN THE TABLE.
050600*---------------------------------------------------------------
050700 1300-FIND-RUN.
050800     MOVE ZERO TO WS-FIND-SUB.
050900     PERFORM 1310-FIND-RUN-TEST THRU 1310-FIND-RUN-TEST-EXIT
051000         VARYING WS-SCAN-SUB FROM 1 BY 1
051100         UNTIL WS-SCAN-SUB > WS-RUN-COUNT OR WS-FIND-SUB > ZERO.
051200 1300-FIND-RUN-EXIT.
051300     EXIT.
051400
051500 1310-FIND-RUN-TEST.
051600     IF WS-RUN-NO(WS-SCAN-SUB) = WS-FIND-KEY
051700         MOVE WS-SCAN-SUB TO WS-FIND-SUB
051800     END-IF.
051900 1310-FIND-RUN-TEST-EXIT.
052000     EXIT.
052100
052200*---------------------------------------------------------------
052300* 2000-SCAN-LEDGER - ONE PASS OF THE CONTROL-TOTALS LEDGER IN
052400*                    POSTING ORDER. STAGING POSTINGS UPDATE THE
052500*                    LATEST-POSTING-PER-FILE TABLE; A DAY01PROC
052600*                    POSTING FOR A TABLED RUN STORES ITS FIGURES
052700*                    AND TAKES THE STAGING POSTING THEN CURRENT
052800*                    FOR ITS INPUT FILE; AN ACK POSTING STORES THE
052900*                    WAREHOUSE'S FIGURES (THE LATEST ONE WINS, SO
053000*                    A RE-SENT FEED IS PROVED ON ITS LAST ANSWER).
053100*                    A MISSING LEDGER LEAVES EVERY RUN UNPROVABLE
053200*                    RATHER THAN STOPPING THE REPORT.
053300*---------------------------------------------------------------
053400 2000-SCAN-LEDGER.
053500     OPEN INPUT CTLTOT.
053600     IF WS-TOT-STATUS NOT = '00'
053700         DISPLAY 'AOCBAL - NO CONTROL-TOTALS LEDGER, '
053800             'FILE STATUS = ' WS-TOT-STATUS
053900         GO TO 2000-SCAN-LEDGER-EXIT
054000     END-IF.
054100     MOVE 'Y' TO WS-LEDGER-SW.
054200     PERFORM 2100-READ-ONE-POSTING THRU 2100-READ-ONE-POSTING-EXIT
054300         UNTIL TOT-EOF.
054400     CLOSE CTLTOT.
054500 2000-SCAN-LEDGER-EXIT.
054600     EXIT.
054700
054800 2100-READ-ONE-POSTING.
054900     READ CTLTOT
055000         AT END
055100             MOVE 'Y' TO WS-TOT-EOF-SW
055200             GO TO 2100-READ-ONE-POSTING-EXIT
055300     END-READ.
055400     EVALUATE CTL-REC-TYPE
055500         WHEN 'STG'
055600             PERFORM 2200-POST-STAGING THRU 2200-POST-STAGING-EXIT
055700         WHEN 'D01'
055800             PERFORM 2300-POST-DAY1 THRU 2300-POST-DAY1-EXIT
055900         WHEN 'ACK'
056000             PERFORM 2400-POST-ACK THRU 2400-POST-ACK-EXIT
056100         WHEN OTHER
056200             CONTINUE
056300     END-EVALUATE.
056400 2100-READ-ONE-POSTING-EXIT.
056500     EXIT.
056600
056700 2200-POST-STAGING.
056800     IF CTL-STG-STAGED NOT NUMERIC
056900        OR CTL-STG-WITHHELD NOT NUMERIC
057000         GO TO 2200-POST-STAGING-EXIT
057100     END-IF.
057200     PERFORM 2500-FIND-STAGED-FILE
057300         THRU 2500-FIND-STAGED-FILE-EXIT.
057400     IF WS-STG-HIT = ZERO
057500         IF WS-STG-COUNT NOT < 20
057600             DISPLAY 'AOCBAL - STAGED FILE TABLE FULL, '
057700                 'POSTING FOR ' CTL-REFERENCE ' IGNORED'
057800             GO TO 2200-POST-STAGING-EXIT
057900         END-IF
058000         COMPUTE WS-STG-COUNT = WS-STG-COUNT + 1
058100         MOVE WS-STG-COUNT TO WS-STG-HIT
058200         MOVE CTL-REFERENCE TO WS-STG-FILE(WS-STG-HIT)
058300     END-IF.
058400     MOVE CTL-PROGRAM TO WS-STG-PROGRAM(WS-STG-HIT).
058500     MOVE CTL-DATE TO WS-POST-DATE.
058600     MOVE CTL-TIME TO WS-POST-TIME.
058700     MOVE WS-POST-STAMP TO WS-STG-STAMP(WS-STG-HIT).
058800     MOVE CTL-STG-STAGED TO WS-STG-STAGED(WS-STG-HIT).
058900     MOVE CTL-STG-WITHHELD TO WS-STG-WITHHELD(WS-STG-HIT).
059000 2200-POST-STAGING-EXIT.
059100     EXIT.
059200
059300 2300-POST-DAY1.
059400     MOVE CTL-RUN-NO TO WS-FIND-KEY.
059500     PERFORM 1300-FIND-RUN THRU 1300-FIND-RUN-EXIT.
059600     IF WS-FIND-SUB = ZERO
059700         GO TO 2300-POST-DAY1-EXIT
059800     END-IF.
059900     IF CTL-D01-ACCEPTED NOT NUMERIC
060000        OR CTL-D01-REJECTED NOT NUMERIC
060100        OR CTL-D01-IFC-COUNT NOT NUMERIC
060200        OR CTL-D01-IFC-HASH NOT NUMERIC
060300         GO TO 2300-POST-DAY1-EXIT
060400     END-IF.
060500     MOVE 'Y' TO WS-RUN-D01-SW(WS-FIND-SUB).
060600     MOVE CTL-DATE TO WS-POST-DATE.
060700     MOVE CTL-TIME TO WS-POST-TIME.
060800     MOVE WS-POST-STAMP TO WS-RUN-D01-STAMP(WS-FIND-SUB).
060900     MOVE CTL-D01-ACCEPTED TO WS-RUN-ACCEPTED(WS-FIND-SUB).
061000     MOVE CTL-D01-REJECTED TO WS-RUN-REJECTED(WS-FIND-SUB).
061100     MOVE CTL-D01-IFC-COUNT TO WS-RUN-IFC-COUNT(WS-FIND-SUB).
061200     MOVE CTL-D01-IFC-HASH TO WS-RUN-IFC-HASH(WS-FIND-SUB).
061300     MOVE CTL-D01-MODE TO WS-RUN-MODE(WS-FIND-SUB).
061400     PERFORM 2500-FIND-STAGED-FILE
061500         THRU 2500-FIND-STAGED-FILE-EXIT.
061600     IF WS-STG-HIT = ZERO
061700         MOVE 'N' TO WS-RUN-STG-SW(WS-FIND-SUB)
061800     ELSE
061900         MOVE 'Y' TO WS-RUN-STG-SW(WS-FIND-SUB)
062000         MOVE WS-STG-PROGRAM(WS-STG-HIT)
062100             TO WS-RUN-STG-PROGRAM(WS-FIND-SUB)
062200         MOVE WS-STG-STAMP(WS-STG-HIT)
062300             TO WS-RUN-STG-STAMP(WS-FIND-SUB)
062400         MOVE WS-STG-STAGED(WS-STG-HIT)
062500             TO WS-RUN-STAGED(WS-FIND-SUB)
062600         MOVE WS-STG-WITHHELD(WS-STG-HIT)
062700             TO WS-RUN-WITHHELD(WS-FIND-SUB)
062800     END-IF.
062900 2300-POST-DAY1-EXIT.
063000     EXIT.
063100
063200 2400-POST-ACK.
063300     MOVE CTL-RUN-NO TO WS-FIND-KEY.
063400     PERFORM 1300-FIND-RUN THRU 1300-FIND-RUN-EXIT.
063500     IF WS-FIND-SUB = ZERO
063600         GO TO 2400-POST-ACK-EXIT
063700     END-IF.
063800     MOVE 'Y' TO WS-RUN-ACK-SW(WS-FIND-SUB).
063900     MOVE CTL-ACK-FLAG TO WS-RUN-ACK-FLAG(WS-FIND-SUB).
064000     MOVE CTL-ACK-COUNT-X TO WS-RUN-ACK-COUNT-X(WS-FIND-SUB).
064100     MOVE CTL-ACK-HASH-X TO WS-RUN-ACK-HASH-X(WS-FIND-SUB).
064200 2400-POST-ACK-EXIT.
064300     EXIT.
064400
064500*---------------------------------------------------------------
064600* 2500-FIND-STAGED-FILE - SUBSCRIPT IN WS-STG-HIT OF THE STAGED
064700*                         FILE NAMED BY CTL-REFERENCE, ZERO WHEN
064800*                         NO STAGING POSTING FOR IT HAS BEEN READ
064900*---------------------------------------------------------------
065000 2500-FIND-STAGED-FILE.
065100     MOVE ZERO TO WS-STG-HIT.
065200     PERFORM 2510-FIND-STAGED-TEST THRU 2510-FIND-STAGED-TEST-EXIT
065300         VARYING WS-STG-SUB FROM 1 BY 1
065400         UNTIL WS-STG-SUB > WS-STG-COUNT OR WS-STG-HIT > ZERO.
065500 2500-FIND-STAGED-FILE-EXIT.
065600     EXIT.
065700
065800 2510-FIND-STAGED-TEST.
065900     IF WS-STG-FILE(WS-STG-SUB) = CTL-REFERENCE
066000         MOVE WS-STG-SUB TO WS-STG-HIT
066100     END-IF.
066200 2510-FIND-STAGED-TEST-EXIT.
066300     EXIT.
066400
066500*---------------------------------------------------------------
066600* 3000-PROVE-ONE-RUN - THE THREE PROOFS FOR ONE TABLED RUN. A RUN
066700*                      THAT NEVER CLOSED OUT, FAILED, OR HAS NO
066800*                      DAY01PROC POSTING CANNOT BE PROVED AND IS
066900*                      COUNTED AS SUCH; EVERY OTHER RUN GETS ALL
067000*                      THREE PROOF LINES, EACH BALANCED, BREAK,
067100*                      NOT APPLICABLE OR PENDING.
067200*---------------------------------------------------------------
067300 3000-PROVE-ONE-RUN.
067400     MOVE 'N' TO WS-RUN-BREAK-SW.
067500     PERFORM 6100-PRINT-RUN-FIGURES
067600         THRU 6100-PRINT-RUN-FIGURES-EXIT.
067700     IF WS-RUN-STATUS(WS-RUN-SUB) = 'STARTED  '
067800        OR WS-RUN-STATUS(WS-RUN-SUB) = 'FAILED   '
067900         MOVE 'RUN DID NOT COMPLETE - NOTHING TO PROVE'
068000             TO WS-PROOF-TEXT
068100         PERFORM 3900-NOT-PROVABLE THRU 3900-NOT-PROVABLE-EXIT
068200         GO TO 3000-PROVE-ONE-RUN-EXIT
068300     END-IF.
068400     IF WS-RUN-D01-SW(WS-RUN-SUB) NOT = 'Y'
068500         MOVE 'NO DAY01PROC POSTING ON THE CONTROL-TOTALS LEDGER'
068600             TO WS-PROOF-TEXT
068700         PERFORM 3900-NOT-PROVABLE THRU 3900-NOT-PROVABLE-EXIT
068800         GO TO 3000-PROVE-ONE-RUN-EXIT
068900     END-IF.
069000     COMPUTE WS-PROVED-COUNT = WS-PROVED-COUNT + 1.
069100     PERFORM 3100-PROVE-STAGED THRU 3100-PROVE-STAGED-EXIT.
069200     PERFORM 3200-PROVE-INTERFACE THRU 3200-PROVE-INTERFACE-EXIT.
069300     PERFORM 3300-PROVE-ACK THRU 3300-PROVE-ACK-EXIT.
069400     IF RUN-HAS-BREAK
069500         COMPUTE WS-BREAK-COUNT = WS-BREAK-COUNT + 1
069511         MOVE WS-RUN-NO(WS-RUN-SUB) TO WS-ALRT-RUN-NO
069522         MOVE 'E' TO WS-ALRT-SEVERITY
069533         MOVE 'BALBREAK' TO WS-ALRT-CODE
069544         MOVE SPACES TO WS-ALRT-TEXT
069555         STRING 'RUN ' WS-RUN-NO(WS-RUN-SUB)
069566                ' CONTROL TOTALS DO NOT BALANCE - FEED HELD'
069577             DELIMITED BY SIZE INTO WS-ALRT-TEXT
069588         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
069600     ELSE
069700         COMPUTE WS-BALANCED-COUNT = WS-BALANCED-COUNT + 1
069800     END-IF.
069900     MOVE SPACES TO BAL-REC.
070000     WRITE BAL-REC.
070100 3000-PROVE-ONE-RUN-EXIT.
070200     EXIT.
070300
070400*---------------------------------------------------------------
070500* 3100-PROVE-STAGED - STAGED = ACCEPTED + REJECTED. ONLY A PLAIN
070600*                     EXTRACT RUN READS THE STAGED FILE END TO
070700*                     END; A MASTER OR DELTA RUN READS SOMETHING
070800*                     ELSE AND A CHECKPOINT RESTART NEVER RE-READS
070900*                     THE INPUT, SO FOR THOSE THE PROOF DOES NOT
071000*                     APPLY. NEITHER DOES IT FOR AN INPUT THAT WAS
071100*                     NEVER STAGED THROUGH AOCEDIT OR AOCCONS.
071200*---------------------------------------------------------------
071300 3100-PROVE-STAGED.
071400     MOVE 'STAGED = ACCEPTED + REJECTED' TO WS-PROOF-LABEL.
071500     IF WS-RUN-MODE(WS-RUN-SUB) NOT = 'E'
071600         MOVE 'NOT APPLICABLE - LOAD DID NOT READ THE STAGED FILE'
071700             TO WS-PROOF-TEXT
071800         PERFORM 6200-PRINT-PROOF THRU 6200-PRINT-PROOF-EXIT
071900         GO TO 3100-PROVE-STAGED-EXIT
072000     END-IF.
072100     IF WS-RUN-STG-SW(WS-RUN-SUB) NOT = 'Y'
072200         MOVE 'NOT APPLICABLE - INPUT FILE HAS NO STAGING POSTING'
072300             TO WS-PROOF-TEXT
072400         PERFORM 6200-PRINT-PROOF THRU 6200-PRINT-PROOF-EXIT
072500         GO TO 3100-PROVE-STAGED-EXIT
072600     END-IF.
072700     COMPUTE WS-PROOF-SUM = WS-RUN-ACCEPTED(WS-RUN-SUB)
072800                          + WS-RUN-REJECTED(WS-RUN-SUB).
072900     IF WS-PROOF-SUM = WS-RUN-STAGED(WS-RUN-SUB)
073000         MOVE 'BALANCED' TO WS-PROOF-TEXT
073100         PERFORM 6200-PRINT-PROOF THRU 6200-PRINT-PROOF-EXIT
073200     ELSE
073300         MOVE 'BREAK' TO WS-PROOF-TEXT
073400         PERFORM 6200-PRINT-PROOF THRU 6200-PRINT-PROOF-EXIT
073500         MOVE WS-RUN-STAGED(WS-RUN-SUB) TO WS-EDIT-COUNT
073600         MOVE WS-PROOF-SUM TO WS-EDIT-COUNT-2
073700         MOVE SPACES TO WS-BREAK-TEXT
073800         STRING 'STAGED ' DELIMITED BY SIZE
073900                WS-EDIT-COUNT DELIMITED BY SIZE
074000                '  ACCEPTED + REJECTED ' DELIMITED BY SIZE
074100                WS-EDIT-COUNT-2 DELIMITED BY SIZE
074200                INTO WS-BREAK-TEXT
074300         PERFORM 6300-PRINT-BREAK THRU 6300-PRINT-BREAK-EXIT
074400     END-IF.
074500 3100-PROVE-STAGED-EXIT.
074600     EXIT.
074700
074800*---------------------------------------------------------------
074900* 3200-PROVE-INTERFACE - ACCEPTED = INTERFACE. THE RUN'S POSTED
075000*                        TRAILER MUST MATCH WHAT IS ON INTFILE,
075100*                        THE TRAILER MUST MATCH THE DETAILS UNDER
075200*                        IT, AND THE N AND REJECTS MEASURES MUST
075300*                        MATCH THE POSTED ACCEPTED AND REJECTED
075400*                        COUNTS (AND, ON AN EXTRACT RUN, THE
075500*                        REJECT RECORDS ACTUALLY ON REJDFILE).
075600*                        ONLY POSSIBLE WHILE INTFILE STILL HOLDS
075700*                        THIS RUN'S OUTPUT.
075800*---------------------------------------------------------------
075900 3200-PROVE-INTERFACE.
076000     MOVE 'ACCEPTED = INTERFACE' TO WS-PROOF-LABEL.
076100     IF NOT IFC-HDR-SEEN
076200        OR NOT IFC-TRL-SEEN
076300        OR WS-IFC-DAY-NO NOT = '01'
076400        OR WS-IFC-STAMP NOT = WS-RUN-D01-STAMP(WS-RUN-SUB)
076500         MOVE 'NOT RECHECKED - INTFILE NO LONGER HOLDS THIS RUN'
076600             TO WS-PROOF-TEXT
076700         PERFORM 6200-PRINT-PROOF THRU 6200-PRINT-PROOF-EXIT
076800         GO TO 3200-PROVE-INTERFACE-EXIT
076900     END-IF.
077000     IF WS-IFC-N = WS-RUN-ACCEPTED(WS-RUN-SUB)
077100        AND WS-IFC-REJECTS = WS-RUN-REJECTED(WS-RUN-SUB)
077200        AND WS-IFC-TRL-COUNT = WS-IFC-DTL-COUNT
077300        AND WS-IFC-TRL-HASH = WS-IFC-HASH
077400        AND WS-IFC-TRL-COUNT = WS-RUN-IFC-COUNT(WS-RUN-SUB)
077500        AND WS-IFC-TRL-HASH = WS-RUN-IFC-HASH(WS-RUN-SUB)
077600        AND (WS-RUN-MODE(WS-RUN-SUB) NOT = 'E'
077700             OR (REJD-FILE-PRESENT
077800                 AND WS-REJD-COUNT = WS-RUN-REJECTED(WS-RUN-SUB)))
077900         MOVE 'BALANCED' TO WS-PROOF-TEXT
078000         PERFORM 6200-PRINT-PROOF THRU 6200-PRINT-PROOF-EXIT
078100         GO TO 3200-PROVE-INTERFACE-EXIT
078200     END-IF.
078300     MOVE 'BREAK' TO WS-PROOF-TEXT.
078400     PERFORM 6200-PRINT-PROOF THRU 6200-PRINT-PROOF-EXIT.
078500     IF WS-IFC-N NOT = WS-RUN-ACCEPTED(WS-RUN-SUB)
078600         MOVE WS-RUN-ACCEPTED(WS-RUN-SUB) TO WS-EDIT-COUNT
078700         MOVE WS-IFC-N TO WS-EDIT-HASH
078800         MOVE SPACES TO WS-BREAK-TEXT
078900         STRING 'ACCEPTED ' DELIMITED BY SIZE
079000                WS-EDIT-COUNT DELIMITED BY SIZE
079100                '  INTERFACE N MEASURE ' DELIMITED BY SIZE
079200                WS-EDIT-HASH DELIMITED BY SIZE
079300                INTO WS-BREAK-TEXT
079400         PERFORM 6300-PRINT-BREAK THRU 6300-PRINT-BREAK-EXIT
079500     END-IF.
079600     IF WS-IFC-REJECTS NOT = WS-RUN-REJECTED(WS-RUN-SUB)
079700         MOVE WS-RUN-REJECTED(WS-RUN-SUB) TO WS-EDIT-COUNT
079800         MOVE WS-IFC-REJECTS TO WS-EDIT-HASH
079900         MOVE SPACES TO WS-BREAK-TEXT
080000         STRING 'REJECTED ' DELIMITED BY SIZE
080100                WS-EDIT-COUNT DELIMITED BY SIZE
080200                '  INTERFACE REJECTS MEASURE ' DELIMITED BY SIZE
080300                WS-EDIT-HASH DELIMITED BY SIZE
080400                INTO WS-BREAK-TEXT
080500         PERFORM 6300-PRINT-BREAK THRU 6300-PRINT-BREAK-EXIT
080600     END-IF.
080700     IF WS-IFC-TRL-COUNT NOT = WS-IFC-DTL-COUNT
080800        OR WS-IFC-TRL-HASH NOT = WS-IFC-HASH
080900         MOVE WS-IFC-TRL-COUNT TO WS-EDIT-COUNT
081000         MOVE WS-IFC-DTL-COUNT TO WS-EDIT-COUNT-2
081100         MOVE SPACES TO WS-BREAK-TEXT
081200         STRING 'INTFILE TRAILER COUNT ' DELIMITED BY SIZE
081300                WS-EDIT-COUNT DELIMITED BY SIZE
081400                '  DETAILS ON FILE ' DELIMITED BY SIZE
081500                WS-EDIT-COUNT-2 DELIMITED BY SIZE
081600                INTO WS-BREAK-TEXT
081700         PERFORM 6300-PRINT-BREAK THRU 6300-PRINT-BREAK-EXIT
081800         MOVE WS-IFC-TRL-HASH TO WS-EDIT-HASH
081900         MOVE WS-IFC-HASH TO WS-EDIT-HASH-2
082000         MOVE SPACES TO WS-BREAK-TEXT
082100         STRING 'INTFILE TRAILER HASH  ' DELIMITED BY SIZE
082200                WS-EDIT-HASH DELIMITED BY SIZE
082300                '  DETAILS ON FILE ' DELIMITED BY SIZE
082400                WS-EDIT-HASH-2 DELIMITED BY SIZE
082500                INTO WS-BREAK-TEXT
082600         PERFORM 6300-PRINT-BREAK THRU 6300-PRINT-BREAK-EXIT
082700     END-IF.
082800     IF WS-IFC-TRL-COUNT NOT = WS-RUN-IFC-COUNT(WS-RUN-SUB)
082900        OR WS-IFC-TRL-HASH NOT = WS-RUN-IFC-HASH(WS-RUN-SUB)
083000         MOVE 'INTFILE TRAILER IS NOT THE ONE DAY01PROC POSTED'
083100             TO WS-BREAK-TEXT
083200         PERFORM 6300-PRINT-BREAK THRU 6300-PRINT-BREAK-EXIT
083300     END-IF.
083400     IF WS-RUN-MODE(WS-RUN-SUB) = 'E'
083500         IF NOT REJD-FILE-PRESENT
083600             MOVE 'REJDFILE COULD NOT BE OPENED FOR THE RECOUNT'
083700                 TO WS-BREAK-TEXT
083800             PERFORM 6300-PRINT-BREAK THRU 6300-PRINT-BREAK-EXIT
083900         ELSE
084000             IF WS-REJD-COUNT NOT = WS-RUN-REJECTED(WS-RUN-SUB)
084100                 MOVE WS-RUN-REJECTED(WS-RUN-SUB) TO WS-EDIT-COUNT
084200                 MOVE WS-REJD-COUNT TO WS-EDIT-COUNT-2
084300                 MOVE SPACES TO WS-BREAK-TEXT
084400                 STRING 'REJECTED ' DELIMITED BY SIZE
084500                        WS-EDIT-COUNT DELIMITED BY SIZE
084600                        '  REJDFILE RECORDS ' DELIMITED BY SIZE
084700                        WS-EDIT-COUNT-2 DELIMITED BY SIZE
084800                        INTO WS-BREAK-TEXT
084900                 PERFORM 6300-PRINT-BREAK
085000                     THRU 6300-PRINT-BREAK-EXIT
085100             END-IF
085200         END-IF
085300     END-IF.
085400 3200-PROVE-INTERFACE-EXIT.
085500     EXIT.
085600
085700*---------------------------------------------------------------
085800* 3300-PROVE-ACK - INTERFACE = ACKNOWLEDGED. THE WAREHOUSE'S OWN
085900*                  COUNT AND HASH MUST MATCH THE TRAILER WE SENT,
086000*                  WHETHER THEY ACCEPTED THE FEED OR NOT - A NAK
086100*                  WITH MATCHING FIGURES IS A BUSINESS REJECTION,
086200*                  A NAK WITH DIFFERENT FIGURES IS A LOSS IN
086300*                  TRANSMISSION. NO ACK YET IS PENDING, NOT A
086400*                  BREAK; AOCACKP CHASES OVERDUE ACKS.
086500*---------------------------------------------------------------
086600 3300-PROVE-ACK.
086700     MOVE 'INTERFACE = ACKNOWLEDGED' TO WS-PROOF-LABEL.
086800     IF WS-RUN-ACK-SW(WS-RUN-SUB) NOT = 'Y'
086900         MOVE 'PENDING - NO ACKNOWLEDGMENT RECEIVED YET'
087000             TO WS-PROOF-TEXT
087100         PERFORM 6200-PRINT-PROOF THRU 6200-PRINT-PROOF-EXIT
087200         GO TO 3300-PROVE-ACK-EXIT
087300     END-IF.
087400     IF WS-RUN-ACK-COUNT-X(WS-RUN-SUB) NUMERIC
087500        AND WS-RUN-ACK-HASH-X(WS-RUN-SUB) NUMERIC
087600         MOVE WS-RUN-ACK-COUNT-X(WS-RUN-SUB) TO WS-ACK-COUNT
087700         MOVE WS-RUN-ACK-HASH-X(WS-RUN-SUB) TO WS-ACK-HASH
087800         IF WS-ACK-COUNT = WS-RUN-IFC-COUNT(WS-RUN-SUB)
087900            AND WS-ACK-HASH = WS-RUN-IFC-HASH(WS-RUN-SUB)
088000             IF WS-RUN-ACK-FLAG(WS-RUN-SUB) = 'R'
088100                 MOVE 'BALANCED (FEED REJECTED BY THE WAREHOUSE)'
088200                     TO WS-PROOF-TEXT
088300             ELSE
088400                 MOVE 'BALANCED' TO WS-PROOF-TEXT
088500             END-IF
088600             PERFORM 6200-PRINT-PROOF THRU 6200-PRINT-PROOF-EXIT
088700             GO TO 3300-PROVE-ACK-EXIT
088800         END-IF
088900     END-IF.
089000     MOVE 'BREAK' TO WS-PROOF-TEXT.
089100     PERFORM 6200-PRINT-PROOF THRU 6200-PRINT-PROOF-EXIT.
089200     MOVE WS-RUN-IFC-COUNT(WS-RUN-SUB) TO WS-EDIT-COUNT.
089300     MOVE WS-RUN-IFC-HASH(WS-RUN-SUB) TO WS-EDIT-HASH.
089400     MOVE SPACES TO WS-BREAK-TEXT.
089500     STRING 'SENT COUNT=' DELIMITED BY SIZE
089600            WS-EDIT-COUNT DELIMITED BY SIZE
089700            ' HASH=' DELIMITED BY SIZE
089800            WS-EDIT-HASH DELIMITED BY SIZE
089900            '  THEIR COUNT=' DELIMITED BY SIZE
090000            WS-RUN-ACK-COUNT-X(WS-RUN-SUB) DELIMITED BY SIZE
090100            ' HASH=' DELIMITED BY SIZE
090200            WS-RUN-ACK-HASH-X(WS-RUN-SUB) DELIMITED BY SIZE
090300            INTO WS-BREAK-TEXT.
090400     PERFORM 6300-PRINT-BREAK THRU 6300-PRINT-BREAK-EXIT.
090500 3300-PROVE-ACK-EXIT.
090600     EXIT.
090700
090800*---------------------------------------------------------------
090900* 3900-NOT-PROVABLE - ONE-LINE DISPOSITION FOR A RUN THAT CANNOT
091000*                     BE PROVED. CALLER SETS WS-PROOF-TEXT.
091100*---------------------------------------------------------------
091200 3900-NOT-PROVABLE.
091300     COMPUTE WS-UNPROVED-COUNT = WS-UNPROVED-COUNT + 1.
091311     MOVE WS-RUN-NO(WS-RUN-SUB) TO WS-ALRT-RUN-NO
091322     MOVE 'W' TO WS-ALRT-SEVERITY
091333     MOVE 'UNPROVED' TO WS-ALRT-CODE
091344     MOVE SPACES TO WS-ALRT-TEXT
091355     STRING 'RUN ' WS-RUN-NO(WS-RUN-SUB) ' NOT PROVABLE - '
091366            WS-PROOF-TEXT
091377         DELIMITED BY SIZE INTO WS-ALRT-TEXT
091388     PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT.
091400     MOVE SPACES TO BAL-REC.
091500     STRING '  NOT PROVABLE : ' DELIMITED BY SIZE
091600            WS-PROOF-TEXT DELIMITED BY SIZE
091700            INTO BAL-REC.
091800     WRITE BAL-REC.
091900     MOVE SPACES TO BAL-REC.
092000     WRITE BAL-REC.
092100 3900-NOT-PROVABLE-EXIT.
092200     EXIT.
092300
092400*---------------------------------------------------------------
092500* 4000-READ-INTERFACE - ONE PASS OF INTFILE AS IT STANDS: HEADER
092600*                       STAMP, DETAILS RECOUNTED AND RE-HASHED,
092700*                       THE N AND REJECTS MEASURES, AND THE
092800*                       TRAILER. THE HASH IS ACCUMULATED WIDE AND
092900*                       CUT TO THE TRAILER'S 15 DIGITS THE SAME
093000*                       WAY DAY01PROC CUTS IT.
093100*---------------------------------------------------------------
093200 4000-READ-INTERFACE.
093300     MOVE SPACES TO WS-IFC-STAMP.
093400     OPEN INPUT INTFILE.
093500     IF WS-IFC-STATUS NOT = '00'
093600         GO TO 4000-READ-INTERFACE-EXIT
093700     END-IF.
093800     PERFORM 4100-READ-ONE-IFC THRU 4100-READ-ONE-IFC-EXIT
093900         UNTIL IFC-EOF.
094000     CLOSE INTFILE.
094100     MOVE WS-IFC-HASH-ACC TO WS-IFC-HASH.
094200 4000-READ-INTERFACE-EXIT.
094300     EXIT.
094400
094500 4100-READ-ONE-IFC.
094600     READ INTFILE
094700         AT END
094800             MOVE 'Y' TO WS-IFC-EOF-SW
094900             GO TO 4100-READ-ONE-IFC-EXIT
095000     END-READ.
095100     EVALUATE TRUE
095200         WHEN IFC-HDR-ID = 'HDR'
095300             MOVE 'Y' TO WS-IFC-HDR-SW
095400             MOVE IFC-HDR-DATE TO WS-IFC-DATE
095500             MOVE IFC-HDR-TIME TO WS-IFC-TIME
095600             MOVE IFC-HDR-DAY-NO TO WS-IFC-DAY-NO
095700         WHEN IFC-DTL-ID = 'DTL'
095800             IF IFC-DTL-VALUE NUMERIC
095900                 COMPUTE WS-IFC-DTL-COUNT = WS-IFC-DTL-COUNT + 1
096000                 COMPUTE WS-IFC-HASH-ACC =
096100                     WS-IFC-HASH-ACC + IFC-DTL-VALUE
096200                 IF IFC-DTL-MEASURE = 'N         '
096300                     MOVE IFC-DTL-VALUE TO WS-IFC-N
096400                 END-IF
096500                 IF IFC-DTL-MEASURE = 'REJECTS   '
096600                     MOVE IFC-DTL-VALUE TO WS-IFC-REJECTS
096700                 END-IF
096800             END-IF
096900         WHEN IFC-TRL-ID = 'TRL'
097000             IF IFC-TRL-COUNT NUMERIC AND IFC-TRL-HASH NUMERIC
097100                 MOVE 'Y' TO WS-IFC-TRL-SW
097200                 MOVE IFC-TRL-COUNT TO WS-IFC-TRL-COUNT
097300                 MOVE IFC-TRL-HASH TO WS-IFC-TRL-HASH
097400             END-IF
097500         WHEN OTHER
097600             CONTINUE
097700     END-EVALUATE.
097800 4100-READ-ONE-IFC-EXIT.
097900     EXIT.
098000
098100*---------------------------------------------------------------
098200* 4500-COUNT-REJECTS - RECORD COUNT OF REJDFILE AS IT STANDS. ONE
098300*                      RECORD PER REJECTED INPUT LINE, SO ON AN
098400*                      EXTRACT RUN IT MUST EQUAL THE RUN'S POSTED
098500*                      REJECTED COUNT.
098600*---------------------------------------------------------------
098700 4500-COUNT-REJECTS.
098800     OPEN INPUT REJDFILE.
098900     IF WS-REJD-STATUS NOT = '00'
099000         GO TO 4500-COUNT-REJECTS-EXIT
099100     END-IF.
099200     MOVE 'Y' TO WS-REJD-FILE-SW.
099300     PERFORM 4510-READ-ONE-REJD THRU 4510-READ-ONE-REJD-EXIT
099400         UNTIL REJD-EOF.
099500     CLOSE REJDFILE.
099600 4500-COUNT-REJECTS-EXIT.
099700     EXIT.
099800
099900 4510-READ-ONE-REJD.
100000     READ REJDFILE
100100         AT END
100200             MOVE 'Y' TO WS-REJD-EOF-SW
100300             GO TO 4510-READ-ONE-REJD-EXIT
100400     END-READ.
100500     COMPUTE WS-REJD-COUNT = WS-REJD-COUNT + 1.
100600 4510-READ-ONE-REJD-EXIT.
100700     EXIT.
100800
100900*---------------------------------------------------------------
101000* 6000-PRINT-HEADING - BALANCING REPORT HEADING LINES
101100*---------------------------------------------------------------
101200 6000-PRINT-HEADING.
101300     MOVE SPACES TO BAL-REC.
101400     STRING 'DAY 1 FEED CONTROL-TOTAL BALANCING REPORT'
101500         DELIMITED BY SIZE INTO BAL-REC.
101600     WRITE BAL-REC.
101700     MOVE SPACES TO BAL-REC.
101800     STRING 'RUN DATE    : '    DELIMITED BY SIZE
101900            WS-TODAY-MM         DELIMITED BY SIZE
102000            '/'                 DELIMITED BY SIZE
102100            WS-TODAY-DD         DELIMITED BY SIZE
102200            '/'                 DELIMITED BY SIZE
102300            WS-TODAY-YYYY       DELIMITED BY SIZE
102400            INTO BAL-REC.
102500     WRITE BAL-REC.
102600     MOVE SPACES TO BAL-REC.
102700     EVALUATE TRUE
102800         WHEN SELECT-ALL-RUNS
102900             STRING 'RUNS PROVED : ALL DAY 01 RUNS ON FILE'
103000                 DELIMITED BY SIZE INTO BAL-REC
103100         WHEN SELECT-ONE-RUN
103200             MOVE WS-SEL-RUN-NO TO WS-EDIT-SEL-RUN
103300             STRING 'RUN PROVED  : ' DELIMITED BY SIZE
103400                    WS-EDIT-SEL-RUN  DELIMITED BY SIZE
103500                    INTO BAL-REC
103600         WHEN OTHER
103700             MOVE WS-SEL-RUN-NO TO WS-EDIT-SEL-RUN
103800             STRING 'RUN PROVED  : ' DELIMITED BY SIZE
103900                    WS-EDIT-SEL-RUN  DELIMITED BY SIZE
104000                    ' (NEWEST COMPLETED)' DELIMITED BY SIZE
104100                    INTO BAL-REC
104200     END-EVALUATE.
104300     WRITE BAL-REC.
104400     IF NOT LEDGER-PRESENT
104500         MOVE SPACES TO BAL-REC
104600         STRING 'CONTROL-TOTALS LEDGER NOT PRESENT - NO RUN CAN '
104700                'BE PROVED'  DELIMITED BY SIZE INTO BAL-REC
104800         WRITE BAL-REC
104900     END-IF.
105000     MOVE SPACES TO BAL-REC.
105100     WRITE BAL-REC.
105200 6000-PRINT-HEADING-EXIT.
105300     EXIT.
105400
105500*---------------------------------------------------------------
105600* 6100-PRINT-RUN-FIGURES - ONE RUN'S FIGURES AS POSTED, SO A
105700*                          BREAK CAN BE CHASED FROM THE REPORT
105800*                          WITHOUT RE-READING THE LEDGER
105900*---------------------------------------------------------------
106000 6100-PRINT-RUN-FIGURES.
106100     MOVE WS-RUN-NO(WS-RUN-SUB) TO WS-EDIT-SEL-RUN.
106200     MOVE SPACES TO BAL-REC.
106300     STRING 'RUN ' DELIMITED BY SIZE
106400            WS-EDIT-SEL-RUN DELIMITED BY SIZE
106500            '  STARTED ' DELIMITED BY SIZE
106600            WS-RUN-DATE(WS-RUN-SUB) DELIMITED BY SIZE
106700            '  STATUS ' DELIMITED BY SIZE
106800            WS-RUN-STATUS(WS-RUN-SUB) DELIMITED BY SIZE
106900            '  INPUT ' DELIMITED BY SIZE
107000            WS-RUN-INFILE(WS-RUN-SUB) DELIMITED BY SIZE
107100            INTO BAL-REC.
107200     WRITE BAL-REC.
107300     IF WS-RUN-D01-SW(WS-RUN-SUB) NOT = 'Y'
107400         GO TO 6100-PRINT-RUN-FIGURES-EXIT
107500     END-IF.
107600     EVALUATE WS-RUN-MODE(WS-RUN-SUB)
107700         WHEN 'E'
107800             MOVE 'EXTRACT' TO WS-MODE-TEXT
107900         WHEN 'R'
108000             MOVE 'RESTART FROM CHECKPOINT' TO WS-MODE-TEXT
108100         WHEN 'D'
108200             MOVE 'DELTA' TO WS-MODE-TEXT
108300         WHEN 'M'
108400             MOVE 'MASTER' TO WS-MODE-TEXT
108500         WHEN OTHER
108600             MOVE 'UNKNOWN' TO WS-MODE-TEXT
108700     END-EVALUATE.
108800     IF WS-RUN-STG-SW(WS-RUN-SUB) = 'Y'
108900         MOVE WS-RUN-STAGED(WS-RUN-SUB) TO WS-EDIT-COUNT
109000         MOVE WS-RUN-WITHHELD(WS-RUN-SUB) TO WS-EDIT-COUNT-2
109100         MOVE SPACES TO BAL-REC
109200         STRING '  STAGED    : ' DELIMITED BY SIZE
109300                WS-EDIT-COUNT DELIMITED BY SIZE
109400                '  WITHHELD ' DELIMITED BY SIZE
109500                WS-EDIT-COUNT-2 DELIMITED BY SIZE
109600                '  BY ' DELIMITED BY SIZE
109700                WS-RUN-STG-PROGRAM(WS-RUN-SUB) DELIMITED BY SIZE
109800                ' AT ' DELIMITED BY SIZE
109900                WS-RUN-STG-STAMP(WS-RUN-SUB) DELIMITED BY SIZE
110000                INTO BAL-REC
110100         WRITE BAL-REC
110200     END-IF.
110300     MOVE WS-RUN-ACCEPTED(WS-RUN-SUB) TO WS-EDIT-COUNT.
110400     MOVE WS-RUN-REJECTED(WS-RUN-SUB) TO WS-EDIT-COUNT-2.
110500     MOVE SPACES TO BAL-REC.
110600     STRING '  ACCEPTED  : ' DELIMITED BY SIZE
110700            WS-EDIT-COUNT DELIMITED BY SIZE
110800            '  REJECTED ' DELIMITED BY SIZE
110900            WS-EDIT-COUNT-2 DELIMITED BY SIZE
111000            '  MODE ' DELIMITED BY SIZE
111100            WS-MODE-TEXT DELIMITED BY SIZE
111200            INTO BAL-REC.
111300     WRITE BAL-REC.
111400     MOVE WS-RUN-IFC-COUNT(WS-RUN-SUB) TO WS-EDIT-COUNT.
111500     MOVE WS-RUN-IFC-HASH(WS-RUN-SUB) TO WS-EDIT-HASH.
111600     MOVE SPACES TO BAL-REC.
111700     STRING '  INTERFACE : ' DELIMITED BY SIZE
111800            WS-EDIT-COUNT DELIMITED BY SIZE
111900            '  HASH ' DELIMITED BY SIZE
112000            WS-EDIT-HASH DELIMITED BY SIZE
112100            INTO BAL-REC.
112200     WRITE BAL-REC.
112300     IF WS-RUN-ACK-SW(WS-RUN-SUB) = 'Y'
112400         MOVE SPACES TO BAL-REC
112500         STRING '  ACKNOWLEDGED : ' DELIMITED BY SIZE
112600                WS-RUN-ACK-COUNT-X(WS-RUN-SUB) DELIMITED BY SIZE
112700                '  HASH ' DELIMITED BY SIZE
112800                WS-RUN-ACK-HASH-X(WS-RUN-SUB) DELIMITED BY SIZE
112900                '  FLAG ' DELIMITED BY SIZE
113000                WS-RUN-ACK-FLAG(WS-RUN-SUB) DELIMITED BY SIZE
113100                INTO BAL-REC
113200         WRITE BAL-REC
113300     END-IF.
113400 6100-PRINT-RUN-FIGURES-EXIT.
113500     EXIT.
113600
113700*---------------------------------------------------------------
113800* 6200-PRINT-PROOF - ONE PROOF LINE. CALLER SETS WS-PROOF-LABEL
113900*                    AND WS-PROOF-TEXT; A BREAK MARKS THE RUN.
114000*---------------------------------------------------------------
114100 6200-PRINT-PROOF.
114200     IF WS-PROOF-TEXT = 'BREAK'
114300         MOVE 'Y' TO WS-RUN-BREAK-SW
114400     END-IF.
114500     MOVE SPACES TO BAL-REC.
114600     STRING '  PROOF ' DELIMITED BY SIZE
114700            WS-PROOF-LABEL DELIMITED BY SIZE
114800            ' : ' DELIMITED BY SIZE
114900            WS-PROOF-TEXT DELIMITED BY SIZE
115000            INTO BAL-REC.
115100     WRITE BAL-REC.
115200 6200-PRINT-PROOF-EXIT.
115300     EXIT.
115400
115500 6300-PRINT-BREAK.
115600     MOVE SPACES TO BAL-REC.
115700     STRING '        ' DELIMITED BY SIZE
115800            WS-BREAK-TEXT DELIMITED BY SIZE
115900            INTO BAL-REC.
116000     WRITE BAL-REC.
116100 6300-PRINT-BREAK-EXIT.
116200     EXIT.
116300
116400*---------------------------------------------------------------
116500* 6500-PRINT-SUMMARY - RUN COUNTS BY OUTCOME AND THE DISPOSITION
116600*---------------------------------------------------------------
116700 6500-PRINT-SUMMARY.
116800     MOVE WS-PROVED-COUNT TO WS-EDIT-TALLY.
116900     MOVE SPACES TO BAL-REC.
117000     STRING 'RUNS PROVED           : ' DELIMITED BY SIZE
117100            WS-EDIT-TALLY DELIMITED BY SIZE INTO BAL-REC.
117200     WRITE BAL-REC.
117300     MOVE WS-BALANCED-COUNT TO WS-EDIT-TALLY.
117400     MOVE SPACES TO BAL-REC.
117500     STRING 'IN BALANCE            : ' DELIMITED BY SIZE
117600            WS-EDIT-TALLY DELIMITED BY SIZE INTO BAL-REC.
117700     WRITE BAL-REC.
117800     MOVE WS-BREAK-COUNT TO WS-EDIT-TALLY.
117900     MOVE SPACES TO BAL-REC.
118000     STRING 'OUT OF BALANCE        : ' DELIMITED BY SIZE
118100            WS-EDIT-TALLY DELIMITED BY SIZE INTO BAL-REC.
118200     WRITE BAL-REC.
118300     MOVE WS-UNPROVED-COUNT TO WS-EDIT-TALLY.
118400     MOVE SPACES TO BAL-REC.
118500     STRING 'NOT PROVABLE          : ' DELIMITED BY SIZE
118600            WS-EDIT-TALLY DELIMITED BY SIZE INTO BAL-REC.
118700     WRITE BAL-REC.
118800     IF WS-RUN-OVF-COUNT > ZERO
118900         MOVE WS-RUN-OVF-COUNT TO WS-EDIT-TALLY
119000         MOVE SPACES TO BAL-REC
119100         STRING 'RUN TABLE OVERFLOWED BY ' DELIMITED BY SIZE
119200                WS-EDIT-TALLY DELIMITED BY SIZE
119300                ' RUNS - NOT PROVED' DELIMITED BY SIZE
119400                INTO BAL-REC
119500         WRITE BAL-REC
119600     END-IF.
119700     MOVE SPACES TO BAL-REC.
119800     WRITE BAL-REC.
119900     MOVE SPACES TO BAL-REC.
120000     EVALUATE TRUE
120100         WHEN WS-BREAK-COUNT > ZERO
120200             STRING 'ENDING WITH RETURN CODE 8 - CONTROL TOTALS '
120300                    'DO NOT BALANCE, HOLD THE FEED'
120400                 DELIMITED BY SIZE INTO BAL-REC
120500         WHEN WS-UNPROVED-COUNT > ZERO OR WS-RUN-OVF-COUNT > ZERO
120600             STRING 'ENDING WITH WARNING RETURN CODE 4 - NOT '
120700                    'EVERY RUN COULD BE PROVED'
120800                 DELIMITED BY SIZE INTO BAL-REC
120900         WHEN OTHER
121000             STRING 'EVERY RUN PROVED IS IN BALANCE'
121100                 DELIMITED BY SIZE INTO BAL-REC
121200     END-EVALUATE.
121300     WRITE BAL-REC.
121400 6500-PRINT-SUMMARY-EXIT.
121500     EXIT.
121600
121700*---------------------------------------------------------------
121800* 9800-RAISE-ALERT - WRITE WS-ALRT-SEVERITY/CODE/TEXT TO THE
121900*                    SHOP-WIDE ALERT FILE THROUGH AOCALRT. THE
122000*                    RC IS NOT ACTED ON - AN ALERT THAT CANNOT
122100*                    BE WRITTEN IS ON THE JOB LOG INSTEAD, AND
122200*                    MUST NOT CHANGE HOW THIS RUN ENDS, SO THE
122300*                    RETURN-CODE THE CALL CLOBBERS IS PUT BACK.
122400*---------------------------------------------------------------
122500 9800-RAISE-ALERT.
122600     MOVE RETURN-CODE TO WS-ALRT-SAVE-RC.
122700     CALL 'AOCALRTC' USING WS-ALRT-PROGRAM WS-ALRT-RUN-NO
122800                           WS-ALRT-SEVERITY WS-ALRT-CODE
122900                           WS-ALRT-TEXT WS-ALRT-RC.
123000     MOVE WS-ALRT-SAVE-RC TO RETURN-CODE.
123100 9800-RAISE-ALERT-EXIT.
123200     EXIT.
