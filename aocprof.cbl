000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AOCPROF.
000300 AUTHOR. R-HENDRICKS.
000400 INSTALLATION. DATA-PROC-BATCH-CTR.
000500 DATE-WRITTEN. 2026-09-18.
000600 DATE-COMPILED.
000700*---------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*---------------------------------------------------------------
001000* 2026-09-18  RH   ORIGINAL CODING - ID MASTER PROFILE REPORT.
001100*                  THE KEYED ID-PAIR MASTER (COPYBOOK IDMSTFD) IS
001200*                  ONLY EVER SEEN AS DAY 1'S TOTAL AND SIMILARITY,
001300*                  SO WHEN THE VARIANCE CHECK FLAGS A SWING
001400*                  NOBODY CAN SAY WHICH IDS MOVED IT. THIS
001500*                  PROGRAM LOADS THE MASTER THROUGH AOCMSTLD
001600*                  (SAME AS DAY01PROC'S MASTER MODE), SORTS BOTH
001700*                  SIDES, AND PRINTS FIVE SECTIONS ON PRFRPT:
001800*                    1 - A-SIDE AND B-SIDE ID COUNTS, DISTINCT
001900*                        COUNTS, AND THE TOTAL/SIMILARITY FIGURES
002000*                        DAY01PROC WOULD COMPUTE OVER THE MASTER
002100*                    2 - THE 25 MOST-REPEATED A-SIDE IDS WITH
002200*                        THEIR SHARE OF SIMILARITY
002300*                    3 - THE SAME FOR THE B SIDE
002400*                    4 - IDS THAT APPEAR ON ONE SIDE ONLY (THESE
002500*                        CONTRIBUTE NOTHING TO SIMILARITY)
002600*                    5 - A DISTANCE-BAND HISTOGRAM OF THE SORTED
002700*                        |A-B| DIFFERENCES THAT MAKE UP TOTAL
002800*                  RETURN CODES: 0 = PROFILED; 4 = THE MASTER IS
002900*                  EMPTY OR FILLS THE 100000-PAIR TABLE (THE
003000*                  PROFILE MAY BE PARTIAL); 16 = THE MASTER
003100*                  COULD NOT BE OPENED.
003125* 2026-10-01  RH   THE HALT AND BOTH RC 4 CONDITIONS ARE ALSO
003150*                  RAISED ON THE SHOP-WIDE ALERT FILE THROUGH
003175*                  AOCALRT FOR THE AOCALRD DIGEST.
003200*---------------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT PRFRPT ASSIGN TO 'PRFRPT'
003700         ORGANIZATION IS LINE SEQUENTIAL.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  PRFRPT.
004200 01  PRF-REC                         PIC X(132).
004300
004400 WORKING-STORAGE SECTION.
004500*---------------------------------------------------------------
004600* ID-LIST WORK TABLES - LOADED BY AOCMSTLD, THEN SORTED IN PLACE
004700*---------------------------------------------------------------
004800     COPY IDLSTWS.
004900 77  WS-MST-RC                       PIC 9(04) VALUE ZERO.
005000
005100*---------------------------------------------------------------
005200* RUNTIME PARAMETER WORK AREA - DD_xxx OVERRIDES WITH SHOP-
005300* STANDARD DEFAULTS, SAME CONVENTION AS DAY01PROC
005400*---------------------------------------------------------------
005500 77  WS-DD-MSTFILE                   PIC X(40) VALUE SPACES.
005600 77  WS-DD-PRFRPT                    PIC X(40) VALUE SPACES.
005700 01  WS-MSTFILE-NAME                 PIC X(40)
005800         VALUE 'data/Dec1Master.dat'.
005900
006000*---------------------------------------------------------------
006100* SORT WORK AREAS - SAME ITERATIVE SHELL SORT AS DAY01PROC'S
006200* 3000-SORT-NUMS (GAP SEQUENCE 1, 4, 13, 40, ...)
006300*---------------------------------------------------------------
006400 77  SRT-GAP                         PIC 9(09) COMP.
006500 77  SRT-J                           PIC 9(09) COMP.
006600 77  SRT-VAL                         PIC 9(07).
006700
006800*---------------------------------------------------------------
006900* DISTINCT-ID TABLES - ONE ENTRY PER DISTINCT ID VALUE ON EACH
007000* SIDE, IN ASCENDING ID ORDER, WITH ITS OCCURRENCE COUNT ON
007100* THAT SIDE AND ON THE OPPOSITE SIDE (ZERO = ONE SIDE ONLY)
007200*---------------------------------------------------------------
007300 77  WS-DA-COUNT                     PIC 9(09) COMP VALUE ZERO.
007400 77  WS-DB-COUNT                     PIC 9(09) COMP VALUE ZERO.
007500 77  WS-DA-SUB                       PIC 9(09) COMP VALUE ZERO.
007600 77  WS-DB-SUB                       PIC 9(09) COMP VALUE ZERO.
007700 01  WS-DA-TABLE.
007800     05  WS-DA-ENTRY OCCURS 100000 TIMES.
007900         10  WS-DA-ID                PIC 9(07).
008000         10  WS-DA-CNT               PIC 9(09) COMP.
008100         10  WS-DA-XCNT              PIC 9(09) COMP.
008200 01  WS-DB-TABLE.
008300     05  WS-DB-ENTRY OCCURS 100000 TIMES.
008400         10  WS-DB-ID                PIC 9(07).
008500         10  WS-DB-CNT               PIC 9(09) COMP.
008600         10  WS-DB-XCNT              PIC 9(09) COMP.
008700
008800*---------------------------------------------------------------
008900* TOP-25 TABLES - SIDE 1 = A, SIDE 2 = B. KEPT IN DESCENDING
009000* OCCURRENCE ORDER AS THE DISTINCT TABLES ARE WALKED; TIES KEEP
009100* THE LOWER ID FIRST. ONLY IDS THAT REPEAT (COUNT > 1) QUALIFY.
009200*---------------------------------------------------------------
009300 77  WS-TOP-LIMIT                    PIC 9(02) COMP VALUE 25.
009400 77  WS-TOP-SIDE                     PIC 9(01) COMP VALUE ZERO.
009500 77  WS-TOP-SUB                      PIC 9(02) COMP VALUE ZERO.
009600 77  WS-CAND-ID                      PIC 9(07).
009700 77  WS-CAND-CNT                     PIC 9(09) COMP.
009800 77  WS-CAND-XCNT                    PIC 9(09) COMP.
009900 01  WS-TOP-TABLE.
010000     05  WS-TOP-SIDE-ENTRY OCCURS 2 TIMES.
010100         10  WS-TOP-USED             PIC 9(02) COMP.
010200         10  WS-TOP-ENTRY OCCURS 25 TIMES.
010300             15  WS-TOP-ID           PIC 9(07).
010400             15  WS-TOP-CNT          PIC 9(09) COMP.
010500             15  WS-TOP-XCNT         PIC 9(09) COMP.
010600
010700*---------------------------------------------------------------
010800* ONE-SIDE-ONLY LISTING - EVERY ONE-SIDED ID IS COUNTED, BUT
010900* ONLY THE FIRST WS-ONLY-LIMIT PER SIDE ARE LISTED BY ID
011000*---------------------------------------------------------------
011100 77  WS-ONLY-LIMIT                   PIC 9(09) COMP VALUE 200.
011200 77  WS-A-ONLY-DISTINCT              PIC 9(09) COMP VALUE ZERO.
011300 77  WS-A-ONLY-OCCURS                PIC 9(09) COMP VALUE ZERO.
011400 77  WS-B-ONLY-DISTINCT              PIC 9(09) COMP VALUE ZERO.
011500 77  WS-B-ONLY-OCCURS                PIC 9(09) COMP VALUE ZERO.
011600 77  WS-ONLY-LISTED                  PIC 9(09) COMP VALUE ZERO.
011700
011800*---------------------------------------------------------------
011900* DISTANCE-BAND HISTOGRAM - BAND 1 IS AN EXACT MATCH, BANDS 2-8
012000* ARE ONE DECIMAL ORDER OF MAGNITUDE EACH UP TO THE 7-DIGIT ID
012100* CEILING
012200*---------------------------------------------------------------
012300 77  WS-BAND-SUB                     PIC 9(01) COMP VALUE ZERO.
012400 77  WS-BAND-MAX                     PIC 9(09) COMP VALUE ZERO.
012500 77  WS-BAR-LEN                      PIC 9(02) COMP VALUE ZERO.
012600 77  WS-DIST                         PIC 9(07) VALUE ZERO.
012700 01  WS-BAND-NAMES.
012800     05  FILLER PIC X(19) VALUE '0 (EXACT MATCH)    '.
012900     05  FILLER PIC X(19) VALUE '1 - 9              '.
013000     05  FILLER PIC X(19) VALUE '10 - 99            '.
013100     05  FILLER PIC X(19) VALUE '100 - 999          '.
013200     05  FILLER PIC X(19) VALUE '1000 - 9999        '.
013300     05  FILLER PIC X(19) VALUE '10000 - 99999      '.
013400     05  FILLER PIC X(19) VALUE '100000 - 999999    '.
013500     05  FILLER PIC X(19) VALUE '1000000 - 9999999  '.
013600 01  WS-BAND-NAME-TABLE REDEFINES WS-BAND-NAMES.
013700     05  WS-BAND-NAME PIC X(19) OCCURS 8 TIMES.
013800 01  WS-BAND-TABLE.
013900     05  WS-BAND-ENTRY OCCURS 8 TIMES.
014000         10  WS-BAND-PAIRS           PIC 9(09) COMP.
014100         10  WS-BAND-DIST            PIC 9(18) COMP.
014200 01  WS-BAR                          PIC X(50) VALUE SPACES.
014300
014400*---------------------------------------------------------------
014500* PROFILE FIGURES - TOTAL AND SIMILARITY FOLLOW DAY01PROC'S
014600* 4000-CALC-TOTAL AND 5000-CALC-SIMILARITY OVER THE SAME PAIRS
014700*---------------------------------------------------------------
014800 77  WS-TOTAL                        PIC 9(18) VALUE ZERO.
014900 77  WS-SIMILARITY                   PIC 9(18) VALUE ZERO.
015000 77  WS-CONTRIB                      PIC 9(18) VALUE ZERO.
015100 77  WS-SHARE                        PIC 9(03)V99 VALUE ZERO.
015200 77  WS-PCT                          PIC 9(03)V99 VALUE ZERO.
015300 77  WS-RETURN-CODE                  PIC 9(04) VALUE ZERO.
015307
015314*---------------------------------------------------------------
015321* OPERATOR ALERT - PASSED TO AOCALRT'S AOCALRTC ENTRY WHEREVER
015328* THIS PROGRAM RAISES A WARNING OR FAILURE (ALRTFD SEVERITIES)
015335*---------------------------------------------------------------
015342 77  WS-ALRT-PROGRAM                 PIC X(08) VALUE 'AOCPROF'.
015349 77  WS-ALRT-RUN-NO                  PIC 9(06) VALUE ZERO.
015356 77  WS-ALRT-SEVERITY                PIC X(01) VALUE SPACE.
015363 77  WS-ALRT-CODE                    PIC X(08) VALUE SPACES.
015370 77  WS-ALRT-TEXT                    PIC X(60) VALUE SPACES.
015377 77  WS-ALRT-RC                      PIC 9(04) VALUE ZERO.
015384 77  WS-ALRT-SAVE-RC                 PIC S9(04) COMP VALUE ZERO.
015400
015500*---------------------------------------------------------------
015600* REPORT EDIT FIELDS
015700*---------------------------------------------------------------
015800 77  WS-EDIT-COUNT                   PIC ZZZZZZZZ9.
015900 77  WS-EDIT-COUNT2                  PIC ZZZZZZZZ9.
016000 77  WS-EDIT-RANK                    PIC Z9.
016100 77  WS-EDIT-ID                      PIC 9(07).
016200 77  WS-EDIT-BIG                     PIC ZZZZZZZZZZZZZZZZZ9.
016300 77  WS-EDIT-PCT                     PIC ZZ9.99.
016400 77  WS-EDIT-PCT2                    PIC ZZ9.99.
016500 01  WS-TODAY.
016600     05  WS-TODAY-YYYY               PIC 9(04).
016700     05  WS-TODAY-MM                 PIC 9(02).
016800     05  WS-TODAY-DD                 PIC 9(02).
016900
017000 PROCEDURE DIVISION.
017100 0000-MAINLINE.
017200     PERFORM 0050-ACCEPT-PARM THRU 0050-ACCEPT-PARM-EXIT.
017300     CALL 'AOCMSTLD' USING ARR-A(1) ARR-B(1) N WS-MST-RC.
017400     IF WS-MST-RC NOT = ZERO
017500         DISPLAY 'AOCPROF HALTED - UNABLE TO OPEN MSTFILE '
017600             WS-MSTFILE-NAME
017612         MOVE ZERO TO WS-ALRT-RUN-NO
017624         MOVE 'C' TO WS-ALRT-SEVERITY
017636         MOVE 'MSTLOAD' TO WS-ALRT-CODE
017648         MOVE SPACES TO WS-ALRT-TEXT
017660         STRING 'MSTFILE NOT OPENED - ' WS-MSTFILE-NAME
017672             DELIMITED BY SIZE INTO WS-ALRT-TEXT
017684         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
017700         MOVE 16 TO RETURN-CODE
017800         STOP RUN
017900     END-IF.
018000     OPEN OUTPUT PRFRPT.
018100     PERFORM 6000-PRINT-HEADING THRU 6000-PRINT-HEADING-EXIT.
018200     IF N = ZERO
018300         MOVE SPACES TO PRF-REC
018400         STRING 'MASTER IS EMPTY - NOTHING TO PROFILE'
018500             DELIMITED BY SIZE INTO PRF-REC
018600         WRITE PRF-REC
018700         MOVE 4 TO WS-RETURN-CODE
018714         MOVE ZERO TO WS-ALRT-RUN-NO
018728         MOVE 'W' TO WS-ALRT-SEVERITY
018742         MOVE 'EMPTYMST' TO WS-ALRT-CODE
018756         MOVE 'MASTER IS EMPTY - NOTHING TO PROFILE'
018770           TO WS-ALRT-TEXT
018784         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
018800         GO TO 0000-CLOSE-OUT
018900     END-IF.
019000     IF N NOT < 100000
019014         MOVE ZERO TO WS-ALRT-RUN-NO
019028         MOVE 'W' TO WS-ALRT-SEVERITY
019042         MOVE 'TABLEFUL' TO WS-ALRT-CODE
019056         MOVE 'PAIR TABLE FULL - PROFILE MAY BE PARTIAL'
019070           TO WS-ALRT-TEXT
019084         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
019100         MOVE 4 TO WS-RETURN-CODE
019200     END-IF.
019300     PERFORM 2000-SORT-SIDES THRU 2000-SORT-SIDES-EXIT.
019400     PERFORM 3000-BUILD-DISTINCT THRU 3000-BUILD-DISTINCT-EXIT.
019500     PERFORM 4000-CALC-FIGURES THRU 4000-CALC-FIGURES-EXIT.
019600     PERFORM 6100-PRINT-COUNTS THRU 6100-PRINT-COUNTS-EXIT.
019700     MOVE 1 TO WS-TOP-SIDE.
019800     PERFORM 6200-PRINT-TOP THRU 6200-PRINT-TOP-EXIT.
019900     MOVE 2 TO WS-TOP-SIDE.
020000     PERFORM 6200-PRINT-TOP THRU 6200-PRINT-TOP-EXIT.
020100     PERFORM 6400-PRINT-ONE-SIDE THRU 6400-PRINT-ONE-SIDE-EXIT.
020200     PERFORM 6500-PRINT-HISTOGRAM THRU 6500-PRINT-HISTOGRAM-EXIT.
020300 0000-CLOSE-OUT.
020400     PERFORM 6900-PRINT-ENDING THRU 6900-PRINT-ENDING-EXIT.
020500     CLOSE PRFRPT.
020600     MOVE WS-RETURN-CODE TO RETURN-CODE.
020700     STOP RUN.
020800
020900*---------------------------------------------------------------
021000* 0050-ACCEPT-PARM - DD_xxx OVERRIDES WITH SHOP-STANDARD
021100*                    DEFAULTS. DD_MSTFILE IS PASSED THROUGH TO
021200*                    AOCMSTLD EXACTLY AS DAY01PROC DOES.
021300*---------------------------------------------------------------
021400 0050-ACCEPT-PARM.
021500     ACCEPT WS-DD-MSTFILE FROM ENVIRONMENT 'DD_MSTFILE'.
021600     IF WS-DD-MSTFILE NOT = SPACES
021700         MOVE WS-DD-MSTFILE TO WS-MSTFILE-NAME
021800     ELSE
021900         SET ENVIRONMENT 'DD_MSTFILE' TO WS-MSTFILE-NAME
022000     END-IF.
022100     ACCEPT WS-DD-PRFRPT FROM ENVIRONMENT 'DD_PRFRPT'.
022200     IF WS-DD-PRFRPT = SPACES
022300         SET ENVIRONMENT 'DD_PRFRPT' TO 'output/Dec1ProfRpt.txt'
022400     END-IF.
022500 0050-ACCEPT-PARM-EXIT.
022600     EXIT.
022700
022800*---------------------------------------------------------------
022900* 2000-SORT-SIDES - ASCENDING IN-PLACE SHELL SORT OF ARR-A(1..N)
023000*                   AND THEN ARR-B(1..N). THE GAP RUNS UP THE 1,
023100*                   4, 13, 40, ... SEQUENCE PAST N AND BACK DOWN,
023200*                   ONE GAPPED INSERTION PASS PER STEP.
023300*---------------------------------------------------------------
023400 2000-SORT-SIDES.
023500     PERFORM 2100-SHELL-SORT-A THRU 2100-SHELL-SORT-A-EXIT.
023600     PERFORM 2200-SHELL-SORT-B THRU 2200-SHELL-SORT-B-EXIT.
023700 2000-SORT-SIDES-EXIT.
023800     EXIT.
023900
024000 2100-SHELL-SORT-A.
024100     MOVE 1 TO SRT-GAP.
024200     PERFORM 2010-RAISE-GAP THRU 2010-RAISE-GAP-EXIT
024300         UNTIL SRT-GAP > N.
024400     PERFORM 2110-GAP-STEP-A THRU 2110-GAP-STEP-A-EXIT
024500         UNTIL SRT-GAP < 1.
024600 2100-SHELL-SORT-A-EXIT.
024700     EXIT.
024800
024900 2010-RAISE-GAP.
025000     COMPUTE SRT-GAP = SRT-GAP * 3 + 1.
025100 2010-RAISE-GAP-EXIT.
025200     EXIT.
025300
025400 2110-GAP-STEP-A.
025500     COMPUTE SRT-GAP = SRT-GAP / 3.
025600     IF SRT-GAP > ZERO
025700         PERFORM 2120-INSERT-ONE-A THRU 2120-INSERT-ONE-A-EXIT
025800             VARYING IND FROM SRT-GAP BY 1 UNTIL IND + 1 > N
025900     END-IF.
026000 2110-GAP-STEP-A-EXIT.
026100     EXIT.
026200
026300 2120-INSERT-ONE-A.
026400     MOVE ARR-A(IND + 1) TO SRT-VAL.
026500     COMPUTE SRT-J = IND + 1.
026600     PERFORM 2130-SHIFT-A THRU 2130-SHIFT-A-EXIT
026700         UNTIL SRT-J <= SRT-GAP
026800            OR ARR-A(SRT-J - SRT-GAP) <= SRT-VAL.
026900     MOVE SRT-VAL TO ARR-A(SRT-J).
027000 2120-INSERT-ONE-A-EXIT.
027100     EXIT.
027200
027300 2130-SHIFT-A.
027400     MOVE ARR-A(SRT-J - SRT-GAP) TO ARR-A(SRT-J).
027500     COMPUTE SRT-J = SRT-J - SRT-GAP.
027600 2130-SHIFT-A-EXIT.
027700     EXIT.
027800
027900*---------------------------------------------------------------
028000* 2200-SHELL-SORT-B - SAME AS 2100-SHELL-SORT-A ABOVE, FOR ARR-B
028100*---------------------------------------------------------------
028200 2200-SHELL-SORT-B.
028300     MOVE 1 TO SRT-GAP.
028400     PERFORM 2010-RAISE-GAP THRU 2010-RAISE-GAP-EXIT
028500         UNTIL SRT-GAP > N.
028600     PERFORM 2210-GAP-STEP-B THRU 2210-GAP-STEP-B-EXIT
028700         UNTIL SRT-GAP < 1.
028800 2200-SHELL-SORT-B-EXIT.
028900     EXIT.
029000
029100 2210-GAP-STEP-B.
029200     COMPUTE SRT-GAP = SRT-GAP / 3.
029300     IF SRT-GAP > ZERO
029400         PERFORM 2220-INSERT-ONE-B THRU 2220-INSERT-ONE-B-EXIT
029500             VARYING IND FROM SRT-GAP BY 1 UNTIL IND + 1 > N
029600     END-IF.
029700 2210-GAP-STEP-B-EXIT.
029800     EXIT.
029900
030000 2220-INSERT-ONE-B.
030100     MOVE ARR-B(IND + 1) TO SRT-VAL.
030200     COMPUTE SRT-J = IND + 1.
030300     PERFORM 2230-SHIFT-B THRU 2230-SHIFT-B-EXIT
030400         UNTIL SRT-J <= SRT-GAP
030500            OR ARR-B(SRT-J - SRT-GAP) <= SRT-VAL.
030600     MOVE SRT-VAL TO ARR-B(SRT-J).
030700 2220-INSERT-ONE-B-EXIT.
030800     EXIT.
030900
031000 2230-SHIFT-B.
031100     MOVE ARR-B(SRT-J - SRT-GAP) TO ARR-B(SRT-J).
031200     COMPUTE SRT-J = SRT-J - SRT-GAP.
031300 2230-SHIFT-B-EXIT.
031400     EXIT.
031500
031600*---------------------------------------------------------------
031700* 3000-BUILD-DISTINCT - COLLAPSE EACH SORTED SIDE INTO ITS
031800*                       DISTINCT-ID TABLE, THEN WALK THE TWO
031900*                       TABLES TOGETHER TO POST EACH ID'S COUNT
032000*                       ON THE OPPOSITE SIDE
032100*---------------------------------------------------------------
032200 3000-BUILD-DISTINCT.
032300     PERFORM 3100-COUNT-ONE-A THRU 3100-COUNT-ONE-A-EXIT
032400         VARYING IND FROM 1 BY 1 UNTIL IND > N.
032500     PERFORM 3200-COUNT-ONE-B THRU 3200-COUNT-ONE-B-EXIT
032600         VARYING IND FROM 1 BY 1 UNTIL IND > N.
032700     MOVE 1 TO WS-DA-SUB.
032800     MOVE 1 TO WS-DB-SUB.
032900     PERFORM 3300-MATCH-STEP THRU 3300-MATCH-STEP-EXIT
033000         UNTIL WS-DA-SUB > WS-DA-COUNT
033100            OR WS-DB-SUB > WS-DB-COUNT.
033200 3000-BUILD-DISTINCT-EXIT.
033300     EXIT.
033400
033500 3100-COUNT-ONE-A.
033600     IF IND = 1 OR ARR-A(IND) NOT = ARR-A(IND - 1)
033700         COMPUTE WS-DA-COUNT = WS-DA-COUNT + 1
033800         MOVE ARR-A(IND) TO WS-DA-ID(WS-DA-COUNT)
033900         MOVE 1 TO WS-DA-CNT(WS-DA-COUNT)
034000         MOVE ZERO TO WS-DA-XCNT(WS-DA-COUNT)
034100     ELSE
034200         COMPUTE WS-DA-CNT(WS-DA-COUNT) =
034300             WS-DA-CNT(WS-DA-COUNT) + 1
034400     END-IF.
034500 3100-COUNT-ONE-A-EXIT.
034600     EXIT.
034700
034800 3200-COUNT-ONE-B.
034900     IF IND = 1 OR ARR-B(IND) NOT = ARR-B(IND - 1)
035000         COMPUTE WS-DB-COUNT = WS-DB-COUNT + 1
035100         MOVE ARR-B(IND) TO WS-DB-ID(WS-DB-COUNT)
035200         MOVE 1 TO WS-DB-CNT(WS-DB-COUNT)
035300         MOVE ZERO TO WS-DB-XCNT(WS-DB-COUNT)
035400     ELSE
035500         COMPUTE WS-DB-CNT(WS-DB-COUNT) =
035600             WS-DB-CNT(WS-DB-COUNT) + 1
035700     END-IF.
035800 3200-COUNT-ONE-B-EXIT.
035900     EXIT.
036000
036100*---------------------------------------------------------------
036200* 3300-MATCH-STEP - ONE STEP OF THE TWO-TABLE MATCH. THE LOWER
036300*                   ID ADVANCES ALONE (ITS OPPOSITE COUNT STAYS
036400*                   ZERO); AN EQUAL ID POSTS BOTH COUNTS ACROSS.
036500*---------------------------------------------------------------
036600 3300-MATCH-STEP.
036700     EVALUATE TRUE
036800         WHEN WS-DA-ID(WS-DA-SUB) < WS-DB-ID(WS-DB-SUB)
036900             COMPUTE WS-DA-SUB = WS-DA-SUB + 1
037000         WHEN WS-DA-ID(WS-DA-SUB) > WS-DB-ID(WS-DB-SUB)
037100             COMPUTE WS-DB-SUB = WS-DB-SUB + 1
037200         WHEN OTHER
037300             MOVE WS-DB-CNT(WS-DB-SUB) TO WS-DA-XCNT(WS-DA-SUB)
037400             MOVE WS-DA-CNT(WS-DA-SUB) TO WS-DB-XCNT(WS-DB-SUB)
037500             COMPUTE WS-DA-SUB = WS-DA-SUB + 1
037600             COMPUTE WS-DB-SUB = WS-DB-SUB + 1
037700     END-EVALUATE.
037800 3300-MATCH-STEP-EXIT.
037900     EXIT.
038000
038100*---------------------------------------------------------------
038200* 4000-CALC-FIGURES - TOTAL AND THE DISTANCE BANDS FROM THE
038300*                     SORTED PAIRS; SIMILARITY, THE ONE-SIDE
038400*                     COUNTS AND THE TOP-25 TABLES FROM THE
038500*                     DISTINCT TABLES
038600*---------------------------------------------------------------
038700 4000-CALC-FIGURES.
038800     INITIALIZE WS-BAND-TABLE.
038900     INITIALIZE WS-TOP-TABLE.
039000     PERFORM 4100-BAND-ONE-PAIR THRU 4100-BAND-ONE-PAIR-EXIT
039100         VARYING IND FROM 1 BY 1 UNTIL IND > N.
039200     MOVE 1 TO WS-TOP-SIDE.
039300     PERFORM 4200-PROFILE-ONE-A THRU 4200-PROFILE-ONE-A-EXIT
039400         VARYING WS-DA-SUB FROM 1 BY 1
039500         UNTIL WS-DA-SUB > WS-DA-COUNT.
039600     MOVE 2 TO WS-TOP-SIDE.
039700     PERFORM 4300-PROFILE-ONE-B THRU 4300-PROFILE-ONE-B-EXIT
039800         VARYING WS-DB-SUB FROM 1 BY 1
039900         UNTIL WS-DB-SUB > WS-DB-COUNT.
040000 4000-CALC-FIGURES-EXIT.
040100     EXIT.
040200
040300 4100-BAND-ONE-PAIR.
040400     IF ARR-A(IND) < ARR-B(IND)
040500         COMPUTE WS-DIST = ARR-B(IND) - ARR-A(IND)
040600     ELSE
040700         COMPUTE WS-DIST = ARR-A(IND) - ARR-B(IND)
040800     END-IF.
040900     COMPUTE WS-TOTAL = WS-TOTAL + WS-DIST.
041000     EVALUATE TRUE
041100         WHEN WS-DIST = ZERO
041200             MOVE 1 TO WS-BAND-SUB
041300         WHEN WS-DIST < 10
041400             MOVE 2 TO WS-BAND-SUB
041500         WHEN WS-DIST < 100
041600             MOVE 3 TO WS-BAND-SUB
041700         WHEN WS-DIST < 1000
041800             MOVE 4 TO WS-BAND-SUB
041900         WHEN WS-DIST < 10000
042000             MOVE 5 TO WS-BAND-SUB
042100         WHEN WS-DIST < 100000
042200             MOVE 6 TO WS-BAND-SUB
042300         WHEN WS-DIST < 1000000
042400             MOVE 7 TO WS-BAND-SUB
042500         WHEN OTHER
042600             MOVE 8 TO WS-BAND-SUB
042700     END-EVALUATE.
042800     COMPUTE WS-BAND-PAIRS(WS-BAND-SUB) =
042900         WS-BAND-PAIRS(WS-BAND-SUB) + 1.
043000     COMPUTE WS-BAND-DIST(WS-BAND-SUB) =
043100         WS-BAND-DIST(WS-BAND-SUB) + WS-DIST.
043200 4100-BAND-ONE-PAIR-EXIT.
043300     EXIT.
043400
043500*---------------------------------------------------------------
043600* 4200-PROFILE-ONE-A - ONE DISTINCT A-SIDE ID. ITS SIMILARITY
043700*                      CONTRIBUTION IS ID X A-COUNT X B-COUNT,
043800*                      WHICH SUMS TO DAY01PROC'S SIMILARITY.
043900*---------------------------------------------------------------
044000 4200-PROFILE-ONE-A.
044100     COMPUTE WS-SIMILARITY = WS-SIMILARITY
044200         + WS-DA-ID(WS-DA-SUB) * WS-DA-CNT(WS-DA-SUB)
044300                               * WS-DA-XCNT(WS-DA-SUB).
044400     IF WS-DA-XCNT(WS-DA-SUB) = ZERO
044500         COMPUTE WS-A-ONLY-DISTINCT = WS-A-ONLY-DISTINCT + 1
044600         COMPUTE WS-A-ONLY-OCCURS =
044700             WS-A-ONLY-OCCURS + WS-DA-CNT(WS-DA-SUB)
044800     END-IF.
044900     IF WS-DA-CNT(WS-DA-SUB) > 1
045000         MOVE WS-DA-ID(WS-DA-SUB) TO WS-CAND-ID
045100         MOVE WS-DA-CNT(WS-DA-SUB) TO WS-CAND-CNT
045200         MOVE WS-DA-XCNT(WS-DA-SUB) TO WS-CAND-XCNT
045300         PERFORM 4500-RANK-CANDIDATE THRU 4500-RANK-CANDIDATE-EXIT
045400     END-IF.
045500 4200-PROFILE-ONE-A-EXIT.
045600     EXIT.
045700
045800 4300-PROFILE-ONE-B.
045900     IF WS-DB-XCNT(WS-DB-SUB) = ZERO
046000         COMPUTE WS-B-ONLY-DISTINCT = WS-B-ONLY-DISTINCT + 1
046100         COMPUTE WS-B-ONLY-OCCURS =
046200             WS-B-ONLY-OCCURS + WS-DB-CNT(WS-DB-SUB)
046300     END-IF.
046400     IF WS-DB-CNT(WS-DB-SUB) > 1
046500         MOVE WS-DB-ID(WS-DB-SUB) TO WS-CAND-ID
046600         MOVE WS-DB-CNT(WS-DB-SUB) TO WS-CAND-CNT
046700         MOVE WS-DB-XCNT(WS-DB-SUB) TO WS-CAND-XCNT
046800         PERFORM 4500-RANK-CANDIDATE THRU 4500-RANK-CANDIDATE-EXIT
046900     END-IF.
047000 4300-PROFILE-ONE-B-EXIT.
047100     EXIT.
047200
047300*---------------------------------------------------------------
047400* 4500-RANK-CANDIDATE - PLACE THE CANDIDATE ID IN THE TOP-25
047500*                       TABLE FOR WS-TOP-SIDE IF IT BEATS THE
047600*                       LAST ENTRY (OR THE TABLE IS NOT FULL).
047700*                       ENTRIES WITH A LOWER COUNT SHIFT DOWN ONE
047800*                       AND A FULL TABLE DROPS ITS LAST ENTRY.
047900*---------------------------------------------------------------
048000 4500-RANK-CANDIDATE.
048100     IF WS-TOP-USED(WS-TOP-SIDE) < WS-TOP-LIMIT
048200         COMPUTE WS-TOP-USED(WS-TOP-SIDE) =
048300             WS-TOP-USED(WS-TOP-SIDE) + 1
048400         MOVE WS-TOP-USED(WS-TOP-SIDE) TO WS-TOP-SUB
048500     ELSE
048600         IF WS-CAND-CNT NOT >
048700                WS-TOP-CNT(WS-TOP-SIDE, WS-TOP-LIMIT)
048800             GO TO 4500-RANK-CANDIDATE-EXIT
048900         END-IF
049000         MOVE WS-TOP-LIMIT TO WS-TOP-SUB
049100     END-IF.
049200     PERFORM 4510-SHIFT-TOP THRU 4510-SHIFT-TOP-EXIT
049300         UNTIL WS-TOP-SUB = 1
049400            OR WS-TOP-CNT(WS-TOP-SIDE, WS-TOP-SUB - 1)
049500                   NOT < WS-CAND-CNT.
049600     MOVE WS-CAND-ID TO WS-TOP-ID(WS-TOP-SIDE, WS-TOP-SUB).
049700     MOVE WS-CAND-CNT TO WS-TOP-CNT(WS-TOP-SIDE, WS-TOP-SUB).
049800     MOVE WS-CAND-XCNT TO WS-TOP-XCNT(WS-TOP-SIDE, WS-TOP-SUB).
049900 4500-RANK-CANDIDATE-EXIT.
050000     EXIT.
050100
050200 4510-SHIFT-TOP.
050300     MOVE WS-TOP-ENTRY(WS-TOP-SIDE, WS-TOP-SUB - 1)
050400       TO WS-TOP-ENTRY(WS-TOP-SIDE, WS-TOP-SUB).
050500     COMPUTE WS-TOP-SUB = WS-TOP-SUB - 1.
050600 4510-SHIFT-TOP-EXIT.
050700     EXIT.
050800
050900*---------------------------------------------------------------
051000* 6000-PRINT-HEADING - REPORT TITLE, RUN DATE AND MASTER NAME
051100*---------------------------------------------------------------
051200 6000-PRINT-HEADING.
051300     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
051400     MOVE SPACES TO PRF-REC.
051500     STRING 'DAY 1 ID MASTER PROFILE REPORT'
051600         DELIMITED BY SIZE INTO PRF-REC.
051700     WRITE PRF-REC.
051800     MOVE SPACES TO PRF-REC.
051900     STRING 'RUN DATE    : '    DELIMITED BY SIZE
052000            WS-TODAY-MM         DELIMITED BY SIZE
052100            '/'                 DELIMITED BY SIZE
052200            WS-TODAY-DD         DELIMITED BY SIZE
052300            '/'                 DELIMITED BY SIZE
052400            WS-TODAY-YYYY       DELIMITED BY SIZE
052500            INTO PRF-REC.
052600     WRITE PRF-REC.
052700     MOVE SPACES TO PRF-REC.
052800     STRING 'MASTER      : '    DELIMITED BY SIZE
052900            WS-MSTFILE-NAME     DELIMITED BY SIZE
053000            INTO PRF-REC.
053100     WRITE PRF-REC.
053200     MOVE SPACES TO PRF-REC.
053300     WRITE PRF-REC.
053400 6000-PRINT-HEADING-EXIT.
053500     EXIT.
053600
053700*---------------------------------------------------------------
053800* 6100-PRINT-COUNTS - SECTION 1: ID COUNTS AND THE FIGURES
053900*---------------------------------------------------------------
054000 6100-PRINT-COUNTS.
054100     MOVE SPACES TO PRF-REC.
054200     STRING '1. ID COUNTS                       A-SIDE     B-SIDE'
054300         DELIMITED BY SIZE INTO PRF-REC.
054400     WRITE PRF-REC.
054500     MOVE N TO WS-EDIT-COUNT.
054600     MOVE N TO WS-EDIT-COUNT2.
054700     MOVE SPACES TO PRF-REC.
054800     STRING '   IDS ON MASTER              : ' DELIMITED BY SIZE
054900            WS-EDIT-COUNT                       DELIMITED BY SIZE
055000            '  '                                DELIMITED BY SIZE
055100            WS-EDIT-COUNT2                      DELIMITED BY SIZE
055200            INTO PRF-REC.
055300     WRITE PRF-REC.
055400     MOVE WS-DA-COUNT TO WS-EDIT-COUNT.
055500     MOVE WS-DB-COUNT TO WS-EDIT-COUNT2.
055600     MOVE SPACES TO PRF-REC.
055700     STRING '   DISTINCT IDS               : ' DELIMITED BY SIZE
055800            WS-EDIT-COUNT                       DELIMITED BY SIZE
055900            '  '                                DELIMITED BY SIZE
056000            WS-EDIT-COUNT2                      DELIMITED BY SIZE
056100            INTO PRF-REC.
056200     WRITE PRF-REC.
056300     MOVE WS-A-ONLY-DISTINCT TO WS-EDIT-COUNT.
056400     MOVE WS-B-ONLY-DISTINCT TO WS-EDIT-COUNT2.
056500     MOVE SPACES TO PRF-REC.
056600     STRING '   DISTINCT IDS ON ONE SIDE   : ' DELIMITED BY SIZE
056700            WS-EDIT-COUNT                       DELIMITED BY SIZE
056800            '  '                                DELIMITED BY SIZE
056900            WS-EDIT-COUNT2                      DELIMITED BY SIZE
057000            INTO PRF-REC.
057100     WRITE PRF-REC.
057200     MOVE WS-TOTAL TO WS-EDIT-BIG.
057300     MOVE SPACES TO PRF-REC.
057400     STRING '   TOTAL (SUM OF |A-B|)       : ' DELIMITED BY SIZE
057500            WS-EDIT-BIG                         DELIMITED BY SIZE
057600            INTO PRF-REC.
057700     WRITE PRF-REC.
057800     MOVE WS-SIMILARITY TO WS-EDIT-BIG.
057900     MOVE SPACES TO PRF-REC.
058000     STRING '   SIMILARITY                 : ' DELIMITED BY SIZE
058100            WS-EDIT-BIG                         DELIMITED BY SIZE
058200            INTO PRF-REC.
058300     WRITE PRF-REC.
058400     IF N NOT < 100000
058500         MOVE SPACES TO PRF-REC
058600         STRING '   MASTER FILLS THE 100000-PAIR TABLE - PAIRS '
058700                'BEYOND IT ARE NOT PROFILED'
058800             DELIMITED BY SIZE INTO PRF-REC
058900         WRITE PRF-REC
059000     END-IF.
059100     MOVE SPACES TO PRF-REC.
059200     WRITE PRF-REC.
059300 6100-PRINT-COUNTS-EXIT.
059400     EXIT.
059500
059600*---------------------------------------------------------------
059700* 6200-PRINT-TOP - SECTIONS 2 AND 3: THE TOP-25 TABLE FOR
059800*                  WS-TOP-SIDE WITH EACH ID'S SHARE OF SIMILARITY
059900*---------------------------------------------------------------
060000 6200-PRINT-TOP.
060100     MOVE SPACES TO PRF-REC.
060200     IF WS-TOP-SIDE = 1
060300         STRING '2. TOP 25 MOST-REPEATED A-SIDE IDS'
060400             DELIMITED BY SIZE INTO PRF-REC
060500     ELSE
060600         STRING '3. TOP 25 MOST-REPEATED B-SIDE IDS'
060700             DELIMITED BY SIZE INTO PRF-REC
060800     END-IF.
060900     WRITE PRF-REC.
061000     IF WS-TOP-USED(WS-TOP-SIDE) = ZERO
061100         MOVE SPACES TO PRF-REC
061200         STRING '   NO ID REPEATS ON THIS SIDE'
061300             DELIMITED BY SIZE INTO PRF-REC
061400         WRITE PRF-REC
061500     ELSE
061600         MOVE SPACES TO PRF-REC
061700         STRING '  RANK   ID       THIS SIDE  OTHER SIDE'
061800                '    SIMILARITY CONTRIB   SHARE %'
061900             DELIMITED BY SIZE INTO PRF-REC
062000         WRITE PRF-REC
062100         PERFORM 6210-PRINT-ONE-TOP THRU 6210-PRINT-ONE-TOP-EXIT
062200             VARYING WS-TOP-SUB FROM 1 BY 1
062300             UNTIL WS-TOP-SUB > WS-TOP-USED(WS-TOP-SIDE)
062400     END-IF.
062500     MOVE SPACES TO PRF-REC.
062600     WRITE PRF-REC.
062700 6200-PRINT-TOP-EXIT.
062800     EXIT.
062900
063000 6210-PRINT-ONE-TOP.
063100     COMPUTE WS-CONTRIB =
063200         WS-TOP-ID(WS-TOP-SIDE, WS-TOP-SUB)
063300             * WS-TOP-CNT(WS-TOP-SIDE, WS-TOP-SUB)
063400             * WS-TOP-XCNT(WS-TOP-SIDE, WS-TOP-SUB).
063500     IF WS-SIMILARITY > ZERO
063600         COMPUTE WS-SHARE ROUNDED =
063700             WS-CONTRIB * 100 / WS-SIMILARITY
063800     ELSE
063900         MOVE ZERO TO WS-SHARE
064000     END-IF.
064100     MOVE WS-TOP-SUB TO WS-EDIT-RANK.
064200     MOVE WS-TOP-ID(WS-TOP-SIDE, WS-TOP-SUB) TO WS-EDIT-ID.
064300     MOVE WS-TOP-CNT(WS-TOP-SIDE, WS-TOP-SUB) TO WS-EDIT-COUNT.
064400     MOVE WS-TOP-XCNT(WS-TOP-SIDE, WS-TOP-SUB) TO WS-EDIT-COUNT2.
064500     MOVE WS-CONTRIB TO WS-EDIT-BIG.
064600     MOVE WS-SHARE TO WS-EDIT-PCT.
064700     MOVE SPACES TO PRF-REC.
064800     STRING '   '               DELIMITED BY SIZE
064900            WS-EDIT-RANK        DELIMITED BY SIZE
065000            '    '              DELIMITED BY SIZE
065100            WS-EDIT-ID          DELIMITED BY SIZE
065200            '  '                DELIMITED BY SIZE
065300            WS-EDIT-COUNT       DELIMITED BY SIZE
065400            '   '               DELIMITED BY SIZE
065500            WS-EDIT-COUNT2      DELIMITED BY SIZE
065600            '    '              DELIMITED BY SIZE
065700            WS-EDIT-BIG         DELIMITED BY SIZE
065800            '    '              DELIMITED BY SIZE
065900            WS-EDIT-PCT         DELIMITED BY SIZE
066000            INTO PRF-REC.
066100     WRITE PRF-REC.
066200 6210-PRINT-ONE-TOP-EXIT.
066300     EXIT.
066400
066500*---------------------------------------------------------------
066600* 6400-PRINT-ONE-SIDE - SECTION 4: IDS THAT NEVER APPEAR ON THE
066700*                       OPPOSITE SIDE. THE COUNTS COVER THEM
066800*                       ALL; THE LISTING STOPS AT WS-ONLY-LIMIT
066900*                       IDS PER SIDE.
067000*---------------------------------------------------------------
067100 6400-PRINT-ONE-SIDE.
067200     MOVE SPACES TO PRF-REC.
067300     STRING '4. IDS ON ONE SIDE ONLY (NO SIMILARITY CONTRIBUTION)'
067400         DELIMITED BY SIZE INTO PRF-REC.
067500     WRITE PRF-REC.
067600     MOVE WS-A-ONLY-DISTINCT TO WS-EDIT-COUNT.
067700     MOVE WS-A-ONLY-OCCURS TO WS-EDIT-COUNT2.
067800     MOVE SPACES TO PRF-REC.
067900     STRING '   A-SIDE ONLY : ' DELIMITED BY SIZE
068000            WS-EDIT-COUNT       DELIMITED BY SIZE
068100            ' DISTINCT IDS, '   DELIMITED BY SIZE
068200            WS-EDIT-COUNT2      DELIMITED BY SIZE
068300            ' OCCURRENCES'      DELIMITED BY SIZE
068400            INTO PRF-REC.
068500     WRITE PRF-REC.
068600     MOVE ZERO TO WS-ONLY-LISTED.
068700     PERFORM 6410-LIST-ONE-A THRU 6410-LIST-ONE-A-EXIT
068800         VARYING WS-DA-SUB FROM 1 BY 1
068900         UNTIL WS-DA-SUB > WS-DA-COUNT.
069000     IF WS-A-ONLY-DISTINCT > WS-ONLY-LISTED
069100         PERFORM 6430-PRINT-NOT-LISTED
069200             THRU 6430-PRINT-NOT-LISTED-EXIT
069300     END-IF.
069400     MOVE WS-B-ONLY-DISTINCT TO WS-EDIT-COUNT.
069500     MOVE WS-B-ONLY-OCCURS TO WS-EDIT-COUNT2.
069600     MOVE SPACES TO PRF-REC.
069700     STRING '   B-SIDE ONLY : ' DELIMITED BY SIZE
069800            WS-EDIT-COUNT       DELIMITED BY SIZE
069900            ' DISTINCT IDS, '   DELIMITED BY SIZE
070000            WS-EDIT-COUNT2      DELIMITED BY SIZE
070100            ' OCCURRENCES'      DELIMITED BY SIZE
070200            INTO PRF-REC.
070300     WRITE PRF-REC.
070400     MOVE ZERO TO WS-ONLY-LISTED.
070500     PERFORM 6420-LIST-ONE-B THRU 6420-LIST-ONE-B-EXIT
070600         VARYING WS-DB-SUB FROM 1 BY 1
070700         UNTIL WS-DB-SUB > WS-DB-COUNT.
070800     IF WS-B-ONLY-DISTINCT > WS-ONLY-LISTED
070900         PERFORM 6430-PRINT-NOT-LISTED
071000             THRU 6430-PRINT-NOT-LISTED-EXIT
071100     END-IF.
071200     MOVE SPACES TO PRF-REC.
071300     WRITE PRF-REC.
071400 6400-PRINT-ONE-SIDE-EXIT.
071500     EXIT.
071600
071700 6410-LIST-ONE-A.
071800     IF WS-DA-XCNT(WS-DA-SUB) NOT = ZERO
071900        OR WS-ONLY-LISTED NOT < WS-ONLY-LIMIT
072000         GO TO 6410-LIST-ONE-A-EXIT
072100     END-IF.
072200     COMPUTE WS-ONLY-LISTED = WS-ONLY-LISTED + 1.
072300     MOVE WS-DA-ID(WS-DA-SUB) TO WS-EDIT-ID.
072400     MOVE WS-DA-CNT(WS-DA-SUB) TO WS-EDIT-COUNT.
072500     MOVE SPACES TO PRF-REC.
072600     STRING '      ID '         DELIMITED BY SIZE
072700            WS-EDIT-ID          DELIMITED BY SIZE
072800            '  OCCURS '         DELIMITED BY SIZE
072900            WS-EDIT-COUNT       DELIMITED BY SIZE
073000            INTO PRF-REC.
073100     WRITE PRF-REC.
073200 6410-LIST-ONE-A-EXIT.
073300     EXIT.
073400
073500 6420-LIST-ONE-B.
073600     IF WS-DB-XCNT(WS-DB-SUB) NOT = ZERO
073700        OR WS-ONLY-LISTED NOT < WS-ONLY-LIMIT
073800         GO TO 6420-LIST-ONE-B-EXIT
073900     END-IF.
074000     COMPUTE WS-ONLY-LISTED = WS-ONLY-LISTED + 1.
074100     MOVE WS-DB-ID(WS-DB-SUB) TO WS-EDIT-ID.
074200     MOVE WS-DB-CNT(WS-DB-SUB) TO WS-EDIT-COUNT.
074300     MOVE SPACES TO PRF-REC.
074400     STRING '      ID '         DELIMITED BY SIZE
074500            WS-EDIT-ID          DELIMITED BY SIZE
074600            '  OCCURS '         DELIMITED BY SIZE
074700            WS-EDIT-COUNT       DELIMITED BY SIZE
074800            INTO PRF-REC.
074900     WRITE PRF-REC.
075000 6420-LIST-ONE-B-EXIT.
075100     EXIT.
075200
075300 6430-PRINT-NOT-LISTED.
075400     MOVE WS-ONLY-LIMIT TO WS-EDIT-COUNT.
075500     MOVE SPACES TO PRF-REC.
075600     STRING '      ... LISTING STOPS AT THE FIRST '
075700                                DELIMITED BY SIZE
075800            WS-EDIT-COUNT       DELIMITED BY SIZE
075900            ' IDS'              DELIMITED BY SIZE
076000            INTO PRF-REC.
076100     WRITE PRF-REC.
076200 6430-PRINT-NOT-LISTED-EXIT.
076300     EXIT.
076400
076500*---------------------------------------------------------------
076600* 6500-PRINT-HISTOGRAM - SECTION 5: PAIRS AND SUMMED DISTANCE
076700*                        PER BAND, WITH EACH BAND'S SHARE OF THE
076800*                        PAIRS AND OF TOTAL AND A BAR SCALED TO
076900*                        THE FULLEST BAND
077000*---------------------------------------------------------------
077100 6500-PRINT-HISTOGRAM.
077200     MOVE SPACES TO PRF-REC.
077300     STRING '5. DISTANCE-BAND HISTOGRAM OF SORTED |A-B| '
077400            'DIFFERENCES'
077500         DELIMITED BY SIZE INTO PRF-REC.
077600     WRITE PRF-REC.
077700     MOVE SPACES TO PRF-REC.
077800     STRING '   DISTANCE BAND          PAIRS  PAIR %'
077900            '    SUM OF DISTANCES TOTAL %'
078000         DELIMITED BY SIZE INTO PRF-REC.
078100     WRITE PRF-REC.
078200     MOVE ZERO TO WS-BAND-MAX.
078300     PERFORM 6510-FIND-BAND-MAX THRU 6510-FIND-BAND-MAX-EXIT
078400         VARYING WS-BAND-SUB FROM 1 BY 1 UNTIL WS-BAND-SUB > 8.
078500     PERFORM 6520-PRINT-ONE-BAND THRU 6520-PRINT-ONE-BAND-EXIT
078600         VARYING WS-BAND-SUB FROM 1 BY 1 UNTIL WS-BAND-SUB > 8.
078700     MOVE SPACES TO PRF-REC.
078800     WRITE PRF-REC.
078900 6500-PRINT-HISTOGRAM-EXIT.
079000     EXIT.
079100
079200 6510-FIND-BAND-MAX.
079300     IF WS-BAND-PAIRS(WS-BAND-SUB) > WS-BAND-MAX
079400         MOVE WS-BAND-PAIRS(WS-BAND-SUB) TO WS-BAND-MAX
079500     END-IF.
079600 6510-FIND-BAND-MAX-EXIT.
079700     EXIT.
079800
079900 6520-PRINT-ONE-BAND.
080000     COMPUTE WS-PCT ROUNDED =
080100         WS-BAND-PAIRS(WS-BAND-SUB) * 100 / N.
080200     MOVE WS-PCT TO WS-EDIT-PCT.
080300     IF WS-TOTAL > ZERO
080400         COMPUTE WS-SHARE ROUNDED =
080500             WS-BAND-DIST(WS-BAND-SUB) * 100 / WS-TOTAL
080600     ELSE
080700         MOVE ZERO TO WS-SHARE
080800     END-IF.
080900     MOVE WS-SHARE TO WS-EDIT-PCT2.
081000     MOVE SPACES TO WS-BAR.
081100     MOVE ZERO TO WS-BAR-LEN.
081200     IF WS-BAND-MAX > ZERO
081300         COMPUTE WS-BAR-LEN =
081400             WS-BAND-PAIRS(WS-BAND-SUB) * 50 / WS-BAND-MAX
081500     END-IF.
081600     IF WS-BAR-LEN = ZERO AND WS-BAND-PAIRS(WS-BAND-SUB) > ZERO
081700         MOVE 1 TO WS-BAR-LEN
081800     END-IF.
081900     IF WS-BAR-LEN > ZERO
082000         MOVE ALL '*' TO WS-BAR(1:WS-BAR-LEN)
082100     END-IF.
082200     MOVE WS-BAND-PAIRS(WS-BAND-SUB) TO WS-EDIT-COUNT.
082300     MOVE WS-BAND-DIST(WS-BAND-SUB) TO WS-EDIT-BIG.
082400     MOVE SPACES TO PRF-REC.
082500     STRING '   '                       DELIMITED BY SIZE
082600            WS-BAND-NAME(WS-BAND-SUB)   DELIMITED BY SIZE
082700            WS-EDIT-COUNT               DELIMITED BY SIZE
082800            '  '                        DELIMITED BY SIZE
082900            WS-EDIT-PCT                 DELIMITED BY SIZE
083000            '  '                        DELIMITED BY SIZE
083100            WS-EDIT-BIG                 DELIMITED BY SIZE
083200            '  '                        DELIMITED BY SIZE
083300            WS-EDIT-PCT2                DELIMITED BY SIZE
083400            '  '                        DELIMITED BY SIZE
083500            WS-BAR                      DELIMITED BY SIZE
083600            INTO PRF-REC.
083700     WRITE PRF-REC.
083800 6520-PRINT-ONE-BAND-EXIT.
083900     EXIT.
084000
084100*---------------------------------------------------------------
084200* 6900-PRINT-ENDING - RETURN CODE LINE
084300*---------------------------------------------------------------
084400 6900-PRINT-ENDING.
084500     MOVE SPACES TO PRF-REC.
084600     IF WS-RETURN-CODE = ZERO
084700         STRING 'ENDING WITH RETURN CODE 0 - MASTER PROFILED'
084800             DELIMITED BY SIZE INTO PRF-REC
084900     ELSE
085000         STRING 'ENDING WITH RETURN CODE 4 - PROFILE IS EMPTY OR '
085100                'PARTIAL'
085200             DELIMITED BY SIZE INTO PRF-REC
085300     END-IF.
085400     WRITE PRF-REC.
085500 6900-PRINT-ENDING-EXIT.
085600     EXIT.
085700
085800*---------------------------------------------------------------
085900* 9800-RAISE-ALERT - WRITE WS-ALRT-SEVERITY/CODE/TEXT TO THE
086000*                    SHOP-WIDE ALERT FILE THROUGH AOCALRT. THE
086100*                    RC IS NOT ACTED ON - AN ALERT THAT CANNOT
086200*                    BE WRITTEN IS ON THE JOB LOG INSTEAD, AND
086300*                    MUST NOT CHANGE HOW THIS RUN ENDS, SO THE
086400*                    RETURN-CODE THE CALL CLOBBERS IS PUT BACK.
086500*---------------------------------------------------------------
086600 9800-RAISE-ALERT.
086700     MOVE RETURN-CODE TO WS-ALRT-SAVE-RC.
086800     CALL 'AOCALRTC' USING WS-ALRT-PROGRAM WS-ALRT-RUN-NO
086900                           WS-ALRT-SEVERITY WS-ALRT-CODE
087000                           WS-ALRT-TEXT WS-ALRT-RC.
087100     MOVE WS-ALRT-SAVE-RC TO RETURN-CODE.
087200 9800-RAISE-ALERT-EXIT.
087300     EXIT.
