000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AOCMSTV IS INITIAL PROGRAM.
000300 AUTHOR. R-HENDRICKS.
000400 INSTALLATION. DATA-PROC-BATCH-CTR.
000500 DATE-WRITTEN. 2026-09-28.
000600 DATE-COMPILED.
000700*---------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*---------------------------------------------------------------
001000* 2026-09-28  RH   ORIGINAL CODING - ID MASTER INTEGRITY PROOF.
001100*                  READS THE KEYED ID-PAIR MASTER (COPYBOOK
001200*                  IDMSTFD) END TO END IN KEY ORDER AND PROVES
001300*                  THE PAIRS AGAINST THE CONTROL RECORD UNDER
001400*                  PAIR ZERO THAT AOCMSTM MAINTAINS ON EVERY
001500*                  APPLY AND AOCMSTRB WRITES ON A REBUILD: THE
001600*                  PAIR COUNT AND THE HASH TOTALS OF MST-A-ID AND
001700*                  MST-B-ID FOUND ON THE FILE MUST EQUAL THE
001800*                  ONES RECORDED, AND THE RECORD MUST NOT BE LEFT
001900*                  IN UPDATE BY A RUN THAT DIED PART-WAY. IT ALSO
002000*                  LISTS GAPS IN THE PAIR NUMBERS (THE EXTRACT
002100*                  NUMBERS PAIRS FROM 1 WITH NO HOLES) AND PAIRS
002200*                  WHOSE A AND B IDS BOTH REPEAT ANOTHER PAIR'S.
002300*                  THE PROOF GOES TO VFYRPT. RUN STANDALONE, OR
002400*                  CALLED THROUGH THE AOCMSTVC ENTRY BY DAY01PROC
002500*                  BEFORE ITS MASTER MODE LOADS THE MASTER.
002600*                  RETURN CODES: 0 = PROVED; 4 = PROVED, BUT WITH
002700*                  GAPS OR DUPLICATE PAIRS LISTED (OR MORE PAIRS
002800*                  THAN THE DUPLICATE CHECK'S 100000-ENTRY TABLE);
002900*                  8 = NOT PROVED - NO CONTROL RECORD, CONTROL
003000*                  RECORD STILL IN UPDATE, COUNT OR HASH TOTAL
003100*                  DISAGREES, OR A PAIR WITH AN UNREADABLE ID;
003200*                  16 = THE MASTER COULD NOT BE OPENED.
003220* 2026-10-01  RH   A FAILED PROOF (RC 8), A PROOF WITH GAPS OR
003240*                  DUPLICATES (RC 4) AND THE RC 16 HALT ARE ALSO
003260*                  RAISED ON THE SHOP-WIDE ALERT FILE THROUGH
003280*                  AOCALRT FOR THE AOCALRD DIGEST.
003300*---------------------------------------------------------------
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT MSTFILE ASSIGN TO 'MSTFILE'
003800         ORGANIZATION IS INDEXED
003900         ACCESS IS SEQUENTIAL
004000         RECORD KEY IS MST-PAIR-NO
004100         FILE STATUS IS WS-MST-STATUS.
004200
004300     SELECT VFYRPT ASSIGN TO 'VFYRPT'
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  MSTFILE.
004900     COPY IDMSTFD.
005000
005100 FD  VFYRPT.
005200 01  VFY-REC                         PIC X(132).
005300
005400 WORKING-STORAGE SECTION.
005500 77  WS-MST-STATUS                   PIC X(02) VALUE '00'.
005600 77  WS-MST-EOF-SW                   PIC X(01) VALUE 'N'.
005700     88  MST-EOF                     VALUE 'Y'.
005800
005900*---------------------------------------------------------------
006000* RUNTIME PARAMETER WORK AREA - DD_xxx OVERRIDES WITH SHOP-
006100* STANDARD DEFAULTS, SAME CONVENTION AS DAY01PROC
006200*---------------------------------------------------------------
006300 77  WS-DD-MSTFILE                   PIC X(40) VALUE SPACES.
006400 77  WS-DD-VFYRPT                    PIC X(40) VALUE SPACES.
006500 01  WS-MSTFILE-NAME                 PIC X(40)
006600         VALUE 'data/Dec1Master.dat'.
006700
006800*---------------------------------------------------------------
006900* CONTROL RECORD AS FOUND UNDER PAIR ZERO - THE EXPECTED FIGURES
007000*---------------------------------------------------------------
007100 77  WS-CTL-FOUND-SW                 PIC X(01) VALUE 'N'.
007200     88  CTL-FOUND                   VALUE 'Y'.
007300 77  WS-CTL-BAD-TAG-SW               PIC X(01) VALUE 'N'.
007400     88  CTL-BAD-TAG                 VALUE 'Y'.
007500 77  WS-CTL-STATE                    PIC X(01) VALUE SPACE.
007600     88  CTL-COMPLETE                VALUE 'C'.
007700 77  WS-EXP-COUNT                    PIC 9(09) VALUE ZERO.
007800 77  WS-EXP-HASH-A                   PIC 9(15) VALUE ZERO.
007900 77  WS-EXP-HASH-B                   PIC 9(15) VALUE ZERO.
008000 77  WS-CTL-JRN-DATE                 PIC X(08) VALUE SPACES.
008100 77  WS-CTL-JRN-TIME                 PIC X(06) VALUE SPACES.
008200 77  WS-CTL-JRN-TRN-NO               PIC 9(09) VALUE ZERO.
008300 77  WS-CTL-UPD-DATE                 PIC X(08) VALUE SPACES.
008400 77  WS-CTL-UPD-TIME                 PIC X(06) VALUE SPACES.
008500 77  WS-CTL-UPD-PGM                  PIC X(08) VALUE SPACES.
008600
008700*---------------------------------------------------------------
008800* FIGURES FOUND ON THE FILE
008900*---------------------------------------------------------------
009000 77  WS-FND-COUNT                    PIC 9(09) VALUE ZERO.
009100 77  WS-FND-HASH-A                   PIC 9(15) VALUE ZERO.
009200 77  WS-FND-HASH-B                   PIC 9(15) VALUE ZERO.
009300 77  WS-BAD-COUNT                    PIC 9(09) VALUE ZERO.
009400
009500*---------------------------------------------------------------
009600* PAIR-NUMBER GAP WORK AREAS - EVERY MISSING PAIR NUMBER IS
009700* COUNTED, BUT ONLY THE FIRST WS-LIST-LIMIT RANGES ARE KEPT FOR
009800* THE LISTING
009900*---------------------------------------------------------------
010000 77  WS-LIST-LIMIT                   PIC 9(09) COMP VALUE 200.
010100 77  WS-EXPECT-PAIR                  PIC 9(09) VALUE 1.
010200 77  WS-GAP-RANGES                   PIC 9(09) VALUE ZERO.
010300 77  WS-GAP-MISSING                  PIC 9(09) VALUE ZERO.
010400 77  WS-GAP-USED                     PIC 9(09) COMP VALUE ZERO.
010500 77  WS-GAP-SUB                      PIC 9(09) COMP VALUE ZERO.
010600 01  WS-GAP-TABLE.
010700     05  WS-GAP-ENTRY OCCURS 200 TIMES.
010800         10  WS-GAP-FROM             PIC 9(09).
010900         10  WS-GAP-TO               PIC 9(09).
011000
011100*---------------------------------------------------------------
011200* DUPLICATE-PAIR WORK TABLE - ONE ENTRY PER READABLE PAIR, SORTED
011300* ON THE WHOLE ENTRY (A ID, B ID, PAIR NUMBER) SO REPEATS OF THE
011400* SAME TWO IDS LAND NEXT TO EACH OTHER, LOWEST PAIR NUMBER FIRST.
011500* SAME ITERATIVE SHELL SORT AS DAY01PROC'S 3000-SORT-NUMS (GAP
011600* SEQUENCE 1, 4, 13, 40, ...)
011700*---------------------------------------------------------------
011800 77  WS-DUP-USED                     PIC 9(09) COMP VALUE ZERO.
011900 77  WS-DUP-SUB                      PIC 9(09) COMP VALUE ZERO.
012000 77  WS-DUP-FIRST                    PIC 9(09) COMP VALUE ZERO.
012100 77  WS-DUP-COUNT                    PIC 9(09) VALUE ZERO.
012200 77  WS-DUP-LISTED                   PIC 9(09) COMP VALUE ZERO.
012300 77  WS-DUP-OVERFLOW-SW              PIC X(01) VALUE 'N'.
012400     88  DUP-OVERFLOW                VALUE 'Y'.
012500 01  WS-DUP-TABLE.
012600     05  WS-DUP-ENTRY OCCURS 100000 TIMES.
012700         10  WS-DUP-A                PIC 9(07).
012800         10  WS-DUP-B                PIC 9(07).
012900         10  WS-DUP-PAIR             PIC 9(09).
013000 01  SRT-HOLD.
013100     05  SRT-HOLD-A                  PIC 9(07).
013200     05  SRT-HOLD-B                  PIC 9(07).
013300     05  SRT-HOLD-PAIR               PIC 9(09).
013400 77  SRT-GAP                         PIC 9(09) COMP.
013500 77  SRT-I                           PIC 9(09) COMP.
013600 77  SRT-J                           PIC 9(09) COMP.
013700
013800*---------------------------------------------------------------
013900* DISPOSITION SWITCHES AND REPORT EDIT FIELDS
014000*---------------------------------------------------------------
014100 77  WS-FAIL-SW                      PIC X(01) VALUE 'N'.
014200     88  PROOF-FAILED                VALUE 'Y'.
014300 77  WS-WARN-SW                      PIC X(01) VALUE 'N'.
014400     88  PROOF-WARNED                VALUE 'Y'.
014500 77  WS-RETURN-CODE                  PIC 9(04) VALUE ZERO.
014600 77  WS-MATCH-TEXT                   PIC X(10) VALUE SPACES.
014700 77  WS-EDIT-COUNT                   PIC ZZZZZZZZ9.
014800 77  WS-EDIT-COUNT2                  PIC ZZZZZZZZ9.
014900 77  WS-EDIT-HASH                    PIC Z(14)9.
015000 77  WS-EDIT-HASH2                   PIC Z(14)9.
015100 77  WS-EDIT-PAIR                    PIC ZZZZZZZZ9.
015200 77  WS-EDIT-PAIR2                   PIC ZZZZZZZZ9.
015300 01  WS-TODAY.
015400     05  WS-TODAY-YYYY               PIC 9(04).
015500     05  WS-TODAY-MM                 PIC 9(02).
015600     05  WS-TODAY-DD                 PIC 9(02).
015700
015800*---------------------------------------------------------------
015900* CALLER-VISIBLE RETURN CODE WORK AREA - SET ONLY WHEN ENTERED
016000* THROUGH THE AOCMSTVC LINKAGE ENTRY POINT BELOW, SAME PATTERN
016100* AS AOCMSTM'S AOCMSTMC ENTRY
016200*---------------------------------------------------------------
016300 77  WS-LINKAGE-ENTRY-SW             PIC X(01) VALUE 'N'.
016400     88  LINKAGE-ENTRY-USED          VALUE 'Y'.
016407
016414*---------------------------------------------------------------
016421* OPERATOR ALERT - PASSED TO AOCALRT'S AOCALRTC ENTRY WHEREVER
016428* THIS PROGRAM RAISES A WARNING OR FAILURE (ALRTFD SEVERITIES)
016435*---------------------------------------------------------------
016442 77  WS-ALRT-PROGRAM                 PIC X(08) VALUE 'AOCMSTV'.
016449 77  WS-ALRT-RUN-NO                  PIC 9(06) VALUE ZERO.
016456 77  WS-ALRT-SEVERITY                PIC X(01) VALUE SPACE.
016463 77  WS-ALRT-CODE                    PIC X(08) VALUE SPACES.
016470 77  WS-ALRT-TEXT                    PIC X(60) VALUE SPACES.
016477 77  WS-ALRT-RC                      PIC 9(04) VALUE ZERO.
016484 77  WS-ALRT-SAVE-RC                 PIC S9(04) COMP VALUE ZERO.
016500
016600 LINKAGE SECTION.
016700 01  WS-CALL-RC                      PIC 9(04).
016800
016900 PROCEDURE DIVISION.
017000 0000-MAINLINE.
017100     PERFORM 0050-ACCEPT-PARM THRU 0050-ACCEPT-PARM-EXIT.
017200     OPEN OUTPUT VFYRPT.
017300     PERFORM 6000-PRINT-HEADING THRU 6000-PRINT-HEADING-EXIT.
017400     OPEN INPUT MSTFILE.
017500     IF WS-MST-STATUS NOT = '00'
017600         DISPLAY 'AOCMSTV HALTED - UNABLE TO OPEN MSTFILE '
017700             WS-MSTFILE-NAME ', FILE STATUS = ' WS-MST-STATUS
017800         MOVE SPACES TO VFY-REC
017900         STRING 'ENDING WITH RETURN CODE 16 - MASTER COULD NOT '
018000                'BE OPENED, FILE STATUS = ' WS-MST-STATUS
018100             DELIMITED BY SIZE INTO VFY-REC
018200         WRITE VFY-REC
018211         MOVE ZERO TO WS-ALRT-RUN-NO
018222         MOVE 'C' TO WS-ALRT-SEVERITY
018233         MOVE 'MSTOPEN' TO WS-ALRT-CODE
018244         MOVE SPACES TO WS-ALRT-TEXT
018255         STRING 'MSTFILE NOT OPENED, FILE STATUS = ' WS-MST-STATUS
018266                ' - NOTHING PROVED'
018277             DELIMITED BY SIZE INTO WS-ALRT-TEXT
018288         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
018300         CLOSE VFYRPT
018400         MOVE 16 TO RETURN-CODE
018500         PERFORM 0090-SET-CALLER-RC THRU 0090-SET-CALLER-RC-EXIT
018600         GOBACK
018700     END-IF.
018800     PERFORM 1000-READ-MASTER THRU 1000-READ-MASTER-EXIT
018900         UNTIL MST-EOF.
019000     CLOSE MSTFILE.
019100     PERFORM 2000-SORT-PAIRS THRU 2000-SORT-PAIRS-EXIT.
019200     PERFORM 6100-PRINT-CONTROL THRU 6100-PRINT-CONTROL-EXIT.
019300     PERFORM 6200-PRINT-GAPS THRU 6200-PRINT-GAPS-EXIT.
019400     PERFORM 6300-PRINT-DUPLICATES
019500         THRU 6300-PRINT-DUPLICATES-EXIT.
019600     EVALUATE TRUE
019700         WHEN PROOF-FAILED
019800             MOVE 8 TO WS-RETURN-CODE
019812             MOVE ZERO TO WS-ALRT-RUN-NO
019824             MOVE 'E' TO WS-ALRT-SEVERITY
019836             MOVE 'MSTPROOF' TO WS-ALRT-CODE
019848             MOVE 'MASTER FAILED ITS CONTROL PROOF - SEE VFYRPT'
019860               TO WS-ALRT-TEXT
019872             PERFORM 9800-RAISE-ALERT
019884                 THRU 9800-RAISE-ALERT-EXIT
019900         WHEN PROOF-WARNED
020000             MOVE 4 TO WS-RETURN-CODE
020012             MOVE ZERO TO WS-ALRT-RUN-NO
020024             MOVE 'W' TO WS-ALRT-SEVERITY
020036             MOVE 'MSTWARN' TO WS-ALRT-CODE
020048             MOVE 'GAPS OR DUPLICATE PAIRS ON MASTER - SEE VFYRPT'
020060               TO WS-ALRT-TEXT
020072             PERFORM 9800-RAISE-ALERT
020084                 THRU 9800-RAISE-ALERT-EXIT
020100         WHEN OTHER
020200             MOVE ZERO TO WS-RETURN-CODE
020300     END-EVALUATE.
020400     PERFORM 6900-PRINT-ENDING THRU 6900-PRINT-ENDING-EXIT.
020500     CLOSE VFYRPT.
020600     MOVE WS-RETURN-CODE TO RETURN-CODE.
020700     PERFORM 0090-SET-CALLER-RC THRU 0090-SET-CALLER-RC-EXIT.
020800     GOBACK.
020900
021000*---------------------------------------------------------------
021100* AOCMSTVC - ALTERNATE ENTRY POINT FOR CALLERS (DAY01PROC) THAT
021200*            NEED THE PROOF'S OUTCOME, ON THE SAME PATTERN AS
021300*            AOCMSTM'S AOCMSTMC ENTRY. THIS MUST FOLLOW
021400*            0000-MAINLINE'S OWN GOBACK DIRECTLY, AND NOTHING
021500*            PERFORM-ABLE MAY SIT BETWEEN THEM.
021600*---------------------------------------------------------------
021700 ENTRY 'AOCMSTVC' USING WS-CALL-RC.
021800     MOVE 'Y' TO WS-LINKAGE-ENTRY-SW.
021900     GO TO 0000-MAINLINE.
022000
022100*---------------------------------------------------------------
022200* 0090-SET-CALLER-RC - COPIES RETURN-CODE INTO THE LINKAGE-SECTION
022300*                      PARAMETER OF THE AOCMSTVC ENTRY, ONLY WHEN
022400*                      THIS RUN WAS REACHED THROUGH THAT ENTRY
022500*---------------------------------------------------------------
022600 0090-SET-CALLER-RC.
022700     IF LINKAGE-ENTRY-USED
022800         MOVE RETURN-CODE TO WS-CALL-RC
022900     END-IF.
023000 0090-SET-CALLER-RC-EXIT.
023100     EXIT.
023200
023300*---------------------------------------------------------------
023400* 0050-ACCEPT-PARM - DD_xxx OVERRIDES WITH SHOP-STANDARD
023500*                    DEFAULTS, SAME CONVENTION AS DAY01PROC
023600*---------------------------------------------------------------
023700 0050-ACCEPT-PARM.
023800     ACCEPT WS-DD-MSTFILE FROM ENVIRONMENT 'DD_MSTFILE'.
023900     IF WS-DD-MSTFILE NOT = SPACES
024000         MOVE WS-DD-MSTFILE TO WS-MSTFILE-NAME
024100     ELSE
024200         SET ENVIRONMENT 'DD_MSTFILE' TO WS-MSTFILE-NAME
024300     END-IF.
024400     ACCEPT WS-DD-VFYRPT FROM ENVIRONMENT 'DD_VFYRPT'.
024500     IF WS-DD-VFYRPT = SPACES
024600         SET ENVIRONMENT 'DD_VFYRPT' TO 'output/Dec1MstVfy.txt'
024700     END-IF.
024800 0050-ACCEPT-PARM-EXIT.
024900     EXIT.
025000
025100*---------------------------------------------------------------
025200* 1000-READ-MASTER - READ ONE MASTER RECORD IN KEY ORDER. PAIR
025300*                    ZERO, IF PRESENT, IS ALWAYS THE FIRST RECORD
025400*                    READ.
025500*---------------------------------------------------------------
025600 1000-READ-MASTER.
025700     READ MSTFILE
025800         AT END
025900             MOVE 'Y' TO WS-MST-EOF-SW
026000             GO TO 1000-READ-MASTER-EXIT
026100     END-READ.
026200     IF MST-PAIR-NO = ZERO
026300         PERFORM 1100-TAKE-CONTROL THRU 1100-TAKE-CONTROL-EXIT
026400     ELSE
026500         PERFORM 1200-TAKE-PAIR THRU 1200-TAKE-PAIR-EXIT
026600     END-IF.
026700 1000-READ-MASTER-EXIT.
026800     EXIT.
026900
027000*---------------------------------------------------------------
027100* 1100-TAKE-CONTROL - HOLD THE CONTROL RECORD'S FIGURES AS THE
027200*                     EXPECTED ONES. A PAIR ZERO WITHOUT THE
027300*                     CONTROL TAG IS NOT A CONTROL RECORD.
027400*---------------------------------------------------------------
027500 1100-TAKE-CONTROL.
027600     IF MST-CTL-TAG NOT = 'MSTCTL  '
027700         MOVE 'Y' TO WS-CTL-BAD-TAG-SW
027800         GO TO 1100-TAKE-CONTROL-EXIT
027900     END-IF.
028000     MOVE 'Y' TO WS-CTL-FOUND-SW.
028100     MOVE MST-CTL-STATE TO WS-CTL-STATE.
028200     MOVE MST-CTL-COUNT TO WS-EXP-COUNT.
028300     MOVE MST-CTL-HASH-A TO WS-EXP-HASH-A.
028400     MOVE MST-CTL-HASH-B TO WS-EXP-HASH-B.
028500     MOVE MST-CTL-JRN-DATE TO WS-CTL-JRN-DATE.
028600     MOVE MST-CTL-JRN-TIME TO WS-CTL-JRN-TIME.
028700     MOVE MST-CTL-JRN-TRN-NO TO WS-CTL-JRN-TRN-NO.
028800     MOVE MST-CTL-UPD-DATE TO WS-CTL-UPD-DATE.
028900     MOVE MST-CTL-UPD-TIME TO WS-CTL-UPD-TIME.
029000     MOVE MST-CTL-UPD-PGM TO WS-CTL-UPD-PGM.
029100 1100-TAKE-CONTROL-EXIT.
029200     EXIT.
029300
029400*---------------------------------------------------------------
029500* 1200-TAKE-PAIR - COUNT AND HASH ONE PAIR, NOTE ANY GAP BEFORE
029600*                  IT, AND ENTER IT IN THE DUPLICATE TABLE. A PAIR
029700*                  WITH AN ID THAT IS NOT NUMERIC IS COUNTED BUT
029800*                  CANNOT BE HASHED OR COMPARED.
029900*---------------------------------------------------------------
030000 1200-TAKE-PAIR.
030100     COMPUTE WS-FND-COUNT = WS-FND-COUNT + 1.
030200     IF MST-PAIR-NO > WS-EXPECT-PAIR
030300         PERFORM 1300-NOTE-GAP THRU 1300-NOTE-GAP-EXIT
030400     END-IF.
030500     COMPUTE WS-EXPECT-PAIR = MST-PAIR-NO + 1.
030600     IF MST-A-ID NOT NUMERIC OR MST-B-ID NOT NUMERIC
030700         COMPUTE WS-BAD-COUNT = WS-BAD-COUNT + 1
030800         GO TO 1200-TAKE-PAIR-EXIT
030900     END-IF.
031000     COMPUTE WS-FND-HASH-A = WS-FND-HASH-A + MST-A-ID.
031100     COMPUTE WS-FND-HASH-B = WS-FND-HASH-B + MST-B-ID.
031200     IF WS-DUP-USED < 100000
031300         COMPUTE WS-DUP-USED = WS-DUP-USED + 1
031400         MOVE MST-A-ID TO WS-DUP-A(WS-DUP-USED)
031500         MOVE MST-B-ID TO WS-DUP-B(WS-DUP-USED)
031600         MOVE MST-PAIR-NO TO WS-DUP-PAIR(WS-DUP-USED)
031700     ELSE
031800         MOVE 'Y' TO WS-DUP-OVERFLOW-SW
031900     END-IF.
032000 1200-TAKE-PAIR-EXIT.
032100     EXIT.
032200
032300*---------------------------------------------------------------
032400* 1300-NOTE-GAP - PAIR NUMBERS WS-EXPECT-PAIR THROUGH ONE BELOW
032500*                 THE PAIR JUST READ ARE MISSING
032600*---------------------------------------------------------------
032700 1300-NOTE-GAP.
032800     COMPUTE WS-GAP-RANGES = WS-GAP-RANGES + 1.
032900     COMPUTE WS-GAP-MISSING = WS-GAP-MISSING
033000         + MST-PAIR-NO - WS-EXPECT-PAIR.
033100     IF WS-GAP-USED < WS-LIST-LIMIT
033200         COMPUTE WS-GAP-USED = WS-GAP-USED + 1
033300         MOVE WS-EXPECT-PAIR TO WS-GAP-FROM(WS-GAP-USED)
033400         COMPUTE WS-GAP-TO(WS-GAP-USED) = MST-PAIR-NO - 1
033500     END-IF.
033600 1300-NOTE-GAP-EXIT.
033700     EXIT.
033800
033900*---------------------------------------------------------------
034000* 2000-SORT-PAIRS - ASCENDING IN-PLACE SHELL SORT OF THE DUPLICATE
034100*                   TABLE ON THE WHOLE ENTRY. THE GAP RUNS UP THE
034200*                   1, 4, 13, 40, ... SEQUENCE PAST THE ENTRY
034300*                   COUNT AND BACK DOWN, ONE GAPPED INSERTION PASS
034400*                   PER STEP.
034500*---------------------------------------------------------------
034600 2000-SORT-PAIRS.
034700     IF WS-DUP-USED < 2
034800         GO TO 2000-SORT-PAIRS-EXIT
034900     END-IF.
035000     MOVE 1 TO SRT-GAP.
035100     PERFORM 2010-RAISE-GAP THRU 2010-RAISE-GAP-EXIT
035200         UNTIL SRT-GAP > WS-DUP-USED.
035300     PERFORM 2100-GAP-STEP THRU 2100-GAP-STEP-EXIT
035400         UNTIL SRT-GAP < 1.
035500 2000-SORT-PAIRS-EXIT.
035600     EXIT.
035700
035800 2010-RAISE-GAP.
035900     COMPUTE SRT-GAP = SRT-GAP * 3 + 1.
036000 2010-RAISE-GAP-EXIT.
036100     EXIT.
036200
036300 2100-GAP-STEP.
036400     COMPUTE SRT-GAP = SRT-GAP / 3.
036500     IF SRT-GAP > ZERO
036600         PERFORM 2200-INSERT-ONE THRU 2200-INSERT-ONE-EXIT
036700             VARYING SRT-I FROM SRT-GAP BY 1
036800             UNTIL SRT-I + 1 > WS-DUP-USED
036900     END-IF.
037000 2100-GAP-STEP-EXIT.
037100     EXIT.
037200
037300 2200-INSERT-ONE.
037400     MOVE WS-DUP-ENTRY(SRT-I + 1) TO SRT-HOLD.
037500     COMPUTE SRT-J = SRT-I + 1.
037600     PERFORM 2300-SHIFT THRU 2300-SHIFT-EXIT
037700         UNTIL SRT-J <= SRT-GAP
037800            OR WS-DUP-ENTRY(SRT-J - SRT-GAP) <= SRT-HOLD.
037900     MOVE SRT-HOLD TO WS-DUP-ENTRY(SRT-J).
038000 2200-INSERT-ONE-EXIT.
038100     EXIT.
038200
038300 2300-SHIFT.
038400     MOVE WS-DUP-ENTRY(SRT-J - SRT-GAP) TO WS-DUP-ENTRY(SRT-J).
038500     COMPUTE SRT-J = SRT-J - SRT-GAP.
038600 2300-SHIFT-EXIT.
038700     EXIT.
038800
038900*---------------------------------------------------------------
039000* 6000-PRINT-HEADING - PROOF REPORT HEADING LINES
039100*---------------------------------------------------------------
039200 6000-PRINT-HEADING.
039300     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
039400     MOVE SPACES TO VFY-REC.
039500     STRING 'ID-PAIR MASTER INTEGRITY PROOF'
039600         DELIMITED BY SIZE INTO VFY-REC.
039700     WRITE VFY-REC.
039800     MOVE SPACES TO VFY-REC.
039900     STRING 'RUN DATE    : '    DELIMITED BY SIZE
040000            WS-TODAY-MM         DELIMITED BY SIZE
040100            '/'                 DELIMITED BY SIZE
040200            WS-TODAY-DD         DELIMITED BY SIZE
040300            '/'                 DELIMITED BY SIZE
040400            WS-TODAY-YYYY       DELIMITED BY SIZE
040500            INTO VFY-REC.
040600     WRITE VFY-REC.
040700     MOVE SPACES TO VFY-REC.
040800     STRING 'MASTER      : '    DELIMITED BY SIZE
040900            WS-MSTFILE-NAME     DELIMITED BY SIZE
041000            INTO VFY-REC.
041100     WRITE VFY-REC.
041200     MOVE SPACES TO VFY-REC.
041300     WRITE VFY-REC.
041400 6000-PRINT-HEADING-EXIT.
041500     EXIT.
041600
041700*---------------------------------------------------------------
041800* 6100-PRINT-CONTROL - THE CONTROL RECORD AND THE EXPECTED
041900*                      AGAINST FOUND FIGURES. ANY DISAGREEMENT,
042000*                      A MISSING CONTROL RECORD, ONE STILL IN
042100*                      UPDATE, OR AN UNREADABLE PAIR FAILS THE
042200*                      PROOF.
042300*---------------------------------------------------------------
042400 6100-PRINT-CONTROL.
042500     MOVE SPACES TO VFY-REC.
042600     STRING 'CONTROL RECORD (PAIR ZERO)'
042700         DELIMITED BY SIZE INTO VFY-REC.
042800     WRITE VFY-REC.
042900     IF NOT CTL-FOUND
043000         MOVE 'Y' TO WS-FAIL-SW
043100         MOVE SPACES TO VFY-REC
043200         IF CTL-BAD-TAG
043300             STRING '  PAIR ZERO IS NOT A CONTROL RECORD - THE '
043400                    'MASTER MUST BE REBUILT THROUGH AOCMSTRB'
043500                 DELIMITED BY SIZE INTO VFY-REC
043600         ELSE
043700             STRING '  NOT PRESENT - RUN AOCMSTM, WHICH '
043800                    'ESTABLISHES IT, OR REBUILD THROUGH '
043900                    'AOCMSTRB'
044000                 DELIMITED BY SIZE INTO VFY-REC
044100         END-IF
044200         WRITE VFY-REC
044300         GO TO 6100-PRINT-FOUND
044400     END-IF.
044500     MOVE SPACES TO VFY-REC.
044600     IF CTL-COMPLETE
044700         STRING '  STATE            : COMPLETE'
044800             DELIMITED BY SIZE INTO VFY-REC
044900     ELSE
045000         MOVE 'Y' TO WS-FAIL-SW
045100         STRING '  STATE            : IN UPDATE - THE RUN BELOW '
045200                'NEVER FINISHED; ITS TOTALS CANNOT BE TRUSTED'
045300             DELIMITED BY SIZE INTO VFY-REC
045400     END-IF.
045500     WRITE VFY-REC.
045600     MOVE SPACES TO VFY-REC.
045700     STRING '  LAST MAINTAINED  : ' DELIMITED BY SIZE
045800            WS-CTL-UPD-DATE        DELIMITED BY SIZE
045900            ' '                    DELIMITED BY SIZE
046000            WS-CTL-UPD-TIME        DELIMITED BY SIZE
046100            ' BY '                 DELIMITED BY SIZE
046200            WS-CTL-UPD-PGM         DELIMITED BY SIZE
046300            INTO VFY-REC.
046400     WRITE VFY-REC.
046500     MOVE SPACES TO VFY-REC.
046600     IF WS-CTL-JRN-DATE = SPACES
046700         STRING '  LAST JOURNAL REC : NONE APPLIED UNDER THIS '
046800                'CONTROL RECORD'
046900             DELIMITED BY SIZE INTO VFY-REC
047000     ELSE
047100         MOVE WS-CTL-JRN-TRN-NO TO WS-EDIT-COUNT
047200         STRING '  LAST JOURNAL REC : ' DELIMITED BY SIZE
047300                WS-CTL-JRN-DATE        DELIMITED BY SIZE
047400                ' '                    DELIMITED BY SIZE
047500                WS-CTL-JRN-TIME        DELIMITED BY SIZE
047600                ' TRAN '               DELIMITED BY SIZE
047700                WS-EDIT-COUNT          DELIMITED BY SIZE
047800                INTO VFY-REC
047900     END-IF.
048000     WRITE VFY-REC.
048100 6100-PRINT-FOUND.
048200     MOVE SPACES TO VFY-REC.
048300     WRITE VFY-REC.
048400     MOVE SPACES TO VFY-REC.
048500     STRING '                        EXPECTED            FOUND'
048600         DELIMITED BY SIZE INTO VFY-REC.
048700     WRITE VFY-REC.
048800     MOVE WS-EXP-COUNT TO WS-EDIT-COUNT.
048900     MOVE WS-FND-COUNT TO WS-EDIT-COUNT2.
049000     MOVE 'AGREES' TO WS-MATCH-TEXT.
049100     IF CTL-FOUND AND WS-EXP-COUNT NOT = WS-FND-COUNT
049200         MOVE 'Y' TO WS-FAIL-SW
049300         MOVE 'DISAGREES' TO WS-MATCH-TEXT
049400     END-IF.
049500     IF NOT CTL-FOUND
049600         MOVE SPACES TO WS-MATCH-TEXT
049700     END-IF.
049800     MOVE SPACES TO VFY-REC.
049900     STRING '  PAIR COUNT           ' DELIMITED BY SIZE
050000            WS-EDIT-COUNT          DELIMITED BY SIZE
050100            '        '             DELIMITED BY SIZE
050200            WS-EDIT-COUNT2         DELIMITED BY SIZE
050300            '  '                   DELIMITED BY SIZE
050400            WS-MATCH-TEXT          DELIMITED BY SIZE
050500            INTO VFY-REC.
050600     WRITE VFY-REC.
050700     MOVE WS-EXP-HASH-A TO WS-EDIT-HASH.
050800     MOVE WS-FND-HASH-A TO WS-EDIT-HASH2.
050900     MOVE 'AGREES' TO WS-MATCH-TEXT.
051000     IF CTL-FOUND AND WS-EXP-HASH-A NOT = WS-FND-HASH-A
051100         MOVE 'Y' TO WS-FAIL-SW
051200         MOVE 'DISAGREES' TO WS-MATCH-TEXT
051300     END-IF.
051400     IF NOT CTL-FOUND
051500         MOVE SPACES TO WS-MATCH-TEXT
051600     END-IF.
051700     MOVE SPACES TO VFY-REC.
051800     STRING '  HASH A-IDS     '     DELIMITED BY SIZE
051900            WS-EDIT-HASH           DELIMITED BY SIZE
052000            '  '                   DELIMITED BY SIZE
052100            WS-EDIT-HASH2          DELIMITED BY SIZE
052200            '  '                   DELIMITED BY SIZE
052300            WS-MATCH-TEXT          DELIMITED BY SIZE
052400            INTO VFY-REC.
052500     WRITE VFY-REC.
052600     MOVE WS-EXP-HASH-B TO WS-EDIT-HASH.
052700     MOVE WS-FND-HASH-B TO WS-EDIT-HASH2.
052800     MOVE 'AGREES' TO WS-MATCH-TEXT.
052900     IF CTL-FOUND AND WS-EXP-HASH-B NOT = WS-FND-HASH-B
053000         MOVE 'Y' TO WS-FAIL-SW
053100         MOVE 'DISAGREES' TO WS-MATCH-TEXT
053200     END-IF.
053300     IF NOT CTL-FOUND
053400         MOVE SPACES TO WS-MATCH-TEXT
053500     END-IF.
053600     MOVE SPACES TO VFY-REC.
053700     STRING '  HASH B-IDS     '     DELIMITED BY SIZE
053800            WS-EDIT-HASH           DELIMITED BY SIZE
053900            '  '                   DELIMITED BY SIZE
054000            WS-EDIT-HASH2          DELIMITED BY SIZE
054100            '  '                   DELIMITED BY SIZE
054200            WS-MATCH-TEXT          DELIMITED BY SIZE
054300            INTO VFY-REC.
054400     WRITE VFY-REC.
054500     IF WS-BAD-COUNT > ZERO
054600         MOVE 'Y' TO WS-FAIL-SW
054700         MOVE WS-BAD-COUNT TO WS-EDIT-COUNT
054800         MOVE SPACES TO VFY-REC
054900         STRING '  PAIRS WITH AN UNREADABLE ID : '
055000                                           DELIMITED BY SIZE
055100                WS-EDIT-COUNT              DELIMITED BY SIZE
055200                ' (LEFT OUT OF THE HASH TOTALS)'
055300                                           DELIMITED BY SIZE
055400                INTO VFY-REC
055500         WRITE VFY-REC
055600     END-IF.
055700     MOVE SPACES TO VFY-REC.
055800     WRITE VFY-REC.
055900 6100-PRINT-CONTROL-EXIT.
056000     EXIT.
056100
056200*---------------------------------------------------------------
056300* 6200-PRINT-GAPS - MISSING PAIR-NUMBER RANGES. PAIRS MISSING
056400*                   ABOVE THE HIGHEST PAIR ON FILE CANNOT BE SEEN
056500*                   HERE; THE COUNT PROOF ABOVE COVERS THEM.
056600*---------------------------------------------------------------
056700 6200-PRINT-GAPS.
056800     MOVE SPACES TO VFY-REC.
056900     STRING 'PAIR-NUMBER GAPS' DELIMITED BY SIZE INTO VFY-REC.
057000     WRITE VFY-REC.
057100     IF WS-GAP-RANGES = ZERO
057200         MOVE SPACES TO VFY-REC
057300         STRING '  NONE - PAIRS RUN FROM 1 WITHOUT A BREAK'
057400             DELIMITED BY SIZE INTO VFY-REC
057500         WRITE VFY-REC
057600         GO TO 6200-PRINT-GAPS-TAIL
057700     END-IF.
057800     MOVE 'Y' TO WS-WARN-SW.
057900     PERFORM 6210-PRINT-ONE-GAP THRU 6210-PRINT-ONE-GAP-EXIT
058000         VARYING WS-GAP-SUB FROM 1 BY 1
058100         UNTIL WS-GAP-SUB > WS-GAP-USED.
058200     IF WS-GAP-RANGES > WS-GAP-USED
058300         MOVE SPACES TO VFY-REC
058400         STRING '  ... FURTHER RANGES NOT LISTED'
058500             DELIMITED BY SIZE INTO VFY-REC
058600         WRITE VFY-REC
058700     END-IF.
058800     MOVE WS-GAP-RANGES TO WS-EDIT-COUNT.
058900     MOVE WS-GAP-MISSING TO WS-EDIT-COUNT2.
059000     MOVE SPACES TO VFY-REC.
059100     STRING '  RANGES : '      DELIMITED BY SIZE
059200            WS-EDIT-COUNT      DELIMITED BY SIZE
059300            '   PAIR NUMBERS MISSING : ' DELIMITED BY SIZE
059400            WS-EDIT-COUNT2     DELIMITED BY SIZE
059500            INTO VFY-REC.
059600     WRITE VFY-REC.
059700 6200-PRINT-GAPS-TAIL.
059800     MOVE SPACES TO VFY-REC.
059900     WRITE VFY-REC.
060000 6200-PRINT-GAPS-EXIT.
060100     EXIT.
060200
060300 6210-PRINT-ONE-GAP.
060400     MOVE WS-GAP-FROM(WS-GAP-SUB) TO WS-EDIT-PAIR.
060500     MOVE WS-GAP-TO(WS-GAP-SUB) TO WS-EDIT-PAIR2.
060600     MOVE SPACES TO VFY-REC.
060700     STRING '  MISSING PAIRS ' DELIMITED BY SIZE
060800            WS-EDIT-PAIR       DELIMITED BY SIZE
060900            ' THRU '           DELIMITED BY SIZE
061000            WS-EDIT-PAIR2      DELIMITED BY SIZE
061100            INTO VFY-REC.
061200     WRITE VFY-REC.
061300 6210-PRINT-ONE-GAP-EXIT.
061400     EXIT.
061500
061600*---------------------------------------------------------------
061700* 6300-PRINT-DUPLICATES - WALK THE SORTED TABLE; EVERY ENTRY WITH
061800*                         THE SAME A AND B IDS AS THE ONE BEFORE
061900*                         IT IS A DUPLICATE OF THE LOWEST-NUMBERED
062000*                         PAIR OF ITS RUN. ALL ARE COUNTED, THE
062100*                         FIRST WS-LIST-LIMIT ARE LISTED.
062200*---------------------------------------------------------------
062300 6300-PRINT-DUPLICATES.
062400     MOVE SPACES TO VFY-REC.
062500     STRING 'DUPLICATE PAIRS (SAME A AND B IDS)'
062600         DELIMITED BY SIZE INTO VFY-REC.
062700     WRITE VFY-REC.
062800     MOVE 1 TO WS-DUP-FIRST.
062900     PERFORM 6310-CHECK-ONE-PAIR THRU 6310-CHECK-ONE-PAIR-EXIT
063000         VARYING WS-DUP-SUB FROM 2 BY 1
063100         UNTIL WS-DUP-SUB > WS-DUP-USED.
063200     IF WS-DUP-COUNT = ZERO
063300         MOVE SPACES TO VFY-REC
063400         STRING '  NONE' DELIMITED BY SIZE INTO VFY-REC
063500         WRITE VFY-REC
063600     ELSE
063700         MOVE 'Y' TO WS-WARN-SW
063800         IF WS-DUP-COUNT > WS-DUP-LISTED
063900             MOVE SPACES TO VFY-REC
064000             STRING '  ... FURTHER DUPLICATES NOT LISTED'
064100                 DELIMITED BY SIZE INTO VFY-REC
064200             WRITE VFY-REC
064300         END-IF
064400         MOVE WS-DUP-COUNT TO WS-EDIT-COUNT
064500         MOVE SPACES TO VFY-REC
064600         STRING '  DUPLICATE PAIRS : ' DELIMITED BY SIZE
064700                WS-EDIT-COUNT          DELIMITED BY SIZE
064800                INTO VFY-REC
064900         WRITE VFY-REC
065000     END-IF.
065100     IF DUP-OVERFLOW
065200         MOVE 'Y' TO WS-WARN-SW
065300         MOVE SPACES TO VFY-REC
065400         STRING '  MORE THAN 100000 READABLE PAIRS - ONLY THE '
065500                'FIRST 100000 WERE CHECKED FOR DUPLICATES'
065600             DELIMITED BY SIZE INTO VFY-REC
065700         WRITE VFY-REC
065800     END-IF.
065900     MOVE SPACES TO VFY-REC.
066000     WRITE VFY-REC.
066100 6300-PRINT-DUPLICATES-EXIT.
066200     EXIT.
066300
066400 6310-CHECK-ONE-PAIR.
066500     IF WS-DUP-A(WS-DUP-SUB) NOT = WS-DUP-A(WS-DUP-SUB - 1)
066600        OR WS-DUP-B(WS-DUP-SUB) NOT = WS-DUP-B(WS-DUP-SUB - 1)
066700         MOVE WS-DUP-SUB TO WS-DUP-FIRST
066800         GO TO 6310-CHECK-ONE-PAIR-EXIT
066900     END-IF.
067000     COMPUTE WS-DUP-COUNT = WS-DUP-COUNT + 1.
067100     IF WS-DUP-LISTED NOT < WS-LIST-LIMIT
067200         GO TO 6310-CHECK-ONE-PAIR-EXIT
067300     END-IF.
067400     COMPUTE WS-DUP-LISTED = WS-DUP-LISTED + 1.
067500     MOVE WS-DUP-PAIR(WS-DUP-SUB) TO WS-EDIT-PAIR.
067600     MOVE WS-DUP-PAIR(WS-DUP-FIRST) TO WS-EDIT-PAIR2.
067700     MOVE SPACES TO VFY-REC.
067800     STRING '  PAIR '          DELIMITED BY SIZE
067900            WS-EDIT-PAIR       DELIMITED BY SIZE
068000            '  A='             DELIMITED BY SIZE
068100            WS-DUP-A(WS-DUP-SUB) DELIMITED BY SIZE
068200            ' B='              DELIMITED BY SIZE
068300            WS-DUP-B(WS-DUP-SUB) DELIMITED BY SIZE
068400            '  REPEATS PAIR '  DELIMITED BY SIZE
068500            WS-EDIT-PAIR2      DELIMITED BY SIZE
068600            INTO VFY-REC.
068700     WRITE VFY-REC.
068800 6310-CHECK-ONE-PAIR-EXIT.
068900     EXIT.
069000
069100*---------------------------------------------------------------
069200* 6900-PRINT-ENDING - DISPOSITION LINE
069300*---------------------------------------------------------------
069400 6900-PRINT-ENDING.
069500     MOVE SPACES TO VFY-REC.
069600     EVALUATE WS-RETURN-CODE
069700         WHEN ZERO
069800             STRING 'ENDING WITH RETURN CODE 0 - MASTER PROVES '
069900                    'AGAINST ITS CONTROL RECORD'
070000                 DELIMITED BY SIZE INTO VFY-REC
070100         WHEN 4
070200             STRING 'ENDING WITH RETURN CODE 4 - CONTROL TOTALS '
070300                    'AGREE; GAPS OR DUPLICATE PAIRS LISTED ABOVE'
070400                 DELIMITED BY SIZE INTO VFY-REC
070500         WHEN OTHER
070600             STRING 'ENDING WITH RETURN CODE 8 - MASTER FAILS '
070700                    'ITS PROOF, DO NOT USE IT UNTIL REBUILT '
070800                    '(AOCMSTRB)'
070900                 DELIMITED BY SIZE INTO VFY-REC
071000     END-EVALUATE.
071100     WRITE VFY-REC.
071200 6900-PRINT-ENDING-EXIT.
071300     EXIT.
071400
071500*---------------------------------------------------------------
071600* 9800-RAISE-ALERT - WRITE WS-ALRT-SEVERITY/CODE/TEXT TO THE
071700*                    SHOP-WIDE ALERT FILE THROUGH AOCALRT. THE
071800*                    RC IS NOT ACTED ON - AN ALERT THAT CANNOT
071900*                    BE WRITTEN IS ON THE JOB LOG INSTEAD, AND
072000*                    MUST NOT CHANGE HOW THIS RUN ENDS, SO THE
072100*                    RETURN-CODE THE CALL CLOBBERS IS PUT BACK.
072200*---------------------------------------------------------------
072300 9800-RAISE-ALERT.
072400     MOVE RETURN-CODE TO WS-ALRT-SAVE-RC.
072500     CALL 'AOCALRTC' USING WS-ALRT-PROGRAM WS-ALRT-RUN-NO
072600                           WS-ALRT-SEVERITY WS-ALRT-CODE
072700                           WS-ALRT-TEXT WS-ALRT-RC.
072800     MOVE WS-ALRT-SAVE-RC TO RETURN-CODE.
072900 9800-RAISE-ALERT-EXIT.
073000     EXIT.
