000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AOCSCOR.
000300 AUTHOR. R-HENDRICKS.
000400 INSTALLATION. DATA-PROC-BATCH-CTR.
000500 DATE-WRITTEN. 2026-10-13.
000600 DATE-COMPILED.
000700*---------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*---------------------------------------------------------------
001000* 2026-10-13  RH   ORIGINAL CODING - MONTHLY PER-SOURCE DATA
001100*                  QUALITY SCORECARD. READS THE 'SRC' POSTINGS ON
001200*                  THE CONTROL-TOTALS LEDGER (LAYOUT PER COPYBOOK
001300*                  CTLTOTFD) AND, FOR EACH SENDING SOURCE SYSTEM,
001400*                  PRINTS THE MONTH'S ENVELOPES RECEIVED AND
001500*                  FAILED AT THE PRE-EDIT, DETAILS SENT, DAY 1
001600*                  REJECTS BY REASON CODE, REJECT RATE, REJECTS
001700*                  REPAIRED AND RESUBMITTED, AND CORRECTIONS STILL
001800*                  BAD, BESIDE THE SAME FIGURES FOR THE MONTH
001900*                  BEFORE. A SOURCE WHOSE REJECT RATE ROSE BY MORE
002000*                  THAN THE CARD'S PERCENTAGE, OR WHOSE ENVELOPE
002100*                  FAILURES ROSE, IS MARKED SLIPPING AND THE JOB
002200*                  ENDS WITH WARNING RETURN CODE 4. FIGURES ARE
002300*                  FILED UNDER THE EXTRACT DATE THE SOURCE PUT ON
002400*                  ITS ENVELOPE, NOT THE NIGHT THEY WERE POSTED,
002500*                  AND A RERUN'S POSTING REPLACES THE EARLIER ONE
002600*                  FOR THE SAME SOURCE, DATE AND ITEM - EXCEPT
002700*                  THAT AN ENVELOPE THAT FAILED ONCE STAYS COUNTED
002800*                  AS FAILED WHEN ITS RESEND PASSES.
002900*---------------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT CTLTOT ASSIGN TO 'CTLTOT'
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-TOT-STATUS.
003600
003700     SELECT SCRCARD ASSIGN TO 'SCRCARD'
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-CARD-STATUS.
004000
004100     SELECT SCRRPT ASSIGN TO 'SCRRPT'
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  CTLTOT.
004700     COPY CTLTOTFD.
004800
004900 FD  SCRCARD.
005000 01  CARD-REC                        PIC X(80).
005100
005200 FD  SCRRPT.
005300 01  SCR-REC                         PIC X(132).
005400
005500 WORKING-STORAGE SECTION.
005600 77  WS-TOT-STATUS                   PIC X(02) VALUE '00'.
005700 77  WS-CARD-STATUS                  PIC X(02) VALUE '00'.
005800 77  WS-TOT-EOF-SW                   PIC X(01) VALUE 'N'.
005900     88  TOT-EOF                     VALUE 'Y'.
006000 77  WS-CARD-EOF-SW                  PIC X(01) VALUE 'N'.
006100     88  CARD-EOF                    VALUE 'Y'.
006200
006300*---------------------------------------------------------------
006400* RUNTIME PARAMETER WORK AREA - DD_xxx OVERRIDES WITH SHOP-
006500* STANDARD DEFAULTS, SAME CONVENTION AS DAY01PROC
006600*---------------------------------------------------------------
006700 77  WS-DD-CTLTOT                    PIC X(40) VALUE SPACES.
006800 77  WS-DD-SCRCARD                   PIC X(40) VALUE SPACES.
006900 77  WS-DD-SCRRPT                    PIC X(40) VALUE SPACES.
007000
007100*---------------------------------------------------------------
007200* MONTH / THRESHOLD SELECTION FROM THE SCRCARD CONTROL CARD.
007300* CARD LINES ARE KEYWORD=VALUE: MONTH=YYYYMM, PCT=NNN. A MISSING
007400* CARD OR KEYWORD SCORES THE LAST COMPLETE CALENDAR MONTH AT
007500* THE SHOP DEFAULT THRESHOLD OF 10 - A REJECT RATE MORE THAN
007600* 10 PERCENT ABOVE THE PRIOR MONTH'S RATE IS SLIPPING.
007700*---------------------------------------------------------------
007800 77  WS-CARD-MONTH-X                 PIC X(06) VALUE SPACES.
007900 77  WS-PCT-LIMIT                    PIC 9(03) VALUE 10.
008000 77  WS-CARD-PCT-X                   PIC X(03) VALUE SPACES.
008100 77  WS-CARD-SHIFT-X                 PIC X(02) VALUE SPACES.
008200 01  WS-RPT-MONTH.
008300     05  WS-RPT-YYYY                 PIC 9(04).
008400     05  WS-RPT-MM                   PIC 9(02).
008500 01  WS-PRI-MONTH.
008600     05  WS-PRI-YYYY                 PIC 9(04).
008700     05  WS-PRI-MM                   PIC 9(02).
008800
008900*---------------------------------------------------------------
009000* LEDGER SCAN WORK AREAS. A POSTING IS FILED UNDER ITS EXTRACT
009100* DATE WHEN THE ENVELOPE CARRIED ONE, OTHERWISE ITS POSTING DATE.
009200* MONTH SLOT 1 IS THE SCORED MONTH, SLOT 2 THE MONTH BEFORE.
009300*---------------------------------------------------------------
009400 77  WS-READ-CNT                     PIC 9(09) VALUE ZERO.
009500 77  WS-USED-CNT                     PIC 9(09) VALUE ZERO.
009600 77  WS-BAD-CNT                      PIC 9(09) VALUE ZERO.
009700 77  WS-FULL-CNT                     PIC 9(09) VALUE ZERO.
009800 77  WS-MON-SUB                      PIC 9(02) COMP VALUE ZERO.
009900 77  WS-DAY-SUB                      PIC 9(02) COMP VALUE ZERO.
010000 77  WS-ITEM-SUB                     PIC 9(02) COMP VALUE ZERO.
010100 77  WS-CODE-SUB                     PIC 9(02) COMP VALUE ZERO.
010200 01  WS-POST-DATE-X                  PIC X(08).
010300 01  WS-POST-DATE REDEFINES WS-POST-DATE-X.
010400     05  WS-POST-YYYYMM              PIC X(06).
010500     05  WS-POST-DD                  PIC 9(02).
010600
010700*---------------------------------------------------------------
010800* SOURCE TABLE - ONE ENTRY PER SENDING SOURCE SYSTEM SEEN IN
010900* EITHER MONTH. A BLANK SOURCE IS A PLAIN EXTRACT THAT CAME
011000* WITHOUT AN ENVELOPE HEADER AND IS REPORTED AS UNTAGGED.
011100* WS-ORD-SRC HOLDS THE PRINT ORDER (SOURCE NAME ORDER).
011200*---------------------------------------------------------------
011300 77  WS-SRC-COUNT                    PIC 9(02) COMP VALUE ZERO.
011400 77  WS-SRC-SUB                      PIC 9(02) COMP VALUE ZERO.
011500 77  WS-SRC-HIT                      PIC 9(02) COMP VALUE ZERO.
011600 77  WS-ORD-SUB                      PIC 9(02) COMP VALUE ZERO.
011700 77  WS-ORD-NEXT                     PIC 9(02) COMP VALUE ZERO.
011800 77  WS-ORD-HOLD                     PIC 9(02) COMP VALUE ZERO.
011900 77  WS-PASS-SUB                     PIC 9(02) COMP VALUE ZERO.
012000 01  WS-SRC-TABLE.
012100     05  WS-SRC-NAME                 PIC X(08) OCCURS 20 TIMES.
012200 01  WS-ORD-TABLE.
012300     05  WS-ORD-SRC                  PIC 9(02) COMP
012400                                     OCCURS 20 TIMES.
012500
012600*---------------------------------------------------------------
012700* POSTING CELLS - THE LATEST FIGURE PER MONTH, SOURCE, EXTRACT
012800* DAY AND ITEM. ITEMS ARE NUMBERED IN WS-ITEM-CODES ORDER. A
012900* CELL'S COUNT MEANS NOTHING UNTIL ITS SWITCH IS 'Y', SO THE
013000* TABLE IS CLEARED WITH ONE MOVE OF SPACES.
013100*---------------------------------------------------------------
013200 01  WS-ITEM-CODES                   PIC X(32)
013300         VALUE 'SENTEFALBLNKABADBBAD2BADREPRRBAD'.
013400 01  WS-ITEM-TABLE REDEFINES WS-ITEM-CODES.
013500     05  WS-ITEM-CODE                PIC X(04) OCCURS 8 TIMES.
013600 01  WS-CELL-TABLE.
013700     05  WS-CELL-MONTH OCCURS 2 TIMES.
013800         10  WS-CELL-SOURCE OCCURS 20 TIMES.
013900             15  WS-CELL-DAY OCCURS 31 TIMES.
014000                 20  WS-CELL-ITEM OCCURS 8 TIMES.
014100                     25  WS-CELL-SW  PIC X(01).
014200                     25  WS-CELL-CNT PIC 9(09).
014300
014400*---------------------------------------------------------------
014500* MONTH TOTALS PER SOURCE, BUILT FROM THE CELLS. WS-AGG-FIG IS
014600* INDEXED THE SAME AS WS-ITEM-CODE (1 SENT ... 8 RBAD).
014700*---------------------------------------------------------------
014800 01  WS-AGG-TABLE.
014900     05  WS-AGG-MONTH OCCURS 2 TIMES.
015000         10  WS-AGG-SOURCE OCCURS 20 TIMES.
015100             15  WS-AGG-ENV          PIC 9(09).
015200             15  WS-AGG-FIG          PIC 9(09) OCCURS 8 TIMES.
015300             15  WS-AGG-REJ          PIC 9(09).
015400             15  WS-AGG-RATE         PIC 9(05)V9(02).
015500             15  WS-AGG-ACTIVE-SW    PIC X(01).
015600
015700*---------------------------------------------------------------
015800* ASSESSMENT WORK AREAS
015900*---------------------------------------------------------------
016000 77  WS-RATE-LIMIT                   PIC 9(07)V9(02) VALUE ZERO.
016100 77  WS-SLIP-SW                      PIC X(01) VALUE 'N'.
016200     88  SOURCE-SLIPPING             VALUE 'Y'.
016300 77  WS-SLIP-COUNT                   PIC 9(02) COMP VALUE ZERO.
016400 77  WS-SLIP-SUB                     PIC 9(02) COMP VALUE ZERO.
016500 77  WS-NEW-COUNT                    PIC 9(02) COMP VALUE ZERO.
016600 77  WS-ASSESS-TEXT                  PIC X(60) VALUE SPACES.
016700 01  WS-SLIP-TABLE.
016800     05  WS-SLIP-NAME                PIC X(08) OCCURS 20 TIMES.
016900
017000*---------------------------------------------------------------
017100* OPERATOR ALERT - PASSED TO AOCALRT'S AOCALRTC ENTRY WHEREVER
017200* THIS PROGRAM RAISES A WARNING OR FAILURE (ALRTFD SEVERITIES)
017300*---------------------------------------------------------------
017400 77  WS-ALRT-PROGRAM                 PIC X(08) VALUE 'AOCSCOR'.
017500 77  WS-ALRT-RUN-NO                  PIC 9(06) VALUE ZERO.
017600 77  WS-ALRT-SEVERITY                PIC X(01) VALUE SPACE.
017700 77  WS-ALRT-CODE                    PIC X(08) VALUE SPACES.
017800 77  WS-ALRT-TEXT                    PIC X(60) VALUE SPACES.
017900 77  WS-ALRT-RC                      PIC 9(04) VALUE ZERO.
018000 77  WS-ALRT-SAVE-RC                 PIC S9(04) COMP VALUE ZERO.
018100
018200*---------------------------------------------------------------
018300* REPORT WORK AREAS. A FIGURE LINE IS THE LABEL, THIS MONTH,
018400* THE PRIOR MONTH AND THE CHANGE; THE RATE LINE HAS THE SAME
018500* COLUMNS WITH TWO DECIMALS.
018600*---------------------------------------------------------------
018700 77  WS-EDIT-CNT                     PIC ZZZZZZZZ9.
018800 77  WS-EDIT-PCT                     PIC ZZ9.
018900 77  WS-THIS-VAL                     PIC 9(09) VALUE ZERO.
019000 77  WS-PRIOR-VAL                    PIC 9(09) VALUE ZERO.
019100 77  WS-SHOW-NAME                    PIC X(08) VALUE SPACES.
019200 01  WS-TODAY-DATE.
019300     05  WS-TODAY-YYYY               PIC 9(04).
019400     05  WS-TODAY-MM                 PIC 9(02).
019500     05  WS-TODAY-DD                 PIC 9(02).
019600 01  WS-FIG-LINE.
019700     05  FILLER                      PIC X(04) VALUE SPACES.
019800     05  WS-FIG-LABEL                PIC X(40).
019900     05  WS-FIG-THIS                 PIC ZZZ,ZZZ,ZZ9.
020000     05  FILLER                      PIC X(04) VALUE SPACES.
020100     05  WS-FIG-PRIOR                PIC ZZZ,ZZZ,ZZ9.
020200     05  FILLER                      PIC X(04) VALUE SPACES.
020300     05  WS-FIG-CHANGE               PIC ---,---,--9.
020400 01  WS-RATE-LINE REDEFINES WS-FIG-LINE.
020500     05  FILLER                      PIC X(44).
020600     05  WS-RATE-THIS                PIC ZZZZZZZ9.99.
020700     05  FILLER                      PIC X(04).
020800     05  WS-RATE-PRIOR               PIC ZZZZZZZ9.99.
020900     05  FILLER                      PIC X(04).
021000     05  WS-RATE-CHANGE              PIC -------9.99.
021100 77  WS-RATE-DIFF                    PIC S9(07)V9(02) VALUE ZERO.
021200 77  WS-CNT-DIFF                     PIC S9(09) VALUE ZERO.
021300
021400 PROCEDURE DIVISION.
021500 0000-MAINLINE.
021600     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
021700     PERFORM 0050-ACCEPT-PARM THRU 0050-ACCEPT-PARM-EXIT.
021800     PERFORM 1000-READ-CONTROL-CARD
021900         THRU 1000-READ-CONTROL-CARD-EXIT.
022000     PERFORM 1200-SET-MONTHS THRU 1200-SET-MONTHS-EXIT.
022100     OPEN INPUT CTLTOT.
022200     IF WS-TOT-STATUS NOT = '00'
022300         DISPLAY 'AOCSCOR HALTED - UNABLE TO OPEN CTLTOT, '
022400             'FILE STATUS = ' WS-TOT-STATUS
022500         MOVE ZERO TO WS-ALRT-RUN-NO
022600         MOVE 'C' TO WS-ALRT-SEVERITY
022700         MOVE 'CTLTOT' TO WS-ALRT-CODE
022800         MOVE SPACES TO WS-ALRT-TEXT
022900         STRING 'CTLTOT NOT OPENED, STATUS ' WS-TOT-STATUS
023000                ' - NO SOURCE SCORECARD'
023100             DELIMITED BY SIZE INTO WS-ALRT-TEXT
023200         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
023300         MOVE 16 TO RETURN-CODE
023400         STOP RUN
023500     END-IF.
023600     MOVE SPACES TO WS-CELL-TABLE.
023700     PERFORM 2000-READ-LEDGER THRU 2000-READ-LEDGER-EXIT
023800         UNTIL TOT-EOF.
023900     CLOSE CTLTOT.
024000     PERFORM 3000-TOTAL-ONE-SOURCE THRU 3000-TOTAL-ONE-SOURCE-EXIT
024100         VARYING WS-SRC-SUB FROM 1 BY 1
024200         UNTIL WS-SRC-SUB > WS-SRC-COUNT.
024300     PERFORM 3500-ORDER-SOURCES THRU 3500-ORDER-SOURCES-EXIT.
024400     OPEN OUTPUT SCRRPT.
024500     PERFORM 6000-PRINT-HEADING THRU 6000-PRINT-HEADING-EXIT.
024600     PERFORM 6100-PRINT-ONE-SOURCE THRU 6100-PRINT-ONE-SOURCE-EXIT
024700         VARYING WS-ORD-SUB FROM 1 BY 1
024800         UNTIL WS-ORD-SUB > WS-SRC-COUNT.
024900     PERFORM 6500-PRINT-SUMMARY THRU 6500-PRINT-SUMMARY-EXIT.
025000     CLOSE SCRRPT.
025100     PERFORM 7000-SET-RETURN-CODE THRU 7000-SET-RETURN-CODE-EXIT.
025200     STOP RUN.
025300
025400*---------------------------------------------------------------
025500* 0050-ACCEPT-PARM - DD_xxx OVERRIDES WITH SHOP-STANDARD
025600*                    DEFAULTS, SAME CONVENTION AS DAY01PROC
025700*---------------------------------------------------------------
025800 0050-ACCEPT-PARM.
025900     ACCEPT WS-DD-CTLTOT FROM ENVIRONMENT 'DD_CTLTOT'.
026000     IF WS-DD-CTLTOT = SPACES
026100         SET ENVIRONMENT 'DD_CTLTOT' TO 'output/ControlTotals.txt'
026200     END-IF.
026300     ACCEPT WS-DD-SCRCARD FROM ENVIRONMENT 'DD_SCRCARD'.
026400     IF WS-DD-SCRCARD = SPACES
026500         SET ENVIRONMENT 'DD_SCRCARD' TO 'input/ScoreCard.txt'
026600     END-IF.
026700     ACCEPT WS-DD-SCRRPT FROM ENVIRONMENT 'DD_SCRRPT'.
026800     IF WS-DD-SCRRPT = SPACES
026900         SET ENVIRONMENT 'DD_SCRRPT' TO 'output/SourceScore.txt'
027000     END-IF.
027100 0050-ACCEPT-PARM-EXIT.
027200     EXIT.
027300
027400*---------------------------------------------------------------
027500* 1000-READ-CONTROL-CARD - PICK UP THE MONTH AND THRESHOLD. A
027600*                          MISSING CARD FILE IS NOT AN ERROR -
027700*                          THE LAST COMPLETE MONTH IS SCORED AT
027800*                          THE DEFAULT THRESHOLD.
027900*---------------------------------------------------------------
028000 1000-READ-CONTROL-CARD.
028100     OPEN INPUT SCRCARD.
028200     IF WS-CARD-STATUS NOT = '00'
028300         GO TO 1000-READ-CONTROL-CARD-EXIT
028400     END-IF.
028500     PERFORM 1100-READ-ONE-CARD THRU 1100-READ-ONE-CARD-EXIT
028600         UNTIL CARD-EOF.
028700     CLOSE SCRCARD.
028800 1000-READ-CONTROL-CARD-EXIT.
028900     EXIT.
029000
029100 1100-READ-ONE-CARD.
029200     READ SCRCARD
029300         AT END
029400             MOVE 'Y' TO WS-CARD-EOF-SW
029500         NOT AT END
029600             EVALUATE TRUE
029700                 WHEN CARD-REC(1:6) = 'MONTH='
029800                     MOVE CARD-REC(7:6) TO WS-CARD-MONTH-X
029900                 WHEN CARD-REC(1:4) = 'PCT='
030000                     MOVE CARD-REC(5:3) TO WS-CARD-PCT-X
030100                     PERFORM 1150-EDIT-CARD-PCT
030200                         THRU 1150-EDIT-CARD-PCT-EXIT
030300                     IF WS-CARD-PCT-X NUMERIC
030400                         MOVE WS-CARD-PCT-X TO WS-PCT-LIMIT
030500                     END-IF
030600                 WHEN OTHER
030700                     CONTINUE
030800             END-EVALUATE
030900     END-READ.
031000 1100-READ-ONE-CARD-EXIT.
031100     EXIT.
031200
031300*---------------------------------------------------------------
031400* 1150-EDIT-CARD-PCT - RIGHT-JUSTIFY A LEFT-KEYED CARD VALUE
031500*                      (PCT=5) BEFORE THE LEADING SPACES BECOME
031600*                      ZEROS, SAME AS AOCTRND. AN EMPTY VALUE IS
031700*                      LEFT AS SPACES SO THE CALLER KEEPS THE
031800*                      SHOP DEFAULT.
031900*---------------------------------------------------------------
032000 1150-EDIT-CARD-PCT.
032100     IF WS-CARD-PCT-X = SPACES
032200         GO TO 1150-EDIT-CARD-PCT-EXIT
032300     END-IF.
032400     PERFORM 1160-SHIFT-CARD-PCT THRU 1160-SHIFT-CARD-PCT-EXIT
032500         UNTIL WS-CARD-PCT-X(3:1) NOT = SPACE.
032600     INSPECT WS-CARD-PCT-X REPLACING LEADING SPACES BY ZERO.
032700 1150-EDIT-CARD-PCT-EXIT.
032800     EXIT.
032900
033000 1160-SHIFT-CARD-PCT.
033100     MOVE WS-CARD-PCT-X(1:2) TO WS-CARD-SHIFT-X.
033200     MOVE SPACES TO WS-CARD-PCT-X.
033300     MOVE WS-CARD-SHIFT-X TO WS-CARD-PCT-X(2:2).
033400 1160-SHIFT-CARD-PCT-EXIT.
033500     EXIT.
033600
033700*---------------------------------------------------------------
033800* 1200-SET-MONTHS - THE SCORED MONTH IS THE CARD'S MONTH= WHEN
033900*                   IT IS A VALID YYYYMM, OTHERWISE THE CALENDAR
034000*                   MONTH BEFORE TODAY. THE COMPARISON MONTH IS
034100*                   THE ONE BEFORE THAT.
034200*---------------------------------------------------------------
034300 1200-SET-MONTHS.
034400     IF WS-CARD-MONTH-X NUMERIC
034500        AND WS-CARD-MONTH-X(5:2) >= '01'
034600        AND WS-CARD-MONTH-X(5:2) <= '12'
034700         MOVE WS-CARD-MONTH-X TO WS-RPT-MONTH
034800     ELSE
034900         IF WS-CARD-MONTH-X NOT = SPACES
035000             DISPLAY 'AOCSCOR - MONTH= ON SCRCARD IS NOT YYYYMM, '
035100                 'SCORING LAST MONTH'
035200         END-IF
035300         MOVE WS-TODAY-YYYY TO WS-RPT-YYYY
035400         MOVE WS-TODAY-MM TO WS-RPT-MM
035500         PERFORM 1250-BACK-ONE-MONTH THRU 1250-BACK-ONE-MONTH-EXIT
035600         MOVE WS-PRI-MONTH TO WS-RPT-MONTH
035700     END-IF.
035800     PERFORM 1250-BACK-ONE-MONTH THRU 1250-BACK-ONE-MONTH-EXIT.
035900 1200-SET-MONTHS-EXIT.
036000     EXIT.
036100
036200*---------------------------------------------------------------
036300* 1250-BACK-ONE-MONTH - WS-PRI-MONTH BECOMES THE MONTH BEFORE
036400*                       WS-RPT-MONTH
036500*---------------------------------------------------------------
036600 1250-BACK-ONE-MONTH.
036700     IF WS-RPT-MM = 1
036800         COMPUTE WS-PRI-YYYY = WS-RPT-YYYY - 1
036900         MOVE 12 TO WS-PRI-MM
037000     ELSE
037100         MOVE WS-RPT-YYYY TO WS-PRI-YYYY
037200         COMPUTE WS-PRI-MM = WS-RPT-MM - 1
037300     END-IF.
037400 1250-BACK-ONE-MONTH-EXIT.
037500     EXIT.
037600
037700*---------------------------------------------------------------
037800* 2000-READ-LEDGER - READ ONE LEDGER POSTING. ONLY 'SRC'
037900*                    POSTINGS ARE SCORED; EVERY OTHER TYPE BELONGS
038000*                    TO AOCBAL AND IS PASSED OVER.
038100*---------------------------------------------------------------
038200 2000-READ-LEDGER.
038300     READ CTLTOT
038400         AT END
038500             MOVE 'Y' TO WS-TOT-EOF-SW
038600         NOT AT END
038700             COMPUTE WS-READ-CNT = WS-READ-CNT + 1
038800             IF CTL-REC-TYPE = 'SRC'
038900                 PERFORM 2100-FILE-POSTING
039000                     THRU 2100-FILE-POSTING-EXIT
039100             END-IF
039200     END-READ.
039300 2000-READ-LEDGER-EXIT.
039400     EXIT.
039500
039600*---------------------------------------------------------------
039700* 2100-FILE-POSTING - FILE ONE 'SRC' POSTING IN ITS CELL WHEN IT
039800*                     BELONGS TO THE SCORED OR THE PRIOR MONTH.
039900*                     THE LEDGER IS IN POSTING ORDER, SO A LATER
040000*                     POSTING FOR THE SAME CELL (A RERUN) REPLACES
040100*                     THE EARLIER ONE - BUT AN EFAL OF 1 IS NEVER
040200*                     REPLACED BY A RESEND'S 0, SO A FAILED
040300*                     ENVELOPE STAYS ON THE SOURCE'S RECORD.
040400*---------------------------------------------------------------
040500 2100-FILE-POSTING.
040600     IF CTL-SRC-EXTRACT NUMERIC
040700         MOVE CTL-SRC-EXTRACT TO WS-POST-DATE-X
040800     ELSE
040900         MOVE CTL-DATE TO WS-POST-DATE-X
041000     END-IF.
041100     EVALUATE TRUE
041200         WHEN WS-POST-YYYYMM = WS-RPT-MONTH
041300             MOVE 1 TO WS-MON-SUB
041400         WHEN WS-POST-YYYYMM = WS-PRI-MONTH
041500             MOVE 2 TO WS-MON-SUB
041600         WHEN OTHER
041700             GO TO 2100-FILE-POSTING-EXIT
041800     END-EVALUATE.
041900     IF WS-POST-DD NOT NUMERIC
042000        OR WS-POST-DD < 1 OR WS-POST-DD > 31
042100        OR CTL-SRC-COUNT NOT NUMERIC
042200         COMPUTE WS-BAD-CNT = WS-BAD-CNT + 1
042300         GO TO 2100-FILE-POSTING-EXIT
042400     END-IF.
042500     MOVE WS-POST-DD TO WS-DAY-SUB.
042600     MOVE ZERO TO WS-ITEM-SUB.
042700     PERFORM 2110-MATCH-ITEM THRU 2110-MATCH-ITEM-EXIT
042800         VARYING WS-CODE-SUB FROM 1 BY 1
042900         UNTIL WS-CODE-SUB > 8 OR WS-ITEM-SUB > ZERO.
043000     IF WS-ITEM-SUB = ZERO
043100         COMPUTE WS-BAD-CNT = WS-BAD-CNT + 1
043200         GO TO 2100-FILE-POSTING-EXIT
043300     END-IF.
043400     PERFORM 2200-FIND-SOURCE THRU 2200-FIND-SOURCE-EXIT.
043500     IF WS-SRC-HIT = ZERO
043600         COMPUTE WS-FULL-CNT = WS-FULL-CNT + 1
043700         GO TO 2100-FILE-POSTING-EXIT
043800     END-IF.
043900     COMPUTE WS-USED-CNT = WS-USED-CNT + 1.
044000     IF WS-ITEM-SUB = 2
044100        AND WS-CELL-SW(WS-MON-SUB WS-SRC-HIT WS-DAY-SUB 2) = 'Y'
044200        AND WS-CELL-CNT(WS-MON-SUB WS-SRC-HIT WS-DAY-SUB 2)
044300            > CTL-SRC-COUNT
044400         GO TO 2100-FILE-POSTING-EXIT
044500     END-IF.
044600     MOVE 'Y' TO WS-CELL-SW(WS-MON-SUB WS-SRC-HIT
044700                            WS-DAY-SUB WS-ITEM-SUB).
044800     MOVE CTL-SRC-COUNT TO WS-CELL-CNT(WS-MON-SUB WS-SRC-HIT
044900                                       WS-DAY-SUB WS-ITEM-SUB).
045000 2100-FILE-POSTING-EXIT.
045100     EXIT.
045200
045300 2110-MATCH-ITEM.
045400     IF WS-ITEM-CODE(WS-CODE-SUB) = CTL-SRC-ITEM
045500         MOVE WS-CODE-SUB TO WS-ITEM-SUB
045600     END-IF.
045700 2110-MATCH-ITEM-EXIT.
045800     EXIT.
045900
046000*---------------------------------------------------------------
046100* 2200-FIND-SOURCE - LOOK THE POSTING'S SOURCE UP IN THE SOURCE
046200*                    TABLE, ADDING IT WHEN NEW. WS-SRC-HIT STAYS
046300*                    ZERO WHEN THE TABLE IS FULL.
046400*---------------------------------------------------------------
046500 2200-FIND-SOURCE.
046600     MOVE ZERO TO WS-SRC-HIT.
046700     PERFORM 2210-MATCH-SOURCE THRU 2210-MATCH-SOURCE-EXIT
046800         VARYING WS-SRC-SUB FROM 1 BY 1
046900         UNTIL WS-SRC-SUB > WS-SRC-COUNT OR WS-SRC-HIT > ZERO.
047000     IF WS-SRC-HIT = ZERO
047100        AND WS-SRC-COUNT < 20
047200         COMPUTE WS-SRC-COUNT = WS-SRC-COUNT + 1
047300         MOVE CTL-SRC-SOURCE TO WS-SRC-NAME(WS-SRC-COUNT)
047400         MOVE WS-SRC-COUNT TO WS-SRC-HIT
047500     END-IF.
047600 2200-FIND-SOURCE-EXIT.
047700     EXIT.
047800
047900 2210-MATCH-SOURCE.
048000     IF WS-SRC-NAME(WS-SRC-SUB) = CTL-SRC-SOURCE
048100         MOVE WS-SRC-SUB TO WS-SRC-HIT
048200     END-IF.
048300 2210-MATCH-SOURCE-EXIT.
048400     EXIT.
048500
048600*---------------------------------------------------------------
048700* 3000-TOTAL-ONE-SOURCE - ADD UP ONE SOURCE'S CELLS INTO ITS
048800*                         TOTALS FOR BOTH MONTHS
048900*---------------------------------------------------------------
049000 3000-TOTAL-ONE-SOURCE.
049100     PERFORM 3100-TOTAL-ONE-MONTH THRU 3100-TOTAL-ONE-MONTH-EXIT
049200         VARYING WS-MON-SUB FROM 1 BY 1
049300         UNTIL WS-MON-SUB > 2.
049400 3000-TOTAL-ONE-SOURCE-EXIT.
049500     EXIT.
049600
049700*---------------------------------------------------------------
049800* 3100-TOTAL-ONE-MONTH - AN ENVELOPE RECEIVED IS A DAY WITH A
049900*                        SENT FIGURE. THE REJECT RATE IS THE
050000*                        DAY 1 REJECTS AS A PERCENTAGE OF THE
050100*                        DETAILS SENT, SO IT IS ONLY KNOWN FOR A
050200*                        MONTH IN WHICH THE SOURCE SENT SOMETHING.
050300*                        A MONTH IS ACTIVE WHEN ANY FIGURE WAS
050400*                        POSTED FOR IT.
050500*---------------------------------------------------------------
050600 3100-TOTAL-ONE-MONTH.
050700     MOVE ZERO TO WS-AGG-ENV(WS-MON-SUB WS-SRC-SUB).
050800     MOVE ZERO TO WS-AGG-REJ(WS-MON-SUB WS-SRC-SUB).
050900     MOVE ZERO TO WS-AGG-RATE(WS-MON-SUB WS-SRC-SUB).
051000     MOVE 'N' TO WS-AGG-ACTIVE-SW(WS-MON-SUB WS-SRC-SUB).
051100     PERFORM 3150-ZERO-FIGURE THRU 3150-ZERO-FIGURE-EXIT
051200         VARYING WS-ITEM-SUB FROM 1 BY 1
051300         UNTIL WS-ITEM-SUB > 8.
051400     PERFORM 3200-TOTAL-ONE-DAY THRU 3200-TOTAL-ONE-DAY-EXIT
051500         VARYING WS-DAY-SUB FROM 1 BY 1
051600         UNTIL WS-DAY-SUB > 31.
051700     COMPUTE WS-AGG-REJ(WS-MON-SUB WS-SRC-SUB) =
051800             WS-AGG-FIG(WS-MON-SUB WS-SRC-SUB 3)
051900           + WS-AGG-FIG(WS-MON-SUB WS-SRC-SUB 4)
052000           + WS-AGG-FIG(WS-MON-SUB WS-SRC-SUB 5)
052100           + WS-AGG-FIG(WS-MON-SUB WS-SRC-SUB 6).
052200     IF WS-AGG-FIG(WS-MON-SUB WS-SRC-SUB 1) > ZERO
052300         COMPUTE WS-AGG-RATE(WS-MON-SUB WS-SRC-SUB) ROUNDED =
052400                 WS-AGG-REJ(WS-MON-SUB WS-SRC-SUB) * 100
052500               / WS-AGG-FIG(WS-MON-SUB WS-SRC-SUB 1)
052600             ON SIZE ERROR
052700                 MOVE 99999.99
052800                     TO WS-AGG-RATE(WS-MON-SUB WS-SRC-SUB)
052900         END-COMPUTE
053000     END-IF.
053100 3100-TOTAL-ONE-MONTH-EXIT.
053200     EXIT.
053300
053400 3150-ZERO-FIGURE.
053500     MOVE ZERO TO WS-AGG-FIG(WS-MON-SUB WS-SRC-SUB WS-ITEM-SUB).
053600 3150-ZERO-FIGURE-EXIT.
053700     EXIT.
053800
053900 3200-TOTAL-ONE-DAY.
054000     PERFORM 3300-TOTAL-ONE-CELL THRU 3300-TOTAL-ONE-CELL-EXIT
054100         VARYING WS-ITEM-SUB FROM 1 BY 1
054200         UNTIL WS-ITEM-SUB > 8.
054300 3200-TOTAL-ONE-DAY-EXIT.
054400     EXIT.
054500
054600 3300-TOTAL-ONE-CELL.
054700     IF WS-CELL-SW(WS-MON-SUB WS-SRC-SUB WS-DAY-SUB WS-ITEM-SUB)
054800        NOT = 'Y'
054900         GO TO 3300-TOTAL-ONE-CELL-EXIT
055000     END-IF.
055100     MOVE 'Y' TO WS-AGG-ACTIVE-SW(WS-MON-SUB WS-SRC-SUB).
055200     ADD WS-CELL-CNT(WS-MON-SUB WS-SRC-SUB WS-DAY-SUB WS-ITEM-SUB)
055300         TO WS-AGG-FIG(WS-MON-SUB WS-SRC-SUB WS-ITEM-SUB).
055400     IF WS-ITEM-SUB = 1
055500         ADD 1 TO WS-AGG-ENV(WS-MON-SUB WS-SRC-SUB)
055600     END-IF.
055700 3300-TOTAL-ONE-CELL-EXIT.
055800     EXIT.
055900
056000*---------------------------------------------------------------
056100* 3500-ORDER-SOURCES - PRINT THE SOURCES IN NAME ORDER (UNTAGGED
056200*                      FIRST) SO ONE MONTH'S SCORECARD LINES UP
056300*                      WITH THE NEXT. A SIMPLE EXCHANGE SORT OF
056400*                      THE SUBSCRIPTS - THE TABLE IS 20 AT MOST.
056500*---------------------------------------------------------------
056600 3500-ORDER-SOURCES.
056700     PERFORM 3510-SEED-ORDER THRU 3510-SEED-ORDER-EXIT
056800         VARYING WS-ORD-SUB FROM 1 BY 1
056900         UNTIL WS-ORD-SUB > WS-SRC-COUNT.
057000     PERFORM 3520-ORDER-PASS THRU 3520-ORDER-PASS-EXIT
057100         VARYING WS-PASS-SUB FROM 1 BY 1
057200         UNTIL WS-PASS-SUB >= WS-SRC-COUNT.
057300 3500-ORDER-SOURCES-EXIT.
057400     EXIT.
057500
057600 3510-SEED-ORDER.
057700     MOVE WS-ORD-SUB TO WS-ORD-SRC(WS-ORD-SUB).
057800 3510-SEED-ORDER-EXIT.
057900     EXIT.
058000
058100 3520-ORDER-PASS.
058200     PERFORM 3530-ORDER-PAIR THRU 3530-ORDER-PAIR-EXIT
058300         VARYING WS-ORD-SUB FROM 1 BY 1
058400         UNTIL WS-ORD-SUB >= WS-SRC-COUNT.
058500 3520-ORDER-PASS-EXIT.
058600     EXIT.
058700
058800 3530-ORDER-PAIR.
058900     COMPUTE WS-ORD-NEXT = WS-ORD-SUB + 1.
059000     IF WS-SRC-NAME(WS-ORD-SRC(WS-ORD-SUB))
059100        > WS-SRC-NAME(WS-ORD-SRC(WS-ORD-NEXT))
059200         MOVE WS-ORD-SRC(WS-ORD-SUB) TO WS-ORD-HOLD
059300         MOVE WS-ORD-SRC(WS-ORD-NEXT) TO WS-ORD-SRC(WS-ORD-SUB)
059400         MOVE WS-ORD-HOLD TO WS-ORD-SRC(WS-ORD-NEXT)
059500     END-IF.
059600 3530-ORDER-PAIR-EXIT.
059700     EXIT.
059800
059900*---------------------------------------------------------------
060000* 6000-PRINT-HEADING - REPORT TITLE, RUN DATE, THE TWO MONTHS
060100*                      BEING COMPARED AND THE SLIPPING RULE
060200*---------------------------------------------------------------
060300 6000-PRINT-HEADING.
060400     MOVE SPACES TO SCR-REC.
060500     STRING 'SOURCE SYSTEM DATA QUALITY SCORECARD'
060600         DELIMITED BY SIZE INTO SCR-REC.
060700     WRITE SCR-REC.
060800
060900     MOVE SPACES TO SCR-REC.
061000     STRING 'RUN DATE     : '   DELIMITED BY SIZE
061100            WS-TODAY-MM         DELIMITED BY SIZE
061200            '/'                 DELIMITED BY SIZE
061300            WS-TODAY-DD         DELIMITED BY SIZE
061400            '/'                 DELIMITED BY SIZE
061500            WS-TODAY-YYYY       DELIMITED BY SIZE
061600            INTO SCR-REC.
061700     WRITE SCR-REC.
061800
061900     MOVE SPACES TO SCR-REC.
062000     STRING 'SCORED MONTH : '   DELIMITED BY SIZE
062100            WS-RPT-YYYY         DELIMITED BY SIZE
062200            '-'                 DELIMITED BY SIZE
062300            WS-RPT-MM           DELIMITED BY SIZE
062400            '    PRIOR MONTH : ' DELIMITED BY SIZE
062500            WS-PRI-YYYY         DELIMITED BY SIZE
062600            '-'                 DELIMITED BY SIZE
062700            WS-PRI-MM           DELIMITED BY SIZE
062800            INTO SCR-REC.
062900     WRITE SCR-REC.
063000
063100     MOVE WS-PCT-LIMIT TO WS-EDIT-PCT.
063200     MOVE SPACES TO SCR-REC.
063300     STRING 'SLIPPING     : REJECT RATE MORE THAN '
063400            WS-EDIT-PCT
063500            ' PCT ABOVE THE PRIOR MONTH''S RATE, OR MORE'
063600            ' ENVELOPES FAILED THAN IN THE PRIOR MONTH'
063700         DELIMITED BY SIZE INTO SCR-REC.
063800     WRITE SCR-REC.
063900
064000     IF WS-SRC-COUNT = ZERO
064100         MOVE SPACES TO SCR-REC
064200         WRITE SCR-REC
064300         MOVE SPACES TO SCR-REC
064400         STRING 'NO SOURCE FIGURES ARE POSTED ON THE LEDGER FOR '
064500                'EITHER MONTH'
064600             DELIMITED BY SIZE INTO SCR-REC
064700         WRITE SCR-REC
064800     END-IF.
064900 6000-PRINT-HEADING-EXIT.
065000     EXIT.
065100
065200*---------------------------------------------------------------
065300* 6100-PRINT-ONE-SOURCE - ONE SOURCE'S BLOCK: EACH FIGURE FOR THE
065400*                         SCORED MONTH, THE PRIOR MONTH AND THE
065500*                         CHANGE, THEN THE ASSESSMENT
065600*---------------------------------------------------------------
065700 6100-PRINT-ONE-SOURCE.
065800     MOVE WS-ORD-SRC(WS-ORD-SUB) TO WS-SRC-SUB.
065900     IF WS-SRC-NAME(WS-SRC-SUB) = SPACES
066000         MOVE 'UNTAGGED' TO WS-SHOW-NAME
066100     ELSE
066200         MOVE WS-SRC-NAME(WS-SRC-SUB) TO WS-SHOW-NAME
066300     END-IF.
066400     MOVE SPACES TO SCR-REC.
066500     WRITE SCR-REC.
066600     MOVE SPACES TO SCR-REC.
066700     IF WS-SRC-NAME(WS-SRC-SUB) = SPACES
066800         STRING 'SOURCE SYSTEM : UNTAGGED (PLAIN EXTRACTS WITH '
066900                'NO ENVELOPE HEADER)'
067000             DELIMITED BY SIZE INTO SCR-REC
067100     ELSE
067200         STRING 'SOURCE SYSTEM : ' DELIMITED BY SIZE
067300                WS-SHOW-NAME      DELIMITED BY SIZE
067400                INTO SCR-REC
067500     END-IF.
067600     WRITE SCR-REC.
067700     MOVE SPACES TO SCR-REC.
067800     MOVE 'THIS MONTH' TO SCR-REC(46:10).
067900     MOVE 'PRIOR MONTH' TO SCR-REC(60:11).
068000     MOVE 'CHANGE' TO SCR-REC(80:6).
068100     WRITE SCR-REC.
068200
068300     MOVE 'ENVELOPES RECEIVED' TO WS-FIG-LABEL.
068400     MOVE WS-AGG-ENV(1 WS-SRC-SUB) TO WS-THIS-VAL.
068500     MOVE WS-AGG-ENV(2 WS-SRC-SUB) TO WS-PRIOR-VAL.
068600     PERFORM 6200-PRINT-FIGURE THRU 6200-PRINT-FIGURE-EXIT.
068700     MOVE 'ENVELOPES FAILED AT PRE-EDIT' TO WS-FIG-LABEL.
068800     MOVE WS-AGG-FIG(1 WS-SRC-SUB 2) TO WS-THIS-VAL.
068900     MOVE WS-AGG-FIG(2 WS-SRC-SUB 2) TO WS-PRIOR-VAL.
069000     PERFORM 6200-PRINT-FIGURE THRU 6200-PRINT-FIGURE-EXIT.
069100     MOVE 'DETAILS SENT' TO WS-FIG-LABEL.
069200     MOVE WS-AGG-FIG(1 WS-SRC-SUB 1) TO WS-THIS-VAL.
069300     MOVE WS-AGG-FIG(2 WS-SRC-SUB 1) TO WS-PRIOR-VAL.
069400     PERFORM 6200-PRINT-FIGURE THRU 6200-PRINT-FIGURE-EXIT.
069500     MOVE 'REJECTED - BLNK BLANK RECORD' TO WS-FIG-LABEL.
069600     MOVE WS-AGG-FIG(1 WS-SRC-SUB 3) TO WS-THIS-VAL.
069700     MOVE WS-AGG-FIG(2 WS-SRC-SUB 3) TO WS-PRIOR-VAL.
069800     PERFORM 6200-PRINT-FIGURE THRU 6200-PRINT-FIGURE-EXIT.
069900     MOVE 'REJECTED - ABAD A-SIDE NOT NUMERIC' TO WS-FIG-LABEL.
070000     MOVE WS-AGG-FIG(1 WS-SRC-SUB 4) TO WS-THIS-VAL.
070100     MOVE WS-AGG-FIG(2 WS-SRC-SUB 4) TO WS-PRIOR-VAL.
070200     PERFORM 6200-PRINT-FIGURE THRU 6200-PRINT-FIGURE-EXIT.
070300     MOVE 'REJECTED - BBAD B-SIDE NOT NUMERIC' TO WS-FIG-LABEL.
070400     MOVE WS-AGG-FIG(1 WS-SRC-SUB 5) TO WS-THIS-VAL.
070500     MOVE WS-AGG-FIG(2 WS-SRC-SUB 5) TO WS-PRIOR-VAL.
070600     PERFORM 6200-PRINT-FIGURE THRU 6200-PRINT-FIGURE-EXIT.
070700     MOVE 'REJECTED - 2BAD BOTH SIDES BAD' TO WS-FIG-LABEL.
070800     MOVE WS-AGG-FIG(1 WS-SRC-SUB 6) TO WS-THIS-VAL.
070900     MOVE WS-AGG-FIG(2 WS-SRC-SUB 6) TO WS-PRIOR-VAL.
071000     PERFORM 6200-PRINT-FIGURE THRU 6200-PRINT-FIGURE-EXIT.
071100     MOVE 'REJECTED - TOTAL' TO WS-FIG-LABEL.
071200     MOVE WS-AGG-REJ(1 WS-SRC-SUB) TO WS-THIS-VAL.
071300     MOVE WS-AGG-REJ(2 WS-SRC-SUB) TO WS-PRIOR-VAL.
071400     PERFORM 6200-PRINT-FIGURE THRU 6200-PRINT-FIGURE-EXIT.
071500     PERFORM 6250-PRINT-RATE THRU 6250-PRINT-RATE-EXIT.
071600     MOVE 'REPAIRED AND RESUBMITTED' TO WS-FIG-LABEL.
071700     MOVE WS-AGG-FIG(1 WS-SRC-SUB 7) TO WS-THIS-VAL.
071800     MOVE WS-AGG-FIG(2 WS-SRC-SUB 7) TO WS-PRIOR-VAL.
071900     PERFORM 6200-PRINT-FIGURE THRU 6200-PRINT-FIGURE-EXIT.
072000     MOVE 'CORRECTIONS STILL BAD' TO WS-FIG-LABEL.
072100     MOVE WS-AGG-FIG(1 WS-SRC-SUB 8) TO WS-THIS-VAL.
072200     MOVE WS-AGG-FIG(2 WS-SRC-SUB 8) TO WS-PRIOR-VAL.
072300     PERFORM 6200-PRINT-FIGURE THRU 6200-PRINT-FIGURE-EXIT.
072400     PERFORM 6300-ASSESS-SOURCE THRU 6300-ASSESS-SOURCE-EXIT.
072500     MOVE SPACES TO SCR-REC.
072600     STRING '    ASSESSMENT : ' DELIMITED BY SIZE
072700            WS-ASSESS-TEXT      DELIMITED BY SIZE
072800            INTO SCR-REC.
072900     WRITE SCR-REC.
073000 6100-PRINT-ONE-SOURCE-EXIT.
073100     EXIT.
073200
073300 6200-PRINT-FIGURE.
073400     MOVE WS-THIS-VAL TO WS-FIG-THIS.
073500     MOVE WS-PRIOR-VAL TO WS-FIG-PRIOR.
073600     COMPUTE WS-CNT-DIFF = WS-THIS-VAL - WS-PRIOR-VAL.
073700     MOVE WS-CNT-DIFF TO WS-FIG-CHANGE.
073800     MOVE WS-FIG-LINE TO SCR-REC.
073900     WRITE SCR-REC.
074000 6200-PRINT-FIGURE-EXIT.
074100     EXIT.
074200
074300*---------------------------------------------------------------
074400* 6250-PRINT-RATE - REJECT RATE LINE. A MONTH WITH NO DETAILS
074500*                   SENT HAS NO RATE AND SHOWS N/A, AND SO DOES
074600*                   THE CHANGE.
074700*---------------------------------------------------------------
074800 6250-PRINT-RATE.
074900     MOVE SPACES TO WS-FIG-LINE.
075000     MOVE 'REJECT RATE (PCT OF DETAILS SENT)' TO WS-FIG-LABEL.
075100     IF WS-AGG-FIG(1 WS-SRC-SUB 1) > ZERO
075200         MOVE WS-AGG-RATE(1 WS-SRC-SUB) TO WS-RATE-THIS
075300     ELSE
075400         MOVE '        N/A' TO WS-FIG-LINE(45:11)
075500     END-IF.
075600     IF WS-AGG-FIG(2 WS-SRC-SUB 1) > ZERO
075700         MOVE WS-AGG-RATE(2 WS-SRC-SUB) TO WS-RATE-PRIOR
075800     ELSE
075900         MOVE '        N/A' TO WS-FIG-LINE(60:11)
076000     END-IF.
076100     IF WS-AGG-FIG(1 WS-SRC-SUB 1) > ZERO
076200        AND WS-AGG-FIG(2 WS-SRC-SUB 1) > ZERO
076300         COMPUTE WS-RATE-DIFF = WS-AGG-RATE(1 WS-SRC-SUB)
076400                              - WS-AGG-RATE(2 WS-SRC-SUB)
076500         MOVE WS-RATE-DIFF TO WS-RATE-CHANGE
076600     ELSE
076700         MOVE '        N/A' TO WS-FIG-LINE(75:11)
076800     END-IF.
076900     MOVE WS-FIG-LINE TO SCR-REC.
077000     WRITE SCR-REC.
077100 6250-PRINT-RATE-EXIT.
077200     EXIT.
077300
077400*---------------------------------------------------------------
077500* 6300-ASSESS-SOURCE - A SOURCE WITH NOTHING POSTED FOR THE PRIOR
077600*                      MONTH IS NEW AND CANNOT BE JUDGED. OTHER-
077700*                      WISE IT IS SLIPPING WHEN ITS REJECT RATE
077800*                      ROSE BY MORE THAN THE THRESHOLD PERCENTAGE
077900*                      OF THE PRIOR RATE (ANY RISE FROM A ZERO
078000*                      RATE COUNTS), OR WHEN MORE OF ITS ENVELOPES
078100*                      FAILED THE PRE-EDIT THAN THE MONTH BEFORE.
078200*---------------------------------------------------------------
078300 6300-ASSESS-SOURCE.
078400     MOVE 'N' TO WS-SLIP-SW.
078500     MOVE SPACES TO WS-ASSESS-TEXT.
078600     IF WS-AGG-ACTIVE-SW(2 WS-SRC-SUB) NOT = 'Y'
078700         MOVE 'NEW - NO PRIOR MONTH FIGURES TO COMPARE'
078800             TO WS-ASSESS-TEXT
078900         COMPUTE WS-NEW-COUNT = WS-NEW-COUNT + 1
079000         GO TO 6300-ASSESS-SOURCE-EXIT
079100     END-IF.
079200     IF WS-AGG-ACTIVE-SW(1 WS-SRC-SUB) NOT = 'Y'
079300         MOVE 'NO FIGURES POSTED THIS MONTH' TO WS-ASSESS-TEXT
079400         GO TO 6300-ASSESS-SOURCE-EXIT
079500     END-IF.
079600     IF WS-AGG-FIG(1 WS-SRC-SUB 1) > ZERO
079700        AND WS-AGG-FIG(2 WS-SRC-SUB 1) > ZERO
079800         COMPUTE WS-RATE-LIMIT ROUNDED =
079900                 WS-AGG-RATE(2 WS-SRC-SUB) * (100 + WS-PCT-LIMIT)
080000               / 100
080100         IF WS-AGG-RATE(1 WS-SRC-SUB) > WS-RATE-LIMIT
080200             MOVE 'Y' TO WS-SLIP-SW
080300             MOVE 'SLIPPING - REJECT RATE UP' TO WS-ASSESS-TEXT
080400         END-IF
080500     END-IF.
080600     IF WS-AGG-FIG(1 WS-SRC-SUB 2) > WS-AGG-FIG(2 WS-SRC-SUB 2)
080700         IF SOURCE-SLIPPING
080800             MOVE 'SLIPPING - REJECT RATE, ENVELOPE FAILS UP'
080900                 TO WS-ASSESS-TEXT
081000         ELSE
081100             MOVE 'Y' TO WS-SLIP-SW
081200             MOVE 'SLIPPING - ENVELOPE FAILURES UP'
081300                 TO WS-ASSESS-TEXT
081400         END-IF
081500     END-IF.
081600     IF SOURCE-SLIPPING
081700         COMPUTE WS-SLIP-COUNT = WS-SLIP-COUNT + 1
081800         MOVE WS-SHOW-NAME TO WS-SLIP-NAME(WS-SLIP-COUNT)
081900     ELSE
082000         MOVE 'STEADY OR IMPROVING' TO WS-ASSESS-TEXT
082100     END-IF.
082200 6300-ASSESS-SOURCE-EXIT.
082300     EXIT.
082400
082500*---------------------------------------------------------------
082600* 6500-PRINT-SUMMARY - COUNTS, THE SLIPPING SOURCES BY NAME, AND
082700*                      THE RETURN CODE THE JOB WILL END WITH
082800*---------------------------------------------------------------
082900 6500-PRINT-SUMMARY.
083000     MOVE SPACES TO SCR-REC.
083100     WRITE SCR-REC.
083200     MOVE WS-READ-CNT TO WS-EDIT-CNT.
083300     MOVE SPACES TO SCR-REC.
083400     STRING 'LEDGER POSTINGS READ      : ' DELIMITED BY SIZE
083500            WS-EDIT-CNT DELIMITED BY SIZE INTO SCR-REC.
083600     WRITE SCR-REC.
083700     MOVE WS-USED-CNT TO WS-EDIT-CNT.
083800     MOVE SPACES TO SCR-REC.
083900     STRING 'SOURCE POSTINGS SCORED    : ' DELIMITED BY SIZE
084000            WS-EDIT-CNT DELIMITED BY SIZE INTO SCR-REC.
084100     WRITE SCR-REC.
084200     IF WS-BAD-CNT > ZERO
084300         MOVE WS-BAD-CNT TO WS-EDIT-CNT
084400         MOVE SPACES TO SCR-REC
084500         STRING 'SOURCE POSTINGS UNREADABLE: ' DELIMITED BY SIZE
084600                WS-EDIT-CNT DELIMITED BY SIZE
084700                ' - NOT SCORED' DELIMITED BY SIZE
084800                INTO SCR-REC
084900         WRITE SCR-REC
085000     END-IF.
085100     MOVE WS-SRC-COUNT TO WS-EDIT-CNT.
085200     MOVE SPACES TO SCR-REC.
085300     STRING 'SOURCES ON THE SCORECARD  : ' DELIMITED BY SIZE
085400            WS-EDIT-CNT DELIMITED BY SIZE INTO SCR-REC.
085500     WRITE SCR-REC.
085600     MOVE WS-NEW-COUNT TO WS-EDIT-CNT.
085700     MOVE SPACES TO SCR-REC.
085800     STRING 'NEW THIS MONTH            : ' DELIMITED BY SIZE
085900            WS-EDIT-CNT DELIMITED BY SIZE INTO SCR-REC.
086000     WRITE SCR-REC.
086100     MOVE WS-SLIP-COUNT TO WS-EDIT-CNT.
086200     MOVE SPACES TO SCR-REC.
086300     STRING 'SLIPPING                  : ' DELIMITED BY SIZE
086400            WS-EDIT-CNT DELIMITED BY SIZE INTO SCR-REC.
086500     WRITE SCR-REC.
086600     PERFORM 6550-PRINT-SLIPPER THRU 6550-PRINT-SLIPPER-EXIT
086700         VARYING WS-SLIP-SUB FROM 1 BY 1
086800         UNTIL WS-SLIP-SUB > WS-SLIP-COUNT.
086900     IF WS-FULL-CNT > ZERO
087000         MOVE WS-FULL-CNT TO WS-EDIT-CNT
087100         MOVE SPACES TO SCR-REC
087200         STRING 'SOURCE TABLE FULL - ' DELIMITED BY SIZE
087300                WS-EDIT-CNT DELIMITED BY SIZE
087400                ' POSTINGS FOR FURTHER SOURCES NOT SCORED'
087500                DELIMITED BY SIZE
087600                INTO SCR-REC
087700         WRITE SCR-REC
087800     END-IF.
087900     MOVE SPACES TO SCR-REC.
088000     WRITE SCR-REC.
088100     MOVE SPACES TO SCR-REC.
088200     EVALUATE TRUE
088300         WHEN WS-SLIP-COUNT > ZERO
088400             STRING 'ENDING WITH WARNING RETURN CODE 4 - SOURCE '
088500                    'DATA QUALITY IS SLIPPING, SEE ABOVE'
088600                 DELIMITED BY SIZE INTO SCR-REC
088700         WHEN WS-FULL-CNT > ZERO
088800             STRING 'ENDING WITH WARNING RETURN CODE 4 - NOT '
088900                    'EVERY SOURCE COULD BE SCORED'
089000                 DELIMITED BY SIZE INTO SCR-REC
089100         WHEN OTHER
089200             STRING 'ENDING WITH RETURN CODE 0 - NO SOURCE IS '
089300                    'SLIPPING'
089400                 DELIMITED BY SIZE INTO SCR-REC
089500     END-EVALUATE.
089600     WRITE SCR-REC.
089700 6500-PRINT-SUMMARY-EXIT.
089800     EXIT.
089900
090000 6550-PRINT-SLIPPER.
090100     MOVE SPACES TO SCR-REC.
090200     STRING '    SLIPPING SOURCE       : ' DELIMITED BY SIZE
090300            WS-SLIP-NAME(WS-SLIP-SUB) DELIMITED BY SIZE
090400            INTO SCR-REC.
090500     WRITE SCR-REC.
090600 6550-PRINT-SLIPPER-EXIT.
090700     EXIT.
090800
090900*---------------------------------------------------------------
091000* 7000-SET-RETURN-CODE - RC 4 AND A WARNING ALERT WHEN ANY SOURCE
091100*                        IS SLIPPING OR THE SOURCE TABLE FILLED,
091200*                        OTHERWISE RC 0
091300*---------------------------------------------------------------
091400 7000-SET-RETURN-CODE.
091500     IF WS-SLIP-COUNT = ZERO
091600        AND WS-FULL-CNT = ZERO
091700         MOVE ZERO TO RETURN-CODE
091800         GO TO 7000-SET-RETURN-CODE-EXIT
091900     END-IF.
092000     MOVE 4 TO RETURN-CODE.
092100     MOVE ZERO TO WS-ALRT-RUN-NO.
092200     MOVE 'W' TO WS-ALRT-SEVERITY.
092300     MOVE SPACES TO WS-ALRT-TEXT.
092400     IF WS-SLIP-COUNT > ZERO
092500         MOVE WS-SLIP-COUNT TO WS-EDIT-CNT
092600         MOVE 'SRCSLIP' TO WS-ALRT-CODE
092700         STRING WS-EDIT-CNT ' SOURCES SLIPPING IN '
092800                WS-RPT-YYYY '-' WS-RPT-MM ' - SEE SCORECARD'
092900             DELIMITED BY SIZE INTO WS-ALRT-TEXT
093000     ELSE
093100         MOVE WS-FULL-CNT TO WS-EDIT-CNT
093200         MOVE 'TABLEFUL' TO WS-ALRT-CODE
093300         STRING WS-EDIT-CNT ' SOURCE POSTINGS OVER CAPACITY - '
093400                'SCORECARD IS PARTIAL'
093500             DELIMITED BY SIZE INTO WS-ALRT-TEXT
093600     END-IF.
093700     PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT.
093800 7000-SET-RETURN-CODE-EXIT.
093900     EXIT.
094000
094100*---------------------------------------------------------------
094200* 9800-RAISE-ALERT - WRITE WS-ALRT-SEVERITY/CODE/TEXT TO THE
094300*                    SHOP-WIDE ALERT FILE THROUGH AOCALRT. THE
094400*                    RC IS NOT ACTED ON - AN ALERT THAT CANNOT
094500*                    BE WRITTEN IS ON THE JOB LOG INSTEAD, AND
094600*                    MUST NOT CHANGE HOW THIS RUN ENDS, SO THE
094700*                    RETURN-CODE THE CALL CLOBBERS IS PUT BACK.
094800*---------------------------------------------------------------
094900 9800-RAISE-ALERT.
095000     MOVE RETURN-CODE TO WS-ALRT-SAVE-RC.
095100     CALL 'AOCALRTC' USING WS-ALRT-PROGRAM WS-ALRT-RUN-NO
095200                           WS-ALRT-SEVERITY WS-ALRT-CODE
095300                           WS-ALRT-TEXT WS-ALRT-RC.
095400     MOVE WS-ALRT-SAVE-RC TO RETURN-CODE.
095500 9800-RAISE-ALERT-EXIT.
095600     EXIT.
