000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AOCPREF.
000300 AUTHOR. R-HENDRICKS.
000400 INSTALLATION. DATA-PROC-BATCH-CTR.
000500 DATE-WRITTEN. 2026-10-09.
000600 DATE-COMPILED.
000700*---------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*---------------------------------------------------------------
001000* 2026-10-09  RH   ORIGINAL CODING - NIGHTLY CHAIN PRE-FLIGHT
001100*                  READINESS CHECK. RUN IN THE EVENING AHEAD OF
001200*                  THE BATCH WINDOW, IT READS EVERY CONTROL CARD
001300*                  AND INPUT THE AOCSCHD CHAIN STEPS WILL USE -
001400*                  WITHOUT RUNNING ANY STEP OR WRITING ANYTHING
001500*                  BUT ITS OWN REPORT - SO A MISKEYED CARD, NO
001600*                  CALENDAR ENTRY FOR THE NIGHT, A RUN LEFT
001700*                  STARTED ON THE RUN CONTROL FILE, A MISSING OR
001800*                  IN-UPDATE MASTER, OR AN ENVELOPE THAT HAS NOT
001900*                  ARRIVED IS FOUND AT 11 PM INSTEAD OF 2 AM.
002000*                  EVERY CHECK PRINTS PASS OR FAIL ON PREFRPT WITH
002100*                  EACH REASON IT FAILED, AND THE REPORT ENDS WITH
002200*                  A GO OR NO-GO FOR THE NIGHT.
002300*                  THE CARD CHECKS HOLD EACH CARD TO THE GRAMMAR
002400*                  ITS OWN PROGRAM READS (SCHCARD - AOCSCHD,
002500*                  VARCARD - DAY 1, HSKCARD - AOCHSKP, TRNCARD -
002600*                  AOCTRND): AN UNKNOWN KEYWORD, A MISSING VALUE,
002700*                  A VALUE THAT IS NOT A NUMBER, DATE OR CLOCK
002800*                  TIME, OR ANYTHING KEYED PAST THE VALUE FAILS -
002900*                  AT RUN TIME EVERY ONE OF THOSE IS SILENTLY
003000*                  IGNORED AND THE SHOP DEFAULT TAKES OVER. A
003100*                  CARD FILE THAT IS NOT THERE AT ALL PASSES: THE
003200*                  DEFAULTS ARE THEN WHAT WAS MEANT.
003300*                  THE PROCESSING NIGHT IS WORKED OUT THE SAME WAY
003400*                  AOCSCHD WORKS IT OUT. NOTHING IS REGISTERED ON
003500*                  THE RUN CONTROL FILE AND THE AUTHORITY CHECK
003600*                  ONLY READS OPRAUTH (NO SECURITY-LOG ENTRY), SO
003700*                  THE CHECK CAN BE RERUN AS OFTEN AS NEEDED.
003800*                  RETURN CODES: 0 = GO; 8 = NO-GO, ONE OR MORE
003900*                  CHECKS FAILED (ALSO RAISED ON THE SHOP-WIDE
004000*                  ALERT FILE THROUGH AOCALRT).
004100*---------------------------------------------------------------
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT OPRAUTH ASSIGN TO 'OPRAUTH'
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-AUTH-STATUS.
004800
004900     SELECT SCHCARD ASSIGN TO 'SCHCARD'
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-CARD-STATUS.
005200
005300     SELECT CALFILE ASSIGN TO 'CALFILE'
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-CAL-STATUS.
005600
005700     SELECT RUNCTL ASSIGN TO 'RUNCTL'
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-CTL-STATUS.
006000
006100     SELECT ENVFILE ASSIGN TO 'ENVFILE'
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-ENV-STATUS.
006400
006500     SELECT MSTFILE ASSIGN TO 'MSTFILE'
006600         ORGANIZATION IS INDEXED
006700         ACCESS IS SEQUENTIAL
006800         RECORD KEY IS MST-PAIR-NO
006900         FILE STATUS IS WS-MST-STATUS.
007000
007100     SELECT TRNFILE ASSIGN TO 'TRNFILE'
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-INP-STATUS.
007400
007500     SELECT VARCARD ASSIGN TO 'VARCARD'
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-CARD-STATUS.
007800
007900     SELECT DAY2IN ASSIGN TO 'DAY2IN'
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS WS-INP-STATUS.
008200
008300     SELECT DAY4IN ASSIGN TO 'DAY4IN'
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS WS-INP-STATUS.
008600
008700     SELECT HSKCARD ASSIGN TO 'HSKCARD'
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         FILE STATUS IS WS-CARD-STATUS.
009000
009100     SELECT TRNCARD ASSIGN TO 'TRNCARD'
009200         ORGANIZATION IS LINE SEQUENTIAL
009300         FILE STATUS IS WS-CARD-STATUS.
009400
009500     SELECT PREFRPT ASSIGN TO 'PREFRPT'
009600         ORGANIZATION IS LINE SEQUENTIAL.
009700
009800 DATA DIVISION.
009900 FILE SECTION.
010000 FD  OPRAUTH.
010100     COPY OPRAUTFD.
010200
010300 FD  SCHCARD.
010400 01  SCH-CARD-REC                    PIC X(80).
010500
010600 FD  CALFILE.
010700     COPY PRCCALFD.
010800
010900 FD  RUNCTL.
011000     COPY RUNCTLFD.
011100
011200 FD  ENVFILE.
011300     COPY ENVLPFD.
011400
011500 FD  MSTFILE.
011600     COPY IDMSTFD.
011700
011800 FD  TRNFILE.
011900 01  TRN-REC                         PIC X(80).
012000
012100 FD  VARCARD.
012200 01  VAR-CARD-REC                    PIC X(80).
012300
012400 FD  DAY2IN.
012500 01  DAY2-REC                        PIC X(80).
012600
012700 FD  DAY4IN.
012800 01  DAY4-REC                        PIC X(80).
012900
013000 FD  HSKCARD.
013100 01  HSK-CARD-REC                    PIC X(80).
013200
013300 FD  TRNCARD.
013400 01  TRN-CARD-REC                    PIC X(80).
013500
013600 FD  PREFRPT.
013700 01  PRF-REC                         PIC X(132).
013800
013900 WORKING-STORAGE SECTION.
014000 77  WS-AUTH-STATUS                  PIC X(02) VALUE '00'.
014100 77  WS-CARD-STATUS                  PIC X(02) VALUE '00'.
014200 77  WS-CAL-STATUS                   PIC X(02) VALUE '00'.
014300 77  WS-CTL-STATUS                   PIC X(02) VALUE '00'.
014400 77  WS-ENV-STATUS                   PIC X(02) VALUE '00'.
014500 77  WS-MST-STATUS                   PIC X(02) VALUE '00'.
014600 77  WS-INP-STATUS                   PIC X(02) VALUE '00'.
014700 77  WS-EOF-SW                       PIC X(01) VALUE 'N'.
014800     88  FILE-EOF                    VALUE 'Y'.
014900
015000*---------------------------------------------------------------
015100* RUNTIME PARAMETER WORK AREA - DD_xxx OVERRIDES WITH SHOP-
015200* STANDARD DEFAULTS, SAME CONVENTION AS DAY01PROC. THE DEFAULTS
015300* ARE THE ONES EACH CHAIN STEP ITSELF FALLS BACK ON, SO AN
015400* UNOVERRIDDEN CHECK LOOKS AT THE SAME FILE THE STEP WILL OPEN.
015500* DAY2IN AND DAY4IN ARE THE FILES AOCSCHD POINTS THE DAY 2 AND
015600* DAY 4 STEPS' INFILE AT. DD_PROCDATE IS THE SAME OVERRIDE
015700* AOCEDIT HONORS FOR THE DATE THE ENVELOPE HEADER MUST CARRY.
015800*---------------------------------------------------------------
015900 77  WS-DD-OPRAUTH                   PIC X(40) VALUE SPACES.
016000 77  WS-DD-SCHCARD                   PIC X(40) VALUE SPACES.
016100 77  WS-DD-CALFILE                   PIC X(40) VALUE SPACES.
016200 77  WS-DD-RUNCTL                    PIC X(40) VALUE SPACES.
016300 77  WS-DD-ENVFILE                   PIC X(40) VALUE SPACES.
016400 77  WS-DD-MSTFILE                   PIC X(40) VALUE SPACES.
016500 77  WS-DD-TRNFILE                   PIC X(40) VALUE SPACES.
016600 77  WS-DD-VARCARD                   PIC X(40) VALUE SPACES.
016700 77  WS-DD-DAY2IN                    PIC X(40) VALUE SPACES.
016800 77  WS-DD-DAY4IN                    PIC X(40) VALUE SPACES.
016900 77  WS-DD-HSKCARD                   PIC X(40) VALUE SPACES.
017000 77  WS-DD-TRNCARD                   PIC X(40) VALUE SPACES.
017100 77  WS-DD-PREFRPT                   PIC X(40) VALUE SPACES.
017200 77  WS-DD-PROCDATE                  PIC X(08) VALUE SPACES.
017300 77  WS-PROC-DATE                    PIC X(08) VALUE SPACES.
017400
017500*---------------------------------------------------------------
017600* CHECK TABLE - THE CHECKS IN THE ORDER THE CHAIN WILL NEED
017700* THEM. EACH CARRIES ITS NAME AND THE TITLE OF THE CHAIN STEP
017800* (AS AOCSCHD TITLES IT) THAT WOULD FAIL WITHOUT IT. TRNCARD IS
017900* READ BY THE MORNING AOCTRND REPORT, NOT A CHAIN STEP, BUT IS
018000* KEPT WITH THE NIGHT'S OTHER CARDS AND CHECKED WITH THEM.
018100*---------------------------------------------------------------
018200 01  WS-CHK-DEF-TABLE.
018300     05  FILLER                      PIC X(40)
018400         VALUE 'OPERATOR AUTHORITY      AOCSCHD DRIVER  '.
018500     05  FILLER                      PIC X(40)
018600         VALUE 'SCHCARD CONTROL CARD    AOCSCHD DRIVER  '.
018700     05  FILLER                      PIC X(40)
018800         VALUE 'PROCESSING CALENDAR     AOCSCHD DRIVER  '.
018900     05  FILLER                      PIC X(40)
019000         VALUE 'RUN CONTROL OPEN RUNS   AOCSCHD DRIVER  '.
019100     05  FILLER                      PIC X(40)
019200         VALUE 'ENVELOPE ARRIVAL        AOCEDIT PRE-EDIT'.
019300     05  FILLER                      PIC X(40)
019400         VALUE 'ID MASTER FILE          AOCMSTM MASTER  '.
019500     05  FILLER                      PIC X(40)
019600         VALUE 'MASTER TRANSACTIONS     AOCMSTM MASTER  '.
019700     05  FILLER                      PIC X(40)
019800         VALUE 'VARCARD CONTROL CARD    DAY 1 PROCESSING'.
019900     05  FILLER                      PIC X(40)
020000         VALUE 'DAY 2 INPUT FILE        DAY 2 PROCESSING'.
020100     05  FILLER                      PIC X(40)
020200         VALUE 'DAY 4 INPUT FILE        DAY 4 PROCESSING'.
020300     05  FILLER                      PIC X(40)
020400         VALUE 'HSKCARD CONTROL CARD    AOCHSKP SWEEP   '.
020500     05  FILLER                      PIC X(40)
020600         VALUE 'TRNCARD CONTROL CARD    AOCTRND TREND   '.
020700 01  WS-CHK-DEF-R REDEFINES WS-CHK-DEF-TABLE.
020800     05  WS-CHK-ENTRY OCCURS 12 TIMES.
020900         10  WS-CHK-DEF-NAME         PIC X(24).
021000         10  WS-CHK-DEF-STEP         PIC X(16).
021100 77  WS-CHK-TOTAL                    PIC 9(02) COMP VALUE 12.
021200 77  WS-CHK-SUB                      PIC 9(02) COMP VALUE ZERO.
021300
021400*---------------------------------------------------------------
021500* CHECK RESULT WORK AREAS - EACH CHECK FILLS A ONE-LINE DETAIL
021600* AND LOGS EVERY REASON IT FAILS THROUGH 9100-ADD-REASON. THE
021700* FIRST 20 REASONS OF A CHECK ARE LISTED UNDER IT; ANY MORE ARE
021800* COUNTED.
021900*---------------------------------------------------------------
022000 77  WS-CHK-FAIL-SW                  PIC X(01) VALUE 'N'.
022100     88  CHECK-FAILED                VALUE 'Y'.
022200 77  WS-CHK-FAILED                   PIC 9(02) VALUE ZERO.
022300 77  WS-RSN-CNT                      PIC 9(04) COMP VALUE ZERO.
022400 77  WS-RSN-SUB                      PIC 9(04) COMP VALUE ZERO.
022500 77  WS-RSN-MAX                      PIC 9(04) COMP VALUE 20.
022600 01  WS-RSN-TABLE.
022700     05  WS-RSN-ENTRY                PIC X(74) OCCURS 20 TIMES.
022800 77  WS-RSN-LINE                     PIC X(74) VALUE SPACES.
022900 77  WS-EDIT-MORE                    PIC ZZZ9.
023000 77  WS-EDIT-FAILED                  PIC Z9.
023100 77  WS-EDIT-TOTAL                   PIC Z9.
023200 01  WS-CHK-LINE.
023300     05  FILLER                      PIC X(02) VALUE SPACES.
023400     05  WS-CHK-NO-ED                PIC Z9.
023500     05  FILLER                      PIC X(02) VALUE SPACES.
023600     05  WS-CHK-NAME                 PIC X(24).
023700     05  FILLER                      PIC X(02) VALUE SPACES.
023800     05  WS-CHK-STEP                 PIC X(16).
023900     05  FILLER                      PIC X(02) VALUE SPACES.
024000     05  WS-CHK-RESULT               PIC X(04).
024100     05  FILLER                      PIC X(02) VALUE SPACES.
024200     05  WS-CHK-DETAIL               PIC X(76).
024300 01  WS-RSN-PRINT.
024400     05  FILLER                      PIC X(56) VALUE SPACES.
024500     05  FILLER                      PIC X(02) VALUE '- '.
024600     05  WS-RSN-TEXT                 PIC X(74).
024700
024800*---------------------------------------------------------------
024900* CONTROL-CARD EDIT WORK AREAS - ONE CARD AT A TIME IS COPIED TO
025000* WS-CARD-LINE AND EDITED AGAINST THE GRAMMAR OF ITS KIND. A
025100* VALUE MAY BE KEYED LEFT-JUSTIFIED, EXACTLY AS THE READING
025200* PROGRAMS ALLOW, BUT NOTHING MAY FOLLOW IT ON THE CARD - A
025300* FOURTH DIGIT ON A THREE-DIGIT VALUE IS DROPPED WITHOUT A WORD
025400* AT RUN TIME. A BLANK CARD OR AN ASTERISK IN COLUMN 1 IS
025500* PASSED OVER, AS THE READING PROGRAMS PASS IT OVER.
025600*---------------------------------------------------------------
025700 77  WS-CARD-KIND                    PIC X(01) VALUE SPACE.
025800     88  CARD-IS-SCH                 VALUE 'S'.
025900     88  CARD-IS-VAR                 VALUE 'V'.
026000     88  CARD-IS-HSK                 VALUE 'H'.
026100     88  CARD-IS-TRN                 VALUE 'T'.
026200 77  WS-CARD-LINE                    PIC X(80) VALUE SPACES.
026300 77  WS-CARD-NO                      PIC 9(03) VALUE ZERO.
026400 77  WS-CARD-USED                    PIC 9(03) VALUE ZERO.
026500 77  WS-CARD-BAD                     PIC 9(03) VALUE ZERO.
026600 77  WS-CARD-REASON                  PIC X(40) VALUE SPACES.
026700 77  WS-CARD-NOTE                    PIC X(30) VALUE SPACES.
026800 77  WS-VAL-POS                      PIC 9(02) COMP VALUE ZERO.
026900 77  WS-VAL-END                      PIC 9(02) COMP VALUE ZERO.
027000 77  WS-CARD-NUM-X                   PIC X(03) VALUE SPACES.
027100 77  WS-NUM-SHIFT-X                  PIC X(02) VALUE SPACES.
027200 01  WS-CARD-TIME.
027300     05  WS-CARD-TIME-HH             PIC X(02).
027400     05  WS-CARD-TIME-MI             PIC X(02).
027500 01  WS-CARD-TIME-X REDEFINES WS-CARD-TIME PIC X(04).
027600 77  WS-TIME-SHIFT-X                 PIC X(03) VALUE SPACES.
027700 01  WS-CARD-DATE.
027800     05  WS-CARD-DATE-YYYY           PIC 9(04).
027900     05  WS-CARD-DATE-MM             PIC 9(02).
028000     05  WS-CARD-DATE-DD             PIC 9(02).
028100 01  WS-CARD-DATE-X REDEFINES WS-CARD-DATE PIC X(08).
028200 77  WS-SEL-FROM                     PIC X(08) VALUE SPACES.
028300 77  WS-SEL-TO                       PIC X(08) VALUE SPACES.
028400 77  WS-CARD-OVERRIDE-SW             PIC X(01) VALUE 'N'.
028500     88  CARD-OVERRIDE-ON            VALUE 'Y'.
028600 77  WS-EDIT-CARD-NO                 PIC ZZ9.
028700 77  WS-EDIT-CARDS                   PIC ZZ9.
028800 77  WS-EDIT-BAD                     PIC ZZ9.
028900
029000*---------------------------------------------------------------
029100* OPERATOR AUTHORITY CHECK - THE SUBMITTING USER ID, FOLDED TO
029200* UPPER CASE THE WAY AOCAUTH FOLDS IT, NEEDS CHAIN AUTHORITY TO
029300* START THE CHAIN AND MAINT AUTHORITY FOR THE AOCMSTM STEP
029400*---------------------------------------------------------------
029500 77  WS-USER-ID                      PIC X(08) VALUE SPACES.
029600 77  WS-FILE-USER-ID                 PIC X(08) VALUE SPACES.
029700 77  WS-USER-FOUND-SW                PIC X(01) VALUE 'N'.
029800     88  USER-FOUND                  VALUE 'Y'.
029900 77  WS-USER-CHAIN                   PIC X(01) VALUE 'N'.
030000 77  WS-USER-MAINT                   PIC X(01) VALUE 'N'.
030100
030200*---------------------------------------------------------------
030300* PROCESSING-CALENDAR CHECK - EVERY ENTRY DATED THE NIGHT IS
030400* COUNTED AND ITS DAY NUMBER LISTED ON THE DETAIL LINE
030500*---------------------------------------------------------------
030600 77  WS-CAL-HITS                     PIC 9(03) VALUE ZERO.
030700 77  WS-CAL-READ                     PIC 9(05) VALUE ZERO.
030800 77  WS-CAL-DAYS                     PIC X(36) VALUE SPACES.
030900 77  WS-CAL-PTR                      PIC 9(02) COMP VALUE 1.
031000 77  WS-EDIT-HITS                    PIC ZZ9.
031100
031200*---------------------------------------------------------------
031300* OPEN-RUN WORK TABLE - RUNS WITH A STARTED RECORD AND NO LATER
031400* CLOSING RECORD, SAME SCAN CONVENTION AS AOCRUNC AND AOCCALX
031500*---------------------------------------------------------------
031600 77  WS-OPEN-COUNT                   PIC 9(03) COMP VALUE ZERO.
031700 77  WS-OPEN-SUB                     PIC 9(03) COMP VALUE ZERO.
031800 77  WS-OPEN-FOUND-SW                PIC X(01) VALUE 'N'.
031900     88  OPEN-RUN-FOUND              VALUE 'Y'.
032000 77  WS-OPEN-FULL-SW                 PIC X(01) VALUE 'N'.
032100     88  OPEN-TABLE-FULL             VALUE 'Y'.
032200 77  WS-CTL-READ                     PIC 9(07) VALUE ZERO.
032300 77  WS-EDIT-CTL-READ                PIC ZZZZZZ9.
032400 77  WS-EDIT-OPEN                    PIC ZZ9.
032500 01  WS-OPEN-TABLE.
032600     05  WS-OPEN-ENTRY OCCURS 200 TIMES.
032700         10  WS-OPEN-RUN-NO          PIC 9(06).
032800         10  WS-OPEN-DAY             PIC 9(02).
032900         10  WS-OPEN-DATE            PIC X(08).
033000         10  WS-OPEN-TIME            PIC X(06).
033100         10  WS-OPEN-INFILE          PIC X(40).
033200
033300*---------------------------------------------------------------
033400* ENVELOPE CHECK - THE SAME COMPLETENESS AND BALANCE RULES
033500* AOCEDIT APPLIES, WITHOUT STAGING ANYTHING
033600*---------------------------------------------------------------
033700 77  WS-HDR-SEEN-SW                  PIC X(01) VALUE 'N'.
033800     88  HDR-SEEN                    VALUE 'Y'.
033900 77  WS-TRL-SEEN-SW                  PIC X(01) VALUE 'N'.
034000     88  TRL-SEEN                    VALUE 'Y'.
034100 77  WS-ENV-RECS                     PIC 9(09) VALUE ZERO.
034200 77  WS-DETAIL-COUNT                 PIC 9(09) VALUE ZERO.
034300 77  WS-HASH-TOTAL                   PIC 9(15) VALUE ZERO.
034400 77  WS-DTL-A                        PIC 9(07) VALUE ZERO.
034500 77  WS-DTL-B                        PIC 9(07) VALUE ZERO.
034600 77  WS-TRL-COUNT                    PIC 9(09) VALUE ZERO.
034700 77  WS-TRL-HASH                     PIC 9(15) VALUE ZERO.
034800 77  WS-HDR-DATE                     PIC X(08) VALUE SPACES.
034900 77  WS-HDR-SOURCE                   PIC X(08) VALUE SPACES.
035000 77  WS-EDIT-DETAILS                 PIC ZZZZZZZZ9.
035100
035200*---------------------------------------------------------------
035300* INPUT-FILE CHECKS - RECORDS COUNTED ON THE MASTER AND THE
035400* PLAIN INPUT FILES
035500*---------------------------------------------------------------
035600 77  WS-INP-RECS                     PIC 9(09) VALUE ZERO.
035700 77  WS-EDIT-RECS                    PIC ZZZZZZZZ9.
035800 77  WS-EDIT-PAIRS                   PIC ZZZZZZZZ9.
035900
036000*---------------------------------------------------------------
036100* OPERATOR ALERT - PASSED TO AOCALRT'S AOCALRTC ENTRY WHEREVER
036200* THIS PROGRAM RAISES A WARNING OR FAILURE (ALRTFD SEVERITIES)
036300*---------------------------------------------------------------
036400 77  WS-ALRT-PROGRAM                 PIC X(08) VALUE 'AOCPREF'.
036500 77  WS-ALRT-RUN-NO                  PIC 9(06) VALUE ZERO.
036600 77  WS-ALRT-SEVERITY                PIC X(01) VALUE SPACE.
036700 77  WS-ALRT-CODE                    PIC X(08) VALUE SPACES.
036800 77  WS-ALRT-TEXT                    PIC X(60) VALUE SPACES.
036900 77  WS-ALRT-RC                      PIC 9(04) VALUE ZERO.
037000 77  WS-ALRT-SAVE-RC                 PIC S9(04) COMP VALUE ZERO.
037100
037200*---------------------------------------------------------------
037300* REPORT DATE AND PROCESSING-NIGHT IDENTITY - THE NIGHT IS
037400* TODAY FROM NOON ONWARD AND YESTERDAY BEFORE NOON, THE SAME
037500* RULE AOCSCHD STAMPS ITS STEPS WITH (PLAIN GREGORIAN
037600* ARITHMETIC, SAME LEAP RULES AS AOCHSKP'S DATE SERIALS)
037700*---------------------------------------------------------------
037800 01  WS-TODAY-DATE.
037900     05  WS-TODAY-YYYY               PIC 9(04).
038000     05  WS-TODAY-MM                 PIC 9(02).
038100     05  WS-TODAY-DD                 PIC 9(02).
038200 01  WS-TODAY-X REDEFINES WS-TODAY-DATE PIC X(08).
038300 01  WS-NOW-TIME.
038400     05  WS-NOW-HH                   PIC 9(02).
038500     05  WS-NOW-MI                   PIC 9(02).
038600     05  WS-NOW-SS                   PIC 9(02).
038700     05  FILLER                      PIC X(02).
038800 01  WS-NIGHT-DATE.
038900     05  WS-NIGHT-YYYY               PIC 9(04).
039000     05  WS-NIGHT-MM                 PIC 9(02).
039100     05  WS-NIGHT-DD                 PIC 9(02).
039200 01  WS-NIGHT-X REDEFINES WS-NIGHT-DATE PIC X(08).
039300 01  WS-MONTH-LEN-TABLE.
039400     05  FILLER                      PIC 9(02) VALUE 31.
039500     05  FILLER                      PIC 9(02) VALUE 28.
039600     05  FILLER                      PIC 9(02) VALUE 31.
039700     05  FILLER                      PIC 9(02) VALUE 30.
039800     05  FILLER                      PIC 9(02) VALUE 31.
039900     05  FILLER                      PIC 9(02) VALUE 30.
040000     05  FILLER                      PIC 9(02) VALUE 31.
040100     05  FILLER                      PIC 9(02) VALUE 31.
040200     05  FILLER                      PIC 9(02) VALUE 30.
040300     05  FILLER                      PIC 9(02) VALUE 31.
040400     05  FILLER                      PIC 9(02) VALUE 30.
040500     05  FILLER                      PIC 9(02) VALUE 31.
040600 01  WS-MONTH-LEN-R REDEFINES WS-MONTH-LEN-TABLE.
040700     05  WS-MONTH-LEN                PIC 9(02) OCCURS 12 TIMES.
040800 77  WS-LEAP-YYYY                    PIC 9(04) VALUE ZERO.
040900 77  WS-LEAP-Q                       PIC 9(04) VALUE ZERO.
041000 77  WS-LEAP-R                       PIC 9(04) VALUE ZERO.
041100 77  WS-LEAP-SW                      PIC X(01) VALUE 'N'.
041200     88  LEAP-YEAR                   VALUE 'Y'.
041300 77  WS-DAYS-IN-MONTH                PIC 9(02) VALUE ZERO.
041400
041500 PROCEDURE DIVISION.
041600 0000-MAINLINE.
041700     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
041800     PERFORM 0080-SET-NIGHT-DATE THRU 0080-SET-NIGHT-DATE-EXIT.
041900     PERFORM 0050-ACCEPT-PARM THRU 0050-ACCEPT-PARM-EXIT.
042000     OPEN OUTPUT PREFRPT.
042100     PERFORM 6000-PRINT-HEADING THRU 6000-PRINT-HEADING-EXIT.
042200     PERFORM 0500-RUN-ONE-CHECK THRU 0500-RUN-ONE-CHECK-EXIT
042300         VARYING WS-CHK-SUB FROM 1 BY 1
042400         UNTIL WS-CHK-SUB > WS-CHK-TOTAL.
042500     PERFORM 6900-PRINT-VERDICT THRU 6900-PRINT-VERDICT-EXIT.
042600     CLOSE PREFRPT.
042700     IF WS-CHK-FAILED > ZERO
042800         MOVE WS-CHK-FAILED TO WS-EDIT-FAILED
042900         DISPLAY 'AOCPREF - NIGHT ' WS-NIGHT-X ' IS NO-GO, '
043000             WS-EDIT-FAILED ' CHECK(S) FAILED - SEE PREFRPT'
043100         MOVE ZERO TO WS-ALRT-RUN-NO
043200         MOVE 'E' TO WS-ALRT-SEVERITY
043300         MOVE 'PREFNOGO' TO WS-ALRT-CODE
043400         MOVE SPACES TO WS-ALRT-TEXT
043500         STRING 'NIGHT ' WS-NIGHT-X ' PRE-FLIGHT NO-GO - '
043600                WS-EDIT-FAILED ' CHECK(S) FAILED'
043700             DELIMITED BY SIZE INTO WS-ALRT-TEXT
043800         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
043900         MOVE 8 TO RETURN-CODE
044000     ELSE
044100         MOVE ZERO TO RETURN-CODE
044200     END-IF.
044300     STOP RUN.
044400
044500*---------------------------------------------------------------
044600* 0050-ACCEPT-PARM - DD_xxx OVERRIDES WITH SHOP-STANDARD
044700*                    DEFAULTS, SAME CONVENTION AS DAY01PROC
044800*---------------------------------------------------------------
044900 0050-ACCEPT-PARM.
045000     ACCEPT WS-DD-OPRAUTH FROM ENVIRONMENT 'DD_OPRAUTH'.
045100     IF WS-DD-OPRAUTH = SPACES
045200         SET ENVIRONMENT 'DD_OPRAUTH' TO 'input/OperAuth.txt'
045300     END-IF.
045400     ACCEPT WS-DD-SCHCARD FROM ENVIRONMENT 'DD_SCHCARD'.
045500     IF WS-DD-SCHCARD = SPACES
045600         SET ENVIRONMENT 'DD_SCHCARD' TO 'input/SchCard.txt'
045700     END-IF.
045800     ACCEPT WS-DD-CALFILE FROM ENVIRONMENT 'DD_CALFILE'.
045900     IF WS-DD-CALFILE = SPACES
046000         SET ENVIRONMENT 'DD_CALFILE' TO 'input/ProcCal.txt'
046100     END-IF.
046200     ACCEPT WS-DD-RUNCTL FROM ENVIRONMENT 'DD_RUNCTL'.
046300     IF WS-DD-RUNCTL = SPACES
046400         SET ENVIRONMENT 'DD_RUNCTL' TO 'output/RunControl.txt'
046500     END-IF.
046600     ACCEPT WS-DD-ENVFILE FROM ENVIRONMENT 'DD_ENVFILE'.
046700     IF WS-DD-ENVFILE = SPACES
046800         SET ENVIRONMENT 'DD_ENVFILE' TO 'input/Dec1Envelope.txt'
046900     END-IF.
047000     ACCEPT WS-DD-MSTFILE FROM ENVIRONMENT 'DD_MSTFILE'.
047100     IF WS-DD-MSTFILE = SPACES
047200         SET ENVIRONMENT 'DD_MSTFILE' TO 'data/Dec1Master.dat'
047300     END-IF.
047400     ACCEPT WS-DD-TRNFILE FROM ENVIRONMENT 'DD_TRNFILE'.
047500     IF WS-DD-TRNFILE = SPACES
047600         SET ENVIRONMENT 'DD_TRNFILE' TO 'input/Dec1Trans.txt'
047700     END-IF.
047800     ACCEPT WS-DD-VARCARD FROM ENVIRONMENT 'DD_VARCARD'.
047900     IF WS-DD-VARCARD = SPACES
048000         SET ENVIRONMENT 'DD_VARCARD' TO 'input/VarCard.txt'
048100     END-IF.
048200     ACCEPT WS-DD-DAY2IN FROM ENVIRONMENT 'DD_DAY2IN'.
048300     IF WS-DD-DAY2IN = SPACES
048400         SET ENVIRONMENT 'DD_DAY2IN' TO 'input/Dec2Input.txt'
048500     END-IF.
048600     ACCEPT WS-DD-DAY4IN FROM ENVIRONMENT 'DD_DAY4IN'.
048700     IF WS-DD-DAY4IN = SPACES
048800         SET ENVIRONMENT 'DD_DAY4IN' TO 'input/Dec4Input.txt'
048900     END-IF.
049000     ACCEPT WS-DD-HSKCARD FROM ENVIRONMENT 'DD_HSKCARD'.
049100     IF WS-DD-HSKCARD = SPACES
049200         SET ENVIRONMENT 'DD_HSKCARD' TO 'input/HskCard.txt'
049300     END-IF.
049400     ACCEPT WS-DD-TRNCARD FROM ENVIRONMENT 'DD_TRNCARD'.
049500     IF WS-DD-TRNCARD = SPACES
049600         SET ENVIRONMENT 'DD_TRNCARD' TO 'input/TrendCard.txt'
049700     END-IF.
049800     ACCEPT WS-DD-PREFRPT FROM ENVIRONMENT 'DD_PREFRPT'.
049900     IF WS-DD-PREFRPT = SPACES
050000         SET ENVIRONMENT 'DD_PREFRPT' TO 'output/PreFlight.txt'
050100     END-IF.
050200     ACCEPT WS-DD-PROCDATE FROM ENVIRONMENT 'DD_PROCDATE'.
050300     IF WS-DD-PROCDATE NOT = SPACES
050400         MOVE WS-DD-PROCDATE TO WS-PROC-DATE
050500     ELSE
050600         MOVE WS-NIGHT-X TO WS-PROC-DATE
050700     END-IF.
050800 0050-ACCEPT-PARM-EXIT.
050900     EXIT.
051000
051100*---------------------------------------------------------------
051200* 0080-SET-NIGHT-DATE - PIN DOWN WHICH PROCESSING NIGHT IS BEING
051300*                       CHECKED, BY AOCSCHD'S RULE: FROM NOON
051400*                       ONWARD IT IS TONIGHT; BEFORE NOON IT IS
051500*                       THE PRIOR EVENING'S NIGHT, ROLLED BACK
051600*                       ONE DAY ACROSS MONTH AND YEAR ENDS WITH
051700*                       THE FEBRUARY LEAP DAY HONORED.
051800*---------------------------------------------------------------
051900 0080-SET-NIGHT-DATE.
052000     ACCEPT WS-NOW-TIME FROM TIME.
052100     MOVE WS-TODAY-DATE TO WS-NIGHT-DATE.
052200     IF WS-NOW-HH NOT < 12
052300         GO TO 0080-SET-NIGHT-DATE-EXIT
052400     END-IF.
052500     IF WS-NIGHT-DD > 1
052600         COMPUTE WS-NIGHT-DD = WS-NIGHT-DD - 1
052700         GO TO 0080-SET-NIGHT-DATE-EXIT
052800     END-IF.
052900     IF WS-NIGHT-MM = 1
053000         MOVE 12 TO WS-NIGHT-MM
053100         MOVE 31 TO WS-NIGHT-DD
053200         COMPUTE WS-NIGHT-YYYY = WS-NIGHT-YYYY - 1
053300         GO TO 0080-SET-NIGHT-DATE-EXIT
053400     END-IF.
053500     COMPUTE WS-NIGHT-MM = WS-NIGHT-MM - 1.
053600     MOVE WS-MONTH-LEN(WS-NIGHT-MM) TO WS-NIGHT-DD.
053700     IF WS-NIGHT-MM = 2
053800         MOVE WS-NIGHT-YYYY TO WS-LEAP-YYYY
053900         PERFORM 9200-SET-LEAP-YEAR THRU 9200-SET-LEAP-YEAR-EXIT
054000         IF LEAP-YEAR
054100             MOVE 29 TO WS-NIGHT-DD
054200         END-IF
054300     END-IF.
054400 0080-SET-NIGHT-DATE-EXIT.
054500     EXIT.
054600
054700*---------------------------------------------------------------
054800* 0500-RUN-ONE-CHECK - CLEAR THE CHECK RESULT AREAS, RUN THE
054900*                      CHECK, AND PRINT ITS LINE WITH ANY
055000*                      REASONS BENEATH IT
055100*---------------------------------------------------------------
055200 0500-RUN-ONE-CHECK.
055300     MOVE 'N' TO WS-CHK-FAIL-SW.
055400     MOVE ZERO TO WS-RSN-CNT.
055500     MOVE 'N' TO WS-EOF-SW.
055600     MOVE SPACES TO WS-CHK-DETAIL.
055700     EVALUATE WS-CHK-SUB
055800         WHEN 1
055900             PERFORM 1000-CHECK-AUTHORITY
056000                 THRU 1000-CHECK-AUTHORITY-EXIT
056100         WHEN 2
056200             PERFORM 1100-CHECK-SCHCARD
056300                 THRU 1100-CHECK-SCHCARD-EXIT
056400         WHEN 3
056500             PERFORM 1200-CHECK-CALENDAR
056600                 THRU 1200-CHECK-CALENDAR-EXIT
056700         WHEN 4
056800             PERFORM 1300-CHECK-OPEN-RUNS
056900                 THRU 1300-CHECK-OPEN-RUNS-EXIT
057000         WHEN 5
057100             PERFORM 1400-CHECK-ENVELOPE
057200                 THRU 1400-CHECK-ENVELOPE-EXIT
057300         WHEN 6
057400             PERFORM 1500-CHECK-MASTER THRU 1500-CHECK-MASTER-EXIT
057500         WHEN 7
057600             PERFORM 1600-CHECK-TRANSACTIONS
057700                 THRU 1600-CHECK-TRANSACTIONS-EXIT
057800         WHEN 8
057900             PERFORM 1700-CHECK-VARCARD
058000                 THRU 1700-CHECK-VARCARD-EXIT
058100         WHEN 9
058200             PERFORM 1800-CHECK-DAY2-INPUT
058300                 THRU 1800-CHECK-DAY2-INPUT-EXIT
058400         WHEN 10
058500             PERFORM 1900-CHECK-DAY4-INPUT
058600                 THRU 1900-CHECK-DAY4-INPUT-EXIT
058700         WHEN 11
058800             PERFORM 2000-CHECK-HSKCARD
058900                 THRU 2000-CHECK-HSKCARD-EXIT
059000         WHEN 12
059100             PERFORM 2100-CHECK-TRNCARD
059200                 THRU 2100-CHECK-TRNCARD-EXIT
059300     END-EVALUATE.
059400     PERFORM 6100-PRINT-CHECK THRU 6100-PRINT-CHECK-EXIT.
059500 0500-RUN-ONE-CHECK-EXIT.
059600     EXIT.
059700
059800*---------------------------------------------------------------
059900* 1000-CHECK-AUTHORITY - THE USER ID THIS JOB RUNS UNDER (THE
060000*                        ONE THE SCHEDULER WILL SUBMIT THE CHAIN
060100*                        UNDER) MUST BE ON OPRAUTH WITH CHAIN AND
060200*                        MAINT AUTHORITY, OR AOCSCHD REFUSES WITH
060300*                        RETURN CODE 20. THE FILE IS ONLY READ -
060400*                        AOCAUTH IS NOT CALLED, SO A PRE-FLIGHT
060500*                        LEAVES NO SECURITY-LOG ENTRY.
060600*---------------------------------------------------------------
060700 1000-CHECK-AUTHORITY.
060800     MOVE SPACES TO WS-USER-ID.
060900     ACCEPT WS-USER-ID FROM ENVIRONMENT 'USER'.
061000     IF WS-USER-ID = SPACES
061100         ACCEPT WS-USER-ID FROM ENVIRONMENT 'LOGNAME'
061200     END-IF.
061300     IF WS-USER-ID = SPACES
061400         MOVE 'UNKNOWN' TO WS-USER-ID
061500     END-IF.
061600     INSPECT WS-USER-ID CONVERTING
061700         'abcdefghijklmnopqrstuvwxyz'
061800      TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
061900     MOVE 'N' TO WS-USER-FOUND-SW.
062000     OPEN INPUT OPRAUTH.
062100     IF WS-AUTH-STATUS NOT = '00'
062200         MOVE SPACES TO WS-CHK-DETAIL
062300         STRING 'AUTHORITY FILE NOT AVAILABLE, FILE STATUS '
062400                WS-AUTH-STATUS
062500             DELIMITED BY SIZE INTO WS-CHK-DETAIL
062600         MOVE 'AOCSCHD FAILS CLOSED - NO STEP WOULD RUN'
062700             TO WS-RSN-LINE
062800         PERFORM 9100-ADD-REASON THRU 9100-ADD-REASON-EXIT
062900         GO TO 1000-CHECK-AUTHORITY-EXIT
063000     END-IF.
063100     PERFORM 1010-READ-ONE-AUTH THRU 1010-READ-ONE-AUTH-EXIT
063200         UNTIL FILE-EOF OR USER-FOUND.
063300     CLOSE OPRAUTH.
063400     IF NOT USER-FOUND
063500         MOVE SPACES TO WS-CHK-DETAIL
063600         STRING 'USER ' WS-USER-ID ' IS NOT ON THE AUTHORITY FILE'
063700             DELIMITED BY SIZE INTO WS-CHK-DETAIL
063800         MOVE 'NO CHAIN AUTHORITY - AOCSCHD WOULD END RC 20'
063900             TO WS-RSN-LINE
064000         PERFORM 9100-ADD-REASON THRU 9100-ADD-REASON-EXIT
064100         GO TO 1000-CHECK-AUTHORITY-EXIT
064200     END-IF.
064300     MOVE SPACES TO WS-CHK-DETAIL.
064400     STRING 'USER ' WS-USER-ID ' CHAIN=' WS-USER-CHAIN
064500            ' MAINT=' WS-USER-MAINT
064600         DELIMITED BY SIZE INTO WS-CHK-DETAIL.
064700     IF WS-USER-CHAIN NOT = 'Y'
064800         MOVE 'NO CHAIN AUTHORITY - AOCSCHD WOULD END RC 20'
064900             TO WS-RSN-LINE
065000         PERFORM 9100-ADD-REASON THRU 9100-ADD-REASON-EXIT
065100     END-IF.
065200     IF WS-USER-MAINT NOT = 'Y'
065300         MOVE 'NO MAINT AUTHORITY - AOCMSTM STEP WOULD END RC 20'
065400             TO WS-RSN-LINE
065500         PERFORM 9100-ADD-REASON THRU 9100-ADD-REASON-EXIT
065600     END-IF.
065700 1000-CHECK-AUTHORITY-EXIT.
065800     EXIT.
065900
066000 1010-READ-ONE-AUTH.
066100     READ OPRAUTH
066200         AT END
066300             MOVE 'Y' TO WS-EOF-SW
066400         NOT AT END
066500             IF OPR-AUTH-REC(1:1) NOT = '*'
066600                 MOVE OPR-USER-ID TO WS-FILE-USER-ID
066700                 INSPECT WS-FILE-USER-ID CONVERTING
066800                     'abcdefghijklmnopqrstuvwxyz'
066900                  TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
067000                 IF WS-FILE-USER-ID = WS-USER-ID
067100                     MOVE 'Y' TO WS-USER-FOUND-SW
067200                     MOVE OPR-CHAIN-AUTH TO WS-USER-CHAIN
067300                     MOVE OPR-MAINT-AUTH TO WS-USER-MAINT
067400                 END-IF
067500             END-IF
067600     END-READ.
067700 1010-READ-ONE-AUTH-EXIT.
067800     EXIT.
067900
068000*---------------------------------------------------------------
068100* 1100-CHECK-SCHCARD - THE CHAIN DEADLINE CARD (DEADLINE=HHMM)
068200*---------------------------------------------------------------
068300 1100-CHECK-SCHCARD.
068400     MOVE 'S' TO WS-CARD-KIND.
068500     PERFORM 3000-START-CARDS THRU 3000-START-CARDS-EXIT.
068600     OPEN INPUT SCHCARD.
068700     IF WS-CARD-STATUS = '35'
068800         MOVE 'NOT SUPPLIED - SHOP DEADLINE OF 0600 APPLIES'
068900             TO WS-CHK-DETAIL
069000         GO TO 1100-CHECK-SCHCARD-EXIT
069100     END-IF.
069200     IF WS-CARD-STATUS NOT = '00'
069300         PERFORM 3800-CARDS-UNREADABLE
069400             THRU 3800-CARDS-UNREADABLE-EXIT
069500         GO TO 1100-CHECK-SCHCARD-EXIT
069600     END-IF.
069700     PERFORM 1110-READ-ONE-SCHCARD THRU 1110-READ-ONE-SCHCARD-EXIT
069800         UNTIL FILE-EOF.
069900     CLOSE SCHCARD.
070000     PERFORM 3900-SUM-UP-CARDS THRU 3900-SUM-UP-CARDS-EXIT.
070100 1100-CHECK-SCHCARD-EXIT.
070200     EXIT.
070300
070400 1110-READ-ONE-SCHCARD.
070500     READ SCHCARD
070600         AT END
070700             MOVE 'Y' TO WS-EOF-SW
070800         NOT AT END
070900             MOVE SCH-CARD-REC TO WS-CARD-LINE
071000             PERFORM 3100-EDIT-ONE-CARD
071100                 THRU 3100-EDIT-ONE-CARD-EXIT
071200     END-READ.
071300 1110-READ-ONE-SCHCARD-EXIT.
071400     EXIT.
071500
071600*---------------------------------------------------------------
071700* 1200-CHECK-CALENDAR - THE PROCESSING CALENDAR MUST CARRY AT
071800*                       LEAST ONE ENTRY DATED THE NIGHT, OR
071900*                       AOCDRV REFUSES THE NIGHT'S DAYS (RC 12)
072000*                       AND AOCCALX REPORTS NOTHING WAS DUE. THE
072100*                       DAY NUMBERS FOUND ARE LISTED.
072200*---------------------------------------------------------------
072300 1200-CHECK-CALENDAR.
072400     MOVE ZERO TO WS-CAL-HITS.
072500     MOVE ZERO TO WS-CAL-READ.
072600     MOVE SPACES TO WS-CAL-DAYS.
072700     MOVE 1 TO WS-CAL-PTR.
072800     OPEN INPUT CALFILE.
072900     IF WS-CAL-STATUS NOT = '00'
073000         MOVE SPACES TO WS-CHK-DETAIL
073100         STRING 'CALENDAR NOT AVAILABLE, FILE STATUS '
073200                WS-CAL-STATUS
073300             DELIMITED BY SIZE INTO WS-CHK-DETAIL
073400         MOVE 'NO CALENDAR - NOTHING SAYS WHAT SHOULD RUN TONIGHT'
073500             TO WS-RSN-LINE
073600         PERFORM 9100-ADD-REASON THRU 9100-ADD-REASON-EXIT
073700         GO TO 1200-CHECK-CALENDAR-EXIT
073800     END-IF.
073900     PERFORM 1210-READ-ONE-ENTRY THRU 1210-READ-ONE-ENTRY-EXIT
074000         UNTIL FILE-EOF.
074100     CLOSE CALFILE.
074200     IF WS-CAL-HITS = ZERO
074300         MOVE SPACES TO WS-CHK-DETAIL
074400         STRING 'NO ENTRY DATED ' WS-NIGHT-X
074500             DELIMITED BY SIZE INTO WS-CHK-DETAIL
074600         MOVE SPACES TO WS-RSN-LINE
074700         STRING 'ADD THE NIGHT''S ENTRIES TO THE CALENDAR BEFORE '
074800                'THE WINDOW OPENS'
074900             DELIMITED BY SIZE INTO WS-RSN-LINE
075000         PERFORM 9100-ADD-REASON THRU 9100-ADD-REASON-EXIT
075100         GO TO 1200-CHECK-CALENDAR-EXIT
075200     END-IF.
075300     MOVE WS-CAL-HITS TO WS-EDIT-HITS.
075400     MOVE SPACES TO WS-CHK-DETAIL.
075500     STRING WS-EDIT-HITS ' ENTRY(S) DATED ' WS-NIGHT-X
075600            ' - DAYS' WS-CAL-DAYS
075700         DELIMITED BY SIZE INTO WS-CHK-DETAIL.
075800 1200-CHECK-CALENDAR-EXIT.
075900     EXIT.
076000
076100 1210-READ-ONE-ENTRY.
076200     READ CALFILE
076300         AT END
076400             MOVE 'Y' TO WS-EOF-SW
076500         NOT AT END
076600             COMPUTE WS-CAL-READ = WS-CAL-READ + 1
076700             IF CAL-DATE = WS-NIGHT-X
076800                AND CAL-DAY-NO NUMERIC
076900                 COMPUTE WS-CAL-HITS = WS-CAL-HITS + 1
077000                 IF WS-CAL-PTR < 34
077100                     STRING ' ' CAL-DAY-NO DELIMITED BY SIZE
077200                         INTO WS-CAL-DAYS WITH POINTER WS-CAL-PTR
077300                 END-IF
077400             END-IF
077500     END-READ.
077600 1210-READ-ONE-ENTRY-EXIT.
077700     EXIT.
077800
077900*---------------------------------------------------------------
078000* 1300-CHECK-OPEN-RUNS - ONE PASS OVER THE APPEND-ONLY RUN
078100*                        CONTROL FILE. A RUN WITH A STARTED
078200*                        RECORD AND NO LATER CLOSING RECORD IS
078300*                        STILL OPEN: IT EITHER LOCKS ITS DAY OUT
078400*                        OF TONIGHT'S RUN OR NEEDS A FORCED CLOSE-
078500*                        OUT, AND EITHER WAY SOMEONE HAS TO LOOK
078600*                        AT IT FIRST. EVERY OPEN RUN IS LISTED. A
078700*                        MISSING FILE JUST MEANS NOTHING HAS RUN.
078800*---------------------------------------------------------------
078900 1300-CHECK-OPEN-RUNS.
079000     MOVE ZERO TO WS-OPEN-COUNT.
079100     MOVE ZERO TO WS-CTL-READ.
079200     MOVE 'N' TO WS-OPEN-FULL-SW.
079300     OPEN INPUT RUNCTL.
079400     IF WS-CTL-STATUS = '35'
079500         MOVE 'NO RUN CONTROL FILE YET - NOTHING HAS RUN'
079600             TO WS-CHK-DETAIL
079700         GO TO 1300-CHECK-OPEN-RUNS-EXIT
079800     END-IF.
079900     IF WS-CTL-STATUS NOT = '00'
080000         MOVE SPACES TO WS-CHK-DETAIL
080100         STRING 'RUN CONTROL FILE NOT READABLE, FILE STATUS '
080200                WS-CTL-STATUS
080300             DELIMITED BY SIZE INTO WS-CHK-DETAIL
080400         MOVE 'EVERY CHAIN STEP WOULD FAIL TO REGISTER (RC 16)'
080500             TO WS-RSN-LINE
080600         PERFORM 9100-ADD-REASON THRU 9100-ADD-REASON-EXIT
080700         GO TO 1300-CHECK-OPEN-RUNS-EXIT
080800     END-IF.
080900     PERFORM 1310-SCAN-ONE-RECORD THRU 1310-SCAN-ONE-RECORD-EXIT
081000         UNTIL FILE-EOF.
081100     CLOSE RUNCTL.
081200     MOVE WS-CTL-READ TO WS-EDIT-CTL-READ.
081300     MOVE WS-OPEN-COUNT TO WS-EDIT-OPEN.
081400     MOVE SPACES TO WS-CHK-DETAIL.
081500     STRING WS-EDIT-CTL-READ ' RECORDS READ, ' WS-EDIT-OPEN
081600            ' RUN(S) STILL STARTED'
081700         DELIMITED BY SIZE INTO WS-CHK-DETAIL.
081800     PERFORM 1340-LIST-ONE-OPEN-RUN
081900         THRU 1340-LIST-ONE-OPEN-RUN-EXIT
082000         VARYING WS-OPEN-SUB FROM 1 BY 1
082100         UNTIL WS-OPEN-SUB > WS-OPEN-COUNT.
082200     IF OPEN-TABLE-FULL
082300         MOVE 'MORE THAN 200 RUNS OPEN - FIRST 200 LISTED'
082400             TO WS-RSN-LINE
082500         PERFORM 9100-ADD-REASON THRU 9100-ADD-REASON-EXIT
082600     END-IF.
082700 1300-CHECK-OPEN-RUNS-EXIT.
082800     EXIT.
082900
083000 1310-SCAN-ONE-RECORD.
083100     READ RUNCTL
083200         AT END
083300             MOVE 'Y' TO WS-EOF-SW
083400             GO TO 1310-SCAN-ONE-RECORD-EXIT
083500     END-READ.
083600     COMPUTE WS-CTL-READ = WS-CTL-READ + 1.
083700     IF RUN-CTL-RUN-NO NOT NUMERIC
083800         GO TO 1310-SCAN-ONE-RECORD-EXIT
083900     END-IF.
084000     EVALUATE RUN-CTL-STATUS
084100         WHEN 'STARTED  '
084200             PERFORM 1320-ADD-OPEN-RUN THRU 1320-ADD-OPEN-RUN-EXIT
084300         WHEN 'COMPLETED'
084400         WHEN 'FAILED   '
084500             PERFORM 1330-REMOVE-OPEN-RUN
084600                 THRU 1330-REMOVE-OPEN-RUN-EXIT
084700         WHEN OTHER
084800             CONTINUE
084900     END-EVALUATE.
085000 1310-SCAN-ONE-RECORD-EXIT.
085100     EXIT.
085200
085300 1320-ADD-OPEN-RUN.
085400     IF WS-OPEN-COUNT NOT < 200
085500         MOVE 'Y' TO WS-OPEN-FULL-SW
085600         GO TO 1320-ADD-OPEN-RUN-EXIT
085700     END-IF.
085800     COMPUTE WS-OPEN-COUNT = WS-OPEN-COUNT + 1.
085900     MOVE RUN-CTL-RUN-NO TO WS-OPEN-RUN-NO(WS-OPEN-COUNT).
086000     MOVE RUN-CTL-DAY-NO TO WS-OPEN-DAY(WS-OPEN-COUNT).
086100     MOVE RUN-CTL-DATE TO WS-OPEN-DATE(WS-OPEN-COUNT).
086200     MOVE RUN-CTL-TIME TO WS-OPEN-TIME(WS-OPEN-COUNT).
086300     MOVE RUN-CTL-INFILE TO WS-OPEN-INFILE(WS-OPEN-COUNT).
086400 1320-ADD-OPEN-RUN-EXIT.
086500     EXIT.
086600
086700*---------------------------------------------------------------
086800* 1330-REMOVE-OPEN-RUN - A CLOSING RECORD RELEASES ITS RUN'S
086900*                        OPEN ENTRY; THE LAST ENTRY MOVES INTO
087000*                        THE FREED SLOT
087100*---------------------------------------------------------------
087200 1330-REMOVE-OPEN-RUN.
087300     MOVE 'N' TO WS-OPEN-FOUND-SW.
087400     PERFORM 1335-MATCH-OPEN-RUN THRU 1335-MATCH-OPEN-RUN-EXIT
087500         VARYING WS-OPEN-SUB FROM 1 BY 1
087600         UNTIL WS-OPEN-SUB > WS-OPEN-COUNT OR OPEN-RUN-FOUND.
087700 1330-REMOVE-OPEN-RUN-EXIT.
087800     EXIT.
087900
088000 1335-MATCH-OPEN-RUN.
088100     IF WS-OPEN-RUN-NO(WS-OPEN-SUB) NOT = RUN-CTL-RUN-NO
088200         GO TO 1335-MATCH-OPEN-RUN-EXIT
088300     END-IF.
088400     MOVE 'Y' TO WS-OPEN-FOUND-SW.
088500     MOVE WS-OPEN-ENTRY(WS-OPEN-COUNT)
088600         TO WS-OPEN-ENTRY(WS-OPEN-SUB).
088700     COMPUTE WS-OPEN-COUNT = WS-OPEN-COUNT - 1.
088800 1335-MATCH-OPEN-RUN-EXIT.
088900     EXIT.
089000
089100 1340-LIST-ONE-OPEN-RUN.
089200     MOVE SPACES TO WS-RSN-LINE.
089300     STRING 'RUN ' WS-OPEN-RUN-NO(WS-OPEN-SUB)
089400            ' DAY ' WS-OPEN-DAY(WS-OPEN-SUB)
089500            ' STARTED ' WS-OPEN-DATE(WS-OPEN-SUB)
089600            ' ' WS-OPEN-TIME(WS-OPEN-SUB)
089700            ' ' WS-OPEN-INFILE(WS-OPEN-SUB)
089800         DELIMITED BY SIZE INTO WS-RSN-LINE.
089900     PERFORM 9100-ADD-REASON THRU 9100-ADD-REASON-EXIT.
090000 1340-LIST-ONE-OPEN-RUN-EXIT.
090100     EXIT.
090200
090300*---------------------------------------------------------------
090400* 1400-CHECK-ENVELOPE - THE NIGHT'S TRANSMISSION MUST HAVE
090500*                       ARRIVED WHOLE: ONE HEADER FIRST, DATED
090600*                       THE PROCESSING DATE, ONE TRAILER LAST,
090700*                       AND THE TRAILER'S COUNT AND HASH TOTAL
090800*                       BALANCING THE DETAILS - THE RULES AOCEDIT
090900*                       WILL FAIL IT ON, CHECKED WITHOUT STAGING.
091000*---------------------------------------------------------------
091100 1400-CHECK-ENVELOPE.
091200     MOVE 'N' TO WS-HDR-SEEN-SW.
091300     MOVE 'N' TO WS-TRL-SEEN-SW.
091400     MOVE ZERO TO WS-ENV-RECS.
091500     MOVE ZERO TO WS-DETAIL-COUNT.
091600     MOVE ZERO TO WS-HASH-TOTAL.
091700     MOVE ZERO TO WS-TRL-COUNT.
091800     MOVE ZERO TO WS-TRL-HASH.
091900     MOVE SPACES TO WS-HDR-DATE.
092000     MOVE SPACES TO WS-HDR-SOURCE.
092100     OPEN INPUT ENVFILE.
092200     IF WS-ENV-STATUS NOT = '00'
092300         MOVE SPACES TO WS-CHK-DETAIL
092400         STRING 'ENVELOPE HAS NOT ARRIVED, FILE STATUS '
092500                WS-ENV-STATUS
092600             DELIMITED BY SIZE INTO WS-CHK-DETAIL
092700         MOVE 'AOCEDIT WOULD HALT AND STOP THE CHAIN AT STEP 1'
092800             TO WS-RSN-LINE
092900         PERFORM 9100-ADD-REASON THRU 9100-ADD-REASON-EXIT
093000         GO TO 1400-CHECK-ENVELOPE-EXIT
093100     END-IF.
093200     PERFORM 1410-READ-ONE-ENVELOPE
093300         THRU 1410-READ-ONE-ENVELOPE-EXIT
093400         UNTIL FILE-EOF.
093500     CLOSE ENVFILE.
093600     IF WS-ENV-RECS = ZERO
093700         MOVE 'ENVELOPE FILE IS THERE BUT EMPTY' TO WS-CHK-DETAIL
093800         MOVE 'THE TRANSMISSION HAS NOT LANDED YET'
093900             TO WS-RSN-LINE
094000         PERFORM 9100-ADD-REASON THRU 9100-ADD-REASON-EXIT
094100         GO TO 1400-CHECK-ENVELOPE-EXIT
094200     END-IF.
094300     PERFORM 1450-BALANCE-ENVELOPE
094400         THRU 1450-BALANCE-ENVELOPE-EXIT.
094500     MOVE WS-DETAIL-COUNT TO WS-EDIT-DETAILS.
094600     MOVE SPACES TO WS-CHK-DETAIL.
094700     STRING 'SOURCE ' WS-HDR-SOURCE ' DATED ' WS-HDR-DATE
094800            ' DETAILS ' WS-EDIT-DETAILS
094900         DELIMITED BY SIZE INTO WS-CHK-DETAIL.
095000 1400-CHECK-ENVELOPE-EXIT.
095100     EXIT.
095200
095300 1410-READ-ONE-ENVELOPE.
095400     READ ENVFILE
095500         AT END
095600             MOVE 'Y' TO WS-EOF-SW
095700             GO TO 1410-READ-ONE-ENVELOPE-EXIT
095800     END-READ.
095900     COMPUTE WS-ENV-RECS = WS-ENV-RECS + 1.
096000     EVALUATE TRUE
096100         WHEN ENV-HDR-ID = 'HDR'
096200             PERFORM 1420-TAKE-HEADER THRU 1420-TAKE-HEADER-EXIT
096300         WHEN ENV-TRL-ID = 'TRL'
096400             PERFORM 1440-TAKE-TRAILER THRU 1440-TAKE-TRAILER-EXIT
096500         WHEN OTHER
096600             PERFORM 1430-TAKE-DETAIL THRU 1430-TAKE-DETAIL-EXIT
096700     END-EVALUATE.
096800 1410-READ-ONE-ENVELOPE-EXIT.
096900     EXIT.
097000
097100 1420-TAKE-HEADER.
097200     IF HDR-SEEN
097300         MOVE 'MORE THAN ONE HEADER RECORD' TO WS-RSN-LINE
097400         PERFORM 9100-ADD-REASON THRU 9100-ADD-REASON-EXIT
097500         GO TO 1420-TAKE-HEADER-EXIT
097600     END-IF.
097700     MOVE 'Y' TO WS-HDR-SEEN-SW.
097800     MOVE ENV-HDR-DATE-X TO WS-HDR-DATE.
097900     MOVE ENV-HDR-SOURCE TO WS-HDR-SOURCE.
098000     IF WS-ENV-RECS > 1
098100         MOVE 'HEADER IS NOT THE FIRST RECORD' TO WS-RSN-LINE
098200         PERFORM 9100-ADD-REASON THRU 9100-ADD-REASON-EXIT
098300     END-IF.
098400     IF ENV-HDR-DATE-X NOT NUMERIC
098500         MOVE 'HEADER EXTRACT DATE IS NOT NUMERIC' TO WS-RSN-LINE
098600         PERFORM 9100-ADD-REASON THRU 9100-ADD-REASON-EXIT
098700         GO TO 1420-TAKE-HEADER-EXIT
098800     END-IF.
098900     IF ENV-HDR-DATE-X NOT = WS-PROC-DATE
099000         MOVE SPACES TO WS-RSN-LINE
099100         STRING 'HEADER DATE ' ENV-HDR-DATE-X
099200                ' DOES NOT MATCH PROCESSING DATE ' WS-PROC-DATE
099300             DELIMITED BY SIZE INTO WS-RSN-LINE
099400         PERFORM 9100-ADD-REASON THRU 9100-ADD-REASON-EXIT
099500     END-IF.
099600 1420-TAKE-HEADER-EXIT.
099700     EXIT.
099800
099900 1430-TAKE-DETAIL.
100000     IF TRL-SEEN
100100         MOVE 'DETAIL RECORD(S) AFTER THE TRAILER' TO WS-RSN-LINE
100200         PERFORM 9100-ADD-REASON THRU 9100-ADD-REASON-EXIT
100300     END-IF.
100400     COMPUTE WS-DETAIL-COUNT = WS-DETAIL-COUNT + 1.
100500     IF ENV-DTL-A-X NUMERIC
100600         MOVE ENV-DTL-A-X TO WS-DTL-A
100700         COMPUTE WS-HASH-TOTAL = WS-HASH-TOTAL + WS-DTL-A
100800     END-IF.
100900     IF ENV-DTL-B-X NUMERIC
101000         MOVE ENV-DTL-B-X TO WS-DTL-B
101100         COMPUTE WS-HASH-TOTAL = WS-HASH-TOTAL + WS-DTL-B
101200     END-IF.
101300 1430-TAKE-DETAIL-EXIT.
101400     EXIT.
101500
101600 1440-TAKE-TRAILER.
101700     IF TRL-SEEN
101800         MOVE 'MORE THAN ONE TRAILER RECORD' TO WS-RSN-LINE
101900         PERFORM 9100-ADD-REASON THRU 9100-ADD-REASON-EXIT
102000         GO TO 1440-TAKE-TRAILER-EXIT
102100     END-IF.
102200     MOVE 'Y' TO WS-TRL-SEEN-SW.
102300     IF ENV-TRL-COUNT-X NUMERIC
102400         MOVE ENV-TRL-COUNT-X TO WS-TRL-COUNT
102500     ELSE
102600         MOVE 'TRAILER DETAIL COUNT IS NOT NUMERIC' TO WS-RSN-LINE
102700         PERFORM 9100-ADD-REASON THRU 9100-ADD-REASON-EXIT
102800     END-IF.
102900     IF ENV-TRL-HASH-X NUMERIC
103000         MOVE ENV-TRL-HASH-X TO WS-TRL-HASH
103100     ELSE
103200         MOVE 'TRAILER HASH TOTAL IS NOT NUMERIC' TO WS-RSN-LINE
103300         PERFORM 9100-ADD-REASON THRU 9100-ADD-REASON-EXIT
103400     END-IF.
103500 1440-TAKE-TRAILER-EXIT.
103600     EXIT.
103700
103800 1450-BALANCE-ENVELOPE.
103900     IF NOT HDR-SEEN
104000         MOVE 'NO HEADER RECORD IN TRANSMISSION' TO WS-RSN-LINE
104100         PERFORM 9100-ADD-REASON THRU 9100-ADD-REASON-EXIT
104200     END-IF.
104300     IF NOT TRL-SEEN
104400         MOVE SPACES TO WS-RSN-LINE
104500         STRING 'NO TRAILER RECORD - THE TRANSMISSION IS NOT '
104600                'COMPLETE'
104700             DELIMITED BY SIZE INTO WS-RSN-LINE
104800         PERFORM 9100-ADD-REASON THRU 9100-ADD-REASON-EXIT
104900         GO TO 1450-BALANCE-ENVELOPE-EXIT
105000     END-IF.
105100     IF WS-TRL-COUNT NOT = WS-DETAIL-COUNT
105200         MOVE 'TRAILER COUNT DOES NOT MATCH DETAILS READ'
105300             TO WS-RSN-LINE
105400         PERFORM 9100-ADD-REASON THRU 9100-ADD-REASON-EXIT
105500     END-IF.
105600     IF WS-TRL-HASH NOT = WS-HASH-TOTAL
105700         MOVE 'TRAILER HASH TOTAL DOES NOT BALANCE' TO WS-RSN-LINE
105800         PERFORM 9100-ADD-REASON THRU 9100-ADD-REASON-EXIT
105900     END-IF.
106000 1450-BALANCE-ENVELOPE-EXIT.
106100     EXIT.
106200
106300*---------------------------------------------------------------
106400* 1500-CHECK-MASTER - THE KEYED ID-PAIR MASTER MUST BE THERE AND
106500*                     MUST NOT BE LEFT IN UPDATE: AOCMSTM HALTS
106600*                     (RC 16) ON A CONTROL RECORD STILL IN STATE
106700*                     U. PAIR ZERO, WHEN PRESENT, IS THE FIRST
106800*                     RECORD IN KEY ORDER, SO ONE READ ANSWERS
106900*                     IT; THE PAIRS ARE COUNTED FROM THE CONTROL
107000*                     RECORD, NOT BY A FULL PASS (AOCMSTV PROVES
107100*                     THE FILE). A MASTER WITH NO CONTROL RECORD
107200*                     PASSES - AOCMSTM BUILDS ONE ON ITS FIRST
107300*                     APPLY.
107400*---------------------------------------------------------------
107500 1500-CHECK-MASTER.
107600     OPEN INPUT MSTFILE.
107700     IF WS-MST-STATUS NOT = '00'
107800         MOVE SPACES TO WS-CHK-DETAIL
107900         STRING 'MASTER NOT OPENED, FILE STATUS ' WS-MST-STATUS
108000             DELIMITED BY SIZE INTO WS-CHK-DETAIL
108100         MOVE SPACES TO WS-RSN-LINE
108200         STRING 'RESTORE THE MASTER OR REBUILD IT (AOCMSTRB) '
108300                'BEFORE THE CHAIN STARTS'
108400             DELIMITED BY SIZE INTO WS-RSN-LINE
108500         PERFORM 9100-ADD-REASON THRU 9100-ADD-REASON-EXIT
108600         GO TO 1500-CHECK-MASTER-EXIT
108700     END-IF.
108800     READ MSTFILE
108900         AT END
109000             MOVE 'Y' TO WS-EOF-SW
109100     END-READ.
109200     CLOSE MSTFILE.
109300     IF FILE-EOF
109400         MOVE 'MASTER IS EMPTY - NO CONTROL RECORD AND NO PAIRS'
109500             TO WS-CHK-DETAIL
109600         GO TO 1500-CHECK-MASTER-EXIT
109700     END-IF.
109800     IF MST-PAIR-NO NOT = ZERO
109900        OR MST-CTL-TAG NOT = 'MSTCTL  '
110000         MOVE 'NO CONTROL RECORD - AOCMSTM WILL BUILD ONE'
110100             TO WS-CHK-DETAIL
110200         GO TO 1500-CHECK-MASTER-EXIT
110300     END-IF.
110400     MOVE MST-CTL-COUNT TO WS-EDIT-PAIRS.
110500     MOVE SPACES TO WS-CHK-DETAIL.
110600     STRING 'STATE ' MST-CTL-STATE ' PAIRS ' WS-EDIT-PAIRS
110700            ' LAST MAINTAINED ' MST-CTL-UPD-DATE ' BY '
110800            MST-CTL-UPD-PGM
110900         DELIMITED BY SIZE INTO WS-CHK-DETAIL.
111000     IF NOT MST-CTL-COMPLETE
111100         MOVE SPACES TO WS-RSN-LINE
111200         STRING 'LEFT IN UPDATE - PROVE IT WITH AOCMSTV, REBUILD '
111300                'WITH AOCMSTRB'
111400             DELIMITED BY SIZE INTO WS-RSN-LINE
111500         PERFORM 9100-ADD-REASON THRU 9100-ADD-REASON-EXIT
111600     END-IF.
111700 1500-CHECK-MASTER-EXIT.
111800     EXIT.
111900
112000*---------------------------------------------------------------
112100* 1600-CHECK-TRANSACTIONS - AOCMSTM HALTS WHEN ITS TRANSACTION
112200*                           FILE CANNOT BE OPENED. AN EMPTY ONE IS
112300*                           A NIGHT WITH NO MASTER CHANGES AND
112400*                           PASSES.
112500*---------------------------------------------------------------
112600 1600-CHECK-TRANSACTIONS.
112700     MOVE ZERO TO WS-INP-RECS.
112800     OPEN INPUT TRNFILE.
112900     IF WS-INP-STATUS NOT = '00'
113000         PERFORM 3850-INPUT-MISSING THRU 3850-INPUT-MISSING-EXIT
113100         GO TO 1600-CHECK-TRANSACTIONS-EXIT
113200     END-IF.
113300     PERFORM 1610-READ-ONE-TRANS THRU 1610-READ-ONE-TRANS-EXIT
113400         UNTIL FILE-EOF.
113500     CLOSE TRNFILE.
113600     MOVE WS-INP-RECS TO WS-EDIT-RECS.
113700     MOVE SPACES TO WS-CHK-DETAIL.
113800     STRING WS-EDIT-RECS ' TRANSACTION(S) WAITING TO APPLY'
113900         DELIMITED BY SIZE INTO WS-CHK-DETAIL.
114000 1600-CHECK-TRANSACTIONS-EXIT.
114100     EXIT.
114200
114300 1610-READ-ONE-TRANS.
114400     READ TRNFILE
114500         AT END
114600             MOVE 'Y' TO WS-EOF-SW
114700         NOT AT END
114800             COMPUTE WS-INP-RECS = WS-INP-RECS + 1
114900     END-READ.
115000 1610-READ-ONE-TRANS-EXIT.
115100     EXIT.
115200
115300*---------------------------------------------------------------
115400* 1700-CHECK-VARCARD - DAY 1'S VARIANCE CARD (NPCT=, TOTPCT=,
115500*                      SIMPCT=, OVERRIDE=). AN OVERRIDE=Y LEFT ON
115600*                      THE CARD IS NAMED ON THE DETAIL LINE - IT
115700*                      IS VALID, BUT IT WAVES TONIGHT'S VARIANCE
115800*                      HOLD THROUGH.
115900*---------------------------------------------------------------
116000 1700-CHECK-VARCARD.
116100     MOVE 'V' TO WS-CARD-KIND.
116200     PERFORM 3000-START-CARDS THRU 3000-START-CARDS-EXIT.
116300     OPEN INPUT VARCARD.
116400     IF WS-CARD-STATUS = '35'
116500         MOVE 'NOT SUPPLIED - SHOP TOLERANCES OF 10 PCT APPLY'
116600             TO WS-CHK-DETAIL
116700         GO TO 1700-CHECK-VARCARD-EXIT
116800     END-IF.
116900     IF WS-CARD-STATUS NOT = '00'
117000         PERFORM 3800-CARDS-UNREADABLE
117100             THRU 3800-CARDS-UNREADABLE-EXIT
117200         GO TO 1700-CHECK-VARCARD-EXIT
117300     END-IF.
117400     PERFORM 1710-READ-ONE-VARCARD THRU 1710-READ-ONE-VARCARD-EXIT
117500         UNTIL FILE-EOF.
117600     CLOSE VARCARD.
117700     IF CARD-OVERRIDE-ON
117800         MOVE '- OVERRIDE=Y IS ON' TO WS-CARD-NOTE
117900     END-IF.
118000     PERFORM 3900-SUM-UP-CARDS THRU 3900-SUM-UP-CARDS-EXIT.
118100 1700-CHECK-VARCARD-EXIT.
118200     EXIT.
118300
118400 1710-READ-ONE-VARCARD.
118500     READ VARCARD
118600         AT END
118700             MOVE 'Y' TO WS-EOF-SW
118800         NOT AT END
118900             MOVE VAR-CARD-REC TO WS-CARD-LINE
119000             PERFORM 3100-EDIT-ONE-CARD
119100                 THRU 3100-EDIT-ONE-CARD-EXIT
119200     END-READ.
119300 1710-READ-ONE-VARCARD-EXIT.
119400     EXIT.
119500
119600*---------------------------------------------------------------
119700* 1800-CHECK-DAY2-INPUT / 1900-CHECK-DAY4-INPUT - THE FILES
119800*                          AOCSCHD POINTS THE DAY 2 AND DAY 4
119900*                          STEPS AT MUST BE THERE AND HOLD DATA
120000*---------------------------------------------------------------
120100 1800-CHECK-DAY2-INPUT.
120200     MOVE ZERO TO WS-INP-RECS.
120300     OPEN INPUT DAY2IN.
120400     IF WS-INP-STATUS NOT = '00'
120500         PERFORM 3850-INPUT-MISSING THRU 3850-INPUT-MISSING-EXIT
120600         GO TO 1800-CHECK-DAY2-INPUT-EXIT
120700     END-IF.
120800     PERFORM 1810-READ-ONE-DAY2 THRU 1810-READ-ONE-DAY2-EXIT
120900         UNTIL FILE-EOF.
121000     CLOSE DAY2IN.
121100     PERFORM 3860-INPUT-COUNTED THRU 3860-INPUT-COUNTED-EXIT.
121200 1800-CHECK-DAY2-INPUT-EXIT.
121300     EXIT.
121400
121500 1810-READ-ONE-DAY2.
121600     READ DAY2IN
121700         AT END
121800             MOVE 'Y' TO WS-EOF-SW
121900         NOT AT END
122000             COMPUTE WS-INP-RECS = WS-INP-RECS + 1
122100     END-READ.
122200 1810-READ-ONE-DAY2-EXIT.
122300     EXIT.
122400
122500 1900-CHECK-DAY4-INPUT.
122600     MOVE ZERO TO WS-INP-RECS.
122700     OPEN INPUT DAY4IN.
122800     IF WS-INP-STATUS NOT = '00'
122900         PERFORM 3850-INPUT-MISSING THRU 3850-INPUT-MISSING-EXIT
123000         GO TO 1900-CHECK-DAY4-INPUT-EXIT
123100     END-IF.
123200     PERFORM 1910-READ-ONE-DAY4 THRU 1910-READ-ONE-DAY4-EXIT
123300         UNTIL FILE-EOF.
123400     CLOSE DAY4IN.
123500     PERFORM 3860-INPUT-COUNTED THRU 3860-INPUT-COUNTED-EXIT.
123600 1900-CHECK-DAY4-INPUT-EXIT.
123700     EXIT.
123800
123900 1910-READ-ONE-DAY4.
124000     READ DAY4IN
124100         AT END
124200             MOVE 'Y' TO WS-EOF-SW
124300         NOT AT END
124400             COMPUTE WS-INP-RECS = WS-INP-RECS + 1
124500     END-READ.
124600 1910-READ-ONE-DAY4-EXIT.
124700     EXIT.
124800
124900*---------------------------------------------------------------
125000* 2000-CHECK-HSKCARD - THE SWEEP'S RETENTION CARD (AUDDAYS=,
125100*                      CKPTDAYS=)
125200*---------------------------------------------------------------
125300 2000-CHECK-HSKCARD.
125400     MOVE 'H' TO WS-CARD-KIND.
125500     PERFORM 3000-START-CARDS THRU 3000-START-CARDS-EXIT.
125600     OPEN INPUT HSKCARD.
125700     IF WS-CARD-STATUS = '35'
125800         MOVE 'NOT SUPPLIED - SHOP RETENTION DEFAULTS APPLY'
125900             TO WS-CHK-DETAIL
126000         GO TO 2000-CHECK-HSKCARD-EXIT
126100     END-IF.
126200     IF WS-CARD-STATUS NOT = '00'
126300         PERFORM 3800-CARDS-UNREADABLE
126400             THRU 3800-CARDS-UNREADABLE-EXIT
126500         GO TO 2000-CHECK-HSKCARD-EXIT
126600     END-IF.
126700     PERFORM 2010-READ-ONE-HSKCARD THRU 2010-READ-ONE-HSKCARD-EXIT
126800         UNTIL FILE-EOF.
126900     CLOSE HSKCARD.
127000     PERFORM 3900-SUM-UP-CARDS THRU 3900-SUM-UP-CARDS-EXIT.
127100 2000-CHECK-HSKCARD-EXIT.
127200     EXIT.
127300
127400 2010-READ-ONE-HSKCARD.
127500     READ HSKCARD
127600         AT END
127700             MOVE 'Y' TO WS-EOF-SW
127800         NOT AT END
127900             MOVE HSK-CARD-REC TO WS-CARD-LINE
128000             PERFORM 3100-EDIT-ONE-CARD
128100                 THRU 3100-EDIT-ONE-CARD-EXIT
128200     END-READ.
128300 2010-READ-ONE-HSKCARD-EXIT.
128400     EXIT.
128500
128600*---------------------------------------------------------------
128700* 2100-CHECK-TRNCARD - THE TREND REPORT'S SELECTION CARD (FROM=,
128800*                      TO=, PCT=). A FROM DATE LATER THAN THE TO
128900*                      DATE SELECTS NOTHING AND ALSO FAILS.
129000*---------------------------------------------------------------
129100 2100-CHECK-TRNCARD.
129200     MOVE 'T' TO WS-CARD-KIND.
129300     PERFORM 3000-START-CARDS THRU 3000-START-CARDS-EXIT.
129400     OPEN INPUT TRNCARD.
129500     IF WS-CARD-STATUS = '35'
129600         MOVE 'NOT SUPPLIED - WHOLE LOG AT THE SHOP THRESHOLD'
129700             TO WS-CHK-DETAIL
129800         GO TO 2100-CHECK-TRNCARD-EXIT
129900     END-IF.
130000     IF WS-CARD-STATUS NOT = '00'
130100         PERFORM 3800-CARDS-UNREADABLE
130200             THRU 3800-CARDS-UNREADABLE-EXIT
130300         GO TO 2100-CHECK-TRNCARD-EXIT
130400     END-IF.
130500     PERFORM 2110-READ-ONE-TRNCARD THRU 2110-READ-ONE-TRNCARD-EXIT
130600         UNTIL FILE-EOF.
130700     CLOSE TRNCARD.
130800     IF WS-SEL-FROM NOT = SPACES
130900        AND WS-SEL-TO NOT = SPACES
131000        AND WS-SEL-FROM > WS-SEL-TO
131100         MOVE SPACES TO WS-RSN-LINE
131200         STRING 'FROM=' WS-SEL-FROM ' IS LATER THAN TO=' WS-SEL-TO
131300                ' - NO RUN WOULD BE SELECTED'
131400             DELIMITED BY SIZE INTO WS-RSN-LINE
131500         PERFORM 9100-ADD-REASON THRU 9100-ADD-REASON-EXIT
131600     END-IF.
131700     PERFORM 3900-SUM-UP-CARDS THRU 3900-SUM-UP-CARDS-EXIT.
131800 2100-CHECK-TRNCARD-EXIT.
131900     EXIT.
132000
132100 2110-READ-ONE-TRNCARD.
132200     READ TRNCARD
132300         AT END
132400             MOVE 'Y' TO WS-EOF-SW
132500         NOT AT END
132600             MOVE TRN-CARD-REC TO WS-CARD-LINE
132700             PERFORM 3100-EDIT-ONE-CARD
132800                 THRU 3100-EDIT-ONE-CARD-EXIT
132900     END-READ.
133000 2110-READ-ONE-TRNCARD-EXIT.
133100     EXIT.
133200
133300*---------------------------------------------------------------
133400* 3000-START-CARDS - CLEAR THE CARD COUNTS BEFORE A CARD FILE
133500*---------------------------------------------------------------
133600 3000-START-CARDS.
133700     MOVE ZERO TO WS-CARD-NO.
133800     MOVE ZERO TO WS-CARD-USED.
133900     MOVE ZERO TO WS-CARD-BAD.
134000     MOVE SPACES TO WS-CARD-NOTE.
134100     MOVE SPACES TO WS-SEL-FROM.
134200     MOVE SPACES TO WS-SEL-TO.
134300     MOVE 'N' TO WS-CARD-OVERRIDE-SW.
134400 3000-START-CARDS-EXIT.
134500     EXIT.
134600
134700*---------------------------------------------------------------
134800* 3100-EDIT-ONE-CARD - FIND THE CARD'S KEYWORD AMONG THOSE ITS
134900*                      KIND ACCEPTS AND EDIT THE VALUE THAT
135000*                      FOLLOWS IT. THE KEYWORD SETS WS-VAL-POS,
135100*                      THE COLUMN WHERE THE READING PROGRAM
135200*                      PICKS THE VALUE UP.
135300*---------------------------------------------------------------
135400 3100-EDIT-ONE-CARD.
135500     COMPUTE WS-CARD-NO = WS-CARD-NO + 1.
135600     IF WS-CARD-LINE = SPACES
135700        OR WS-CARD-LINE(1:1) = '*'
135800         GO TO 3100-EDIT-ONE-CARD-EXIT
135900     END-IF.
136000     COMPUTE WS-CARD-USED = WS-CARD-USED + 1.
136100     MOVE SPACES TO WS-CARD-REASON.
136200     EVALUATE TRUE
136300         WHEN CARD-IS-SCH
136400             PERFORM 3200-EDIT-SCH-CARD
136500                 THRU 3200-EDIT-SCH-CARD-EXIT
136600         WHEN CARD-IS-VAR
136700             PERFORM 3300-EDIT-VAR-CARD
136800                 THRU 3300-EDIT-VAR-CARD-EXIT
136900         WHEN CARD-IS-HSK
137000             PERFORM 3400-EDIT-HSK-CARD
137100                 THRU 3400-EDIT-HSK-CARD-EXIT
137200         WHEN CARD-IS-TRN
137300             PERFORM 3500-EDIT-TRN-CARD
137400                 THRU 3500-EDIT-TRN-CARD-EXIT
137500     END-EVALUATE.
137600     IF WS-CARD-REASON NOT = SPACES
137700         PERFORM 3700-CARD-IN-ERROR THRU 3700-CARD-IN-ERROR-EXIT
137800     END-IF.
137900 3100-EDIT-ONE-CARD-EXIT.
138000     EXIT.
138100
138200 3200-EDIT-SCH-CARD.
138300     IF WS-CARD-LINE(1:9) NOT = 'DEADLINE='
138400         MOVE 'UNKNOWN KEYWORD' TO WS-CARD-REASON
138500         GO TO 3200-EDIT-SCH-CARD-EXIT
138600     END-IF.
138700     MOVE 10 TO WS-VAL-POS.
138800     PERFORM 3620-EDIT-CARD-TIME THRU 3620-EDIT-CARD-TIME-EXIT.
138900 3200-EDIT-SCH-CARD-EXIT.
139000     EXIT.
139100
139200 3300-EDIT-VAR-CARD.
139300     EVALUATE TRUE
139400         WHEN WS-CARD-LINE(1:5) = 'NPCT='
139500             MOVE 6 TO WS-VAL-POS
139600             PERFORM 3600-EDIT-CARD-NUM
139700                 THRU 3600-EDIT-CARD-NUM-EXIT
139800         WHEN WS-CARD-LINE(1:7) = 'TOTPCT='
139900         WHEN WS-CARD-LINE(1:7) = 'SIMPCT='
140000             MOVE 8 TO WS-VAL-POS
140100             PERFORM 3600-EDIT-CARD-NUM
140200                 THRU 3600-EDIT-CARD-NUM-EXIT
140300         WHEN WS-CARD-LINE(1:9) = 'OVERRIDE='
140400             IF WS-CARD-LINE(10:1) NOT = 'Y'
140500                AND WS-CARD-LINE(10:1) NOT = 'N'
140600                 MOVE 'OVERRIDE VALUE IS NOT Y OR N'
140700                     TO WS-CARD-REASON
140800                 GO TO 3300-EDIT-VAR-CARD-EXIT
140900             END-IF
141000             IF WS-CARD-LINE(11:) NOT = SPACES
141100                 MOVE 'TEXT KEYED AFTER THE VALUE'
141200                     TO WS-CARD-REASON
141300                 GO TO 3300-EDIT-VAR-CARD-EXIT
141400             END-IF
141500             IF WS-CARD-LINE(10:1) = 'Y'
141600                 MOVE 'Y' TO WS-CARD-OVERRIDE-SW
141700             END-IF
141800         WHEN OTHER
141900             MOVE 'UNKNOWN KEYWORD' TO WS-CARD-REASON
142000     END-EVALUATE.
142100 3300-EDIT-VAR-CARD-EXIT.
142200     EXIT.
142300
142400 3400-EDIT-HSK-CARD.
142500     EVALUATE TRUE
142600         WHEN WS-CARD-LINE(1:8) = 'AUDDAYS='
142700             MOVE 9 TO WS-VAL-POS
142800             PERFORM 3600-EDIT-CARD-NUM
142900                 THRU 3600-EDIT-CARD-NUM-EXIT
143000         WHEN WS-CARD-LINE(1:9) = 'CKPTDAYS='
143100             MOVE 10 TO WS-VAL-POS
143200             PERFORM 3600-EDIT-CARD-NUM
143300                 THRU 3600-EDIT-CARD-NUM-EXIT
143400         WHEN OTHER
143500             MOVE 'UNKNOWN KEYWORD' TO WS-CARD-REASON
143600     END-EVALUATE.
143700 3400-EDIT-HSK-CARD-EXIT.
143800     EXIT.
143900
144000 3500-EDIT-TRN-CARD.
144100     EVALUATE TRUE
144200         WHEN WS-CARD-LINE(1:5) = 'FROM='
144300             MOVE 6 TO WS-VAL-POS
144400             PERFORM 3640-EDIT-CARD-DATE
144500                 THRU 3640-EDIT-CARD-DATE-EXIT
144600             IF WS-CARD-REASON = SPACES
144700                 MOVE WS-CARD-DATE-X TO WS-SEL-FROM
144800             END-IF
144900         WHEN WS-CARD-LINE(1:3) = 'TO='
145000             MOVE 4 TO WS-VAL-POS
145100             PERFORM 3640-EDIT-CARD-DATE
145200                 THRU 3640-EDIT-CARD-DATE-EXIT
145300             IF WS-CARD-REASON = SPACES
145400                 MOVE WS-CARD-DATE-X TO WS-SEL-TO
145500             END-IF
145600         WHEN WS-CARD-LINE(1:4) = 'PCT='
145700             MOVE 5 TO WS-VAL-POS
145800             PERFORM 3600-EDIT-CARD-NUM
145900                 THRU 3600-EDIT-CARD-NUM-EXIT
146000         WHEN OTHER
146100             MOVE 'UNKNOWN KEYWORD' TO WS-CARD-REASON
146200     END-EVALUATE.
146300 3500-EDIT-TRN-CARD-EXIT.
146400     EXIT.
146500
146600*---------------------------------------------------------------
146700* 3600-EDIT-CARD-NUM - A THREE-DIGIT VALUE AT WS-VAL-POS, WITH
146800*                      THE SAME LEFT-JUSTIFY EDIT THE READING
146900*                      PROGRAMS APPLY (NPCT=5 IS 5, NOT 500)
147000*---------------------------------------------------------------
147100 3600-EDIT-CARD-NUM.
147200     MOVE WS-CARD-LINE(WS-VAL-POS:3) TO WS-CARD-NUM-X.
147300     IF WS-CARD-NUM-X = SPACES
147400         MOVE 'NO VALUE AFTER THE KEYWORD' TO WS-CARD-REASON
147500         GO TO 3600-EDIT-CARD-NUM-EXIT
147600     END-IF.
147700     COMPUTE WS-VAL-END = WS-VAL-POS + 3.
147800     IF WS-CARD-LINE(WS-VAL-END:) NOT = SPACES
147900         MOVE 'VALUE TOO LONG OR TEXT AFTER IT' TO WS-CARD-REASON
148000         GO TO 3600-EDIT-CARD-NUM-EXIT
148100     END-IF.
148200     PERFORM 3610-SHIFT-CARD-NUM THRU 3610-SHIFT-CARD-NUM-EXIT
148300         UNTIL WS-CARD-NUM-X(3:1) NOT = SPACE.
148400     INSPECT WS-CARD-NUM-X REPLACING LEADING SPACES BY ZERO.
148500     IF WS-CARD-NUM-X NOT NUMERIC
148600         MOVE 'VALUE IS NOT A NUMBER' TO WS-CARD-REASON
148700     END-IF.
148800 3600-EDIT-CARD-NUM-EXIT.
148900     EXIT.
149000
149100 3610-SHIFT-CARD-NUM.
149200     MOVE WS-CARD-NUM-X(1:2) TO WS-NUM-SHIFT-X.
149300     MOVE SPACES TO WS-CARD-NUM-X.
149400     MOVE WS-NUM-SHIFT-X TO WS-CARD-NUM-X(2:2).
149500 3610-SHIFT-CARD-NUM-EXIT.
149600     EXIT.
149700
149800*---------------------------------------------------------------
149900* 3620-EDIT-CARD-TIME - A FOUR-DIGIT CLOCK TIME (HHMM) AT
150000*                       WS-VAL-POS, LEFT-JUSTIFY EDITED AS
150100*                       AOCSCHD EDITS IT, HOUR 00-23, MINUTE 00-59
150200*---------------------------------------------------------------
150300 3620-EDIT-CARD-TIME.
150400     MOVE WS-CARD-LINE(WS-VAL-POS:4) TO WS-CARD-TIME-X.
150500     IF WS-CARD-TIME-X = SPACES
150600         MOVE 'NO VALUE AFTER THE KEYWORD' TO WS-CARD-REASON
150700         GO TO 3620-EDIT-CARD-TIME-EXIT
150800     END-IF.
150900     COMPUTE WS-VAL-END = WS-VAL-POS + 4.
151000     IF WS-CARD-LINE(WS-VAL-END:) NOT = SPACES
151100         MOVE 'VALUE TOO LONG OR TEXT AFTER IT' TO WS-CARD-REASON
151200         GO TO 3620-EDIT-CARD-TIME-EXIT
151300     END-IF.
151400     PERFORM 3630-SHIFT-CARD-TIME THRU 3630-SHIFT-CARD-TIME-EXIT
151500         UNTIL WS-CARD-TIME-X(4:1) NOT = SPACE.
151600     INSPECT WS-CARD-TIME-X REPLACING LEADING SPACES BY ZERO.
151700     IF WS-CARD-TIME-X NOT NUMERIC
151800         MOVE 'VALUE IS NOT A CLOCK TIME' TO WS-CARD-REASON
151900         GO TO 3620-EDIT-CARD-TIME-EXIT
152000     END-IF.
152100     IF WS-CARD-TIME-HH > '23' OR WS-CARD-TIME-MI > '59'
152200         MOVE 'VALUE IS NOT A CLOCK TIME' TO WS-CARD-REASON
152300     END-IF.
152400 3620-EDIT-CARD-TIME-EXIT.
152500     EXIT.
152600
152700 3630-SHIFT-CARD-TIME.
152800     MOVE WS-CARD-TIME-X(1:3) TO WS-TIME-SHIFT-X.
152900     MOVE SPACES TO WS-CARD-TIME-X.
153000     MOVE WS-TIME-SHIFT-X TO WS-CARD-TIME-X(2:3).
153100 3630-SHIFT-CARD-TIME-EXIT.
153200     EXIT.
153300
153400*---------------------------------------------------------------
153500* 3640-EDIT-CARD-DATE - AN EIGHT-DIGIT CALENDAR DATE (YYYYMMDD)
153600*                       AT WS-VAL-POS. AOCTRND COMPARES IT AS
153700*                       KEYED, SO IT MUST BE A REAL DATE IN FULL.
153800*---------------------------------------------------------------
153900 3640-EDIT-CARD-DATE.
154000     MOVE WS-CARD-LINE(WS-VAL-POS:8) TO WS-CARD-DATE-X.
154100     IF WS-CARD-DATE-X = SPACES
154200         MOVE 'NO VALUE AFTER THE KEYWORD' TO WS-CARD-REASON
154300         GO TO 3640-EDIT-CARD-DATE-EXIT
154400     END-IF.
154500     COMPUTE WS-VAL-END = WS-VAL-POS + 8.
154600     IF WS-CARD-LINE(WS-VAL-END:) NOT = SPACES
154700         MOVE 'VALUE TOO LONG OR TEXT AFTER IT' TO WS-CARD-REASON
154800         GO TO 3640-EDIT-CARD-DATE-EXIT
154900     END-IF.
155000     IF WS-CARD-DATE-X NOT NUMERIC
155100         MOVE 'DATE IS NOT EIGHT DIGITS (YYYYMMDD)'
155200             TO WS-CARD-REASON
155300         GO TO 3640-EDIT-CARD-DATE-EXIT
155400     END-IF.
155500     IF WS-CARD-DATE-MM < 1 OR WS-CARD-DATE-MM > 12
155600         MOVE 'DATE HAS NO SUCH MONTH' TO WS-CARD-REASON
155700         GO TO 3640-EDIT-CARD-DATE-EXIT
155800     END-IF.
155900     MOVE WS-MONTH-LEN(WS-CARD-DATE-MM) TO WS-DAYS-IN-MONTH.
156000     IF WS-CARD-DATE-MM = 2
156100         MOVE WS-CARD-DATE-YYYY TO WS-LEAP-YYYY
156200         PERFORM 9200-SET-LEAP-YEAR THRU 9200-SET-LEAP-YEAR-EXIT
156300         IF LEAP-YEAR
156400             MOVE 29 TO WS-DAYS-IN-MONTH
156500         END-IF
156600     END-IF.
156700     IF WS-CARD-DATE-DD < 1 OR WS-CARD-DATE-DD > WS-DAYS-IN-MONTH
156800         MOVE 'DATE HAS NO SUCH DAY IN ITS MONTH'
156900             TO WS-CARD-REASON
157000     END-IF.
157100 3640-EDIT-CARD-DATE-EXIT.
157200     EXIT.
157300
157400*---------------------------------------------------------------
157500* 3700-CARD-IN-ERROR - LIST THE CARD BY ITS LINE NUMBER IN THE
157600*                      FILE, THE REASON, AND THE CARD AS KEYED
157700*---------------------------------------------------------------
157800 3700-CARD-IN-ERROR.
157900     COMPUTE WS-CARD-BAD = WS-CARD-BAD + 1.
158000     MOVE WS-CARD-NO TO WS-EDIT-CARD-NO.
158100     MOVE SPACES TO WS-RSN-LINE.
158200     STRING 'CARD ' WS-EDIT-CARD-NO ': ' DELIMITED BY SIZE
158300            WS-CARD-REASON DELIMITED BY '  '
158400            ' : ' WS-CARD-LINE(1:30) DELIMITED BY SIZE
158500         INTO WS-RSN-LINE.
158600     PERFORM 9100-ADD-REASON THRU 9100-ADD-REASON-EXIT.
158700 3700-CARD-IN-ERROR-EXIT.
158800     EXIT.
158900
159000*---------------------------------------------------------------
159100* 3800-CARDS-UNREADABLE - A CARD FILE THAT IS THERE BUT WILL NOT
159200*                         OPEN IS SKIPPED BY ITS PROGRAM AS IF IT
159300*                         WERE MISSING, SO THE DEFAULTS WOULD RUN
159400*                         IN PLACE OF WHATEVER IT SAYS
159500*---------------------------------------------------------------
159600 3800-CARDS-UNREADABLE.
159700     MOVE SPACES TO WS-CHK-DETAIL.
159800     STRING 'CARD FILE NOT READABLE, FILE STATUS ' WS-CARD-STATUS
159900         DELIMITED BY SIZE INTO WS-CHK-DETAIL.
160000     MOVE 'SHOP DEFAULTS WOULD SILENTLY REPLACE THE CARD'
160100         TO WS-RSN-LINE.
160200     PERFORM 9100-ADD-REASON THRU 9100-ADD-REASON-EXIT.
160300 3800-CARDS-UNREADABLE-EXIT.
160400     EXIT.
160500
160600 3850-INPUT-MISSING.
160700     MOVE SPACES TO WS-CHK-DETAIL.
160800     STRING 'INPUT NOT AVAILABLE, FILE STATUS ' WS-INP-STATUS
160900         DELIMITED BY SIZE INTO WS-CHK-DETAIL.
161000     MOVE SPACES TO WS-RSN-LINE.
161100     STRING 'THE ' WS-CHK-DEF-STEP(WS-CHK-SUB)
161200            ' STEP WOULD HALT ON IT AND STOP THE CHAIN'
161300         DELIMITED BY SIZE INTO WS-RSN-LINE.
161400     PERFORM 9100-ADD-REASON THRU 9100-ADD-REASON-EXIT.
161500 3850-INPUT-MISSING-EXIT.
161600     EXIT.
161700
161800 3860-INPUT-COUNTED.
161900     MOVE WS-INP-RECS TO WS-EDIT-RECS.
162000     MOVE SPACES TO WS-CHK-DETAIL.
162100     STRING WS-EDIT-RECS ' RECORD(S) ON FILE'
162200         DELIMITED BY SIZE INTO WS-CHK-DETAIL.
162300     IF WS-INP-RECS = ZERO
162400         MOVE 'INPUT IS EMPTY - NOTHING HAS BEEN DELIVERED'
162500             TO WS-RSN-LINE
162600         PERFORM 9100-ADD-REASON THRU 9100-ADD-REASON-EXIT
162700     END-IF.
162800 3860-INPUT-COUNTED-EXIT.
162900     EXIT.
163000
163100*---------------------------------------------------------------
163200* 3900-SUM-UP-CARDS - DETAIL LINE FOR A CARD FILE THAT WAS READ
163300*---------------------------------------------------------------
163400 3900-SUM-UP-CARDS.
163500     MOVE WS-CARD-USED TO WS-EDIT-CARDS.
163600     MOVE WS-CARD-BAD TO WS-EDIT-BAD.
163700     MOVE SPACES TO WS-CHK-DETAIL.
163800     IF WS-CARD-BAD = ZERO
163900         STRING WS-EDIT-CARDS ' CARD(S) READ, ALL VALID '
164000                WS-CARD-NOTE
164100             DELIMITED BY SIZE INTO WS-CHK-DETAIL
164200     ELSE
164300         STRING WS-EDIT-CARDS ' CARD(S) READ, ' WS-EDIT-BAD
164400                ' IN ERROR ' WS-CARD-NOTE
164500             DELIMITED BY SIZE INTO WS-CHK-DETAIL
164600     END-IF.
164700 3900-SUM-UP-CARDS-EXIT.
164800     EXIT.
164900
165000*---------------------------------------------------------------
165100* 6000-PRINT-HEADING - READINESS REPORT HEADING LINES
165200*---------------------------------------------------------------
165300 6000-PRINT-HEADING.
165400     MOVE SPACES TO PRF-REC.
165500     STRING 'NIGHTLY CHAIN PRE-FLIGHT - READINESS REPORT'
165600         DELIMITED BY SIZE INTO PRF-REC.
165700     WRITE PRF-REC.
165800     MOVE SPACES TO PRF-REC.
165900     STRING 'RUN DATE    : '    DELIMITED BY SIZE
166000            WS-TODAY-MM         DELIMITED BY SIZE
166100            '/'                 DELIMITED BY SIZE
166200            WS-TODAY-DD         DELIMITED BY SIZE
166300            '/'                 DELIMITED BY SIZE
166400            WS-TODAY-YYYY       DELIMITED BY SIZE
166500            '  '                DELIMITED BY SIZE
166600            WS-NOW-HH           DELIMITED BY SIZE
166700            ':'                 DELIMITED BY SIZE
166800            WS-NOW-MI           DELIMITED BY SIZE
166900            INTO PRF-REC.
167000     WRITE PRF-REC.
167100     MOVE SPACES TO PRF-REC.
167200     STRING 'NIGHT       : '    DELIMITED BY SIZE
167300            WS-NIGHT-X          DELIMITED BY SIZE
167400            INTO PRF-REC.
167500     WRITE PRF-REC.
167600     MOVE SPACES TO PRF-REC.
167700     WRITE PRF-REC.
167800     MOVE SPACES TO PRF-REC.
167900     STRING '  NO  CHECK                     CHAIN STEP        '
168000            'RESULT DETAIL'
168100         DELIMITED BY SIZE INTO PRF-REC.
168200     WRITE PRF-REC.
168300     MOVE SPACES TO PRF-REC.
168400     STRING '  --  ------------------------  ----------------  '
168500            '----  ------'
168600         DELIMITED BY SIZE INTO PRF-REC.
168700     WRITE PRF-REC.
168800 6000-PRINT-HEADING-EXIT.
168900     EXIT.
169000
169100*---------------------------------------------------------------
169200* 6100-PRINT-CHECK - ONE LINE PER CHECK, PASS OR FAIL, THEN ITS
169300*                    REASONS
169400*---------------------------------------------------------------
169500 6100-PRINT-CHECK.
169600     MOVE WS-CHK-SUB TO WS-CHK-NO-ED.
169700     MOVE WS-CHK-DEF-NAME(WS-CHK-SUB) TO WS-CHK-NAME.
169800     MOVE WS-CHK-DEF-STEP(WS-CHK-SUB) TO WS-CHK-STEP.
169900     IF CHECK-FAILED
170000         MOVE 'FAIL' TO WS-CHK-RESULT
170100         COMPUTE WS-CHK-FAILED = WS-CHK-FAILED + 1
170200     ELSE
170300         MOVE 'PASS' TO WS-CHK-RESULT
170400     END-IF.
170500     MOVE WS-CHK-LINE TO PRF-REC.
170600     WRITE PRF-REC.
170700     PERFORM 6110-PRINT-ONE-REASON THRU 6110-PRINT-ONE-REASON-EXIT
170800         VARYING WS-RSN-SUB FROM 1 BY 1
170900         UNTIL WS-RSN-SUB > WS-RSN-CNT OR WS-RSN-SUB > WS-RSN-MAX.
171000     IF WS-RSN-CNT > WS-RSN-MAX
171100         COMPUTE WS-EDIT-MORE = WS-RSN-CNT - WS-RSN-MAX
171200         MOVE SPACES TO WS-RSN-TEXT
171300         STRING '... AND ' WS-EDIT-MORE ' MORE NOT LISTED'
171400             DELIMITED BY SIZE INTO WS-RSN-TEXT
171500         MOVE WS-RSN-PRINT TO PRF-REC
171600         WRITE PRF-REC
171700     END-IF.
171800 6100-PRINT-CHECK-EXIT.
171900     EXIT.
172000
172100 6110-PRINT-ONE-REASON.
172200     MOVE WS-RSN-ENTRY(WS-RSN-SUB) TO WS-RSN-TEXT.
172300     MOVE WS-RSN-PRINT TO PRF-REC.
172400     WRITE PRF-REC.
172500 6110-PRINT-ONE-REASON-EXIT.
172600     EXIT.
172700
172800*---------------------------------------------------------------
172900* 6900-PRINT-VERDICT - THE GO / NO-GO LINE AND THE RETURN CODE
173000*---------------------------------------------------------------
173100 6900-PRINT-VERDICT.
173200     MOVE WS-CHK-FAILED TO WS-EDIT-FAILED.
173300     MOVE WS-CHK-TOTAL TO WS-EDIT-TOTAL.
173400     MOVE SPACES TO PRF-REC.
173500     WRITE PRF-REC.
173600     MOVE SPACES TO PRF-REC.
173700     IF WS-CHK-FAILED = ZERO
173800         STRING 'READINESS   : GO - ALL ' WS-EDIT-TOTAL
173900                ' CHECKS PASSED, THE CHAIN MAY START'
174000             DELIMITED BY SIZE INTO PRF-REC
174100     ELSE
174200         STRING 'READINESS   : NO-GO - ' WS-EDIT-FAILED ' OF '
174300                WS-EDIT-TOTAL ' CHECKS FAILED. HOLD THE CHAIN OR '
174400                'FIX EACH FAILED ITEM BEFORE THE WINDOW OPENS'
174500             DELIMITED BY SIZE INTO PRF-REC
174600     END-IF.
174700     WRITE PRF-REC.
174800     MOVE SPACES TO PRF-REC.
174900     IF WS-CHK-FAILED = ZERO
175000         STRING 'ENDING WITH RETURN CODE 0'
175100             DELIMITED BY SIZE INTO PRF-REC
175200     ELSE
175300         STRING 'ENDING WITH RETURN CODE 8'
175400             DELIMITED BY SIZE INTO PRF-REC
175500     END-IF.
175600     WRITE PRF-REC.
175700 6900-PRINT-VERDICT-EXIT.
175800     EXIT.
175900
176000*---------------------------------------------------------------
176100* 9100-ADD-REASON - LOG WS-RSN-LINE AGAINST THE CURRENT CHECK
176200*                   AND FAIL IT
176300*---------------------------------------------------------------
176400 9100-ADD-REASON.
176500     MOVE 'Y' TO WS-CHK-FAIL-SW.
176600     COMPUTE WS-RSN-CNT = WS-RSN-CNT + 1.
176700     IF WS-RSN-CNT NOT > WS-RSN-MAX
176800         MOVE WS-RSN-LINE TO WS-RSN-ENTRY(WS-RSN-CNT)
176900     END-IF.
177000     MOVE SPACES TO WS-RSN-LINE.
177100 9100-ADD-REASON-EXIT.
177200     EXIT.
177300
177400*---------------------------------------------------------------
177500* 9200-SET-LEAP-YEAR - GREGORIAN LEAP RULE FOR WS-LEAP-YYYY
177600*---------------------------------------------------------------
177700 9200-SET-LEAP-YEAR.
177800     MOVE 'N' TO WS-LEAP-SW.
177900     COMPUTE WS-LEAP-Q = WS-LEAP-YYYY / 4.
178000     COMPUTE WS-LEAP-R = WS-LEAP-YYYY - WS-LEAP-Q * 4.
178100     IF WS-LEAP-R = ZERO
178200         MOVE 'Y' TO WS-LEAP-SW
178300     END-IF.
178400     COMPUTE WS-LEAP-Q = WS-LEAP-YYYY / 100.
178500     COMPUTE WS-LEAP-R = WS-LEAP-YYYY - WS-LEAP-Q * 100.
178600     IF WS-LEAP-R = ZERO
178700         MOVE 'N' TO WS-LEAP-SW
178800     END-IF.
178900     COMPUTE WS-LEAP-Q = WS-LEAP-YYYY / 400.
179000     COMPUTE WS-LEAP-R = WS-LEAP-YYYY - WS-LEAP-Q * 400.
179100     IF WS-LEAP-R = ZERO
179200         MOVE 'Y' TO WS-LEAP-SW
179300     END-IF.
179400 9200-SET-LEAP-YEAR-EXIT.
179500     EXIT.
179600
179700*---------------------------------------------------------------
179800* 9800-RAISE-ALERT - WRITE WS-ALRT-SEVERITY/CODE/TEXT TO THE
179900*                    SHOP-WIDE ALERT FILE THROUGH AOCALRT. THE
180000*                    RC IS NOT ACTED ON - AN ALERT THAT CANNOT
180100*                    BE WRITTEN IS ON THE JOB LOG INSTEAD, AND
180200*                    MUST NOT CHANGE HOW THIS RUN ENDS, SO THE
180300*                    RETURN-CODE THE CALL CLOBBERS IS PUT BACK.
180400*---------------------------------------------------------------
180500 9800-RAISE-ALERT.
180600     MOVE RETURN-CODE TO WS-ALRT-SAVE-RC.
180700     CALL 'AOCALRTC' USING WS-ALRT-PROGRAM WS-ALRT-RUN-NO
180800                           WS-ALRT-SEVERITY WS-ALRT-CODE
180900                           WS-ALRT-TEXT WS-ALRT-RC.
181000     MOVE WS-ALRT-SAVE-RC TO RETURN-CODE.
181100 9800-RAISE-ALERT-EXIT.
181200     EXIT.
