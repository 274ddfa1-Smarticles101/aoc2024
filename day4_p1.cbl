000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DAY04PROC IS INITIAL PROGRAM.
000300 AUTHOR. R-HENDRICKS.
000400 INSTALLATION. DATA-PROC-BATCH-CTR.
000500 DATE-WRITTEN. 2026-09-14.
000600 DATE-COMPILED.
000700*---------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*---------------------------------------------------------------
001000* 2026-09-14  RH   ORIGINAL CODING - DAY 4 LETTER-GRID WORD
001100*                  SEARCH. THE DECEMBER 4 FEED IS A RECTANGULAR
001200*                  GRID OF LETTERS, ONE ROW PER RECORD (COPYBOOK
001300*                  WRDGRDFD). THE WHOLE GRID IS LOADED INTO A
001400*                  150 X 150 WORKING TABLE, THEN SEARCHED TWICE:
001500*                  EVERY OCCURRENCE OF XMAS READ IN ANY OF THE
001600*                  EIGHT DIRECTIONS (ACROSS, DOWN, BOTH DIAGONALS,
001700*                  EACH FORWARDS AND BACKWARDS, OVERLAPS ALLOWED),
001800*                  AND EVERY X-SHAPED CROSSING OF TWO MAS WORDS
001900*                  ON THE DIAGONALS THROUGH A SHARED A. A ROW
002000*                  THAT IS BLANK, RAGGED (LENGTH DIFFERS FROM THE
002100*                  GRID WIDTH SET BY THE FIRST ROW), CARRIES A
002200*                  NON-LETTER, OR RUNS PAST THE TABLE'S WIDTH IS
002300*                  LISTED ON REJFILE WITH ITS ROW NUMBER AND HELD
002400*                  IN THE GRID AS A ROW OF PLACEHOLDERS THAT
002500*                  MATCH NO LETTER, SO THE ROWS BELOW IT KEEP
002600*                  THEIR TRUE POSITIONS; ROWS PAST THE TABLE'S
002700*                  DEPTH ARE LISTED AND DROPPED. NONE OF THESE
002800*                  STOPS THE RUN. BUILT ON THE SHOP PATTERN: IS
002900*                  INITIAL PROGRAM, OWN RPTFILE/REJFILE/AUDFILE
003000*                  OUTPUTS WITH DD_xxx OVERRIDES, AOCRUNC
003100*                  REGISTRATION AS DAY 04 (RETURN CODE 12 WHILE
003200*                  AN EARLIER DAY 04 RUN IS STILL STARTED,
003300*                  DD_RUNFORCE=Y TO FORCE), AN AUDFILE RUN-HISTORY
003400*                  LINE, AND A DAY04PRCC LINKAGE ENTRY SO AOCDRV
003500*                  AND AOCSCHD SEE THE OUTCOME DIRECTLY.
003520* 2026-09-22  RH   A DD_RUNFORCE=Y START IS NOW CLEARED BY AOCRUNC
003540*                  AGAINST THE OPERATOR AUTHORITY FILE. A USER NOT
003560*                  AUTHORIZED TO FORCE IS REFUSED WITH RETURN
003580*                  CODE 20 AND THE ATTEMPT IS ON THE SECURITY LOG.
003583* 2026-10-01  RH   A RUN REFUSED FOR AN EARLIER STARTED RUN, AND
003586*                  THE RUN CONTROL AND INFILE HALTS, ARE ALSO
003589*                  RAISED ON THE SHOP-WIDE ALERT FILE THROUGH
003592*                  AOCALRT FOR THE AOCALRD DIGEST. AN AUTHORITY
003595*                  REFUSAL IS RAISED BY AOCAUTH ITSELF.
003596* 2026-10-15  RH   REVIEW FIX - THE REPORT NOTE CALLED REJECTED
003597*                  ROWS BLANK; THEY ARE HELD AS '.' PLACEHOLDER
003598*                  ROWS, AND THE NOTE NOW SAYS SO.
003600*---------------------------------------------------------------
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT INFILE ASSIGN TO 'INFILE'
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-INFILE-STATUS.
004300
004400     SELECT RPTFILE ASSIGN TO 'RPTFILE'
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600
004700     SELECT REJFILE ASSIGN TO 'REJFILE'
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900
005000     SELECT AUDFILE ASSIGN TO 'AUDFILE'
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-AUD-STATUS.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  INFILE.
005700     COPY WRDGRDFD.
005800
005900 FD  RPTFILE.
006000 01  RPT-REC                         PIC X(132).
006100
006200 FD  REJFILE.
006300 01  REJ-REC                         PIC X(132).
006400
006500 FD  AUDFILE.
006600 01  AUD-REC                         PIC X(150).
006700
006800 WORKING-STORAGE SECTION.
006900 77  EOF-SW                          PIC X(01) VALUE 'N'.
007000     88  EOF                         VALUE 'Y'.
007100
007200*---------------------------------------------------------------
007300* INFILE OPEN STATUS
007400*---------------------------------------------------------------
007500 77  WS-INFILE-STATUS                PIC X(02) VALUE '00'.
007600
007700*---------------------------------------------------------------
007800* LETTER GRID - ROW-MAJOR, LOADED IN INPUT ORDER. THE WIDTH IS
007900* SET BY THE FIRST ROW THAT FITS THE TABLE AND EVERY LATER ROW
008000* MUST MATCH IT. A REJECTED ROW IS HELD AS PLACEHOLDERS ('.')
008100* SO NO WORD CAN BE FOUND THROUGH IT AND NOTHING BELOW SHIFTS.
008200*---------------------------------------------------------------
008300 77  WS-GRID-MAX-ROWS                PIC 9(04) COMP VALUE 150.
008400 77  WS-GRID-MAX-COLS                PIC 9(04) COMP VALUE 150.
008500 77  WS-GRID-ROWS                    PIC 9(04) COMP VALUE ZERO.
008600 77  WS-GRID-COLS                    PIC 9(04) COMP VALUE ZERO.
008700 77  WS-WIDTH-SET-SW                 PIC X(01) VALUE 'N'.
008800     88  WIDTH-SET                   VALUE 'Y'.
008900 01  WS-GRID-TABLE.
009000     05  WS-GRID-ROW                 OCCURS 150 TIMES.
009100         10  WS-GRID-CELL            PIC X(01) OCCURS 150 TIMES.
009200
009300*---------------------------------------------------------------
009400* ROW EDIT WORK AREAS - 1100-EDIT-ROW LEAVES THE ROW LENGTH, THE
009500* VERDICT AND (FOR A BAD ROW) THE REASON AND WHETHER THE ROW
009600* STILL TAKES A PLACE IN THE GRID
009700*---------------------------------------------------------------
009800 77  WS-LINE-NO                      PIC 9(09) VALUE ZERO.
009900 77  WS-ROW-LEN                      PIC 9(04) COMP VALUE ZERO.
010000 77  WS-POS                          PIC 9(04) COMP VALUE ZERO.
010100 77  WS-ROW-OK-SW                    PIC X(01) VALUE 'Y'.
010200     88  ROW-OK                      VALUE 'Y'.
010300     88  ROW-BAD                     VALUE 'N'.
010400 77  WS-HOLD-ROW-SW                  PIC X(01) VALUE 'Y'.
010500     88  HOLD-ROW                    VALUE 'Y'.
010600 77  WS-REJECT-COUNT                 PIC 9(09) VALUE ZERO.
010700 77  WS-REJECT-REASON                PIC X(40) VALUE SPACES.
010800
010900*---------------------------------------------------------------
011000* SEARCH WORK AREAS - WS-R/WS-C IS THE ANCHOR CELL, WS-DR/WS-DC
011100* THE DIRECTION STEP (-1, 0 OR +1 EACH), WS-TR/WS-TC THE CELL
011200* BEING COMPARED. WS-WORD-CHAR(2) THRU (4) ARE THE LETTERS THAT
011300* MUST FOLLOW AN X.
011400*---------------------------------------------------------------
011500 77  WS-R                            PIC 9(04) COMP VALUE ZERO.
011600 77  WS-C                            PIC 9(04) COMP VALUE ZERO.
011700 77  WS-DR                           PIC S9(02) COMP VALUE ZERO.
011800 77  WS-DC                           PIC S9(02) COMP VALUE ZERO.
011900 77  WS-TR                           PIC S9(04) COMP VALUE ZERO.
012000 77  WS-TC                           PIC S9(04) COMP VALUE ZERO.
012100 77  WS-STEP                         PIC 9(02) COMP VALUE ZERO.
012200 77  WS-MATCH-SW                     PIC X(01) VALUE 'N'.
012300     88  WORD-MATCHED                VALUE 'Y'.
012400 01  WS-WORD                         PIC X(04) VALUE 'XMAS'.
012500 01  WS-WORD-R REDEFINES WS-WORD.
012600     05  WS-WORD-CHAR                PIC X(01) OCCURS 4 TIMES.
012700 01  WS-DIAG-1                       PIC X(02) VALUE SPACES.
012800 01  WS-DIAG-2                       PIC X(02) VALUE SPACES.
012900
013000*---------------------------------------------------------------
013100* RESULT COUNTERS
013200*---------------------------------------------------------------
013300 77  WS-XMAS-COUNT                   PIC 9(09) VALUE ZERO.
013400 77  WS-CROSS-COUNT                  PIC 9(09) VALUE ZERO.
013500
013600*---------------------------------------------------------------
013700* RUNTIME PARAMETER WORK AREA
013800*---------------------------------------------------------------
013900 77  WS-PARM                         PIC X(40) VALUE SPACES.
014000 77  WS-DD-INFILE                    PIC X(40) VALUE SPACES.
014100 77  WS-DD-AOCDRV                    PIC X(01) VALUE SPACES.
014200 77  WS-DD-RPTFILE                   PIC X(40) VALUE SPACES.
014300 77  WS-DD-REJFILE                   PIC X(40) VALUE SPACES.
014400 77  WS-DD-AUDFILE                   PIC X(40) VALUE SPACES.
014500
014600*---------------------------------------------------------------
014700* REPORT WORK AREAS
014800*---------------------------------------------------------------
014900 01  WS-INFILE-NAME                  PIC X(40)
015000         VALUE 'input/Dec4Input.txt'.
015100 01  WS-RUN-DATE.
015200     05  WS-RUN-YYYY                 PIC 9(04).
015300     05  WS-RUN-MM                   PIC 9(02).
015400     05  WS-RUN-DD                   PIC 9(02).
015500 01  WS-EDIT-N                       PIC ZZZZZZZZ9.
015600 01  WS-EDIT-COUNT                   PIC ZZZZZZZZ9.
015700 01  WS-EDIT-XMAS                    PIC ZZZZZZZZ9.
015800 01  WS-EDIT-CROSS                   PIC ZZZZZZZZ9.
015900 01  WS-EDIT-LINE-NO                 PIC ZZZZZZZZ9.
016000 01  WS-EDIT-LEN                     PIC ZZ9.
016100 01  WS-EDIT-WIDTH                   PIC ZZ9.
016200
016300*---------------------------------------------------------------
016400* RUN-HISTORY AUDIT LOG WORK AREAS
016500*---------------------------------------------------------------
016600 77  WS-AUD-STATUS                   PIC X(02) VALUE '00'.
016700 01  WS-RUN-TIME.
016800     05  WS-RUN-HH                   PIC 9(02).
016900     05  WS-RUN-MI                   PIC 9(02).
017000     05  WS-RUN-SS                   PIC 9(02).
017100     05  FILLER                      PIC 9(02).
017200
017300*---------------------------------------------------------------
017400* SHOP-WIDE RUN CONTROL WORK AREAS - SAME CONVENTION AS
017500* DAY01PROC: AOCRUNCS ASSIGNS THE RUN NUMBER, AOCRUNCE CLOSES
017600* THE RUN OUT ON EVERY EXIT PATH
017700*---------------------------------------------------------------
017800 77  WS-RUN-NO                       PIC 9(06) VALUE ZERO.
017900 77  WS-RUN-DAY-NO                   PIC 9(02) VALUE 4.
018000 77  WS-RUNC-RC                      PIC 9(04) VALUE ZERO.
018100 77  WS-RUNC-STATUS                  PIC X(09) VALUE SPACES.
018200 77  WS-RUN-FORCE-SW                 PIC X(01) VALUE 'N'.
018300 77  WS-DD-RUNFORCE                  PIC X(01) VALUE SPACES.
018307
018314*---------------------------------------------------------------
018321* OPERATOR ALERT - PASSED TO AOCALRT'S AOCALRTC ENTRY WHEREVER
018328* THIS PROGRAM RAISES A WARNING OR FAILURE (ALRTFD SEVERITIES)
018335*---------------------------------------------------------------
018342 77  WS-ALRT-PROGRAM                 PIC X(08) VALUE 'DAY04PRO'.
018349 77  WS-ALRT-RUN-NO                  PIC 9(06) VALUE ZERO.
018356 77  WS-ALRT-SEVERITY                PIC X(01) VALUE SPACE.
018363 77  WS-ALRT-CODE                    PIC X(08) VALUE SPACES.
018370 77  WS-ALRT-TEXT                    PIC X(60) VALUE SPACES.
018377 77  WS-ALRT-RC                      PIC 9(04) VALUE ZERO.
018384 77  WS-ALRT-SAVE-RC                 PIC S9(04) COMP VALUE ZERO.
018400
018500*---------------------------------------------------------------
018600* CALLER-VISIBLE RETURN CODE WORK AREA - SET ONLY WHEN ENTERED
018700* THROUGH THE DAY04PRCC LINKAGE ENTRY POINT BELOW (SEE
018800* WS-LINKAGE-ENTRY-SW), SINCE THE MAINLINE CODE IS SHARED BY BOTH
018900* THE PLAIN, NO-PARAMETER DAY04PROC ENTRY AND DAY04PRCC
019000*---------------------------------------------------------------
019100 77  WS-LINKAGE-ENTRY-SW             PIC X(01) VALUE 'N'.
019200     88  LINKAGE-ENTRY-USED          VALUE 'Y'.
019300
019400 LINKAGE SECTION.
019500 01  WS-CALL-RC                      PIC 9(04).
019600
019700 PROCEDURE DIVISION.
019800 0000-MAINLINE.
019900     PERFORM 0050-ACCEPT-PARM THRU 0050-ACCEPT-PARM-EXIT.
020000     PERFORM 0060-REGISTER-RUN THRU 0060-REGISTER-RUN-EXIT.
020100     IF WS-RUNC-RC = 8
020200         DISPLAY 'DAY 4 RUN REFUSED - AN EARLIER DAY 04 RUN IS '
020300             'STILL STARTED ON THE RUN CONTROL FILE. RESOLVE IT '
020400             'OR RERUN WITH DD_RUNFORCE=Y.'
020412         MOVE ZERO TO WS-ALRT-RUN-NO
020424         MOVE 'C' TO WS-ALRT-SEVERITY
020436         MOVE 'RUNOPEN' TO WS-ALRT-CODE
020448         MOVE SPACES TO WS-ALRT-TEXT
020460         STRING 'AN EARLIER DAY 04 RUN IS STILL STARTED - NOT RUN'
020472             DELIMITED BY SIZE INTO WS-ALRT-TEXT
020484         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
020500         MOVE 12 TO RETURN-CODE
020600         PERFORM 0090-SET-CALLER-RC THRU 0090-SET-CALLER-RC-EXIT
020700         GOBACK
020800     END-IF.
020810     IF WS-RUNC-RC = 20
020820         DISPLAY 'DAY 4 RUN REFUSED - DD_RUNFORCE=Y IS NOT '
020830             'CLEARED FOR THIS USER ID ON THE OPERATOR '
020840             'AUTHORITY FILE. NOTHING WAS FORCED - SEE THE '
020850             'SECURITY LOG.'
020860         MOVE 20 TO RETURN-CODE
020870         PERFORM 0090-SET-CALLER-RC THRU 0090-SET-CALLER-RC-EXIT
020880         GOBACK
020890     END-IF.
020900     IF WS-RUNC-RC NOT = ZERO
021000         DISPLAY 'DAY 4 RUN HALTED - THE RUN CONTROL FILE COULD '
021100             'NOT BE WRITTEN, SO THIS RUN CANNOT REGISTER AND '
021200             'THE CONCURRENT-RUN LOCKOUT CANNOT BE ENFORCED.'
021214         MOVE ZERO TO WS-ALRT-RUN-NO
021228         MOVE 'C' TO WS-ALRT-SEVERITY
021242         MOVE 'RUNCFAIL' TO WS-ALRT-CODE
021256         MOVE 'RUN CONTROL FILE NOT WRITTEN - NOT RUN'
021270           TO WS-ALRT-TEXT
021284         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
021300         MOVE 16 TO RETURN-CODE
021400         PERFORM 0090-SET-CALLER-RC THRU 0090-SET-CALLER-RC-EXIT
021500         GOBACK
021600     END-IF.
021700     OPEN INPUT INFILE.
021800     IF WS-INFILE-STATUS NOT = '00'
021900         DISPLAY 'DAY 4 RUN HALTED - UNABLE TO OPEN INFILE, '
022000             'FILE STATUS = ' WS-INFILE-STATUS
022011         MOVE WS-RUN-NO TO WS-ALRT-RUN-NO
022022         MOVE 'C' TO WS-ALRT-SEVERITY
022033         MOVE 'INFILE' TO WS-ALRT-CODE
022044         MOVE SPACES TO WS-ALRT-TEXT
022055         STRING 'INFILE NOT OPENED, STATUS ' WS-INFILE-STATUS
022066                ' - RUN FAILED'
022077             DELIMITED BY SIZE INTO WS-ALRT-TEXT
022088         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
022100         MOVE 'FAILED   ' TO WS-RUNC-STATUS
022200         PERFORM 0070-CLOSE-OUT-RUN THRU 0070-CLOSE-OUT-RUN-EXIT
022300         MOVE 16 TO RETURN-CODE
022400         PERFORM 0090-SET-CALLER-RC THRU 0090-SET-CALLER-RC-EXIT
022500         GOBACK
022600     END-IF.
022700     OPEN OUTPUT REJFILE.
022800     PERFORM 1000-READ-GRID THRU 1000-READ-GRID-EXIT
022900         UNTIL EOF.
023000     CLOSE INFILE.
023100     CLOSE REJFILE.
023200     PERFORM 2000-COUNT-XMAS THRU 2000-COUNT-XMAS-EXIT.
023300     PERFORM 3000-COUNT-CROSSES THRU 3000-COUNT-CROSSES-EXIT.
023400     PERFORM 6000-PRINT-REPORT THRU 6000-PRINT-REPORT-EXIT.
023500     PERFORM 6500-WRITE-AUDIT-LOG THRU 6500-WRITE-AUDIT-LOG-EXIT.
023600     MOVE 'COMPLETED' TO WS-RUNC-STATUS.
023700     PERFORM 0070-CLOSE-OUT-RUN THRU 0070-CLOSE-OUT-RUN-EXIT.
023800     MOVE ZERO TO RETURN-CODE.
023900     PERFORM 0090-SET-CALLER-RC THRU 0090-SET-CALLER-RC-EXIT.
024000     GOBACK.
024100
024200*---------------------------------------------------------------
024300* DAY04PRCC - ALTERNATE ENTRY POINT FOR CALLERS (AOCDRV, AOCSCHD)
024400*             THAT NEED TO SEE THE RUN'S OUTCOME, ON THE SAME
024500*             PATTERN AS DAY01PROC'S DAY01PRCC ENTRY. THIS MUST
024600*             FOLLOW 0000-MAINLINE'S OWN GOBACK DIRECTLY, AND
024700*             NOTHING PERFORM-ABLE MAY SIT BETWEEN THEM - SEE THE
024800*             FALL-THROUGH NOTE ON THE DAY01PRCC ENTRY IN
024900*             DAY01PROC.
025000*---------------------------------------------------------------
025100 ENTRY 'DAY04PRCC' USING WS-CALL-RC.
025200     MOVE 'Y' TO WS-LINKAGE-ENTRY-SW.
025300     GO TO 0000-MAINLINE.
025400
025500*---------------------------------------------------------------
025600* 0090-SET-CALLER-RC - COPIES RETURN-CODE INTO THE LINKAGE-SECTION
025700*                      PARAMETER PASSED TO THE DAY04PRCC ENTRY
025800*                      POINT ABOVE, BUT ONLY WHEN THIS RUN WAS
025900*                      ACTUALLY REACHED THROUGH THAT ENTRY - AN
026000*                      IS INITIAL PROGRAM DOES NOT RELIABLY HAND
026100*                      RETURN-CODE BACK TO ITS CALLER ACROSS
026200*                      GOBACK. REFERENCING WS-CALL-RC WHEN ENTERED
026300*                      THROUGH THE PLAIN DAY04PROC ENTRY WOULD BE
026400*                      UNSAFE - NO ADDRESS WAS PASSED FOR IT - SO
026500*                      THIS IS SKIPPED UNLESS WS-LINKAGE-ENTRY-SW
026600*                      SAYS THE LINKAGE ENTRY WAS USED.
026700*---------------------------------------------------------------
026800 0090-SET-CALLER-RC.
026900     IF LINKAGE-ENTRY-USED
027000         MOVE RETURN-CODE TO WS-CALL-RC
027100     END-IF.
027200 0090-SET-CALLER-RC-EXIT.
027300     EXIT.
027400
027500*---------------------------------------------------------------
027600* 0060-REGISTER-RUN - REGISTER THIS EXECUTION WITH THE SHOP-WIDE
027700*                     RUN CONTROL MODULE (AOCRUNC) BEFORE ANY
027800*                     FILE IS TOUCHED, SAME CONVENTION AS
027900*                     DAY01PROC. WS-RUNC-RC 8 = AN EARLIER DAY
028000*                     04 RUN IS STILL STARTED AND THE MAINLINE
028100*                     REFUSES TO PROCEED.
028200*---------------------------------------------------------------
028300 0060-REGISTER-RUN.
028400     ACCEPT WS-DD-RUNFORCE FROM ENVIRONMENT 'DD_RUNFORCE'.
028500     IF WS-DD-RUNFORCE = 'Y'
028600         MOVE 'Y' TO WS-RUN-FORCE-SW
028700     ELSE
028800         MOVE 'N' TO WS-RUN-FORCE-SW
028900     END-IF.
029000     CALL 'AOCRUNCS' USING WS-RUN-DAY-NO WS-INFILE-NAME
029100                           WS-RUN-FORCE-SW WS-RUN-NO WS-RUNC-RC.
029200 0060-REGISTER-RUN-EXIT.
029300     EXIT.
029400
029500*---------------------------------------------------------------
029600* 0070-CLOSE-OUT-RUN - CLOSE THIS EXECUTION OUT ON THE RUN
029700*                      CONTROL FILE. THE CALLER SETS
029800*                      WS-RUNC-STATUS TO COMPLETED OR FAILED.
029900*                      SKIPPED WHEN REGISTRATION NEVER ASSIGNED
030000*                      A RUN NUMBER. THE CALL CLOBBERS THE
030100*                      RETURN-CODE SPECIAL REGISTER (THE CALLEE
030200*                      HANDS ITS OWN BACK ON GOBACK), SO EVERY
030300*                      CALLER MUST PERFORM THIS BEFORE SETTING
030400*                      THIS RUN'S FINAL RETURN-CODE.
030500*---------------------------------------------------------------
030600 0070-CLOSE-OUT-RUN.
030700     IF WS-RUN-NO > ZERO
030800         CALL 'AOCRUNCE' USING WS-RUN-NO WS-RUNC-STATUS
030900                               WS-RUNC-RC
031000     END-IF.
031100 0070-CLOSE-OUT-RUN-EXIT.
031200     EXIT.
031300
031400*---------------------------------------------------------------
031500* 0050-ACCEPT-PARM - SAME DDNAME/OVERRIDE CONVENTION AS
031600*                    DAY01PROC: INFILE AND EVERY OUTPUT FILE IS
031700*                    ASSIGNED TO ITS BARE DDNAME AND A DD_xxx
031800*                    OVERRIDE OR RUNTIME PARM CAN REPOINT IT
031900*                    WITHOUT A RECOMPILE. WHEN AOCDRV OR AOCSCHD
032000*                    CALLS THIS MODULE, DD_AOCDRV IS 'Y' AND THE
032100*                    COMMAND-LINE PARM BELONGS TO THE DRIVER, SO
032200*                    THE PARM CHECK IS SKIPPED.
032300*---------------------------------------------------------------
032400 0050-ACCEPT-PARM.
032500     ACCEPT WS-DD-AOCDRV FROM ENVIRONMENT 'DD_AOCDRV'.
032600     ACCEPT WS-DD-INFILE FROM ENVIRONMENT 'DD_INFILE'.
032700     IF WS-DD-AOCDRV NOT = 'Y'
032800         ACCEPT WS-PARM FROM COMMAND-LINE
032900     END-IF.
033000     IF WS-PARM NOT = SPACES
033100         MOVE WS-PARM TO WS-INFILE-NAME
033200         SET ENVIRONMENT 'DD_INFILE' TO WS-PARM
033300     ELSE
033400         IF WS-DD-INFILE NOT = SPACES
033500             MOVE WS-DD-INFILE TO WS-INFILE-NAME
033600         ELSE
033700             SET ENVIRONMENT 'DD_INFILE' TO WS-INFILE-NAME
033800         END-IF
033900     END-IF.
034000     ACCEPT WS-DD-RPTFILE FROM ENVIRONMENT 'DD_RPTFILE'.
034100     IF WS-DD-RPTFILE = SPACES
034200         SET ENVIRONMENT 'DD_RPTFILE' TO 'output/Dec4Report.txt'
034300     END-IF.
034400     ACCEPT WS-DD-REJFILE FROM ENVIRONMENT 'DD_REJFILE'.
034500     IF WS-DD-REJFILE = SPACES
034600         SET ENVIRONMENT 'DD_REJFILE' TO 'output/Dec4Rejects.txt'
034700     END-IF.
034800     ACCEPT WS-DD-AUDFILE FROM ENVIRONMENT 'DD_AUDFILE'.
034900     IF WS-DD-AUDFILE = SPACES
035000         SET ENVIRONMENT 'DD_AUDFILE' TO 'output/Dec4Audit.txt'
035100     END-IF.
035200 0050-ACCEPT-PARM-EXIT.
035300     EXIT.
035400
035500*---------------------------------------------------------------
035600* 1000-READ-GRID - READ ONE GRID ROW, EDIT IT, AND EITHER LOAD IT
035700*                  INTO THE GRID OR REJECT IT
035800*---------------------------------------------------------------
035900 1000-READ-GRID.
036000     READ INFILE
036100         AT END
036200             MOVE 'Y' TO EOF-SW
036300         NOT AT END
036400             COMPUTE WS-LINE-NO = WS-LINE-NO + 1
036500             PERFORM 1100-EDIT-ROW THRU 1100-EDIT-ROW-EXIT
036600             IF ROW-OK
036700                 PERFORM 1300-LOAD-ROW THRU 1300-LOAD-ROW-EXIT
036800             ELSE
036900                 PERFORM 1200-REJECT-ROW THRU 1200-REJECT-ROW-EXIT
037000             END-IF
037100     END-READ.
037200 1000-READ-GRID-EXIT.
037300     EXIT.
037400
037500*---------------------------------------------------------------
037600* 1100-EDIT-ROW - LOWER-CASE LETTERS ARE FOLDED TO UPPER CASE,
037700*                 THEN THE ROW IS MEASURED AND CHECKED: BLANK,
037800*                 PAST THE TABLE'S DEPTH, PAST ITS WIDTH, RAGGED
037900*                 AGAINST THE GRID WIDTH, OR CARRYING A NON-LETTER
038000*                 MARKS IT BAD FOR 1200-REJECT-ROW. THE FIRST ROW
038100*                 THAT FITS THE TABLE SETS THE GRID WIDTH.
038200*---------------------------------------------------------------
038300 1100-EDIT-ROW.
038400     MOVE 'Y' TO WS-ROW-OK-SW.
038500     MOVE 'Y' TO WS-HOLD-ROW-SW.
038600     MOVE SPACES TO WS-REJECT-REASON.
038700     INSPECT GRID-REC CONVERTING 'abcdefghijklmnopqrstuvwxyz'
038800                              TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
038900     IF WS-GRID-ROWS NOT < WS-GRID-MAX-ROWS
039000         MOVE 'N' TO WS-ROW-OK-SW
039100         MOVE 'N' TO WS-HOLD-ROW-SW
039200         MOVE 'GRID EXCEEDS CAPACITY OF 150 ROWS'
039300             TO WS-REJECT-REASON
039400         GO TO 1100-EDIT-ROW-EXIT
039500     END-IF.
039600     IF GRID-REC = SPACES
039700         MOVE 'N' TO WS-ROW-OK-SW
039800         MOVE 'BLANK ROW' TO WS-REJECT-REASON
039900         GO TO 1100-EDIT-ROW-EXIT
040000     END-IF.
040100     MOVE 256 TO WS-ROW-LEN.
040200     PERFORM 1110-FIND-ROW-END THRU 1110-FIND-ROW-END-EXIT
040300         UNTIL GRID-CHAR(WS-ROW-LEN) NOT = SPACE.
040400     IF WS-ROW-LEN > WS-GRID-MAX-COLS
040500         MOVE 'N' TO WS-ROW-OK-SW
040600         MOVE 'ROW EXCEEDS GRID CAPACITY OF 150 COLUMNS'
040700             TO WS-REJECT-REASON
040800         GO TO 1100-EDIT-ROW-EXIT
040900     END-IF.
041000     IF NOT WIDTH-SET
041100         MOVE WS-ROW-LEN TO WS-GRID-COLS
041200         MOVE 'Y' TO WS-WIDTH-SET-SW
041300     END-IF.
041400     IF WS-ROW-LEN NOT = WS-GRID-COLS
041500         MOVE 'N' TO WS-ROW-OK-SW
041600         MOVE WS-ROW-LEN TO WS-EDIT-LEN
041700         MOVE WS-GRID-COLS TO WS-EDIT-WIDTH
041800         STRING 'RAGGED ROW - LENGTH ' DELIMITED BY SIZE
041900                WS-EDIT-LEN            DELIMITED BY SIZE
042000                ', GRID WIDTH '        DELIMITED BY SIZE
042100                WS-EDIT-WIDTH          DELIMITED BY SIZE
042200                INTO WS-REJECT-REASON
042300         GO TO 1100-EDIT-ROW-EXIT
042400     END-IF.
042500     MOVE 1 TO WS-POS.
042600     PERFORM 1120-CHECK-LETTER THRU 1120-CHECK-LETTER-EXIT
042700         UNTIL WS-POS > WS-ROW-LEN OR ROW-BAD.
042800 1100-EDIT-ROW-EXIT.
042900     EXIT.
043000
043100 1110-FIND-ROW-END.
043200     COMPUTE WS-ROW-LEN = WS-ROW-LEN - 1.
043300 1110-FIND-ROW-END-EXIT.
043400     EXIT.
043500
043600 1120-CHECK-LETTER.
043700     IF GRID-CHAR(WS-POS) = SPACE
043800        OR GRID-CHAR(WS-POS) IS NOT ALPHABETIC-UPPER
043900         MOVE 'N' TO WS-ROW-OK-SW
044000         MOVE WS-POS TO WS-EDIT-LEN
044100         STRING 'NON-LETTER CHARACTER AT COLUMN '
044200                                       DELIMITED BY SIZE
044300                WS-EDIT-LEN            DELIMITED BY SIZE
044400                INTO WS-REJECT-REASON
044500         GO TO 1120-CHECK-LETTER-EXIT
044600     END-IF.
044700     COMPUTE WS-POS = WS-POS + 1.
044800 1120-CHECK-LETTER-EXIT.
044900     EXIT.
045000
045100*---------------------------------------------------------------
045200* 1200-REJECT-ROW - LOG A BAD ROW TO REJFILE, SAME LINE SHAPE AS
045300*                   THE OTHER DAY MODULES' REJECTS, AND - UNLESS
045400*                   THE TABLE IS ALREADY FULL - HOLD ITS PLACE IN
045500*                   THE GRID WITH A ROW OF PLACEHOLDERS
045600*---------------------------------------------------------------
045700 1200-REJECT-ROW.
045800     COMPUTE WS-REJECT-COUNT = WS-REJECT-COUNT + 1.
045900     MOVE WS-LINE-NO TO WS-EDIT-LINE-NO.
046000     MOVE SPACES TO REJ-REC.
046100     STRING 'ROW '             DELIMITED BY SIZE
046200            WS-EDIT-LINE-NO    DELIMITED BY SIZE
046300            ' REJECTED - '     DELIMITED BY SIZE
046400            WS-REJECT-REASON   DELIMITED BY SIZE
046500            ' - REC=['         DELIMITED BY SIZE
046600            GRID-REC(1:20)     DELIMITED BY SIZE
046700            ']'                DELIMITED BY SIZE
046800            INTO REJ-REC.
046900     WRITE REJ-REC.
047000     IF HOLD-ROW
047100         COMPUTE WS-GRID-ROWS = WS-GRID-ROWS + 1
047200         MOVE ALL '.' TO WS-GRID-ROW(WS-GRID-ROWS)
047300     END-IF.
047400 1200-REJECT-ROW-EXIT.
047500     EXIT.
047600
047700 1300-LOAD-ROW.
047800     COMPUTE WS-GRID-ROWS = WS-GRID-ROWS + 1.
047900     MOVE GRID-REC(1:150) TO WS-GRID-ROW(WS-GRID-ROWS).
048000 1300-LOAD-ROW-EXIT.
048100     EXIT.
048200
048300*---------------------------------------------------------------
048400* 2000-COUNT-XMAS - EVERY X IN THE GRID IS TRIED AS THE START OF
048500*                   XMAS IN EACH OF THE EIGHT DIRECTIONS. A
048600*                   DIRECTION WHOSE FOURTH LETTER WOULD FALL OFF
048700*                   THE GRID IS NOT TRIED.
048800*---------------------------------------------------------------
048900 2000-COUNT-XMAS.
049000     PERFORM 2100-SCAN-CELL THRU 2100-SCAN-CELL-EXIT
049100         VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-GRID-ROWS
049200         AFTER WS-C FROM 1 BY 1 UNTIL WS-C > WS-GRID-COLS.
049300 2000-COUNT-XMAS-EXIT.
049400     EXIT.
049500
049600 2100-SCAN-CELL.
049700     IF WS-GRID-CELL(WS-R WS-C) NOT = 'X'
049800         GO TO 2100-SCAN-CELL-EXIT
049900     END-IF.
050000     PERFORM 2200-TRY-DIRECTION THRU 2200-TRY-DIRECTION-EXIT
050100         VARYING WS-DR FROM -1 BY 1 UNTIL WS-DR > 1
050200         AFTER WS-DC FROM -1 BY 1 UNTIL WS-DC > 1.
050300 2100-SCAN-CELL-EXIT.
050400     EXIT.
050500
050600 2200-TRY-DIRECTION.
050700     IF WS-DR = ZERO AND WS-DC = ZERO
050800         GO TO 2200-TRY-DIRECTION-EXIT
050900     END-IF.
051000     COMPUTE WS-TR = WS-R + 3 * WS-DR.
051100     COMPUTE WS-TC = WS-C + 3 * WS-DC.
051200     IF WS-TR < 1 OR WS-TR > WS-GRID-ROWS
051300        OR WS-TC < 1 OR WS-TC > WS-GRID-COLS
051400         GO TO 2200-TRY-DIRECTION-EXIT
051500     END-IF.
051600     MOVE 'Y' TO WS-MATCH-SW.
051700     PERFORM 2300-MATCH-LETTER THRU 2300-MATCH-LETTER-EXIT
051800         VARYING WS-STEP FROM 1 BY 1
051900         UNTIL WS-STEP > 3 OR NOT WORD-MATCHED.
052000     IF WORD-MATCHED
052100         COMPUTE WS-XMAS-COUNT = WS-XMAS-COUNT + 1
052200     END-IF.
052300 2200-TRY-DIRECTION-EXIT.
052400     EXIT.
052500
052600 2300-MATCH-LETTER.
052700     COMPUTE WS-TR = WS-R + WS-STEP * WS-DR.
052800     COMPUTE WS-TC = WS-C + WS-STEP * WS-DC.
052900     IF WS-GRID-CELL(WS-TR WS-TC) NOT = WS-WORD-CHAR(WS-STEP + 1)
053000         MOVE 'N' TO WS-MATCH-SW
053100     END-IF.
053200 2300-MATCH-LETTER-EXIT.
053300     EXIT.
053400
053500*---------------------------------------------------------------
053600* 3000-COUNT-CROSSES - EVERY A OFF THE GRID'S EDGE IS TRIED AS THE
053700*                      CENTRE OF AN X: BOTH DIAGONALS THROUGH IT
053800*                      MUST READ MAS, FORWARDS OR BACKWARDS.
053900*---------------------------------------------------------------
054000 3000-COUNT-CROSSES.
054100     PERFORM 3100-CHECK-CROSS THRU 3100-CHECK-CROSS-EXIT
054200         VARYING WS-R FROM 2 BY 1 UNTIL WS-R > WS-GRID-ROWS - 1
054300         AFTER WS-C FROM 2 BY 1 UNTIL WS-C > WS-GRID-COLS - 1.
054400 3000-COUNT-CROSSES-EXIT.
054500     EXIT.
054600
054700 3100-CHECK-CROSS.
054800     IF WS-GRID-CELL(WS-R WS-C) NOT = 'A'
054900         GO TO 3100-CHECK-CROSS-EXIT
055000     END-IF.
055100     MOVE WS-GRID-CELL(WS-R - 1 WS-C - 1) TO WS-DIAG-1(1:1).
055200     MOVE WS-GRID-CELL(WS-R + 1 WS-C + 1) TO WS-DIAG-1(2:1).
055300     MOVE WS-GRID-CELL(WS-R - 1 WS-C + 1) TO WS-DIAG-2(1:1).
055400     MOVE WS-GRID-CELL(WS-R + 1 WS-C - 1) TO WS-DIAG-2(2:1).
055500     IF (WS-DIAG-1 = 'MS' OR WS-DIAG-1 = 'SM')
055600        AND (WS-DIAG-2 = 'MS' OR WS-DIAG-2 = 'SM')
055700         COMPUTE WS-CROSS-COUNT = WS-CROSS-COUNT + 1
055800     END-IF.
055900 3100-CHECK-CROSS-EXIT.
056000     EXIT.
056100
056200*---------------------------------------------------------------
056300* 6000-PRINT-REPORT - WRITE THE RUN REPORT TO RPTFILE
056400*---------------------------------------------------------------
056500 6000-PRINT-REPORT.
056600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
056700     MOVE WS-LINE-NO TO WS-EDIT-N.
056800     MOVE WS-XMAS-COUNT TO WS-EDIT-XMAS.
056900     MOVE WS-CROSS-COUNT TO WS-EDIT-CROSS.
057000     OPEN OUTPUT RPTFILE.
057100
057200     MOVE SPACES TO RPT-REC.
057300     STRING 'DAY 4 - LETTER-GRID WORD SEARCH'
057400         DELIMITED BY SIZE INTO RPT-REC.
057500     WRITE RPT-REC.
057600
057700     MOVE SPACES TO RPT-REC.
057800     STRING 'RUN DATE    : '    DELIMITED BY SIZE
057900            WS-RUN-MM           DELIMITED BY SIZE
058000            '/'                 DELIMITED BY SIZE
058100            WS-RUN-DD           DELIMITED BY SIZE
058200            '/'                 DELIMITED BY SIZE
058300            WS-RUN-YYYY         DELIMITED BY SIZE
058400            INTO RPT-REC.
058500     WRITE RPT-REC.
058600
058700     MOVE SPACES TO RPT-REC.
058800     STRING 'RUN NUMBER  : '    DELIMITED BY SIZE
058900            WS-RUN-NO           DELIMITED BY SIZE
059000            INTO RPT-REC.
059100     WRITE RPT-REC.
059200
059300     MOVE SPACES TO RPT-REC.
059400     STRING 'INPUT FILE  : '    DELIMITED BY SIZE
059500            WS-INFILE-NAME      DELIMITED BY SIZE
059600            INTO RPT-REC.
059700     WRITE RPT-REC.
059800
059900     MOVE SPACES TO RPT-REC.
060000     STRING 'RECORD CNT  : '    DELIMITED BY SIZE
060100            WS-EDIT-N           DELIMITED BY SIZE
060200            INTO RPT-REC.
060300     WRITE RPT-REC.
060400
060500     MOVE WS-GRID-ROWS TO WS-EDIT-LEN.
060600     MOVE WS-GRID-COLS TO WS-EDIT-WIDTH.
060700     MOVE SPACES TO RPT-REC.
060800     STRING 'GRID SIZE   : '    DELIMITED BY SIZE
060900            WS-EDIT-LEN         DELIMITED BY SIZE
061000            ' ROWS X '          DELIMITED BY SIZE
061100            WS-EDIT-WIDTH       DELIMITED BY SIZE
061200            ' COLUMNS'          DELIMITED BY SIZE
061300            INTO RPT-REC.
061400     WRITE RPT-REC.
061500
061600     MOVE WS-REJECT-COUNT TO WS-EDIT-COUNT.
061700     MOVE SPACES TO RPT-REC.
061800     STRING 'REJECT CNT  : '    DELIMITED BY SIZE
061900            WS-EDIT-COUNT       DELIMITED BY SIZE
062000            INTO RPT-REC.
062100     WRITE RPT-REC.
062200
062300     MOVE SPACES TO RPT-REC.
062400     WRITE RPT-REC.
062500
062600     MOVE SPACES TO RPT-REC.
062700     STRING 'XMAS OCCURRENCES, ALL DIRECTIONS : '
062800                                DELIMITED BY SIZE
062900            WS-EDIT-XMAS        DELIMITED BY SIZE
063000            INTO RPT-REC.
063100     WRITE RPT-REC.
063200
063300     MOVE SPACES TO RPT-REC.
063400     STRING 'X-SHAPED MAS CROSSINGS           : '
063500                                DELIMITED BY SIZE
063600            WS-EDIT-CROSS       DELIMITED BY SIZE
063700            INTO RPT-REC.
063800     WRITE RPT-REC.
063900
064000     IF WS-REJECT-COUNT > ZERO
064100         MOVE SPACES TO RPT-REC
064200         WRITE RPT-REC
064300         MOVE SPACES TO RPT-REC
064400         STRING '*** REJECTED ROWS ARE HELD AS PLACEHOLDER '
064500                '(''.'') GRID ROWS - WORDS CROSSING THEM ARE '
064600                'NOT COUNTED. SEE REJFILE.'
064700                DELIMITED BY SIZE INTO RPT-REC
064800         WRITE RPT-REC
064900     END-IF.
065000
065100     CLOSE RPTFILE.
065200 6000-PRINT-REPORT-EXIT.
065300     EXIT.
065400
065500*---------------------------------------------------------------
065600* 6500-WRITE-AUDIT-LOG - APPEND ONE LINE TO THE PERSISTENT
065700*                        RUN-HISTORY AUDIT LOG FOR THIS RUN, SAME
065800*                        TIMESTAMP/KEYWORD SHAPE AS THE OTHER DAY
065900*                        MODULES' AUDIT LINES
066000*---------------------------------------------------------------
066100 6500-WRITE-AUDIT-LOG.
066200     ACCEPT WS-RUN-TIME FROM TIME.
066300     MOVE WS-LINE-NO TO WS-EDIT-N.
066400     MOVE WS-XMAS-COUNT TO WS-EDIT-XMAS.
066500     MOVE WS-CROSS-COUNT TO WS-EDIT-CROSS.
066600     OPEN EXTEND AUDFILE.
066700     IF WS-AUD-STATUS NOT = '00'
066800         OPEN OUTPUT AUDFILE
066900     END-IF.
067000     MOVE SPACES TO AUD-REC.
067100     STRING WS-RUN-MM           DELIMITED BY SIZE
067200            '/'                 DELIMITED BY SIZE
067300            WS-RUN-DD           DELIMITED BY SIZE
067400            '/'                 DELIMITED BY SIZE
067500            WS-RUN-YYYY         DELIMITED BY SIZE
067600            ' '                 DELIMITED BY SIZE
067700            WS-RUN-HH           DELIMITED BY SIZE
067800            ':'                 DELIMITED BY SIZE
067900            WS-RUN-MI           DELIMITED BY SIZE
068000            ':'                 DELIMITED BY SIZE
068100            WS-RUN-SS           DELIMITED BY SIZE
068200            '  INFILE='         DELIMITED BY SIZE
068300            WS-INFILE-NAME      DELIMITED BY SIZE
068400            '  N='              DELIMITED BY SIZE
068500            WS-EDIT-N           DELIMITED BY SIZE
068600            '  XMAS='           DELIMITED BY SIZE
068700            WS-EDIT-XMAS        DELIMITED BY SIZE
068800            '  XCROSS='         DELIMITED BY SIZE
068900            WS-EDIT-CROSS       DELIMITED BY SIZE
069000            '  RUN='            DELIMITED BY SIZE
069100            WS-RUN-NO           DELIMITED BY SIZE
069200            INTO AUD-REC.
069300     WRITE AUD-REC.
069400     CLOSE AUDFILE.
069500 6500-WRITE-AUDIT-LOG-EXIT.
069600     EXIT.
069700
069800*---------------------------------------------------------------
069900* 9800-RAISE-ALERT - WRITE WS-ALRT-SEVERITY/CODE/TEXT TO THE
070000*                    SHOP-WIDE ALERT FILE THROUGH AOCALRT. THE
070100*                    RC IS NOT ACTED ON - AN ALERT THAT CANNOT
070200*                    BE WRITTEN IS ON THE JOB LOG INSTEAD, AND
070300*                    MUST NOT CHANGE HOW THIS RUN ENDS, SO THE
070400*                    RETURN-CODE THE CALL CLOBBERS IS PUT BACK.
070500*---------------------------------------------------------------
070600 9800-RAISE-ALERT.
070700     MOVE RETURN-CODE TO WS-ALRT-SAVE-RC.
070800     CALL 'AOCALRTC' USING WS-ALRT-PROGRAM WS-ALRT-RUN-NO
070900                           WS-ALRT-SEVERITY WS-ALRT-CODE
071000                           WS-ALRT-TEXT WS-ALRT-RC.
071100     MOVE WS-ALRT-SAVE-RC TO RETURN-CODE.
071200 9800-RAISE-ALERT-EXIT.
071300     EXIT.
