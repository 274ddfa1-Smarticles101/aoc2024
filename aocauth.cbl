000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AOCAUTH.
000300 AUTHOR. R-HENDRICKS.
000400 INSTALLATION. DATA-PROC-BATCH-CTR.
000500 DATE-WRITTEN. 2026-09-22.
000600 DATE-COMPILED.
000700*---------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*---------------------------------------------------------------
001000* 2026-09-22  RH   ORIGINAL CODING - OPERATOR AUTHORITY CHECK.
001100*                  UNTIL NOW ANYONE WHO COULD SUBMIT A JOB COULD
001200*                  FORCE-CLOSE STARTED RUNS (DD_RUNFORCE=Y),
001300*                  PUSH A TRANSACTION FILE THROUGH AOCMSTM,
001400*                  REBUILD THE MASTER WITH AOCMSTRB OR START THE
001500*                  AOCSCHD CHAIN, AND NONE OF IT COULD BE TIED
001600*                  BACK TO A PERSON. EVERY PROGRAM THAT TAKES ONE
001700*                  OF THOSE ACTIONS NOW CALLS THIS MODULE FIRST.
001800*                  IT IDENTIFIES THE SUBMITTING USER ID, LOOKS IT
001900*                  UP ON THE OPERATOR AUTHORITY FILE (OPRAUTH,
002000*                  LAYOUT PER COPYBOOK OPRAUTFD), AND WRITES THE
002100*                  OUTCOME - GRANTED OR REFUSED, WHO, WHAT, WHEN,
002200*                  WHICH RUN NUMBER - TO THE APPEND-ONLY SECURITY
002300*                  LOG (SECLOG, LAYOUT PER COPYBOOK SECLOGFD).
002400*                  ONE ENTRY POINT, SAME CONVENTION AS AOCRUNC:
002500*                    AOCAUTHC (ACTION, PROGRAM, RUN-NO, DETAIL,
002600*                              RC OUT)
002700*                      ACTION IS FORCE, MSTMAINT, REBUILD OR
002800*                      CHAIN. A ZERO RUN-NO PICKS UP THE
002900*                      ENCLOSING AOCSCHD CHAIN STEP'S RUN NUMBER
003000*                      FROM DD_CHAINRUN WHEN THERE IS ONE.
003100*                      RC 0  = GRANTED
003200*                      RC 20 = REFUSED - THE CALLER MUST NOT TAKE
003300*                              THE ACTION AND ENDS WITH RETURN
003400*                              CODE 20, WHICH NO OTHER CONDITION
003500*                              IN THE SUITE USES.
003600*                  THE CHECK FAILS CLOSED: A MISSING AUTHORITY
003700*                  FILE REFUSES EVERYTHING, AND AN ACTION THAT
003800*                  CANNOT BE WRITTEN TO THE SECURITY LOG IS
003900*                  REFUSED AS WELL - AN UNLOGGED PRIVILEGED
004000*                  ACTION IS EXACTLY WHAT THIS MODULE EXISTS TO
004100*                  PREVENT.
004120* 2026-10-01  RH   EVERY REFUSAL IS ALSO RAISED ON THE SHOP-WIDE
004140*                  ALERT FILE THROUGH AOCALRT FOR THE AOCALRD
004160*                  DIGEST, UNDER THE CALLING PROGRAM AND RUN, SO
004180*                  CALLERS DO NOT RAISE THEIR OWN RC 20 ALERT.
004183* 2026-10-15  RH   REVIEW FIX - THE ACTION FLAG WAS TAKEN FROM THE
004186*                  OPRAUTH RECORD AREA AFTER THE FILE HAD BEEN
004189*                  CLOSED. THE MATCHED USER'S FOUR FLAGS ARE NOW
004192*                  COPIED TO WORKING STORAGE AS THE RECORD IS READ
004195*                  AND THE CHECK IS MADE AGAINST THOSE.
004200*---------------------------------------------------------------
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT OPRAUTH ASSIGN TO 'OPRAUTH'
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-AUTH-STATUS.
004900
005000     SELECT SECLOG ASSIGN TO 'SECLOG'
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-SEC-STATUS.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  OPRAUTH.
005700     COPY OPRAUTFD.
005800
005900 FD  SECLOG.
006000     COPY SECLOGFD.
006100
006200 WORKING-STORAGE SECTION.
006300 77  WS-AUTH-STATUS                  PIC X(02) VALUE '00'.
006400 77  WS-SEC-STATUS                   PIC X(02) VALUE '00'.
006500 77  WS-SEC-WRITE-STATUS             PIC X(02) VALUE '00'.
006600 77  WS-AUTH-EOF-SW                  PIC X(01) VALUE 'N'.
006700     88  AUTH-EOF                    VALUE 'Y'.
006800
006900*---------------------------------------------------------------
007000* RUNTIME PARAMETER WORK AREA - DD_xxx OVERRIDES WITH SHOP-
007100* STANDARD DEFAULTS, SAME CONVENTION AS DAY01PROC
007200*---------------------------------------------------------------
007300 77  WS-DD-OPRAUTH                   PIC X(40) VALUE SPACES.
007400 77  WS-DD-SECLOG                    PIC X(40) VALUE SPACES.
007500 77  WS-DD-CHAINRUN                  PIC X(06) VALUE SPACES.
007600
007700*---------------------------------------------------------------
007800* REQUESTING USER - THE SUBMITTING USER ID, FOLDED TO UPPER CASE
007900* SO IT MATCHES THE AUTHORITY FILE WHATEVER THE JOB ENTRY
008000* SUBSYSTEM HANDS US
008100*---------------------------------------------------------------
008200 77  WS-USER-ID                      PIC X(08) VALUE SPACES.
008300 77  WS-FILE-USER-ID                 PIC X(08) VALUE SPACES.
008400
008500*---------------------------------------------------------------
008600* CHECK STATE - THE MATCHED USER'S FLAG FOR THE REQUESTED
008700* ACTION, AND THE OUTCOME BEING LOGGED. THE MATCHED RECORD'S
008733* FLAGS ARE KEPT HERE AS IT IS READ - THE FILE IS CLOSED
008766* BEFORE THEY ARE LOOKED AT, AND ITS RECORD AREA WITH IT
008800*---------------------------------------------------------------
008900 77  WS-USER-FOUND-SW                PIC X(01) VALUE 'N'.
009000     88  USER-FOUND                  VALUE 'Y'.
009100 77  WS-ACTION-FLAG                  PIC X(01) VALUE 'N'.
009200     88  ACTION-ALLOWED              VALUE 'Y'.
009216 01  WS-USER-FLAGS.
009232     05  WS-USER-FORCE               PIC X(01).
009248     05  WS-USER-MAINT               PIC X(01).
009264     05  WS-USER-REBUILD             PIC X(01).
009280     05  WS-USER-CHAIN               PIC X(01).
009300 77  WS-RESULT                       PIC X(07) VALUE SPACES.
009400 77  WS-REASON                       PIC X(30) VALUE SPACES.
009500 77  WS-LOG-RUN-NO                   PIC 9(06) VALUE ZERO.
009507
009514*---------------------------------------------------------------
009521* OPERATOR ALERT - PASSED TO AOCALRT'S AOCALRTC ENTRY FOR EVERY
009528* REFUSAL, UNDER THE REFUSED PROGRAM'S NAME AND RUN NUMBER
009535*---------------------------------------------------------------
009542 77  WS-ALRT-PROGRAM                 PIC X(08) VALUE 'AOCAUTH'.
009549 77  WS-ALRT-RUN-NO                  PIC 9(06) VALUE ZERO.
009556 77  WS-ALRT-SEVERITY                PIC X(01) VALUE SPACE.
009563 77  WS-ALRT-CODE                    PIC X(08) VALUE SPACES.
009570 77  WS-ALRT-TEXT                    PIC X(60) VALUE SPACES.
009577 77  WS-ALRT-RC                      PIC 9(04) VALUE ZERO.
009584 77  WS-ALRT-SAVE-RC                 PIC S9(04) COMP VALUE ZERO.
009600
009700*---------------------------------------------------------------
009800* TIMESTAMP WORK AREAS
009900*---------------------------------------------------------------
010000 01  WS-SEC-DATE                     PIC X(08).
010100 01  WS-SEC-TIME.
010200     05  WS-SEC-HHMMSS               PIC X(06).
010300     05  FILLER                      PIC X(02).
010400
010500 LINKAGE SECTION.
010600 01  LNK-ACTION                      PIC X(08).
010700 01  LNK-PROGRAM                     PIC X(08).
010800 01  LNK-RUN-NO                      PIC 9(06).
010900 01  LNK-DETAIL                      PIC X(40).
011000 01  LNK-RC                          PIC 9(04).
011100
011200 PROCEDURE DIVISION.
011300 0000-MAINLINE.
011400*    NEVER CALLED BY THE BARE PROGRAM-ID - THE ENTRY POINT
011500*    BELOW IS THE ONLY SUPPORTED WAY IN.
011600     GOBACK.
011700
011800*---------------------------------------------------------------
011900* AOCAUTHC - CLEAR ONE PRIVILEGED ACTION FOR THE SUBMITTING USER
012000*            AND LOG THE OUTCOME. RC 0 = GRANTED, 20 = REFUSED.
012100*---------------------------------------------------------------
012200 ENTRY 'AOCAUTHC' USING LNK-ACTION LNK-PROGRAM LNK-RUN-NO
012300                        LNK-DETAIL LNK-RC.
012400     MOVE ZERO TO LNK-RC.
012500     MOVE 'N' TO WS-USER-FOUND-SW.
012600     MOVE 'N' TO WS-ACTION-FLAG.
012650     MOVE 'NNNN' TO WS-USER-FLAGS.
012700     MOVE SPACES TO WS-REASON.
012800     PERFORM 1000-RESOLVE-DD THRU 1000-RESOLVE-DD-EXIT.
012900     PERFORM 1100-IDENTIFY-USER THRU 1100-IDENTIFY-USER-EXIT.
013000     PERFORM 2000-CHECK-AUTHORITY THRU 2000-CHECK-AUTHORITY-EXIT.
013100     IF ACTION-ALLOWED
013200         MOVE 'GRANTED' TO WS-RESULT
013300         MOVE 'AUTHORIZED' TO WS-REASON
013400     ELSE
013500         MOVE 'REFUSED' TO WS-RESULT
013600         MOVE 20 TO LNK-RC
013700     END-IF.
013800     PERFORM 4000-WRITE-SECURITY-LOG
013900         THRU 4000-WRITE-SECURITY-LOG-EXIT.
014000     IF WS-SEC-STATUS NOT = '00'
014100         DISPLAY 'AOCAUTH - ' LNK-ACTION ' BY ' WS-USER-ID
014200             ' REFUSED - THE SECURITY LOG COULD NOT BE WRITTEN, '
014300             'FILE STATUS = ' WS-SEC-STATUS
014310         MOVE LNK-PROGRAM TO WS-ALRT-PROGRAM
014320         MOVE LNK-RUN-NO TO WS-ALRT-RUN-NO
014330         MOVE 'E' TO WS-ALRT-SEVERITY
014340         MOVE 'AUTHREFU' TO WS-ALRT-CODE
014350         MOVE SPACES TO WS-ALRT-TEXT
014360         STRING LNK-ACTION ' BY ' WS-USER-ID
014370                ' REFUSED - SECURITY LOG NOT WRITTEN'
014380             DELIMITED BY SIZE INTO WS-ALRT-TEXT
014390         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
014400         MOVE 20 TO LNK-RC
014500         GOBACK
014600     END-IF.
014700     IF LNK-RC NOT = ZERO
014800         DISPLAY 'AOCAUTH - ' LNK-ACTION ' BY ' WS-USER-ID
014900             ' REFUSED - ' WS-REASON
014910         MOVE LNK-PROGRAM TO WS-ALRT-PROGRAM
014920         MOVE LNK-RUN-NO TO WS-ALRT-RUN-NO
014930         MOVE 'E' TO WS-ALRT-SEVERITY
014940         MOVE 'AUTHREFU' TO WS-ALRT-CODE
014950         MOVE SPACES TO WS-ALRT-TEXT
014960         STRING LNK-ACTION ' BY ' WS-USER-ID
014970                ' REFUSED - ' WS-REASON
014980             DELIMITED BY SIZE INTO WS-ALRT-TEXT
014990         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
015000     END-IF.
015100     GOBACK.
015200
015300*---------------------------------------------------------------
015400* 1000-RESOLVE-DD - SAME DD_xxx OVERRIDE-WITH-DEFAULT CONVENTION
015500*                   AS EVERY OTHER FILE IN THE SUITE. BOTH FILES
015600*                   ARE SHOP-WIDE, LIKE THE RUN CONTROL FILE.
015700*---------------------------------------------------------------
015800 1000-RESOLVE-DD.
015900     ACCEPT WS-DD-OPRAUTH FROM ENVIRONMENT 'DD_OPRAUTH'.
016000     IF WS-DD-OPRAUTH = SPACES
016100         SET ENVIRONMENT 'DD_OPRAUTH' TO 'input/OperAuth.txt'
016200     END-IF.
016300     ACCEPT WS-DD-SECLOG FROM ENVIRONMENT 'DD_SECLOG'.
016400     IF WS-DD-SECLOG = SPACES
016500         SET ENVIRONMENT 'DD_SECLOG' TO 'output/SecurityLog.txt'
016600     END-IF.
016700     MOVE LNK-RUN-NO TO WS-LOG-RUN-NO.
016800     IF WS-LOG-RUN-NO = ZERO
016900         MOVE SPACES TO WS-DD-CHAINRUN
017000         ACCEPT WS-DD-CHAINRUN FROM ENVIRONMENT 'DD_CHAINRUN'
017100         IF WS-DD-CHAINRUN NUMERIC
017200             MOVE WS-DD-CHAINRUN TO WS-LOG-RUN-NO
017300         END-IF
017400     END-IF.
017500 1000-RESOLVE-DD-EXIT.
017600     EXIT.
017700
017800*---------------------------------------------------------------
017900* 1100-IDENTIFY-USER - THE USER ID THE JOB IS RUNNING UNDER. A
018000*                      JOB WITH NO USER ID AT ALL IS LOGGED AS
018100*                      UNKNOWN, WHICH NO AUTHORITY RECORD CARRIES.
018200*---------------------------------------------------------------
018300 1100-IDENTIFY-USER.
018400     MOVE SPACES TO WS-USER-ID.
018500     ACCEPT WS-USER-ID FROM ENVIRONMENT 'USER'.
018600     IF WS-USER-ID = SPACES
018700         ACCEPT WS-USER-ID FROM ENVIRONMENT 'LOGNAME'
018800     END-IF.
018900     IF WS-USER-ID = SPACES
019000         MOVE 'UNKNOWN' TO WS-USER-ID
019100     END-IF.
019200     INSPECT WS-USER-ID CONVERTING
019300         'abcdefghijklmnopqrstuvwxyz'
019400      TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
019500 1100-IDENTIFY-USER-EXIT.
019600     EXIT.
019700
019800*---------------------------------------------------------------
019900* 2000-CHECK-AUTHORITY - ONE PASS OVER THE AUTHORITY FILE FOR THE
020000*                        USER'S RECORD, THEN ITS FLAG FOR THE
020100*                        REQUESTED ACTION. EVERY WAY THIS CAN
020200*                        FAIL LEAVES THE ACTION REFUSED.
020300*---------------------------------------------------------------
020400 2000-CHECK-AUTHORITY.
020500     MOVE 'N' TO WS-AUTH-EOF-SW.
020600     OPEN INPUT OPRAUTH.
020700     IF WS-AUTH-STATUS NOT = '00'
020800         MOVE 'AUTHORITY FILE NOT AVAILABLE' TO WS-REASON
020900         GO TO 2000-CHECK-AUTHORITY-EXIT
021000     END-IF.
021100     PERFORM 2100-READ-ONE-AUTH THRU 2100-READ-ONE-AUTH-EXIT
021200         UNTIL AUTH-EOF OR USER-FOUND.
021300     CLOSE OPRAUTH.
021400     IF NOT USER-FOUND
021500         MOVE 'USER NOT ON AUTHORITY FILE' TO WS-REASON
021600         GO TO 2000-CHECK-AUTHORITY-EXIT
021700     END-IF.
021800     EVALUATE LNK-ACTION
021900         WHEN 'FORCE   '
022000             MOVE WS-USER-FORCE TO WS-ACTION-FLAG
022100         WHEN 'MSTMAINT'
022200             MOVE WS-USER-MAINT TO WS-ACTION-FLAG
022300         WHEN 'REBUILD '
022400             MOVE WS-USER-REBUILD TO WS-ACTION-FLAG
022500         WHEN 'CHAIN   '
022600             MOVE WS-USER-CHAIN TO WS-ACTION-FLAG
022700         WHEN OTHER
022800             MOVE 'N' TO WS-ACTION-FLAG
022900             MOVE 'UNKNOWN ACTION' TO WS-REASON
023000             GO TO 2000-CHECK-AUTHORITY-EXIT
023100     END-EVALUATE.
023200     IF NOT ACTION-ALLOWED
023300         MOVE 'USER NOT AUTHORIZED FOR ACTION' TO WS-REASON
023400     END-IF.
023500 2000-CHECK-AUTHORITY-EXIT.
023600     EXIT.
023700
023800 2100-READ-ONE-AUTH.
023900     READ OPRAUTH
024000         AT END
024100             MOVE 'Y' TO WS-AUTH-EOF-SW
024200         NOT AT END
024300             IF OPR-AUTH-REC(1:1) NOT = '*'
024400                 MOVE OPR-USER-ID TO WS-FILE-USER-ID
024500                 INSPECT WS-FILE-USER-ID CONVERTING
024600                     'abcdefghijklmnopqrstuvwxyz'
024700                  TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
024800                 IF WS-FILE-USER-ID = WS-USER-ID
024900                     MOVE 'Y' TO WS-USER-FOUND-SW
024920                     MOVE OPR-FORCE-AUTH TO WS-USER-FORCE
024940                     MOVE OPR-MAINT-AUTH TO WS-USER-MAINT
024960                     MOVE OPR-REBUILD-AUTH TO WS-USER-REBUILD
024980                     MOVE OPR-CHAIN-AUTH TO WS-USER-CHAIN
025000                 END-IF
025100             END-IF
025200     END-READ.
025300 2100-READ-ONE-AUTH-EXIT.
025400     EXIT.
025500
025600*---------------------------------------------------------------
025700* 4000-WRITE-SECURITY-LOG - APPEND THE OUTCOME, GRANTED OR
025800*                           REFUSED. A MISSING LOG IS CREATED ON
025900*                           THE FIRST APPEND; A LOG THAT CANNOT BE
026000*                           WRITTEN LEAVES WS-SEC-STATUS NON-ZERO
026100*                           FOR THE ENTRY POINT TO REFUSE ON.
026200*---------------------------------------------------------------
026300 4000-WRITE-SECURITY-LOG.
026400     ACCEPT WS-SEC-DATE FROM DATE YYYYMMDD.
026500     ACCEPT WS-SEC-TIME FROM TIME.
026600     OPEN EXTEND SECLOG.
026700     IF WS-SEC-STATUS NOT = '00'
026800         OPEN OUTPUT SECLOG
026900     END-IF.
027000     IF WS-SEC-STATUS NOT = '00'
027100         GO TO 4000-WRITE-SECURITY-LOG-EXIT
027200     END-IF.
027300     MOVE SPACES TO SEC-LOG-REC.
027400     MOVE WS-SEC-DATE TO SEC-DATE.
027500     MOVE WS-SEC-HHMMSS TO SEC-TIME.
027600     MOVE WS-USER-ID TO SEC-USER-ID.
027700     MOVE LNK-PROGRAM TO SEC-PROGRAM.
027800     MOVE LNK-ACTION TO SEC-ACTION.
027900     MOVE WS-LOG-RUN-NO TO SEC-RUN-NO.
028000     MOVE WS-RESULT TO SEC-RESULT.
028100     MOVE WS-REASON TO SEC-REASON.
028200     MOVE LNK-DETAIL TO SEC-DETAIL.
028300     WRITE SEC-LOG-REC.
028400     MOVE WS-SEC-STATUS TO WS-SEC-WRITE-STATUS.
028500     CLOSE SECLOG.
028600     MOVE WS-SEC-WRITE-STATUS TO WS-SEC-STATUS.
028700 4000-WRITE-SECURITY-LOG-EXIT.
028800     EXIT.
028900
029000*---------------------------------------------------------------
029100* 9800-RAISE-ALERT - WRITE WS-ALRT-SEVERITY/CODE/TEXT TO THE
029200*                    SHOP-WIDE ALERT FILE THROUGH AOCALRT. THE
029300*                    RC IS NOT ACTED ON - AN ALERT THAT CANNOT
029400*                    BE WRITTEN IS ON THE JOB LOG INSTEAD, AND
029500*                    MUST NOT CHANGE HOW THIS RUN ENDS, SO THE
029600*                    RETURN-CODE THE CALL CLOBBERS IS PUT BACK.
029700*---------------------------------------------------------------
029800 9800-RAISE-ALERT.
029900     MOVE RETURN-CODE TO WS-ALRT-SAVE-RC.
030000     CALL 'AOCALRTC' USING WS-ALRT-PROGRAM WS-ALRT-RUN-NO
030100                           WS-ALRT-SEVERITY WS-ALRT-CODE
030200                           WS-ALRT-TEXT WS-ALRT-RC.
030300     MOVE WS-ALRT-SAVE-RC TO RETURN-CODE.
030400 9800-RAISE-ALERT-EXIT.
030500     EXIT.
