000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AOCALRT.
000300 AUTHOR. R-HENDRICKS.
000400 INSTALLATION. DATA-PROC-BATCH-CTR.
000500 DATE-WRITTEN. 2026-10-01.
000600 DATE-COMPILED.
000700*---------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*---------------------------------------------------------------
001000* 2026-10-01  RH   ORIGINAL CODING - SHOP-WIDE OPERATOR ALERTS.
001100*                  EVERY PROGRAM IN THE SUITE REPORTED ITS
001200*                  WARNINGS AND FAILURES ONLY ON ITS OWN REPORT
001300*                  AND JOB LOG - THE DAY 1 VARIANCE WARNING, A
001400*                  MISSED CALENDAR RUN, AN UNACKNOWLEDGED FEED, AN
001500*                  ABANDONED CHECKPOINT, A REJECTED SOURCE - SO
001600*                  THE MORNING SHIFT HAD TO READ A DOZEN OUTPUTS
001700*                  TO FIND OUT WHAT WENT WRONG OVERNIGHT. EACH
001800*                  PROGRAM NOW CALLS THIS MODULE AT THE POINT IT
001900*                  RAISES THE CONDITION, AND IT APPENDS ONE
002000*                  FIXED-LAYOUT RECORD TO THE SHARED ALERT FILE
002100*                  (ALRTFILE, LAYOUT PER COPYBOOK ALRTFD) FOR
002200*                  AOCALRD'S MORNING DIGEST. ONE ENTRY POINT, SAME
002300*                  CONVENTION AS AOCAUTH:
002400*                    AOCALRTC (PROGRAM, RUN-NO, SEVERITY, CODE,
002500*                              TEXT, RC OUT)
002600*                      SEVERITY IS C, E, W OR I; ANYTHING ELSE IS
002700*                      RECORDED AS E. A ZERO RUN-NO PICKS UP THE
002800*                      ENCLOSING AOCSCHD CHAIN STEP'S RUN NUMBER
002900*                      FROM DD_CHAINRUN WHEN THERE IS ONE.
003000*                      RC 0  = ALERT WRITTEN
003100*                      RC 16 = ALERT FILE COULD NOT BE WRITTEN -
003200*                              THE ALERT IS DISPLAYED ON THE JOB
003300*                              LOG INSTEAD. CALLERS CARRY ON: A
003400*                              FULL ALERT FILE MUST NEVER STOP THE
003500*                              NIGHT'S PROCESSING.
003600*---------------------------------------------------------------
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT ALRTFILE ASSIGN TO 'ALRTFILE'
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-ALR-STATUS.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  ALRTFILE.
004700     COPY ALRTFD.
004800
004900 WORKING-STORAGE SECTION.
005000 77  WS-ALR-STATUS                   PIC X(02) VALUE '00'.
005100 77  WS-ALR-WRITE-STATUS             PIC X(02) VALUE '00'.
005200 77  WS-ALR-EOF-SW                   PIC X(01) VALUE 'N'.
005300     88  ALR-EOF                     VALUE 'Y'.
005400
005500*---------------------------------------------------------------
005600* RUNTIME PARAMETER WORK AREA - DD_xxx OVERRIDES WITH SHOP-
005700* STANDARD DEFAULTS, SAME CONVENTION AS DAY01PROC
005800*---------------------------------------------------------------
005900 77  WS-DD-ALRTFILE                  PIC X(40) VALUE SPACES.
006000 77  WS-DD-CHAINRUN                  PIC X(06) VALUE SPACES.
006100
006200*---------------------------------------------------------------
006300* ALERT NUMBERING - THE HIGHEST ALERT NUMBER ON FILE; THE NEW
006400* ALERT TAKES THE NEXT ONE
006500*---------------------------------------------------------------
006600 77  WS-HIGH-ALERT-NO                PIC 9(08) VALUE ZERO.
006700 77  WS-NEW-ALERT-NO                 PIC 9(08) VALUE ZERO.
006800 77  WS-LOG-RUN-NO                   PIC 9(06) VALUE ZERO.
006900 77  WS-LOG-SEVERITY                 PIC X(01) VALUE SPACES.
007000
007100*---------------------------------------------------------------
007200* TIMESTAMP WORK AREAS
007300*---------------------------------------------------------------
007400 01  WS-ALR-DATE                     PIC X(08).
007500 01  WS-ALR-TIME.
007600     05  WS-ALR-HHMMSS               PIC X(06).
007700     05  FILLER                      PIC X(02).
007800
007900 LINKAGE SECTION.
008000 01  LNK-PROGRAM                     PIC X(08).
008100 01  LNK-RUN-NO                      PIC 9(06).
008200 01  LNK-SEVERITY                    PIC X(01).
008300 01  LNK-CODE                        PIC X(08).
008400 01  LNK-TEXT                        PIC X(60).
008500 01  LNK-RC                          PIC 9(04).
008600
008700 PROCEDURE DIVISION.
008800 0000-MAINLINE.
008900*    NEVER CALLED BY THE BARE PROGRAM-ID - THE ENTRY POINT
009000*    BELOW IS THE ONLY SUPPORTED WAY IN.
009100     GOBACK.
009200
009300*---------------------------------------------------------------
009400* AOCALRTC - RAISE ONE OPERATOR ALERT. RC 0 = WRITTEN, 16 = THE
009500*            ALERT FILE COULD NOT BE WRITTEN.
009600*---------------------------------------------------------------
009700 ENTRY 'AOCALRTC' USING LNK-PROGRAM LNK-RUN-NO LNK-SEVERITY
009800                        LNK-CODE LNK-TEXT LNK-RC.
009900     MOVE ZERO TO LNK-RC.
010000     PERFORM 1000-RESOLVE-DD THRU 1000-RESOLVE-DD-EXIT.
010100     PERFORM 2000-FIND-HIGH-ALERT THRU 2000-FIND-HIGH-ALERT-EXIT.
010200     PERFORM 4000-WRITE-ALERT THRU 4000-WRITE-ALERT-EXIT.
010300     IF WS-ALR-STATUS NOT = '00'
010400         DISPLAY 'AOCALRT - ALERT NOT WRITTEN, FILE STATUS = '
010500             WS-ALR-STATUS ': ' LNK-PROGRAM ' ' WS-LOG-SEVERITY
010600             ' ' LNK-CODE ' ' LNK-TEXT
010700         MOVE 16 TO LNK-RC
010800     END-IF.
010900     GOBACK.
011000
011100*---------------------------------------------------------------
011200* 1000-RESOLVE-DD - SAME DD_xxx OVERRIDE-WITH-DEFAULT CONVENTION
011300*                   AS EVERY OTHER FILE IN THE SUITE. THE ALERT
011400*                   FILE IS SHOP-WIDE, LIKE THE RUN CONTROL FILE.
011500*---------------------------------------------------------------
011600 1000-RESOLVE-DD.
011700     ACCEPT WS-DD-ALRTFILE FROM ENVIRONMENT 'DD_ALRTFILE'.
011800     IF WS-DD-ALRTFILE = SPACES
011900         SET ENVIRONMENT 'DD_ALRTFILE' TO 'output/AlertLog.txt'
012000     END-IF.
012100     MOVE LNK-RUN-NO TO WS-LOG-RUN-NO.
012200     IF WS-LOG-RUN-NO = ZERO
012300         MOVE SPACES TO WS-DD-CHAINRUN
012400         ACCEPT WS-DD-CHAINRUN FROM ENVIRONMENT 'DD_CHAINRUN'
012500         IF WS-DD-CHAINRUN NUMERIC
012600             MOVE WS-DD-CHAINRUN TO WS-LOG-RUN-NO
012700         END-IF
012800     END-IF.
012900     MOVE LNK-SEVERITY TO WS-LOG-SEVERITY.
013000     IF WS-LOG-SEVERITY NOT = 'C' AND NOT = 'E'
013100        AND NOT = 'W' AND NOT = 'I'
013200         MOVE 'E' TO WS-LOG-SEVERITY
013300     END-IF.
013400 1000-RESOLVE-DD-EXIT.
013500     EXIT.
013600
013700*---------------------------------------------------------------
013800* 2000-FIND-HIGH-ALERT - ONE PASS OVER THE ALERT FILE FOR THE
013900*                        HIGHEST ALERT NUMBER, SAME NUMBERING RULE
014000*                        AS AOCRUNC'S RUN NUMBERS. A MISSING FILE
014100*                        MEANS NO ALERT HAS EVER BEEN RAISED.
014200*---------------------------------------------------------------
014300 2000-FIND-HIGH-ALERT.
014400     MOVE ZERO TO WS-HIGH-ALERT-NO.
014500     MOVE 'N' TO WS-ALR-EOF-SW.
014600     OPEN INPUT ALRTFILE.
014700     IF WS-ALR-STATUS NOT = '00'
014800         GO TO 2000-FIND-HIGH-ALERT-EXIT
014900     END-IF.
015000     PERFORM 2100-READ-ONE-ALERT THRU 2100-READ-ONE-ALERT-EXIT
015100         UNTIL ALR-EOF.
015200     CLOSE ALRTFILE.
015300 2000-FIND-HIGH-ALERT-EXIT.
015400     EXIT.
015500
015600 2100-READ-ONE-ALERT.
015700     READ ALRTFILE
015800         AT END
015900             MOVE 'Y' TO WS-ALR-EOF-SW
016000         NOT AT END
016100             IF ALR-ALERT-NO NUMERIC
016200                AND ALR-ALERT-NO > WS-HIGH-ALERT-NO
016300                 MOVE ALR-ALERT-NO TO WS-HIGH-ALERT-NO
016400             END-IF
016500     END-READ.
016600 2100-READ-ONE-ALERT-EXIT.
016700     EXIT.
016800
016900*---------------------------------------------------------------
017000* 4000-WRITE-ALERT - APPEND THE ALERT UNDER THE NEXT NUMBER. A
017100*                    MISSING FILE IS CREATED ON THE FIRST APPEND;
017200*                    A FILE THAT CANNOT BE WRITTEN LEAVES
017300*                    WS-ALR-STATUS NON-ZERO FOR THE ENTRY POINT.
017400*---------------------------------------------------------------
017500 4000-WRITE-ALERT.
017600     ACCEPT WS-ALR-DATE FROM DATE YYYYMMDD.
017700     ACCEPT WS-ALR-TIME FROM TIME.
017800     COMPUTE WS-NEW-ALERT-NO = WS-HIGH-ALERT-NO + 1.
017900     OPEN EXTEND ALRTFILE.
018000     IF WS-ALR-STATUS NOT = '00'
018100         OPEN OUTPUT ALRTFILE
018200     END-IF.
018300     IF WS-ALR-STATUS NOT = '00'
018400         GO TO 4000-WRITE-ALERT-EXIT
018500     END-IF.
018600     MOVE SPACES TO ALR-REC.
018700     MOVE WS-NEW-ALERT-NO TO ALR-ALERT-NO.
018800     MOVE WS-ALR-DATE TO ALR-DATE.
018900     MOVE WS-ALR-HHMMSS TO ALR-TIME.
019000     MOVE LNK-PROGRAM TO ALR-PROGRAM.
019100     MOVE WS-LOG-RUN-NO TO ALR-RUN-NO.
019200     MOVE WS-LOG-SEVERITY TO ALR-SEVERITY.
019300     MOVE LNK-CODE TO ALR-CODE.
019400     MOVE LNK-TEXT TO ALR-TEXT.
019500     WRITE ALR-REC.
019600     MOVE WS-ALR-STATUS TO WS-ALR-WRITE-STATUS.
019700     CLOSE ALRTFILE.
019800     MOVE WS-ALR-WRITE-STATUS TO WS-ALR-STATUS.
019900 4000-WRITE-ALERT-EXIT.
020000     EXIT.
