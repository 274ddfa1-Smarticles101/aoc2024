000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AOCALRD.
000300 AUTHOR. R-HENDRICKS.
000400 INSTALLATION. DATA-PROC-BATCH-CTR.
000500 DATE-WRITTEN. 2026-10-01.
000600 DATE-COMPILED.
000700*---------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*---------------------------------------------------------------
001000* 2026-10-01  RH   ORIGINAL CODING - MORNING OPERATOR ALERT
001100*                  DIGEST. READS THE SHARED ALERT FILE (ALRTFILE,
001200*                  COPYBOOK ALRTFD) THAT EVERY PROGRAM IN THE
001300*                  SUITE WRITES THROUGH AOCALRT AND PRINTS ON
001400*                  ALDRPT:
001500*                    - THE NIGHT'S ALERTS (NOON TO NOON, SAME
001600*                      PROCESSING-NIGHT CONVENTION AS AOCSCHD)
001700*                      GROUPED BY SEVERITY - CRITICAL, ERROR,
001800*                      WARNING, INFO - EACH SHOWN OPEN OR ACKED.
001900*                    - EVERY ALERT FROM AN EARLIER NIGHT THAT IS
002000*                      STILL OPEN, SO NOTHING DROPS OFF THE DIGEST
002100*                      JUST BECAUSE A NEW NIGHT STARTED.
002200*                    - COUNTS BY SEVERITY.
002300*                  AN ALERT STAYS OPEN UNTIL IT IS ACKNOWLEDGED:
002400*                  THE ALDCARD CONTROL CARD CARRIES ONE
002500*                  ACK=NNNNNNNN [NOTE] LINE PER ALERT NUMBER TO
002600*                  ACKNOWLEDGE, AND EACH ONE IS APPENDED TO THE
002700*                  ACKNOWLEDGEMENT LEDGER (ALRACK, COPYBOOK
002800*                  ALRACKFD) UNDER THE SUBMITTING USER ID BEFORE
002900*                  THE DIGEST IS PRINTED. NIGHT=YYYYMMDD REPRINTS
003000*                  AN EARLIER NIGHT; WITHOUT IT THE DIGEST IS FOR
003100*                  THE NIGHT THAT STARTED AT NOON YESTERDAY.
003200*                  RETURN CODES: 0 = NOTHING OPEN; 4 = OPEN
003300*                  WARNINGS; 8 = OPEN ERRORS OR CRITICALS (OF ANY
003400*                  NIGHT); 16 = THE ALERT FILE COULD NOT BE READ
003500*                  OR THE LEDGER COULD NOT BE WRITTEN.
003600*---------------------------------------------------------------
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT ALRTFILE ASSIGN TO 'ALRTFILE'
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-ALR-STATUS.
004300
004400     SELECT ALRACK ASSIGN TO 'ALRACK'
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-ACK-STATUS.
004700
004800     SELECT ALDCARD ASSIGN TO 'ALDCARD'
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-CARD-STATUS.
005100
005200     SELECT ALDRPT ASSIGN TO 'ALDRPT'
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  ALRTFILE.
005800     COPY ALRTFD.
005900
006000 FD  ALRACK.
006100     COPY ALRACKFD.
006200
006300 FD  ALDCARD.
006400 01  CARD-REC                        PIC X(80).
006500
006600 FD  ALDRPT.
006700 01  ALD-REC                         PIC X(132).
006800
006900 WORKING-STORAGE SECTION.
007000 77  WS-ALR-STATUS                   PIC X(02) VALUE '00'.
007100 77  WS-ACK-STATUS                   PIC X(02) VALUE '00'.
007200 77  WS-CARD-STATUS                  PIC X(02) VALUE '00'.
007300 77  WS-ALR-EOF-SW                   PIC X(01) VALUE 'N'.
007400     88  ALR-EOF                     VALUE 'Y'.
007500 77  WS-ACK-EOF-SW                   PIC X(01) VALUE 'N'.
007600     88  ACK-EOF                     VALUE 'Y'.
007700 77  WS-CARD-EOF-SW                  PIC X(01) VALUE 'N'.
007800     88  CARD-EOF                    VALUE 'Y'.
007900
008000*---------------------------------------------------------------
008100* RUNTIME PARAMETER WORK AREA - DD_xxx OVERRIDES WITH SHOP-
008200* STANDARD DEFAULTS, SAME CONVENTION AS DAY01PROC
008300*---------------------------------------------------------------
008400 77  WS-DD-ALRTFILE                  PIC X(40) VALUE SPACES.
008500 77  WS-DD-ALRACK                    PIC X(40) VALUE SPACES.
008600 77  WS-DD-ALDCARD                   PIC X(40) VALUE SPACES.
008700 77  WS-DD-ALDRPT                    PIC X(40) VALUE SPACES.
008800
008900*---------------------------------------------------------------
009000* ACKNOWLEDGING USER - THE SUBMITTING USER ID, FOLDED TO UPPER
009100* CASE, SAME RULE AS AOCAUTH
009200*---------------------------------------------------------------
009300 77  WS-USER-ID                      PIC X(08) VALUE SPACES.
009400
009500*---------------------------------------------------------------
009600* CONTROL CARD WORK AREAS. EACH ACK= LINE BECOMES ONE REQUEST;
009700* ITS STATE SAYS WHAT BECAME OF IT:
009800*   P PENDING   - NOT YET MATCHED TO THE ALERT FILE
009900*   F FOUND     - THE ALERT IS ON FILE, NOT YET APPLIED
010000*   A APPLIED   - WRITTEN TO THE LEDGER BY THIS RUN
010100*   D DUPLICATE - THE ALERT WAS ALREADY ACKNOWLEDGED
010200*   B BAD       - THE ALERT NUMBER IS NOT A NUMBER
010300*   L LEDGER    - THE LEDGER COULD NOT BE WRITTEN
010400*---------------------------------------------------------------
010500 77  WS-CARD-NIGHT                   PIC X(08) VALUE SPACES.
010600 77  WS-CARD-NIGHT-BAD-SW            PIC X(01) VALUE 'N'.
010700     88  CARD-NIGHT-BAD              VALUE 'Y'.
010800 77  WS-CARD-ID-X                    PIC X(08) VALUE SPACES.
010900 77  WS-CARD-ID-LEN                  PIC 9(02) COMP VALUE ZERO.
011000 77  WS-CARD-PTR                     PIC 9(02) COMP VALUE ZERO.
011100 01  WS-CARD-ID-9X                   PIC X(08) VALUE ZEROS.
011200 01  WS-CARD-ID-9 REDEFINES WS-CARD-ID-9X PIC 9(08).
011300 77  WS-REQ-COUNT                    PIC 9(04) COMP VALUE ZERO.
011400 77  WS-REQ-SUB                      PIC 9(04) COMP VALUE ZERO.
011500 77  WS-REQ-DROP-COUNT               PIC 9(04) VALUE ZERO.
011600 01  WS-REQ-TABLE.
011700     05  WS-REQ-ENTRY OCCURS 200 TIMES.
011800         10  WS-REQ-ALERT-NO         PIC 9(08).
011900         10  WS-REQ-ID-X             PIC X(08).
012000         10  WS-REQ-NOTE             PIC X(40).
012100         10  WS-REQ-STATE            PIC X(01).
012200         10  WS-REQ-PRIOR-USER       PIC X(08).
012300
012400*---------------------------------------------------------------
012500* ACKNOWLEDGEMENT TABLE - EVERY ALERT NUMBER ON THE LEDGER, PLUS
012600* THE ONES THIS RUN APPLIES. LINEAR SEARCH, SAME AS THE OTHER
012700* SUITE LOOKUPS.
012800*---------------------------------------------------------------
012900 77  WS-ACK-USED                     PIC 9(09) COMP VALUE ZERO.
013000 77  WS-ACK-SUB                      PIC 9(09) COMP VALUE ZERO.
013100 77  WS-ACK-OVERFLOW-SW              PIC X(01) VALUE 'N'.
013200     88  ACK-OVERFLOW                VALUE 'Y'.
013300 77  WS-ACK-FOUND-SW                 PIC X(01) VALUE 'N'.
013400     88  ACK-FOUND                   VALUE 'Y'.
013500 77  WS-ACK-FIND-NO                  PIC 9(08) VALUE ZERO.
013600 77  WS-ACK-FOUND-USER               PIC X(08) VALUE SPACES.
013700 77  WS-ACK-LEDGER-SW                PIC X(01) VALUE 'N'.
013800     88  ACK-LEDGER-FAILED           VALUE 'Y'.
013900 01  WS-ACK-TABLE.
014000     05  WS-ACK-ENTRY OCCURS 50000 TIMES.
014100         10  WS-ACK-ALERT-NO         PIC 9(08).
014200         10  WS-ACK-USER-ID          PIC X(08).
014300 01  WS-ACK-DATE                     PIC X(08).
014400 01  WS-ACK-TIME.
014500     05  WS-ACK-HHMMSS               PIC X(06).
014600     05  FILLER                      PIC X(02).
014700
014800*---------------------------------------------------------------
014900* ALERT TABLES - THE NIGHT'S ALERTS, AND THE STILL-OPEN ALERTS
015000* OF EARLIER NIGHTS. BOTH IN ALERT-NUMBER (FILE) ORDER. ALERTS
015100* BEYOND A TABLE'S SIZE ARE COUNTED BUT NOT LISTED.
015200*---------------------------------------------------------------
015300 77  WS-TN-USED                      PIC 9(04) COMP VALUE ZERO.
015400 77  WS-TN-SUB                       PIC 9(04) COMP VALUE ZERO.
015500 77  WS-TN-DROP-COUNT                PIC 9(07) VALUE ZERO.
015600 01  WS-TN-TABLE.
015700     05  WS-TN-ENTRY OCCURS 2000 TIMES.
015800         10  WS-TN-ALERT-NO          PIC 9(08).
015900         10  WS-TN-DATE              PIC X(08).
016000         10  WS-TN-TIME              PIC X(06).
016100         10  WS-TN-SEVERITY          PIC X(01).
016200         10  WS-TN-SEV-IX            PIC 9(01).
016300         10  WS-TN-PROGRAM           PIC X(08).
016400         10  WS-TN-RUN-NO            PIC 9(06).
016500         10  WS-TN-CODE              PIC X(08).
016600         10  WS-TN-STATE             PIC X(05).
016700         10  WS-TN-TEXT              PIC X(60).
016800 77  WS-CO-USED                      PIC 9(04) COMP VALUE ZERO.
016900 77  WS-CO-SUB                       PIC 9(04) COMP VALUE ZERO.
017000 77  WS-CO-DROP-COUNT                PIC 9(07) VALUE ZERO.
017100 01  WS-CO-TABLE.
017200     05  WS-CO-ENTRY OCCURS 500 TIMES.
017300         10  WS-CO-ALERT-NO          PIC 9(08).
017400         10  WS-CO-DATE              PIC X(08).
017500         10  WS-CO-TIME              PIC X(06).
017600         10  WS-CO-SEVERITY          PIC X(01).
017700         10  WS-CO-SEV-IX            PIC 9(01).
017800         10  WS-CO-PROGRAM           PIC X(08).
017900         10  WS-CO-RUN-NO            PIC 9(06).
018000         10  WS-CO-CODE              PIC X(08).
018100         10  WS-CO-STATE             PIC X(05).
018200         10  WS-CO-TEXT              PIC X(60).
018300 01  WS-PRT-ENTRY.
018400     05  WS-PRT-ALERT-NO             PIC 9(08).
018500     05  WS-PRT-DATE                 PIC X(08).
018600     05  WS-PRT-TIME                 PIC X(06).
018700     05  WS-PRT-SEVERITY             PIC X(01).
018800     05  WS-PRT-SEV-IX               PIC 9(01).
018900     05  WS-PRT-PROGRAM              PIC X(08).
019000     05  WS-PRT-RUN-NO               PIC 9(06).
019100     05  WS-PRT-CODE                 PIC X(08).
019200     05  WS-PRT-STATE                PIC X(05).
019300     05  WS-PRT-TEXT                 PIC X(60).
019400 77  WS-UNDATED-COUNT                PIC 9(07) VALUE ZERO.
019500
019600*---------------------------------------------------------------
019700* SEVERITY TABLES - CODE, NAME AND THE COUNTS PER SEVERITY, IN
019800* PRINT ORDER. AN UNKNOWN SEVERITY ON FILE COUNTS AS AN ERROR,
019900* THE SAME WAY AOCALRT RECORDS ONE.
020000*---------------------------------------------------------------
020100 77  WS-SEV-SUB                      PIC 9(01) VALUE ZERO.
020200 77  WS-SEV-IX                       PIC 9(01) VALUE ZERO.
020300 01  WS-SEV-CODE-TABLE               PIC X(04) VALUE 'CEWI'.
020400 01  WS-SEV-CODE-R REDEFINES WS-SEV-CODE-TABLE.
020500     05  WS-SEV-CODE                 PIC X(01) OCCURS 4 TIMES.
020600 01  WS-SEV-NAME-TABLE.
020700     05  FILLER                      PIC X(08) VALUE 'CRITICAL'.
020800     05  FILLER                      PIC X(08) VALUE 'ERROR'.
020900     05  FILLER                      PIC X(08) VALUE 'WARNING'.
021000     05  FILLER                      PIC X(08) VALUE 'INFO'.
021100 01  WS-SEV-NAME-R REDEFINES WS-SEV-NAME-TABLE.
021200     05  WS-SEV-NAME                 PIC X(08) OCCURS 4 TIMES.
021300 01  WS-SEV-COUNT-TABLE.
021400     05  WS-SEV-COUNTS OCCURS 4 TIMES.
021500         10  WS-SEV-TONIGHT          PIC 9(07).
021600         10  WS-SEV-OPEN             PIC 9(07).
021700         10  WS-SEV-CARRIED          PIC 9(07).
021800
021900*---------------------------------------------------------------
022000* PROCESSING-NIGHT IDENTITY - THE NIGHT BEING DIGESTED RUNS FROM
022100* NOON ON THE NIGHT DATE TO NOON THE DAY AFTER, SO AN ALERT
022200* BELONGS TO THE NIGHT DATED ONE DAY BEFORE ITS OWN DATE WHEN IT
022300* WAS RAISED BEFORE NOON. NIGHTS ARE COMPARED AS DAY SERIALS
022400* (SAME ARITHMETIC AS AOCHSKP AND AOCBWIN).
022500*---------------------------------------------------------------
022600 01  WS-TODAY-DATE.
022700     05  WS-TODAY-YYYY               PIC 9(04).
022800     05  WS-TODAY-MM                 PIC 9(02).
022900     05  WS-TODAY-DD                 PIC 9(02).
023000 01  WS-NIGHT-DATE.
023100     05  WS-NIGHT-YYYY               PIC 9(04).
023200     05  WS-NIGHT-MM                 PIC 9(02).
023300     05  WS-NIGHT-DD                 PIC 9(02).
023400 01  WS-NIGHT-X REDEFINES WS-NIGHT-DATE PIC X(08).
023500 01  WS-MONTH-LEN-TABLE.
023600     05  FILLER                      PIC 9(02) VALUE 31.
023700     05  FILLER                      PIC 9(02) VALUE 28.
023800     05  FILLER                      PIC 9(02) VALUE 31.
023900     05  FILLER                      PIC 9(02) VALUE 30.
024000     05  FILLER                      PIC 9(02) VALUE 31.
024100     05  FILLER                      PIC 9(02) VALUE 30.
024200     05  FILLER                      PIC 9(02) VALUE 31.
024300     05  FILLER                      PIC 9(02) VALUE 31.
024400     05  FILLER                      PIC 9(02) VALUE 30.
024500     05  FILLER                      PIC 9(02) VALUE 31.
024600     05  FILLER                      PIC 9(02) VALUE 30.
024700     05  FILLER                      PIC 9(02) VALUE 31.
024800 01  WS-MONTH-LEN-R REDEFINES WS-MONTH-LEN-TABLE.
024900     05  WS-MONTH-LEN                PIC 9(02) OCCURS 12 TIMES.
025000 77  WS-LEAP-Q                       PIC 9(04) VALUE ZERO.
025100 77  WS-LEAP-R                       PIC 9(04) VALUE ZERO.
025200 77  WS-LEAP-SW                      PIC X(01) VALUE 'N'.
025300     88  NIGHT-LEAP-YEAR             VALUE 'Y'.
025400 77  WS-NIGHT-SERIAL                 PIC 9(07) VALUE ZERO.
025500 77  WS-ALR-NIGHT-SERIAL             PIC 9(07) VALUE ZERO.
025600 77  WS-ALR-DATED-SW                 PIC X(01) VALUE 'N'.
025700     88  ALR-DATED                   VALUE 'Y'.
025800 01  WS-ALR-STAMP-DATE.
025900     05  WS-ALR-STAMP-YYYY           PIC 9(04).
026000     05  WS-ALR-STAMP-MM             PIC 9(02).
026100     05  WS-ALR-STAMP-DD             PIC 9(02).
026200 01  WS-ALR-STAMP-TIME.
026300     05  WS-ALR-STAMP-HH             PIC 9(02).
026400     05  FILLER                      PIC X(04).
026500 77  WS-CNV-YYYY                     PIC 9(04) VALUE ZERO.
026600 77  WS-CNV-MM                       PIC 9(02) VALUE ZERO.
026700 77  WS-CNV-DD                       PIC 9(02) VALUE ZERO.
026800 77  WS-CNV-SERIAL                   PIC 9(07) VALUE ZERO.
026900 77  WS-CNV-PRIOR-Y                  PIC 9(04) VALUE ZERO.
027000 77  WS-CNV-Q                        PIC 9(04) VALUE ZERO.
027100 77  WS-CNV-R                        PIC 9(04) VALUE ZERO.
027200 77  WS-CNV-LEAP-SW                  PIC X(01) VALUE 'N'.
027300     88  CNV-LEAP-YEAR               VALUE 'Y'.
027400 01  WS-MONTH-DAYS-TABLE.
027500     05  FILLER                      PIC 9(03) VALUE 000.
027600     05  FILLER                      PIC 9(03) VALUE 031.
027700     05  FILLER                      PIC 9(03) VALUE 059.
027800     05  FILLER                      PIC 9(03) VALUE 090.
027900     05  FILLER                      PIC 9(03) VALUE 120.
028000     05  FILLER                      PIC 9(03) VALUE 151.
028100     05  FILLER                      PIC 9(03) VALUE 181.
028200     05  FILLER                      PIC 9(03) VALUE 212.
028300     05  FILLER                      PIC 9(03) VALUE 243.
028400     05  FILLER                      PIC 9(03) VALUE 273.
028500     05  FILLER                      PIC 9(03) VALUE 304.
028600     05  FILLER                      PIC 9(03) VALUE 334.
028700 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
028800     05  WS-MONTH-DAYS               PIC 9(03) OCCURS 12 TIMES.
028900
029000*---------------------------------------------------------------
029100* REPORT WORK AREAS
029200*---------------------------------------------------------------
029300 77  WS-RETURN-CODE                  PIC 9(04) VALUE ZERO.
029400 77  WS-OPEN-C-E                     PIC 9(07) VALUE ZERO.
029500 77  WS-OPEN-W                       PIC 9(07) VALUE ZERO.
029600 77  WS-LISTED-COUNT                 PIC 9(07) VALUE ZERO.
029700 77  WS-EDIT-COUNT                   PIC ZZZZZZ9.
029800 77  WS-EDIT-COUNT2                  PIC ZZZZZZ9.
029900 77  WS-EDIT-COUNT3                  PIC ZZZZZZ9.
030000 01  WS-DTL-LINE.
030100     05  FILLER                      PIC X(02) VALUE SPACES.
030200     05  WS-DTL-ALERT-NO             PIC 9(08).
030300     05  FILLER                      PIC X(02) VALUE SPACES.
030400     05  WS-DTL-DATE                 PIC X(08).
030500     05  FILLER                      PIC X(01) VALUE SPACES.
030600     05  WS-DTL-TIME                 PIC X(06).
030700     05  FILLER                      PIC X(02) VALUE SPACES.
030800     05  WS-DTL-SEVERITY             PIC X(01).
030900     05  FILLER                      PIC X(02) VALUE SPACES.
031000     05  WS-DTL-PROGRAM              PIC X(08).
031100     05  FILLER                      PIC X(02) VALUE SPACES.
031200     05  WS-DTL-RUN-NO               PIC 9(06).
031300     05  FILLER                      PIC X(02) VALUE SPACES.
031400     05  WS-DTL-CODE                 PIC X(08).
031500     05  FILLER                      PIC X(02) VALUE SPACES.
031600     05  WS-DTL-STATE                PIC X(05).
031700     05  FILLER                      PIC X(02) VALUE SPACES.
031800     05  WS-DTL-TEXT                 PIC X(60).
031900
032000 PROCEDURE DIVISION.
032100 0000-MAINLINE.
032200     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
032300     INITIALIZE WS-SEV-COUNT-TABLE.
032400     PERFORM 0050-ACCEPT-PARM THRU 0050-ACCEPT-PARM-EXIT.
032500     PERFORM 0060-IDENTIFY-USER THRU 0060-IDENTIFY-USER-EXIT.
032600     PERFORM 1000-READ-CONTROL-CARD
032700         THRU 1000-READ-CONTROL-CARD-EXIT.
032800     PERFORM 1200-SET-NIGHT-DATE THRU 1200-SET-NIGHT-DATE-EXIT.
032900     PERFORM 2000-LOAD-ACK-LEDGER THRU 2000-LOAD-ACK-LEDGER-EXIT.
033000     OPEN OUTPUT ALDRPT.
033100     PERFORM 6000-PRINT-HEADING THRU 6000-PRINT-HEADING-EXIT.
033200     PERFORM 3000-FIND-ACK-ALERTS THRU 3000-FIND-ACK-ALERTS-EXIT.
033300     IF WS-ALR-STATUS NOT = '00' AND NOT = '35'
033400         DISPLAY 'AOCALRD HALTED - UNABLE TO OPEN ALRTFILE, '
033500             'FILE STATUS = ' WS-ALR-STATUS
033600         MOVE SPACES TO ALD-REC
033700         STRING 'ENDING WITH RETURN CODE 16 - ALERT FILE COULD '
033800                'NOT BE READ, FILE STATUS = ' WS-ALR-STATUS
033900             DELIMITED BY SIZE INTO ALD-REC
034000         WRITE ALD-REC
034100         CLOSE ALDRPT
034200         MOVE 16 TO RETURN-CODE
034300         STOP RUN
034400     END-IF.
034500     PERFORM 3500-APPLY-ACKS THRU 3500-APPLY-ACKS-EXIT.
034600     PERFORM 4000-COLLECT-ALERTS THRU 4000-COLLECT-ALERTS-EXIT.
034700     PERFORM 6100-PRINT-ACKS THRU 6100-PRINT-ACKS-EXIT.
034800     PERFORM 6200-PRINT-TONIGHT THRU 6200-PRINT-TONIGHT-EXIT.
034900     PERFORM 6300-PRINT-CARRIED THRU 6300-PRINT-CARRIED-EXIT.
035000     PERFORM 6400-PRINT-SUMMARY THRU 6400-PRINT-SUMMARY-EXIT.
035100     COMPUTE WS-OPEN-C-E = WS-SEV-OPEN(1) + WS-SEV-OPEN(2)
035200         + WS-SEV-CARRIED(1) + WS-SEV-CARRIED(2).
035300     COMPUTE WS-OPEN-W = WS-SEV-OPEN(3) + WS-SEV-CARRIED(3).
035400     EVALUATE TRUE
035500         WHEN ACK-LEDGER-FAILED
035600             MOVE 16 TO WS-RETURN-CODE
035700         WHEN WS-OPEN-C-E > ZERO
035800             MOVE 8 TO WS-RETURN-CODE
035900         WHEN WS-OPEN-W > ZERO
036000             MOVE 4 TO WS-RETURN-CODE
036100         WHEN OTHER
036200             MOVE ZERO TO WS-RETURN-CODE
036300     END-EVALUATE.
036400     PERFORM 6900-PRINT-ENDING THRU 6900-PRINT-ENDING-EXIT.
036500     CLOSE ALDRPT.
036600     MOVE WS-RETURN-CODE TO RETURN-CODE.
036700     STOP RUN.
036800
036900*---------------------------------------------------------------
037000* 0050-ACCEPT-PARM - DD_xxx OVERRIDES WITH SHOP-STANDARD
037100*                    DEFAULTS, SAME CONVENTION AS DAY01PROC
037200*---------------------------------------------------------------
037300 0050-ACCEPT-PARM.
037400     ACCEPT WS-DD-ALRTFILE FROM ENVIRONMENT 'DD_ALRTFILE'.
037500     IF WS-DD-ALRTFILE = SPACES
037600         SET ENVIRONMENT 'DD_ALRTFILE' TO 'output/AlertLog.txt'
037700     END-IF.
037800     ACCEPT WS-DD-ALRACK FROM ENVIRONMENT 'DD_ALRACK'.
037900     IF WS-DD-ALRACK = SPACES
038000         SET ENVIRONMENT 'DD_ALRACK' TO 'output/AlertAck.txt'
038100     END-IF.
038200     ACCEPT WS-DD-ALDCARD FROM ENVIRONMENT 'DD_ALDCARD'.
038300     IF WS-DD-ALDCARD = SPACES
038400         SET ENVIRONMENT 'DD_ALDCARD' TO 'input/AlertCard.txt'
038500     END-IF.
038600     ACCEPT WS-DD-ALDRPT FROM ENVIRONMENT 'DD_ALDRPT'.
038700     IF WS-DD-ALDRPT = SPACES
038800         SET ENVIRONMENT 'DD_ALDRPT' TO 'output/AlertDigest.txt'
038900     END-IF.
039000 0050-ACCEPT-PARM-EXIT.
039100     EXIT.
039200
039300*---------------------------------------------------------------
039400* 0060-IDENTIFY-USER - THE USER ID THE JOB IS RUNNING UNDER,
039500*                      WHICH EVERY ACKNOWLEDGEMENT IS TAKEN IN
039600*                      THE NAME OF. SAME RULE AS AOCAUTH.
039700*---------------------------------------------------------------
039800 0060-IDENTIFY-USER.
039900     MOVE SPACES TO WS-USER-ID.
040000     ACCEPT WS-USER-ID FROM ENVIRONMENT 'USER'.
040100     IF WS-USER-ID = SPACES
040200         ACCEPT WS-USER-ID FROM ENVIRONMENT 'LOGNAME'
040300     END-IF.
040400     IF WS-USER-ID = SPACES
040500         MOVE 'UNKNOWN' TO WS-USER-ID
040600     END-IF.
040700     INSPECT WS-USER-ID CONVERTING
040800         'abcdefghijklmnopqrstuvwxyz'
040900      TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
041000 0060-IDENTIFY-USER-EXIT.
041100     EXIT.
041200
041300*---------------------------------------------------------------
041400* 1000-READ-CONTROL-CARD - PICK UP THE NIGHT AND THE ALERTS TO
041500*                          ACKNOWLEDGE. A MISSING CARD FILE IS
041600*                          NOT AN ERROR - LAST NIGHT'S DIGEST IS
041700*                          PRINTED AND NOTHING IS ACKNOWLEDGED.
041800*---------------------------------------------------------------
041900 1000-READ-CONTROL-CARD.
042000     OPEN INPUT ALDCARD.
042100     IF WS-CARD-STATUS NOT = '00'
042200         GO TO 1000-READ-CONTROL-CARD-EXIT
042300     END-IF.
042400     PERFORM 1100-READ-ONE-CARD THRU 1100-READ-ONE-CARD-EXIT
042500         UNTIL CARD-EOF.
042600     CLOSE ALDCARD.
042700 1000-READ-CONTROL-CARD-EXIT.
042800     EXIT.
042900
043000 1100-READ-ONE-CARD.
043100     READ ALDCARD
043200         AT END
043300             MOVE 'Y' TO WS-CARD-EOF-SW
043400         NOT AT END
043500             EVALUATE TRUE
043600                 WHEN CARD-REC(1:6) = 'NIGHT='
043700                     MOVE CARD-REC(7:8) TO WS-CARD-NIGHT
043800                 WHEN CARD-REC(1:4) = 'ACK='
043900                     PERFORM 1150-TAKE-ACK-CARD
044000                         THRU 1150-TAKE-ACK-CARD-EXIT
044100                 WHEN OTHER
044200                     CONTINUE
044300             END-EVALUATE
044400     END-READ.
044500 1100-READ-ONE-CARD-EXIT.
044600     EXIT.
044700
044800*---------------------------------------------------------------
044900* 1150-TAKE-ACK-CARD - ACK=NNNNNNNN [NOTE]. THE ALERT NUMBER MAY
045000*                      BE KEYED WITHOUT ITS LEADING ZEROS; IT IS
045100*                      RIGHT-JUSTIFIED BEFORE THE NUMERIC TEST.
045200*                      WHATEVER FOLLOWS IT IS THE NOTE.
045300*---------------------------------------------------------------
045400 1150-TAKE-ACK-CARD.
045500     IF WS-REQ-COUNT NOT < 200
045600         COMPUTE WS-REQ-DROP-COUNT = WS-REQ-DROP-COUNT + 1
045700         GO TO 1150-TAKE-ACK-CARD-EXIT
045800     END-IF.
045900     COMPUTE WS-REQ-COUNT = WS-REQ-COUNT + 1.
046000     MOVE SPACES TO WS-CARD-ID-X.
046100     MOVE ZERO TO WS-CARD-ID-LEN.
046200     MOVE 5 TO WS-CARD-PTR.
046300     UNSTRING CARD-REC DELIMITED BY ALL SPACE
046400         INTO WS-CARD-ID-X COUNT IN WS-CARD-ID-LEN
046500         WITH POINTER WS-CARD-PTR.
046600     MOVE ZERO TO WS-REQ-ALERT-NO(WS-REQ-COUNT).
046700     MOVE WS-CARD-ID-X TO WS-REQ-ID-X(WS-REQ-COUNT).
046800     MOVE SPACES TO WS-REQ-NOTE(WS-REQ-COUNT).
046900     MOVE SPACES TO WS-REQ-PRIOR-USER(WS-REQ-COUNT).
047000     MOVE 'B' TO WS-REQ-STATE(WS-REQ-COUNT).
047100     IF WS-CARD-PTR < 81
047200         MOVE CARD-REC(WS-CARD-PTR:) TO WS-REQ-NOTE(WS-REQ-COUNT)
047300     END-IF.
047400     IF WS-CARD-ID-LEN < 1 OR WS-CARD-ID-LEN > 8
047500         GO TO 1150-TAKE-ACK-CARD-EXIT
047600     END-IF.
047700     MOVE ZEROS TO WS-CARD-ID-9X.
047800     MOVE WS-CARD-ID-X(1:WS-CARD-ID-LEN)
047900       TO WS-CARD-ID-9X(9 - WS-CARD-ID-LEN:WS-CARD-ID-LEN).
048000     IF WS-CARD-ID-9X NOT NUMERIC OR WS-CARD-ID-9 = ZERO
048100         GO TO 1150-TAKE-ACK-CARD-EXIT
048200     END-IF.
048300     MOVE WS-CARD-ID-9 TO WS-REQ-ALERT-NO(WS-REQ-COUNT).
048400     MOVE 'P' TO WS-REQ-STATE(WS-REQ-COUNT).
048500 1150-TAKE-ACK-CARD-EXIT.
048600     EXIT.
048700
048800*---------------------------------------------------------------
048900* 1200-SET-NIGHT-DATE - THE NIGHT TO DIGEST. A NIGHT= CARD THAT IS
049000*                       A REAL DATE WINS; OTHERWISE IT IS THE
049100*                       NIGHT THAT STARTED AT NOON YESTERDAY, SO
049200*                       TODAY'S DATE ROLLS BACK ONE CALENDAR DAY
049300*                       ACROSS MONTH AND YEAR ENDS WITH THE
049400*                       FEBRUARY LEAP DAY HONORED (SAME RULES AS
049500*                       AOCSCHD'S NIGHT DATE).
049600*---------------------------------------------------------------
049700 1200-SET-NIGHT-DATE.
049800     IF WS-CARD-NIGHT NOT = SPACES
049900         PERFORM 1250-EDIT-CARD-NIGHT
050000             THRU 1250-EDIT-CARD-NIGHT-EXIT
050100         IF NOT CARD-NIGHT-BAD
050200             GO TO 1200-SET-NIGHT-SERIAL
050300         END-IF
050400     END-IF.
050500     MOVE WS-TODAY-DATE TO WS-NIGHT-DATE.
050600     IF WS-NIGHT-DD > 1
050700         COMPUTE WS-NIGHT-DD = WS-NIGHT-DD - 1
050800         GO TO 1200-SET-NIGHT-SERIAL
050900     END-IF.
051000     IF WS-NIGHT-MM = 1
051100         MOVE 12 TO WS-NIGHT-MM
051200         MOVE 31 TO WS-NIGHT-DD
051300         COMPUTE WS-NIGHT-YYYY = WS-NIGHT-YYYY - 1
051400         GO TO 1200-SET-NIGHT-SERIAL
051500     END-IF.
051600     COMPUTE WS-NIGHT-MM = WS-NIGHT-MM - 1.
051700     MOVE WS-MONTH-LEN(WS-NIGHT-MM) TO WS-NIGHT-DD.
051800     IF WS-NIGHT-MM = 2
051900         MOVE 'N' TO WS-LEAP-SW
052000         COMPUTE WS-LEAP-Q = WS-NIGHT-YYYY / 4
052100         COMPUTE WS-LEAP-R = WS-NIGHT-YYYY - WS-LEAP-Q * 4
052200         IF WS-LEAP-R = ZERO
052300             MOVE 'Y' TO WS-LEAP-SW
052400         END-IF
052500         COMPUTE WS-LEAP-Q = WS-NIGHT-YYYY / 100
052600         COMPUTE WS-LEAP-R = WS-NIGHT-YYYY - WS-LEAP-Q * 100
052700         IF WS-LEAP-R = ZERO
052800             MOVE 'N' TO WS-LEAP-SW
052900         END-IF
053000         COMPUTE WS-LEAP-Q = WS-NIGHT-YYYY / 400
053100         COMPUTE WS-LEAP-R = WS-NIGHT-YYYY - WS-LEAP-Q * 400
053200         IF WS-LEAP-R = ZERO
053300             MOVE 'Y' TO WS-LEAP-SW
053400         END-IF
053500         IF NIGHT-LEAP-YEAR
053600             MOVE 29 TO WS-NIGHT-DD
053700         END-IF
053800     END-IF.
053900 1200-SET-NIGHT-SERIAL.
054000     MOVE WS-NIGHT-YYYY TO WS-CNV-YYYY.
054100     MOVE WS-NIGHT-MM TO WS-CNV-MM.
054200     MOVE WS-NIGHT-DD TO WS-CNV-DD.
054300     PERFORM 9150-DATE-TO-SERIAL THRU 9150-DATE-TO-SERIAL-EXIT.
054400     MOVE WS-CNV-SERIAL TO WS-NIGHT-SERIAL.
054500 1200-SET-NIGHT-DATE-EXIT.
054600     EXIT.
054700
054800*---------------------------------------------------------------
054900* 1250-EDIT-CARD-NIGHT - NIGHT=YYYYMMDD MUST BE A CALENDAR DATE
055000*                        (29 FEBRUARY IS TAKEN IN ANY YEAR). A
055100*                        GOOD ONE IS LEFT IN WS-NIGHT-DATE.
055200*---------------------------------------------------------------
055300 1250-EDIT-CARD-NIGHT.
055400     MOVE 'Y' TO WS-CARD-NIGHT-BAD-SW.
055500     MOVE WS-CARD-NIGHT TO WS-NIGHT-X.
055600     IF WS-NIGHT-X NOT NUMERIC
055700         GO TO 1250-EDIT-CARD-NIGHT-EXIT
055800     END-IF.
055900     IF WS-NIGHT-MM < 1 OR WS-NIGHT-MM > 12 OR WS-NIGHT-DD < 1
056000         GO TO 1250-EDIT-CARD-NIGHT-EXIT
056100     END-IF.
056200     IF WS-NIGHT-DD > WS-MONTH-LEN(WS-NIGHT-MM)
056300         IF WS-NIGHT-MM NOT = 2 OR WS-NIGHT-DD NOT = 29
056400             GO TO 1250-EDIT-CARD-NIGHT-EXIT
056500         END-IF
056600     END-IF.
056700     MOVE 'N' TO WS-CARD-NIGHT-BAD-SW.
056800 1250-EDIT-CARD-NIGHT-EXIT.
056900     EXIT.
057000
057100*---------------------------------------------------------------
057200* 2000-LOAD-ACK-LEDGER - EVERY ALERT NUMBER ALREADY ACKNOWLEDGED.
057300*                        A MISSING LEDGER MEANS NOTHING HAS BEEN
057400*                        ACKNOWLEDGED YET.
057500*---------------------------------------------------------------
057600 2000-LOAD-ACK-LEDGER.
057700     OPEN INPUT ALRACK.
057800     IF WS-ACK-STATUS NOT = '00'
057900         GO TO 2000-LOAD-ACK-LEDGER-EXIT
058000     END-IF.
058100     PERFORM 2100-READ-ONE-ACK THRU 2100-READ-ONE-ACK-EXIT
058200         UNTIL ACK-EOF.
058300     CLOSE ALRACK.
058400 2000-LOAD-ACK-LEDGER-EXIT.
058500     EXIT.
058600
058700 2100-READ-ONE-ACK.
058800     READ ALRACK
058900         AT END
059000             MOVE 'Y' TO WS-ACK-EOF-SW
059100             GO TO 2100-READ-ONE-ACK-EXIT
059200     END-READ.
059300     IF ALA-ALERT-NO NOT NUMERIC
059400         GO TO 2100-READ-ONE-ACK-EXIT
059500     END-IF.
059600     IF WS-ACK-USED NOT < 50000
059700         MOVE 'Y' TO WS-ACK-OVERFLOW-SW
059800         GO TO 2100-READ-ONE-ACK-EXIT
059900     END-IF.
060000     COMPUTE WS-ACK-USED = WS-ACK-USED + 1.
060100     MOVE ALA-ALERT-NO TO WS-ACK-ALERT-NO(WS-ACK-USED).
060200     MOVE ALA-USER-ID TO WS-ACK-USER-ID(WS-ACK-USED).
060300 2100-READ-ONE-ACK-EXIT.
060400     EXIT.
060500
060600*---------------------------------------------------------------
060700* 3000-FIND-ACK-ALERTS - FIRST PASS OVER THE ALERT FILE: EVERY
060800*                        PENDING ACK= REQUEST WHOSE ALERT IS ON
060900*                        FILE BECOMES FOUND. A MISSING ALERT FILE
061000*                        (STATUS 35) IS A QUIET SHOP, NOT AN
061100*                        ERROR; ANY OTHER OPEN FAILURE HALTS.
061200*---------------------------------------------------------------
061300 3000-FIND-ACK-ALERTS.
061400     MOVE 'N' TO WS-ALR-EOF-SW.
061500     OPEN INPUT ALRTFILE.
061600     IF WS-ALR-STATUS NOT = '00'
061700         GO TO 3000-FIND-ACK-ALERTS-EXIT
061800     END-IF.
061900     IF WS-REQ-COUNT > ZERO
062000         PERFORM 3100-READ-ALERT-FOR-ACK
062100             THRU 3100-READ-ALERT-FOR-ACK-EXIT
062200             UNTIL ALR-EOF
062300     END-IF.
062400     CLOSE ALRTFILE.
062500 3000-FIND-ACK-ALERTS-EXIT.
062600     EXIT.
062700
062800 3100-READ-ALERT-FOR-ACK.
062900     READ ALRTFILE
063000         AT END
063100             MOVE 'Y' TO WS-ALR-EOF-SW
063200             GO TO 3100-READ-ALERT-FOR-ACK-EXIT
063300     END-READ.
063400     IF ALR-ALERT-NO NOT NUMERIC
063500         GO TO 3100-READ-ALERT-FOR-ACK-EXIT
063600     END-IF.
063700     PERFORM 3150-MATCH-ONE-REQUEST
063800         THRU 3150-MATCH-ONE-REQUEST-EXIT
063900         VARYING WS-REQ-SUB FROM 1 BY 1
064000         UNTIL WS-REQ-SUB > WS-REQ-COUNT.
064100 3100-READ-ALERT-FOR-ACK-EXIT.
064200     EXIT.
064300
064400 3150-MATCH-ONE-REQUEST.
064500     IF WS-REQ-STATE(WS-REQ-SUB) = 'P'
064600        AND WS-REQ-ALERT-NO(WS-REQ-SUB) = ALR-ALERT-NO
064700         MOVE 'F' TO WS-REQ-STATE(WS-REQ-SUB)
064800     END-IF.
064900 3150-MATCH-ONE-REQUEST-EXIT.
065000     EXIT.
065100
065200*---------------------------------------------------------------
065300* 3500-APPLY-ACKS - APPEND ONE LEDGER RECORD PER FOUND REQUEST
065400*                   THAT IS NOT ALREADY ACKNOWLEDGED, IN CARD
065500*                   ORDER, AND ENTER IT IN THE ACKNOWLEDGEMENT
065600*                   TABLE SO TONIGHT'S DIGEST ALREADY SHOWS IT
065700*                   ACKED. A LEDGER THAT CANNOT BE WRITTEN LEAVES
065800*                   EVERY FOUND REQUEST UNAPPLIED.
065900*---------------------------------------------------------------
066000 3500-APPLY-ACKS.
066100     IF WS-REQ-COUNT = ZERO
066200         GO TO 3500-APPLY-ACKS-EXIT
066300     END-IF.
066400     ACCEPT WS-ACK-DATE FROM DATE YYYYMMDD.
066500     ACCEPT WS-ACK-TIME FROM TIME.
066600     OPEN EXTEND ALRACK.
066700     IF WS-ACK-STATUS NOT = '00'
066800         OPEN OUTPUT ALRACK
066900     END-IF.
067000     IF WS-ACK-STATUS NOT = '00'
067100         MOVE 'Y' TO WS-ACK-LEDGER-SW
067200     END-IF.
067300     PERFORM 3600-APPLY-ONE-ACK THRU 3600-APPLY-ONE-ACK-EXIT
067400         VARYING WS-REQ-SUB FROM 1 BY 1
067500         UNTIL WS-REQ-SUB > WS-REQ-COUNT.
067600     IF NOT ACK-LEDGER-FAILED
067700         CLOSE ALRACK
067800     END-IF.
067900 3500-APPLY-ACKS-EXIT.
068000     EXIT.
068100
068200 3600-APPLY-ONE-ACK.
068300     IF WS-REQ-STATE(WS-REQ-SUB) NOT = 'F'
068400         GO TO 3600-APPLY-ONE-ACK-EXIT
068500     END-IF.
068600     MOVE WS-REQ-ALERT-NO(WS-REQ-SUB) TO WS-ACK-FIND-NO.
068700     PERFORM 9400-FIND-ACK THRU 9400-FIND-ACK-EXIT.
068800     IF ACK-FOUND
068900         MOVE 'D' TO WS-REQ-STATE(WS-REQ-SUB)
069000         MOVE WS-ACK-FOUND-USER TO WS-REQ-PRIOR-USER(WS-REQ-SUB)
069100         GO TO 3600-APPLY-ONE-ACK-EXIT
069200     END-IF.
069300     IF ACK-LEDGER-FAILED
069400         MOVE 'L' TO WS-REQ-STATE(WS-REQ-SUB)
069500         GO TO 3600-APPLY-ONE-ACK-EXIT
069600     END-IF.
069700     MOVE SPACES TO ALA-REC.
069800     MOVE WS-REQ-ALERT-NO(WS-REQ-SUB) TO ALA-ALERT-NO.
069900     MOVE WS-ACK-DATE TO ALA-DATE.
070000     MOVE WS-ACK-HHMMSS TO ALA-TIME.
070100     MOVE WS-USER-ID TO ALA-USER-ID.
070200     MOVE WS-REQ-NOTE(WS-REQ-SUB) TO ALA-NOTE.
070300     WRITE ALA-REC.
070400     IF WS-ACK-STATUS NOT = '00'
070500         MOVE 'Y' TO WS-ACK-LEDGER-SW
070600         MOVE 'L' TO WS-REQ-STATE(WS-REQ-SUB)
070700         GO TO 3600-APPLY-ONE-ACK-EXIT
070800     END-IF.
070900     MOVE 'A' TO WS-REQ-STATE(WS-REQ-SUB).
071000     IF WS-ACK-USED < 50000
071100         COMPUTE WS-ACK-USED = WS-ACK-USED + 1
071200         MOVE WS-REQ-ALERT-NO(WS-REQ-SUB)
071300           TO WS-ACK-ALERT-NO(WS-ACK-USED)
071400         MOVE WS-USER-ID TO WS-ACK-USER-ID(WS-ACK-USED)
071500     ELSE
071600         MOVE 'Y' TO WS-ACK-OVERFLOW-SW
071700     END-IF.
071800 3600-APPLY-ONE-ACK-EXIT.
071900     EXIT.
072000
072100*---------------------------------------------------------------
072200* 4000-COLLECT-ALERTS - SECOND PASS OVER THE ALERT FILE. AN ALERT
072300*                       OF THE NIGHT BEING DIGESTED IS COUNTED AND
072400*                       TABLED OPEN OR ACKED; AN OPEN ALERT OF AN
072500*                       EARLIER NIGHT IS CARRIED; ACKNOWLEDGED
072600*                       EARLIER ALERTS AND ANYTHING AFTER THE
072700*                       NIGHT ARE PASSED OVER.
072800*---------------------------------------------------------------
072900 4000-COLLECT-ALERTS.
073000     MOVE 'N' TO WS-ALR-EOF-SW.
073100     OPEN INPUT ALRTFILE.
073200     IF WS-ALR-STATUS NOT = '00'
073300         GO TO 4000-COLLECT-ALERTS-EXIT
073400     END-IF.
073500     PERFORM 4100-READ-ONE-ALERT THRU 4100-READ-ONE-ALERT-EXIT
073600         UNTIL ALR-EOF.
073700     CLOSE ALRTFILE.
073800 4000-COLLECT-ALERTS-EXIT.
073900     EXIT.
074000
074100 4100-READ-ONE-ALERT.
074200     READ ALRTFILE
074300         AT END
074400             MOVE 'Y' TO WS-ALR-EOF-SW
074500             GO TO 4100-READ-ONE-ALERT-EXIT
074600     END-READ.
074700     PERFORM 9100-ALERT-NIGHT THRU 9100-ALERT-NIGHT-EXIT.
074800     IF NOT ALR-DATED OR ALR-ALERT-NO NOT NUMERIC
074900         COMPUTE WS-UNDATED-COUNT = WS-UNDATED-COUNT + 1
075000         GO TO 4100-READ-ONE-ALERT-EXIT
075100     END-IF.
075200     IF WS-ALR-NIGHT-SERIAL > WS-NIGHT-SERIAL
075300         GO TO 4100-READ-ONE-ALERT-EXIT
075400     END-IF.
075500     PERFORM 9300-SEVERITY-INDEX THRU 9300-SEVERITY-INDEX-EXIT.
075600     MOVE ALR-ALERT-NO TO WS-ACK-FIND-NO.
075700     PERFORM 9400-FIND-ACK THRU 9400-FIND-ACK-EXIT.
075800     MOVE ALR-ALERT-NO TO WS-PRT-ALERT-NO.
075900     MOVE ALR-DATE TO WS-PRT-DATE.
076000     MOVE ALR-TIME TO WS-PRT-TIME.
076100     MOVE WS-SEV-CODE(WS-SEV-IX) TO WS-PRT-SEVERITY.
076200     MOVE WS-SEV-IX TO WS-PRT-SEV-IX.
076300     MOVE ALR-PROGRAM TO WS-PRT-PROGRAM.
076400     IF ALR-RUN-NO NUMERIC
076500         MOVE ALR-RUN-NO TO WS-PRT-RUN-NO
076600     ELSE
076700         MOVE ZERO TO WS-PRT-RUN-NO
076800     END-IF.
076900     MOVE ALR-CODE TO WS-PRT-CODE.
077000     MOVE ALR-TEXT TO WS-PRT-TEXT.
077100     IF ACK-FOUND
077200         MOVE 'ACKED' TO WS-PRT-STATE
077300     ELSE
077400         MOVE 'OPEN' TO WS-PRT-STATE
077500     END-IF.
077600     IF WS-ALR-NIGHT-SERIAL = WS-NIGHT-SERIAL
077700         PERFORM 4200-FILE-TONIGHT THRU 4200-FILE-TONIGHT-EXIT
077800     ELSE
077900         IF NOT ACK-FOUND
078000             PERFORM 4300-FILE-CARRIED THRU 4300-FILE-CARRIED-EXIT
078100         END-IF
078200     END-IF.
078300 4100-READ-ONE-ALERT-EXIT.
078400     EXIT.
078500
078600 4200-FILE-TONIGHT.
078700     COMPUTE WS-SEV-TONIGHT(WS-SEV-IX) =
078800         WS-SEV-TONIGHT(WS-SEV-IX) + 1.
078900     IF NOT ACK-FOUND
079000         COMPUTE WS-SEV-OPEN(WS-SEV-IX) =
079100             WS-SEV-OPEN(WS-SEV-IX) + 1
079200     END-IF.
079300     IF WS-TN-USED NOT < 2000
079400         COMPUTE WS-TN-DROP-COUNT = WS-TN-DROP-COUNT + 1
079500         GO TO 4200-FILE-TONIGHT-EXIT
079600     END-IF.
079700     COMPUTE WS-TN-USED = WS-TN-USED + 1.
079800     MOVE WS-PRT-ENTRY TO WS-TN-ENTRY(WS-TN-USED).
079900 4200-FILE-TONIGHT-EXIT.
080000     EXIT.
080100
080200 4300-FILE-CARRIED.
080300     COMPUTE WS-SEV-CARRIED(WS-SEV-IX) =
080400         WS-SEV-CARRIED(WS-SEV-IX) + 1.
080500     IF WS-CO-USED NOT < 500
080600         COMPUTE WS-CO-DROP-COUNT = WS-CO-DROP-COUNT + 1
080700         GO TO 4300-FILE-CARRIED-EXIT
080800     END-IF.
080900     COMPUTE WS-CO-USED = WS-CO-USED + 1.
081000     MOVE WS-PRT-ENTRY TO WS-CO-ENTRY(WS-CO-USED).
081100 4300-FILE-CARRIED-EXIT.
081200     EXIT.
081300
081400*---------------------------------------------------------------
081500* 6000-PRINT-HEADING - DIGEST TITLE, RUN DATE, THE NIGHT BEING
081600*                      DIGESTED AND WHO RAN IT
081700*---------------------------------------------------------------
081800 6000-PRINT-HEADING.
081900     MOVE SPACES TO ALD-REC.
082000     STRING 'OPERATOR ALERT DIGEST' DELIMITED BY SIZE
082100         INTO ALD-REC.
082200     WRITE ALD-REC.
082300     MOVE SPACES TO ALD-REC.
082400     STRING 'RUN DATE    : '    DELIMITED BY SIZE
082500            WS-TODAY-MM         DELIMITED BY SIZE
082600            '/'                 DELIMITED BY SIZE
082700            WS-TODAY-DD         DELIMITED BY SIZE
082800            '/'                 DELIMITED BY SIZE
082900            WS-TODAY-YYYY       DELIMITED BY SIZE
083000            INTO ALD-REC.
083100     WRITE ALD-REC.
083200     MOVE SPACES TO ALD-REC.
083300     STRING 'NIGHT OF    : '    DELIMITED BY SIZE
083400            WS-NIGHT-MM         DELIMITED BY SIZE
083500            '/'                 DELIMITED BY SIZE
083600            WS-NIGHT-DD         DELIMITED BY SIZE
083700            '/'                 DELIMITED BY SIZE
083800            WS-NIGHT-YYYY       DELIMITED BY SIZE
083900            ' (12:00 TO 12:00 NEXT DAY)' DELIMITED BY SIZE
084000            INTO ALD-REC.
084100     WRITE ALD-REC.
084200     MOVE SPACES TO ALD-REC.
084300     STRING 'RUN BY      : '    DELIMITED BY SIZE
084400            WS-USER-ID          DELIMITED BY SIZE
084500            INTO ALD-REC.
084600     WRITE ALD-REC.
084700     IF CARD-NIGHT-BAD
084800         MOVE SPACES TO ALD-REC
084900         STRING 'NIGHT=' WS-CARD-NIGHT
085000                ' ON ALDCARD IS NOT A DATE - IGNORED'
085100             DELIMITED BY SIZE INTO ALD-REC
085200         WRITE ALD-REC
085300     END-IF.
085400     MOVE SPACES TO ALD-REC.
085500     WRITE ALD-REC.
085600 6000-PRINT-HEADING-EXIT.
085700     EXIT.
085800
085900*---------------------------------------------------------------
086000* 6100-PRINT-ACKS - WHAT BECAME OF EACH ACK= REQUEST ON ALDCARD
086100*---------------------------------------------------------------
086200 6100-PRINT-ACKS.
086300     IF WS-REQ-COUNT = ZERO
086400         GO TO 6100-PRINT-ACKS-EXIT
086500     END-IF.
086600     MOVE SPACES TO ALD-REC.
086700     STRING 'ACKNOWLEDGEMENTS TAKEN THIS RUN' DELIMITED BY SIZE
086800         INTO ALD-REC.
086900     WRITE ALD-REC.
087000     PERFORM 6150-ACK-LINE THRU 6150-ACK-LINE-EXIT
087100         VARYING WS-REQ-SUB FROM 1 BY 1
087200         UNTIL WS-REQ-SUB > WS-REQ-COUNT.
087300     IF WS-REQ-DROP-COUNT > ZERO
087400         MOVE WS-REQ-DROP-COUNT TO WS-EDIT-COUNT
087500         MOVE SPACES TO ALD-REC
087600         STRING '  ' WS-EDIT-COUNT
087700                ' MORE ACK= LINES IGNORED - 200 PER RUN AT MOST'
087800             DELIMITED BY SIZE INTO ALD-REC
087900         WRITE ALD-REC
088000     END-IF.
088100     MOVE SPACES TO ALD-REC.
088200     WRITE ALD-REC.
088300 6100-PRINT-ACKS-EXIT.
088400     EXIT.
088500
088600 6150-ACK-LINE.
088700     MOVE SPACES TO ALD-REC.
088800     EVALUATE WS-REQ-STATE(WS-REQ-SUB)
088900         WHEN 'A'
089000             STRING '  ACK ' WS-REQ-ALERT-NO(WS-REQ-SUB)
089100                    ' APPLIED BY ' WS-USER-ID
089200                    '  ' WS-REQ-NOTE(WS-REQ-SUB)
089300                 DELIMITED BY SIZE INTO ALD-REC
089400         WHEN 'D'
089500             STRING '  ACK ' WS-REQ-ALERT-NO(WS-REQ-SUB)
089600                    ' NOT NEEDED - ALREADY ACKNOWLEDGED BY '
089700                    WS-REQ-PRIOR-USER(WS-REQ-SUB)
089800                 DELIMITED BY SIZE INTO ALD-REC
089900         WHEN 'L'
090000             STRING '  ACK ' WS-REQ-ALERT-NO(WS-REQ-SUB)
090100                    ' NOT APPLIED - ALRACK COULD NOT BE WRITTEN,'
090200                    ' FILE STATUS = ' WS-ACK-STATUS
090300                 DELIMITED BY SIZE INTO ALD-REC
090400         WHEN 'B'
090500             STRING '  ACK ' WS-REQ-ID-X(WS-REQ-SUB)
090600                    ' NOT APPLIED - NOT AN ALERT NUMBER'
090700                 DELIMITED BY SIZE INTO ALD-REC
090800         WHEN OTHER
090900             STRING '  ACK ' WS-REQ-ALERT-NO(WS-REQ-SUB)
091000                    ' NOT APPLIED - NO SUCH ALERT ON ALRTFILE'
091100                 DELIMITED BY SIZE INTO ALD-REC
091200     END-EVALUATE.
091300     WRITE ALD-REC.
091400 6150-ACK-LINE-EXIT.
091500     EXIT.
091600
091700*---------------------------------------------------------------
091800* 6200-PRINT-TONIGHT - THE NIGHT'S ALERTS, ONE GROUP PER SEVERITY
091900*                      IN ORDER CRITICAL, ERROR, WARNING, INFO
092000*---------------------------------------------------------------
092100 6200-PRINT-TONIGHT.
092200     MOVE SPACES TO ALD-REC.
092300     STRING 'ALERTS RAISED DURING THE NIGHT' DELIMITED BY SIZE
092400         INTO ALD-REC.
092500     WRITE ALD-REC.
092600     PERFORM 6210-PRINT-SEVERITY THRU 6210-PRINT-SEVERITY-EXIT
092700         VARYING WS-SEV-SUB FROM 1 BY 1
092800         UNTIL WS-SEV-SUB > 4.
092900     IF WS-TN-DROP-COUNT > ZERO
093000         MOVE WS-TN-DROP-COUNT TO WS-EDIT-COUNT
093100         MOVE SPACES TO ALD-REC
093200         STRING '  ' WS-EDIT-COUNT
093300                ' MORE ALERTS THIS NIGHT NOT LISTED - 2000 AT'
093400                ' MOST'
093500                ' (COUNTED IN THE SUMMARY)'
093600             DELIMITED BY SIZE INTO ALD-REC
093700         WRITE ALD-REC
093800     END-IF.
093900     MOVE SPACES TO ALD-REC.
094000     WRITE ALD-REC.
094100 6200-PRINT-TONIGHT-EXIT.
094200     EXIT.
094300
094400 6210-PRINT-SEVERITY.
094500     MOVE SPACES TO ALD-REC.
094600     WRITE ALD-REC.
094700     MOVE WS-SEV-TONIGHT(WS-SEV-SUB) TO WS-EDIT-COUNT.
094800     MOVE WS-SEV-OPEN(WS-SEV-SUB) TO WS-EDIT-COUNT2.
094900     MOVE SPACES TO ALD-REC.
095000     STRING ' ' WS-SEV-NAME(WS-SEV-SUB) ' - RAISED '
095100            WS-EDIT-COUNT ', STILL OPEN ' WS-EDIT-COUNT2
095200         DELIMITED BY SIZE INTO ALD-REC.
095300     WRITE ALD-REC.
095400     IF WS-SEV-TONIGHT(WS-SEV-SUB) = ZERO
095500         GO TO 6210-PRINT-SEVERITY-EXIT
095600     END-IF.
095700     PERFORM 6800-PRINT-COLUMNS THRU 6800-PRINT-COLUMNS-EXIT.
095800     PERFORM 6250-TONIGHT-LINE THRU 6250-TONIGHT-LINE-EXIT
095900         VARYING WS-TN-SUB FROM 1 BY 1
096000         UNTIL WS-TN-SUB > WS-TN-USED.
096100 6210-PRINT-SEVERITY-EXIT.
096200     EXIT.
096300
096400 6250-TONIGHT-LINE.
096500     IF WS-TN-SEV-IX(WS-TN-SUB) NOT = WS-SEV-SUB
096600         GO TO 6250-TONIGHT-LINE-EXIT
096700     END-IF.
096800     MOVE WS-TN-ENTRY(WS-TN-SUB) TO WS-PRT-ENTRY.
096900     PERFORM 6850-PRINT-ALERT THRU 6850-PRINT-ALERT-EXIT.
097000 6250-TONIGHT-LINE-EXIT.
097100     EXIT.
097200
097300*---------------------------------------------------------------
097400* 6300-PRINT-CARRIED - OPEN ALERTS OF EARLIER NIGHTS, OLDEST
097500*                      FIRST. THEY STAY HERE UNTIL ACKNOWLEDGED.
097600*---------------------------------------------------------------
097700 6300-PRINT-CARRIED.
097800     MOVE SPACES TO ALD-REC.
097900     STRING 'STILL OPEN FROM EARLIER NIGHTS' DELIMITED BY SIZE
098000         INTO ALD-REC.
098100     WRITE ALD-REC.
098200     IF WS-CO-USED = ZERO
098300         MOVE SPACES TO ALD-REC
098400         STRING '  NONE' DELIMITED BY SIZE INTO ALD-REC
098500         WRITE ALD-REC
098600     ELSE
098700         PERFORM 6800-PRINT-COLUMNS THRU 6800-PRINT-COLUMNS-EXIT
098800         PERFORM 6350-CARRIED-LINE THRU 6350-CARRIED-LINE-EXIT
098900             VARYING WS-CO-SUB FROM 1 BY 1
099000             UNTIL WS-CO-SUB > WS-CO-USED
099100     END-IF.
099200     IF WS-CO-DROP-COUNT > ZERO
099300         MOVE WS-CO-DROP-COUNT TO WS-EDIT-COUNT
099400         MOVE SPACES TO ALD-REC
099500         STRING '  ' WS-EDIT-COUNT
099600                ' MORE OPEN ALERTS NOT LISTED - 500 AT MOST'
099700                ' (COUNTED IN THE SUMMARY)'
099800             DELIMITED BY SIZE INTO ALD-REC
099900         WRITE ALD-REC
100000     END-IF.
100100     MOVE SPACES TO ALD-REC.
100200     WRITE ALD-REC.
100300 6300-PRINT-CARRIED-EXIT.
100400     EXIT.
100500
100600 6350-CARRIED-LINE.
100700     MOVE WS-CO-ENTRY(WS-CO-SUB) TO WS-PRT-ENTRY.
100800     PERFORM 6850-PRINT-ALERT THRU 6850-PRINT-ALERT-EXIT.
100900 6350-CARRIED-LINE-EXIT.
101000     EXIT.
101100
101200*---------------------------------------------------------------
101300* 6400-PRINT-SUMMARY - COUNTS BY SEVERITY: RAISED DURING THE
101400*                      NIGHT, OF THOSE STILL OPEN, AND STILL OPEN
101500*                      FROM EARLIER NIGHTS
101600*---------------------------------------------------------------
101700 6400-PRINT-SUMMARY.
101800     MOVE SPACES TO ALD-REC.
101900     STRING 'SUMMARY     SEVERITY     RAISED  STILL OPEN'
102000            '  OPEN FROM EARLIER'
102100         DELIMITED BY SIZE INTO ALD-REC.
102200     WRITE ALD-REC.
102300     PERFORM 6450-SUMMARY-LINE THRU 6450-SUMMARY-LINE-EXIT
102400         VARYING WS-SEV-SUB FROM 1 BY 1
102500         UNTIL WS-SEV-SUB > 4.
102600     IF WS-UNDATED-COUNT > ZERO
102700         MOVE WS-UNDATED-COUNT TO WS-EDIT-COUNT
102800         MOVE SPACES TO ALD-REC
102900         STRING '  ' WS-EDIT-COUNT
103000                ' ALERT RECORDS WITH NO READABLE NUMBER OR DATE'
103100                ' PASSED OVER'
103200             DELIMITED BY SIZE INTO ALD-REC
103300         WRITE ALD-REC
103400     END-IF.
103500     IF ACK-OVERFLOW
103600         MOVE SPACES TO ALD-REC
103700         STRING '  ACKNOWLEDGEMENT LEDGER HOLDS MORE THAN 50000'
103800                ' RECORDS - LATER ACKNOWLEDGEMENTS MAY SHOW OPEN'
103900             DELIMITED BY SIZE INTO ALD-REC
104000         WRITE ALD-REC
104100     END-IF.
104200 6400-PRINT-SUMMARY-EXIT.
104300     EXIT.
104400
104500 6450-SUMMARY-LINE.
104600     MOVE WS-SEV-TONIGHT(WS-SEV-SUB) TO WS-EDIT-COUNT.
104700     MOVE WS-SEV-OPEN(WS-SEV-SUB) TO WS-EDIT-COUNT2.
104800     MOVE WS-SEV-CARRIED(WS-SEV-SUB) TO WS-EDIT-COUNT3.
104900     MOVE SPACES TO ALD-REC.
105000     STRING '            ' WS-SEV-NAME(WS-SEV-SUB)
105100            '  ' WS-EDIT-COUNT '     ' WS-EDIT-COUNT2
105200            '             ' WS-EDIT-COUNT3
105300         DELIMITED BY SIZE INTO ALD-REC.
105400     WRITE ALD-REC.
105500 6450-SUMMARY-LINE-EXIT.
105600     EXIT.
105700
105800*---------------------------------------------------------------
105900* 6800-PRINT-COLUMNS / 6850-PRINT-ALERT - COLUMN HEADINGS AND ONE
106000*                     ALERT LINE FROM WS-PRT-ENTRY
106100*---------------------------------------------------------------
106200 6800-PRINT-COLUMNS.
106300     MOVE SPACES TO ALD-REC.
106400     STRING '  ALERT NO  DATE     TIME    S  PROGRAM   '
106500            'RUN NO  CODE      STATE  TEXT'
106600         DELIMITED BY SIZE INTO ALD-REC.
106700     WRITE ALD-REC.
106800 6800-PRINT-COLUMNS-EXIT.
106900     EXIT.
107000
107100 6850-PRINT-ALERT.
107200     MOVE WS-PRT-ALERT-NO TO WS-DTL-ALERT-NO.
107300     MOVE WS-PRT-DATE TO WS-DTL-DATE.
107400     MOVE WS-PRT-TIME TO WS-DTL-TIME.
107500     MOVE WS-PRT-SEVERITY TO WS-DTL-SEVERITY.
107600     MOVE WS-PRT-PROGRAM TO WS-DTL-PROGRAM.
107700     MOVE WS-PRT-RUN-NO TO WS-DTL-RUN-NO.
107800     MOVE WS-PRT-CODE TO WS-DTL-CODE.
107900     MOVE WS-PRT-STATE TO WS-DTL-STATE.
108000     MOVE WS-PRT-TEXT TO WS-DTL-TEXT.
108100     MOVE WS-DTL-LINE TO ALD-REC.
108200     WRITE ALD-REC.
108300 6850-PRINT-ALERT-EXIT.
108400     EXIT.
108500
108600*---------------------------------------------------------------
108700* 6900-PRINT-ENDING - THE DISPOSITION AND RETURN CODE
108800*---------------------------------------------------------------
108900 6900-PRINT-ENDING.
109000     MOVE SPACES TO ALD-REC.
109100     WRITE ALD-REC.
109200     MOVE SPACES TO ALD-REC.
109300     EVALUATE WS-RETURN-CODE
109400         WHEN 16
109500             STRING 'ENDING WITH RETURN CODE 16 - '
109600                    'ACKNOWLEDGEMENTS COULD NOT BE WRITTEN TO '
109700                    'ALRACK'
109800                 DELIMITED BY SIZE INTO ALD-REC
109900         WHEN 8
110000             STRING 'ENDING WITH RETURN CODE 8 - ERROR OR '
110100                    'CRITICAL ALERTS ARE STILL OPEN'
110200                 DELIMITED BY SIZE INTO ALD-REC
110300         WHEN 4
110400             STRING 'ENDING WITH RETURN CODE 4 - WARNING ALERTS'
110500                    ' ARE STILL OPEN'
110600                 DELIMITED BY SIZE INTO ALD-REC
110700         WHEN OTHER
110800             STRING 'ENDING WITH RETURN CODE 0 - NO ALERT IS OPEN'
110900                 DELIMITED BY SIZE INTO ALD-REC
111000     END-EVALUATE.
111100     WRITE ALD-REC.
111200 6900-PRINT-ENDING-EXIT.
111300     EXIT.
111400
111500*---------------------------------------------------------------
111600* 9100-ALERT-NIGHT - THE DAY SERIAL OF THE NIGHT THE ALERT IN
111700*                    ALR-REC WAS RAISED DURING, INTO
111800*                    WS-ALR-NIGHT-SERIAL: ITS OWN DATE FROM NOON
111900*                    ON, THE DAY BEFORE BEFORE NOON. ALR-DATED IS
112000*                    LEFT OFF FOR A STAMP THAT IS NOT A DATE.
112100*---------------------------------------------------------------
112200 9100-ALERT-NIGHT.
112300     MOVE 'N' TO WS-ALR-DATED-SW.
112400     MOVE ALR-DATE TO WS-ALR-STAMP-DATE.
112500     MOVE ALR-TIME TO WS-ALR-STAMP-TIME.
112600     IF WS-ALR-STAMP-DATE NOT NUMERIC
112700        OR WS-ALR-STAMP-HH NOT NUMERIC
112800         GO TO 9100-ALERT-NIGHT-EXIT
112900     END-IF.
113000     IF WS-ALR-STAMP-MM < 1 OR WS-ALR-STAMP-MM > 12
113100         GO TO 9100-ALERT-NIGHT-EXIT
113200     END-IF.
113300     MOVE WS-ALR-STAMP-YYYY TO WS-CNV-YYYY.
113400     MOVE WS-ALR-STAMP-MM TO WS-CNV-MM.
113500     MOVE WS-ALR-STAMP-DD TO WS-CNV-DD.
113600     PERFORM 9150-DATE-TO-SERIAL THRU 9150-DATE-TO-SERIAL-EXIT.
113700     MOVE WS-CNV-SERIAL TO WS-ALR-NIGHT-SERIAL.
113800     IF WS-ALR-STAMP-HH < 12
113900         COMPUTE WS-ALR-NIGHT-SERIAL = WS-ALR-NIGHT-SERIAL - 1
114000     END-IF.
114100     MOVE 'Y' TO WS-ALR-DATED-SW.
114200 9100-ALERT-NIGHT-EXIT.
114300     EXIT.
114400
114500*---------------------------------------------------------------
114600* 9150-DATE-TO-SERIAL - DAY SERIAL (DAYS SINCE THE YEAR 1) OF
114700*                       THE DATE IN WS-CNV-YYYY/MM/DD, INTO
114800*                       WS-CNV-SERIAL. SAME ARITHMETIC AS
114900*                       AOCHSKP AND AOCBWIN.
115000*---------------------------------------------------------------
115100 9150-DATE-TO-SERIAL.
115200     COMPUTE WS-CNV-PRIOR-Y = WS-CNV-YYYY - 1.
115300     COMPUTE WS-CNV-SERIAL = WS-CNV-PRIOR-Y * 365.
115400     COMPUTE WS-CNV-Q = WS-CNV-PRIOR-Y / 4.
115500     COMPUTE WS-CNV-SERIAL = WS-CNV-SERIAL + WS-CNV-Q.
115600     COMPUTE WS-CNV-Q = WS-CNV-PRIOR-Y / 100.
115700     COMPUTE WS-CNV-SERIAL = WS-CNV-SERIAL - WS-CNV-Q.
115800     COMPUTE WS-CNV-Q = WS-CNV-PRIOR-Y / 400.
115900     COMPUTE WS-CNV-SERIAL = WS-CNV-SERIAL + WS-CNV-Q.
116000     COMPUTE WS-CNV-SERIAL =
116100         WS-CNV-SERIAL + WS-MONTH-DAYS(WS-CNV-MM) + WS-CNV-DD.
116200     MOVE 'N' TO WS-CNV-LEAP-SW.
116300     COMPUTE WS-CNV-Q = WS-CNV-YYYY / 4.
116400     COMPUTE WS-CNV-R = WS-CNV-YYYY - WS-CNV-Q * 4.
116500     IF WS-CNV-R = ZERO
116600         MOVE 'Y' TO WS-CNV-LEAP-SW
116700     END-IF.
116800     COMPUTE WS-CNV-Q = WS-CNV-YYYY / 100.
116900     COMPUTE WS-CNV-R = WS-CNV-YYYY - WS-CNV-Q * 100.
117000     IF WS-CNV-R = ZERO
117100         MOVE 'N' TO WS-CNV-LEAP-SW
117200     END-IF.
117300     COMPUTE WS-CNV-Q = WS-CNV-YYYY / 400.
117400     COMPUTE WS-CNV-R = WS-CNV-YYYY - WS-CNV-Q * 400.
117500     IF WS-CNV-R = ZERO
117600         MOVE 'Y' TO WS-CNV-LEAP-SW
117700     END-IF.
117800     IF CNV-LEAP-YEAR AND WS-CNV-MM > 2
117900         COMPUTE WS-CNV-SERIAL = WS-CNV-SERIAL + 1
118000     END-IF.
118100 9150-DATE-TO-SERIAL-EXIT.
118200     EXIT.
118300
118400*---------------------------------------------------------------
118500* 9300-SEVERITY-INDEX - ALR-SEVERITY AS A SUBSCRIPT INTO THE
118600*                       SEVERITY TABLES, INTO WS-SEV-IX
118700*---------------------------------------------------------------
118800 9300-SEVERITY-INDEX.
118900     EVALUATE TRUE
119000         WHEN ALR-CRITICAL
119100             MOVE 1 TO WS-SEV-IX
119200         WHEN ALR-WARNING
119300             MOVE 3 TO WS-SEV-IX
119400         WHEN ALR-INFO
119500             MOVE 4 TO WS-SEV-IX
119600         WHEN OTHER
119700             MOVE 2 TO WS-SEV-IX
119800     END-EVALUATE.
119900 9300-SEVERITY-INDEX-EXIT.
120000     EXIT.
120100
120200*---------------------------------------------------------------
120300* 9400-FIND-ACK - IS WS-ACK-FIND-NO ON THE ACKNOWLEDGEMENT
120400*                 TABLE? SETS ACK-FOUND AND WS-ACK-FOUND-USER.
120500*---------------------------------------------------------------
120600 9400-FIND-ACK.
120700     MOVE 'N' TO WS-ACK-FOUND-SW.
120800     MOVE SPACES TO WS-ACK-FOUND-USER.
120900     PERFORM 9410-CHECK-ONE-ACK THRU 9410-CHECK-ONE-ACK-EXIT
121000         VARYING WS-ACK-SUB FROM 1 BY 1
121100         UNTIL WS-ACK-SUB > WS-ACK-USED OR ACK-FOUND.
121200 9400-FIND-ACK-EXIT.
121300     EXIT.
121400
121500 9410-CHECK-ONE-ACK.
121600     IF WS-ACK-ALERT-NO(WS-ACK-SUB) = WS-ACK-FIND-NO
121700         MOVE 'Y' TO WS-ACK-FOUND-SW
121800         MOVE WS-ACK-USER-ID(WS-ACK-SUB) TO WS-ACK-FOUND-USER
121900     END-IF.
122000 9410-CHECK-ONE-ACK-EXIT.
122100     EXIT.
