005188*                  NIGHT AS THE EVENING IT IS FINISHING, AND
005189*                  THE NEXT EVENING'S FRESH CHAIN MATCHES
005190*                  NOTHING FROM THE NIGHT BEFORE.
005191* 2026-09-14  RH   ADDED DAY 4 (DAY04PROC, THE LETTER-GRID WORD
005192*                  SEARCH) AS A CHAIN STEP, RUN AFTER DAY 2 AND
005193*                  BEFORE THE AOCHSKP SWEEP SO THE SWEEP STAYS
005194*                  LAST. IT REGISTERS UNDER CHAIN-STEP NUMBER 97
005195*                  - 96 IS ALREADY TAKEN BY DAY01PROC'S VERIFY
005196*                  RUNS - AND IS CALLED THROUGH ITS DAY04PRCC
005197*                  ENTRY WITH ITS OWN INFILE/RPTFILE/REJFILE/
005198*                  AUDFILE RE-POINTED LIKE THE OTHER DAY STEPS.
005200* 2026-09-16  RH   ADDED AOCBAL (CONTROL-TOTAL BALANCING OF THE
005201*                  DAY 1 FEED) AS CHAIN STEP 98, RUN DIRECTLY
005202*                  AFTER DAY 1 THROUGH ITS AOCBALC ENTRY SO AN
005203*                  OUT-OF-BALANCE FEED STOPS THE CHAIN WITH
005204*                  AOCBAL'S RETURN CODE BEFORE ANYTHING ELSE
005205*                  RUNS. THE STEP TABLE AND THE DISPATCH GROW TO
005206*                  SEVEN STEPS.
005210* 2026-09-22  RH   STARTING THE CHAIN IS NOW CLEARED AGAINST THE
005214*                  OPERATOR AUTHORITY FILE BY AOCAUTH (CHAIN
005218*                  AUTHORITY) AND LOGGED ON THE SECURITY LOG; A
005222*                  REFUSAL RUNS NO STEP AND ENDS WITH RETURN CODE
005226*                  20. STEPS REGISTER WITH FORCE OPTION C SO THE
005230*                  CLOSE-OUT OF AN ABANDONED STEP IS CLEARED
005234*                  UNDER THAT SAME CHAIN AUTHORITY, AND EACH
005238*                  STEP'S RUN NUMBER IS PUBLISHED IN DD_CHAINRUN
005242*                  SO AOCMSTM'S OWN CHECK LOGS AGAINST IT.
005243* 2026-09-24  RH   STEPS AND CHAIN ARE NOW TIMED - ELAPSED ON THE
005244*                  STEP LINES, CHAIN START/END/ELAPSED BEFORE THE
005245*                  DISPOSITION - AND THE CHAIN END IS HELD TO A
005246*                  DEADLINE FROM THE NEW SCHCARD CARD (DEADLINE=
005247*                  HHMM, DEFAULT 0600). A CLEAN CHAIN THAT ENDS
005248*                  PAST IT GIVES RETURN CODE 6.
005255* 2026-10-01  RH   A CHAIN HELD ON A STEP WARNING, A CHAIN STOPPED
005262*                  BY A FAILED STEP, THE RC 16 HALT AND A LATE
005269*                  FINISH ARE ALSO RAISED ON THE SHOP-WIDE ALERT
005276*                  FILE THROUGH AOCALRT FOR THE AOCALRD DIGEST.
005277* 2026-10-15  RH   REVIEW FIX - DD_CHAINRUN WAS LEFT HOLDING THE
005278*                  LAST STEP'S RUN NUMBER, SO THIS PROGRAM'S OWN
005279*                  RUN-ZERO ALERTS AFTER THAT STEP (CHAINLTE, A
005280*                  LATER RUNCFAIL) WERE FILED AGAINST IT. IT IS
005281*                  NOW CLEARED ONCE EACH STEP IS CLOSED OUT.
005283*---------------------------------------------------------------
005290 ENVIRONMENT DIVISION.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT RUNCTL ASSIGN TO 'RUNCTL'
005800
005900     SELECT SCHRPT ASSIGN TO 'SCHRPT'
006000         ORGANIZATION IS LINE SEQUENTIAL.
006020
006040     SELECT SCHCARD ASSIGN TO 'SCHCARD'
006060         ORGANIZATION IS LINE SEQUENTIAL
006080         FILE STATUS IS WS-CARD-STATUS.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006600
006700 FD  SCHRPT.
006800 01  SCH-REC                         PIC X(132).
006825
006850 FD  SCHCARD.
006875 01  CARD-REC                        PIC X(80).
006900
007000 WORKING-STORAGE SECTION.
007100 77  WS-CTL-STATUS                   PIC X(02) VALUE '00'.
007200 77  WS-CTL-EOF-SW                   PIC X(01) VALUE 'N'.
007300     88  CTL-EOF                     VALUE 'Y'.
007325 77  WS-CARD-STATUS                  PIC X(02) VALUE '00'.
007350 77  WS-CARD-EOF-SW                  PIC X(01) VALUE 'N'.
007375     88  CARD-EOF                    VALUE 'Y'.
007400
007500*---------------------------------------------------------------
007600* RUNTIME PARAMETER WORK AREA - DD_xxx OVERRIDES WITH SHOP-
007800*---------------------------------------------------------------
007900 77  WS-DD-RUNCTL                    PIC X(40) VALUE SPACES.
008000 77  WS-DD-SCHRPT                    PIC X(40) VALUE SPACES.
008050 77  WS-DD-SCHCARD                   PIC X(40) VALUE SPACES.
008100
008200*---------------------------------------------------------------
008300* CHAIN STEP TABLE - THE NIGHTLY SEQUENCE IN RUN ORDER. EACH
008400* STEP CARRIES ITS CHAIN-STEP NUMBER (THE DAY NUMBER IT
008500* REGISTERS UNDER ON THE RUN CONTROL FILE - 91-95, 97 AND 98,
008600* WELL CLEAR OF THE REAL DAY NUMBERS; 96 BELONGS TO DAY01PROC'S
008610* VERIFY RUNS) AND ITS TITLE FOR THE CHAIN REPORT AND THE
008700* CONTROL-FILE INFILE COLUMN. 98 IS THE AOCBAL BALANCING STEP,
008710* WHICH MUST FOLLOW DAY 1 DIRECTLY.
008800*---------------------------------------------------------------
008900 01  WS-STEP-DEF-TABLE.
009000     05  FILLER                      PIC X(18)
009300         VALUE '92AOCMSTM MASTER  '.
009400     05  FILLER                      PIC X(18)
009500         VALUE '93DAY 1 PROCESSING'.
009510     05  FILLER                      PIC X(18)
009520         VALUE '98AOCBAL BALANCE  '.
009600     05  FILLER                      PIC X(18)
009700         VALUE '94DAY 2 PROCESSING'.
009710     05  FILLER                      PIC X(18)
009720         VALUE '97DAY 4 PROCESSING'.
009800     05  FILLER                      PIC X(18)
009900         VALUE '95AOCHSKP SWEEP   '.
010000 01  WS-STEP-DEF-R REDEFINES WS-STEP-DEF-TABLE.
010100     05  WS-STEP-ENTRY OCCURS 7 TIMES.
010200         10  WS-STEP-DAY             PIC 9(02).
010300         10  WS-STEP-TITLE           PIC X(16).
010400 77  WS-STEP-COUNT                   PIC 9(02) COMP VALUE 7.
010500 77  WS-STEP-SUB                     PIC 9(02) COMP VALUE ZERO.
010600 77  WS-SCAN-SUB                     PIC 9(02) COMP VALUE ZERO.
010700 01  WS-STEP-DONE-TABLE.
010800     05  WS-STEP-DONE-SW             PIC X(01) OCCURS 7 TIMES
010900                                     VALUE 'N'.
011000
011100*---------------------------------------------------------------
011900
012000*---------------------------------------------------------------
012100* SHOP-WIDE RUN CONTROL WORK AREAS - EACH CHAIN STEP REGISTERS
012200* UNDER ITS CHAIN-STEP NUMBER WITH THE CHAIN FORCE OPTION (C)
012300* ON, SO AN ABANDONED STARTED STEP RECORD FROM THE FAILED NIGHT
012400* IS CLOSED OUT FAILED UNDER THE SUBMITTER'S CHAIN AUTHORITY
012500*---------------------------------------------------------------
012600 77  WS-RUN-NO                       PIC 9(06) VALUE ZERO.
012700 77  WS-STEP-DAY-NO                  PIC 9(02) VALUE ZERO.
012800 77  WS-RUNC-RC                      PIC 9(04) VALUE ZERO.
012900 77  WS-RUNC-STATUS                  PIC X(09) VALUE SPACES.
013000 77  WS-RUN-FORCE-SW                 PIC X(01) VALUE 'C'.
013100 77  WS-STEP-INFILE                  PIC X(40) VALUE SPACES.
013108 77  WS-CHAIN-RUN-X                  PIC X(06) VALUE SPACES.
013116
013124*---------------------------------------------------------------
013132* OPERATOR AUTHORITY CHECK - PASSED TO AOCAUTH'S AOCAUTHC ENTRY
013140* BEFORE THE FIRST STEP IS DISPATCHED
013148*---------------------------------------------------------------
013156 77  WS-AUTH-ACTION                  PIC X(08) VALUE 'CHAIN'.
013164 77  WS-AUTH-PROGRAM                 PIC X(08) VALUE 'AOCSCHD'.
013172 77  WS-AUTH-RUN-NO                  PIC 9(06) VALUE ZERO.
013180 77  WS-AUTH-DETAIL                  PIC X(40) VALUE SPACES.
013188 77  WS-AUTH-RC                      PIC 9(04) VALUE ZERO.
013200
013207*---------------------------------------------------------------
013214* OPERATOR ALERT - PASSED TO AOCALRT'S AOCALRTC ENTRY WHEREVER
013221* THIS PROGRAM RAISES A WARNING OR FAILURE (ALRTFD SEVERITIES)
013228*---------------------------------------------------------------
013235 77  WS-ALRT-PROGRAM                 PIC X(08) VALUE 'AOCSCHD'.
013242 77  WS-ALRT-RUN-NO                  PIC 9(06) VALUE ZERO.
013249 77  WS-ALRT-SEVERITY                PIC X(01) VALUE SPACE.
013256 77  WS-ALRT-CODE                    PIC X(08) VALUE SPACES.
013263 77  WS-ALRT-TEXT                    PIC X(60) VALUE SPACES.
013270 77  WS-ALRT-RC                      PIC 9(04) VALUE ZERO.
013277 77  WS-ALRT-SAVE-RC                 PIC S9(04) COMP VALUE ZERO.
013284
013300*---------------------------------------------------------------
013400* CHAIN REPORT WORK AREAS
013500*---------------------------------------------------------------
014116 77  WS-LEAP-SW                      PIC X(01) VALUE 'N'.
014117     88  NIGHT-LEAP-YEAR             VALUE 'Y'.
014120
014121*---------------------------------------------------------------
014122* CHAIN DEADLINE FROM THE SCHCARD CONTROL CARD (DEADLINE=HHMM).
014123* MISSING CARD, KEYWORD OR A VALUE THAT IS NOT A CLOCK TIME
014124* LEAVES THE SHOP CUTOFF OF 06:00. A DEADLINE BEFORE NOON FALLS
014125* ON THE MORNING AFTER THE PROCESSING NIGHT, ONE FROM NOON ON
014126* FALLS ON THE NIGHT DATE ITSELF.
014127*---------------------------------------------------------------
014128 01  WS-DEADLINE.
014129     05  WS-DEADLINE-HH              PIC 9(02) VALUE 06.
014130     05  WS-DEADLINE-MI              PIC 9(02) VALUE 00.
014131 01  WS-DEADLINE-X REDEFINES WS-DEADLINE PIC X(04).
014132 01  WS-CARD-TIME.
014133     05  WS-CARD-TIME-HH             PIC X(02).
014134     05  WS-CARD-TIME-MI             PIC X(02).
014135 01  WS-CARD-TIME-X REDEFINES WS-CARD-TIME PIC X(04).
014136 77  WS-CARD-SHIFT-X                 PIC X(03) VALUE SPACES.
014137 77  WS-LATE-SW                      PIC X(01) VALUE 'N'.
014138     88  CHAIN-LATE                  VALUE 'Y'.
014139
014140*---------------------------------------------------------------
014141* ELAPSED-TIME WORK AREAS - EVERY CLOCK STAMP IS TURNED INTO
014142* SECONDS SINCE THE YEAR 1 (DAY SERIAL TIMES 86400 PLUS THE TIME
014143* OF DAY) BY 9100-TAKE-STAMP, SO A STEP OR CHAIN THAT CROSSES
014144* MIDNIGHT OR A MONTH END STILL SUBTRACTS CLEANLY
014145*---------------------------------------------------------------
014146 01  WS-STAMP-DATE.
014147     05  WS-STAMP-YYYY               PIC 9(04).
014148     05  WS-STAMP-MM                 PIC 9(02).
014149     05  WS-STAMP-DD                 PIC 9(02).
014150 01  WS-STAMP-TIME.
014151     05  WS-STAMP-HH                 PIC 9(02).
014152     05  WS-STAMP-MI                 PIC 9(02).
014153     05  WS-STAMP-SS                 PIC 9(02).
014154     05  FILLER                      PIC 9(02).
014155 77  WS-STAMP-SECS                   PIC 9(11) VALUE ZERO.
014156 77  WS-STEP-START-SECS              PIC 9(11) VALUE ZERO.
014157 77  WS-STEP-ELAPSED                 PIC 9(07) VALUE ZERO.
014158 77  WS-CHAIN-START-SECS             PIC 9(11) VALUE ZERO.
014159 77  WS-CHAIN-END-SECS               PIC 9(11) VALUE ZERO.
014160 77  WS-CHAIN-ELAPSED                PIC 9(07) VALUE ZERO.
014161 77  WS-DEADLINE-SECS                PIC 9(11) VALUE ZERO.
014162 77  WS-LATE-SECS                    PIC 9(07) VALUE ZERO.
014163 77  WS-CHAIN-START-DATE             PIC X(08) VALUE SPACES.
014164 77  WS-CHAIN-START-TIME             PIC X(06) VALUE SPACES.
014165 77  WS-CHAIN-END-DATE               PIC X(08) VALUE SPACES.
014166 77  WS-CHAIN-END-TIME               PIC X(06) VALUE SPACES.
014167 77  WS-HMS-SECS                     PIC 9(07) VALUE ZERO.
014168 77  WS-HMS-REM                      PIC 9(07) VALUE ZERO.
014169 01  WS-HMS-TEXT.
014170     05  WS-HMS-HH                   PIC 9(02).
014171     05  FILLER                      PIC X(01) VALUE ':'.
014172     05  WS-HMS-MI                   PIC 9(02).
014173     05  FILLER                      PIC X(01) VALUE ':'.
014174     05  WS-HMS-SS                   PIC 9(02).
014175 77  WS-CNV-YYYY                     PIC 9(04) VALUE ZERO.
014176 77  WS-CNV-MM                       PIC 9(02) VALUE ZERO.
014177 77  WS-CNV-DD                       PIC 9(02) VALUE ZERO.
014178 77  WS-CNV-SERIAL                   PIC 9(07) VALUE ZERO.
014179 77  WS-CNV-PRIOR-Y                  PIC 9(04) VALUE ZERO.
014180 77  WS-CNV-Q                        PIC 9(04) VALUE ZERO.
014181 77  WS-CNV-R                        PIC 9(04) VALUE ZERO.
014182 77  WS-CNV-LEAP-SW                  PIC X(01) VALUE 'N'.
014183     88  CNV-LEAP-YEAR               VALUE 'Y'.
014184 01  WS-MONTH-DAYS-TABLE.
014185     05  FILLER                      PIC 9(03) VALUE 000.
014186     05  FILLER                      PIC 9(03) VALUE 031.
014187     05  FILLER                      PIC 9(03) VALUE 059.
014188     05  FILLER                      PIC 9(03) VALUE 090.
014189     05  FILLER                      PIC 9(03) VALUE 120.
014190     05  FILLER                      PIC 9(03) VALUE 151.
014191     05  FILLER                      PIC 9(03) VALUE 181.
014192     05  FILLER                      PIC 9(03) VALUE 212.
014193     05  FILLER                      PIC 9(03) VALUE 243.
014194     05  FILLER                      PIC 9(03) VALUE 273.
014195     05  FILLER                      PIC 9(03) VALUE 304.
014196     05  FILLER                      PIC 9(03) VALUE 334.
014197 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
014198     05  WS-MONTH-DAYS               PIC 9(03) OCCURS 12 TIMES.
014200 PROCEDURE DIVISION.
014300 0000-MAINLINE.
014400     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
014420         THRU 0080-SET-NIGHT-DATE-EXIT.
014500     PERFORM 0050-ACCEPT-PARM THRU 0050-ACCEPT-PARM-EXIT.
014600     SET ENVIRONMENT 'DD_AOCDRV' TO 'Y'.
014606     PERFORM 0070-CHECK-AUTHORITY THRU 0070-CHECK-AUTHORITY-EXIT.
014612     IF WS-AUTH-RC NOT = ZERO
014618         DISPLAY 'AOCSCHD REFUSED - THIS USER ID IS NOT '
014624             'AUTHORIZED ON THE OPERATOR AUTHORITY FILE TO '
014630             'START THE NIGHTLY CHAIN. NO STEP WAS RUN - SEE '
014636             'THE SECURITY LOG.'
014642         OPEN OUTPUT SCHRPT
014648         PERFORM 6000-PRINT-HEADING THRU 6000-PRINT-HEADING-EXIT
014654         MOVE 20 TO WS-CHAIN-RC
014660         PERFORM 6500-PRINT-DISPOSITION
014666             THRU 6500-PRINT-DISPOSITION-EXIT
014672         CLOSE SCHRPT
014678         MOVE 20 TO RETURN-CODE
014684         STOP RUN
014690     END-IF.
014700     PERFORM 1000-SCAN-RUN-CONTROL
014800         THRU 1000-SCAN-RUN-CONTROL-EXIT.
014833     PERFORM 1500-READ-DEADLINE-CARD
014866         THRU 1500-READ-DEADLINE-CARD-EXIT.
014900     OPEN OUTPUT SCHRPT.
015000     PERFORM 6000-PRINT-HEADING THRU 6000-PRINT-HEADING-EXIT.
015020     PERFORM 9100-TAKE-STAMP THRU 9100-TAKE-STAMP-EXIT.
015040     MOVE WS-STAMP-SECS TO WS-CHAIN-START-SECS.
015060     MOVE WS-STAMP-DATE TO WS-CHAIN-START-DATE.
015080     MOVE WS-STAMP-TIME(1:6) TO WS-CHAIN-START-TIME.
015100     PERFORM 3000-RUN-ONE-STEP THRU 3000-RUN-ONE-STEP-EXIT
015200         VARYING WS-STEP-SUB FROM 1 BY 1
015300         UNTIL WS-STEP-SUB > WS-STEP-COUNT OR CHAIN-STOPPED.
015350     PERFORM 6400-CHECK-DEADLINE THRU 6400-CHECK-DEADLINE-EXIT.
015354     IF CHAIN-LATE
015358         MOVE ZERO TO WS-ALRT-RUN-NO
015362         MOVE 'W' TO WS-ALRT-SEVERITY
015366         MOVE 'CHAINLTE' TO WS-ALRT-CODE
015370         MOVE SPACES TO WS-ALRT-TEXT
015374         STRING 'NIGHT ' WS-NIGHT-X ' CHAIN FINISHED PAST THE '
015378                'DEADLINE BY ' WS-HMS-TEXT
015382             DELIMITED BY SIZE INTO WS-ALRT-TEXT
015386         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
015390     END-IF.
015400     PERFORM 6500-PRINT-DISPOSITION
015500         THRU 6500-PRINT-DISPOSITION-EXIT.
015600     CLOSE SCHRPT.
017300     IF WS-DD-SCHRPT = SPACES
017400         SET ENVIRONMENT 'DD_SCHRPT' TO 'output/ChainRpt.txt'
017500     END-IF.
017520     ACCEPT WS-DD-SCHCARD FROM ENVIRONMENT 'DD_SCHCARD'.
017540     IF WS-DD-SCHCARD = SPACES
017560         SET ENVIRONMENT 'DD_SCHCARD' TO 'input/SchCard.txt'
017580     END-IF.
017600 0050-ACCEPT-PARM-EXIT.
017700     EXIT.
017710
017808 0080-SET-NIGHT-DATE-EXIT.
017810     EXIT.
017812
017816*---------------------------------------------------------------
017820* 0070-CHECK-AUTHORITY - STARTING THE CHAIN MUST BE TIED TO A
017824*                        PERSON. AOCAUTH CLEARS THE USER ID
017828*                        AGAINST THE OPERATOR AUTHORITY FILE AND
017832*                        LOGS THE ATTEMPT, NAMING THE PROCESSING
017836*                        NIGHT, WHETHER OR NOT IT IS GRANTED.
017840*---------------------------------------------------------------
017844 0070-CHECK-AUTHORITY.
017848     MOVE SPACES TO WS-AUTH-DETAIL.
017852     STRING 'NIGHT ' WS-NIGHT-X DELIMITED BY SIZE
017856         INTO WS-AUTH-DETAIL.
017860     CALL 'AOCAUTHC' USING WS-AUTH-ACTION WS-AUTH-PROGRAM
017864                           WS-AUTH-RUN-NO WS-AUTH-DETAIL
017868                           WS-AUTH-RC.
017872 0070-CHECK-AUTHORITY-EXIT.
017876     EXIT.
017880
017900*---------------------------------------------------------------
018000* 1000-SCAN-RUN-CONTROL - ONE PASS OVER THE APPEND-ONLY CONTROL
018100*                         FILE. A CHAIN STEP WITH A COMPLETED
021900     END-PERFORM.
022000 1200-MARK-STEP-DONE-EXIT.
022100     EXIT.
022101
022102*---------------------------------------------------------------
022103* 1500-READ-DEADLINE-CARD - PICK UP THE CHAIN DEADLINE. A MISSING
022104*                           CARD FILE IS NOT AN ERROR - THE SHOP
022105*                           CUTOFF APPLIES.
022106*---------------------------------------------------------------
022107 1500-READ-DEADLINE-CARD.
022108     OPEN INPUT SCHCARD.
022109     IF WS-CARD-STATUS NOT = '00'
022110         GO TO 1500-READ-DEADLINE-CARD-EXIT
022111     END-IF.
022112     PERFORM 1600-READ-ONE-CARD THRU 1600-READ-ONE-CARD-EXIT
022113         UNTIL CARD-EOF.
022114     CLOSE SCHCARD.
022115 1500-READ-DEADLINE-CARD-EXIT.
022116     EXIT.
022117
022118 1600-READ-ONE-CARD.
022119     READ SCHCARD
022120         AT END
022121             MOVE 'Y' TO WS-CARD-EOF-SW
022122         NOT AT END
022123             IF CARD-REC(1:9) = 'DEADLINE='
022124                 MOVE CARD-REC(10:4) TO WS-CARD-TIME-X
022125                 PERFORM 1650-EDIT-CARD-TIME
022126                     THRU 1650-EDIT-CARD-TIME-EXIT
022127             END-IF
022128     END-READ.
022129 1600-READ-ONE-CARD-EXIT.
022130     EXIT.
022131
022132*---------------------------------------------------------------
022133* 1650-EDIT-CARD-TIME - THE VALUE MAY BE KEYED LEFT-JUSTIFIED
022134*                       (DEADLINE=600), SO THE DIGITS ARE SHIFTED
022135*                       TO THE RIGHT END BEFORE THE LEADING
022136*                       SPACES BECOME ZEROS. ONLY A REAL CLOCK
022137*                       TIME (HOUR 00-23, MINUTE 00-59) REPLACES
022138*                       THE DEADLINE.
022139*---------------------------------------------------------------
022140 1650-EDIT-CARD-TIME.
022141     IF WS-CARD-TIME-X = SPACES
022142         GO TO 1650-EDIT-CARD-TIME-EXIT
022143     END-IF.
022144     PERFORM 1660-SHIFT-CARD-TIME THRU 1660-SHIFT-CARD-TIME-EXIT
022145         UNTIL WS-CARD-TIME-X(4:1) NOT = SPACE.
022146     INSPECT WS-CARD-TIME-X REPLACING LEADING SPACES BY ZERO.
022147     IF WS-CARD-TIME-X NOT NUMERIC
022148         GO TO 1650-EDIT-CARD-TIME-EXIT
022149     END-IF.
022150     IF WS-CARD-TIME-HH > '23' OR WS-CARD-TIME-MI > '59'
022151         GO TO 1650-EDIT-CARD-TIME-EXIT
022152     END-IF.
022153     MOVE WS-CARD-TIME-X TO WS-DEADLINE-X.
022154 1650-EDIT-CARD-TIME-EXIT.
022155     EXIT.
022156
022157 1660-SHIFT-CARD-TIME.
022158     MOVE WS-CARD-TIME-X(1:3) TO WS-CARD-SHIFT-X.
022159     MOVE SPACES TO WS-CARD-TIME-X.
022160     MOVE WS-CARD-SHIFT-X TO WS-CARD-TIME-X(2:3).
022161 1660-SHIFT-CARD-TIME-EXIT.
022162     EXIT.
022200
022300*---------------------------------------------------------------
022400* 3000-RUN-ONE-STEP - RUN (OR SKIP) ONE CHAIN STEP. A STEP
024100     MOVE ZERO TO WS-RUN-NO.
024200     CALL 'AOCRUNCS' USING WS-STEP-DAY-NO WS-STEP-INFILE
024300                           WS-RUN-FORCE-SW WS-RUN-NO WS-RUNC-RC.
024307     IF WS-RUNC-RC = 20
024314         MOVE 20 TO WS-CHAIN-RC
024321         MOVE 'Y' TO WS-CHAIN-STOP-SW
024328         MOVE SPACES TO SCH-REC
024335         STRING WS-STEP-TITLE(WS-STEP-SUB) DELIMITED BY SIZE
024342                ' : NOT RUN - CLOSE-OUT OF ITS ABANDONED START '
024349                    DELIMITED BY SIZE
024356                'REFUSED BY AOCAUTH' DELIMITED BY SIZE
024363                INTO SCH-REC
024370         WRITE SCH-REC
024377         GO TO 3000-RUN-ONE-STEP-EXIT
024384     END-IF.
024400     IF WS-RUNC-RC NOT = ZERO
024500         MOVE 16 TO WS-CHAIN-RC
024511         MOVE ZERO TO WS-ALRT-RUN-NO
024522         MOVE 'C' TO WS-ALRT-SEVERITY
024533         MOVE 'RUNCFAIL' TO WS-ALRT-CODE
024544         MOVE SPACES TO WS-ALRT-TEXT
024555         STRING 'CHAIN HALTED - ' WS-STEP-TITLE(WS-STEP-SUB)
024566                ' NOT RUN, RUNCTL NOT WRITTEN'
024577             DELIMITED BY SIZE INTO WS-ALRT-TEXT
024588         PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT
024600         MOVE 'Y' TO WS-CHAIN-STOP-SW
024700         MOVE SPACES TO SCH-REC
024800         STRING WS-STEP-TITLE(WS-STEP-SUB) DELIMITED BY SIZE
025400         GO TO 3000-RUN-ONE-STEP-EXIT
025500     END-IF.
025600     MOVE ZERO TO WS-STEP-RC.
025620*    A STEP THAT CLEARS ITS OWN AUTHORITY (AOCMSTM) LOGS UNDER
025640*    THIS RUN NUMBER
025660     MOVE WS-RUN-NO TO WS-CHAIN-RUN-X.
025680     SET ENVIRONMENT 'DD_CHAINRUN' TO WS-CHAIN-RUN-X.
025686     PERFORM 9100-TAKE-STAMP THRU 9100-TAKE-STAMP-EXIT.
025692     MOVE WS-STAMP-SECS TO WS-STEP-START-SECS.
025700     PERFORM 3100-DISPATCH-STEP THRU 3100-DISPATCH-STEP-EXIT.
025714     PERFORM 9100-TAKE-STAMP THRU 9100-TAKE-STAMP-EXIT.
025728     MOVE ZERO TO WS-STEP-ELAPSED.
025742     IF WS-STAMP-SECS > WS-STEP-START-SECS
025756         COMPUTE WS-STEP-ELAPSED =
025770             WS-STAMP-SECS - WS-STEP-START-SECS
025784     END-IF.
025800     IF WS-STEP-RC = ZERO OR WS-STEP-RC = 4
025900         MOVE 'COMPLETED' TO WS-RUNC-STATUS
026000     ELSE
026100         MOVE 'FAILED   ' TO WS-RUNC-STATUS
026200     END-IF.
026300     CALL 'AOCRUNCE' USING WS-RUN-NO WS-RUNC-STATUS WS-RUNC-RC.
026316*    THE STEP IS CLOSED OUT - WITHDRAW ITS RUN NUMBER SO ALERTS
026332*    THIS PROGRAM RAISES UNDER RUN ZERO FROM HERE ON ARE NOT
026348*    FILED AGAINST IT
026364     MOVE SPACES TO WS-CHAIN-RUN-X.
026380     SET ENVIRONMENT 'DD_CHAINRUN' TO WS-CHAIN-RUN-X.
026400     PERFORM 6200-PRINT-OUTCOME THRU 6200-PRINT-OUTCOME-EXIT.
026500     EVALUATE WS-STEP-RC
026600         WHEN ZERO
026700             CONTINUE
026800         WHEN 4
026900             MOVE 4 TO WS-CHAIN-RC
026910             MOVE WS-RUN-NO TO WS-ALRT-RUN-NO
026920             MOVE 'W' TO WS-ALRT-SEVERITY
026930             MOVE 'CHAINHLD' TO WS-ALRT-CODE
026940             MOVE SPACES TO WS-ALRT-TEXT
026950             STRING 'CHAIN HELD - ' WS-STEP-TITLE(WS-STEP-SUB)
026960                    ' ENDED WITH A WARNING'
026970                 DELIMITED BY SIZE INTO WS-ALRT-TEXT
026980             PERFORM 9800-RAISE-ALERT
026990                 THRU 9800-RAISE-ALERT-EXIT
027000             MOVE 'Y' TO WS-CHAIN-STOP-SW
027100         WHEN OTHER
027200             MOVE WS-STEP-RC TO WS-CHAIN-RC
027210             MOVE WS-RUN-NO TO WS-ALRT-RUN-NO
027220             MOVE 'E' TO WS-ALRT-SEVERITY
027230             MOVE 'CHAINSTP' TO WS-ALRT-CODE
027240             MOVE SPACES TO WS-ALRT-TEXT
027250             STRING 'CHAIN STOPPED - ' WS-STEP-TITLE(WS-STEP-SUB)
027260                    ' ENDED RC ' WS-STEP-RC
027270                 DELIMITED BY SIZE INTO WS-ALRT-TEXT
027280             PERFORM 9800-RAISE-ALERT
027290                 THRU 9800-RAISE-ALERT-EXIT
027300             MOVE 'Y' TO WS-CHAIN-STOP-SW
027400     END-EVALUATE.
027500 3000-RUN-ONE-STEP-EXIT.
029600             PERFORM 3300-SET-DAY1-ENV THRU 3300-SET-DAY1-ENV-EXIT
029700             CALL 'DAY01PRCC' USING WS-STEP-RC
029800         WHEN 4
029810             CALL 'AOCBALC' USING WS-STEP-RC
029820         WHEN 5
029900             PERFORM 3400-SET-DAY2-ENV THRU 3400-SET-DAY2-ENV-EXIT
030000             CALL 'DAY02PRCC' USING WS-STEP-RC
030100         WHEN 6
030110             PERFORM 3600-SET-DAY4-ENV THRU 3600-SET-DAY4-ENV-EXIT
030120             CALL 'DAY04PRCC' USING WS-STEP-RC
030130         WHEN 7
030200             PERFORM 3500-SET-HSKP-ENV THRU 3500-SET-HSKP-ENV-EXIT
030300             CALL 'AOCHSKPC' USING WS-STEP-RC
030400     END-EVALUATE.
033600     SET ENVIRONMENT 'DD_RPTFILE' TO 'output/Dec1Report.txt'.
033700 3500-SET-HSKP-ENV-EXIT.
033800     EXIT.
033810
033820 3600-SET-DAY4-ENV.
033830     SET ENVIRONMENT 'DD_INFILE' TO 'input/Dec4Input.txt'.
033840     SET ENVIRONMENT 'DD_RPTFILE' TO 'output/Dec4Report.txt'.
033850     SET ENVIRONMENT 'DD_REJFILE' TO 'output/Dec4Rejects.txt'.
033860     SET ENVIRONMENT 'DD_AUDFILE' TO 'output/Dec4Audit.txt'.
033870 3600-SET-DAY4-ENV-EXIT.
033880     EXIT.
033900
034000*---------------------------------------------------------------
034100* 6000-PRINT-HEADING - CHAIN REPORT HEADING LINES
037100
037200 6200-PRINT-OUTCOME.
037300     MOVE WS-STEP-RC TO WS-EDIT-RC.
037333     MOVE WS-STEP-ELAPSED TO WS-HMS-SECS.
037366     PERFORM 9200-FORMAT-HMS THRU 9200-FORMAT-HMS-EXIT.
037400     MOVE SPACES TO SCH-REC.
037500     STRING WS-STEP-TITLE(WS-STEP-SUB) DELIMITED BY SIZE
037600            ' : '                DELIMITED BY SIZE
037700            WS-RUNC-STATUS       DELIMITED BY SIZE
037800            ' RETURN CODE='      DELIMITED BY SIZE
037900            WS-EDIT-RC           DELIMITED BY SIZE
037933            ' ELAPSED '          DELIMITED BY SIZE
037966            WS-HMS-TEXT          DELIMITED BY SIZE
038000            INTO SCH-REC.
038100     WRITE SCH-REC.
038200 6200-PRINT-OUTCOME-EXIT.
038300     EXIT.
038400
038401*---------------------------------------------------------------
038402* 6400-CHECK-DEADLINE - PRINT WHEN THIS SUBMISSION STARTED AND
038403*                       ENDED AND HOW LONG IT TOOK, AND HOLD THE
038404*                       END AGAINST THE SCHCARD DEADLINE. A CHAIN
038405*                       THAT OTHERWISE ENDED CLEAN BUT FINISHED
038406*                       PAST THE DEADLINE ENDS WITH RETURN CODE 6
038407*                       SO THE LATE FINISH IS SEEN ON ITS OWN; ANY
038408*                       WORSE CODE ALREADY SET IS KEPT, WITH THE
038409*                       LATE LINE STILL PRINTED.
038410*---------------------------------------------------------------
038411 6400-CHECK-DEADLINE.
038412     PERFORM 9100-TAKE-STAMP THRU 9100-TAKE-STAMP-EXIT.
038413     MOVE WS-STAMP-SECS TO WS-CHAIN-END-SECS.
038414     MOVE WS-STAMP-DATE TO WS-CHAIN-END-DATE.
038415     MOVE WS-STAMP-TIME(1:6) TO WS-CHAIN-END-TIME.
038416     MOVE ZERO TO WS-CHAIN-ELAPSED.
038417     IF WS-CHAIN-END-SECS > WS-CHAIN-START-SECS
038418         COMPUTE WS-CHAIN-ELAPSED =
038419             WS-CHAIN-END-SECS - WS-CHAIN-START-SECS
038420     END-IF.
038421     MOVE WS-NIGHT-YYYY TO WS-CNV-YYYY.
038422     MOVE WS-NIGHT-MM TO WS-CNV-MM.
038423     MOVE WS-NIGHT-DD TO WS-CNV-DD.
038424     PERFORM 9150-DATE-TO-SERIAL THRU 9150-DATE-TO-SERIAL-EXIT.
038425     IF WS-DEADLINE-HH < 12
038426         COMPUTE WS-CNV-SERIAL = WS-CNV-SERIAL + 1
038427     END-IF.
038428     COMPUTE WS-DEADLINE-SECS = WS-CNV-SERIAL * 86400
038429         + WS-DEADLINE-HH * 3600 + WS-DEADLINE-MI * 60.
038430     MOVE 'N' TO WS-LATE-SW.
038431     IF WS-CHAIN-END-SECS > WS-DEADLINE-SECS
038432         MOVE 'Y' TO WS-LATE-SW
038433         COMPUTE WS-LATE-SECS =
038434             WS-CHAIN-END-SECS - WS-DEADLINE-SECS
038435             ON SIZE ERROR
038436                 MOVE 9999999 TO WS-LATE-SECS
038437         END-COMPUTE
038438     END-IF.
038439     MOVE SPACES TO SCH-REC.
038440     WRITE SCH-REC.
038441     MOVE WS-CHAIN-ELAPSED TO WS-HMS-SECS.
038442     PERFORM 9200-FORMAT-HMS THRU 9200-FORMAT-HMS-EXIT.
038443     MOVE SPACES TO SCH-REC.
038444     STRING 'CHAIN START : '    DELIMITED BY SIZE
038445            WS-CHAIN-START-DATE DELIMITED BY SIZE
038446            ' '                 DELIMITED BY SIZE
038447            WS-CHAIN-START-TIME DELIMITED BY SIZE
038448            '   END : '         DELIMITED BY SIZE
038449            WS-CHAIN-END-DATE   DELIMITED BY SIZE
038450            ' '                 DELIMITED BY SIZE
038451            WS-CHAIN-END-TIME   DELIMITED BY SIZE
038452            '   ELAPSED '       DELIMITED BY SIZE
038453            WS-HMS-TEXT         DELIMITED BY SIZE
038454            INTO SCH-REC.
038455     WRITE SCH-REC.
038456     MOVE SPACES TO SCH-REC.
038457     IF WS-DEADLINE-HH < 12
038458         STRING 'DEADLINE    : '    DELIMITED BY SIZE
038459                WS-DEADLINE-X       DELIMITED BY SIZE
038460                ' THE MORNING AFTER THE NIGHT OF '
038461                    DELIMITED BY SIZE
038462                WS-NIGHT-X          DELIMITED BY SIZE
038463                INTO SCH-REC
038464     ELSE
038465         STRING 'DEADLINE    : '    DELIMITED BY SIZE
038466                WS-DEADLINE-X       DELIMITED BY SIZE
038467                ' ON THE NIGHT OF ' DELIMITED BY SIZE
038468                WS-NIGHT-X          DELIMITED BY SIZE
038469                INTO SCH-REC
038470     END-IF.
038471     WRITE SCH-REC.
038472     IF NOT CHAIN-LATE
038473         GO TO 6400-CHECK-DEADLINE-EXIT
038474     END-IF.
038475     MOVE WS-LATE-SECS TO WS-HMS-SECS.
038476     PERFORM 9200-FORMAT-HMS THRU 9200-FORMAT-HMS-EXIT.
038477     MOVE SPACES TO SCH-REC.
038478     STRING '*** CHAIN FINISHED PAST THE DEADLINE BY '
038479                DELIMITED BY SIZE
038480            WS-HMS-TEXT         DELIMITED BY SIZE
038481            ' ***'              DELIMITED BY SIZE
038482            INTO SCH-REC.
038483     WRITE SCH-REC.
038484     IF WS-CHAIN-RC = ZERO
038485         MOVE 6 TO WS-CHAIN-RC
038486     END-IF.
038487 6400-CHECK-DEADLINE-EXIT.
038488     EXIT.
038489
038500*---------------------------------------------------------------
038600* 6500-PRINT-DISPOSITION - ONE CLOSING LINE SAYING HOW THE
038700*                          CHAIN ENDED AND WHAT THE ON-CALL
040000                    'REVIEW THE STEP REPORT, THEN RESUBMIT TO '
040100                    'RESUME AT THE NEXT STEP'
040200                 DELIMITED BY SIZE INTO SCH-REC
040202         WHEN 6
040204             STRING 'CHAIN COMPLETE BUT FINISHED PAST THE '
040206                    'DEADLINE (RETURN CODE 6) - ALL STEPS CLOSED '
040208                    'OUT COMPLETED; WARN THE DOWNSTREAM USERS'
040210                 DELIMITED BY SIZE INTO SCH-REC
040216         WHEN 20
040232             STRING 'CHAIN STOPPED - REFUSED BY THE OPERATOR '
040248                    'AUTHORITY FILE; SEE THE SECURITY LOG. '
040264                    'AN AUTHORIZED USER MUST RESUBMIT'
040280                 DELIMITED BY SIZE INTO SCH-REC
040300         WHEN OTHER
040400             STRING 'CHAIN STOPPED ON A FAILED STEP - RESOLVE '
040500                    'AND RESUBMIT; COMPLETED STEPS WILL BE '
040800     WRITE SCH-REC.
040900 6500-PRINT-DISPOSITION-EXIT.
041000     EXIT.
041100
041200*---------------------------------------------------------------
041300* 9100-TAKE-STAMP - READ THE CLOCK INTO WS-STAMP-DATE/TIME AND
041400*                   TURN IT INTO SECONDS SINCE THE YEAR 1 IN
041500*                   WS-STAMP-SECS
041600*---------------------------------------------------------------
041700 9100-TAKE-STAMP.
041800     ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
041900     ACCEPT WS-STAMP-TIME FROM TIME.
042000     MOVE WS-STAMP-YYYY TO WS-CNV-YYYY.
042100     MOVE WS-STAMP-MM TO WS-CNV-MM.
042200     MOVE WS-STAMP-DD TO WS-CNV-DD.
042300     PERFORM 9150-DATE-TO-SERIAL THRU 9150-DATE-TO-SERIAL-EXIT.
042400     COMPUTE WS-STAMP-SECS = WS-CNV-SERIAL * 86400
042500         + WS-STAMP-HH * 3600 + WS-STAMP-MI * 60 + WS-STAMP-SS.
042600 9100-TAKE-STAMP-EXIT.
042700     EXIT.
042800
042900*---------------------------------------------------------------
043000* 9150-DATE-TO-SERIAL - DAY SERIAL (DAYS SINCE THE YEAR 1) OF
043100*                       THE DATE IN WS-CNV-YYYY/MM/DD, INTO
043200*                       WS-CNV-SERIAL. SAME ARITHMETIC AS
043300*                       AOCHSKP: 365 DAYS A YEAR PLUS THE LEAP
043400*                       DAYS OF THE COMPLETED YEARS, THE
043500*                       COMPLETED MONTHS' DAYS (PLUS ONE AFTER
043600*                       FEBRUARY OF A LEAP YEAR), PLUS THE DAY.
043700*---------------------------------------------------------------
043800 9150-DATE-TO-SERIAL.
043900     COMPUTE WS-CNV-PRIOR-Y = WS-CNV-YYYY - 1.
044000     COMPUTE WS-CNV-SERIAL = WS-CNV-PRIOR-Y * 365.
044100     COMPUTE WS-CNV-Q = WS-CNV-PRIOR-Y / 4.
044200     COMPUTE WS-CNV-SERIAL = WS-CNV-SERIAL + WS-CNV-Q.
044300     COMPUTE WS-CNV-Q = WS-CNV-PRIOR-Y / 100.
044400     COMPUTE WS-CNV-SERIAL = WS-CNV-SERIAL - WS-CNV-Q.
044500     COMPUTE WS-CNV-Q = WS-CNV-PRIOR-Y / 400.
044600     COMPUTE WS-CNV-SERIAL = WS-CNV-SERIAL + WS-CNV-Q.
044700     COMPUTE WS-CNV-SERIAL =
044800         WS-CNV-SERIAL + WS-MONTH-DAYS(WS-CNV-MM) + WS-CNV-DD.
044900     MOVE 'N' TO WS-CNV-LEAP-SW.
045000     COMPUTE WS-CNV-Q = WS-CNV-YYYY / 4.
045100     COMPUTE WS-CNV-R = WS-CNV-YYYY - WS-CNV-Q * 4.
045200     IF WS-CNV-R = ZERO
045300         MOVE 'Y' TO WS-CNV-LEAP-SW
045400     END-IF.
045500     COMPUTE WS-CNV-Q = WS-CNV-YYYY / 100.
045600     COMPUTE WS-CNV-R = WS-CNV-YYYY - WS-CNV-Q * 100.
045700     IF WS-CNV-R = ZERO
045800         MOVE 'N' TO WS-CNV-LEAP-SW
045900     END-IF.
046000     COMPUTE WS-CNV-Q = WS-CNV-YYYY / 400.
046100     COMPUTE WS-CNV-R = WS-CNV-YYYY - WS-CNV-Q * 400.
046200     IF WS-CNV-R = ZERO
046300         MOVE 'Y' TO WS-CNV-LEAP-SW
046400     END-IF.
046500     IF CNV-LEAP-YEAR AND WS-CNV-MM > 2
046600         COMPUTE WS-CNV-SERIAL = WS-CNV-SERIAL + 1
046700     END-IF.
046800 9150-DATE-TO-SERIAL-EXIT.
046900     EXIT.
047000
047100*---------------------------------------------------------------
047200* 9200-FORMAT-HMS - WS-HMS-SECS AS HH:MM:SS IN WS-HMS-TEXT. A
047300*                   SPAN OF 100 HOURS OR MORE SHOWS AS 99:59:59.
047400*---------------------------------------------------------------
047500 9200-FORMAT-HMS.
047600     IF WS-HMS-SECS > 359999
047700         MOVE 99 TO WS-HMS-HH
047800         MOVE 59 TO WS-HMS-MI
047900         MOVE 59 TO WS-HMS-SS
048000         GO TO 9200-FORMAT-HMS-EXIT
048100     END-IF.
048200     COMPUTE WS-HMS-HH = WS-HMS-SECS / 3600.
048300     COMPUTE WS-HMS-REM = WS-HMS-SECS - WS-HMS-HH * 3600.
048400     COMPUTE WS-HMS-MI = WS-HMS-REM / 60.
048500     COMPUTE WS-HMS-SS = WS-HMS-REM - WS-HMS-MI * 60.
048600 9200-FORMAT-HMS-EXIT.
048700     EXIT.
048800
048900*---------------------------------------------------------------
049000* 9800-RAISE-ALERT - WRITE WS-ALRT-SEVERITY/CODE/TEXT TO THE
049100*                    SHOP-WIDE ALERT FILE THROUGH AOCALRT. THE
049200*                    RC IS NOT ACTED ON - AN ALERT THAT CANNOT
049300*                    BE WRITTEN IS ON THE JOB LOG INSTEAD, AND
049400*                    MUST NOT CHANGE HOW THIS RUN ENDS, SO THE
049500*                    RETURN-CODE THE CALL CLOBBERS IS PUT BACK.
049600*---------------------------------------------------------------
049700 9800-RAISE-ALERT.
049800     MOVE RETURN-CODE TO WS-ALRT-SAVE-RC.
049900     CALL 'AOCALRTC' USING WS-ALRT-PROGRAM WS-ALRT-RUN-NO
050000                           WS-ALRT-SEVERITY WS-ALRT-CODE
050100                           WS-ALRT-TEXT WS-ALRT-RC.
050200     MOVE WS-ALRT-SAVE-RC TO RETURN-CODE.
050300 9800-RAISE-ALERT-EXIT.
050400     EXIT.
