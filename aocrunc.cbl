003680*                  AND INPUT FILE. AOCRUNCE NOW READS THE RUN'S
003690*                  OWN STARTED RECORD BACK OFF THE CONTROL FILE
003692*                  FOR THOSE FIELDS BEFORE APPENDING.
003700* 2026-09-22  RH   A FORCED START MUST NOW BE CLEARED BY AOCAUTH
003710*                  (OPERATOR AUTHORITY FILE) BEFORE ANY OPEN RUN
003720*                  IS CLOSED OUT: FORCE-SW = Y NEEDS THE USER'S
003730*                  FORCE AUTHORITY, FORCE-SW = C (AOCSCHD CLOSING
003740*                  ITS OWN ABANDONED CHAIN STEPS) ITS CHAIN
003750*                  AUTHORITY. A REFUSAL LEAVES THE CONTROL FILE
003760*                  UNTOUCHED AND RETURNS RC 20. EITHER WAY THE
003770*                  ATTEMPT IS ON THE SECURITY LOG AGAINST THE
003780*                  FIRST RUN NUMBER BEING FORCED.
003781* 2026-09-24  RH   EVERY CONTROL RECORD NOW CARRIES THE RUN'S
003782*                  START DATE/TIME AND THE ELAPSED SECONDS FROM
003783*                  THAT START TO THE RECORD, SO THE CLOSING
003784*                  RECORD SHOWS HOW LONG THE RUN TOOK (AOCBWIN
003785*                  BATCH-WINDOW REPORT). A FORCED CLOSE-OUT
003786*                  TIMES THE ABANDONED RUN FROM ITS OWN START.
003790*---------------------------------------------------------------
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
005500
005600*---------------------------------------------------------------
005700* CONTROL-FILE SCAN WORK AREAS - THE HIGHEST RUN NUMBER ON FILE
005800* (ANY DAY) AND THE STILL-OPEN RUNS OF THE REQUESTED DAY WITH
005850* THE DATE AND TIME EACH OF THEM STARTED
005900*---------------------------------------------------------------
006000 77  WS-MAX-RUN-NO                   PIC 9(06) VALUE ZERO.
006100 77  WS-OPEN-COUNT                   PIC 9(02) COMP VALUE ZERO.
006200 77  WS-OPEN-SUB                     PIC 9(02) COMP VALUE ZERO.
006300 01  WS-OPEN-TABLE.
006400     05  WS-OPEN-ENTRY               OCCURS 50 TIMES.
006425         10  WS-OPEN-RUN-NO          PIC 9(06).
006450         10  WS-OPEN-START-DATE      PIC X(08).
006475         10  WS-OPEN-START-TIME      PIC X(06).
006500
006600*---------------------------------------------------------------
006700* REGISTRATION STATE CARRIED FROM THE START CALL TO THE END
006800* CALL OF THE SAME EXECUTION (THE START STAMP IS HELD BELOW)
006900*---------------------------------------------------------------
007000 77  WS-REG-DAY-NO                   PIC 9(02) VALUE ZERO.
007100 77  WS-REG-INFILE                   PIC X(40) VALUE SPACES.
007150*---------------------------------------------------------------
007160 77  WS-APP-RUN-NO                   PIC 9(06) VALUE ZERO.
007170 77  WS-APP-STATUS                   PIC X(09) VALUE SPACES.
007172
007174*---------------------------------------------------------------
007176* FORCE AUTHORITY WORK AREAS - PASSED TO AOCAUTH'S AOCAUTHC
007178* ENTRY BEFORE A FORCED START CLOSES ANYTHING OUT
007180*---------------------------------------------------------------
007182 77  WS-AUTH-ACTION                  PIC X(08) VALUE SPACES.
007184 77  WS-AUTH-PROGRAM                 PIC X(08) VALUE 'AOCRUNC'.
007186 77  WS-AUTH-RUN-NO                  PIC 9(06) VALUE ZERO.
007188 77  WS-AUTH-DETAIL                  PIC X(40) VALUE SPACES.
007190 77  WS-AUTH-RC                      PIC 9(04) VALUE ZERO.
007192 77  WS-EDIT-OPEN                    PIC Z9.
007200
007300*---------------------------------------------------------------
007400* TIMESTAMP WORK AREAS
008200     05  WS-CTL-MI                   PIC 9(02).
008300     05  WS-CTL-SS                   PIC 9(02).
008400     05  FILLER                      PIC 9(02).
008402
008404*---------------------------------------------------------------
008406* ELAPSED-TIME WORK AREAS - BOTH STAMPS ARE TURNED INTO SECONDS
008408* SINCE THE YEAR 1 (DAY SERIAL TIMES 86400 PLUS THE TIME OF DAY)
008410* SO A RUN THAT CROSSES MIDNIGHT OR A MONTH END SUBTRACTS
008412* CLEANLY. 9150-DATE-TO-SERIAL DOES THE DAY SERIAL. THE RUN'S
008414* START STAMP IS PART OF THE REGISTRATION STATE ABOVE.
008416*---------------------------------------------------------------
008418 01  WS-REG-START-STAMP.
008420     05  WS-REG-START-DATE           PIC X(08).
008422     05  WS-REG-START-DATE-R REDEFINES WS-REG-START-DATE.
008424         10  WS-REG-START-YYYY       PIC 9(04).
008426         10  WS-REG-START-MM         PIC 9(02).
008428         10  WS-REG-START-DD         PIC 9(02).
008430     05  WS-REG-START-TIME           PIC X(06).
008432     05  WS-REG-START-TIME-R REDEFINES WS-REG-START-TIME.
008434         10  WS-REG-START-HH         PIC 9(02).
008436         10  WS-REG-START-MI         PIC 9(02).
008438         10  WS-REG-START-SS         PIC 9(02).
008440 77  WS-START-SECS                   PIC 9(11) VALUE ZERO.
008442 77  WS-END-SECS                     PIC 9(11) VALUE ZERO.
008444 77  WS-APP-ELAPSED                  PIC 9(07) VALUE ZERO.
008446 77  WS-CNV-YYYY                     PIC 9(04) VALUE ZERO.
008448 77  WS-CNV-MM                       PIC 9(02) VALUE ZERO.
008450 77  WS-CNV-DD                       PIC 9(02) VALUE ZERO.
008452 77  WS-CNV-SERIAL                   PIC 9(07) VALUE ZERO.
008454 77  WS-CNV-PRIOR-Y                  PIC 9(04) VALUE ZERO.
008456 77  WS-CNV-Q                        PIC 9(04) VALUE ZERO.
008458 77  WS-CNV-R                        PIC 9(04) VALUE ZERO.
008460 77  WS-CNV-LEAP-SW                  PIC X(01) VALUE 'N'.
008462     88  CNV-LEAP-YEAR               VALUE 'Y'.
008464 01  WS-MONTH-DAYS-TABLE.
008466     05  FILLER                      PIC 9(03) VALUE 000.
008468     05  FILLER                      PIC 9(03) VALUE 031.
008470     05  FILLER                      PIC 9(03) VALUE 059.
008472     05  FILLER                      PIC 9(03) VALUE 090.
008474     05  FILLER                      PIC 9(03) VALUE 120.
008476     05  FILLER                      PIC 9(03) VALUE 151.
008478     05  FILLER                      PIC 9(03) VALUE 181.
008480     05  FILLER                      PIC 9(03) VALUE 212.
008482     05  FILLER                      PIC 9(03) VALUE 243.
008484     05  FILLER                      PIC 9(03) VALUE 273.
008486     05  FILLER                      PIC 9(03) VALUE 304.
008488     05  FILLER                      PIC 9(03) VALUE 334.
008490 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
008492     05  WS-MONTH-DAYS               PIC 9(03) OCCURS 12 TIMES.
008500
008600 LINKAGE SECTION.
008700 01  LNK-DAY-NO                      PIC 9(02).
011600     PERFORM 2000-SCAN-CONTROL-FILE
011700         THRU 2000-SCAN-CONTROL-FILE-EXIT.
011800     IF WS-OPEN-COUNT > ZERO
011900         IF LNK-FORCE-SW = 'Y' OR LNK-FORCE-SW = 'C'
011910             PERFORM 2900-CLEAR-FORCE THRU 2900-CLEAR-FORCE-EXIT
011920             IF WS-AUTH-RC NOT = ZERO
011930                 MOVE 20 TO LNK-RC
011940                 GOBACK
011950             END-IF
012000             PERFORM 3000-CLOSE-ABANDONED
012100                 THRU 3000-CLOSE-ABANDONED-EXIT
012200         ELSE
022500     IF WS-OPEN-COUNT < 50
022600         COMPUTE WS-OPEN-COUNT = WS-OPEN-COUNT + 1
022700         MOVE RUN-CTL-RUN-NO TO WS-OPEN-RUN-NO(WS-OPEN-COUNT)
022733         MOVE RUN-CTL-DATE TO WS-OPEN-START-DATE(WS-OPEN-COUNT)
022766         MOVE RUN-CTL-TIME TO WS-OPEN-START-TIME(WS-OPEN-COUNT)
022800     END-IF.
022900 2200-ADD-OPEN-RUN-EXIT.
023000     EXIT.
023300     PERFORM VARYING WS-OPEN-SUB FROM 1 BY 1
023400             UNTIL WS-OPEN-SUB > WS-OPEN-COUNT
023500         IF WS-OPEN-RUN-NO(WS-OPEN-SUB) = RUN-CTL-RUN-NO
023600             MOVE WS-OPEN-ENTRY(WS-OPEN-COUNT)
023700                 TO WS-OPEN-ENTRY(WS-OPEN-SUB)
023800             MOVE ZERO TO WS-OPEN-RUN-NO(WS-OPEN-COUNT)
023900             COMPUTE WS-OPEN-COUNT = WS-OPEN-COUNT - 1
024000             GO TO 2300-REMOVE-OPEN-RUN-EXIT
024300 2300-REMOVE-OPEN-RUN-EXIT.
024400     EXIT.
024500
024510*---------------------------------------------------------------
024520* 2900-CLEAR-FORCE - ASK AOCAUTH WHETHER THE SUBMITTING USER MAY
024530*                    FORCE THE OPEN RUNS CLOSED. AN OPERATOR'S
024540*                    DD_RUNFORCE=Y (FORCE-SW Y) NEEDS FORCE
024550*                    AUTHORITY; AOCSCHD'S AUTOMATIC CLOSE-OUT
024560*                    OF ITS OWN ABANDONED STEPS (FORCE-SW C)
024570*                    RIDES ON THE CHAIN AUTHORITY IT WAS
024580*                    STARTED UNDER. THE LOG RECORD CARRIES THE
024590*                    FIRST RUN NUMBER BEING FORCED.
024592*---------------------------------------------------------------
024594 2900-CLEAR-FORCE.
024595     IF LNK-FORCE-SW = 'C'
024596         MOVE 'CHAIN' TO WS-AUTH-ACTION
024597     ELSE
024598         MOVE 'FORCE' TO WS-AUTH-ACTION
024599     END-IF.
024600     MOVE WS-OPEN-RUN-NO(1) TO WS-AUTH-RUN-NO.
024601     MOVE WS-OPEN-COUNT TO WS-EDIT-OPEN.
024602     MOVE SPACES TO WS-AUTH-DETAIL.
024603     STRING 'FORCE-CLOSE '      DELIMITED BY SIZE
024604            WS-EDIT-OPEN        DELIMITED BY SIZE
024605            ' OPEN RUN(S) OF DAY ' DELIMITED BY SIZE
024606            WS-REG-DAY-NO       DELIMITED BY SIZE
024607            INTO WS-AUTH-DETAIL.
024608     CALL 'AOCAUTHC' USING WS-AUTH-ACTION WS-AUTH-PROGRAM
024609                           WS-AUTH-RUN-NO WS-AUTH-DETAIL
024610                           WS-AUTH-RC.
024611 2900-CLEAR-FORCE-EXIT.
024612     EXIT.
024613
024620*---------------------------------------------------------------
024700* 3000-CLOSE-ABANDONED - FORCED START ONLY. AN ABENDED RUN CAN
024800*                        NEVER WRITE ITS OWN CLOSING RECORD, SO
024900*                        THE OPERATOR'S FORCE CLOSES EVERY OPEN
025700             UNTIL WS-OPEN-SUB > WS-OPEN-COUNT
025800         MOVE 'FAILED   ' TO WS-APP-STATUS
025900         MOVE WS-OPEN-RUN-NO(WS-OPEN-SUB) TO WS-APP-RUN-NO
025920         MOVE WS-OPEN-START-DATE(WS-OPEN-SUB)
025940             TO WS-REG-START-DATE
025960         MOVE WS-OPEN-START-TIME(WS-OPEN-SUB)
025980             TO WS-REG-START-TIME
026000         PERFORM 4000-APPEND-RECORD THRU 4000-APPEND-RECORD-EXIT
026100     END-PERFORM.
026200     MOVE ZERO TO WS-OPEN-COUNT.
026510*---------------------------------------------------------------
026520* 3500-FIND-STARTED - READ THE RUN'S OWN STARTED RECORD BACK OFF
026530*                     THE CONTROL FILE AND RESTORE ITS DAY
026540*                     NUMBER, INPUT FILE AND START STAMP INTO
026550*                     THE REGISTRATION STATE BEFORE THE CLOSING
026560*                     RECORD IS BUILT. A NESTED REGISTRATION
026570*                     (CHAIN STEP WRAPPING A DAY MODULE)
026580*                     OVERWRITES THE WORKING-STORAGE STATE, SO
026617                AND RUN-CTL-STATUS = 'STARTED  '
026618                 MOVE RUN-CTL-DAY-NO TO WS-REG-DAY-NO
026619                 MOVE RUN-CTL-INFILE TO WS-REG-INFILE
026620                 MOVE RUN-CTL-DATE TO WS-REG-START-DATE
026621                 MOVE RUN-CTL-TIME TO WS-REG-START-TIME
026622             END-IF
026623     END-READ.
026624 3600-SCAN-FOR-STARTED-EXIT.
026625     EXIT.
026626
026630*---------------------------------------------------------------
026700* 4000-APPEND-RECORD - APPEND ONE CONTROL RECORD. THE CALLER
026800*                      STAGES WS-APP-RUN-NO AND WS-APP-STATUS;
026900*                      THE DAY, INPUT FILE AND TIMESTAMP COME
027000*                      FROM THE REGISTRATION STATE AND THE
027100*                      CLOCK. THE START STAMP IS THIS RECORD'S
027200*                      OWN ON A STARTED RECORD, OTHERWISE THE
027220*                      RUN'S START FROM THE REGISTRATION STATE,
027240*                      AND THE ELAPSED SECONDS RUN FROM THAT
027260*                      START TO THIS RECORD. A MISSING FILE IS
027280*                      CREATED ON THE FIRST APPEND.
027300*---------------------------------------------------------------
027400 4000-APPEND-RECORD.
027500     ACCEPT WS-CTL-DATE FROM DATE YYYYMMDD.
027600     ACCEPT WS-CTL-TIME FROM TIME.
027616     IF WS-APP-STATUS = 'STARTED  '
027632         MOVE WS-CTL-DATE TO WS-REG-START-DATE
027648         MOVE WS-CTL-TIME(1:6) TO WS-REG-START-TIME
027664     END-IF.
027680     PERFORM 4100-COMPUTE-ELAPSED THRU 4100-COMPUTE-ELAPSED-EXIT.
027700     OPEN EXTEND RUNCTL.
027800     IF WS-CTL-STATUS NOT = '00'
027900         OPEN OUTPUT RUNCTL
028600         MOVE WS-CTL-DATE TO RUN-CTL-DATE
028700         MOVE WS-CTL-TIME(1:6) TO RUN-CTL-TIME
028800         MOVE WS-REG-INFILE TO RUN-CTL-INFILE
028825         MOVE WS-REG-START-DATE TO RUN-CTL-START-DATE
028850         MOVE WS-REG-START-TIME TO RUN-CTL-START-TIME
028875         MOVE WS-APP-ELAPSED TO RUN-CTL-ELAPSED
028900         WRITE RUN-CTL-REC
029000         CLOSE RUNCTL
029100     END-IF.
029200 4000-APPEND-RECORD-EXIT.
029300     EXIT.
029400
029500*---------------------------------------------------------------
029600* 4100-COMPUTE-ELAPSED - SECONDS FROM THE RUN'S START STAMP TO
029700*                        THE STAMP JUST TAKEN, INTO
029800*                        WS-APP-ELAPSED. ZERO WHEN THE START IS
029900*                        UNKNOWN (A RUN REGISTERED BEFORE START
030000*                        STAMPS WERE KEPT) OR THE CLOCK HAS GONE
030100*                        BACKWARDS; CAPPED AT 9999999 FOR A RUN
030200*                        LEFT OPEN FOR MONTHS.
030300*---------------------------------------------------------------
030400 4100-COMPUTE-ELAPSED.
030500     MOVE ZERO TO WS-APP-ELAPSED.
030600     IF WS-REG-START-DATE NOT NUMERIC
030700        OR WS-REG-START-TIME NOT NUMERIC
030800         GO TO 4100-COMPUTE-ELAPSED-EXIT
030900     END-IF.
031000     IF WS-REG-START-MM < 1 OR WS-REG-START-MM > 12
031100         GO TO 4100-COMPUTE-ELAPSED-EXIT
031200     END-IF.
031300     MOVE WS-REG-START-YYYY TO WS-CNV-YYYY.
031400     MOVE WS-REG-START-MM TO WS-CNV-MM.
031500     MOVE WS-REG-START-DD TO WS-CNV-DD.
031600     PERFORM 9150-DATE-TO-SERIAL THRU 9150-DATE-TO-SERIAL-EXIT.
031700     COMPUTE WS-START-SECS = WS-CNV-SERIAL * 86400
031800         + WS-REG-START-HH * 3600 + WS-REG-START-MI * 60
031900         + WS-REG-START-SS.
032000     MOVE WS-CTL-YYYY TO WS-CNV-YYYY.
032100     MOVE WS-CTL-MM TO WS-CNV-MM.
032200     MOVE WS-CTL-DD TO WS-CNV-DD.
032300     PERFORM 9150-DATE-TO-SERIAL THRU 9150-DATE-TO-SERIAL-EXIT.
032400     COMPUTE WS-END-SECS = WS-CNV-SERIAL * 86400
032500         + WS-CTL-HH * 3600 + WS-CTL-MI * 60 + WS-CTL-SS.
032600     IF WS-END-SECS < WS-START-SECS
032700         GO TO 4100-COMPUTE-ELAPSED-EXIT
032800     END-IF.
032900     COMPUTE WS-APP-ELAPSED = WS-END-SECS - WS-START-SECS
033000         ON SIZE ERROR
033100             MOVE 9999999 TO WS-APP-ELAPSED
033200     END-COMPUTE.
033300 4100-COMPUTE-ELAPSED-EXIT.
033400     EXIT.
033500
033600*---------------------------------------------------------------
033700* 9150-DATE-TO-SERIAL - DAY SERIAL (DAYS SINCE THE YEAR 1) OF
033800*                       THE DATE IN WS-CNV-YYYY/MM/DD, INTO
033900*                       WS-CNV-SERIAL. SAME ARITHMETIC AS
034000*                       AOCHSKP: 365 DAYS A YEAR PLUS THE LEAP
034100*                       DAYS OF THE COMPLETED YEARS, THE
034200*                       COMPLETED MONTHS' DAYS (PLUS ONE AFTER
034300*                       FEBRUARY OF A LEAP YEAR), PLUS THE DAY.
034400*---------------------------------------------------------------
034500 9150-DATE-TO-SERIAL.
034600     COMPUTE WS-CNV-PRIOR-Y = WS-CNV-YYYY - 1.
034700     COMPUTE WS-CNV-SERIAL = WS-CNV-PRIOR-Y * 365.
034800     COMPUTE WS-CNV-Q = WS-CNV-PRIOR-Y / 4.
034900     COMPUTE WS-CNV-SERIAL = WS-CNV-SERIAL + WS-CNV-Q.
035000     COMPUTE WS-CNV-Q = WS-CNV-PRIOR-Y / 100.
035100     COMPUTE WS-CNV-SERIAL = WS-CNV-SERIAL - WS-CNV-Q.
035200     COMPUTE WS-CNV-Q = WS-CNV-PRIOR-Y / 400.
035300     COMPUTE WS-CNV-SERIAL = WS-CNV-SERIAL + WS-CNV-Q.
035400     COMPUTE WS-CNV-SERIAL =
035500         WS-CNV-SERIAL + WS-MONTH-DAYS(WS-CNV-MM) + WS-CNV-DD.
035600     MOVE 'N' TO WS-CNV-LEAP-SW.
035700     COMPUTE WS-CNV-Q = WS-CNV-YYYY / 4.
035800     COMPUTE WS-CNV-R = WS-CNV-YYYY - WS-CNV-Q * 4.
035900     IF WS-CNV-R = ZERO
036000         MOVE 'Y' TO WS-CNV-LEAP-SW
036100     END-IF.
036200     COMPUTE WS-CNV-Q = WS-CNV-YYYY / 100.
036300     COMPUTE WS-CNV-R = WS-CNV-YYYY - WS-CNV-Q * 100.
036400     IF WS-CNV-R = ZERO
036500         MOVE 'N' TO WS-CNV-LEAP-SW
036600     END-IF.
036700     COMPUTE WS-CNV-Q = WS-CNV-YYYY / 400.
036800     COMPUTE WS-CNV-R = WS-CNV-YYYY - WS-CNV-Q * 400.
036900     IF WS-CNV-R = ZERO
037000         MOVE 'Y' TO WS-CNV-LEAP-SW
037100     END-IF.
037200     IF CNV-LEAP-YEAR AND WS-CNV-MM > 2
037300         COMPUTE WS-CNV-SERIAL = WS-CNV-SERIAL + 1
037400     END-IF.
037500 9150-DATE-TO-SERIAL-EXIT.
037600     EXIT.
