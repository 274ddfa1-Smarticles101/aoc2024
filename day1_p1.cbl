019429*                  RUN NO LONGER LOCK EACH OTHER OUT - THE
019430*                  VERIFY RUN ONLY READS THE EXTRACT AND THE
019431*                  MASTER, SO NOTHING COLLIDES.
019440* 2026-09-16  RH   A PRODUCTION RUN NOW POSTS ITS FIGURES TO THE
019441*                  CONTROL-TOTALS LEDGER (CTLTOT, SEE CTLTOTFD)
019442*                  AFTER WRITING THE INTERFACE FILE: ACCEPTED,
019443*                  REJECTED, THE TRAILER COUNT AND HASH AS
019444*                  WRITTEN, AND THE LOAD MODE, UNDER THE RUN
019445*                  NUMBER AND THE SAME DATE/TIME STAMP AS THE
019446*                  INTERFACE HEADER, FOR AOCBAL'S END-TO-END
019447*                  BALANCING OF THE FEED.
019455* 2026-09-22  RH   A DD_RUNFORCE=Y START IS NOW CLEARED BY AOCRUNC
019463*                  AGAINST THE OPERATOR AUTHORITY FILE. A USER NOT
019471*                  AUTHORIZED TO FORCE IS REFUSED WITH RETURN
019479*                  CODE 20 AND THE ATTEMPT IS ON THE SECURITY LOG.
019480* 2026-09-28  RH   MASTER MODE NOW PROVES THE MASTER BEFORE
019481*                  LOADING IT: AOCMSTV (AOCMSTVC ENTRY, REPORT
019482*                  ON VFYRPT) CHECKS THE PAIRS AGAINST THE
019483*                  CONTROL RECORD UNDER PAIR ZERO, AND A MASTER
019484*                  THAT FAILS (RETURN CODE 8) IS REFUSED - THE
019485*                  RUN ENDS WITH RETURN CODE 16 AS FOR AN
019486*                  UNLOADABLE MASTER. GAPS OR DUPLICATE PAIRS
019487*                  ALONE DO NOT REFUSE IT.
019488* 2026-10-01  RH   THE RUN NOW RAISES AN ALERT ON THE SHOP-WIDE
019489*                  ALERT FILE THROUGH AOCALRT WHENEVER IT ENDS
019490*                  NON-ZERO - THE VARIANCE WARNING, A VERIFY
019491*                  MISMATCH, A REFUSAL OR A HALT - FOR THE
019492*                  AOCALRD DIGEST. RC 20 IS AOCAUTH'S TO RAISE.
019497* 2026-10-06  RH   AN EXTRACT OVER THE 100000-PAIR TABLE NO
019502*                  LONGER OVERRUNS ARR-A/ARR-B. THE LOAD SPILLS
019507*                  BOTH SIDES TO WORK FILES (HVAFILE/HVBFILE)
019512*                  ONCE THE TABLE FILLS, AND A RECONCILED COUNT
019517*                  OVER THE TABLE TAKES THE HIGH-VOLUME PATH:
019522*                  EACH SIDE IS SORTED BY THE SORT VERB INTO
019527*                  SRTAFILE/SRTBFILE, AND TOTAL, SIMILARITY AND
019532*                  THE DETAIL REGISTER ARE MERGE PASSES OVER THE
019537*                  SORTED FILES. THE REPORT, AUDIT LINE AND
019542*                  INTERFACE FILE ARE UNCHANGED. ITS CHECKPOINTS
019547*                  CARRY NO PAIR DETAIL (CKPT-MODE H) - A RESTART
019552*                  PICKS UP FROM THE WORK FILES - SO A HIGH-
019557*                  VOLUME DONE CHECKPOINT IS NO DELTA BASE, AND A
019562*                  VERIFY RUN OVER THE TABLE IS REFUSED (ITS
019567*                  MASTER SIDE LOADS INTO THE SAME TABLE).
019569* 2026-10-13  RH   SOURCE LINEAGE. A RECORD'S SENDING SOURCE AND
019571*                  EXTRACT DATE (IDLSTFD COLUMNS 21-36, STAMPED BY
019573*                  AOCEDIT/AOCCONS) ARE CARRIED ONTO REJDFILE, AND
019575*                  AN EXTRACT RUN POSTS ITS REJECTS
019577*                  PER SOURCE AND REASON CODE TO THE LEDGER
019579*                  ('SRC') FOR AOCSCOR. A BLANK RECORD IS NOW ONE
019581*                  WHOSE ID COLUMNS ARE BLANK, WHATEVER ITS
019583*                  LINEAGE COLUMNS HOLD.
019585*---------------------------------------------------------------
019590 ENVIRONMENT DIVISION.
019600 INPUT-OUTPUT SECTION.
019700 FILE-CONTROL.
019800     SELECT INFILE ASSIGN TO 'INFILE'
022600     SELECT INTFILE ASSIGN TO 'INTFILE'
022700         ORGANIZATION IS LINE SEQUENTIAL.
022800
022810     SELECT CTLTOT ASSIGN TO 'CTLTOT'
022820         ORGANIZATION IS LINE SEQUENTIAL
022830         FILE STATUS IS WS-TOT-STATUS.
022840
022842     SELECT HVAFILE ASSIGN TO 'HVAFILE'
022844         ORGANIZATION IS LINE SEQUENTIAL
022846         FILE STATUS IS HV-SPILL-STATUS.
022848
022850     SELECT HVBFILE ASSIGN TO 'HVBFILE'
022852         ORGANIZATION IS LINE SEQUENTIAL
022854         FILE STATUS IS HV-SPILL-STATUS.
022856
022858     SELECT SRTAFILE ASSIGN TO 'SRTAFILE'
022860         ORGANIZATION IS LINE SEQUENTIAL
022862         FILE STATUS IS HV-SRTA-STATUS.
022864
022866     SELECT SRTBFILE ASSIGN TO 'SRTBFILE'
022868         ORGANIZATION IS LINE SEQUENTIAL
022870         FILE STATUS IS HV-SRTB-STATUS.
022872
022874*    SRTMFILE IS A SECOND READER OVER THE SORTED B-SIDE (SAME
022876*    DDNAME) - THE MERGE CURSOR OF THE SIMILARITY PASS
022878     SELECT SRTMFILE ASSIGN TO 'SRTBFILE'
022880         ORGANIZATION IS LINE SEQUENTIAL
022882         FILE STATUS IS HV-SRTM-STATUS.
022884
022886     SELECT SRTWORK ASSIGN TO 'SRTWORK'.
022888
022900 DATA DIVISION.
023000 FILE SECTION.
023100 FD  INFILE.
025500 FD  INTFILE.
025600     COPY RSLTIFD.
025700
025710 FD  CTLTOT.
025720     COPY CTLTOTFD.
025730
025733 FD  HVAFILE.
025736 01  HVA-REC                         PIC 9(07).
025739
025742 FD  HVBFILE.
025745 01  HVB-REC                         PIC 9(07).
025748
025751 FD  SRTAFILE.
025754 01  SRTA-REC.
025757     05  SRTA-ID                     PIC 9(07).
025760
025763 FD  SRTBFILE.
025766 01  SRTB-REC.
025769     05  SRTB-ID                     PIC 9(07).
025772
025775 FD  SRTMFILE.
025778 01  SRTM-REC.
025781     05  SRTM-ID                     PIC 9(07).
025784
025787 SD  SRTWORK.
025790 01  SRTW-REC.
025793     05  SRTW-ID                     PIC 9(07).
025796
025800 WORKING-STORAGE SECTION.
025900*---------------------------------------------------------------
026000* ID-LIST WORK TABLES AND SUBSCRIPTS
028700 77  WS-REJECT-CODE                  PIC X(04) VALUE SPACES.
028800 77  WS-EDIT-LINE-NO                 PIC ZZZZZZZZ9.
028900
028903*---------------------------------------------------------------
028906* PER-SOURCE REJECT FIGURES - ONE ENTRY PER SENDING SOURCE AND
028909* EXTRACT DATE FOUND IN THE LINEAGE COLUMNS OF INFILE (IDLSTFD
028912* 21-36), WITH ITS REJECTS BY REJDTAFD REASON CODE, POSTED TO
028915* THE CONTROL-TOTALS LEDGER FOR AOCSCOR'S SCORECARD. WS-SRC-HIT
028918* IS THE CURRENT RECORD'S ENTRY (ZERO WHEN THE TABLE IS FULL)
028921*---------------------------------------------------------------
028924 77  WS-SRC-COUNT                    PIC 9(02) COMP VALUE ZERO.
028927 77  WS-SRC-SUB                      PIC 9(02) COMP VALUE ZERO.
028930 77  WS-SRC-HIT                      PIC 9(02) COMP VALUE ZERO.
028933 77  WS-SRC-FULL-SW                  PIC X(01) VALUE 'N'.
028936     88  SRC-TABLE-FULL              VALUE 'Y'.
028939 77  WS-SRC-LAST-KEY                 PIC X(16) VALUE HIGH-VALUES.
028942 01  WS-SRC-KEY.
028945     05  WS-SRC-KEY-SOURCE           PIC X(08).
028948     05  WS-SRC-KEY-DATE             PIC X(08).
028951 01  WS-SRC-TABLE.
028954     05  WS-SRC-ENTRY OCCURS 20 TIMES.
028957         10  WS-SRC-SOURCE           PIC X(08).
028960         10  WS-SRC-DATE             PIC X(08).
028963         10  WS-SRC-BLNK             PIC 9(09).
028966         10  WS-SRC-ABAD             PIC 9(09).
028969         10  WS-SRC-BBAD             PIC 9(09).
028972         10  WS-SRC-2BAD             PIC 9(09).
028975
029000*---------------------------------------------------------------
029100* PAIR-COUNT RECONCILIATION WORK AREAS
029200*---------------------------------------------------------------
031672 77  SRT-J                           PIC 9(09) COMP.
031681 77  SRT-VAL                         PIC 9(07).
031700
031703*---------------------------------------------------------------
031706* HIGH-VOLUME WORK AREAS - AN EXTRACT WHOSE RECONCILED COUNT IS
031709* OVER THE ARR-A/ARR-B TABLE (HV-TABLE-MAX) IS NOT HELD IN
031712* STORAGE. THE LOAD SPILLS BOTH SIDES TO HVAFILE/HVBFILE ONCE
031715* THE TABLE FILLS, THE SORT VERB ORDERS EACH SIDE INTO
031718* SRTAFILE/SRTBFILE THROUGH SRTWORK, AND TOTAL, SIMILARITY AND
031721* THE DETAIL REGISTER BECOME MERGE PASSES OVER THE SORTED
031724* FILES. HV-PREV-A AND HV-B-VAL STAND IN FOR ARR-A(IND - 1)
031727* AND ARR-B(SIM-B-IND) IN THE IN-STORAGE WALK.
031730*---------------------------------------------------------------
031733 77  HV-TABLE-MAX                    PIC 9(09) COMP VALUE 100000.
031736 77  HV-IND                          PIC 9(09) COMP.
031739 77  HV-SW                           PIC X(01) VALUE 'N'.
031742     88  HIGH-VOLUME                 VALUE 'Y'.
031745 77  HV-SPILL-A-SW                   PIC X(01) VALUE 'N'.
031748     88  HV-SPILL-A-OPEN             VALUE 'Y'.
031751 77  HV-SPILL-B-SW                   PIC X(01) VALUE 'N'.
031754     88  HV-SPILL-B-OPEN             VALUE 'Y'.
031757 77  HV-FAIL-SW                      PIC X(01) VALUE 'N'.
031760     88  HV-FAILED                   VALUE 'Y'.
031763 77  HV-VFY-SW                       PIC X(01) VALUE 'N'.
031766     88  HV-VFY-REFUSED              VALUE 'Y'.
031769 77  HV-REASON                       PIC X(60) VALUE SPACES.
031772 77  HV-SPILL-STATUS                 PIC X(02) VALUE '00'.
031775 77  HV-SRTA-STATUS                  PIC X(02) VALUE '00'.
031778 77  HV-SRTB-STATUS                  PIC X(02) VALUE '00'.
031781 77  HV-SRTM-STATUS                  PIC X(02) VALUE '00'.
031784 77  HV-B-EOF-SW                     PIC X(01) VALUE 'N'.
031787     88  HV-B-EOF                    VALUE 'Y'.
031790 77  HV-PREV-A                       PIC 9(07) VALUE ZERO.
031793 77  HV-B-VAL                        PIC 9(07) VALUE ZERO.
031796
031800*---------------------------------------------------------------
031900* CHECKPOINT / RESTART WORK AREAS
032000*---------------------------------------------------------------
034200 77  WS-DD-VARCARD                   PIC X(40) VALUE SPACES.
034300 77  WS-DD-REJDFILE                  PIC X(40) VALUE SPACES.
034400 77  WS-DD-INTFILE                   PIC X(40) VALUE SPACES.
034410 77  WS-DD-CTLTOT                    PIC X(40) VALUE SPACES.
034428 77  WS-DD-HVAFILE                   PIC X(40) VALUE SPACES.
034446 77  WS-DD-HVBFILE                   PIC X(40) VALUE SPACES.
034464 77  WS-DD-SRTAFILE                  PIC X(40) VALUE SPACES.
034482 77  WS-DD-SRTBFILE                  PIC X(40) VALUE SPACES.
034500 77  WS-DD-DELTA                     PIC X(01) VALUE SPACES.
034600 77  WS-DETAIL-SW                    PIC X(01) VALUE 'N'.
034700     88  DETAIL-ON                   VALUE 'Y'.
035800 77  WS-MASTER-OK-SW                 PIC X(01) VALUE 'N'.
035900     88  MASTER-LOAD-OK              VALUE 'Y'.
036000 77  WS-MST-RC                       PIC 9(04) VALUE ZERO.
036025 77  WS-MSTV-RC                      PIC 9(04) VALUE ZERO.
036100 01  WS-MSTFILE-NAME                 PIC X(40)
036200         VALUE 'data/Dec1Master.dat'.
036210 77  WS-DD-VERIFY                    PIC X(01) VALUE SPACES.
045900*---------------------------------------------------------------
046000 77  WS-IFC-DETAIL-COUNT             PIC 9(09) VALUE ZERO.
046100 77  WS-IFC-HASH                     PIC 9(18) VALUE ZERO.
046110 77  WS-TOT-STATUS                   PIC X(02) VALUE '00'.
046200
046300*---------------------------------------------------------------
046400* SHOP-WIDE RUN CONTROL WORK AREAS - THE RUN NUMBER COMES BACK
048900*---------------------------------------------------------------
049000 77  WS-LINKAGE-ENTRY-SW             PIC X(01) VALUE 'N'.
049100     88  LINKAGE-ENTRY-USED          VALUE 'Y'.
049107
049114*---------------------------------------------------------------
049121* OPERATOR ALERT - PASSED TO AOCALRT'S AOCALRTC ENTRY WHEREVER
049128* THIS PROGRAM RAISES A WARNING OR FAILURE (ALRTFD SEVERITIES)
049135*---------------------------------------------------------------
049142 77  WS-ALRT-PROGRAM                 PIC X(08) VALUE 'DAY01PRO'.
049149 77  WS-ALRT-RUN-NO                  PIC 9(06) VALUE ZERO.
049156 77  WS-ALRT-SEVERITY                PIC X(01) VALUE SPACE.
049163 77  WS-ALRT-CODE                    PIC X(08) VALUE SPACES.
049170 77  WS-ALRT-TEXT                    PIC X(60) VALUE SPACES.
049177 77  WS-ALRT-RC                      PIC 9(04) VALUE ZERO.
049184 77  WS-ALRT-SAVE-RC                 PIC S9(04) COMP VALUE ZERO.
049200
049300 LINKAGE SECTION.
049400 01  WS-CALL-RC                      PIC 9(04).
050500         PERFORM 0090-SET-CALLER-RC THRU 0090-SET-CALLER-RC-EXIT
050600         GOBACK
050700     END-IF.
050701     IF WS-RUNC-RC = 20
050702         DISPLAY 'DAY 1 RUN REFUSED - DD_RUNFORCE=Y IS NOT '
050703             'CLEARED FOR THIS USER ID ON THE OPERATOR '
050704             'AUTHORITY FILE. NOTHING WAS FORCED - SEE THE '
050705             'SECURITY LOG.'
050706         MOVE 20 TO RETURN-CODE
050707         PERFORM 0090-SET-CALLER-RC THRU 0090-SET-CALLER-RC-EXIT
050708         GOBACK
050709     END-IF.
050710     IF WS-RUNC-RC NOT = ZERO
050720         DISPLAY 'DAY 1 RUN HALTED - THE RUN CONTROL FILE COULD '
050730             'NOT BE WRITTEN, SO THIS RUN CANNOT REGISTER AND '
053100             THRU 0300-LOAD-FROM-MASTER-EXIT
053200         IF NOT MASTER-LOAD-OK
053300             DISPLAY 'DAY 1 RUN HALTED - UNABLE TO LOAD THE ID '
053400                 'MASTER (EMPTY, NOT OPENABLE OR NOT PROVED)'
053500             MOVE 'FAILED   ' TO WS-RUNC-STATUS
053600             PERFORM 0070-CLOSE-OUT-RUN
053700                 THRU 0070-CLOSE-OUT-RUN-EXIT
057100         PERFORM 0090-SET-CALLER-RC THRU 0090-SET-CALLER-RC-EXIT
057200         GOBACK
057300     END-IF.
057314*    A HIGH-VOLUME SPILL, SORT OR MERGE PASS THAT FAILED HALTS
057328*    AT THE BOUNDARY, LEAVING THE LAST CHECKPOINT FOR A RESTART
057342     IF HV-FAILED
057356         PERFORM 0080-HV-HALT THRU 0080-HV-HALT-EXIT
057370         GOBACK
057384     END-IF.
057400     PERFORM 8100-CHECKPOINT-LOAD THRU 8100-CHECKPOINT-LOAD-EXIT.
057500 0010-AFTER-LOAD.
057600     IF CKPT-HAVE-SORT
057700         GO TO 0020-AFTER-SORT
057800     END-IF.
057900     PERFORM 3000-SORT-NUMS THRU 3000-SORT-NUMS-EXIT.
057920     IF HV-FAILED
057940         PERFORM 0080-HV-HALT THRU 0080-HV-HALT-EXIT
057960         GOBACK
057980     END-IF.
058000     PERFORM 8200-CHECKPOINT-SORT THRU 8200-CHECKPOINT-SORT-EXIT.
058100 0020-AFTER-SORT.
058200     IF CKPT-HAVE-TOTAL
058300         GO TO 0030-AFTER-TOTAL
058400     END-IF.
058500     PERFORM 4000-CALC-TOTAL THRU 4000-CALC-TOTAL-EXIT.
058520     IF HV-FAILED
058540         PERFORM 0080-HV-HALT THRU 0080-HV-HALT-EXIT
058560         GOBACK
058580     END-IF.
058600     PERFORM 8300-CHECKPOINT-TOTAL THRU 8300-CHECKPOINT-TOTAL-EXIT.
058700 0030-AFTER-TOTAL.
058800     PERFORM 5000-CALC-SIMILARITY THRU 5000-CALC-SIMILARITY-EXIT.
058820     IF HV-FAILED
058840         PERFORM 0080-HV-HALT THRU 0080-HV-HALT-EXIT
058860         GOBACK
058880     END-IF.
058900     PERFORM 5500-CHECK-VARIANCE THRU 5500-CHECK-VARIANCE-EXIT.
059000     IF DETAIL-ON
059100         PERFORM 7000-PRINT-DETAIL THRU 7000-PRINT-DETAIL-EXIT
059300     PERFORM 6000-PRINT-NUMS THRU 6000-PRINT-NUMS-EXIT.
059400     PERFORM 6500-WRITE-AUDIT-LOG THRU 6500-WRITE-AUDIT-LOG-EXIT.
059500     PERFORM 6700-WRITE-INTERFACE THRU 6700-WRITE-INTERFACE-EXIT.
059510     PERFORM 6800-POST-CONTROL-TOTALS
059520         THRU 6800-POST-CONTROL-TOTALS-EXIT.
059600     PERFORM 8400-CHECKPOINT-DONE THRU 8400-CHECKPOINT-DONE-EXIT.
059700     MOVE 'COMPLETED' TO WS-RUNC-STATUS.
059800     PERFORM 0070-CLOSE-OUT-RUN THRU 0070-CLOSE-OUT-RUN-EXIT.
063700*                      NO ADDRESS WAS PASSED FOR IT - SO THIS IS
063800*                      SKIPPED UNLESS WS-LINKAGE-ENTRY-SW SAYS THE
063900*                      LINKAGE ENTRY WAS USED.
063933*                      EVERY ENDING OF THE RUN COMES THROUGH HERE,
063966*                      SO THIS IS ALSO WHERE ITS ALERT IS RAISED.
064000*---------------------------------------------------------------
064100 0090-SET-CALLER-RC.
064200     IF LINKAGE-ENTRY-USED
064300         MOVE RETURN-CODE TO WS-CALL-RC
064400     END-IF.
064433     PERFORM 9790-ALERT-RUN-OUTCOME
064466         THRU 9790-ALERT-RUN-OUTCOME-EXIT.
064500 0090-SET-CALLER-RC-EXIT.
064600     EXIT.
064700
068500 0070-CLOSE-OUT-RUN-EXIT.
068600     EXIT.
068700
068705*---------------------------------------------------------------
068710* 0080-HV-HALT - A HIGH-VOLUME SPILL, SORT OR MERGE PASS FAILED
068715*                (HV-REASON SAYS WHICH). THE RUN ENDS WITH
068720*                RETURN CODE 16 AND THE LAST CHECKPOINT STAYS IN
068725*                PLACE, SO A RESTART PICKS UP FROM THE LAST GOOD
068730*                BOUNDARY.
068735*---------------------------------------------------------------
068740 0080-HV-HALT.
068745     DISPLAY 'DAY 1 RUN HALTED - ' HV-REASON.
068750     MOVE 'FAILED   ' TO WS-RUNC-STATUS.
068755     PERFORM 0070-CLOSE-OUT-RUN THRU 0070-CLOSE-OUT-RUN-EXIT.
068760     MOVE 16 TO RETURN-CODE.
068765     PERFORM 0090-SET-CALLER-RC THRU 0090-SET-CALLER-RC-EXIT.
068770 0080-HV-HALT-EXIT.
068775     EXIT.
068780
068800*---------------------------------------------------------------
068900* 0050-ACCEPT-PARM - INFILE IS ASSIGNED TO THE DDNAME 'INFILE',
069000*                    SO OPERATIONS CAN REPOINT IT WITH A JCL DD
076800     IF WS-DD-INTFILE = SPACES
076900         SET ENVIRONMENT 'DD_INTFILE' TO 'output/Dec1Intf.txt'
077000     END-IF.
077010     ACCEPT WS-DD-CTLTOT FROM ENVIRONMENT 'DD_CTLTOT'.
077020     IF WS-DD-CTLTOT = SPACES
077030         SET ENVIRONMENT 'DD_CTLTOT' TO 'output/ControlTotals.txt'
077040     END-IF.
077043     ACCEPT WS-DD-HVAFILE FROM ENVIRONMENT 'DD_HVAFILE'.
077046     IF WS-DD-HVAFILE = SPACES
077049         SET ENVIRONMENT 'DD_HVAFILE' TO 'output/Dec1SpillA.txt'
077052     END-IF.
077055     ACCEPT WS-DD-HVBFILE FROM ENVIRONMENT 'DD_HVBFILE'.
077058     IF WS-DD-HVBFILE = SPACES
077061         SET ENVIRONMENT 'DD_HVBFILE' TO 'output/Dec1SpillB.txt'
077064     END-IF.
077067     ACCEPT WS-DD-SRTAFILE FROM ENVIRONMENT 'DD_SRTAFILE'.
077070     IF WS-DD-SRTAFILE = SPACES
077073         SET ENVIRONMENT 'DD_SRTAFILE' TO 'output/Dec1SortA.txt'
077076     END-IF.
077079     ACCEPT WS-DD-SRTBFILE FROM ENVIRONMENT 'DD_SRTBFILE'.
077082     IF WS-DD-SRTBFILE = SPACES
077085         SET ENVIRONMENT 'DD_SRTBFILE' TO 'output/Dec1SortB.txt'
077088     END-IF.
077100     ACCEPT WS-DD-DELTA FROM ENVIRONMENT 'DD_DELTA'.
077200     IF WS-DD-DELTA = 'Y'
077300         MOVE 'Y' TO WS-DELTA-SW
082310     ELSE
082320         MOVE CKPT-V5-INFILE TO WS-INFILE-NAME
082330     END-IF.
082341*    A HIGH-VOLUME HEADER HAS NO DETAIL BEHIND IT - THE PAIRS ARE
082352*    STILL ON THE SPILL OR SORTED WORK FILES (SEE CKPTFD)
082363     IF CKPT-HIGH-VOLUME
082374         MOVE 'Y' TO HV-SW
082385     END-IF.
082400     IF CKPT-HAVE-LOAD AND NOT HIGH-VOLUME
082500         PERFORM 0150-LOAD-CKPT-ARRS THRU 0150-LOAD-CKPT-ARRS-EXIT
082600     END-IF.
082700 0190-CHECK-RESTART-CLOSE.
087200     IF CKPT-TYPE NOT = 'DONE'
087300         GO TO 0290-LOAD-DELTA-CLOSE
087400     END-IF.
087414     IF CKPT-HIGH-VOLUME
087428         DISPLAY 'DAY 1 DELTA - THE COMPLETED RUN WAS HIGH-'
087442             'VOLUME AND LEFT NO PAIR IMAGE TO MERGE INTO. '
087456             'RERUN THE FULL EXTRACT.'
087470         GO TO 0290-LOAD-DELTA-CLOSE
087484     END-IF.
087500     MOVE CKPT-N TO N.
087510*    SAME 5-DIGIT-ERA HEADER FALLBACK AS 0100-CHECK-RESTART
087520     IF CKPT-B NUMERIC
089500*                         AND VARIANCE CHECK SO MASTER RUNS
089600*                         TREND AGAINST EACH OTHER, NOT AGAINST
089700*                         EXTRACT RUNS.
089711*                         THE MASTER MUST FIRST PROVE AGAINST ITS
089722*                         CONTROL RECORD UNDER AOCMSTV (REPORT ON
089733*                         VFYRPT). A FAILED PROOF (RETURN CODE 8)
089744*                         REFUSES THE MASTER WITHOUT LOADING IT;
089755*                         GAPS OR DUPLICATE PAIRS (RETURN CODE 4)
089766*                         ARE LEFT TO THE PROOF REPORT, AND A
089777*                         MASTER THE PROOF CANNOT OPEN FAILS ON
089788*                         THE LOAD BELOW AS BEFORE.
089800*---------------------------------------------------------------
089900 0300-LOAD-FROM-MASTER.
089920     CALL 'AOCMSTVC' USING WS-MSTV-RC.
089930     IF WS-MSTV-RC = 8
089950         DISPLAY 'DAY 1 RUN REFUSED - THE ID MASTER FAILED ITS '
089960             'INTEGRITY PROOF (SEE VFYRPT / AOCMSTV)'
089980         GO TO 0300-LOAD-FROM-MASTER-EXIT
089990     END-IF.
090000     CALL 'AOCMSTLD' USING ARR-A(1) ARR-B(1) N WS-MST-RC.
090100     IF WS-MST-RC = ZERO AND N > ZERO
090200         MOVE N TO WS-A-COUNT
090762         THRU 0300-LOAD-FROM-MASTER-EXIT.
090763     IF NOT MASTER-LOAD-OK
090764         DISPLAY 'DAY 1 VERIFY RUN HALTED - UNABLE TO LOAD THE '
090765             'ID MASTER (EMPTY, NOT OPENABLE OR NOT PROVED)'
090766         MOVE 'FAILED   ' TO WS-RUNC-STATUS
090767         PERFORM 0070-CLOSE-OUT-RUN THRU 0070-CLOSE-OUT-RUN-EXIT
090768         MOVE 16 TO RETURN-CODE
091600             MOVE 'Y' TO EOF-SW
091700         NOT AT END
091800             COMPUTE WS-LINE-NO = WS-LINE-NO + 1
091850             PERFORM 1050-NOTE-SOURCE THRU 1050-NOTE-SOURCE-EXIT
091900             PERFORM 1100-VALIDATE-REC THRU 1100-VALIDATE-REC-EXIT
092000             PERFORM 2000-STORE-NUMS THRU 2000-STORE-NUMS-EXIT
092100             IF NOT A-SIDE-VALID OR NOT B-SIDE-VALID
092500 1000-READ-NUMS-EXIT.
092600     EXIT.
092700
092702*---------------------------------------------------------------
092704* 1050-NOTE-SOURCE - FIND (OR ADD) THE PER-SOURCE ENTRY FOR THE
092706*                    RECORD'S LINEAGE. AN ENVELOPE'S DETAILS ARE
092708*                    STAGED TOGETHER, SO THE TABLE IS ONLY
092710*                    SEARCHED WHEN THE LINEAGE CHANGES.
092712*---------------------------------------------------------------
092714 1050-NOTE-SOURCE.
092716     MOVE ID-SOURCE-SYS TO WS-SRC-KEY-SOURCE.
092718     MOVE ID-SOURCE-DATE TO WS-SRC-KEY-DATE.
092720     IF WS-SRC-KEY = WS-SRC-LAST-KEY
092722         GO TO 1050-NOTE-SOURCE-EXIT
092724     END-IF.
092726     MOVE WS-SRC-KEY TO WS-SRC-LAST-KEY.
092728     MOVE ZERO TO WS-SRC-HIT.
092730     PERFORM 1060-MATCH-SOURCE THRU 1060-MATCH-SOURCE-EXIT
092732         VARYING WS-SRC-SUB FROM 1 BY 1
092734         UNTIL WS-SRC-SUB > WS-SRC-COUNT
092736            OR WS-SRC-HIT > ZERO.
092738     IF WS-SRC-HIT > ZERO
092740         GO TO 1050-NOTE-SOURCE-EXIT
092742     END-IF.
092744     IF WS-SRC-COUNT NOT < 20
092746         MOVE 'Y' TO WS-SRC-FULL-SW
092748         GO TO 1050-NOTE-SOURCE-EXIT
092750     END-IF.
092752     COMPUTE WS-SRC-COUNT = WS-SRC-COUNT + 1.
092754     MOVE WS-SRC-COUNT TO WS-SRC-HIT.
092756     MOVE WS-SRC-KEY-SOURCE TO WS-SRC-SOURCE(WS-SRC-HIT).
092758     MOVE WS-SRC-KEY-DATE TO WS-SRC-DATE(WS-SRC-HIT).
092760     MOVE ZERO TO WS-SRC-BLNK(WS-SRC-HIT).
092762     MOVE ZERO TO WS-SRC-ABAD(WS-SRC-HIT).
092764     MOVE ZERO TO WS-SRC-BBAD(WS-SRC-HIT).
092766     MOVE ZERO TO WS-SRC-2BAD(WS-SRC-HIT).
092768 1050-NOTE-SOURCE-EXIT.
092770     EXIT.
092772
092774 1060-MATCH-SOURCE.
092776     IF WS-SRC-SOURCE(WS-SRC-SUB) = WS-SRC-KEY-SOURCE
092778        AND WS-SRC-DATE(WS-SRC-SUB) = WS-SRC-KEY-DATE
092780         MOVE WS-SRC-SUB TO WS-SRC-HIT
092782     END-IF.
092784 1060-MATCH-SOURCE-EXIT.
092786     EXIT.
092788
092800*---------------------------------------------------------------
092900* 1100-VALIDATE-REC - CHECK INPUT-REC AGAINST THE A-SIDE/B-SIDE
093000*                     NUMERIC LAYOUT BEFORE STORE-NUMS RUNS. THE
093600     MOVE 'Y' TO WS-B-VALID-SW.
093700     MOVE SPACES TO WS-REJECT-REASON.
093800     MOVE SPACES TO WS-REJECT-CODE.
093900     IF ID-PAIR-X = SPACES
094000         MOVE 'N' TO WS-A-VALID-SW
094100         MOVE 'N' TO WS-B-VALID-SW
094200         MOVE 'BLANK RECORD' TO WS-REJECT-REASON
098600     MOVE WS-LINE-NO TO REJD-LINE-NO.
098700     MOVE WS-REJECT-CODE TO REJD-REASON-CD.
098800     MOVE INPUT-REC TO REJD-INPUT-REC.
098833     MOVE ID-SOURCE-SYS TO REJD-SOURCE.
098866     MOVE ID-SOURCE-DATE TO REJD-EXTRACT-DATE.
098900     WRITE REJD-REC.
098907     IF WS-SRC-HIT > ZERO
098914         EVALUATE WS-REJECT-CODE
098921             WHEN 'BLNK'
098928                 ADD 1 TO WS-SRC-BLNK(WS-SRC-HIT)
098935             WHEN 'ABAD'
098942                 ADD 1 TO WS-SRC-ABAD(WS-SRC-HIT)
098949             WHEN 'BBAD'
098956                 ADD 1 TO WS-SRC-BBAD(WS-SRC-HIT)
098963             WHEN OTHER
098970                 ADD 1 TO WS-SRC-2BAD(WS-SRC-HIT)
098977         END-EVALUATE
098984     END-IF.
099000     MOVE WS-LINE-NO TO WS-EDIT-LINE-NO.
099100     MOVE SPACES TO REJ-REC.
099200     STRING 'LINE '            DELIMITED BY SIZE
100800*                   ONE-SIDED REJECT ACTUALLY UNBALANCES WS-A-
100900*                   COUNT AGAINST WS-B-COUNT FOR 1300-RECONCILE-
101000*                   COUNTS TO CATCH.
101033*                   A SIDE THAT OUTGROWS ITS TABLE SPILLS TO ITS
101066*                   WORK FILE INSTEAD (2100/2200).
101100*---------------------------------------------------------------
101200 2000-STORE-NUMS.
101300     IF A-SIDE-VALID
101400         COMPUTE WS-A-COUNT = WS-A-COUNT + 1
101425         IF WS-A-COUNT > HV-TABLE-MAX
101450             PERFORM 2100-SPILL-A THRU 2100-SPILL-A-EXIT
101475         ELSE
101500             MOVE A-SIDE TO ARR-A(WS-A-COUNT)
101550         END-IF
101600     END-IF.
101700     IF B-SIDE-VALID
101800         COMPUTE WS-B-COUNT = WS-B-COUNT + 1
101825         IF WS-B-COUNT > HV-TABLE-MAX
101850             PERFORM 2200-SPILL-B THRU 2200-SPILL-B-EXIT
101875         ELSE
101900             MOVE B-SIDE TO ARR-B(WS-B-COUNT)
101950         END-IF
102000     END-IF.
102100 2000-STORE-NUMS-EXIT.
102200     EXIT.
102300
102301*---------------------------------------------------------------
102302* 2100-SPILL-A - THE A-SIDE HAS OUTGROWN ARR-A. THE FIRST
102303*                OVERFLOW OPENS HVAFILE AND COPIES THE FULL TABLE
102304*                TO IT; FROM THEN ON EACH A-SIDE ID GOES STRAIGHT
102305*                TO THE FILE. 2200-SPILL-B DOES THE SAME FOR B.
102306*---------------------------------------------------------------
102307 2100-SPILL-A.
102308     IF HV-FAILED
102309         GO TO 2100-SPILL-A-EXIT
102310     END-IF.
102311     IF NOT HV-SPILL-A-OPEN
102312         OPEN OUTPUT HVAFILE
102313         IF HV-SPILL-STATUS NOT = '00'
102314             MOVE 'Y' TO HV-FAIL-SW
102315             MOVE 'HVAFILE NOT OPENED - A-SIDE OVER THE TABLE'
102316               TO HV-REASON
102317             GO TO 2100-SPILL-A-EXIT
102318         END-IF
102319         MOVE 'Y' TO HV-SPILL-A-SW
102320         PERFORM 2150-SPILL-TABLE-A THRU 2150-SPILL-TABLE-A-EXIT
102321             VARYING HV-IND FROM 1 BY 1
102322             UNTIL HV-IND > HV-TABLE-MAX
102323     END-IF.
102324     MOVE A-SIDE TO HVA-REC.
102325     WRITE HVA-REC.
102326 2100-SPILL-A-EXIT.
102327     EXIT.
102328
102329 2150-SPILL-TABLE-A.
102330     MOVE ARR-A(HV-IND) TO HVA-REC.
102331     WRITE HVA-REC.
102332 2150-SPILL-TABLE-A-EXIT.
102333     EXIT.
102334
102335 2200-SPILL-B.
102336     IF HV-FAILED
102337         GO TO 2200-SPILL-B-EXIT
102338     END-IF.
102339     IF NOT HV-SPILL-B-OPEN
102340         OPEN OUTPUT HVBFILE
102341         IF HV-SPILL-STATUS NOT = '00'
102342             MOVE 'Y' TO HV-FAIL-SW
102343             MOVE 'HVBFILE NOT OPENED - B-SIDE OVER THE TABLE'
102344               TO HV-REASON
102345             GO TO 2200-SPILL-B-EXIT
102346         END-IF
102347         MOVE 'Y' TO HV-SPILL-B-SW
102348         PERFORM 2250-SPILL-TABLE-B THRU 2250-SPILL-TABLE-B-EXIT
102349             VARYING HV-IND FROM 1 BY 1
102350             UNTIL HV-IND > HV-TABLE-MAX
102351     END-IF.
102352     MOVE B-SIDE TO HVB-REC.
102353     WRITE HVB-REC.
102354 2200-SPILL-B-EXIT.
102355     EXIT.
102356
102357 2250-SPILL-TABLE-B.
102358     MOVE ARR-B(HV-IND) TO HVB-REC.
102359     WRITE HVB-REC.
102360 2250-SPILL-TABLE-B-EXIT.
102361     EXIT.
102362
102363*---------------------------------------------------------------
102364* 2900-CLOSE-SPILL - CLOSE WHICHEVER SPILL FILES THE LOAD OPENED
102365*---------------------------------------------------------------
102366 2900-CLOSE-SPILL.
102367     IF HV-SPILL-A-OPEN
102368         CLOSE HVAFILE
102369         MOVE 'N' TO HV-SPILL-A-SW
102370     END-IF.
102371     IF HV-SPILL-B-OPEN
102372         CLOSE HVBFILE
102373         MOVE 'N' TO HV-SPILL-B-SW
102374     END-IF.
102375 2900-CLOSE-SPILL-EXIT.
102376     EXIT.
102377
102400*---------------------------------------------------------------
102500* 1300-RECONCILE-COUNTS - CONFIRM THE A-SIDE AND B-SIDE LOAD
102600*                         COUNTS ARE BALANCED BEFORE CALC-TOTAL
102700*                         IS TRUSTED TO RUN AGAINST THEM
102725*                         - THEN CLOSE ANY SPILL FILES AND TAKE
102750*                         THE HIGH-VOLUME PATH IF THE COUNT IS
102775*                         OVER THE TABLE.
102800*---------------------------------------------------------------
102900 1300-RECONCILE-COUNTS.
103000     IF WS-A-COUNT = WS-B-COUNT
104400                INTO REJ-REC
104500         WRITE REJ-REC
104600     END-IF.
104616     PERFORM 2900-CLOSE-SPILL THRU 2900-CLOSE-SPILL-EXIT.
104632     IF RECONCILE-OK AND N > HV-TABLE-MAX
104648         PERFORM 1350-CHOOSE-HIGH-VOLUME
104664             THRU 1350-CHOOSE-HIGH-VOLUME-EXIT
104680     END-IF.
104700 1300-RECONCILE-COUNTS-EXIT.
104800     EXIT.
104900
104903*---------------------------------------------------------------
104906* 1350-CHOOSE-HIGH-VOLUME - THE RECONCILED COUNT IS OVER THE
104909*                           ARR-A/ARR-B TABLE, SO THE PAIRS ARE ON
104912*                           THE SPILL FILES AND THE REST OF THE
104915*                           RUN TAKES THE HIGH-VOLUME PATH. A
104918*                           VERIFY RUN CANNOT - ITS MASTER SIDE
104921*                           LOADS THROUGH AOCMSTLD INTO THE SAME
104924*                           TABLE - SO IT IS REFUSED AS A LOAD
104927*                           FAILURE WITH THE REASON ON REJFILE.
104930*---------------------------------------------------------------
104933 1350-CHOOSE-HIGH-VOLUME.
104936     MOVE N TO WS-EDIT-A-COUNT.
104939     IF VERIFY-ON
104942         MOVE 'N' TO WS-RECONCILE-SW
104945         MOVE 'Y' TO HV-VFY-SW
104948         MOVE SPACES TO REJ-REC
104951         STRING 'VERIFY RUN REFUSED - ' DELIMITED BY SIZE
104954                WS-EDIT-A-COUNT         DELIMITED BY SIZE
104957                ' PAIRS IS OVER THE 100000-PAIR TABLE THE'
104960                    DELIMITED BY SIZE
104963                ' MASTER SIDE LOADS INTO - RUN HALTED'
104966                    DELIMITED BY SIZE
104969                INTO REJ-REC
104972         WRITE REJ-REC
104975         GO TO 1350-CHOOSE-HIGH-VOLUME-EXIT
104978     END-IF.
104981     MOVE 'Y' TO HV-SW.
104984     DISPLAY 'DAY 1 - ' WS-EDIT-A-COUNT ' PAIRS IS OVER THE '
104987         '100000-PAIR TABLE - HIGH-VOLUME SORT PATH TAKEN'.
104990 1350-CHOOSE-HIGH-VOLUME-EXIT.
104993     EXIT.
104996
105000*---------------------------------------------------------------
105100* 3000-SORT-NUMS - ASCENDING SORT OF BOTH ID ARRAYS. THE
105200*                  COUNTING SORT THIS PARAGRAPH USED TO DO
105500*                  STORAGE, SO BOTH SIDES NOW GO THROUGH AN
105600*                  IN-PLACE SHELL SORT WHOSE COST DEPENDS ONLY
105700*                  ON THE PAIR COUNT.
105733*                  A HIGH-VOLUME RUN SORTS ITS SPILL FILES
105766*                  INSTEAD (3500-HV-SORT).
105800*---------------------------------------------------------------
105900 3000-SORT-NUMS.
105920     IF HIGH-VOLUME
105940         PERFORM 3500-HV-SORT THRU 3500-HV-SORT-EXIT
105960         GO TO 3000-SORT-NUMS-EXIT
105980     END-IF.
106000     PERFORM 3100-SHELL-SORT-A THRU 3100-SHELL-SORT-A-EXIT.
106100     PERFORM 3200-SHELL-SORT-B THRU 3200-SHELL-SORT-B-EXIT.
106200 3000-SORT-NUMS-EXIT.
106300     EXIT.
106400
106404*---------------------------------------------------------------
106408* 3500-HV-SORT - HIGH-VOLUME SORT. EACH SIDE'S SPILL FILE IS
106412*                SORTED ASCENDING THROUGH SRTWORK INTO ITS SORTED
106416*                FILE. A NON-ZERO SORT-RETURN HALTS THE RUN.
106420*---------------------------------------------------------------
106424 3500-HV-SORT.
106428     SORT SRTWORK ON ASCENDING KEY SRTW-ID
106432         USING HVAFILE GIVING SRTAFILE.
106436     IF SORT-RETURN NOT = ZERO
106440         MOVE 'Y' TO HV-FAIL-SW
106444         MOVE 'HIGH-VOLUME SORT OF THE A-SIDE FAILED - SEE SYSOUT'
106448           TO HV-REASON
106452         GO TO 3500-HV-SORT-EXIT
106456     END-IF.
106460     SORT SRTWORK ON ASCENDING KEY SRTW-ID
106464         USING HVBFILE GIVING SRTBFILE.
106468     IF SORT-RETURN NOT = ZERO
106472         MOVE 'Y' TO HV-FAIL-SW
106476         MOVE 'HIGH-VOLUME SORT OF THE B-SIDE FAILED - SEE SYSOUT'
106480           TO HV-REASON
106484     END-IF.
106488 3500-HV-SORT-EXIT.
106492     EXIT.
106496
106500*---------------------------------------------------------------
106600* 3100-SHELL-SORT-A - IN-PLACE SHELL SORT OF ARR-A(1..N). THE
106700*                     GAP RUNS UP THE 1, 4, 13, 40, ... SEQUENCE
111700* 4000-CALC-TOTAL - SUM OF ABSOLUTE PAIRWISE DIFFERENCES
111800*---------------------------------------------------------------
111900 4000-CALC-TOTAL.
111920     IF HIGH-VOLUME
111940         PERFORM 4500-HV-CALC-TOTAL THRU 4500-HV-CALC-TOTAL-EXIT
111960         GO TO 4000-CALC-TOTAL-EXIT
111980     END-IF.
112000     PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > N
112100         COMPUTE TEMP = ARR-A(IND) - ARR-B(IND)
112200         IF TEMP < 0
112700 4000-CALC-TOTAL-EXIT.
112800     EXIT.
112900
112901*---------------------------------------------------------------
112902* 4500-HV-CALC-TOTAL - HIGH-VOLUME TOTAL. THE SORTED FILES ARE
112903*                      READ IN STEP, ONE PAIR PER ROW, WITH THE
112904*                      SAME ARITHMETIC AS 4000-CALC-TOTAL. A FILE
112905*                      THAT WILL NOT OPEN OR ENDS SHORT OF N
112906*                      HALTS THE RUN.
112907*---------------------------------------------------------------
112908 4500-HV-CALC-TOTAL.
112909     PERFORM 4600-HV-OPEN-SORTED THRU 4600-HV-OPEN-SORTED-EXIT.
112910     IF HV-FAILED
112911         GO TO 4500-HV-CALC-TOTAL-EXIT
112912     END-IF.
112913     PERFORM 4550-HV-TOTAL-ROW THRU 4550-HV-TOTAL-ROW-EXIT
112914         VARYING IND FROM 1 BY 1 UNTIL IND > N OR HV-FAILED.
112915     CLOSE SRTAFILE.
112916     CLOSE SRTBFILE.
112917 4500-HV-CALC-TOTAL-EXIT.
112918     EXIT.
112919
112920 4550-HV-TOTAL-ROW.
112921     PERFORM 4700-HV-READ-PAIR THRU 4700-HV-READ-PAIR-EXIT.
112922     IF HV-FAILED
112923         GO TO 4550-HV-TOTAL-ROW-EXIT
112924     END-IF.
112925     COMPUTE TEMP = SRTA-ID - SRTB-ID.
112926     IF TEMP < 0
112927         COMPUTE TEMP = 0 - TEMP
112928     END-IF.
112929     COMPUTE TOTAL = TOTAL + TEMP.
112930 4550-HV-TOTAL-ROW-EXIT.
112931     EXIT.
112932
112933*---------------------------------------------------------------
112934* 4600-HV-OPEN-SORTED - OPEN BOTH SORTED FILES FOR A PASS IN STEP
112935*---------------------------------------------------------------
112936 4600-HV-OPEN-SORTED.
112937     OPEN INPUT SRTAFILE.
112938     IF HV-SRTA-STATUS NOT = '00'
112939         MOVE 'Y' TO HV-FAIL-SW
112940         MOVE 'SRTAFILE NOT OPENED - NO SORTED A-SIDE TO READ'
112941           TO HV-REASON
112942         GO TO 4600-HV-OPEN-SORTED-EXIT
112943     END-IF.
112944     OPEN INPUT SRTBFILE.
112945     IF HV-SRTB-STATUS NOT = '00'
112946         MOVE 'Y' TO HV-FAIL-SW
112947         MOVE 'SRTBFILE NOT OPENED - NO SORTED B-SIDE TO READ'
112948           TO HV-REASON
112949         CLOSE SRTAFILE
112950     END-IF.
112951 4600-HV-OPEN-SORTED-EXIT.
112952     EXIT.
112953
112954*---------------------------------------------------------------
112955* 4700-HV-READ-PAIR - NEXT ROW'S PAIR FROM THE SORTED FILES
112956*---------------------------------------------------------------
112957 4700-HV-READ-PAIR.
112958     READ SRTAFILE
112959         AT END
112960             MOVE 'Y' TO HV-FAIL-SW
112961     END-READ.
112962     READ SRTBFILE
112963         AT END
112964             MOVE 'Y' TO HV-FAIL-SW
112965     END-READ.
112966     IF HV-FAILED
112967         MOVE 'SORTED WORK FILES HOLD FEWER PAIRS THAN THE RUN'
112968           TO HV-REASON
112969     END-IF.
112970 4700-HV-READ-PAIR-EXIT.
112971     EXIT.
112972
113000*---------------------------------------------------------------
113100* 5000-CALC-SIMILARITY - SIMILARITY SCORE OF THE TWO ID LISTS.
113200*                        BOTH ARRAYS ARE SORTED BY THE TIME THIS
113900*                        SIT HERE DIED WITH THE 7-DIGIT
114000*                        RENUMBERING. THE PER-ROW COUNT LANDS IN
114100*                        ROW-BCNT FOR THE DETAIL REGISTER.
114133*                        A HIGH-VOLUME RUN WALKS THE SORTED FILES
114166*                        INSTEAD (5200-HV-CALC-SIMILARITY).
114200*---------------------------------------------------------------
114300 5000-CALC-SIMILARITY.
114316     IF HIGH-VOLUME
114332         PERFORM 5200-HV-CALC-SIMILARITY
114348             THRU 5200-HV-CALC-SIMILARITY-EXIT
114364         GO TO 5000-CALC-SIMILARITY-EXIT
114380     END-IF.
114400     MOVE 1 TO SIM-B-IND.
114500     MOVE ZERO TO SIM-CNT.
114600     PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > N
115985 5100-COUNT-B-RUN-EXIT.
115990     EXIT.
116000
116001*---------------------------------------------------------------
116002* 5200-HV-CALC-SIMILARITY - HIGH-VOLUME SIMILARITY. THE SAME
116003*                           FORWARD MERGE AS 5000/5100, WITH
116004*                           SRTAFILE AS THE A-SIDE AND SRTMFILE AS
116005*                           THE B-SIDE CURSOR. THE CURSOR CONSUMES
116006*                           EACH RUN IT COUNTS, WHICH IS SAFE - AN
116007*                           EQUAL A-SIDE VALUE REUSES SIM-CNT.
116008*---------------------------------------------------------------
116009 5200-HV-CALC-SIMILARITY.
116010     OPEN INPUT SRTAFILE.
116011     IF HV-SRTA-STATUS NOT = '00'
116012         MOVE 'Y' TO HV-FAIL-SW
116013         MOVE 'SRTAFILE NOT OPENED - NO SORTED A-SIDE TO READ'
116014           TO HV-REASON
116015         GO TO 5200-HV-CALC-SIMILARITY-EXIT
116016     END-IF.
116017     PERFORM 5240-HV-OPEN-MERGE-B THRU 5240-HV-OPEN-MERGE-B-EXIT.
116018     IF NOT HV-FAILED
116019         PERFORM 5210-HV-SIM-ROW THRU 5210-HV-SIM-ROW-EXIT
116020             VARYING IND FROM 1 BY 1 UNTIL IND > N OR HV-FAILED
116021         CLOSE SRTMFILE
116022     END-IF.
116023     CLOSE SRTAFILE.
116024 5200-HV-CALC-SIMILARITY-EXIT.
116025     EXIT.
116026
116027 5210-HV-SIM-ROW.
116028     READ SRTAFILE
116029         AT END
116030             MOVE 'Y' TO HV-FAIL-SW
116031             MOVE 'SRTAFILE HOLDS FEWER PAIRS THAN THE RUN'
116032               TO HV-REASON
116033             GO TO 5210-HV-SIM-ROW-EXIT
116034     END-READ.
116035     PERFORM 5220-HV-ROW-BCNT THRU 5220-HV-ROW-BCNT-EXIT.
116036     COMPUTE SIMILARITY = SIMILARITY + SRTA-ID * SIM-CNT.
116037 5210-HV-SIM-ROW-EXIT.
116038     EXIT.
116039
116040*---------------------------------------------------------------
116041* 5220-HV-ROW-BCNT - B-SIDE OCCURRENCES OF THE CURRENT SRTA-ID
116042*                    INTO SIM-CNT (ROW-BCNT'S JOB IN STORAGE)
116043*---------------------------------------------------------------
116044 5220-HV-ROW-BCNT.
116045     IF IND = 1 OR SRTA-ID NOT = HV-PREV-A
116046         PERFORM 5230-HV-NEXT-MERGE-B
116047             THRU 5230-HV-NEXT-MERGE-B-EXIT
116048             UNTIL HV-B-EOF OR HV-B-VAL NOT < SRTA-ID
116049         MOVE ZERO TO SIM-CNT
116050         PERFORM 5235-HV-COUNT-MERGE-B
116051             THRU 5235-HV-COUNT-MERGE-B-EXIT
116052             UNTIL HV-B-EOF OR HV-B-VAL NOT = SRTA-ID
116053     END-IF.
116054     MOVE SRTA-ID TO HV-PREV-A.
116055 5220-HV-ROW-BCNT-EXIT.
116056     EXIT.
116057
116058 5230-HV-NEXT-MERGE-B.
116059     READ SRTMFILE
116060         AT END
116061             MOVE 'Y' TO HV-B-EOF-SW
116062         NOT AT END
116063             MOVE SRTM-ID TO HV-B-VAL
116064     END-READ.
116065 5230-HV-NEXT-MERGE-B-EXIT.
116066     EXIT.
116067
116068 5235-HV-COUNT-MERGE-B.
116069     COMPUTE SIM-CNT = SIM-CNT + 1.
116070     PERFORM 5230-HV-NEXT-MERGE-B THRU 5230-HV-NEXT-MERGE-B-EXIT.
116071 5235-HV-COUNT-MERGE-B-EXIT.
116072     EXIT.
116073
116074 5240-HV-OPEN-MERGE-B.
116075     MOVE 'N' TO HV-B-EOF-SW.
116076     OPEN INPUT SRTMFILE.
116077     IF HV-SRTM-STATUS NOT = '00'
116078         MOVE 'Y' TO HV-FAIL-SW
116079         MOVE 'SRTBFILE NOT OPENED - NO SORTED B-SIDE TO READ'
116080           TO HV-REASON
116081         GO TO 5240-HV-OPEN-MERGE-B-EXIT
116082     END-IF.
116083     PERFORM 5230-HV-NEXT-MERGE-B THRU 5230-HV-NEXT-MERGE-B-EXIT.
116084 5240-HV-OPEN-MERGE-B-EXIT.
116085     EXIT.
116086
116100*---------------------------------------------------------------
116200* 5500-CHECK-VARIANCE - COMPARE THIS RUN'S N, TOTAL AND
116300*                       SIMILARITY AGAINST THE MOST RECENT
163300 6750-WRITE-ONE-DETAIL-EXIT.
163400     EXIT.
163500
163502*---------------------------------------------------------------
163504* 6800-POST-CONTROL-TOTALS - ONE DAY01PROC POSTING ON THE
163506*                            CONTROL-TOTALS LEDGER (CTLTOTFD)
163508*                            UNDER THIS RUN'S NUMBER, STAMPED
163510*                            WITH THE INTERFACE HEADER'S DATE
163512*                            AND TIME SO AOCBAL CAN TELL
163514*                            WHETHER INTFILE STILL HOLDS THIS
163516*                            RUN'S OUTPUT. THE TRAILER FIGURES
163518*                            ARE CUT TO THE TRAILER'S WIDTH THE
163520*                            SAME WAY 6700-WRITE-INTERFACE CUTS
163522*                            THEM. A LEDGER THAT CANNOT BE
163524*                            WRITTEN DOES NOT FAIL THE RUN -
163526*                            AOCBAL REPORTS THE RUN UNPROVABLE.
163528*---------------------------------------------------------------
163530 6800-POST-CONTROL-TOTALS.
163532     OPEN EXTEND CTLTOT.
163534     IF WS-TOT-STATUS NOT = '00'
163536         OPEN OUTPUT CTLTOT
163538     END-IF.
163540     IF WS-TOT-STATUS NOT = '00'
163542         DISPLAY 'DAY 1 - UNABLE TO POST CONTROL TOTALS, '
163544             'FILE STATUS = ' WS-TOT-STATUS
163546         GO TO 6800-POST-CONTROL-TOTALS-EXIT
163548     END-IF.
163550     MOVE SPACES TO CTL-REC.
163552     MOVE 'D01' TO CTL-REC-TYPE.
163554     MOVE 'DAY01PRO' TO CTL-PROGRAM.
163556     MOVE WS-RUN-NO TO CTL-RUN-NO.
163558     MOVE WS-RUN-DATE TO CTL-DATE.
163560     MOVE WS-RUN-TIME(1:6) TO CTL-TIME.
163562     MOVE WS-INFILE-NAME TO CTL-REFERENCE.
163564     MOVE N TO CTL-D01-ACCEPTED.
163566     MOVE WS-REJECT-COUNT TO CTL-D01-REJECTED.
163568     MOVE WS-IFC-DETAIL-COUNT TO CTL-D01-IFC-COUNT.
163570     MOVE WS-IFC-HASH TO CTL-D01-IFC-HASH.
163572     EVALUATE TRUE
163574         WHEN DELTA-ON
163576             MOVE 'D' TO CTL-D01-MODE
163578         WHEN MASTER-ON
163580             MOVE 'M' TO CTL-D01-MODE
163582         WHEN CKPT-HAVE-LOAD
163584             MOVE 'R' TO CTL-D01-MODE
163586         WHEN OTHER
163588             MOVE 'E' TO CTL-D01-MODE
163590     END-EVALUATE.
163592     WRITE CTL-REC.
163593     PERFORM 6810-POST-SOURCE-REJECTS
163594         THRU 6810-POST-SOURCE-REJECTS-EXIT.
163597     CLOSE CTLTOT.
163598 6800-POST-CONTROL-TOTALS-EXIT.
163599     EXIT.
163600
163602*---------------------------------------------------------------
163604* 6810-POST-SOURCE-REJECTS - THIS RUN'S REJECTS PER SENDING
163606*                            SOURCE AND EXTRACT DATE, ONE 'SRC'
163608*                            POSTING PER REASON CODE (ZEROS
163610*                            INCLUDED, SO A RERUN OF THE NIGHT
163612*                            REPLACES THE FIGURES ON AOCSCOR).
163614*                            A DELTA RUN IS NOT POSTED - ITS
163616*                            REJECTS ARE OF REPAIRS, WHICH
163618*                            AOCREJR POSTS - AND A MASTER LOAD
163620*                            OR A RESTART FROM THE LOAD
163622*                            CHECKPOINT NEVER READ THE EXTRACT,
163624*                            SO HAS NOTHING IN THE TABLE.
163626*---------------------------------------------------------------
163628 6810-POST-SOURCE-REJECTS.
163630     IF DELTA-ON OR MASTER-ON
163632         GO TO 6810-POST-SOURCE-REJECTS-EXIT
163634     END-IF.
163636     PERFORM 6820-POST-ONE-SOURCE THRU 6820-POST-ONE-SOURCE-EXIT
163638         VARYING WS-SRC-SUB FROM 1 BY 1
163640         UNTIL WS-SRC-SUB > WS-SRC-COUNT.
163642     IF SRC-TABLE-FULL
163644         DISPLAY 'DAY 1 - INFILE HOLDS MORE THAN 20 SOURCE/'
163646             'EXTRACT DATES - REJECTS OF THE REST ARE NOT '
163648             'POSTED BY SOURCE'
163650     END-IF.
163652 6810-POST-SOURCE-REJECTS-EXIT.
163654     EXIT.
163656
163658 6820-POST-ONE-SOURCE.
163660     MOVE 'SRC' TO CTL-REC-TYPE.
163662     MOVE SPACES TO CTL-FIGURES.
163664     MOVE WS-SRC-SOURCE(WS-SRC-SUB) TO CTL-SRC-SOURCE.
163666     MOVE WS-SRC-DATE(WS-SRC-SUB) TO CTL-SRC-EXTRACT.
163668     MOVE 'BLNK' TO CTL-SRC-ITEM.
163670     MOVE WS-SRC-BLNK(WS-SRC-SUB) TO CTL-SRC-COUNT.
163672     WRITE CTL-REC.
163674     MOVE 'ABAD' TO CTL-SRC-ITEM.
163676     MOVE WS-SRC-ABAD(WS-SRC-SUB) TO CTL-SRC-COUNT.
163678     WRITE CTL-REC.
163680     MOVE 'BBAD' TO CTL-SRC-ITEM.
163682     MOVE WS-SRC-BBAD(WS-SRC-SUB) TO CTL-SRC-COUNT.
163684     WRITE CTL-REC.
163686     MOVE '2BAD' TO CTL-SRC-ITEM.
163688     MOVE WS-SRC-2BAD(WS-SRC-SUB) TO CTL-SRC-COUNT.
163690     WRITE CTL-REC.
163692 6820-POST-ONE-SOURCE-EXIT.
163694     EXIT.
163696
163699*---------------------------------------------------------------
163700* 7000-PRINT-DETAIL - OPTIONAL LINE-BY-LINE AUDIT LISTING. FOR
163800*                     EACH SORTED ID PAIR, SHOWS THE PAIR ITSELF
163900*                     AND THE RUNNING DISTANCE/SIMILARITY TOTALS
164300*                     COUNTS CALC-SIMILARITY LEFT IN ROW-BCNT ARE
164400*                     STILL IN WORKING STORAGE AND ARE REUSED
164500*                     HERE FOR THE PER-ROW CONTRIBUTION.
164533*                     A HIGH-VOLUME RUN'S ROWS COME FROM THE
164566*                     SORTED FILES (7500-HV-DETAIL-ROWS).
164600*---------------------------------------------------------------
164700 7000-PRINT-DETAIL.
164800     MOVE ZERO TO WS-DET-RUN-TOTAL.
166000                DELIMITED BY SIZE INTO DET-REC.
166100     WRITE DET-REC.
166200
166216     IF HIGH-VOLUME
166232         PERFORM 7500-HV-DETAIL-ROWS THRU 7500-HV-DETAIL-ROWS-EXIT
166248         GO TO 7090-PRINT-DETAIL-CLOSE
166264     END-IF.
166280
166300     PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > N
166400         COMPUTE WS-DET-DIFF = ARR-A(IND) - ARR-B(IND)
166500         IF WS-DET-DIFF < 0
169600         WRITE DET-REC
169700     END-PERFORM.
169800
169850 7090-PRINT-DETAIL-CLOSE.
169900     CLOSE DETFILE.
170000 7000-PRINT-DETAIL-EXIT.
170100     EXIT.
170200
170201*---------------------------------------------------------------
170202* 7500-HV-DETAIL-ROWS - REGISTER ROWS FOR A HIGH-VOLUME RUN. THE
170203*                       SORTED FILES ARE READ IN STEP FOR EACH
170204*                       ROW'S PAIR WHILE SRTMFILE RE-COUNTS THE
170205*                       B-SIDE RUNS ROW-BCNT WOULD HOLD. A FAILURE
170206*                       HERE ONLY CUTS THE REGISTER SHORT - THE
170207*                       RUN'S FIGURES ARE ALREADY SETTLED.
170208*---------------------------------------------------------------
170209 7500-HV-DETAIL-ROWS.
170210     PERFORM 4600-HV-OPEN-SORTED THRU 4600-HV-OPEN-SORTED-EXIT.
170211     IF HV-FAILED
170212         GO TO 7590-HV-DETAIL-ROWS-END
170213     END-IF.
170214     PERFORM 5240-HV-OPEN-MERGE-B THRU 5240-HV-OPEN-MERGE-B-EXIT.
170215     IF NOT HV-FAILED
170216         PERFORM 7550-HV-DETAIL-ROW THRU 7550-HV-DETAIL-ROW-EXIT
170217             VARYING IND FROM 1 BY 1 UNTIL IND > N OR HV-FAILED
170218         CLOSE SRTMFILE
170219     END-IF.
170220     CLOSE SRTAFILE.
170221     CLOSE SRTBFILE.
170222 7590-HV-DETAIL-ROWS-END.
170223     IF HV-FAILED
170224         DISPLAY 'DAY 1 DETAIL REGISTER CUT SHORT - ' HV-REASON
170225     END-IF.
170226 7500-HV-DETAIL-ROWS-EXIT.
170227     EXIT.
170228
170229 7550-HV-DETAIL-ROW.
170230     PERFORM 4700-HV-READ-PAIR THRU 4700-HV-READ-PAIR-EXIT.
170231     IF HV-FAILED
170232         GO TO 7550-HV-DETAIL-ROW-EXIT
170233     END-IF.
170234     PERFORM 5220-HV-ROW-BCNT THRU 5220-HV-ROW-BCNT-EXIT.
170235     COMPUTE WS-DET-DIFF = SRTA-ID - SRTB-ID.
170236     IF WS-DET-DIFF < 0
170237         COMPUTE WS-DET-DIFF = 0 - WS-DET-DIFF
170238     END-IF.
170239     COMPUTE WS-DET-CONTRIB = SRTA-ID * SIM-CNT.
170240     COMPUTE WS-DET-RUN-TOTAL = WS-DET-RUN-TOTAL + WS-DET-DIFF.
170241     COMPUTE WS-DET-RUN-SIMILARITY =
170242         WS-DET-RUN-SIMILARITY + WS-DET-CONTRIB.
170243     MOVE IND                   TO WS-EDIT-DET-IND.
170244     MOVE SRTA-ID               TO WS-EDIT-DET-A.
170245     MOVE SRTB-ID               TO WS-EDIT-DET-B.
170246     MOVE WS-DET-DIFF           TO WS-EDIT-DET-DIFF.
170247     MOVE WS-DET-RUN-TOTAL      TO WS-EDIT-DET-TOTAL.
170248     MOVE WS-DET-CONTRIB        TO WS-EDIT-DET-CONTRIB.
170249     MOVE WS-DET-RUN-SIMILARITY TO WS-EDIT-DET-SIMILARITY.
170250     MOVE SPACES TO DET-REC.
170251     STRING WS-EDIT-DET-IND        DELIMITED BY SIZE
170252            '  '                   DELIMITED BY SIZE
170253            WS-EDIT-DET-A          DELIMITED BY SIZE
170254            '  '                   DELIMITED BY SIZE
170255            WS-EDIT-DET-B          DELIMITED BY SIZE
170256            '  '                   DELIMITED BY SIZE
170257            WS-EDIT-DET-DIFF       DELIMITED BY SIZE
170258            '  '                   DELIMITED BY SIZE
170259            WS-EDIT-DET-TOTAL      DELIMITED BY SIZE
170260            '  '                   DELIMITED BY SIZE
170261            WS-EDIT-DET-CONTRIB    DELIMITED BY SIZE
170262            '  '                   DELIMITED BY SIZE
170263            WS-EDIT-DET-SIMILARITY DELIMITED BY SIZE
170264            INTO DET-REC.
170265     WRITE DET-REC.
170266 7550-HV-DETAIL-ROW-EXIT.
170267     EXIT.
170268
170300*---------------------------------------------------------------
170400* 8100-CHECKPOINT-LOAD  - CHECKPOINT TAKEN AFTER READ-NUMS LOADS
170500*                         THE ID ARRAYS
173300*                         PARM DIFFERS FROM THE ORIGINAL RUN'S) AND
173400*                         ONE DETAIL RECORD PER LOADED PAIR SO
173500*                         A RESTART CAN REBUILD THE ID ARRAYS
173520*                         - EXCEPT ON A HIGH-VOLUME RUN (CKPT-MODE
173540*                         H), WHOSE HEADER STANDS ALONE: ITS PAIRS
173560*                         ARE ON THE SPILL OR SORTED WORK FILES,
173580*                         AND A RESTART READS THOSE INSTEAD.
173600*---------------------------------------------------------------
173700 8050-WRITE-CHECKPOINT.
173800     OPEN OUTPUT CKPTFILE.
174400     MOVE ZERO TO CKPT-A.
174500     MOVE ZERO TO CKPT-B.
174600     MOVE WS-INFILE-NAME TO CKPT-INFILE.
174620     MOVE SPACE TO CKPT-MODE.
174640     IF HIGH-VOLUME
174660         MOVE 'H' TO CKPT-MODE
174680     END-IF.
174700     WRITE CKPT-REC.
174725     IF HIGH-VOLUME
174750         GO TO 8090-WRITE-CHECKPOINT-CLOSE
174775     END-IF.
174800     PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > N
174900         MOVE 'DETAIL' TO CKPT-TYPE
175000         MOVE IND TO CKPT-N
175200         MOVE ARR-B(IND) TO CKPT-B
175300         WRITE CKPT-REC
175400     END-PERFORM.
175450 8090-WRITE-CHECKPOINT-CLOSE.
175500     CLOSE CKPTFILE.
175600 8050-WRITE-CHECKPOINT-EXIT.
175700     EXIT.
176500*                        LOADED EXTRACT WITHOUT RE-READING IT.
176600*                        CHECK-RESTART IGNORES 'DONE' RECORDS, SO
176700*                        A FRESH RUN STILL STARTS CLEAN.
176733*                        A HIGH-VOLUME RUN'S 'DONE' RECORD HAS NO
176766*                        ARRAY IMAGE AND IS NO DELTA BASE.
176800*---------------------------------------------------------------
176900 8400-CHECKPOINT-DONE.
177000     MOVE 'DONE' TO CKPT-PHASE.
177100     PERFORM 8050-WRITE-CHECKPOINT THRU 8050-WRITE-CHECKPOINT-EXIT.
177200 8400-CHECKPOINT-DONE-EXIT.
177300     EXIT.
177400
177500*---------------------------------------------------------------
177600* 9790-ALERT-RUN-OUTCOME - EVERY ENDING OF THE RUN PASSES THROUGH
177700*                          0090-SET-CALLER-RC, SO THE RUN'S
177800*                          ALERT IS RAISED HERE FROM THE RETURN
177900*                          CODE AND THE SWITCHES BEHIND IT. A RUN
178000*                          THAT NEVER REGISTERED HAS NO RUN
178100*                          NUMBER. RC 20 IS LEFT TO AOCAUTH,
178200*                          WHICH RAISES ITS OWN REFUSAL ALERT.
178300*---------------------------------------------------------------
178400 9790-ALERT-RUN-OUTCOME.
178500     IF RETURN-CODE = ZERO OR RETURN-CODE = 20
178600         GO TO 9790-ALERT-RUN-OUTCOME-EXIT
178700     END-IF.
178800     MOVE WS-RUN-NO TO WS-ALRT-RUN-NO.
178900     MOVE 'C' TO WS-ALRT-SEVERITY.
179000     MOVE SPACES TO WS-ALRT-TEXT.
179100     EVALUATE TRUE
179200         WHEN RETURN-CODE = 4
179300             MOVE 'W' TO WS-ALRT-SEVERITY
179400             MOVE 'VARIANCE' TO WS-ALRT-CODE
179500             MOVE 'VARIANCE BEYOND VARCARD TOLERANCE - FEED HELD'
179600               TO WS-ALRT-TEXT
179700         WHEN RETURN-CODE = 8
179800             MOVE 'E' TO WS-ALRT-SEVERITY
179900             MOVE 'VFYMISM' TO WS-ALRT-CODE
180000             MOVE 'VERIFY RUN - EXTRACT AND MASTER RESULTS DIFFER'
180100               TO WS-ALRT-TEXT
180200         WHEN RETURN-CODE = 12
180300             MOVE 'RUNOPEN' TO WS-ALRT-CODE
180400             MOVE 'EARLIER DAY 01 RUN STILL STARTED - REFUSED'
180500               TO WS-ALRT-TEXT
180600         WHEN WS-RUN-NO = ZERO
180700             MOVE 'RUNCFAIL' TO WS-ALRT-CODE
180800             MOVE 'RUN CONTROL FILE NOT WRITTEN - NOT REGISTERED'
180900               TO WS-ALRT-TEXT
180920         WHEN HV-VFY-REFUSED
180940             MOVE 'VFYHIVOL' TO WS-ALRT-CODE
180960             MOVE 'VERIFY REFUSED - EXTRACT OVER THE PAIR TABLE'
180980               TO WS-ALRT-TEXT
181000         WHEN RECONCILE-BAD
181100             MOVE 'RECONCIL' TO WS-ALRT-CODE
181200             MOVE 'A-SIDE/B-SIDE LOAD COUNTS DO NOT RECONCILE'
181300               TO WS-ALRT-TEXT
181400         WHEN DELTA-ON AND NOT DELTA-BASE-OK
181500             MOVE 'DELTABAS' TO WS-ALRT-CODE
181600             MOVE 'NO COMPLETED-RUN CHECKPOINT TO DELTA AGAINST'
181700               TO WS-ALRT-TEXT
181725         WHEN HV-FAILED
181750             MOVE 'HIVOLUME' TO WS-ALRT-CODE
181775             MOVE HV-REASON TO WS-ALRT-TEXT
181800         WHEN WS-INFILE-STATUS NOT = '00'
181900             MOVE 'INFILE' TO WS-ALRT-CODE
182000             STRING 'INFILE NOT OPENED, FILE STATUS = '
182100                    WS-INFILE-STATUS ' - RUN HALTED'
182200                 DELIMITED BY SIZE INTO WS-ALRT-TEXT
182300         WHEN OTHER
182400             MOVE 'MSTLOAD' TO WS-ALRT-CODE
182500             MOVE 'ID MASTER EMPTY, UNOPENABLE OR NOT PROVED'
182600               TO WS-ALRT-TEXT
182700     END-EVALUATE.
182800     PERFORM 9800-RAISE-ALERT THRU 9800-RAISE-ALERT-EXIT.
182900 9790-ALERT-RUN-OUTCOME-EXIT.
183000     EXIT.
183100
183200*---------------------------------------------------------------
183300* 9800-RAISE-ALERT - WRITE WS-ALRT-SEVERITY/CODE/TEXT TO THE
183400*                    SHOP-WIDE ALERT FILE THROUGH AOCALRT. THE
183500*                    RC IS NOT ACTED ON - AN ALERT THAT CANNOT
183600*                    BE WRITTEN IS ON THE JOB LOG INSTEAD, AND
183700*                    MUST NOT CHANGE HOW THIS RUN ENDS, SO THE
183800*                    RETURN-CODE THE CALL CLOBBERS IS PUT BACK.
183900*---------------------------------------------------------------
184000 9800-RAISE-ALERT.
184100     MOVE RETURN-CODE TO WS-ALRT-SAVE-RC.
184200     CALL 'AOCALRTC' USING WS-ALRT-PROGRAM WS-ALRT-RUN-NO
184300                           WS-ALRT-SEVERITY WS-ALRT-CODE
184400                           WS-ALRT-TEXT WS-ALRT-RC.
184500     MOVE WS-ALRT-SAVE-RC TO RETURN-CODE.
184600 9800-RAISE-ALERT-EXIT.
184700     EXIT.
