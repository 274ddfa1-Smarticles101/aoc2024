000100*---------------------------------------------------------------
000200* OPRAUTFD - FILE SECTION LAYOUT FOR ONE OPERATOR AUTHORITY
000300*            RECORD. THE AUTHORITY FILE (OPRAUTH) LISTS EVERY
000400*            USER ID ALLOWED TO TAKE A PRIVILEGED ACTION IN THE
000500*            SUITE, ONE RECORD PER USER, WITH A Y/N FLAG PER
000600*            ACTION:
000700*              FORCE   - DD_RUNFORCE=Y: FORCE-CLOSE STARTED RUNS
000800*                        ON THE RUN CONTROL FILE, OR DISPATCH A
000900*                        DAY THE PROCESSING CALENDAR DOES NOT
001000*                        SCHEDULE (AOCRUNC, AOCDRV)
001100*              MAINT   - APPLY A TRANSACTION FILE TO THE ID
001200*                        MASTER (AOCMSTM)
001300*              REBUILD - REBUILD THE ID MASTER FROM THE CHANGE
001400*                        JOURNAL (AOCMSTRB)
001500*              CHAIN   - START THE NIGHTLY CHAIN (AOCSCHD),
001600*                        INCLUDING ITS CLOSE-OUT OF ABANDONED
001700*                        CHAIN-STEP RUNS ON A RESUBMISSION
001800*            ANY FLAG OTHER THAN Y IS A NO. A USER ID NOT ON
001900*            THE FILE HAS NO AUTHORITY AT ALL. AN ASTERISK IN
002000*            COLUMN 1 MARKS A COMMENT LINE. USER IDS ARE
002100*            COMPARED IN UPPER CASE. THE FILE IS MAINTAINED BY
002200*            DATA SECURITY, NOT BY OPERATIONS - AOCAUTH ONLY
002300*            READS IT.
002400*---------------------------------------------------------------
002500 01  OPR-AUTH-REC.
002600     05  OPR-USER-ID                 PIC X(08).
002700     05  FILLER                      PIC X(01).
002800     05  OPR-FORCE-AUTH              PIC X(01).
002900     05  FILLER                      PIC X(01).
003000     05  OPR-MAINT-AUTH              PIC X(01).
003100     05  FILLER                      PIC X(01).
003200     05  OPR-REBUILD-AUTH            PIC X(01).
003300     05  FILLER                      PIC X(01).
003400     05  OPR-CHAIN-AUTH              PIC X(01).
003500     05  FILLER                      PIC X(01).
003600     05  OPR-USER-NAME               PIC X(30).
003700     05  FILLER                      PIC X(33).
