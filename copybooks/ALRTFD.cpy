000100*---------------------------------------------------------------
000200* ALRTFD - FILE SECTION LAYOUT FOR ONE SHOP-WIDE OPERATOR ALERT
000300*          RECORD. THE ALERT FILE (ALRTFILE) IS APPEND-ONLY: EVERY
000400*          PROGRAM IN THE SUITE RAISES ITS WARNINGS AND
000500*          FAILURES THROUGH AOCALRT, WHICH NUMBERS EACH ALERT (ONE
000600*          MORE THAN THE HIGHEST ON FILE, SAME RULE AS THE RUN
000700*          CONTROL FILE) AND APPENDS IT HERE, SO THE MORNING NO
000800*          LONGER DEPENDS ON SOMEONE READING EVERY JOB LOG.
000900*          AOCALRD PRINTS THE NIGHT'S ALERTS AND KEEPS EACH ONE
001000*          OPEN UNTIL IT IS ACKNOWLEDGED ON THE ALERT
001100*          ACKNOWLEDGEMENT LEDGER (ALRACKFD) BY ALR-ALERT-NO.
001200*            RUN-NO   - RUN-CONTROL RUN THE ALERT BELONGS TO (THE
001300*                       ENCLOSING AOCSCHD CHAIN STEP WHEN THE
001400*                       RAISING PROGRAM HAS NONE OF ITS OWN); ZERO
001500*                       WHEN THERE IS NONE
001600*            SEVERITY - C CRITICAL - THE PROGRAM HALTED (RC 12
001700*                                   OR 16) AND ITS WORK WAS NOT
001800*                                   DONE
001900*                       E ERROR    - A FAILURE OR REFUSAL THE
002000*                                   PROGRAM REPORTED AND ENDED ON
002100*                                   (RC 8 OR 20)
002200*                       W WARNING  - AN EXCEPTION SOMEONE MUST
002300*                                   LOOK AT (RC 4)
002400*                       I INFO     - NOTED FOR THE RECORD ONLY
002500*            CODE     - SHORT FIXED ALERT CODE, E.G. MISSRUN
002600*            TEXT     - WHAT HAPPENED, IN WORDS
002700*---------------------------------------------------------------
002800 01  ALR-REC.
002900     05  ALR-ALERT-NO                PIC 9(08).
003000     05  FILLER                      PIC X(01).
003100     05  ALR-DATE                    PIC X(08).
003200     05  FILLER                      PIC X(01).
003300     05  ALR-TIME                    PIC X(06).
003400     05  FILLER                      PIC X(01).
003500     05  ALR-PROGRAM                 PIC X(08).
003600     05  FILLER                      PIC X(01).
003700     05  ALR-RUN-NO                  PIC 9(06).
003800     05  FILLER                      PIC X(01).
003900     05  ALR-SEVERITY                PIC X(01).
004000         88  ALR-CRITICAL            VALUE 'C'.
004100         88  ALR-ERROR               VALUE 'E'.
004200         88  ALR-WARNING             VALUE 'W'.
004300         88  ALR-INFO                VALUE 'I'.
004400         88  ALR-SEVERITY-VALID      VALUE 'C' 'E' 'W' 'I'.
004500     05  FILLER                      PIC X(01).
004600     05  ALR-CODE                    PIC X(08).
004700     05  FILLER                      PIC X(01).
004800     05  ALR-TEXT                    PIC X(60).
004900     05  FILLER                      PIC X(01).
