000100*---------------------------------------------------------------
000200* ALRACKFD - FILE SECTION LAYOUT FOR ONE OPERATOR ALERT
000300*            ACKNOWLEDGEMENT. THE LEDGER (ALRACK) IS APPEND-ONLY
000400*            AND WRITTEN ONLY BY AOCALRD, ONE RECORD PER ALERT
000500*            ACKNOWLEDGED THROUGH ITS ALDCARD CONTROL CARD. AN
000600*            ALERT ON THE ALERT FILE (ALRTFD) WITH NO RECORD HERE
000700*            IS STILL OPEN AND IS CARRIED ON EVERY MORNING'S
000800*            DIGEST UNTIL SOMEONE ANSWERS FOR IT.
000900*              ALERT-NO - ALR-ALERT-NO OF THE ALERT ACKNOWLEDGED
001000*              USER-ID  - THE SUBMITTING USER ID OF THE AOCALRD
001100*                         RUN THAT TOOK THE ACKNOWLEDGEMENT
001200*              NOTE     - FREE TEXT FROM THE CONTROL CARD
001300*---------------------------------------------------------------
001400 01  ALA-REC.
001500     05  ALA-ALERT-NO                PIC 9(08).
001600     05  FILLER                      PIC X(01).
001700     05  ALA-DATE                    PIC X(08).
001800     05  FILLER                      PIC X(01).
001900     05  ALA-TIME                    PIC X(06).
002000     05  FILLER                      PIC X(01).
002100     05  ALA-USER-ID                 PIC X(08).
002200     05  FILLER                      PIC X(01).
002300     05  ALA-NOTE                    PIC X(40).
002400     05  FILLER                      PIC X(01).
