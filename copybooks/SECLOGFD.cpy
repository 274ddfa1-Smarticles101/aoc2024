000100*---------------------------------------------------------------
000200* SECLOGFD - FILE SECTION LAYOUT FOR ONE SECURITY LOG RECORD.
000300*            THE SECURITY LOG (SECLOG) IS APPEND-ONLY: AOCAUTH
000400*            WRITES ONE RECORD FOR EVERY PRIVILEGED ACTION IT IS
000500*            ASKED TO CLEAR, GRANTED OR REFUSED, SO EVERY FORCE,
000600*            MASTER CHANGE, REBUILD AND CHAIN START CAN BE TIED
000700*            TO THE USER ID THAT TOOK IT. THE RUN NUMBER IS THE
000800*            RUN-CONTROL RUN THE ACTION WAS TAKEN AGAINST (THE
000900*            FIRST RUN BEING FORCE-CLOSED, OR THE ENCLOSING
001000*            AOCSCHD CHAIN STEP); ZERO WHEN THERE IS NONE, E.G.
001100*            A STANDALONE AOCMSTM OR AOCMSTRB JOB.
001200*              RESULT - GRANTED OR REFUSED
001300*              REASON - WHY, IN WORDS
001400*              DETAIL - WHAT WAS ATTEMPTED, FROM THE CALLER
001500*---------------------------------------------------------------
001600 01  SEC-LOG-REC.
001700     05  SEC-DATE                    PIC X(08).
001800     05  FILLER                      PIC X(01).
001900     05  SEC-TIME                    PIC X(06).
002000     05  FILLER                      PIC X(01).
002100     05  SEC-USER-ID                 PIC X(08).
002200     05  FILLER                      PIC X(01).
002300     05  SEC-PROGRAM                 PIC X(08).
002400     05  FILLER                      PIC X(01).
002500     05  SEC-ACTION                  PIC X(08).
002600     05  FILLER                      PIC X(01).
002700     05  SEC-RUN-NO                  PIC 9(06).
002800     05  FILLER                      PIC X(01).
002900     05  SEC-RESULT                  PIC X(07).
003000     05  FILLER                      PIC X(01).
003100     05  SEC-REASON                  PIC X(30).
003200     05  FILLER                      PIC X(01).
003300     05  SEC-DETAIL                  PIC X(40).
003400     05  FILLER                      PIC X(01).
