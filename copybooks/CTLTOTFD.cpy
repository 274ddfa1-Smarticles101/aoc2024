000100*---------------------------------------------------------------
000200* CTLTOTFD - FILE SECTION LAYOUT FOR ONE CONTROL-TOTALS LEDGER
000300*            RECORD. THE LEDGER (CTLTOT) IS APPEND-ONLY: EVERY
000400*            STAGE OF THE DAY 1 FEED POSTS ITS OWN BALANCING
000500*            FIGURES HERE AS IT FINISHES, SO AOCBAL CAN LINE
000600*            THE STAGES UP AGAINST EACH OTHER AFTER THE FACT
000700*            WITHOUT DEPENDING ON WORK FILES THAT THE NEXT
000800*            NIGHT OVERWRITES. ONE 130-BYTE SHAPE, A COMMON
000900*            FRONT (RECORD TYPE, POSTING PROGRAM, RUN NUMBER,
001000*            POSTING DATE AND TIME, REFERENCE) AND FOUR VIEWS
001100*            OF THE FIGURES BEHIND IT:
001200*              'STG' - AOCEDIT/AOCCONS: DETAILS STAGED, DETAILS
001300*                      WITHHELD, HASH OF THE STAGED A/B VALUES.
001400*                      RUN NUMBER ZERO (THE PRE-EDIT RUNS
001500*                      BEFORE DAY 1 REGISTERS); REFERENCE IS
001600*                      THE STAGED FILE NAME.
001700*              'D01' - DAY01PROC: ACCEPTED (N), REJECTED (THE
001800*                      REJDFILE RECORDS WRITTEN), INTERFACE
001900*                      TRAILER COUNT AND HASH AS WRITTEN, AND
002000*                      THE LOAD MODE (E = EXTRACT, R = RESTART
002100*                      FROM CHECKPOINT, D = DELTA, M = MASTER).
002200*                      REFERENCE IS THE INPUT FILE NAME.
002300*              'ACK' - AOCACKP: THE WAREHOUSE'S DETAIL COUNT
002400*                      AND HASH, AS RECEIVED, AND ITS A/R FLAG,
002500*                      POSTED AGAINST THE RUN NUMBER THE ACK
002600*                      WAS MATCHED TO. REFERENCE IS THE STATED
002700*                      REASON ON A NAK.
002705*              'SRC' - ONE FIGURE FOR ONE SENDING SOURCE SYSTEM
002710*                      AND EXTRACT DATE, FOR AOCSCOR'S MONTHLY
002715*                      PER-SOURCE SCORECARD. THE ITEM SAYS WHAT
002720*                      THE COUNT IS:
002725*                        SENT - DETAILS IN THE ENVELOPE (AOCEDIT/
002730*                               AOCCONS)
002735*                        EFAL - 1 WHEN THE ENVELOPE FAILED THE
002740*                               PRE-EDIT, 0 WHEN IT PASSED
002745*                        BLNK/ABAD/BBAD/2BAD - DAY01PROC REJECTS
002750*                               BY REJDTAFD REASON CODE
002755*                        REPR - REJECTS REPAIRED AND RELEASED TO
002760*                               THE DELTA FILE (AOCREJR)
002765*                        RBAD - CORRECTIONS STILL BAD (AOCREJR)
002770*                      REFERENCE IS THE POSTING STEP'S FILE NAME.
002775*                      A RERUN POSTS AGAIN; THE READER KEEPS THE
002780*                      LATEST FIGURE PER SOURCE, DATE AND ITEM.
002800*            THE ACK FIGURES ARE THEIRS, NOT OURS, SO THEY ARE
002900*            CARRIED AS RECEIVED (DISPLAY) AND NUMERIC-CHECKED
003000*            BY THE READER, SAME AS ACKFD.
003100*---------------------------------------------------------------
003200 01  CTL-REC                         PIC X(130).
003300 01  CTL-COMMON-REC REDEFINES CTL-REC.
003400     05  CTL-REC-TYPE                PIC X(03).
003500     05  FILLER                      PIC X(01).
003600     05  CTL-PROGRAM                 PIC X(08).
003700     05  FILLER                      PIC X(01).
003800     05  CTL-RUN-NO                  PIC 9(06).
003900     05  FILLER                      PIC X(01).
004000     05  CTL-DATE                    PIC X(08).
004100     05  FILLER                      PIC X(01).
004200     05  CTL-TIME                    PIC X(06).
004300     05  FILLER                      PIC X(01).
004400     05  CTL-REFERENCE               PIC X(40).
004500     05  FILLER                      PIC X(02).
004600     05  CTL-FIGURES                 PIC X(52).
004700 01  CTL-STG-REC REDEFINES CTL-REC.
004800     05  FILLER                      PIC X(78).
004900     05  CTL-STG-STAGED              PIC 9(09).
005000     05  FILLER                      PIC X(01).
005100     05  CTL-STG-WITHHELD            PIC 9(09).
005200     05  FILLER                      PIC X(01).
005300     05  CTL-STG-HASH                PIC 9(15).
005400     05  FILLER                      PIC X(17).
005500 01  CTL-D01-REC REDEFINES CTL-REC.
005600     05  FILLER                      PIC X(78).
005700     05  CTL-D01-ACCEPTED            PIC 9(09).
005800     05  FILLER                      PIC X(01).
005900     05  CTL-D01-REJECTED            PIC 9(09).
006000     05  FILLER                      PIC X(01).
006100     05  CTL-D01-IFC-COUNT           PIC 9(09).
006200     05  FILLER                      PIC X(01).
006300     05  CTL-D01-IFC-HASH            PIC 9(15).
006400     05  FILLER                      PIC X(01).
006500     05  CTL-D01-MODE                PIC X(01).
006600     05  FILLER                      PIC X(05).
006700 01  CTL-ACK-REC REDEFINES CTL-REC.
006800     05  FILLER                      PIC X(78).
006900     05  CTL-ACK-COUNT-X             PIC X(09).
007000     05  FILLER                      PIC X(01).
007100     05  CTL-ACK-HASH-X              PIC X(15).
007200     05  FILLER                      PIC X(01).
007300     05  CTL-ACK-FLAG                PIC X(01).
007400     05  FILLER                      PIC X(25).
007500 01  CTL-SRC-REC REDEFINES CTL-REC.
007600     05  FILLER                      PIC X(78).
007700     05  CTL-SRC-SOURCE              PIC X(08).
007800     05  FILLER                      PIC X(01).
007900     05  CTL-SRC-EXTRACT             PIC X(08).
008000     05  FILLER                      PIC X(01).
008100     05  CTL-SRC-ITEM                PIC X(04).
008200     05  FILLER                      PIC X(01).
008300     05  CTL-SRC-COUNT               PIC 9(09).
008400     05  FILLER                      PIC X(20).
