000800*            FLIGHT AND BLOCKS A NEW RUN OF THE SAME DAY. RUN
000900*            NUMBERS ARE UNIQUE ACROSS ALL DAYS - THE NEXT ONE
001000*            IS ONE MORE THAN THE HIGHEST ON FILE.
001010*            EVERY RECORD ALSO CARRIES THE RUN'S START STAMP
001020*            AND THE ELAPSED SECONDS FROM THAT START TO ITS
001030*            OWN DATE/TIME, SO A CLOSING RECORD HOLDS THE
001040*            RUN'S START, END AND ELAPSED TIME ON ONE LINE
001050*            (ELAPSED IS ZERO ON THE STARTED RECORD). RECORDS
001060*            WRITTEN BEFORE THE TIMING FIELDS WERE ADDED READ
001070*            BACK WITH THEM BLANK.
001100*---------------------------------------------------------------
001200 01  RUN-CTL-REC.
001300     05  RUN-CTL-RUN-NO              PIC 9(06).
002100     05  RUN-CTL-TIME                PIC X(06).
002200     05  FILLER                      PIC X(01).
002300     05  RUN-CTL-INFILE              PIC X(40).
002400     05  FILLER                      PIC X(01).
002500     05  RUN-CTL-START-DATE          PIC X(08).
002600     05  FILLER                      PIC X(01).
002700     05  RUN-CTL-START-TIME          PIC X(06).
002800     05  FILLER                      PIC X(01).
002900     05  RUN-CTL-ELAPSED             PIC 9(07).
