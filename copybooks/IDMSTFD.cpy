001400*           5-DIGIT-ERA MASTER MUST BE CONVERTED THROUGH
001500*           AOCMSTCV BEFORE ANY PROGRAM READS IT UNDER THIS
001600*           LAYOUT - THE OLD ID COLUMNS DO NOT LINE UP.
001607*           PAIR NUMBER ZERO IS NEVER A PAIR: IT KEYS THE MASTER
001614*           CONTROL RECORD (MST-CTL-REC BELOW), WHICH AOCMSTM
001621*           MAINTAINS ON EVERY APPLY AND AOCMSTRB WRITES ON A
001628*           REBUILT MASTER - THE PAIR COUNT, HASH TOTALS OF
001635*           MST-A-ID AND MST-B-ID, THE LAST JOURNAL RECORD
001642*           APPLIED AND THE RUN THAT LAST MAINTAINED THE FILE.
001649*           AOCMSTV PROVES THE PAIRS AGAINST IT. IT IS THE ONE
001656*           LONGER RECORD ON THE FILE (THE PAIR RECORDS KEEP
001663*           THEIR 30 BYTES), SO THE MASTER CLUSTER CARRIES
001670*           VARIABLE-LENGTH RECORDS OF 30 TO 110 BYTES, AND EVERY
001677*           PROGRAM THAT READS THE MASTER IN KEY ORDER STEPS OVER
001684*           PAIR ZERO. STATE U MEANS A MAINTENANCE RUN STARTED
001691*           APPLYING AND NEVER FINISHED.
001700*---------------------------------------------------------------
001800 01  MST-REC.
001900     05  MST-PAIR-NO                 PIC 9(09).
002000     05  MST-A-ID                    PIC 9(07).
002100     05  MST-B-ID                    PIC 9(07).
002200     05  FILLER                      PIC X(07).
002300
002400 01  MST-CTL-REC.
002500     05  MST-CTL-KEY                 PIC 9(09).
002600     05  MST-CTL-TAG                 PIC X(08).
002700     05  MST-CTL-STATE               PIC X(01).
002800         88  MST-CTL-COMPLETE        VALUE 'C'.
002900         88  MST-CTL-IN-UPDATE       VALUE 'U'.
003000     05  MST-CTL-COUNT               PIC 9(09).
003100     05  MST-CTL-HASH-A              PIC 9(15).
003200     05  MST-CTL-HASH-B              PIC 9(15).
003300     05  MST-CTL-JRN-DATE            PIC X(08).
003400     05  MST-CTL-JRN-TIME            PIC X(06).
003500     05  MST-CTL-JRN-TRN-NO          PIC 9(09).
003600     05  MST-CTL-UPD-DATE            PIC X(08).
003700     05  MST-CTL-UPD-TIME            PIC X(06).
003800     05  MST-CTL-UPD-PGM             PIC X(08).
003900     05  FILLER                      PIC X(08).
