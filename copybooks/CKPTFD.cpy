002000*          ANY RECORD WHOSE CKPT-B IS NOT NUMERIC, THE OLD
002100*          B-COLUMN HAS RUN INTO THE OLD INFILE TEXT AND THE
002200*          V5 FIELDS ARE THE ONES TO TRUST.
002214*          CKPT-MODE 'H' MARKS A HIGH-VOLUME RUN'S HEADER (AN
002228*          EXTRACT OVER THE 100000-PAIR TABLE): NO DETAIL
002242*          RECORDS FOLLOW IT, BECAUSE THE PAIRS ARE ON DAY 1'S
002256*          SPILL AND SORTED WORK FILES, WHICH A RESTART READS
002270*          INSTEAD. A RECORD WRITTEN BEFORE THE FIELD EXISTED
002284*          READS BACK AS SPACE - AN IN-STORAGE RUN.
002300*---------------------------------------------------------------
002400 01  CKPT-REC.
002500     05  CKPT-TYPE                   PIC X(10).
002900     05  CKPT-B                      PIC 9(07).
003000     05  CKPT-INFILE                 PIC X(40).
003100     05  CKPT-DATE                   PIC X(08).
003133     05  CKPT-MODE                   PIC X(01).
003166         88  CKPT-HIGH-VOLUME        VALUE 'H'.
003200 01  CKPT-REC-V5.
003300     05  CKPT-V5-TYPE                PIC X(10).
003400     05  CKPT-V5-N                   PIC 9(09).
003700     05  CKPT-V5-B                   PIC 9(05).
003800     05  CKPT-V5-INFILE              PIC X(40).
003900     05  CKPT-V5-DATE                PIC X(08).
004000     05  FILLER                      PIC X(05).
