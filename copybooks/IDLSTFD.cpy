001100*           EXTRACT MUST BE RE-CUT (OR RE-ENVELOPED) IN THE
001200*           WIDE COLUMNS BEFORE IT FEEDS ANY PROGRAM COPYING
001300*           THIS LAYOUT.
001309*           COLUMNS 21-36 CARRY THE RECORD'S LINEAGE: THE
001318*           SENDING SOURCE SYSTEM AND THE EXTRACT DATE FROM THE
001327*           ENVELOPE HEADER IT ARRIVED IN. AOCEDIT AND AOCCONS
001336*           STAMP THEM ON EVERY DETAIL THEY STAGE, DAY01PROC
001345*           CARRIES THEM ONTO REJDFILE AND AOCREJR PUTS THEM BACK
001354*           ON A REPAIRED IMAGE, SO A REJECT CAN ALWAYS BE TRACED
001363*           TO ITS SENDER. A PLAIN (UN-ENVELOPED) EXTRACT LEAVES
001372*           THEM BLANK. ID-PAIR-X IS THE ID DATA ALONE - A
001381*           RECORD WHOSE ID COLUMNS ARE BLANK IS A BLANK RECORD
001390*           WHATEVER ITS LINEAGE SAYS.
001400*---------------------------------------------------------------
001500 01  INPUT-REC                       PIC X(80).
001600 01  INPUT-REC-FIELDS REDEFINES INPUT-REC.
001700     05  ID-PAIR-X.
001750         10  A-SIDE-X                PIC X(07).
001800         10  FILLER                  PIC X(03).
001850         10  B-SIDE-X                PIC X(07).
001900         10  FILLER                  PIC X(03).
001950     05  ID-SOURCE-SYS               PIC X(08).
002000     05  ID-SOURCE-DATE              PIC X(08).
002050     05  FILLER                      PIC X(44).
