000100*---------------------------------------------------------------
000200* WRDGRDFD - SHARED FILE SECTION LAYOUT FOR A LETTER-GRID
000300*            (WORD-SEARCH) EXTRACT. ONE RECORD PER GRID ROW,
000400*            THE LETTERS PACKED FROM COLUMN 1 WITH NO
000500*            SEPARATORS; EVERY ROW OF A WELL-FORMED GRID IS THE
000600*            SAME LENGTH. THE RECORD IS CUT WIDER THAN ANY GRID
000700*            THE DAY MODULE WILL HOLD SO THAT AN OVER-WIDE ROW
000800*            ARRIVES INTACT AND CAN BE REJECTED AS SUCH RATHER
000900*            THAN SILENTLY TRUNCATED TO A GOOD-LOOKING LENGTH.
001000*            A ROW SHORTER THAN 256 BYTES PADS WITH SPACES; THE
001100*            ROW LENGTH IS THE POSITION OF ITS LAST NON-SPACE.
001200*---------------------------------------------------------------
001300 01  GRID-REC                        PIC X(256).
001400 01  GRID-REC-CHARS REDEFINES GRID-REC.
001500     05  GRID-CHAR                   PIC X(01) OCCURS 256 TIMES.
