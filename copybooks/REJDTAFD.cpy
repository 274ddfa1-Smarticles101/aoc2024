001000*              ABAD - A-SIDE IS NOT NUMERIC
001100*              BBAD - B-SIDE IS NOT NUMERIC
001200*              2BAD - RECORD TOO SHORT OR NEITHER SIDE NUMERIC
001220*            THE IMAGE'S LINEAGE (SOURCE SYSTEM AND EXTRACT DATE,
001240*            IDLSTFD COLUMNS 21-36) IS ALSO COPIED OUT BEHIND IT,
001260*            SO A REPAIR THAT RETYPES THE WHOLE IMAGE CANNOT LOSE
001280*            THE SENDER. AOCREJR RESTORES IT FROM THESE FIELDS.
001300*---------------------------------------------------------------
001400 01  REJD-REC.
001500     05  REJD-LINE-NO                PIC 9(09).
001600     05  REJD-REASON-CD              PIC X(04).
001700     05  REJD-INPUT-REC              PIC X(80).
001800     05  REJD-SOURCE                 PIC X(08).
001900     05  REJD-EXTRACT-DATE           PIC X(08).
