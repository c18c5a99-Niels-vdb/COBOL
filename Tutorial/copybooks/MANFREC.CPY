000100******************************************************************
000200*MANFREC.CPY
000300*MACHINE-READABLE COPY OF THE MAIL-ROOM MANIFEST DISTRIBUTE
000400*PRINTS AFTER THE LAST ADDRESSED COPY.  WRITTEN FRESH EVERY RUN
000500*IN THE SAME STATION ORDER AS THE PRINTED MANIFEST:
000600*    D = ONE PER ADDRESSED COPY (STATION, DEPARTMENT, RECIPIENT,
000700*        NOTICE LINES ON THE COPY; MNF-COPIES IS ALWAYS 1)
000800*    S = STATION SUBTOTAL AFTER THE STATION'S LAST COPY
000900*        (COPIES AND LINES FOR THAT STATION)
001000*    T = CONTROL-TOTAL TRAILER, ALWAYS THE LAST RECORD (COPIES,
001100*        LINES AND STATIONS FOR THE WHOLE RUN)
001200*MNF-RUN-DATE IS THE DISTRIBUTE RUN DATE ON EVERY RECORD - THE
001300*SAME DATE THE MAIL ROOM QUOTES BACK ON ITS DELIVERY
001400*CONFIRMATIONS (DLVCONF.CPY).  FIELDS A RECORD TYPE DOES NOT USE
001500*ARE SPACES OR ZERO.
001600******************************************************************
001700 01  MANIFEST-RECORD.
001800     05  MNF-REC-TYPE        PIC X(1).
001900         88  MNF-DETAIL          VALUE "D".
002000         88  MNF-SUBTOTAL        VALUE "S".
002100         88  MNF-TRAILER         VALUE "T".
002200     05  MNF-RUN-DATE        PIC 9(8).
002300     05  MNF-STATION         PIC X(8).
002400     05  MNF-DEPT-CODE       PIC X(4).
002500     05  MNF-RECIPIENT-NAME  PIC X(30).
002600     05  MNF-COPIES          PIC 9(6).
002700     05  MNF-LINES           PIC 9(6).
002800     05  MNF-STATIONS        PIC 9(6).
