000100******************************************************************
000200*DLVCONF.CPY
000300*DELIVERY CONFIRMATION KEYED BY THE MAIL ROOM, ONE PER ADDRESSED
000400*COPY HANDLED, AGAINST THE NIGHT'S MAIL-ROOM MANIFEST.  THE RUN
000500*DATE, STATION, DEPARTMENT AND RECIPIENT ARE COPIED FROM THE
000600*COPY'S BANNER SO THE CONFIRMATION MATCHES ITS MANIFEST LINE
000700*(MANFREC.CPY) EXACTLY.  THE OUTCOME:
000800*    D = DELIVERED TO THE RECIPIENT
000900*    R = REFUSED AT THE STATION
001000*    N = NO SUCH PERSON AT THE STATION - THE SUBSCRIBER MASTER
001100*        (DSTMSTR) ENTRY IS STALE AND GOES BACK TO THE DESK
001200*A COPY THE MAIL ROOM NEVER CONFIRMS SIMPLY HAS NO RECORD.
001300******************************************************************
001400 01  DELIVERY-CONFIRM-RECORD.
001500     05  DLV-RUN-DATE        PIC 9(8).
001600     05  DLV-STATION         PIC X(8).
001700     05  DLV-DEPT-CODE       PIC X(4).
001800     05  DLV-RECIPIENT-NAME  PIC X(30).
001900     05  DLV-STATUS          PIC X(1).
002000         88  DLV-DELIVERED       VALUE "D".
002100         88  DLV-REFUSED         VALUE "R".
002200         88  DLV-NO-SUCH-PERSON  VALUE "N".
