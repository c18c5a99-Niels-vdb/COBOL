000100******************************************************************
000200*SUSPREC.CPY
000300*REJECT SUSPENSE RECORD.  THE REJECT FILES (MSGREJ, MNTREJ,
000400*DSTREJ) TURN OVER EVERY RUN, SO FEEDEDIT, MESSAGEMAINT AND
000500*DISTMAINT ALSO CARRY EVERY REJECT INTO THIS FILE, A VSAM KSDS
000600*KEYED ON THE SOURCE PROGRAM AND THE ITEM THE REJECT WAS FOR:
000700*    FEEDEDIT     - FEED SEQ-NO + CONT-NO (5 BYTES)
000800*    MESSAGEMAINT - CARD ACTION + SEQ-NO + CONT-NO (6 BYTES)
000900*    DISTMAINT    - CARD ACTION + DEPARTMENT + RECIPIENT (35)
001000*THAT IS, THE LEADING BYTES OF THE RECORD OR CARD AS KEYED, SO
001100*A CARD WITH A GARBLED KEY IS STILL CARRIED.  AN ITEM STAYS
001200*UNTIL IT IS CLEARED:
001300*    - THE SAME PROGRAM LATER APPLIES (OR, FOR THE FEED,
001400*      ACCEPTS) THE SAME ITEM, OR
001500*    - A MESSAGEMAINT DELETE REMOVES THE MASTER LINE A FEEDEDIT
001600*      ITEM IS ABOUT, OR
001700*    - THE DESK WRITES IT OFF WITH A CORRECTION CARD (W).
001800*A REJECT OF AN ITEM ALREADY IN SUSPENSE UPDATES THE REASON,
001900*LAST-REJECTED DATE, COUNT AND IMAGE BUT NEVER SUS-FIRST-DATE -
002000*THE AGE ON THE AGING REPORT RUNS FROM THE FIRST REJECT.
002100*
002200*SUS-STATUS O = OPEN; R = A CORRECTION HAS BEEN ROUTED TO THE
002300*PROGRAM THAT MUST APPLY IT (SUSPENSECORRECT, SCORREC.CPY) AND
002400*IS WAITING FOR ITS NEXT RUN.  A MAINTENANCE CARD REJECTED AGAIN
002500*GOES BACK TO O.  A FEED LINE IS REJECTED EVERY NIGHT UNTIL THE
002600*MASTER IS CORRECTED, SO FEEDEDIT LEAVES AN R ITEM AT R;
002700*MESSAGEMAINT RETURNS IT TO O WHEN IT CHANGES THE LINE, AND THE
002800*NEXT FEED EDIT EITHER ACCEPTS THE LINE OR RE-REJECTS IT.
002900*
003000*SUS-IMAGE IS THE REJECTED RECORD OR CARD, LEFT-JUSTIFIED (FEED
003100*RECORD 130 BYTES, MNTREC 139, DMTREC 51).
003200******************************************************************
003300 01  SUSPENSE-RECORD.
003400     05  SUS-KEY.
003500         10  SUS-SOURCE      PIC X(14).
003600         10  SUS-ITEM-KEY    PIC X(35).
003700     05  SUS-STATUS          PIC X(1).
003800         88  SUS-OPEN            VALUE "O".
003900         88  SUS-RESUBMITTED     VALUE "R".
004000     05  SUS-REASON          PIC X(4).
004100     05  SUS-FIRST-DATE      PIC 9(8).
004200     05  SUS-LAST-DATE       PIC 9(8).
004300     05  SUS-REJECT-COUNT    PIC 9(3).
004400     05  SUS-RESUB-DATE      PIC 9(8).
004500     05  SUS-RESUB-OPERATOR  PIC X(8).
004600     05  SUS-IMAGE           PIC X(139).
