000100******************************************************************
000200*SCORREC.CPY
000300*SUSPENSE CORRECTION CARD, KEYED BY THE DESK AGAINST AN ITEM ON
000400*THE REJECT SUSPENSE FILE (SUSPREC.CPY) AND APPLIED BY
000500*SUSPENSECORRECT.  COR-SOURCE + COR-ITEM-KEY NAME THE ITEM
000600*EXACTLY AS THE AGING REPORT PRINTS IT.  ONE CARD PER ITEM:
000700*    R = RESUBMIT.  COR-IMAGE IS THE CORRECTED CARD IN THE
000800*        LAYOUT OF THE PROGRAM THAT WILL APPLY IT - MNTREC.CPY
000900*        FOR A MESSAGEMAINT ITEM, DMTREC.CPY FOR A DISTMAINT
001000*        ITEM.  LEAVE IT BLANK TO RESUBMIT THE SUSPENDED CARD
001100*        AS IT WAS (THE REJECT WAS A MISSING REFERENCE ENTRY
001200*        THAT HAS SINCE BEEN ADDED).  A FEEDEDIT ITEM IS A LINE
001300*        OF THE MESSAGE MASTER, SO ITS CORRECTION IS ALWAYS A
001400*        MESSAGEMAINT CARD (MNTREC.CPY) AND CANNOT BE BLANK.
001500*    W = WRITE OFF.  THE ITEM IS DROPPED WITHOUT RESUBMISSION;
001600*        COR-IMAGE IS IGNORED.
001700*COR-OPERATOR IS REQUIRED ON EVERY CARD.  THE CORRECTED CARD
001800*GOES TO THE RESUBMISSION FILE THE MSGMNT OR DSTMNT JOB READS
001900*AHEAD OF THE DESK'S OWN CARDS ON ITS NEXT RUN, AND IS EDITED
002000*THERE LIKE ANY OTHER CARD.
002100******************************************************************
002200 01  CORRECTION-CARD.
002300     05  COR-ACTION          PIC X(1).
002400         88  COR-RESUBMIT        VALUE "R".
002500         88  COR-WRITE-OFF       VALUE "W".
002600     05  COR-SOURCE          PIC X(14).
002700     05  COR-ITEM-KEY        PIC X(35).
002800     05  COR-OPERATOR        PIC X(8).
002900     05  COR-IMAGE           PIC X(139).
