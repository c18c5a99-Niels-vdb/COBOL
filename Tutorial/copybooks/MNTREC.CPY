000200*MNTREC.CPY
000300*MAINTENANCE TRANSACTION KEYED BY THE CONTENT DESK AGAINST THE
000400*MESSAGE MASTER.  ONE CARD PER ACTION:
000500*    A = ADD A NEW MESSAGE (ENTERS RELEASED, OR PENDING
000550*        APPROVAL FOR PRIORITY 1 / SAFE)
000600*    C = CHANGE AN EXISTING MESSAGE'S FIELDS
000700*    D = DELETE A MESSAGE
000800*    H = PUT A MESSAGE ON HOLD
000900*    R = RELEASE A HELD MESSAGE
000910*    V = APPROVE A LINE PENDING APPROVAL (STATUS P)
001000*ONLY A AND C CARRY THE FULL FIELD SET; D/H/R/V NEED ONLY THE
001100*ACTION, THE SEQUENCE + CONTINUATION NUMBER AND THE OPERATOR.
001101*
001102*MNT-OPERATOR-ID IS THE DESK OPERATOR WHO KEYED THE CARD AND IS
001103*REQUIRED ON EVERY ACTION.  A PRIORITY-1 OR SAFE LINE ONLY GOES
001104*OUT ONCE A V CARD FROM A DIFFERENT OPERATOR THAN THE ONE WHO
001105*KEYED ITS CONTENT HAS BEEN APPLIED (SEE MSGMSTR.CPY).
001110*
001120*MNT-CONT-NO ADDRESSES ONE LINE OF A MULTI-LINE NOTICE: ZERO IS
001130*THE NOTICE ITSELF, 1-9 ARE CONTINUATION TEXT LINES UNDER THE
001140*SAME MNT-SEQ-NO.  A CONTINUATION CARD REPEATS THE PARENT'S
001150*TYPE, PRIORITY AND DATE FIELDS AND DIFFERS ONLY IN ITS TEXT;
001160*EVERY ACTION IS ONE CARD PER LINE.
001170*
001180*MNT-AUDIENCE (A AND C ONLY) IS THE OPTIONAL TARGET-DEPARTMENT
001181*LIST - UP TO FIVE DEPARTMENT CODES, PACKED FROM THE LEFT, EACH
001182*ON THE SUBSCRIBER MASTER.  LEAVE IT BLANK FOR A NOTICE THAT
001183*GOES TO EVERY SUBSCRIBER OF ITS CATEGORY (SEE MSGMSTR.CPY).
001200******************************************************************
001300 01  MAINT-TRANSACTION.
001400     05  MNT-ACTION          PIC X(1).
001700         88  MNT-DELETE          VALUE "D".
001800         88  MNT-HOLD            VALUE "H".
001900         88  MNT-RELEASE         VALUE "R".
001910         88  MNT-APPROVE         VALUE "V".
002000     05  MNT-SEQ-NO          PIC 9(4).
002050     05  MNT-CONT-NO         PIC 9(1).
002100     05  MNT-TYPE            PIC X(4).
002500     05  MNT-EXP-DATE        PIC 9(8).
002600     05  MNT-REPEAT-DAY      PIC 9(1).
002700     05  MNT-TEXT            PIC X(80).
002710     05  MNT-OPERATOR-ID     PIC X(8).
002720     05  MNT-AUDIENCE.
002730         10  MNT-AUDIENCE-DEPT   PIC X(4) OCCURS 5.
