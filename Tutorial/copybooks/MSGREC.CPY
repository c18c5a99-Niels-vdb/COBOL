000732*SET) AND DIFFERS ONLY IN ITS TEXT.  THE PRIORITY SORT KEYS ON
000734*PRIORITY, SEQ-NO, CONT-NO SO THE LINES OF A NOTICE CAN NEVER
000736*BE SEPARATED ON THE PRINTED PAGE.
000737*
000738*MSG-AUDIENCE IS THE MASTER'S TARGET-DEPARTMENT LIST
000739*(MST-AUDIENCE IN MSGMSTR.CPY) CARRIED THROUGH TO THE PUBLISHING
000740*STEP, WHICH PUTS IT ON THE CATEGORY BULLETIN LINE.  ALL SPACES
000741*MEANS UNTARGETED - EVERY SUBSCRIBER OF THE CATEGORY.
000742******************************************************************
000800 01  MSG-RECORD.
000900     05  MSG-SEQ-NO          PIC 9(4).
000920     05  MSG-CONT-NO         PIC 9(1).
000984     05  MSG-EXP-DATE        PIC 9(8).
000986     05  MSG-REPEAT-DAY      PIC 9(1).
001000     05  MSG-TEXT            PIC X(80).
001010     05  MSG-AUDIENCE.
001020         10  MSG-AUDIENCE-DEPT   PIC X(4) OCCURS 5.
