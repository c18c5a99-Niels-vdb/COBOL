000100******************************************************************
000200*MNTJRNL.CPY
000300*MAINTENANCE JOURNAL RECORD, ONE PER TRANSACTION APPLIED TO AN
000400*INDEXED MASTER.  MESSAGEMAINT (MSGMSTR) AND DISTMAINT (DSTMSTR)
000500*APPEND ONE RECORD FOR EVERY CARD THAT GETS PAST THE EDITS AND
000600*IS ACTUALLY WRITTEN, REWRITTEN OR DELETED - A REJECTED CARD
000610*CHANGED NOTHING AND IS NOT JOURNALED.  FLASHPUBLISH ALSO APPENDS
000620*ONE FOR EVERY MSGMSTR LINE IT STAMPS MST-FLASH-DATE (ACTION F).
000630*THE JOURNAL IS THE FORWARD-RECOVERY LOG FOR BOTH MASTERS:
000640*MASTERRECOVERY LOADS A BACKUP AND REPLAYS THE AFTER IMAGES UP TO
000650*A CHOSEN POINT, AND JOURNALREPORT PRINTS THE CHANGE HISTORY OF A
000660*KEY FOR THE DESK.
001100*
001200*JRN-FILE-ID NAMES THE MASTER (MSGMSTR OR DSTMSTR); JRN-KEY IS
001300*THAT MASTER'S RECORD KEY, LEFT-JUSTIFIED (MST-KEY IS 5 BYTES,
001310*SBM-KEY 34).  JRN-ACTION IS THE CARD'S ACTION CODE, OR F FOR A
001320*FLASH STAMP.
001500*JRN-BEFORE-IMAGE IS THE RECORD AS IT STOOD BEFORE THE CARD
001600*(SPACES FOR AN ADD); JRN-AFTER-IMAGE IS THE RECORD AS WRITTEN
001700*(SPACES FOR A DELETE).  THE IMAGES ARE WIDER THAN EITHER
001800*MASTER SO A MASTER CAN GROW WITHOUT A JOURNAL LAYOUT CHANGE.
001900*JRN-DATE/JRN-TIME ARE THE RUN STAMP THE PROGRAM ALSO PUTS IN
002000*THE MASTER'S UPDATE STAMP, SO A JOURNAL ENTRY AND THE RECORD
002010*IT PRODUCED CAN ALWAYS BE MATCHED - EXCEPT A FLASH STAMP, WHICH
002020*CARRIES THE FLASH RUN'S STAMP AND LEAVES THE UPDATE STAMP ALONE.
002030*JRN-OPERATOR IS THE DESK OPERATOR FROM THE CARD
002040*(MNT-OPERATOR-ID); DSTMSTR CARDS AND FLASH STAMPS CARRY NO
002050*OPERATOR AND JOURNAL SPACES.
002200*
002300*LIKE THE OTHER LOGS THIS IS APPEND-ONLY (DISP=MOD).  KEEP IT
002400*AT LEAST AS LONG AS THE OLDEST MASTER BACKUP ANYONE MIGHT
002500*RECOVER FROM - A JOURNAL CUT WITHOUT A FRESH BACKUP BEHIND IT
002600*LEAVES NOTHING TO ROLL FORWARD FROM.
002700******************************************************************
002800 01  MAINT-JOURNAL-RECORD.
002900     05  JRN-FILE-ID         PIC X(8).
003000     05  JRN-ACTION          PIC X(1).
003100     05  JRN-DATE            PIC 9(8).
003200     05  JRN-TIME            PIC 9(8).
003300     05  JRN-PROGRAM         PIC X(14).
003310     05  JRN-OPERATOR        PIC X(8).
003400     05  JRN-KEY             PIC X(34).
003500     05  JRN-BEFORE-IMAGE    PIC X(250).
003600     05  JRN-AFTER-IMAGE     PIC X(250).
