000900*A LAST-MAINTENANCE STAMP.
001000*
001100*MST-STATUS: R = RELEASED (EXTRACTED NIGHTLY),
001108*            H = HOLD (KEPT IN THE MASTER, NEVER EXTRACTED),
001116*            P = PENDING APPROVAL (NEVER EXTRACTED OR FLASHED).
001124*
001132*TWO-PERSON APPROVAL: A PRIORITY-1 OR SAFE LINE THAT IS ADDED
001140*OR CHANGED GOES TO P, NOT R, UNTIL A SECOND DESK OPERATOR
001148*KEYS AN APPROVE CARD (MNTREC.CPY); A RELEASE OF SUCH A LINE
001156*GOES TO P AGAIN UNLESS ITS CONTENT WAS ALREADY APPROVED.
001164*MST-ENTERED-BY IS THE OPERATOR WHO LAST KEYED THE LINE'S
001172*CONTENT (ADD OR CHANGE); MST-APPROVED-BY IS THE OPERATOR WHO
001180*APPROVED THAT CONTENT, CLEARED BY EVERY ADD OR CHANGE.  WHILE
001188*A LINE IS PENDING, MST-UPDATE-DATE/TIME IS WHEN IT STARTED
001196*WAITING.
001210*
001212*MST-FLASH-DATE: THE DATE THE NOTICE WENT OUT ON AN INTRA-DAY
001214*FLASH BULLETIN (FLASHPUBLISH), ZERO IF NEVER.  THE NIGHTLY
001240*DESK KEYS ONE MAINTENANCE CARD PER LINE; A DELETE OR HOLD OF
001250*A MULTI-LINE NOTICE NEEDS ONE CARD PER LINE SO NO ORPHAN
001260*CONTINUATION IS LEFT RELEASED ON THE MASTER.
001261*
001262*MST-AUDIENCE: OPTIONAL LIST OF UP TO FIVE DEPARTMENT CODES THE
001263*NOTICE IS TARGETED AT.  ALL SPACES (THE NORMAL CASE) MEANS
001264*EVERY SUBSCRIBER OF THE CATEGORY, EXACTLY AS BEFORE; ANY CODE
001265*PRESENT RESTRICTS DELIVERY, THE DEPARTMENT EXTRACTS AND THE
001266*EXPECTED ACKS TO THE LISTED DEPARTMENTS.  CODES ARE PACKED
001267*FROM THE LEFT, AND A CONTINUATION LINE REPEATS ITS PARENT'S
001268*LIST LIKE ITS TYPE AND PRIORITY.
001271*
001274*THE OPERATOR, APPROVER AND AUDIENCE FIELDS TOOK THE RECORD FROM
001277*135 TO 171 BYTES.  AT INSTALL, CONVERT THE CLUSTER ONCE WITH THE
001280*MSTCONV JOB BEFORE ANY PROGRAM AT THIS LAYOUT OPENS IT: EVERY
001283*RECORD IS PADDED WITH SPACES (NO OPERATOR, NO APPROVER, EVERY
001286*SUBSCRIBER) AND RELOADED INTO A 171-BYTE CLUSTER.  BACKUPS TAKEN
001289*BEFORE THE CONVERSION ARE IN THE OLD LAYOUT AND CANNOT BE FED TO
001292*MSTRRCV - RUN MSGMNT STRAIGHT AFTERWARDS FOR A FIRST BACKUP AT
001295*THIS LAYOUT.
001300******************************************************************
001400 01  MASTER-RECORD.
001500     05  MST-KEY.
002200     05  MST-STATUS          PIC X(1).
002300         88  MST-RELEASED        VALUE "R".
002400         88  MST-ON-HOLD         VALUE "H".
002410         88  MST-PENDING-APPROVAL VALUE "P".
002500     05  MST-UPDATE-DATE     PIC 9(8).
002600     05  MST-UPDATE-TIME     PIC 9(8).
002650     05  MST-FLASH-DATE      PIC 9(8).
002700     05  MST-TEXT            PIC X(80).
002710     05  MST-ENTERED-BY      PIC X(8).
002720     05  MST-APPROVED-BY     PIC X(8).
002730     05  MST-AUDIENCE.
002740         10  MST-AUDIENCE-DEPT   PIC X(4) OCCURS 5.
