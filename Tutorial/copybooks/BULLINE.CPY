000500*DISTRIBUTION PASS.  BL-PRIORITY RIDES ALONG SO THE
000600*PER-DEPARTMENT INTERFACE EXTRACT CAN CARRY IT; THE PRINTED
000700*ADDRESSED COPY DROPS THE PRIORITY COLUMN AND SHOWS ONLY
000800*NUMBER, CHANGE MARK AND TEXT.  A MULTI-LINE NOTICE REPEATS
000900*ITS NUMBER ON EACH LINE.
000910*
000920*BL-AUDIENCE IS THE NOTICE'S TARGET-DEPARTMENT LIST (SEE
000930*MSGMSTR.CPY).  ALL SPACES SENDS THE LINE TO EVERY SUBSCRIBER
000940*OF THE CATEGORY; OTHERWISE THE DISTRIBUTION PASS PUTS IT ONLY
000950*ON THE COPIES AND EXTRACTS OF THE LISTED DEPARTMENTS.  IT IS
000960*NEVER PRINTED.
000962*
000964*BL-LINE-TYPE SAYS WHAT THE LINE IS.  THE PUBLISH STEP OPENS
000966*EACH FILE WITH THE CATEGORY'S "NEW AND CHANGED TODAY" LINES
000968*(S - ONE PER NOTICE, ITS FIRST TEXT LINE, UNDER TONIGHT'S
000970*NUMBER) AND ITS "WITHDRAWN SINCE LAST BULLETIN" LINES (W - ONE
000972*PER NOTICE PUBLISHED ON THE PREVIOUS BUSINESS DAY BUT NOT
000974*TONIGHT, UNDER THAT DAY'S NUMBER), THEN WRITES THE BULLETIN
000976*ITSELF (D - EVERY TEXT LINE OF EVERY NOTICE).  ONLY D LINES ARE
000978*NOTICE LINES FOR THE EXTRACTS, COUNTS AND MANIFEST.
000980*
000982*BL-CHANGE-MARK COMPARES THE NOTICE WITH THE PREVIOUS BUSINESS
000984*DAY'S PUBLICATION ON THE AUDIT TRAIL: N = NEW, C = CHANGED
000986*(A TEXT LINE DIFFERS, OR LINES WERE ADDED OR DROPPED), O =
000988*CONTINUING UNCHANGED.  IT IS SET ON THE FIRST LINE OF A
000990*NOTICE ONLY; CONTINUATION LINES AND W LINES CARRY SPACE, AS
000992*DOES A BULLETIN REBUILT BY REPRINT, WHICH IS NOT COMPARED.
001000******************************************************************
001100 01  BULLETIN-LINE-RECORD.
001200     05  BL-NUMBER           PIC 9(6).
001400     05  BL-PRIORITY         PIC 9(1).
001500     05  BL-SPACE-2          PIC X(1).
001600     05  BL-TEXT             PIC X(80).
001700     05  BL-AUDIENCE.
001800         10  BL-AUDIENCE-DEPT    PIC X(4) OCCURS 5.
001810     05  BL-LINE-TYPE        PIC X(1).
001820         88  BL-NOTICE-LINE      VALUE "D".
001830         88  BL-SUMMARY-LINE     VALUE "S".
001840         88  BL-WITHDRAWN-LINE   VALUE "W".
001850     05  BL-CHANGE-MARK      PIC X(1).
001860         88  BL-MARK-NEW         VALUE "N".
001870         88  BL-MARK-CHANGED     VALUE "C".
001880         88  BL-MARK-CONTINUING  VALUE "O".
