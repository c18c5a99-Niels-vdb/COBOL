000710*(CATALOGREPORT) JOINS THE MASTER AND THE TRAIL ON THIS FIELD.
000711*CUT THE TRAIL TO AN ARCHIVE GENERATION BEFORE THE FIRST RUN
000712*AT THIS LAYOUT, AS ABOVE.
000713*
000714*AUD-AUDIENCE IS THE NOTICE'S TARGET-DEPARTMENT LIST AS
000715*PUBLISHED (SPACES = EVERY SUBSCRIBER OF THE CATEGORY - SEE
000716*MSGMSTR.CPY), SO ACK EXPECTATIONS AND A REBUILT CATEGORY FILE
000717*REACH THE SAME DEPARTMENTS THE ORIGINAL RUN DID.  CUT THE
000718*TRAIL TO AN ARCHIVE GENERATION BEFORE THE FIRST RUN AT THIS
000719*LAYOUT, AS ABOVE.
000720*
000721*THE LIVE TRAIL IS A VSAM KSDS, SO A CONSUMER AFTER ONE DAY OR
000722*ONE NOTICE STARTS ON ITS KEY INSTEAD OF READING THE MONTH
000723*FROM THE TOP.  AUD-KEY (RUN DATE + PROGRAM + BULLETIN NUMBER
000724*+ CONT-NO) IS THE PRIME KEY AND LEADS THE RECORD, SO A
000725*SEQUENTIAL PASS COMES BACK DAY BY DAY, EACH DAY'S BULLETIN IN
000726*NUMBER ORDER.  AUD-SEQ-NO IS THE ALTERNATE KEY, WITH
000727*DUPLICATES (EVERY PUBLICATION OF A NOTICE CARRIES IT).  THE
000728*FIELDS ARE THE SAME AS BEFORE, ONLY IN KEY ORDER - CUT THE
000729*TRAIL TO AN ARCHIVE GENERATION BEFORE THE FIRST RUN AT THIS
000730*LAYOUT, AS ABOVE.  ARCHIVE GENERATIONS ARE SEQUENTIAL COPIES
000731*OF THIS LAYOUT IN KEY ORDER; AUDLOAD RELOADS ONE INTO A
000732*CLUSTER FOR THE KEYED CONSUMERS.
000733******************************************************************
000800 01  AUDIT-RECORD.
000810     05  AUD-KEY.
000950         10  AUD-RUN-DATE        PIC 9(8).
000952         10  AUD-PROGRAM         PIC X(14).
000954         10  AUD-NUMBER          PIC 9(6).
000956         10  AUD-CONT-NO         PIC 9(1).
000960     05  AUD-SEQ-NO          PIC 9(4).
001100     05  AUD-RUN-TIME        PIC 9(8).
001120     05  AUD-TYPE            PIC X(4).
001140     05  AUD-PRIORITY        PIC 9(1).
001200     05  AUD-MESSAGE         PIC X(80).
001300     05  AUD-AUDIENCE.
001400         10  AUD-AUDIENCE-DEPT   PIC X(4) OCCURS 5.
