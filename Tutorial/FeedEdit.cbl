000200*    STEP READS ONLY THE ACCEPTED FILE, SO A DUPLICATE SEQUENCE
000210*    NUMBER, AN UNKNOWN TYPE CODE, A NON-NUMERIC PRIORITY OR A
000220*    BLANK TEXT LINE CAN NO LONGER REACH THE SORT OR THE PAGE.
000221*    A TARGET-DEPARTMENT LIST (MSG-AUDIENCE) MUST BE PACKED FROM
000222*    THE LEFT, AND A CONTINUATION MUST CARRY ITS PARENT'S LIST,
000223*    OR ONE LINE OF A NOTICE COULD REACH DEPARTMENTS THE REST
000224*    OF IT DOES NOT.
000225*    EVERY REJECT IS ALSO CARRIED INTO THE REJECT SUSPENSE FILE
000226*    (SUSPREC.CPY), WHERE IT STAYS UNTIL THE LINE IS ACCEPTED OR
000227*    THE DESK DISPOSES OF IT - A REJECT NOBODY ACTS ON STILL
000228*    SHOWS ON THE AGING REPORT INSTEAD OF DISAPPEARING WITH THE
000229*    NEXT RUN'S MSGREJ.
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000312     SELECT CATEGORY-FILE ASSIGN TO "CATFILE"
000314         ORGANIZATION IS LINE SEQUENTIAL
000316         FILE STATUS IS WS-CATFILE-STATUS.
000318     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
000320         ORGANIZATION IS INDEXED
000322         ACCESS MODE IS RANDOM
000324         RECORD KEY IS SUS-KEY
000326         FILE STATUS IS WS-SUSP-STATUS.
000328 DATA DIVISION.
000330 FILE SECTION.
000340 FD  RAW-MESSAGE-FILE.
000350     COPY "MSGREC.CPY" REPLACING
000410         ==MSG-EFF-DATE== BY ==RAW-EFF-DATE==,
000420         ==MSG-EXP-DATE== BY ==RAW-EXP-DATE==,
000430         ==MSG-REPEAT-DAY== BY ==RAW-REPEAT-DAY==,
000440         ==MSG-TEXT==     BY ==RAW-TEXT==,
000443         ==MSG-AUDIENCE== BY ==RAW-AUDIENCE==,
000446         ==MSG-AUDIENCE-DEPT== BY ==RAW-AUDIENCE-DEPT==.
000450 FD  EDITED-MESSAGE-FILE.
000460     COPY "MSGREC.CPY".
000470 FD  REJECT-FILE.
000480 01  REJECT-LINE.
000490     05  REJ-REASON          PIC X(4).
000500     05  REJ-SPACE           PIC X.
000510     05  REJ-RECORD          PIC X(130).
000512 FD  CATEGORY-FILE.
000514     COPY "CATREC.CPY".
000516 FD  SUSPENSE-FILE.
000518     COPY "SUSPREC.CPY".
000520
000530 WORKING-STORAGE SECTION.
000540
000650 01 WS-REJECT-COUNT         PIC 9(6) VALUE 0.
000660 01 WS-BALANCE-COUNT        PIC 9(6) VALUE 0.
000670 01 WS-REJECT-REASON        PIC X(4).
000671 01 WS-RETURN-CODE          PIC 9(4) VALUE 0.
000672 01 WS-SUSP-STATUS          PIC XX.
000673 01 WS-SUSP-OPEN-SWITCH     PIC X VALUE "N".
000674     88 WS-SUSP-OPEN              VALUE "Y".
000675 01 WS-SUSPENSE-COUNT       PIC 9(6) VALUE 0.
000676 01 WS-SUSP-CLEARED-COUNT   PIC 9(6) VALUE 0.
000677*    A FEED LINE'S SUSPENSE ITEM KEY IS ITS SEQ + CONT BYTES AS
000678*    THEY STAND ON THE RECORD (SUSPREC.CPY).
000679 01 WS-SUSP-FEED-IMAGE.
000680     05  WS-SFI-ITEM-KEY     PIC X(5).
000681     05  FILLER              PIC X(125).
000682 01 WS-SUSP-KEY.
000683     05  WS-SUSP-SOURCE      PIC X(14).
000684     05  WS-SUSP-ITEM-KEY    PIC X(35).
000690*    ONE BYTE PER POSSIBLE SEQUENCE + CONTINUATION NUMBER,
000700*    FLAGGED "Y" ONCE SEEN (CONT-NO 0 SITS IN SLOT 1), SO A
000710*    SECOND RECORD WITH THE SAME SEQ + CONT PAIR IS CAUGHT NO
000716*    THE PARENT'S TYPE AND PRIORITY ARE KEPT IN THE ROW SO A
000717*    CONTINUATION THAT DIFFERS - WHICH THE PRIORITY SORT WOULD
000718*    CARRY TO ANOTHER BAND, AWAY FROM ITS NOTICE - IS REJECTED
000719*    HERE INSTEAD OF VANISHING SILENTLY DOWNSTREAM.  THE
000724*    PARENT'S TARGET-DEPARTMENT LIST IS KEPT FOR THE SAME CHECK.
000727 01 WS-SEQ-SEEN-TABLE.
000730     05  WS-SEQ-SEEN-ROW OCCURS 9999.
000740         10  WS-SEQ-SEEN     PIC X OCCURS 10.
000742         10  WS-SEQ-TYPE     PIC X(4).
000744         10  WS-SEQ-PRI      PIC X(1).
000747         10  WS-SEQ-AUDIENCE PIC X(20).
000750 01 WS-CONT-X               PIC 9(2).
000752 01 WS-CATFILE-STATUS       PIC XX.
000753 01 WS-CAT-EOF-SWITCH       PIC X VALUE "N".
000754     88 WS-CAT-END-OF-FILE        VALUE "Y".
000755 01 WS-AX                   PIC 9(1) VALUE 0.
000756 01 WS-AUD-GAP-SWITCH       PIC X VALUE "N".
000757     88 WS-AUD-GAP-SEEN           VALUE "Y".
000758 01 WS-CAT-USED             PIC 9(1) VALUE 0.
000760 01 WS-CAT-FOUND-X          PIC 9(1) VALUE 0.
000762 01 WS-KX                   PIC 9(1) VALUE 0.
000790     OPEN INPUT RAW-MESSAGE-FILE.
000800     OPEN OUTPUT EDITED-MESSAGE-FILE.
000810     OPEN OUTPUT REJECT-FILE.
000815     PERFORM OPEN-SUSPENSE-FILE.
000820     PERFORM READ-RAW-RECORD.
000830     PERFORM EDIT-RAW-RECORD UNTIL WS-END-OF-FILE.
000840     CLOSE RAW-MESSAGE-FILE.
000850     CLOSE EDITED-MESSAGE-FILE.
000860     CLOSE REJECT-FILE.
000862     IF WS-SUSP-OPEN
000864         CLOSE SUSPENSE-FILE
000866     END-IF.
000870     PERFORM PRINT-BALANCING-LINE.
000880
000890 PROGRAM-DONE.
001070     END-IF.
001080     IF WS-RECORD-OK
001090         PERFORM EDIT-MESSAGE-TEXT
001092     END-IF.
001094     IF WS-RECORD-OK
001096         PERFORM EDIT-AUDIENCE-LIST
001100     END-IF.
001110     IF WS-RECORD-OK
001120         PERFORM WRITE-ACCEPTED-RECORD
001245*    A CONTINUATION STAYS WITH ITS NOTICE THROUGH THE PRIORITY
001246*    SORT ONLY IF ITS TYPE AND PRIORITY MATCH THE PARENT'S - A
001247*    DIFFERING LINE WOULD SORT INTO ANOTHER BAND AND DROP OUT
001248*    OF THE PUBLISHED NOTICE WITHOUT A TRACE.  A DIFFERING
001249*    TARGET LIST WOULD SPLIT THE NOTICE ACROSS DEPARTMENTS.
001250     IF WS-RECORD-OK AND RAW-CONT-NO > 0
001251         AND (RAW-TYPE NOT = WS-SEQ-TYPE (RAW-SEQ-NO)
001252         OR RAW-PRIORITY NOT = WS-SEQ-PRI (RAW-SEQ-NO)
001253         OR RAW-AUDIENCE NOT = WS-SEQ-AUDIENCE (RAW-SEQ-NO))
001254         MOVE "MISM" TO WS-REJECT-REASON
001255         SET WS-RECORD-REJECTED TO TRUE
001257     END-IF.
001260     IF WS-RECORD-OK
001274             IF RAW-CONT-NO = 0
001276                 MOVE RAW-TYPE     TO WS-SEQ-TYPE (RAW-SEQ-NO)
001278                 MOVE RAW-PRIORITY TO WS-SEQ-PRI (RAW-SEQ-NO)
001279                 MOVE RAW-AUDIENCE TO WS-SEQ-AUDIENCE (RAW-SEQ-NO)
001280             END-IF
001282         END-IF
001290     END-IF.
001680     IF RAW-TEXT = SPACES
001690         MOVE "TEXT" TO WS-REJECT-REASON
001700         SET WS-RECORD-REJECTED TO TRUE
001701     END-IF.
001702
001703*    THE TARGET LIST IS OPTIONAL, BUT A CODE SITTING BEHIND A
001704*    BLANK SLOT MEANS A SHIFTED COLUMN IN THE FEED, NOT A
001705*    DELIBERATE LIST - THE DOWNSTREAM STEPS READ EVERY SLOT, SO
001706*    THE RECORD IS REJECTED RATHER THAN GUESSED AT.
001707 EDIT-AUDIENCE-LIST.
001708     MOVE "N" TO WS-AUD-GAP-SWITCH.
001709     MOVE 1 TO WS-AX.
001710     PERFORM EDIT-AUDIENCE-SLOT UNTIL WS-AX > 5.
001711
001712 EDIT-AUDIENCE-SLOT.
001713     IF RAW-AUDIENCE-DEPT (WS-AX) = SPACES
001714         SET WS-AUD-GAP-SEEN TO TRUE
001715     ELSE
001716         IF WS-AUD-GAP-SEEN AND WS-RECORD-OK
001717             MOVE "AUD " TO WS-REJECT-REASON
001718             SET WS-RECORD-REJECTED TO TRUE
001719         END-IF
001720     END-IF.
001721     ADD 1 TO WS-AX.
001722
001730 WRITE-ACCEPTED-RECORD.
001740     MOVE RAW-RECORD TO MSG-RECORD.
001750     WRITE MSG-RECORD.
001760     ADD 1 TO WS-ACCEPT-COUNT.
001762     IF WS-SUSP-OPEN
001764         PERFORM CLEAR-SUSPENSE-ITEM
001766     END-IF.
001770
001771 WRITE-REJECT-RECORD.
001772     MOVE WS-REJECT-REASON TO REJ-REASON.
001773     MOVE " " TO REJ-SPACE.
001774     MOVE RAW-RECORD TO REJ-RECORD.
001775     WRITE REJECT-LINE.
001776     ADD 1 TO WS-REJECT-COUNT.
001777     IF WS-SUSP-OPEN
001778         PERFORM CARRY-REJECT-TO-SUSPENSE
001779     END-IF.
001780
001781*    A NEW ITEM STARTS ITS AGE TODAY.  A LINE ALREADY IN SUSPENSE
001782*    KEEPS ITS FIRST-REJECTED DATE AND ITS STATUS - AN ITEM THE
001783*    DESK HAS ROUTED A CORRECTION FOR STAYS R UNTIL MESSAGEMAINT
001784*    HAS CHANGED THE MASTER LINE.
001785 CARRY-REJECT-TO-SUSPENSE.
001786     PERFORM BUILD-SUSPENSE-KEY.
001787     MOVE WS-SUSP-KEY TO SUS-KEY.
001788     READ SUSPENSE-FILE
001789         INVALID KEY
001790             PERFORM ADD-SUSPENSE-ITEM
001791         NOT INVALID KEY
001792             PERFORM UPDATE-SUSPENSE-ITEM
001793     END-READ.
001794
001795 ADD-SUSPENSE-ITEM.
001796     MOVE SPACES TO SUSPENSE-RECORD.
001797     MOVE WS-SUSP-KEY       TO SUS-KEY.
001798     SET SUS-OPEN TO TRUE.
001799     MOVE WS-REJECT-REASON  TO SUS-REASON.
001800     MOVE WS-RUN-DATE       TO SUS-FIRST-DATE.
001801     MOVE WS-RUN-DATE       TO SUS-LAST-DATE.
001802     MOVE 1                 TO SUS-REJECT-COUNT.
001803     MOVE 0                 TO SUS-RESUB-DATE.
001804     MOVE RAW-RECORD        TO SUS-IMAGE.
001805     WRITE SUSPENSE-RECORD
001806         INVALID KEY
001807             PERFORM REPORT-SUSPENSE-FAILURE
001808         NOT INVALID KEY
001809             ADD 1 TO WS-SUSPENSE-COUNT
001810     END-WRITE.
001811
001812 UPDATE-SUSPENSE-ITEM.
001813     MOVE WS-REJECT-REASON  TO SUS-REASON.
001814     MOVE WS-RUN-DATE       TO SUS-LAST-DATE.
001815     IF SUS-REJECT-COUNT < 999
001816         ADD 1 TO SUS-REJECT-COUNT
001817     END-IF.
001818     MOVE RAW-RECORD        TO SUS-IMAGE.
001819     REWRITE SUSPENSE-RECORD
001820         INVALID KEY
001821             PERFORM REPORT-SUSPENSE-FAILURE
001822         NOT INVALID KEY
001823             ADD 1 TO WS-SUSPENSE-COUNT
001824     END-REWRITE.
001825
001826 REPORT-SUSPENSE-FAILURE.
001827     DISPLAY "SUSPENSE WRITE FAILED, STATUS=" WS-SUSP-STATUS
001828         " - NOT CARRIED: " RAW-RECORD.
001829     IF WS-RETURN-CODE < 4
001830         MOVE 4 TO WS-RETURN-CODE
001831     END-IF.
001832
001833*    AN ACCEPTED LINE HAS NOTHING LEFT IN SUSPENSE.
001834 CLEAR-SUSPENSE-ITEM.
001835     PERFORM BUILD-SUSPENSE-KEY.
001836     MOVE WS-SUSP-KEY TO SUS-KEY.
001837     DELETE SUSPENSE-FILE
001838         INVALID KEY CONTINUE
001839         NOT INVALID KEY ADD 1 TO WS-SUSP-CLEARED-COUNT
001840     END-DELETE.
001841
001842 BUILD-SUSPENSE-KEY.
001843     MOVE RAW-RECORD      TO WS-SUSP-FEED-IMAGE.
001844     MOVE WS-PROGRAM-NAME TO WS-SUSP-SOURCE.
001845     MOVE WS-SFI-ITEM-KEY TO WS-SUSP-ITEM-KEY.
001846
001847*    THE SUSPENSE CLUSTER IS DEFINED EMPTY AT INSTALL TIME; THE
001848*    FIRST RUN LOADS IT.  WITHOUT IT THE REJECTS STILL GO TO
001849*    MSGREJ BUT ARE NOT CARRIED, AND THE RUN ENDS NO BETTER THAN
001850*    RC 4.
001851 OPEN-SUSPENSE-FILE.
001852     OPEN I-O SUSPENSE-FILE.
001853     IF WS-SUSP-STATUS = "35"
001854         OPEN OUTPUT SUSPENSE-FILE
001855         IF WS-SUSP-STATUS = "00"
001856             CLOSE SUSPENSE-FILE
001857             OPEN I-O SUSPENSE-FILE
001858         END-IF
001859     END-IF.
001860     IF WS-SUSP-STATUS = "00"
001861         SET WS-SUSP-OPEN TO TRUE
001862     ELSE
001863         DISPLAY "REJECT SUSPENSE UNAVAILABLE, STATUS="
001864             WS-SUSP-STATUS " - REJECTS NOT CARRIED"
001865     END-IF.
001866
001867*    RC 0 = CLEAN FEED, RC 4 = FEED CERTIFIED BUT WITH REJECTS
001868*    FOR THE DESK TO REVIEW, RC 8 = OUT OF BALANCE (SHOULD
001870*    NEVER HAPPEN - IT MEANS A RECORD WAS NEITHER ACCEPTED NOR
001880*    REJECTED AND THE RUN CANNOT BE CERTIFIED).
001890 PRINT-BALANCING-LINE.
001960     DISPLAY "RECORDS ACCEPTED    : " WS-ACCEPT-COUNT.
001970     DISPLAY "RECORDS REJECTED    : " WS-REJECT-COUNT.
001980     DISPLAY "ACCEPTED + REJECTED : " WS-BALANCE-COUNT.
001983     DISPLAY "CARRIED IN SUSPENSE : " WS-SUSPENSE-COUNT.
001986     DISPLAY "CLEARED FROM SUSPENSE: " WS-SUSP-CLEARED-COUNT.
001990     IF WS-BALANCE-COUNT = WS-READ-COUNT
002000         DISPLAY "FEED IS IN BALANCE - CERTIFIED"
002010         IF WS-REJECT-COUNT > 0
002050         DISPLAY "*** FEED OUT OF BALANCE - DO NOT PUBLISH ***"
002060         MOVE 8 TO WS-RETURN-CODE
002070     END-IF.
002072     IF NOT WS-SUSP-OPEN AND WS-RETURN-CODE < 4
002074         MOVE 4 TO WS-RETURN-CODE
002076     END-IF.
002080     DISPLAY "REJECT REASON CODES: SEQ =BAD/ZERO SEQUENCE NO".
002090     DISPLAY "  DUP =DUPLICATE SEQ+CONT     TYPE=NOT ON CATFILE".
002100     DISPLAY "  LEN =NON-NUMERIC LENGTH     PRI =NON-NUMERIC PRI".
002110     DISPLAY "  DATE=BAD EFF/EXP WINDOW     RPT =BAD REPEAT DAY".
002120     DISPLAY "  TEXT=BLANK MESSAGE TEXT     CONT=BAD CONT NO".
002122     DISPLAY "  ORPH=CONTINUATION WITHOUT ITS PRIOR LINE".
002124     DISPLAY "  MISM=CONT TYPE/PRI/TARGETS DIFFER FROM PARENT".
002125     DISPLAY "  AUD =TARGET DEPT LIST NOT PACKED FROM LEFT".
002126     DISPLAY "------------------------------------------------".
002140
002150 READ-RAW-RECORD.
