000240*    IS STAMPED MST-FLASH-DATE SO TONIGHT'S EXTRACT HOLDS THE
000250*    NOTICE BACK INSTEAD OF DELIVERING IT A SECOND TIME.
000260*    MULTI-LINE NOTICES FLASH WHOLE: THE PARENT'S SELECTION
000261*    CARRIES ITS CONTINUATION LINES WITH IT.  A NOTICE WITH ANY
000262*    LINE STILL PENDING ITS SECOND-OPERATOR APPROVAL (STATUS P)
000263*    NEVER FLASHES, NOT EVEN ITS RELEASED LINES; THE APPROVAL
000264*    RESTAMPS THE LINE, SO THE NEXT RUN AFTER APPROVAL PICKS
000265*    THE WHOLE NOTICE UP.  A NOTICE TARGETED AT NAMED
000266*    DEPARTMENTS (MST-AUDIENCE) FLASHES ONLY TO THE SUBSCRIBERS
000267*    IN THOSE DEPARTMENTS; AN UNTARGETED ONE GOES TO EVERY
000268*    SUBSCRIBER OF ITS CATEGORY.  FOR THE MONTHLY CHARGEBACK
000269*    THE RUN APPENDS ONE USAGE RECORD PER DEPARTMENT THAT
000270*    RECEIVED FLASH COPIES TO THE USAGELOG DD (USAGEREC.CPY).
000271*    EVERY MST-FLASH-DATE STAMP IS JOURNALED TO MNTJRNL AS
000272*    ACTION F, LIKE A DESK CARD, SO A MASTER RECOVERED FROM
000273*    BACKUP CARRIES THE STAMP AND TONIGHT'S EXTRACT STILL HOLDS
000274*    THE NOTICE BACK.
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000410         FILE STATUS IS WS-DIST-STATUS.
000420     SELECT FLASH-OUT-FILE ASSIGN TO "FLASHOUT"
000430         ORGANIZATION IS LINE SEQUENTIAL.
000435*    THE AUDIT TRAIL IS KEYED (SEE AUDITREC.CPY).
000440     SELECT AUDIT-FILE ASSIGN TO "AUDITOUT"
000450         ORGANIZATION IS INDEXED
000452         ACCESS MODE IS RANDOM
000454         RECORD KEY IS AUD-KEY
000456         ALTERNATE RECORD KEY IS AUD-SEQ-NO WITH DUPLICATES
000460         FILE STATUS IS WS-AUDIT-STATUS.
000470     SELECT FLASH-CKP-FILE ASSIGN TO "FLSHCKP"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-FCKP-STATUS.
000492     SELECT USAGE-LOG-FILE ASSIGN TO "USAGELOG"
000494         ORGANIZATION IS LINE SEQUENTIAL
000496         FILE STATUS IS WS-USG-STATUS.
000497     SELECT MAINT-JOURNAL-FILE ASSIGN TO "MNTJRNL"
000498         ORGANIZATION IS LINE SEQUENTIAL
000499         FILE STATUS IS WS-JRNL-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  MESSAGE-MASTER.
000610     COPY "AUDITREC.CPY".
000620 FD  FLASH-CKP-FILE.
000630     COPY "FLSHCKP.CPY".
000633 FD  USAGE-LOG-FILE.
000636     COPY "USAGEREC.CPY".
000637 FD  MAINT-JOURNAL-FILE.
000638     COPY "MNTJRNL.CPY".
000640
000650 WORKING-STORAGE SECTION.
000660
000740     88 WS-FCKP-END-OF-FILE       VALUE "Y".
000750 01 WS-PENDING-SWITCH       PIC X VALUE "N".
000760     88 WS-NOTICE-PENDING         VALUE "Y".
000763 01 WS-PEND-HELD-SWITCH     PIC X VALUE "N".
000766     88 WS-PEND-HELD              VALUE "Y".
000770 01 WS-RUN-DATE             PIC 9(8).
000780 01 WS-RUN-TIME             PIC 9(8).
000790 01 WS-PROGRAM-NAME         PIC X(14) VALUE "FLASHPUBLISH".
000810 01 WS-DIST-STATUS          PIC XX.
000820 01 WS-AUDIT-STATUS         PIC XX.
000830 01 WS-FCKP-STATUS          PIC XX.
000831 01 WS-USG-STATUS           PIC XX.
000832 01 WS-JRNL-STATUS          PIC XX.
000833 01 WS-JRNL-OPEN-SWITCH     PIC X VALUE "N".
000834     88 WS-JRNL-OPEN              VALUE "Y".
000835 01 WS-JOURNAL-COUNT        PIC 9(6) VALUE 0.
000836 01 WS-BEFORE-IMAGE         PIC X(250).
000840 01 WS-LAST-FLASH-DATE      PIC 9(8) VALUE 0.
000850 01 WS-LAST-FLASH-TIME      PIC 9(8) VALUE 0.
000860 01 WS-FLASH-NUMBER         PIC 9(6) VALUE 0.
000870 01 WS-READ-COUNT           PIC 9(6) VALUE 0.
000880 01 WS-FLASH-COUNT          PIC 9(6) VALUE 0.
000885 01 WS-UNAPPROVED-COUNT     PIC 9(6) VALUE 0.
000890 01 WS-COPY-COUNT           PIC 9(6) VALUE 0.
000900 01 WS-AUDIT-WRITE-COUNT    PIC 9(6) VALUE 0.
000901 01 WS-AUDIT-REPLACE-COUNT  PIC 9(6) VALUE 0.
000902 01 WS-UX                   PIC 9(2) VALUE 0.
000903 01 WS-USG-USED             PIC 9(2) VALUE 0.
000904 01 WS-USG-FOUND-X          PIC 9(2) VALUE 0.
000905 01 WS-USG-WRITE-COUNT      PIC 9(6) VALUE 0.
000906 01 WS-USAGE-TABLE.
000907     05  WS-USG-ENTRY OCCURS 50.
000908         10  WS-USG-DEPT     PIC X(4).
000909         10  WS-USG-FLASHES  PIC 9(6).
000910 01 WS-RETURN-CODE          PIC 9(4) VALUE 0.
000920 01 WS-PEND-SEQ             PIC 9(4) VALUE 0.
000930 01 WS-PEND-TYPE            PIC X(4).
000931 01 WS-PEND-AUDIENCE.
000932     05  WS-PEND-AUD-DEPT    PIC X(4) OCCURS 5.
000933 01 WS-AX                   PIC 9(1) VALUE 0.
000934 01 WS-TARGET-SWITCH        PIC X VALUE "N".
000935     88 WS-RECIPIENT-TARGETED     VALUE "Y".
000940 01 WS-PEND-SLOT            PIC 9(1) VALUE 0.
000950 01 WS-PEND-LINE-USED       PIC 9(2) VALUE 0.
000952 01 WS-PEND-CHANGED-SWITCH  PIC X VALUE "N".
001380         SET WS-END-OF-FILE TO TRUE
001390     END-IF.
001400     OPEN OUTPUT FLASH-OUT-FILE.
001410     OPEN I-O AUDIT-FILE.
001420     IF WS-AUDIT-STATUS = "35"
001430         OPEN OUTPUT AUDIT-FILE
001440     END-IF.
001445     PERFORM OPEN-MAINT-JOURNAL.
001450     IF WS-NOT-END-OF-FILE
001460         PERFORM READ-MASTER-RECORD
001470     END-IF.
001520     END-IF.
001530     CLOSE FLASH-OUT-FILE.
001540     CLOSE AUDIT-FILE.
001541     IF WS-JRNL-OPEN
001542         CLOSE MAINT-JOURNAL-FILE
001543     END-IF.
001545     PERFORM WRITE-USAGE-LOG.
001550*    THE CHECKPOINT ADVANCES ONLY WHEN THE MASTER WAS ACTUALLY
001560*    SCANNED - A RUN THAT COULD NOT OPEN IT MUST LEAVE THE
001570*    STAMP ALONE SO THE NEXT RUN STILL PICKS EVERYTHING UP.
001670     DISPLAY "MASTER RECORDS READ : " WS-READ-COUNT.
001680     DISPLAY "NOTICES FLASHED     : " WS-FLASH-COUNT.
001690     DISPLAY "ADDRESSED COPIES    : " WS-COPY-COUNT.
001695     DISPLAY "LINES NOT APPROVED  : " WS-UNAPPROVED-COUNT.
001700     DISPLAY "AUDIT RECORDS ADDED : " WS-AUDIT-WRITE-COUNT.
001702     DISPLAY "  OF WHICH REPLACED : " WS-AUDIT-REPLACE-COUNT.
001703     DISPLAY "JOURNAL RECORDS     : " WS-JOURNAL-COUNT.
001705     DISPLAY "USAGE RECORDS LOGGED: " WS-USG-WRITE-COUNT.
001710     IF WS-FLASH-COUNT = 0
001720         DISPLAY "NOTHING TO FLASH THIS RUN"
001730     END-IF.
001850             PERFORM JUDGE-PARENT-RECORD
001855         END-IF
001860     ELSE
001865         IF MST-SEQ-NO = WS-PEND-SEQ
001866             AND (WS-NOTICE-PENDING OR WS-PEND-HELD)
001869             PERFORM JUDGE-CONTINUATION-LINE
001875         END-IF
001880     END-IF.
001885     IF WS-NOT-END-OF-FILE
001945 JUDGE-PARENT-RECORD.
001950     MOVE "N" TO WS-PENDING-SWITCH.
001955     MOVE "N" TO WS-PEND-CHANGED-SWITCH.
001957     MOVE "N" TO WS-PEND-HELD-SWITCH.
001960     IF MST-RELEASED
001965         AND MST-PRIORITY = 1
001970         AND (MST-EFF-DATE = 0
001975             OR MST-EFF-DATE NOT > WS-RUN-DATE)
001980         AND (MST-EXP-DATE = 0
001985             OR MST-EXP-DATE NOT < WS-RUN-DATE)
001986         SET WS-NOTICE-PENDING TO TRUE
001987         MOVE MST-SEQ-NO TO WS-PEND-SEQ
001988         MOVE MST-TYPE   TO WS-PEND-TYPE
001989         MOVE MST-AUDIENCE TO WS-PEND-AUDIENCE
001990         MOVE 0 TO WS-PEND-LINE-USED
001991         PERFORM BUFFER-NOTICE-LINE
001992     END-IF.
001993     IF MST-PENDING-APPROVAL AND MST-PRIORITY = 1
001994         SET WS-PEND-HELD TO TRUE
001995         MOVE MST-SEQ-NO TO WS-PEND-SEQ
001996         ADD 1 TO WS-UNAPPROVED-COUNT
001997     END-IF.
001998
001999*    ONE LINE PENDING APPROVAL HOLDS BACK THE WHOLE NOTICE: THE
002000*    LINES ALREADY GATHERED AND EVERY LINE STILL TO COME ARE
002001*    COUNTED AS NOT APPROVED INSTEAD OF FLASHING WITHOUT IT.
002002 JUDGE-CONTINUATION-LINE.
002003     IF WS-PEND-HELD
002004         ADD 1 TO WS-UNAPPROVED-COUNT
002005     ELSE
002006         IF MST-PENDING-APPROVAL
002007             SET WS-PEND-HELD TO TRUE
002008             ADD WS-PEND-LINE-USED TO WS-UNAPPROVED-COUNT
002009             ADD 1 TO WS-UNAPPROVED-COUNT
002010         ELSE
002011             PERFORM BUFFER-NOTICE-LINE
002012         END-IF
002015     END-IF.
002020
002025*    LINES ARE ONLY BUFFERED HERE - NOTHING IS STAMPED UNLESS
002125*    AN UNCHANGED NOTICE.
002130 PUBLISH-PENDING-NOTICE.
002135     IF WS-NOTICE-PENDING AND WS-PEND-CHANGED
002137         AND NOT WS-PEND-HELD
002140         ADD 1 TO WS-FLASH-NUMBER
002145         MOVE WS-PEND-TYPE TO WS-CAT-LOOKUP
002150         PERFORM FIND-CATEGORY-SLOT
002190         ADD 1 TO WS-FLASH-COUNT
002195     END-IF.
002200     MOVE "N" TO WS-PENDING-SWITCH.
002202     MOVE "N" TO WS-PEND-HELD-SWITCH.
002205
002210*    ONLY A FLASHED NOTICE IS STAMPED MST-FLASH-DATE, BY KEYED
002215*    RE-READ OF EACH BUFFERED LINE - THE SEQUENTIAL SCAN HAS
002220*    LONG SINCE MOVED PAST THE PARENT.  THE KEYED READS MOVE
002225*    THE FILE POSITION, SO THE SCAN RE-ANCHORS AFTERWARD.  NO
002226*    STAMP IS MADE WITHOUT A JOURNAL TO RECORD IT IN: THE FLASH
002227*    HAS STILL GONE OUT, AND AN UNSTAMPED NOTICE ONLY MEANS
002228*    TONIGHT'S BULLETIN CARRIES IT A SECOND TIME.
002230 STAMP-NOTICE-LINES.
002232     IF WS-JRNL-OPEN
002234         MOVE 1 TO WS-LX
002236         PERFORM STAMP-ONE-NOTICE-LINE
002238             UNTIL WS-LX > WS-PEND-LINE-USED
002240         SET WS-POSITION-LOST TO TRUE
002242     ELSE
002244         DISPLAY "WARNING: NOTICE " WS-PEND-SEQ " NOT STAMPED"
002246             " - TONIGHT'S BULLETIN WILL CARRY IT AGAIN"
002248     END-IF.
002255
002260 STAMP-ONE-NOTICE-LINE.
002265     MOVE WS-PEND-SEQ          TO MST-SEQ-NO.
002290                 WS-PEND-SEQ "/" WS-PEND-CONT (WS-LX)
002295             MOVE 8 TO WS-RETURN-CODE
002300         NOT INVALID KEY
002302             MOVE MASTER-RECORD TO WS-BEFORE-IMAGE
002305             MOVE WS-RUN-DATE TO MST-FLASH-DATE
002310             REWRITE MASTER-RECORD
002315                 INVALID KEY
002320                     DISPLAY "WARNING: FLASH STAMP FAILED FOR "
002325                         MST-SEQ-NO "/" MST-CONT-NO
002330                     MOVE 8 TO WS-RETURN-CODE
002331                 NOT INVALID KEY
002332                     PERFORM WRITE-FLASH-JOURNAL
002335             END-REWRITE
002340     END-READ.
002341     IF WS-MSTR-STATUS NOT = "00" AND WS-MSTR-STATUS NOT = "02"
002342         DISPLAY "WARNING: FLASH STAMP STATUS " WS-MSTR-STATUS
002343             " FOR " WS-PEND-SEQ "/" WS-PEND-CONT (WS-LX)
002344         MOVE 8 TO WS-RETURN-CODE
002345     END-IF.
002346     ADD 1 TO WS-LX.
002347
002348*    THE SAME JOURNAL RECORD MESSAGEMAINT WRITES FOR A DESK CARD,
002349*    ACTION F.  THERE IS NO OPERATOR BEHIND A FLASH STAMP, AND
002350*    THE STAMP IS THE FLASH RUN'S - THE MASTER'S OWN UPDATE
002351*    STAMP IS LEFT ALONE.  A FAILED WRITE LEAVES A STAMP
002352*    RECOVERY CANNOT REPLAY, SO THE RUN ENDS RC 8.
002353 WRITE-FLASH-JOURNAL.
002354     MOVE "MSGMSTR"       TO JRN-FILE-ID.
002355     MOVE "F"             TO JRN-ACTION.
002356     MOVE WS-RUN-DATE     TO JRN-DATE.
002357     MOVE WS-RUN-TIME     TO JRN-TIME.
002358     MOVE WS-PROGRAM-NAME TO JRN-PROGRAM.
002359     MOVE SPACES          TO JRN-OPERATOR.
002360     MOVE MST-KEY         TO JRN-KEY.
002361     MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
002362     MOVE MASTER-RECORD   TO JRN-AFTER-IMAGE.
002363     WRITE MAINT-JOURNAL-RECORD.
002364     IF WS-JRNL-STATUS = "00"
002365         ADD 1 TO WS-JOURNAL-COUNT
002366     ELSE
002367         DISPLAY "JOURNAL WRITE FAILED, STATUS=" WS-JRNL-STATUS
002368             " - NOT RECOVERABLE: FLASH STAMP " MST-SEQ-NO "/"
002369             MST-CONT-NO
002370         IF WS-RETURN-CODE < 8
002371             MOVE 8 TO WS-RETURN-CODE
002372         END-IF
002373     END-IF.
002375
002380*    RESTORES THE RECORD AREA AND THE POSITION INDICATOR TO THE
002385*    PARENT THE SCAN HAD IN HAND, SO READ NEXT CARRIES ON FROM
002510     MOVE 1                    TO AUD-PRIORITY.
002515     MOVE WS-PROGRAM-NAME      TO AUD-PROGRAM.
002520     MOVE WS-PEND-TEXT (WS-LX) TO AUD-MESSAGE.
002522     MOVE WS-PEND-AUDIENCE     TO AUD-AUDIENCE.
002523     WRITE AUDIT-RECORD
002524         INVALID KEY
002525             PERFORM REPLACE-AUDIT-RECORD
002526         NOT INVALID KEY
002527             ADD 1 TO WS-AUDIT-WRITE-COUNT
002528     END-WRITE.
002535     ADD 1 TO WS-LX.
002541
002547*    A FLASH NUMBER ALREADY ON THE TRAIL FOR TODAY MEANS FLSHCKP
002553*    WAS RESET OR RESTORED UNDER A RUN THAT HAD ALREADY FLASHED.
002559*    THIS RUN'S LINE IS WHAT WENT OUT LAST UNDER THE NUMBER, SO IT
002565*    REPLACES THE EARLIER RECORD, AND THE RUN IS FLAGGED.
002571 REPLACE-AUDIT-RECORD.
002577     REWRITE AUDIT-RECORD
002583         INVALID KEY
002589             DISPLAY "AUDIT WRITE FAILED, STATUS=" WS-AUDIT-STATUS
002595                 " FLASH NUMBER " AUD-NUMBER "-" AUD-CONT-NO
002601             MOVE 8 TO WS-RETURN-CODE
002607         NOT INVALID KEY
002613             DISPLAY "WARNING: AUDIT RECORD REPLACED FOR FLASH "
002619                 "NUMBER " AUD-NUMBER "-" AUD-CONT-NO
002625             ADD 1 TO WS-AUDIT-WRITE-COUNT
002631             ADD 1 TO WS-AUDIT-REPLACE-COUNT
002637             IF WS-RETURN-CODE < 4
002643                 MOVE 4 TO WS-RETURN-CODE
002649             END-IF
002655     END-REWRITE.
002670
002680*    THE DISTRIBUTION LIST IS RE-READ PER FLASHED NOTICE, THE
002690*    SAME WAY ACKBUILD WALKS IT PER MESSAGE - A FLASH RUN
002860
002870 CHECK-FLASH-RECIPIENT.
002880     IF DST-SUB-FLAG (WS-PEND-SLOT) = "Y"
002881         PERFORM CHECK-RECIPIENT-TARGET
002882         IF WS-RECIPIENT-TARGETED
002883             PERFORM WRITE-FLASH-COPY
002884         END-IF
002885     END-IF.
002886     PERFORM READ-DIST-RECORD.
002887
002888*    THE PARENT'S TARGET LIST GOVERNS THE WHOLE NOTICE: SPACES
002889*    REACHES EVERY SUBSCRIBER, OTHERWISE ONLY THE DEPARTMENTS
002890*    NAMED IN IT.
002891 CHECK-RECIPIENT-TARGET.
002892     IF WS-PEND-AUDIENCE = SPACES
002893         MOVE "Y" TO WS-TARGET-SWITCH
002894     ELSE
002895         MOVE "N" TO WS-TARGET-SWITCH
002896         MOVE 1 TO WS-AX
002897         PERFORM CHECK-ONE-TARGET-SLOT
002898             UNTIL WS-RECIPIENT-TARGETED OR WS-AX > 5
002899     END-IF.
002900
002901 CHECK-ONE-TARGET-SLOT.
002902     IF WS-PEND-AUD-DEPT (WS-AX) = DST-DEPT-CODE
002903         MOVE "Y" TO WS-TARGET-SWITCH
002904     END-IF.
002905     ADD 1 TO WS-AX.
002920
002930 WRITE-FLASH-COPY.
002940     MOVE DST-RECIPIENT-NAME TO BAN-RECIPIENT-NAME.
003060     MOVE SPACES TO FLASH-LINE.
003070     WRITE FLASH-LINE AFTER ADVANCING 1 LINE.
003080     MOVE 1 TO WS-LX.
003081     PERFORM WRITE-FLASH-COPY-LINE
003082         UNTIL WS-LX > WS-PEND-LINE-USED.
003083     ADD 1 TO WS-COPY-COUNT.
003084     PERFORM NOTE-FLASH-USAGE.
003085
003086 NOTE-FLASH-USAGE.
003087     MOVE 0 TO WS-USG-FOUND-X.
003088     MOVE 1 TO WS-UX.
003089     PERFORM SEARCH-USAGE-TABLE
003090         UNTIL WS-USG-FOUND-X > 0 OR WS-UX > WS-USG-USED.
003091     IF WS-USG-FOUND-X = 0
003092         IF WS-USG-USED < 50
003093             ADD 1 TO WS-USG-USED
003094             MOVE WS-USG-USED TO WS-USG-FOUND-X
003095             MOVE DST-DEPT-CODE TO WS-USG-DEPT (WS-USG-USED)
003096             MOVE 0 TO WS-USG-FLASHES (WS-USG-USED)
003097         ELSE
003098             DISPLAY "WARNING: MORE THAN 50 DEPARTMENTS -"
003099                 " USAGE NOT LOGGED FOR " DST-DEPT-CODE
003100             IF WS-RETURN-CODE < 4
003101                 MOVE 4 TO WS-RETURN-CODE
003102             END-IF
003103         END-IF
003104     END-IF.
003105     IF WS-USG-FOUND-X > 0
003106         ADD 1 TO WS-USG-FLASHES (WS-USG-FOUND-X)
003107     END-IF.
003108
003109 SEARCH-USAGE-TABLE.
003110     IF WS-USG-DEPT (WS-UX) = DST-DEPT-CODE
003111         MOVE WS-UX TO WS-USG-FOUND-X
003112     END-IF.
003113     ADD 1 TO WS-UX.
003120
003130 WRITE-FLASH-COPY-LINE.
003140     MOVE WS-FLASH-NUMBER      TO DET-NUMBER.
003141     MOVE " "                  TO DET-SPACE.
003142     MOVE WS-PEND-TEXT (WS-LX) TO DET-MESSAGE.
003143     MOVE SPACES TO FLASH-LINE.
003144     MOVE WS-DETAIL-LINE TO FLASH-LINE.
003145     WRITE FLASH-LINE AFTER ADVANCING 1 LINE.
003146     ADD 1 TO WS-LX.
003147
003148*    THE JOURNAL IS APPEND-ONLY, LIKE THE OTHER LOGS.  IF IT
003149*    CANNOT BE OPENED THE FLASH STILL GOES OUT, UNSTAMPED (SEE
003150*    STAMP-NOTICE-LINES), AND THE RUN ENDS RC 8.
003151 OPEN-MAINT-JOURNAL.
003152     OPEN EXTEND MAINT-JOURNAL-FILE.
003153     IF WS-JRNL-STATUS = "35"
003154         OPEN OUTPUT MAINT-JOURNAL-FILE
003155     END-IF.
003156     IF WS-JRNL-STATUS = "00"
003157         SET WS-JRNL-OPEN TO TRUE
003158     ELSE
003159         DISPLAY "MAINTENANCE JOURNAL UNAVAILABLE, STATUS="
003160             WS-JRNL-STATUS " - NO FLASH STAMPS THIS RUN"
003161         IF WS-RETURN-CODE < 8
003162             MOVE 8 TO WS-RETURN-CODE
003163         END-IF
003164     END-IF.
003165
003166*    THE USAGE LOG IS APPEND-ONLY; A RUN THAT FLASHED NOTHING
003167*    ADDS NOTHING TO IT.  A LOG THAT WILL NOT OPEN OR TAKE A
003168*    RECORD COSTS THE RUN A WARNING - THE FLASH HAS ALREADY GONE
003169*    OUT.
003170 WRITE-USAGE-LOG.
003171     IF WS-USG-USED > 0
003172         OPEN EXTEND USAGE-LOG-FILE
003173         IF WS-USG-STATUS = "35"
003174             OPEN OUTPUT USAGE-LOG-FILE
003175         END-IF
003176         IF WS-USG-STATUS = "00"
003177             MOVE 1 TO WS-UX
003178             PERFORM WRITE-USAGE-RECORD UNTIL WS-UX > WS-USG-USED
003179             CLOSE USAGE-LOG-FILE
003180         ELSE
003181             DISPLAY "WARNING: USAGE LOG WRITE FAILED, STATUS="
003182                 WS-USG-STATUS
003183             IF WS-RETURN-CODE < 4
003184                 MOVE 4 TO WS-RETURN-CODE
003185             END-IF
003186         END-IF
003187     END-IF.
003188
003189 WRITE-USAGE-RECORD.
003190     MOVE WS-RUN-DATE            TO USG-RUN-DATE.
003191     MOVE WS-RUN-TIME            TO USG-RUN-TIME.
003192     MOVE WS-PROGRAM-NAME        TO USG-PROGRAM.
003193     MOVE WS-USG-DEPT (WS-UX)    TO USG-DEPT-CODE.
003194     MOVE 0                      TO USG-COPIES.
003195     MOVE 0                      TO USG-LINES.
003196     MOVE WS-USG-FLASHES (WS-UX) TO USG-FLASH-COPIES.
003197     MOVE 0                      TO USG-EXTRACT-RECS.
003198     WRITE USAGE-RECORD.
003199     IF WS-USG-STATUS = "00"
003200         ADD 1 TO WS-USG-WRITE-COUNT
003201     ELSE
003202         DISPLAY "WARNING: USAGE LOG WRITE FAILED, STATUS="
003203             WS-USG-STATUS
003204         IF WS-RETURN-CODE < 4
003205             MOVE 4 TO WS-RETURN-CODE
003206         END-IF
003207     END-IF.
003208     ADD 1 TO WS-UX.
003210
003220*    LIKE READ-CHECKPOINT IN THE NIGHTLY STEP: THE FILE IS AN
003230*    APPEND-ONLY LOG AND THE LAST RECORD READ WINS.  NO FILE
