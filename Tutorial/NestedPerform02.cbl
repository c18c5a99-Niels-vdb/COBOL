000180     SELECT SORT-WORK-FILE ASSIGN TO "SRTWORK".
000190     SELECT MESSAGE-FILE ASSIGN TO "SRTDOUT"
000200         ORGANIZATION IS LINE SEQUENTIAL.
000203*    THE AUDIT TRAIL IS KEYED (SEE AUDITREC.CPY) - EACH LINE IS
000204*    ADDED UNDER ITS RUN DATE, PROGRAM, NUMBER AND CONT-NO.  THE
000205*    PREVIOUS BUSINESS DAY'S PUBLICATIONS ARE READ BACK FROM IT
000206*    BY KEY BEFORE TONIGHT'S ARE ADDED.
000210     SELECT AUDIT-FILE ASSIGN TO "AUDITOUT"
000220         ORGANIZATION IS INDEXED
000222         ACCESS MODE IS DYNAMIC
000224         RECORD KEY IS AUD-KEY
000226         ALTERNATE RECORD KEY IS AUD-SEQ-NO WITH DUPLICATES
000230         FILE STATUS IS WS-AUDIT-STATUS.
000240     SELECT CATEGORY-FILE ASSIGN TO "CATFILE"
000242         ORGANIZATION IS LINE SEQUENTIAL
000540         ==MSG-EFF-DATE== BY ==RAW-EFF-DATE==,
000550         ==MSG-EXP-DATE== BY ==RAW-EXP-DATE==,
000560         ==MSG-REPEAT-DAY== BY ==RAW-REPEAT-DAY==,
000570         ==MSG-TEXT==     BY ==RAW-TEXT==,
000573         ==MSG-AUDIENCE== BY ==RAW-AUDIENCE==,
000576         ==MSG-AUDIENCE-DEPT== BY ==RAW-AUDIENCE-DEPT==.
000580 SD  SORT-WORK-FILE.
000590     COPY "MSGREC.CPY" REPLACING
000600         ==MSG-RECORD==   BY ==SRTW-RECORD==,
000650         ==MSG-EFF-DATE== BY ==SRTW-EFF-DATE==,
000660         ==MSG-EXP-DATE== BY ==SRTW-EXP-DATE==,
000670         ==MSG-REPEAT-DAY== BY ==SRTW-REPEAT-DAY==,
000680         ==MSG-TEXT==     BY ==SRTW-TEXT==,
000683         ==MSG-AUDIENCE== BY ==SRTW-AUDIENCE==,
000686         ==MSG-AUDIENCE-DEPT== BY ==SRTW-AUDIENCE-DEPT==.
000690 FD  MESSAGE-FILE.
000700     COPY "MSGREC.CPY".
000710 FD  AUDIT-FILE.
000770 FD  CATEGORY-FILE.
000772     COPY "CATREC.CPY".
000780 FD  CAT-OUT-1.
000790 01  CAT1-LINE               PIC X(111).
000800 FD  CAT-OUT-2.
000810 01  CAT2-LINE               PIC X(111).
000820 FD  CAT-OUT-3.
000830 01  CAT3-LINE               PIC X(111).
000840 FD  CAT-OUT-4.
000850 01  CAT4-LINE               PIC X(111).
000860 FD  CAT-OUT-5.
000870 01  CAT5-LINE               PIC X(111).
000880 FD  CAT-OUT-6.
000890 01  CAT6-LINE               PIC X(111).
000900 FD  CAT-OUT-7.
000902 01  CAT7-LINE               PIC X(111).
000904 FD  CAT-OUT-8.
000906 01  CAT8-LINE               PIC X(111).
000920 FD  REPORT-FILE.
000930 01  REPORT-LINE                 PIC X(132).
000940 FD  RUN-TOTALS-FILE.
001351     05  WS-PRV-R4           PIC 9(4).
001352     05  WS-PRV-R100         PIC 9(4).
001353     05  WS-PRV-R400         PIC 9(4).
001354*    CHANGE MARKING.  THE PREVIOUS BUSINESS DAY'S PUBLICATION IS
001355*    LOADED LINE BY LINE FROM THE TRAIL; TONIGHT'S NOTICES ARE
001356*    JUDGED AGAINST IT IN A PRE-PASS OVER THE SORTED FEED, SO THE
001357*    SUMMARY CAN OPEN THE REPORT AND EVERY CATEGORY FILE.
001358 01 WS-PREV-BUS-DATE        PIC 9(8) VALUE 0.
001359 01 WS-TRAIL-NEW-SWITCH     PIC X VALUE "N".
001360     88 WS-TRAIL-NEW              VALUE "Y".
001361 01 WS-YST-EOF-SWITCH       PIC X VALUE "N".
001362     88 WS-YST-END                VALUE "Y".
001363 01 WS-PREV-MISSING-SWITCH  PIC X VALUE "N".
001364     88 WS-PREV-MISSING           VALUE "Y".
001365 01 WS-MARK-FULL-SWITCH     PIC X VALUE "N".
001366     88 WS-MARKING-INCOMPLETE     VALUE "Y".
001367 01 WS-LOOKUP-SEQ           PIC 9(4) VALUE 0.
001368 01 WS-LOOKUP-CONT          PIC 9(1) VALUE 0.
001369 01 WS-YX                   PIC 9(4) VALUE 0.
001370 01 WS-YST-USED             PIC 9(4) VALUE 0.
001371 01 WS-YST-FOUND-X          PIC 9(4) VALUE 0.
001372 01 WS-YESTERDAY-TABLE.
001373     05  WS-YST-ENTRY OCCURS 1000.
001374         10  WS-YST-SEQ-NO   PIC 9(4).
001375         10  WS-YST-CONT-NO  PIC 9(1).
001376         10  WS-YST-NUMBER   PIC 9(6).
001377         10  WS-YST-TYPE     PIC X(4).
001378         10  WS-YST-PRIORITY PIC 9(1).
001379         10  WS-YST-TEXT     PIC X(80).
001380         10  WS-YST-AUDIENCE PIC X(20).
001381         10  WS-YST-SEEN     PIC X(1).
001382 01 WS-TX                   PIC 9(3) VALUE 0.
001383 01 WS-TNT-USED             PIC 9(3) VALUE 0.
001384 01 WS-TONIGHT-TABLE.
001385     05  WS-TNT-ENTRY OCCURS 500.
001386         10  WS-TNT-SEQ-NO   PIC 9(4).
001387         10  WS-TNT-NUMBER   PIC 9(6).
001388         10  WS-TNT-TYPE     PIC X(4).
001389         10  WS-TNT-PRIORITY PIC 9(1).
001390         10  WS-TNT-TEXT     PIC X(80).
001391         10  WS-TNT-AUDIENCE PIC X(20).
001392         10  WS-TNT-MARK     PIC X(1).
001393         10  WS-TNT-LINES    PIC 9(2).
001394         10  WS-TNT-YST-LINES PIC 9(2).
001395 01 WS-PREVIEW-COUNT        PIC 9(6) VALUE 0.
001396 01 WS-PREVIEW-NUMBER       PIC 9(6) VALUE 0.
001397 01 WS-CUR-MARK             PIC X(1) VALUE SPACE.
001398 01 WS-MARK-CODE            PIC X(1).
001399 01 WS-MARK-WORD            PIC X(10).
001400 01 WS-NEW-COUNT            PIC 9(6) VALUE 0.
001401 01 WS-CHANGED-COUNT        PIC 9(6) VALUE 0.
001402 01 WS-CONTINUING-COUNT     PIC 9(6) VALUE 0.
001403 01 WS-WITHDRAWN-COUNT      PIC 9(6) VALUE 0.
001404 01 WS-PRINT-LINE           PIC X(132).
001405 01 WS-REC-COUNT            PIC 9(4) VALUE 0.
001406 01 WS-INPUT-COUNT          PIC 9(6) VALUE 0.
001407 01 WS-PUBLISHED-COUNT      PIC 9(6) VALUE 0.
001408 01 WS-AUDIT-WRITE-COUNT    PIC 9(6) VALUE 0.
001409 01 WS-AUDIT-REPLACE-COUNT  PIC 9(6) VALUE 0.
001410 01 WS-EXCP-WRITE-COUNT     PIC 9(6) VALUE 0.
001411 01 WS-CKPT-FAIL-COUNT      PIC 9(6) VALUE 0.
001412 01 WS-RETURN-CODE          PIC 9(4) VALUE 0.
001413 01 WS-PAGE-NO              PIC 9(3) VALUE 0.
001414 01 WS-LINE-CTR             PIC 9(3) VALUE 99.
001415 01 WS-LINES-PER-PAGE       PIC 9(3) VALUE 020.
001416 01 WS-REPORT-DETAIL.
001420     05  RPT-NUMBER          PIC 9(6).
001430     05  FILLER              PIC X(2) VALUE SPACES.
001433     05  RPT-MARK            PIC X(10).
001436     05  FILLER              PIC X(2) VALUE SPACES.
001440     05  RPT-MESSAGE         PIC X(80).
001450 01 WS-ZELLER-WORK.
001460     05  WS-ZC-YEAR          PIC 9(4).
001700     DISPLAY "RUN DATE            : " WS-RUN-DATE.
001710     DISPLAY "START TIME          : " WS-RUN-TIME.
001720     DISPLAY "END TIME            : " WS-END-TIME.
001721     DISPLAY "COMPARED WITH       : " WS-PREV-BUS-DATE.
001722     DISPLAY "NEW NOTICES         : " WS-NEW-COUNT.
001723     DISPLAY "CHANGED NOTICES     : " WS-CHANGED-COUNT.
001724     DISPLAY "CONTINUING NOTICES  : " WS-CONTINUING-COUNT.
001725     DISPLAY "WITHDRAWN NOTICES   : " WS-WITHDRAWN-COUNT.
001730     DISPLAY "RETURN CODE         : " WS-RETURN-CODE.
001740     DISPLAY "------------------------------------------------".
001750     MOVE WS-RETURN-CODE TO RETURN-CODE.
001910     PERFORM SORT-MESSAGES-BY-PRIORITY.
001920
001930 MAIN-LOGIC.
001940     OPEN I-O AUDIT-FILE.
001960     IF WS-AUDIT-STATUS = "35"
001970         OPEN OUTPUT AUDIT-FILE
001975         SET WS-TRAIL-NEW TO TRUE
001980     END-IF.
001981*    A NON-BUSINESS RUN DATE PUBLISHES NOTHING, SO THERE IS
001982*    NOTHING TO COMPARE AND NO SUMMARY IS PRINTED - THE OUTPUT
001983*    TURNS OVER EMPTY AS IT ALWAYS HAS.
001984     IF NOT WS-RUN-IS-HOLIDAY
001985         PERFORM LOAD-PREVIOUS-PUBLICATION
001986         PERFORM BUILD-TONIGHT-TABLE
001987     END-IF.
001988     OPEN INPUT MESSAGE-FILE.
001990*    THE CATEGORY BULLETIN FILES ARE EACH WRITTEN BY THIS STEP
002000*    ONLY, ONCE PER RUN, SO EACH IS OPENED FRESH - OPEN OUTPUT
002010*    TRUNCATES YESTERDAY'S BULLETIN RATHER THAN GROWING IT
002130*    YESTERDAY'S COPY THE SAME WAY THE CATEGORY FILES ARE
002140*    TURNED OVER.
002190     OPEN OUTPUT REPORT-FILE.
002200     IF NOT WS-RUN-IS-HOLIDAY
002210         PERFORM WRITE-CHANGE-SECTIONS
002220     END-IF.
002230     PERFORM READ-MESSAGE-RECORD.
002240     PERFORM SKIP-ALREADY-PROCESSED
002250         UNTIL WS-END-OF-FILE
002670     MOVE MSG-PRIORITY TO AUD-PRIORITY.
002680     MOVE WS-PROGRAM-NAME TO AUD-PROGRAM.
002690     MOVE THE-MESSAGE  TO AUD-MESSAGE.
002695     MOVE MSG-AUDIENCE TO AUD-AUDIENCE.
002696     WRITE AUDIT-RECORD
002697         INVALID KEY
002698             PERFORM REPLACE-AUDIT-RECORD
002699         NOT INVALID KEY
002700             ADD 1 TO WS-AUDIT-WRITE-COUNT
002701     END-WRITE.
002702
002703*    A KEY ALREADY ON THE TRAIL MEANS THE DAY IS BEING RUN AGAIN
002704*    UNDER NUMBERS IT HAS ALREADY USED (A FRESH START, OR A
002705*    RESTART FROM AN OLDER CHECKPOINT).  THE RERUN'S LINE IS THE
002706*    ONE THAT WENT OUT LAST UNDER THAT NUMBER, SO IT REPLACES THE
002707*    EARLIER RECORD - BUT THE RUN IS FLAGGED, BECAUSE THE TRAIL
002708*    NO LONGER SHOWS THE FIRST PUBLICATION.
002709 REPLACE-AUDIT-RECORD.
002710     REWRITE AUDIT-RECORD
002711         INVALID KEY
002712             DISPLAY "AUDIT WRITE FAILED, STATUS=" WS-AUDIT-STATUS
002713                 " NUMBER " AUD-NUMBER "-" AUD-CONT-NO
002714         NOT INVALID KEY
002715             DISPLAY "WARNING: AUDIT RECORD REPLACED FOR NUMBER "
002716                 AUD-NUMBER "-" AUD-CONT-NO
002717             ADD 1 TO WS-AUDIT-WRITE-COUNT
002718             ADD 1 TO WS-AUDIT-REPLACE-COUNT
002719     END-REWRITE.
002720
002721 WRITE-REPORT-DETAIL.
002722     MOVE THE-NUMBER  TO RPT-NUMBER.
002723     MOVE WS-CUR-MARK TO WS-MARK-CODE.
002724     PERFORM SET-MARK-WORD.
002725     MOVE WS-MARK-WORD TO RPT-MARK.
002726     MOVE THE-MESSAGE TO RPT-MESSAGE.
002727     MOVE SPACES      TO WS-PRINT-LINE.
002728     MOVE WS-REPORT-DETAIL TO WS-PRINT-LINE.
002729     PERFORM PRINT-REPORT-LINE.
002730
002731*    EVERY REPORT LINE GOES OUT THROUGH HERE SO THE SUMMARY
002732*    SECTIONS AND THE NOTICE LIST SHARE ONE PAGE COUNT.  THE
002733*    LINE IS BUILT IN WS-PRINT-LINE BECAUSE THE PAGE HEADER
002734*    REUSES THE RECORD AREA.
002735 PRINT-REPORT-LINE.
002740     IF WS-LINE-CTR IS GREATER THAN OR EQUAL TO WS-LINES-PER-PAGE
002750         PERFORM WRITE-REPORT-HEADER
002760     END-IF.
002770     MOVE WS-PRINT-LINE TO REPORT-LINE.
002810     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
002820     ADD 1 TO WS-LINE-CTR.
002821
002822 SET-MARK-WORD.
002823     EVALUATE WS-MARK-CODE
002824         WHEN "N" MOVE "NEW"        TO WS-MARK-WORD
002825         WHEN "C" MOVE "CHANGED"    TO WS-MARK-WORD
002826         WHEN "O" MOVE "CONTINUING" TO WS-MARK-WORD
002827         WHEN OTHER MOVE SPACES     TO WS-MARK-WORD
002828     END-EVALUATE.
002830
002840 WRITE-REPORT-HEADER.
002850     ADD 1 TO WS-PAGE-NO.
002930     MOVE SPACES TO REPORT-LINE.
002940     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
002950     MOVE SPACES TO REPORT-LINE.
002960     MOVE "NO.     STATUS      MESSAGE" TO REPORT-LINE.
002970     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
002980     MOVE 0 TO WS-LINE-CTR.
002990
003020         IF WS-MESSAGE-IN-FORCE
003030             PERFORM VALIDATE-MESSAGE-LENGTH
003040             MOVE MSG-TEXT TO THE-MESSAGE
003045             PERFORM FIND-TONIGHT-MARK
003050             PERFORM ADD-NUMBER-AND-DISPLAY
003055             MOVE MSG-SEQ-NO TO WS-PUB-PARENT-SEQ
003060             PERFORM ROUTE-MESSAGE-BY-TYPE
003114         AND MSG-SEQ-NO = WS-PUB-PARENT-SEQ
003116         PERFORM VALIDATE-MESSAGE-LENGTH
003118         MOVE MSG-TEXT TO THE-MESSAGE
003119         MOVE SPACE TO WS-CUR-MARK
003120         ADD 1 TO WS-PUBLISHED-COUNT
003122         PERFORM DISPLAY-THE-MESSAGE
003124         PERFORM ROUTE-MESSAGE-BY-TYPE
004180
004185*    THE SLOT COMES FROM THE CATEGORY TABLE; A TYPE NOT ON THE
004186*    FILE FALLS TO THE LAST SLOT, THE CATCH-ALL, THE SAME WAY
004187*    UNKNOWN TYPES ALWAYS FELL TO THE GENERAL BULLETIN.  THE
004188*    NOTICE'S TARGET-DEPARTMENT LIST GOES ON THE LINE FOR THE
004189*    DISTRIBUTION PASS; SPACES STILL MEANS EVERY SUBSCRIBER.
004190 ROUTE-MESSAGE-BY-TYPE.
004200     MOVE MSG-TYPE TO WS-CAT-LOOKUP.
004210     PERFORM FIND-CATEGORY-SLOT.
004265     MOVE MSG-PRIORITY TO BL-PRIORITY.
004268     MOVE A-SPACE      TO BL-SPACE-2.
004270     MOVE THE-MESSAGE  TO BL-TEXT.
004275     MOVE MSG-AUDIENCE TO BL-AUDIENCE.
004276     SET BL-NOTICE-LINE TO TRUE.
004277     MOVE WS-CUR-MARK  TO BL-CHANGE-MARK.
004280     PERFORM WRITE-CATEGORY-LINE.
004290
004300 WRITE-CATEGORY-LINE.
004444     END-READ.
004450
004460*    SEVERITY LADDER: 0 = CLEAN, 4 = PUBLISHED BUT WITH
004470*    WARNINGS (LENGTH EXCEPTIONS, A FAILED CHECKPOINT WRITE OR
004475*    AN AUDIT RECORD REPLACED BY A RERUN),
004480*    8 = THE RUN DOES NOT PROVE OUT AGAINST ITS OWN TRAIL.
004490 SET-RETURN-SEVERITY.
004492*    THE LOOP ONLY ENDS SHORT OF END-OF-FILE WHEN THE CAP CUT
004504         MOVE 4 TO WS-RETURN-CODE
004506     END-IF.
004510     IF WS-EXCP-WRITE-COUNT > 0 OR WS-CKPT-FAIL-COUNT > 0
004511         OR WS-AUDIT-REPLACE-COUNT > 0
004512         MOVE 4 TO WS-RETURN-CODE
004513     END-IF.
004514*    A SUMMARY BUILT WITHOUT THE PREVIOUS DAY'S PUBLICATION, OR
004515*    WITH NOTICES LEFT UNMARKED, STILL GOES OUT BUT IS FLAGGED.
004516     IF WS-PREV-MISSING OR WS-MARKING-INCOMPLETE
004517         IF WS-RETURN-CODE < 4
004518             MOVE 4 TO WS-RETURN-CODE
004519         END-IF
004520     END-IF.
004530     IF WS-PUBLISHED-COUNT NOT = WS-AUDIT-WRITE-COUNT
004540         MOVE 8 TO WS-RETURN-CODE
007260     ELSE
007270         MOVE 28 TO WS-PRV-DIM
007280     END-IF.
007290
007300*    THE PREVIOUS BUSINESS DAY IS THE FIRST DATE BEFORE THE RUN
007310*    DATE THAT IS NOT ON THE HOLIDAY CALENDAR.  THE CALENDAR
007320*    HOLDS AT MOST 50 DATES, SO THE WALK ALWAYS ENDS.
007330 FIND-PREVIOUS-BUSINESS-DAY.
007340     MOVE WS-RUN-DATE TO WS-PRV-DATE.
007350     MOVE "N" TO WS-WALK-DONE-SWITCH.
007360     PERFORM STEP-BACK-TO-BUSINESS-DAY UNTIL WS-WALK-DONE.
007370     MOVE WS-PRV-DATE TO WS-PREV-BUS-DATE.
007380
007390 STEP-BACK-TO-BUSINESS-DAY.
007400     PERFORM COMPUTE-PREVIOUS-DATE.
007410     MOVE WS-PRV-DATE TO WS-CHK-DATE.
007420     PERFORM CHECK-DATE-IS-HOLIDAY.
007430     IF NOT WS-CHK-IS-HOLIDAY
007440         SET WS-WALK-DONE TO TRUE
007450     END-IF.
007460
007470*    THE PREVIOUS BUSINESS DAY'S BULLETIN IS ITS IFCONDITION
007480*    RECORDS ON THE TRAIL - ONE PER PUBLISHED LINE, IN NUMBER
007490*    ORDER.  A NOTICE PUBLISHED TWICE THAT DAY (A RENUMBERED
007500*    RERUN) KEEPS ITS LATER, HIGHER-NUMBERED PUBLICATION.  NO
007510*    RECORDS AT ALL (A NEW TRAIL, OR NO RUN THAT DAY) MARKS
007520*    EVERY NOTICE NEW AND WITHDRAWS NOTHING - THE BULLETIN STILL
007530*    GOES OUT, BUT THE RUN NEVER COMES BACK CLEAN.
007540 LOAD-PREVIOUS-PUBLICATION.
007550     PERFORM FIND-PREVIOUS-BUSINESS-DAY.
007560     MOVE 0 TO WS-YST-USED.
007570     MOVE "N" TO WS-YST-EOF-SWITCH.
007580     IF WS-TRAIL-NEW
007590         SET WS-YST-END TO TRUE
007600     ELSE
007610         MOVE WS-PREV-BUS-DATE TO AUD-RUN-DATE
007620         MOVE WS-PROGRAM-NAME  TO AUD-PROGRAM
007630         MOVE 0                TO AUD-NUMBER
007640         MOVE 0                TO AUD-CONT-NO
007650         START AUDIT-FILE KEY IS NOT LESS THAN AUD-KEY
007660             INVALID KEY
007670                 SET WS-YST-END TO TRUE
007680             NOT INVALID KEY
007690                 PERFORM READ-PREVIOUS-PUBLICATION
007700         END-START
007710     END-IF.
007720     PERFORM STORE-PREVIOUS-LINE UNTIL WS-YST-END.
007730     IF WS-YST-USED = 0
007740         SET WS-PREV-MISSING TO TRUE
007750         DISPLAY "WARNING: NO PUBLICATION ON THE TRAIL FOR "
007760             WS-PREV-BUS-DATE " - EVERY NOTICE MARKED NEW"
007770     END-IF.
007780
007790 READ-PREVIOUS-PUBLICATION.
007800     READ AUDIT-FILE NEXT
007810         AT END SET WS-YST-END TO TRUE
007820     END-READ.
007830     IF NOT WS-YST-END
007840         IF AUD-RUN-DATE NOT = WS-PREV-BUS-DATE
007850             OR AUD-PROGRAM NOT = WS-PROGRAM-NAME
007860             SET WS-YST-END TO TRUE
007870         END-IF
007880     END-IF.
007890
007900 STORE-PREVIOUS-LINE.
007910     MOVE AUD-SEQ-NO  TO WS-LOOKUP-SEQ.
007920     MOVE AUD-CONT-NO TO WS-LOOKUP-CONT.
007930     PERFORM FIND-YESTERDAY-LINE.
007940     IF WS-YST-FOUND-X = 0
007950         IF WS-YST-USED < 1000
007960             ADD 1 TO WS-YST-USED
007970             MOVE WS-YST-USED TO WS-YST-FOUND-X
007980         ELSE
007990             IF NOT WS-MARKING-INCOMPLETE
008000                 DISPLAY "MORE THAN 1000 LINES PUBLISHED ON "
008006                     WS-PREV-BUS-DATE
008012                     " - CHANGE MARKING INCOMPLETE"
008020                 SET WS-MARKING-INCOMPLETE TO TRUE
008030             END-IF
008040         END-IF
008050     END-IF.
008060     IF WS-YST-FOUND-X > 0
008070         MOVE AUD-SEQ-NO   TO WS-YST-SEQ-NO (WS-YST-FOUND-X)
008080         MOVE AUD-CONT-NO  TO WS-YST-CONT-NO (WS-YST-FOUND-X)
008090         MOVE AUD-NUMBER   TO WS-YST-NUMBER (WS-YST-FOUND-X)
008100         MOVE AUD-TYPE     TO WS-YST-TYPE (WS-YST-FOUND-X)
008110         MOVE AUD-PRIORITY TO WS-YST-PRIORITY (WS-YST-FOUND-X)
008120         MOVE AUD-MESSAGE  TO WS-YST-TEXT (WS-YST-FOUND-X)
008130         MOVE AUD-AUDIENCE TO WS-YST-AUDIENCE (WS-YST-FOUND-X)
008140         MOVE "N"          TO WS-YST-SEEN (WS-YST-FOUND-X)
008150     END-IF.
008160     PERFORM READ-PREVIOUS-PUBLICATION.
008170
008180 FIND-YESTERDAY-LINE.
008190     MOVE 0 TO WS-YST-FOUND-X.
008200     MOVE 1 TO WS-YX.
008210     PERFORM SEARCH-YESTERDAY-TABLE
008220         UNTIL WS-YST-FOUND-X > 0 OR WS-YX > WS-YST-USED.
008230
008240 SEARCH-YESTERDAY-TABLE.
008250     IF WS-YST-SEQ-NO (WS-YX) = WS-LOOKUP-SEQ
008260         AND WS-YST-CONT-NO (WS-YX) = WS-LOOKUP-CONT
008270         MOVE WS-YX TO WS-YST-FOUND-X
008280     END-IF.
008290     ADD 1 TO WS-YX.
008300
008310*    THE PRE-PASS READS THE SORTED FEED THE WAY THE PUBLISHING
008320*    LOOP WILL - SAME RESTART SKIP, SAME IN-FORCE TEST, SAME CAP
008330*    AT A NOTICE BOUNDARY - SO THE TABLE HOLDS EXACTLY THE
008340*    NOTICES THIS RUN PRINTS, UNDER THE NUMBERS THEY WILL GET.
008350*    A NOTICE IN FORCE BUT HELD BACK BY THE RESTART OR THE CAP
008360*    IS STILL IN FORCE, SO IT IS NOT REPORTED WITHDRAWN.
008370 BUILD-TONIGHT-TABLE.
008380     MOVE 0 TO WS-TNT-USED.
008390     MOVE 0 TO WS-TX.
008400     MOVE 0 TO WS-PREVIEW-COUNT.
008410     MOVE THE-NUMBER TO WS-PREVIEW-NUMBER.
008420     MOVE 0 TO WS-PUB-PARENT-SEQ.
008430     OPEN INPUT MESSAGE-FILE.
008440     PERFORM READ-MESSAGE-RECORD.
008450     PERFORM NOTE-HELD-BACK-RECORD
008460         UNTIL WS-END-OF-FILE
008470         OR WS-REC-COUNT > WS-RESTART-POSITION.
008480     PERFORM NOTE-TONIGHT-RECORD UNTIL WS-END-OF-FILE
008490         OR (WS-PARM-MAX-MSGS > 0
008500         AND WS-PREVIEW-COUNT NOT < WS-PARM-MAX-MSGS
008510         AND NOT (MSG-CONT-NO > 0
008520         AND MSG-SEQ-NO = WS-PUB-PARENT-SEQ)).
008530     PERFORM NOTE-HELD-BACK-RECORD UNTIL WS-END-OF-FILE.
008540     CLOSE MESSAGE-FILE.
008550     MOVE 0 TO WS-REC-COUNT.
008560     MOVE 0 TO WS-PUB-PARENT-SEQ.
008570     SET WS-NOT-END-OF-FILE TO TRUE.
008580     MOVE 1 TO WS-TX.
008590     PERFORM SETTLE-TONIGHT-MARK UNTIL WS-TX > WS-TNT-USED.
008600
008610 NOTE-HELD-BACK-RECORD.
008620     IF MSG-CONT-NO = 0
008630         PERFORM CHECK-MESSAGE-IN-FORCE
008640         IF WS-MESSAGE-IN-FORCE
008650             MOVE MSG-SEQ-NO TO WS-PUB-PARENT-SEQ
008660             MOVE MSG-SEQ-NO TO WS-LOOKUP-SEQ
008670             MOVE 0 TO WS-LOOKUP-CONT
008680             PERFORM FIND-YESTERDAY-LINE
008690             IF WS-YST-FOUND-X > 0
008700                 MOVE "Y" TO WS-YST-SEEN (WS-YST-FOUND-X)
008710             END-IF
008720         ELSE
008730             MOVE 0 TO WS-PUB-PARENT-SEQ
008740         END-IF
008750     END-IF.
008760     PERFORM READ-MESSAGE-RECORD.
008770
008780 NOTE-TONIGHT-RECORD.
008790     IF MSG-CONT-NO > 0
008800         IF WS-PUB-PARENT-SEQ > 0
008810             AND MSG-SEQ-NO = WS-PUB-PARENT-SEQ
008820             ADD 1 TO WS-PREVIEW-COUNT
008830             PERFORM NOTE-TONIGHT-LINE
008840         END-IF
008850     ELSE
008860         PERFORM CHECK-MESSAGE-IN-FORCE
008870         IF WS-MESSAGE-IN-FORCE
008880             ADD 1 TO WS-PREVIEW-COUNT
008890             ADD 1 TO WS-PREVIEW-NUMBER
008900             MOVE MSG-SEQ-NO TO WS-PUB-PARENT-SEQ
008910             PERFORM NOTE-TONIGHT-NOTICE
008920             PERFORM NOTE-TONIGHT-LINE
008930         ELSE
008940             MOVE 0 TO WS-PUB-PARENT-SEQ
008950         END-IF
008960     END-IF.
008970     PERFORM READ-MESSAGE-RECORD.
008980
008990*    A NOTICE WHOSE FIRST LINE WAS NOT PUBLISHED ON THE PREVIOUS
009000*    BUSINESS DAY IS NEW; OTHERWISE IT STARTS AS CONTINUING AND
009010*    ITS LINES DECIDE WHETHER IT CHANGED.
009020 NOTE-TONIGHT-NOTICE.
009030     MOVE MSG-SEQ-NO TO WS-LOOKUP-SEQ.
009040     MOVE 0 TO WS-LOOKUP-CONT.
009050     PERFORM FIND-YESTERDAY-LINE.
009060     IF WS-YST-FOUND-X > 0
009070         MOVE "Y" TO WS-YST-SEEN (WS-YST-FOUND-X)
009080     END-IF.
009090     IF WS-TNT-USED < 500
009100         ADD 1 TO WS-TNT-USED
009110         MOVE WS-TNT-USED TO WS-TX
009120         MOVE MSG-SEQ-NO        TO WS-TNT-SEQ-NO (WS-TX)
009130         MOVE WS-PREVIEW-NUMBER TO WS-TNT-NUMBER (WS-TX)
009140         MOVE MSG-TYPE          TO WS-TNT-TYPE (WS-TX)
009150         MOVE MSG-PRIORITY      TO WS-TNT-PRIORITY (WS-TX)
009160         MOVE MSG-TEXT          TO WS-TNT-TEXT (WS-TX)
009170         MOVE MSG-AUDIENCE      TO WS-TNT-AUDIENCE (WS-TX)
009180         MOVE 0                 TO WS-TNT-LINES (WS-TX)
009190         MOVE 0                 TO WS-TNT-YST-LINES (WS-TX)
009200         IF WS-YST-FOUND-X = 0
009210             MOVE "N" TO WS-TNT-MARK (WS-TX)
009220         ELSE
009230             MOVE "O" TO WS-TNT-MARK (WS-TX)
009240             MOVE 1 TO WS-YX
009246             PERFORM COUNT-YESTERDAY-LINE
009252                 UNTIL WS-YX > WS-YST-USED
009260         END-IF
009270     ELSE
009280         MOVE 0 TO WS-TX
009290         IF NOT WS-MARKING-INCOMPLETE
009300             DISPLAY "MORE THAN 500 NOTICES IN FORCE - CHANGE"
009310                 " MARKING INCOMPLETE"
009320             SET WS-MARKING-INCOMPLETE TO TRUE
009330         END-IF
009340     END-IF.
009350
009360 COUNT-YESTERDAY-LINE.
009370     IF WS-YST-SEQ-NO (WS-YX) = WS-LOOKUP-SEQ
009380         ADD 1 TO WS-TNT-YST-LINES (WS-TX)
009390     END-IF.
009400     ADD 1 TO WS-YX.
009410
009420 NOTE-TONIGHT-LINE.
009430     IF WS-TX > 0
009440         ADD 1 TO WS-TNT-LINES (WS-TX)
009450         IF WS-TNT-MARK (WS-TX) = "O"
009460             MOVE MSG-SEQ-NO  TO WS-LOOKUP-SEQ
009470             MOVE MSG-CONT-NO TO WS-LOOKUP-CONT
009480             PERFORM FIND-YESTERDAY-LINE
009490             IF WS-YST-FOUND-X = 0
009500                 MOVE "C" TO WS-TNT-MARK (WS-TX)
009510             ELSE
009520                 IF WS-YST-TEXT (WS-YST-FOUND-X) NOT = MSG-TEXT
009530                     MOVE "C" TO WS-TNT-MARK (WS-TX)
009540                 END-IF
009550             END-IF
009560         END-IF
009570     END-IF.
009580
009590*    A LINE DROPPED FROM THE END OF A NOTICE ONLY SHOWS AS A
009600*    DIFFERENCE IN THE LINE COUNT.
009610 SETTLE-TONIGHT-MARK.
009620     IF WS-TNT-MARK (WS-TX) = "O"
009630         AND WS-TNT-LINES (WS-TX) NOT = WS-TNT-YST-LINES (WS-TX)
009640         MOVE "C" TO WS-TNT-MARK (WS-TX)
009650     END-IF.
009660     EVALUATE WS-TNT-MARK (WS-TX)
009670         WHEN "N" ADD 1 TO WS-NEW-COUNT
009680         WHEN "C" ADD 1 TO WS-CHANGED-COUNT
009690         WHEN OTHER ADD 1 TO WS-CONTINUING-COUNT
009700     END-EVALUATE.
009710     ADD 1 TO WS-TX.
009720
009730 FIND-TONIGHT-MARK.
009740     MOVE SPACE TO WS-CUR-MARK.
009750     MOVE 1 TO WS-TX.
009760     PERFORM SEARCH-TONIGHT-TABLE
009770         UNTIL WS-CUR-MARK NOT = SPACE OR WS-TX > WS-TNT-USED.
009780
009790 SEARCH-TONIGHT-TABLE.
009800     IF WS-TNT-SEQ-NO (WS-TX) = MSG-SEQ-NO
009810         MOVE WS-TNT-MARK (WS-TX) TO WS-CUR-MARK
009820     END-IF.
009830     ADD 1 TO WS-TX.
009840
009850*    THE SUMMARY OPENS THE REPORT AND, CATEGORY BY CATEGORY,
009860*    EVERY BULLETIN FILE: FIRST THE NEW AND CHANGED NOTICES
009870*    (S LINES, FIRST TEXT LINE UNDER TONIGHT'S NUMBER), THEN THE
009880*    NOTICES PUBLISHED ON THE PREVIOUS BUSINESS DAY THAT ARE NO
009890*    LONGER IN FORCE (W LINES, UNDER THAT DAY'S NUMBER).  THE
009900*    FULL NOTICE LIST FOLLOWS FROM THE PUBLISHING LOOP.  A
009910*    WITHDRAWN NOTICE GOES TO THE CATEGORY IT WAS PUBLISHED IN,
009920*    WITH THE TARGET-DEPARTMENT LIST IT WAS PUBLISHED WITH.
009930 WRITE-CHANGE-SECTIONS.
009940     MOVE SPACES TO WS-PRINT-LINE.
009950     MOVE "*** NEW AND CHANGED TODAY ***" TO WS-PRINT-LINE.
009960     PERFORM PRINT-REPORT-LINE.
009970     MOVE 1 TO WS-TX.
009980     PERFORM WRITE-NEW-CHANGED-ENTRY UNTIL WS-TX > WS-TNT-USED.
009990     IF WS-NEW-COUNT = 0 AND WS-CHANGED-COUNT = 0
010000         MOVE "   (NOTHING NEW OR CHANGED)" TO WS-PRINT-LINE
010010         PERFORM PRINT-REPORT-LINE
010020     END-IF.
010030     MOVE SPACES TO WS-PRINT-LINE.
010040     PERFORM PRINT-REPORT-LINE.
010050     STRING "*** WITHDRAWN SINCE " WS-PREV-BUS-DATE " ***"
010060         DELIMITED BY SIZE INTO WS-PRINT-LINE.
010070     PERFORM PRINT-REPORT-LINE.
010080     MOVE 1 TO WS-YX.
010090     PERFORM WRITE-WITHDRAWN-ENTRY UNTIL WS-YX > WS-YST-USED.
010100     IF WS-WITHDRAWN-COUNT = 0
010110         MOVE "   (NOTHING WITHDRAWN)" TO WS-PRINT-LINE
010120         PERFORM PRINT-REPORT-LINE
010130     END-IF.
010140     MOVE SPACES TO WS-PRINT-LINE.
010150     PERFORM PRINT-REPORT-LINE.
010160     MOVE "*** ALL NOTICES IN FORCE ***" TO WS-PRINT-LINE.
010170     PERFORM PRINT-REPORT-LINE.
010180
010190 WRITE-NEW-CHANGED-ENTRY.
010200     IF WS-TNT-MARK (WS-TX) = "N" OR WS-TNT-MARK (WS-TX) = "C"
010210         MOVE WS-TNT-NUMBER (WS-TX) TO RPT-NUMBER
010220         MOVE WS-TNT-MARK (WS-TX)   TO WS-MARK-CODE
010230         PERFORM SET-MARK-WORD
010240         MOVE WS-MARK-WORD          TO RPT-MARK
010250         MOVE WS-TNT-TEXT (WS-TX)   TO RPT-MESSAGE
010260         MOVE SPACES TO WS-PRINT-LINE
010270         MOVE WS-REPORT-DETAIL TO WS-PRINT-LINE
010280         PERFORM PRINT-REPORT-LINE
010290         MOVE WS-TNT-TYPE (WS-TX) TO WS-CAT-LOOKUP
010300         MOVE WS-TNT-NUMBER (WS-TX)   TO BL-NUMBER
010310         MOVE WS-TNT-PRIORITY (WS-TX) TO BL-PRIORITY
010320         MOVE WS-TNT-TEXT (WS-TX)     TO BL-TEXT
010330         MOVE WS-TNT-AUDIENCE (WS-TX) TO BL-AUDIENCE
010340         SET BL-SUMMARY-LINE TO TRUE
010350         MOVE WS-TNT-MARK (WS-TX)     TO BL-CHANGE-MARK
010360         PERFORM ROUTE-CHANGE-LINE
010370     END-IF.
010380     ADD 1 TO WS-TX.
010390
010400 WRITE-WITHDRAWN-ENTRY.
010410     IF WS-YST-CONT-NO (WS-YX) = 0 AND WS-YST-SEEN (WS-YX) = "N"
010420         ADD 1 TO WS-WITHDRAWN-COUNT
010430         MOVE WS-YST-NUMBER (WS-YX) TO RPT-NUMBER
010440         MOVE "WITHDRAWN"           TO RPT-MARK
010450         MOVE WS-YST-TEXT (WS-YX)   TO RPT-MESSAGE
010460         MOVE SPACES TO WS-PRINT-LINE
010470         MOVE WS-REPORT-DETAIL TO WS-PRINT-LINE
010480         PERFORM PRINT-REPORT-LINE
010490         MOVE WS-YST-TYPE (WS-YX) TO WS-CAT-LOOKUP
010500         MOVE WS-YST-NUMBER (WS-YX)   TO BL-NUMBER
010510         IF WS-YST-PRIORITY (WS-YX) IS NUMERIC
010520             MOVE WS-YST-PRIORITY (WS-YX) TO BL-PRIORITY
010530         ELSE
010540             MOVE 0 TO BL-PRIORITY
010550         END-IF
010560         MOVE WS-YST-TEXT (WS-YX)     TO BL-TEXT
010570         MOVE WS-YST-AUDIENCE (WS-YX) TO BL-AUDIENCE
010580         SET BL-WITHDRAWN-LINE TO TRUE
010590         MOVE SPACE                   TO BL-CHANGE-MARK
010600         PERFORM ROUTE-CHANGE-LINE
010610     END-IF.
010620     ADD 1 TO WS-YX.
010630
010640*    SAME ROUTING RULE AS A NOTICE LINE - AN UNKNOWN TYPE FALLS
010650*    TO THE LAST SLOT, THE CATCH-ALL.
010660 ROUTE-CHANGE-LINE.
010670     PERFORM FIND-CATEGORY-SLOT.
010680     IF WS-CAT-FOUND-X = 0
010690         MOVE WS-CAT-USED TO WS-CAT-FOUND-X
010700     END-IF.
010710     MOVE A-SPACE TO BL-SPACE-1.
010720     MOVE A-SPACE TO BL-SPACE-2.
010730     PERFORM WRITE-CATEGORY-LINE.
