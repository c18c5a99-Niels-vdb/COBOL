000219*    MAIL-ROOM MANIFEST IS APPENDED AFTER THE LAST COPY: ONE
000220*    LINE PER COPY WITH ITS NOTICE-LINE COUNT, COPY/LINE
000221*    SUBTOTALS PER STATION, AND A CONTROL-TOTAL TRAILER THE
000222*    MAIL ROOM SIGNS AGAINST WHAT COMES OFF THE PRINTER.  THE
000225*    SAME MANIFEST IS WRITTEN RECORD FOR RECORD TO THE MANIFEST
000227*    DD (MANFREC.CPY) SO DELIVERYRECON CAN MATCH THE MAIL
000229*    ROOM'S DELIVERY CONFIRMATIONS AGAINST IT.
000231*
000234*    ALONGSIDE THE PRINT PASS, ONE DELIMITED INTERFACE EXTRACT
000235*    IS WRITTEN PER DEPARTMENT (DEPTXTN DDS, NTH DISTINCT
000236*    DEPARTMENT ON THE LIST IN ITS ORIGINAL, UNSORTED ORDER):
000240*    RECORD COUNT (T|DEPT|COUNT) THE RECEIVING SYSTEM BALANCES
000241*    ON.  A DEPARTMENT GETS A CATEGORY WHEN ANY OF ITS
000242*    RECIPIENTS SUBSCRIBES TO IT.
000243*
000244*    A NOTICE TARGETED AT NAMED DEPARTMENTS (BL-AUDIENCE - SEE
000245*    BULLINE.CPY) GOES ONLY ON THE COPIES AND EXTRACTS OF THOSE
000246*    DEPARTMENTS; EVERY OTHER SUBSCRIBER OF THE CATEGORY SIMPLY
000247*    DOES NOT SEE THOSE LINES.  AN UNTARGETED LINE (SPACES) GOES
000248*    TO EVERY SUBSCRIBER, AS IT ALWAYS HAS.
000249*
000250*    EACH COPY OPENS, UNDER THE BANNER, WITH WHAT CHANGED SINCE
000251*    THE PREVIOUS BULLETIN: THE NEW AND CHANGED NOTICES, THEN
000252*    THE WITHDRAWN ONES, FROM THE SUMMARY LINES THE PUBLISHING
000253*    STEP PUTS AT THE HEAD OF EACH CATEGORY FILE (BULLINE.CPY),
000254*    FOR THE CATEGORIES THE RECIPIENT TAKES.  EVERY NOTICE IN THE
000255*    SECTIONS CARRIES ITS NEW / CHANGED / CONTINUING MARK.
000256*
000257*    FOR THE MONTHLY CHARGEBACK, EVERY RUN APPENDS ONE USAGE
000258*    RECORD PER DEPARTMENT ON THE LIST TO THE USAGELOG DD
000259*    (USAGEREC.CPY): ITS ADDRESSED COPIES, THE NOTICE LINES
000260*    PRINTED ON THEM, AND ITS DEPTXTN DETAIL RECORDS.
000261 ENVIRONMENT DIVISION.
000262 INPUT-OUTPUT SECTION.
000263 FILE-CONTROL.
000270     SELECT DIST-LIST-FILE ASSIGN TO "DISTLIST"
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-DIST-STATUS.
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-CAT8-STATUS.
000570     SELECT ADDRESSED-FILE ASSIGN TO "DISTOUT"
000571         ORGANIZATION IS LINE SEQUENTIAL.
000572     SELECT MANIFEST-FILE ASSIGN TO "MANIFEST"
000573         ORGANIZATION IS LINE SEQUENTIAL.
000574     SELECT USAGE-LOG-FILE ASSIGN TO "USAGELOG"
000575         ORGANIZATION IS LINE SEQUENTIAL
000576         FILE STATUS IS WS-USG-STATUS.
000582     SELECT DEPT-EXT-1 ASSIGN TO "DEPTXT1"
000583         ORGANIZATION IS LINE SEQUENTIAL.
000584     SELECT DEPT-EXT-2 ASSIGN TO "DEPTXT2"
000638 FD  CATEGORY-FILE.
000640     COPY "CATREC.CPY".
000650 FD  CAT-IN-1.
000660 01  CAT1-LINE               PIC X(111).
000670 FD  CAT-IN-2.
000680 01  CAT2-LINE               PIC X(111).
000690 FD  CAT-IN-3.
000700 01  CAT3-LINE               PIC X(111).
000710 FD  CAT-IN-4.
000720 01  CAT4-LINE               PIC X(111).
000730 FD  CAT-IN-5.
000740 01  CAT5-LINE               PIC X(111).
000750 FD  CAT-IN-6.
000760 01  CAT6-LINE               PIC X(111).
000770 FD  CAT-IN-7.
000780 01  CAT7-LINE               PIC X(111).
000790 FD  CAT-IN-8.
000800 01  CAT8-LINE               PIC X(111).
000810 FD  ADDRESSED-FILE.
000811 01  ADDRESSED-LINE              PIC X(132).
000812 FD  MANIFEST-FILE.
000813     COPY "MANFREC.CPY".
000814 FD  USAGE-LOG-FILE.
000815     COPY "USAGEREC.CPY".
000821 FD  DEPT-EXT-1.
000822 01  DEXT1-LINE              PIC X(100).
000823 FD  DEPT-EXT-2.
000900     88 WS-CAT-END-OF-FILE        VALUE "Y".
000910     88 WS-CAT-NOT-END            VALUE "N".
000920 01 WS-RUN-DATE             PIC 9(8).
000925 01 WS-RUN-TIME             PIC 9(8).
000930 01 WS-PROGRAM-NAME         PIC X(14) VALUE "DISTRIBUTE".
000940 01 WS-DIST-STATUS          PIC XX.
000942 01 WS-SDL-STATUS           PIC XX.
001020 01 WS-CAT7-STATUS          PIC XX.
001030 01 WS-CAT8-STATUS          PIC XX.
001040 01 WS-CATIN-STATUS         PIC XX.
001045 01 WS-USG-STATUS           PIC XX.
001050 01 WS-RECIPIENT-COUNT      PIC 9(6) VALUE 0.
001060 01 WS-COPY-LINE-COUNT      PIC 9(6) VALUE 0.
001065 01 WS-COPY-START-COUNT     PIC 9(6) VALUE 0.
001105 01 WS-EXT-COUNT            PIC 9(6) VALUE 0.
001106 01 WS-EXT-TOTAL            PIC 9(6) VALUE 0.
001107 01 WS-EXTRACT-LINE         PIC X(100).
001108 01 WS-AX                   PIC 9(1) VALUE 0.
001109 01 WS-TARGET-DEPT          PIC X(4).
001110 01 WS-TARGET-SWITCH        PIC X VALUE "N".
001111     88 WS-LINE-FOR-DEPT          VALUE "Y".
001112 01 WS-WITHHELD-COUNT       PIC 9(6) VALUE 0.
001113 01 WS-CHANGE-TYPE          PIC X(1).
001114 01 WS-MARK-CODE            PIC X(1).
001115 01 WS-MARK-WORD            PIC X(10).
001116*    CHARGEBACK USAGE PER DEPARTMENT FOR THIS RUN.  KEPT APART
001117*    FROM THE 8-SLOT EXTRACT TABLE: A DEPARTMENT PAST THE LAST
001118*    EXTRACT SLOT STILL RECEIVES COPIES AND IS STILL BILLED.
001119 01 WS-UX                   PIC 9(2) VALUE 0.
001120 01 WS-USG-USED             PIC 9(2) VALUE 0.
001121 01 WS-USG-FOUND-X          PIC 9(2) VALUE 0.
001122 01 WS-USG-LOOKUP           PIC X(4).
001123 01 WS-USG-WRITE-COUNT      PIC 9(6) VALUE 0.
001124 01 WS-USAGE-TABLE.
001125     05  WS-USG-ENTRY OCCURS 50.
001126         10  WS-USG-DEPT     PIC X(4).
001127         10  WS-USG-COPIES   PIC 9(6).
001128         10  WS-USG-LINES    PIC 9(6).
001129         10  WS-USG-EXTRACTS PIC 9(6).
001130 01 WS-DEPT-TABLE.
001131     05  WS-DEPT-ENTRY OCCURS 8.
001132         10  WS-DEPT-CODE    PIC X(4).
001133         10  WS-DEPT-FLAGS.
001134             15  WS-DEPT-FLAG PIC X(1) OCCURS 8.
001135     COPY "BULLINE.CPY".
001136 01 WS-CATEGORY-TABLE.
001137     05  WS-CAT-ENTRY OCCURS 8.
001140         10  WS-CAT-CODE     PIC X(4).
001150         10  WS-CAT-DESC     PIC X(20).
001160         10  WS-CAT-DD       PIC X(8).
001161         10  WS-CAT-CHASER   PIC X(1).
001162*    THE IN-CORE BULLETIN STORE - EACH CATEGORY FILE IS READ
001163*    ONCE INTO ITS SLOT AND EVERY COPY AND EXTRACT IS SERVED
001164*    FROM HERE.  400 LINES PER CATEGORY (NOTICE LINES PLUS THE
001165*    SUMMARY LINES AT THE HEAD OF THE FILE) IS WELL PAST ANY
001166*    BULLETIN EVER PUBLISHED; AN OVERFLOW IS CALLED OUT AND
001167*    THE RUN NEVER COMES BACK CLEAN.
001168 01 WS-LX                   PIC 9(3) VALUE 0.
001169 01 WS-BULLETIN-STORE.
001170     05  WS-BULL-SLOT OCCURS 8.
001171         10  WS-BULL-USED    PIC 9(3).
001172         10  WS-BULL-ENTRY OCCURS 400.
001173             15  WS-BULL-NUMBER   PIC 9(6).
001174             15  WS-BULL-PRIORITY PIC 9(1).
001175             15  WS-BULL-TEXT     PIC X(80).
001176             15  WS-BULL-AUDIENCE.
001177                 20  WS-BULL-AUD-DEPT PIC X(4) OCCURS 5.
001178             15  WS-BULL-LINE-TYPE PIC X(1).
001179             15  WS-BULL-MARK     PIC X(1).
001185*    ONE MANIFEST ENTRY PER ADDRESSED COPY, FILLED IN STATION
001186*    ORDER AS THE COPIES PRINT, SO THE STATION SUBTOTALS FALL
001187*    OUT OF A STRAIGHT WALK OF THE TABLE.
001310 01 WS-DETAIL-LINE.
001320     05  DET-NUMBER          PIC 9(6).
001330     05  DET-SPACE           PIC X.
001333     05  DET-MARK            PIC X(10).
001336     05  DET-SPACE-2         PIC X.
001340     05  DET-MESSAGE         PIC X(80).
001350
001360 PROCEDURE DIVISION.
001370 PROGRAM-BEGIN.
001380     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001385     ACCEPT WS-RUN-TIME FROM TIME.
001390     PERFORM LOAD-CATEGORY-TABLE.
001400     PERFORM LOAD-BULLETIN-STORE.
001410     PERFORM COLLECT-DEPARTMENTS.
001420     OPEN OUTPUT ADDRESSED-FILE.
001425     OPEN OUTPUT MANIFEST-FILE.
001430*    A LIST THAT COULD NOT EVEN BE READ HAS NOTHING TO SORT -
001440*    THE PRINT FILE STILL TURNS OVER (EMPTY BUT FOR THE
001446*    MANIFEST TRAILER, PRINTED AND MACHINE-READABLE) AND THE
001452*    STEP CARRIES ITS RC 12.
001460     IF WS-DIST-STATUS = "00" OR WS-DIST-STATUS = "10"
001470         PERFORM SORT-LIST-BY-STATION
001480         PERFORM DISTRIBUTE-SORTED-LIST
001490     END-IF.
001500     PERFORM WRITE-MAIL-ROOM-MANIFEST.
001510     CLOSE ADDRESSED-FILE.
001515     CLOSE MANIFEST-FILE.
001520     PERFORM WRITE-DEPT-EXTRACTS.
001525     PERFORM WRITE-USAGE-LOG.
001530
001620 PROGRAM-DONE.
001630     DISPLAY "------------------------------------------------".
001650     DISPLAY "RUN DATE            : " WS-RUN-DATE.
001660     DISPLAY "ADDRESSED COPIES    : " WS-RECIPIENT-COUNT.
001670     DISPLAY "BULLETIN LINES SENT : " WS-COPY-LINE-COUNT.
001672     DISPLAY "LINES NOT TARGETED  : " WS-WITHHELD-COUNT.
001675     DISPLAY "STATIONS SERVED     : " WS-MAN-STATION-COUNT.
001680     DISPLAY "DEPT EXTRACTS       : " WS-DEPT-USED.
001690     DISPLAY "EXTRACT DETAIL RECS : " WS-EXT-TOTAL.
001695     DISPLAY "USAGE RECORDS LOGGED: " WS-USG-WRITE-COUNT.
001700     DISPLAY "------------------------------------------------".
001710     MOVE WS-RETURN-CODE TO RETURN-CODE.
001720     STOP RUN.
001940     END-IF.
001950     ADD 1 TO WS-KX.
001960
001963*    A LINE THAT IS NOT A SUMMARY OR WITHDRAWN LINE IS A NOTICE
001966*    LINE, WHATEVER WROTE THE FILE.
001970 STORE-BULLETIN-LINE.
001980     IF WS-BULL-USED (WS-KX) < 400
001990         ADD 1 TO WS-BULL-USED (WS-KX)
002000         MOVE WS-BULL-USED (WS-KX) TO WS-LX
002010         MOVE BL-NUMBER   TO WS-BULL-NUMBER (WS-KX, WS-LX)
002020         MOVE BL-PRIORITY TO WS-BULL-PRIORITY (WS-KX, WS-LX)
002030         MOVE BL-TEXT     TO WS-BULL-TEXT (WS-KX, WS-LX)
002031         MOVE BL-AUDIENCE TO WS-BULL-AUDIENCE (WS-KX, WS-LX)
002032         IF BL-SUMMARY-LINE OR BL-WITHDRAWN-LINE
002033             MOVE BL-LINE-TYPE TO WS-BULL-LINE-TYPE (WS-KX, WS-LX)
002034         ELSE
002035             MOVE "D" TO WS-BULL-LINE-TYPE (WS-KX, WS-LX)
002036         END-IF
002037         MOVE BL-CHANGE-MARK TO WS-BULL-MARK (WS-KX, WS-LX)
002040     ELSE
002050         DISPLAY "MORE THAN 400 LINES IN CATEGORY "
002060             WS-CAT-CODE (WS-KX) " - LINE DROPPED"
002070         MOVE 8 TO WS-RETURN-CODE
002080     END-IF.
002460 PROCESS-RECIPIENT.
002470     MOVE WS-COPY-LINE-COUNT TO WS-COPY-START-COUNT.
002480     PERFORM WRITE-RECIPIENT-BANNER.
002485     PERFORM WRITE-RECIPIENT-CHANGES.
002490     MOVE 1 TO WS-KX.
002500     PERFORM COPY-SUBSCRIBED-SECTION UNTIL WS-KX > WS-CAT-USED.
002510     ADD 1 TO WS-RECIPIENT-COUNT.
002520     PERFORM NOTE-MANIFEST-ENTRY.
002521     MOVE SDL-DEPT-CODE TO WS-USG-LOOKUP.
002522     PERFORM FIND-USAGE-SLOT.
002523     IF WS-USG-FOUND-X > 0
002524         ADD 1 TO WS-USG-COPIES (WS-USG-FOUND-X)
002525         COMPUTE WS-USG-LINES (WS-USG-FOUND-X)
002526             = WS-USG-LINES (WS-USG-FOUND-X)
002527             + WS-COPY-LINE-COUNT - WS-COPY-START-COUNT
002528     END-IF.
002530     PERFORM READ-SORTED-DIST-RECORD.
002540
002550 NOTE-MANIFEST-ENTRY.
002940*    THE SECTION IS SERVED FROM THE IN-CORE STORE - NO FILE IS
002950*    TOUCHED PER RECIPIENT.  THE PRINTED COPY DROPS THE
002960*    PRIORITY COLUMN THE BULLETIN LINE CARRIES FOR THE
002970*    INTERFACE EXTRACT (SEE BULLINE.CPY).  A LINE TARGETED AT
002972*    OTHER DEPARTMENTS IS LEFT OFF THIS RECIPIENT'S COPY.
002980 COPY-CATEGORY-SECTION.
002990     PERFORM WRITE-SECTION-HEADING.
003000     MOVE SPACES TO ADDRESSED-LINE.
003020         DELIMITED BY SIZE INTO ADDRESSED-LINE.
003030     WRITE ADDRESSED-LINE AFTER ADVANCING 1 LINE.
003040     MOVE 0 TO WS-SECTION-LINE-COUNT.
003041     MOVE 1 TO WS-LX.
003042     PERFORM COPY-CATEGORY-LINE
003043         UNTIL WS-LX > WS-BULL-USED (WS-KX).
003044     PERFORM WRITE-EMPTY-SECTION-NOTE.
003045
003046 COPY-CATEGORY-LINE.
003047     IF WS-BULL-LINE-TYPE (WS-KX, WS-LX) = "D"
003048         MOVE SDL-DEPT-CODE TO WS-TARGET-DEPT
003049         PERFORM CHECK-LINE-TARGET
003050         IF WS-LINE-FOR-DEPT
003051             MOVE WS-BULL-NUMBER (WS-KX, WS-LX) TO DET-NUMBER
003052             MOVE " "                           TO DET-SPACE
003053             MOVE WS-BULL-MARK (WS-KX, WS-LX)   TO WS-MARK-CODE
003054             PERFORM SET-MARK-WORD
003055             MOVE WS-MARK-WORD                  TO DET-MARK
003056             MOVE " "                           TO DET-SPACE-2
003057             MOVE WS-BULL-TEXT (WS-KX, WS-LX)   TO DET-MESSAGE
003058             PERFORM WRITE-ADDRESSED-DETAIL
003059         ELSE
003060             ADD 1 TO WS-WITHHELD-COUNT
003061         END-IF
003062     END-IF.
003063     ADD 1 TO WS-LX.
003064
003065 SET-MARK-WORD.
003066     EVALUATE WS-MARK-CODE
003067         WHEN "N" MOVE "NEW"        TO WS-MARK-WORD
003068         WHEN "C" MOVE "CHANGED"    TO WS-MARK-WORD
003069         WHEN "O" MOVE "CONTINUING" TO WS-MARK-WORD
003070         WHEN OTHER MOVE SPACES     TO WS-MARK-WORD
003071     END-EVALUATE.
003072
003073*    THE CHANGE SUMMARY IS BUILT FROM THE S AND W LINES OF EVERY
003074*    CATEGORY THE RECIPIENT TAKES, TARGETED THE SAME WAY AS THE
003075*    SECTIONS.  THEY ARE NOT NOTICE LINES - THEY ARE NEITHER
003076*    COUNTED ON THE MANIFEST NOR BILLED.
003077 WRITE-RECIPIENT-CHANGES.
003078     PERFORM WRITE-SECTION-HEADING.
003079     MOVE SPACES TO ADDRESSED-LINE.
003080     MOVE "** NEW AND CHANGED TODAY **" TO ADDRESSED-LINE.
003081     WRITE ADDRESSED-LINE AFTER ADVANCING 1 LINE.
003082     MOVE "S" TO WS-CHANGE-TYPE.
003083     PERFORM COPY-CHANGE-LINES.
003084     IF WS-SECTION-LINE-COUNT = 0
003085         MOVE SPACES TO ADDRESSED-LINE
003086         MOVE "   (NOTHING NEW OR CHANGED)" TO ADDRESSED-LINE
003087         WRITE ADDRESSED-LINE AFTER ADVANCING 1 LINE
003088     END-IF.
003089     PERFORM WRITE-SECTION-HEADING.
003090     MOVE SPACES TO ADDRESSED-LINE.
003091     MOVE "** WITHDRAWN SINCE LAST BULLETIN **" TO ADDRESSED-LINE.
003092     WRITE ADDRESSED-LINE AFTER ADVANCING 1 LINE.
003093     MOVE "W" TO WS-CHANGE-TYPE.
003094     PERFORM COPY-CHANGE-LINES.
003095     IF WS-SECTION-LINE-COUNT = 0
003096         MOVE SPACES TO ADDRESSED-LINE
003097         MOVE "   (NOTHING WITHDRAWN)" TO ADDRESSED-LINE
003098         WRITE ADDRESSED-LINE AFTER ADVANCING 1 LINE
003099     END-IF.
003100
003101 COPY-CHANGE-LINES.
003102     MOVE 0 TO WS-SECTION-LINE-COUNT.
003103     MOVE 1 TO WS-KX.
003104     PERFORM COPY-SUBSCRIBED-CHANGES UNTIL WS-KX > WS-CAT-USED.
003105
003106 COPY-SUBSCRIBED-CHANGES.
003107     IF SDL-SUB-FLAG (WS-KX) = "Y"
003108         MOVE 1 TO WS-LX
003109         PERFORM COPY-CHANGE-LINE
003110             UNTIL WS-LX > WS-BULL-USED (WS-KX)
003111     END-IF.
003112     ADD 1 TO WS-KX.
003113
003114 COPY-CHANGE-LINE.
003115     IF WS-BULL-LINE-TYPE (WS-KX, WS-LX) = WS-CHANGE-TYPE
003116         MOVE SDL-DEPT-CODE TO WS-TARGET-DEPT
003117         PERFORM CHECK-LINE-TARGET
003118         IF WS-LINE-FOR-DEPT
003119             MOVE WS-BULL-NUMBER (WS-KX, WS-LX) TO DET-NUMBER
003120             MOVE " "                           TO DET-SPACE
003121             IF WS-CHANGE-TYPE = "W"
003122                 MOVE "WITHDRAWN" TO DET-MARK
003123             ELSE
003124                 MOVE WS-BULL-MARK (WS-KX, WS-LX) TO WS-MARK-CODE
003125                 PERFORM SET-MARK-WORD
003126                 MOVE WS-MARK-WORD TO DET-MARK
003127             END-IF
003128             MOVE " "                           TO DET-SPACE-2
003129             MOVE WS-BULL-TEXT (WS-KX, WS-LX)   TO DET-MESSAGE
003130             MOVE SPACES TO ADDRESSED-LINE
003131             MOVE WS-DETAIL-LINE TO ADDRESSED-LINE
003132             WRITE ADDRESSED-LINE AFTER ADVANCING 1 LINE
003133             ADD 1 TO WS-SECTION-LINE-COUNT
003134         END-IF
003135     END-IF.
003136     ADD 1 TO WS-LX.
003137
003138*    A STORED LINE IS FOR WS-TARGET-DEPT WHEN ITS AUDIENCE IS
003139*    BLANK (UNTARGETED) OR NAMES THAT DEPARTMENT IN ANY SLOT.
003140 CHECK-LINE-TARGET.
003141     IF WS-BULL-AUDIENCE (WS-KX, WS-LX) = SPACES
003142         MOVE "Y" TO WS-TARGET-SWITCH
003143     ELSE
003144         MOVE "N" TO WS-TARGET-SWITCH
003145         MOVE 1 TO WS-AX
003146         PERFORM CHECK-ONE-TARGET-SLOT
003147             UNTIL WS-LINE-FOR-DEPT OR WS-AX > 5
003148     END-IF.
003149
003150 CHECK-ONE-TARGET-SLOT.
003151     IF WS-BULL-AUD-DEPT (WS-KX, WS-LX, WS-AX) = WS-TARGET-DEPT
003152         MOVE "Y" TO WS-TARGET-SWITCH
003153     END-IF.
003154     ADD 1 TO WS-AX.
003160
003170 WRITE-ADDRESSED-DETAIL.
003180     MOVE SPACES TO ADDRESSED-LINE.
003320*    THE FINAL COPY: ONE LINE PER COPY IN THE ORDER THEY
003330*    PRINTED, A COPY/LINE SUBTOTAL AT EACH STATION BREAK, AND
003340*    THE CONTROL TOTALS THE MAIL ROOM SIGNS AGAINST THE STACK.
003345*    EVERY PRINTED LINE HAS ITS TWIN ON THE MANIFEST FILE.
003350 WRITE-MAIL-ROOM-MANIFEST.
003360     MOVE SPACES TO ADDRESSED-LINE.
003370     MOVE ALL "-" TO ADDRESSED-LINE.
003720     MOVE WS-MAN-LINES (WS-MX)   TO MAND-LINES.
003730     MOVE SPACES TO ADDRESSED-LINE.
003740     MOVE WS-MANIFEST-DETAIL TO ADDRESSED-LINE.
003741     WRITE ADDRESSED-LINE AFTER ADVANCING 1 LINE.
003742     MOVE SPACES TO MANIFEST-RECORD.
003743     SET MNF-DETAIL TO TRUE.
003744     MOVE WS-RUN-DATE            TO MNF-RUN-DATE.
003745     MOVE WS-MAN-STATION (WS-MX) TO MNF-STATION.
003746     MOVE WS-MAN-DEPT (WS-MX)    TO MNF-DEPT-CODE.
003747     MOVE WS-MAN-NAME (WS-MX)    TO MNF-RECIPIENT-NAME.
003748     MOVE 1                      TO MNF-COPIES.
003749     MOVE WS-MAN-LINES (WS-MX)   TO MNF-LINES.
003750     MOVE 0                      TO MNF-STATIONS.
003751     WRITE MANIFEST-RECORD.
003760     ADD 1 TO WS-MAN-STA-COPIES.
003770     ADD WS-MAN-LINES (WS-MX) TO WS-MAN-STA-LINES.
003780     ADD WS-MAN-LINES (WS-MX) TO WS-MAN-TOT-LINES.
003890     WRITE ADDRESSED-LINE AFTER ADVANCING 1 LINE.
003900     MOVE SPACES TO ADDRESSED-LINE.
003910     WRITE ADDRESSED-LINE AFTER ADVANCING 1 LINE.
003911     MOVE SPACES TO MANIFEST-RECORD.
003912     SET MNF-SUBTOTAL TO TRUE.
003913     MOVE WS-RUN-DATE        TO MNF-RUN-DATE.
003914     MOVE WS-MAN-CUR-STATION TO MNF-STATION.
003915     MOVE WS-MAN-STA-COPIES  TO MNF-COPIES.
003916     MOVE WS-MAN-STA-LINES   TO MNF-LINES.
003917     MOVE 0                  TO MNF-STATIONS.
003918     WRITE MANIFEST-RECORD.
003920     MOVE 0 TO WS-MAN-STA-COPIES.
003930     MOVE 0 TO WS-MAN-STA-LINES.
003940
004050     MOVE "RECEIVED COMPLETE - MAIL ROOM SIGNATURE: ___________"
004060         TO ADDRESSED-LINE.
004070     WRITE ADDRESSED-LINE AFTER ADVANCING 1 LINE.
004071     MOVE SPACES TO MANIFEST-RECORD.
004072     SET MNF-TRAILER TO TRUE.
004073     MOVE WS-RUN-DATE          TO MNF-RUN-DATE.
004074     MOVE WS-RECIPIENT-COUNT   TO MNF-COPIES.
004075     MOVE WS-MAN-TOT-LINES     TO MNF-LINES.
004076     MOVE WS-MAN-STATION-COUNT TO MNF-STATIONS.
004077     WRITE MANIFEST-RECORD.
004080
004090 OPEN-CURRENT-CATEGORY.
004100     EVALUATE WS-KX
006200         PERFORM EXTRACT-SUBSCRIBED-CATEGORY
006210             UNTIL WS-KX > WS-CAT-USED
006220         PERFORM WRITE-DEPT-TRAILER
006221         ADD WS-EXT-COUNT TO WS-EXT-TOTAL
006222         MOVE WS-DEPT-CODE (WS-DPX) TO WS-USG-LOOKUP
006223         PERFORM FIND-USAGE-SLOT
006224         IF WS-USG-FOUND-X > 0
006225             ADD WS-EXT-COUNT TO WS-USG-EXTRACTS (WS-USG-FOUND-X)
006226         END-IF
006228     END-IF.
006230     PERFORM CLOSE-CURRENT-DEPT-EXTRACT.
006250     ADD 1 TO WS-DPX.
006310     ADD 1 TO WS-KX.
006320
006330*    THE EXTRACT IS SERVED FROM THE SAME IN-CORE STORE AS THE
006340*    PRINT PASS - THE CATEGORY FILES ARE NEVER REOPENED.  A
006342*    TARGETED LINE GOES ONLY TO THE EXTRACTS OF ITS DEPARTMENTS.
006344*    ONLY NOTICE LINES ARE EXTRACTED - THE SUMMARY LINES WOULD
006346*    REPEAT NOTICES THE RECEIVING SYSTEM ALREADY LOADS.
006350 EXTRACT-CATEGORY-LINES.
006360     MOVE 1 TO WS-LX.
006370     PERFORM WRITE-EXTRACT-DETAIL
006440     PERFORM WRITE-CURRENT-EXTRACT-LINE.
006450
006460 WRITE-EXTRACT-DETAIL.
006470     MOVE WS-DEPT-CODE (WS-DPX) TO WS-TARGET-DEPT.
006472     PERFORM CHECK-LINE-TARGET.
006478     IF WS-LINE-FOR-DEPT
006500         AND WS-BULL-LINE-TYPE (WS-KX, WS-LX) = "D"
006504         MOVE SPACES TO WS-EXTRACT-LINE
006508         STRING "D|" WS-BULL-NUMBER (WS-KX, WS-LX) "|"
006512             WS-CAT-CODE (WS-KX) "|"
006516             WS-BULL-PRIORITY (WS-KX, WS-LX) "|"
006520             WS-BULL-TEXT (WS-KX, WS-LX)
006524             DELIMITED BY SIZE INTO WS-EXTRACT-LINE
006528         PERFORM WRITE-CURRENT-EXTRACT-LINE
006532         ADD 1 TO WS-EXT-COUNT
006536     END-IF.
006550     ADD 1 TO WS-LX.
006560
006561*    THE TRAILER COUNT IS DETAIL RECORDS ONLY - THE RECEIVING
006562*    SYSTEM BALANCES WHAT IT LOADED AGAINST THIS NUMBER.
006563 WRITE-DEPT-TRAILER.
006564     MOVE SPACES TO WS-EXTRACT-LINE.
006565     STRING "T|" WS-DEPT-CODE (WS-DPX) "|" WS-EXT-COUNT
006566         DELIMITED BY SIZE INTO WS-EXTRACT-LINE.
006567     PERFORM WRITE-CURRENT-EXTRACT-LINE.
006568
006569*    FINDS THE DEPARTMENT'S USAGE SLOT, OPENING ONE THE FIRST
006570*    TIME THE DEPARTMENT IS SEEN THIS RUN.
006571 FIND-USAGE-SLOT.
006572     MOVE 0 TO WS-USG-FOUND-X.
006573     MOVE 1 TO WS-UX.
006574     PERFORM SEARCH-USAGE-TABLE
006575         UNTIL WS-USG-FOUND-X > 0 OR WS-UX > WS-USG-USED.
006576     IF WS-USG-FOUND-X = 0
006577         IF WS-USG-USED < 50
006578             ADD 1 TO WS-USG-USED
006579             MOVE WS-USG-USED TO WS-USG-FOUND-X
006580             MOVE WS-USG-LOOKUP TO WS-USG-DEPT (WS-USG-USED)
006581             MOVE 0 TO WS-USG-COPIES (WS-USG-USED)
006582             MOVE 0 TO WS-USG-LINES (WS-USG-USED)
006583             MOVE 0 TO WS-USG-EXTRACTS (WS-USG-USED)
006584         ELSE
006585             DISPLAY "MORE THAN 50 DEPARTMENTS - USAGE NOT LOGGED"
006586                 " FOR " WS-USG-LOOKUP
006587             MOVE 8 TO WS-RETURN-CODE
006588         END-IF
006589     END-IF.
006590
006591 SEARCH-USAGE-TABLE.
006592     IF WS-USG-DEPT (WS-UX) = WS-USG-LOOKUP
006593         MOVE WS-UX TO WS-USG-FOUND-X
006594     END-IF.
006595     ADD 1 TO WS-UX.
006596
006597*    THE USAGE LOG IS APPEND-ONLY LIKE THE AUDIT TRAIL; THE
006598*    FIRST RUN EVER FINDS NO FILE AND CREATES IT.  A LOG THAT
006599*    WILL NOT OPEN OR TAKE A RECORD COSTS THE RUN A WARNING, NOT
006600*    THE BULLETIN - THE COPIES HAVE ALREADY GONE OUT.
006601 WRITE-USAGE-LOG.
006602     IF WS-USG-USED > 0
006603         OPEN EXTEND USAGE-LOG-FILE
006604         IF WS-USG-STATUS = "35"
006605             OPEN OUTPUT USAGE-LOG-FILE
006606         END-IF
006607         IF WS-USG-STATUS = "00"
006608             MOVE 1 TO WS-UX
006609             PERFORM WRITE-USAGE-RECORD UNTIL WS-UX > WS-USG-USED
006610             CLOSE USAGE-LOG-FILE
006611         ELSE
006612             DISPLAY "WARNING: USAGE LOG WRITE FAILED, STATUS="
006613                 WS-USG-STATUS
006614             IF WS-RETURN-CODE < 4
006615                 MOVE 4 TO WS-RETURN-CODE
006616             END-IF
006617         END-IF
006618     END-IF.
006619
006620 WRITE-USAGE-RECORD.
006621     MOVE WS-RUN-DATE             TO USG-RUN-DATE.
006622     MOVE WS-RUN-TIME             TO USG-RUN-TIME.
006623     MOVE WS-PROGRAM-NAME         TO USG-PROGRAM.
006624     MOVE WS-USG-DEPT (WS-UX)     TO USG-DEPT-CODE.
006625     MOVE WS-USG-COPIES (WS-UX)   TO USG-COPIES.
006626     MOVE WS-USG-LINES (WS-UX)    TO USG-LINES.
006627     MOVE 0                       TO USG-FLASH-COPIES.
006628     MOVE WS-USG-EXTRACTS (WS-UX) TO USG-EXTRACT-RECS.
006629     WRITE USAGE-RECORD.
006630     IF WS-USG-STATUS = "00"
006631         ADD 1 TO WS-USG-WRITE-COUNT
006632     ELSE
006633         DISPLAY "WARNING: USAGE LOG WRITE FAILED, STATUS="
006634             WS-USG-STATUS
006635         IF WS-RETURN-CODE < 4
006636             MOVE 4 TO WS-RETURN-CODE
006637         END-IF
006638     END-IF.
006639     ADD 1 TO WS-UX.
006640
006650 OPEN-CURRENT-DEPT-EXTRACT.
006660     EVALUATE WS-DPX
