000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. NoticeTrace.
000120 AUTHOR. Niels van den Bosch.
000130*
000140*    LIFECYCLE TRACE OF ONE NOTICE, FOR THE DAY A DEPARTMENT
000150*    SAYS "WE NEVER GOT IT".  A ONE-CARD PARM PICKS THE NOTICE:
000160*        COL 1      TRP-MODE    S = FEED/MASTER SEQUENCE NUMBER
000170*                               (MST-SEQ-NO / AUD-SEQ-NO)
000180*                               N = BULLETIN NUMBER (AUD-NUMBER)
000190*        COL 2-7    TRP-KEY     THE NUMBER, RIGHT-JUSTIFIED
000200*    A BULLETIN NUMBER IS RESOLVED TO THE SEQUENCE NUMBER OF THE
000210*    LATEST NOTICE PUBLISHED UNDER IT; NUMBERS ARE REUSED ACROSS
000220*    THE NIGHTLY AND FLASH SERIES AND AFTER A FRESH START, SO ANY
000230*    OTHER NOTICE THAT CARRIED THE SAME NUMBER IS LISTED TOO.
000240*    THE REPORT (TRCRPT) SHOWS, IN ORDER:
000250*        - THE NOTICE'S LINES ON THE MESSAGE MASTER AS THEY
000260*          STAND, WITH STATUS, DATES AND OPERATORS
000270*        - EVERY PUBLICATION ON THE AUDIT TRAIL (AUDITIN - THE
000280*          LIVE TRAIL OR AN ARCHIVE GENERATION RELOADED BY
000290*          AUDLOAD): DATE, TIME, NUMBER AND PROGRAM (IFCONDITION
000300*          NIGHTLY, FLASHPUBLISH INTRA-DAY)
000310*        - FOR EACH PUBLICATION, LATEST FIRST, THE RECIPIENTS
000320*          ENTITLED TO IT AND, FOR A PRIORITY-1 NOTICE IN A
000330*          CHASED CATEGORY, EACH DEPARTMENT'S ACKNOWLEDGMENT
000340*    ENTITLEMENT IS THE CATEGORY SUBSCRIPTION (CATFILE SLOT)
000350*    PLUS THE PUBLISHED TARGET LIST, AGAINST THE SUBSCRIBER LIST
000360*    AS IT STOOD ON THE PUBLICATION DATE: TONIGHT'S DISTLIST
000370*    EXTRACT IS WOUND BACK THROUGH THE SUBSCRIBER CHANGES ON THE
000380*    MAINTENANCE JOURNAL (MNTJRNL BEFORE IMAGES), NEWEST FIRST.
000390*    A PAIR STILL ON ACKEXP IS UNACKNOWLEDGED; ONE RETIRED FROM
000400*    IT WAS ACKNOWLEDGED.
000402*    A NOTICE'S PUBLICATIONS ARE READ STRAIGHT OFF THE TRAIL
000404*    THROUGH ITS AUD-SEQ-NO ALTERNATE INDEX.  A BULLETIN NUMBER
000406*    IS NOT A LEADING KEY, SO MODE N READS THE TRAIL END TO END
000408*    TO FIND THE NOTICE FIRST.
000410*    CONDITION CODES:
000420*        0  NOTICE TRACED
000430*        4  TRACED WITH GAPS - NOT ON THE MASTER OR NEVER
000440*           PUBLISHED, OR A SUBSCRIBER LIST COULD NOT BE WOUND
000450*           BACK TO A PUBLICATION DATE
000460*        8  PARM CARD MISSING OR INVALID, OR NO AUDIT TRAIL
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT TRACE-PARM-FILE ASSIGN TO "TRCPARM"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-PARM-STATUS.
000530     SELECT AUDIT-FILE ASSIGN TO "AUDITIN"
000534         ORGANIZATION IS INDEXED
000538         ACCESS MODE IS DYNAMIC
000542         RECORD KEY IS AUD-KEY
000546         ALTERNATE RECORD KEY IS AUD-SEQ-NO WITH DUPLICATES
000550         FILE STATUS IS WS-AUDIT-STATUS.
000560     SELECT MESSAGE-MASTER ASSIGN TO "MSGMSTR"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS RANDOM
000590         RECORD KEY IS MST-KEY
000600         FILE STATUS IS WS-MSTR-STATUS.
000610     SELECT CATEGORY-FILE ASSIGN TO "CATFILE"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-CATFILE-STATUS.
000640     SELECT DIST-LIST-FILE ASSIGN TO "DISTLIST"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-DIST-STATUS.
000670     SELECT MAINT-JOURNAL-FILE ASSIGN TO "MNTJRNL"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-JRNL-STATUS.
000700     SELECT ACK-EXPECTED-FILE ASSIGN TO "ACKEXP"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-AEXP-STATUS.
000730     SELECT REPORT-FILE ASSIGN TO "TRCRPT"
000740         ORGANIZATION IS LINE SEQUENTIAL.
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  TRACE-PARM-FILE.
000780 01  TRACE-PARM-CARD.
000790     05  TRP-MODE            PIC X(1).
000800     05  TRP-KEY             PIC 9(6).
000810 FD  AUDIT-FILE.
000820     COPY "AUDITREC.CPY".
000830 FD  MESSAGE-MASTER.
000840     COPY "MSGMSTR.CPY".
000850 FD  CATEGORY-FILE.
000860     COPY "CATREC.CPY".
000870 FD  DIST-LIST-FILE.
000880     COPY "DISTREC.CPY".
000890 FD  MAINT-JOURNAL-FILE.
000900     COPY "MNTJRNL.CPY".
000910 FD  ACK-EXPECTED-FILE.
000920     COPY "ACKEXP.CPY".
000930 FD  REPORT-FILE.
000940 01  REPORT-LINE                 PIC X(132).
000950
000960 WORKING-STORAGE SECTION.
000970
000980 01 WS-EOF-SWITCH           PIC X VALUE "N".
000990     88 WS-END-OF-FILE            VALUE "Y".
001000     88 WS-NOT-END-OF-FILE        VALUE "N".
001010 01 WS-PARM-OK-SWITCH       PIC X VALUE "N".
001020     88 WS-PARM-OK                VALUE "Y".
001030 01 WS-RUN-DATE             PIC 9(8).
001040 01 WS-PROGRAM-NAME         PIC X(14) VALUE "NOTICETRACE".
001050 01 WS-PARM-STATUS          PIC XX.
001060 01 WS-AUDIT-STATUS         PIC XX.
001070 01 WS-MSTR-STATUS          PIC XX.
001080 01 WS-CATFILE-STATUS       PIC XX.
001090 01 WS-DIST-STATUS          PIC XX.
001100 01 WS-JRNL-STATUS          PIC XX.
001110 01 WS-AEXP-STATUS          PIC XX.
001120 01 WS-RETURN-CODE          PIC 9(4) VALUE 0.
001130 01 WS-TRACE-MODE           PIC X(1) VALUE "?".
001140 01 WS-TRACE-KEY            PIC 9(6) VALUE 0.
001150 01 WS-TRACE-SEQ            PIC 9(4) VALUE 0.
001160 01 WS-TRACE-SEQ-DATE       PIC 9(8) VALUE 0.
001170 01 WS-TRACE-SEQ-PROGRAM    PIC X(14) VALUE SPACES.
001180 01 WS-SEQ-FOUND-SWITCH     PIC X VALUE "N".
001190     88 WS-SEQ-RESOLVED           VALUE "Y".
001200 01 WS-AUDIT-READ-COUNT     PIC 9(6) VALUE 0.
001210 01 WS-MASTER-LINE-COUNT    PIC 9(2) VALUE 0.
001220 01 WS-NIGHTLY-COUNT        PIC 9(4) VALUE 0.
001230 01 WS-FLASH-COUNT          PIC 9(4) VALUE 0.
001240*    OTHER NOTICES PUBLISHED UNDER THE SAME BULLETIN NUMBER.
001250 01 WS-OTHER-USED           PIC 9(2) VALUE 0.
001260 01 WS-OTHER-TABLE.
001270     05  WS-OTHER-ENTRY OCCURS 10.
001280         10  WS-OTHER-SEQ       PIC 9(4).
001290         10  WS-OTHER-DATE      PIC 9(8).
001300         10  WS-OTHER-PROGRAM   PIC X(14).
001310 01 WS-OTHER-OVERFLOW       PIC 9(4) VALUE 0.
001320*    ONE ENTRY PER PUBLICATION, IN TRAIL (DATE) ORDER.
001330 01 WS-PX                   PIC 9(3) VALUE 0.
001340 01 WS-PUB-USED             PIC 9(3) VALUE 0.
001350 01 WS-PUB-FOUND-X          PIC 9(3) VALUE 0.
001360 01 WS-PUB-TABLE.
001370     05  WS-PUB-ENTRY OCCURS 100.
001380         10  WS-PUB-DATE        PIC 9(8).
001390         10  WS-PUB-TIME        PIC 9(8).
001400         10  WS-PUB-NUMBER      PIC 9(6).
001410         10  WS-PUB-PROGRAM     PIC X(14).
001420         10  WS-PUB-TYPE        PIC X(4).
001430         10  WS-PUB-PRIORITY    PIC 9(1).
001440         10  WS-PUB-LINES       PIC 9(2).
001450         10  WS-PUB-AUDIENCE.
001460             15  WS-PUB-AUD-DEPT PIC X(4) OCCURS 5.
001470 01 WS-CAT-EOF-SWITCH       PIC X VALUE "N".
001480     88 WS-CAT-END-OF-FILE        VALUE "Y".
001490 01 WS-CAT-USED             PIC 9(1) VALUE 0.
001500 01 WS-CAT-FOUND-X          PIC 9(1) VALUE 0.
001510 01 WS-KX                   PIC 9(1) VALUE 0.
001520 01 WS-MSG-SLOT             PIC 9(1) VALUE 0.
001530 01 WS-CATEGORY-TABLE.
001540     05  WS-CAT-ENTRY OCCURS 8.
001550         10  WS-CAT-CODE     PIC X(4).
001560         10  WS-CAT-CHASER   PIC X(1).
001570*    THE SUBSCRIBER LIST BEING WOUND BACK.  AN ENTRY REMOVED BY
001580*    UNDOING ITS ADD IS MARKED GONE, NOT SHIFTED OUT.
001590 01 WS-RX                   PIC 9(3) VALUE 0.
001600 01 WS-RCP-USED             PIC 9(3) VALUE 0.
001610 01 WS-RCP-FOUND-X          PIC 9(3) VALUE 0.
001620 01 WS-RCP-TABLE.
001630     05  WS-RCP-ENTRY OCCURS 500.
001640         10  WS-RCP-KEY.
001650             15  WS-RCP-DEPT    PIC X(4).
001660             15  WS-RCP-NAME    PIC X(30).
001670         10  WS-RCP-STATION     PIC X(8).
001680         10  WS-RCP-FLAGS.
001690             15  WS-RCP-FLAG    PIC X(1) OCCURS 8.
001700         10  WS-RCP-SWITCH      PIC X(1).
001710             88  WS-RCP-ON-LIST      VALUE "Y".
001720 01 WS-RCP-LOOKUP           PIC X(34).
001730 01 WS-LIST-SWITCH          PIC X VALUE "N".
001740     88 WS-LIST-LOADED            VALUE "Y".
001750 01 WS-LIST-FULL-SWITCH     PIC X VALUE "N".
001760     88 WS-LIST-IS-FULL           VALUE "Y".
001770*    SUBSCRIBER CHANGES FROM THE JOURNAL, OLDEST FIRST, LATER
001780*    THAN THE FIRST PUBLICATION.  WS-JX WALKS BACKWARDS.
001790 01 WS-JX                   PIC 9(3) VALUE 0.
001800 01 WS-JRN-USED             PIC 9(3) VALUE 0.
001810 01 WS-JRN-FIRST-DATE       PIC 9(8) VALUE 0.
001820 01 WS-JRN-SWITCH           PIC X VALUE "N".
001830     88 WS-JRN-USABLE             VALUE "Y".
001840 01 WS-JRN-TABLE.
001850     05  WS-JRN-ENTRY OCCURS 500.
001860         10  WS-JRN-DATE        PIC 9(8).
001870         10  WS-JRN-KEY         PIC X(34).
001880         10  WS-JRN-BEFORE      PIC X(66).
001890 01 WS-FIRST-PUB-DATE       PIC 9(8) VALUE 0.
001900     COPY "DSTMSTR.CPY".
001910*    OPEN ACK PAIRS FOR THIS NOTICE'S NUMBERS.
001920 01 WS-AX                   PIC 9(3) VALUE 0.
001930 01 WS-ACK-USED             PIC 9(3) VALUE 0.
001940 01 WS-ACK-FOUND-X          PIC 9(3) VALUE 0.
001950 01 WS-ACK-SWITCH           PIC X VALUE "N".
001960     88 WS-ACK-FILE-READ          VALUE "Y".
001970 01 WS-ACK-TABLE.
001980     05  WS-ACK-ENTRY OCCURS 200.
001990         10  WS-ACK-NUMBER      PIC 9(6).
002000         10  WS-ACK-DATE        PIC 9(8).
002010         10  WS-ACK-DEPT        PIC X(4).
002020*    DEPARTMENTS ENTITLED TO THE PUBLICATION BEING LISTED.
002030 01 WS-DX                   PIC 9(3) VALUE 0.
002040 01 WS-DEPT-USED            PIC 9(3) VALUE 0.
002050 01 WS-DEPT-FOUND-X         PIC 9(3) VALUE 0.
002060 01 WS-DEPT-TABLE.
002070     05  WS-DEPT-SEEN        PIC X(4) OCCURS 100.
002080 01 WS-ENTITLED-SWITCH      PIC X VALUE "N".
002090     88 WS-RECIPIENT-ENTITLED     VALUE "Y".
002100 01 WS-TX                   PIC 9(1) VALUE 0.
002110 01 WS-ENTITLED-COUNT       PIC 9(4) VALUE 0.
002120 01 WS-MX                   PIC 9(2) VALUE 0.
002130 01 WS-STATUS-DESC          PIC X(16).
002140 01 WS-TRACE-LINE           PIC X(132) VALUE SPACES.
002150 01 WS-SECTION-COLUMNS      PIC X(132) VALUE SPACES.
002160 01 WS-SECTION-COUNT        PIC 9(6) VALUE 0.
002170 01 WS-MASTER-DETAIL.
002180     05  FILLER              PIC X(2) VALUE SPACES.
002190     05  TMD-CONT            PIC 9(1).
002200     05  FILLER              PIC X(3) VALUE SPACES.
002210     05  TMD-STATUS          PIC X(1).
002220     05  FILLER              PIC X(1) VALUE SPACES.
002230     05  TMD-STATUS-DESC     PIC X(16).
002240     05  TMD-TYPE            PIC X(4).
002250     05  FILLER              PIC X(2) VALUE SPACES.
002260     05  TMD-PRIORITY        PIC 9(1).
002270     05  FILLER              PIC X(2) VALUE SPACES.
002280     05  TMD-EFF-DATE        PIC 9(8).
002290     05  FILLER              PIC X(2) VALUE SPACES.
002300     05  TMD-EXP-DATE        PIC 9(8).
002310     05  FILLER              PIC X(2) VALUE SPACES.
002320     05  TMD-FLASH-DATE      PIC 9(8).
002330     05  FILLER              PIC X(2) VALUE SPACES.
002340     05  TMD-UPDATE-DATE     PIC 9(8).
002350     05  FILLER              PIC X(1) VALUE SPACES.
002360     05  TMD-UPDATE-TIME     PIC 9(8).
002370     05  FILLER              PIC X(2) VALUE SPACES.
002380     05  TMD-ENTERED-BY      PIC X(8).
002390     05  FILLER              PIC X(2) VALUE SPACES.
002400     05  TMD-APPROVED-BY     PIC X(8).
002410 01 WS-PUB-DETAIL.
002420     05  FILLER              PIC X(2) VALUE SPACES.
002430     05  TPD-DATE            PIC 9(8).
002440     05  FILLER              PIC X(2) VALUE SPACES.
002450     05  TPD-TIME            PIC 9(8).
002460     05  FILLER              PIC X(2) VALUE SPACES.
002470     05  TPD-NUMBER          PIC 9(6).
002480     05  FILLER              PIC X(2) VALUE SPACES.
002490     05  TPD-PROGRAM         PIC X(14).
002500     05  FILLER              PIC X(2) VALUE SPACES.
002510     05  TPD-TYPE            PIC X(4).
002520     05  FILLER              PIC X(2) VALUE SPACES.
002530     05  TPD-PRIORITY        PIC 9(1).
002540     05  FILLER              PIC X(4) VALUE SPACES.
002550     05  TPD-LINES           PIC Z9.
002560     05  FILLER              PIC X(3) VALUE SPACES.
002570     05  TPD-AUDIENCE        PIC X(24).
002580 01 WS-RECIPIENT-DETAIL.
002590     05  FILLER              PIC X(2) VALUE SPACES.
002600     05  TRD-DEPT            PIC X(4).
002610     05  FILLER              PIC X(2) VALUE SPACES.
002620     05  TRD-NAME            PIC X(30).
002630     05  FILLER              PIC X(2) VALUE SPACES.
002640     05  TRD-STATION         PIC X(8).
002650 01 WS-PAGE-NO              PIC 9(3) VALUE 0.
002660 01 WS-LINE-CTR             PIC 9(3) VALUE 99.
002670 01 WS-LINES-PER-PAGE       PIC 9(3) VALUE 020.
002680
002690 PROCEDURE DIVISION.
002700 PROGRAM-BEGIN.
002710     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002720     PERFORM READ-TRACE-PARM THRU READ-TRACE-PARM-EXIT.
002730     OPEN OUTPUT REPORT-FILE.
002740     IF WS-PARM-OK
002750         PERFORM TRACE-NOTICE THRU TRACE-NOTICE-EXIT
002760     ELSE
002770         MOVE 8 TO WS-RETURN-CODE
002780         MOVE SPACES TO WS-TRACE-LINE
002790         MOVE "TRACE PARM MISSING OR INVALID - NOTHING TRACED"
002800             TO WS-TRACE-LINE
002810         PERFORM WRITE-TRACE-LINE
002820     END-IF.
002830     CLOSE REPORT-FILE.
002840
002850 PROGRAM-DONE.
002860     DISPLAY "------------------------------------------------".
002870     DISPLAY "NOTICE TRACE - PROGRAM: " WS-PROGRAM-NAME.
002880     DISPLAY "MODE                : " WS-TRACE-MODE.
002890     DISPLAY "KEY                 : " WS-TRACE-KEY.
002900     DISPLAY "SEQUENCE TRACED     : " WS-TRACE-SEQ.
002910     DISPLAY "AUDIT RECORDS READ  : " WS-AUDIT-READ-COUNT.
002920     DISPLAY "MASTER LINES        : " WS-MASTER-LINE-COUNT.
002930     DISPLAY "NIGHTLY PUBLICATIONS: " WS-NIGHTLY-COUNT.
002940     DISPLAY "FLASH PUBLICATIONS  : " WS-FLASH-COUNT.
002950     DISPLAY "------------------------------------------------".
002960     MOVE WS-RETURN-CODE TO RETURN-CODE.
002970     STOP RUN.
002980
002990 READ-TRACE-PARM.
003000     OPEN INPUT TRACE-PARM-FILE.
003010     IF WS-PARM-STATUS NOT = "00"
003020         DISPLAY "TRACE PARM CARD MISSING, STATUS=" WS-PARM-STATUS
003030         GO TO READ-TRACE-PARM-EXIT
003040     END-IF.
003050     READ TRACE-PARM-FILE
003060         AT END
003070             DISPLAY "TRACE PARM CARD EMPTY"
003080             CLOSE TRACE-PARM-FILE
003090             GO TO READ-TRACE-PARM-EXIT
003100     END-READ.
003110     CLOSE TRACE-PARM-FILE.
003120     IF (TRP-MODE = "S" OR TRP-MODE = "N")
003130         AND TRP-KEY IS NUMERIC
003140         AND TRP-KEY > 0
003150         AND (TRP-MODE = "N" OR TRP-KEY < 10000)
003160         MOVE TRP-MODE TO WS-TRACE-MODE
003170         MOVE TRP-KEY  TO WS-TRACE-KEY
003180         SET WS-PARM-OK TO TRUE
003190     ELSE
003200         DISPLAY "TRACE PARM CARD INVALID: " TRACE-PARM-CARD
003210     END-IF.
003220
003230 READ-TRACE-PARM-EXIT.
003240     EXIT.
003250
003260*    A BULLETIN NUMBER NEEDS ONE PASS OF THE TRAIL TO FIND ITS
003270*    NOTICE BEFORE THE PASS THAT COLLECTS THE PUBLICATIONS.
003280 TRACE-NOTICE.
003290     IF WS-TRACE-MODE = "S"
003300         MOVE WS-TRACE-KEY TO WS-TRACE-SEQ
003310         SET WS-SEQ-RESOLVED TO TRUE
003320     ELSE
003330         PERFORM RESOLVE-BULLETIN-NUMBER
003340     END-IF.
003350     IF WS-RETURN-CODE > 4
003360         GO TO TRACE-NOTICE-EXIT
003370     END-IF.
003380     IF NOT WS-SEQ-RESOLVED
003390         MOVE SPACES TO WS-TRACE-LINE
003400         STRING "BULLETIN NUMBER " WS-TRACE-KEY
003410             " IS NOT ON THE AUDIT TRAIL - NOTHING TO TRACE"
003420             DELIMITED BY SIZE INTO WS-TRACE-LINE
003430         PERFORM WRITE-TRACE-LINE
003440         MOVE 4 TO WS-RETURN-CODE
003450         GO TO TRACE-NOTICE-EXIT
003460     END-IF.
003470     PERFORM COLLECT-PUBLICATIONS.
003480     PERFORM WRITE-MASTER-SECTION.
003490     PERFORM WRITE-PUBLICATION-SECTION.
003500     IF WS-PUB-USED > 0
003510         PERFORM LOAD-CATEGORY-TABLE
003520         PERFORM LOAD-SUBSCRIBER-LIST
003530         PERFORM LOAD-SUBSCRIBER-CHANGES
003540         PERFORM LOAD-OPEN-ACKS
003550         MOVE WS-JRN-USED TO WS-JX
003560         MOVE WS-PUB-USED TO WS-PX
003570         PERFORM WRITE-ENTITLEMENT-SECTION UNTIL WS-PX = 0
003580     END-IF.
003590
003600 TRACE-NOTICE-EXIT.
003610     EXIT.
003620
003630 RESOLVE-BULLETIN-NUMBER.
003640     PERFORM OPEN-AUDIT-TRAIL.
003642     IF WS-NOT-END-OF-FILE
003644         PERFORM READ-AUDIT-RECORD
003646     END-IF.
003650     PERFORM CHECK-NUMBER-RECORD UNTIL WS-END-OF-FILE.
003660     IF WS-AUDIT-STATUS = "00" OR WS-AUDIT-STATUS = "10"
003670         CLOSE AUDIT-FILE
003680     END-IF.
003690
003700*    THE LATEST USE OF THE NUMBER WINS; EVERY EARLIER NOTICE
003710*    UNDER IT IS KEPT FOR THE "ALSO USED FOR" LINES.
003720 CHECK-NUMBER-RECORD.
003730     IF AUD-NUMBER = WS-TRACE-KEY
003740         AND (AUD-PROGRAM = "IFCONDITION"
003750           OR AUD-PROGRAM = "FLASHPUBLISH")
003760         AND AUD-CONT-NO IS NUMERIC AND AUD-CONT-NO = 0
003770         AND AUD-SEQ-NO IS NUMERIC AND AUD-SEQ-NO > 0
003780         IF WS-SEQ-RESOLVED AND AUD-SEQ-NO NOT = WS-TRACE-SEQ
003790             PERFORM KEEP-OTHER-NOTICE
003800         END-IF
003810         MOVE AUD-SEQ-NO   TO WS-TRACE-SEQ
003820         MOVE AUD-RUN-DATE TO WS-TRACE-SEQ-DATE
003830         MOVE AUD-PROGRAM  TO WS-TRACE-SEQ-PROGRAM
003840         SET WS-SEQ-RESOLVED TO TRUE
003850     END-IF.
003860     PERFORM READ-AUDIT-RECORD.
003870
003880 KEEP-OTHER-NOTICE.
003890     IF WS-OTHER-USED < 10
003900         ADD 1 TO WS-OTHER-USED
003910         MOVE WS-TRACE-SEQ TO WS-OTHER-SEQ (WS-OTHER-USED)
003920         MOVE WS-TRACE-SEQ-DATE TO WS-OTHER-DATE (WS-OTHER-USED)
003930         MOVE WS-TRACE-SEQ-PROGRAM
003940             TO WS-OTHER-PROGRAM (WS-OTHER-USED)
003950     ELSE
003960         ADD 1 TO WS-OTHER-OVERFLOW
003970     END-IF.
003980
003990 COLLECT-PUBLICATIONS.
004000     PERFORM OPEN-AUDIT-TRAIL.
004001     IF WS-NOT-END-OF-FILE
004002         MOVE WS-TRACE-SEQ TO AUD-SEQ-NO
004003         START AUDIT-FILE KEY IS = AUD-SEQ-NO
004004             INVALID KEY
004005                 SET WS-END-OF-FILE TO TRUE
004006             NOT INVALID KEY
004007                 PERFORM READ-AUDIT-RECORD
004008         END-START
004009     END-IF.
004010     PERFORM COLLECT-AUDIT-RECORD UNTIL WS-END-OF-FILE.
004020     IF WS-AUDIT-STATUS = "00" OR WS-AUDIT-STATUS = "10"
004025         OR WS-AUDIT-STATUS = "23"
004030         CLOSE AUDIT-FILE
004040     END-IF.
004050
004060*    CONT-NO 0 OPENS A PUBLICATION; ITS CONTINUATION LINES
004070*    FOLLOW IT UNDER THE SAME NUMBER, DATE AND PROGRAM.  THE
004080*    NESTEDPERFORM COPIES ON OLD TRAIL DATA ARE NOT PUBLICATIONS
004090*    OF RECORD (AUDITREC.CPY) AND ARE PASSED OVER.
004100 COLLECT-AUDIT-RECORD.
004106     IF AUD-SEQ-NO NOT = WS-TRACE-SEQ
004112         SET WS-END-OF-FILE TO TRUE
004118     ELSE
004124         IF (AUD-PROGRAM = "IFCONDITION"
004130           OR AUD-PROGRAM = "FLASHPUBLISH")
004140             IF AUD-CONT-NO = 0
004150                 PERFORM ADD-PUBLICATION
004160             ELSE
004170                 PERFORM COUNT-CONTINUATION-LINE
004180             END-IF
004190         END-IF
004195         PERFORM READ-AUDIT-RECORD
004200     END-IF.
004220
004230 ADD-PUBLICATION.
004240     IF WS-PUB-USED < 100
004250         ADD 1 TO WS-PUB-USED
004260         MOVE AUD-RUN-DATE  TO WS-PUB-DATE (WS-PUB-USED)
004270         MOVE AUD-RUN-TIME  TO WS-PUB-TIME (WS-PUB-USED)
004280         MOVE AUD-NUMBER    TO WS-PUB-NUMBER (WS-PUB-USED)
004290         MOVE AUD-PROGRAM   TO WS-PUB-PROGRAM (WS-PUB-USED)
004300         MOVE AUD-TYPE      TO WS-PUB-TYPE (WS-PUB-USED)
004310         MOVE AUD-PRIORITY  TO WS-PUB-PRIORITY (WS-PUB-USED)
004320         MOVE 1             TO WS-PUB-LINES (WS-PUB-USED)
004330         MOVE AUD-AUDIENCE  TO WS-PUB-AUDIENCE (WS-PUB-USED)
004340         IF AUD-PROGRAM = "FLASHPUBLISH"
004350             ADD 1 TO WS-FLASH-COUNT
004360         ELSE
004370             ADD 1 TO WS-NIGHTLY-COUNT
004380         END-IF
004390         IF WS-FIRST-PUB-DATE = 0
004400             MOVE AUD-RUN-DATE TO WS-FIRST-PUB-DATE
004410         END-IF
004420     ELSE
004430         DISPLAY "MORE THAN 100 PUBLICATIONS - LATER ONES NOT"
004440             " TRACED FROM " AUD-RUN-DATE
004450         IF WS-RETURN-CODE < 4
004460             MOVE 4 TO WS-RETURN-CODE
004470         END-IF
004480     END-IF.
004490
004500 COUNT-CONTINUATION-LINE.
004510     MOVE 0 TO WS-PUB-FOUND-X.
004520     MOVE WS-PUB-USED TO WS-PX.
004530     PERFORM SEARCH-PUBLICATION-BACK
004540         UNTIL WS-PUB-FOUND-X > 0 OR WS-PX = 0.
004550     IF WS-PUB-FOUND-X > 0
004560         ADD 1 TO WS-PUB-LINES (WS-PUB-FOUND-X)
004570     END-IF.
004580
004590 SEARCH-PUBLICATION-BACK.
004600     IF WS-PUB-NUMBER (WS-PX) = AUD-NUMBER
004610         AND WS-PUB-DATE (WS-PX) = AUD-RUN-DATE
004620         AND WS-PUB-PROGRAM (WS-PX) = AUD-PROGRAM
004630         MOVE WS-PX TO WS-PUB-FOUND-X
004640     END-IF.
004650     SUBTRACT 1 FROM WS-PX.
004660
004670*    THE MASTER IS READ BY KEY, ONE READ PER POSSIBLE LINE.
004680 WRITE-MASTER-SECTION.
004690     MOVE " CN   STATUS            TYPE PR  EFFECTIV  EXPIRES   FL
004693-        "ASHED   UPDATED            ENTERED   APPROVED"
004696         TO WS-SECTION-COLUMNS.
004700     MOVE SPACES TO WS-TRACE-LINE.
004710     STRING "MESSAGE MASTER - SEQ " WS-TRACE-SEQ " AS IT STANDS"
004720         DELIMITED BY SIZE INTO WS-TRACE-LINE.
004730     PERFORM WRITE-SECTION-HEADING.
004740     OPEN INPUT MESSAGE-MASTER.
004750     IF WS-MSTR-STATUS NOT = "00"
004760         DISPLAY "MESSAGE MASTER UNAVAILABLE, STATUS="
004770             WS-MSTR-STATUS
004780         MOVE SPACES TO WS-TRACE-LINE
004790         MOVE "   MESSAGE MASTER UNAVAILABLE - NOT SHOWN"
004800             TO WS-TRACE-LINE
004810         PERFORM WRITE-TRACE-LINE
004820         ADD 1 TO WS-SECTION-COUNT
004830         IF WS-RETURN-CODE < 4
004840             MOVE 4 TO WS-RETURN-CODE
004850         END-IF
004860     ELSE
004870         MOVE 0 TO WS-MX
004880         PERFORM READ-MASTER-LINE UNTIL WS-MX > 9
004890         CLOSE MESSAGE-MASTER
004900         IF WS-MASTER-LINE-COUNT = 0
004910             MOVE SPACES TO WS-TRACE-LINE
004920             MOVE "   NOT ON THE MESSAGE MASTER - DELETED, OR"
004930                 TO WS-TRACE-LINE
004940             PERFORM WRITE-TRACE-LINE
004950             MOVE SPACES TO WS-TRACE-LINE
004960             MOVE "   NEVER KEYED (SEE JRNLRPT FOR ITS"
004970                 TO WS-TRACE-LINE
004980             PERFORM WRITE-TRACE-LINE
004990             MOVE SPACES TO WS-TRACE-LINE
005000             MOVE "   MAINTENANCE HISTORY)" TO WS-TRACE-LINE
005010             PERFORM WRITE-TRACE-LINE
005020             ADD 1 TO WS-SECTION-COUNT
005030             IF WS-RETURN-CODE < 4
005040                 MOVE 4 TO WS-RETURN-CODE
005050             END-IF
005060         END-IF
005070     END-IF.
005080
005090 READ-MASTER-LINE.
005100     MOVE WS-TRACE-SEQ TO MST-SEQ-NO.
005110     MOVE WS-MX TO MST-CONT-NO.
005120     READ MESSAGE-MASTER
005130         INVALID KEY
005140             CONTINUE
005150         NOT INVALID KEY
005160             PERFORM WRITE-MASTER-LINE
005170     END-READ.
005180     ADD 1 TO WS-MX.
005190
005200 WRITE-MASTER-LINE.
005210     ADD 1 TO WS-MASTER-LINE-COUNT.
005220     EVALUATE TRUE
005230         WHEN MST-RELEASED
005240             MOVE "RELEASED"         TO WS-STATUS-DESC
005250         WHEN MST-ON-HOLD
005260             MOVE "ON HOLD"          TO WS-STATUS-DESC
005270         WHEN MST-PENDING-APPROVAL
005280             MOVE "PENDING APPROVAL" TO WS-STATUS-DESC
005290         WHEN OTHER
005300             MOVE "UNKNOWN STATUS"   TO WS-STATUS-DESC
005310     END-EVALUATE.
005320     MOVE MST-CONT-NO       TO TMD-CONT.
005330     MOVE MST-STATUS        TO TMD-STATUS.
005340     MOVE WS-STATUS-DESC    TO TMD-STATUS-DESC.
005350     MOVE MST-TYPE          TO TMD-TYPE.
005360     MOVE MST-PRIORITY      TO TMD-PRIORITY.
005370     MOVE MST-EFF-DATE      TO TMD-EFF-DATE.
005380     MOVE MST-EXP-DATE      TO TMD-EXP-DATE.
005390     MOVE MST-FLASH-DATE    TO TMD-FLASH-DATE.
005400     MOVE MST-UPDATE-DATE   TO TMD-UPDATE-DATE.
005410     MOVE MST-UPDATE-TIME   TO TMD-UPDATE-TIME.
005420     MOVE MST-ENTERED-BY    TO TMD-ENTERED-BY.
005430     MOVE MST-APPROVED-BY   TO TMD-APPROVED-BY.
005440     MOVE SPACES TO WS-TRACE-LINE.
005450     MOVE WS-MASTER-DETAIL TO WS-TRACE-LINE.
005460     PERFORM WRITE-TRACE-LINE.
005470     MOVE SPACES TO WS-TRACE-LINE.
005480     STRING "        TEXT: " MST-TEXT
005490         DELIMITED BY SIZE INTO WS-TRACE-LINE.
005500     PERFORM WRITE-TRACE-LINE.
005510     IF MST-CONT-NO = 0 AND MST-AUDIENCE NOT = SPACES
005520         MOVE SPACES TO WS-TRACE-LINE
005530         STRING "        TARGETED AT: " MST-AUDIENCE-DEPT (1) " "
005540             MST-AUDIENCE-DEPT (2) " " MST-AUDIENCE-DEPT (3) " "
005550             MST-AUDIENCE-DEPT (4) " " MST-AUDIENCE-DEPT (5)
005560             DELIMITED BY SIZE INTO WS-TRACE-LINE
005570         PERFORM WRITE-TRACE-LINE
005580     END-IF.
005590     ADD 1 TO WS-SECTION-COUNT.
005600
005610 WRITE-PUBLICATION-SECTION.
005620     MOVE "  DATE      TIME      NUMBER  PROGRAM         TYPE PRI 
005623-        " LNS   AUDIENCE"
005626         TO WS-SECTION-COLUMNS.
005630     MOVE SPACES TO WS-TRACE-LINE.
005640     MOVE "PUBLICATIONS ON THE AUDIT TRAIL" TO WS-TRACE-LINE.
005650     PERFORM WRITE-SECTION-HEADING.
005660     MOVE 1 TO WS-PX.
005670     PERFORM WRITE-PUBLICATION-LINE UNTIL WS-PX > WS-PUB-USED.
005680     IF WS-PUB-USED = 0
005690         MOVE SPACES TO WS-TRACE-LINE
005700         MOVE "   NEVER PUBLISHED ON THIS TRAIL - CHECK AN"
005710             TO WS-TRACE-LINE
005720         PERFORM WRITE-TRACE-LINE
005730         MOVE SPACES TO WS-TRACE-LINE
005740         MOVE "   EARLIER ARCHIVE GENERATION IF IT SHOULD HAVE"
005750             TO WS-TRACE-LINE
005760         PERFORM WRITE-TRACE-LINE
005770         MOVE SPACES TO WS-TRACE-LINE
005780         MOVE "   RUN (AUDITIN)" TO WS-TRACE-LINE
005790         PERFORM WRITE-TRACE-LINE
005800         ADD 1 TO WS-SECTION-COUNT
005810         IF WS-RETURN-CODE < 4
005820             MOVE 4 TO WS-RETURN-CODE
005830         END-IF
005840     ELSE
005850         MOVE SPACES TO WS-TRACE-LINE
005860         STRING "  NIGHTLY: " WS-NIGHTLY-COUNT
005870             "  FLASH: " WS-FLASH-COUNT
005880             DELIMITED BY SIZE INTO WS-TRACE-LINE
005890         PERFORM WRITE-TRACE-LINE
005900     END-IF.
005910     MOVE 1 TO WS-PX.
005920     PERFORM WRITE-OTHER-NOTICE-LINE UNTIL WS-PX > WS-OTHER-USED.
005930     IF WS-OTHER-OVERFLOW > 0
005940         MOVE SPACES TO WS-TRACE-LINE
005950         STRING "  AND " WS-OTHER-OVERFLOW
005960             " MORE EARLIER USES OF THE NUMBER"
005970             DELIMITED BY SIZE INTO WS-TRACE-LINE
005980         PERFORM WRITE-TRACE-LINE
005990     END-IF.
006000
006010 WRITE-PUBLICATION-LINE.
006020     MOVE WS-PUB-DATE (WS-PX)     TO TPD-DATE.
006030     MOVE WS-PUB-TIME (WS-PX)     TO TPD-TIME.
006040     MOVE WS-PUB-NUMBER (WS-PX)   TO TPD-NUMBER.
006050     MOVE WS-PUB-PROGRAM (WS-PX)  TO TPD-PROGRAM.
006060     MOVE WS-PUB-TYPE (WS-PX)     TO TPD-TYPE.
006070     MOVE WS-PUB-PRIORITY (WS-PX) TO TPD-PRIORITY.
006080     MOVE WS-PUB-LINES (WS-PX)    TO TPD-LINES.
006090     IF WS-PUB-AUDIENCE (WS-PX) = SPACES
006100         MOVE "ALL SUBSCRIBERS" TO TPD-AUDIENCE
006110     ELSE
006120         MOVE SPACES TO TPD-AUDIENCE
006130         STRING WS-PUB-AUD-DEPT (WS-PX, 1) " "
006140             WS-PUB-AUD-DEPT (WS-PX, 2) " "
006150             WS-PUB-AUD-DEPT (WS-PX, 3) " "
006160             WS-PUB-AUD-DEPT (WS-PX, 4) " "
006170             WS-PUB-AUD-DEPT (WS-PX, 5)
006180             DELIMITED BY SIZE INTO TPD-AUDIENCE
006190     END-IF.
006200     MOVE SPACES TO WS-TRACE-LINE.
006210     MOVE WS-PUB-DETAIL TO WS-TRACE-LINE.
006220     PERFORM WRITE-TRACE-LINE.
006230     ADD 1 TO WS-SECTION-COUNT.
006240     ADD 1 TO WS-PX.
006250
006260 WRITE-OTHER-NOTICE-LINE.
006270     MOVE SPACES TO WS-TRACE-LINE.
006280     STRING "  NUMBER " WS-TRACE-KEY " WAS ALSO USED FOR SEQ "
006290         WS-OTHER-SEQ (WS-PX) " ON " WS-OTHER-DATE (WS-PX)
006300         " BY " WS-OTHER-PROGRAM (WS-PX)
006310         DELIMITED BY SIZE INTO WS-TRACE-LINE.
006320     PERFORM WRITE-TRACE-LINE.
006330     ADD 1 TO WS-PX.
006340
006350*    SAME SLOT RULE AS THE BULLETIN STEPS: AN UNKNOWN TYPE FALLS
006360*    TO THE LAST SLOT, AND A MISSING CATFILE MEANS THE BUILT-IN
006370*    HR/OPS/SAFE/GEN SET (CATREC.CPY).
006380 LOAD-CATEGORY-TABLE.
006390     MOVE "N" TO WS-CAT-EOF-SWITCH.
006400     MOVE 0 TO WS-CAT-USED.
006410     OPEN INPUT CATEGORY-FILE.
006420     IF WS-CATFILE-STATUS NOT = "00"
006430         SET WS-CAT-END-OF-FILE TO TRUE
006440     ELSE
006450         PERFORM READ-CATEGORY-RECORD
006460     END-IF.
006470     PERFORM STORE-CATEGORY-RECORD UNTIL WS-CAT-END-OF-FILE.
006480     IF WS-CATFILE-STATUS = "00" OR WS-CATFILE-STATUS = "10"
006490         CLOSE CATEGORY-FILE
006500     END-IF.
006510     IF WS-CAT-USED = 0
006520         MOVE 4 TO WS-CAT-USED
006530         MOVE "HR  " TO WS-CAT-CODE (1)
006540         MOVE "OPS " TO WS-CAT-CODE (2)
006550         MOVE "SAFE" TO WS-CAT-CODE (3)
006560         MOVE "GEN " TO WS-CAT-CODE (4)
006570         MOVE "Y" TO WS-CAT-CHASER (1)
006580         MOVE "Y" TO WS-CAT-CHASER (2)
006590         MOVE "Y" TO WS-CAT-CHASER (3)
006600         MOVE "Y" TO WS-CAT-CHASER (4)
006610     END-IF.
006620
006630 STORE-CATEGORY-RECORD.
006640     IF WS-CAT-USED < 8
006650         ADD 1 TO WS-CAT-USED
006660         MOVE CAT-CODE        TO WS-CAT-CODE (WS-CAT-USED)
006670         MOVE CAT-CHASER-FLAG TO WS-CAT-CHASER (WS-CAT-USED)
006680     END-IF.
006690     PERFORM READ-CATEGORY-RECORD.
006700
006710 SET-MESSAGE-SLOT.
006720     MOVE 0 TO WS-CAT-FOUND-X.
006730     MOVE 1 TO WS-KX.
006740     PERFORM SEARCH-CATEGORY-TABLE
006750         UNTIL WS-CAT-FOUND-X > 0 OR WS-KX > WS-CAT-USED.
006760     IF WS-CAT-FOUND-X = 0
006770         MOVE WS-CAT-USED TO WS-CAT-FOUND-X
006780     END-IF.
006790     MOVE WS-CAT-FOUND-X TO WS-MSG-SLOT.
006800
006810 SEARCH-CATEGORY-TABLE.
006820     IF WS-CAT-CODE (WS-KX) = WS-PUB-TYPE (WS-PX)
006830         MOVE WS-KX TO WS-CAT-FOUND-X
006840     END-IF.
006850     ADD 1 TO WS-KX.
006860
006870 LOAD-SUBSCRIBER-LIST.
006880     MOVE "N" TO WS-EOF-SWITCH.
006890     OPEN INPUT DIST-LIST-FILE.
006900     IF WS-DIST-STATUS NOT = "00"
006910         DISPLAY "DISTRIBUTION LIST UNAVAILABLE, STATUS="
006920             WS-DIST-STATUS
006930         IF WS-RETURN-CODE < 4
006940             MOVE 4 TO WS-RETURN-CODE
006950         END-IF
006960         SET WS-END-OF-FILE TO TRUE
006970     ELSE
006980         SET WS-LIST-LOADED TO TRUE
006990         PERFORM READ-DIST-RECORD
007000     END-IF.
007010     PERFORM STORE-DIST-RECORD UNTIL WS-END-OF-FILE.
007020     IF WS-DIST-STATUS = "00" OR WS-DIST-STATUS = "10"
007030         CLOSE DIST-LIST-FILE
007040     END-IF.
007050
007060 STORE-DIST-RECORD.
007070     IF WS-RCP-USED < 500
007080         ADD 1 TO WS-RCP-USED
007090         MOVE DST-DEPT-CODE      TO WS-RCP-DEPT (WS-RCP-USED)
007100         MOVE DST-RECIPIENT-NAME TO WS-RCP-NAME (WS-RCP-USED)
007110         MOVE DST-STATION        TO WS-RCP-STATION (WS-RCP-USED)
007120         MOVE DST-SUB-FLAGS      TO WS-RCP-FLAGS (WS-RCP-USED)
007130         MOVE "Y"                TO WS-RCP-SWITCH (WS-RCP-USED)
007140     ELSE
007150         IF NOT WS-LIST-IS-FULL
007160             DISPLAY "MORE THAN 500 RECIPIENTS - LIST TRUNCATED"
007170             SET WS-LIST-IS-FULL TO TRUE
007180             IF WS-RETURN-CODE < 4
007190                 MOVE 4 TO WS-RETURN-CODE
007200             END-IF
007210         END-IF
007220     END-IF.
007230     PERFORM READ-DIST-RECORD.
007240
007250*    ONLY SUBSCRIBER-MASTER CHANGES AFTER THE FIRST PUBLICATION
007260*    DATE MATTER.  THE JOURNAL'S OWN FIRST DATE SAYS HOW FAR
007270*    BACK THE LIST CAN BE WOUND; A JOURNAL TOO LONG FOR THE
007280*    TABLE IS NOT USED AT ALL RATHER THAN HALF USED.
007290 LOAD-SUBSCRIBER-CHANGES.
007300     MOVE "N" TO WS-EOF-SWITCH.
007310     OPEN INPUT MAINT-JOURNAL-FILE.
007320     IF WS-JRNL-STATUS NOT = "00"
007330         SET WS-END-OF-FILE TO TRUE
007340     ELSE
007350         SET WS-JRN-USABLE TO TRUE
007360         PERFORM READ-JOURNAL-RECORD
007370         IF WS-NOT-END-OF-FILE
007380             MOVE JRN-DATE TO WS-JRN-FIRST-DATE
007390         END-IF
007400     END-IF.
007410     PERFORM STORE-SUBSCRIBER-CHANGE UNTIL WS-END-OF-FILE.
007420     IF WS-JRNL-STATUS = "00" OR WS-JRNL-STATUS = "10"
007430         CLOSE MAINT-JOURNAL-FILE
007440     END-IF.
007450
007460 STORE-SUBSCRIBER-CHANGE.
007470     IF JRN-FILE-ID = "DSTMSTR"
007480         AND JRN-DATE > WS-FIRST-PUB-DATE
007490         IF WS-JRN-USED < 500
007500             ADD 1 TO WS-JRN-USED
007510             MOVE JRN-DATE TO WS-JRN-DATE (WS-JRN-USED)
007520             MOVE JRN-KEY  TO WS-JRN-KEY (WS-JRN-USED)
007530             MOVE JRN-BEFORE-IMAGE TO WS-JRN-BEFORE (WS-JRN-USED)
007540         ELSE
007550             IF WS-JRN-USABLE
007560                 DISPLAY "MORE THAN 500 SUBSCRIBER CHANGES -"
007570                     " LISTS ARE AS OF TONIGHT'S EXTRACT"
007580                 MOVE "N" TO WS-JRN-SWITCH
007590                 IF WS-RETURN-CODE < 4
007600                     MOVE 4 TO WS-RETURN-CODE
007610                 END-IF
007620             END-IF
007630         END-IF
007640     END-IF.
007650     PERFORM READ-JOURNAL-RECORD.
007660
007670 LOAD-OPEN-ACKS.
007680     MOVE "N" TO WS-EOF-SWITCH.
007690     OPEN INPUT ACK-EXPECTED-FILE.
007700     IF WS-AEXP-STATUS NOT = "00"
007710         SET WS-END-OF-FILE TO TRUE
007720     ELSE
007730         SET WS-ACK-FILE-READ TO TRUE
007740         PERFORM READ-ACK-EXPECTED
007750     END-IF.
007760     PERFORM STORE-OPEN-ACK UNTIL WS-END-OF-FILE.
007770     IF WS-ACK-FILE-READ
007780         CLOSE ACK-EXPECTED-FILE
007790     END-IF.
007800
007810 STORE-OPEN-ACK.
007820     MOVE 0 TO WS-PUB-FOUND-X.
007830     MOVE WS-PUB-USED TO WS-PX.
007840     PERFORM SEARCH-PUB-FOR-ACK
007850         UNTIL WS-PUB-FOUND-X > 0 OR WS-PX = 0.
007860     IF WS-PUB-FOUND-X > 0 AND WS-ACK-USED < 200
007870         ADD 1 TO WS-ACK-USED
007880         MOVE AXP-NUMBER    TO WS-ACK-NUMBER (WS-ACK-USED)
007890         MOVE AXP-RUN-DATE  TO WS-ACK-DATE (WS-ACK-USED)
007900         MOVE AXP-DEPT-CODE TO WS-ACK-DEPT (WS-ACK-USED)
007910     END-IF.
007920     PERFORM READ-ACK-EXPECTED.
007930
007940 SEARCH-PUB-FOR-ACK.
007950     IF WS-PUB-NUMBER (WS-PX) = AXP-NUMBER
007960         AND WS-PUB-DATE (WS-PX) = AXP-RUN-DATE
007970         MOVE WS-PX TO WS-PUB-FOUND-X
007980     END-IF.
007990     SUBTRACT 1 FROM WS-PX.
008000
008010*    PUBLICATIONS ARE LISTED LATEST FIRST SO THE SUBSCRIBER
008020*    LIST ONLY EVER WINDS BACKWARDS: BEFORE EACH ONE, EVERY
008030*    CHANGE JOURNALED AFTER ITS DATE IS UNDONE.
008040 WRITE-ENTITLEMENT-SECTION.
008050     PERFORM UNDO-LATER-CHANGES
008060         UNTIL WS-JX = 0 OR NOT WS-JRN-USABLE
008070         OR WS-JRN-DATE (WS-JX) NOT > WS-PUB-DATE (WS-PX).
008080     PERFORM SET-MESSAGE-SLOT.
008090     MOVE "  DEPT  RECIPIENT                       STATION
008093-        ""
008096         TO WS-SECTION-COLUMNS.
008100     MOVE SPACES TO WS-TRACE-LINE.
008110     STRING "ENTITLED RECIPIENTS - NUMBER " WS-PUB-NUMBER (WS-PX)
008120         " ON " WS-PUB-DATE (WS-PX) " BY " WS-PUB-PROGRAM (WS-PX)
008130         DELIMITED BY SIZE INTO WS-TRACE-LINE.
008140     PERFORM WRITE-SECTION-HEADING.
008150     MOVE 0 TO WS-DEPT-USED.
008160     MOVE 0 TO WS-ENTITLED-COUNT.
008170     IF NOT WS-LIST-LOADED
008180         MOVE SPACES TO WS-TRACE-LINE
008190         MOVE "   DISTRIBUTION LIST UNAVAILABLE - NOT SHOWN"
008200             TO WS-TRACE-LINE
008210         PERFORM WRITE-TRACE-LINE
008220         ADD 1 TO WS-SECTION-COUNT
008230     ELSE
008240         MOVE 1 TO WS-RX
008250         PERFORM LIST-ENTITLED-RECIPIENT UNTIL WS-RX > WS-RCP-USED
008260         PERFORM WRITE-SECTION-END
008270         MOVE SPACES TO WS-TRACE-LINE
008280         STRING "  " WS-ENTITLED-COUNT " RECIPIENTS IN "
008290             WS-DEPT-USED " DEPARTMENTS"
008300             DELIMITED BY SIZE INTO WS-TRACE-LINE
008310         PERFORM WRITE-TRACE-LINE
008320         PERFORM WRITE-LIST-CAVEAT
008330         PERFORM WRITE-ACK-STATUS
008340     END-IF.
008350     SUBTRACT 1 FROM WS-PX.
008360
008370*    UNDOING A CHANGE PUTS BACK ITS BEFORE IMAGE; AN ADD HAS
008380*    NONE, SO UNDOING IT TAKES THE RECIPIENT OFF THE LIST.
008390 UNDO-LATER-CHANGES.
008400     MOVE WS-JRN-KEY (WS-JX) TO WS-RCP-LOOKUP.
008410     PERFORM FIND-RECIPIENT.
008420     IF WS-JRN-BEFORE (WS-JX) = SPACES
008430         IF WS-RCP-FOUND-X > 0
008440             MOVE "N" TO WS-RCP-SWITCH (WS-RCP-FOUND-X)
008450         END-IF
008460     ELSE
008470         MOVE WS-JRN-BEFORE (WS-JX) TO SUBSCRIBER-RECORD
008480         IF WS-RCP-FOUND-X = 0 AND WS-RCP-USED < 500
008490             ADD 1 TO WS-RCP-USED
008500             MOVE WS-RCP-USED TO WS-RCP-FOUND-X
008510         END-IF
008520         IF WS-RCP-FOUND-X > 0
008530             MOVE SBM-DEPT-CODE TO WS-RCP-DEPT (WS-RCP-FOUND-X)
008540             MOVE SBM-RECIPIENT-NAME
008550                 TO WS-RCP-NAME (WS-RCP-FOUND-X)
008560             MOVE SBM-STATION   TO WS-RCP-STATION (WS-RCP-FOUND-X)
008570             MOVE SBM-SUB-FLAGS TO WS-RCP-FLAGS (WS-RCP-FOUND-X)
008580             MOVE "Y"           TO WS-RCP-SWITCH (WS-RCP-FOUND-X)
008590         END-IF
008600     END-IF.
008610     SUBTRACT 1 FROM WS-JX.
008620
008630 FIND-RECIPIENT.
008640     MOVE 0 TO WS-RCP-FOUND-X.
008650     MOVE 1 TO WS-RX.
008660     PERFORM SEARCH-RECIPIENT-TABLE
008670         UNTIL WS-RCP-FOUND-X > 0 OR WS-RX > WS-RCP-USED.
008680
008690 SEARCH-RECIPIENT-TABLE.
008700     IF WS-RCP-KEY (WS-RX) = WS-RCP-LOOKUP
008710         MOVE WS-RX TO WS-RCP-FOUND-X
008720     END-IF.
008730     ADD 1 TO WS-RX.
008740
008750*    ENTITLED = ON THE LIST, SUBSCRIBED TO THE NOTICE'S SLOT,
008760*    AND (FOR A TARGETED NOTICE) IN A LISTED DEPARTMENT.
008770 LIST-ENTITLED-RECIPIENT.
008780     MOVE "N" TO WS-ENTITLED-SWITCH.
008790     IF WS-RCP-ON-LIST (WS-RX)
008800         AND WS-RCP-FLAG (WS-RX, WS-MSG-SLOT) = "Y"
008810         IF WS-PUB-AUDIENCE (WS-PX) = SPACES
008820             SET WS-RECIPIENT-ENTITLED TO TRUE
008830         ELSE
008840             MOVE 1 TO WS-TX
008850             PERFORM CHECK-ONE-TARGET-SLOT
008860                 UNTIL WS-RECIPIENT-ENTITLED OR WS-TX > 5
008870         END-IF
008880     END-IF.
008890     IF WS-RECIPIENT-ENTITLED
008900         ADD 1 TO WS-ENTITLED-COUNT
008910         PERFORM NOTE-ENTITLED-DEPT
008920         MOVE WS-RCP-DEPT (WS-RX)    TO TRD-DEPT
008930         MOVE WS-RCP-NAME (WS-RX)    TO TRD-NAME
008940         MOVE WS-RCP-STATION (WS-RX) TO TRD-STATION
008950         MOVE SPACES TO WS-TRACE-LINE
008960         MOVE WS-RECIPIENT-DETAIL TO WS-TRACE-LINE
008970         PERFORM WRITE-TRACE-LINE
008980         ADD 1 TO WS-SECTION-COUNT
008990     END-IF.
009000     ADD 1 TO WS-RX.
009010
009020 CHECK-ONE-TARGET-SLOT.
009030     IF WS-PUB-AUD-DEPT (WS-PX, WS-TX) = WS-RCP-DEPT (WS-RX)
009040         SET WS-RECIPIENT-ENTITLED TO TRUE
009050     END-IF.
009060     ADD 1 TO WS-TX.
009070
009080 NOTE-ENTITLED-DEPT.
009090     MOVE 0 TO WS-DEPT-FOUND-X.
009100     MOVE 1 TO WS-DX.
009110     PERFORM SEARCH-DEPT-SEEN
009120         UNTIL WS-DEPT-FOUND-X > 0 OR WS-DX > WS-DEPT-USED.
009130     IF WS-DEPT-FOUND-X = 0 AND WS-DEPT-USED < 100
009140         ADD 1 TO WS-DEPT-USED
009150         MOVE WS-RCP-DEPT (WS-RX) TO WS-DEPT-SEEN (WS-DEPT-USED)
009160     END-IF.
009170
009180 SEARCH-DEPT-SEEN.
009190     IF WS-DEPT-SEEN (WS-DX) = WS-RCP-DEPT (WS-RX)
009200         MOVE WS-DX TO WS-DEPT-FOUND-X
009210     END-IF.
009220     ADD 1 TO WS-DX.
009230
009240 WRITE-LIST-CAVEAT.
009250     IF NOT WS-JRN-USABLE
009260         MOVE SPACES TO WS-TRACE-LINE
009270         MOVE "  (LIST IS TONIGHT'S EXTRACT - NO USABLE"
009280             TO WS-TRACE-LINE
009290         PERFORM WRITE-TRACE-LINE
009300         MOVE SPACES TO WS-TRACE-LINE
009310         MOVE "   JOURNAL TO WIND IT BACK TO THE DATE)"
009320             TO WS-TRACE-LINE
009330         PERFORM WRITE-TRACE-LINE
009340         IF WS-RETURN-CODE < 4
009350             MOVE 4 TO WS-RETURN-CODE
009360         END-IF
009370     ELSE
009380         IF WS-PUB-DATE (WS-PX) < WS-JRN-FIRST-DATE
009390             MOVE SPACES TO WS-TRACE-LINE
009400             STRING "  (JOURNAL STARTS " WS-JRN-FIRST-DATE
009410                 " - SUBSCRIBER CHANGES BEFORE THEN ARE NOT WOUND"
009420                 " BACK)"
009430                 DELIMITED BY SIZE INTO WS-TRACE-LINE
009440             PERFORM WRITE-TRACE-LINE
009450             IF WS-RETURN-CODE < 4
009460                 MOVE 4 TO WS-RETURN-CODE
009470             END-IF
009480         END-IF
009490     END-IF.
009500
009510*    ONLY THE NIGHTLY PUBLICATION OF A PRIORITY-1 NOTICE IN A
009520*    CHASED CATEGORY OWES ACKS (ACKBUILD).  A PAIR STILL ON
009530*    ACKEXP IS OPEN; ONE NO LONGER THERE WAS RETIRED BY AN ACK.
009540 WRITE-ACK-STATUS.
009550     IF WS-PUB-PRIORITY (WS-PX) = 1
009560         MOVE SPACES TO WS-SECTION-COLUMNS
009570         MOVE SPACES TO WS-TRACE-LINE
009580         MOVE "  ACKNOWLEDGMENT STATUS BY DEPARTMENT"
009590             TO WS-TRACE-LINE
009600         PERFORM WRITE-TRACE-LINE
009610         EVALUATE TRUE
009620             WHEN WS-PUB-PROGRAM (WS-PX) NOT = "IFCONDITION"
009630                 MOVE SPACES TO WS-TRACE-LINE
009640                 MOVE "    NONE OWED - ACKS ARE OWED ON THE"
009650                     TO WS-TRACE-LINE
009660                 PERFORM WRITE-TRACE-LINE
009670                 MOVE SPACES TO WS-TRACE-LINE
009680                 MOVE "    NIGHTLY PUBLICATION, NOT A FLASH"
009690                     TO WS-TRACE-LINE
009700                 PERFORM WRITE-TRACE-LINE
009710             WHEN WS-CAT-CHASER (WS-MSG-SLOT) NOT = "Y"
009720                 MOVE SPACES TO WS-TRACE-LINE
009730                 MOVE "    NONE OWED - CATEGORY IS NOT CHASED"
009740                     TO WS-TRACE-LINE
009750                 PERFORM WRITE-TRACE-LINE
009760             WHEN NOT WS-ACK-FILE-READ
009770                 MOVE SPACES TO WS-TRACE-LINE
009780                 MOVE "    ACKEXP UNAVAILABLE - STATUS NOT KNOWN"
009790                     TO WS-TRACE-LINE
009800                 PERFORM WRITE-TRACE-LINE
009810             WHEN OTHER
009820                 MOVE 1 TO WS-DX
009830                 PERFORM WRITE-DEPT-ACK-LINE
009840                     UNTIL WS-DX > WS-DEPT-USED
009850         END-EVALUATE
009860     END-IF.
009870
009880 WRITE-DEPT-ACK-LINE.
009890     MOVE 0 TO WS-ACK-FOUND-X.
009900     MOVE 1 TO WS-AX.
009910     PERFORM SEARCH-OPEN-ACKS
009920         UNTIL WS-ACK-FOUND-X > 0 OR WS-AX > WS-ACK-USED.
009930     MOVE SPACES TO WS-TRACE-LINE.
009940     IF WS-ACK-FOUND-X > 0
009950         STRING "    " WS-DEPT-SEEN (WS-DX)
009960             "  NOT ACKNOWLEDGED - STILL OPEN ON ACKEXP"
009970             DELIMITED BY SIZE INTO WS-TRACE-LINE
009980     ELSE
009990         STRING "    " WS-DEPT-SEEN (WS-DX)
010000             "  ACKNOWLEDGED"
010010             DELIMITED BY SIZE INTO WS-TRACE-LINE
010020     END-IF.
010030     PERFORM WRITE-TRACE-LINE.
010040     ADD 1 TO WS-DX.
010050
010060 SEARCH-OPEN-ACKS.
010070     IF WS-ACK-NUMBER (WS-AX) = WS-PUB-NUMBER (WS-PX)
010080         AND WS-ACK-DATE (WS-AX) = WS-PUB-DATE (WS-PX)
010090         AND WS-ACK-DEPT (WS-AX) = WS-DEPT-SEEN (WS-DX)
010100         MOVE WS-AX TO WS-ACK-FOUND-X
010110     END-IF.
010120     ADD 1 TO WS-AX.
010130
010140 WRITE-SECTION-HEADING.
010150     MOVE 0 TO WS-SECTION-COUNT.
010160     IF WS-LINE-CTR IS GREATER THAN OR EQUAL TO WS-LINES-PER-PAGE
010170         PERFORM WRITE-REPORT-HEADER
010180     ELSE
010190         MOVE SPACES TO REPORT-LINE
010200         WRITE REPORT-LINE AFTER ADVANCING 1 LINE
010210         ADD 1 TO WS-LINE-CTR
010220     END-IF.
010230     MOVE WS-TRACE-LINE TO REPORT-LINE.
010240     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
010250     ADD 1 TO WS-LINE-CTR.
010260     IF WS-SECTION-COLUMNS NOT = SPACES
010270         MOVE WS-SECTION-COLUMNS TO REPORT-LINE
010280         WRITE REPORT-LINE AFTER ADVANCING 1 LINE
010290         ADD 1 TO WS-LINE-CTR
010300     END-IF.
010310
010320 WRITE-SECTION-END.
010330     IF WS-SECTION-COUNT = 0
010340         MOVE SPACES TO WS-TRACE-LINE
010350         MOVE "   (NONE)" TO WS-TRACE-LINE
010360         PERFORM WRITE-TRACE-LINE
010370     END-IF.
010380
010390*    THE HEADER BORROWS REPORT-LINE, SO THE DETAIL RIDES IN
010400*    WS-TRACE-LINE UNTIL AFTER THE PAGE-BREAK CHECK.  THE
010410*    CURRENT SECTION'S COLUMN HEADINGS REPEAT ON A NEW PAGE.
010420 WRITE-TRACE-LINE.
010430     IF WS-LINE-CTR IS GREATER THAN OR EQUAL TO WS-LINES-PER-PAGE
010440         PERFORM WRITE-REPORT-HEADER
010450         IF WS-SECTION-COLUMNS NOT = SPACES
010460             MOVE WS-SECTION-COLUMNS TO REPORT-LINE
010470             WRITE REPORT-LINE AFTER ADVANCING 1 LINE
010480             ADD 1 TO WS-LINE-CTR
010490         END-IF
010500     END-IF.
010510     MOVE WS-TRACE-LINE TO REPORT-LINE.
010520     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
010530     ADD 1 TO WS-LINE-CTR.
010540
010550 WRITE-REPORT-HEADER.
010560     ADD 1 TO WS-PAGE-NO.
010570     MOVE SPACES TO REPORT-LINE.
010580     MOVE "NOTICE LIFECYCLE TRACE" TO REPORT-LINE.
010590     WRITE REPORT-LINE AFTER ADVANCING PAGE.
010600     MOVE SPACES TO REPORT-LINE.
010610     STRING "TRACE: " WS-TRACE-MODE " " WS-TRACE-KEY
010620         "   SEQ: " WS-TRACE-SEQ
010630         "   RUN DATE: " WS-RUN-DATE "   PAGE: " WS-PAGE-NO
010640         DELIMITED BY SIZE INTO REPORT-LINE.
010650     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
010660     MOVE SPACES TO REPORT-LINE.
010670     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
010680     MOVE 0 TO WS-LINE-CTR.
010690
010700 OPEN-AUDIT-TRAIL.
010710     MOVE "N" TO WS-EOF-SWITCH.
010720     MOVE 0 TO WS-AUDIT-READ-COUNT.
010730     OPEN INPUT AUDIT-FILE.
010740     IF WS-AUDIT-STATUS NOT = "00"
010750         DISPLAY "AUDIT TRAIL NOT AVAILABLE, STATUS="
010760             WS-AUDIT-STATUS
010770         MOVE 8 TO WS-RETURN-CODE
010780         SET WS-END-OF-FILE TO TRUE
010810     END-IF.
010820
010830 READ-AUDIT-RECORD.
010840     READ AUDIT-FILE NEXT
010850         AT END SET WS-END-OF-FILE TO TRUE
010860         NOT AT END
010870             SET WS-NOT-END-OF-FILE TO TRUE
010880             ADD 1 TO WS-AUDIT-READ-COUNT
010890     END-READ.
010900
010910 READ-CATEGORY-RECORD.
010920     READ CATEGORY-FILE
010930         AT END SET WS-CAT-END-OF-FILE TO TRUE
010940     END-READ.
010950
010960 READ-DIST-RECORD.
010970     READ DIST-LIST-FILE
010980         AT END SET WS-END-OF-FILE TO TRUE
010990         NOT AT END SET WS-NOT-END-OF-FILE TO TRUE
011000     END-READ.
011010
011020 READ-JOURNAL-RECORD.
011030     READ MAINT-JOURNAL-FILE
011040         AT END SET WS-END-OF-FILE TO TRUE
011050         NOT AT END SET WS-NOT-END-OF-FILE TO TRUE
011060     END-READ.
011070
011080 READ-ACK-EXPECTED.
011090     READ ACK-EXPECTED-FILE
011100         AT END SET WS-END-OF-FILE TO TRUE
011110         NOT AT END SET WS-NOT-END-OF-FILE TO TRUE
011120     END-READ.
