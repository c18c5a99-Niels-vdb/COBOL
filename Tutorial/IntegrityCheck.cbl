000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. IntegrityCheck.
000120 AUTHOR. Niels van den Bosch.
000130*
000140*    NIGHTLY CROSS-FILE INTEGRITY SWEEP, RUN AHEAD OF THE
000150*    EXTRACTS AND THE PUBLISHING PASS.  EACH MAINTENANCE
000160*    PROGRAM EDITS ITS OWN CARDS; THIS STEP CHECKS THAT THE
000170*    MASTERS AND REFERENCE FILES STILL AGREE WITH EACH OTHER.
000180*    IT READS MSGMSTR, DSTMSTR, CATFILE, STNLIST, HOLCAL AND
000190*    ACKEXP, CHANGES NOTHING, AND PRINTS ONE SECTION PER RULE:
000200*        ORPH  CONTINUATION LINE WHOSE CONT-NO 0 LINE IS GONE
000210*        SLOT  SUBSCRIPTION FLAG Y PAST THE LAST CATFILE SLOT
000220*        STNM  SUBSCRIBER STATION MISSING FROM STNLIST
000230*        STNU  STNLIST STATION NO SUBSCRIBER USES
000240*        ACKD  OPEN ACK EXPECTATION FOR A DEPARTMENT NO LONGER
000250*              ON THE SUBSCRIBER MASTER
000260*        HDAT  HOLCAL DATE THAT IS NOT A CALENDAR DATE
000270*        HORD  HOLCAL DATES OUT OF ORDER, REPEATED, OR MORE
000280*              THAN THE PUBLISH STEP'S 50-DATE TABLE HOLDS
000290*    EVERY EXCEPTION CARRIES A SEVERITY:
000300*        SEVERE   WOULD PUBLISH WRONG - A RELEASED ORPHAN LINE
000310*                 PRINTS WITHOUT ITS NOTICE, AN INVALID HOLIDAY
000320*                 NEVER MATCHES AND THE BULLETIN GOES OUT ON IT
000330*        WARNING  STALE REFERENCE DATA TO CLEAN UP THROUGH THE
000340*                 MAINTENANCE JOBS
000350*        NOTE     REPORTED ONLY (AN UNUSED STATION)
000360*    CONDITION CODES:
000370*        0  CLEAN, OR NOTES ONLY
000380*        4  WARNINGS - THE BULLETIN RUNS
000390*        8  A SEVERE RULE FAILED - NESTBAT HOLDS THE PUBLISHING
000400*           PASS UNTIL THE MASTER IS FIXED
000410*       12  MSGMSTR OR DSTMSTR COULD NOT BE READ
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT MESSAGE-MASTER ASSIGN TO "MSGMSTR"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS SEQUENTIAL
000480         RECORD KEY IS MST-KEY
000490         FILE STATUS IS WS-MSTR-STATUS.
000500     SELECT SUBSCRIBER-MASTER ASSIGN TO "DSTMSTR"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS SEQUENTIAL
000530         RECORD KEY IS SBM-KEY
000540         FILE STATUS IS WS-SBM-STATUS.
000550     SELECT CATEGORY-FILE ASSIGN TO "CATFILE"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-CAT-STATUS.
000580     SELECT STATION-LIST-FILE ASSIGN TO "STNLIST"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-STN-STATUS.
000610     SELECT HOLIDAY-FILE ASSIGN TO "HOLCAL"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-HOL-STATUS.
000640     SELECT ACK-EXPECTED-FILE ASSIGN TO "ACKEXP"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-AEXP-STATUS.
000670     SELECT REPORT-FILE ASSIGN TO "INTGRPT"
000680         ORGANIZATION IS LINE SEQUENTIAL.
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  MESSAGE-MASTER.
000720     COPY "MSGMSTR.CPY".
000730 FD  SUBSCRIBER-MASTER.
000740     COPY "DSTMSTR.CPY".
000750 FD  CATEGORY-FILE.
000760     COPY "CATREC.CPY".
000770 FD  STATION-LIST-FILE.
000780 01  STATION-RECORD.
000790     05  STN-CODE            PIC X(8).
000800 FD  HOLIDAY-FILE.
000810     COPY "CALREC.CPY".
000820 FD  ACK-EXPECTED-FILE.
000830     COPY "ACKEXP.CPY".
000840 FD  REPORT-FILE.
000850 01  REPORT-LINE                 PIC X(132).
000860
000870 WORKING-STORAGE SECTION.
000880
000890 01 WS-EOF-SWITCH           PIC X VALUE "N".
000900     88 WS-END-OF-FILE            VALUE "Y".
000910     88 WS-NOT-END-OF-FILE        VALUE "N".
000920 01 WS-RUN-DATE             PIC 9(8).
000930 01 WS-PROGRAM-NAME         PIC X(14) VALUE "INTEGRITYCHECK".
000940 01 WS-MSTR-STATUS          PIC XX.
000950 01 WS-SBM-STATUS           PIC XX.
000960 01 WS-CAT-STATUS           PIC XX.
000970 01 WS-STN-STATUS           PIC XX.
000980 01 WS-HOL-STATUS           PIC XX.
000990 01 WS-AEXP-STATUS          PIC XX.
001000 01 WS-RETURN-CODE          PIC 9(4) VALUE 0.
001010 01 WS-SBM-SWITCH           PIC X VALUE "Y".
001020     88 WS-SUBSCRIBERS-READABLE   VALUE "Y".
001030 01 WS-STN-LIST-SWITCH      PIC X VALUE "N".
001040     88 WS-STN-LIST-LOADED        VALUE "Y".
001050 01 WS-HOL-FILE-SWITCH      PIC X VALUE "N".
001060     88 WS-HOL-FILE-PRESENT       VALUE "Y".
001070 01 WS-AEXP-FILE-SWITCH     PIC X VALUE "N".
001080     88 WS-AEXP-FILE-PRESENT      VALUE "Y".
001090 01 WS-MSG-READ-COUNT       PIC 9(6) VALUE 0.
001100 01 WS-SBM-READ-COUNT       PIC 9(6) VALUE 0.
001110 01 WS-CAT-COUNT            PIC 9(1) VALUE 0.
001120 01 WS-CAT-READ-COUNT       PIC 9(6) VALUE 0.
001130 01 WS-HOL-READ-COUNT       PIC 9(6) VALUE 0.
001140 01 WS-AEXP-READ-COUNT      PIC 9(6) VALUE 0.
001150 01 WS-SEVERE-COUNT         PIC 9(6) VALUE 0.
001160 01 WS-WARNING-COUNT        PIC 9(6) VALUE 0.
001170 01 WS-NOTE-COUNT           PIC 9(6) VALUE 0.
001180 01 WS-SECTION-COUNT        PIC 9(6) VALUE 0.
001190*    LAST NOTICE (CONT-NO 0) SEEN ON THE MESSAGE MASTER - THE
001200*    MASTER IS READ IN KEY ORDER, SO A NOTICE'S OWN LINE ALWAYS
001210*    COMES BEFORE ITS CONTINUATIONS.
001220 01 WS-LAST-PARENT-SEQ      PIC 9(4) VALUE 0.
001230 01 WS-PARENT-SWITCH        PIC X VALUE "N".
001240     88 WS-PARENT-SEEN            VALUE "Y".
001250 01 WS-FX                   PIC 9(1) VALUE 0.
001260 01 WS-STN-USED             PIC 9(3) VALUE 0.
001270 01 WS-STN-FOUND-X          PIC 9(3) VALUE 0.
001280 01 WS-SX                   PIC 9(3) VALUE 0.
001290 01 WS-STATION-TABLE.
001300     05  WS-STN-ENTRY OCCURS 100.
001310         10  WS-STN-ENTRY-CODE  PIC X(8).
001320         10  WS-STN-USE-COUNT   PIC 9(6).
001330 01 WS-DEPT-USED            PIC 9(3) VALUE 0.
001340 01 WS-DEPT-FOUND-X         PIC 9(3) VALUE 0.
001350 01 WS-DX                   PIC 9(3) VALUE 0.
001360 01 WS-DEPT-OVERFLOW-SWITCH PIC X VALUE "N".
001370     88 WS-DEPT-TABLE-FULL        VALUE "Y".
001380 01 WS-DEPT-TABLE.
001390     05  WS-DEPT-ENTRY       PIC X(4) OCCURS 200.
001400 01 WS-PRIOR-HOL-DATE       PIC 9(8) VALUE 0.
001410 01 WS-HOL-REC-ED           PIC ZZZZZ9.
001420 01 WS-DATE-CHECK.
001430     05  WS-DCK-DATE         PIC 9(8).
001440     05  WS-DCK-YEAR         PIC 9(4).
001450     05  WS-DCK-MMDD         PIC 9(4).
001460     05  WS-DCK-MONTH        PIC 9(2).
001470     05  WS-DCK-DAY          PIC 9(2).
001480     05  WS-DCK-DIM          PIC 9(2).
001490     05  WS-DCK-QUOT         PIC 9(4).
001500     05  WS-DCK-R4           PIC 9(4).
001510     05  WS-DCK-R100         PIC 9(4).
001520     05  WS-DCK-R400         PIC 9(4).
001530 01 WS-DATE-VALID-SWITCH    PIC X VALUE "N".
001540     88 WS-DATE-IS-VALID          VALUE "Y".
001550 01 WS-SEVERITY             PIC X(7).
001560 01 WS-INTEGRITY-LINE       PIC X(132).
001570 01 WS-SECTION-COLUMNS      PIC X(132).
001580 01 WS-EXCEPTION-DETAIL.
001590     05  FILLER              PIC X(2) VALUE SPACES.
001600     05  IXD-SEVERITY        PIC X(7).
001610     05  FILLER              PIC X(2) VALUE SPACES.
001620     05  IXD-RECORD          PIC X(44).
001630     05  FILLER              PIC X(2) VALUE SPACES.
001640     05  IXD-EXCEPTION       PIC X(70).
001650 01 WS-PAGE-NO              PIC 9(3) VALUE 0.
001660 01 WS-LINE-CTR             PIC 9(3) VALUE 99.
001670 01 WS-LINES-PER-PAGE       PIC 9(3) VALUE 020.
001680
001690 PROCEDURE DIVISION.
001700 PROGRAM-BEGIN.
001710     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001720     OPEN OUTPUT REPORT-FILE.
001730     MOVE "  SEVERITY  RECORD                                     
001733-        "  EXCEPTION"
001736         TO WS-SECTION-COLUMNS.
001740     PERFORM COUNT-CATEGORY-SLOTS.
001750     PERFORM LOAD-STATION-TABLE.
001760     PERFORM CHECK-ORPHAN-CONTINUATIONS.
001770     PERFORM CHECK-SUBSCRIPTION-SLOTS.
001780     IF WS-SUBSCRIBERS-READABLE
001790         PERFORM CHECK-SUBSCRIBER-STATIONS
001800         PERFORM CHECK-UNUSED-STATIONS
001810         PERFORM CHECK-ACK-DEPARTMENTS
001820     END-IF.
001830     PERFORM CHECK-HOLIDAY-DATES.
001840     PERFORM CHECK-HOLIDAY-ORDER.
001850     PERFORM WRITE-CONTROL-TOTALS.
001860     CLOSE REPORT-FILE.
001870
001880 PROGRAM-DONE.
001890     DISPLAY "------------------------------------------------".
001900     DISPLAY "INTEGRITY SWEEP - PROGRAM: " WS-PROGRAM-NAME.
001910     DISPLAY "RUN DATE            : " WS-RUN-DATE.
001920     DISPLAY "MESSAGE MASTER READ : " WS-MSG-READ-COUNT.
001930     DISPLAY "SUBSCRIBERS READ    : " WS-SBM-READ-COUNT.
001940     DISPLAY "CATEGORY SLOTS      : " WS-CAT-COUNT.
001950     DISPLAY "STATIONS ON LIST    : " WS-STN-USED.
001960     DISPLAY "HOLIDAY DATES READ  : " WS-HOL-READ-COUNT.
001970     DISPLAY "ACK PAIRS READ      : " WS-AEXP-READ-COUNT.
001980     DISPLAY "SEVERE EXCEPTIONS   : " WS-SEVERE-COUNT.
001990     DISPLAY "WARNINGS            : " WS-WARNING-COUNT.
002000     DISPLAY "NOTES               : " WS-NOTE-COUNT.
002010     IF WS-RETURN-CODE > 4
002020         DISPLAY "*** PUBLISHING PASS HELD - SEE INTGRPT ***"
002030     END-IF.
002040     DISPLAY "------------------------------------------------".
002050     MOVE WS-RETURN-CODE TO RETURN-CODE.
002060     STOP RUN.
002070
002080*    THE SLOT COUNT IS ALL THE SWEEP NEEDS FROM CATFILE.  A
002090*    MISSING OR EMPTY FILE MEANS THE BULLETIN STEPS FALL BACK
002100*    TO THEIR BUILT-IN FOUR CATEGORIES (CATREC.CPY), SO THE
002110*    SLOT RULE IS CHECKED AGAINST FOUR.
002120 COUNT-CATEGORY-SLOTS.
002130     MOVE "N" TO WS-EOF-SWITCH.
002140     OPEN INPUT CATEGORY-FILE.
002150     IF WS-CAT-STATUS NOT = "00"
002160         SET WS-END-OF-FILE TO TRUE
002170     ELSE
002180         PERFORM READ-CATEGORY-RECORD
002190     END-IF.
002200     PERFORM COUNT-CATEGORY-RECORD UNTIL WS-END-OF-FILE.
002210     IF WS-CAT-STATUS = "00" OR WS-CAT-STATUS = "10"
002220         CLOSE CATEGORY-FILE
002230     END-IF.
002240     IF WS-CAT-READ-COUNT = 0
002250         DISPLAY "CATEGORY FILE MISSING OR EMPTY - SLOT RULE USES"
002260             " THE BUILT-IN FOUR CATEGORIES"
002270         MOVE 4 TO WS-CAT-COUNT
002280         IF WS-RETURN-CODE < 4
002290             MOVE 4 TO WS-RETURN-CODE
002300         END-IF
002310     END-IF.
002320
002330 COUNT-CATEGORY-RECORD.
002340     ADD 1 TO WS-CAT-READ-COUNT.
002350     IF WS-CAT-COUNT < 8
002360         ADD 1 TO WS-CAT-COUNT
002370     END-IF.
002380     PERFORM READ-CATEGORY-RECORD.
002390
002400*    NO STATION LIST MEANS THE TWO STATION RULES CANNOT BE
002410*    CHECKED TONIGHT - SAID SO, NOT SILENTLY PASSED.
002420 LOAD-STATION-TABLE.
002430     MOVE "N" TO WS-EOF-SWITCH.
002440     OPEN INPUT STATION-LIST-FILE.
002450     IF WS-STN-STATUS NOT = "00"
002460         DISPLAY "STATION LIST UNAVAILABLE, STATUS=" WS-STN-STATUS
002470         DISPLAY "STATION RULES BYPASSED THIS RUN"
002480         IF WS-RETURN-CODE < 4
002490             MOVE 4 TO WS-RETURN-CODE
002500         END-IF
002510         SET WS-END-OF-FILE TO TRUE
002520     ELSE
002530         SET WS-STN-LIST-LOADED TO TRUE
002540         PERFORM READ-STATION-RECORD
002550     END-IF.
002560     PERFORM STORE-STATION-RECORD UNTIL WS-END-OF-FILE.
002570     IF WS-STN-STATUS = "00" OR WS-STN-STATUS = "10"
002580         CLOSE STATION-LIST-FILE
002590     END-IF.
002600
002610 STORE-STATION-RECORD.
002620     IF WS-STN-USED < 100
002630         ADD 1 TO WS-STN-USED
002640         MOVE STN-CODE TO WS-STN-ENTRY-CODE (WS-STN-USED)
002650         MOVE 0 TO WS-STN-USE-COUNT (WS-STN-USED)
002660     ELSE
002670         DISPLAY "MORE THAN 100 STATIONS - LIST TRUNCATED AT "
002680             STN-CODE
002690         IF WS-RETURN-CODE < 4
002700             MOVE 4 TO WS-RETURN-CODE
002710         END-IF
002720     END-IF.
002730     PERFORM READ-STATION-RECORD.
002740
002750*    RULE ORPH.  THE MASTER IS READ IN KEY ORDER, SO A
002760*    CONTINUATION WHOSE SEQ-NO DOES NOT MATCH THE LAST CONT-NO
002770*    0 LINE SEEN HAS NO NOTICE LINE.  RELEASED, IT WOULD PRINT
002780*    ON TONIGHT'S BULLETIN UNDER NOTHING - SEVERE.  HELD OR
002790*    PENDING, IT IS DEBRIS FOR THE DESK TO DELETE.
002800 CHECK-ORPHAN-CONTINUATIONS.
002810     MOVE SPACES TO WS-INTEGRITY-LINE.
002820     MOVE "ORPH - CONTINUATION LINE WITH NO NOTICE LINE"
002830         TO WS-INTEGRITY-LINE.
002840     PERFORM WRITE-SECTION-HEADING.
002850     MOVE "N" TO WS-EOF-SWITCH.
002860     OPEN INPUT MESSAGE-MASTER.
002870     IF WS-MSTR-STATUS NOT = "00"
002880         DISPLAY "MESSAGE MASTER UNAVAILABLE, STATUS="
002890             WS-MSTR-STATUS
002900         MOVE 12 TO WS-RETURN-CODE
002910         SET WS-END-OF-FILE TO TRUE
002920         MOVE SPACES TO WS-INTEGRITY-LINE
002930         MOVE "   MESSAGE MASTER UNAVAILABLE - RULE NOT CHECKED"
002940             TO WS-INTEGRITY-LINE
002950         PERFORM WRITE-INTEGRITY-LINE
002960         ADD 1 TO WS-SECTION-COUNT
002970     ELSE
002980         PERFORM READ-MASTER-RECORD
002990     END-IF.
003000     PERFORM CHECK-MASTER-RECORD UNTIL WS-END-OF-FILE.
003010     IF WS-MSTR-STATUS = "00" OR WS-MSTR-STATUS = "10"
003020         CLOSE MESSAGE-MASTER
003030     END-IF.
003040     PERFORM WRITE-SECTION-END.
003050
003060 CHECK-MASTER-RECORD.
003070     IF MST-CONT-NO = 0
003080         MOVE MST-SEQ-NO TO WS-LAST-PARENT-SEQ
003090         SET WS-PARENT-SEEN TO TRUE
003100     ELSE
003110         IF NOT WS-PARENT-SEEN
003120             OR MST-SEQ-NO NOT = WS-LAST-PARENT-SEQ
003130             PERFORM REPORT-ORPHAN-LINE
003140         END-IF
003150     END-IF.
003160     PERFORM READ-MASTER-RECORD.
003170
003180 REPORT-ORPHAN-LINE.
003190     IF MST-RELEASED
003200         MOVE "SEVERE " TO WS-SEVERITY
003210     ELSE
003220         MOVE "WARNING" TO WS-SEVERITY
003230     END-IF.
003240     MOVE SPACES TO IXD-RECORD.
003250     STRING "MSGMSTR SEQ " MST-SEQ-NO " CONT " MST-CONT-NO
003260         " STATUS " MST-STATUS
003270         DELIMITED BY SIZE INTO IXD-RECORD.
003280     MOVE MST-TEXT TO IXD-EXCEPTION.
003290     PERFORM WRITE-EXCEPTION-LINE.
003300
003310*    RULE SLOT.  SUB-FLAG N ROUTES TO CATFILE SLOT N; A Y PAST
003320*    THE LAST SLOT SUBSCRIBES THE RECIPIENT TO A CATEGORY THAT
003330*    NO LONGER EXISTS (OR NOT YET).  THE SAME PASS COLLECTS THE
003340*    DEPARTMENTS FOR THE ACKD RULE - THE MASTER IS KEYED
003350*    DEPARTMENT FIRST, SO EACH DEPARTMENT ARRIVES IN ONE RUN.
003360 CHECK-SUBSCRIPTION-SLOTS.
003370     MOVE SPACES TO WS-INTEGRITY-LINE.
003380     MOVE "SLOT - SUBSCRIPTION FLAG Y PAST THE LAST CATEGORY SLOT"
003390         TO WS-INTEGRITY-LINE.
003400     PERFORM WRITE-SECTION-HEADING.
003410     PERFORM OPEN-SUBSCRIBER-MASTER.
003420     PERFORM CHECK-SUBSCRIBER-SLOTS UNTIL WS-END-OF-FILE.
003430     IF WS-SBM-STATUS = "00" OR WS-SBM-STATUS = "10"
003440         CLOSE SUBSCRIBER-MASTER
003450     END-IF.
003460     PERFORM WRITE-SECTION-END.
003470
003480 CHECK-SUBSCRIBER-SLOTS.
003490     IF WS-DEPT-USED = 0
003500         OR SBM-DEPT-CODE NOT = WS-DEPT-ENTRY (WS-DEPT-USED)
003510         PERFORM STORE-DEPARTMENT
003520     END-IF.
003530     COMPUTE WS-FX = WS-CAT-COUNT + 1.
003540     PERFORM CHECK-ONE-SLOT UNTIL WS-FX > 8.
003550     PERFORM READ-SUBSCRIBER-RECORD.
003560
003570 STORE-DEPARTMENT.
003580     IF WS-DEPT-USED < 200
003590         ADD 1 TO WS-DEPT-USED
003600         MOVE SBM-DEPT-CODE TO WS-DEPT-ENTRY (WS-DEPT-USED)
003610     ELSE
003620         IF NOT WS-DEPT-TABLE-FULL
003630             DISPLAY "MORE THAN 200 DEPARTMENTS - ACKD RULE"
003640                 " INCOMPLETE FROM " SBM-DEPT-CODE
003650             SET WS-DEPT-TABLE-FULL TO TRUE
003660             IF WS-RETURN-CODE < 4
003670                 MOVE 4 TO WS-RETURN-CODE
003680             END-IF
003690         END-IF
003700     END-IF.
003710
003720 CHECK-ONE-SLOT.
003730     IF SBM-SUB-FLAG (WS-FX) = "Y"
003740         MOVE "WARNING" TO WS-SEVERITY
003750         MOVE SPACES TO IXD-RECORD
003760         STRING "DSTMSTR " SBM-DEPT-CODE " " SBM-RECIPIENT-NAME
003770             DELIMITED BY SIZE INTO IXD-RECORD
003780         MOVE SPACES TO IXD-EXCEPTION
003790         STRING "FLAG Y IN SLOT " WS-FX " - CATFILE HAS "
003800             WS-CAT-COUNT " CATEGORIES"
003810             DELIMITED BY SIZE INTO IXD-EXCEPTION
003820         PERFORM WRITE-EXCEPTION-LINE
003830     END-IF.
003840     ADD 1 TO WS-FX.
003850
003860*    RULE STNM, A SECOND PASS OF THE SUBSCRIBER MASTER SO EACH
003870*    RULE PRINTS AS ONE SECTION.  A STATION MISSING FROM THE
003880*    LIST IS ONE THE MAIL ROOM HAS NO ROUND FOR.  THE PASS ALSO
003890*    COUNTS THE SUBSCRIBERS AT EACH LISTED STATION FOR STNU.
003900 CHECK-SUBSCRIBER-STATIONS.
003910     MOVE SPACES TO WS-INTEGRITY-LINE.
003920     MOVE "STNM - SUBSCRIBER STATION NOT ON THE STATION LIST"
003930         TO WS-INTEGRITY-LINE.
003940     PERFORM WRITE-SECTION-HEADING.
003950     IF NOT WS-STN-LIST-LOADED
003960         MOVE SPACES TO WS-INTEGRITY-LINE
003970         MOVE "   STATION LIST UNAVAILABLE - RULE NOT CHECKED"
003980             TO WS-INTEGRITY-LINE
003990         PERFORM WRITE-INTEGRITY-LINE
004000         ADD 1 TO WS-SECTION-COUNT
004010     ELSE
004020         PERFORM OPEN-SUBSCRIBER-MASTER
004030         PERFORM CHECK-ONE-SUBSCRIBER-STATION UNTIL WS-END-OF-FILE
004040         IF WS-SBM-STATUS = "00" OR WS-SBM-STATUS = "10"
004050             CLOSE SUBSCRIBER-MASTER
004060         END-IF
004070     END-IF.
004080     PERFORM WRITE-SECTION-END.
004090
004100 CHECK-ONE-SUBSCRIBER-STATION.
004110     MOVE 0 TO WS-STN-FOUND-X.
004120     MOVE 1 TO WS-SX.
004130     PERFORM SEARCH-STATION-TABLE
004140         UNTIL WS-STN-FOUND-X > 0 OR WS-SX > WS-STN-USED.
004150     IF WS-STN-FOUND-X > 0
004160         ADD 1 TO WS-STN-USE-COUNT (WS-STN-FOUND-X)
004170     ELSE
004180         MOVE "WARNING" TO WS-SEVERITY
004190         MOVE SPACES TO IXD-RECORD
004200         STRING "DSTMSTR " SBM-DEPT-CODE " " SBM-RECIPIENT-NAME
004210             DELIMITED BY SIZE INTO IXD-RECORD
004220         MOVE SPACES TO IXD-EXCEPTION
004230         STRING "STATION " SBM-STATION " IS NOT ON STNLIST"
004240             DELIMITED BY SIZE INTO IXD-EXCEPTION
004250         PERFORM WRITE-EXCEPTION-LINE
004260     END-IF.
004270     PERFORM READ-SUBSCRIBER-RECORD.
004280
004290 SEARCH-STATION-TABLE.
004300     IF WS-STN-ENTRY-CODE (WS-SX) = SBM-STATION
004310         MOVE WS-SX TO WS-STN-FOUND-X
004320     END-IF.
004330     ADD 1 TO WS-SX.
004340
004350*    RULE STNU.  AN UNUSED STATION DOES NO HARM TONIGHT; IT IS
004360*    LISTED SO THE LIST CAN BE PRUNED, AND DOES NOT RAISE THE
004370*    CONDITION CODE.
004380 CHECK-UNUSED-STATIONS.
004390     MOVE SPACES TO WS-INTEGRITY-LINE.
004400     MOVE "STNU - LISTED STATION THAT NO SUBSCRIBER USES"
004410         TO WS-INTEGRITY-LINE.
004420     PERFORM WRITE-SECTION-HEADING.
004430     IF NOT WS-STN-LIST-LOADED
004440         MOVE SPACES TO WS-INTEGRITY-LINE
004450         MOVE "   STATION LIST UNAVAILABLE - RULE NOT CHECKED"
004460             TO WS-INTEGRITY-LINE
004470         PERFORM WRITE-INTEGRITY-LINE
004480         ADD 1 TO WS-SECTION-COUNT
004490     ELSE
004500         MOVE 1 TO WS-SX
004510         PERFORM CHECK-ONE-LISTED-STATION
004520             UNTIL WS-SX > WS-STN-USED
004530     END-IF.
004540     PERFORM WRITE-SECTION-END.
004550
004560 CHECK-ONE-LISTED-STATION.
004570     IF WS-STN-USE-COUNT (WS-SX) = 0
004580         MOVE "NOTE   " TO WS-SEVERITY
004590         MOVE SPACES TO IXD-RECORD
004600         STRING "STNLIST " WS-STN-ENTRY-CODE (WS-SX)
004610             DELIMITED BY SIZE INTO IXD-RECORD
004620         MOVE "NO SUBSCRIBER ON DSTMSTR IS DELIVERED THERE"
004630             TO IXD-EXCEPTION
004640         PERFORM WRITE-EXCEPTION-LINE
004650     END-IF.
004660     ADD 1 TO WS-SX.
004670
004680*    RULE ACKD.  AN OPEN PAIR FOR A DEPARTMENT THAT HAS LEFT
004690*    THE SUBSCRIBER MASTER CAN NEVER BE ANSWERED - ACKCHASER
004700*    WOULD CHASE IT EVERY MORNING.  NO ACKEXP AT ALL SIMPLY
004710*    MEANS NOTHING IS OPEN.
004720 CHECK-ACK-DEPARTMENTS.
004730     MOVE SPACES TO WS-INTEGRITY-LINE.
004740     MOVE "ACKD - OPEN ACK PAIR FOR A DEPARTMENT NOT ON DSTMSTR"
004750         TO WS-INTEGRITY-LINE.
004760     PERFORM WRITE-SECTION-HEADING.
004770     MOVE "N" TO WS-EOF-SWITCH.
004780     OPEN INPUT ACK-EXPECTED-FILE.
004790     IF WS-AEXP-STATUS NOT = "00"
004800         SET WS-END-OF-FILE TO TRUE
004810     ELSE
004820         SET WS-AEXP-FILE-PRESENT TO TRUE
004830         PERFORM READ-ACK-EXPECTED
004840     END-IF.
004850     PERFORM CHECK-ONE-ACK-PAIR UNTIL WS-END-OF-FILE.
004860     IF WS-AEXP-FILE-PRESENT
004870         CLOSE ACK-EXPECTED-FILE
004880     END-IF.
004890     PERFORM WRITE-SECTION-END.
004900
004910 CHECK-ONE-ACK-PAIR.
004920     MOVE 0 TO WS-DEPT-FOUND-X.
004930     MOVE 1 TO WS-DX.
004940     PERFORM SEARCH-DEPT-TABLE
004950         UNTIL WS-DEPT-FOUND-X > 0 OR WS-DX > WS-DEPT-USED.
004960     IF WS-DEPT-FOUND-X = 0 AND NOT WS-DEPT-TABLE-FULL
004970         MOVE "WARNING" TO WS-SEVERITY
004980         MOVE SPACES TO IXD-RECORD
004990         STRING "ACKEXP NOTICE " AXP-NUMBER " DEPT " AXP-DEPT-CODE
005000             DELIMITED BY SIZE INTO IXD-RECORD
005010         MOVE SPACES TO IXD-EXCEPTION
005020         STRING "DEPARTMENT NOT ON DSTMSTR - OPEN SINCE "
005030             AXP-RUN-DATE
005040             DELIMITED BY SIZE INTO IXD-EXCEPTION
005050         PERFORM WRITE-EXCEPTION-LINE
005060     END-IF.
005070     PERFORM READ-ACK-EXPECTED.
005080
005090 SEARCH-DEPT-TABLE.
005100     IF WS-DEPT-ENTRY (WS-DX) = AXP-DEPT-CODE
005110         MOVE WS-DX TO WS-DEPT-FOUND-X
005120     END-IF.
005130     ADD 1 TO WS-DX.
005140
005150*    RULE HDAT.  THE PUBLISH STEP COMPARES THE RUN DATE WITH
005160*    EACH CALENDAR DATE AS IT STANDS; A DATE THAT IS NOT ON THE
005170*    CALENDAR (20261131, A BLANK, A TWO-DIGIT YEAR) NEVER
005180*    MATCHES AND THE BULLETIN GOES OUT ON THE HOLIDAY - SEVERE.
005190 CHECK-HOLIDAY-DATES.
005200     MOVE SPACES TO WS-INTEGRITY-LINE.
005210     MOVE "HDAT - HOLIDAY CALENDAR DATE THAT IS NOT A VALID DATE"
005220         TO WS-INTEGRITY-LINE.
005230     PERFORM WRITE-SECTION-HEADING.
005240     PERFORM OPEN-HOLIDAY-FILE.
005250     PERFORM CHECK-ONE-HOLIDAY-DATE UNTIL WS-END-OF-FILE.
005260     IF WS-HOL-FILE-PRESENT
005270         CLOSE HOLIDAY-FILE
005280     END-IF.
005290     PERFORM WRITE-SECTION-END.
005300
005310 CHECK-ONE-HOLIDAY-DATE.
005320     PERFORM VALIDATE-HOLIDAY-DATE.
005330     IF NOT WS-DATE-IS-VALID
005340         MOVE "SEVERE " TO WS-SEVERITY
005350         PERFORM SET-HOLIDAY-RECORD-KEY
005360         MOVE SPACES TO IXD-EXCEPTION
005370         STRING "DATE " CAL-DATE " IS NOT A CALENDAR DATE - "
005380             CAL-DESC
005390             DELIMITED BY SIZE INTO IXD-EXCEPTION
005400         PERFORM WRITE-EXCEPTION-LINE
005410     END-IF.
005420     PERFORM READ-HOLIDAY-RECORD.
005430
005440 VALIDATE-HOLIDAY-DATE.
005450     MOVE "N" TO WS-DATE-VALID-SWITCH.
005460     IF CAL-DATE IS NUMERIC
005470         MOVE CAL-DATE TO WS-DCK-DATE
005480         DIVIDE WS-DCK-DATE BY 10000
005490             GIVING WS-DCK-YEAR REMAINDER WS-DCK-MMDD
005500         DIVIDE WS-DCK-MMDD BY 100
005510             GIVING WS-DCK-MONTH REMAINDER WS-DCK-DAY
005520         IF WS-DCK-YEAR > 1900
005530             AND WS-DCK-MONTH > 0 AND WS-DCK-MONTH < 13
005540             AND WS-DCK-DAY > 0
005550             PERFORM SET-DAYS-IN-MONTH
005560             IF WS-DCK-DAY NOT > WS-DCK-DIM
005570                 SET WS-DATE-IS-VALID TO TRUE
005580             END-IF
005590         END-IF
005600     END-IF.
005610
005620 SET-DAYS-IN-MONTH.
005630     EVALUATE WS-DCK-MONTH
005640         WHEN 4
005650         WHEN 6
005660         WHEN 9
005670         WHEN 11
005680             MOVE 30 TO WS-DCK-DIM
005690         WHEN 2
005700             PERFORM SET-FEBRUARY-LENGTH
005710         WHEN OTHER
005720             MOVE 31 TO WS-DCK-DIM
005730     END-EVALUATE.
005740
005750 SET-FEBRUARY-LENGTH.
005760     DIVIDE WS-DCK-YEAR BY 4
005770         GIVING WS-DCK-QUOT REMAINDER WS-DCK-R4.
005780     DIVIDE WS-DCK-YEAR BY 100
005790         GIVING WS-DCK-QUOT REMAINDER WS-DCK-R100.
005800     DIVIDE WS-DCK-YEAR BY 400
005810         GIVING WS-DCK-QUOT REMAINDER WS-DCK-R400.
005820     IF WS-DCK-R4 = 0
005830         AND (WS-DCK-R100 NOT = 0 OR WS-DCK-R400 = 0)
005840         MOVE 29 TO WS-DCK-DIM
005850     ELSE
005860         MOVE 28 TO WS-DCK-DIM
005870     END-IF.
005880
005890*    RULE HORD.  OPERATIONS KEYS THE CALENDAR IN DATE ORDER; A
005900*    DATE THAT DOES NOT FOLLOW THE ONE BEFORE IT IS USUALLY A
005910*    MISTYPED YEAR.  THE PUBLISH STEP HOLDS ONLY 50 DATES, SO
005920*    ANY DATE AFTER THE 50TH IS NEVER SEEN BY IT.
005930 CHECK-HOLIDAY-ORDER.
005940     MOVE SPACES TO WS-INTEGRITY-LINE.
005950     MOVE "HORD - HOLIDAY DATE OUT OF ORDER, REPEATED OR PAST 50"
005960         TO WS-INTEGRITY-LINE.
005970     PERFORM WRITE-SECTION-HEADING.
005980     MOVE 0 TO WS-PRIOR-HOL-DATE.
005990     MOVE 0 TO WS-HOL-READ-COUNT.
006000     PERFORM OPEN-HOLIDAY-FILE.
006010     PERFORM CHECK-ONE-HOLIDAY-ORDER UNTIL WS-END-OF-FILE.
006020     IF WS-HOL-FILE-PRESENT
006030         CLOSE HOLIDAY-FILE
006040     END-IF.
006050     PERFORM WRITE-SECTION-END.
006060
006070 CHECK-ONE-HOLIDAY-ORDER.
006080     IF CAL-DATE IS NUMERIC
006090         IF CAL-DATE NOT > WS-PRIOR-HOL-DATE
006100             MOVE "WARNING" TO WS-SEVERITY
006110             PERFORM SET-HOLIDAY-RECORD-KEY
006120             MOVE SPACES TO IXD-EXCEPTION
006130             STRING "DATE " CAL-DATE " DOES NOT FOLLOW "
006140                 WS-PRIOR-HOL-DATE " - " CAL-DESC
006150                 DELIMITED BY SIZE INTO IXD-EXCEPTION
006160             PERFORM WRITE-EXCEPTION-LINE
006170         END-IF
006180         MOVE CAL-DATE TO WS-PRIOR-HOL-DATE
006190     END-IF.
006200     IF WS-HOL-READ-COUNT = 51
006210         MOVE "WARNING" TO WS-SEVERITY
006220         PERFORM SET-HOLIDAY-RECORD-KEY
006230         MOVE "MORE THAN 50 DATES - PUBLISH STEP IGNORES THE REST"
006240             TO IXD-EXCEPTION
006250         PERFORM WRITE-EXCEPTION-LINE
006260     END-IF.
006270     PERFORM READ-HOLIDAY-RECORD.
006280
006290 SET-HOLIDAY-RECORD-KEY.
006300     MOVE WS-HOL-READ-COUNT TO WS-HOL-REC-ED.
006310     MOVE SPACES TO IXD-RECORD.
006320     STRING "HOLCAL RECORD " WS-HOL-REC-ED
006330         DELIMITED BY SIZE INTO IXD-RECORD.
006340
006350 WRITE-CONTROL-TOTALS.
006360     MOVE SPACES TO WS-SECTION-COLUMNS.
006370     MOVE SPACES TO WS-INTEGRITY-LINE.
006380     MOVE "CONTROL TOTALS" TO WS-INTEGRITY-LINE.
006390     PERFORM WRITE-SECTION-HEADING.
006400     MOVE SPACES TO WS-INTEGRITY-LINE.
006410     STRING "  MSGMSTR READ: " WS-MSG-READ-COUNT
006420         "  DSTMSTR READ: " WS-SBM-READ-COUNT
006430         "  CATEGORY SLOTS: " WS-CAT-COUNT
006440         "  STATIONS LISTED: " WS-STN-USED
006450         DELIMITED BY SIZE INTO WS-INTEGRITY-LINE.
006460     PERFORM WRITE-INTEGRITY-LINE.
006470     MOVE SPACES TO WS-INTEGRITY-LINE.
006480     STRING "  HOLCAL DATES: " WS-HOL-READ-COUNT
006490         "  ACKEXP PAIRS: " WS-AEXP-READ-COUNT
006500         "  DEPARTMENTS: " WS-DEPT-USED
006510         DELIMITED BY SIZE INTO WS-INTEGRITY-LINE.
006520     PERFORM WRITE-INTEGRITY-LINE.
006530     MOVE SPACES TO WS-INTEGRITY-LINE.
006540     STRING "  SEVERE: " WS-SEVERE-COUNT
006550         "  WARNINGS: " WS-WARNING-COUNT
006560         "  NOTES: " WS-NOTE-COUNT
006570         DELIMITED BY SIZE INTO WS-INTEGRITY-LINE.
006580     PERFORM WRITE-INTEGRITY-LINE.
006590     MOVE SPACES TO WS-INTEGRITY-LINE.
006600     IF WS-RETURN-CODE > 4
006610         MOVE "  *** PUBLISHING PASS HELD - FIX THE SEVERE ITEMS"
006620             TO WS-INTEGRITY-LINE
006630     ELSE
006640         MOVE "  FILES AGREE WELL ENOUGH TO PUBLISH"
006650             TO WS-INTEGRITY-LINE
006660     END-IF.
006670     PERFORM WRITE-INTEGRITY-LINE.
006680
006690*    SEVERITY DRIVES THE CONDITION CODE: SEVERE 8, WARNING 4,
006700*    NOTE NOTHING.  12 (A MASTER UNREADABLE) IS NEVER LOWERED.
006710 WRITE-EXCEPTION-LINE.
006720     MOVE WS-SEVERITY TO IXD-SEVERITY.
006730     EVALUATE WS-SEVERITY
006740         WHEN "SEVERE "
006750             ADD 1 TO WS-SEVERE-COUNT
006760             IF WS-RETURN-CODE < 8
006770                 MOVE 8 TO WS-RETURN-CODE
006780             END-IF
006790         WHEN "WARNING"
006800             ADD 1 TO WS-WARNING-COUNT
006810             IF WS-RETURN-CODE < 4
006820                 MOVE 4 TO WS-RETURN-CODE
006830             END-IF
006840         WHEN OTHER
006850             ADD 1 TO WS-NOTE-COUNT
006860     END-EVALUATE.
006870     MOVE SPACES TO WS-INTEGRITY-LINE.
006880     MOVE WS-EXCEPTION-DETAIL TO WS-INTEGRITY-LINE.
006890     PERFORM WRITE-INTEGRITY-LINE.
006900     ADD 1 TO WS-SECTION-COUNT.
006910
006920 WRITE-SECTION-HEADING.
006930     MOVE 0 TO WS-SECTION-COUNT.
006940     IF WS-LINE-CTR IS GREATER THAN OR EQUAL TO WS-LINES-PER-PAGE
006950         PERFORM WRITE-REPORT-HEADER
006960     ELSE
006970         MOVE SPACES TO REPORT-LINE
006980         WRITE REPORT-LINE AFTER ADVANCING 1 LINE
006990         ADD 1 TO WS-LINE-CTR
007000     END-IF.
007010     MOVE WS-INTEGRITY-LINE TO REPORT-LINE.
007020     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
007030     ADD 1 TO WS-LINE-CTR.
007040     IF WS-SECTION-COLUMNS NOT = SPACES
007050         MOVE WS-SECTION-COLUMNS TO REPORT-LINE
007060         WRITE REPORT-LINE AFTER ADVANCING 1 LINE
007070         ADD 1 TO WS-LINE-CTR
007080     END-IF.
007090
007100 WRITE-SECTION-END.
007110     IF WS-SECTION-COUNT = 0
007120         MOVE SPACES TO WS-INTEGRITY-LINE
007130         MOVE "   (NONE)" TO WS-INTEGRITY-LINE
007140         PERFORM WRITE-INTEGRITY-LINE
007150     END-IF.
007160
007170*    THE HEADER BORROWS REPORT-LINE, SO THE DETAIL RIDES IN
007180*    WS-INTEGRITY-LINE UNTIL AFTER THE PAGE-BREAK CHECK.  THE
007190*    COLUMN HEADINGS REPEAT ON A NEW PAGE.
007200 WRITE-INTEGRITY-LINE.
007210     IF WS-LINE-CTR IS GREATER THAN OR EQUAL TO WS-LINES-PER-PAGE
007220         PERFORM WRITE-REPORT-HEADER
007230         IF WS-SECTION-COLUMNS NOT = SPACES
007240             MOVE WS-SECTION-COLUMNS TO REPORT-LINE
007250             WRITE REPORT-LINE AFTER ADVANCING 1 LINE
007260             ADD 1 TO WS-LINE-CTR
007270         END-IF
007280     END-IF.
007290     MOVE WS-INTEGRITY-LINE TO REPORT-LINE.
007300     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
007310     ADD 1 TO WS-LINE-CTR.
007320
007330 WRITE-REPORT-HEADER.
007340     ADD 1 TO WS-PAGE-NO.
007350     MOVE SPACES TO REPORT-LINE.
007360     MOVE "CROSS-FILE INTEGRITY EXCEPTIONS" TO REPORT-LINE.
007370     WRITE REPORT-LINE AFTER ADVANCING PAGE.
007380     MOVE SPACES TO REPORT-LINE.
007390     STRING "RUN DATE: " WS-RUN-DATE "   PAGE: " WS-PAGE-NO
007400         DELIMITED BY SIZE INTO REPORT-LINE.
007410     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
007420     MOVE SPACES TO REPORT-LINE.
007430     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
007440     MOVE 0 TO WS-LINE-CTR.
007450
007460 OPEN-SUBSCRIBER-MASTER.
007470     MOVE "N" TO WS-EOF-SWITCH.
007480     MOVE 0 TO WS-SBM-READ-COUNT.
007490     OPEN INPUT SUBSCRIBER-MASTER.
007500     IF WS-SBM-STATUS NOT = "00"
007510         DISPLAY "SUBSCRIBER MASTER UNAVAILABLE, STATUS="
007520             WS-SBM-STATUS
007530         MOVE 12 TO WS-RETURN-CODE
007540         MOVE "N" TO WS-SBM-SWITCH
007550         SET WS-END-OF-FILE TO TRUE
007560         MOVE SPACES TO WS-INTEGRITY-LINE
007570         MOVE "   SUBSCRIBER MASTER UNAVAILABLE - NOT CHECKED"
007580             TO WS-INTEGRITY-LINE
007590         PERFORM WRITE-INTEGRITY-LINE
007600         ADD 1 TO WS-SECTION-COUNT
007610     ELSE
007620         PERFORM READ-SUBSCRIBER-RECORD
007630     END-IF.
007640
007650*    AN EMPTY OR MISSING CALENDAR IS LEGAL - EVERY DAY IS A
007660*    BUSINESS DAY (CALREC.CPY) - SO BOTH CALENDAR RULES PASS.
007670 OPEN-HOLIDAY-FILE.
007680     MOVE "N" TO WS-EOF-SWITCH.
007690     MOVE "N" TO WS-HOL-FILE-SWITCH.
007700     OPEN INPUT HOLIDAY-FILE.
007710     IF WS-HOL-STATUS NOT = "00"
007720         SET WS-END-OF-FILE TO TRUE
007730     ELSE
007740         SET WS-HOL-FILE-PRESENT TO TRUE
007750         PERFORM READ-HOLIDAY-RECORD
007760     END-IF.
007770
007780 READ-CATEGORY-RECORD.
007790     READ CATEGORY-FILE
007800         AT END SET WS-END-OF-FILE TO TRUE
007810         NOT AT END SET WS-NOT-END-OF-FILE TO TRUE
007820     END-READ.
007830
007840 READ-STATION-RECORD.
007850     READ STATION-LIST-FILE
007860         AT END SET WS-END-OF-FILE TO TRUE
007870         NOT AT END SET WS-NOT-END-OF-FILE TO TRUE
007880     END-READ.
007890
007900 READ-MASTER-RECORD.
007910     READ MESSAGE-MASTER
007920         AT END SET WS-END-OF-FILE TO TRUE
007930         NOT AT END
007940             SET WS-NOT-END-OF-FILE TO TRUE
007950             ADD 1 TO WS-MSG-READ-COUNT
007960     END-READ.
007970
007980 READ-SUBSCRIBER-RECORD.
007990     READ SUBSCRIBER-MASTER
008000         AT END SET WS-END-OF-FILE TO TRUE
008010         NOT AT END
008020             SET WS-NOT-END-OF-FILE TO TRUE
008030             ADD 1 TO WS-SBM-READ-COUNT
008040     END-READ.
008050
008060 READ-HOLIDAY-RECORD.
008070     READ HOLIDAY-FILE
008080         AT END SET WS-END-OF-FILE TO TRUE
008090         NOT AT END
008100             SET WS-NOT-END-OF-FILE TO TRUE
008110             ADD 1 TO WS-HOL-READ-COUNT
008120     END-READ.
008130
008140 READ-ACK-EXPECTED.
008150     READ ACK-EXPECTED-FILE
008160         AT END SET WS-END-OF-FILE TO TRUE
008170         NOT AT END
008180             SET WS-NOT-END-OF-FILE TO TRUE
008190             ADD 1 TO WS-AEXP-READ-COUNT
008200     END-READ.
