000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. DeliveryRecon.
000120 AUTHOR. Niels van den Bosch.
000130*
000140*    MAIL-ROOM DELIVERY RECONCILIATION.  MATCHES THE DELIVERY
000150*    CONFIRMATIONS THE MAIL ROOM KEYS EACH DAY (DLVCONF.CPY)
000160*    AGAINST THE MACHINE-READABLE MANIFEST DISTRIBUTE WROTE FOR
000170*    THAT NIGHT'S ADDRESSED COPIES (MANFREC.CPY) AND PRINTS:
000180*        - EVERY COPY ON THE MANIFEST NEVER CONFIRMED
000190*        - EVERY COPY REFUSED AT ITS STATION
000200*        - EVERY RECIPIENT THE STATION REPORTED AS NO SUCH
000210*          PERSON - A STALE SUBSCRIBER MASTER (DSTMSTR) ENTRY
000220*          FOR THE SUBSCRIBER DESK TO CORRECT OR DELETE
000230*        - EVERY STATION WHOSE DELIVERED COUNT IS SHORT OF ITS
000240*          MANIFEST SUBTOTAL
000250*        - EVERY CONFIRMATION THAT MATCHES NO MANIFEST LINE
000260*    A CONFIRMATION MATCHES ON RUN DATE, STATION, DEPARTMENT
000270*    AND RECIPIENT.  IF THE MAIL ROOM CONFIRMS A COPY TWICE THE
000280*    LATER OUTCOME STANDS (A RE-KEYED CORRECTION) AND THE
000290*    REPEAT IS COUNTED.
000300*
000310*    THE MANIFEST IS PROVED AGAINST ITS OWN STATION SUBTOTALS
000320*    AND TRAILER BEFORE ANYTHING IS MATCHED.  CONDITION CODES:
000330*        0  EVERY COPY DELIVERED AND CONFIRMED
000340*        4  THE REPORT HAS EXCEPTIONS TO WORK
000350*        8  THE MANIFEST DOES NOT PROVE OUT (OR OVERFLOWED)
000360*       12  NO MANIFEST - NOTHING RECONCILED
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT MANIFEST-FILE ASSIGN TO "MANIFEST"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-MNF-STATUS.
000430     SELECT CONFIRM-FILE ASSIGN TO "DLVCONF"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-DLV-STATUS.
000460     SELECT REPORT-FILE ASSIGN TO "DLVRPT"
000470         ORGANIZATION IS LINE SEQUENTIAL.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  MANIFEST-FILE.
000510     COPY "MANFREC.CPY".
000520 FD  CONFIRM-FILE.
000530     COPY "DLVCONF.CPY".
000540 FD  REPORT-FILE.
000550 01  REPORT-LINE                 PIC X(132).
000560
000570 WORKING-STORAGE SECTION.
000580
000590 01 WS-EOF-SWITCH           PIC X VALUE "N".
000600     88 WS-END-OF-FILE            VALUE "Y".
000610     88 WS-NOT-END-OF-FILE        VALUE "N".
000620 01 WS-MANIFEST-SWITCH      PIC X VALUE "N".
000630     88 WS-MANIFEST-LOADED        VALUE "Y".
000640 01 WS-BALANCE-SWITCH       PIC X VALUE "Y".
000650     88 WS-MANIFEST-PROVES        VALUE "Y".
000660 01 WS-TRAILER-SWITCH       PIC X VALUE "N".
000670     88 WS-TRAILER-FOUND          VALUE "Y".
000680 01 WS-PROGRAM-NAME         PIC X(14) VALUE "DELIVERYRECON".
000690 01 WS-MNF-STATUS           PIC XX.
000700 01 WS-DLV-STATUS           PIC XX.
000710 01 WS-RUN-DATE             PIC 9(8).
000720 01 WS-MAN-RUN-DATE         PIC 9(8) VALUE 0.
000730 01 WS-RETURN-CODE          PIC 9(4) VALUE 0.
000740 01 WS-MANIFEST-READ-COUNT  PIC 9(6) VALUE 0.
000750 01 WS-DETAIL-COUNT         PIC 9(6) VALUE 0.
000760 01 WS-DETAIL-LINES         PIC 9(6) VALUE 0.
000770 01 WS-SUBTOTAL-COPIES      PIC 9(6) VALUE 0.
000780 01 WS-BAD-MANIFEST-COUNT   PIC 9(6) VALUE 0.
000790 01 WS-TRL-COPIES           PIC 9(6) VALUE 0.
000800 01 WS-TRL-LINES            PIC 9(6) VALUE 0.
000810 01 WS-TRL-STATIONS         PIC 9(6) VALUE 0.
000820 01 WS-CONFIRM-READ-COUNT   PIC 9(6) VALUE 0.
000830 01 WS-MATCHED-COUNT        PIC 9(6) VALUE 0.
000840 01 WS-REPEAT-COUNT         PIC 9(6) VALUE 0.
000850 01 WS-UNMATCHED-COUNT      PIC 9(6) VALUE 0.
000860 01 WS-DELIVERED-COUNT      PIC 9(6) VALUE 0.
000870 01 WS-REFUSED-COUNT        PIC 9(6) VALUE 0.
000880 01 WS-UNKNOWN-COUNT        PIC 9(6) VALUE 0.
000890 01 WS-UNCONFIRMED-COUNT    PIC 9(6) VALUE 0.
000900 01 WS-SHORT-STATION-COUNT  PIC 9(6) VALUE 0.
000910 01 WS-SECTION-COUNT        PIC 9(6) VALUE 0.
000920 01 WS-STA-SHORT            PIC 9(6) VALUE 0.
000930*    ONE ENTRY PER MANIFEST DETAIL (ONE PER ADDRESSED COPY) -
000940*    THE SAME 500 COPIES DISTRIBUTE'S OWN MANIFEST TABLE HOLDS.
000950*    WS-MFE-OUTCOME STAYS SPACE UNTIL A CONFIRMATION LANDS.
000960 01 WS-EX                   PIC 9(4) VALUE 0.
000970 01 WS-MFE-USED             PIC 9(4) VALUE 0.
000980 01 WS-MFE-FOUND-X          PIC 9(4) VALUE 0.
000990 01 WS-MANIFEST-TABLE.
001000     05  WS-MFE-ENTRY OCCURS 500.
001010         10  WS-MFE-STATION  PIC X(8).
001020         10  WS-MFE-DEPT     PIC X(4).
001030         10  WS-MFE-NAME     PIC X(30).
001040         10  WS-MFE-LINES    PIC 9(6).
001050         10  WS-MFE-OUTCOME  PIC X(1).
001060*    ONE ENTRY PER STATION: THE SUBTOTAL THE MANIFEST CLAIMS,
001070*    THE DETAILS ACTUALLY UNDER IT, AND THE OUTCOMES TALLIED
001080*    FROM THE CONFIRMED COPIES.
001090 01 WS-SX                   PIC 9(3) VALUE 0.
001100 01 WS-STA-USED             PIC 9(3) VALUE 0.
001110 01 WS-STA-FOUND-X          PIC 9(3) VALUE 0.
001120 01 WS-FIND-STATION         PIC X(8).
001130 01 WS-STATION-TABLE.
001140     05  WS-STA-ENTRY OCCURS 100.
001150         10  WS-STA-CODE        PIC X(8).
001160         10  WS-STA-SUBTOTAL    PIC 9(6).
001170         10  WS-STA-DETAILS     PIC 9(6).
001180         10  WS-STA-DELIVERED   PIC 9(6).
001190         10  WS-STA-REFUSED     PIC 9(6).
001200         10  WS-STA-UNKNOWN     PIC 9(6).
001210         10  WS-STA-UNCONFIRMED PIC 9(6).
001220 01 WS-SECTION-COLUMNS      PIC X(132) VALUE SPACES.
001230 01 WS-RECON-LINE           PIC X(132).
001240 01 WS-PAGE-NO              PIC 9(3) VALUE 0.
001250 01 WS-LINE-CTR             PIC 9(3) VALUE 99.
001260 01 WS-LINES-PER-PAGE       PIC 9(3) VALUE 020.
001270 01 WS-COPY-DETAIL.
001280     05  FILLER              PIC X(2) VALUE SPACES.
001290     05  RCD-STATION         PIC X(8).
001300     05  FILLER              PIC X(2) VALUE SPACES.
001310     05  RCD-DEPT            PIC X(4).
001320     05  FILLER              PIC X(2) VALUE SPACES.
001330     05  RCD-NAME            PIC X(30).
001340     05  FILLER              PIC X(2) VALUE SPACES.
001350     05  RCD-LINES           PIC ZZZZZ9.
001360     05  FILLER              PIC X(2) VALUE SPACES.
001370     05  RCD-NOTE            PIC X(40).
001380 01 WS-STATION-DETAIL.
001390     05  FILLER              PIC X(2) VALUE SPACES.
001400     05  RSD-STATION         PIC X(8).
001410     05  FILLER              PIC X(4) VALUE SPACES.
001420     05  RSD-SUBTOTAL        PIC ZZZZZ9.
001430     05  FILLER              PIC X(5) VALUE SPACES.
001440     05  RSD-DELIVERED       PIC ZZZZZ9.
001450     05  FILLER              PIC X(5) VALUE SPACES.
001460     05  RSD-REFUSED         PIC ZZZZZ9.
001470     05  FILLER              PIC X(5) VALUE SPACES.
001480     05  RSD-UNKNOWN         PIC ZZZZZ9.
001490     05  FILLER              PIC X(7) VALUE SPACES.
001500     05  RSD-UNCONFIRMED     PIC ZZZZZ9.
001510     05  FILLER              PIC X(5) VALUE SPACES.
001520     05  RSD-SHORT           PIC ZZZZZ9.
001530 01 WS-UNMATCHED-DETAIL.
001540     05  FILLER              PIC X(2) VALUE SPACES.
001550     05  RUD-RUN-DATE        PIC X(8).
001560     05  FILLER              PIC X(2) VALUE SPACES.
001570     05  RUD-STATION         PIC X(8).
001580     05  FILLER              PIC X(2) VALUE SPACES.
001590     05  RUD-DEPT            PIC X(4).
001600     05  FILLER              PIC X(2) VALUE SPACES.
001610     05  RUD-NAME            PIC X(30).
001620     05  FILLER              PIC X(4) VALUE SPACES.
001630     05  RUD-OUTCOME         PIC X(1).
001640     05  FILLER              PIC X(5) VALUE SPACES.
001650     05  RUD-REASON          PIC X(30).
001660
001670 PROCEDURE DIVISION.
001680 PROGRAM-BEGIN.
001690     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001700     PERFORM LOAD-MANIFEST.
001710     IF WS-MANIFEST-LOADED
001720         PERFORM PROVE-MANIFEST
001730         PERFORM APPLY-CONFIRMATIONS
001740         PERFORM TALLY-STATION-OUTCOMES
001750     END-IF.
001760     OPEN OUTPUT REPORT-FILE.
001770     PERFORM WRITE-RECONCILIATION.
001780     CLOSE REPORT-FILE.
001790     IF WS-RETURN-CODE < 4
001800         IF WS-UNCONFIRMED-COUNT > 0 OR WS-REFUSED-COUNT > 0
001810             OR WS-UNKNOWN-COUNT > 0 OR WS-SHORT-STATION-COUNT > 0
001820             OR WS-UNMATCHED-COUNT > 0
001830             MOVE 4 TO WS-RETURN-CODE
001840         END-IF
001850     END-IF.
001860
001870 PROGRAM-DONE.
001880     DISPLAY "------------------------------------------------".
001890     DISPLAY "DELIVERY RECON - PROGRAM: " WS-PROGRAM-NAME.
001900     DISPLAY "MANIFEST RUN DATE   : " WS-MAN-RUN-DATE.
001910     DISPLAY "MANIFEST COPIES     : " WS-DETAIL-COUNT.
001920     DISPLAY "CONFIRMATIONS READ  : " WS-CONFIRM-READ-COUNT.
001930     DISPLAY "DELIVERED           : " WS-DELIVERED-COUNT.
001940     DISPLAY "REFUSED             : " WS-REFUSED-COUNT.
001950     DISPLAY "NO SUCH PERSON      : " WS-UNKNOWN-COUNT.
001960     DISPLAY "NEVER CONFIRMED     : " WS-UNCONFIRMED-COUNT.
001970     DISPLAY "STATIONS SHORT      : " WS-SHORT-STATION-COUNT.
001980     DISPLAY "NOT ON MANIFEST     : " WS-UNMATCHED-COUNT.
001990     DISPLAY "REPEAT CONFIRMATIONS: " WS-REPEAT-COUNT.
002000     DISPLAY "------------------------------------------------".
002010     MOVE WS-RETURN-CODE TO RETURN-CODE.
002020     STOP RUN.
002030
002040*    THE WHOLE MANIFEST GOES INTO CORE: DETAILS INTO THE COPY
002050*    TABLE, SUBTOTALS AGAINST THEIR STATION, AND THE TRAILER'S
002060*    CONTROL TOTALS ASIDE FOR PROVE-MANIFEST.
002070 LOAD-MANIFEST.
002080     MOVE "N" TO WS-EOF-SWITCH.
002090     OPEN INPUT MANIFEST-FILE.
002100     IF WS-MNF-STATUS NOT = "00"
002110         DISPLAY "MANIFEST UNAVAILABLE, STATUS=" WS-MNF-STATUS
002120         MOVE 12 TO WS-RETURN-CODE
002130     ELSE
002140         SET WS-MANIFEST-LOADED TO TRUE
002150         PERFORM READ-MANIFEST-RECORD
002160         PERFORM STORE-MANIFEST-RECORD UNTIL WS-END-OF-FILE
002170         CLOSE MANIFEST-FILE
002180     END-IF.
002190
002200 STORE-MANIFEST-RECORD.
002210     IF WS-MANIFEST-READ-COUNT = 1
002220         MOVE MNF-RUN-DATE TO WS-MAN-RUN-DATE
002230     END-IF.
002240     IF MNF-RUN-DATE NOT = WS-MAN-RUN-DATE
002250         DISPLAY "MANIFEST RECORD FOR ANOTHER RUN: " MNF-RUN-DATE
002260         ADD 1 TO WS-BAD-MANIFEST-COUNT
002270     ELSE
002280         EVALUATE TRUE
002290             WHEN MNF-DETAIL
002300                 PERFORM STORE-MANIFEST-DETAIL
002310             WHEN MNF-SUBTOTAL
002320                 PERFORM STORE-STATION-SUBTOTAL
002330             WHEN MNF-TRAILER
002340                 SET WS-TRAILER-FOUND TO TRUE
002350                 MOVE MNF-COPIES   TO WS-TRL-COPIES
002360                 MOVE MNF-LINES    TO WS-TRL-LINES
002370                 MOVE MNF-STATIONS TO WS-TRL-STATIONS
002380             WHEN OTHER
002390                 DISPLAY "UNKNOWN MANIFEST RECORD TYPE: "
002400                     MNF-REC-TYPE
002410                 ADD 1 TO WS-BAD-MANIFEST-COUNT
002420         END-EVALUATE
002430     END-IF.
002440     PERFORM READ-MANIFEST-RECORD.
002450
002460 STORE-MANIFEST-DETAIL.
002470     ADD 1 TO WS-DETAIL-COUNT.
002480     ADD MNF-LINES TO WS-DETAIL-LINES.
002490     MOVE MNF-STATION TO WS-FIND-STATION.
002500     PERFORM FIND-STATION-SLOT.
002510     IF WS-STA-FOUND-X > 0
002520         ADD 1 TO WS-STA-DETAILS (WS-STA-FOUND-X)
002530     END-IF.
002540     IF WS-MFE-USED < 500
002550         ADD 1 TO WS-MFE-USED
002560         MOVE MNF-STATION        TO WS-MFE-STATION (WS-MFE-USED)
002570         MOVE MNF-DEPT-CODE      TO WS-MFE-DEPT (WS-MFE-USED)
002580         MOVE MNF-RECIPIENT-NAME TO WS-MFE-NAME (WS-MFE-USED)
002590         MOVE MNF-LINES          TO WS-MFE-LINES (WS-MFE-USED)
002600         MOVE SPACE              TO WS-MFE-OUTCOME (WS-MFE-USED)
002610     ELSE
002620         DISPLAY "MORE THAN 500 COPIES - NOT RECONCILED: "
002630             MNF-STATION " " MNF-DEPT-CODE " " MNF-RECIPIENT-NAME
002640         MOVE 8 TO WS-RETURN-CODE
002650     END-IF.
002660
002670 STORE-STATION-SUBTOTAL.
002680     ADD MNF-COPIES TO WS-SUBTOTAL-COPIES.
002690     MOVE MNF-STATION TO WS-FIND-STATION.
002700     PERFORM FIND-STATION-SLOT.
002710     IF WS-STA-FOUND-X > 0
002720         ADD MNF-COPIES TO WS-STA-SUBTOTAL (WS-STA-FOUND-X)
002730     END-IF.
002740
002750*    FINDS THE STATION'S SLOT, OPENING A NEW ONE THE FIRST
002760*    TIME A STATION IS SEEN.  A FULL TABLE LEAVES THE FOUND
002770*    INDEX AT ZERO AND THE RUN CANNOT PROVE OUT.
002780 FIND-STATION-SLOT.
002790     MOVE 0 TO WS-STA-FOUND-X.
002800     MOVE 1 TO WS-SX.
002810     PERFORM SEARCH-STATION-TABLE
002820         UNTIL WS-STA-FOUND-X > 0 OR WS-SX > WS-STA-USED.
002830     IF WS-STA-FOUND-X = 0
002840         IF WS-STA-USED < 100
002850             ADD 1 TO WS-STA-USED
002860             MOVE WS-STA-USED TO WS-STA-FOUND-X
002870             MOVE WS-FIND-STATION TO WS-STA-CODE (WS-STA-USED)
002880             MOVE 0 TO WS-STA-SUBTOTAL (WS-STA-USED)
002890             MOVE 0 TO WS-STA-DETAILS (WS-STA-USED)
002900             MOVE 0 TO WS-STA-DELIVERED (WS-STA-USED)
002910             MOVE 0 TO WS-STA-REFUSED (WS-STA-USED)
002920             MOVE 0 TO WS-STA-UNKNOWN (WS-STA-USED)
002930             MOVE 0 TO WS-STA-UNCONFIRMED (WS-STA-USED)
002940         ELSE
002950             DISPLAY "MORE THAN 100 STATIONS - NOT RECONCILED: "
002960                 WS-FIND-STATION
002970             MOVE 8 TO WS-RETURN-CODE
002980         END-IF
002990     END-IF.
003000
003010 SEARCH-STATION-TABLE.
003020     IF WS-STA-CODE (WS-SX) = WS-FIND-STATION
003030         MOVE WS-SX TO WS-STA-FOUND-X
003040     END-IF.
003050     ADD 1 TO WS-SX.
003060
003070*    THE MANIFEST MUST AGREE WITH ITSELF BEFORE IT CAN BE
003080*    TRUSTED AS THE LIST OF WHAT WENT OUT: THE TRAILER IS
003090*    PRESENT, ITS COPIES, LINES AND STATIONS MATCH THE DETAILS,
003100*    THE SUBTOTALS ADD UP TO IT, AND EVERY STATION'S SUBTOTAL
003110*    MATCHES THE DETAILS UNDER IT.
003120 PROVE-MANIFEST.
003130     IF NOT WS-TRAILER-FOUND
003140         DISPLAY "MANIFEST HAS NO CONTROL TRAILER"
003150         MOVE "N" TO WS-BALANCE-SWITCH
003160     ELSE
003170         IF WS-TRL-COPIES NOT = WS-DETAIL-COUNT
003180             OR WS-TRL-COPIES NOT = WS-SUBTOTAL-COPIES
003190             OR WS-TRL-LINES NOT = WS-DETAIL-LINES
003200             OR WS-TRL-STATIONS NOT = WS-STA-USED
003210             DISPLAY "MANIFEST TRAILER DISAGREES WITH DETAILS"
003220             MOVE "N" TO WS-BALANCE-SWITCH
003230         END-IF
003240     END-IF.
003250     IF WS-BAD-MANIFEST-COUNT > 0
003260         MOVE "N" TO WS-BALANCE-SWITCH
003270     END-IF.
003280     MOVE 1 TO WS-SX.
003290     PERFORM PROVE-STATION-SUBTOTAL UNTIL WS-SX > WS-STA-USED.
003300     IF NOT WS-MANIFEST-PROVES AND WS-RETURN-CODE < 8
003310         MOVE 8 TO WS-RETURN-CODE
003320     END-IF.
003330
003340 PROVE-STATION-SUBTOTAL.
003350     IF WS-STA-SUBTOTAL (WS-SX) NOT = WS-STA-DETAILS (WS-SX)
003360         DISPLAY "STATION SUBTOTAL DOES NOT AGREE: "
003370             WS-STA-CODE (WS-SX)
003380         MOVE "N" TO WS-BALANCE-SWITCH
003390     END-IF.
003400     ADD 1 TO WS-SX.
003410
003420*    A MISSING CONFIRMATION FILE IS NOT AN ABEND - IT JUST
003430*    MEANS NOTHING CAME BACK, AND EVERY COPY LISTS AS NEVER
003440*    CONFIRMED.
003450 APPLY-CONFIRMATIONS.
003460     MOVE "N" TO WS-EOF-SWITCH.
003470     OPEN INPUT CONFIRM-FILE.
003480     IF WS-DLV-STATUS NOT = "00"
003490         DISPLAY "NO DELIVERY CONFIRMATIONS, STATUS="
003495             WS-DLV-STATUS
003500     ELSE
003510         PERFORM READ-CONFIRM-RECORD
003520         PERFORM APPLY-ONE-CONFIRMATION UNTIL WS-END-OF-FILE
003530         CLOSE CONFIRM-FILE
003540     END-IF.
003550
003560 APPLY-ONE-CONFIRMATION.
003570     ADD 1 TO WS-CONFIRM-READ-COUNT.
003580     PERFORM FIND-MANIFEST-COPY.
003590     IF WS-MFE-FOUND-X > 0
003600         IF DLV-DELIVERED OR DLV-REFUSED OR DLV-NO-SUCH-PERSON
003610             ADD 1 TO WS-MATCHED-COUNT
003620             IF WS-MFE-OUTCOME (WS-MFE-FOUND-X) NOT = SPACE
003630                 ADD 1 TO WS-REPEAT-COUNT
003640             END-IF
003650             MOVE DLV-STATUS TO WS-MFE-OUTCOME (WS-MFE-FOUND-X)
003660         END-IF
003670     END-IF.
003680     PERFORM READ-CONFIRM-RECORD.
003690
003700*    A CONFIRMATION FOR ANOTHER NIGHT'S RUN CAN NEVER MATCH -
003710*    ITS RUN DATE IS PART OF THE KEY.
003720 FIND-MANIFEST-COPY.
003730     MOVE 0 TO WS-MFE-FOUND-X.
003740     IF DLV-RUN-DATE = WS-MAN-RUN-DATE
003750         MOVE 1 TO WS-EX
003760         PERFORM SEARCH-MANIFEST-TABLE
003770             UNTIL WS-MFE-FOUND-X > 0 OR WS-EX > WS-MFE-USED
003780     END-IF.
003790
003800 SEARCH-MANIFEST-TABLE.
003810     IF WS-MFE-STATION (WS-EX) = DLV-STATION
003820         AND WS-MFE-DEPT (WS-EX) = DLV-DEPT-CODE
003830         AND WS-MFE-NAME (WS-EX) = DLV-RECIPIENT-NAME
003840         MOVE WS-EX TO WS-MFE-FOUND-X
003850     END-IF.
003860     ADD 1 TO WS-EX.
003870
003880 TALLY-STATION-OUTCOMES.
003890     MOVE 1 TO WS-EX.
003900     PERFORM TALLY-ONE-COPY UNTIL WS-EX > WS-MFE-USED.
003910     MOVE 1 TO WS-SX.
003920     PERFORM JUDGE-STATION UNTIL WS-SX > WS-STA-USED.
003930
003940 TALLY-ONE-COPY.
003950     MOVE WS-MFE-STATION (WS-EX) TO WS-FIND-STATION.
003960     PERFORM FIND-STATION-SLOT.
003970     IF WS-STA-FOUND-X > 0
003980         EVALUATE WS-MFE-OUTCOME (WS-EX)
003990             WHEN "D"
004000                 ADD 1 TO WS-STA-DELIVERED (WS-STA-FOUND-X)
004010                 ADD 1 TO WS-DELIVERED-COUNT
004020             WHEN "R"
004030                 ADD 1 TO WS-STA-REFUSED (WS-STA-FOUND-X)
004040                 ADD 1 TO WS-REFUSED-COUNT
004050             WHEN "N"
004060                 ADD 1 TO WS-STA-UNKNOWN (WS-STA-FOUND-X)
004070                 ADD 1 TO WS-UNKNOWN-COUNT
004080             WHEN OTHER
004090                 ADD 1 TO WS-STA-UNCONFIRMED (WS-STA-FOUND-X)
004100                 ADD 1 TO WS-UNCONFIRMED-COUNT
004110         END-EVALUATE
004120     END-IF.
004130     ADD 1 TO WS-EX.
004140
004150 JUDGE-STATION.
004160     IF WS-STA-DELIVERED (WS-SX) < WS-STA-SUBTOTAL (WS-SX)
004170         ADD 1 TO WS-SHORT-STATION-COUNT
004180     END-IF.
004190     ADD 1 TO WS-SX.
004200
004210*    THE REPORT IS FIVE SECTIONS AND THE CONTROL TOTALS.  EACH
004220*    SECTION PRINTS "(NONE)" RATHER THAN VANISHING, SO A CLEAN
004230*    NIGHT READS AS CLEAN AND NOT AS A SHORT REPORT.
004240 WRITE-RECONCILIATION.
004250     IF NOT WS-MANIFEST-LOADED
004260         MOVE SPACES TO WS-RECON-LINE
004270         MOVE "MANIFEST UNAVAILABLE - NOTHING RECONCILED"
004280             TO WS-RECON-LINE
004290         PERFORM WRITE-RECON-LINE
004300     ELSE
004310         PERFORM WRITE-UNCONFIRMED-SECTION
004320         PERFORM WRITE-REFUSED-SECTION
004330         PERFORM WRITE-UNKNOWN-SECTION
004340         PERFORM WRITE-SHORT-STATION-SECTION
004350         PERFORM WRITE-UNMATCHED-SECTION
004360         PERFORM WRITE-CONTROL-TOTALS
004370     END-IF.
004380
004390 WRITE-UNCONFIRMED-SECTION.
004400     MOVE "  STATION   DEPT  RECIPIENT                        LINE
004403-        "S"
004406         TO WS-SECTION-COLUMNS.
004410     MOVE SPACES TO WS-RECON-LINE.
004420     MOVE "COPIES NEVER CONFIRMED" TO WS-RECON-LINE.
004430     PERFORM WRITE-SECTION-HEADING.
004440     MOVE 1 TO WS-EX.
004450     PERFORM LIST-UNCONFIRMED-COPY UNTIL WS-EX > WS-MFE-USED.
004460     PERFORM WRITE-SECTION-END.
004470
004480 LIST-UNCONFIRMED-COPY.
004490     IF WS-MFE-OUTCOME (WS-EX) = SPACE
004500         MOVE SPACES TO RCD-NOTE
004510         PERFORM WRITE-COPY-DETAIL
004520     END-IF.
004530     ADD 1 TO WS-EX.
004540
004550 WRITE-REFUSED-SECTION.
004560     MOVE "  STATION   DEPT  RECIPIENT                        LINE
004563-        "S"
004566         TO WS-SECTION-COLUMNS.
004570     MOVE SPACES TO WS-RECON-LINE.
004580     MOVE "COPIES REFUSED AT THE STATION" TO WS-RECON-LINE.
004590     PERFORM WRITE-SECTION-HEADING.
004600     MOVE 1 TO WS-EX.
004610     PERFORM LIST-REFUSED-COPY UNTIL WS-EX > WS-MFE-USED.
004620     PERFORM WRITE-SECTION-END.
004630
004640 LIST-REFUSED-COPY.
004650     IF WS-MFE-OUTCOME (WS-EX) = "R"
004660         MOVE SPACES TO RCD-NOTE
004670         PERFORM WRITE-COPY-DETAIL
004680     END-IF.
004690     ADD 1 TO WS-EX.
004700
004710*    NO SUCH PERSON AT THE STATION MEANS THE SUBSCRIBER MASTER
004720*    STILL ADDRESSES SOMEONE WHO HAS LEFT OR MOVED - EACH LINE
004730*    IS A DSTMSTR ENTRY FOR THE SUBSCRIBER DESK TO CHANGE OR
004740*    DELETE THROUGH DSTMNT.
004750 WRITE-UNKNOWN-SECTION.
004760     MOVE "  STATION   DEPT  RECIPIENT                        LINE
004763-        "S  SUBSCRIBER DESK"
004766         TO WS-SECTION-COLUMNS.
004770     MOVE SPACES TO WS-RECON-LINE.
004780     MOVE "RECIPIENTS REPORTED UNKNOWN - STALE SUBSCRIBER ENTRIES"
004790         TO WS-RECON-LINE.
004800     PERFORM WRITE-SECTION-HEADING.
004810     MOVE 1 TO WS-EX.
004820     PERFORM LIST-UNKNOWN-RECIPIENT UNTIL WS-EX > WS-MFE-USED.
004830     PERFORM WRITE-SECTION-END.
004840
004850 LIST-UNKNOWN-RECIPIENT.
004860     IF WS-MFE-OUTCOME (WS-EX) = "N"
004870         MOVE "CHANGE OR DELETE DSTMSTR ENTRY" TO RCD-NOTE
004880         PERFORM WRITE-COPY-DETAIL
004890     END-IF.
004900     ADD 1 TO WS-EX.
004910
004920 WRITE-COPY-DETAIL.
004930     MOVE WS-MFE-STATION (WS-EX) TO RCD-STATION.
004940     MOVE WS-MFE-DEPT (WS-EX)    TO RCD-DEPT.
004950     MOVE WS-MFE-NAME (WS-EX)    TO RCD-NAME.
004960     MOVE WS-MFE-LINES (WS-EX)   TO RCD-LINES.
004970     MOVE SPACES TO WS-RECON-LINE.
004980     MOVE WS-COPY-DETAIL TO WS-RECON-LINE.
004990     PERFORM WRITE-RECON-LINE.
005000     ADD 1 TO WS-SECTION-COUNT.
005010
005020*    SHORT MEANS FEWER COPIES DELIVERED THAN THE MANIFEST
005030*    SUBTOTAL SAYS WENT TO THE STATION - REFUSED, UNKNOWN AND
005040*    UNCONFIRMED COPIES ALL COUNT AGAINST IT.
005050 WRITE-SHORT-STATION-SECTION.
005060     MOVE "  STATION   MANIFEST  DELIVERED    REFUSED    UNKNOWN  
005063-        "UNCONFIRMED      SHORT"
005066         TO WS-SECTION-COLUMNS.
005070     MOVE SPACES TO WS-RECON-LINE.
005080     MOVE "STATIONS SHORT AGAINST THEIR MANIFEST SUBTOTAL"
005090         TO WS-RECON-LINE.
005100     PERFORM WRITE-SECTION-HEADING.
005110     MOVE 1 TO WS-SX.
005120     PERFORM LIST-SHORT-STATION UNTIL WS-SX > WS-STA-USED.
005130     PERFORM WRITE-SECTION-END.
005140
005150 LIST-SHORT-STATION.
005160     IF WS-STA-DELIVERED (WS-SX) < WS-STA-SUBTOTAL (WS-SX)
005170         COMPUTE WS-STA-SHORT = WS-STA-SUBTOTAL (WS-SX)
005180             - WS-STA-DELIVERED (WS-SX)
005190         MOVE WS-STA-CODE (WS-SX)        TO RSD-STATION
005200         MOVE WS-STA-SUBTOTAL (WS-SX)    TO RSD-SUBTOTAL
005210         MOVE WS-STA-DELIVERED (WS-SX)   TO RSD-DELIVERED
005220         MOVE WS-STA-REFUSED (WS-SX)     TO RSD-REFUSED
005230         MOVE WS-STA-UNKNOWN (WS-SX)     TO RSD-UNKNOWN
005240         MOVE WS-STA-UNCONFIRMED (WS-SX) TO RSD-UNCONFIRMED
005250         MOVE WS-STA-SHORT               TO RSD-SHORT
005260         MOVE SPACES TO WS-RECON-LINE
005270         MOVE WS-STATION-DETAIL TO WS-RECON-LINE
005280         PERFORM WRITE-RECON-LINE
005290         ADD 1 TO WS-SECTION-COUNT
005300     END-IF.
005310     ADD 1 TO WS-SX.
005320
005330*    A SECOND PASS OVER THE CONFIRMATIONS LISTS EVERY ONE THAT
005340*    MATCHED NO MANIFEST LINE, WITH THE REASON.
005350 WRITE-UNMATCHED-SECTION.
005360     MOVE "  RUN DATE  STATION   DEPT  RECIPIENT                  
005363-        "    OUTCOME  REASON"
005366         TO WS-SECTION-COLUMNS.
005370     MOVE SPACES TO WS-RECON-LINE.
005380     MOVE "CONFIRMATIONS NOT MATCHED TO THE MANIFEST"
005390         TO WS-RECON-LINE.
005400     PERFORM WRITE-SECTION-HEADING.
005410     MOVE "N" TO WS-EOF-SWITCH.
005420     OPEN INPUT CONFIRM-FILE.
005430     IF WS-DLV-STATUS = "00"
005440         PERFORM READ-CONFIRM-RECORD
005450         PERFORM CHECK-UNMATCHED-CONFIRMATION UNTIL WS-END-OF-FILE
005460         CLOSE CONFIRM-FILE
005470     END-IF.
005480     PERFORM WRITE-SECTION-END.
005490
005500 CHECK-UNMATCHED-CONFIRMATION.
005510     PERFORM FIND-MANIFEST-COPY.
005520     MOVE SPACES TO RUD-REASON.
005530     IF DLV-RUN-DATE NOT = WS-MAN-RUN-DATE
005540         MOVE "NOT TONIGHT'S MANIFEST" TO RUD-REASON
005550     ELSE
005560         IF WS-MFE-FOUND-X = 0
005570             MOVE "NO SUCH COPY ON MANIFEST" TO RUD-REASON
005580         ELSE
005590             IF NOT DLV-DELIVERED AND NOT DLV-REFUSED
005600                 AND NOT DLV-NO-SUCH-PERSON
005610                 MOVE "OUTCOME NOT D, R OR N" TO RUD-REASON
005620             END-IF
005630         END-IF
005640     END-IF.
005650     IF RUD-REASON NOT = SPACES
005660         MOVE DLV-RUN-DATE       TO RUD-RUN-DATE
005670         MOVE DLV-STATION        TO RUD-STATION
005680         MOVE DLV-DEPT-CODE      TO RUD-DEPT
005690         MOVE DLV-RECIPIENT-NAME TO RUD-NAME
005700         MOVE DLV-STATUS         TO RUD-OUTCOME
005710         MOVE SPACES TO WS-RECON-LINE
005720         MOVE WS-UNMATCHED-DETAIL TO WS-RECON-LINE
005730         PERFORM WRITE-RECON-LINE
005740         ADD 1 TO WS-SECTION-COUNT
005750         ADD 1 TO WS-UNMATCHED-COUNT
005760     END-IF.
005770     PERFORM READ-CONFIRM-RECORD.
005780
005790 WRITE-CONTROL-TOTALS.
005800     MOVE SPACES TO WS-SECTION-COLUMNS.
005810     MOVE SPACES TO WS-RECON-LINE.
005820     MOVE "CONTROL TOTALS" TO WS-RECON-LINE.
005830     PERFORM WRITE-SECTION-HEADING.
005840     MOVE SPACES TO WS-RECON-LINE.
005850     STRING "  MANIFEST  - COPIES: " WS-TRL-COPIES
005860         "  LINES: " WS-TRL-LINES
005870         "  STATIONS: " WS-TRL-STATIONS
005880         DELIMITED BY SIZE INTO WS-RECON-LINE.
005890     PERFORM WRITE-RECON-LINE.
005900     MOVE SPACES TO WS-RECON-LINE.
005910     STRING "  CONFIRMED - DELIVERED: " WS-DELIVERED-COUNT
005920         "  REFUSED: " WS-REFUSED-COUNT
005930         "  NO SUCH PERSON: " WS-UNKNOWN-COUNT
005940         "  NEVER CONFIRMED: " WS-UNCONFIRMED-COUNT
005950         DELIMITED BY SIZE INTO WS-RECON-LINE.
005960     PERFORM WRITE-RECON-LINE.
005970     MOVE SPACES TO WS-RECON-LINE.
005980     STRING "  CONFIRMATIONS READ: " WS-CONFIRM-READ-COUNT
005990         "  MATCHED: " WS-MATCHED-COUNT
006000         "  REPEATS: " WS-REPEAT-COUNT
006010         "  NOT MATCHED: " WS-UNMATCHED-COUNT
006020         DELIMITED BY SIZE INTO WS-RECON-LINE.
006030     PERFORM WRITE-RECON-LINE.
006040     MOVE SPACES TO WS-RECON-LINE.
006050     IF WS-MANIFEST-PROVES
006060         MOVE "  MANIFEST PROVES OUT TO ITS SUBTOTALS AND TRAILER"
006070             TO WS-RECON-LINE
006080     ELSE
006090         MOVE "  *** MANIFEST DOES NOT PROVE OUT - SEE JOB LOG"
006100             TO WS-RECON-LINE
006110     END-IF.
006120     PERFORM WRITE-RECON-LINE.
006130
006140 WRITE-SECTION-HEADING.
006150     MOVE 0 TO WS-SECTION-COUNT.
006160     IF WS-LINE-CTR IS GREATER THAN OR EQUAL TO WS-LINES-PER-PAGE
006170         PERFORM WRITE-REPORT-HEADER
006180     ELSE
006190         MOVE SPACES TO REPORT-LINE
006200         WRITE REPORT-LINE AFTER ADVANCING 1 LINE
006210         ADD 1 TO WS-LINE-CTR
006220     END-IF.
006230     MOVE WS-RECON-LINE TO REPORT-LINE.
006240     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
006250     ADD 1 TO WS-LINE-CTR.
006260     IF WS-SECTION-COLUMNS NOT = SPACES
006270         MOVE WS-SECTION-COLUMNS TO REPORT-LINE
006280         WRITE REPORT-LINE AFTER ADVANCING 1 LINE
006290         ADD 1 TO WS-LINE-CTR
006300     END-IF.
006310
006320 WRITE-SECTION-END.
006330     IF WS-SECTION-COUNT = 0
006340         MOVE SPACES TO WS-RECON-LINE
006350         MOVE "   (NONE)" TO WS-RECON-LINE
006360         PERFORM WRITE-RECON-LINE
006370     END-IF.
006380
006390*    THE HEADER BORROWS REPORT-LINE, SO THE DETAIL RIDES IN
006400*    WS-RECON-LINE UNTIL AFTER THE PAGE-BREAK CHECK.  THE
006410*    CURRENT SECTION'S COLUMN HEADINGS REPEAT ON A NEW PAGE.
006420 WRITE-RECON-LINE.
006430     IF WS-LINE-CTR IS GREATER THAN OR EQUAL TO WS-LINES-PER-PAGE
006440         PERFORM WRITE-REPORT-HEADER
006450         IF WS-SECTION-COLUMNS NOT = SPACES
006460             MOVE WS-SECTION-COLUMNS TO REPORT-LINE
006470             WRITE REPORT-LINE AFTER ADVANCING 1 LINE
006480             ADD 1 TO WS-LINE-CTR
006490         END-IF
006500     END-IF.
006510     MOVE WS-RECON-LINE TO REPORT-LINE.
006520     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
006530     ADD 1 TO WS-LINE-CTR.
006540
006550 WRITE-REPORT-HEADER.
006560     ADD 1 TO WS-PAGE-NO.
006570     MOVE SPACES TO REPORT-LINE.
006580     MOVE "MAIL-ROOM DELIVERY RECONCILIATION" TO REPORT-LINE.
006590     WRITE REPORT-LINE AFTER ADVANCING PAGE.
006600     MOVE SPACES TO REPORT-LINE.
006610     STRING "MANIFEST RUN: " WS-MAN-RUN-DATE
006620         "   REPORTED: " WS-RUN-DATE "   PAGE: " WS-PAGE-NO
006630         DELIMITED BY SIZE INTO REPORT-LINE.
006640     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
006650     MOVE SPACES TO REPORT-LINE.
006660     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
006670     MOVE 0 TO WS-LINE-CTR.
006680
006690 READ-MANIFEST-RECORD.
006700     READ MANIFEST-FILE
006710         AT END SET WS-END-OF-FILE TO TRUE
006720         NOT AT END
006730             SET WS-NOT-END-OF-FILE TO TRUE
006740             ADD 1 TO WS-MANIFEST-READ-COUNT
006750     END-READ.
006760
006770 READ-CONFIRM-RECORD.
006780     READ CONFIRM-FILE
006790         AT END SET WS-END-OF-FILE TO TRUE
006800         NOT AT END SET WS-NOT-END-OF-FILE TO TRUE
006810     END-READ.
