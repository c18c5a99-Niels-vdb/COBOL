000230*
000240*    THE PERIOD IS WHATEVER TRAIL AUDITIN POINTS AT - THE LIVE
000250*    TRAIL SINCE ITS LAST ARCHIVE CUT, OR AN ARCHIVE GENERATION
000260*    RELOADED BY AUDLOAD FOR A PAST PERIOD, THE SAME CONVENTION
000262*    STATRPT USES.  EACH NOTICE'S PUBLICATIONS ARE READ STRAIGHT
000264*    OFF THE TRAIL THROUGH ITS AUD-SEQ-NO ALTERNATE INDEX AS THE
000266*    MASTER WALK REACHES IT - NO SEPARATE PASS OF THE TRAIL.
000270*    FLASH PUBLICATIONS (FLASHPUBLISH) COUNT - THE DESK ASKS
000280*    WHETHER A NOTICE EVER REACHED ANYONE, NOT WHICH JOB SENT
000290*    IT - BUT RECORDS FROM THE RETIRED SECOND PASS
000300*    (NESTEDPERFORM) ARE DUPLICATES AND ARE NOT.
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000390         RECORD KEY IS MST-KEY
000400         FILE STATUS IS WS-MSTR-STATUS.
000410     SELECT AUDIT-FILE ASSIGN TO "AUDITIN"
000420         ORGANIZATION IS INDEXED
000422         ACCESS MODE IS DYNAMIC
000424         RECORD KEY IS AUD-KEY
000426         ALTERNATE RECORD KEY IS AUD-SEQ-NO WITH DUPLICATES
000430         FILE STATUS IS WS-AUDIT-STATUS.
000440     SELECT REPORT-FILE ASSIGN TO "CATLOUT"
000450         ORGANIZATION IS LINE SEQUENTIAL.
000570 01 WS-EOF-SWITCH           PIC X VALUE "N".
000580     88 WS-END-OF-FILE            VALUE "Y".
000590     88 WS-NOT-END-OF-FILE        VALUE "N".
000591 01 WS-AUDIT-SWITCH         PIC X VALUE "N".
000592     88 WS-AUDIT-AVAILABLE        VALUE "Y".
000593 01 WS-NOTICE-SWITCH        PIC X VALUE "N".
000594     88 WS-END-OF-NOTICE          VALUE "Y".
000595     88 WS-NOT-END-OF-NOTICE      VALUE "N".
000600 01 WS-RUN-DATE             PIC 9(8).
000610 01 WS-PROGRAM-NAME         PIC X(14) VALUE "CATALOGREPORT".
000620 01 WS-MSTR-STATUS          PIC XX.
000680 01 WS-NEVER-PUB-COUNT      PIC 9(6) VALUE 0.
000690 01 WS-EXPIRING-COUNT       PIC 9(6) VALUE 0.
000700 01 WS-AUDIT-TALLY-COUNT    PIC 9(6) VALUE 0.
000720 01 WS-RUN-DAY-NO           PIC 9(7) VALUE 0.
000730 01 WS-EXP-DAY-NO           PIC 9(7) VALUE 0.
000740*    PUBLICATIONS OF THE NOTICE THE MASTER WALK IS ON.
000750 01 WS-PUB-COUNT            PIC 9(6) VALUE 0.
000760 01 WS-PUB-LAST-DATE        PIC 9(8) VALUE 0.
000810 01 WS-PAGE-NO              PIC 9(3) VALUE 0.
000820 01 WS-LINE-CTR             PIC 9(3) VALUE 99.
000830 01 WS-LINES-PER-PAGE       PIC 9(3) VALUE 020.
001230 PROCEDURE DIVISION.
001240 PROGRAM-BEGIN.
001250     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001270     MOVE WS-RUN-DATE TO WS-CDN-DATE.
001280     PERFORM CONVERT-DATE-TO-DAY-NO.
001290     MOVE WS-CDN-DAY-NO TO WS-RUN-DAY-NO.
001300     PERFORM OPEN-AUDIT-TRAIL.
001310     PERFORM WALK-MASTER-CATALOG.
001312     IF WS-AUDIT-AVAILABLE
001314         CLOSE AUDIT-FILE
001316     END-IF.
001320
001330 PROGRAM-DONE.
001340     DISPLAY "------------------------------------------------".
001400     DISPLAY "NEVER PUBLISHED (R) : " WS-NEVER-PUB-COUNT.
001410     DISPLAY "EXPIRING IN 7 DAYS  : " WS-EXPIRING-COUNT.
001420     DISPLAY "AUDIT RECORDS TALLIED: " WS-AUDIT-TALLY-COUNT.
001440     DISPLAY "------------------------------------------------".
001450     MOVE WS-RETURN-CODE TO RETURN-CODE.
001460     STOP RUN.
001470
001477*    A TRAIL THAT WILL NOT OPEN LEAVES EVERY NOTICE AT ZERO
001484*    PUBLICATIONS - THE CATALOG STILL PRINTS, AS IT ALWAYS HAS.
001491 OPEN-AUDIT-TRAIL.
001500     OPEN INPUT AUDIT-FILE.
001510     IF WS-AUDIT-STATUS = "00"
001513         SET WS-AUDIT-AVAILABLE TO TRUE
001516     ELSE
001520         DISPLAY "AUDIT TRAIL NOT AVAILABLE, STATUS="
001530             WS-AUDIT-STATUS
001610     END-IF.
001611
001612*    ALL TRAIL RECORDS FOR ONE FEED SEQUENCE NUMBER, THROUGH THE
001613*    AUD-SEQ-NO ALTERNATE INDEX.
001614 TALLY-NOTICE-PUBLICATIONS.
001615     MOVE MST-SEQ-NO TO AUD-SEQ-NO.
001616     START AUDIT-FILE KEY IS = AUD-SEQ-NO
001617         INVALID KEY SET WS-END-OF-NOTICE TO TRUE
001618         NOT INVALID KEY PERFORM READ-AUDIT-RECORD
001619     END-START.
001620     PERFORM TALLY-AUDIT-RECORD UNTIL WS-END-OF-NOTICE.
001621
001630*    ONE TALLY PER PUBLISHED NOTICE: CONT-NO ZERO ONLY (THE
001640*    LINES OF A MULTI-LINE NOTICE RIDE UNDER ONE NUMBER) AND ANY
001650*    PROGRAM EXCEPT THE RETIRED SECOND PASS.
001680 TALLY-AUDIT-RECORD.
001690     IF AUD-PROGRAM NOT = "NESTEDPERFORM"
001700         AND AUD-CONT-NO = 0
001710         PERFORM TALLY-PUBLICATION
001780     END-IF.
001790     PERFORM READ-AUDIT-RECORD.
001800
001810 TALLY-PUBLICATION.
001820     ADD 1 TO WS-PUB-COUNT.
001830     IF AUD-RUN-DATE > WS-PUB-LAST-DATE
001840         MOVE AUD-RUN-DATE TO WS-PUB-LAST-DATE
001870     END-IF.
001880     ADD 1 TO WS-AUDIT-TALLY-COUNT.
001890
002230     MOVE MST-STATUS    TO CATD-STATUS.
002240     MOVE MST-EFF-DATE  TO CATD-EFF-DATE.
002250     MOVE MST-EXP-DATE  TO CATD-EXP-DATE.
002257     MOVE 0 TO WS-PUB-COUNT WS-PUB-LAST-DATE.
002264     IF WS-AUDIT-AVAILABLE
002271         PERFORM TALLY-NOTICE-PUBLICATIONS
002278     END-IF.
002285     MOVE WS-PUB-COUNT TO CATD-PUB-COUNT.
002292     IF WS-PUB-LAST-DATE > 0
002299         MOVE WS-PUB-LAST-DATE TO WS-LAST-PUB-DISPLAY
002310         MOVE WS-LAST-PUB-DISPLAY TO CATD-LAST-PUB
002320     ELSE
002330         MOVE "NEVER" TO CATD-LAST-PUB
002350     MOVE SPACES TO CATD-FLAGS.
002360     IF MST-RELEASED
002370         ADD 1 TO WS-RELEASED-COUNT
002380         IF WS-PUB-COUNT = 0
002390             ADD 1 TO WS-NEVER-PUB-COUNT
002400             MOVE "NEVER-PUB" TO CATD-FLAGS
002410         END-IF
003240         - 32045.
003250
003260 READ-AUDIT-RECORD.
003270     READ AUDIT-FILE NEXT
003280         AT END SET WS-END-OF-NOTICE TO TRUE
003282         NOT AT END
003284             IF AUD-SEQ-NO = MST-SEQ-NO
003286                 SET WS-NOT-END-OF-NOTICE TO TRUE
003288             ELSE
003290                 SET WS-END-OF-NOTICE TO TRUE
003292             END-IF
003300     END-READ.
003310
003320 READ-MASTER-RECORD.
