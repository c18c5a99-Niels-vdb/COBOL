000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. JournalReport.
000120 AUTHOR. Niels van den Bosch.
000130*
000140*    CHANGE-HISTORY REPORT FROM THE MAINTENANCE JOURNAL
000150*    (MNTJRNL.CPY) FOR THE CONTENT AND SUBSCRIBER DESKS.  THE
000160*    JOURNAL IS SORTED BY MASTER, KEY AND STAMP SO EVERY CHANGE
000170*    EVER APPLIED TO ONE NOTICE LINE OR ONE RECIPIENT PRINTS
000180*    TOGETHER IN THE ORDER IT HAPPENED: WHEN, WHICH PROGRAM,
000190*    WHAT ACTION, AND THE RECORD BEFORE AND AFTER - SO "WHO
000200*    CHANGED THIS AND WHAT DID IT SAY YESTERDAY" IS ANSWERED
000210*    FROM THE JOURNAL INSTEAD OF FROM MEMORY.
000220*
000230*    AN OPTIONAL ONE-CARD PARAMETER FILE NARROWS THE REPORT:
000240*        COL 1-8    JRP-FILE-ID     MSGMSTR OR DSTMSTR
000250*                                   (BLANK = BOTH MASTERS)
000260*        COL 9-42   JRP-KEY-PREFIX  KEY OR LEADING PART OF A
000270*                                   KEY, E.G. 0042 FOR EVERY
000280*                                   LINE OF NOTICE 0042, OR
000290*                                   FIN FOR A DEPARTMENT
000300*                                   (BLANK = EVERY KEY)
000310*        COL 43-50  JRP-FROM-DATE   FIRST DATE (0 = NO LIMIT)
000320*        COL 51-58  JRP-TO-DATE     LAST DATE  (0 = NO LIMIT)
000330*    NO CARD REPORTS THE WHOLE JOURNAL.  A CARD THAT IS PRESENT
000340*    BUT INVALID ENDS THE RUN RC 8 RATHER THAN PRINT A REPORT
000350*    NOBODY ASKED FOR.
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT JOURNAL-PARM-FILE ASSIGN TO "JRPPARM"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-PARM-STATUS.
000420     SELECT MAINT-JOURNAL-FILE ASSIGN TO "MNTJRNL"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-JRNL-STATUS.
000450     SELECT SORT-JOURNAL-WORK ASSIGN TO "SRTWORK".
000460     SELECT SORTED-JOURNAL-FILE ASSIGN TO "JRNSORT"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-SORT-STATUS.
000490     SELECT REPORT-FILE ASSIGN TO "JRNLOUT"
000500         ORGANIZATION IS LINE SEQUENTIAL.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  JOURNAL-PARM-FILE.
000540 01  JOURNAL-PARM-CARD.
000550     05  JRP-FILE-ID         PIC X(8).
000560     05  JRP-KEY-PREFIX      PIC X(34).
000570     05  JRP-FROM-DATE       PIC 9(8).
000580     05  JRP-TO-DATE         PIC 9(8).
000590 FD  MAINT-JOURNAL-FILE.
000600     COPY "MNTJRNL.CPY" REPLACING
000610         ==MAINT-JOURNAL-RECORD== BY ==JOURNAL-IN-RECORD==,
000620         ==JRN-FILE-ID==        BY ==JIN-FILE-ID==,
000630         ==JRN-ACTION==         BY ==JIN-ACTION==,
000640         ==JRN-DATE==           BY ==JIN-DATE==,
000650         ==JRN-TIME==           BY ==JIN-TIME==,
000660         ==JRN-PROGRAM==        BY ==JIN-PROGRAM==,
000665         ==JRN-OPERATOR==       BY ==JIN-OPERATOR==,
000670         ==JRN-KEY==            BY ==JIN-KEY==,
000680         ==JRN-BEFORE-IMAGE==   BY ==JIN-BEFORE-IMAGE==,
000690         ==JRN-AFTER-IMAGE==    BY ==JIN-AFTER-IMAGE==.
000700 SD  SORT-JOURNAL-WORK.
000710     COPY "MNTJRNL.CPY" REPLACING
000720         ==MAINT-JOURNAL-RECORD== BY ==SRT-RECORD==,
000730         ==JRN-FILE-ID==        BY ==SRT-FILE-ID==,
000740         ==JRN-ACTION==         BY ==SRT-ACTION==,
000750         ==JRN-DATE==           BY ==SRT-DATE==,
000760         ==JRN-TIME==           BY ==SRT-TIME==,
000770         ==JRN-PROGRAM==        BY ==SRT-PROGRAM==,
000775         ==JRN-OPERATOR==       BY ==SRT-OPERATOR==,
000780         ==JRN-KEY==            BY ==SRT-KEY==,
000790         ==JRN-BEFORE-IMAGE==   BY ==SRT-BEFORE-IMAGE==,
000800         ==JRN-AFTER-IMAGE==    BY ==SRT-AFTER-IMAGE==.
000810 FD  SORTED-JOURNAL-FILE.
000820     COPY "MNTJRNL.CPY".
000830 FD  REPORT-FILE.
000840 01  REPORT-LINE                 PIC X(132).
000850
000860 WORKING-STORAGE SECTION.
000870
000880 01 WS-EOF-SWITCH           PIC X VALUE "N".
000890     88 WS-END-OF-FILE            VALUE "Y".
000900     88 WS-NOT-END-OF-FILE        VALUE "N".
000910 01 WS-PARM-OK-SWITCH       PIC X VALUE "N".
000920     88 WS-PARM-OK                VALUE "Y".
000930     88 WS-PARM-BAD               VALUE "N".
000940 01 WS-RUN-DATE             PIC 9(8).
000950 01 WS-PROGRAM-NAME         PIC X(14) VALUE "JOURNALREPORT".
000960 01 WS-PARM-STATUS          PIC XX.
000970 01 WS-JRNL-STATUS          PIC XX.
000980 01 WS-SORT-STATUS          PIC XX.
000990 01 WS-RETURN-CODE          PIC 9(4) VALUE 0.
001000 01 WS-SEL-FILE-ID          PIC X(8) VALUE SPACES.
001010 01 WS-SEL-KEY-PREFIX       PIC X(34) VALUE SPACES.
001020 01 WS-SEL-PREFIX-LEN       PIC 9(2) VALUE 0.
001030 01 WS-SEL-FROM-DATE        PIC 9(8) VALUE 0.
001040 01 WS-SEL-TO-DATE          PIC 9(8) VALUE 99999999.
001050 01 WS-READ-COUNT           PIC 9(6) VALUE 0.
001060 01 WS-LISTED-COUNT         PIC 9(6) VALUE 0.
001070 01 WS-KEY-COUNT            PIC 9(6) VALUE 0.
001080 01 WS-PREV-FILE-ID         PIC X(8) VALUE SPACES.
001090 01 WS-PREV-KEY             PIC X(34) VALUE SPACES.
001100 01 WS-PAGE-NO              PIC 9(3) VALUE 0.
001110 01 WS-LINE-CTR             PIC 9(3) VALUE 99.
001120 01 WS-LINES-PER-PAGE       PIC 9(3) VALUE 020.
001130 01 WS-JOURNAL-LINE         PIC X(132).
001140 01 WS-JOURNAL-DETAIL.
001150     05  JRD-FILE-ID         PIC X(8).
001160     05  FILLER              PIC X(2) VALUE SPACES.
001170     05  JRD-KEY             PIC X(34).
001180     05  FILLER              PIC X(2) VALUE SPACES.
001190     05  JRD-DATE            PIC 9(8).
001200     05  FILLER              PIC X(2) VALUE SPACES.
001210     05  JRD-TIME            PIC 9(8).
001220     05  FILLER              PIC X(2) VALUE SPACES.
001230     05  JRD-ACTION          PIC X(8).
001240     05  FILLER              PIC X(2) VALUE SPACES.
001250     05  JRD-PROGRAM         PIC X(14).
001253     05  FILLER              PIC X(2) VALUE SPACES.
001256     05  JRD-OPERATOR        PIC X(8).
001260*    IMAGE LINE PREFIX - "BEFORE:" OR "AFTER :" - AHEAD OF THE
001270*    DECODED IMAGE.
001280 01 WS-IMAGE-LABEL          PIC X(8).
001290 01 WS-IMAGE-WORK           PIC X(250).
001300*    THE JOURNAL IMAGES ARE DECODED THROUGH WORKING-STORAGE
001310*    COPIES OF THE MASTER LAYOUTS SO THE REPORT SHOWS FIELDS,
001320*    NOT A RAW 250-BYTE STRING.
001330     COPY "MSGMSTR.CPY".
001340     COPY "DSTMSTR.CPY".
001350
001360 PROCEDURE DIVISION.
001370 PROGRAM-BEGIN.
001380     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001390     SET WS-PARM-OK TO TRUE.
001400     PERFORM READ-JOURNAL-PARM THRU READ-JOURNAL-PARM-EXIT.
001410     IF WS-PARM-OK
001420         PERFORM REPORT-JOURNAL-HISTORY
001430     ELSE
001440         MOVE 8 TO WS-RETURN-CODE
001450     END-IF.
001460
001470 PROGRAM-DONE.
001480     DISPLAY "------------------------------------------------".
001490     DISPLAY "JOURNAL HISTORY RUN - PROGRAM: " WS-PROGRAM-NAME.
001500     DISPLAY "RUN DATE            : " WS-RUN-DATE.
001510     DISPLAY "JOURNAL RECORDS READ: " WS-READ-COUNT.
001520     DISPLAY "ENTRIES LISTED      : " WS-LISTED-COUNT.
001530     DISPLAY "KEYS LISTED         : " WS-KEY-COUNT.
001540     DISPLAY "RETURN CODE         : " WS-RETURN-CODE.
001550     DISPLAY "------------------------------------------------".
001560     MOVE WS-RETURN-CODE TO RETURN-CODE.
001570     STOP RUN.
001580
001590*    A MISSING OR EMPTY CARD IS NOT AN ERROR - IT MEANS THE
001600*    WHOLE JOURNAL.
001610 READ-JOURNAL-PARM.
001620     OPEN INPUT JOURNAL-PARM-FILE.
001630     IF WS-PARM-STATUS NOT = "00"
001640         GO TO READ-JOURNAL-PARM-EXIT
001650     END-IF.
001660     READ JOURNAL-PARM-FILE
001670         AT END
001680             CLOSE JOURNAL-PARM-FILE
001690             GO TO READ-JOURNAL-PARM-EXIT
001700     END-READ.
001710     CLOSE JOURNAL-PARM-FILE.
001720     IF (JRP-FILE-ID NOT = SPACES AND JRP-FILE-ID NOT = "MSGMSTR"
001730             AND JRP-FILE-ID NOT = "DSTMSTR")
001740         OR JRP-FROM-DATE IS NOT NUMERIC
001750         OR JRP-TO-DATE IS NOT NUMERIC
001780         DISPLAY "JOURNAL PARM CARD INVALID: " JOURNAL-PARM-CARD
001790         SET WS-PARM-BAD TO TRUE
001800         GO TO READ-JOURNAL-PARM-EXIT
001810     END-IF.
001820     MOVE JRP-FILE-ID    TO WS-SEL-FILE-ID.
001830     MOVE JRP-KEY-PREFIX TO WS-SEL-KEY-PREFIX.
001840     MOVE JRP-FROM-DATE  TO WS-SEL-FROM-DATE.
001850     IF JRP-TO-DATE > 0
001860         MOVE JRP-TO-DATE TO WS-SEL-TO-DATE
001870     END-IF.
001880     MOVE 34 TO WS-SEL-PREFIX-LEN.
001890     PERFORM SHORTEN-KEY-PREFIX
001900         UNTIL WS-SEL-PREFIX-LEN = 0
001910         OR WS-SEL-KEY-PREFIX (WS-SEL-PREFIX-LEN:1) NOT = SPACE.
001920
001930 READ-JOURNAL-PARM-EXIT.
001940     EXIT.
001950
001960 SHORTEN-KEY-PREFIX.
001970     SUBTRACT 1 FROM WS-SEL-PREFIX-LEN.
001980
001990 REPORT-JOURNAL-HISTORY.
002000     OPEN INPUT MAINT-JOURNAL-FILE.
002010     IF WS-JRNL-STATUS NOT = "00"
002020         DISPLAY "MAINTENANCE JOURNAL UNAVAILABLE, STATUS="
002030             WS-JRNL-STATUS
002040         MOVE 12 TO WS-RETURN-CODE
002050     ELSE
002060         CLOSE MAINT-JOURNAL-FILE
002070         PERFORM SORT-JOURNAL-BY-KEY
002080         PERFORM LIST-SORTED-JOURNAL
002090     END-IF.
002100
002110*    FILE, THEN KEY, THEN STAMP - THE JOURNAL'S OWN ORDER WITHIN
002120*    A KEY IS ALREADY CHRONOLOGICAL, BUT TWO JOBS APPENDING ON
002130*    THE SAME DAY ARE NOT GUARANTEED TO LAND IN STAMP ORDER.
002132*    EVERY CARD OF ONE MAINTENANCE RUN CARRIES THE SAME STAMP,
002134*    SO EQUAL KEYS KEEP THEIR JOURNAL ORDER (A C THEN A V ON THE
002136*    SAME LINE MUST NOT PRINT AS V THEN C).
002140 SORT-JOURNAL-BY-KEY.
002150     SORT SORT-JOURNAL-WORK
002160         ON ASCENDING KEY SRT-FILE-ID SRT-KEY SRT-DATE SRT-TIME
002165         WITH DUPLICATES IN ORDER
002170         USING MAINT-JOURNAL-FILE
002180         GIVING SORTED-JOURNAL-FILE.
002190
002200 LIST-SORTED-JOURNAL.
002210     OPEN INPUT SORTED-JOURNAL-FILE.
002220     IF WS-SORT-STATUS NOT = "00"
002230         DISPLAY "SORTED JOURNAL UNAVAILABLE, STATUS="
002240             WS-SORT-STATUS
002250         MOVE 12 TO WS-RETURN-CODE
002260     ELSE
002270         OPEN OUTPUT REPORT-FILE
002280         MOVE "N" TO WS-EOF-SWITCH
002290         PERFORM READ-SORTED-JOURNAL
002300         PERFORM SELECT-JOURNAL-ENTRY UNTIL WS-END-OF-FILE
002310         PERFORM WRITE-JOURNAL-SUMMARY
002320         CLOSE SORTED-JOURNAL-FILE
002330         CLOSE REPORT-FILE
002340     END-IF.
002350
002360 SELECT-JOURNAL-ENTRY.
002370     IF (WS-SEL-FILE-ID = SPACES OR JRN-FILE-ID = WS-SEL-FILE-ID)
002380         AND JRN-DATE NOT < WS-SEL-FROM-DATE
002390         AND JRN-DATE NOT > WS-SEL-TO-DATE
002400         IF WS-SEL-PREFIX-LEN = 0
002410             PERFORM LIST-JOURNAL-ENTRY
002420         ELSE
002430             IF JRN-KEY (1:WS-SEL-PREFIX-LEN) =
002440                 WS-SEL-KEY-PREFIX (1:WS-SEL-PREFIX-LEN)
002450                 PERFORM LIST-JOURNAL-ENTRY
002460             END-IF
002470         END-IF
002480     END-IF.
002490     PERFORM READ-SORTED-JOURNAL.
002500
002510*    A NEW KEY GETS A BLANK LINE AHEAD OF IT SO EACH RECORD'S
002520*    HISTORY READS AS ONE BLOCK.
002530 LIST-JOURNAL-ENTRY.
002540     IF JRN-FILE-ID NOT = WS-PREV-FILE-ID
002550         OR JRN-KEY NOT = WS-PREV-KEY
002560         ADD 1 TO WS-KEY-COUNT
002570         MOVE JRN-FILE-ID TO WS-PREV-FILE-ID
002580         MOVE JRN-KEY TO WS-PREV-KEY
002590         IF WS-LISTED-COUNT > 0
002600             MOVE SPACES TO WS-JOURNAL-LINE
002610             PERFORM WRITE-JOURNAL-LINE
002620         END-IF
002630     END-IF.
002640     ADD 1 TO WS-LISTED-COUNT.
002650     MOVE JRN-FILE-ID TO JRD-FILE-ID.
002660     MOVE JRN-KEY     TO JRD-KEY.
002670     MOVE JRN-DATE    TO JRD-DATE.
002680     MOVE JRN-TIME    TO JRD-TIME.
002690     MOVE JRN-PROGRAM TO JRD-PROGRAM.
002695     MOVE JRN-OPERATOR TO JRD-OPERATOR.
002700     EVALUATE JRN-ACTION
002710         WHEN "A"    MOVE "ADD"     TO JRD-ACTION
002720         WHEN "C"    MOVE "CHANGE"  TO JRD-ACTION
002730         WHEN "D"    MOVE "DELETE"  TO JRD-ACTION
002740         WHEN "H"    MOVE "HOLD"    TO JRD-ACTION
002750         WHEN "R"    MOVE "RELEASE" TO JRD-ACTION
002755         WHEN "V"    MOVE "APPROVE" TO JRD-ACTION
002757         WHEN "F"    MOVE "FLASHED" TO JRD-ACTION
002760         WHEN OTHER  MOVE JRN-ACTION TO JRD-ACTION
002770     END-EVALUATE.
002780     MOVE SPACES TO WS-JOURNAL-LINE.
002790     MOVE WS-JOURNAL-DETAIL TO WS-JOURNAL-LINE.
002800     PERFORM WRITE-JOURNAL-LINE.
002810     MOVE "BEFORE:" TO WS-IMAGE-LABEL.
002820     MOVE JRN-BEFORE-IMAGE TO WS-IMAGE-WORK.
002830     PERFORM LIST-RECORD-IMAGE.
002840     MOVE "AFTER :" TO WS-IMAGE-LABEL.
002850     MOVE JRN-AFTER-IMAGE TO WS-IMAGE-WORK.
002860     PERFORM LIST-RECORD-IMAGE.
002870
002880 LIST-RECORD-IMAGE.
002890     MOVE SPACES TO WS-JOURNAL-LINE.
002900     IF WS-IMAGE-WORK = SPACES
002910         STRING "    " WS-IMAGE-LABEL " (NONE)"
002920             DELIMITED BY SIZE INTO WS-JOURNAL-LINE
002930         PERFORM WRITE-JOURNAL-LINE
002940     ELSE
002950         IF JRN-FILE-ID = "MSGMSTR"
002960             PERFORM LIST-MESSAGE-IMAGE
002970         ELSE
002980             PERFORM LIST-SUBSCRIBER-IMAGE
002990         END-IF
003000     END-IF.
003010
003020 LIST-MESSAGE-IMAGE.
003030     MOVE WS-IMAGE-WORK TO MASTER-RECORD.
003040     STRING "    " WS-IMAGE-LABEL " TYPE " MST-TYPE
003050         " PRI " MST-PRIORITY
003060         " EFF " MST-EFF-DATE " EXP " MST-EXP-DATE
003070         " RPT " MST-REPEAT-DAY " STATUS " MST-STATUS
003080         " LEN " MST-LEN " FLASHED " MST-FLASH-DATE
003085         " KEYED " MST-ENTERED-BY " APPROVED " MST-APPROVED-BY
003090         DELIMITED BY SIZE INTO WS-JOURNAL-LINE.
003100     PERFORM WRITE-JOURNAL-LINE.
003110     MOVE SPACES TO WS-JOURNAL-LINE.
003120     STRING "             TEXT " MST-TEXT
003130         DELIMITED BY SIZE INTO WS-JOURNAL-LINE.
003140     PERFORM WRITE-JOURNAL-LINE.
003141     IF MST-AUDIENCE NOT = SPACES
003142         MOVE SPACES TO WS-JOURNAL-LINE
003143         STRING "             TARGETS " MST-AUDIENCE-DEPT (1)
003144             " " MST-AUDIENCE-DEPT (2) " " MST-AUDIENCE-DEPT (3)
003145             " " MST-AUDIENCE-DEPT (4) " " MST-AUDIENCE-DEPT (5)
003146             DELIMITED BY SIZE INTO WS-JOURNAL-LINE
003147         PERFORM WRITE-JOURNAL-LINE
003148     END-IF.
003150
003160 LIST-SUBSCRIBER-IMAGE.
003170     MOVE WS-IMAGE-WORK TO SUBSCRIBER-RECORD.
003180     STRING "    " WS-IMAGE-LABEL " STATION " SBM-STATION
003190         " FLAGS " SBM-SUB-FLAGS
003200         DELIMITED BY SIZE INTO WS-JOURNAL-LINE.
003210     PERFORM WRITE-JOURNAL-LINE.
003220
003230 WRITE-JOURNAL-SUMMARY.
003240     MOVE SPACES TO WS-JOURNAL-LINE.
003250     PERFORM WRITE-JOURNAL-LINE.
003260     MOVE SPACES TO WS-JOURNAL-LINE.
003270     STRING "ENTRIES LISTED: " WS-LISTED-COUNT
003280         "   KEYS LISTED: " WS-KEY-COUNT
003290         DELIMITED BY SIZE INTO WS-JOURNAL-LINE.
003300     PERFORM WRITE-JOURNAL-LINE.
003310
003320 WRITE-JOURNAL-LINE.
003330     IF WS-LINE-CTR IS GREATER THAN OR EQUAL TO WS-LINES-PER-PAGE
003340         PERFORM WRITE-REPORT-HEADER
003350     END-IF.
003360     MOVE WS-JOURNAL-LINE TO REPORT-LINE.
003370     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
003380     ADD 1 TO WS-LINE-CTR.
003390
003400 WRITE-REPORT-HEADER.
003410     ADD 1 TO WS-PAGE-NO.
003420     MOVE SPACES TO REPORT-LINE.
003430     MOVE "MAINTENANCE JOURNAL - CHANGE HISTORY BY KEY"
003440         TO REPORT-LINE.
003450     WRITE REPORT-LINE AFTER ADVANCING PAGE.
003460     MOVE SPACES TO REPORT-LINE.
003470     STRING "RUN DATE: " WS-RUN-DATE "   PAGE: " WS-PAGE-NO
003480         DELIMITED BY SIZE INTO REPORT-LINE.
003490     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
003500     MOVE SPACES TO REPORT-LINE.
003510     STRING "SELECTED: FILE " WS-SEL-FILE-ID
003520         "  KEY " WS-SEL-KEY-PREFIX
003530         "  FROM " WS-SEL-FROM-DATE "  TO " WS-SEL-TO-DATE
003540         DELIMITED BY SIZE INTO REPORT-LINE.
003550     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
003560     MOVE SPACES TO REPORT-LINE.
003570     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
003580     MOVE SPACES TO REPORT-LINE.
003590     MOVE "FILE      KEY                                 DATE     
003600-        " TIME      ACTION    PROGRAM         OPERATOR"
003605         TO REPORT-LINE.
003610     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
003620     MOVE 0 TO WS-LINE-CTR.
003630
003640 READ-SORTED-JOURNAL.
003650     READ SORTED-JOURNAL-FILE
003660         AT END SET WS-END-OF-FILE TO TRUE
003670         NOT AT END
003680             SET WS-NOT-END-OF-FILE TO TRUE
003690             ADD 1 TO WS-READ-COUNT
003700     END-READ.
