000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. SuspenseAging.
000120 AUTHOR. Niels van den Bosch.
000130*
000140*    AGING REPORT OF THE REJECT SUSPENSE FILE (SUSPREC.CPY) -
000150*    EVERY REJECT FEEDEDIT, MESSAGEMAINT OR DISTMAINT HAS
000160*    CARRIED AND NOBODY HAS YET APPLIED OR WRITTEN OFF.  ITEMS
000170*    ARE LISTED OLDEST FIRST UNDER THEIR AGE BAND (0-1, 2-3,
000180*    4-7, 8-14, 15-30, OVER 30 DAYS SINCE FIRST REJECTED),
000190*    THEN COUNTED BY REASON CODE AND BY SOURCE PROGRAM ACROSS
000200*    THE SAME BANDS.  A ONE-CARD PARM:
000210*        COL 1-8    AS-OF DATE (YYYYMMDD; 00000000 = TODAY)
000220*        COL 9-11   WARNING DAYS (DEFAULT 005)
000230*    AN ITEM OLDER THAN THE WARNING DAYS IS FLAGGED OVERDUE
000240*    AND ENDS THE RUN WITH CONDITION CODE 4, SO A REJECT LEFT
000250*    SITTING SHOWS ON THE NIGHTLY RUN INSTEAD OF MISSING A
000260*    WEEK'S BULLETIN.  12 = SUSPENSE FILE UNREADABLE.  NO
000270*    SUSPENSE FILE YET (NOTHING EVER REJECTED) IS A CLEAN RUN.
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT AGING-PARM-FILE ASSIGN TO "SUSPARM"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-PARM-STATUS.
000340     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS SEQUENTIAL
000370         RECORD KEY IS SIN-KEY
000380         FILE STATUS IS WS-SUSP-STATUS.
000390     SELECT SORT-SUSPENSE-WORK ASSIGN TO "SRTWORK".
000400     SELECT SORTED-SUSPENSE-FILE ASSIGN TO "SUSSORT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-SORT-STATUS.
000430     SELECT AGING-REPORT-FILE ASSIGN TO "SUSAGOUT"
000440         ORGANIZATION IS LINE SEQUENTIAL.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  AGING-PARM-FILE.
000480 01  AGING-PARM-CARD.
000490     05  SAP-ASOF-DATE       PIC 9(8).
000500     05  SAP-WARN-DAYS       PIC 9(3).
000510 FD  SUSPENSE-FILE.
000520     COPY "SUSPREC.CPY" REPLACING
000530         ==SUSPENSE-RECORD==    BY ==SUSPENSE-IN-RECORD==,
000540         ==SUS-KEY==            BY ==SIN-KEY==,
000550         ==SUS-SOURCE==         BY ==SIN-SOURCE==,
000560         ==SUS-ITEM-KEY==       BY ==SIN-ITEM-KEY==,
000570         ==SUS-STATUS==         BY ==SIN-STATUS==,
000580         ==SUS-OPEN==           BY ==SIN-OPEN==,
000590         ==SUS-RESUBMITTED==    BY ==SIN-RESUBMITTED==,
000600         ==SUS-REASON==         BY ==SIN-REASON==,
000610         ==SUS-FIRST-DATE==     BY ==SIN-FIRST-DATE==,
000620         ==SUS-LAST-DATE==      BY ==SIN-LAST-DATE==,
000630         ==SUS-REJECT-COUNT==   BY ==SIN-REJECT-COUNT==,
000640         ==SUS-RESUB-DATE==     BY ==SIN-RESUB-DATE==,
000650         ==SUS-RESUB-OPERATOR== BY ==SIN-RESUB-OPERATOR==,
000660         ==SUS-IMAGE==          BY ==SIN-IMAGE==.
000670 SD  SORT-SUSPENSE-WORK.
000680     COPY "SUSPREC.CPY" REPLACING
000690         ==SUSPENSE-RECORD==    BY ==SRT-RECORD==,
000700         ==SUS-KEY==            BY ==SRT-KEY==,
000710         ==SUS-SOURCE==         BY ==SRT-SOURCE==,
000720         ==SUS-ITEM-KEY==       BY ==SRT-ITEM-KEY==,
000730         ==SUS-STATUS==         BY ==SRT-STATUS==,
000740         ==SUS-OPEN==           BY ==SRT-OPEN==,
000750         ==SUS-RESUBMITTED==    BY ==SRT-RESUBMITTED==,
000760         ==SUS-REASON==         BY ==SRT-REASON==,
000770         ==SUS-FIRST-DATE==     BY ==SRT-FIRST-DATE==,
000780         ==SUS-LAST-DATE==      BY ==SRT-LAST-DATE==,
000790         ==SUS-REJECT-COUNT==   BY ==SRT-REJECT-COUNT==,
000800         ==SUS-RESUB-DATE==     BY ==SRT-RESUB-DATE==,
000810         ==SUS-RESUB-OPERATOR== BY ==SRT-RESUB-OPERATOR==,
000820         ==SUS-IMAGE==          BY ==SRT-IMAGE==.
000830 FD  SORTED-SUSPENSE-FILE.
000840     COPY "SUSPREC.CPY".
000850 FD  AGING-REPORT-FILE.
000860 01  REPORT-LINE                 PIC X(132).
000870
000880 WORKING-STORAGE SECTION.
000890
000900 01 WS-EOF-SWITCH           PIC X VALUE "N".
000910     88 WS-END-OF-FILE            VALUE "Y".
000920     88 WS-NOT-END-OF-FILE        VALUE "N".
000930 01 WS-PROGRAM-NAME         PIC X(14) VALUE "SUSPENSEAGING".
000940 01 WS-PARM-STATUS          PIC XX.
000950 01 WS-SUSP-STATUS          PIC XX.
000960 01 WS-SORT-STATUS          PIC XX.
000970 01 WS-RETURN-CODE          PIC 9(4) VALUE 0.
000980 01 WS-ASOF-DATE            PIC 9(8).
000990 01 WS-WARN-DAYS            PIC 9(3) VALUE 5.
001000 01 WS-ASOF-DAY-NO          PIC 9(7).
001010 01 WS-FIRST-DAY-NO         PIC 9(7).
001020 01 WS-AGE-DAYS             PIC 9(5).
001030 01 WS-ITEM-COUNT           PIC 9(6) VALUE 0.
001040 01 WS-OPEN-COUNT           PIC 9(6) VALUE 0.
001050 01 WS-RESUB-COUNT          PIC 9(6) VALUE 0.
001060 01 WS-OVERDUE-COUNT        PIC 9(6) VALUE 0.
001070 01 WS-BX                   PIC 9(1) VALUE 0.
001080 01 WS-PREV-BX              PIC 9(1) VALUE 0.
001150 01 WS-BAND-NAME-VALUES     PIC X(42)
001160     VALUE "0-1    2-3    4-7    8-14   15-30  OVER 30".
001170 01 WS-BAND-NAME-PARTS REDEFINES WS-BAND-NAME-VALUES.
001180     05  WS-BAND-NAME        PIC X(7) OCCURS 6.
001190 01 WS-RSN-USED             PIC 9(2) VALUE 0.
001200 01 WS-RSN-FOUND-X          PIC 9(2) VALUE 0.
001210 01 WS-RX                   PIC 9(2) VALUE 0.
001220 01 WS-REASON-TABLE.
001230     05  WS-RSN-ENTRY OCCURS 40.
001240         10  WS-RSN-CODE     PIC X(4).
001250         10  WS-RSN-BAND-CNT PIC 9(6) OCCURS 6.
001260         10  WS-RSN-TOTAL    PIC 9(6).
001270 01 WS-SRC-USED             PIC 9(1) VALUE 0.
001280 01 WS-SRC-FOUND-X          PIC 9(1) VALUE 0.
001290 01 WS-SX                   PIC 9(1) VALUE 0.
001300 01 WS-SOURCE-TABLE.
001310     05  WS-SRC-ENTRY OCCURS 5.
001320         10  WS-SRC-NAME     PIC X(14).
001330         10  WS-SRC-BAND-CNT PIC 9(6) OCCURS 6.
001340         10  WS-SRC-TOTAL    PIC 9(6).
001350 01 WS-BAND-TOTALS.
001360     05  WS-BAND-TOTAL       PIC 9(6) OCCURS 6.
001370 01 WS-AGING-LINE           PIC X(132).
001380 01 WS-PAGE-NO              PIC 9(3) VALUE 0.
001390 01 WS-LINE-CTR             PIC 9(3) VALUE 99.
001400 01 WS-LINES-PER-PAGE       PIC 9(3) VALUE 020.
001410 01 WS-AGING-DETAIL.
001420     05  AGD-SOURCE          PIC X(14).
001430     05  FILLER              PIC X(1) VALUE SPACES.
001440     05  AGD-ITEM-KEY        PIC X(35).
001450     05  FILLER              PIC X(2) VALUE SPACES.
001460     05  AGD-STATUS          PIC X(1).
001470     05  FILLER              PIC X(3) VALUE SPACES.
001480     05  AGD-REASON          PIC X(4).
001490     05  FILLER              PIC X(2) VALUE SPACES.
001500     05  AGD-FIRST-DATE      PIC 9(8).
001510     05  FILLER              PIC X(2) VALUE SPACES.
001520     05  AGD-LAST-DATE       PIC 9(8).
001530     05  FILLER              PIC X(2) VALUE SPACES.
001540     05  AGD-COUNT           PIC ZZ9.
001550     05  FILLER              PIC X(2) VALUE SPACES.
001560     05  AGD-AGE             PIC ZZZZ9.
001570     05  FILLER              PIC X(2) VALUE SPACES.
001580     05  AGD-RESUB-OPERATOR  PIC X(8).
001590     05  FILLER              PIC X(2) VALUE SPACES.
001600     05  AGD-OVERDUE         PIC X(7).
001610 01 WS-AGING-SUMMARY.
001620     05  AGS-LABEL           PIC X(14).
001630     05  AGS-BAND OCCURS 6.
001640         10  FILLER          PIC X(1).
001650         10  AGS-BAND-COUNT  PIC ZZZZZ9.
001660     05  FILLER              PIC X(1).
001670     05  AGS-TOTAL           PIC ZZZZZ9.
001680*    FLIEGEL-VAN FLANDERN DAY-NUMBER WORK FIELDS FOR THE AGE
001690*    ARITHMETIC ACROSS MONTH AND YEAR ENDS.
001700 01 WS-FLIEGEL-WORK.
001710     05  WS-CDN-DATE         PIC 9(8).
001720     05  WS-CDN-YEAR         PIC 9(4).
001730     05  WS-CDN-MMDD         PIC 9(4).
001740     05  WS-CDN-MONTH        PIC 9(2).
001750     05  WS-CDN-DAY          PIC 9(2).
001760     05  WS-CDN-A-WORK       PIC 9(2).
001770     05  WS-CDN-A            PIC 9(1).
001780     05  WS-CDN-Y            PIC 9(4).
001790     05  WS-CDN-M            PIC 9(2).
001800     05  WS-CDN-T1           PIC 9(4).
001810     05  WS-CDN-T2           PIC 9(7).
001820     05  WS-CDN-T3           PIC 9(4).
001830     05  WS-CDN-T4           PIC 9(4).
001840     05  WS-CDN-T5           PIC 9(4).
001850     05  WS-CDN-DAY-NO       PIC 9(7).
001860
001870 PROCEDURE DIVISION.
001880 PROGRAM-BEGIN.
001890     ACCEPT WS-ASOF-DATE FROM DATE YYYYMMDD.
001900     PERFORM READ-AGING-PARM THRU READ-AGING-PARM-EXIT.
001910     MOVE WS-ASOF-DATE TO WS-CDN-DATE.
001920     PERFORM CONVERT-DATE-TO-DAY-NO.
001930     MOVE WS-CDN-DAY-NO TO WS-ASOF-DAY-NO.
001940     INITIALIZE WS-REASON-TABLE WS-SOURCE-TABLE WS-BAND-TOTALS.
001950     OPEN OUTPUT AGING-REPORT-FILE.
001960     PERFORM REPORT-SUSPENSE-AGING.
001970     IF WS-ITEM-COUNT = 0
001980         MOVE SPACES TO WS-AGING-LINE
001990         MOVE "   (NOTHING IN SUSPENSE)" TO WS-AGING-LINE
002000         PERFORM WRITE-AGING-LINE
002010     ELSE
002020         PERFORM PRINT-AGING-SUMMARY
002030     END-IF.
002040     CLOSE AGING-REPORT-FILE.
002050
002060 PROGRAM-DONE.
002070     DISPLAY "------------------------------------------------".
002080     DISPLAY "SUSPENSE AGING - PROGRAM: " WS-PROGRAM-NAME.
002090     DISPLAY "AS-OF DATE          : " WS-ASOF-DATE.
002100     DISPLAY "WARNING DAYS        : " WS-WARN-DAYS.
002110     DISPLAY "ITEMS IN SUSPENSE   : " WS-ITEM-COUNT.
002120     DISPLAY "  OPEN              : " WS-OPEN-COUNT.
002130     DISPLAY "  RESUBMITTED       : " WS-RESUB-COUNT.
002140     DISPLAY "OVERDUE             : " WS-OVERDUE-COUNT.
002150     DISPLAY "------------------------------------------------".
002160     IF WS-OVERDUE-COUNT > 0
002170         DISPLAY "*** " WS-OVERDUE-COUNT " REJECT(S) IN SUSPENSE"
002180             " OVER " WS-WARN-DAYS " DAYS - SEE SUSAGOUT ***"
002190         IF WS-RETURN-CODE < 4
002200             MOVE 4 TO WS-RETURN-CODE
002210         END-IF
002220     END-IF.
002230     MOVE WS-RETURN-CODE TO RETURN-CODE.
002240     STOP RUN.
002250
002260 READ-AGING-PARM.
002270     OPEN INPUT AGING-PARM-FILE.
002280     IF WS-PARM-STATUS NOT = "00"
002290         GO TO READ-AGING-PARM-EXIT
002300     END-IF.
002310     READ AGING-PARM-FILE
002320         AT END
002330             CLOSE AGING-PARM-FILE
002340             GO TO READ-AGING-PARM-EXIT
002350     END-READ.
002360     CLOSE AGING-PARM-FILE.
002370     IF SAP-ASOF-DATE IS NUMERIC AND SAP-ASOF-DATE > 0
002380         MOVE SAP-ASOF-DATE TO WS-ASOF-DATE
002390     END-IF.
002400     IF SAP-WARN-DAYS IS NUMERIC
002410         MOVE SAP-WARN-DAYS TO WS-WARN-DAYS
002420     END-IF.
002430
002440 READ-AGING-PARM-EXIT.
002450     EXIT.
002460
002470*    THE CLUSTER IS DEFINED EMPTY AT INSTALL TIME, SO STATUS 35
002480*    ONLY MEANS NOTHING HAS EVER BEEN REJECTED.
002490 REPORT-SUSPENSE-AGING.
002500     OPEN INPUT SUSPENSE-FILE.
002510     IF WS-SUSP-STATUS = "35"
002520         DISPLAY "NO REJECT SUSPENSE FILE - NOTHING TO AGE"
002530     ELSE
002540         IF WS-SUSP-STATUS NOT = "00"
002550             DISPLAY "REJECT SUSPENSE UNAVAILABLE, STATUS="
002560                 WS-SUSP-STATUS
002570             MOVE 12 TO WS-RETURN-CODE
002580         ELSE
002590             CLOSE SUSPENSE-FILE
002600             PERFORM SORT-SUSPENSE-BY-AGE
002610             PERFORM LIST-SORTED-SUSPENSE
002620         END-IF
002630     END-IF.
002640
002650*    OLDEST FIRST, SO THE ITEMS THAT MOST NEED WORKING HEAD THE
002660*    REPORT; REASON NEXT SO ONE BAND'S REJECTS OF A KIND SIT
002670*    TOGETHER.
002680 SORT-SUSPENSE-BY-AGE.
002690     SORT SORT-SUSPENSE-WORK
002700         ON ASCENDING KEY SRT-FIRST-DATE SRT-REASON SRT-KEY
002710         USING SUSPENSE-FILE
002720         GIVING SORTED-SUSPENSE-FILE.
002730
002740 LIST-SORTED-SUSPENSE.
002750     OPEN INPUT SORTED-SUSPENSE-FILE.
002760     IF WS-SORT-STATUS NOT = "00"
002770         DISPLAY "SORTED SUSPENSE UNAVAILABLE, STATUS="
002780             WS-SORT-STATUS
002790         MOVE 12 TO WS-RETURN-CODE
002800         SET WS-END-OF-FILE TO TRUE
002810     ELSE
002820         PERFORM READ-SORTED-SUSPENSE
002830     END-IF.
002840     PERFORM AGE-SUSPENSE-ITEM UNTIL WS-END-OF-FILE.
002850     IF WS-SORT-STATUS = "00" OR WS-SORT-STATUS = "10"
002860         CLOSE SORTED-SUSPENSE-FILE
002870     END-IF.
002880
002890 AGE-SUSPENSE-ITEM.
002900     ADD 1 TO WS-ITEM-COUNT.
002910     IF SUS-RESUBMITTED
002920         ADD 1 TO WS-RESUB-COUNT
002930     ELSE
002940         ADD 1 TO WS-OPEN-COUNT
002950     END-IF.
002960     PERFORM COMPUTE-ITEM-AGE.
002970     PERFORM FIND-AGE-BAND.
002980     IF WS-BX NOT = WS-PREV-BX
002990         PERFORM WRITE-BAND-HEADING
003000         MOVE WS-BX TO WS-PREV-BX
003010     END-IF.
003020     PERFORM WRITE-AGING-DETAIL.
003030     PERFORM TALLY-BY-REASON.
003040     PERFORM TALLY-BY-SOURCE.
003050     ADD 1 TO WS-BAND-TOTAL (WS-BX).
003060     PERFORM READ-SORTED-SUSPENSE.
003070
003080 COMPUTE-ITEM-AGE.
003090     MOVE 0 TO WS-AGE-DAYS.
003100     IF SUS-FIRST-DATE IS NUMERIC AND SUS-FIRST-DATE > 0
003110         MOVE SUS-FIRST-DATE TO WS-CDN-DATE
003120         PERFORM CONVERT-DATE-TO-DAY-NO
003130         MOVE WS-CDN-DAY-NO TO WS-FIRST-DAY-NO
003140         IF WS-ASOF-DAY-NO > WS-FIRST-DAY-NO
003150             COMPUTE WS-AGE-DAYS
003160                 = WS-ASOF-DAY-NO - WS-FIRST-DAY-NO
003170         END-IF
003180     END-IF.
003190
003195*    AGE BANDS, IN DAYS SINCE FIRST REJECTED.
003200 FIND-AGE-BAND.
003207     EVALUATE TRUE
003214         WHEN WS-AGE-DAYS NOT > 1  MOVE 1 TO WS-BX
003221         WHEN WS-AGE-DAYS NOT > 3  MOVE 2 TO WS-BX
003228         WHEN WS-AGE-DAYS NOT > 7  MOVE 3 TO WS-BX
003235         WHEN WS-AGE-DAYS NOT > 14 MOVE 4 TO WS-BX
003242         WHEN WS-AGE-DAYS NOT > 30 MOVE 5 TO WS-BX
003249         WHEN OTHER                MOVE 6 TO WS-BX
003256     END-EVALUATE.
003270
003280 WRITE-BAND-HEADING.
003290     MOVE SPACES TO WS-AGING-LINE.
003300     PERFORM WRITE-AGING-LINE.
003310     MOVE SPACES TO WS-AGING-LINE.
003320     STRING "AGE " WS-BAND-NAME (WS-BX) " DAYS"
003330         DELIMITED BY SIZE INTO WS-AGING-LINE.
003340     PERFORM WRITE-AGING-LINE.
003350
003360 WRITE-AGING-DETAIL.
003370     MOVE SUS-SOURCE         TO AGD-SOURCE.
003380     MOVE SUS-ITEM-KEY       TO AGD-ITEM-KEY.
003390     MOVE SUS-STATUS         TO AGD-STATUS.
003400     MOVE SUS-REASON         TO AGD-REASON.
003410     MOVE SUS-FIRST-DATE     TO AGD-FIRST-DATE.
003420     MOVE SUS-LAST-DATE      TO AGD-LAST-DATE.
003430     MOVE SUS-REJECT-COUNT   TO AGD-COUNT.
003440     MOVE WS-AGE-DAYS        TO AGD-AGE.
003450     MOVE SUS-RESUB-OPERATOR TO AGD-RESUB-OPERATOR.
003460     IF WS-AGE-DAYS > WS-WARN-DAYS
003470         MOVE "OVERDUE" TO AGD-OVERDUE
003480         ADD 1 TO WS-OVERDUE-COUNT
003490     ELSE
003500         MOVE SPACES TO AGD-OVERDUE
003510     END-IF.
003520     MOVE SPACES TO WS-AGING-LINE.
003530     MOVE WS-AGING-DETAIL TO WS-AGING-LINE.
003540     PERFORM WRITE-AGING-LINE.
003550
003560 TALLY-BY-REASON.
003570     MOVE 0 TO WS-RSN-FOUND-X.
003580     MOVE 1 TO WS-RX.
003590     PERFORM SEARCH-REASON-TABLE
003600         UNTIL WS-RSN-FOUND-X > 0 OR WS-RX > WS-RSN-USED.
003610     IF WS-RSN-FOUND-X = 0
003620         IF WS-RSN-USED < 40
003630             ADD 1 TO WS-RSN-USED
003640             MOVE WS-RSN-USED TO WS-RSN-FOUND-X
003650             MOVE SUS-REASON TO WS-RSN-CODE (WS-RSN-FOUND-X)
003660         ELSE
003670             DISPLAY "MORE THAN 40 REASON CODES - NOT TALLIED: "
003680                 SUS-REASON
003690             MOVE 8 TO WS-RETURN-CODE
003700         END-IF
003710     END-IF.
003720     IF WS-RSN-FOUND-X > 0
003730         ADD 1 TO WS-RSN-BAND-CNT (WS-RSN-FOUND-X WS-BX)
003740         ADD 1 TO WS-RSN-TOTAL (WS-RSN-FOUND-X)
003750     END-IF.
003760
003770 SEARCH-REASON-TABLE.
003780     IF WS-RSN-CODE (WS-RX) = SUS-REASON
003790         MOVE WS-RX TO WS-RSN-FOUND-X
003800     END-IF.
003810     ADD 1 TO WS-RX.
003820
003830 TALLY-BY-SOURCE.
003840     MOVE 0 TO WS-SRC-FOUND-X.
003850     MOVE 1 TO WS-SX.
003860     PERFORM SEARCH-SOURCE-TABLE
003870         UNTIL WS-SRC-FOUND-X > 0 OR WS-SX > WS-SRC-USED.
003880     IF WS-SRC-FOUND-X = 0 AND WS-SRC-USED < 5
003890         ADD 1 TO WS-SRC-USED
003900         MOVE WS-SRC-USED TO WS-SRC-FOUND-X
003910         MOVE SUS-SOURCE TO WS-SRC-NAME (WS-SRC-FOUND-X)
003920     END-IF.
003930     IF WS-SRC-FOUND-X > 0
003940         ADD 1 TO WS-SRC-BAND-CNT (WS-SRC-FOUND-X WS-BX)
003950         ADD 1 TO WS-SRC-TOTAL (WS-SRC-FOUND-X)
003960     END-IF.
003970
003980 SEARCH-SOURCE-TABLE.
003990     IF WS-SRC-NAME (WS-SX) = SUS-SOURCE
004000         MOVE WS-SX TO WS-SRC-FOUND-X
004010     END-IF.
004020     ADD 1 TO WS-SX.
004030
004040*    THE REASON-BY-BAND MATRIX, THEN THE SAME BANDS BY SOURCE
004050*    PROGRAM, ON A PAGE OF THEIR OWN.
004060 PRINT-AGING-SUMMARY.
004070     MOVE WS-LINES-PER-PAGE TO WS-LINE-CTR.
004080     MOVE SPACES TO WS-AGING-LINE.
004086     MOVE "SUSPENSE ITEMS BY REASON AND AGE BAND"
004092         TO WS-AGING-LINE.
004100     PERFORM WRITE-AGING-LINE.
004106     MOVE SPACES TO WS-AGING-SUMMARY.
004112     MOVE "REASON" TO AGS-LABEL.
004120     PERFORM WRITE-SUMMARY-COLUMNS.
004130     MOVE 1 TO WS-RX.
004140     PERFORM PRINT-REASON-SUMMARY UNTIL WS-RX > WS-RSN-USED.
004150     PERFORM PRINT-BAND-TOTALS.
004160     MOVE SPACES TO WS-AGING-LINE.
004170     PERFORM WRITE-AGING-LINE.
004180     MOVE SPACES TO WS-AGING-LINE.
004190     MOVE "SUSPENSE ITEMS BY SOURCE PROGRAM AND AGE BAND"
004200         TO WS-AGING-LINE.
004210     PERFORM WRITE-AGING-LINE.
004216     MOVE SPACES TO WS-AGING-SUMMARY.
004222     MOVE "SOURCE" TO AGS-LABEL.
004230     PERFORM WRITE-SUMMARY-COLUMNS.
004240     MOVE 1 TO WS-SX.
004250     PERFORM PRINT-SOURCE-SUMMARY UNTIL WS-SX > WS-SRC-USED.
004260     PERFORM PRINT-BAND-TOTALS.
004270
004280*    COLUMN HEADINGS LINE UP WITH WS-AGING-SUMMARY; THE CALLER
004290*    HAS PUT THE FIRST COLUMN'S HEADING IN AGS-LABEL.
004300 WRITE-SUMMARY-COLUMNS.
004330     MOVE SPACES TO WS-AGING-LINE.
004340     STRING AGS-LABEL
004350         "    0-1    2-3    4-7   8-14  15-30 OVER30  TOTAL"
004360         DELIMITED BY SIZE INTO WS-AGING-LINE.
004370     PERFORM WRITE-AGING-LINE.
004380
004390 PRINT-REASON-SUMMARY.
004400     MOVE SPACES TO WS-AGING-SUMMARY.
004410     MOVE WS-RSN-CODE (WS-RX) TO AGS-LABEL.
004420     MOVE 1 TO WS-BX.
004430     PERFORM MOVE-REASON-BAND UNTIL WS-BX > 6.
004440     MOVE WS-RSN-TOTAL (WS-RX) TO AGS-TOTAL.
004450     PERFORM WRITE-SUMMARY-LINE.
004460     ADD 1 TO WS-RX.
004470
004480 MOVE-REASON-BAND.
004490     MOVE WS-RSN-BAND-CNT (WS-RX WS-BX) TO AGS-BAND-COUNT (WS-BX).
004500     ADD 1 TO WS-BX.
004510
004520 PRINT-SOURCE-SUMMARY.
004530     MOVE SPACES TO WS-AGING-SUMMARY.
004540     MOVE WS-SRC-NAME (WS-SX) TO AGS-LABEL.
004550     MOVE 1 TO WS-BX.
004560     PERFORM MOVE-SOURCE-BAND UNTIL WS-BX > 6.
004570     MOVE WS-SRC-TOTAL (WS-SX) TO AGS-TOTAL.
004580     PERFORM WRITE-SUMMARY-LINE.
004590     ADD 1 TO WS-SX.
004600
004610 MOVE-SOURCE-BAND.
004620     MOVE WS-SRC-BAND-CNT (WS-SX WS-BX) TO AGS-BAND-COUNT (WS-BX).
004630     ADD 1 TO WS-BX.
004640
004650 PRINT-BAND-TOTALS.
004660     MOVE SPACES TO WS-AGING-SUMMARY.
004670     MOVE "TOTAL" TO AGS-LABEL.
004680     MOVE 1 TO WS-BX.
004690     PERFORM MOVE-BAND-TOTAL UNTIL WS-BX > 6.
004700     MOVE WS-ITEM-COUNT TO AGS-TOTAL.
004710     PERFORM WRITE-SUMMARY-LINE.
004720
004730 MOVE-BAND-TOTAL.
004740     MOVE WS-BAND-TOTAL (WS-BX) TO AGS-BAND-COUNT (WS-BX).
004750     ADD 1 TO WS-BX.
004760
004770 WRITE-SUMMARY-LINE.
004780     MOVE SPACES TO WS-AGING-LINE.
004790     MOVE WS-AGING-SUMMARY TO WS-AGING-LINE.
004800     PERFORM WRITE-AGING-LINE.
004810
004820*    THE HEADER BORROWS REPORT-LINE, SO THE DETAIL RIDES IN
004830*    WS-AGING-LINE UNTIL AFTER THE PAGE-BREAK CHECK.
004840 WRITE-AGING-LINE.
004850     IF WS-LINE-CTR IS GREATER THAN OR EQUAL TO WS-LINES-PER-PAGE
004860         PERFORM WRITE-REPORT-HEADER
004870     END-IF.
004880     MOVE WS-AGING-LINE TO REPORT-LINE.
004890     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
004900     ADD 1 TO WS-LINE-CTR.
004910
004920 WRITE-REPORT-HEADER.
004930     ADD 1 TO WS-PAGE-NO.
004940     MOVE SPACES TO REPORT-LINE.
004950     MOVE "REJECT SUSPENSE AGING REPORT" TO REPORT-LINE.
004960     WRITE REPORT-LINE AFTER ADVANCING PAGE.
004970     MOVE SPACES TO REPORT-LINE.
004980     STRING "AS OF: " WS-ASOF-DATE "   WARNING AFTER: "
004990         WS-WARN-DAYS " DAYS   PAGE: " WS-PAGE-NO
005000         DELIMITED BY SIZE INTO REPORT-LINE.
005010     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
005020     MOVE SPACES TO REPORT-LINE.
005030     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
005040     MOVE SPACES TO REPORT-LINE.
005050     STRING "SOURCE         ITEM KEY"
005060         "                             ST  RSN   FIRST"
005070         "     LAST      TIMES  AGE  RESUB BY"
005080         DELIMITED BY SIZE INTO REPORT-LINE.
005090     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
005100     MOVE 0 TO WS-LINE-CTR.
005110
005120*    FLIEGEL-VAN FLANDERN DAY NUMBER FROM A YYYYMMDD DATE.
005130 CONVERT-DATE-TO-DAY-NO.
005140     DIVIDE WS-CDN-DATE BY 10000
005150         GIVING WS-CDN-YEAR REMAINDER WS-CDN-MMDD.
005160     DIVIDE WS-CDN-MMDD BY 100
005170         GIVING WS-CDN-MONTH REMAINDER WS-CDN-DAY.
005180     COMPUTE WS-CDN-A-WORK = 14 - WS-CDN-MONTH.
005190     DIVIDE WS-CDN-A-WORK BY 12 GIVING WS-CDN-A.
005200     COMPUTE WS-CDN-Y = WS-CDN-YEAR + 4800 - WS-CDN-A.
005210     COMPUTE WS-CDN-M = WS-CDN-MONTH + 12 * WS-CDN-A - 3.
005220     COMPUTE WS-CDN-T1 = 153 * WS-CDN-M + 2.
005230     DIVIDE WS-CDN-T1 BY 5 GIVING WS-CDN-T1.
005240     COMPUTE WS-CDN-T2 = 365 * WS-CDN-Y.
005250     DIVIDE WS-CDN-Y BY 4 GIVING WS-CDN-T3.
005260     DIVIDE WS-CDN-Y BY 100 GIVING WS-CDN-T4.
005270     DIVIDE WS-CDN-Y BY 400 GIVING WS-CDN-T5.
005280     COMPUTE WS-CDN-DAY-NO = WS-CDN-DAY + WS-CDN-T1
005290         + WS-CDN-T2 + WS-CDN-T3 - WS-CDN-T4 + WS-CDN-T5
005300         - 32045.
005310
005320 READ-SORTED-SUSPENSE.
005330     READ SORTED-SUSPENSE-FILE
005340         AT END SET WS-END-OF-FILE TO TRUE
005350         NOT AT END SET WS-NOT-END-OF-FILE TO TRUE
005360     END-READ.
