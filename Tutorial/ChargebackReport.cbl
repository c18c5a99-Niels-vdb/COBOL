000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. ChargebackReport.
000120 AUTHOR. Niels van den Bosch.
000130*
000140*    MONTH-END DEPARTMENTAL CHARGEBACK.  TOTALS THE USAGE LOG
000150*    (USAGEREC.CPY) THAT DISTRIBUTE AND FLASHPUBLISH APPEND TO
000160*    ON EVERY RUN, BY DEPARTMENT, FOR ONE BILLING MONTH, PRICES
000170*    EACH DEPARTMENT'S ADDRESSED COPIES, PRINTED LINES, FLASH
000180*    COPIES AND DEPTXTN EXTRACT RECORDS AGAINST THE RATE TABLE
000190*    (RATEREC.CPY), AND PRODUCES:
000200*        - A FIXED-LAYOUT GL JOURNAL-ENTRY FILE (GLJEREC.CPY):
000210*          ONE DEBIT PER DEPARTMENT PER BILLED UNIT, ONE
000220*          OFFSETTING CREDIT PER UNIT TO THE BULLETIN SERVICE,
000230*          AND A TRAILER CARRYING THE DEBIT/CREDIT CONTROL TOTALS
000240*        - A PRINTED CHARGEBACK STATEMENT, ONE PAGE PER
000250*          DEPARTMENT, FOLLOWED BY A CONTROL-TOTAL PAGE
000260*    A ONE-CARD PARM:
000270*        COL 1-6    BILLING PERIOD (YYYYMM; 000000 = THE MONTH
000280*                   BEFORE THE RUN DATE)
000290*        COL 7-10   COST CENTER THE CREDITS POST TO (DEFAULT
000300*                   BULL, THE BULLETIN SERVICE)
000310*    EACH AMOUNT IS QUANTITY TIMES RATE ROUNDED TO THE CENT PER
000320*    DEPARTMENT AND UNIT; THE CREDITS ARE THE SUMS OF THOSE
000330*    ROUNDED DEBITS, SO THE JOURNAL ALWAYS BALANCES TO THE CENT.
000340*    CONDITION CODES:
000350*        0  JOURNAL AND STATEMENTS PRODUCED CLEAN
000360*        4  WARNINGS - A UNIT WITH USAGE BUT NO RATE, UNREADABLE
000370*           USAGE RECORDS, OR NO USAGE AT ALL FOR THE PERIOD
000380*        8  A DEPARTMENT OVERFLOWED THE TABLE OR THE JOURNAL
000390*           DOES NOT BALANCE - DO NOT SEND IT TO THE LEDGER
000400*       12  NO RATE TABLE OR NO USAGE LOG - NOTHING PRODUCED
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT USAGE-LOG-FILE ASSIGN TO "USAGELOG"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-USG-STATUS.
000470     SELECT RATE-FILE ASSIGN TO "CHGRATE"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-RATE-STATUS.
000500     SELECT CHARGE-PARM-FILE ASSIGN TO "CHGPARM"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-PARM-STATUS.
000530     SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
000540         ORGANIZATION IS LINE SEQUENTIAL.
000550     SELECT REPORT-FILE ASSIGN TO "CHGRPT"
000560         ORGANIZATION IS LINE SEQUENTIAL.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  USAGE-LOG-FILE.
000600     COPY "USAGEREC.CPY".
000610 FD  RATE-FILE.
000620     COPY "RATEREC.CPY".
000630 FD  CHARGE-PARM-FILE.
000640 01  CHARGE-PARM-CARD.
000650     05  CHP-PERIOD          PIC 9(6).
000660     05  CHP-SERVICE-CC      PIC X(4).
000670 FD  GL-JOURNAL-FILE.
000680     COPY "GLJEREC.CPY".
000690 FD  REPORT-FILE.
000700 01  REPORT-LINE                 PIC X(132).
000710
000720 WORKING-STORAGE SECTION.
000730
000740 01 WS-EOF-SWITCH           PIC X VALUE "N".
000750     88 WS-END-OF-FILE            VALUE "Y".
000760     88 WS-NOT-END-OF-FILE        VALUE "N".
000770 01 WS-PROGRAM-NAME         PIC X(14) VALUE "CHARGEBACK".
000780 01 WS-USG-STATUS           PIC XX.
000790 01 WS-RATE-STATUS          PIC XX.
000800 01 WS-PARM-STATUS          PIC XX.
000810 01 WS-RETURN-CODE          PIC 9(4) VALUE 0.
000820 01 WS-RUN-DATE             PIC 9(8).
000830 01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
000840     05  WS-RUN-YEAR         PIC 9(4).
000850     05  WS-RUN-MONTH        PIC 9(2).
000860     05  WS-RUN-DAY          PIC 9(2).
000870 01 WS-PERIOD               PIC 9(6).
000880 01 WS-PERIOD-PARTS REDEFINES WS-PERIOD.
000890     05  WS-PERIOD-YEAR      PIC 9(4).
000900     05  WS-PERIOD-MONTH     PIC 9(2).
000910 01 WS-PARM-PERIOD          PIC 9(6).
000920 01 WS-PARM-PERIOD-PARTS REDEFINES WS-PARM-PERIOD.
000930     05  WS-PARM-YEAR        PIC 9(4).
000940     05  WS-PARM-MONTH       PIC 9(2).
000950 01 WS-USAGE-DATE           PIC 9(8).
000960 01 WS-USAGE-DATE-PARTS REDEFINES WS-USAGE-DATE.
000970     05  WS-USAGE-PERIOD     PIC 9(6).
000980     05  WS-USAGE-DAY        PIC 9(2).
000990 01 WS-SERVICE-CC           PIC X(4) VALUE "BULL".
001000 01 WS-JOURNAL-SOURCE       PIC X(8) VALUE "BULLCHG".
001010 01 WS-USAGE-READ-COUNT     PIC 9(6) VALUE 0.
001020 01 WS-USAGE-USED-COUNT     PIC 9(6) VALUE 0.
001030 01 WS-OTHER-PERIOD-COUNT   PIC 9(6) VALUE 0.
001040 01 WS-USAGE-BAD-COUNT      PIC 9(6) VALUE 0.
001050 01 WS-RATE-READ-COUNT      PIC 9(6) VALUE 0.
001060 01 WS-UNPRICED-COUNT       PIC 9(6) VALUE 0.
001070 01 WS-JOURNAL-COUNT        PIC 9(6) VALUE 0.
001080 01 WS-DEBIT-TOTAL          PIC 9(11)V99 VALUE 0.
001090 01 WS-CREDIT-TOTAL         PIC 9(11)V99 VALUE 0.
001100*    THE FOUR BILLED UNITS, IN THE FIXED ORDER EVERY TABLE
001110*    BELOW IS SUBSCRIPTED BY.
001120 01 WS-UX                   PIC 9(1) VALUE 0.
001130 01 WS-UNIT-FOUND-X         PIC 9(1) VALUE 0.
001140 01 WS-UNIT-CODE-VALUES     PIC X(16) VALUE "COPYLINEFLSHXTRC".
001150 01 WS-UNIT-CODE-TABLE REDEFINES WS-UNIT-CODE-VALUES.
001160     05  WS-UNIT-CODE        PIC X(4) OCCURS 4.
001170 01 WS-RATE-TABLE.
001180     05  WS-RATE-ENTRY OCCURS 4.
001190         10  WS-RATE-SWITCH     PIC X(1).
001200             88 WS-RATE-ON-FILE       VALUE "Y".
001210         10  WS-RATE-DESC       PIC X(20).
001220         10  WS-RATE-UNIT       PIC 9(3)V9(4).
001230         10  WS-RATE-EXPENSE    PIC X(10).
001240         10  WS-RATE-RECOVERY   PIC X(10).
001250         10  WS-RATE-QTY-TOTAL  PIC 9(9).
001260         10  WS-RATE-AMT-TOTAL  PIC 9(11)V99.
001270*    ONE ENTRY PER DEPARTMENT SEEN IN THE PERIOD, KEPT IN
001280*    DEPARTMENT-CODE ORDER SO THE STATEMENTS AND THE JOURNAL
001290*    COME OUT SORTED.
001300 01 WS-DX                   PIC 9(3) VALUE 0.
001310 01 WS-DEPT-USED            PIC 9(3) VALUE 0.
001320 01 WS-DEPT-FOUND-X         PIC 9(3) VALUE 0.
001330 01 WS-DEPT-INSERT-X        PIC 9(3) VALUE 0.
001340 01 WS-DEPT-LOOKUP          PIC X(4).
001350 01 WS-CHARGE-TABLE.
001360     05  WS-CHG-ENTRY OCCURS 100.
001370         10  WS-CHG-DEPT        PIC X(4).
001380         10  WS-CHG-RUNS        PIC 9(6).
001390         10  WS-CHG-QTY         PIC 9(9) OCCURS 4.
001400         10  WS-CHG-AMT         PIC 9(9)V99 OCCURS 4.
001410         10  WS-CHG-TOTAL       PIC 9(11)V99.
001420 01 WS-CHARGE-LINE          PIC X(132).
001430 01 WS-STATEMENT-DEPT       PIC X(4).
001440 01 WS-PAGE-NO              PIC 9(3) VALUE 0.
001450 01 WS-LINE-CTR             PIC 9(3) VALUE 99.
001460 01 WS-LINES-PER-PAGE       PIC 9(3) VALUE 020.
001470 01 WS-QTY-ED               PIC ZZZ,ZZZ,ZZ9.
001480 01 WS-AMT-ED               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001490 01 WS-STATEMENT-DETAIL.
001500     05  FILLER              PIC X(2) VALUE SPACES.
001510     05  CSD-UNIT            PIC X(4).
001520     05  FILLER              PIC X(2) VALUE SPACES.
001530     05  CSD-DESC            PIC X(20).
001540     05  FILLER              PIC X(2) VALUE SPACES.
001550     05  CSD-QTY             PIC ZZZ,ZZZ,ZZ9.
001560     05  FILLER              PIC X(3) VALUE SPACES.
001570     05  CSD-RATE            PIC ZZ9.9999.
001580     05  FILLER              PIC X(2) VALUE SPACES.
001590     05  CSD-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001600     05  FILLER              PIC X(2) VALUE SPACES.
001610     05  CSD-NOTE            PIC X(20).
001620 01 WS-SUMMARY-DETAIL.
001630     05  FILLER              PIC X(2) VALUE SPACES.
001640     05  CSM-DEPT            PIC X(4).
001650     05  FILLER              PIC X(2) VALUE SPACES.
001660     05  CSM-RUNS            PIC ZZZZZ9.
001670     05  FILLER              PIC X(2) VALUE SPACES.
001680     05  CSM-COPIES          PIC ZZZ,ZZZ,ZZ9.
001690     05  FILLER              PIC X(2) VALUE SPACES.
001700     05  CSM-LINES           PIC ZZZ,ZZZ,ZZ9.
001710     05  FILLER              PIC X(2) VALUE SPACES.
001720     05  CSM-FLASHES         PIC ZZZ,ZZZ,ZZ9.
001730     05  FILLER              PIC X(2) VALUE SPACES.
001740     05  CSM-EXTRACTS        PIC ZZZ,ZZZ,ZZ9.
001750     05  FILLER              PIC X(2) VALUE SPACES.
001760     05  CSM-TOTAL           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001770
001780 PROCEDURE DIVISION.
001790 PROGRAM-BEGIN.
001800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001810     PERFORM SET-DEFAULT-PERIOD.
001820     PERFORM READ-CHARGEBACK-PARM THRU READ-CHARGEBACK-PARM-EXIT.
001830     PERFORM LOAD-RATE-TABLE.
001840     IF WS-RETURN-CODE < 12
001850         PERFORM TOTAL-USAGE-LOG
001860     END-IF.
001870     OPEN OUTPUT GL-JOURNAL-FILE.
001880     OPEN OUTPUT REPORT-FILE.
001890     IF WS-RETURN-CODE < 12
001900         PERFORM PRICE-DEPARTMENTS
001910         PERFORM WRITE-GL-JOURNAL
001920         PERFORM WRITE-DEPT-STATEMENTS
001930         PERFORM WRITE-CONTROL-PAGE
001940     ELSE
001950         MOVE "ALL " TO WS-STATEMENT-DEPT
001960         MOVE SPACES TO WS-CHARGE-LINE
001970         MOVE "RATE TABLE OR USAGE LOG UNAVAILABLE - NOT BILLED"
001980             TO WS-CHARGE-LINE
001990         PERFORM WRITE-CHARGE-LINE
002000     END-IF.
002010     CLOSE GL-JOURNAL-FILE.
002020     CLOSE REPORT-FILE.
002030
002040 PROGRAM-DONE.
002050     DISPLAY "------------------------------------------------".
002060     DISPLAY "CHARGEBACK RUN - PROGRAM: " WS-PROGRAM-NAME.
002070     DISPLAY "BILLING PERIOD      : " WS-PERIOD.
002080     DISPLAY "USAGE RECORDS READ  : " WS-USAGE-READ-COUNT.
002090     DISPLAY "IN PERIOD           : " WS-USAGE-USED-COUNT.
002100     DISPLAY "OTHER PERIODS       : " WS-OTHER-PERIOD-COUNT.
002110     DISPLAY "UNREADABLE          : " WS-USAGE-BAD-COUNT.
002120     DISPLAY "DEPARTMENTS BILLED  : " WS-DEPT-USED.
002130     DISPLAY "JOURNAL DETAILS     : " WS-JOURNAL-COUNT.
002140     MOVE WS-DEBIT-TOTAL TO WS-AMT-ED.
002150     DISPLAY "TOTAL DEBITS        : " WS-AMT-ED.
002160     MOVE WS-CREDIT-TOTAL TO WS-AMT-ED.
002170     DISPLAY "TOTAL CREDITS       : " WS-AMT-ED.
002180     DISPLAY "------------------------------------------------".
002190     MOVE WS-RETURN-CODE TO RETURN-CODE.
002200     STOP RUN.
002210
002220*    THE DEFAULT PERIOD IS THE MONTH BEFORE THE RUN DATE - THE
002230*    JOB RUNS IN THE FIRST DAYS OF THE MONTH FOR THE ONE JUST
002240*    CLOSED.
002250 SET-DEFAULT-PERIOD.
002260     MOVE WS-RUN-YEAR TO WS-PERIOD-YEAR.
002270     IF WS-RUN-MONTH = 1
002280         SUBTRACT 1 FROM WS-PERIOD-YEAR
002290         MOVE 12 TO WS-PERIOD-MONTH
002300     ELSE
002310         COMPUTE WS-PERIOD-MONTH = WS-RUN-MONTH - 1
002320     END-IF.
002330
002340 READ-CHARGEBACK-PARM.
002350     OPEN INPUT CHARGE-PARM-FILE.
002360     IF WS-PARM-STATUS NOT = "00"
002370         GO TO READ-CHARGEBACK-PARM-EXIT
002380     END-IF.
002390     READ CHARGE-PARM-FILE
002400         AT END
002410             CLOSE CHARGE-PARM-FILE
002420             GO TO READ-CHARGEBACK-PARM-EXIT
002430     END-READ.
002440     CLOSE CHARGE-PARM-FILE.
002450     IF CHP-PERIOD IS NUMERIC AND CHP-PERIOD > 0
002460         MOVE CHP-PERIOD TO WS-PARM-PERIOD
002470         IF WS-PARM-MONTH > 0 AND WS-PARM-MONTH < 13
002480             MOVE WS-PARM-PERIOD TO WS-PERIOD
002490         ELSE
002500             DISPLAY "BAD BILLING PERIOD ON PARM IGNORED: "
002510                 CHP-PERIOD
002520         END-IF
002530     END-IF.
002540     IF CHP-SERVICE-CC NOT = SPACES
002550         MOVE CHP-SERVICE-CC TO WS-SERVICE-CC
002560     END-IF.
002570
002580 READ-CHARGEBACK-PARM-EXIT.
002590     EXIT.
002600
002610*    THE RATE TABLE IS REQUIRED - WITHOUT IT NOTHING CAN BE
002620*    PRICED.  A UNIT MISSING FROM IT IS LEFT UNBILLED AND
002630*    CALLED OUT ON EVERY STATEMENT THAT USED IT.
002640 LOAD-RATE-TABLE.
002650     MOVE 1 TO WS-UX.
002660     PERFORM CLEAR-RATE-ENTRY UNTIL WS-UX > 4.
002670     MOVE "N" TO WS-EOF-SWITCH.
002680     OPEN INPUT RATE-FILE.
002690     IF WS-RATE-STATUS NOT = "00"
002700         DISPLAY "RATE TABLE UNAVAILABLE, STATUS=" WS-RATE-STATUS
002710         MOVE 12 TO WS-RETURN-CODE
002720     ELSE
002730         PERFORM READ-RATE-RECORD
002740         PERFORM STORE-RATE-RECORD UNTIL WS-END-OF-FILE
002750         CLOSE RATE-FILE
002760         IF WS-RATE-READ-COUNT = 0
002770             DISPLAY "RATE TABLE IS EMPTY"
002780             MOVE 12 TO WS-RETURN-CODE
002790         END-IF
002800     END-IF.
002810
002820 CLEAR-RATE-ENTRY.
002830     MOVE "N"    TO WS-RATE-SWITCH (WS-UX).
002840     MOVE SPACES TO WS-RATE-DESC (WS-UX).
002850     MOVE 0      TO WS-RATE-UNIT (WS-UX).
002860     MOVE SPACES TO WS-RATE-EXPENSE (WS-UX).
002870     MOVE SPACES TO WS-RATE-RECOVERY (WS-UX).
002880     MOVE 0      TO WS-RATE-QTY-TOTAL (WS-UX).
002890     MOVE 0      TO WS-RATE-AMT-TOTAL (WS-UX).
002900     ADD 1 TO WS-UX.
002910
002920 STORE-RATE-RECORD.
002930     ADD 1 TO WS-RATE-READ-COUNT.
002940     MOVE 0 TO WS-UNIT-FOUND-X.
002950     MOVE 1 TO WS-UX.
002960     PERFORM SEARCH-UNIT-CODES
002970         UNTIL WS-UNIT-FOUND-X > 0 OR WS-UX > 4.
002980     IF WS-UNIT-FOUND-X = 0 OR RTE-UNIT-RATE IS NOT NUMERIC
002990         DISPLAY "RATE RECORD IGNORED: " RTE-USAGE-CODE
003000         IF WS-RETURN-CODE < 4
003010             MOVE 4 TO WS-RETURN-CODE
003020         END-IF
003030     ELSE
003040         MOVE "Y" TO WS-RATE-SWITCH (WS-UNIT-FOUND-X)
003050         MOVE RTE-DESC TO WS-RATE-DESC (WS-UNIT-FOUND-X)
003060         MOVE RTE-UNIT-RATE TO WS-RATE-UNIT (WS-UNIT-FOUND-X)
003070         MOVE RTE-EXPENSE-ACCT
003075             TO WS-RATE-EXPENSE (WS-UNIT-FOUND-X)
003080         MOVE RTE-RECOVERY-ACCT
003090             TO WS-RATE-RECOVERY (WS-UNIT-FOUND-X)
003100     END-IF.
003110     PERFORM READ-RATE-RECORD.
003120
003130 SEARCH-UNIT-CODES.
003140     IF WS-UNIT-CODE (WS-UX) = RTE-USAGE-CODE
003150         MOVE WS-UX TO WS-UNIT-FOUND-X
003160     END-IF.
003170     ADD 1 TO WS-UX.
003180
003190*    EVERY RECORD ON THE LOG IS READ; ONLY THOSE WHOSE RUN DATE
003200*    FALLS IN THE BILLING PERIOD ARE COUNTED.  THE LOG MAY HOLD
003210*    SEVERAL MONTHS, SO A RERUN OF AN EARLIER PERIOD WORKS.
003220 TOTAL-USAGE-LOG.
003230     MOVE "N" TO WS-EOF-SWITCH.
003240     OPEN INPUT USAGE-LOG-FILE.
003250     IF WS-USG-STATUS NOT = "00"
003260         DISPLAY "USAGE LOG UNAVAILABLE, STATUS=" WS-USG-STATUS
003270         MOVE 12 TO WS-RETURN-CODE
003280     ELSE
003290         PERFORM READ-USAGE-RECORD
003300         PERFORM ADD-USAGE-RECORD UNTIL WS-END-OF-FILE
003310         CLOSE USAGE-LOG-FILE
003320         IF WS-USAGE-USED-COUNT = 0
003330             DISPLAY "NO USAGE RECORDED FOR PERIOD " WS-PERIOD
003340             IF WS-RETURN-CODE < 4
003350                 MOVE 4 TO WS-RETURN-CODE
003360             END-IF
003370         END-IF
003380     END-IF.
003390
003400 ADD-USAGE-RECORD.
003410     ADD 1 TO WS-USAGE-READ-COUNT.
003420     IF USG-RUN-DATE IS NOT NUMERIC
003430         OR USG-COPIES IS NOT NUMERIC
003440         OR USG-LINES IS NOT NUMERIC
003450         OR USG-FLASH-COPIES IS NOT NUMERIC
003460         OR USG-EXTRACT-RECS IS NOT NUMERIC
003470         DISPLAY "UNREADABLE USAGE RECORD " WS-USAGE-READ-COUNT
003480             " SKIPPED"
003490         ADD 1 TO WS-USAGE-BAD-COUNT
003500         IF WS-RETURN-CODE < 4
003510             MOVE 4 TO WS-RETURN-CODE
003520         END-IF
003530     ELSE
003540         MOVE USG-RUN-DATE TO WS-USAGE-DATE
003550         IF WS-USAGE-PERIOD = WS-PERIOD
003560             PERFORM ADD-DEPARTMENT-USAGE
003570         ELSE
003580             ADD 1 TO WS-OTHER-PERIOD-COUNT
003590         END-IF
003600     END-IF.
003610     PERFORM READ-USAGE-RECORD.
003620
003630 ADD-DEPARTMENT-USAGE.
003640     MOVE USG-DEPT-CODE TO WS-DEPT-LOOKUP.
003650     PERFORM FIND-CHARGE-DEPT.
003660     IF WS-DEPT-FOUND-X > 0
003670         ADD 1 TO WS-USAGE-USED-COUNT
003680         ADD 1 TO WS-CHG-RUNS (WS-DEPT-FOUND-X)
003690         ADD USG-COPIES       TO WS-CHG-QTY (WS-DEPT-FOUND-X, 1)
003700         ADD USG-LINES        TO WS-CHG-QTY (WS-DEPT-FOUND-X, 2)
003710         ADD USG-FLASH-COPIES TO WS-CHG-QTY (WS-DEPT-FOUND-X, 3)
003720         ADD USG-EXTRACT-RECS TO WS-CHG-QTY (WS-DEPT-FOUND-X, 4)
003730     END-IF.
003740
003750*    FINDS THE DEPARTMENT, OR OPENS ITS ENTRY IN CODE ORDER BY
003760*    SLIDING EVERY HIGHER CODE DOWN ONE.
003770 FIND-CHARGE-DEPT.
003780     MOVE 0 TO WS-DEPT-FOUND-X.
003790     MOVE 0 TO WS-DEPT-INSERT-X.
003800     MOVE 1 TO WS-DX.
003810     PERFORM SEARCH-CHARGE-TABLE
003820         UNTIL WS-DEPT-FOUND-X > 0 OR WS-DEPT-INSERT-X > 0
003830         OR WS-DX > WS-DEPT-USED.
003840     IF WS-DEPT-FOUND-X = 0
003850         IF WS-DEPT-USED < 100
003860             IF WS-DEPT-INSERT-X = 0
003870                 COMPUTE WS-DEPT-INSERT-X = WS-DEPT-USED + 1
003880             END-IF
003890             MOVE WS-DEPT-USED TO WS-DX
003900             PERFORM SHIFT-CHARGE-ENTRY
003910                 UNTIL WS-DX < WS-DEPT-INSERT-X
003920             ADD 1 TO WS-DEPT-USED
003930             MOVE WS-DEPT-INSERT-X TO WS-DEPT-FOUND-X
003940             PERFORM CLEAR-CHARGE-ENTRY
003950         ELSE
003960             DISPLAY "MORE THAN 100 DEPARTMENTS - NOT BILLED: "
003970                 WS-DEPT-LOOKUP
003980             MOVE 8 TO WS-RETURN-CODE
003990         END-IF
004000     END-IF.
004010
004020 SEARCH-CHARGE-TABLE.
004030     IF WS-CHG-DEPT (WS-DX) = WS-DEPT-LOOKUP
004040         MOVE WS-DX TO WS-DEPT-FOUND-X
004050     ELSE
004060         IF WS-CHG-DEPT (WS-DX) > WS-DEPT-LOOKUP
004070             MOVE WS-DX TO WS-DEPT-INSERT-X
004080         END-IF
004090     END-IF.
004100     ADD 1 TO WS-DX.
004110
004120 SHIFT-CHARGE-ENTRY.
004130     MOVE WS-CHG-ENTRY (WS-DX) TO WS-CHG-ENTRY (WS-DX + 1).
004140     SUBTRACT 1 FROM WS-DX.
004150
004160 CLEAR-CHARGE-ENTRY.
004170     MOVE WS-DEPT-LOOKUP TO WS-CHG-DEPT (WS-DEPT-FOUND-X).
004180     MOVE 0 TO WS-CHG-RUNS (WS-DEPT-FOUND-X).
004190     MOVE 0 TO WS-CHG-TOTAL (WS-DEPT-FOUND-X).
004200     MOVE 1 TO WS-UX.
004210     PERFORM CLEAR-CHARGE-UNIT UNTIL WS-UX > 4.
004220
004230 CLEAR-CHARGE-UNIT.
004240     MOVE 0 TO WS-CHG-QTY (WS-DEPT-FOUND-X, WS-UX).
004250     MOVE 0 TO WS-CHG-AMT (WS-DEPT-FOUND-X, WS-UX).
004260     ADD 1 TO WS-UX.
004270
004280 PRICE-DEPARTMENTS.
004290     MOVE 1 TO WS-DX.
004300     PERFORM PRICE-ONE-DEPARTMENT UNTIL WS-DX > WS-DEPT-USED.
004310
004320 PRICE-ONE-DEPARTMENT.
004330     MOVE 1 TO WS-UX.
004340     PERFORM PRICE-ONE-UNIT UNTIL WS-UX > 4.
004350     ADD WS-CHG-TOTAL (WS-DX) TO WS-DEBIT-TOTAL.
004360     ADD 1 TO WS-DX.
004370
004380 PRICE-ONE-UNIT.
004390     IF WS-RATE-ON-FILE (WS-UX)
004400         COMPUTE WS-CHG-AMT (WS-DX, WS-UX) ROUNDED
004410             = WS-CHG-QTY (WS-DX, WS-UX) * WS-RATE-UNIT (WS-UX)
004420     ELSE
004430         MOVE 0 TO WS-CHG-AMT (WS-DX, WS-UX)
004440         IF WS-CHG-QTY (WS-DX, WS-UX) > 0
004450             ADD 1 TO WS-UNPRICED-COUNT
004460             IF WS-RETURN-CODE < 4
004470                 MOVE 4 TO WS-RETURN-CODE
004480             END-IF
004490         END-IF
004500     END-IF.
004510     ADD WS-CHG-AMT (WS-DX, WS-UX) TO WS-CHG-TOTAL (WS-DX).
004520     ADD WS-CHG-QTY (WS-DX, WS-UX) TO WS-RATE-QTY-TOTAL (WS-UX).
004530     ADD WS-CHG-AMT (WS-DX, WS-UX) TO WS-RATE-AMT-TOTAL (WS-UX).
004540     ADD 1 TO WS-UX.
004550
004560*    HEADER, THE DEPARTMENT DEBITS IN DEPARTMENT ORDER, ONE
004570*    CREDIT PER UNIT, TRAILER.  A ZERO AMOUNT IS NOT POSTED.
004580 WRITE-GL-JOURNAL.
004590     MOVE SPACES TO GL-JOURNAL-RECORD.
004600     SET GLJ-HEADER TO TRUE.
004610     MOVE WS-JOURNAL-SOURCE TO GLJ-SOURCE.
004620     MOVE WS-PERIOD         TO GLJ-PERIOD.
004630     MOVE WS-RUN-DATE       TO GLJ-POST-DATE.
004640     MOVE 0 TO GLJ-AMOUNT.
004650     MOVE 0 TO GLJ-ENTRY-COUNT.
004660     MOVE 0 TO GLJ-DEBIT-TOTAL.
004670     MOVE 0 TO GLJ-CREDIT-TOTAL.
004680     WRITE GL-JOURNAL-RECORD.
004690     MOVE 1 TO WS-DX.
004700     PERFORM WRITE-DEPT-DEBITS UNTIL WS-DX > WS-DEPT-USED.
004710     MOVE 1 TO WS-UX.
004720     PERFORM WRITE-UNIT-CREDIT UNTIL WS-UX > 4.
004730     MOVE SPACES TO GL-JOURNAL-RECORD.
004740     SET GLJ-TRAILER TO TRUE.
004750     MOVE WS-JOURNAL-SOURCE TO GLJ-SOURCE.
004760     MOVE WS-PERIOD         TO GLJ-PERIOD.
004770     MOVE WS-RUN-DATE       TO GLJ-POST-DATE.
004780     MOVE 0                 TO GLJ-AMOUNT.
004790     MOVE WS-JOURNAL-COUNT  TO GLJ-ENTRY-COUNT.
004800     MOVE WS-DEBIT-TOTAL    TO GLJ-DEBIT-TOTAL.
004810     MOVE WS-CREDIT-TOTAL   TO GLJ-CREDIT-TOTAL.
004820     WRITE GL-JOURNAL-RECORD.
004830     IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
004840         DISPLAY "JOURNAL DOES NOT BALANCE - DEBITS AND CREDITS"
004850             " DIFFER"
004860         MOVE 8 TO WS-RETURN-CODE
004870     END-IF.
004880
004890 WRITE-DEPT-DEBITS.
004900     MOVE 1 TO WS-UX.
004910     PERFORM WRITE-ONE-DEBIT UNTIL WS-UX > 4.
004920     ADD 1 TO WS-DX.
004930
004940 WRITE-ONE-DEBIT.
004950     IF WS-CHG-AMT (WS-DX, WS-UX) > 0
004960         MOVE SPACES TO GL-JOURNAL-RECORD
004970         SET GLJ-DETAIL TO TRUE
004980         SET GLJ-DEBIT TO TRUE
004990         MOVE WS-RATE-EXPENSE (WS-UX) TO GLJ-ACCOUNT
005000         MOVE WS-CHG-DEPT (WS-DX)     TO GLJ-COST-CENTER
005010         MOVE WS-CHG-AMT (WS-DX, WS-UX) TO GLJ-AMOUNT
005020         MOVE WS-RATE-DESC (WS-UX)    TO GLJ-DESCRIPTION
005030         PERFORM WRITE-JOURNAL-DETAIL
005040     END-IF.
005050     ADD 1 TO WS-UX.
005060
005070 WRITE-UNIT-CREDIT.
005080     IF WS-RATE-AMT-TOTAL (WS-UX) > 0
005090         MOVE SPACES TO GL-JOURNAL-RECORD
005100         SET GLJ-DETAIL TO TRUE
005110         SET GLJ-CREDIT TO TRUE
005120         MOVE WS-RATE-RECOVERY (WS-UX)  TO GLJ-ACCOUNT
005130         MOVE WS-SERVICE-CC             TO GLJ-COST-CENTER
005140         MOVE WS-RATE-AMT-TOTAL (WS-UX) TO GLJ-AMOUNT
005150         MOVE WS-RATE-DESC (WS-UX)      TO GLJ-DESCRIPTION
005160         ADD WS-RATE-AMT-TOTAL (WS-UX) TO WS-CREDIT-TOTAL
005170         PERFORM WRITE-JOURNAL-DETAIL
005180     END-IF.
005190     ADD 1 TO WS-UX.
005200
005210 WRITE-JOURNAL-DETAIL.
005220     MOVE WS-JOURNAL-SOURCE TO GLJ-SOURCE.
005230     MOVE WS-PERIOD         TO GLJ-PERIOD.
005240     MOVE WS-RUN-DATE       TO GLJ-POST-DATE.
005250     MOVE 0 TO GLJ-ENTRY-COUNT.
005260     MOVE 0 TO GLJ-DEBIT-TOTAL.
005270     MOVE 0 TO GLJ-CREDIT-TOTAL.
005280     WRITE GL-JOURNAL-RECORD.
005290     ADD 1 TO WS-JOURNAL-COUNT.
005300
005310*    ONE STATEMENT PER DEPARTMENT, EACH ON ITS OWN PAGE SO IT
005320*    CAN BE SENT TO THE DEPARTMENT AS IT STANDS.
005330 WRITE-DEPT-STATEMENTS.
005340     MOVE 1 TO WS-DX.
005350     PERFORM WRITE-ONE-STATEMENT UNTIL WS-DX > WS-DEPT-USED.
005360
005370 WRITE-ONE-STATEMENT.
005380     MOVE WS-CHG-DEPT (WS-DX) TO WS-STATEMENT-DEPT.
005390     MOVE 99 TO WS-LINE-CTR.
005400     MOVE 1 TO WS-UX.
005410     PERFORM WRITE-STATEMENT-UNIT UNTIL WS-UX > 4.
005420     MOVE SPACES TO WS-CHARGE-LINE.
005430     PERFORM WRITE-CHARGE-LINE.
005440     MOVE WS-CHG-TOTAL (WS-DX) TO WS-AMT-ED.
005450     MOVE SPACES TO WS-CHARGE-LINE.
005460     STRING "  DEPARTMENT " WS-CHG-DEPT (WS-DX)
005470         " TOTAL CHARGE FOR " WS-PERIOD
005480         "                      " WS-AMT-ED
005490         DELIMITED BY SIZE INTO WS-CHARGE-LINE.
005500     PERFORM WRITE-CHARGE-LINE.
005510     MOVE SPACES TO WS-CHARGE-LINE.
005520     STRING "  FROM " WS-CHG-RUNS (WS-DX)
005530         " USAGE RECORDS.  CHARGED TO COST CENTER "
005540         WS-CHG-DEPT (WS-DX)
005550         DELIMITED BY SIZE INTO WS-CHARGE-LINE.
005560     PERFORM WRITE-CHARGE-LINE.
005570     ADD 1 TO WS-DX.
005580
005590 WRITE-STATEMENT-UNIT.
005600     MOVE WS-UNIT-CODE (WS-UX)        TO CSD-UNIT.
005610     MOVE WS-RATE-DESC (WS-UX)        TO CSD-DESC.
005620     MOVE WS-CHG-QTY (WS-DX, WS-UX)   TO CSD-QTY.
005630     MOVE WS-RATE-UNIT (WS-UX)        TO CSD-RATE.
005640     MOVE WS-CHG-AMT (WS-DX, WS-UX)   TO CSD-AMOUNT.
005650     MOVE SPACES TO CSD-NOTE.
005660     IF NOT WS-RATE-ON-FILE (WS-UX)
005670         AND WS-CHG-QTY (WS-DX, WS-UX) > 0
005680         MOVE "NO RATE - NOT BILLED" TO CSD-NOTE
005690     END-IF.
005700     MOVE SPACES TO WS-CHARGE-LINE.
005710     MOVE WS-STATEMENT-DETAIL TO WS-CHARGE-LINE.
005720     PERFORM WRITE-CHARGE-LINE.
005730     ADD 1 TO WS-UX.
005740
005750*    THE CONTROL PAGE: ONE LINE PER DEPARTMENT, THE UNIT
005760*    TOTALS, AND THE FIGURES THE JOURNAL TRAILER CARRIES.
005770 WRITE-CONTROL-PAGE.
005780     MOVE "ALL " TO WS-STATEMENT-DEPT.
005790     MOVE 99 TO WS-LINE-CTR.
005800     MOVE 1 TO WS-DX.
005810     PERFORM WRITE-SUMMARY-DEPT UNTIL WS-DX > WS-DEPT-USED.
005820     IF WS-DEPT-USED = 0
005830         MOVE SPACES TO WS-CHARGE-LINE
005840         MOVE "   (NO USAGE FOR THIS PERIOD)" TO WS-CHARGE-LINE
005850         PERFORM WRITE-CHARGE-LINE
005860     END-IF.
005870     MOVE SPACES TO WS-CHARGE-LINE.
005880     PERFORM WRITE-CHARGE-LINE.
005890     MOVE 1 TO WS-UX.
005900     PERFORM WRITE-SUMMARY-UNIT UNTIL WS-UX > 4.
005910     MOVE SPACES TO WS-CHARGE-LINE.
005920     PERFORM WRITE-CHARGE-LINE.
005930     MOVE SPACES TO WS-CHARGE-LINE.
005940     STRING "  USAGE RECORDS READ: " WS-USAGE-READ-COUNT
005950         "  IN PERIOD: " WS-USAGE-USED-COUNT
005960         "  OTHER PERIODS: " WS-OTHER-PERIOD-COUNT
005970         "  UNREADABLE: " WS-USAGE-BAD-COUNT
005980         DELIMITED BY SIZE INTO WS-CHARGE-LINE.
005990     PERFORM WRITE-CHARGE-LINE.
006000     MOVE WS-DEBIT-TOTAL TO WS-AMT-ED.
006010     MOVE SPACES TO WS-CHARGE-LINE.
006020     STRING "  JOURNAL DETAILS: " WS-JOURNAL-COUNT
006030         "  TOTAL DEBITS: " WS-AMT-ED
006040         DELIMITED BY SIZE INTO WS-CHARGE-LINE.
006050     PERFORM WRITE-CHARGE-LINE.
006060     MOVE WS-CREDIT-TOTAL TO WS-AMT-ED.
006070     MOVE SPACES TO WS-CHARGE-LINE.
006080     STRING "                           TOTAL CREDITS: " WS-AMT-ED
006090         DELIMITED BY SIZE INTO WS-CHARGE-LINE.
006100     PERFORM WRITE-CHARGE-LINE.
006110     MOVE SPACES TO WS-CHARGE-LINE.
006120     IF WS-DEBIT-TOTAL = WS-CREDIT-TOTAL
006130         MOVE "  JOURNAL BALANCES" TO WS-CHARGE-LINE
006140     ELSE
006150         MOVE "  *** JOURNAL DOES NOT BALANCE - DO NOT POST ***"
006160             TO WS-CHARGE-LINE
006170     END-IF.
006180     PERFORM WRITE-CHARGE-LINE.
006190     IF WS-UNPRICED-COUNT > 0
006200         MOVE SPACES TO WS-CHARGE-LINE
006210         STRING "  DEPARTMENT UNITS WITH NO RATE ON FILE: "
006220             WS-UNPRICED-COUNT
006230             DELIMITED BY SIZE INTO WS-CHARGE-LINE
006240         PERFORM WRITE-CHARGE-LINE
006250     END-IF.
006260
006270 WRITE-SUMMARY-DEPT.
006280     MOVE WS-CHG-DEPT (WS-DX)     TO CSM-DEPT.
006290     MOVE WS-CHG-RUNS (WS-DX)     TO CSM-RUNS.
006300     MOVE WS-CHG-QTY (WS-DX, 1)   TO CSM-COPIES.
006310     MOVE WS-CHG-QTY (WS-DX, 2)   TO CSM-LINES.
006320     MOVE WS-CHG-QTY (WS-DX, 3)   TO CSM-FLASHES.
006330     MOVE WS-CHG-QTY (WS-DX, 4)   TO CSM-EXTRACTS.
006340     MOVE WS-CHG-TOTAL (WS-DX)    TO CSM-TOTAL.
006350     MOVE SPACES TO WS-CHARGE-LINE.
006360     MOVE WS-SUMMARY-DETAIL TO WS-CHARGE-LINE.
006370     PERFORM WRITE-CHARGE-LINE.
006380     ADD 1 TO WS-DX.
006390
006400 WRITE-SUMMARY-UNIT.
006410     MOVE WS-RATE-QTY-TOTAL (WS-UX) TO WS-QTY-ED.
006420     MOVE WS-RATE-AMT-TOTAL (WS-UX) TO WS-AMT-ED.
006430     MOVE SPACES TO WS-CHARGE-LINE.
006440     STRING "  " WS-UNIT-CODE (WS-UX) "  CREDIT "
006450         WS-RATE-RECOVERY (WS-UX) "/" WS-SERVICE-CC
006460         "  UNITS: " WS-QTY-ED "  AMOUNT: " WS-AMT-ED
006470         DELIMITED BY SIZE INTO WS-CHARGE-LINE.
006480     PERFORM WRITE-CHARGE-LINE.
006490     ADD 1 TO WS-UX.
006500
006510*    THE HEADER BORROWS REPORT-LINE, SO THE DETAIL RIDES IN
006520*    WS-CHARGE-LINE UNTIL AFTER THE PAGE-BREAK CHECK.
006530 WRITE-CHARGE-LINE.
006540     IF WS-LINE-CTR IS GREATER THAN OR EQUAL TO WS-LINES-PER-PAGE
006550         PERFORM WRITE-REPORT-HEADER
006560     END-IF.
006570     MOVE WS-CHARGE-LINE TO REPORT-LINE.
006580     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
006590     ADD 1 TO WS-LINE-CTR.
006600
006610 WRITE-REPORT-HEADER.
006620     ADD 1 TO WS-PAGE-NO.
006630     MOVE SPACES TO REPORT-LINE.
006640     MOVE "BULLETIN SERVICE CHARGEBACK STATEMENT" TO REPORT-LINE.
006650     WRITE REPORT-LINE AFTER ADVANCING PAGE.
006660     MOVE SPACES TO REPORT-LINE.
006670     STRING "PERIOD: " WS-PERIOD "   DEPARTMENT: "
006680         WS-STATEMENT-DEPT "   RUN DATE: " WS-RUN-DATE
006690         "   PAGE: " WS-PAGE-NO
006700         DELIMITED BY SIZE INTO REPORT-LINE.
006710     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
006720     MOVE SPACES TO REPORT-LINE.
006730     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
006740     MOVE SPACES TO REPORT-LINE.
006750     IF WS-STATEMENT-DEPT = "ALL "
006760         MOVE "  DEPT   USAGE       COPIES        LINES  FLASH COP
006763-        "IES    EXTRACTS       TOTAL CHARGE"
006766             TO REPORT-LINE
006770     ELSE
006780         MOVE "  UNIT  DESCRIPTION              QUANTITY       RAT
006783-        "E             AMOUNT  NOTE"
006786             TO REPORT-LINE
006790     END-IF.
006800     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
006810     MOVE 0 TO WS-LINE-CTR.
006820
006830 READ-RATE-RECORD.
006840     READ RATE-FILE
006850         AT END SET WS-END-OF-FILE TO TRUE
006860         NOT AT END SET WS-NOT-END-OF-FILE TO TRUE
006870     END-READ.
006880
006890 READ-USAGE-RECORD.
006900     READ USAGE-LOG-FILE
006910         AT END SET WS-END-OF-FILE TO TRUE
006920         NOT AT END SET WS-NOT-END-OF-FILE TO TRUE
006930     END-READ.
