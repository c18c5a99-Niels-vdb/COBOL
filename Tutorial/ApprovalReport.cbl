000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. ApprovalReport.
000120 AUTHOR. Niels van den Bosch.
000130*
000140*    DAILY PENDING-APPROVAL REPORT FOR THE CONTENT DESK.  WALKS
000150*    THE MESSAGE MASTER AND LISTS EVERY LINE STILL WAITING FOR
000160*    ITS SECOND-OPERATOR APPROVAL (STATUS P - SEE MSGMSTR.CPY):
000170*    THE NOTICE, WHO KEYED IT, WHEN IT STARTED WAITING AND HOW
000180*    LONG IT HAS WAITED.  A PENDING LINE NEVER GOES OUT - NOT
000190*    ON THE NIGHTLY BULLETIN, NOT ON A FLASH - SO ANYTHING THAT
000200*    HAS WAITED MORE THAN A DAY IS FLAGGED OVERDUE AND THE RUN
000210*    ENDS RC 4 SO IT GETS CHASED.
000220*
000230*    THE WAIT IS MEASURED FROM MST-UPDATE-DATE/TIME, WHICH THE
000240*    ADD, CHANGE OR RELEASE THAT MADE THE LINE PENDING SET,
000250*    USING THE SAME FLIEGEL-VAN FLANDERN DAY NUMBERS AS
000260*    CATALOGREPORT SO A WAIT ACROSS A MONTH OR YEAR END COUNTS
000270*    CORRECTLY.
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT MESSAGE-MASTER ASSIGN TO "MSGMSTR"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS SEQUENTIAL
000340         RECORD KEY IS MST-KEY
000350         FILE STATUS IS WS-MSTR-STATUS.
000360     SELECT REPORT-FILE ASSIGN TO "APPROUT"
000370         ORGANIZATION IS LINE SEQUENTIAL.
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  MESSAGE-MASTER.
000410     COPY "MSGMSTR.CPY".
000420 FD  REPORT-FILE.
000430 01  REPORT-LINE                 PIC X(132).
000440
000450 WORKING-STORAGE SECTION.
000460
000470 01 WS-EOF-SWITCH           PIC X VALUE "N".
000480     88 WS-END-OF-FILE            VALUE "Y".
000490     88 WS-NOT-END-OF-FILE        VALUE "N".
000500 01 WS-RUN-DATE             PIC 9(8).
000510 01 WS-RUN-TIME             PIC 9(8).
000520 01 WS-RUN-TIME-PARTS REDEFINES WS-RUN-TIME.
000530     05  WS-RUN-HOUR         PIC 9(2).
000540     05  FILLER              PIC 9(6).
000550 01 WS-PEND-TIME            PIC 9(8).
000560 01 WS-PEND-TIME-PARTS REDEFINES WS-PEND-TIME.
000570     05  WS-PEND-HOUR        PIC 9(2).
000580     05  FILLER              PIC 9(6).
000590 01 WS-PROGRAM-NAME         PIC X(14) VALUE "APPROVALREPORT".
000600 01 WS-MSTR-STATUS          PIC XX.
000610 01 WS-RETURN-CODE          PIC 9(4) VALUE 0.
000620 01 WS-MASTER-READ-COUNT    PIC 9(6) VALUE 0.
000630 01 WS-PENDING-COUNT        PIC 9(6) VALUE 0.
000640 01 WS-OVERDUE-COUNT        PIC 9(6) VALUE 0.
000650 01 WS-RUN-DAY-NO           PIC 9(7) VALUE 0.
000660 01 WS-PEND-DAY-NO          PIC 9(7) VALUE 0.
000670 01 WS-WAIT-HOURS           PIC S9(7) VALUE 0.
000680 01 WS-WAIT-DAYS            PIC 9(5) VALUE 0.
000690 01 WS-WAIT-REM-HOURS       PIC 9(2) VALUE 0.
000700*    A LINE WAITING LONGER THAN THIS IS OVERDUE.
000710 01 WS-OVERDUE-HOURS        PIC 9(3) VALUE 024.
000720 01 WS-PAGE-NO              PIC 9(3) VALUE 0.
000730 01 WS-LINE-CTR             PIC 9(3) VALUE 99.
000740 01 WS-LINES-PER-PAGE       PIC 9(3) VALUE 020.
000750 01 WS-APPROVAL-LINE        PIC X(132).
000760 01 WS-APPROVAL-DETAIL.
000770     05  APD-SEQ             PIC 9(4).
000780     05  FILLER              PIC X(1) VALUE "-".
000790     05  APD-CONT            PIC 9(1).
000800     05  FILLER              PIC X(2) VALUE SPACES.
000810     05  APD-TYPE            PIC X(4).
000820     05  FILLER              PIC X(2) VALUE SPACES.
000830     05  APD-PRIORITY        PIC 9(1).
000840     05  FILLER              PIC X(3) VALUE SPACES.
000850     05  APD-KEYED-BY        PIC X(8).
000860     05  FILLER              PIC X(2) VALUE SPACES.
000870     05  APD-SINCE-DATE      PIC 9(8).
000880     05  FILLER              PIC X(1) VALUE SPACE.
000890     05  APD-SINCE-TIME      PIC 9(8).
000900     05  FILLER              PIC X(2) VALUE SPACES.
000910     05  APD-WAIT-DAYS       PIC ZZZZ9.
000920     05  FILLER              PIC X(2) VALUE "D ".
000930     05  APD-WAIT-HOURS      PIC 99.
000940     05  FILLER              PIC X(1) VALUE "H".
000950     05  FILLER              PIC X(2) VALUE SPACES.
000960     05  APD-FLAG            PIC X(7).
000970     05  FILLER              PIC X(2) VALUE SPACES.
000980     05  APD-TEXT            PIC X(50).
000990*    FLIEGEL-VAN FLANDERN DAY-NUMBER WORK FIELDS - SAME
001000*    ARITHMETIC CATALOGREPORT AND STATSREPORT USE.
001010 01 WS-FLIEGEL-WORK.
001020     05  WS-CDN-DATE         PIC 9(8).
001030     05  WS-CDN-YEAR         PIC 9(4).
001040     05  WS-CDN-MMDD         PIC 9(4).
001050     05  WS-CDN-MONTH        PIC 9(2).
001060     05  WS-CDN-DAY          PIC 9(2).
001070     05  WS-CDN-A-WORK       PIC 9(2).
001080     05  WS-CDN-A            PIC 9(1).
001090     05  WS-CDN-Y            PIC 9(4).
001100     05  WS-CDN-M            PIC 9(2).
001110     05  WS-CDN-T1           PIC 9(4).
001120     05  WS-CDN-T2           PIC 9(7).
001130     05  WS-CDN-T3           PIC 9(4).
001140     05  WS-CDN-T4           PIC 9(4).
001150     05  WS-CDN-T5           PIC 9(4).
001160     05  WS-CDN-DAY-NO       PIC 9(7).
001170
001180 PROCEDURE DIVISION.
001190 PROGRAM-BEGIN.
001200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001210     ACCEPT WS-RUN-TIME FROM TIME.
001220     MOVE WS-RUN-DATE TO WS-CDN-DATE.
001230     PERFORM CONVERT-DATE-TO-DAY-NO.
001240     MOVE WS-CDN-DAY-NO TO WS-RUN-DAY-NO.
001250     PERFORM WALK-PENDING-APPROVALS.
001260     IF WS-OVERDUE-COUNT > 0 AND WS-RETURN-CODE < 4
001270         MOVE 4 TO WS-RETURN-CODE
001280     END-IF.
001290
001300 PROGRAM-DONE.
001310     DISPLAY "------------------------------------------------".
001320     DISPLAY "PENDING APPROVAL RUN - PROGRAM: " WS-PROGRAM-NAME.
001330     DISPLAY "RUN DATE/TIME       : " WS-RUN-DATE
001340         " " WS-RUN-TIME.
001350     DISPLAY "MASTER RECORDS READ : " WS-MASTER-READ-COUNT.
001360     DISPLAY "LINES PENDING       : " WS-PENDING-COUNT.
001370     DISPLAY "OVERDUE (OVER 24H)  : " WS-OVERDUE-COUNT.
001380     DISPLAY "------------------------------------------------".
001390     MOVE WS-RETURN-CODE TO RETURN-CODE.
001400     STOP RUN.
001410
001420 WALK-PENDING-APPROVALS.
001430     MOVE "N" TO WS-EOF-SWITCH.
001440     OPEN INPUT MESSAGE-MASTER.
001450     IF WS-MSTR-STATUS NOT = "00"
001460         DISPLAY "MESSAGE MASTER UNAVAILABLE, STATUS="
001470             WS-MSTR-STATUS
001480         MOVE 12 TO WS-RETURN-CODE
001490         SET WS-END-OF-FILE TO TRUE
001500     END-IF.
001510     OPEN OUTPUT REPORT-FILE.
001520     IF WS-NOT-END-OF-FILE
001530         PERFORM READ-MASTER-RECORD
001540     END-IF.
001550     PERFORM CHECK-MASTER-RECORD UNTIL WS-END-OF-FILE.
001560     PERFORM WRITE-APPROVAL-SUMMARY.
001570     IF WS-MSTR-STATUS = "00" OR WS-MSTR-STATUS = "10"
001580         CLOSE MESSAGE-MASTER
001590     END-IF.
001600     CLOSE REPORT-FILE.
001610
001620*    EVERY PENDING LINE IS LISTED, CONTINUATIONS INCLUDED -
001630*    APPROVAL IS ONE CARD PER LINE, SO THE DESK NEEDS TO SEE
001640*    EACH LINE IT STILL HAS TO KEY A CARD FOR.
001650 CHECK-MASTER-RECORD.
001660     IF MST-PENDING-APPROVAL
001670         PERFORM WRITE-APPROVAL-DETAIL
001680     END-IF.
001690     PERFORM READ-MASTER-RECORD.
001700
001710 WRITE-APPROVAL-DETAIL.
001720     ADD 1 TO WS-PENDING-COUNT.
001730     MOVE MST-SEQ-NO      TO APD-SEQ.
001740     MOVE MST-CONT-NO     TO APD-CONT.
001750     MOVE MST-TYPE        TO APD-TYPE.
001760     MOVE MST-PRIORITY    TO APD-PRIORITY.
001770     MOVE MST-ENTERED-BY  TO APD-KEYED-BY.
001780     MOVE MST-UPDATE-DATE TO APD-SINCE-DATE.
001790     MOVE MST-UPDATE-TIME TO APD-SINCE-TIME.
001800     MOVE MST-TEXT        TO APD-TEXT.
001810     PERFORM COMPUTE-WAIT-TIME.
001820     MOVE WS-WAIT-DAYS      TO APD-WAIT-DAYS.
001830     MOVE WS-WAIT-REM-HOURS TO APD-WAIT-HOURS.
001840     MOVE SPACES TO APD-FLAG.
001850     IF WS-WAIT-HOURS > WS-OVERDUE-HOURS
001860         MOVE "OVERDUE" TO APD-FLAG
001870         ADD 1 TO WS-OVERDUE-COUNT
001880     END-IF.
001890     MOVE SPACES TO WS-APPROVAL-LINE.
001900     MOVE WS-APPROVAL-DETAIL TO WS-APPROVAL-LINE.
001910     PERFORM WRITE-APPROVAL-LINE.
001920
001930*    WHOLE HOURS WAITED: DAYS BETWEEN THE TWO DATES TIMES 24,
001940*    CORRECTED BY THE HOUR OF DAY AT EACH END.  A STAMP LATER
001950*    THAN THE RUN (A CLOCK SET BACK) COUNTS AS NO WAIT.
001960 COMPUTE-WAIT-TIME.
001970     MOVE 0 TO WS-WAIT-HOURS.
001980     IF MST-UPDATE-DATE IS NUMERIC AND MST-UPDATE-DATE > 0
001990         MOVE MST-UPDATE-DATE TO WS-CDN-DATE
002000         PERFORM CONVERT-DATE-TO-DAY-NO
002010         MOVE WS-CDN-DAY-NO TO WS-PEND-DAY-NO
002020         MOVE MST-UPDATE-TIME TO WS-PEND-TIME
002030         COMPUTE WS-WAIT-HOURS =
002040             (WS-RUN-DAY-NO - WS-PEND-DAY-NO) * 24
002050             + WS-RUN-HOUR - WS-PEND-HOUR
002060     END-IF.
002070     IF WS-WAIT-HOURS < 0
002080         MOVE 0 TO WS-WAIT-HOURS
002090     END-IF.
002100     DIVIDE WS-WAIT-HOURS BY 24
002110         GIVING WS-WAIT-DAYS REMAINDER WS-WAIT-REM-HOURS.
002120
002130 WRITE-APPROVAL-SUMMARY.
002140     MOVE SPACES TO WS-APPROVAL-LINE.
002150     PERFORM WRITE-APPROVAL-LINE.
002160     MOVE SPACES TO WS-APPROVAL-LINE.
002170     IF WS-PENDING-COUNT = 0
002180         MOVE "NOTHING IS WAITING FOR APPROVAL"
002190             TO WS-APPROVAL-LINE
002200     ELSE
002210         STRING "LINES PENDING APPROVAL: " WS-PENDING-COUNT
002220             "   OVERDUE (OVER 24 HOURS): " WS-OVERDUE-COUNT
002230             DELIMITED BY SIZE INTO WS-APPROVAL-LINE
002240     END-IF.
002250     PERFORM WRITE-APPROVAL-LINE.
002260
002270 WRITE-APPROVAL-LINE.
002280     IF WS-LINE-CTR IS GREATER THAN OR EQUAL TO WS-LINES-PER-PAGE
002290         PERFORM WRITE-REPORT-HEADER
002300     END-IF.
002310     MOVE WS-APPROVAL-LINE TO REPORT-LINE.
002320     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
002330     ADD 1 TO WS-LINE-CTR.
002340
002350 WRITE-REPORT-HEADER.
002360     ADD 1 TO WS-PAGE-NO.
002370     MOVE SPACES TO REPORT-LINE.
002380     MOVE "NOTICES PENDING SECOND-OPERATOR APPROVAL"
002390         TO REPORT-LINE.
002400     WRITE REPORT-LINE AFTER ADVANCING PAGE.
002410     MOVE SPACES TO REPORT-LINE.
002420     STRING "RUN DATE: " WS-RUN-DATE "   PAGE: " WS-PAGE-NO
002430         DELIMITED BY SIZE INTO REPORT-LINE.
002440     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
002450     MOVE SPACES TO REPORT-LINE.
002460     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
002470     MOVE SPACES TO REPORT-LINE.
002480     MOVE "SEQ-C   TYPE  PRI KEYED BY  WAITING SINCE      WAITED  
002490-        "    FLAG     TEXT"
002500         TO REPORT-LINE.
002510     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
002520     MOVE 0 TO WS-LINE-CTR.
002530
002540*    FLIEGEL-VAN FLANDERN DAY NUMBER FROM A YYYYMMDD DATE.
002550 CONVERT-DATE-TO-DAY-NO.
002560     DIVIDE WS-CDN-DATE BY 10000
002570         GIVING WS-CDN-YEAR REMAINDER WS-CDN-MMDD.
002580     DIVIDE WS-CDN-MMDD BY 100
002590         GIVING WS-CDN-MONTH REMAINDER WS-CDN-DAY.
002600     COMPUTE WS-CDN-A-WORK = 14 - WS-CDN-MONTH.
002610     DIVIDE WS-CDN-A-WORK BY 12 GIVING WS-CDN-A.
002620     COMPUTE WS-CDN-Y = WS-CDN-YEAR + 4800 - WS-CDN-A.
002630     COMPUTE WS-CDN-M = WS-CDN-MONTH + 12 * WS-CDN-A - 3.
002640     COMPUTE WS-CDN-T1 = 153 * WS-CDN-M + 2.
002650     DIVIDE WS-CDN-T1 BY 5 GIVING WS-CDN-T1.
002660     COMPUTE WS-CDN-T2 = 365 * WS-CDN-Y.
002670     DIVIDE WS-CDN-Y BY 4 GIVING WS-CDN-T3.
002680     DIVIDE WS-CDN-Y BY 100 GIVING WS-CDN-T4.
002690     DIVIDE WS-CDN-Y BY 400 GIVING WS-CDN-T5.
002700     COMPUTE WS-CDN-DAY-NO = WS-CDN-DAY + WS-CDN-T1
002710         + WS-CDN-T2 + WS-CDN-T3 - WS-CDN-T4 + WS-CDN-T5
002720         - 32045.
002730
002740 READ-MASTER-RECORD.
002750     READ MESSAGE-MASTER
002760         AT END SET WS-END-OF-FILE TO TRUE
002770         NOT AT END
002780             SET WS-NOT-END-OF-FILE TO TRUE
002790             ADD 1 TO WS-MASTER-READ-COUNT
002800     END-READ.
