000240*    TRUNCATION-EXCEPTION RATE, AND THE TREND AGAINST THE PRIOR
000250*    PERIOD.  RECORDS WRITTEN AT THE OLD AUDIT LAYOUT (NO
000260*    TYPE/PRIORITY) ARE SKIPPED RATHER THAN MISCOUNTED.
000261*    THE TRAIL IS KEYED ON RUN DATE (AUDITREC.CPY), SO THE PASS
000262*    STARTS AT THE FIRST DAY OF THE PRIOR PERIOD AND STOPS AFTER
000263*    THE LAST DAY OF THE CURRENT ONE.  FOR PERIODS ALREADY CUT
000264*    TO AN ARCHIVE GENERATION, RELOAD IT (AUDLOAD) AND POINT
000265*    AUDITIN AT THE RELOADED CLUSTER.
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT AUDIT-FILE ASSIGN TO "AUDITIN"
000310         ORGANIZATION IS INDEXED
000312         ACCESS MODE IS DYNAMIC
000314         RECORD KEY IS AUD-KEY
000316         ALTERNATE RECORD KEY IS AUD-SEQ-NO WITH DUPLICATES
000320         FILE STATUS IS WS-AUDIT-STATUS.
000330     SELECT EXCEPTION-FILE ASSIGN TO "EXCPTIN"
000340         ORGANIZATION IS LINE SEQUENTIAL
000740 01 WS-CUR-END-DAY          PIC 9(7).
000750 01 WS-PRIOR-START-DAY      PIC 9(7).
000760 01 WS-PRIOR-END-DAY        PIC 9(7).
000765 01 WS-PRIOR-START-DATE     PIC 9(8).
000770 01 WS-RECORD-DAY-NO        PIC 9(7).
000780 01 WS-CUR-PUBLISHED        PIC 9(6) VALUE 0.
000790 01 WS-PRIOR-PUBLISHED      PIC 9(6) VALUE 0.
001310     05  WS-CDN-T4           PIC 9(4).
001320     05  WS-CDN-T5           PIC 9(4).
001330     05  WS-CDN-DAY-NO       PIC 9(7).
001331     05  WS-CDN-L            PIC 9(8).
001332     05  WS-CDN-N            PIC 9(4).
001333     05  WS-CDN-I            PIC 9(4).
001334     05  WS-CDN-J            PIC 9(4).
001335     05  WS-CDN-W            PIC 9(10).
001336     05  WS-CDN-W2           PIC 9(10).
001340
001350 PROCEDURE DIVISION.
001360 PROGRAM-BEGIN.
001990     COMPUTE WS-PRIOR-END-DAY = WS-CUR-START-DAY - 1.
002000     COMPUTE WS-PRIOR-START-DAY
002010         = WS-CUR-START-DAY - WS-PERIOD-LEN.
002012     MOVE WS-PRIOR-START-DAY TO WS-CDN-DAY-NO.
002014     PERFORM CONVERT-DAY-NO-TO-DATE.
002016     MOVE WS-CDN-DATE TO WS-PRIOR-START-DATE.
002020
002030 TALLY-AUDIT-TRAIL.
002040     MOVE "N" TO WS-EOF-SWITCH.
002080             WS-AUDIT-STATUS
002090         SET WS-END-OF-FILE TO TRUE
002100     ELSE
002110         PERFORM START-AUDIT-PERIOD
002120     END-IF.
002130     PERFORM TALLY-AUDIT-RECORD UNTIL WS-END-OF-FILE.
002140     IF WS-AUDIT-STATUS = "00" OR WS-AUDIT-STATUS = "10"
002145         OR WS-AUDIT-STATUS = "23"
002150         CLOSE AUDIT-FILE
002160     END-IF.
002170
004330     DIVIDE WS-CDN-Y BY 400 GIVING WS-CDN-T5.
004340     COMPUTE WS-CDN-DAY-NO = WS-CDN-DAY + WS-CDN-T1
004350         + WS-CDN-T2 + WS-CDN-T3 - WS-CDN-T4 + WS-CDN-T5
004351         - 32045.
004352
004353*    THE INVERSE OF THE ABOVE - DAY NUMBER BACK TO YYYYMMDD, SO
004354*    THE PRIOR PERIOD'S FIRST DAY CAN BE USED AS A START KEY.
004355 CONVERT-DAY-NO-TO-DATE.
004356     COMPUTE WS-CDN-L = WS-CDN-DAY-NO + 68569.
004357     COMPUTE WS-CDN-W = 4 * WS-CDN-L.
004358     DIVIDE WS-CDN-W BY 146097 GIVING WS-CDN-N.
004359     COMPUTE WS-CDN-W = 146097 * WS-CDN-N + 3.
004360     DIVIDE WS-CDN-W BY 4 GIVING WS-CDN-W2.
004361     SUBTRACT WS-CDN-W2 FROM WS-CDN-L.
004362     COMPUTE WS-CDN-W = 4000 * (WS-CDN-L + 1).
004363     DIVIDE WS-CDN-W BY 1461001 GIVING WS-CDN-I.
004364     COMPUTE WS-CDN-W = 1461 * WS-CDN-I.
004365     DIVIDE WS-CDN-W BY 4 GIVING WS-CDN-W2.
004366     COMPUTE WS-CDN-L = WS-CDN-L - WS-CDN-W2 + 31.
004367     COMPUTE WS-CDN-W = 80 * WS-CDN-L.
004368     DIVIDE WS-CDN-W BY 2447 GIVING WS-CDN-J.
004369     COMPUTE WS-CDN-W = 2447 * WS-CDN-J.
004370     DIVIDE WS-CDN-W BY 80 GIVING WS-CDN-W2.
004371     COMPUTE WS-CDN-DAY = WS-CDN-L - WS-CDN-W2.
004372     DIVIDE WS-CDN-J BY 11 GIVING WS-CDN-L.
004373     COMPUTE WS-CDN-MONTH = WS-CDN-J + 2 - 12 * WS-CDN-L.
004374     COMPUTE WS-CDN-YEAR = 100 * (WS-CDN-N - 49)
004375         + WS-CDN-I + WS-CDN-L.
004376     COMPUTE WS-CDN-DATE = WS-CDN-YEAR * 10000
004377         + WS-CDN-MONTH * 100 + WS-CDN-DAY.
004378
004379 START-AUDIT-PERIOD.
004380     MOVE WS-PRIOR-START-DATE TO AUD-RUN-DATE.
004381     MOVE LOW-VALUES          TO AUD-PROGRAM.
004382     MOVE 0                   TO AUD-NUMBER.
004383     MOVE 0                   TO AUD-CONT-NO.
004384     START AUDIT-FILE KEY IS NOT LESS THAN AUD-KEY
004385         INVALID KEY
004386             SET WS-END-OF-FILE TO TRUE
004387         NOT INVALID KEY
004388             PERFORM READ-AUDIT-RECORD
004389     END-START.
004390
004391 READ-AUDIT-RECORD.
004392     READ AUDIT-FILE NEXT
004400         AT END SET WS-END-OF-FILE TO TRUE
004410         NOT AT END SET WS-NOT-END-OF-FILE TO TRUE
004420     END-READ.
004421     IF WS-NOT-END-OF-FILE
004422         IF AUD-RUN-DATE IS NUMERIC
004423             AND AUD-RUN-DATE > WS-PERIOD-END
004424             SET WS-END-OF-FILE TO TRUE
004425         END-IF
004426     END-IF.
004430
004440 READ-EXCEPTION-RECORD.
004450     READ EXCEPTION-FILE
