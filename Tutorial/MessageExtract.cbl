000180*    CARRY-FORWARD RULE - A LAPSED NOTICE DROPS OUT OF THE
000190*    STREAM BY ITSELF).  EFFECTIVE-DATE AND REPEAT-DAY
000200*    FILTERING STAYS IN THE BULLETIN STEPS, WHICH KNOW THE
000210*    PROCESSING DATE.  A PRIORITY-1 OR SAFE LINE STILL PENDING
000213*    ITS SECOND-OPERATOR APPROVAL (STATUS P) IS NOT RELEASED AND
000214*    STAYS OUT OF THE STREAM UNTIL IT IS APPROVED - AND SO DOES
000215*    EVERY OTHER LINE OF THE SAME NOTICE, SO A BULLETIN NEVER
000216*    CARRIES A NOTICE WITH A LINE MISSING OR WITH THE OLD TEXT
000217*    OF A LINE STILL AWAITING APPROVAL.  THE
000218*    TARGET-DEPARTMENT LIST (MST-AUDIENCE) RIDES THROUGH ON THE
000219*    STREAM RECORD UNCHANGED.
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000470 01 WS-READ-COUNT           PIC 9(6) VALUE 0.
000480 01 WS-EXTRACT-COUNT        PIC 9(6) VALUE 0.
000490 01 WS-HELD-COUNT           PIC 9(6) VALUE 0.
000492 01 WS-UNAPPROVED-COUNT     PIC 9(6) VALUE 0.
000495 01 WS-FLASHED-COUNT        PIC 9(6) VALUE 0.
000500 01 WS-EXPIRED-COUNT        PIC 9(6) VALUE 0.
000510 01 WS-RETURN-CODE          PIC 9(4) VALUE 0.
000511 01 WS-NOTICE-SEQ           PIC 9(4) VALUE 0.
000512 01 WS-NOTICE-USED          PIC 9(2) VALUE 0.
000513 01 WS-NOTICE-HOLD-SWITCH   PIC X VALUE "N".
000514     88 WS-NOTICE-UNAPPROVED      VALUE "Y".
000515 01 WS-NX                   PIC 9(2) VALUE 0.
000516 01 WS-NOTICE-TABLE.
000517     05  WS-NTC-LINE         PIC X(130) OCCURS 10.
000520
000530 PROCEDURE DIVISION.
000540 PROGRAM-BEGIN.
000650         PERFORM READ-MASTER-RECORD
000660     END-IF.
000670     PERFORM EXTRACT-MASTER-RECORD UNTIL WS-END-OF-FILE.
000675     PERFORM RELEASE-NOTICE-LINES.
000680     IF WS-MSTR-STATUS = "00" OR WS-MSTR-STATUS = "10"
000690         CLOSE MESSAGE-MASTER
000700     END-IF.
000770     DISPLAY "MASTER RECORDS READ : " WS-READ-COUNT.
000780     DISPLAY "EXTRACTED (RELEASED): " WS-EXTRACT-COUNT.
000790     DISPLAY "SKIPPED ON HOLD     : " WS-HELD-COUNT.
000792     DISPLAY "SKIPPED UNAPPROVED  : " WS-UNAPPROVED-COUNT.
000795     DISPLAY "SKIPPED FLASHED     : " WS-FLASHED-COUNT.
000800     DISPLAY "SKIPPED EXPIRED     : " WS-EXPIRED-COUNT.
000810     DISPLAY "------------------------------------------------".
000845*    A NOTICE FLASHED ON THIS RUN DATE HAS ALREADY REACHED ITS
000846*    SUBSCRIBERS TODAY (FLASHPUBLISH) AND IS HELD BACK FROM
000847*    TONIGHT'S BULLETIN; IT REJOINS THE STREAM TOMORROW IF
000848*    STILL IN FORCE.  THE MASTER IS READ IN KEY ORDER, SO EVERY
000849*    LINE OF A NOTICE ARRIVES TOGETHER.  RELEASED LINES ARE
000850*    GATHERED UNTIL THE SEQUENCE NUMBER CHANGES AND ONLY THEN
000851*    WRITTEN, BECAUSE A LINE PENDING APPROVAL FURTHER DOWN THE
000852*    NOTICE HOLDS BACK THE LINES ALREADY SEEN.
000854 EXTRACT-MASTER-RECORD.
000855     IF MST-SEQ-NO NOT = WS-NOTICE-SEQ
000856         PERFORM RELEASE-NOTICE-LINES
000857         MOVE MST-SEQ-NO TO WS-NOTICE-SEQ
000858     END-IF.
000860     EVALUATE TRUE
000870         WHEN MST-EXP-DATE > 0 AND MST-EXP-DATE < WS-RUN-DATE
000880             ADD 1 TO WS-EXPIRED-COUNT
000886             ADD 1 TO WS-FLASHED-COUNT
000890         WHEN MST-ON-HOLD
000900             ADD 1 TO WS-HELD-COUNT
000903         WHEN MST-PENDING-APPROVAL
000906             ADD 1 TO WS-UNAPPROVED-COUNT
000908             SET WS-NOTICE-UNAPPROVED TO TRUE
000910         WHEN MST-RELEASED
000920             PERFORM BUFFER-STREAM-RECORD
000930         WHEN OTHER
000940             ADD 1 TO WS-HELD-COUNT
000950     END-EVALUATE.
000960     PERFORM READ-MASTER-RECORD.
000970
000980 BUFFER-STREAM-RECORD.
000990     MOVE MST-SEQ-NO     TO MSG-SEQ-NO.
000995     MOVE MST-CONT-NO    TO MSG-CONT-NO.
001000     MOVE MST-TYPE       TO MSG-TYPE.
001020     MOVE MST-PRIORITY   TO MSG-PRIORITY.
001030     MOVE MST-EFF-DATE   TO MSG-EFF-DATE.
001040     MOVE MST-EXP-DATE   TO MSG-EXP-DATE.
001041     MOVE MST-REPEAT-DAY TO MSG-REPEAT-DAY.
001042     MOVE MST-TEXT       TO MSG-TEXT.
001043     MOVE MST-AUDIENCE   TO MSG-AUDIENCE.
001044     IF WS-NOTICE-USED < 10
001045         ADD 1 TO WS-NOTICE-USED
001046         MOVE MSG-RECORD TO WS-NTC-LINE (WS-NOTICE-USED)
001047     END-IF.
001048
001049*    A NOTICE GOES OUT WHOLE OR NOT AT ALL.  WHILE ANY LINE OF
001050*    IT IS PENDING APPROVAL ITS RELEASED LINES ARE COUNTED AS
001051*    UNAPPROVED TOO - THAT IS WHAT KEEPS THEM OFF TONIGHT'S
001052*    BULLETIN.
001053 RELEASE-NOTICE-LINES.
001054     IF WS-NOTICE-UNAPPROVED
001055         ADD WS-NOTICE-USED TO WS-UNAPPROVED-COUNT
001056     ELSE
001057         MOVE 1 TO WS-NX
001058         PERFORM WRITE-STREAM-RECORD UNTIL WS-NX > WS-NOTICE-USED
001059     END-IF.
001060     MOVE 0 TO WS-NOTICE-USED.
001061     MOVE "N" TO WS-NOTICE-HOLD-SWITCH.
001062
001063 WRITE-STREAM-RECORD.
001064     MOVE WS-NTC-LINE (WS-NX) TO MSG-RECORD.
001070     WRITE MSG-RECORD.
001080     ADD 1 TO WS-EXTRACT-COUNT.
001089     ADD 1 TO WS-NX.
001090
001100 READ-MASTER-RECORD.
001110     READ MESSAGE-MASTER
