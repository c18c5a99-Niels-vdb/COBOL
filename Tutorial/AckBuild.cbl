000210*    CHASER JOB MATCHES THE RETURNED ACKS THE NEXT MORNING.
000220*    AN OPTIONAL ONE-CARD PARM (COL 1-8) OVERRIDES THE RUN
000230*    DATE, FOR BUILDING EXPECTATIONS OFF A DATE-OVERRIDDEN
000235*    BULLETIN RUN.  A NOTICE TARGETED AT NAMED DEPARTMENTS
000240*    (AUD-AUDIENCE) EXPECTS ACKS ONLY FROM THOSE OF THEM THAT
000245*    SUBSCRIBE - THE OTHERS NEVER RECEIVED IT.
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000272*    THE AUDIT TRAIL IS KEYED ON RUN DATE + PROGRAM (SEE
000274*    AUDITREC.CPY), SO THE PASS STARTS AT THE RUN DATE'S
000276*    IFCONDITION RECORDS AND STOPS AT THE END OF THEM.
000280     SELECT AUDIT-FILE ASSIGN TO "AUDITOUT"
000290         ORGANIZATION IS INDEXED
000292         ACCESS MODE IS DYNAMIC
000294         RECORD KEY IS AUD-KEY
000296         ALTERNATE RECORD KEY IS AUD-SEQ-NO WITH DUPLICATES
000300         FILE STATUS IS WS-AUDIT-STATUS.
000310     SELECT DIST-LIST-FILE ASSIGN TO "DISTLIST"
000320         ORGANIZATION IS LINE SEQUENTIAL
000680 01 WS-RETURN-CODE          PIC 9(4) VALUE 0.
000690 01 WS-SUBSCRIBED-SWITCH    PIC X.
000700     88 WS-DEPT-SUBSCRIBED        VALUE "Y".
000702 01 WS-AX                   PIC 9(1) VALUE 0.
000704 01 WS-TARGET-SWITCH        PIC X VALUE "N".
000706     88 WS-DEPT-TARGETED          VALUE "Y".
000710*    DEPARTMENTS ALREADY OWING AN ACK FOR THE CURRENT MESSAGE,
000720*    SO A DEPARTMENT WITH SEVERAL RECIPIENTS IS EXPECTED ONCE.
000730 01 WS-DEPT-USED            PIC 9(2) VALUE 0.
000920         OPEN OUTPUT ACK-EXPECTED-FILE
000930     END-IF.
000940     IF WS-NOT-END-OF-FILE
000950         PERFORM START-AUDIT-DAY
000960     END-IF.
000970     PERFORM BUILD-FROM-AUDIT-RECORD UNTIL WS-END-OF-FILE.
000980     IF WS-AUDIT-STATUS = "00" OR WS-AUDIT-STATUS = "10"
000985         OR WS-AUDIT-STATUS = "23"
000990         CLOSE AUDIT-FILE
001000     END-IF.
001010     CLOSE ACK-EXPECTED-FILE.
001580 CHECK-DIST-RECIPIENT.
001590     MOVE "N" TO WS-SUBSCRIBED-SWITCH.
001600     IF DST-SUB-FLAG (WS-MSG-SLOT) = "Y"
001604         PERFORM CHECK-DEPT-TARGET
001608         IF WS-DEPT-TARGETED
001612             MOVE "Y" TO WS-SUBSCRIBED-SWITCH
001616         END-IF
001620     END-IF.
001740     IF WS-DEPT-SUBSCRIBED
001750         PERFORM WRITE-EXPECTED-ONCE-PER-DEPT
001760     END-IF.
001761     PERFORM READ-DIST-RECORD.
001762
001763*    AN UNTARGETED NOTICE (SPACES) IS FOR EVERY SUBSCRIBING
001764*    DEPARTMENT; A TARGETED ONE ONLY FOR THE DEPARTMENTS LISTED.
001765 CHECK-DEPT-TARGET.
001766     IF AUD-AUDIENCE = SPACES
001767         MOVE "Y" TO WS-TARGET-SWITCH
001768     ELSE
001769         MOVE "N" TO WS-TARGET-SWITCH
001770         MOVE 1 TO WS-AX
001771         PERFORM CHECK-ONE-TARGET-SLOT
001772             UNTIL WS-DEPT-TARGETED OR WS-AX > 5
001773     END-IF.
001774
001775 CHECK-ONE-TARGET-SLOT.
001776     IF AUD-AUDIENCE-DEPT (WS-AX) = DST-DEPT-CODE
001777         MOVE "Y" TO WS-TARGET-SWITCH
001778     END-IF.
001779     ADD 1 TO WS-AX.
001780
001790 WRITE-EXPECTED-ONCE-PER-DEPT.
001800     MOVE 0 TO WS-DEPT-FOUND-X.
002090         AT END SET WS-DIST-END-OF-FILE TO TRUE
002100         NOT AT END SET WS-DIST-NOT-END TO TRUE
002110     END-READ.
002111
002112 START-AUDIT-DAY.
002113     MOVE WS-RUN-DATE   TO AUD-RUN-DATE.
002114     MOVE "IFCONDITION" TO AUD-PROGRAM.
002115     MOVE 0             TO AUD-NUMBER.
002116     MOVE 0             TO AUD-CONT-NO.
002117     START AUDIT-FILE KEY IS NOT LESS THAN AUD-KEY
002118         INVALID KEY
002119             SET WS-END-OF-FILE TO TRUE
002120         NOT INVALID KEY
002121             PERFORM READ-AUDIT-RECORD
002122     END-START.
002123
002130 READ-AUDIT-RECORD.
002140     READ AUDIT-FILE NEXT
002150         AT END SET WS-END-OF-FILE TO TRUE
002160         NOT AT END SET WS-NOT-END-OF-FILE TO TRUE
002170     END-READ.
002171     IF WS-NOT-END-OF-FILE
002172         IF AUD-RUN-DATE NOT = WS-RUN-DATE
002173             OR AUD-PROGRAM NOT = "IFCONDITION"
002174             SET WS-END-OF-FILE TO TRUE
002175         END-IF
002176     END-IF.
002180
002190*    THE CATEGORY SET COMES FROM THE REFERENCE FILE, NOT THE
002200*    PROGRAM (SEE CATREC.CPY).  A MISSING OR EMPTY FILE FALLS
