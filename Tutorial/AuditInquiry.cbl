000210*    MATCHING RECORDS ARE COPIED TO THE EXTRACT FILE SO THE
000220*    ANSWER TO "WHAT RAN ON THE 14TH?" IS A SMALL DATASET, NOT
000230*    A BROWSE OF THE WHOLE TRAIL.
000231*
000232*    THE TRAIL IS KEYED ON RUN DATE FIRST, SO A DATE RANGE IS
000233*    READ STRAIGHT FROM ITS FIRST DAY AND STOPS PAST ITS LAST.
000234*    THE BULLETIN NUMBER RUNS UNDER THE DATE AND PROGRAM IN THE
000235*    KEY - A NUMBER RANGE STILL READS THE TRAIL END TO END.  AN
000236*    ARCHIVE GENERATION IS RELOADED BY AUDLOAD FIRST.
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT AUDIT-FILE ASSIGN TO "AUDITIN"
000280         ORGANIZATION IS INDEXED
000282         ACCESS MODE IS DYNAMIC
000284         RECORD KEY IS AUD-KEY
000286         ALTERNATE RECORD KEY IS AUD-SEQ-NO WITH DUPLICATES
000290         FILE STATUS IS WS-AUDIT-STATUS.
000300     SELECT INQUIRY-PARM-FILE ASSIGN TO "INQPARM"
000310         ORGANIZATION IS LINE SEQUENTIAL
000440 FD  EXTRACT-FILE.
000450     COPY "AUDITREC.CPY" REPLACING
000460         ==AUDIT-RECORD== BY ==EXT-RECORD==,
000463         ==AUD-KEY==      BY ==EXT-KEY==,
000466         ==AUD-SEQ-NO==   BY ==EXT-SEQ-NO==,
000470         ==AUD-NUMBER==   BY ==EXT-NUMBER==,
000480         ==AUD-RUN-DATE== BY ==EXT-RUN-DATE==,
000490         ==AUD-RUN-TIME== BY ==EXT-RUN-TIME==,
001290         GO TO EXTRACT-MATCHING-EXIT
001300     END-IF.
001310     OPEN OUTPUT EXTRACT-FILE.
001320     PERFORM START-AUDIT-SLICE.
001330     PERFORM SELECT-AUDIT-RECORD UNTIL WS-END-OF-FILE.
001340     CLOSE AUDIT-FILE.
001350     CLOSE EXTRACT-FILE.
001550     MOVE AUDIT-RECORD TO EXT-RECORD.
001560     WRITE EXT-RECORD.
001570     ADD 1 TO WS-EXTRACT-COUNT.
001571
001572*    A DATE RANGE STARTS AT ITS FIRST DAY; A NUMBER RANGE AT
001573*    THE FRONT OF THE TRAIL.
001574 START-AUDIT-SLICE.
001575     MOVE LOW-VALUES TO AUD-KEY.
001576     IF WS-INQ-MODE = "D"
001577         MOVE WS-INQ-FROM TO AUD-RUN-DATE
001578     END-IF.
001579     START AUDIT-FILE KEY IS NOT LESS THAN AUD-KEY
001580         INVALID KEY
001581             SET WS-END-OF-FILE TO TRUE
001582         NOT INVALID KEY
001583             PERFORM READ-AUDIT-RECORD
001584     END-START.
001585
001590 READ-AUDIT-RECORD.
001600     READ AUDIT-FILE NEXT
001610         AT END SET WS-END-OF-FILE TO TRUE
001613         NOT AT END SET WS-NOT-END-OF-FILE TO TRUE
001616     END-READ.
001619     IF WS-NOT-END-OF-FILE
001622         IF WS-INQ-MODE = "D"
001625             AND AUD-RUN-DATE > WS-INQ-TO
001628             SET WS-END-OF-FILE TO TRUE
001631         ELSE
001640             ADD 1 TO WS-READ-COUNT
001650         END-IF
001660     END-IF.
