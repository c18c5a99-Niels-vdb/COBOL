000270     SELECT RUN-TOTALS-FILE ASSIGN TO "RUNTOTS"
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-RUNTOT-STATUS.
000292*    THE AUDIT TRAIL IS KEYED ON RUN DATE + PROGRAM (SEE
000294*    AUDITREC.CPY) - THE COUNT STARTS AT THE RECONCILED STEP'S
000296*    OWN RECORDS INSTEAD OF READING THE MONTH FROM THE TOP.
000300     SELECT AUDIT-FILE ASSIGN TO "AUDITOUT"
000310         ORGANIZATION IS INDEXED
000312         ACCESS MODE IS DYNAMIC
000314         RECORD KEY IS AUD-KEY
000316         ALTERNATE RECORD KEY IS AUD-SEQ-NO WITH DUPLICATES
000320         FILE STATUS IS WS-AUDIT-STATUS.
000330     SELECT EXCEPTION-FILE ASSIGN TO "EXCPTOUT"
000340         ORGANIZATION IS LINE SEQUENTIAL
001600     IF WS-AUDIT-STATUS NOT = "00"
001610         SET WS-END-OF-FILE TO TRUE
001620     ELSE
001623         IF WS-STEP-FOUND (1) = "Y"
001626             PERFORM START-AUDIT-STEP
001629         ELSE
001632             SET WS-END-OF-FILE TO TRUE
001635         END-IF
001640     END-IF.
001650     PERFORM COUNT-AUDIT-RECORD UNTIL WS-END-OF-FILE.
001660     IF WS-AUDIT-STATUS = "00" OR WS-AUDIT-STATUS = "10"
001665         OR WS-AUDIT-STATUS = "23"
001670         CLOSE AUDIT-FILE
001680     END-IF.
001690
002540         AT END SET WS-END-OF-FILE TO TRUE
002550         NOT AT END SET WS-NOT-END-OF-FILE TO TRUE
002560     END-READ.
002561
002562 START-AUDIT-STEP.
002563     MOVE WS-STEP-RUN-DATE (1) TO AUD-RUN-DATE.
002564     MOVE WS-STEP-PROGRAM (1)  TO AUD-PROGRAM.
002565     MOVE 0                    TO AUD-NUMBER.
002566     MOVE 0                    TO AUD-CONT-NO.
002567     START AUDIT-FILE KEY IS NOT LESS THAN AUD-KEY
002568         INVALID KEY
002569             SET WS-END-OF-FILE TO TRUE
002570         NOT INVALID KEY
002571             PERFORM READ-AUDIT-RECORD
002572     END-START.
002573
002580 READ-AUDIT-RECORD.
002590     READ AUDIT-FILE NEXT
002600         AT END SET WS-END-OF-FILE TO TRUE
002610         NOT AT END SET WS-NOT-END-OF-FILE TO TRUE
002620     END-READ.
002621     IF WS-NOT-END-OF-FILE
002622         IF AUD-RUN-DATE NOT = WS-STEP-RUN-DATE (1)
002623             OR AUD-PROGRAM NOT = WS-STEP-PROGRAM (1)
002624             SET WS-END-OF-FILE TO TRUE
002625         END-IF
002626     END-IF.
002630
002640 READ-EXCEPTION-RECORD.
002650     READ EXCEPTION-FILE
