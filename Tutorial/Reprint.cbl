000200*    ARE NEVER TOUCHED, SO A REPRINT CANNOT RENUMBER ANYTHING
000210*    OR DISTURB A RESTART POSITION - POINT THE OUTPUT DDS AT
000220*    THE REPRINT DATASETS AND SEND THEM TO THE PRINTER.
000225*    THE TRAIL IS KEYED ON RUN DATE + PROGRAM (AUDITREC.CPY), SO
000230*    THE REPLAY STARTS AT THE REQUESTED DATE'S IFCONDITION
000235*    RECORDS AND READS NOTHING ELSE.  FOR A DATE ALREADY CUT TO
000240*    AN ARCHIVE GENERATION, RELOAD THE GENERATION (AUDLOAD) AND
000245*    POINT AUDITIN AT THE RELOADED CLUSTER.
000246*    THE REBUILT FILES CARRY THE NOTICE LINES ONLY: NO CHANGE
000247*    MARKS AND NO NEW/CHANGED/WITHDRAWN SUMMARY, WHICH THE LIVE
000248*    RUN WORKED OUT AGAINST THE DAY BEFORE (SEE BULLINE.CPY).
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT AUDIT-FILE ASSIGN TO "AUDITIN"
000290         ORGANIZATION IS INDEXED
000292         ACCESS MODE IS DYNAMIC
000294         RECORD KEY IS AUD-KEY
000296         ALTERNATE RECORD KEY IS AUD-SEQ-NO WITH DUPLICATES
000300         FILE STATUS IS WS-AUDIT-STATUS.
000310     SELECT REPRINT-PARM-FILE ASSIGN TO "REPPARM"
000320         ORGANIZATION IS LINE SEQUENTIAL
000510 FD  CATEGORY-FILE.
000512     COPY "CATREC.CPY".
000520 FD  CAT-OUT-1.
000530 01  CAT1-LINE               PIC X(111).
000540 FD  CAT-OUT-2.
000550 01  CAT2-LINE               PIC X(111).
000560 FD  CAT-OUT-3.
000570 01  CAT3-LINE               PIC X(111).
000580 FD  CAT-OUT-4.
000590 01  CAT4-LINE               PIC X(111).
000600 FD  CAT-OUT-5.
000610 01  CAT5-LINE               PIC X(111).
000620 FD  CAT-OUT-6.
000630 01  CAT6-LINE               PIC X(111).
000640 FD  CAT-OUT-7.
000642 01  CAT7-LINE               PIC X(111).
000644 FD  CAT-OUT-8.
000646 01  CAT8-LINE               PIC X(111).
000660
000670 WORKING-STORAGE SECTION.
000680
001420     MOVE 1 TO WS-KX.
001430     PERFORM OPEN-ONE-CATEGORY-FILE UNTIL WS-KX > WS-CAT-USED.
001450     IF WS-NOT-END-OF-FILE
001460         PERFORM START-AUDIT-DAY
001470     END-IF.
001480     PERFORM REPLAY-AUDIT-RECORD UNTIL WS-END-OF-FILE.
001490     IF WS-AUDIT-STATUS = "00" OR WS-AUDIT-STATUS = "10"
001495         OR WS-AUDIT-STATUS = "23"
001500         CLOSE AUDIT-FILE
001510     END-IF.
001520     CLOSE REPORT-FILE.
001950
001960*    SAME ROUTING RULE AS THE LIVE BULLETIN - THE SLOT COMES
001970*    FROM THE CATEGORY TABLE AND AN UNKNOWN TYPE FALLS TO THE
001980*    LAST SLOT, THE CATCH-ALL.  THE TARGET-DEPARTMENT LIST COMES
001983*    BACK FROM THE TRAIL, SO A REBUILT FILE DISTRIBUTES TO THE
001986*    SAME DEPARTMENTS THE ORIGINAL RUN DID.
001990 ROUTE-REPRINT-BY-TYPE.
002000     MOVE AUD-TYPE TO WS-CAT-LOOKUP.
002010     PERFORM FIND-CATEGORY-SLOT.
002070     END-IF.
002072     MOVE " "         TO BL-SPACE-2.
002074     MOVE AUD-MESSAGE TO BL-TEXT.
002077     MOVE AUD-AUDIENCE TO BL-AUDIENCE.
002078     SET BL-NOTICE-LINE TO TRUE.
002079     MOVE " "         TO BL-CHANGE-MARK.
002080     PERFORM WRITE-CATEGORY-LINE.
002090
002092 WRITE-CATEGORY-LINE.
002162     END-EVALUATE.
002164     ADD 1 TO WS-KX.
002166
002167 START-AUDIT-DAY.
002168     MOVE WS-REPRINT-DATE TO AUD-RUN-DATE.
002169     MOVE "IFCONDITION"   TO AUD-PROGRAM.
002170     MOVE 0               TO AUD-NUMBER.
002171     MOVE 0               TO AUD-CONT-NO.
002172     START AUDIT-FILE KEY IS NOT LESS THAN AUD-KEY
002173         INVALID KEY
002174             SET WS-END-OF-FILE TO TRUE
002175         NOT INVALID KEY
002176             PERFORM READ-AUDIT-RECORD
002177     END-START.
002178
002179 READ-AUDIT-RECORD.
002180     READ AUDIT-FILE NEXT
002190         AT END SET WS-END-OF-FILE TO TRUE
002193         NOT AT END SET WS-NOT-END-OF-FILE TO TRUE
002196     END-READ.
002199     IF WS-NOT-END-OF-FILE
002202         IF AUD-RUN-DATE NOT = WS-REPRINT-DATE
002205             OR AUD-PROGRAM NOT = "IFCONDITION"
002208             SET WS-END-OF-FILE TO TRUE
002211         ELSE
002220             ADD 1 TO WS-READ-COUNT
002230         END-IF
002240     END-IF.
002260
002270*    THE CATEGORY SET COMES FROM THE REFERENCE FILE, NOT THE
002280*    PROGRAM (SEE CATREC.CPY).  A MISSING OR EMPTY FILE FALLS
