000120 AUTHOR. Niels van den Bosch.
000130*
000140*    MONTHLY CUT OF THE LIVE AUDIT TRAIL.  EVERY RECORD IN
000150*    AUDITOUT BEFORE ITS LAST RUN DATE IS COPIED TO THE ARCHIVE
000160*    GENERATION, A SUMMARY RECORD (COUNT AND RUN-DATE/NUMBER
000163*    SPAN) IS WRITTEN TO THE SUMMARY DATASET, AND THOSE RECORDS
000166*    ARE REMOVED FROM THE LIVE FILE SO IT STOPS GROWING WITHOUT
000169*    BOUND.  THIS REPLACES THE MANUAL IEBGENER-AND-DELETE
000172*    PROCEDURE.
000175*
000178*    THE LAST RUN DATE ON THE TRAIL STAYS LIVE AND GOES INTO THE
000181*    NEXT GENERATION: THE NEXT BULLETIN RUN COMPARES ITSELF WITH
000184*    THE PREVIOUS BUSINESS DAY'S PUBLICATION ON THE LIVE TRAIL,
000187*    SO THE CUT MUST NEVER LEAVE IT EMPTY.
000190*
000193*    THE LIVE TRAIL IS A KSDS; IT IS COPIED IN KEY ORDER (RUN
000196*    DATE, PROGRAM, NUMBER, CONTINUATION) TO A SEQUENTIAL
000199*    GENERATION.  A CLUSTER WITH AN ALTERNATE INDEX CANNOT BE
000202*    DEFINED REUSE, SO THE RESET IS A DELETE PASS OVER THE CUT
000205*    RECORDS RATHER THAN AN OPEN OUTPUT.  THE LIVE FILE MUST BE
000208*    ALLOCATED DISP=OLD IN THIS JOB SO NO BULLETIN RUN WRITES
000211*    TO IT BETWEEN THE COPY AND THE RESET.
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT AUDIT-FILE ASSIGN TO "AUDITOUT"
000270         ORGANIZATION IS INDEXED
000272         ACCESS MODE IS DYNAMIC
000274         RECORD KEY IS AUD-KEY
000276         ALTERNATE RECORD KEY IS AUD-SEQ-NO WITH DUPLICATES
000280         FILE STATUS IS WS-AUDIT-STATUS.
000290     SELECT ARCHIVE-FILE ASSIGN TO "ARCHOUT"
000300         ORGANIZATION IS LINE SEQUENTIAL.
000380 FD  ARCHIVE-FILE.
000390     COPY "AUDITREC.CPY" REPLACING
000400         ==AUDIT-RECORD== BY ==ARCH-RECORD==,
000403         ==AUD-KEY==      BY ==ARCH-KEY==,
000406         ==AUD-SEQ-NO==   BY ==ARCH-SEQ-NO==,
000410         ==AUD-NUMBER==   BY ==ARCH-NUMBER==,
000420         ==AUD-RUN-DATE== BY ==ARCH-RUN-DATE==,
000430         ==AUD-RUN-TIME== BY ==ARCH-RUN-TIME==,
000580 01 WS-ARCHIVE-COUNT        PIC 9(6) VALUE 0.
000590 01 WS-FIRST-RUN-DATE       PIC 9(8) VALUE 0.
000600 01 WS-LAST-RUN-DATE        PIC 9(8) VALUE 0.
000605 01 WS-KEEP-FROM-DATE       PIC 9(8) VALUE 0.
000610 01 WS-FIRST-NUMBER         PIC 9(6) VALUE 0.
000620 01 WS-LAST-NUMBER          PIC 9(6) VALUE 0.
000625 01 WS-PURGE-COUNT          PIC 9(6) VALUE 0.
000630
000640 PROCEDURE DIVISION.
000642*    THE SUMMARY WRITE AND THE LIVE-FILE RESET ONLY HAPPEN
000775         " / " WS-LAST-RUN-DATE.
000780     DISPLAY "FIRST/LAST NUMBER   : " WS-FIRST-NUMBER
000785         " / " WS-LAST-NUMBER.
000787     DISPLAY "RECORDS PURGED      : " WS-PURGE-COUNT.
000788     DISPLAY "KEPT LIVE FROM      : " WS-KEEP-FROM-DATE.
000790     DISPLAY "RETURN CODE         : " WS-RETURN-CODE.
000795     DISPLAY "------------------------------------------------".
000800     MOVE WS-RETURN-CODE TO RETURN-CODE.
000805     STOP RUN.
000810
000811*    THE KEY LEADS WITH THE RUN DATE, SO ONE PASS TO THE END
000812*    FINDS THE LAST RUN DATE, AND THE COPY FROM THE TOP STOPS AT
000813*    THE FIRST RECORD OF THAT DATE.
000815 COPY-TRAIL-TO-ARCHIVE.
000816     PERFORM READ-AUDIT-RECORD.
000817     PERFORM NOTE-LAST-RUN-DATE UNTIL WS-END-OF-FILE.
000818     PERFORM START-AT-FIRST-AUDIT-RECORD.
000820     OPEN OUTPUT ARCHIVE-FILE.
000825     PERFORM ARCHIVE-AUDIT-RECORD
000830         UNTIL WS-END-OF-FILE
000832         OR AUD-RUN-DATE NOT < WS-KEEP-FROM-DATE.
000835     CLOSE AUDIT-FILE.
000840     CLOSE ARCHIVE-FILE.
000845     PERFORM WRITE-SUMMARY-RECORD.
000850     PERFORM RESET-LIVE-AUDIT-FILE.
000970
000971 NOTE-LAST-RUN-DATE.
000972     MOVE AUD-RUN-DATE TO WS-KEEP-FROM-DATE.
000973     PERFORM READ-AUDIT-RECORD.
000974
000975*    KEY ORDER PUTS THE RUN DATES IN ORDER BUT NOT THE NUMBERS
000976*    (EACH DATE RUNS PROGRAM BY PROGRAM), SO THE NUMBER SPAN IS
000977*    THE LOWEST AND HIGHEST SEEN.
000980 ARCHIVE-AUDIT-RECORD.
000990     MOVE AUDIT-RECORD TO ARCH-RECORD.
001000     WRITE ARCH-RECORD.
001020     IF WS-ARCHIVE-COUNT = 1
001030         MOVE AUD-RUN-DATE TO WS-FIRST-RUN-DATE
001040         MOVE AUD-NUMBER   TO WS-FIRST-NUMBER
001045         MOVE AUD-NUMBER   TO WS-LAST-NUMBER
001050     END-IF.
001060     MOVE AUD-RUN-DATE TO WS-LAST-RUN-DATE.
001070     IF AUD-NUMBER < WS-FIRST-NUMBER
001071         MOVE AUD-NUMBER TO WS-FIRST-NUMBER
001072     END-IF.
001073     IF AUD-NUMBER > WS-LAST-NUMBER
001074         MOVE AUD-NUMBER TO WS-LAST-NUMBER
001075     END-IF.
001080     PERFORM READ-AUDIT-RECORD.
001090
001100 WRITE-SUMMARY-RECORD.
001240             MOVE 4 TO WS-RETURN-CODE
001242         END-IF
001244     END-IF.
001248
001252*    EVERY RECORD JUST COPIED IS DELETED FROM THE LIVE TRAIL,
001255*    FRONT TO BACK, UP TO THE LAST RUN DATE, WHICH STAYS; THE
001258*    CLUSTER AND ITS ALTERNATE INDEX STAY DEFINED FOR THE NEXT
001261*    BULLETIN RUN.  A DELETE THAT FAILS STOPS THE PASS AND
001264*    LEAVES THE REST FOR A RERUN.
001270 RESET-LIVE-AUDIT-FILE.
001276     MOVE "N" TO WS-EOF-SWITCH.
001282     OPEN I-O AUDIT-FILE.
001290     IF WS-AUDIT-STATUS = "00"
001293         PERFORM READ-AUDIT-RECORD
001294         PERFORM PURGE-AUDIT-RECORD
001295             UNTIL WS-END-OF-FILE
001296             OR AUD-RUN-DATE NOT < WS-KEEP-FROM-DATE
001300         CLOSE AUDIT-FILE
001310     ELSE
001320         DISPLAY "WARNING: AUDIT RESET FAILED, STATUS="
001336         END-IF
001340     END-IF.
001350
001351 PURGE-AUDIT-RECORD.
001352     DELETE AUDIT-FILE RECORD
001353         INVALID KEY
001354             DISPLAY "WARNING: AUDIT RESET FAILED, STATUS="
001355                 WS-AUDIT-STATUS
001356             IF WS-RETURN-CODE < 4
001357                 MOVE 4 TO WS-RETURN-CODE
001358             END-IF
001359             SET WS-END-OF-FILE TO TRUE
001360         NOT INVALID KEY
001361             ADD 1 TO WS-PURGE-COUNT
001362     END-DELETE.
001363     IF WS-NOT-END-OF-FILE
001364         PERFORM READ-AUDIT-RECORD
001365     END-IF.
001366
001367 START-AT-FIRST-AUDIT-RECORD.
001368     MOVE LOW-VALUES TO AUD-KEY.
001369     START AUDIT-FILE KEY IS NOT LESS THAN AUD-KEY
001370         INVALID KEY
001371             SET WS-END-OF-FILE TO TRUE
001372         NOT INVALID KEY
001373             PERFORM READ-AUDIT-RECORD
001374     END-START.
001375
001376 READ-AUDIT-RECORD.
001377     READ AUDIT-FILE NEXT
001380         AT END SET WS-END-OF-FILE TO TRUE
001390         NOT AT END SET WS-NOT-END-OF-FILE TO TRUE
001400     END-READ.
