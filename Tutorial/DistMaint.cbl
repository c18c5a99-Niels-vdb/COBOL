000200*    NAME, A STATION ON THE STATION LIST - SO A SHIFTED COLUMN
000210*    IS A REJECTED CARD, NOT A RECIPIENT WHO SILENTLY STOPS
000220*    GETTING OPS NOTICES.  REJECTS GO TO THE REJECT FILE WITH
000230*    A REASON CODE, SAME CONVENTION AS FEEDEDIT.  EVERY
000231*    APPLIED CARD IS WRITTEN TO THE MAINTENANCE JOURNAL
000232*    (MNTJRNL.CPY) WITH BEFORE AND AFTER IMAGES, THE SAME AS
000233*    MESSAGEMAINT, SO THE MASTER CAN BE ROLLED FORWARD FROM A
000234*    BACKUP (MASTERRECOVERY).  EVERY REJECTED CARD IS ALSO
000235*    CARRIED INTO THE REJECT SUSPENSE FILE (SUSPREC.CPY) UNTIL
000236*    THE SAME CARD IS APPLIED OR THE DESK WRITES IT OFF;
000237*    CORRECTIONS ROUTED BY SUSPENSECORRECT ARRIVE AHEAD OF THE
000238*    DESK'S CARDS ON DSTTRAN.
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000392     SELECT CATEGORY-FILE ASSIGN TO "CATFILE"
000394         ORGANIZATION IS LINE SEQUENTIAL
000396         FILE STATUS IS WS-CATFILE-STATUS.
000397     SELECT MAINT-JOURNAL-FILE ASSIGN TO "MNTJRNL"
000398         ORGANIZATION IS LINE SEQUENTIAL
000399         FILE STATUS IS WS-JRNL-STATUS.
000400     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
000401         ORGANIZATION IS INDEXED
000402         ACCESS MODE IS RANDOM
000403         RECORD KEY IS SUS-KEY
000404         FILE STATUS IS WS-SUSP-STATUS.
000405 DATA DIVISION.
000410 FILE SECTION.
000420 FD  DIST-TRAN-FILE.
000430     COPY "DMTREC.CPY".
000530     05  DREJ-TRANSACTION    PIC X(55).
000532 FD  CATEGORY-FILE.
000534     COPY "CATREC.CPY".
000535 FD  MAINT-JOURNAL-FILE.
000536     COPY "MNTJRNL.CPY".
000537 FD  SUSPENSE-FILE.
000538     COPY "SUSPREC.CPY".
000540
000550 WORKING-STORAGE SECTION.
000560
000870         10  WS-CAT-DESC     PIC X(20).
000871         10  WS-CAT-DD       PIC X(8).
000872         10  WS-CAT-CHASER   PIC X(1).
000873 01 WS-JRNL-STATUS          PIC XX.
000874 01 WS-JOURNAL-COUNT        PIC 9(6) VALUE 0.
000875 01 WS-BEFORE-IMAGE         PIC X(250).
000876 01 WS-JOURNAL-KEY.
000877     05  WS-JRN-DEPT-CODE    PIC X(4).
000878     05  WS-JRN-RECIPIENT    PIC X(30).
000879 01 WS-SUSP-STATUS          PIC XX.
000880 01 WS-SUSP-OPEN-SWITCH     PIC X VALUE "N".
000881     88 WS-SUSP-OPEN              VALUE "Y".
000882 01 WS-SUSPENSE-COUNT       PIC 9(6) VALUE 0.
000883 01 WS-SUSP-CLEARED-COUNT   PIC 9(6) VALUE 0.
000884*    A CARD'S SUSPENSE ITEM KEY IS ITS ACTION + DEPARTMENT +
000885*    RECIPIENT BYTES AS KEYED (SUSPREC.CPY).
000886 01 WS-SUSP-DIST-IMAGE.
000887     05  WS-SDI-ITEM-KEY     PIC X(35).
000888     05  FILLER              PIC X(16).
000889 01 WS-SUSP-KEY.
000890     05  WS-SUSP-SOURCE      PIC X(14).
000891     05  WS-SUSP-ITEM-KEY    PIC X(35).
000892
000893 PROCEDURE DIVISION.
000894 PROGRAM-BEGIN.
000900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
000910     ACCEPT WS-RUN-TIME FROM TIME.
000915     PERFORM LOAD-CATEGORY-TABLE.
001050             WS-MSTR-STATUS
001060         MOVE 12 TO WS-RETURN-CODE
001070         SET WS-END-OF-FILE TO TRUE
001071     END-IF.
001072*    NO CARD IS APPLIED WITHOUT A JOURNAL TO RECORD IT IN - A
001073*    CHANGE THAT CANNOT BE ROLLED FORWARD IS NOT MADE AT ALL.
001074     OPEN EXTEND MAINT-JOURNAL-FILE.
001075     IF WS-JRNL-STATUS = "35"
001076         OPEN OUTPUT MAINT-JOURNAL-FILE
001077     END-IF.
001078     IF WS-JRNL-STATUS NOT = "00"
001079         DISPLAY "MAINTENANCE JOURNAL UNAVAILABLE, STATUS="
001080             WS-JRNL-STATUS
001081         MOVE 12 TO WS-RETURN-CODE
001082         SET WS-END-OF-FILE TO TRUE
001083     END-IF.
001090     OPEN OUTPUT DIST-REJECT-FILE.
001096     PERFORM OPEN-SUSPENSE-FILE.
001100     IF WS-NOT-END-OF-FILE
001110         PERFORM READ-DIST-TRANSACTION
001120     END-IF.
001180         CLOSE SUBSCRIBER-MASTER
001190     END-IF.
001200     CLOSE DIST-REJECT-FILE.
001202     IF WS-JRNL-STATUS = "00"
001204         CLOSE MAINT-JOURNAL-FILE
001206     END-IF.
001207     IF WS-SUSP-OPEN
001208         CLOSE SUSPENSE-FILE
001209     END-IF.
001210
001220 PROGRAM-DONE.
001230     DISPLAY "------------------------------------------------".
001290     DISPLAY "  CHANGES           : " WS-CHANGE-COUNT.
001300     DISPLAY "  DELETES           : " WS-DELETE-COUNT.
001310     DISPLAY "REJECTED            : " WS-REJECT-COUNT.
001315     DISPLAY "JOURNAL RECORDS     : " WS-JOURNAL-COUNT.
001316     DISPLAY "CARRIED IN SUSPENSE : " WS-SUSPENSE-COUNT.
001317     DISPLAY "CLEARED FROM SUSPENSE: " WS-SUSP-CLEARED-COUNT.
001320     DISPLAY "REJECT REASON CODES: ACTN=BAD ACTION CODE".
001330     DISPLAY "  DEPT=BLANK DEPARTMENT      NAME=BLANK RECIPIENT".
001340     DISPLAY "  STN =STATION NOT ON LIST   SUB =FLAG NOT Y/N".
001360     DISPLAY "  IOER=MASTER I-O ERROR".
001370     DISPLAY "------------------------------------------------".
001380     IF WS-REJECT-COUNT > 0 AND WS-RETURN-CODE < 4
001382         MOVE 4 TO WS-RETURN-CODE
001384     END-IF.
001386     IF NOT WS-SUSP-OPEN AND WS-RETURN-CODE < 4
001390         MOVE 4 TO WS-RETURN-CODE
001400     END-IF.
001410     MOVE WS-RETURN-CODE TO RETURN-CODE.
001870     END-IF.
001880     IF WS-TRAN-REJECTED
001890         PERFORM WRITE-DIST-REJECT
001892     ELSE
001894         IF WS-SUSP-OPEN
001896             PERFORM CLEAR-SUSPENSE-ITEM
001898         END-IF
001900     END-IF.
001910     PERFORM READ-DIST-TRANSACTION.
001920
002470 APPLY-ADD.
002480     PERFORM EDIT-CONTENT-FIELDS.
002490     IF WS-TRAN-OK
002495         MOVE SPACES TO WS-BEFORE-IMAGE
002500         PERFORM BUILD-MASTER-FROM-TRAN
002510         WRITE SUBSCRIBER-RECORD
002520             INVALID KEY
002580     IF WS-TRAN-OK
002590         ADD 1 TO WS-APPLIED-COUNT
002600         ADD 1 TO WS-ADD-COUNT
002605         PERFORM WRITE-MAINT-JOURNAL
002610     END-IF.
002620
002630 APPLY-CHANGE.
002770     IF WS-TRAN-OK
002780         ADD 1 TO WS-APPLIED-COUNT
002790         ADD 1 TO WS-CHANGE-COUNT
002795         PERFORM WRITE-MAINT-JOURNAL
002800     END-IF.
002810
002820 APPLY-DELETE.
002920     IF WS-TRAN-OK
002930         ADD 1 TO WS-APPLIED-COUNT
002940         ADD 1 TO WS-DELETE-COUNT
002945         PERFORM WRITE-MAINT-JOURNAL
002950     END-IF.
002960
002970*    FLAG POSITIONS PAST THE LAST DEFINED CATEGORY ARE FORCED
003200             SET WS-TRAN-REJECTED TO TRUE
003210     END-READ.
003220     PERFORM CHECK-MASTER-IO-STATUS.
003222     IF WS-TRAN-OK
003224         MOVE SUBSCRIBER-RECORD TO WS-BEFORE-IMAGE
003226     END-IF.
003230
003240*    BACKSTOP FOR I-O ERRORS THE INVALID KEY PHRASE DOES NOT
003250*    COVER (E.G. A MODE OR PERMANENT ERROR, STATUS 4X/9X) SO A
003280     IF WS-TRAN-OK AND WS-MSTR-STATUS NOT = "00"
003290         AND WS-MSTR-STATUS NOT = "02"
003300         MOVE "IOER" TO WS-REJECT-REASON
003301         SET WS-TRAN-REJECTED TO TRUE
003302     END-IF.
003303
003304*    ONE JOURNAL RECORD PER APPLIED CARD, KEYED FROM THE CARD
003305*    (THE RECORD AREA HOLDS NOTHING USABLE AFTER A DELETE).  A
003306*    FAILED JOURNAL WRITE LEAVES A CHANGE RECOVERY CANNOT
003307*    REPLAY, SO THE RUN ENDS RC 8.
003308 WRITE-MAINT-JOURNAL.
003309     MOVE "DSTMSTR"          TO JRN-FILE-ID.
003310     MOVE DMT-ACTION         TO JRN-ACTION.
003311     MOVE WS-RUN-DATE        TO JRN-DATE.
003312     MOVE WS-RUN-TIME        TO JRN-TIME.
003313     MOVE WS-PROGRAM-NAME    TO JRN-PROGRAM.
003314     MOVE SPACES             TO JRN-OPERATOR.
003315     MOVE DMT-DEPT-CODE      TO WS-JRN-DEPT-CODE.
003316     MOVE DMT-RECIPIENT-NAME TO WS-JRN-RECIPIENT.
003317     MOVE WS-JOURNAL-KEY     TO JRN-KEY.
003318     MOVE WS-BEFORE-IMAGE    TO JRN-BEFORE-IMAGE.
003319     IF DMT-DELETE
003320         MOVE SPACES TO JRN-AFTER-IMAGE
003321     ELSE
003322         MOVE SUBSCRIBER-RECORD TO JRN-AFTER-IMAGE
003323     END-IF.
003324     WRITE MAINT-JOURNAL-RECORD.
003325     IF WS-JRNL-STATUS = "00"
003326         ADD 1 TO WS-JOURNAL-COUNT
003327     ELSE
003328         DISPLAY "JOURNAL WRITE FAILED, STATUS=" WS-JRNL-STATUS
003329             " - NOT RECOVERABLE: " DIST-TRANSACTION
003330         IF WS-RETURN-CODE < 8
003331             MOVE 8 TO WS-RETURN-CODE
003332         END-IF
003333     END-IF.
003334
003340 WRITE-DIST-REJECT.
003341     MOVE WS-REJECT-REASON TO DREJ-REASON.
003342     MOVE " " TO DREJ-SPACE.
003343     MOVE DIST-TRANSACTION TO DREJ-TRANSACTION.
003344     WRITE DIST-REJECT-LINE.
003345     ADD 1 TO WS-REJECT-COUNT.
003346     IF WS-SUSP-OPEN
003347         PERFORM CARRY-REJECT-TO-SUSPENSE
003348     END-IF.
003349
003350*    A NEW ITEM STARTS ITS AGE TODAY.  A CARD ALREADY IN SUSPENSE
003351*    KEEPS ITS FIRST-REJECTED DATE; A RESUBMITTED ONE THAT FAILS
003352*    AGAIN GOES BACK TO OPEN.
003353 CARRY-REJECT-TO-SUSPENSE.
003354     PERFORM BUILD-SUSPENSE-KEY.
003355     READ SUSPENSE-FILE
003356         INVALID KEY
003357             PERFORM ADD-SUSPENSE-ITEM
003358         NOT INVALID KEY
003359             PERFORM UPDATE-SUSPENSE-ITEM
003360     END-READ.
003361
003362 ADD-SUSPENSE-ITEM.
003363     MOVE SPACES TO SUSPENSE-RECORD.
003364     MOVE WS-SUSP-KEY       TO SUS-KEY.
003365     SET SUS-OPEN TO TRUE.
003366     MOVE WS-REJECT-REASON  TO SUS-REASON.
003367     MOVE WS-RUN-DATE       TO SUS-FIRST-DATE.
003368     MOVE WS-RUN-DATE       TO SUS-LAST-DATE.
003369     MOVE 1                 TO SUS-REJECT-COUNT.
003370     MOVE 0                 TO SUS-RESUB-DATE.
003371     MOVE DIST-TRANSACTION  TO SUS-IMAGE.
003372     WRITE SUSPENSE-RECORD
003373         INVALID KEY
003374             PERFORM REPORT-SUSPENSE-FAILURE
003375         NOT INVALID KEY
003376             ADD 1 TO WS-SUSPENSE-COUNT
003377     END-WRITE.
003378
003379 UPDATE-SUSPENSE-ITEM.
003380     SET SUS-OPEN TO TRUE.
003381     MOVE WS-REJECT-REASON  TO SUS-REASON.
003382     MOVE WS-RUN-DATE       TO SUS-LAST-DATE.
003383     IF SUS-REJECT-COUNT < 999
003384         ADD 1 TO SUS-REJECT-COUNT
003385     END-IF.
003386     MOVE DIST-TRANSACTION  TO SUS-IMAGE.
003387     REWRITE SUSPENSE-RECORD
003388         INVALID KEY
003389             PERFORM REPORT-SUSPENSE-FAILURE
003390         NOT INVALID KEY
003391             ADD 1 TO WS-SUSPENSE-COUNT
003392     END-REWRITE.
003393
003394 REPORT-SUSPENSE-FAILURE.
003395     DISPLAY "SUSPENSE WRITE FAILED, STATUS=" WS-SUSP-STATUS
003396         " - NOT CARRIED: " DIST-TRANSACTION.
003397     IF WS-RETURN-CODE < 4
003398         MOVE 4 TO WS-RETURN-CODE
003399     END-IF.
003400
003401*    AN APPLIED CARD HAS NOTHING LEFT IN SUSPENSE.
003402 CLEAR-SUSPENSE-ITEM.
003403     PERFORM BUILD-SUSPENSE-KEY.
003404     DELETE SUSPENSE-FILE
003405         INVALID KEY CONTINUE
003406         NOT INVALID KEY ADD 1 TO WS-SUSP-CLEARED-COUNT
003407     END-DELETE.
003408
003409 BUILD-SUSPENSE-KEY.
003410     MOVE DIST-TRANSACTION TO WS-SUSP-DIST-IMAGE.
003411     MOVE WS-PROGRAM-NAME  TO WS-SUSP-SOURCE.
003412     MOVE WS-SDI-ITEM-KEY  TO WS-SUSP-ITEM-KEY.
003413     MOVE WS-SUSP-KEY      TO SUS-KEY.
003414
003415*    THE SUSPENSE CLUSTER IS DEFINED EMPTY AT INSTALL TIME; THE
003416*    FIRST RUN LOADS IT.  WITHOUT IT THE REJECTS STILL GO TO
003417*    DSTREJ BUT ARE NOT CARRIED, AND THE RUN ENDS NO BETTER THAN
003418*    RC 4.
003419 OPEN-SUSPENSE-FILE.
003420     OPEN I-O SUSPENSE-FILE.
003421     IF WS-SUSP-STATUS = "35"
003422         OPEN OUTPUT SUSPENSE-FILE
003423         IF WS-SUSP-STATUS = "00"
003424             CLOSE SUSPENSE-FILE
003425             OPEN I-O SUSPENSE-FILE
003426         END-IF
003427     END-IF.
003428     IF WS-SUSP-STATUS = "00"
003429         SET WS-SUSP-OPEN TO TRUE
003430     ELSE
003431         DISPLAY "REJECT SUSPENSE UNAVAILABLE, STATUS="
003432             WS-SUSP-STATUS " - REJECTS NOT CARRIED"
003433     END-IF.
003434
003435 READ-DIST-TRANSACTION.
003436     READ DIST-TRAN-FILE
003437         AT END SET WS-END-OF-FILE TO TRUE
003440         NOT AT END
003450             SET WS-NOT-END-OF-FILE TO TRUE
003460             ADD 1 TO WS-READ-COUNT
