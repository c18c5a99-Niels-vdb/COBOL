000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. MasterRecovery.
000120 AUTHOR. Niels van den Bosch.
000130*
000140*    FORWARD RECOVERY OF AN INDEXED MASTER (MSGMSTR OR DSTMSTR)
000150*    FROM A BACKUP PLUS THE MAINTENANCE JOURNAL (MNTJRNL.CPY).
000160*    THE BACKUP - A SEQUENTIAL UNLOAD OF THE MASTER TAKEN BY
000170*    THE BACKUP STEP OF THE MAINTENANCE JOB - IS LOADED INTO
000180*    AN EMPTY CLUSTER, THEN EVERY JOURNAL RECORD FOR THAT
000190*    MASTER STAMPED AFTER THE BACKUP AND NO LATER THAN THE
000200*    CHOSEN STOP POINT IS REPLAYED IN JOURNAL ORDER: AN ADD
000210*    WRITES THE AFTER IMAGE, A DELETE REMOVES THE KEY, AND
000216*    EVERY OTHER ACTION - INCLUDING FLASHPUBLISH'S F, THE
000222*    MST-FLASH-DATE STAMP - REWRITES THE AFTER IMAGE.  STOPPING
000230*    SHORT OF THE END OF THE JOURNAL IS HOW A BAD DECK IS
000240*    BACKED OUT: RECOVER TO THE LAST GOOD RUN AND RE-KEY ONLY
000250*    THE CARDS THAT WERE WRONG.
000260*
000270*    BEFORE EACH CHANGE OR DELETE IS REPLAYED THE RECORD ON
000280*    THE REBUILT MASTER IS COMPARED WITH THE JOURNAL'S BEFORE
000290*    IMAGE.  A DIFFERENCE MEANS THE BACKUP AND THE JOURNAL ARE
000300*    OUT OF STEP (WRONG BACKUP POINT, OR A CHANGE MADE OUTSIDE
000310*    THE MAINTENANCE PROGRAMS); THE ENTRY IS STILL APPLIED SO
000320*    THE JOURNAL WINS, BUT IT IS LISTED ON SYSOUT AND THE RUN
000330*    ENDS RC 4 SO SOMEONE LOOKS BEFORE THE CLUSTER IS SWAPPED
000340*    IN.
000350*
000360*    A ONE-CARD PARAMETER FILE DRIVES THE RUN:
000370*        COL 1-8    RCV-FILE-ID      MSGMSTR OR DSTMSTR
000380*        COL 9-16   RCV-BACKUP-DATE  WHEN THE BACKUP WAS TAKEN
000390*        COL 17-24  RCV-BACKUP-TIME  (HHMMSSCC) - ENTRIES AT
000400*                                    OR BEFORE THIS ARE
000410*                                    ALREADY IN THE BACKUP
000420*        COL 25-32  RCV-STOP-DATE    LAST POINT TO REPLAY
000430*        COL 33-40  RCV-STOP-TIME    (00000000/00000000 =
000440*                                    THE END OF THE JOURNAL)
000450*    RC 0 = RECOVERED CLEAN, RC 4 = RECOVERED BUT OUT OF STEP
000460*    (OR NO JOURNAL TO ROLL FORWARD), RC 8 = BAD PARM CARD OR
000470*    A REPLAY I-O ERROR, RC 12 = BACKUP OR TARGET MASTER
000480*    UNAVAILABLE.
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT RECOVERY-PARM-FILE ASSIGN TO "RCVPARM"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-PARM-STATUS.
000550     SELECT BACKUP-FILE ASSIGN TO "BKUPIN"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-BKUP-STATUS.
000580     SELECT MAINT-JOURNAL-FILE ASSIGN TO "MNTJRNL"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-JRNL-STATUS.
000610     SELECT MESSAGE-MASTER ASSIGN TO "MSGMSTR"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS RANDOM
000640         RECORD KEY IS MST-KEY
000650         FILE STATUS IS WS-MSTR-STATUS.
000660     SELECT SUBSCRIBER-MASTER ASSIGN TO "DSTMSTR"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS RANDOM
000690         RECORD KEY IS SBM-KEY
000700         FILE STATUS IS WS-MSTR-STATUS.
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  RECOVERY-PARM-FILE.
000740 01  RECOVERY-PARM-CARD.
000750     05  RCV-FILE-ID         PIC X(8).
000760     05  RCV-BACKUP-DATE     PIC 9(8).
000770     05  RCV-BACKUP-TIME     PIC 9(8).
000780     05  RCV-STOP-DATE       PIC 9(8).
000790     05  RCV-STOP-TIME       PIC 9(8).
000800 FD  BACKUP-FILE.
000810 01  BACKUP-RECORD               PIC X(250).
000820 FD  MAINT-JOURNAL-FILE.
000830     COPY "MNTJRNL.CPY".
000840 FD  MESSAGE-MASTER.
000850     COPY "MSGMSTR.CPY".
000860 FD  SUBSCRIBER-MASTER.
000870     COPY "DSTMSTR.CPY".
000880
000890 WORKING-STORAGE SECTION.
000900
000910 01 WS-EOF-SWITCH           PIC X VALUE "N".
000920     88 WS-END-OF-FILE            VALUE "Y".
000930     88 WS-NOT-END-OF-FILE        VALUE "N".
000940 01 WS-PARM-OK-SWITCH       PIC X VALUE "N".
000950     88 WS-PARM-OK                VALUE "Y".
000960     88 WS-PARM-BAD               VALUE "N".
000970 01 WS-RELOAD-SWITCH        PIC X VALUE "N".
000980     88 WS-RELOAD-DONE            VALUE "Y".
000990 01 WS-MASTER-SWITCH        PIC X VALUE SPACE.
001000     88 WS-RECOVER-MESSAGES       VALUE "M".
001010     88 WS-RECOVER-SUBSCRIBERS    VALUE "D".
001020 01 WS-ON-FILE-SWITCH       PIC X VALUE "N".
001030     88 WS-KEY-ON-FILE            VALUE "Y".
001040     88 WS-KEY-NOT-ON-FILE        VALUE "N".
001050 01 WS-PROGRAM-NAME         PIC X(14) VALUE "MASTERRECOVERY".
001060 01 WS-PARM-STATUS          PIC XX.
001070 01 WS-BKUP-STATUS          PIC XX.
001080 01 WS-JRNL-STATUS          PIC XX.
001090 01 WS-MSTR-STATUS          PIC XX.
001100 01 WS-RETURN-CODE          PIC 9(4) VALUE 0.
001110 01 WS-RCV-FILE-ID          PIC X(8) VALUE SPACES.
001120 01 WS-BACKUP-STAMP.
001130     05  WS-BACKUP-DATE      PIC 9(8) VALUE 0.
001140     05  WS-BACKUP-TIME      PIC 9(8) VALUE 0.
001150 01 WS-STOP-STAMP.
001160     05  WS-STOP-DATE        PIC 9(8) VALUE 0.
001170     05  WS-STOP-TIME        PIC 9(8) VALUE 0.
001180 01 WS-ENTRY-STAMP.
001190     05  WS-ENTRY-DATE       PIC 9(8).
001200     05  WS-ENTRY-TIME       PIC 9(8).
001210 01 WS-LAST-STAMP.
001220     05  WS-LAST-DATE        PIC 9(8) VALUE 0.
001230     05  WS-LAST-TIME        PIC 9(8) VALUE 0.
001240 01 WS-CURRENT-IMAGE        PIC X(250).
001250 01 WS-OUT-OF-STEP-REASON   PIC X(30).
001260 01 WS-BACKUP-COUNT         PIC 9(6) VALUE 0.
001270 01 WS-JOURNAL-READ-COUNT   PIC 9(6) VALUE 0.
001280 01 WS-OTHER-FILE-COUNT     PIC 9(6) VALUE 0.
001290 01 WS-IN-BACKUP-COUNT      PIC 9(6) VALUE 0.
001300 01 WS-PAST-STOP-COUNT      PIC 9(6) VALUE 0.
001310 01 WS-REPLAY-COUNT         PIC 9(6) VALUE 0.
001320 01 WS-OUT-OF-STEP-COUNT    PIC 9(6) VALUE 0.
001330 01 WS-IO-ERROR-COUNT       PIC 9(6) VALUE 0.
001340
001350 PROCEDURE DIVISION.
001360 PROGRAM-BEGIN.
001370     PERFORM READ-RECOVERY-PARM THRU READ-RECOVERY-PARM-EXIT.
001380     IF WS-PARM-OK
001390         PERFORM RELOAD-FROM-BACKUP THRU RELOAD-FROM-BACKUP-EXIT
001400     ELSE
001410         MOVE 8 TO WS-RETURN-CODE
001420     END-IF.
001430     IF WS-RELOAD-DONE
001440         PERFORM ROLL-JOURNAL-FORWARD
001450         PERFORM CLOSE-TARGET-MASTER
001460     END-IF.
001470
001480 PROGRAM-DONE.
001490     DISPLAY "------------------------------------------------".
001500     DISPLAY "MASTER RECOVERY RUN - PROGRAM: " WS-PROGRAM-NAME.
001510     DISPLAY "MASTER RECOVERED    : " WS-RCV-FILE-ID.
001520     DISPLAY "BACKUP POINT        : " WS-BACKUP-DATE
001530         " " WS-BACKUP-TIME.
001540     DISPLAY "STOP POINT          : " WS-STOP-DATE
001550         " " WS-STOP-TIME.
001560     DISPLAY "BACKUP RECORDS LOADED: " WS-BACKUP-COUNT.
001570     DISPLAY "JOURNAL RECORDS READ: " WS-JOURNAL-READ-COUNT.
001580     DISPLAY "  OTHER MASTER      : " WS-OTHER-FILE-COUNT.
001590     DISPLAY "  ALREADY IN BACKUP : " WS-IN-BACKUP-COUNT.
001600     DISPLAY "  PAST STOP POINT   : " WS-PAST-STOP-COUNT.
001610     DISPLAY "  REPLAYED          : " WS-REPLAY-COUNT.
001620     DISPLAY "OUT OF STEP         : " WS-OUT-OF-STEP-COUNT.
001630     DISPLAY "REPLAY I-O ERRORS   : " WS-IO-ERROR-COUNT.
001640     DISPLAY "LAST ENTRY REPLAYED : " WS-LAST-DATE
001650         " " WS-LAST-TIME.
001660     DISPLAY "RETURN CODE         : " WS-RETURN-CODE.
001670     DISPLAY "------------------------------------------------".
001680     MOVE WS-RETURN-CODE TO RETURN-CODE.
001690     STOP RUN.
001700
001710 READ-RECOVERY-PARM.
001720     OPEN INPUT RECOVERY-PARM-FILE.
001730     IF WS-PARM-STATUS NOT = "00"
001740         DISPLAY "RECOVERY PARM CARD MISSING, STATUS="
001750             WS-PARM-STATUS
001760         GO TO READ-RECOVERY-PARM-EXIT
001770     END-IF.
001780     READ RECOVERY-PARM-FILE
001790         AT END
001800             DISPLAY "RECOVERY PARM CARD EMPTY"
001810             CLOSE RECOVERY-PARM-FILE
001820             GO TO READ-RECOVERY-PARM-EXIT
001830     END-READ.
001840     CLOSE RECOVERY-PARM-FILE.
001850     IF (RCV-FILE-ID = "MSGMSTR" OR RCV-FILE-ID = "DSTMSTR")
001860         AND RCV-BACKUP-DATE IS NUMERIC
001870         AND RCV-BACKUP-TIME IS NUMERIC
001880         AND RCV-STOP-DATE IS NUMERIC
001890         AND RCV-STOP-TIME IS NUMERIC
001900         MOVE RCV-FILE-ID     TO WS-RCV-FILE-ID
001910         MOVE RCV-BACKUP-DATE TO WS-BACKUP-DATE
001920         MOVE RCV-BACKUP-TIME TO WS-BACKUP-TIME
001930         MOVE RCV-STOP-DATE   TO WS-STOP-DATE
001940         MOVE RCV-STOP-TIME   TO WS-STOP-TIME
001950         SET WS-PARM-OK TO TRUE
001960     ELSE
001970         DISPLAY "RECOVERY PARM CARD INVALID: " RECOVERY-PARM-CARD
001980         GO TO READ-RECOVERY-PARM-EXIT
001990     END-IF.
002000     IF WS-RCV-FILE-ID = "MSGMSTR"
002010         SET WS-RECOVER-MESSAGES TO TRUE
002020     ELSE
002030         SET WS-RECOVER-SUBSCRIBERS TO TRUE
002040     END-IF.
002050     IF WS-STOP-STAMP NOT = ZEROS
002060         AND WS-STOP-STAMP < WS-BACKUP-STAMP
002070         DISPLAY "STOP POINT IS BEFORE THE BACKUP POINT"
002080         SET WS-PARM-BAD TO TRUE
002090     END-IF.
002100
002110 READ-RECOVERY-PARM-EXIT.
002120     EXIT.
002130
002140*    THE TARGET DD MUST POINT AT A FRESHLY DEFINED, EMPTY
002150*    CLUSTER - THE LOAD IS AN OPEN OUTPUT.  THE DAMAGED MASTER
002160*    IS NEVER OPENED HERE; IT IS REPLACED BY A RENAME ONCE
002170*    THE RECOVERED CLUSTER HAS BEEN CHECKED.
002180 RELOAD-FROM-BACKUP.
002190     OPEN INPUT BACKUP-FILE.
002200     IF WS-BKUP-STATUS NOT = "00"
002210         DISPLAY "MASTER BACKUP NOT AVAILABLE, STATUS="
002220             WS-BKUP-STATUS
002230         MOVE 12 TO WS-RETURN-CODE
002240         GO TO RELOAD-FROM-BACKUP-EXIT
002250     END-IF.
002260     IF WS-RECOVER-MESSAGES
002270         OPEN OUTPUT MESSAGE-MASTER
002280     ELSE
002290         OPEN OUTPUT SUBSCRIBER-MASTER
002300     END-IF.
002310     IF WS-MSTR-STATUS NOT = "00"
002320         DISPLAY "TARGET MASTER UNAVAILABLE, STATUS="
002330             WS-MSTR-STATUS
002340         MOVE 12 TO WS-RETURN-CODE
002350         CLOSE BACKUP-FILE
002360         GO TO RELOAD-FROM-BACKUP-EXIT
002370     END-IF.
002380     MOVE "N" TO WS-EOF-SWITCH.
002390     PERFORM READ-BACKUP-RECORD.
002400     PERFORM LOAD-BACKUP-RECORD UNTIL WS-END-OF-FILE.
002410     CLOSE BACKUP-FILE.
002420     PERFORM CLOSE-TARGET-MASTER.
002430     IF WS-RETURN-CODE > 8
002440         GO TO RELOAD-FROM-BACKUP-EXIT
002450     END-IF.
002460     IF WS-RECOVER-MESSAGES
002470         OPEN I-O MESSAGE-MASTER
002480     ELSE
002490         OPEN I-O SUBSCRIBER-MASTER
002500     END-IF.
002510     IF WS-MSTR-STATUS NOT = "00"
002520         DISPLAY "TARGET MASTER WILL NOT REOPEN, STATUS="
002530             WS-MSTR-STATUS
002540         MOVE 12 TO WS-RETURN-CODE
002550         GO TO RELOAD-FROM-BACKUP-EXIT
002560     END-IF.
002570     SET WS-RELOAD-DONE TO TRUE.
002580
002590 RELOAD-FROM-BACKUP-EXIT.
002600     EXIT.
002610
002620*    THE UNLOAD IS IN KEY ORDER, SO A DUPLICATE OR OUT-OF-ORDER
002630*    KEY MEANS THE BACKUP ITSELF IS BAD - NOTHING REPLAYED ON
002640*    TOP OF IT COULD BE TRUSTED, SO THE RUN STOPS RC 12.
002650 LOAD-BACKUP-RECORD.
002660     IF WS-RECOVER-MESSAGES
002670         MOVE BACKUP-RECORD TO MASTER-RECORD
002680         WRITE MASTER-RECORD
002690             INVALID KEY
002700                 DISPLAY "BACKUP KEY OUT OF SEQUENCE: " MST-KEY
002710                 MOVE 12 TO WS-RETURN-CODE
002720                 SET WS-END-OF-FILE TO TRUE
002730         END-WRITE
002740     ELSE
002750         MOVE BACKUP-RECORD TO SUBSCRIBER-RECORD
002760         WRITE SUBSCRIBER-RECORD
002770             INVALID KEY
002780                 DISPLAY "BACKUP KEY OUT OF SEQUENCE: " SBM-KEY
002790                 MOVE 12 TO WS-RETURN-CODE
002800                 SET WS-END-OF-FILE TO TRUE
002810         END-WRITE
002820     END-IF.
002830     IF WS-NOT-END-OF-FILE
002840         ADD 1 TO WS-BACKUP-COUNT
002850         PERFORM READ-BACKUP-RECORD
002860     END-IF.
002870
002880 ROLL-JOURNAL-FORWARD.
002890     MOVE "N" TO WS-EOF-SWITCH.
002900     OPEN INPUT MAINT-JOURNAL-FILE.
002910     IF WS-JRNL-STATUS NOT = "00"
002920         DISPLAY "MAINTENANCE JOURNAL NOT AVAILABLE, STATUS="
002930             WS-JRNL-STATUS
002940         DISPLAY "BACKUP RELOADED - NOTHING ROLLED FORWARD"
002950         IF WS-RETURN-CODE < 4
002960             MOVE 4 TO WS-RETURN-CODE
002970         END-IF
002980         SET WS-END-OF-FILE TO TRUE
002990     ELSE
003000         PERFORM READ-JOURNAL-RECORD
003010     END-IF.
003020     PERFORM SELECT-JOURNAL-RECORD UNTIL WS-END-OF-FILE.
003030     IF WS-JRNL-STATUS = "00" OR WS-JRNL-STATUS = "10"
003040         CLOSE MAINT-JOURNAL-FILE
003050     END-IF.
003060
003070*    THE JOURNAL IS IN APPLY ORDER, SO AN ENTRY PAST THE STOP
003080*    POINT IS SKIPPED RATHER THAN ENDING THE PASS - A LATER
003090*    ENTRY CAN NEVER CARRY AN EARLIER STAMP, BUT COUNTING THEM
003100*    SHOWS HOW MUCH WAS DELIBERATELY LEFT OFF.
003110 SELECT-JOURNAL-RECORD.
003120     MOVE JRN-DATE TO WS-ENTRY-DATE.
003130     MOVE JRN-TIME TO WS-ENTRY-TIME.
003140     IF JRN-FILE-ID NOT = WS-RCV-FILE-ID
003150         ADD 1 TO WS-OTHER-FILE-COUNT
003160     ELSE
003170         IF WS-ENTRY-STAMP NOT > WS-BACKUP-STAMP
003180             ADD 1 TO WS-IN-BACKUP-COUNT
003190         ELSE
003200             IF WS-STOP-STAMP NOT = ZEROS
003210                 AND WS-ENTRY-STAMP > WS-STOP-STAMP
003220                 ADD 1 TO WS-PAST-STOP-COUNT
003230             ELSE
003240                 PERFORM REPLAY-JOURNAL-ENTRY
003250             END-IF
003260         END-IF
003270     END-IF.
003280     PERFORM READ-JOURNAL-RECORD.
003290
003300 REPLAY-JOURNAL-ENTRY.
003310     PERFORM READ-TARGET-BY-KEY.
003320     MOVE SPACES TO WS-OUT-OF-STEP-REASON.
003330     EVALUATE JRN-ACTION
003340         WHEN "A"
003350             IF WS-KEY-ON-FILE
003360                 MOVE "ADD - KEY ALREADY ON FILE"
003370                     TO WS-OUT-OF-STEP-REASON
003380                 PERFORM REWRITE-AFTER-IMAGE
003390             ELSE
003400                 PERFORM WRITE-AFTER-IMAGE
003410             END-IF
003420         WHEN "D"
003430             IF WS-KEY-NOT-ON-FILE
003440                 MOVE "DELETE - KEY NOT ON FILE"
003450                     TO WS-OUT-OF-STEP-REASON
003460             ELSE
003470                 PERFORM CHECK-BEFORE-IMAGE
003480                 PERFORM DELETE-TARGET-KEY
003490             END-IF
003500         WHEN OTHER
003510             IF WS-KEY-NOT-ON-FILE
003520                 MOVE "CHANGE - KEY NOT ON FILE"
003530                     TO WS-OUT-OF-STEP-REASON
003540                 PERFORM WRITE-AFTER-IMAGE
003550             ELSE
003560                 PERFORM CHECK-BEFORE-IMAGE
003570                 PERFORM REWRITE-AFTER-IMAGE
003580             END-IF
003590     END-EVALUATE.
003600     IF WS-OUT-OF-STEP-REASON NOT = SPACES
003610         ADD 1 TO WS-OUT-OF-STEP-COUNT
003620         DISPLAY "OUT OF STEP: " JRN-ACTION " " JRN-KEY
003630             " " JRN-DATE " " JRN-TIME
003640         DISPLAY "             " WS-OUT-OF-STEP-REASON
003650         IF WS-RETURN-CODE < 4
003660             MOVE 4 TO WS-RETURN-CODE
003670         END-IF
003680     END-IF.
003690     ADD 1 TO WS-REPLAY-COUNT.
003700     MOVE WS-ENTRY-STAMP TO WS-LAST-STAMP.
003710
003720 CHECK-BEFORE-IMAGE.
003730     IF WS-CURRENT-IMAGE NOT = JRN-BEFORE-IMAGE
003740         MOVE "BEFORE IMAGE DOES NOT MATCH"
003750             TO WS-OUT-OF-STEP-REASON
003760     END-IF.
003770
003780 READ-TARGET-BY-KEY.
003790     SET WS-KEY-ON-FILE TO TRUE.
003800     MOVE SPACES TO WS-CURRENT-IMAGE.
003810     IF WS-RECOVER-MESSAGES
003820         MOVE JRN-KEY TO MST-KEY
003830         READ MESSAGE-MASTER
003840             INVALID KEY SET WS-KEY-NOT-ON-FILE TO TRUE
003850             NOT INVALID KEY
003860                 MOVE MASTER-RECORD TO WS-CURRENT-IMAGE
003870         END-READ
003880     ELSE
003890         MOVE JRN-KEY TO SBM-KEY
003900         READ SUBSCRIBER-MASTER
003910             INVALID KEY SET WS-KEY-NOT-ON-FILE TO TRUE
003920             NOT INVALID KEY
003930                 MOVE SUBSCRIBER-RECORD TO WS-CURRENT-IMAGE
003940         END-READ
003950     END-IF.
003960
003970 WRITE-AFTER-IMAGE.
003980     IF WS-RECOVER-MESSAGES
003990         MOVE JRN-AFTER-IMAGE TO MASTER-RECORD
004000         WRITE MASTER-RECORD
004010             INVALID KEY CONTINUE
004020         END-WRITE
004030     ELSE
004040         MOVE JRN-AFTER-IMAGE TO SUBSCRIBER-RECORD
004050         WRITE SUBSCRIBER-RECORD
004060             INVALID KEY CONTINUE
004070         END-WRITE
004080     END-IF.
004090     PERFORM CHECK-REPLAY-IO-STATUS.
004100
004110 REWRITE-AFTER-IMAGE.
004120     IF WS-RECOVER-MESSAGES
004130         MOVE JRN-AFTER-IMAGE TO MASTER-RECORD
004140         REWRITE MASTER-RECORD
004150             INVALID KEY CONTINUE
004160         END-REWRITE
004170     ELSE
004180         MOVE JRN-AFTER-IMAGE TO SUBSCRIBER-RECORD
004190         REWRITE SUBSCRIBER-RECORD
004200             INVALID KEY CONTINUE
004210         END-REWRITE
004220     END-IF.
004230     PERFORM CHECK-REPLAY-IO-STATUS.
004240
004250 DELETE-TARGET-KEY.
004260     IF WS-RECOVER-MESSAGES
004270         DELETE MESSAGE-MASTER
004280             INVALID KEY CONTINUE
004290         END-DELETE
004300     ELSE
004310         DELETE SUBSCRIBER-MASTER
004320             INVALID KEY CONTINUE
004330         END-DELETE
004340     END-IF.
004350     PERFORM CHECK-REPLAY-IO-STATUS.
004360
004370*    A REPLAY VERB THAT FAILS LEAVES THE REBUILT MASTER SHORT
004380*    OF THE JOURNAL - THE CLUSTER MUST NOT BE SWAPPED IN.
004390 CHECK-REPLAY-IO-STATUS.
004400     IF WS-MSTR-STATUS NOT = "00" AND WS-MSTR-STATUS NOT = "02"
004410         ADD 1 TO WS-IO-ERROR-COUNT
004420         DISPLAY "REPLAY FAILED, STATUS=" WS-MSTR-STATUS
004430             ": " JRN-ACTION " " JRN-KEY
004440         IF WS-RETURN-CODE < 8
004450             MOVE 8 TO WS-RETURN-CODE
004460         END-IF
004470     END-IF.
004480
004490 CLOSE-TARGET-MASTER.
004500     IF WS-RECOVER-MESSAGES
004510         CLOSE MESSAGE-MASTER
004520     ELSE
004530         CLOSE SUBSCRIBER-MASTER
004540     END-IF.
004550
004560 READ-BACKUP-RECORD.
004570     READ BACKUP-FILE
004580         AT END SET WS-END-OF-FILE TO TRUE
004590         NOT AT END SET WS-NOT-END-OF-FILE TO TRUE
004600     END-READ.
004610
004620 READ-JOURNAL-RECORD.
004630     READ MAINT-JOURNAL-FILE
004640         AT END SET WS-END-OF-FILE TO TRUE
004650         NOT AT END
004660             SET WS-NOT-END-OF-FILE TO TRUE
004670             ADD 1 TO WS-JOURNAL-READ-COUNT
004680     END-READ.
