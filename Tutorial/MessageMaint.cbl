000170*    AT ENTRY TIME AND A SHIFTED COLUMN OR DUPLICATE SEQUENCE
000180*    NUMBER IS A REJECTED CARD, NOT A BAD BULLETIN.  ACTIONS:
000190*    ADD, CHANGE, DELETE, HOLD, RELEASE.  REJECTS GO TO THE
000191*    REJECT FILE WITH A REASON CODE, SAME CONVENTION AS
000192*    FEEDEDIT.
000193*
000194*    EVERY APPLIED CARD IS ALSO WRITTEN TO THE MAINTENANCE
000195*    JOURNAL (MNTJRNL.CPY) WITH THE RECORD'S BEFORE AND AFTER
000196*    IMAGES, SO A DAMAGED MASTER OR A BAD DECK CAN BE ROLLED
000197*    FORWARD FROM A BACKUP (MASTERRECOVERY) INSTEAD OF RE-KEYED.
000198*
000199*    PRIORITY-1 AND SAFE LINES NEED TWO PEOPLE: THE ADD OR
000200*    CHANGE LEAVES THE LINE PENDING APPROVAL (STATUS P), AND
000201*    ONLY AN APPROVE CARD FROM A DIFFERENT OPERATOR RELEASES
000202*    IT (SEE MSGMSTR.CPY).  EVERY CARD MUST CARRY THE KEYING
000203*    OPERATOR'S ID.
000204*
000205*    AN ADD OR CHANGE MAY NAME UP TO FIVE TARGET DEPARTMENTS
000206*    (MNT-AUDIENCE).  EACH CODE MUST BE ON THE SUBSCRIBER MASTER,
000207*    SO A MISKEYED CODE IS A REJECTED CARD RATHER THAN A NOTICE
000208*    THAT QUIETLY REACHES NOBODY.
000209*
000210*    EVERY REJECTED CARD IS ALSO CARRIED INTO THE REJECT SUSPENSE
000211*    FILE (SUSPREC.CPY) UNTIL THE SAME CARD IS APPLIED OR THE DESK
000212*    WRITES IT OFF.  CORRECTIONS ROUTED BY SUSPENSECORRECT ARRIVE
000213*    AHEAD OF THE DESK'S CARDS ON MNTTRAN AND ARE EDITED LIKE ANY
000214*    OTHER CARD.  A CARD THAT CHANGES OR DELETES A LINE THE FEED
000215*    EDIT HAS IN SUSPENSE ALSO MOVES THAT ITEM ON.
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000342     SELECT CATEGORY-FILE ASSIGN TO "CATFILE"
000344         ORGANIZATION IS LINE SEQUENTIAL
000346         FILE STATUS IS WS-CATFILE-STATUS.
000347     SELECT MAINT-JOURNAL-FILE ASSIGN TO "MNTJRNL"
000348         ORGANIZATION IS LINE SEQUENTIAL
000349         FILE STATUS IS WS-JRNL-STATUS.
000350*    THE SUBSCRIBER MASTER IS ONLY BROWSED, TO PROVE A TARGET
000351*    DEPARTMENT EXISTS - DYNAMIC SO IT CAN START ON THE
000352*    DEPARTMENT PART OF THE KEY.
000353     SELECT SUBSCRIBER-MASTER ASSIGN TO "DSTMSTR"
000354         ORGANIZATION IS INDEXED
000355         ACCESS MODE IS DYNAMIC
000356         RECORD KEY IS SBM-KEY
000357         FILE STATUS IS WS-SBM-STATUS.
000358     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
000359         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS RANDOM
000361         RECORD KEY IS SUS-KEY
000362         FILE STATUS IS WS-SUSP-STATUS.
000363 DATA DIVISION.
000364 FILE SECTION.
000370 FD  MAINT-TRAN-FILE.
000380     COPY "MNTREC.CPY".
000390 FD  MESSAGE-MASTER.
000420 01  MAINT-REJECT-LINE.
000430     05  MREJ-REASON         PIC X(4).
000440     05  MREJ-SPACE          PIC X.
000450     05  MREJ-TRANSACTION    PIC X(139).
000452 FD  CATEGORY-FILE.
000453     COPY "CATREC.CPY".
000454 FD  MAINT-JOURNAL-FILE.
000455     COPY "MNTJRNL.CPY".
000456 FD  SUBSCRIBER-MASTER.
000457     COPY "DSTMSTR.CPY".
000458 FD  SUSPENSE-FILE.
000459     COPY "SUSPREC.CPY".
000460
000470 WORKING-STORAGE SECTION.
000480
000660 01 WS-DELETE-COUNT         PIC 9(6) VALUE 0.
000670 01 WS-HOLD-COUNT           PIC 9(6) VALUE 0.
000680 01 WS-RELEASE-COUNT        PIC 9(6) VALUE 0.
000683 01 WS-APPROVE-COUNT        PIC 9(6) VALUE 0.
000686 01 WS-PENDING-COUNT        PIC 9(6) VALUE 0.
000690 01 WS-RETURN-CODE          PIC 9(4) VALUE 0.
000692 01 WS-CATFILE-STATUS       PIC XX.
000693 01 WS-CAT-EOF-SWITCH       PIC X VALUE "N".
000702         10  WS-CAT-DESC     PIC X(20).
000703         10  WS-CAT-DD       PIC X(8).
000704         10  WS-CAT-CHASER   PIC X(1).
000705 01 WS-JRNL-STATUS          PIC XX.
000706 01 WS-JOURNAL-COUNT        PIC 9(6) VALUE 0.
000707 01 WS-BEFORE-IMAGE         PIC X(250).
000708 01 WS-JOURNAL-KEY.
000709     05  WS-JRN-SEQ-NO       PIC 9(4).
000710     05  WS-JRN-CONT-NO      PIC 9(1).
000711 01 WS-SBM-STATUS           PIC XX.
000712 01 WS-SBM-OPEN-SWITCH      PIC X VALUE "N".
000713     88 WS-SBM-OPEN               VALUE "Y".
000714 01 WS-AX                   PIC 9(1) VALUE 0.
000715 01 WS-AUD-GAP-SWITCH       PIC X VALUE "N".
000716     88 WS-AUD-GAP-SEEN           VALUE "Y".
000717 01 WS-DEPT-FOUND-SWITCH    PIC X VALUE "N".
000718     88 WS-DEPT-ON-MASTER         VALUE "Y".
000719 01 WS-SUSP-STATUS          PIC XX.
000720 01 WS-SUSP-OPEN-SWITCH     PIC X VALUE "N".
000721     88 WS-SUSP-OPEN              VALUE "Y".
000722 01 WS-SUSPENSE-COUNT       PIC 9(6) VALUE 0.
000723 01 WS-SUSP-CLEARED-COUNT   PIC 9(6) VALUE 0.
000724*    A CARD'S SUSPENSE ITEM KEY IS ITS ACTION + SEQ + CONT BYTES
000725*    AS KEYED; THE FEED EDIT'S ITEM FOR THE SAME LINE IS SEQ +
000726*    CONT (SUSPREC.CPY).
000727 01 WS-SUSP-MAINT-IMAGE.
000728     05  WS-SMI-ITEM-KEY     PIC X(6).
000729     05  FILLER              PIC X(133).
000730 01 WS-SUSP-FEED-KEY.
000731     05  WS-SFK-SEQ-NO       PIC 9(4).
000732     05  WS-SFK-CONT-NO      PIC 9(1).
000733 01 WS-SUSP-KEY.
000734     05  WS-SUSP-SOURCE      PIC X(14).
000735     05  WS-SUSP-ITEM-KEY    PIC X(35).
000736
000737 PROCEDURE DIVISION.
000738 PROGRAM-BEGIN.
000739     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
000740     ACCEPT WS-RUN-TIME FROM TIME.
000745     PERFORM LOAD-CATEGORY-TABLE.
000750     OPEN INPUT MAINT-TRAN-FILE.
000870             WS-MSTR-STATUS
000880         MOVE 12 TO WS-RETURN-CODE
000890         SET WS-END-OF-FILE TO TRUE
000891     END-IF.
000892*    NO CARD IS APPLIED WITHOUT A JOURNAL TO RECORD IT IN - A
000893*    CHANGE THAT CANNOT BE ROLLED FORWARD IS NOT MADE AT ALL.
000894     OPEN EXTEND MAINT-JOURNAL-FILE.
000895     IF WS-JRNL-STATUS = "35"
000896         OPEN OUTPUT MAINT-JOURNAL-FILE
000897     END-IF.
000898     IF WS-JRNL-STATUS NOT = "00"
000899         DISPLAY "MAINTENANCE JOURNAL UNAVAILABLE, STATUS="
000900             WS-JRNL-STATUS
000901         MOVE 12 TO WS-RETURN-CODE
000902         SET WS-END-OF-FILE TO TRUE
000903     END-IF.
000904     OPEN OUTPUT MAINT-REJECT-FILE.
000905*    WITHOUT THE SUBSCRIBER MASTER NO TARGET LIST CAN BE
000906*    PROVED, SO TARGETED CARDS ARE REJECTED; UNTARGETED CARDS
000907*    DO NOT NEED IT AND GO THROUGH AS NORMAL.
000908     OPEN INPUT SUBSCRIBER-MASTER.
000909     IF WS-SBM-STATUS = "00"
000910         SET WS-SBM-OPEN TO TRUE
000911     ELSE
000912         DISPLAY "SUBSCRIBER MASTER UNAVAILABLE, STATUS="
000913             WS-SBM-STATUS " - TARGETED CARDS WILL REJECT"
000914     END-IF.
000915     PERFORM OPEN-SUSPENSE-FILE.
000920     IF WS-NOT-END-OF-FILE
000930         PERFORM READ-MAINT-TRANSACTION
000940     END-IF.
001000         CLOSE MESSAGE-MASTER
001010     END-IF.
001020     CLOSE MAINT-REJECT-FILE.
001021     IF WS-JRNL-STATUS = "00"
001022         CLOSE MAINT-JOURNAL-FILE
001023     END-IF.
001024     IF WS-SBM-OPEN
001025         CLOSE SUBSCRIBER-MASTER
001026     END-IF.
001027     IF WS-SUSP-OPEN
001028         CLOSE SUSPENSE-FILE
001029     END-IF.
001030
001040 PROGRAM-DONE.
001050     DISPLAY "------------------------------------------------".
001120     DISPLAY "  DELETES           : " WS-DELETE-COUNT.
001130     DISPLAY "  HOLDS             : " WS-HOLD-COUNT.
001140     DISPLAY "  RELEASES          : " WS-RELEASE-COUNT.
001143     DISPLAY "  APPROVALS         : " WS-APPROVE-COUNT.
001146     DISPLAY "LEFT PENDING APPROVAL: " WS-PENDING-COUNT.
001150     DISPLAY "REJECTED            : " WS-REJECT-COUNT.
001155     DISPLAY "JOURNAL RECORDS     : " WS-JOURNAL-COUNT.
001156     DISPLAY "CARRIED IN SUSPENSE : " WS-SUSPENSE-COUNT.
001157     DISPLAY "CLEARED FROM SUSPENSE: " WS-SUSP-CLEARED-COUNT.
001160     DISPLAY "REJECT REASON CODES: ACTN=BAD ACTION CODE".
001170     DISPLAY "  SEQ =BAD/ZERO SEQUENCE NO  DUP =ALREADY ON FILE".
001180     DISPLAY "  NFND=NOT ON FILE           TYPE=NOT ON CATFILE".
001190     DISPLAY "  LEN =NON-NUMERIC LENGTH    PRI =NON-NUMERIC PRI".
001200     DISPLAY "  DATE=BAD EFF/EXP WINDOW    RPT =BAD REPEAT DAY".
001210     DISPLAY "  TEXT=BLANK MESSAGE TEXT    IOER=MASTER I-O ERROR".
001215     DISPLAY "  CONT=BAD CONTINUATION NO   OPER=NO OPERATOR ID".
001217     DISPLAY "  NPND=NOT PENDING APPROVAL  SAME=OWN CONTENT".
001218     DISPLAY "  AUDP=TARGETS NOT PACKED    AUDD=NO SUCH DEPT".
001220     DISPLAY "------------------------------------------------".
001230     IF WS-REJECT-COUNT > 0 AND WS-RETURN-CODE < 4
001232         MOVE 4 TO WS-RETURN-CODE
001234     END-IF.
001236     IF NOT WS-SUSP-OPEN AND WS-RETURN-CODE < 4
001240         MOVE 4 TO WS-RETURN-CODE
001250     END-IF.
001260     MOVE WS-RETURN-CODE TO RETURN-CODE.
001370             WHEN MNT-DELETE  PERFORM APPLY-DELETE
001380             WHEN MNT-HOLD    PERFORM APPLY-HOLD-RELEASE
001390             WHEN MNT-RELEASE PERFORM APPLY-HOLD-RELEASE
001395             WHEN MNT-APPROVE PERFORM APPLY-APPROVE
001400         END-EVALUATE
001410     END-IF.
001420     IF WS-TRAN-REJECTED
001430         PERFORM WRITE-MAINT-REJECT
001432     ELSE
001434         IF WS-SUSP-OPEN
001436             PERFORM CLEAR-SUSPENSE-ITEM
001438         END-IF
001440     END-IF.
001450     PERFORM READ-MAINT-TRANSACTION.
001460
001470 EDIT-ACTION-AND-KEY.
001480     IF NOT (MNT-ADD OR MNT-CHANGE OR MNT-DELETE
001490         OR MNT-HOLD OR MNT-RELEASE OR MNT-APPROVE)
001500         MOVE "ACTN" TO WS-REJECT-REASON
001510         SET WS-TRAN-REJECTED TO TRUE
001520     END-IF.
001540         AND (MNT-SEQ-NO IS NOT NUMERIC OR MNT-SEQ-NO = 0)
001550         MOVE "SEQ " TO WS-REJECT-REASON
001560         SET WS-TRAN-REJECTED TO TRUE
001561     END-IF.
001562     IF WS-TRAN-OK AND MNT-CONT-NO IS NOT NUMERIC
001563         MOVE "CONT" TO WS-REJECT-REASON
001564         SET WS-TRAN-REJECTED TO TRUE
001565     END-IF.
001566     IF WS-TRAN-OK AND MNT-OPERATOR-ID = SPACES
001567         MOVE "OPER" TO WS-REJECT-REASON
001576         SET WS-TRAN-REJECTED TO TRUE
001578     END-IF.
001580
001880         AND (MNT-REPEAT-DAY IS NOT NUMERIC
001890         OR MNT-REPEAT-DAY > 7)
001900         MOVE "RPT " TO WS-REJECT-REASON
001901         SET WS-TRAN-REJECTED TO TRUE
001902     END-IF.
001903     IF WS-TRAN-OK AND MNT-TEXT = SPACES
001904         MOVE "TEXT" TO WS-REJECT-REASON
001905         SET WS-TRAN-REJECTED TO TRUE
001906     END-IF.
001907     IF WS-TRAN-OK AND MNT-AUDIENCE NOT = SPACES
001908         PERFORM EDIT-AUDIENCE-LIST
001909     END-IF.
001910
001911*    THE TARGET LIST IS PACKED FROM THE LEFT (A CODE BEHIND A
001912*    BLANK SLOT IS A SHIFTED COLUMN) AND EVERY CODE IN IT MUST
001913*    BE A DEPARTMENT ON THE SUBSCRIBER MASTER.
001914 EDIT-AUDIENCE-LIST.
001915     MOVE "N" TO WS-AUD-GAP-SWITCH.
001916     MOVE 1 TO WS-AX.
001917     PERFORM EDIT-AUDIENCE-SLOT
001918         UNTIL WS-AX > 5 OR WS-TRAN-REJECTED.
001919
001920 EDIT-AUDIENCE-SLOT.
001921     IF MNT-AUDIENCE-DEPT (WS-AX) = SPACES
001922         SET WS-AUD-GAP-SEEN TO TRUE
001923     ELSE
001924         IF WS-AUD-GAP-SEEN
001925             MOVE "AUDP" TO WS-REJECT-REASON
001926             SET WS-TRAN-REJECTED TO TRUE
001927         ELSE
001928             PERFORM FIND-TARGET-DEPARTMENT
001929             IF NOT WS-DEPT-ON-MASTER
001930                 MOVE "AUDD" TO WS-REJECT-REASON
001931                 SET WS-TRAN-REJECTED TO TRUE
001932             END-IF
001933         END-IF
001934     END-IF.
001935     ADD 1 TO WS-AX.
001936
001937*    THE MASTER IS KEYED DEPARTMENT + RECIPIENT NAME, SO A START
001938*    AT THE DEPARTMENT WITH A LOW NAME LANDS ON ITS FIRST
001939*    RECIPIENT, IF IT HAS ANY.
001940 FIND-TARGET-DEPARTMENT.
001941     MOVE "N" TO WS-DEPT-FOUND-SWITCH.
001942     IF WS-SBM-OPEN
001943         MOVE MNT-AUDIENCE-DEPT (WS-AX) TO SBM-DEPT-CODE
001944         MOVE LOW-VALUES TO SBM-RECIPIENT-NAME
001945         START SUBSCRIBER-MASTER KEY IS NOT LESS THAN SBM-KEY
001946             INVALID KEY
001947                 MOVE "N" TO WS-DEPT-FOUND-SWITCH
001948             NOT INVALID KEY
001949                 PERFORM READ-TARGET-DEPARTMENT
001950         END-START
001951     END-IF.
001952
001953 READ-TARGET-DEPARTMENT.
001954     READ SUBSCRIBER-MASTER NEXT
001955         AT END
001956             MOVE "N" TO WS-DEPT-FOUND-SWITCH
001957         NOT AT END
001958             IF SBM-DEPT-CODE = MNT-AUDIENCE-DEPT (WS-AX)
001959                 SET WS-DEPT-ON-MASTER TO TRUE
001960             END-IF
001961     END-READ.
001970
001980 APPLY-ADD.
001990     PERFORM EDIT-CONTENT-FIELDS.
002000     IF WS-TRAN-OK
002004         MOVE SPACES TO WS-BEFORE-IMAGE
002010         PERFORM BUILD-MASTER-FROM-TRAN
002015         MOVE 0 TO MST-FLASH-DATE
002020         PERFORM SET-RELEASE-STATUS
002030         WRITE MASTER-RECORD
002040             INVALID KEY
002050                 MOVE "DUP " TO WS-REJECT-REASON
002090     IF WS-TRAN-OK
002100         ADD 1 TO WS-APPLIED-COUNT
002110         ADD 1 TO WS-ADD-COUNT
002112         PERFORM COUNT-PENDING-APPROVAL
002115         PERFORM WRITE-MAINT-JOURNAL
002120     END-IF.
002130
002140 APPLY-CHANGE.
002180     END-IF.
002190     IF WS-TRAN-OK
002200         PERFORM BUILD-MASTER-FROM-TRAN
002202         IF NOT MST-ON-HOLD
002204             PERFORM SET-RELEASE-STATUS
002206         END-IF
002210         REWRITE MASTER-RECORD
002220             INVALID KEY
002230                 MOVE "IOER" TO WS-REJECT-REASON
002270     IF WS-TRAN-OK
002280         ADD 1 TO WS-APPLIED-COUNT
002290         ADD 1 TO WS-CHANGE-COUNT
002292         PERFORM COUNT-PENDING-APPROVAL
002295         PERFORM WRITE-MAINT-JOURNAL
002300     END-IF.
002310
002320 APPLY-DELETE.
002410     IF WS-TRAN-OK
002420         ADD 1 TO WS-APPLIED-COUNT
002430         ADD 1 TO WS-DELETE-COUNT
002435         PERFORM WRITE-MAINT-JOURNAL
002440     END-IF.
002450
002460*    HOLD AND RELEASE CHANGE ONLY THE STATUS BYTE AND THE
002470*    MAINTENANCE STAMP - THE MESSAGE CONTENT IS LEFT AS KEYED.
002473*    A RELEASE IS SUBJECT TO THE SAME APPROVAL RULE AS AN ADD,
002476*    SO HOLD-THEN-RELEASE IS NO WAY ROUND A SECOND OPERATOR.
002480 APPLY-HOLD-RELEASE.
002490     PERFORM READ-MASTER-BY-KEY.
002500     IF WS-TRAN-OK
002510         IF MNT-HOLD
002520             MOVE "H" TO MST-STATUS
002530         ELSE
002540             PERFORM SET-RELEASE-STATUS
002550         END-IF
002560         MOVE WS-RUN-DATE TO MST-UPDATE-DATE
002570         MOVE WS-RUN-TIME TO MST-UPDATE-TIME
002630     END-IF.
002640     IF WS-TRAN-OK
002650         ADD 1 TO WS-APPLIED-COUNT
002651         IF MNT-HOLD
002652             ADD 1 TO WS-HOLD-COUNT
002653         ELSE
002654             ADD 1 TO WS-RELEASE-COUNT
002655             PERFORM COUNT-PENDING-APPROVAL
002656         END-IF
002657         PERFORM WRITE-MAINT-JOURNAL
002658     END-IF.
002659
002660*    THE SECOND OPERATOR'S CARD.  ONLY A PENDING LINE CAN BE
002661*    APPROVED, AND NEVER BY THE OPERATOR WHO KEYED ITS CONTENT.
002662 APPLY-APPROVE.
002663     PERFORM READ-MASTER-BY-KEY.
002664     IF WS-TRAN-OK AND NOT MST-PENDING-APPROVAL
002665         MOVE "NPND" TO WS-REJECT-REASON
002666         SET WS-TRAN-REJECTED TO TRUE
002667     END-IF.
002668     IF WS-TRAN-OK AND MNT-OPERATOR-ID = MST-ENTERED-BY
002669         MOVE "SAME" TO WS-REJECT-REASON
002670         SET WS-TRAN-REJECTED TO TRUE
002671     END-IF.
002672     IF WS-TRAN-OK
002673         MOVE "R" TO MST-STATUS
002674         MOVE MNT-OPERATOR-ID TO MST-APPROVED-BY
002675         MOVE WS-RUN-DATE TO MST-UPDATE-DATE
002676         MOVE WS-RUN-TIME TO MST-UPDATE-TIME
002677         REWRITE MASTER-RECORD
002678             INVALID KEY
002679                 MOVE "IOER" TO WS-REJECT-REASON
002680                 SET WS-TRAN-REJECTED TO TRUE
002681         END-REWRITE
002682         PERFORM CHECK-MASTER-IO-STATUS
002683     END-IF.
002684     IF WS-TRAN-OK
002685         ADD 1 TO WS-APPLIED-COUNT
002686         ADD 1 TO WS-APPROVE-COUNT
002687         PERFORM WRITE-MAINT-JOURNAL
002688     END-IF.
002689
002690*    PRIORITY-1 AND SAFE CONTENT GOES OUT ONLY ONCE A SECOND
002691*    OPERATOR HAS APPROVED IT; EVERYTHING ELSE IS RELEASED AS
002692*    SOON AS IT IS KEYED, AS IT ALWAYS WAS.
002693 SET-RELEASE-STATUS.
002694     IF (MST-PRIORITY = 1 OR MST-TYPE = "SAFE")
002695         AND MST-APPROVED-BY = SPACES
002696         MOVE "P" TO MST-STATUS
002697     ELSE
002698         MOVE "R" TO MST-STATUS
002699     END-IF.
002700
002701 COUNT-PENDING-APPROVAL.
002702     IF MST-PENDING-APPROVAL
002703         ADD 1 TO WS-PENDING-COUNT
002710     END-IF.
002720
002730 BUILD-MASTER-FROM-TRAN.
002790     MOVE MNT-EXP-DATE   TO MST-EXP-DATE.
002800     MOVE MNT-REPEAT-DAY TO MST-REPEAT-DAY.
002810     MOVE MNT-TEXT       TO MST-TEXT.
002811     MOVE MNT-AUDIENCE   TO MST-AUDIENCE.
002813     MOVE MNT-OPERATOR-ID TO MST-ENTERED-BY.
002816     MOVE SPACES         TO MST-APPROVED-BY.
002820     MOVE WS-RUN-DATE    TO MST-UPDATE-DATE.
002830     MOVE WS-RUN-TIME    TO MST-UPDATE-TIME.
002840
002950                 MOVE "IOER" TO WS-REJECT-REASON
002960             END-IF
002970             SET WS-TRAN-REJECTED TO TRUE
002972     END-READ.
002974     PERFORM CHECK-MASTER-IO-STATUS.
002976     IF WS-TRAN-OK
002978         MOVE MASTER-RECORD TO WS-BEFORE-IMAGE
002980     END-IF.
002984
002985*    BACKSTOP FOR I-O ERRORS THE INVALID KEY PHRASE DOES NOT
002986*    COVER (E.G. A MODE OR PERMANENT ERROR, STATUS 4X/9X) SO A
002992         SET WS-TRAN-REJECTED TO TRUE
002993     END-IF.
002994
002995*    ONE JOURNAL RECORD PER APPLIED CARD.  THE KEY COMES FROM
002996*    THE CARD, NOT THE RECORD AREA, WHICH HOLDS NOTHING USABLE
002997*    AFTER A DELETE.  A JOURNAL WRITE THAT FAILS LEAVES A
002998*    CHANGE ON THE MASTER THAT RECOVERY CANNOT REPLAY, SO THE
002999*    RUN ENDS RC 8 AND THE DESK RE-KEYS FROM THE SYSOUT.
003000 WRITE-MAINT-JOURNAL.
003001     MOVE "MSGMSTR"       TO JRN-FILE-ID.
003002     MOVE MNT-ACTION      TO JRN-ACTION.
003003     MOVE WS-RUN-DATE     TO JRN-DATE.
003004     MOVE WS-RUN-TIME     TO JRN-TIME.
003005     MOVE WS-PROGRAM-NAME TO JRN-PROGRAM.
003006     MOVE MNT-OPERATOR-ID TO JRN-OPERATOR.
003007     MOVE MNT-SEQ-NO      TO WS-JRN-SEQ-NO.
003008     MOVE MNT-CONT-NO     TO WS-JRN-CONT-NO.
003009     MOVE WS-JOURNAL-KEY  TO JRN-KEY.
003010     MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
003011     IF MNT-DELETE
003012         MOVE SPACES TO JRN-AFTER-IMAGE
003013     ELSE
003014         MOVE MASTER-RECORD TO JRN-AFTER-IMAGE
003015     END-IF.
003016     WRITE MAINT-JOURNAL-RECORD.
003017     IF WS-JRNL-STATUS = "00"
003018         ADD 1 TO WS-JOURNAL-COUNT
003019     ELSE
003020         DISPLAY "JOURNAL WRITE FAILED, STATUS=" WS-JRNL-STATUS
003021             " - NOT RECOVERABLE: " MAINT-TRANSACTION
003022         IF WS-RETURN-CODE < 8
003023             MOVE 8 TO WS-RETURN-CODE
003024         END-IF
003025     END-IF.
003026
003027 WRITE-MAINT-REJECT.
003028     MOVE WS-REJECT-REASON TO MREJ-REASON.
003029     MOVE " " TO MREJ-SPACE.
003030     MOVE MAINT-TRANSACTION TO MREJ-TRANSACTION.
003031     WRITE MAINT-REJECT-LINE.
003032     ADD 1 TO WS-REJECT-COUNT.
003033     IF WS-SUSP-OPEN
003034         PERFORM CARRY-REJECT-TO-SUSPENSE
003035     END-IF.
003036
003037*    A NEW ITEM STARTS ITS AGE TODAY.  A CARD ALREADY IN SUSPENSE
003038*    KEEPS ITS FIRST-REJECTED DATE; A RESUBMITTED ONE THAT FAILS
003039*    AGAIN GOES BACK TO OPEN.
003040 CARRY-REJECT-TO-SUSPENSE.
003041     MOVE MAINT-TRANSACTION TO WS-SUSP-MAINT-IMAGE.
003042     MOVE WS-PROGRAM-NAME   TO WS-SUSP-SOURCE.
003043     MOVE WS-SMI-ITEM-KEY   TO WS-SUSP-ITEM-KEY.
003044     MOVE WS-SUSP-KEY       TO SUS-KEY.
003045     READ SUSPENSE-FILE
003046         INVALID KEY
003047             PERFORM ADD-SUSPENSE-ITEM
003048         NOT INVALID KEY
003049             PERFORM UPDATE-SUSPENSE-ITEM
003050     END-READ.
003051
003052 ADD-SUSPENSE-ITEM.
003053     MOVE SPACES TO SUSPENSE-RECORD.
003054     MOVE WS-SUSP-KEY       TO SUS-KEY.
003055     SET SUS-OPEN TO TRUE.
003056     MOVE WS-REJECT-REASON  TO SUS-REASON.
003057     MOVE WS-RUN-DATE       TO SUS-FIRST-DATE.
003058     MOVE WS-RUN-DATE       TO SUS-LAST-DATE.
003059     MOVE 1                 TO SUS-REJECT-COUNT.
003060     MOVE 0                 TO SUS-RESUB-DATE.
003061     MOVE MAINT-TRANSACTION TO SUS-IMAGE.
003062     WRITE SUSPENSE-RECORD
003063         INVALID KEY
003064             PERFORM REPORT-SUSPENSE-FAILURE
003065         NOT INVALID KEY
003066             ADD 1 TO WS-SUSPENSE-COUNT
003067     END-WRITE.
003068
003069 UPDATE-SUSPENSE-ITEM.
003070     SET SUS-OPEN TO TRUE.
003071     MOVE WS-REJECT-REASON  TO SUS-REASON.
003072     MOVE WS-RUN-DATE       TO SUS-LAST-DATE.
003073     IF SUS-REJECT-COUNT < 999
003074         ADD 1 TO SUS-REJECT-COUNT
003075     END-IF.
003076     MOVE MAINT-TRANSACTION TO SUS-IMAGE.
003077     REWRITE SUSPENSE-RECORD
003078         INVALID KEY
003079             PERFORM REPORT-SUSPENSE-FAILURE
003080         NOT INVALID KEY
003081             ADD 1 TO WS-SUSPENSE-COUNT
003082     END-REWRITE.
003083
003084 REPORT-SUSPENSE-FAILURE.
003085     DISPLAY "SUSPENSE WRITE FAILED, STATUS=" WS-SUSP-STATUS
003086         " - NOT CARRIED: " MAINT-TRANSACTION.
003087     IF WS-RETURN-CODE < 4
003088         MOVE 4 TO WS-RETURN-CODE
003089     END-IF.
003090
003091*    AN APPLIED CARD CLEARS ITS OWN ITEM.  A DELETE ALSO CLEARS
003092*    THE FEED EDIT'S ITEM FOR THE LINE - THERE IS NOTHING LEFT TO
003093*    CORRECT - AND AN ADD OR CHANGE RETURNS A ROUTED FEED ITEM TO
003094*    OPEN, SO IF THE NEXT FEED EDIT STILL REJECTS THE LINE IT
003095*    SHOWS AS OPEN AGAIN.
003096 CLEAR-SUSPENSE-ITEM.
003097     MOVE MAINT-TRANSACTION TO WS-SUSP-MAINT-IMAGE.
003098     MOVE WS-PROGRAM-NAME   TO WS-SUSP-SOURCE.
003099     MOVE WS-SMI-ITEM-KEY   TO WS-SUSP-ITEM-KEY.
003100     MOVE WS-SUSP-KEY       TO SUS-KEY.
003101     DELETE SUSPENSE-FILE
003102         INVALID KEY CONTINUE
003103         NOT INVALID KEY ADD 1 TO WS-SUSP-CLEARED-COUNT
003104     END-DELETE.
003105     IF MNT-DELETE OR MNT-ADD OR MNT-CHANGE
003106         MOVE MNT-SEQ-NO      TO WS-SFK-SEQ-NO
003107         MOVE MNT-CONT-NO     TO WS-SFK-CONT-NO
003108         MOVE "FEEDEDIT"      TO WS-SUSP-SOURCE
003109         MOVE WS-SUSP-FEED-KEY TO WS-SUSP-ITEM-KEY
003110         MOVE WS-SUSP-KEY     TO SUS-KEY
003111         READ SUSPENSE-FILE
003112             INVALID KEY CONTINUE
003113             NOT INVALID KEY PERFORM MOVE-ON-FEED-ITEM
003114         END-READ
003115     END-IF.
003116
003117 MOVE-ON-FEED-ITEM.
003118     IF MNT-DELETE
003119         DELETE SUSPENSE-FILE
003120             INVALID KEY CONTINUE
003121             NOT INVALID KEY ADD 1 TO WS-SUSP-CLEARED-COUNT
003122         END-DELETE
003123     ELSE
003124         IF SUS-RESUBMITTED
003125             SET SUS-OPEN TO TRUE
003126             REWRITE SUSPENSE-RECORD
003127                 INVALID KEY CONTINUE
003128             END-REWRITE
003129         END-IF
003130     END-IF.
003131
003132*    THE SUSPENSE CLUSTER IS DEFINED EMPTY AT INSTALL TIME; THE
003133*    FIRST RUN LOADS IT.  WITHOUT IT THE REJECTS STILL GO TO
003134*    MNTREJ BUT ARE NOT CARRIED, AND THE RUN ENDS NO BETTER THAN
003135*    RC 4.
003136 OPEN-SUSPENSE-FILE.
003137     OPEN I-O SUSPENSE-FILE.
003138     IF WS-SUSP-STATUS = "35"
003139         OPEN OUTPUT SUSPENSE-FILE
003140         IF WS-SUSP-STATUS = "00"
003141             CLOSE SUSPENSE-FILE
003142             OPEN I-O SUSPENSE-FILE
003143         END-IF
003144     END-IF.
003145     IF WS-SUSP-STATUS = "00"
003146         SET WS-SUSP-OPEN TO TRUE
003147     ELSE
003148         DISPLAY "REJECT SUSPENSE UNAVAILABLE, STATUS="
003149             WS-SUSP-STATUS " - REJECTS NOT CARRIED"
003150     END-IF.
003151
003152 READ-MAINT-TRANSACTION.
003153     READ MAINT-TRAN-FILE
003154         AT END SET WS-END-OF-FILE TO TRUE
003155         NOT AT END
003156             SET WS-NOT-END-OF-FILE TO TRUE
003157             ADD 1 TO WS-READ-COUNT
003158     END-READ.
003159
003160*    THE CATEGORY SET COMES FROM THE REFERENCE FILE, NOT THE
003161*    PROGRAM (SEE CATREC.CPY).  A MISSING OR EMPTY FILE FALLS
003170*    BACK TO THE BUILT-IN HR/OPS/SAFE/GEN SET (RC 4) SO THE
003180*    DESK CAN STILL KEY, BUT THE RUN NEVER COMES BACK CLEAN.
003190 LOAD-CATEGORY-TABLE.
