000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. SuspenseCorrect.
000120 AUTHOR. Niels van den Bosch.
000130*
000140*    APPLIES THE DESK'S CORRECTION CARDS (SCORREC.CPY) TO THE
000150*    REJECT SUSPENSE FILE (SUSPREC.CPY) THAT FEEDEDIT,
000160*    MESSAGEMAINT AND DISTMAINT CARRY THEIR REJECTS IN.  ONE
000170*    CARD PER ITEM:
000180*        R  RESUBMIT - THE CORRECTED CARD (OR, IF THE CARD'S
000190*           IMAGE IS BLANK, THE SUSPENDED CARD AS IT WAS) IS
000200*           WRITTEN TO THE RESUBMISSION FILE OF THE PROGRAM
000210*           THAT MUST APPLY IT - MNTRESUB FOR MESSAGEMAINT,
000220*           DSTRESUB FOR DISTMAINT - AND THE ITEM IS MARKED
000230*           RESUBMITTED.  A FEEDEDIT ITEM IS A LINE OF THE
000240*           MESSAGE MASTER, SO ITS CORRECTION IS A MESSAGEMAINT
000250*           CARD AND GOES TO MNTRESUB.
000260*        W  WRITE OFF - THE ITEM IS DROPPED.
000270*    THE MSGMNT AND DSTMNT JOBS READ THEIR RESUBMISSION FILE
000280*    AHEAD OF THE DESK'S OWN CARDS AND EMPTY IT AFTERWARDS, SO
000290*    A CORRECTION IS APPLIED ON THE NEXT RUN AND NEVER TWICE.
000300*    THE ITEM ITSELF IS CLEARED BY THE PROGRAM THAT APPLIES IT;
000310*    IF THE CORRECTION IS REJECTED IN TURN THE ITEM GOES BACK
000320*    TO OPEN WITH ITS ORIGINAL FIRST-REJECTED DATE.
000330*
000340*    A MAINTENANCE ITEM IS KEYED ON THE LEADING BYTES OF THE
000350*    CARD, SO A CORRECTION THAT FIXES THE KEY ITSELF (A SHIFTED
000360*    SEQUENCE NUMBER, A MISSPELT RECIPIENT) MOVES THE ITEM TO
000370*    THE CORRECTED KEY - OTHERWISE APPLYING IT COULD NEVER
000380*    CLEAR IT.
000390*
000400*    CARDS THAT CANNOT BE APPLIED GO TO SCORREJ WITH A REASON
000410*    CODE, SAME CONVENTION AS FEEDEDIT.  CONDITION CODE 4 =
000420*    SOME CARDS REJECTED, 12 = SUSPENSE OR A RESUBMISSION FILE
000430*    UNAVAILABLE (NOTHING APPLIED).
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT CORRECTION-FILE ASSIGN TO "SUSCORR"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-CORR-STATUS.
000500     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS SUS-KEY
000540         FILE STATUS IS WS-SUSP-STATUS.
000550     SELECT MAINT-RESUB-FILE ASSIGN TO "MNTRESUB"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-MRES-STATUS.
000580     SELECT DIST-RESUB-FILE ASSIGN TO "DSTRESUB"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-DRES-STATUS.
000610     SELECT CORRECTION-REJECT-FILE ASSIGN TO "SCORREJ"
000620         ORGANIZATION IS LINE SEQUENTIAL.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  CORRECTION-FILE.
000660     COPY "SCORREC.CPY".
000670 FD  SUSPENSE-FILE.
000680     COPY "SUSPREC.CPY".
000690 FD  MAINT-RESUB-FILE.
000700 01  MAINT-RESUB-CARD        PIC X(139).
000710 FD  DIST-RESUB-FILE.
000720 01  DIST-RESUB-CARD         PIC X(51).
000730 FD  CORRECTION-REJECT-FILE.
000740 01  CORRECTION-REJECT-LINE.
000750     05  CREJ-REASON         PIC X(4).
000760     05  CREJ-SPACE          PIC X.
000770     05  CREJ-CARD           PIC X(197).
000780
000790 WORKING-STORAGE SECTION.
000800
000810 01 WS-EOF-SWITCH           PIC X VALUE "N".
000820     88 WS-END-OF-FILE            VALUE "Y".
000830     88 WS-NOT-END-OF-FILE        VALUE "N".
000840 01 WS-CARD-OK-SWITCH       PIC X VALUE "Y".
000850     88 WS-CARD-OK                VALUE "Y".
000860     88 WS-CARD-REJECTED          VALUE "N".
000870 01 WS-RUN-DATE             PIC 9(8).
000880 01 WS-PROGRAM-NAME         PIC X(14) VALUE "SUSPENSECORR".
000890 01 WS-CORR-STATUS          PIC XX.
000900 01 WS-SUSP-STATUS          PIC XX.
000910 01 WS-MRES-STATUS          PIC XX.
000920 01 WS-DRES-STATUS          PIC XX.
000923 01 WS-SUSP-OPEN-SWITCH     PIC X VALUE "N".
000926     88 WS-SUSP-OPEN              VALUE "Y".
000930 01 WS-REJECT-REASON        PIC X(4).
000940 01 WS-READ-COUNT           PIC 9(6) VALUE 0.
000950 01 WS-RESUBMIT-COUNT       PIC 9(6) VALUE 0.
000960 01 WS-MAINT-ROUTED-COUNT   PIC 9(6) VALUE 0.
000970 01 WS-DIST-ROUTED-COUNT    PIC 9(6) VALUE 0.
000980 01 WS-REKEY-COUNT          PIC 9(6) VALUE 0.
000990 01 WS-WRITE-OFF-COUNT      PIC 9(6) VALUE 0.
001000 01 WS-REJECT-COUNT         PIC 9(6) VALUE 0.
001010 01 WS-RETURN-CODE          PIC 9(4) VALUE 0.
001020 01 WS-OLD-SUSP-KEY         PIC X(49).
001030 01 WS-NEW-ITEM-KEY         PIC X(35).
001040*    THE CARD BEING ROUTED, WITH THE VIEWS THAT GIVE ITS
001050*    SUSPENSE ITEM KEY IN EACH MAINTENANCE LAYOUT.
001060 01 WS-RESUB-IMAGE          PIC X(139).
001070 01 WS-RESUB-MAINT-PARTS REDEFINES WS-RESUB-IMAGE.
001080     05  WS-RMP-ITEM-KEY     PIC X(6).
001090     05  FILLER              PIC X(133).
001100 01 WS-RESUB-DIST-PARTS REDEFINES WS-RESUB-IMAGE.
001110     05  WS-RDP-ITEM-KEY     PIC X(35).
001120     05  WS-RDP-BEYOND-CARD  PIC X(104).
001130
001140 PROCEDURE DIVISION.
001150 PROGRAM-BEGIN.
001160     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001170     OPEN INPUT CORRECTION-FILE.
001180     IF WS-CORR-STATUS NOT = "00"
001190         DISPLAY "NO CORRECTION CARDS, STATUS=" WS-CORR-STATUS
001200         SET WS-END-OF-FILE TO TRUE
001210     END-IF.
001220     OPEN I-O SUSPENSE-FILE.
001225     IF WS-SUSP-STATUS = "00"
001230         SET WS-SUSP-OPEN TO TRUE
001235     ELSE
001240         DISPLAY "REJECT SUSPENSE UNAVAILABLE, STATUS="
001250             WS-SUSP-STATUS
001260         MOVE 12 TO WS-RETURN-CODE
001270         SET WS-END-OF-FILE TO TRUE
001280     END-IF.
001290*    THE RESUBMISSION FILES ACCUMULATE UNTIL THE MAINTENANCE
001300*    JOB THAT READS THEM HAS RUN, SO CORRECTIONS KEYED IN TWO
001310*    SITTINGS THE SAME DAY ARE BOTH APPLIED.
001320     OPEN EXTEND MAINT-RESUB-FILE.
001330     IF WS-MRES-STATUS = "35"
001340         OPEN OUTPUT MAINT-RESUB-FILE
001350     END-IF.
001360     IF WS-MRES-STATUS NOT = "00"
001370         DISPLAY "MNTRESUB UNAVAILABLE, STATUS=" WS-MRES-STATUS
001380         MOVE 12 TO WS-RETURN-CODE
001390         SET WS-END-OF-FILE TO TRUE
001400     END-IF.
001410     OPEN EXTEND DIST-RESUB-FILE.
001420     IF WS-DRES-STATUS = "35"
001430         OPEN OUTPUT DIST-RESUB-FILE
001440     END-IF.
001450     IF WS-DRES-STATUS NOT = "00"
001460         DISPLAY "DSTRESUB UNAVAILABLE, STATUS=" WS-DRES-STATUS
001470         MOVE 12 TO WS-RETURN-CODE
001480         SET WS-END-OF-FILE TO TRUE
001490     END-IF.
001500     OPEN OUTPUT CORRECTION-REJECT-FILE.
001510     IF WS-NOT-END-OF-FILE
001520         PERFORM READ-CORRECTION-CARD
001530     END-IF.
001540     PERFORM APPLY-CORRECTION-CARD UNTIL WS-END-OF-FILE.
001550     IF WS-CORR-STATUS = "00" OR WS-CORR-STATUS = "10"
001560         CLOSE CORRECTION-FILE
001570     END-IF.
001580     IF WS-SUSP-OPEN
001600         CLOSE SUSPENSE-FILE
001610     END-IF.
001620     IF WS-MRES-STATUS = "00"
001630         CLOSE MAINT-RESUB-FILE
001640     END-IF.
001650     IF WS-DRES-STATUS = "00"
001660         CLOSE DIST-RESUB-FILE
001670     END-IF.
001680     CLOSE CORRECTION-REJECT-FILE.
001690
001700 PROGRAM-DONE.
001710     DISPLAY "------------------------------------------------".
001720     DISPLAY "SUSPENSE CORRECTION - PROGRAM: " WS-PROGRAM-NAME.
001730     DISPLAY "RUN DATE            : " WS-RUN-DATE.
001740     DISPLAY "CARDS READ          : " WS-READ-COUNT.
001750     DISPLAY "RESUBMITTED         : " WS-RESUBMIT-COUNT.
001760     DISPLAY "  TO MNTRESUB       : " WS-MAINT-ROUTED-COUNT.
001770     DISPLAY "  TO DSTRESUB       : " WS-DIST-ROUTED-COUNT.
001780     DISPLAY "  ITEMS RE-KEYED    : " WS-REKEY-COUNT.
001790     DISPLAY "WRITTEN OFF         : " WS-WRITE-OFF-COUNT.
001800     DISPLAY "REJECTED            : " WS-REJECT-COUNT.
001810     DISPLAY "REJECT REASON CODES: ACTN=BAD ACTION CODE".
001820     DISPLAY "  OPER=NO OPERATOR ID        NFND=NOT IN SUSPENSE".
001830     DISPLAY "  RSUB=ALREADY RESUBMITTED   NIMG=NO CARD FOR FEED".
001840     DISPLAY "  DUP =NEW KEY IN SUSPENSE   IOER=SUSPENSE I-O ERR".
001850     DISPLAY "  SRCE=UNKNOWN SOURCE        WIDE=CARD TOO LONG".
001860     DISPLAY "------------------------------------------------".
001870     IF WS-REJECT-COUNT > 0 AND WS-RETURN-CODE < 4
001880         MOVE 4 TO WS-RETURN-CODE
001890     END-IF.
001900     MOVE WS-RETURN-CODE TO RETURN-CODE.
001910     STOP RUN.
001920
001930 APPLY-CORRECTION-CARD.
001940     SET WS-CARD-OK TO TRUE.
001950     MOVE SPACES TO WS-REJECT-REASON.
001960     PERFORM EDIT-CORRECTION-CARD.
001970     IF WS-CARD-OK
001980         PERFORM READ-SUSPENSE-ITEM
001990     END-IF.
002000     IF WS-CARD-OK
002010         EVALUATE TRUE
002020             WHEN COR-RESUBMIT  PERFORM RESUBMIT-ITEM
002030             WHEN COR-WRITE-OFF PERFORM WRITE-OFF-ITEM
002040         END-EVALUATE
002050     END-IF.
002060     IF WS-CARD-REJECTED
002070         PERFORM WRITE-CORRECTION-REJECT
002080     END-IF.
002090     PERFORM READ-CORRECTION-CARD.
002100
002110 EDIT-CORRECTION-CARD.
002120     IF NOT (COR-RESUBMIT OR COR-WRITE-OFF)
002130         MOVE "ACTN" TO WS-REJECT-REASON
002140         SET WS-CARD-REJECTED TO TRUE
002150     END-IF.
002160     IF WS-CARD-OK AND COR-OPERATOR = SPACES
002170         MOVE "OPER" TO WS-REJECT-REASON
002180         SET WS-CARD-REJECTED TO TRUE
002190     END-IF.
002200     IF WS-CARD-OK
002210         AND COR-SOURCE NOT = "FEEDEDIT"
002220         AND COR-SOURCE NOT = "MESSAGEMAINT"
002230         AND COR-SOURCE NOT = "DISTMAINT"
002240         MOVE "SRCE" TO WS-REJECT-REASON
002250         SET WS-CARD-REJECTED TO TRUE
002260     END-IF.
002270
002280*    STATUS 23 IS NOT-FOUND; ANYTHING ELSE NON-ZERO IS AN I-O
002290*    PROBLEM THE DESK CANNOT FIX FROM A CORRECTION CARD.
002300 READ-SUSPENSE-ITEM.
002310     MOVE COR-SOURCE   TO SUS-SOURCE.
002320     MOVE COR-ITEM-KEY TO SUS-ITEM-KEY.
002330     READ SUSPENSE-FILE
002340         INVALID KEY
002350             IF WS-SUSP-STATUS = "23"
002360                 MOVE "NFND" TO WS-REJECT-REASON
002370             ELSE
002380                 MOVE "IOER" TO WS-REJECT-REASON
002390             END-IF
002400             SET WS-CARD-REJECTED TO TRUE
002410     END-READ.
002420     IF WS-CARD-OK AND WS-SUSP-STATUS NOT = "00"
002430         MOVE "IOER" TO WS-REJECT-REASON
002440         SET WS-CARD-REJECTED TO TRUE
002450     END-IF.
002460
002470*    THE SUSPENSE ITEM IS UPDATED BEFORE THE CARD IS ROUTED, SO
002480*    A CORRECTION THAT CANNOT BE RECORDED IS NEVER APPLIED.
002490 RESUBMIT-ITEM.
002500     IF SUS-RESUBMITTED
002510         MOVE "RSUB" TO WS-REJECT-REASON
002520         SET WS-CARD-REJECTED TO TRUE
002530     END-IF.
002540     IF WS-CARD-OK AND COR-SOURCE = "FEEDEDIT"
002550         AND COR-IMAGE = SPACES
002560         MOVE "NIMG" TO WS-REJECT-REASON
002570         SET WS-CARD-REJECTED TO TRUE
002580     END-IF.
002590     IF WS-CARD-OK
002600         IF COR-IMAGE = SPACES
002610             MOVE SUS-IMAGE TO WS-RESUB-IMAGE
002620         ELSE
002630             MOVE COR-IMAGE TO WS-RESUB-IMAGE
002640         END-IF
002650         IF COR-SOURCE = "DISTMAINT"
002660             AND WS-RDP-BEYOND-CARD NOT = SPACES
002670             MOVE "WIDE" TO WS-REJECT-REASON
002680             SET WS-CARD-REJECTED TO TRUE
002690         END-IF
002700     END-IF.
002710     IF WS-CARD-OK
002720         PERFORM MARK-ITEM-RESUBMITTED
002730     END-IF.
002740     IF WS-CARD-OK
002750         PERFORM ROUTE-CORRECTED-CARD
002760         ADD 1 TO WS-RESUBMIT-COUNT
002770     END-IF.
002780
002790*    A FEED ITEM KEEPS ITS KEY AND ITS IMAGE (THE FEED LINE IT
002800*    WAS REJECTED FOR).  A MAINTENANCE ITEM TAKES THE ROUTED
002810*    CARD AS ITS IMAGE AND, IF THE CORRECTION CHANGED THE
002820*    CARD'S KEY, MOVES TO THE NEW KEY.
002830 MARK-ITEM-RESUBMITTED.
002840     SET SUS-RESUBMITTED TO TRUE.
002850     MOVE WS-RUN-DATE  TO SUS-RESUB-DATE.
002860     MOVE COR-OPERATOR TO SUS-RESUB-OPERATOR.
002870     MOVE SUS-ITEM-KEY TO WS-NEW-ITEM-KEY.
002880     IF COR-SOURCE NOT = "FEEDEDIT"
002890         MOVE WS-RESUB-IMAGE TO SUS-IMAGE
002900         IF COR-SOURCE = "MESSAGEMAINT"
002910             MOVE WS-RMP-ITEM-KEY TO WS-NEW-ITEM-KEY
002920         ELSE
002930             MOVE WS-RDP-ITEM-KEY TO WS-NEW-ITEM-KEY
002940         END-IF
002950     END-IF.
002960     IF WS-NEW-ITEM-KEY = SUS-ITEM-KEY
002970         REWRITE SUSPENSE-RECORD
002980             INVALID KEY
002990                 MOVE "IOER" TO WS-REJECT-REASON
003000                 SET WS-CARD-REJECTED TO TRUE
003010         END-REWRITE
003020     ELSE
003030         PERFORM REKEY-SUSPENSE-ITEM
003040     END-IF.
003050     PERFORM CHECK-SUSPENSE-IO-STATUS.
003060
003070*    THE ITEM IS WRITTEN UNDER ITS NEW KEY BEFORE THE OLD ONE
003080*    IS DELETED, SO A FAILURE NEVER LOSES IT.
003090 REKEY-SUSPENSE-ITEM.
003100     MOVE SUS-KEY         TO WS-OLD-SUSP-KEY.
003110     MOVE WS-NEW-ITEM-KEY TO SUS-ITEM-KEY.
003120     WRITE SUSPENSE-RECORD
003130         INVALID KEY
003140             MOVE "DUP " TO WS-REJECT-REASON
003150             SET WS-CARD-REJECTED TO TRUE
003160     END-WRITE.
003170     PERFORM CHECK-SUSPENSE-IO-STATUS.
003180     IF WS-CARD-OK
003190         MOVE WS-OLD-SUSP-KEY TO SUS-KEY
003200         DELETE SUSPENSE-FILE
003210             INVALID KEY CONTINUE
003220         END-DELETE
003230         ADD 1 TO WS-REKEY-COUNT
003240     END-IF.
003250
003260 ROUTE-CORRECTED-CARD.
003270     IF COR-SOURCE = "DISTMAINT"
003280         MOVE WS-RESUB-IMAGE TO DIST-RESUB-CARD
003290         WRITE DIST-RESUB-CARD
003300         ADD 1 TO WS-DIST-ROUTED-COUNT
003310     ELSE
003320         MOVE WS-RESUB-IMAGE TO MAINT-RESUB-CARD
003330         WRITE MAINT-RESUB-CARD
003340         ADD 1 TO WS-MAINT-ROUTED-COUNT
003350     END-IF.
003360
003370 WRITE-OFF-ITEM.
003380     DELETE SUSPENSE-FILE
003390         INVALID KEY
003400             MOVE "IOER" TO WS-REJECT-REASON
003410             SET WS-CARD-REJECTED TO TRUE
003420     END-DELETE.
003430     PERFORM CHECK-SUSPENSE-IO-STATUS.
003440     IF WS-CARD-OK
003450         ADD 1 TO WS-WRITE-OFF-COUNT
003460     END-IF.
003470
003480*    BACKSTOP FOR I-O ERRORS THE INVALID KEY PHRASE DOES NOT
003490*    COVER, SO A FAILED VERB IS NEVER COUNTED AS APPLIED.
003500 CHECK-SUSPENSE-IO-STATUS.
003510     IF WS-CARD-OK AND WS-SUSP-STATUS NOT = "00"
003520         MOVE "IOER" TO WS-REJECT-REASON
003530         SET WS-CARD-REJECTED TO TRUE
003540     END-IF.
003550
003560 WRITE-CORRECTION-REJECT.
003570     MOVE WS-REJECT-REASON TO CREJ-REASON.
003580     MOVE " " TO CREJ-SPACE.
003590     MOVE CORRECTION-CARD TO CREJ-CARD.
003600     WRITE CORRECTION-REJECT-LINE.
003610     ADD 1 TO WS-REJECT-COUNT.
003620
003630 READ-CORRECTION-CARD.
003640     READ CORRECTION-FILE
003650         AT END SET WS-END-OF-FILE TO TRUE
003660         NOT AT END
003670             SET WS-NOT-END-OF-FILE TO TRUE
003680             ADD 1 TO WS-READ-COUNT
003690     END-READ.
