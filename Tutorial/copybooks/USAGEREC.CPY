000100******************************************************************
000200*USAGEREC.CPY
000300*DEPARTMENT USAGE RECORD FOR THE MONTHLY CHARGEBACK.  THE
000400*PRINT AND EXTRACT FILES (DISTOUT, FLASHOUT, DEPTXTN) TURN OVER
000500*EVERY RUN, SO EACH RUN THAT PRODUCES BILLABLE OUTPUT APPENDS
000600*ONE RECORD PER DEPARTMENT IT SERVED TO THIS LOG (DISP=MOD):
000700*    DISTRIBUTE   - ADDRESSED COPIES, NOTICE LINES PRINTED ON
000800*                   THOSE COPIES, AND DEPTXTN DETAIL RECORDS
000900*    FLASHPUBLISH - ADDRESSED FLASH COPIES
001000*A COUNT A PROGRAM DOES NOT PRODUCE IS ZERO.  USG-RUN-DATE
001100*DECIDES THE BILLING MONTH; CHARGEBACKREPORT TOTALS THE LOG BY
001200*DEPARTMENT AGAINST THE RATE TABLE (RATEREC.CPY).
001300******************************************************************
001400 01  USAGE-RECORD.
001500     05  USG-RUN-DATE        PIC 9(8).
001600     05  USG-RUN-TIME        PIC 9(8).
001700     05  USG-PROGRAM         PIC X(14).
001800     05  USG-DEPT-CODE       PIC X(4).
001900     05  USG-COPIES          PIC 9(6).
002000     05  USG-LINES           PIC 9(6).
002100     05  USG-FLASH-COPIES    PIC 9(6).
002200     05  USG-EXTRACT-RECS    PIC 9(6).
