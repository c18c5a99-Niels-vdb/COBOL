000100******************************************************************
000200*RATEREC.CPY
000300*CHARGEBACK RATE TABLE (CHGRATE), ONE RECORD PER BILLABLE UNIT:
000400*    COPY = ONE ADDRESSED COPY OF THE NIGHTLY BULLETIN
000500*    LINE = ONE NOTICE LINE PRINTED ON AN ADDRESSED COPY
000600*    FLSH = ONE ADDRESSED FLASH COPY
000700*    XTRC = ONE DETAIL RECORD ON A DEPARTMENT'S DEPTXTN EXTRACT
000800*RTE-UNIT-RATE IS CURRENCY PER UNIT TO FOUR DECIMALS.  THE
000900*JOURNAL DEBITS RTE-EXPENSE-ACCT UNDER THE USING DEPARTMENT'S
001000*COST CENTER AND CREDITS RTE-RECOVERY-ACCT UNDER THE BULLETIN
001100*SERVICE'S OWN.  A UNIT WITH NO RECORD IS NOT BILLED AND THE
001200*MONTH-END RUN ENDS RC 4 UNTIL THE TABLE IS FIXED.  A RATE
001300*CHANGE IS A DATA CHANGE - THE RUN BILLS THE WHOLE MONTH AT
001400*THE RATES ON FILE WHEN IT RUNS.
001500******************************************************************
001600 01  RATE-RECORD.
001700     05  RTE-USAGE-CODE      PIC X(4).
001800         88  RTE-PER-COPY        VALUE "COPY".
001900         88  RTE-PER-LINE        VALUE "LINE".
002000         88  RTE-PER-FLASH       VALUE "FLSH".
002100         88  RTE-PER-EXTRACT     VALUE "XTRC".
002200     05  RTE-DESC            PIC X(20).
002300     05  RTE-UNIT-RATE       PIC 9(3)V9(4).
002400     05  RTE-EXPENSE-ACCT    PIC X(10).
002500     05  RTE-RECOVERY-ACCT   PIC X(10).
