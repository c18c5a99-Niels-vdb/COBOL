000100******************************************************************
000200*GLJEREC.CPY
000300*GENERAL-LEDGER JOURNAL-ENTRY INTERFACE RECORD WRITTEN BY THE
000400*MONTH-END CHARGEBACK (CHARGEBACKREPORT).  FIXED LAYOUT, ONE
000500*FILE PER BILLING PERIOD:
000600*    H = HEADER - SOURCE, PERIOD AND POSTING DATE
000700*    D = ONE DEBIT PER DEPARTMENT PER BILLED UNIT (EXPENSE
000800*        ACCOUNT, DEPARTMENT AS COST CENTER) AND ONE CREDIT PER
000900*        BILLED UNIT (RECOVERY ACCOUNT, SERVICE COST CENTER)
001000*    T = TRAILER - DETAIL COUNT AND DEBIT/CREDIT CONTROL TOTALS
001100*THE GL LOAD BALANCES THE DETAILS AGAINST THE TRAILER AND
001200*REJECTS THE FILE IF DEBITS AND CREDITS DIFFER.  FIELDS A
001300*RECORD TYPE DOES NOT USE ARE SPACES OR ZERO.
001400******************************************************************
001500 01  GL-JOURNAL-RECORD.
001600     05  GLJ-REC-TYPE        PIC X(1).
001700         88  GLJ-HEADER          VALUE "H".
001800         88  GLJ-DETAIL          VALUE "D".
001900         88  GLJ-TRAILER         VALUE "T".
002000     05  GLJ-SOURCE          PIC X(8).
002100     05  GLJ-PERIOD          PIC 9(6).
002200     05  GLJ-POST-DATE       PIC 9(8).
002300     05  GLJ-ACCOUNT         PIC X(10).
002400     05  GLJ-COST-CENTER     PIC X(4).
002500     05  GLJ-DR-CR           PIC X(1).
002600         88  GLJ-DEBIT           VALUE "D".
002700         88  GLJ-CREDIT          VALUE "C".
002800     05  GLJ-AMOUNT          PIC 9(9)V99.
002900     05  GLJ-DESCRIPTION     PIC X(30).
003000     05  GLJ-ENTRY-COUNT     PIC 9(6).
003100     05  GLJ-DEBIT-TOTAL     PIC 9(11)V99.
003200     05  GLJ-CREDIT-TOTAL    PIC 9(11)V99.
