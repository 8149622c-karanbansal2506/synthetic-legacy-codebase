003098*    2026-09-02  DO  "FEE" ROWS ARE OUR PRICING, NOT CUSTOMER    *
003099*                    BEHAVIOR, AND NO LONGER SKEW THE AVERAGE.   *
003100*    2026-09-02  DO  NEITHER DO INTEREST CAPITALIZATIONS.   *
003120*    2026-10-12  DO  NOR DO DISPUTE CREDITS AND THEIR            *
003140*                    REVERSALS - THEY RESTORE THE ORIGINAL       *
003160*                    ITEM, WHICH ALREADY COUNTED.                *
003166*    2026-10-15  DO  ACCTFILE RECORD WIDENED FOR                 *
003173*                    AF-CURRENCY-CODE.                           *
003180*                                                                *
003200*****************************************************************
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
005600     05  AF-ACCOUNT-AVG-TXN-AMT      PIC 9(9)V99.
005650     05  AF-ACCRUED-INTEREST         PIC S9(7)V99.
005675     05  AF-CUSTOMER-ID              PIC X(10).
005687     05  AF-CURRENCY-CODE            PIC X(03).
005700*
005800 WORKING-STORAGE SECTION.
005801*
015130             AND TR-TRANSACTION-TYPE NOT = "INT-CHARGE"
015140             AND TR-TRANSACTION-TYPE NOT = "ADJ-DEBIT "
015150             AND TR-TRANSACTION-TYPE NOT = "ADJ-CREDIT"
015160             AND TR-TRANSACTION-TYPE NOT = "DSP-CREDIT"
015170             AND TR-TRANSACTION-TYPE NOT = "DSP-DEBIT "
015200         PERFORM 2100-CONVERT-TO-BASE-CURRENCY THRU 2100-EXIT
015250         IF RATE-IS-FOUND
015300             ADD 1 TO WS-ACCOUNT-TXN-COUNT
