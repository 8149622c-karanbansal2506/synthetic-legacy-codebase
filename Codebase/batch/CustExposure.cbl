003020*                    CONSTRAINT AND TOOK THE SLOT BETWEEN        *
003030*                    ERRLOGREPROCESS AND REVIEWDECISIONMAINT IN  *
003040*                    THE EXPECTED CHAIN SEQUENCE.                *
003060*    2026-10-15  DO  ACCTFILE RECORD WIDENED FOR                 *
003080*                    AF-CURRENCY-CODE.                           *
003085*    2026-10-15  DO  THE QUEUE ROW CLEARS RQ-CPTY-ACCOUNT-ID -   *
003090*                    THERE IS NO ON-US RECEIVING LEG TO REVERSE. *
003100*                                                                *
003200*****************************************************************
003300 ENVIRONMENT DIVISION.
007700     05  AF-ACCOUNT-AVG-TXN-AMT      PIC 9(9)V99.
007800     05  AF-ACCRUED-INTEREST         PIC S9(7)V99.
007900     05  AF-CUSTOMER-ID              PIC X(10).
007950     05  AF-CURRENCY-CODE            PIC X(03).
008000*
008100 FD  SAR-EXTRACT-FILE.
008200 COPY SarExtract.
042300     MOVE "USD"                  TO RQ-CURRENCY-CODE
042400     MOVE BD-BUSINESS-DATE       TO RQ-QUEUED-DATE
042500     SET RQ-ITEM-NOT-SETTLED     TO TRUE
042550     MOVE SPACES                 TO RQ-CPTY-ACCOUNT-ID
042600     WRITE REVIEW-QUEUE-RECORD
042700*
042800     ADD 1 TO WS-EXTRACTED-COUNT
