002200*                                                               *
002300*    BALANCES ARE DERIVED THE WAY POSTINGJOURNAL DERIVES ITS    *
002400*    OPENING: THE ACCOUNT'S CURRENT ACCTFILE BALANCE, LESS THE  *
002500*    NET IMPACT OF HISTORY ROWS AFTER THE PERIOD END, GIVES     *
002600*    THE PERIOD'S CLOSING BALANCE; BACKING OUT THE              *
002700*    IN-PERIOD NET GIVES THE OPENING.  REVERSED AND RETURNED    *
002800*    ROWS (DISPOSITION V / R) IMPACT IN THE OPPOSITE DIRECTION  *
002900*    OF THEIR TYPE.                                             *
002912*                                                               *
002925*    A STATEMENT IS IN THE ACCOUNT'S OWN CURRENCY, SHOWN BESIDE *
002938*    BOTH BALANCES.  EACH POSTING SHOWS ITS FACE AMOUNT AND     *
002950*    CURRENCY AND THE AMOUNT IT MOVED ON THE ACCOUNT (ACCT-     *
002962*    AMOUNT), AND IT IS THAT AMOUNT THE BALANCES ARE WALKED     *
002975*    WITH.  A ROW ARCHIVED BEFORE HISTORY CARRIED IT WAS POSTED *
002988*    TO A USD ACCOUNT, SO ITS BASE AMOUNT STANDS IN.            *
003000*                                                                *
003100*    MODIFICATION HISTORY.                                      *
003200*    ---------------------------------------------------------- *
003300*    2026-09-02  DO  INITIAL VERSION.                            *
003310*    2026-09-02  DO  "FEE" ROWS NET LIKE DEBITS - THEY TAKE       *
003320*                    FUNDS OUT.                                   *
003340*    2026-10-05  DO  SO DO "XFR-OUT" ROWS, THE SENDING LEG OF     *
003360*                    AN ON-US TRANSFER.                           *
003370*    2026-10-12  DO  SO DO "DSP-DEBIT" ROWS, A DISPUTE CREDIT     *
003380*                    TAKEN BACK.  DISPUTE ROWS (DISPOSITION       *
003390*                    P / W) IMPACT AS THEIR TYPE SAYS.            *
003392*    2026-10-15  DO  STATEMENTS ARE IN THE ACCOUNT'S OWN          *
003395*                    CURRENCY AND WALKED WITH THE POSTED          *
003398*                    AMOUNT, SHOWN BESIDE THE FACE AMOUNT.        *
003400*                                                                *
003500*****************************************************************
003600 ENVIRONMENT DIVISION.
007100     05  SH-CURRENCY-CODE            PIC X(03).
007200     05  SH-BASE-AMOUNT              PIC 9(9)V99.
007300     05  SH-DISPOSITION              PIC X(01).
007350     05  SH-POSTED-AMOUNT            PIC 9(9)V99.
007375     05  SH-POSTED-CURRENCY          PIC X(03).
007400*
007500 FD  ACCOUNT-FILE.
007600 01  ACCOUNT-FILE-RECORD.
008000     05  AF-ACCOUNT-AVG-TXN-AMT      PIC 9(9)V99.
008050     05  AF-ACCRUED-INTEREST         PIC S9(7)V99.
008075     05  AF-CUSTOMER-ID              PIC X(10).
008087     05  AF-CURRENCY-CODE            PIC X(03).
008100*
008200 FD  STATEMENT-PARM-FILE.
008300 01  STATEMENT-PARM-RECORD           PIC X(80).
012100 01  WS-STMT-END-DATE                PIC 9(08) VALUE ZERO.
012200*
012300 01  WS-CURRENT-ACCOUNT-ID           PIC X(10).
012350 01  WS-ROW-CURRENCY                 PIC X(03).
012400 01  WS-NET-IN-PERIOD                PIC S9(11)V99.
012500 01  WS-NET-AFTER-END                PIC S9(11)V99.
012600 01  WS-ROW-IMPACT                   PIC S9(11)V99.
014300     05  FILLER                      PIC X(20)
014400         VALUE "   OPENING BALANCE: ".
014500     05  AH-OPENING-BALANCE          PIC -(10)9.99.
014533     05  FILLER                      PIC X(01) VALUE SPACES.
014567     05  AH-ACCOUNT-CURRENCY         PIC X(03).
014600     05  AH-NOT-ON-FILE-NOTE         PIC X(14).
014700*
014800 01  WS-ACCOUNT-FOOTER-LINE.
015000     05  FILLER                      PIC X(20)
015100         VALUE "   CLOSING BALANCE: ".
015200     05  FT-CLOSING-BALANCE          PIC -(10)9.99.
015233     05  FILLER                      PIC X(01) VALUE SPACES.
015267     05  FT-ACCOUNT-CURRENCY         PIC X(03).
015300*
015400 01  WS-REPORT-DETAIL-LINE.
015500     05  RD-POST-DATE                PIC 9(08).
016200     05  FILLER                      PIC X(01) VALUE SPACES.
016300     05  RD-CURRENCY-CODE            PIC X(03).
016400     05  FILLER                      PIC X(01) VALUE SPACES.
016433     05  RD-POSTED-AMOUNT            PIC Z(8)9.99.
016467     05  FILLER                      PIC X(01) VALUE SPACES.
016500     05  RD-DISPOSITION              PIC X(01).
016600*
016700 01  WS-OVERFLOW-NOTE-LINE.
026500     OPEN OUTPUT STATEMENT-REPORT-FILE
026600     MOVE "PERIODIC ACCOUNT STATEMENTS" TO STATEMENT-REPORT-LINE
026700     WRITE STATEMENT-REPORT-LINE
026800     MOVE "DATE     TRANS-ID   TYPE             AMOUNT CUR  ACCT-A
026900-        "MOUNT D" TO STATEMENT-REPORT-LINE
027000     WRITE STATEMENT-REPORT-LINE.
027100 1000-EXIT.
027200     EXIT.
031500         MOVE TH-CURRENCY-CODE      TO SH-CURRENCY-CODE
031600         MOVE TH-BASE-AMOUNT        TO SH-BASE-AMOUNT
031700         MOVE TH-DISPOSITION        TO SH-DISPOSITION
031717         IF TH-POSTED-CURRENCY = SPACES
031733             MOVE TH-BASE-AMOUNT    TO SH-POSTED-AMOUNT
031741             MOVE "USD"             TO SH-POSTED-CURRENCY
031750         ELSE
031767             MOVE TH-POSTED-AMOUNT  TO SH-POSTED-AMOUNT
031775             MOVE TH-POSTED-CURRENCY TO SH-POSTED-CURRENCY
031783         END-IF
031800         RELEASE SORT-HISTORY-RECORD
031900     END-IF
032000*
034600     IF SH-ACCOUNT-ID NOT = WS-CURRENT-ACCOUNT-ID
034700         PERFORM 4000-WRITE-ACCOUNT-STATEMENT THRU 4000-EXIT
034800         MOVE SH-ACCOUNT-ID TO WS-CURRENT-ACCOUNT-ID
034850         MOVE SH-POSTED-CURRENCY TO WS-ROW-CURRENCY
034900         MOVE ZERO TO WS-NET-IN-PERIOD
035000         MOVE ZERO TO WS-NET-AFTER-END
035100         MOVE ZERO TO WS-DETAIL-COUNT
037350             OR SH-TRANSACTION-TYPE = "FEE       "
037360             OR SH-TRANSACTION-TYPE = "INT-CHARGE"
037370             OR SH-TRANSACTION-TYPE = "ADJ-DEBIT "
037380             OR SH-TRANSACTION-TYPE = "XFR-OUT   "
037390             OR SH-TRANSACTION-TYPE = "DSP-DEBIT "
037400         COMPUTE WS-ROW-IMPACT = ZERO - SH-POSTED-AMOUNT
037500     ELSE
037600         MOVE SH-POSTED-AMOUNT TO WS-ROW-IMPACT
037700     END-IF
037800*
037900     IF SH-DISPOSITION = "V" OR SH-DISPOSITION = "R"
038800     MOVE SH-TRANSACTION-TYPE    TO RD-TRANSACTION-TYPE
038900     MOVE SH-TRANSACTION-AMOUNT  TO RD-TRANSACTION-AMOUNT
039000     MOVE SH-CURRENCY-CODE       TO RD-CURRENCY-CODE
039050     MOVE SH-POSTED-AMOUNT       TO RD-POSTED-AMOUNT
039100     MOVE SH-DISPOSITION         TO RD-DISPOSITION
039200*
039300     IF WS-DETAIL-COUNT < 500
041800         INVALID KEY
041900             MOVE ZERO TO WS-CURRENT-BALANCE
042000             MOVE " NOT ON MASTER" TO AH-NOT-ON-FILE-NOTE
042050             MOVE WS-ROW-CURRENCY TO AF-CURRENCY-CODE
042100         NOT INVALID KEY
042200             MOVE AF-ACCOUNT-BALANCE TO WS-CURRENT-BALANCE
042300             MOVE SPACES             TO AH-NOT-ON-FILE-NOTE
042400     END-READ
042425     IF AF-CURRENCY-CODE = SPACES
042450         MOVE "USD" TO AF-CURRENCY-CODE
042475     END-IF
042500*
042600     COMPUTE WS-CLOSING-BALANCE =
042700         WS-CURRENT-BALANCE - WS-NET-AFTER-END
043000*
043100     MOVE WS-CURRENT-ACCOUNT-ID TO AH-ACCOUNT-ID
043200     MOVE WS-OPENING-BALANCE    TO AH-OPENING-BALANCE
043250     MOVE AF-CURRENCY-CODE      TO AH-ACCOUNT-CURRENCY
043300     WRITE STATEMENT-REPORT-LINE FROM WS-ACCOUNT-HEADER-LINE
043400*
043500     PERFORM 4100-WRITE-BUFFERED-DETAIL THRU 4100-EXIT
044200     END-IF
044300*
044400     MOVE WS-CLOSING-BALANCE TO FT-CLOSING-BALANCE
044450     MOVE AF-CURRENCY-CODE   TO FT-ACCOUNT-CURRENCY
044500     WRITE STATEMENT-REPORT-LINE FROM WS-ACCOUNT-FOOTER-LINE
044600     ADD 1 TO WS-STATEMENT-COUNT.
044700 4000-EXIT.
