001000*    POSTINGJOURNAL                                            *
001100*                                                               *
001200*    DAILY POSTING JOURNAL BY ACCOUNT, FOR OPS AND THE         *
001300*    BRANCHES.  SORTS THE DAY'S TRANRESULT INTO ACCOUNT-ID     *
001400*    ORDER (ARRIVAL ORDER WITHIN AN ACCOUNT) AND WRITES A      *
001500*    CONTROL-BREAK REPORT TO POSTJRNL: FOR EACH ACCOUNT THE    *
001600*    OPENING BALANCE, EVERY POSTED OR REJECTED TRANSACTION     *
001700*    WITH ITS AMOUNT, CURRENCY, RISK SCORE AND REJECT REASON,  *
001900*                                                               *
002000*    THE CLOSING BALANCE IS THE ACCOUNT'S CURRENT ACCTFILE     *
002100*    BALANCE; THE OPENING BALANCE IS DERIVED BY BACKING THE    *
002200*    DAY'S NET POSTED IMPACT OUT OF IT.  DETAIL                *
002300*    LINES ARE HELD IN A TABLE UNTIL THE ACCOUNT BREAK SO THE  *
002400*    OPENING BALANCE CAN HEAD THE GROUP; AN ACCOUNT WITH MORE  *
002500*    THAN 500 TRANSACTIONS HAS THE EXCESS NOTED RATHER THAN    *
002600*    LISTED.                                                   *
002614*                                                              *
002629*    BALANCES AND THE NET ARE IN THE ACCOUNT'S OWN CURRENCY,   *
002643*    SHOWN BESIDE BOTH BALANCES, AND THE NET IS TAKEN FROM     *
002657*    EACH ROW'S POSTED AMOUNT.  A POSTED ROW WHOSE FACE        *
002671*    CURRENCY DIFFERS FROM THE ACCOUNT'S SHOWS THE CONVERTED   *
002686*    AMOUNT IN THE REASON COLUMN ("ACCT nnn.nn CCY").          *
002700*                                                                *
002800*    MODIFICATION HISTORY.                                      *
002900*    ---------------------------------------------------------- *
003070*    2026-09-02  DO  SO DO "INT-CHARGE" CAPITALIZATION ROWS;     *
003080*                    "INTEREST" ROWS PUT FUNDS IN.               *
003090*    2026-09-02  DO  AND "ADJ-DEBIT" MANUAL ADJUSTMENTS.         *
003091*    2026-10-05  DO  ON-US TRANSFERS.  "XFR-OUT" NETS LIKE A     *
003092*                    DEBIT.  THE "XFR-IN" RECEIVING LEG IS       *
003093*                    WRITTEN UNDER THE SENDER'S PLACE IN         *
003094*                    TRANRESULT, SO TRANRESULT IS NO LONGER IN   *
003095*                    ACCOUNT ORDER - IT IS NOW SORTED HERE (KEYED*
003096*                    ON ACCOUNT-ID PLUS ARRIVAL SEQUENCE) SO EACH*
003097*                    ACCOUNT STILL PRINTS AS ONE GROUP.          *
003098*    2026-10-12  DO  "DSP-DEBIT" - A DISPUTE CREDIT TAKEN BACK   *
003099*                    - NETS LIKE A DEBIT.                        *
003100*    2026-10-15  DO  BALANCES AND THE NET ARE IN THE              *
003130*                    ACCOUNT'S OWN CURRENCY, NETTED FROM THE      *
003160*                    POSTED AMOUNT.  THE SORTED RESULT ROW IS     *
003170*                    WIDENED TO THE NEW TRANRESULT LENGTH.        *
003180*                                                                 *
003200*****************************************************************
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003600     SELECT TRANSACTION-RESULT-FILE ASSIGN TO "TRANRESULT"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-RESULT-FILE-STATUS.
003810*
003840     SELECT SORT-WORK-FILE ASSIGN TO "SORTWKA".
003900*
004000     SELECT ACCOUNT-FILE ASSIGN TO "ACCTFILE"
004100         ORGANIZATION IS INDEXED
005200 FD  TRANSACTION-RESULT-FILE.
005300 COPY TransactionResult.
005400*
005410 SD  SORT-WORK-FILE.
005420 01  SORT-RESULT-RECORD.
005430     05  SR-ACCOUNT-ID               PIC X(10).
005440     05  SR-INPUT-SEQUENCE           PIC 9(07).
005450     05  SR-RESULT-DATA              PIC X(126).
005460*
005500 FD  ACCOUNT-FILE.
005600 01  ACCOUNT-FILE-RECORD.
005700     05  AF-ACCOUNT-ID               PIC X(10).
006000     05  AF-ACCOUNT-AVG-TXN-AMT      PIC 9(9)V99.
006050     05  AF-ACCRUED-INTEREST         PIC S9(7)V99.
006075     05  AF-CUSTOMER-ID              PIC X(10).
006087     05  AF-CURRENCY-CODE            PIC X(03).
006100*
006200 FD  POSTING-JOURNAL-FILE.
006300 01  POSTING-JOURNAL-LINE            PIC X(80).
008000 01  WS-EOF-SW                       PIC X(01).
008100     88  AT-END-OF-RESULTS               VALUE "Y".
008200     88  NOT-AT-END-OF-RESULTS           VALUE "N".
008220*
008240 01  WS-INPUT-EOF-SW                 PIC X(01).
008260     88  AT-END-OF-INPUT                 VALUE "Y".
008280     88  NOT-AT-END-OF-INPUT             VALUE "N".
008300*
008400 01  WS-RATE-FOUND-SW                PIC X(01).
008500     88  RATE-IS-FOUND                    VALUE "Y".
009200 01  WS-CURRENCY-SUBSCRIPT           PIC 9(02) COMP.
009300 01  WS-CONVERSION-RATE              PIC 9(03)V9999.
009400 01  WS-BASE-CURRENCY-AMOUNT         PIC 9(9)V99.
009450 01  WS-POSTED-AMOUNT                PIC 9(9)V99.
009500*
009600 01  WS-CURRENT-ACCOUNT-ID           PIC X(10).
009700 01  WS-NET-POSTED-IMPACT            PIC S9(11)V99.
009800 01  WS-OPENING-BALANCE              PIC S9(11)V99.
009900 01  WS-CLOSING-BALANCE              PIC S9(11)V99.
010000*
010600*
010700 77  WS-ACCOUNT-COUNT                PIC 9(07) COMP VALUE ZERO.
010800 77  WS-NO-RATE-COUNT                PIC 9(07) COMP VALUE ZERO.
010850 77  WS-INPUT-SEQUENCE               PIC 9(07) COMP VALUE ZERO.
010900*
011000 01  WS-ACCOUNT-HEADER-LINE.
011100     05  FILLER                      PIC X(08) VALUE "ACCOUNT ".
011300     05  FILLER                      PIC X(20)
011400         VALUE "   OPENING BALANCE: ".
011500     05  AH-OPENING-BALANCE          PIC -(10)9.99.
011533     05  FILLER                      PIC X(01) VALUE SPACES.
011567     05  AH-ACCOUNT-CURRENCY         PIC X(03).
011600     05  AH-NOT-ON-FILE-NOTE         PIC X(16).
011700*
011800 01  WS-ACCOUNT-FOOTER-LINE.
012000     05  FILLER                      PIC X(20)
012100         VALUE "   CLOSING BALANCE: ".
012200     05  FT-CLOSING-BALANCE          PIC -(10)9.99.
012233     05  FILLER                      PIC X(01) VALUE SPACES.
012267     05  FT-ACCOUNT-CURRENCY         PIC X(03).
012300*
012400 01  WS-REPORT-DETAIL-LINE.
012500     05  RD-TRANSACTION-ID           PIC X(10).
013500     05  RD-STATUS                   PIC X(01).
013600     05  FILLER                      PIC X(01) VALUE SPACES.
013700     05  RD-REJECT-REASON            PIC X(30).
013714     05  RD-POSTED-NOTE REDEFINES RD-REJECT-REASON.
013729         10  FILLER                  PIC X(05).
013743         10  RD-POSTED-AMOUNT        PIC Z(8)9.99.
013757         10  FILLER                  PIC X(01).
013771         10  RD-POSTED-CURRENCY      PIC X(03).
013786         10  FILLER                  PIC X(09).
013800*
013900 01  WS-OVERFLOW-NOTE-LINE.
014000     05  FILLER                      PIC X(10) VALUE SPACES.
014707*
014800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
014900*
015000     IF NOT-AT-END-OF-RESULTS
015050         SORT SORT-WORK-FILE
015100             ON ASCENDING KEY SR-ACCOUNT-ID
015110                              SR-INPUT-SEQUENCE
015120             INPUT PROCEDURE IS 1300-RELEASE-RESULTS
015130                 THRU 1300-RELEASE-EXIT
015140             OUTPUT PROCEDURE IS 1400-JOURNAL-SORTED-RESULTS
015150                 THRU 1400-JOURNAL-EXIT
015160     END-IF
015200*
015300     PERFORM 9000-TERMINATE THRU 9000-EXIT
015400*
016000 1000-INITIALIZE.
016100     SET NOT-AT-END-OF-RESULTS TO TRUE
016200     MOVE SPACES TO WS-CURRENT-ACCOUNT-ID
016300     MOVE ZERO TO WS-NET-POSTED-IMPACT
016400     MOVE ZERO TO WS-DETAIL-COUNT
016500     MOVE ZERO TO WS-DETAIL-OVERFLOW
016600*
019200     END-IF
019300*
019400     OPEN OUTPUT POSTING-JOURNAL-FILE
019500     PERFORM 1100-WRITE-HEADING THRU 1100-EXIT.
019700 1000-EXIT.
019800     EXIT.
019900*
020900     EXIT.
021000*
021100 1200-READ-RESULT.
021200     RETURN SORT-WORK-FILE
021300         AT END
021400             SET AT-END-OF-RESULTS TO TRUE
021410             GO TO 1200-EXIT
021500     END-RETURN
021510     MOVE SR-RESULT-DATA TO TRANSACTION-RESULT-RECORD.
021600 1200-EXIT.
021700     EXIT.
021702*
021704*---------------------------------------------------------------*
021706*    1300-RELEASE-RESULTS                                       *
021708*    SORT INPUT PROCEDURE.  EVERY TRANRESULT ROW GOES TO THE    *
021710*    SORT KEYED ON ITS ACCOUNT-ID AND ITS ARRIVAL SEQUENCE, SO  *
021712*    ROWS WITHIN AN ACCOUNT KEEP THE ORDER THEY WERE WRITTEN.   *
021714*---------------------------------------------------------------*
021716 1300-RELEASE-RESULTS.
021718     SET NOT-AT-END-OF-INPUT TO TRUE
021720     PERFORM 1310-RELEASE-RESULT-ROW THRU 1310-EXIT
021722         UNTIL AT-END-OF-INPUT.
021724 1300-RELEASE-EXIT.
021726     EXIT.
021728*
021730 1310-RELEASE-RESULT-ROW.
021732     READ TRANSACTION-RESULT-FILE
021734         AT END
021736             SET AT-END-OF-INPUT TO TRUE
021738             GO TO 1310-EXIT
021740     END-READ
021742*
021744     ADD 1 TO WS-INPUT-SEQUENCE
021746     MOVE TR-ACCOUNT-ID              TO SR-ACCOUNT-ID
021748     MOVE WS-INPUT-SEQUENCE          TO SR-INPUT-SEQUENCE
021750     MOVE TRANSACTION-RESULT-RECORD  TO SR-RESULT-DATA
021752     RELEASE SORT-RESULT-RECORD.
021754 1310-EXIT.
021756     EXIT.
021758*
021760*---------------------------------------------------------------*
021762*    1400-JOURNAL-SORTED-RESULTS                                *
021764*    SORT OUTPUT PROCEDURE - DRIVES THE CONTROL BREAK OVER THE  *
021766*    SORTED ROWS.                                               *
021768*---------------------------------------------------------------*
021770 1400-JOURNAL-SORTED-RESULTS.
021772     PERFORM 1200-READ-RESULT THRU 1200-EXIT
021774     PERFORM 2000-PROCESS-RESULT THRU 2000-EXIT
021776         UNTIL AT-END-OF-RESULTS.
021778 1400-JOURNAL-EXIT.
021780     EXIT.
021800*
021900*---------------------------------------------------------------*
022000*    2000-PROCESS-RESULT                                        *
022100*    CONTROL BREAK ON TR-ACCOUNT-ID.  DETAILS ARE BUFFERED AND  *
022200*    THE NET POSTED IMPACT ACCUMULATED UNTIL THE BREAK, WHEN    *
022300*    THE WHOLE GROUP IS WRITTEN.                                *
022400*---------------------------------------------------------------*
022500 2000-PROCESS-RESULT.
022600     IF TR-ACCOUNT-ID NOT = WS-CURRENT-ACCOUNT-ID
022700         PERFORM 3000-WRITE-ACCOUNT-GROUP THRU 3000-EXIT
022800         MOVE TR-ACCOUNT-ID TO WS-CURRENT-ACCOUNT-ID
022900         MOVE ZERO TO WS-NET-POSTED-IMPACT
023000         MOVE ZERO TO WS-DETAIL-COUNT
023100         MOVE ZERO TO WS-DETAIL-OVERFLOW
023200     END-IF
023400     PERFORM 2100-BUFFER-DETAIL-LINE THRU 2100-EXIT
023500*
023600     IF TR-REJECTED = "N"
023700         PERFORM 2150-PRICE-POSTED-AMOUNT THRU 2150-EXIT
023800         IF RATE-NOT-FOUND
023900             ADD 1 TO WS-NO-RATE-COUNT
024000         ELSE
024110                     OR TR-TRANSACTION-TYPE = "FEE       "
024120                     OR TR-TRANSACTION-TYPE = "INT-CHARGE"
024130                     OR TR-TRANSACTION-TYPE = "ADJ-DEBIT "
024140                     OR TR-TRANSACTION-TYPE = "XFR-OUT   "
024150                     OR TR-TRANSACTION-TYPE = "DSP-DEBIT "
024200                 SUBTRACT WS-POSTED-AMOUNT
024300                     FROM WS-NET-POSTED-IMPACT
024400             ELSE
024500                 ADD WS-POSTED-AMOUNT
024600                     TO WS-NET-POSTED-IMPACT
024700             END-IF
024800         END-IF
024900     END-IF
026400         WHEN OTHER
026500             MOVE "P"                TO RD-STATUS
026600             MOVE SPACES             TO RD-REJECT-REASON
026614             IF TR-POSTED-CURRENCY NOT = SPACES
026629                     AND TR-POSTED-CURRENCY NOT = TR-CURRENCY-CODE
026643                 MOVE "ACCT "            TO RD-POSTED-NOTE (1:5)
026657                 MOVE TR-POSTED-AMOUNT   TO RD-POSTED-AMOUNT
026671                 MOVE TR-POSTED-CURRENCY TO RD-POSTED-CURRENCY
026686             END-IF
026700     END-EVALUATE
026800*
026900     IF WS-DETAIL-COUNT < 500
027600 2100-EXIT.
027700     EXIT.
027800*
027805*---------------------------------------------------------------*
027810*    2150-PRICE-POSTED-AMOUNT                                   *
027815*    THE AMOUNT THE ROW MOVED ON THE ACCOUNT, IN THE ACCOUNT'S  *
027820*    OWN CURRENCY - THE SAME SCALE AS AF-ACCOUNT-BALANCE.  A    *
027825*    ROW WRITTEN BEFORE TRANRESULT CARRIED IT POSTED TO A USD   *
027830*    ACCOUNT, SO ITS BASE-CURRENCY AMOUNT STANDS IN.            *
027835*---------------------------------------------------------------*
027840 2150-PRICE-POSTED-AMOUNT.
027845     IF TR-POSTED-CURRENCY NOT = SPACES
027850         SET RATE-IS-FOUND TO TRUE
027855         MOVE TR-POSTED-AMOUNT TO WS-POSTED-AMOUNT
027860         GO TO 2150-EXIT
027865     END-IF
027870*
027875     PERFORM 2200-CONVERT-TO-BASE-CURRENCY THRU 2200-EXIT
027880     MOVE WS-BASE-CURRENCY-AMOUNT TO WS-POSTED-AMOUNT.
027885 2150-EXIT.
027890     EXIT.
027895*
027900*---------------------------------------------------------------*
028000*    2200-CONVERT-TO-BASE-CURRENCY                               *
028100*    RESTATES THE RESULT ROW'S AMOUNT IN BASE CURRENCY, FOR      *
028200*    A ROW THAT PREDATES THE POSTED AMOUNT.                      *
028300*    A ROW WITH BLANK CURRENCY (WRITTEN BEFORE THE FIELD         *
028400*    EXISTED) IS TREATED AS BASE CURRENCY.                       *
028500*---------------------------------------------------------------*
033300         INVALID KEY
033400             SET JOURNAL-ACCT-NOT-ON-FILE TO TRUE
033500             MOVE ZERO TO WS-CLOSING-BALANCE
033550             MOVE SPACES TO AF-CURRENCY-CODE
033600         NOT INVALID KEY
033700             SET JOURNAL-ACCT-ON-FILE TO TRUE
033800             MOVE AF-ACCOUNT-BALANCE TO WS-CLOSING-BALANCE
033900     END-READ
034000*
034100     COMPUTE WS-OPENING-BALANCE =
034200         WS-CLOSING-BALANCE - WS-NET-POSTED-IMPACT
034300*
034400     MOVE WS-CURRENT-ACCOUNT-ID TO AH-ACCOUNT-ID
034500     MOVE WS-OPENING-BALANCE    TO AH-OPENING-BALANCE
034517     IF AF-CURRENCY-CODE = SPACES
034533         MOVE "USD" TO AF-CURRENCY-CODE
034550     END-IF
034567     MOVE AF-CURRENCY-CODE      TO AH-ACCOUNT-CURRENCY
034583     MOVE AF-CURRENCY-CODE      TO FT-ACCOUNT-CURRENCY
034600     IF JOURNAL-ACCT-NOT-ON-FILE
034700         MOVE " NOT ON MASTER" TO AH-NOT-ON-FILE-NOTE
034800     ELSE
