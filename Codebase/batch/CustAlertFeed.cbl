000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CustAlertFeed.
000300 AUTHOR. D. OKAFOR - PAYMENTS SYSTEMS GROUP.
000400 INSTALLATION. RETAIL PAYMENTS PROCESSING CENTER.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800*****************************************************************
000900*                                                               *
001000*    CUSTALERTFEED                                              *
001100*                                                               *
001200*    END-OF-RUN STEP THAT BUILDS ALRTFEED, THE OUTBOUND ALERT   *
001300*    FILE FOR THE CUSTOMER-MESSAGING PLATFORM (LAYOUT IN        *
001400*    CUSTOMERALERT).  RUNS ONCE PER BUSINESS DATE, AFTER EVERY  *
001500*    STEP THAT POSTS - THE DRIVER OVER ALL OF THE DAY'S         *
001600*    CYCLES, THE REVERSALS, NETWORKRETURNS, THE ADJUSTMENTS,    *
001700*    AND INTERESTACCRUAL - SO THE BALANCES IT QUOTES ARE THE    *
001800*    DAY'S CLOSING BALANCES.  A RERUN REBUILDS THE SAME FILE.   *
001900*                                                               *
002000*    ONLY CUSTOMERS WITH AN ACTIVE ROW ON CUSTALRT ARE ALERTED, *
002100*    AND ONLY FOR THE EVENTS THEY CHOSE.  THE ACCOUNT IS TIED   *
002200*    TO ITS CUSTOMER THROUGH AF-CUSTOMER-ID ON ACCTFILE; AN     *
002300*    ACCOUNT WITH NO CUSTOMER IS NEVER ALERTED.                 *
002400*                                                               *
002500*    PASS 1 - ACCTFILE, WALKED IN STEP WITH THE START-OF-DAY    *
002600*    BALSNAP SNAPSHOT: AN OPEN ACCOUNT WHOSE CLOSING BALANCE IS *
002700*    BELOW THE CUSTOMER'S LOW-BALANCE THRESHOLD IS ALERTED ON   *
002800*    THE DAY IT FALLS BELOW - WHEN IT OPENED THE DAY AT OR      *
002900*    ABOVE THE THRESHOLD, WAS NOT ON THE SNAPSHOT (OPENED       *
003000*    TODAY), OR THE CUSTOMER CHANGED THE PREFERENCES TODAY.  A  *
003100*    BALANCE THAT STAYS LOW DOES NOT ALERT AGAIN EVERY NIGHT.   *
003125*    THE THRESHOLD IS IN BASE CURRENCY: A FOREIGN-CURRENCY      *
003150*    ACCOUNT'S CLOSING AND OPENING BALANCES ARE BOTH RESTATED   *
003175*    AT THE DAY'S RATE, SO A RATE MOVE ALONE NEVER ALERTS.      *
003200*    WITH NO SNAPSHOT EVERY LOW BALANCE IS ALERTED AND THE RUN  *
003300*    ENDS WITH RETURN-CODE 4.                                   *
003400*                                                               *
003500*    PASS 2 - THE BUSINESS DATE'S TRANRESULT ROWS:              *
003600*        SETTLED DEBIT, XFR-OUT, ADJ-DEBIT, DSP-DEBIT ABOVE THE *
003700*            LARGE-DEBIT THRESHOLD (IN BASE CURRENCY)   LARGEDR *
003800*        SETTLED FEE                                    FEE     *
003900*        SETTLED INT-CHARGE                             INTCHG  *
004000*        "NETWORK RETURN NNN" ROW FROM NETWORKRETURNS   RETURN  *
004100*        "HELD - ACCOUNT FROZEN" ROW                    HOLD    *
004200*        "REVERSED - ANALYST REJECT" ROW                REVERSAL*
004300*    A FOREIGN-CURRENCY DEBIT OR BALANCE WITH NO RATE ON THE    *
004400*    DAY'S TABLE CANNOT BE TESTED AGAINST ITS THRESHOLD; IT IS  *
004500*    COUNTED AND THE RUN ENDS WITH RETURN-CODE 4.               *
004600*                                                               *
004700*    THE FILE ENDS WITH A TRAILER CARRYING THE DETAIL COUNT     *
004800*    AND THE AMOUNT HASH.  A RUN THAT CANNOT FINISH (NO         *
004900*    BATCHDTE, NO ACCTFILE, NO TRANRESULT) ENDS WITH            *
005000*    RETURN-CODE 16 AND NO TRAILER, SO THE PLATFORM REJECTS     *
005100*    THE PARTIAL FILE.  NO CUSTALRT AT ALL MEANS NOBODY HAS     *
005200*    ENROLLED: THE FILE IS JUST THE TRAILER.                    *
005300*                                                               *
005400*    MODIFICATION HISTORY.                                       *
005500*    ---------------------------------------------------------- *
005600*    2026-10-15  DO  INITIAL VERSION.                            *
005633*    2026-10-15  DO  LOW BALANCES TESTED IN BASE CURRENCY;       *
005666*                    ALERT ROWS CARRY THE BALANCE CURRENCY.      *
005700*                                                                *
005800*****************************************************************
005900 ENVIRONMENT DIVISION.
006000 INPUT-OUTPUT SECTION.
006100 FILE-CONTROL.
006200     SELECT TRANSACTION-RESULT-FILE ASSIGN TO "TRANRESULT"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-RESULT-FILE-STATUS.
006500*
006600     SELECT SNAPSHOT-FILE ASSIGN TO "BALSNAP"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-SNAP-FILE-STATUS.
006900*
007000     SELECT ACCOUNT-FILE ASSIGN TO "ACCTFILE"
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS DYNAMIC
007300         RECORD KEY IS AF-ACCOUNT-ID
007400         FILE STATUS IS WS-ACCT-FILE-STATUS.
007500*
007600     SELECT ALERT-PREF-FILE ASSIGN TO "CUSTALRT"
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS RANDOM
007900         RECORD KEY IS AP-CUSTOMER-ID
008000         FILE STATUS IS WS-PREF-FILE-STATUS.
008100*
008200     SELECT ALERT-FEED-FILE ASSIGN TO "ALRTFEED"
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS WS-FEED-FILE-STATUS.
008500*
008600 DATA DIVISION.
008700 FILE SECTION.
008800 FD  TRANSACTION-RESULT-FILE.
008900 COPY TransactionResult.
009000*
009100 FD  SNAPSHOT-FILE.
009200 01  SNAPSHOT-RECORD.
009300     05  BS-ACCOUNT-ID               PIC X(10).
009400     05  BS-BALANCE                  PIC S9(9)V99.
009466     05  BS-CURRENCY-CODE            PIC X(03).
009533     05  FILLER                      PIC X(09).
009600 01  SNAPSHOT-TRAILER-RECORD REDEFINES SNAPSHOT-RECORD.
009700     05  BT-TRAILER-LITERAL          PIC X(10).
009800     05  BT-TOTAL-BALANCE            PIC S9(13)V99.
009900     05  BT-ACCOUNT-COUNT            PIC 9(07).
010000*
010100 FD  ACCOUNT-FILE.
010200 01  ACCOUNT-FILE-RECORD.
010300     05  AF-ACCOUNT-ID               PIC X(10).
010400     05  AF-ACCOUNT-BALANCE          PIC S9(9)V99.
010500     05  AF-ACCOUNT-STATUS           PIC X(01).
010600     05  AF-ACCOUNT-AVG-TXN-AMT      PIC 9(9)V99.
010700     05  AF-ACCRUED-INTEREST         PIC S9(7)V99.
010800     05  AF-CUSTOMER-ID              PIC X(10).
010850     05  AF-CURRENCY-CODE            PIC X(03).
010900*
011000 FD  ALERT-PREF-FILE.
011100 COPY CustAlertPref.
011200*
011300 FD  ALERT-FEED-FILE.
011400 COPY CustomerAlert.
011500*
011600 WORKING-STORAGE SECTION.
011700*
011800 COPY RunLogComm.
011900 COPY CurrencyRate.
012000*
012100 COPY BatchDate.
012200*
012300 01  WS-RESULT-FILE-STATUS           PIC X(02).
012400     88  RESULT-FILE-OK                  VALUE "00".
012500*
012600 01  WS-SNAP-FILE-STATUS             PIC X(02).
012700     88  SNAP-FILE-OK                    VALUE "00".
012800     88  SNAP-FILE-AT-END                VALUE "10".
012900*
013000 01  WS-ACCT-FILE-STATUS             PIC X(02).
013100     88  ACCT-FILE-OK                    VALUE "00".
013200     88  ACCT-FILE-AT-END                VALUE "10".
013300*
013400 01  WS-PREF-FILE-STATUS             PIC X(02).
013500     88  PREF-FILE-OK                    VALUE "00".
013600     88  PREF-FILE-NOT-FOUND             VALUE "35".
013700*
013800 01  WS-FEED-FILE-STATUS             PIC X(02).
013900     88  FEED-FILE-OK                    VALUE "00".
014000*
014100 01  WS-RESULT-EOF-SW                PIC X(01).
014200     88  AT-END-OF-RESULTS               VALUE "Y".
014300     88  NOT-AT-END-OF-RESULTS           VALUE "N".
014400*
014500 01  WS-ACCT-EOF-SW                  PIC X(01).
014600     88  AT-END-OF-ACCOUNTS              VALUE "Y".
014700     88  NOT-AT-END-OF-ACCOUNTS          VALUE "N".
014800*
014900 01  WS-SNAP-EOF-SW                  PIC X(01).
015000     88  AT-END-OF-SNAPSHOT              VALUE "Y".
015100     88  NOT-AT-END-OF-SNAPSHOT          VALUE "N".
015200*
015300 01  WS-SNAP-USABLE-SW               PIC X(01).
015400     88  SNAPSHOT-USABLE                 VALUE "Y".
015500     88  SNAPSHOT-NOT-USABLE             VALUE "N".
015600*
015700 01  WS-PREFS-ON-FILE-SW             PIC X(01).
015800     88  PREFS-ON-FILE                   VALUE "Y".
015900     88  NO-PREFS-ON-FILE                VALUE "N".
016000*
016100 01  WS-RATES-USABLE-SW              PIC X(01).
016200     88  RATES-USABLE                    VALUE "Y".
016300     88  RATES-NOT-USABLE                VALUE "N".
016400*
016500 01  WS-RATE-FOUND-SW                PIC X(01).
016600     88  RATE-IS-FOUND                    VALUE "Y".
016700     88  RATE-NOT-FOUND                   VALUE "N".
016800*
016900 01  WS-PREF-FOUND-SW                PIC X(01).
017000     88  ACTIVE-PREF-FOUND               VALUE "Y".
017100     88  NO-ACTIVE-PREF                  VALUE "N".
017200*
017300 01  WS-SNAP-ROW-SW                  PIC X(01).
017400     88  ACCOUNT-ON-SNAPSHOT             VALUE "Y".
017500     88  ACCOUNT-NOT-ON-SNAPSHOT         VALUE "N".
017600*
017700 01  WS-CURRENCY-SUBSCRIPT           PIC 9(03) COMP.
017800 01  WS-CONVERSION-RATE              PIC 9(03)V9999.
017900 01  WS-BASE-CURRENCY-AMOUNT         PIC 9(11)V99.
017940 01  WS-SNAP-BALANCE                 PIC S9(11)V99.
017980 01  WS-BALANCE-CURRENCY             PIC X(03).
018020 01  WS-BALANCE-RATE                 PIC 9(03)V9999.
018060 01  WS-BASE-BALANCE                 PIC S9(11)V99.
018100 01  WS-CURRENT-CUSTOMER-ID          PIC X(10) VALUE SPACES.
018200*
018300 01  WS-EVENT-CODE                   PIC X(08).
018400     88  EVENT-LOW-BALANCE               VALUE "LOWBAL".
018500     88  EVENT-LARGE-DEBIT               VALUE "LARGEDR".
018600     88  EVENT-FEE                       VALUE "FEE".
018700     88  EVENT-INTEREST-CHARGE           VALUE "INTCHG".
018800     88  EVENT-NETWORK-RETURN            VALUE "RETURN".
018900     88  EVENT-FROZEN-HOLD               VALUE "HOLD".
019000     88  EVENT-REVERSAL                  VALUE "REVERSAL".
019100     88  NO-EVENT                        VALUE SPACES.
019200*
019300 77  WS-RESULT-READ-COUNT            PIC 9(07) COMP VALUE ZERO.
019400 77  WS-ACCOUNT-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
019500 77  WS-ALERT-COUNT                  PIC 9(09) COMP VALUE ZERO.
019600 77  WS-ALERT-AMOUNT-HASH            PIC 9(13)V99 VALUE ZERO.
019700 77  WS-LOWBAL-COUNT                 PIC 9(07) COMP VALUE ZERO.
019800 77  WS-LARGEDR-COUNT                PIC 9(07) COMP VALUE ZERO.
019900 77  WS-FEE-COUNT                    PIC 9(07) COMP VALUE ZERO.
020000 77  WS-INTCHG-COUNT                 PIC 9(07) COMP VALUE ZERO.
020100 77  WS-RETURN-COUNT                 PIC 9(07) COMP VALUE ZERO.
020200 77  WS-HOLD-COUNT                   PIC 9(07) COMP VALUE ZERO.
020300 77  WS-REVERSAL-COUNT               PIC 9(07) COMP VALUE ZERO.
020400 77  WS-NO-CUSTOMER-COUNT            PIC 9(07) COMP VALUE ZERO.
020500 77  WS-NO-RATE-COUNT                PIC 9(07) COMP VALUE ZERO.
020550 77  WS-NO-BALANCE-RATE-COUNT        PIC 9(07) COMP VALUE ZERO.
020600*
020700 PROCEDURE DIVISION.
020800*
020900 0000-MAINLINE.
021000     MOVE "CUSTALERTFEED" TO RLC-STEP-NAME
021100     SET RLC-TYPE-START TO TRUE
021200     MOVE ZERO TO RLC-RETURN-CODE
021300     MOVE ZERO TO RLC-RECORDS-READ
021400     MOVE ZERO TO RLC-RECORDS-WRITTEN
021500     CALL 'RunLogWrite' USING RUN-LOG-COMM-AREA
021600*
021700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
021800     IF RETURN-CODE = 16
021900         GO TO 0000-END-RUN
022000     END-IF
022100*
022200     IF PREFS-ON-FILE
022300         PERFORM 2000-CHECK-LOW-BALANCE THRU 2000-EXIT
022400             UNTIL AT-END-OF-ACCOUNTS
022500         PERFORM 3000-CHECK-RESULT-ROW THRU 3000-EXIT
022600             UNTIL AT-END-OF-RESULTS
022700     END-IF
022800*
022900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
023000 0000-END-RUN.
023100     SET RLC-TYPE-END TO TRUE
023200     MOVE RETURN-CODE TO RLC-RETURN-CODE
023300     MOVE WS-RESULT-READ-COUNT TO RLC-RECORDS-READ
023400     ADD WS-ACCOUNT-READ-COUNT TO RLC-RECORDS-READ
023500     MOVE WS-ALERT-COUNT TO RLC-RECORDS-WRITTEN
023600     CALL 'RunLogWrite' USING RUN-LOG-COMM-AREA
023700*
023800     GOBACK.
023900*
024000*---------------------------------------------------------------*
024100*    1000-INITIALIZE                                            *
024200*    THE RATE TABLE IS NEEDED ONLY TO PRICE FOREIGN-CURRENCY    *
024300*    DEBITS AGAINST THE LARGE-DEBIT THRESHOLD, SO AN UNUSABLE   *
024400*    ONE IS A WARNING.  EVERYTHING ELSE IS REQUIRED.            *
024500*---------------------------------------------------------------*
024600 1000-INITIALIZE.
024700     SET NOT-AT-END-OF-RESULTS TO TRUE
024800     SET NOT-AT-END-OF-ACCOUNTS TO TRUE
024900     SET NOT-AT-END-OF-SNAPSHOT TO TRUE
025000     SET PREFS-ON-FILE TO TRUE
025100*
025200     CALL 'BatchDateLoad' USING BATCH-DATE-RECORD
025300     IF RETURN-CODE NOT = ZERO
025400         DISPLAY "CUSTALERTFEED: NO USABLE BATCHDTE CONTROL "
025500             "RECORD - RUN ABORTED"
025600         MOVE 16 TO RETURN-CODE
025700         GO TO 1000-EXIT
025800     END-IF
025900*
026000     CALL 'CurrencyRateLoad' USING CURRENCY-RATE-TABLE
026100     IF RETURN-CODE = ZERO
026200         SET RATES-USABLE TO TRUE
026300     ELSE
026400         DISPLAY "CUSTALERTFEED: WARNING - CURRENCY RATES NOT "
026500             "USABLE, FOREIGN DEBITS AND BALANCES NOT TESTED"
026600         SET RATES-NOT-USABLE TO TRUE
026700         MOVE ZERO TO CR-RATE-COUNT
026800         MOVE ZERO TO RETURN-CODE
026900     END-IF
027000*
027100     OPEN OUTPUT ALERT-FEED-FILE
027200     IF NOT FEED-FILE-OK
027300         DISPLAY "CUSTALERTFEED: UNABLE TO OPEN ALRTFEED - "
027400             "STATUS " WS-FEED-FILE-STATUS
027500         MOVE 16 TO RETURN-CODE
027600         GO TO 1000-EXIT
027700     END-IF
027800*
027900     OPEN INPUT ALERT-PREF-FILE
028000     IF PREF-FILE-NOT-FOUND
028100         DISPLAY "CUSTALERTFEED: NO CUSTALRT ON FILE - NO "
028200             "CUSTOMER IS ENROLLED FOR ALERTS"
028300         SET NO-PREFS-ON-FILE TO TRUE
028400         GO TO 1000-EXIT
028500     END-IF
028600     IF NOT PREF-FILE-OK
028700         DISPLAY "CUSTALERTFEED: UNABLE TO OPEN CUSTALRT - "
028800             "STATUS " WS-PREF-FILE-STATUS
028900         MOVE 16 TO RETURN-CODE
029000         CLOSE ALERT-FEED-FILE
029100         GO TO 1000-EXIT
029200     END-IF
029300*
029400     OPEN INPUT ACCOUNT-FILE
029500     IF NOT ACCT-FILE-OK
029600         DISPLAY "CUSTALERTFEED: UNABLE TO OPEN ACCTFILE - "
029700             "STATUS " WS-ACCT-FILE-STATUS
029800         MOVE 16 TO RETURN-CODE
029900         CLOSE ALERT-FEED-FILE
030000         CLOSE ALERT-PREF-FILE
030100         GO TO 1000-EXIT
030200     END-IF
030300*
030400     OPEN INPUT TRANSACTION-RESULT-FILE
030500     IF NOT RESULT-FILE-OK
030600         DISPLAY "CUSTALERTFEED: UNABLE TO OPEN TRANRESULT - "
030700             "STATUS " WS-RESULT-FILE-STATUS
030800         MOVE 16 TO RETURN-CODE
030900         CLOSE ALERT-FEED-FILE
031000         CLOSE ALERT-PREF-FILE
031100         CLOSE ACCOUNT-FILE
031200         GO TO 1000-EXIT
031300     END-IF
031400*
031500     OPEN INPUT SNAPSHOT-FILE
031600     IF SNAP-FILE-OK
031700         SET SNAPSHOT-USABLE TO TRUE
031800         PERFORM 2400-READ-SNAPSHOT THRU 2400-EXIT
031900     ELSE
032000         DISPLAY "CUSTALERTFEED: WARNING - NO BALSNAP SNAPSHOT, "
032100             "EVERY LOW BALANCE IS ALERTED"
032200         SET SNAPSHOT-NOT-USABLE TO TRUE
032300         SET AT-END-OF-SNAPSHOT TO TRUE
032400     END-IF
032500*
032600     PERFORM 2100-READ-ACCOUNT THRU 2100-EXIT
032700     PERFORM 3100-READ-RESULT THRU 3100-EXIT.
032800 1000-EXIT.
032900     EXIT.
033000*
033100*---------------------------------------------------------------*
033200*    2000-CHECK-LOW-BALANCE                                     *
033300*    ONE ACCTFILE ROW.  A CLOSED ACCOUNT, ONE WITH NO           *
033400*    CUSTOMER, OR ONE WHOSE CUSTOMER HAS NO ACTIVE LOW-BALANCE  *
033500*    THRESHOLD IS PASSED OVER; OTHERWISE THE OPENING BALANCE    *
033600*    DECIDES WHETHER TODAY IS THE DAY IT FELL BELOW.            *
033700*---------------------------------------------------------------*
033800 2000-CHECK-LOW-BALANCE.
033900     IF AF-ACCOUNT-STATUS = "C"
034000             OR AF-CUSTOMER-ID = SPACES
034100         GO TO 2000-NEXT
034200     END-IF
034300*
034400     PERFORM 4000-READ-CUSTOMER-PREF THRU 4000-EXIT
034500     IF NO-ACTIVE-PREF
034600             OR AP-LOW-BALANCE-THRESHOLD = ZERO
034620         GO TO 2000-NEXT
034640     END-IF
034660*
034680     PERFORM 2200-RESTATE-BALANCE THRU 2200-EXIT
034700     IF RATE-NOT-FOUND
034720         ADD 1 TO WS-NO-BALANCE-RATE-COUNT
034740         GO TO 2000-NEXT
034760     END-IF
034780     IF WS-BASE-BALANCE NOT < AP-LOW-BALANCE-THRESHOLD
034800         GO TO 2000-NEXT
034900     END-IF
035000*
035100     PERFORM 2300-ALIGN-SNAPSHOT THRU 2300-EXIT
035200     IF ACCOUNT-ON-SNAPSHOT
035300             AND WS-SNAP-BALANCE < AP-LOW-BALANCE-THRESHOLD
035400             AND AP-LAST-CHANGED-DATE NOT = BD-BUSINESS-DATE
035500         GO TO 2000-NEXT
035600     END-IF
035700*
035800     SET EVENT-LOW-BALANCE TO TRUE
035900     MOVE SPACES TO AL-TRANSACTION-ID
036000     MOVE SPACES TO AL-TRANSACTION-TYPE
036100     MOVE AP-LOW-BALANCE-THRESHOLD TO AL-AMOUNT
036200     MOVE "USD" TO AL-CURRENCY-CODE
036300     MOVE SPACES TO AL-REASON-CODE
036400     MOVE "BALANCE BELOW YOUR THRESHOLD" TO AL-REASON-TEXT
036500     PERFORM 5000-WRITE-ALERT THRU 5000-EXIT
036600     ADD 1 TO WS-LOWBAL-COUNT.
036700 2000-NEXT.
036800     PERFORM 2100-READ-ACCOUNT THRU 2100-EXIT.
036900 2000-EXIT.
037000     EXIT.
037100*
037200 2100-READ-ACCOUNT.
037300     READ ACCOUNT-FILE NEXT
037400         AT END
037500             SET AT-END-OF-ACCOUNTS TO TRUE
037600             GO TO 2100-EXIT
037700     END-READ
037800     ADD 1 TO WS-ACCOUNT-READ-COUNT.
037900 2100-EXIT.
038000     EXIT.
038100*
038200*---------------------------------------------------------------*
038202*    2200-RESTATE-BALANCE                                       *
038204*    THE LOW-BALANCE THRESHOLD IS IN BASE CURRENCY, SO THE      *
038206*    CLOSING BALANCE IS RESTATED AT THE DAY'S RATE FOR THE      *
038209*    ACCOUNT'S CURRENCY BEFORE IT IS TESTED.  THE RATE IS KEPT  *
038211*    FOR THE SNAPSHOT BALANCE.  BLANK CURRENCY IS BASE.         *
038213*---------------------------------------------------------------*
038216 2200-RESTATE-BALANCE.
038218     MOVE AF-CURRENCY-CODE TO WS-BALANCE-CURRENCY
038220     IF WS-BALANCE-CURRENCY = SPACES
038223         MOVE "USD" TO WS-BALANCE-CURRENCY
038225     END-IF
038227     IF WS-BALANCE-CURRENCY = "USD"
038230         SET RATE-IS-FOUND TO TRUE
038232         MOVE 1 TO WS-BALANCE-RATE
038234         MOVE AF-ACCOUNT-BALANCE TO WS-BASE-BALANCE
038237         GO TO 2200-EXIT
038239     END-IF
038241*
038244     SET RATE-NOT-FOUND TO TRUE
038246     PERFORM 2250-LOOKUP-BALANCE-RATE THRU 2250-EXIT
038248         VARYING WS-CURRENCY-SUBSCRIPT FROM 1 BY 1
038251         UNTIL WS-CURRENCY-SUBSCRIPT > CR-RATE-COUNT
038253             OR RATE-IS-FOUND
038255*
038258     IF RATE-IS-FOUND
038260         MULTIPLY AF-ACCOUNT-BALANCE BY WS-BALANCE-RATE
038262             GIVING WS-BASE-BALANCE
038265     END-IF.
038267 2200-EXIT.
038269     EXIT.
038272*
038274 2250-LOOKUP-BALANCE-RATE.
038276     IF WS-BALANCE-CURRENCY
038279             = CR-CURRENCY-CODE (WS-CURRENCY-SUBSCRIPT)
038281         MOVE CR-CONVERSION-RATE (WS-CURRENCY-SUBSCRIPT)
038283             TO WS-BALANCE-RATE
038286         SET RATE-IS-FOUND TO TRUE
038288     END-IF.
038290 2250-EXIT.
038293     EXIT.
038295*
038297*---------------------------------------------------------------*
038300*    2300-ALIGN-SNAPSHOT                                        *
038400*    ADVANCES THE SNAPSHOT TO THE CURRENT ACCOUNT; BOTH FILES   *
038500*    ARE IN ASCENDING ACCOUNT ORDER.  WITH NO SNAPSHOT EVERY    *
038600*    ACCOUNT READS AS NOT ON IT.                                *
038700*---------------------------------------------------------------*
038800 2300-ALIGN-SNAPSHOT.
038900     SET ACCOUNT-NOT-ON-SNAPSHOT TO TRUE
039000     MOVE ZERO TO WS-SNAP-BALANCE
039100*
039200     PERFORM 2400-READ-SNAPSHOT THRU 2400-EXIT
039300         UNTIL AT-END-OF-SNAPSHOT
039400            OR BS-ACCOUNT-ID NOT < AF-ACCOUNT-ID
039500*
039600     IF NOT AT-END-OF-SNAPSHOT
039700             AND BS-ACCOUNT-ID = AF-ACCOUNT-ID
039800         SET ACCOUNT-ON-SNAPSHOT TO TRUE
039866         MULTIPLY BS-BALANCE BY WS-BALANCE-RATE
039933             GIVING WS-SNAP-BALANCE
040000     END-IF.
040100 2300-EXIT.
040200     EXIT.
040300*
040400 2400-READ-SNAPSHOT.
040500     READ SNAPSHOT-FILE
040600         AT END
040700             SET AT-END-OF-SNAPSHOT TO TRUE
040800     END-READ
040900*
041000     IF NOT AT-END-OF-SNAPSHOT
041100             AND BT-TRAILER-LITERAL = "SNAPTOTAL "
041200         SET AT-END-OF-SNAPSHOT TO TRUE
041300     END-IF.
041400 2400-EXIT.
041500     EXIT.
041600*
041700*---------------------------------------------------------------*
041800*    3000-CHECK-RESULT-ROW                                      *
041900*    ONE TRANRESULT ROW.  ROWS OF OTHER BUSINESS DATES, AND     *
042000*    ROWS THAT ARE NOT ONE OF THE ALERTED EVENTS, ARE PASSED    *
042100*    OVER.  A HOLD FOR A FROZEN COUNTERPARTY ACCOUNT IS NOT     *
042200*    ALERTED - THE SENDER IS NOT TOLD ABOUT SOMEONE ELSE'S      *
042300*    ACCOUNT.                                                   *
042400*---------------------------------------------------------------*
042500 3000-CHECK-RESULT-ROW.
042600     IF TR-PROCESS-DATE NOT = BD-BUSINESS-DATE
042700         GO TO 3000-NEXT
042800     END-IF
042900*
043000     MOVE SPACES TO AL-REASON-CODE
043100     MOVE SPACES TO AL-REASON-TEXT
043200     SET NO-EVENT TO TRUE
043300     EVALUATE TRUE
043400         WHEN TR-REJECTED = "N"
043500                 AND TR-TRANSACTION-TYPE = "FEE       "
043600             SET EVENT-FEE TO TRUE
043700         WHEN TR-REJECTED = "N"
043800                 AND TR-TRANSACTION-TYPE = "INT-CHARGE"
043900             SET EVENT-INTEREST-CHARGE TO TRUE
044000         WHEN TR-REJECTED = "N"
044100                 AND (TR-TRANSACTION-TYPE = "DEBIT"
044200                   OR TR-TRANSACTION-TYPE = "XFR-OUT   "
044300                   OR TR-TRANSACTION-TYPE = "ADJ-DEBIT "
044400                   OR TR-TRANSACTION-TYPE = "DSP-DEBIT ")
044500             SET EVENT-LARGE-DEBIT TO TRUE
044600         WHEN TR-REJECTED = "Y"
044700                 AND TR-REJECT-REASON (1:15) = "NETWORK RETURN "
044800             SET EVENT-NETWORK-RETURN TO TRUE
044900             MOVE TR-REJECT-REASON (16:3) TO AL-REASON-CODE
045000             MOVE TR-REJECT-REASON TO AL-REASON-TEXT
045100         WHEN TR-REJECTED = "H"
045200                 AND TR-REJECT-REASON = "HELD - ACCOUNT FROZEN"
045300             SET EVENT-FROZEN-HOLD TO TRUE
045400             MOVE TR-REJECT-REASON TO AL-REASON-TEXT
045500         WHEN TR-REJECTED = "Y"
045600                 AND TR-REJECT-REASON
045700                     = "REVERSED - ANALYST REJECT"
045800             SET EVENT-REVERSAL TO TRUE
045900             MOVE TR-REJECT-REASON TO AL-REASON-TEXT
046000         WHEN OTHER
046100             GO TO 3000-NEXT
046200     END-EVALUATE
046300*
046400     MOVE TR-ACCOUNT-ID TO AF-ACCOUNT-ID
046500     READ ACCOUNT-FILE
046600         INVALID KEY
046700             MOVE SPACES TO AF-CUSTOMER-ID
046800     END-READ
046900     IF AF-CUSTOMER-ID = SPACES
047000         ADD 1 TO WS-NO-CUSTOMER-COUNT
047100         GO TO 3000-NEXT
047200     END-IF
047300*
047400     PERFORM 4000-READ-CUSTOMER-PREF THRU 4000-EXIT
047500     IF NO-ACTIVE-PREF
047600         GO TO 3000-NEXT
047700     END-IF
047800*
047900     EVALUATE TRUE
048000         WHEN EVENT-FEE OR EVENT-INTEREST-CHARGE
048100             IF NOT AP-WANTS-FEE-ALERTS
048200                 GO TO 3000-NEXT
048300             END-IF
048400         WHEN EVENT-NETWORK-RETURN
048500             IF NOT AP-WANTS-RETURN-ALERTS
048600                 GO TO 3000-NEXT
048700             END-IF
048800         WHEN EVENT-FROZEN-HOLD
048900             IF NOT AP-WANTS-HOLD-ALERTS
049000                 GO TO 3000-NEXT
049100             END-IF
049200         WHEN EVENT-REVERSAL
049300             IF NOT AP-WANTS-REVERSAL-ALERTS
049400                 GO TO 3000-NEXT
049500             END-IF
049600         WHEN EVENT-LARGE-DEBIT
049700             IF AP-LARGE-DEBIT-THRESHOLD = ZERO
049800                 GO TO 3000-NEXT
049900             END-IF
050000             PERFORM 3200-CONVERT-TO-BASE-CURRENCY THRU 3200-EXIT
050100             IF RATE-NOT-FOUND
050200                 ADD 1 TO WS-NO-RATE-COUNT
050300                 GO TO 3000-NEXT
050400             END-IF
050500             IF WS-BASE-CURRENCY-AMOUNT
050600                     NOT > AP-LARGE-DEBIT-THRESHOLD
050700                 GO TO 3000-NEXT
050800             END-IF
050900             MOVE "DEBIT ABOVE YOUR THRESHOLD" TO AL-REASON-TEXT
051000     END-EVALUATE
051100*
051200     MOVE TR-TRANSACTION-ID     TO AL-TRANSACTION-ID
051300     MOVE TR-TRANSACTION-TYPE   TO AL-TRANSACTION-TYPE
051400     MOVE TR-TRANSACTION-AMOUNT TO AL-AMOUNT
051500     MOVE TR-CURRENCY-CODE      TO AL-CURRENCY-CODE
051600     IF TR-CURRENCY-CODE = SPACES
051700         MOVE "USD" TO AL-CURRENCY-CODE
051800     END-IF
051900     PERFORM 5000-WRITE-ALERT THRU 5000-EXIT
052000     PERFORM 3300-COUNT-EVENT THRU 3300-EXIT.
052100 3000-NEXT.
052200     PERFORM 3100-READ-RESULT THRU 3100-EXIT.
052300 3000-EXIT.
052400     EXIT.
052500*
052600 3100-READ-RESULT.
052700     READ TRANSACTION-RESULT-FILE
052800         AT END
052900             SET AT-END-OF-RESULTS TO TRUE
053000             GO TO 3100-EXIT
053100     END-READ
053200     ADD 1 TO WS-RESULT-READ-COUNT.
053300 3100-EXIT.
053400     EXIT.
053500*
053600*---------------------------------------------------------------*
053700*    3200-CONVERT-TO-BASE-CURRENCY                              *
053800*    BLANK CURRENCY IS BASE CURRENCY, AS EVERYWHERE ELSE.       *
053900*---------------------------------------------------------------*
054000 3200-CONVERT-TO-BASE-CURRENCY.
054100     IF TR-CURRENCY-CODE = SPACES
054200         SET RATE-IS-FOUND TO TRUE
054300         MOVE TR-TRANSACTION-AMOUNT TO WS-BASE-CURRENCY-AMOUNT
054400         GO TO 3200-EXIT
054500     END-IF
054600*
054700     SET RATE-NOT-FOUND TO TRUE
054800     PERFORM 3250-LOOKUP-CURRENCY-RATE THRU 3250-EXIT
054900         VARYING WS-CURRENCY-SUBSCRIPT FROM 1 BY 1
055000         UNTIL WS-CURRENCY-SUBSCRIPT > CR-RATE-COUNT
055100             OR RATE-IS-FOUND
055200*
055300     IF RATE-IS-FOUND
055400         MULTIPLY TR-TRANSACTION-AMOUNT BY WS-CONVERSION-RATE
055500             GIVING WS-BASE-CURRENCY-AMOUNT
055600     END-IF.
055700 3200-EXIT.
055800     EXIT.
055900*
056000 3250-LOOKUP-CURRENCY-RATE.
056100     IF TR-CURRENCY-CODE
056200             = CR-CURRENCY-CODE (WS-CURRENCY-SUBSCRIPT)
056300         MOVE CR-CONVERSION-RATE (WS-CURRENCY-SUBSCRIPT)
056400             TO WS-CONVERSION-RATE
056500         SET RATE-IS-FOUND TO TRUE
056600     END-IF.
056700 3250-EXIT.
056800     EXIT.
056900*
057000 3300-COUNT-EVENT.
057100     EVALUATE TRUE
057200         WHEN EVENT-LARGE-DEBIT
057300             ADD 1 TO WS-LARGEDR-COUNT
057400         WHEN EVENT-FEE
057500             ADD 1 TO WS-FEE-COUNT
057600         WHEN EVENT-INTEREST-CHARGE
057700             ADD 1 TO WS-INTCHG-COUNT
057800         WHEN EVENT-NETWORK-RETURN
057900             ADD 1 TO WS-RETURN-COUNT
058000         WHEN EVENT-FROZEN-HOLD
058100             ADD 1 TO WS-HOLD-COUNT
058200         WHEN EVENT-REVERSAL
058300             ADD 1 TO WS-REVERSAL-COUNT
058400     END-EVALUATE.
058500 3300-EXIT.
058600     EXIT.
058700*
058800*---------------------------------------------------------------*
058900*    4000-READ-CUSTOMER-PREF                                    *
059000*    THE PREFERENCE ROW FOR AF-CUSTOMER-ID, IF ONE IS ON FILE   *
059100*    AND ACTIVE.  CONSECUTIVE LOOKUPS FOR THE SAME CUSTOMER     *
059200*    REUSE THE ROW ALREADY READ.                                *
059300*---------------------------------------------------------------*
059400 4000-READ-CUSTOMER-PREF.
059500     IF AF-CUSTOMER-ID = WS-CURRENT-CUSTOMER-ID
059600         GO TO 4000-EXIT
059700     END-IF
059800*
059900     MOVE AF-CUSTOMER-ID TO WS-CURRENT-CUSTOMER-ID
060000     MOVE AF-CUSTOMER-ID TO AP-CUSTOMER-ID
060100     SET NO-ACTIVE-PREF TO TRUE
060200     READ ALERT-PREF-FILE
060300         INVALID KEY
060400             GO TO 4000-EXIT
060500     END-READ
060600     IF AP-ALERTS-ACTIVE
060700         SET ACTIVE-PREF-FOUND TO TRUE
060800     END-IF.
060900 4000-EXIT.
061000     EXIT.
061100*
061200*---------------------------------------------------------------*
061300*    5000-WRITE-ALERT                                           *
061400*    COMMON FIELDS FROM THE ACCOUNT AND PREFERENCE ROWS; THE    *
061500*    CALLER HAS SET THE EVENT AND TRANSACTION FIELDS.           *
061600*---------------------------------------------------------------*
061700 5000-WRITE-ALERT.
061800     SET AL-DETAIL-ROW TO TRUE
061900     MOVE BD-BUSINESS-DATE    TO AL-BUSINESS-DATE
062000     MOVE AF-CUSTOMER-ID      TO AL-CUSTOMER-ID
062100     MOVE AF-ACCOUNT-ID       TO AL-ACCOUNT-ID
062200     MOVE AP-CONTACT-CHANNEL  TO AL-CONTACT-CHANNEL
062300     MOVE AP-CONTACT-ADDRESS  TO AL-CONTACT-ADDRESS
062400     MOVE WS-EVENT-CODE       TO AL-EVENT-CODE
062500     MOVE AF-ACCOUNT-BALANCE  TO AL-BALANCE
062520     MOVE AF-CURRENCY-CODE    TO AL-BALANCE-CURRENCY
062540     IF AF-CURRENCY-CODE = SPACES
062560         MOVE "USD" TO AL-BALANCE-CURRENCY
062580     END-IF
062600     WRITE CUSTOMER-ALERT-RECORD
062700*
062800     ADD 1 TO WS-ALERT-COUNT
062900     ADD AL-AMOUNT TO WS-ALERT-AMOUNT-HASH.
063000 5000-EXIT.
063100     EXIT.
063200*
063300*---------------------------------------------------------------*
063400*    9000-TERMINATE                                             *
063500*    THE TRAILER GOES ON EVEN WHEN NOBODY IS ENROLLED, SO THE   *
063600*    PLATFORM ALWAYS RECEIVES A PROVABLE FILE.                  *
063700*---------------------------------------------------------------*
063800 9000-TERMINATE.
063900     MOVE SPACES TO CUSTOMER-ALERT-TRAILER
064000     MOVE "T" TO AT-RECORD-TYPE
064100     MOVE BD-BUSINESS-DATE     TO AT-BUSINESS-DATE
064200     MOVE WS-ALERT-COUNT       TO AT-DETAIL-COUNT
064300     MOVE WS-ALERT-AMOUNT-HASH TO AT-AMOUNT-HASH
064400     WRITE CUSTOMER-ALERT-TRAILER
064500     CLOSE ALERT-FEED-FILE
064600*
064700     IF PREFS-ON-FILE
064800         CLOSE ALERT-PREF-FILE
064900         CLOSE ACCOUNT-FILE
065000         CLOSE TRANSACTION-RESULT-FILE
065100         IF SNAPSHOT-USABLE
065200             CLOSE SNAPSHOT-FILE
065300         END-IF
065400     END-IF
065500*
065600     DISPLAY "CUSTALERTFEED: " WS-ALERT-COUNT " ALERT(S) TO "
065700         "ALRTFEED FOR " BD-BUSINESS-DATE
065800     DISPLAY "CUSTALERTFEED: LOWBAL " WS-LOWBAL-COUNT
065900         " LARGEDR " WS-LARGEDR-COUNT " FEE " WS-FEE-COUNT
066000         " INTCHG " WS-INTCHG-COUNT
066100     DISPLAY "CUSTALERTFEED: RETURN " WS-RETURN-COUNT
066200         " HOLD " WS-HOLD-COUNT " REVERSAL " WS-REVERSAL-COUNT
066300     IF WS-NO-CUSTOMER-COUNT > ZERO
066400         DISPLAY "CUSTALERTFEED: " WS-NO-CUSTOMER-COUNT
066500             " EVENT(S) ON ACCOUNTS WITH NO CUSTOMER - "
066600             "NOT ALERTED"
066700     END-IF
066800*
066900     IF WS-NO-RATE-COUNT > ZERO
067000         DISPLAY "CUSTALERTFEED: " WS-NO-RATE-COUNT
067100             " FOREIGN DEBIT(S) WITH NO RATE - NOT TESTED"
067200         MOVE 4 TO RETURN-CODE
067300     END-IF
067316     IF WS-NO-BALANCE-RATE-COUNT > ZERO
067333         DISPLAY "CUSTALERTFEED: " WS-NO-BALANCE-RATE-COUNT
067350             " FOREIGN BALANCE(S) WITH NO RATE - NOT TESTED"
067366         MOVE 4 TO RETURN-CODE
067383     END-IF
067400     IF PREFS-ON-FILE AND SNAPSHOT-NOT-USABLE
067500         MOVE 4 TO RETURN-CODE
067600     END-IF.
067700 9000-EXIT.
067800     EXIT.
