002100*    AGREE THE TRANSACTION WAS BACKED OUT.                      *
002200*                                                               *
002300*    THE ADJUSTMENT IS THE MIRROR OF SETTLEMENT: A DEBIT TOOK   *
002400*    FUNDS OUT, SO ITS REVERSAL ADDS THE AMOUNT BACK, PRICED    *
002500*    INTO THE ACCOUNT'S OWN CURRENCY; EVERY OTHER TYPE PUT      *
002600*    FUNDS IN, SO ITS REVERSAL TAKES THE AMOUNT BACK OUT.  AN   *
002610*    ON-US TRANSFER ("XFR-OUT") IS REVERSED ON BOTH LEGS - BACK *
002640*    TO THE SENDER AND OUT OF THE RECEIVER, EACH IN ITS OWN     *
002650*    ACCOUNT'S CURRENCY.                                        *
002700*                                                               *
002800*    EACH REVERSAL IS RECORDED ON THE POSTCTL REGISTRY          *
002900*    (POSTINGCONTROL), SO A RERUN AGAINST THE SAME ARCHIVE ON   *
002910*    THE SAME BUSINESS DATE SKIPS WHAT IS ALREADY REVERSED;     *
002920*    REVERSING AN ITEM AGAIN NEEDS AN OPS OVERRIDE ON POSTOVRD. *
003000*                                                                *
003100*    MODIFICATION HISTORY.                                      *
003200*    ---------------------------------------------------------- *
003393*                    TR-CHANNEL-ID - A REVERSAL IS OURS, NOT THE  *
003394*                    SENDER'S, AND MUST NOT INVENT A CHANNEL      *
003395*                    BLOCK ON THE STATUS RETURN.                  *
003400*    2026-10-05  DO  A REJECTED ON-US TRANSFER ("XFR-OUT" WITH    *
003410*                    A COUNTERPARTY ACCOUNT) IS BACKED OUT OF     *
003420*                    BOTH ACCOUNTS: THE SENDER GETS THE AMOUNT    *
003430*                    BACK, THE RECEIVER GIVES IT UP, AND EACH     *
003440*                    LEG GETS ITS OWN REVERSAL ROW.  IF EITHER    *
003450*                    ACCOUNT IS GONE NEITHER LEG IS TOUCHED.      *
003451*    2026-10-13  DO  REVERSALS ARE RECORDED ON THE POSTCTL        *
003452*                    REGISTRY; A RERUN SKIPS ITEMS ALREADY        *
003453*                    REVERSED FOR THE BUSINESS DATE UNLESS OPS    *
003454*                    OVERRIDE, AND CTLTOTAL FOLDS EVERY REVERSAL  *
003455*                    NOT YET FOLDED - INCLUDING A FAILED RUN'S.   *
003462*    2026-10-15  DO  ACCOUNTS HELD IN THEIR OWN CURRENCY.         *
003467*                    EACH LEG IS BACKED OUT IN ITS ACCOUNT'S      *
003471*                    CURRENCY - THE QUEUED AMOUNT CROSSED         *
003475*                    THROUGH THE DAY'S USD RATES WHEN THE         *
003479*                    CURRENCIES DIFFER - AND ITS REVERSAL ROW     *
003483*                    CARRIES THE POSTED AMOUNT, CURRENCY, AND     *
003487*                    RATE.  AN ACCOUNT CURRENCY WITH NO RATE IS   *
003492*                    COUNTED WITH THE OTHER NO-RATE ITEMS.        *
003493*    2026-10-15  DO  BOTH ACCTFILE REWRITES ARE CHECKED.  A       *
003494*                    FAILED RECEIVING-LEG REWRITE BACKS THE       *
003495*                    SENDER OUT AGAIN, SO NO ROW OR REGISTRY      *
003496*                    ENTRY IS WRITTEN AND THE STEP ENDS AT RC 8.  *
003497*                                                                *
003500*****************************************************************
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
006700     05  AF-ACCOUNT-AVG-TXN-AMT      PIC 9(9)V99.
006750     05  AF-ACCRUED-INTEREST         PIC S9(7)V99.
006775     05  AF-CUSTOMER-ID              PIC X(10).
006787     05  AF-CURRENCY-CODE            PIC X(03).
006800*
006900 FD  TRANSACTION-RESULT-FILE.
007000 COPY TransactionResult.
008100*
008200 COPY CurrencyRate.
008210 COPY BatchDate.
008240 COPY PostingControlComm.
008300*
008400 01  WS-ARCH-FILE-STATUS             PIC X(02).
008500     88  ARCH-FILE-OK                    VALUE "00".
010700 01  WS-CURRENCY-SUBSCRIPT           PIC 9(02) COMP.
010800 01  WS-CONVERSION-RATE              PIC 9(03)V9999.
010900 01  WS-BASE-CURRENCY-AMOUNT         PIC 9(9)V99.
010906*
010912*---------------------------------------------------------------*
010919*    THE REVERSAL PRICED INTO THE CURRENCY EACH ACCOUNT IS HELD *
010925*    IN, AND THE RATE USED (ACCOUNT-CURRENCY UNITS PER UNIT OF  *
010931*    THE QUEUED CURRENCY).  THE CPTY FIGURES ARE THE RECEIVING  *
010938*    LEG'S OF AN ON-US TRANSFER.                                *
010944*---------------------------------------------------------------*
010950 01  WS-ACCOUNT-CURRENCY             PIC X(03).
010956 01  WS-ACCOUNT-AMOUNT               PIC 9(9)V99.
010962 01  WS-POSTING-RATE                 PIC 9(05)V9(06).
010969 01  WS-CPTY-CURRENCY                PIC X(03).
010975 01  WS-CPTY-AMOUNT                  PIC 9(9)V99.
010981 01  WS-CPTY-POSTING-RATE            PIC 9(05)V9(06).
010988 01  WS-LOOKUP-CURRENCY              PIC X(03).
010994 01  WS-LOOKUP-RATE                  PIC 9(03)V9999.
011000*
011100 01  WS-REVERSAL-TOTALS.
011200     05  RV-REVERSAL-COUNT           PIC 9(07) COMP VALUE ZERO.
011450     05  CTW-HIGH-RISK-COUNT         PIC 9(07).
011460     05  CTW-NONCOMPLIANT-COUNT      PIC 9(07).
011470     05  CTW-CALL-FAILURE-COUNT      PIC 9(07).
011472*
011475 01  WS-POSTCTL-SW                   PIC X(01) VALUE "N".
011478     88  POSTCTL-OPEN                    VALUE "Y".
011481     88  POSTCTL-NOT-OPEN                VALUE "N".
011482 01  WS-RECEIVING-LEG-SW             PIC X(01).
011483     88  RECEIVING-LEG-FAILED            VALUE "Y".
011484     88  RECEIVING-LEG-OK                VALUE "N".
011485*
011487 01  WS-ITEM-FOLD-COUNT              PIC 9(05).
011490 01  WS-ITEM-FOLD-AMOUNT             PIC 9(11)V99.
011493 01  WS-STEP-RETURN-CODE             PIC S9(04) COMP.
011500 77  WS-NOT-ON-FILE-COUNT            PIC 9(07) COMP VALUE ZERO.
011600 77  WS-NO-RATE-COUNT                PIC 9(07) COMP VALUE ZERO.
011610 77  WS-NOT-SETTLED-COUNT            PIC 9(07) COMP VALUE ZERO.
011620 77  WS-UNFLAGGED-COUNT              PIC 9(07) COMP VALUE ZERO.
011630 77  WS-REWRITE-FAILED-COUNT         PIC 9(07) COMP VALUE ZERO.
011700*
011800 PROCEDURE DIVISION.
011900*
017600         END-IF
017700     END-IF
017800*
017805     PERFORM 1500-OPEN-POSTING-CONTROL THRU 1500-EXIT
017810     IF POSTCTL-NOT-OPEN
017815         MOVE 16 TO RETURN-CODE
017820         SET AT-END-OF-ARCHIVE TO TRUE
017825         CLOSE REVIEW-DECIDED-FILE
017830         CLOSE ACCOUNT-FILE
017835         CLOSE TRANSACTION-RESULT-FILE
017840         GO TO 1000-EXIT
017845     END-IF
017850*
017900     PERFORM 1100-READ-ARCHIVE THRU 1100-EXIT.
018000 1000-EXIT.
018100     EXIT.
018700     END-READ.
018800 1100-EXIT.
018900     EXIT.
018904*
018908*---------------------------------------------------------------*
018912*    1500-OPEN-POSTING-CONTROL                                  *
018916*    THE POSTCTL REGISTRY OF ITEMS ALREADY REVERSED FOR THE     *
018920*    BUSINESS DATE.  WITHOUT IT NOTHING IS REVERSED - A RERUN   *
018924*    COULD NOT BE TOLD FROM A FIRST RUN.                        *
018928*---------------------------------------------------------------*
018932 1500-OPEN-POSTING-CONTROL.
018936     SET PCC-OPEN-REGISTRY TO TRUE
018940     MOVE "REVIEWREJECTREVERSAL" TO PCC-SOURCE-JOB
018944     MOVE BD-BUSINESS-DATE       TO PCC-BUSINESS-DATE
018948     MOVE BD-RUN-NUMBER          TO PCC-RUN-NUMBER
018952     PERFORM 8000-CALL-POSTING-CONTROL THRU 8000-EXIT
018956     IF RETURN-CODE NOT = ZERO
018960         DISPLAY "REVIEWREJECTREVERSAL: POSTCTL REGISTRY NOT "
018964             "USABLE - RUN ABORTED"
018968         GO TO 1500-EXIT
018972     END-IF
018976     SET POSTCTL-OPEN TO TRUE.
018980 1500-EXIT.
018984     EXIT.
019000*
019100*---------------------------------------------------------------*
019200*    2000-PROCESS-DECIDED-ITEM                                  *
020400*
020500*---------------------------------------------------------------*
020600*    2100-REVERSE-SETTLEMENT                                    *
020700*    APPLIES THE OFFSETTING ADJUSTMENT TO THE ACCOUNT, IN ITS   *
020800*    OWN CURRENCY, AND RECORDS THE REVERSAL.  AN ACCOUNT NO     *
020900*    LONGER ON FILE, OR A CURRENCY WITH NO RATE TODAY - THE     *
020950*    QUEUED ONE OR EITHER ACCOUNT'S - IS COUNTED AND            *
021000*    REPORTED FOR MANUAL FOLLOW-UP RATHER THAN HALF-APPLIED.    *
021100*---------------------------------------------------------------*
021200 2100-REVERSE-SETTLEMENT.
021210     MOVE RQ-TRANSACTION-ID TO PCC-ITEM-ID
021220     SET PCC-CHECK-ITEM TO TRUE
021230     PERFORM 8000-CALL-POSTING-CONTROL THRU 8000-EXIT
021240     IF PCC-SKIP-ITEM
021250         DISPLAY "REVIEWREJECTREVERSAL: " RQ-TRANSACTION-ID
021260             " ALREADY REVERSED THIS BUSINESS DATE - SKIPPED"
021270         GO TO 2100-EXIT
021280     END-IF
021290*
021300     PERFORM 2200-CONVERT-TO-BASE-CURRENCY THRU 2200-EXIT
021400     IF RATE-NOT-FOUND
021500         ADD 1 TO WS-NO-RATE-COUNT
021900         GO TO 2100-EXIT
022000     END-IF
022100*
022105     IF RQ-TRANSACTION-TYPE = "XFR-OUT"
022110             AND RQ-CPTY-ACCOUNT-ID NOT = SPACES
022115         MOVE RQ-CPTY-ACCOUNT-ID TO AF-ACCOUNT-ID
022120         READ ACCOUNT-FILE
022125             INVALID KEY
022130                 ADD 1 TO WS-NOT-ON-FILE-COUNT
022135                 DISPLAY "REVIEWREJECTREVERSAL: RECEIVING "
022138                     "ACCOUNT " RQ-CPTY-ACCOUNT-ID
022140                     " NOT ON FILE - TRANSFER "
022145                     RQ-TRANSACTION-ID " NOT REVERSED"
022150                 GO TO 2100-EXIT
022155         END-READ
022158         PERFORM 2250-CONVERT-TO-ACCOUNT-CURRENCY THRU 2250-EXIT
022161         IF RATE-NOT-FOUND
022164             ADD 1 TO WS-NO-RATE-COUNT
022167             DISPLAY "REVIEWREJECTREVERSAL: NO RATE FOR "
022171                 WS-ACCOUNT-CURRENCY " - TRANSFER "
022174                 RQ-TRANSACTION-ID " NOT REVERSED"
022177             GO TO 2100-EXIT
022180         END-IF
022183         MOVE WS-ACCOUNT-CURRENCY  TO WS-CPTY-CURRENCY
022187         MOVE WS-ACCOUNT-AMOUNT    TO WS-CPTY-AMOUNT
022190         MOVE WS-POSTING-RATE      TO WS-CPTY-POSTING-RATE
022193     END-IF
022196*
022200     MOVE RQ-ACCOUNT-ID TO AF-ACCOUNT-ID
022300     READ ACCOUNT-FILE
022400         INVALID KEY
022800                 RQ-TRANSACTION-ID " NOT REVERSED"
022900             GO TO 2100-EXIT
023000     END-READ
023010*
023020     PERFORM 2250-CONVERT-TO-ACCOUNT-CURRENCY THRU 2250-EXIT
023030     IF RATE-NOT-FOUND
023040         ADD 1 TO WS-NO-RATE-COUNT
023050         DISPLAY "REVIEWREJECTREVERSAL: NO RATE FOR "
023060             WS-ACCOUNT-CURRENCY " - TRANSACTION "
023070             RQ-TRANSACTION-ID " NOT REVERSED"
023080         GO TO 2100-EXIT
023090     END-IF
023100*
023200     IF RQ-TRANSACTION-TYPE = "DEBIT"
023250             OR RQ-TRANSACTION-TYPE = "XFR-OUT"
023300         ADD WS-ACCOUNT-AMOUNT TO AF-ACCOUNT-BALANCE
023400     ELSE
023500         SUBTRACT WS-ACCOUNT-AMOUNT FROM AF-ACCOUNT-BALANCE
023600     END-IF
023700*
023800     REWRITE ACCOUNT-FILE-RECORD
023810     IF NOT ACCT-FILE-OK
023820         DISPLAY "REVIEWREJECTREVERSAL: REWRITE FAILED FOR "
023830             "ACCOUNT " AF-ACCOUNT-ID " - STATUS "
023831             WS-ACCT-FILE-STATUS
023840         ADD 1 TO WS-REWRITE-FAILED-COUNT
023850         GO TO 2100-EXIT
023860     END-IF
023900*
023910     MOVE 1 TO WS-ITEM-FOLD-COUNT
023920     MOVE RQ-TRANSACTION-AMOUNT TO WS-ITEM-FOLD-AMOUNT
023930     SET RECEIVING-LEG-OK TO TRUE
023940     IF RQ-TRANSACTION-TYPE = "XFR-OUT"
023950             AND RQ-CPTY-ACCOUNT-ID NOT = SPACES
023960         PERFORM 2150-REVERSE-RECEIVING-LEG THRU 2150-EXIT
023970     END-IF
023980     IF RECEIVING-LEG-FAILED
023990         GO TO 2100-EXIT
023995     END-IF
024000     PERFORM 2300-WRITE-REVERSAL-RESULT THRU 2300-EXIT
024010     IF RQ-TRANSACTION-TYPE = "XFR-OUT"
024020             AND RQ-CPTY-ACCOUNT-ID NOT = SPACES
024030         PERFORM 2350-WRITE-RECEIVING-REVERSAL THRU 2350-EXIT
024040     END-IF
024100*
024200     ADD 1 TO RV-REVERSAL-COUNT
024300     ADD RQ-TRANSACTION-AMOUNT TO RV-REVERSAL-AMOUNT
024330*
024360     PERFORM 2400-REGISTER-REVERSAL THRU 2400-EXIT.
024400 2100-EXIT.
024500     EXIT.
024501*
024503*---------------------------------------------------------------*
024505*    2150-REVERSE-RECEIVING-LEG                                 *
024507*    TAKES A REJECTED ON-US TRANSFER BACK OUT OF THE RECEIVING  *
024509*    ACCOUNT, BEFORE EITHER LEG'S REVERSAL ROW IS WRITTEN.      *
024511*    2100 HAS ALREADY PROVED THE RECEIVER IS ON FILE.  IF THE   *
024513*    RECEIVER CANNOT BE REWRITTEN THE SENDER'S ADJUSTMENT IS    *
024515*    BACKED OUT AGAIN, SO THE ITEM IS LEFT UNREVERSED AND       *
024517*    UNREGISTERED FOR A RERUN, AND THE STEP ENDS AT RC 8.       *
024519*---------------------------------------------------------------*
024521 2150-REVERSE-RECEIVING-LEG.
024523     MOVE RQ-CPTY-ACCOUNT-ID TO AF-ACCOUNT-ID
024525     READ ACCOUNT-FILE
024527         INVALID KEY
024529             GO TO 2150-BACK-OUT-SENDER
024531     END-READ
024533*
024535     SUBTRACT WS-CPTY-AMOUNT FROM AF-ACCOUNT-BALANCE
024537     REWRITE ACCOUNT-FILE-RECORD
024539     IF NOT ACCT-FILE-OK
024541         DISPLAY "REVIEWREJECTREVERSAL: REWRITE FAILED FOR "
024543             "ACCOUNT " AF-ACCOUNT-ID " - STATUS "
024544             WS-ACCT-FILE-STATUS
024545         GO TO 2150-BACK-OUT-SENDER
024547     END-IF
024549*
024551     ADD 1 TO RV-REVERSAL-COUNT
024553     ADD RQ-TRANSACTION-AMOUNT TO RV-REVERSAL-AMOUNT
024555     ADD 1 TO WS-ITEM-FOLD-COUNT
024557     ADD RQ-TRANSACTION-AMOUNT TO WS-ITEM-FOLD-AMOUNT
024559     GO TO 2150-EXIT.
024561 2150-BACK-OUT-SENDER.
024563     SET RECEIVING-LEG-FAILED TO TRUE
024565     ADD 1 TO WS-REWRITE-FAILED-COUNT
024567     MOVE RQ-ACCOUNT-ID TO AF-ACCOUNT-ID
024569     READ ACCOUNT-FILE
024571         INVALID KEY
024573             GO TO 2150-EXIT
024575     END-READ
024577     SUBTRACT WS-ACCOUNT-AMOUNT FROM AF-ACCOUNT-BALANCE
024579     REWRITE ACCOUNT-FILE-RECORD
024581     IF NOT ACCT-FILE-OK
024583         DISPLAY "REVIEWREJECTREVERSAL: REWRITE FAILED FOR "
024585             "ACCOUNT " AF-ACCOUNT-ID " - STATUS "
024586             WS-ACCT-FILE-STATUS
024587             " - SENDING LEG OF " RQ-TRANSACTION-ID
024589             " LEFT REVERSED"
024591     END-IF.
024593 2150-EXIT.
024595     EXIT.
024600*
024700*---------------------------------------------------------------*
024800*    2200-CONVERT-TO-BASE-CURRENCY                               *
024900*    RESTATES THE QUEUED AMOUNT IN BASE CURRENCY AND KEEPS THE   *
025000*    DAY'S RATE FOR 2250, WHICH PRICES IT INTO EACH ACCOUNT'S    *
025100*    OWN CURRENCY.  A QUEUE ROW WRITTEN BEFORE RQ-CURRENCY-CODE  *
025200*    EXISTED (SPACES) IS TREATED AS BASE CURRENCY.               *
025300*---------------------------------------------------------------*
025400 2200-CONVERT-TO-BASE-CURRENCY.
025500     IF RQ-CURRENCY-CODE = SPACES
025600         SET RATE-IS-FOUND TO TRUE
025700         MOVE RQ-TRANSACTION-AMOUNT TO WS-BASE-CURRENCY-AMOUNT
025750         MOVE 1 TO WS-CONVERSION-RATE
025800         GO TO 2200-EXIT
025900     END-IF
026000*
028200     EXIT.
028300*
028400*---------------------------------------------------------------*
028401*    2250-CONVERT-TO-ACCOUNT-CURRENCY                           *
028403*    PRICES THE QUEUED AMOUNT INTO THE CURRENCY OF THE ACCOUNT  *
028405*    JUST READ (NONE ON THE MASTER MEANS USD): AT FACE VALUE    *
028407*    WHEN THE CURRENCIES MATCH, OTHERWISE CROSSED THROUGH THE   *
028409*    DAY'S USD RATES.  AN ACCOUNT CURRENCY WITH NO RATE, OR A   *
028410*    FIGURE TOO LARGE FOR THE BALANCE, LEAVES RATE-NOT-FOUND.   *
028412*---------------------------------------------------------------*
028414 2250-CONVERT-TO-ACCOUNT-CURRENCY.
028416     MOVE AF-CURRENCY-CODE TO WS-ACCOUNT-CURRENCY
028418     IF WS-ACCOUNT-CURRENCY = SPACES
028420         MOVE "USD" TO WS-ACCOUNT-CURRENCY
028421     END-IF
028423*
028425     MOVE WS-ACCOUNT-CURRENCY TO WS-LOOKUP-CURRENCY
028427     SET RATE-NOT-FOUND TO TRUE
028429     MOVE ZERO TO WS-LOOKUP-RATE
028430     PERFORM 2260-LOOKUP-ACCOUNT-RATE THRU 2260-EXIT
028432         VARYING WS-CURRENCY-SUBSCRIPT FROM 1 BY 1
028434         UNTIL WS-CURRENCY-SUBSCRIPT > CR-RATE-COUNT
028436             OR RATE-IS-FOUND
028438     IF WS-LOOKUP-RATE = ZERO
028440         SET RATE-NOT-FOUND TO TRUE
028441         GO TO 2250-EXIT
028443     END-IF
028445*
028447     IF RQ-CURRENCY-CODE = WS-ACCOUNT-CURRENCY
028449             OR (RQ-CURRENCY-CODE = SPACES
028450             AND WS-ACCOUNT-CURRENCY = "USD")
028452         MOVE RQ-TRANSACTION-AMOUNT TO WS-ACCOUNT-AMOUNT
028454         MOVE 1 TO WS-POSTING-RATE
028456     ELSE
028458         COMPUTE WS-POSTING-RATE ROUNDED =
028460             WS-CONVERSION-RATE / WS-LOOKUP-RATE
028461         COMPUTE WS-ACCOUNT-AMOUNT ROUNDED =
028463             RQ-TRANSACTION-AMOUNT * WS-CONVERSION-RATE
028465                 / WS-LOOKUP-RATE
028467             ON SIZE ERROR
028469                 SET RATE-NOT-FOUND TO TRUE
028470         END-COMPUTE
028472     END-IF.
028474 2250-EXIT.
028476     EXIT.
028478*
028480 2260-LOOKUP-ACCOUNT-RATE.
028481     IF WS-LOOKUP-CURRENCY
028483             = CR-CURRENCY-CODE (WS-CURRENCY-SUBSCRIPT)
028485         MOVE CR-CONVERSION-RATE (WS-CURRENCY-SUBSCRIPT)
028487             TO WS-LOOKUP-RATE
028489         SET RATE-IS-FOUND TO TRUE
028490     END-IF.
028492 2260-EXIT.
028494     EXIT.
028496*
028498*---------------------------------------------------------------*
028500*    2300-WRITE-REVERSAL-RESULT                                 *
028600*    THE REVERSAL ROW CARRIES THE ORIGINAL TRANSACTION'S ID,    *
028700*    TYPE, AMOUNT, AND CURRENCY, MARKED REJECTED WITH A         *
030210     MOVE BD-BUSINESS-DATE       TO TR-PROCESS-DATE
030220     MOVE BD-RUN-NUMBER          TO TR-RUN-NUMBER
030230     MOVE SPACES                 TO TR-CHANNEL-ID
030248     MOVE WS-ACCOUNT-AMOUNT      TO TR-POSTED-AMOUNT
030265     MOVE WS-ACCOUNT-CURRENCY    TO TR-POSTED-CURRENCY
030282     MOVE WS-POSTING-RATE        TO TR-POSTED-RATE
030300     WRITE TRANSACTION-RESULT-RECORD.
030400 2300-EXIT.
030500     EXIT.
030501*
030504*---------------------------------------------------------------*
030507*    2350-WRITE-RECEIVING-REVERSAL                              *
030510*    THE RECEIVING LEG'S REVERSAL ROW - "XFR-IN" AGAINST THE    *
030513*    RECEIVER, SAME TRANSACTION-ID, AMOUNT, AND CURRENCY AS     *
030516*    THE SENDING LEG'S REVERSAL.                                *
030519*---------------------------------------------------------------*
030522 2350-WRITE-RECEIVING-REVERSAL.
030525     MOVE RQ-TRANSACTION-ID      TO TR-TRANSACTION-ID
030528     MOVE "XFR-IN    "           TO TR-TRANSACTION-TYPE
030531     MOVE RQ-TRANSACTION-AMOUNT  TO TR-TRANSACTION-AMOUNT
030534     MOVE RQ-CURRENCY-CODE       TO TR-CURRENCY-CODE
030537     MOVE RQ-CPTY-ACCOUNT-ID     TO TR-ACCOUNT-ID
030540     MOVE ZERO                   TO TR-RISK-SCORE
030543     MOVE "N"                    TO TR-REVIEW-REQUIRED
030546     MOVE "Y"                    TO TR-COMPLIANT
030549     MOVE "Y"                    TO TR-REJECTED
030552     MOVE "REVERSED - ANALYST REJECT"
030555                                 TO TR-REJECT-REASON
030558     MOVE BD-BUSINESS-DATE       TO TR-PROCESS-DATE
030561     MOVE BD-RUN-NUMBER          TO TR-RUN-NUMBER
030564     MOVE SPACES                 TO TR-CHANNEL-ID
030565     MOVE WS-CPTY-AMOUNT         TO TR-POSTED-AMOUNT
030566     MOVE WS-CPTY-CURRENCY       TO TR-POSTED-CURRENCY
030567     MOVE WS-CPTY-POSTING-RATE   TO TR-POSTED-RATE
030568     WRITE TRANSACTION-RESULT-RECORD.
030570 2350-EXIT.
030573     EXIT.
030574*
030575*---------------------------------------------------------------*
030576*    2400-REGISTER-REVERSAL                                     *
030577*    RECORDS THE REVERSED ITEM ON POSTCTL WITH THE ROWS (ONE    *
030578*    PER LEG) AND AMOUNT IT ADDS TO CTLTOTAL.                   *
030579*---------------------------------------------------------------*
030580 2400-REGISTER-REVERSAL.
030581     MOVE RQ-TRANSACTION-ID   TO PCC-ITEM-ID
030582     MOVE RQ-ACCOUNT-ID       TO PCC-ACCOUNT-ID
030583     MOVE WS-ITEM-FOLD-COUNT  TO PCC-FOLD-COUNT
030584     MOVE WS-ITEM-FOLD-AMOUNT TO PCC-FOLD-AMOUNT
030585     SET PCC-WRITE-ITEM TO TRUE
030586     PERFORM 8000-CALL-POSTING-CONTROL THRU 8000-EXIT.
030587 2400-EXIT.
030588     EXIT.
030600*
030700*---------------------------------------------------------------*
030800*    3000-UPDATE-CONTROL-TOTALS                                 *
030900*    FOLDS THE REVERSALS INTO CTLTOTAL SO THE RECONCILIATION    *
031000*    OF TRANRESULT AGAINST THE CONTROL TOTALS STILL BALANCES    *
031100*    AFTER THE REVERSAL ROWS WERE APPENDED.  A MISSING CTLTOTAL *
031200*    (MAINBATCHDRIVER RAN THE DAY) IS LEFT ALONE.  THE TOTALS   *
031210*    ARE POSTCTL'S UNFOLDED REVERSALS FOR THE DATE, SO ROWS A   *
031220*    FAILED EARLIER RUN APPENDED BUT NEVER FOLDED ARE FOLDED    *
031230*    NOW AND A CLEAN RERUN FOLDS NOTHING TWICE.                 *
031300*---------------------------------------------------------------*
031400 3000-UPDATE-CONTROL-TOTALS.
031410     IF POSTCTL-NOT-OPEN
031420         GO TO 3000-EXIT
031430     END-IF
031440     SET PCC-UNFOLDED-TOTALS TO TRUE
031450     PERFORM 8000-CALL-POSTING-CONTROL THRU 8000-EXIT
031500     IF PCC-UNFOLDED-COUNT = ZERO
031600         GO TO 3000-EXIT
031700     END-IF
031800*
032700     END-READ
032800     CLOSE CONTROL-TOTALS-FILE
032900*
033000     ADD PCC-UNFOLDED-COUNT  TO CTW-TRANSACTION-COUNT
033100     ADD PCC-UNFOLDED-AMOUNT TO CTW-TOTAL-AMOUNT
033200*
033300     OPEN OUTPUT CONTROL-TOTALS-FILE
033400     WRITE CONTROL-TOTALS-RECORD FROM WS-CONTROL-TOTALS
033500     CLOSE CONTROL-TOTALS-FILE
033550     SET PCC-TOTALS-FOLDED TO TRUE.
033600 3000-EXIT.
033700     EXIT.
033800*
034600         CLOSE TRANSACTION-RESULT-FILE
034700     END-IF
034800*
034850     SET PCC-TOTALS-NOT-FOLDED TO TRUE
034900     PERFORM 3000-UPDATE-CONTROL-TOTALS THRU 3000-EXIT
035000*
035010     IF POSTCTL-OPEN
035020         SET PCC-CLOSE-REGISTRY TO TRUE
035030         PERFORM 8000-CALL-POSTING-CONTROL THRU 8000-EXIT
035040     END-IF
035050*
035100     DISPLAY "REVIEWREJECTREVERSAL: " RV-REVERSAL-COUNT
035200         " REVERSAL(S) POSTED"
035210     IF POSTCTL-OPEN AND PCC-SKIPPED-COUNT > ZERO
035220         DISPLAY "REVIEWREJECTREVERSAL: " PCC-SKIPPED-COUNT
035230             " ITEM(S) ALREADY REVERSED THIS BUSINESS DATE - "
035240             "SKIPPED"
035250     END-IF
035300     IF WS-NOT-ON-FILE-COUNT > ZERO
035400         DISPLAY "REVIEWREJECTREVERSAL: WARNING - "
035500             WS-NOT-ON-FILE-COUNT " ACCOUNT(S) NOT ON FILE"
035700     IF WS-NO-RATE-COUNT > ZERO
035800         DISPLAY "REVIEWREJECTREVERSAL: WARNING - "
035900             WS-NO-RATE-COUNT " ITEM(S) WITH NO RATE"
036000     END-IF
036007     IF WS-REWRITE-FAILED-COUNT > ZERO
036014         DISPLAY "REVIEWREJECTREVERSAL: "
036021             WS-REWRITE-FAILED-COUNT " ITEM(S) NOT REVERSED - "
036028             "ACCTFILE REWRITE FAILED"
036035         IF RETURN-CODE < 8
036042             MOVE 8 TO RETURN-CODE
036049         END-IF
036056     END-IF.
036100 9000-EXIT.
036200     EXIT.
036300*
036400*---------------------------------------------------------------*
036500*    8000-CALL-POSTING-CONTROL                                  *
036600*    THE STEP KEEPS THE WORSE OF ITS OWN RETURN CODE AND THE    *
036700*    REGISTRY'S.                                                *
036800*---------------------------------------------------------------*
036900 8000-CALL-POSTING-CONTROL.
037000     MOVE RETURN-CODE TO WS-STEP-RETURN-CODE
037100     CALL 'PostingControl' USING POSTING-CONTROL-COMM-AREA
037200     IF RETURN-CODE < WS-STEP-RETURN-CODE
037300         MOVE WS-STEP-RETURN-CODE TO RETURN-CODE
037400     END-IF.
037500 8000-EXIT.
037600     EXIT.
