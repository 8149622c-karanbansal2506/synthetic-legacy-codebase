005803*    2026-09-02  DO  ACCTFILE RECORD WIDENED FOR AF-ACCRUED-      *
005804*                    INTEREST, CARRIED UNTOUCHED.                 *
005805*    2026-09-02  DO  AND FOR AF-CUSTOMER-ID, LIKEWISE CARRIED.    *
005810*    2026-10-05  DO  ON-US TRANSFERS.  THE RECEIVING LEG'S        *
005820*                    "XFR-IN" ROW IS NEVER PURGED - BOTH LEGS     *
005830*                    SETTLED ON THE MAIN RUN.  A PURGED           *
005840*                    "XFR-OUT" ROW IS REPLACED AS "XFR-OUT",      *
005850*                    AND A QUEUED REVIEW CARRIES THE              *
005860*                    COUNTERPARTY ACCOUNT SO A REJECT BACKS OUT   *
005870*                    BOTH LEGS.                                   *
005871*    2026-10-08  DO  A DORMANT ACCOUNT HOLDS THE REPROCESSED      *
005874*                    ITEM TO SUSPENSE LIKE A FROZEN ONE.          *
005876*    2026-10-15  DO  ACCOUNTS HELD IN THEIR OWN CURRENCY.         *
005878*                    THE SETTLED ITEM IS PRICED INTO THE          *
005881*                    ACCOUNT CURRENCY AS THE SHARED CHAIN DOES    *
005883*                    (2035) AND THE SETTLEMENT CALL, BALANCE      *
005885*                    CHECK, AND FEE USE THAT FIGURE.  EVERY       *
005888*                    ROW WRITTEN CARRIES THE POSTED AMOUNT,       *
005890*                    CURRENCY, AND RATE (RESULT WORK RECORD       *
005893*                    WIDENED TO MATCH); A ROW SETTLED ON THE      *
005895*                    MAIN RUN IS RE-PRICED FOR ITS ROW ONLY.      *
005898*                                                                *
005900*****************************************************************
006000 ENVIRONMENT DIVISION.
006100 INPUT-OUTPUT SECTION.
013800     05  AF-ACCOUNT-AVG-TXN-AMT      PIC 9(9)V99.
013850     05  AF-ACCRUED-INTEREST         PIC S9(7)V99.
013875     05  AF-CUSTOMER-ID              PIC X(10).
013887     05  AF-CURRENCY-CODE            PIC X(03).
013900*
014000 FD  TRANSACTION-RESULT-FILE.
014100 COPY TransactionResult.
014200*
014300 FD  RESULT-WORK-FILE.
014400 01  RESULT-WORK-RECORD              PIC X(126).
014500*
014600 FD  SAR-EXTRACT-FILE.
014700 COPY SarExtract.
026100     05  WS-FAILED-ENTRY             OCCURS 500 TIMES.
026200         10  WS-FAILED-ID            PIC X(10).
026300         10  WS-FAILED-PROGRAM       PIC X(20).
026350         10  WS-FAILED-ON-US         PIC X(01).
026400*
026500 01  WS-MATCH-ID                     PIC X(10).
026600 01  WS-MATCHED-PROGRAM              PIC X(20).
026610 01  WS-MATCHED-SUBSCRIPT            PIC 9(05) COMP.
026640 01  WS-MATCHED-ON-US                PIC X(01).
026700*
026800 01  WS-MATCH-FOUND-SW               PIC X(01).
026900     88  MATCH-FOUND                     VALUE "Y".
027000     88  MATCH-NOT-FOUND                 VALUE "N".
027100*
027120 01  WS-ON-US-SW                     PIC X(01).
027140     88  TRANSFER-IS-ON-US               VALUE "Y".
027160     88  TRANSFER-NOT-ON-US              VALUE "N".
027180*
027200 01  WS-SETTLEMENT-NEEDED-SW         PIC X(01).
027300     88  SETTLEMENT-IS-NEEDED            VALUE "Y".
027400     88  SETTLEMENT-NOT-NEEDED           VALUE "N".
028100 01  WS-CURRENCY-SUBSCRIPT           PIC 9(02) COMP.
028200 01  WS-CONVERSION-RATE              PIC 9(03)V9999.
028300 01  WS-BASE-CURRENCY-AMOUNT         PIC 9(9)V99.
028305*
028309*---------------------------------------------------------------*
028314*    THE TRANSACTION RESTATED IN THE CURRENCY THE ACCOUNT IS    *
028318*    HELD IN - WHAT ACTUALLY MOVES ON ACCOUNT-BALANCE - AND THE *
028323*    RATE USED (ACCOUNT-CURRENCY UNITS PER UNIT OF THE          *
028327*    TRANSACTION CURRENCY).  THE FEED'S FACE AMOUNT AND         *
028332*    CURRENCY ARE SAVED ACROSS THE SETTLEMENT CALL, WHICH IS    *
028336*    HANDED THE ACCOUNT-CURRENCY FIGURES.  THE USD FEE IS       *
028341*    CHARGED IN THE ACCOUNT CURRENCY THE SAME WAY.              *
028345*---------------------------------------------------------------*
028350 01  WS-ACCOUNT-CURRENCY             PIC X(03).
028355 01  WS-ACCOUNT-RATE                 PIC 9(03)V9999.
028359 01  WS-ACCOUNT-AMOUNT               PIC 9(9)V99.
028364 01  WS-POSTING-RATE                 PIC 9(05)V9(06).
028368 01  WS-LOOKUP-CURRENCY              PIC X(03).
028373 01  WS-LOOKUP-RATE                  PIC 9(03)V9999.
028377 01  WS-FACE-AMOUNT                  PIC 9(9)V99.
028382 01  WS-FACE-CURRENCY                PIC X(03).
028386 01  WS-ACCOUNT-FEE                  PIC 9(9)V99.
028391 01  WS-FEE-CURRENCY                 PIC X(03).
028395 01  WS-FEE-POSTING-RATE             PIC 9(05)V9(06).
028400*
028500 01  WS-RATE-FOUND-SW                PIC X(01).
028600     88  RATE-IS-FOUND                    VALUE "Y".
047500             TO WS-FAILED-ID (WS-FAILED-ID-COUNT)
047600         MOVE EL-PROGRAM-NAME
047700             TO WS-FAILED-PROGRAM (WS-FAILED-ID-COUNT)
047750         MOVE "N" TO WS-FAILED-ON-US (WS-FAILED-ID-COUNT)
047800     ELSE
047900         ADD 1 TO WS-DEFERRED-ID-COUNT
048000         WRITE ERRLOG-WORK-RECORD FROM ERROR-LOG-RECORD
052700     MOVE TR-TRANSACTION-ID TO WS-MATCH-ID
052800     PERFORM 2005-MATCH-FAILED-ID THRU 2005-EXIT
052810     IF TR-TRANSACTION-TYPE = "FEE       "
052815             OR TR-TRANSACTION-TYPE = "XFR-IN    "
052820         SET MATCH-NOT-FOUND TO TRUE
052830     END-IF
052900     IF MATCH-FOUND
053140         IF TR-COMPLIANT = "N"
053150             ADD 1 TO RP-PURGED-NONCOMPL
053160         END-IF
053170         IF TR-TRANSACTION-TYPE = "XFR-OUT   "
053180             MOVE "Y" TO WS-FAILED-ON-US (WS-MATCHED-SUBSCRIPT)
053190         END-IF
053200     ELSE
053300         WRITE RESULT-WORK-RECORD
053400             FROM TRANSACTION-RESULT-RECORD
058000     MOVE ZERO TO TRANSACTION-RISK-SCORE
058100     SET TRANS-REVIEW-NOT-REQUIRED TO TRUE
058200     SET TRANS-IS-COMPLIANT TO TRUE
058225     MOVE SPACES TO WS-ACCOUNT-CURRENCY
058250     MOVE ZERO TO WS-ACCOUNT-AMOUNT
058275     MOVE ZERO TO WS-POSTING-RATE
058300*
058400     IF WS-MATCHED-PROGRAM = "SETTLEMENTPROCESSOR"
058500         SET SETTLEMENT-IS-NEEDED TO TRUE
058600     ELSE
058700         SET SETTLEMENT-NOT-NEEDED TO TRUE
058800     END-IF
058810*
058820     IF WS-MATCHED-ON-US = "Y" AND SETTLEMENT-NOT-NEEDED
058830         SET TRANSFER-IS-ON-US TO TRUE
058840     ELSE
058850         SET TRANSFER-NOT-ON-US TO TRUE
058860     END-IF
058900*
059000     IF SETTLEMENT-IS-NEEDED
059100         PERFORM 2010-VALIDATE-TRANSACTION-TYPE THRU 2010-EXIT
059700             PERFORM 2018-CONVERT-TO-BASE-CURRENCY
059800                 THRU 2018-EXIT
059900         END-IF
059920         IF TRANS-NOT-REJECTED
059940             PERFORM 2035-CONVERT-TO-ACCOUNT-CURRENCY
059960                 THRU 2035-EXIT
059980         END-IF
060000         IF TRANS-NOT-REJECTED
060100             PERFORM 2019-VALIDATE-BALANCE-IMPACT THRU 2019-EXIT
060200         END-IF
060230         END-IF
060300     ELSE
060400         PERFORM 2016-LOOKUP-ACCOUNT THRU 2016-EXIT
060450         PERFORM 2037-PRICE-PRIOR-POSTING THRU 2037-EXIT
060500     END-IF
060600*
060700     SET CALL-SUCCEEDED TO TRUE
060800     IF SETTLEMENT-IS-NEEDED AND TRANS-NOT-REJECTED
060900         MOVE "SETTLEMENTPROCESSOR" TO WS-CURRENT-CALL-PROGRAM
060920         MOVE TRANSACTION-AMOUNT TO WS-FACE-AMOUNT
060940         MOVE CURRENCY-CODE TO WS-FACE-CURRENCY
060960         MOVE WS-ACCOUNT-AMOUNT TO TRANSACTION-AMOUNT
060980         MOVE WS-ACCOUNT-CURRENCY TO CURRENCY-CODE
061000         CALL 'SettlementProcessor'
061100             USING TRANSACTION-RECORD, ACCOUNT-RECORD
061133         MOVE WS-FACE-AMOUNT TO TRANSACTION-AMOUNT
061167         MOVE WS-FACE-CURRENCY TO CURRENCY-CODE
061200         PERFORM 2020-CHECK-CALL-STATUS THRU 2020-EXIT
061300         IF CALL-SUCCEEDED
061350             PERFORM 2024-ASSESS-FEE THRU 2024-EXIT
065700         SET MATCH-FOUND TO TRUE
065800         MOVE WS-FAILED-PROGRAM (WS-FAILED-ID-SUBSCRIPT)
065900             TO WS-MATCHED-PROGRAM
065920         MOVE WS-FAILED-ID-SUBSCRIPT TO WS-MATCHED-SUBSCRIPT
065940         MOVE WS-FAILED-ON-US (WS-FAILED-ID-SUBSCRIPT)
065960             TO WS-MATCHED-ON-US
066000     END-IF.
066100 2006-EXIT.
066200     EXIT.
069200             MOVE ZERO TO ACCOUNT-AVG-TXN-AMT
069250             MOVE ZERO TO ACCOUNT-ACCRUED-INTEREST
069260             MOVE SPACES TO ACCOUNT-CUSTOMER-ID
069280             MOVE SPACES TO ACCOUNT-CURRENCY-CODE
069300         NOT INVALID KEY
069400             MOVE AF-ACCOUNT-ID          TO ACCOUNT-ID
069500             MOVE AF-ACCOUNT-BALANCE     TO ACCOUNT-BALANCE
069750             MOVE AF-ACCRUED-INTEREST
069760                 TO ACCOUNT-ACCRUED-INTEREST
069770             MOVE AF-CUSTOMER-ID TO ACCOUNT-CUSTOMER-ID
069785             MOVE AF-CURRENCY-CODE TO ACCOUNT-CURRENCY-CODE
069800     END-READ.
069900 2016-EXIT.
070000     EXIT.
071000             MOVE "HELD - ACCOUNT FROZEN"
071100                 TO TRANSACTION-REJECT-REASON
071200             PERFORM 2023-WRITE-FROZEN-SUSPENSE THRU 2023-EXIT
071210         ELSE
071220             IF ACCOUNT-STATUS-DORMANT
071230                 SET TRANS-IS-HELD TO TRUE
071240                 MOVE "HELD - ACCOUNT DORMANT"
071250                     TO TRANSACTION-REJECT-REASON
071260                 PERFORM 2023-WRITE-FROZEN-SUSPENSE
071270                     THRU 2023-EXIT
071280             END-IF
071300         END-IF
071400     END-IF.
071500 2017-EXIT.
074400     END-IF.
074500 2018-LOOKUP-EXIT.
074600     EXIT.
074601*
074602*---------------------------------------------------------------*
074603*    2035-CONVERT-TO-ACCOUNT-CURRENCY                           *
074604*    THE SAME PRICING THE SHARED CHAIN RUNS: THE TRANSACTION    *
074605*    INTO THE CURRENCY THE ACCOUNT IS HELD IN, AT FACE VALUE    *
074606*    WHEN THE CURRENCIES MATCH AND CROSSED THROUGH THE DAY'S    *
074607*    USD RATES WHEN THEY DO NOT.  NO CURRENCY ON THE MASTER     *
074608*    MEANS USD; ONE WITH NO RATE ON FILE REJECTS.               *
074609*---------------------------------------------------------------*
074610 2035-CONVERT-TO-ACCOUNT-CURRENCY.
074611     MOVE ACCOUNT-CURRENCY-CODE TO WS-ACCOUNT-CURRENCY
074612     IF WS-ACCOUNT-CURRENCY = SPACES
074613         MOVE "USD" TO WS-ACCOUNT-CURRENCY
074614     END-IF
074615*
074616     MOVE WS-ACCOUNT-CURRENCY TO WS-LOOKUP-CURRENCY
074617     PERFORM 2036-LOOKUP-RATE THRU 2036-EXIT
074618     IF RATE-NOT-FOUND
074619         SET TRANS-IS-REJECTED TO TRUE
074620         MOVE "NO RATE FOR ACCOUNT CURRENCY"
074621             TO TRANSACTION-REJECT-REASON
074622         GO TO 2035-EXIT
074623     END-IF
074624     MOVE WS-LOOKUP-RATE TO WS-ACCOUNT-RATE
074626*
074627     IF CURRENCY-CODE = WS-ACCOUNT-CURRENCY
074628         MOVE TRANSACTION-AMOUNT TO WS-ACCOUNT-AMOUNT
074629         MOVE 1 TO WS-POSTING-RATE
074630     ELSE
074631         COMPUTE WS-POSTING-RATE ROUNDED =
074632             WS-CONVERSION-RATE / WS-ACCOUNT-RATE
074633         COMPUTE WS-ACCOUNT-AMOUNT ROUNDED =
074634             TRANSACTION-AMOUNT * WS-CONVERSION-RATE
074635                 / WS-ACCOUNT-RATE
074636             ON SIZE ERROR
074637                 SET TRANS-IS-REJECTED TO TRUE
074638                 MOVE "ACCOUNT AMOUNT OUT OF RANGE"
074639                     TO TRANSACTION-REJECT-REASON
074640         END-COMPUTE
074641     END-IF.
074642 2035-EXIT.
074643     EXIT.
074644*
074645*---------------------------------------------------------------*
074646*    2036-LOOKUP-RATE                                           *
074647*    THE DAY'S USD RATE FOR WS-LOOKUP-CURRENCY.  A ZERO RATE IS *
074648*    AS GOOD AS NONE - NOTHING CAN BE PRICED THROUGH IT.        *
074649*---------------------------------------------------------------*
074650 2036-LOOKUP-RATE.
074651     SET RATE-NOT-FOUND TO TRUE
074652     MOVE ZERO TO WS-LOOKUP-RATE
074653     PERFORM 2036-TEST-RATE-ENTRY THRU 2036-TEST-EXIT
074654         VARYING WS-CURRENCY-SUBSCRIPT FROM 1 BY 1
074655         UNTIL WS-CURRENCY-SUBSCRIPT > CR-RATE-COUNT
074656             OR RATE-IS-FOUND
074657*
074658     IF WS-LOOKUP-RATE = ZERO
074659         SET RATE-NOT-FOUND TO TRUE
074660     END-IF.
074661 2036-EXIT.
074662     EXIT.
074663*
074664 2036-TEST-RATE-ENTRY.
074665     IF WS-LOOKUP-CURRENCY
074666             = CR-CURRENCY-CODE (WS-CURRENCY-SUBSCRIPT)
074667         MOVE CR-CONVERSION-RATE (WS-CURRENCY-SUBSCRIPT)
074668             TO WS-LOOKUP-RATE
074669         SET RATE-IS-FOUND TO TRUE
074670     END-IF.
074671 2036-TEST-EXIT.
074672     EXIT.
074673*
074674*---------------------------------------------------------------*
074676*    2037-PRICE-PRIOR-POSTING                                   *
074677*    A CHAIN THAT HALTED AFTER SETTLEMENT HAS ALREADY MOVED THE  *
074678*    BALANCE IN THE MAIN RUN; ITS FRESH RESULT ROW STILL HAS TO *
074679*    CARRY WHAT WAS POSTED.  THE PRICING IS REPEATED FROM THE   *
074680*    DAY'S RATES, BUT IT NEVER REJECTS HERE - A ROW THAT CANNOT *
074681*    BE PRICED IS WRITTEN WITHOUT POSTED FIGURES AND READS AS A *
074682*    USD POSTING DOWNSTREAM.                                    *
074683*---------------------------------------------------------------*
074684 2037-PRICE-PRIOR-POSTING.
074685     PERFORM 2018-CONVERT-TO-BASE-CURRENCY THRU 2018-EXIT
074686     IF TRANS-NOT-REJECTED
074687         PERFORM 2035-CONVERT-TO-ACCOUNT-CURRENCY THRU 2035-EXIT
074688     END-IF
074689*
074690     IF TRANS-NOT-REJECTED
074691         GO TO 2037-EXIT
074692     END-IF
074693     SET TRANS-NOT-REJECTED TO TRUE
074694     MOVE SPACES TO TRANSACTION-REJECT-REASON
074695     MOVE SPACES TO WS-ACCOUNT-CURRENCY
074696     MOVE ZERO TO WS-ACCOUNT-AMOUNT
074697     MOVE ZERO TO WS-POSTING-RATE.
074698 2037-EXIT.
074699     EXIT.
074700*
074800 2019-VALIDATE-BALANCE-IMPACT.
074900     IF TRANSACTION-TYPE = "DEBIT"
075000         IF WS-ACCOUNT-AMOUNT > ACCOUNT-BALANCE
075100             SET TRANS-IS-REJECTED TO TRUE
075200             MOVE "INSUFFICIENT FUNDS FOR DEBIT"
075300                 TO TRANSACTION-REJECT-REASON
080350     MOVE ACCOUNT-ACCRUED-INTEREST
080360                                 TO AF-ACCRUED-INTEREST
080370     MOVE ACCOUNT-CUSTOMER-ID    TO AF-CUSTOMER-ID
080385     MOVE ACCOUNT-CURRENCY-CODE  TO AF-CURRENCY-CODE
080400     REWRITE ACCOUNT-FILE-RECORD.
080500 2022-EXIT.
080600     EXIT.
080740         GO TO 2024-EXIT
080742     END-IF
080744*
080746     PERFORM 2025-CHARGE-FEE THRU 2025-EXIT
080748     SET FEE-WAS-ASSESSED TO TRUE.
080750 2024-EXIT.
080752     EXIT.
080776     END-IF.
080778 2024-TEST-EXIT.
080780     EXIT.
080790*
080794*---------------------------------------------------------------*
080799*    2025-CHARGE-FEE                                            *
080804*    THE FEE SCHEDULE IS IN USD; THE FEE COMES OFF THE BALANCE  *
080808*    IN THE ACCOUNT'S OWN CURRENCY AT THE DAY'S RATE.  FEEDTL   *
080813*    KEEPS THE USD FIGURE FOR THE FEE JOURNAL.                  *
080817*---------------------------------------------------------------*
080822 2025-CHARGE-FEE.
080827     MOVE WS-ACCOUNT-CURRENCY TO WS-FEE-CURRENCY
080831     IF WS-ACCOUNT-CURRENCY = "USD"
080836         MOVE WS-ASSESSED-FEE TO WS-ACCOUNT-FEE
080840         MOVE 1 TO WS-FEE-POSTING-RATE
080845     ELSE
080849         COMPUTE WS-FEE-POSTING-RATE ROUNDED =
080854             1 / WS-ACCOUNT-RATE
080859         COMPUTE WS-ACCOUNT-FEE ROUNDED =
080863             WS-ASSESSED-FEE / WS-ACCOUNT-RATE
080868     END-IF
080872*
080877     SUBTRACT WS-ACCOUNT-FEE FROM ACCOUNT-BALANCE.
080882 2025-EXIT.
080886     EXIT.
080891*
080895 2400-WRITE-RESULT.
080900     MOVE TRANSACTION-ID            TO TR-TRANSACTION-ID
081000     MOVE TRANSACTION-TYPE          TO TR-TRANSACTION-TYPE
081020     IF TRANSFER-IS-ON-US AND TRANS-NOT-REJECTED
081040         MOVE "XFR-OUT   "             TO TR-TRANSACTION-TYPE
081060     END-IF
081100     MOVE TRANSACTION-AMOUNT        TO TR-TRANSACTION-AMOUNT
081200     MOVE CURRENCY-CODE             TO TR-CURRENCY-CODE
081300     MOVE TRANSACTION-ACCOUNT-ID    TO TR-ACCOUNT-ID
081900     MOVE BD-BUSINESS-DATE          TO TR-PROCESS-DATE
082000     MOVE BD-RUN-NUMBER             TO TR-RUN-NUMBER
082050     MOVE TRANSACTION-CHANNEL-ID    TO TR-CHANNEL-ID
082062     MOVE WS-ACCOUNT-AMOUNT         TO TR-POSTED-AMOUNT
082075     MOVE WS-ACCOUNT-CURRENCY       TO TR-POSTED-CURRENCY
082088     MOVE WS-POSTING-RATE           TO TR-POSTED-RATE
082100     WRITE TRANSACTION-RESULT-RECORD.
082200 2400-EXIT.
082300     EXIT.
082436     MOVE BD-BUSINESS-DATE          TO TR-PROCESS-DATE
082438     MOVE BD-RUN-NUMBER             TO TR-RUN-NUMBER
082440     MOVE SPACES                    TO TR-CHANNEL-ID
082441     MOVE WS-ACCOUNT-FEE            TO TR-POSTED-AMOUNT
082442     MOVE WS-FEE-CURRENCY           TO TR-POSTED-CURRENCY
082443     MOVE WS-FEE-POSTING-RATE       TO TR-POSTED-RATE
082444     WRITE TRANSACTION-RESULT-RECORD
082445*
082446     MOVE TRANSACTION-ID            TO FJ-TRANSACTION-ID
082448     MOVE TRANSACTION-ACCOUNT-ID    TO FJ-ACCOUNT-ID
082450     MOVE TRANSACTION-TYPE          TO FJ-SOURCE-TYPE
087800         MOVE SPACES                   TO RQ-DECISION-ANALYST-ID
087900         MOVE ZERO                     TO RQ-DECISION-DATE
088000         MOVE CURRENCY-CODE            TO RQ-CURRENCY-CODE
088010         MOVE SPACES                   TO RQ-CPTY-ACCOUNT-ID
088020         IF TRANSFER-IS-ON-US AND TRANS-NOT-REJECTED
088030             MOVE "XFR-OUT   "         TO RQ-TRANSACTION-TYPE
088040             MOVE TRANSACTION-CPTY-ACCOUNT-ID
088050                                       TO RQ-CPTY-ACCOUNT-ID
088060         END-IF
088100         MOVE BD-BUSINESS-DATE         TO RQ-QUEUED-DATE
088200         IF TRANS-NOT-REJECTED
088300             SET RQ-ITEM-SETTLED       TO TRUE
