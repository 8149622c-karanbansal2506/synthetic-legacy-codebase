001800*    APPROVER WHO IS ALSO THE MAKER DOES NOT COUNT.             *
001900*                                                               *
002000*    AN APPROVED ITEM POSTS THROUGH THE CHAIN'S PRICING AND     *
002100*    POSTING RULES: THE AMOUNT IS PRICED INTO THE ACCOUNT'S OWN *
002200*    CURRENCY WITH THE DAY'S RATES (NO RATE = REJECT), A DEBIT  *
002300*    THAT WOULD OVERDRAW THE ACCOUNT IS REJECTED, THE BALANCE   *
002400*    IS REWRITTEN, AND THE MOVEMENT SHOWS ON TRANRESULT AS TYPE *
002500*    "ADJ-DEBIT " OR "ADJ-CREDIT", FOLDED INTO CTLTOTAL.  A     *
002600*    BEFORE/AFTER AUDIT ROW GOES TO ACCTAUDT (ACTION "J") WITH  *
002700*    THE MAKER AS THE USER AND THE APPROVER NOTED.              *
003300*    REJECTED ON THE AUDIT TRAIL AND DOES NOT CARRY FORWARD -   *
003400*    OPS RE-KEYS IT CORRECTED.  NOTHING POSTS WITHOUT A         *
003500*    CHECKER.                                                   *
003510*                                                               *
003520*    EACH POSTED ENTRY IS RECORDED ON THE POSTCTL REGISTRY      *
003530*    (POSTINGCONTROL).  A RERUN ON THE SAME BUSINESS DATE SKIPS *
003540*    AN ENTRY ALREADY POSTED (NO AUDIT ROW, NOT CARRIED         *
003550*    FORWARD); POSTING IT AGAIN NEEDS AN OPS OVERRIDE ON        *
003560*    POSTOVRD.                                                  *
003600*                                                                *
003700*    MODIFICATION HISTORY.                                      *
003800*    ---------------------------------------------------------- *
003983*                    ACCOUNT REJECT AUDITS A CONSISTENT BEFORE   *
003984*                    IMAGE INSTEAD OF A ZERO BALANCE BESIDE THE  *
003985*                    REAL STATUS AND CUSTOMER.                   *
003986*    2026-10-13  DO  POSTED ENTRIES ARE RECORDED ON THE POSTCTL  *
003988*                    REGISTRY; A RERUN SKIPS ENTRIES ALREADY     *
003990*                    POSTED FOR THE BUSINESS DATE UNLESS OPS     *
003992*                    OVERRIDE, AND CTLTOTAL FOLDS EVERY POSTING  *
003994*                    NOT YET FOLDED - INCLUDING A FAILED RUN'S.  *
004012*    2026-10-15  DO  ACCOUNTS HELD IN THEIR OWN CURRENCY.        *
004021*                    AN ENTRY IS PRICED INTO THE ACCOUNT'S       *
004031*                    CURRENCY - AT FACE WHEN IT MATCHES, ELSE    *
004041*                    CROSSED THROUGH THE DAY'S USD RATES - FOR   *
004051*                    THE OVERDRAFT GUARD AND THE BALANCE, AND    *
004061*                    THE RESULT ROW CARRIES THE POSTED AMOUNT,   *
004071*                    CURRENCY, AND RATE.  THE AUDIT IMAGES       *
004080*                    CARRY THE ACCOUNT CURRENCY.                 *
004090*                                                                *
004100*****************************************************************
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
009700     05  AF-ACCOUNT-AVG-TXN-AMT      PIC 9(9)V99.
009800     05  AF-ACCRUED-INTEREST         PIC S9(7)V99.
009900     05  AF-CUSTOMER-ID              PIC X(10).
009950     05  AF-CURRENCY-CODE            PIC X(03).
010000*
010100 FD  TRANSACTION-RESULT-FILE.
010200 COPY TransactionResult.
011500         10  AT-BEFORE-BALANCE       PIC S9(9)V99.
011600         10  AT-BEFORE-AVG-TXN-AMT   PIC 9(9)V99.
011700         10  AT-BEFORE-CUSTOMER-ID   PIC X(10).
011750         10  AT-BEFORE-CURRENCY-CODE PIC X(03).
011800     05  AT-AFTER-IMAGE.
011900         10  AT-AFTER-STATUS         PIC X(01).
012000         10  AT-AFTER-BALANCE        PIC S9(9)V99.
012100         10  AT-AFTER-AVG-TXN-AMT    PIC 9(9)V99.
012200         10  AT-AFTER-CUSTOMER-ID    PIC X(10).
012250         10  AT-AFTER-CURRENCY-CODE  PIC X(03).
012300     05  AT-RESULT                   PIC X(01).
012400     05  AT-REJECT-REASON            PIC X(30).
012500*
013500*
013600 COPY CurrencyRate.
013700 COPY BatchDate.
013750 COPY PostingControlComm.
013800*
013900 01  WS-ADJ-FILE-STATUS              PIC X(02).
014000     88  ADJ-FILE-OK                     VALUE "00".
018700 01  WS-CURRENCY-SUBSCRIPT           PIC 9(02) COMP.
018800 01  WS-CONVERSION-RATE              PIC 9(03)V9999.
018900 01  WS-BASE-CURRENCY-AMOUNT         PIC 9(9)V99.
018908*
018917*---------------------------------------------------------------*
018925*    THE ENTRY PRICED INTO THE CURRENCY THE ACCOUNT IS HELD IN, *
018933*    AND THE RATE USED (ACCOUNT-CURRENCY UNITS PER UNIT OF THE  *
018942*    ENTRY'S CURRENCY).                                         *
018950*---------------------------------------------------------------*
018958 01  WS-ACCOUNT-CURRENCY             PIC X(03).
018967 01  WS-ACCOUNT-AMOUNT               PIC 9(9)V99.
018975 01  WS-POSTING-RATE                 PIC 9(05)V9(06).
018983 01  WS-LOOKUP-CURRENCY              PIC X(03).
018992 01  WS-LOOKUP-RATE                  PIC 9(03)V9999.
019000*
019100 01  WS-REJECT-REASON                PIC X(30).
019200 01  WS-RESULT-SW                    PIC X(01).
021500     05  CTW-HIGH-RISK-COUNT         PIC 9(07).
021600     05  CTW-NONCOMPLIANT-COUNT      PIC 9(07).
021700     05  CTW-CALL-FAILURE-COUNT      PIC 9(07).
021710*
021720 01  WS-POSTCTL-SW                   PIC X(01) VALUE "N".
021730     88  POSTCTL-OPEN                    VALUE "Y".
021740     88  POSTCTL-NOT-OPEN                VALUE "N".
021750 01  WS-STEP-RETURN-CODE             PIC S9(04) COMP.
021800*
021900 77  WS-PENDING-COUNT                PIC 9(07) COMP VALUE ZERO.
022000 77  WS-REJECTED-COUNT               PIC 9(07) COMP VALUE ZERO.
027600         GO TO 1000-EXIT
027700     END-IF
027800*
027810     PERFORM 1500-OPEN-POSTING-CONTROL THRU 1500-EXIT
027820     IF POSTCTL-NOT-OPEN
027830         MOVE 16 TO RETURN-CODE
027840         SET AT-END-OF-ADJUSTMENTS TO TRUE
027850         CLOSE ADJUSTMENT-FEED-FILE
027860         CLOSE ACCOUNT-FILE
027870         GO TO 1000-EXIT
027880     END-IF
027890*
027900     OPEN EXTEND TRANSACTION-RESULT-FILE
028000     IF NOT RESULT-FILE-OK
028100         OPEN OUTPUT TRANSACTION-RESULT-FILE
033800     END-READ.
033900 1300-EXIT.
034000     EXIT.
034004*
034008*---------------------------------------------------------------*
034012*    1500-OPEN-POSTING-CONTROL                                  *
034016*    THE POSTCTL REGISTRY OF ENTRIES ALREADY POSTED FOR THE     *
034020*    BUSINESS DATE.  WITHOUT IT NOTHING POSTS - AND IT OPENS    *
034024*    BEFORE ADJPEND SO AN ABORT LEAVES THE CARRY-FORWARD ALONE. *
034028*---------------------------------------------------------------*
034032 1500-OPEN-POSTING-CONTROL.
034036     SET PCC-OPEN-REGISTRY TO TRUE
034040     MOVE "ADJUSTMENTENTRY"  TO PCC-SOURCE-JOB
034044     MOVE BD-BUSINESS-DATE   TO PCC-BUSINESS-DATE
034048     MOVE BD-RUN-NUMBER      TO PCC-RUN-NUMBER
034052     PERFORM 8000-CALL-POSTING-CONTROL THRU 8000-EXIT
034056     IF RETURN-CODE NOT = ZERO
034060         DISPLAY "ADJUSTMENTENTRY: POSTCTL REGISTRY NOT USABLE - "
034064             "RUN ABORTED"
034068         GO TO 1500-EXIT
034072     END-IF
034076     SET POSTCTL-OPEN TO TRUE.
034080 1500-EXIT.
034084     EXIT.
034100*
034200*---------------------------------------------------------------*
034300*    2000-PROCESS-ADJUSTMENT                                    *
035600         GO TO 2000-NEXT
035700     END-IF
036400*
036410     MOVE AJ-ENTRY-ID TO PCC-ITEM-ID
036420     SET PCC-CHECK-ITEM TO TRUE
036430     PERFORM 8000-CALL-POSTING-CONTROL THRU 8000-EXIT
036440     IF PCC-SKIP-ITEM
036450         DISPLAY "ADJUSTMENTENTRY: ENTRY " AJ-ENTRY-ID
036460             " ALREADY POSTED THIS BUSINESS DATE - SKIPPED"
036470         GO TO 2000-NEXT
036480     END-IF
036490*
036500     PERFORM 2200-POST-ADJUSTMENT THRU 2200-EXIT
036600*
036700     PERFORM 2900-WRITE-AUDIT-TRAIL THRU 2900-EXIT.
039000*
039100*---------------------------------------------------------------*
039200*    2200-POST-ADJUSTMENT                                       *
039300*    THE CHAIN'S PRICING AND POSTING RULES: PRICING INTO THE    *
039400*    ACCOUNT'S CURRENCY, THE DEBIT OVERDRAFT GUARD, THE BALANCE *
039500*    REWRITE, AND THE IDENTIFIED RESULT ROW.                    *
039600*---------------------------------------------------------------*
039700 2200-POST-ADJUSTMENT.
043300         MOVE "ACCOUNT CLOSED" TO WS-REJECT-REASON
043400         GO TO 2200-EXIT
043500     END-IF
043550*
043600     PERFORM 2320-CONVERT-TO-ACCOUNT-CURRENCY THRU 2320-EXIT
043650     IF ADJ-REJECTED
043700         GO TO 2200-EXIT
043750     END-IF
043800*
043900     IF AJ-DR-CR = "D"
044000         IF WS-ACCOUNT-AMOUNT > AF-ACCOUNT-BALANCE
044100             SET ADJ-REJECTED TO TRUE
044200             MOVE "INSUFFICIENT FUNDS FOR DEBIT"
044300                 TO WS-REJECT-REASON
044400             GO TO 2200-EXIT
044500         END-IF
044600         SUBTRACT WS-ACCOUNT-AMOUNT
044700             FROM AF-ACCOUNT-BALANCE
044800     ELSE
044900         ADD WS-ACCOUNT-AMOUNT TO AF-ACCOUNT-BALANCE
045000     END-IF
045100     REWRITE ACCOUNT-FILE-RECORD
045200*
045300     PERFORM 2400-WRITE-ADJUSTMENT-RESULT THRU 2400-EXIT
045400     ADD 1 TO AJ-POSTED-COUNT
045500     ADD AJ-AMOUNT TO AJ-POSTED-AMOUNT
045510*
045520     MOVE AJ-ENTRY-ID   TO PCC-ITEM-ID
045530     MOVE AJ-ACCOUNT-ID TO PCC-ACCOUNT-ID
045540     MOVE 1             TO PCC-FOLD-COUNT
045550     MOVE AJ-AMOUNT     TO PCC-FOLD-AMOUNT
045560     SET PCC-WRITE-ITEM TO TRUE
045570     PERFORM 8000-CALL-POSTING-CONTROL THRU 8000-EXIT.
045600 2200-EXIT.
045700     EXIT.
045800*
046400     IF AJ-CURRENCY-CODE = SPACES
046500         SET RATE-IS-FOUND TO TRUE
046600         MOVE AJ-AMOUNT TO WS-BASE-CURRENCY-AMOUNT
046650         MOVE 1 TO WS-CONVERSION-RATE
046700         GO TO 2300-EXIT
046800     END-IF
046900*
049100     EXIT.
049200*
049300*---------------------------------------------------------------*
049301*    2320-CONVERT-TO-ACCOUNT-CURRENCY                           *
049303*    PRICES THE ENTRY INTO THE CURRENCY OF THE ACCOUNT (NONE ON *
049305*    THE MASTER MEANS USD): AT FACE VALUE WHEN THE CURRENCIES   *
049307*    MATCH, OTHERWISE CROSSED THROUGH THE DAY'S USD RATES.  AN  *
049308*    ACCOUNT CURRENCY WITH NO RATE REJECTS THE ENTRY.           *
049310*---------------------------------------------------------------*
049312 2320-CONVERT-TO-ACCOUNT-CURRENCY.
049314     MOVE AF-CURRENCY-CODE TO WS-ACCOUNT-CURRENCY
049316     IF WS-ACCOUNT-CURRENCY = SPACES
049317         MOVE "USD" TO WS-ACCOUNT-CURRENCY
049319     END-IF
049321*
049323     MOVE WS-ACCOUNT-CURRENCY TO WS-LOOKUP-CURRENCY
049325     SET RATE-NOT-FOUND TO TRUE
049326     MOVE ZERO TO WS-LOOKUP-RATE
049328     PERFORM 2330-LOOKUP-ACCOUNT-RATE THRU 2330-EXIT
049330         VARYING WS-CURRENCY-SUBSCRIPT FROM 1 BY 1
049332         UNTIL WS-CURRENCY-SUBSCRIPT > CR-RATE-COUNT
049333             OR RATE-IS-FOUND
049335     IF WS-LOOKUP-RATE = ZERO
049337         SET ADJ-REJECTED TO TRUE
049339         MOVE "NO RATE FOR ACCOUNT CURRENCY" TO WS-REJECT-REASON
049341         GO TO 2320-EXIT
049342     END-IF
049344*
049346     IF AJ-CURRENCY-CODE = WS-ACCOUNT-CURRENCY
049348             OR (AJ-CURRENCY-CODE = SPACES
049350             AND WS-ACCOUNT-CURRENCY = "USD")
049351         MOVE AJ-AMOUNT TO WS-ACCOUNT-AMOUNT
049353         MOVE 1 TO WS-POSTING-RATE
049355     ELSE
049357         COMPUTE WS-POSTING-RATE ROUNDED =
049358             WS-CONVERSION-RATE / WS-LOOKUP-RATE
049360         COMPUTE WS-ACCOUNT-AMOUNT ROUNDED =
049362             AJ-AMOUNT * WS-CONVERSION-RATE / WS-LOOKUP-RATE
049364             ON SIZE ERROR
049366                 SET ADJ-REJECTED TO TRUE
049367                 MOVE "ACCOUNT AMOUNT OUT OF RANGE"
049369                     TO WS-REJECT-REASON
049371         END-COMPUTE
049373     END-IF.
049375 2320-EXIT.
049376     EXIT.
049378*
049380 2330-LOOKUP-ACCOUNT-RATE.
049382     IF WS-LOOKUP-CURRENCY
049383             = CR-CURRENCY-CODE (WS-CURRENCY-SUBSCRIPT)
049385         MOVE CR-CONVERSION-RATE (WS-CURRENCY-SUBSCRIPT)
049387             TO WS-LOOKUP-RATE
049389         SET RATE-IS-FOUND TO TRUE
049391     END-IF.
049392 2330-EXIT.
049394     EXIT.
049396*
049398*---------------------------------------------------------------*
049400*    2400-WRITE-ADJUSTMENT-RESULT                               *
049500*    THE IDENTIFIED ADJUSTMENT ROW, FOLDED INTO THE DAY'S       *
049600*    CONTROL TOTALS AT TERMINATION.  THE ENTRY-ID IS THE        *
051500     MOVE BD-BUSINESS-DATE       TO TR-PROCESS-DATE
051600     MOVE BD-RUN-NUMBER          TO TR-RUN-NUMBER
051700     MOVE SPACES                 TO TR-CHANNEL-ID
051725     MOVE WS-ACCOUNT-AMOUNT      TO TR-POSTED-AMOUNT
051750     MOVE WS-ACCOUNT-CURRENCY    TO TR-POSTED-CURRENCY
051775     MOVE WS-POSTING-RATE        TO TR-POSTED-RATE
051800     WRITE TRANSACTION-RESULT-RECORD.
051900 2400-EXIT.
052000     EXIT.
053830         MOVE ZERO   TO AT-BEFORE-BALANCE
053840         MOVE ZERO   TO AT-BEFORE-AVG-TXN-AMT
053850         MOVE SPACES TO AT-BEFORE-CUSTOMER-ID
053855         MOVE SPACES TO AT-BEFORE-CURRENCY-CODE
053860         MOVE SPACES TO AT-AFTER-STATUS
053870         MOVE ZERO   TO AT-AFTER-BALANCE
053880         MOVE ZERO   TO AT-AFTER-AVG-TXN-AMT
053883         MOVE SPACES TO AT-AFTER-CUSTOMER-ID
053886         MOVE SPACES TO AT-AFTER-CURRENCY-CODE
053891         GO TO 2900-RESULT
053892     END-IF
053893*
054000     MOVE WS-BEFORE-BALANCE      TO AT-BEFORE-BALANCE
054100     MOVE AF-ACCOUNT-AVG-TXN-AMT TO AT-BEFORE-AVG-TXN-AMT
054200     MOVE AF-CUSTOMER-ID         TO AT-BEFORE-CUSTOMER-ID
054250     MOVE AF-CURRENCY-CODE       TO AT-BEFORE-CURRENCY-CODE
054300     MOVE AF-ACCOUNT-STATUS      TO AT-AFTER-STATUS
054400     MOVE AF-ACCOUNT-BALANCE     TO AT-AFTER-BALANCE
054500     MOVE AF-ACCOUNT-AVG-TXN-AMT TO AT-AFTER-AVG-TXN-AMT
054550     MOVE AF-CURRENCY-CODE       TO AT-AFTER-CURRENCY-CODE
054600     MOVE AF-CUSTOMER-ID         TO AT-AFTER-CUSTOMER-ID.
054610*
054620 2900-RESULT.
056300*---------------------------------------------------------------*
056400*    3000-UPDATE-CONTROL-TOTALS                                 *
056500*    FOLDS THE POSTED ADJUSTMENTS INTO CTLTOTAL, AS THE         *
056600*    REVERSAL STEP DOES - POSTCTL'S UNFOLDED POSTINGS FOR THE   *
056610*    DATE, SO A FAILED EARLIER RUN'S ARE FOLDED TOO AND A CLEAN *
056620*    RERUN FOLDS NOTHING TWICE.                                 *
056700*---------------------------------------------------------------*
056800 3000-UPDATE-CONTROL-TOTALS.
056810     IF POSTCTL-NOT-OPEN
056820         GO TO 3000-EXIT
056830     END-IF
056840     SET PCC-UNFOLDED-TOTALS TO TRUE
056850     PERFORM 8000-CALL-POSTING-CONTROL THRU 8000-EXIT
056900     IF PCC-UNFOLDED-COUNT = ZERO
057000         GO TO 3000-EXIT
057100     END-IF
057200*
058100     END-READ
058200     CLOSE CONTROL-TOTALS-FILE
058300*
058400     ADD PCC-UNFOLDED-COUNT  TO CTW-TRANSACTION-COUNT
058500     ADD PCC-UNFOLDED-AMOUNT TO CTW-TOTAL-AMOUNT
058600*
058700     OPEN OUTPUT CONTROL-TOTALS-FILE
058800     WRITE CONTROL-TOTALS-RECORD FROM WS-CONTROL-TOTALS
058900     CLOSE CONTROL-TOTALS-FILE
058910     SET PCC-TOTALS-FOLDED TO TRUE.
059000 3000-EXIT.
059100     EXIT.
059200*
060200         CLOSE AUDIT-TRAIL-FILE
060300     END-IF
060400*
060410     SET PCC-TOTALS-NOT-FOLDED TO TRUE
060500     PERFORM 3000-UPDATE-CONTROL-TOTALS THRU 3000-EXIT
060600*
060610     IF POSTCTL-OPEN
060620         SET PCC-CLOSE-REGISTRY TO TRUE
060630         PERFORM 8000-CALL-POSTING-CONTROL THRU 8000-EXIT
060640     END-IF
060650*
060700     DISPLAY "ADJUSTMENTENTRY: " AJ-POSTED-COUNT
060800         " ADJUSTMENT(S) POSTED, " WS-PENDING-COUNT
060900         " PENDING, " WS-REJECTED-COUNT " REJECTED"
060910     IF POSTCTL-OPEN AND PCC-SKIPPED-COUNT > ZERO
060920         DISPLAY "ADJUSTMENTENTRY: " PCC-SKIPPED-COUNT
060930             " ENTRY(IES) ALREADY POSTED THIS BUSINESS DATE - "
060940             "SKIPPED"
060950     END-IF
061000     IF WS-DROPPED-APPR-COUNT > ZERO
061100         DISPLAY "ADJUSTMENTENTRY: WARNING - "
061200             WS-DROPPED-APPR-COUNT " APPROVAL(S) EXCEEDED THE "
061400     END-IF.
061500 9000-EXIT.
061600     EXIT.
061700*
061800*---------------------------------------------------------------*
061900*    8000-CALL-POSTING-CONTROL                                  *
062000*    THE STEP KEEPS THE WORSE OF ITS OWN RETURN CODE AND THE    *
062100*    REGISTRY'S.                                                *
062200*---------------------------------------------------------------*
062300 8000-CALL-POSTING-CONTROL.
062400     MOVE RETURN-CODE TO WS-STEP-RETURN-CODE
062500     CALL 'PostingControl' USING POSTING-CONTROL-COMM-AREA
062600     IF RETURN-CODE < WS-STEP-RETURN-CODE
062700         MOVE WS-STEP-RETURN-CODE TO RETURN-CODE
062800     END-IF.
062900 8000-EXIT.
063000     EXIT.
