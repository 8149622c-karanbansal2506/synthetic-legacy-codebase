001400*    CONTROLRECON COMPLETE (AND BEFORE GLEXTRACT ON A           *
001500*    CAPITALIZATION DAY, SO THE POSTINGS REACH THE LEDGER).     *
001600*                                                               *
001700*    EACH OPEN OR FROZEN ACCOUNT ACCRUES INTEREST ON            *
001800*    ITS CLOSING BALANCE INTO AF-ACCRUED-INTEREST: A POSITIVE   *
001900*    BALANCE AT THE CREDIT RATE, A NEGATIVE (OVERDRAWN)         *
002000*    BALANCE AS A CHARGE AT THE DEBIT RATE.  RATES COME FROM    *
003300*    RECONCILIATION ALL SEE IT LIKE ANY OTHER MOVEMENT.  IDS    *
003400*    ARE SYSTEM-ASSIGNED: "IN" + 3 LOW DIGITS OF THE RUN        *
003500*    NUMBER + A 5-DIGIT SEQUENCE.                               *
003510*                                                               *
003520*    THE BUSINESS DATE ACCRUES EVERY CALENDAR DAY UP TO THE     *
003530*    NEXT BUSINESS DAY ON HOLCAL (BUSINESSDAYCALC), SO A        *
003540*    FRIDAY ACCRUES FRIDAY, SATURDAY, AND SUNDAY AND NO DAY'S   *
003550*    INTEREST IS LOST TO A WEEKEND OR HOLIDAY.  LIKEWISE THE    *
003560*    CYCLE DATE IS THE BUSINESS DATE WHOSE ACCRUAL COVERS THE   *
003570*    CAPITALIZATION DAY OF MONTH, SO A CAPITALIZATION DAY THAT  *
003580*    FALLS ON A NON-BUSINESS DAY STILL CAPITALIZES.             *
003600*                                                               *
003700*    A MISSING INTPARM ABORTS - ACCRUING AT A GUESSED RATE IS   *
003800*    AN UNTRACKED ADJUSTMENT, THE THING THIS JOB EXISTS TO      *
003900*    ELIMINATE.  A ZERO RATE IS HONORED (AND ACCRUES NOTHING).  *
003910*                                                               *
003920*    EACH ACCOUNT ACCRUED IS RECORDED ON THE POSTCTL REGISTRY   *
003930*    (POSTINGCONTROL).  A RERUN ON THE SAME BUSINESS DATE SKIPS *
003940*    AN ACCOUNT ALREADY DONE - NO SECOND DAY'S ACCRUAL AND NO   *
003950*    SECOND CAPITALIZATION - UNLESS OPS OVERRIDE ON POSTOVRD.   *
003960*                                                               *
003970*    BALANCES, RATES, AND POSTINGS ARE ALL IN THE ACCOUNT'S     *
003980*    OWN CURRENCY (AF-CURRENCY-CODE, BLANK = USD); GLEXTRACT    *
003990*    RESTATES THE CAPITALIZATION ROW TO USD FOR THE LEDGER.     *
004000*                                                                *
004100*    MODIFICATION HISTORY.                                      *
004200*    ---------------------------------------------------------- *
004300*    2026-09-02  DO  INITIAL VERSION.                            *
004320*    2026-10-07  DO  ACCRUE THROUGH TO THE NEXT BUSINESS         *
004340*                    DAY ON HOLCAL; THE CYCLE DATE IS THE        *
004360*                    BUSINESS DATE WHOSE ACCRUAL COVERS THE      *
004380*                    CAPITALIZATION DAY.                         *
004383*    2026-10-13  DO  ACCOUNTS ACCRUED ARE RECORDED ON THE        *
004386*                    POSTCTL REGISTRY; A RERUN SKIPS ACCOUNTS    *
004389*                    ALREADY DONE FOR THE BUSINESS DATE UNLESS   *
004392*                    OPS OVERRIDE, AND CTLTOTAL FOLDS EVERY      *
004395*                    CAPITALIZATION NOT YET FOLDED.              *
004396*    2026-10-15  DO  INTEREST IS IN THE ACCOUNT'S OWN            *
004397*                    CURRENCY; THE CAPITALIZATION ROW CARRIES IT *
004399*                    (BLANK READS AS USD) AT A RATE OF 1.        *
004400*                                                                *
004500*****************************************************************
004600 ENVIRONMENT DIVISION.
007400     05  AF-ACCOUNT-AVG-TXN-AMT      PIC 9(9)V99.
007500     05  AF-ACCRUED-INTEREST         PIC S9(7)V99.
007550     05  AF-CUSTOMER-ID              PIC X(10).
007575     05  AF-CURRENCY-CODE            PIC X(03).
007600*
007700 FD  INTEREST-PARM-FILE.
007800 01  INTEREST-PARM-RECORD            PIC X(80).
009102 COPY RunLogComm.
009200*
009300 COPY BatchDate.
009330*
009360 COPY PostingControlComm.
009400*
009500 01  WS-ACCT-FILE-STATUS             PIC X(02).
009600     88  ACCT-FILE-OK                    VALUE "00".
012100 01  WS-DEBIT-RATE-BP                PIC 9(05) VALUE ZERO.
012200 01  WS-CAPITALIZE-DAY               PIC 9(02) VALUE ZERO.
012300*
012310 COPY BusinessDayComm.
012320*
012330 01  WS-ACCRUAL-DAYS                 PIC 9(03).
012340 01  WS-ACCRUAL-OFFSET               PIC 9(03).
012350 01  WS-BUSINESS-DATE-INTEGER        PIC 9(07).
012360 01  WS-COVERED-DATE                 PIC 9(08).
012370 01  WS-COVERED-DATE-PARTS REDEFINES WS-COVERED-DATE.
012380     05  FILLER                      PIC 9(06).
012390     05  WS-COVERED-DAY-OF-MONTH     PIC 9(02).
012500 01  WS-CAPITALIZE-SW                PIC X(01).
012600     88  TODAY-IS-CYCLE-DATE             VALUE "Y".
012700     88  TODAY-NOT-CYCLE-DATE            VALUE "N".
014800*
014900 77  WS-ACCRUED-COUNT                PIC 9(07) COMP VALUE ZERO.
015000 77  WS-SKIPPED-COUNT                PIC 9(07) COMP VALUE ZERO.
015010*
015020 01  WS-POSTCTL-SW                   PIC X(01) VALUE "N".
015030     88  POSTCTL-OPEN                    VALUE "Y".
015040     88  POSTCTL-NOT-OPEN                VALUE "N".
015050 01  WS-ITEM-FOLD-COUNT              PIC 9(05).
015060 01  WS-ITEM-FOLD-AMOUNT             PIC 9(11)V99.
015070 01  WS-STEP-RETURN-CODE             PIC S9(04) COMP.
015100*
015200 PROCEDURE DIVISION.
015300*
023000         GOBACK
023100     END-IF
023200*
023300     SET BDC-NEXT-BUSINESS-DAY TO TRUE
023400     MOVE BD-BUSINESS-DATE TO BDC-FROM-DATE
023500     CALL 'BusinessDayCalc' USING BUSINESS-DAY-COMM-AREA
023510     IF RETURN-CODE NOT = ZERO
023520         DISPLAY "INTERESTACCRUAL: NO NEXT BUSINESS DAY FROM "
023530             "HOLCAL - RUN ABORTED"
023540         MOVE 16 TO RETURN-CODE
023550         GOBACK
023560     END-IF
023570     MOVE BDC-CALENDAR-DAYS TO WS-ACCRUAL-DAYS
023580*
023600     SET TODAY-NOT-CYCLE-DATE TO TRUE
023610     COMPUTE WS-BUSINESS-DATE-INTEGER =
023620         FUNCTION INTEGER-OF-DATE (BD-BUSINESS-DATE)
023700     PERFORM 1050-TEST-COVERED-DAY THRU 1050-EXIT
023710         VARYING WS-ACCRUAL-OFFSET FROM ZERO BY 1
023720         UNTIL WS-ACCRUAL-OFFSET NOT < WS-ACCRUAL-DAYS
023800         OR TODAY-IS-CYCLE-DATE
023900*
024000     MOVE FUNCTION MOD (BD-RUN-NUMBER, 1000) TO NT-RUN-LOW
024100     MOVE ZERO TO NT-SEQUENCE
024200*
024210     PERFORM 1500-OPEN-POSTING-CONTROL THRU 1500-EXIT
024220     IF POSTCTL-NOT-OPEN
024230         MOVE 16 TO RETURN-CODE
024240         SET AT-END-OF-ACCOUNTS TO TRUE
024250         GO TO 1000-EXIT
024260     END-IF
024270*
024300     OPEN I-O ACCOUNT-FILE
024400     IF NOT ACCT-FILE-OK
024500         DISPLAY "INTERESTACCRUAL: UNABLE TO OPEN ACCTFILE - "
026000 1000-EXIT.
026100     EXIT.
026200*
026210*---------------------------------------------------------------*
026220*    1050-TEST-COVERED-DAY                                      *
026230*    ONE CALENDAR DAY COVERED BY TODAY'S ACCRUAL - TODAY IS     *
026240*    THE CYCLE DATE IF THE DAY IS THE CAPITALIZATION DAY.       *
026250*---------------------------------------------------------------*
026260 1050-TEST-COVERED-DAY.
026270     COMPUTE WS-COVERED-DATE = FUNCTION DATE-OF-INTEGER
026280         (WS-BUSINESS-DATE-INTEGER + WS-ACCRUAL-OFFSET)
026290     IF WS-COVERED-DAY-OF-MONTH = WS-CAPITALIZE-DAY
026291         SET TODAY-IS-CYCLE-DATE TO TRUE
026292     END-IF.
026293 1050-EXIT.
026294     EXIT.
026295*
026300 1100-READ-ACCOUNT.
026400     READ ACCOUNT-FILE NEXT
026500         AT END
026700     END-READ.
026800 1100-EXIT.
026900     EXIT.
026904*
026908*---------------------------------------------------------------*
026912*    1500-OPEN-POSTING-CONTROL                                  *
026916*    THE POSTCTL REGISTRY OF ACCOUNTS ALREADY ACCRUED FOR THE   *
026920*    BUSINESS DATE.  WITHOUT IT NOTHING ACCRUES.  THE IDS       *
026924*    CONTINUE PAST ANY CAPITALIZATION AN EARLIER RUN POSTED SO  *
026928*    A RERUN NEVER REUSES ONE.                                  *
026932*---------------------------------------------------------------*
026936 1500-OPEN-POSTING-CONTROL.
026940     SET PCC-OPEN-REGISTRY TO TRUE
026944     MOVE "INTERESTACCRUAL"  TO PCC-SOURCE-JOB
026948     MOVE BD-BUSINESS-DATE   TO PCC-BUSINESS-DATE
026952     MOVE BD-RUN-NUMBER      TO PCC-RUN-NUMBER
026956     PERFORM 8000-CALL-POSTING-CONTROL THRU 8000-EXIT
026960     IF RETURN-CODE NOT = ZERO
026964         DISPLAY "INTERESTACCRUAL: POSTCTL REGISTRY NOT USABLE - "
026968             "RUN ABORTED"
026972         GO TO 1500-EXIT
026976     END-IF
026980     SET POSTCTL-OPEN TO TRUE
026984     MOVE PCC-PRIOR-FOLD-COUNT TO NT-SEQUENCE.
026988 1500-EXIT.
026992     EXIT.
027000*
027100*---------------------------------------------------------------*
027200*    2000-PROCESS-ACCOUNT                                       *
027300*    THE ACCRUAL DAYS' INTEREST ON THE ACCOUNT'S CLOSING        *
027400*    BALANCE, PLUS THE CYCLE-DATE CAPITALIZATION.  A CLOSED     *
027450*    ACCOUNT NEITHER ACCRUES NOR CAPITALIZES, AND AN ACCOUNT    *
027460*    POSTCTL SHOWS ALREADY DONE THIS BUSINESS DATE IS LEFT      *
027470*    UNTOUCHED.                                                 *
027600*---------------------------------------------------------------*
027700 2000-PROCESS-ACCOUNT.
027800     IF AF-ACCOUNT-STATUS = "C"
027900         ADD 1 TO WS-SKIPPED-COUNT
028000         GO TO 2000-NEXT
028100     END-IF
028110*
028120     MOVE AF-ACCOUNT-ID TO PCC-ITEM-ID
028130     SET PCC-CHECK-ITEM TO TRUE
028140     PERFORM 8000-CALL-POSTING-CONTROL THRU 8000-EXIT
028150     IF PCC-SKIP-ITEM
028160         GO TO 2000-NEXT
028170     END-IF
028180     MOVE ZERO TO WS-ITEM-FOLD-COUNT
028190     MOVE ZERO TO WS-ITEM-FOLD-AMOUNT
028200*
028300     IF AF-ACCOUNT-BALANCE > ZERO
028400         COMPUTE WS-DAY-INTEREST ROUNDED =
028500             AF-ACCOUNT-BALANCE * WS-CREDIT-RATE-BP
028550                 * WS-ACCRUAL-DAYS
028600                 / 10000 / 365
028700     ELSE
028800         COMPUTE WS-DAY-INTEREST ROUNDED =
028900             AF-ACCOUNT-BALANCE * WS-DEBIT-RATE-BP
028950                 * WS-ACCRUAL-DAYS
029000                 / 10000 / 365
029100     END-IF
029200*
029800         PERFORM 2100-CAPITALIZE-INTEREST THRU 2100-EXIT
029900     END-IF
030000*
030100     REWRITE ACCOUNT-FILE-RECORD
030110*
030120     MOVE AF-ACCOUNT-ID       TO PCC-ITEM-ID
030130     MOVE AF-ACCOUNT-ID       TO PCC-ACCOUNT-ID
030140     MOVE WS-ITEM-FOLD-COUNT  TO PCC-FOLD-COUNT
030150     MOVE WS-ITEM-FOLD-AMOUNT TO PCC-FOLD-AMOUNT
030160     SET PCC-WRITE-ITEM TO TRUE
030170     PERFORM 8000-CALL-POSTING-CONTROL THRU 8000-EXIT.
030200 2000-NEXT.
030300     PERFORM 1100-READ-ACCOUNT THRU 1100-EXIT.
030400 2000-EXIT.
032600             ZERO - WS-CAPITALIZED-AMOUNT
032700     END-IF
032800     MOVE WS-POSTED-AMOUNT       TO TR-TRANSACTION-AMOUNT
032900     MOVE AF-CURRENCY-CODE       TO TR-CURRENCY-CODE
032925     IF AF-CURRENCY-CODE = SPACES
032950         MOVE "USD"              TO TR-CURRENCY-CODE
032975     END-IF
033000     MOVE AF-ACCOUNT-ID          TO TR-ACCOUNT-ID
033100     MOVE ZERO                   TO TR-RISK-SCORE
033200     MOVE "N"                    TO TR-REVIEW-REQUIRED
033600     MOVE BD-BUSINESS-DATE       TO TR-PROCESS-DATE
033700     MOVE BD-RUN-NUMBER          TO TR-RUN-NUMBER
033800     MOVE SPACES                 TO TR-CHANNEL-ID
033825     MOVE WS-POSTED-AMOUNT       TO TR-POSTED-AMOUNT
033850     MOVE TR-CURRENCY-CODE       TO TR-POSTED-CURRENCY
033875     MOVE 1                      TO TR-POSTED-RATE
033900     WRITE TRANSACTION-RESULT-RECORD
034000*
034100     ADD 1 TO IT-POSTED-COUNT
034200     ADD WS-POSTED-AMOUNT TO IT-POSTED-AMOUNT
034210     MOVE 1 TO WS-ITEM-FOLD-COUNT
034220     MOVE WS-POSTED-AMOUNT TO WS-ITEM-FOLD-AMOUNT.
034300 2100-EXIT.
034400     EXIT.
034500*
034700*    3000-UPDATE-CONTROL-TOTALS                                 *
034800*    FOLDS THE CAPITALIZATION POSTINGS INTO CTLTOTAL, AS THE    *
034900*    REVERSAL STEP DOES, SO A RE-RUN OF THE RECONCILIATION      *
035000*    STILL PROVES TRANRESULT AGAINST THE CONTROL TOTALS.  THE   *
035010*    AMOUNT IS POSTCTL'S UNFOLDED POSTINGS FOR THE DATE, SO A   *
035020*    FAILED EARLIER RUN'S ARE FOLDED TOO AND NONE TWICE.        *
035100*---------------------------------------------------------------*
035200 3000-UPDATE-CONTROL-TOTALS.
035210     IF POSTCTL-NOT-OPEN
035220         GO TO 3000-EXIT
035230     END-IF
035240     SET PCC-UNFOLDED-TOTALS TO TRUE
035250     PERFORM 8000-CALL-POSTING-CONTROL THRU 8000-EXIT
035300     IF PCC-UNFOLDED-COUNT = ZERO
035400         GO TO 3000-EXIT
035500     END-IF
035600*
036500     END-READ
036600     CLOSE CONTROL-TOTALS-FILE
036700*
036800     ADD PCC-UNFOLDED-COUNT  TO CTW-TRANSACTION-COUNT
036900     ADD PCC-UNFOLDED-AMOUNT TO CTW-TOTAL-AMOUNT
037000*
037100     OPEN OUTPUT CONTROL-TOTALS-FILE
037200     WRITE CONTROL-TOTALS-RECORD FROM WS-CONTROL-TOTALS
037300     CLOSE CONTROL-TOTALS-FILE
037310     SET PCC-TOTALS-FOLDED TO TRUE.
037400 3000-EXIT.
037500     EXIT.
037600*
038500         CLOSE TRANSACTION-RESULT-FILE
038600     END-IF
038700*
038710     SET PCC-TOTALS-NOT-FOLDED TO TRUE
038800     PERFORM 3000-UPDATE-CONTROL-TOTALS THRU 3000-EXIT
038810*
038820     IF POSTCTL-OPEN
038830         SET PCC-CLOSE-REGISTRY TO TRUE
038840         PERFORM 8000-CALL-POSTING-CONTROL THRU 8000-EXIT
038850     END-IF
038900*
039000     DISPLAY "INTERESTACCRUAL: " WS-ACCRUED-COUNT
039100         " ACCOUNT(S) ACCRUED, " IT-POSTED-COUNT
039200         " CAPITALIZATION POSTING(S)"
039210     IF POSTCTL-OPEN AND PCC-SKIPPED-COUNT > ZERO
039220         DISPLAY "INTERESTACCRUAL: " PCC-SKIPPED-COUNT
039230             " ACCOUNT(S) ALREADY ACCRUED THIS BUSINESS DATE - "
039240             "SKIPPED"
039250     END-IF.
039300 9000-EXIT.
039400     EXIT.
039500*
039600*---------------------------------------------------------------*
039700*    8000-CALL-POSTING-CONTROL                                  *
039800*    THE STEP KEEPS THE WORSE OF ITS OWN RETURN CODE AND THE    *
039900*    REGISTRY'S.                                                *
040000*---------------------------------------------------------------*
040100 8000-CALL-POSTING-CONTROL.
040200     MOVE RETURN-CODE TO WS-STEP-RETURN-CODE
040300     CALL 'PostingControl' USING POSTING-CONTROL-COMM-AREA
040400     IF RETURN-CODE < WS-STEP-RETURN-CODE
040500         MOVE WS-STEP-RETURN-CODE TO RETURN-CODE
040600     END-IF.
040700 8000-EXIT.
040800     EXIT.
