001100*                                                               *
001200*    CONTROLLED MAINTENANCE FOR THE ACCTFILE ACCOUNT MASTER     *
001300*    READ BY THE SETTLEMENT / RISK / COMPLIANCE CHAIN.  APPLIES *
001400*    AN OPS-SUPPLIED FEED OF ADD / CHANGE-STATUS / CLOSE /      *
001500*    CHANGE-CURRENCY ACTIONS FROM ACCTMNT, VALIDATES EACH       *
001600*    ACTION BEFORE IT IS APPLIED, AND WRITES A BEFORE/AFTER     *
001700*    AUDIT TRAIL ROW TO ACCTAUDT FOR EVERY ACTION - APPLIED OR  *
001800*    REJECTED - SO THE MASTER IS NO LONGER HAND-BUILT AND EVERY *
001900*    CHANGE CAN BE TIED TO A USER AND A DATE.                   *
002000*                                                                *
002100*    VALIDATION RULES.                                          *
002200*    - AN ADD FOR AN ACCOUNT-ID ALREADY ON FILE IS REJECTED.    *
002500*    - A CLOSED ACCOUNT CANNOT BE RE-OPENED OR RE-CLOSED.       *
002600*    - ACTION AND STATUS CODES OUTSIDE THE ALLOWED VALUES ARE   *
002700*      REJECTED.                                                *
002717*    - AN ACCOUNT'S CURRENCY MUST HAVE A RATE ON CURRRATE       *
002733*      WHEN THAT FEED IS USABLE; AN ADD WITH NONE IS USD.       *
002750*    - THE CURRENCY OF AN EXISTING ACCOUNT CAN ONLY CHANGE      *
002767*      WHILE ITS BALANCE AND ACCRUED INTEREST ARE BOTH ZERO,    *
002783*      AND NEVER ONCE IT IS CLOSED.                             *
002800*                                                                *
002900*    MODIFICATION HISTORY.                                      *
003000*    ---------------------------------------------------------- *
003150*                    VALIDATED AGAINST THE CUSTFILE CUSTOMER     *
003160*                    MASTER WHEN THAT FILE IS AVAILABLE; BLANK   *
003170*                    MEANS NOT YET ASSIGNED.                     *
003175*    2026-10-08  DO  STATUS D (DORMANT) ACCEPTED AS A STATUS-    *
003180*                    CHANGE TARGET; D TO O IS HOW OPS            *
003185*                    REACTIVATE A DORMANT ACCOUNT.               *
003186*    2026-10-15  DO  CUSTFILE RECORD LAYOUT NOW COMES FROM THE   *
003189*                    CUSTOMERRECORD COPYBOOK, WIDENED FOR THE    *
003192*                    TAX ID, WITHHOLDING STATUS, AND MAILING     *
003195*                    ADDRESS.                                    *
003214*    2026-10-15  DO  ACCOUNTS HELD IN THEIR OWN CURRENCY.        *
003224*                    THE FEED CARRIES AM-CURRENCY-CODE: AN ADD   *
003235*                    SETS AF-CURRENCY-CODE (BLANK = USD) AND THE *
003246*                    NEW ACTION X CHANGES IT ON AN EMPTY, OPEN   *
003257*                    ACCOUNT.  CODES ARE CHECKED AGAINST         *
003268*                    CURRRATE WHEN IT LOADS; THE AUDIT IMAGES    *
003278*                    CARRY THE CURRENCY.                         *
003279*    2026-10-15  DO  AM-CURRENCY-CODE MOVED BEHIND AM-USER-ID AT *
003282*                    THE END OF THE ACCTMNT RECORD, SO EXISTING  *
003285*                    FIELDS KEEP THEIR POSITIONS.                *
003289*                                                                *
003300*****************************************************************
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
005600         88  AM-ACTION-ADD               VALUE "A".
005700         88  AM-ACTION-STATUS            VALUE "S".
005800         88  AM-ACTION-CLOSE             VALUE "C".
005850         88  AM-ACTION-CURRENCY          VALUE "X".
005900     05  AM-ACCOUNT-ID               PIC X(10).
006000     05  AM-ACCOUNT-STATUS           PIC X(01).
006100     05  AM-ACCOUNT-BALANCE          PIC 9(9)V99.
006200     05  AM-ACCOUNT-AVG-TXN-AMT      PIC 9(9)V99.
006250     05  AM-CUSTOMER-ID              PIC X(10).
006300     05  AM-USER-ID                  PIC X(08).
006350     05  AM-CURRENCY-CODE            PIC X(03).
006400*
006500 FD  ACCOUNT-FILE.
006600 01  ACCOUNT-FILE-RECORD.
007000     05  AF-ACCOUNT-AVG-TXN-AMT      PIC 9(9)V99.
007050     05  AF-ACCRUED-INTEREST         PIC S9(7)V99.
007075     05  AF-CUSTOMER-ID              PIC X(10).
007087     05  AF-CURRENCY-CODE            PIC X(03).
007100*
007200 FD  AUDIT-TRAIL-FILE.
007300 01  AUDIT-TRAIL-RECORD.
008000         10  AT-BEFORE-BALANCE       PIC S9(9)V99.
008100         10  AT-BEFORE-AVG-TXN-AMT   PIC 9(9)V99.
008150         10  AT-BEFORE-CUSTOMER-ID   PIC X(10).
008175         10  AT-BEFORE-CURRENCY-CODE PIC X(03).
008200     05  AT-AFTER-IMAGE.
008300         10  AT-AFTER-STATUS         PIC X(01).
008400         10  AT-AFTER-BALANCE        PIC S9(9)V99.
008500         10  AT-AFTER-AVG-TXN-AMT    PIC 9(9)V99.
008550         10  AT-AFTER-CUSTOMER-ID    PIC X(10).
008575         10  AT-AFTER-CURRENCY-CODE  PIC X(03).
008600     05  AT-RESULT                   PIC X(01).
008700         88  AT-RESULT-APPLIED           VALUE "A".
008800         88  AT-RESULT-REJECTED          VALUE "R".
008900     05  AT-REJECT-REASON            PIC X(30).
008910*
008920 FD  CUSTOMER-FILE.
008930 COPY CustomerRecord.
009000*
009100 WORKING-STORAGE SECTION.
009101*
009102 COPY RunLogComm.
009135*
009167 COPY CurrencyRate.
009200*
009300 01  WS-MAINT-FILE-STATUS            PIC X(02).
009400     88  MAINT-FILE-OK                   VALUE "00".
010360 01  WS-CUSTFILE-AVAILABLE-SW        PIC X(01).
010370     88  CUSTFILE-AVAILABLE              VALUE "Y".
010380     88  CUSTFILE-UNAVAILABLE            VALUE "N".
010382*
010384 01  WS-CURRRATE-AVAILABLE-SW        PIC X(01).
010385     88  CURRRATE-AVAILABLE              VALUE "Y".
010387     88  CURRRATE-UNAVAILABLE            VALUE "N".
010389*
010391 01  WS-CURRENCY-SUBSCRIPT           PIC 9(03) COMP.
010393 01  WS-CURRENCY-FOUND-SW            PIC X(01).
010395     88  CURRENCY-IS-FOUND               VALUE "Y".
010396     88  CURRENCY-NOT-FOUND              VALUE "N".
010398 01  WS-NEW-CURRENCY-CODE            PIC X(03).
010400*
010500 01  WS-EOF-SW                       PIC X(01).
010600     88  AT-END-OF-MAINT                 VALUE "Y".
012400     05  WS-BEFORE-BALANCE           PIC S9(9)V99.
012500     05  WS-BEFORE-AVG-TXN-AMT       PIC 9(9)V99.
012550     05  WS-BEFORE-CUSTOMER-ID       PIC X(10).
012575     05  WS-BEFORE-CURRENCY-CODE     PIC X(03).
012600*
012700 77  WS-APPLIED-COUNT                PIC 9(07) COMP VALUE ZERO.
012800 77  WS-REJECTED-COUNT               PIC 9(07) COMP VALUE ZERO.
017050         DISPLAY "ACCTMASTERMAINT: WARNING - NO CUSTFILE ON "
017060             "FILE - CUSTOMER-IDS NOT VALIDATED"
017070     END-IF
017071*
017072     SET CURRRATE-AVAILABLE TO TRUE
017073     CALL 'CurrencyRateLoad' USING CURRENCY-RATE-TABLE
017074     IF RETURN-CODE NOT = ZERO
017075         SET CURRRATE-UNAVAILABLE TO TRUE
017076         MOVE ZERO TO RETURN-CODE
017077         DISPLAY "ACCTMASTERMAINT: WARNING - CURRRATE NOT USABLE "
017078             "- CURRENCY CODES NOT VALIDATED"
017079     END-IF
017080*
017100     PERFORM 1100-READ-MAINT-ACTION THRU 1100-EXIT.
017200 1000-EXIT.
019900             PERFORM 2300-APPLY-STATUS-CHANGE THRU 2300-EXIT
020000         WHEN AM-ACTION-CLOSE
020100             PERFORM 2400-APPLY-CLOSE THRU 2400-EXIT
020133         WHEN AM-ACTION-CURRENCY
020167             PERFORM 2500-APPLY-CURRENCY-CHANGE THRU 2500-EXIT
020200         WHEN OTHER
020300             SET ACTION-REJECTED TO TRUE
020400             MOVE "UNRECOGNIZED ACTION CODE"
022800     MOVE ZERO   TO WS-BEFORE-BALANCE
022900     MOVE ZERO   TO WS-BEFORE-AVG-TXN-AMT
022950     MOVE SPACES TO WS-BEFORE-CUSTOMER-ID
022975     MOVE SPACES TO WS-BEFORE-CURRENCY-CODE
023000*
023100     MOVE AM-ACCOUNT-ID TO AF-ACCOUNT-ID
023200     READ ACCOUNT-FILE
023900             MOVE AF-ACCOUNT-AVG-TXN-AMT TO WS-BEFORE-AVG-TXN-AMT
023950             MOVE AF-CUSTOMER-ID
023960                 TO WS-BEFORE-CUSTOMER-ID
023973             MOVE AF-CURRENCY-CODE
023987                 TO WS-BEFORE-CURRENCY-CODE
024000     END-READ.
024100 2100-EXIT.
024200     EXIT.
024500*    2200-APPLY-ADD                                             *
024600*    WRITES A NEW ACCOUNT RECORD.  A DUPLICATE ACCOUNT-ID OR A  *
024700*    STATUS CODE OUTSIDE O/F IS REJECTED - A NEW ACCOUNT CANNOT *
024800*    BE BORN CLOSED.  NO CURRENCY ON THE ADD OPENS IT IN USD.   *
024900*---------------------------------------------------------------*
025000 2200-APPLY-ADD.
025100     IF ACCOUNT-ON-FILE
026592             GO TO 2200-EXIT
026593         END-IF
026594     END-IF
026603*
026612     MOVE AM-CURRENCY-CODE TO WS-NEW-CURRENCY-CODE
026620     IF WS-NEW-CURRENCY-CODE = SPACES
026629         MOVE "USD" TO WS-NEW-CURRENCY-CODE
026638     END-IF
026647     PERFORM 2600-VALIDATE-CURRENCY THRU 2600-EXIT
026656     IF ACTION-REJECTED
026665         GO TO 2200-EXIT
026674     END-IF
026682*
026691     MOVE AM-ACCOUNT-ID          TO AF-ACCOUNT-ID
026700     MOVE AM-ACCOUNT-BALANCE     TO AF-ACCOUNT-BALANCE
026800     MOVE AM-ACCOUNT-STATUS      TO AF-ACCOUNT-STATUS
026900     MOVE AM-ACCOUNT-AVG-TXN-AMT TO AF-ACCOUNT-AVG-TXN-AMT
026950     MOVE ZERO                   TO AF-ACCRUED-INTEREST
026960     MOVE AM-CUSTOMER-ID         TO AF-CUSTOMER-ID
026980     MOVE WS-NEW-CURRENCY-CODE   TO AF-CURRENCY-CODE
027000     WRITE ACCOUNT-FILE-RECORD
027100         INVALID KEY
027200             SET ACTION-REJECTED TO TRUE
028000*    2300-APPLY-STATUS-CHANGE                                   *
028100*    REWRITES THE ACCOUNT WITH THE REQUESTED STATUS.  A CLOSED  *
028200*    ACCOUNT STAYS CLOSED - RE-OPENING REQUIRES A NEW ACCOUNT - *
028300*    AND ONLY O/F/D/C ARE ACCEPTED AS TARGET STATUS CODES.      *
028310*    CHANGING A DORMANT ACCOUNT TO O REACTIVATES IT - THE NEXT  *
028320*    DORMANCYREVIEW RESTARTS ITS INACTIVITY CLOCK.              *
028400*---------------------------------------------------------------*
028500 2300-APPLY-STATUS-CHANGE.
028600     IF ACCOUNT-NOT-ON-FILE
029200*
029300     IF AM-ACCOUNT-STATUS NOT = "O" AND
029400        AM-ACCOUNT-STATUS NOT = "F" AND
029450        AM-ACCOUNT-STATUS NOT = "D" AND
029500        AM-ACCOUNT-STATUS NOT = "C"
029600         SET ACTION-REJECTED TO TRUE
029700         MOVE "INVALID TARGET STATUS CODE"
033700     EXIT.
033800*
033900*---------------------------------------------------------------*
033901*    2500-APPLY-CURRENCY-CHANGE                                 *
033902*    MOVES THE ACCOUNT TO ANOTHER CURRENCY.  THE BALANCE IS     *
033903*    NEVER RESTATED - THE CHANGE IS ONLY ALLOWED WHILE THE      *
033904*    BALANCE AND ACCRUED INTEREST ARE BOTH ZERO, SO NOTHING ON  *
033905*    THE ACCOUNT IS LEFT IN THE OLD CURRENCY.  A CLOSED ACCOUNT *
033906*    CANNOT BE CHANGED.                                         *
033908*---------------------------------------------------------------*
033909 2500-APPLY-CURRENCY-CHANGE.
033910     IF ACCOUNT-NOT-ON-FILE
033911         SET ACTION-REJECTED TO TRUE
033912         MOVE "ACCOUNT NOT ON FILE"
033913             TO WS-REJECT-REASON
033914         GO TO 2500-EXIT
033916     END-IF
033917*
033918     IF WS-BEFORE-STATUS = "C"
033919         SET ACTION-REJECTED TO TRUE
033920         MOVE "ACCOUNT IS CLOSED"
033921             TO WS-REJECT-REASON
033922         GO TO 2500-EXIT
033924     END-IF
033925*
033926     IF AM-CURRENCY-CODE = SPACES
033927         SET ACTION-REJECTED TO TRUE
033928         MOVE "NO CURRENCY CODE ON CHANGE"
033929             TO WS-REJECT-REASON
033931         GO TO 2500-EXIT
033932     END-IF
033933*
033934     IF AF-ACCOUNT-BALANCE NOT = ZERO
033935             OR AF-ACCRUED-INTEREST NOT = ZERO
033936         SET ACTION-REJECTED TO TRUE
033937         MOVE "BALANCE NOT ZERO FOR CURRENCY"
033939             TO WS-REJECT-REASON
033940         GO TO 2500-EXIT
033941     END-IF
033942*
033943     MOVE AM-CURRENCY-CODE TO WS-NEW-CURRENCY-CODE
033944     PERFORM 2600-VALIDATE-CURRENCY THRU 2600-EXIT
033945     IF ACTION-REJECTED
033947         GO TO 2500-EXIT
033948     END-IF
033949*
033950     MOVE WS-NEW-CURRENCY-CODE TO AF-CURRENCY-CODE
033951     REWRITE ACCOUNT-FILE-RECORD.
033952 2500-EXIT.
033954     EXIT.
033955*
033956*---------------------------------------------------------------*
033957*    2600-VALIDATE-CURRENCY                                     *
033958*    WS-NEW-CURRENCY-CODE MUST HAVE A RATE ON THE DAY'S         *
033959*    CURRRATE FEED - AN ACCOUNT IN A CURRENCY WITH NO RATE      *
033960*    WOULD REJECT EVERYTHING POSTED TO IT.  WITH NO USABLE FEED *
033962*    THE CODE IS TAKEN AS GIVEN, AS A CUSTOMER-ID IS WITHOUT    *
033963*    CUSTFILE.                                                  *
033964*---------------------------------------------------------------*
033965 2600-VALIDATE-CURRENCY.
033966     IF CURRRATE-UNAVAILABLE
033967         GO TO 2600-EXIT
033968     END-IF
033970*
033971     SET CURRENCY-NOT-FOUND TO TRUE
033972     PERFORM 2610-TEST-RATE-ENTRY THRU 2610-EXIT
033973         VARYING WS-CURRENCY-SUBSCRIPT FROM 1 BY 1
033974         UNTIL WS-CURRENCY-SUBSCRIPT > CR-RATE-COUNT
033975             OR CURRENCY-IS-FOUND
033977*
033978     IF CURRENCY-NOT-FOUND
033979         SET ACTION-REJECTED TO TRUE
033980         MOVE "CURRENCY NOT ON CURRRATE"
033981             TO WS-REJECT-REASON
033982     END-IF.
033983 2600-EXIT.
033985     EXIT.
033986*
033987 2610-TEST-RATE-ENTRY.
033988     IF WS-NEW-CURRENCY-CODE
033989             = CR-CURRENCY-CODE (WS-CURRENCY-SUBSCRIPT)
033990             AND CR-CONVERSION-RATE (WS-CURRENCY-SUBSCRIPT)
033991                 NOT = ZERO
033993         SET CURRENCY-IS-FOUND TO TRUE
033994     END-IF.
033995 2610-EXIT.
033996     EXIT.
033997*
033998*---------------------------------------------------------------*
034000*    2900-WRITE-AUDIT-TRAIL                                     *
034100*    ONE AUDIT ROW PER ACTION, APPLIED OR NOT, CARRYING THE     *
034200*    SUBMITTING USER, A TIMESTAMP, AND THE BEFORE AND AFTER     *
035600     MOVE WS-BEFORE-BALANCE      TO AT-BEFORE-BALANCE
035700     MOVE WS-BEFORE-AVG-TXN-AMT  TO AT-BEFORE-AVG-TXN-AMT
035750     MOVE WS-BEFORE-CUSTOMER-ID  TO AT-BEFORE-CUSTOMER-ID
035775     MOVE WS-BEFORE-CURRENCY-CODE TO AT-BEFORE-CURRENCY-CODE
035800*
035900     IF ACTION-APPLIED
036000         MOVE AF-ACCOUNT-STATUS      TO AT-AFTER-STATUS
036100         MOVE AF-ACCOUNT-BALANCE     TO AT-AFTER-BALANCE
036200         MOVE AF-ACCOUNT-AVG-TXN-AMT TO AT-AFTER-AVG-TXN-AMT
036250         MOVE AF-CUSTOMER-ID         TO AT-AFTER-CUSTOMER-ID
036275         MOVE AF-CURRENCY-CODE       TO AT-AFTER-CURRENCY-CODE
036300     ELSE
036400         MOVE WS-BEFORE-STATUS       TO AT-AFTER-STATUS
036500         MOVE WS-BEFORE-BALANCE      TO AT-AFTER-BALANCE
036600         MOVE WS-BEFORE-AVG-TXN-AMT  TO AT-AFTER-AVG-TXN-AMT
036650         MOVE WS-BEFORE-CUSTOMER-ID  TO AT-AFTER-CUSTOMER-ID
036667         MOVE WS-BEFORE-CURRENCY-CODE
036683                                     TO AT-AFTER-CURRENCY-CODE
036700     END-IF
036800*
036900     MOVE WS-ACTION-RESULT-SW    TO AT-RESULT
