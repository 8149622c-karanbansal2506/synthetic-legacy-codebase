001200*    END-OF-DAY TRIAL-BALANCE PROOF OF THE ACCOUNT MASTER.      *
001300*    CONTROLRECON PROVES THE TRANSACTION FLOW; THIS JOB PROVES  *
001400*    ACCTFILE ITSELF: THE OPENING TOTAL ACCTBALSNAPSHOT TOOK    *
001500*    AT START OF DAY, PLUS THE DAY'S NET POSTED MOVEMENT ON     *
001600*    TRANRESULT (SETTLEMENTS, FEES, INTEREST, ADJUSTMENTS,      *
001700*    REVERSALS, RETURNS, REPROCESSED WORK), MUST EQUAL THE      *
001800*    CLOSING TOTAL ON THE MASTER.  RUNS AFTER EVERY STEP THAT   *
001900*    POSTS TO ACCTFILE AND BEFORE BATCHDATEROLL.                *
002000*                                                               *
002100*    EVERY ACCOUNT WITH MOVEMENT IS ALSO PROVED INDIVIDUALLY -  *
002200*    SNAPSHOT BALANCE PLUS ITS NET MOVEMENT AGAINST ITS         *
002600*    CONTROLRECON'S ROW, AND BATCHDATEROLL HOLDS THE ROLL       *
002700*    UNLESS BOTH READ PASS FOR THE BUSINESS DATE.               *
002800*                                                               *
002900*    CURRENCIES: EACH ACCOUNT IS PROVED IN ITS OWN CURRENCY     *
003000*    WITH THE POSTED AMOUNT ON EACH RESULT ROW, AND THE TOTALS  *
003100*    ARE PROVED CURRENCY BY CURRENCY.  EACH CURRENCY'S TOTALS   *
003200*    ARE THEN RESTATED TO USD WITH THE DAY'S LOADED RATES SO    *
003225*    THE PROOF READS IN THE LEDGER'S CURRENCY.  A ROW OR A      *
003250*    CURRENCY WITH NO RATE IS COUNTED AND FAILS THE PROOF - AN  *
003275*    UNPRICEABLE FIGURE CANNOT BE PROVED.                       *
003300*                                                                *
003400*    MODIFICATION HISTORY.                                      *
003500*    ---------------------------------------------------------- *
003600*    2026-09-02  DO  INITIAL VERSION.                            *
003620*    2026-10-05  DO  "XFR-OUT" - THE SENDING LEG OF AN ON-US     *
003640*                    TRANSFER - NETS LIKE A DEBIT; ITS "XFR-IN"  *
003660*                    RECEIVING LEG PUTS FUNDS IN.                *
003670*    2026-10-12  DO  "DSP-DEBIT" - A DISPUTE CREDIT TAKEN BACK   *
003680*                    - NETS LIKE A DEBIT.                        *
003684*    2026-10-14  DO  THE BALPROOF ROW CARRIES THE RUN NUMBER ON  *
003688*                    BATCHDTE.  TRANRESULT NOW HOLDS EVERY       *
003692*                    SETTLEMENT CYCLE OF THE DATE, SO ONE PROOF  *
003696*                    COVERS THE WHOLE DAY.                       *
003697*    2026-10-15  DO  EACH ACCOUNT PROVES IN ITS OWN CURRENCY;    *
003698*                    TOTALS PROVE PER CURRENCY, RESTATED TO USD. *
003699*                    BALSNAP ROWS CARRY THE ACCOUNT CURRENCY.    *
003700*                                                                *
003800*****************************************************************
003900 ENVIRONMENT DIVISION.
007700 01  SNAPSHOT-RECORD.
007800     05  BS-ACCOUNT-ID               PIC X(10).
007900     05  BS-BALANCE                  PIC S9(9)V99.
007950     05  BS-CURRENCY-CODE            PIC X(03).
008000     05  FILLER                      PIC X(09).
008100 01  SNAPSHOT-TRAILER-RECORD REDEFINES SNAPSHOT-RECORD.
008200     05  BT-TRAILER-LITERAL          PIC X(10).
008300     05  BT-TOTAL-BALANCE            PIC S9(13)V99.
009100     05  AF-ACCOUNT-AVG-TXN-AMT      PIC 9(9)V99.
009200     05  AF-ACCRUED-INTEREST         PIC S9(7)V99.
009300     05  AF-CUSTOMER-ID              PIC X(10).
009350     05  AF-CURRENCY-CODE            PIC X(03).
009400*
009500 FD  PROOF-REPORT-FILE.
009600 01  PROOF-REPORT-LINE               PIC X(80).
010000     05  RS-RECON-RESULT             PIC X(04).
010100     05  RS-RECON-DATE               PIC 9(08).
010200     05  RS-RECON-SOURCE             PIC X(12).
010250     05  RS-RECON-RUN-NUMBER         PIC 9(05).
010300*
010400 WORKING-STORAGE SECTION.
010500*
014900 01  WS-CURRENCY-SUBSCRIPT           PIC 9(02) COMP.
015000 01  WS-CONVERSION-RATE              PIC 9(03)V9999.
015100 01  WS-BASE-CURRENCY-AMOUNT         PIC 9(9)V99.
015150 01  WS-POSTED-AMOUNT                PIC 9(9)V99.
015200 01  WS-ROW-IMPACT                   PIC S9(11)V99.
015300*
015400 01  WS-OPENING-TOTAL                PIC S9(13)V99 VALUE ZERO.
015500 01  WS-CLOSING-TOTAL                PIC S9(13)V99 VALUE ZERO.
015600 01  WS-NET-MOVEMENT                 PIC S9(13)V99 VALUE ZERO.
015700 01  WS-EXPECTED-TOTAL               PIC S9(13)V99 VALUE ZERO.
015707*
015713 01  WS-TOTAL-CURRENCY               PIC X(03).
015720 01  WS-TOTAL-SUBSCRIPT              PIC 9(03) COMP.
015727 01  WS-TOTAL-COUNT                  PIC 9(03) COMP VALUE ZERO.
015733 01  WS-TOTAL-FOUND-SW               PIC X(01).
015740     88  TOTAL-IS-FOUND                  VALUE "Y".
015747     88  TOTAL-NOT-FOUND                 VALUE "N".
015753 01  WS-CURRENCY-TOTAL-TABLE.
015760     05  WS-CURRENCY-TOTAL           OCCURS 50 TIMES.
015767         10  PT-CURRENCY-CODE        PIC X(03).
015773         10  PT-OPENING-TOTAL        PIC S9(13)V99.
015780         10  PT-NET-MOVEMENT         PIC S9(13)V99.
015787         10  PT-CLOSING-TOTAL        PIC S9(13)V99.
015793 01  WS-RESTATED-AMOUNT              PIC S9(13)V99.
015800*
015900 01  WS-SNAP-TRAILER-SEEN-SW         PIC X(01).
016000     88  SNAP-TRAILER-SEEN               VALUE "Y".
017300 77  WS-MISMATCH-COUNT               PIC 9(07) COMP VALUE ZERO.
017400 77  WS-NO-RATE-COUNT                PIC 9(07) COMP VALUE ZERO.
017500 77  WS-MOVED-ACCOUNT-COUNT          PIC 9(07) COMP VALUE ZERO.
017533 77  WS-UNRESTATED-COUNT             PIC 9(07) COMP VALUE ZERO.
017567 77  WS-TABLE-FULL-COUNT             PIC 9(07) COMP VALUE ZERO.
017600*
017700 01  WS-MISMATCH-LINE.
017800     05  ML-ACCOUNT-ID               PIC X(10).
018600 01  WS-TOTAL-LINE.
018700     05  TL-CAPTION                  PIC X(26).
018800     05  TL-VALUE                    PIC -(12)9.99.
018808*
018815 01  WS-CURRENCY-LINE.
018823     05  CL-CURRENCY-CODE            PIC X(03).
018831     05  FILLER                      PIC X(09)
018838         VALUE " OPENING ".
018846     05  CL-OPENING-TOTAL            PIC -(12)9.99.
018854     05  FILLER                      PIC X(05)
018862         VALUE " NET ".
018869     05  CL-NET-MOVEMENT             PIC -(12)9.99.
018877     05  FILLER                      PIC X(09)
018885         VALUE " CLOSING ".
018892     05  CL-CLOSING-TOTAL            PIC -(12)9.99.
018900*
019000 PROCEDURE DIVISION.
019100*
027700*
027800*---------------------------------------------------------------*
027900*    1100-LOAD-SNAPSHOT-TOTAL                                   *
027966*    TOTALS THE OPENING BALANCES BY CURRENCY OFF THE SNAPSHOT   *
028033*    ROWS AND CHECKS THE SNAPTOTAL TRAILER IS THERE.  THE       *
028100*    PER-ACCOUNT ROWS ARE RE-READ DURING THE PROOF MERGE, SO    *
028233*    THE FILE IS CLOSED AGAIN BEHIND THIS PASS.  A ROW SNAPPED  *
028267*    BEFORE BALSNAP CARRIED A CURRENCY IS USD.                  *
028300*---------------------------------------------------------------*
028400 1100-LOAD-SNAPSHOT-TOTAL.
028500     OPEN INPUT SNAPSHOT-FILE
031700*
031800     IF BT-TRAILER-LITERAL = "SNAPTOTAL "
031900         SET SNAP-TRAILER-SEEN TO TRUE
031925         GO TO 1150-EXIT
031950     END-IF
031975*
032000     MOVE BS-CURRENCY-CODE TO WS-TOTAL-CURRENCY
032025     PERFORM 4200-FIND-CURRENCY-TOTAL THRU 4200-EXIT
032050     IF TOTAL-IS-FOUND
032075         ADD BS-BALANCE TO PT-OPENING-TOTAL (WS-TOTAL-SUBSCRIPT)
032100     END-IF.
032200 1150-EXIT.
032300     EXIT.
032500*---------------------------------------------------------------*
032600*    1500-SUM-CLOSING-BALANCES                                  *
032700*    ONE SEQUENTIAL PASS OVER THE MASTER FOR THE CLOSING        *
032800*    TOTALS BY ACCOUNT CURRENCY.  THE FILE STAYS OPEN (DYNAMIC  *
032900*    ACCESS) FOR THE KEYED READS THE PER-ACCOUNT PROOF MAKES    *
032950*    LATER.                                                     *
033000*---------------------------------------------------------------*
033100 1500-SUM-CLOSING-BALANCES.
033200     IF AT-END-OF-ACCOUNTS
034400             SET AT-END-OF-ACCOUNTS TO TRUE
034500             GO TO 1550-EXIT
034600     END-READ
034625*
034650     MOVE AF-CURRENCY-CODE TO WS-TOTAL-CURRENCY
034675     PERFORM 4200-FIND-CURRENCY-TOTAL THRU 4200-EXIT
034700     IF TOTAL-IS-FOUND
034725         ADD AF-ACCOUNT-BALANCE
034750             TO PT-CLOSING-TOTAL (WS-TOTAL-SUBSCRIPT)
034775     END-IF.
034800 1550-EXIT.
034900     EXIT.
035000*
035100*---------------------------------------------------------------*
035200*    2000-COLLECT-MOVEMENT (SORT INPUT PROCEDURE)               *
035300*    RELEASES ONE SIGNED ACCOUNT-CURRENCY IMPACT PER RESULT ROW *
035400*    THAT MOVED MONEY.  REJECTED AND HELD ROWS MOVED NOTHING,   *
035500*    EXCEPT REVERSALS AND NETWORK RETURNS, WHICH MOVED IT THE   *
035600*    OTHER WAY.                                                 *
039100         MOVE TR-ACCOUNT-ID TO SM-ACCOUNT-ID
039200         MOVE WS-ROW-IMPACT TO SM-IMPACT
039300         RELEASE SORT-MOVEMENT-RECORD
039333         PERFORM 4200-FIND-CURRENCY-TOTAL THRU 4200-EXIT
039367         IF TOTAL-IS-FOUND
039400             ADD WS-ROW-IMPACT
039433                 TO PT-NET-MOVEMENT (WS-TOTAL-SUBSCRIPT)
039467         END-IF
039500     END-IF
039600*
039700     PERFORM 2100-READ-RESULT THRU 2100-EXIT.
040000*
040100*---------------------------------------------------------------*
040200*    2300-COMPUTE-ROW-IMPACT                                    *
040300*    THE SIGNED IMPACT OF ONE RESULT ROW ON THE MASTER, IN THE  *
040400*    ACCOUNT'S OWN CURRENCY (THE ROW'S POSTED AMOUNT): DEBIT-   *
040500*    SIDE TYPES TAKE FUNDS OUT, EVERYTHING ELSE PUTS FUNDS IN;  *
040600*    ANALYST REVERSALS AND NETWORK RETURNS MOVE THE MONEY BACK  *
040700*    THE OTHER WAY; REJECTED AND HELD ROWS MOVE NOTHING.  A ROW *
040733*    WRITTEN BEFORE TRANRESULT CARRIED A POSTED AMOUNT POSTED TO*
040767*    A USD ACCOUNT, SO ITS BASE-CURRENCY AMOUNT STANDS IN.      *
040800*---------------------------------------------------------------*
040900 2300-COMPUTE-ROW-IMPACT.
041000     MOVE ZERO TO WS-ROW-IMPACT
042400             GO TO 2300-EXIT
042500     END-EVALUATE
042600*
042646     IF TR-POSTED-CURRENCY NOT = SPACES
042692         MOVE TR-POSTED-AMOUNT   TO WS-POSTED-AMOUNT
042738         MOVE TR-POSTED-CURRENCY TO WS-TOTAL-CURRENCY
042784     ELSE
042830         PERFORM 2400-CONVERT-TO-BASE-CURRENCY THRU 2400-EXIT
042876         IF RATE-NOT-FOUND
042923             ADD 1 TO WS-NO-RATE-COUNT
042969             SET PROOF-FAILED TO TRUE
043015             GO TO 2300-EXIT
043061         END-IF
043107         MOVE WS-BASE-CURRENCY-AMOUNT TO WS-POSTED-AMOUNT
043153         MOVE "USD"                   TO WS-TOTAL-CURRENCY
043200     END-IF
043300*
043400     IF TR-TRANSACTION-TYPE = "DEBIT"
043500             OR TR-TRANSACTION-TYPE = "FEE       "
043600             OR TR-TRANSACTION-TYPE = "INT-CHARGE"
043700             OR TR-TRANSACTION-TYPE = "ADJ-DEBIT "
043750             OR TR-TRANSACTION-TYPE = "XFR-OUT   "
043760             OR TR-TRANSACTION-TYPE = "DSP-DEBIT "
043800         COMPUTE WS-ROW-IMPACT = ZERO - WS-POSTED-AMOUNT
043900     ELSE
044000         MOVE WS-POSTED-AMOUNT TO WS-ROW-IMPACT
044100     END-IF
044200*
044300     IF TR-REJECTED = "Y"
060200     EXIT.
060300*
060400*---------------------------------------------------------------*
060402*    4200-FIND-CURRENCY-TOTAL                                   *
060404*    POINTS WS-TOTAL-SUBSCRIPT AT WS-TOTAL-CURRENCY'S ROW OF    *
060406*    THE PER-CURRENCY TOTALS, ADDING THE ROW THE FIRST TIME     *
060408*    THE CURRENCY IS SEEN.  BLANK IS USD.  A FULL TABLE COUNTS  *
060410*    THE FIGURE AS UNPROVED AND FAILS THE PROOF.                *
060412*---------------------------------------------------------------*
060414 4200-FIND-CURRENCY-TOTAL.
060417     IF WS-TOTAL-CURRENCY = SPACES
060419         MOVE "USD" TO WS-TOTAL-CURRENCY
060421     END-IF
060423*
060425     SET TOTAL-NOT-FOUND TO TRUE
060427     PERFORM 4250-MATCH-CURRENCY-TOTAL THRU 4250-EXIT
060429         VARYING WS-TOTAL-SUBSCRIPT FROM 1 BY 1
060431         UNTIL WS-TOTAL-SUBSCRIPT > WS-TOTAL-COUNT
060434             OR TOTAL-IS-FOUND
060436     IF TOTAL-IS-FOUND
060438         SUBTRACT 1 FROM WS-TOTAL-SUBSCRIPT
060440         GO TO 4200-EXIT
060442     END-IF
060444*
060446     IF WS-TOTAL-COUNT NOT < 50
060448         ADD 1 TO WS-TABLE-FULL-COUNT
060451         SET PROOF-FAILED TO TRUE
060453         GO TO 4200-EXIT
060455     END-IF
060457*
060459     ADD 1 TO WS-TOTAL-COUNT
060461     MOVE WS-TOTAL-COUNT    TO WS-TOTAL-SUBSCRIPT
060463     MOVE WS-TOTAL-CURRENCY
060465         TO PT-CURRENCY-CODE (WS-TOTAL-SUBSCRIPT)
060468     MOVE ZERO TO PT-OPENING-TOTAL (WS-TOTAL-SUBSCRIPT)
060470     MOVE ZERO TO PT-NET-MOVEMENT (WS-TOTAL-SUBSCRIPT)
060472     MOVE ZERO TO PT-CLOSING-TOTAL (WS-TOTAL-SUBSCRIPT)
060474     SET TOTAL-IS-FOUND TO TRUE.
060476 4200-EXIT.
060478     EXIT.
060480*
060482 4250-MATCH-CURRENCY-TOTAL.
060485     IF PT-CURRENCY-CODE (WS-TOTAL-SUBSCRIPT) = WS-TOTAL-CURRENCY
060487         SET TOTAL-IS-FOUND TO TRUE
060489     END-IF.
060491 4250-EXIT.
060493     EXIT.
060495*
060497*---------------------------------------------------------------*
060500*    5000-PROVE-TOTALS                                          *
060600*    EACH CURRENCY IS PROVED ON ITS OWN (5100), THEN THE TOTALS *
060700*    RESTATED TO USD ARE PRINTED - THE LINE THAT CATCHES A HAND *
060800*    EDIT EVEN ON AN ACCOUNT WITH NO POSTED WORK TODAY.         *
060900*---------------------------------------------------------------*
061000 5000-PROVE-TOTALS.
061020     PERFORM 5100-PROVE-CURRENCY-TOTAL THRU 5100-EXIT
061040         VARYING WS-TOTAL-SUBSCRIPT FROM 1 BY 1
061060         UNTIL WS-TOTAL-SUBSCRIPT > WS-TOTAL-COUNT
061080*
061100     MOVE "OPENING BALANCE TOTAL USD " TO TL-CAPTION
061200     MOVE WS-OPENING-TOTAL TO TL-VALUE
061300     WRITE PROOF-REPORT-LINE FROM WS-TOTAL-LINE
061400     MOVE "NET POSTED MOVEMENT USD   " TO TL-CAPTION
061500     MOVE WS-NET-MOVEMENT TO TL-VALUE
061600     WRITE PROOF-REPORT-LINE FROM WS-TOTAL-LINE
061700     MOVE "CLOSING BALANCE TOTAL USD " TO TL-CAPTION
061800     MOVE WS-CLOSING-TOTAL TO TL-VALUE
061900     WRITE PROOF-REPORT-LINE FROM WS-TOTAL-LINE
061902*
061905     IF WS-NO-RATE-COUNT > ZERO
061907         MOVE "UNPRICEABLE MOVEMENT ROWS " TO TL-CAPTION
061910         MOVE WS-NO-RATE-COUNT TO TL-VALUE
061912         WRITE PROOF-REPORT-LINE FROM WS-TOTAL-LINE
061915     END-IF
061917     IF WS-UNRESTATED-COUNT > ZERO
061920         MOVE "CURRENCIES NOT RESTATED   " TO TL-CAPTION
061923         MOVE WS-UNRESTATED-COUNT TO TL-VALUE
061925         WRITE PROOF-REPORT-LINE FROM WS-TOTAL-LINE
061928     END-IF
061930     IF WS-TABLE-FULL-COUNT > ZERO
061933         MOVE "ROWS BEYOND CURRENCY TABLE" TO TL-CAPTION
061935         MOVE WS-TABLE-FULL-COUNT TO TL-VALUE
061938         WRITE PROOF-REPORT-LINE FROM WS-TOTAL-LINE
061941     END-IF.
061943 5000-EXIT.
061946     EXIT.
061948*
061951*---------------------------------------------------------------*
061953*    5100-PROVE-CURRENCY-TOTAL                                  *
061956*    ONE CURRENCY'S OPENING TOTAL PLUS ITS NET MOVEMENT MUST    *
061958*    EQUAL ITS CLOSING TOTAL, IN THAT CURRENCY - RESTATING      *
061961*    FIRST WOULD LET ROUNDING HIDE A CENT.  THE THREE FIGURES   *
061964*    ARE THEN RESTATED TO USD AT THE DAY'S RATE AND ADDED INTO  *
061966*    THE USD TOTALS.  A CURRENCY WITH NO RATE CANNOT BE         *
061969*    RESTATED AND FAILS THE PROOF.                              *
061971*---------------------------------------------------------------*
061974 5100-PROVE-CURRENCY-TOTAL.
061976     MOVE PT-CURRENCY-CODE (WS-TOTAL-SUBSCRIPT)
061979         TO CL-CURRENCY-CODE
061982     MOVE PT-OPENING-TOTAL (WS-TOTAL-SUBSCRIPT)
061984         TO CL-OPENING-TOTAL
061987     MOVE PT-NET-MOVEMENT (WS-TOTAL-SUBSCRIPT)
061989         TO CL-NET-MOVEMENT
061992     MOVE PT-CLOSING-TOTAL (WS-TOTAL-SUBSCRIPT)
061994         TO CL-CLOSING-TOTAL
061997     WRITE PROOF-REPORT-LINE FROM WS-CURRENCY-LINE
062000*
062100     COMPUTE WS-EXPECTED-TOTAL =
062160         PT-OPENING-TOTAL (WS-TOTAL-SUBSCRIPT)
062220             + PT-NET-MOVEMENT (WS-TOTAL-SUBSCRIPT)
062280     IF WS-EXPECTED-TOTAL
062340             NOT = PT-CLOSING-TOTAL (WS-TOTAL-SUBSCRIPT)
062400         SET PROOF-FAILED TO TRUE
062500         MOVE "EXPECTED CLOSING TOTAL    " TO TL-CAPTION
062600         MOVE WS-EXPECTED-TOTAL TO TL-VALUE
062700         WRITE PROOF-REPORT-LINE FROM WS-TOTAL-LINE
062800     END-IF
062900*
062912     IF PT-CURRENCY-CODE (WS-TOTAL-SUBSCRIPT) = "USD"
062925         MOVE 1 TO WS-CONVERSION-RATE
062938     ELSE
062951         SET RATE-NOT-FOUND TO TRUE
062964         PERFORM 5150-LOOKUP-TOTAL-RATE THRU 5150-EXIT
062976             VARYING WS-CURRENCY-SUBSCRIPT FROM 1 BY 1
062989             UNTIL WS-CURRENCY-SUBSCRIPT > CR-RATE-COUNT
063002                 OR RATE-IS-FOUND
063015         IF RATE-NOT-FOUND
063028             ADD 1 TO WS-UNRESTATED-COUNT
063041             SET PROOF-FAILED TO TRUE
063053             GO TO 5100-EXIT
063066         END-IF
063079     END-IF
063092*
063105     COMPUTE WS-RESTATED-AMOUNT ROUNDED =
063117         PT-OPENING-TOTAL (WS-TOTAL-SUBSCRIPT)
063130             * WS-CONVERSION-RATE
063143     ADD WS-RESTATED-AMOUNT TO WS-OPENING-TOTAL
063156     COMPUTE WS-RESTATED-AMOUNT ROUNDED =
063169         PT-NET-MOVEMENT (WS-TOTAL-SUBSCRIPT)
063182             * WS-CONVERSION-RATE
063194     ADD WS-RESTATED-AMOUNT TO WS-NET-MOVEMENT
063207     COMPUTE WS-RESTATED-AMOUNT ROUNDED =
063220         PT-CLOSING-TOTAL (WS-TOTAL-SUBSCRIPT)
063233             * WS-CONVERSION-RATE
063246     ADD WS-RESTATED-AMOUNT TO WS-CLOSING-TOTAL.
063258 5100-EXIT.
063271     EXIT.
063284*
063297 5150-LOOKUP-TOTAL-RATE.
063310     IF PT-CURRENCY-CODE (WS-TOTAL-SUBSCRIPT)
063323             = CR-CURRENCY-CODE (WS-CURRENCY-SUBSCRIPT)
063335             AND CR-CONVERSION-RATE (WS-CURRENCY-SUBSCRIPT)
063348                 > ZERO
063361         MOVE CR-CONVERSION-RATE (WS-CURRENCY-SUBSCRIPT)
063374             TO WS-CONVERSION-RATE
063387         SET RATE-IS-FOUND TO TRUE
063400     END-IF.
063500 5150-EXIT.
063600     EXIT.
063700*
063800*---------------------------------------------------------------*
066600     END-IF
066700     MOVE BD-BUSINESS-DATE TO RS-RECON-DATE
066800     MOVE "BALPROOF"       TO RS-RECON-SOURCE
066850     MOVE BD-RUN-NUMBER    TO RS-RECON-RUN-NUMBER
066900     WRITE RECON-STATUS-RECORD
067000     CLOSE RECON-STATUS-FILE
067100*
