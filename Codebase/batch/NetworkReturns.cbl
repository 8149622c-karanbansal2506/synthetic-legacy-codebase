001900*                                                               *
002000*    - THE MONEY IS BACKED OUT OF AF-ACCOUNT-BALANCE THE WAY    *
002100*      REVIEWREJECTREVERSAL MIRRORS A SETTLEMENT, USING THE     *
002200*      AMOUNT ARCHIVED AS POSTED, IN THE ACCOUNT'S CURRENCY,    *
002300*    - THE RETURN IS RECORDED ON TRANRESULT WITH ITS REASON     *
002400*      CODE ("NETWORK RETURN " + CODE) AND ON ACCTHIST AS A     *
002500*      DISPOSITION-R ROW, AND                                   *
003100*    ITEM BEYOND THE 500-ENTRY MATCH TABLE GOES TO THE          *
003200*    RTRNSUSP SUSPENSE LISTING WITH A REASON - NOTHING DROPS    *
003300*    SILENTLY.                                                  *
003310*                                                               *
003320*    ACH AND WIRE RETURNS ARE ALSO CHECKED AGAINST THE OUTREG   *
003330*    OUTBOUND REGISTER, SO A RETURN IS MATCHED AGAINST WHAT WAS *
003340*    ACTUALLY SENT (AND IN WHAT AMOUNT), NOT ONLY AGAINST       *
003350*    ACCTHIST.                                                  *
003360*                                                               *
003370*    EACH RETURN POSTED IS RECORDED ON THE POSTCTL REGISTRY     *
003380*    (POSTINGCONTROL).  A RERUN ON THE SAME BUSINESS DATE SKIPS *
003390*    A RETURN ALREADY POSTED, WITHOUT A SUSPENSE ROW; POSTING   *
003392*    IT AGAIN NEEDS AN OPS OVERRIDE ON POSTOVRD.                *
003400*                                                                *
003500*    MODIFICATION HISTORY.                                      *
003600*    ---------------------------------------------------------- *
003750*                    AND A DUPLICATE RETURN INSIDE THE SAME      *
003760*                    NETRTRN FEED NOW SUSPENDS AS ALREADY        *
003770*                    RETURNED INSTEAD OF POSTING TWICE.          *
003771*    2026-10-06  DO  AN ACH OR WIRE RETURN IS NOW ALSO MATCHED   *
003775*                    AGAINST THE OUTREG OUTBOUND REGISTER THAT   *
003779*                    NETWORKORIGINATION WRITES: AN ITEM SETTLED  *
003783*                    SINCE THE REGISTER STARTED BUT NEVER SENT   *
003787*                    SUSPENDS, AND A SENT ITEM'S RETURNED AMOUNT *
003791*                    MUST AGREE WITH THE ENTRY AS SENT.          *
003795*    2026-10-09  DO  THE RETURN HISTORY ROW CARRIES THE          *
003799*                    ORIGINAL'S CHANNEL.                         *
003803*    2026-10-12  DO  A RETURN OF AN ITEM WHOSE DISPUTE CREDIT    *
003807*                    HAS POSTED (AND NOT BEEN TAKEN BACK)        *
003811*                    SUSPENDS AS ITEM UNDER DISPUTE - THE        *
003815*                    CUSTOMER ALREADY HAS THE MONEY BACK.        *
003819*    2026-10-13  DO  POSTED RETURNS ARE RECORDED ON THE POSTCTL  *
003823*                    REGISTRY; A RERUN SKIPS RETURNS ALREADY     *
003827*                    POSTED FOR THE BUSINESS DATE UNLESS OPS     *
003831*                    OVERRIDE, AND CTLTOTAL FOLDS EVERY POSTING  *
003835*                    NOT YET FOLDED - INCLUDING A FAILED RUN'S.  *
003839*    2026-10-15  DO  ACCOUNTS HELD IN THEIR OWN CURRENCY.  THE   *
003843*                    RETURN BACKS OUT THE AMOUNT ARCHIVED AS     *
003847*                    POSTED, IN THE ACCOUNT'S CURRENCY (THE USD  *
003851*                    BASE AMOUNT FOR AN OLDER ITEM); THE RESULT  *
003855*                    AND HISTORY ROWS CARRY IT AS THE POSTED     *
003859*                    FIGURES, WHILE THE RESULT AMOUNT AND THE    *
003863*                    CTLTOTAL FOLD STAY IN USD.                  *
003867*                                                                *
003900*****************************************************************
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
006500     SELECT CONTROL-TOTALS-FILE ASSIGN TO "CTLTOTAL"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-CTLTOT-FILE-STATUS.
006720*
006740     SELECT OUTBOUND-REGISTER-FILE ASSIGN TO "OUTREG"
006760         ORGANIZATION IS LINE SEQUENTIAL
006780         FILE STATUS IS WS-REG-FILE-STATUS.
006800*
006900 DATA DIVISION.
007000 FILE SECTION.
008500     05  AF-ACCOUNT-AVG-TXN-AMT      PIC 9(9)V99.
008600     05  AF-ACCRUED-INTEREST         PIC S9(7)V99.
008700     05  AF-CUSTOMER-ID              PIC X(10).
008750     05  AF-CURRENCY-CODE            PIC X(03).
008800*
008900 FD  TRANSACTION-RESULT-FILE.
009000 COPY TransactionResult.
010300     05  CTR-HIGH-RISK-COUNT         PIC 9(07).
010400     05  CTR-NONCOMPLIANT-COUNT      PIC 9(07).
010500     05  CTR-CALL-FAILURE-COUNT      PIC 9(07).
010520*
010540 FD  OUTBOUND-REGISTER-FILE.
010560 COPY OutboundRegister.
010600*
010700 WORKING-STORAGE SECTION.
010701*
010702 COPY RunLogComm.
010800*
010900 COPY BatchDate.
010920*
010950 COPY PostingControlComm.
011000*
011100 01  WS-RTRN-FILE-STATUS             PIC X(02).
011200     88  RTRN-FILE-OK                    VALUE "00".
012800*
012900 01  WS-CTLTOT-FILE-STATUS           PIC X(02).
013000     88  CTLTOT-FILE-OK                  VALUE "00".
013020*
013040 01  WS-REG-FILE-STATUS              PIC X(02).
013060     88  REG-FILE-OK                     VALUE "00".
013100*
013200 01  WS-RTRN-EOF-SW                  PIC X(01).
013300     88  RTRN-EOF                        VALUE "Y".
013600 01  WS-HIST-EOF-SW                  PIC X(01).
013700     88  AT-END-OF-HISTORY               VALUE "Y".
013800     88  NOT-AT-END-OF-HISTORY           VALUE "N".
013805*
013810 01  WS-REG-EOF-SW                   PIC X(01).
013815     88  AT-END-OF-REGISTER              VALUE "Y".
013820     88  NOT-AT-END-OF-REGISTER          VALUE "N".
013825*
013830 01  WS-REGISTER-PRESENT-SW          PIC X(01) VALUE "N".
013835     88  REGISTER-PRESENT                VALUE "Y".
013840     88  REGISTER-ABSENT                 VALUE "N".
013845*
013850 01  WS-REGISTER-START-DATE          PIC 9(08) VALUE 99999999.
013900*
014000*---------------------------------------------------------------*
014100*    THE RETURN MATCH TABLE.  RM-MATCH-STATE TRACKS WHAT THE    *
014300*    "S" = SETTLED ORIGINAL CAPTURED, "R" = ALREADY RETURNED,   *
014400*    "V" = ALREADY REVERSED BY AN ANALYST, "P" = POSTED THIS    *
014410*    RUN (SO A SECOND RETURN OF THE SAME ID IN THE SAME FEED    *
014420*    SUSPENDS INSTEAD OF MOVING THE MONEY TWICE), "D" = UNDER   *
014421*    A CUSTOMER DISPUTE WHOSE CREDIT HAS POSTED AND NOT BEEN    *
014424*    TAKEN BACK.                                                *
014430*    RM-POST-DATE IS THE ORIGINAL'S ACCTHIST POSTING DATE;      *
014440*    RM-SENT-SW IS "Y" WHEN THE ITEM IS ON THE OUTREG OUTBOUND  *
014450*    REGISTER, AND RM-SENT-AMOUNT IS THEN WHAT WENT OUT ON THE  *
014460*    NETWORK ENTRY.                                             *
014500*---------------------------------------------------------------*
014600 01  WS-RETURN-COUNT                 PIC 9(05) COMP VALUE ZERO.
014700 01  WS-RETURN-SUBSCRIPT             PIC 9(05) COMP.
015600         10  RM-CURRENCY-CODE        PIC X(03).
015700         10  RM-FACE-AMOUNT          PIC 9(9)V99.
015800         10  RM-BASE-AMOUNT          PIC 9(9)V99.
015807         10  RM-POSTED-AMOUNT        PIC 9(9)V99.
015813         10  RM-POSTED-CURRENCY      PIC X(03).
015820         10  RM-POST-DATE            PIC 9(08).
015830         10  RM-CHANNEL-ID           PIC X(08).
015840         10  RM-SENT-SW              PIC X(01).
015860         10  RM-SENT-AMOUNT          PIC 9(9)V99.
015900*
016000 01  WS-MATCH-FOUND-SW               PIC X(01).
016100     88  MATCH-FOUND                     VALUE "Y".
016200     88  MATCH-NOT-FOUND                 VALUE "N".
016300*
016350 01  WS-EXPECTED-AMOUNT              PIC 9(9)V99.
016360 01  WS-POSTING-RATE                 PIC 9(05)V9(06).
016370*
016400 01  WS-RETURN-TOTALS.
016500     05  RV-RETURNED-COUNT           PIC 9(07) COMP VALUE ZERO.
016600     05  RV-RETURNED-AMOUNT          PIC 9(11)V99 VALUE ZERO.
018060     88  POSTING-FILES-OPEN              VALUE "Y".
018070     88  POSTING-FILES-NOT-OPEN          VALUE "N".
018080*
018081 01  WS-POSTCTL-SW                   PIC X(01) VALUE "N".
018084     88  POSTCTL-OPEN                    VALUE "Y".
018087     88  POSTCTL-NOT-OPEN                VALUE "N".
018090 01  WS-STEP-RETURN-CODE             PIC S9(04) COMP.
018093*
018100 77  WS-SUSPENSE-COUNT               PIC 9(07) COMP VALUE ZERO.
018200 77  WS-OVERFLOW-COUNT               PIC 9(07) COMP VALUE ZERO.
018300*
018700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
018800*
018900     PERFORM 2000-MATCH-HISTORY THRU 2000-EXIT
018930*
018960     PERFORM 2300-MATCH-REGISTER THRU 2300-EXIT
019000*
019010     IF WS-RETURN-COUNT > ZERO
019020         PERFORM 2500-OPEN-POSTING-FILES THRU 2500-EXIT
026000         MOVE RT-RETURNED-AMOUNT
026100             TO RM-RETURNED-AMOUNT (WS-RETURN-COUNT)
026200         MOVE SPACES TO RM-MATCH-STATE (WS-RETURN-COUNT)
026250         MOVE "N" TO RM-SENT-SW (WS-RETURN-COUNT)
026300     ELSE
026400         ADD 1 TO WS-OVERFLOW-COUNT
026500         MOVE "BEYOND 500-ENTRY TABLE - RERUN"
033200             MOVE "R" TO RM-MATCH-STATE (WS-RETURN-SUBSCRIPT)
033300         WHEN "V"
033400             MOVE "V" TO RM-MATCH-STATE (WS-RETURN-SUBSCRIPT)
033410         WHEN "P"
033420             MOVE "D" TO RM-MATCH-STATE (WS-RETURN-SUBSCRIPT)
033430         WHEN "W"
033440             IF RM-MATCH-STATE (WS-RETURN-SUBSCRIPT) = "D"
033450                 MOVE "S"
033460                     TO RM-MATCH-STATE (WS-RETURN-SUBSCRIPT)
033470             END-IF
033500         WHEN "S"
033600             IF RM-MATCH-STATE (WS-RETURN-SUBSCRIPT) = SPACES
033700                 MOVE "S"
034600                     TO RM-FACE-AMOUNT (WS-RETURN-SUBSCRIPT)
034700                 MOVE TH-BASE-AMOUNT
034800                     TO RM-BASE-AMOUNT (WS-RETURN-SUBSCRIPT)
034803                 MOVE TH-POSTED-AMOUNT
034805                     TO RM-POSTED-AMOUNT (WS-RETURN-SUBSCRIPT)
034808                 MOVE TH-POSTED-CURRENCY
034811                     TO RM-POSTED-CURRENCY (WS-RETURN-SUBSCRIPT)
034814                 IF TH-POSTED-CURRENCY = SPACES
034816                     MOVE TH-BASE-AMOUNT
034819                         TO RM-POSTED-AMOUNT (WS-RETURN-SUBSCRIPT)
034822                    MOVE "USD" TO
034825                        RM-POSTED-CURRENCY (WS-RETURN-SUBSCRIPT)
034827                 END-IF
034830                 MOVE TH-POST-DATE
034860                     TO RM-POST-DATE (WS-RETURN-SUBSCRIPT)
034870                 MOVE TH-CHANNEL-ID
034880                     TO RM-CHANNEL-ID (WS-RETURN-SUBSCRIPT)
034900             END-IF
035000         WHEN OTHER
035100             CONTINUE
035200     END-EVALUATE.
035300 2200-EXIT.
035400     EXIT.
035401*
035402*---------------------------------------------------------------*
035403*    2300-MATCH-REGISTER                                        *
035404*    ONE PASS OVER THE OUTREG OUTBOUND REGISTER.  A RETURN OF   *
035405*    AN ITEM WE SENT IS MATCHED AGAINST WHAT ACTUALLY WENT OUT, *
035406*    NOT ONLY AGAINST ACCTHIST.  THE EARLIEST BUSINESS DATE ON  *
035407*    THE REGISTER IS KEPT SO ITEMS THAT SETTLED BEFORE IT WAS   *
035408*    STARTED ARE STILL MATCHED THE OLD WAY.  NO OUTREG LEAVES   *
035409*    EVERY RETURN TO THE ACCTHIST MATCH ALONE.                  *
035410*---------------------------------------------------------------*
035411 2300-MATCH-REGISTER.
035412     IF WS-RETURN-COUNT = ZERO
035413         GO TO 2300-EXIT
035414     END-IF
035415*
035416     SET NOT-AT-END-OF-REGISTER TO TRUE
035417     OPEN INPUT OUTBOUND-REGISTER-FILE
035418     IF NOT REG-FILE-OK
035419         GO TO 2300-EXIT
035420     END-IF
035421*
035422     PERFORM 2310-SCAN-REGISTER-ROW THRU 2310-EXIT
035423         UNTIL AT-END-OF-REGISTER
035424*
035425     CLOSE OUTBOUND-REGISTER-FILE.
035426 2300-EXIT.
035427     EXIT.
035428*
035429 2310-SCAN-REGISTER-ROW.
035430     READ OUTBOUND-REGISTER-FILE
035431         AT END
035432             SET AT-END-OF-REGISTER TO TRUE
035433             GO TO 2310-EXIT
035434     END-READ
035435*
035436     SET REGISTER-PRESENT TO TRUE
035437     IF OR-BUSINESS-DATE < WS-REGISTER-START-DATE
035438         MOVE OR-BUSINESS-DATE TO WS-REGISTER-START-DATE
035439     END-IF
035440*
035441     PERFORM 2320-MATCH-SENT-ENTRY THRU 2320-EXIT
035442         VARYING WS-RETURN-SUBSCRIPT FROM 1 BY 1
035443         UNTIL WS-RETURN-SUBSCRIPT > WS-RETURN-COUNT.
035444 2310-EXIT.
035445     EXIT.
035446*
035447 2320-MATCH-SENT-ENTRY.
035448     IF OR-TRANSACTION-ID
035450             = RM-TRANSACTION-ID (WS-RETURN-SUBSCRIPT)
035455         MOVE "Y" TO RM-SENT-SW (WS-RETURN-SUBSCRIPT)
035460         MOVE OR-BASE-AMOUNT
035465             TO RM-SENT-AMOUNT (WS-RETURN-SUBSCRIPT)
035470     END-IF.
035475 2320-EXIT.
035480     EXIT.
035500*
035510*---------------------------------------------------------------*
035520*    2500-OPEN-POSTING-FILES                                    *
035530*    THE MASTER, RESULT, AND HISTORY FILES OPEN ONLY WHEN       *
035540*    THERE ARE RETURNS TO DISPOSE OF.  A FAILED MASTER OPEN     *
035541*    ABORTS BEFORE ANYTHING HALF-POSTS, AS DOES AN UNUSABLE     *
035542*    POSTCTL REGISTRY OF RETURNS ALREADY POSTED FOR THE         *
035543*    BUSINESS DATE.                                             *
035544*---------------------------------------------------------------*
035545 2500-OPEN-POSTING-FILES.
035546     SET PCC-OPEN-REGISTRY TO TRUE
035547     MOVE "NETWORKRETURNS"   TO PCC-SOURCE-JOB
035548     MOVE BD-BUSINESS-DATE   TO PCC-BUSINESS-DATE
035549     MOVE BD-RUN-NUMBER      TO PCC-RUN-NUMBER
035550     PERFORM 8000-CALL-POSTING-CONTROL THRU 8000-EXIT
035551     IF RETURN-CODE NOT = ZERO
035552         DISPLAY "NETWORKRETURNS: POSTCTL REGISTRY NOT USABLE - "
035553             "RUN ABORTED"
035554         MOVE 16 TO RETURN-CODE
035555         MOVE ZERO TO WS-RETURN-COUNT
035556         GO TO 2500-EXIT
035557     END-IF
035558     SET POSTCTL-OPEN TO TRUE
035559*
035562     OPEN I-O ACCOUNT-FILE
035563     IF NOT ACCT-FILE-OK
035564         DISPLAY "NETWORKRETURNS: UNABLE TO OPEN ACCTFILE - "
035700*    3000-POST-RETURN                                           *
035800*    DISPOSES OF ONE TABLE ENTRY: SUSPENSE FOR ANYTHING THAT    *
035900*    CANNOT BE SAFELY BACKED OUT, OTHERWISE THE MIRRORED        *
036000*    ADJUSTMENT, THE RESULT ROW, AND THE HISTORY ROW.  A        *
036010*    RETURN POSTCTL SHOWS ALREADY POSTED THIS BUSINESS DATE IS  *
036020*    SKIPPED; ONE OPS HAVE OVERRIDDEN POSTS AGAIN PAST ITS OWN  *
036030*    EARLIER R ROW.  THE SAME-FEED DUPLICATE CHECK COMES FIRST  *
036040*    SO A SECOND COPY STILL SUSPENDS AS ALREADY RETURNED.       *
036100*---------------------------------------------------------------*
036200 3000-POST-RETURN.
036210     PERFORM 3050-CHECK-POSTED-THIS-RUN THRU 3050-EXIT
036220     IF MATCH-FOUND
036230         MOVE "ALREADY RETURNED"
036240             TO RS-SUSPENSE-REASON
036250         PERFORM 3900-WRITE-TABLE-SUSPENSE THRU 3900-EXIT
036260         GO TO 3000-EXIT
036270     END-IF
036280*
036290     MOVE RM-TRANSACTION-ID (WS-RETURN-SUBSCRIPT) TO PCC-ITEM-ID
036291     SET PCC-CHECK-ITEM TO TRUE
036292     PERFORM 8000-CALL-POSTING-CONTROL THRU 8000-EXIT
036293     IF PCC-SKIP-ITEM
036294         DISPLAY "NETWORKRETURNS: RETURN "
036295             RM-TRANSACTION-ID (WS-RETURN-SUBSCRIPT)
036296             " ALREADY POSTED THIS BUSINESS DATE - SKIPPED"
036297         GO TO 3000-EXIT
036298     END-IF
036299     IF PCC-REPOST-ITEM
036300             AND RM-MATCH-STATE (WS-RETURN-SUBSCRIPT) = "R"
036310         MOVE "S" TO RM-MATCH-STATE (WS-RETURN-SUBSCRIPT)
036320     END-IF
036330*
036340     EVALUATE RM-MATCH-STATE (WS-RETURN-SUBSCRIPT)
036400         WHEN SPACES
036500             MOVE "NO MATCHING SETTLEMENT"
036600                 TO RS-SUSPENSE-REASON
037600                 TO RS-SUSPENSE-REASON
037700             PERFORM 3900-WRITE-TABLE-SUSPENSE THRU 3900-EXIT
037800             GO TO 3000-EXIT
037810         WHEN "D"
037820             MOVE "ITEM UNDER DISPUTE"
037830                 TO RS-SUSPENSE-REASON
037840             PERFORM 3900-WRITE-TABLE-SUSPENSE THRU 3900-EXIT
037850             GO TO 3000-EXIT
037900         WHEN OTHER
038000             CONTINUE
038100     END-EVALUATE
038200*
038205     PERFORM 3020-CHECK-OUTBOUND-REGISTER THRU 3020-EXIT
038210     IF MATCH-NOT-FOUND
038215         MOVE "NOT ON OUTBOUND REGISTER"
038220             TO RS-SUSPENSE-REASON
038225         PERFORM 3900-WRITE-TABLE-SUSPENSE THRU 3900-EXIT
038230         GO TO 3000-EXIT
038235     END-IF
038240*
038245     IF RM-SENT-SW (WS-RETURN-SUBSCRIPT) = "Y"
038250         MOVE RM-SENT-AMOUNT (WS-RETURN-SUBSCRIPT)
038255             TO WS-EXPECTED-AMOUNT
038260     ELSE
038265         MOVE RM-FACE-AMOUNT (WS-RETURN-SUBSCRIPT)
038270             TO WS-EXPECTED-AMOUNT
038275     END-IF
038300     IF RM-RETURNED-AMOUNT (WS-RETURN-SUBSCRIPT)
038400             NOT = WS-EXPECTED-AMOUNT
038500         MOVE "AMOUNT DOES NOT MATCH ORIGINAL"
038600             TO RS-SUSPENSE-REASON
038700         PERFORM 3900-WRITE-TABLE-SUSPENSE THRU 3900-EXIT
038800         GO TO 3000-EXIT
038900     END-IF
039000*
039100     MOVE RM-ACCOUNT-ID (WS-RETURN-SUBSCRIPT) TO AF-ACCOUNT-ID
039200     READ ACCOUNT-FILE
039300         INVALID KEY
039800     END-READ
039900*
040000     IF RM-TRANSACTION-TYPE (WS-RETURN-SUBSCRIPT) = "DEBIT"
040100         ADD RM-POSTED-AMOUNT (WS-RETURN-SUBSCRIPT)
040200             TO AF-ACCOUNT-BALANCE
040300     ELSE
040400         SUBTRACT RM-POSTED-AMOUNT (WS-RETURN-SUBSCRIPT)
040500             FROM AF-ACCOUNT-BALANCE
040600     END-IF
040700     REWRITE ACCOUNT-FILE-RECORD
041110     MOVE "P" TO RM-MATCH-STATE (WS-RETURN-SUBSCRIPT)
041200     ADD 1 TO RV-RETURNED-COUNT
041300     ADD RM-BASE-AMOUNT (WS-RETURN-SUBSCRIPT)
041400         TO RV-RETURNED-AMOUNT
041410*
041420     MOVE RM-TRANSACTION-ID (WS-RETURN-SUBSCRIPT) TO PCC-ITEM-ID
041430     MOVE RM-ACCOUNT-ID (WS-RETURN-SUBSCRIPT) TO PCC-ACCOUNT-ID
041440     MOVE 1 TO PCC-FOLD-COUNT
041450     MOVE RM-BASE-AMOUNT (WS-RETURN-SUBSCRIPT) TO PCC-FOLD-AMOUNT
041460     SET PCC-WRITE-ITEM TO TRUE
041470     PERFORM 8000-CALL-POSTING-CONTROL THRU 8000-EXIT.
041500 3000-EXIT.
041502     EXIT.
041505*
041508*---------------------------------------------------------------*
041511*    3020-CHECK-OUTBOUND-REGISTER                               *
041514*    AN ACH OR WIRE ITEM THAT SETTLED ON OR AFTER THE FIRST     *
041517*    REGISTERED BUSINESS DATE MUST HAVE GONE OUT ON ORIGFILE    *
041520*    TO COME BACK; ONE THAT DID NOT IS SUSPENDED RATHER THAN    *
041523*    BACKED OUT.  EVERY OTHER ITEM PASSES (MATCH-FOUND).        *
041526*---------------------------------------------------------------*
041529 3020-CHECK-OUTBOUND-REGISTER.
041532     SET MATCH-FOUND TO TRUE
041535     IF REGISTER-ABSENT
041538         GO TO 3020-EXIT
041541     END-IF
041544     IF RM-TRANSACTION-TYPE (WS-RETURN-SUBSCRIPT) NOT = "ACH"
041547             AND RM-TRANSACTION-TYPE (WS-RETURN-SUBSCRIPT)
041550                 NOT = "WIRE"
041553         GO TO 3020-EXIT
041556     END-IF
041559     IF RM-POST-DATE (WS-RETURN-SUBSCRIPT)
041560             < WS-REGISTER-START-DATE
041562         GO TO 3020-EXIT
041565     END-IF
041568*
041571     IF RM-SENT-SW (WS-RETURN-SUBSCRIPT) NOT = "Y"
041574         SET MATCH-NOT-FOUND TO TRUE
041577     END-IF.
041580 3020-EXIT.
041583     EXIT.
041610*
041620*---------------------------------------------------------------*
041630*    3050-CHECK-POSTED-THIS-RUN                                 *
042000*    THE RETURN ROW CARRIES THE ORIGINAL'S ID AND TYPE, MARKED  *
042100*    REJECTED WITH THE NETWORK'S REASON CODE.  THE AMOUNT IS    *
042200*    THE ARCHIVED BASE-CURRENCY AMOUNT IN USD - EXACTLY WHAT    *
042300*    WAS BACKED OUT OF THE MASTER, RESTATED - SO THE PROOF      *
042310*    AND THE GL EXTRACT BOOK THE SAME MOVEMENT THAT POSTED,     *
042320*    NOT A FACE AMOUNT REPRICED AT TODAY'S RATES.  THE          *
042330*    ORIGINAL FACE AND CURRENCY STAY ON THE ACCTHIST R ROW.     *
042340*    THE POSTED FIELDS CARRY THE ACCOUNT-CURRENCY FIGURE.       *
042400*---------------------------------------------------------------*
042500 3100-WRITE-RETURN-RESULT.
042600     MOVE RM-TRANSACTION-ID (WS-RETURN-SUBSCRIPT)
044300     MOVE BD-BUSINESS-DATE       TO TR-PROCESS-DATE
044400     MOVE BD-RUN-NUMBER          TO TR-RUN-NUMBER
044500     MOVE SPACES                 TO TR-CHANNEL-ID
044507     MOVE RM-POSTED-AMOUNT (WS-RETURN-SUBSCRIPT)
044513         TO TR-POSTED-AMOUNT
044520     MOVE RM-POSTED-CURRENCY (WS-RETURN-SUBSCRIPT)
044527         TO TR-POSTED-CURRENCY
044533     MOVE 1 TO WS-POSTING-RATE
044540     IF RM-BASE-AMOUNT (WS-RETURN-SUBSCRIPT) NOT = ZERO
044547         COMPUTE WS-POSTING-RATE ROUNDED =
044553             RM-POSTED-AMOUNT (WS-RETURN-SUBSCRIPT)
044560                 / RM-BASE-AMOUNT (WS-RETURN-SUBSCRIPT)
044567             ON SIZE ERROR
044573                 MOVE ZERO TO WS-POSTING-RATE
044580         END-COMPUTE
044587     END-IF
044593     MOVE WS-POSTING-RATE        TO TR-POSTED-RATE
044600     WRITE TRANSACTION-RESULT-RECORD.
044700 3100-EXIT.
044800     EXIT.
046800     MOVE RM-BASE-AMOUNT (WS-RETURN-SUBSCRIPT)
046900         TO TH-BASE-AMOUNT
047000     MOVE "R"                    TO TH-DISPOSITION
047010     MOVE RM-CHANNEL-ID (WS-RETURN-SUBSCRIPT)
047040         TO TH-CHANNEL-ID
047052     MOVE RM-POSTED-AMOUNT (WS-RETURN-SUBSCRIPT)
047064         TO TH-POSTED-AMOUNT
047076     MOVE RM-POSTED-CURRENCY (WS-RETURN-SUBSCRIPT)
047088         TO TH-POSTED-CURRENCY
047100     WRITE ACCOUNT-HISTORY-RECORD.
047200 3200-EXIT.
047300     EXIT.
048700*---------------------------------------------------------------*
048800*    4000-UPDATE-CONTROL-TOTALS                                 *
048900*    FOLDS THE POSTED RETURNS INTO CTLTOTAL, AS THE REVERSAL    *
049000*    STEP DOES, SO CONTROLRECON STILL PROVES THE DAY.  THE      *
049010*    AMOUNT IS POSTCTL'S UNFOLDED POSTINGS FOR THE DATE, SO A   *
049020*    FAILED EARLIER RUN'S ARE FOLDED TOO AND NONE TWICE.        *
049100*---------------------------------------------------------------*
049200 4000-UPDATE-CONTROL-TOTALS.
049210     IF POSTCTL-NOT-OPEN
049220         GO TO 4000-EXIT
049230     END-IF
049240     SET PCC-UNFOLDED-TOTALS TO TRUE
049250     PERFORM 8000-CALL-POSTING-CONTROL THRU 8000-EXIT
049300     IF PCC-UNFOLDED-COUNT = ZERO
049400         GO TO 4000-EXIT
049500     END-IF
049600*
050500     END-READ
050600     CLOSE CONTROL-TOTALS-FILE
050700*
050800     ADD PCC-UNFOLDED-COUNT  TO CTW-TRANSACTION-COUNT
050900     ADD PCC-UNFOLDED-AMOUNT TO CTW-TOTAL-AMOUNT
051000*
051100     OPEN OUTPUT CONTROL-TOTALS-FILE
051200     WRITE CONTROL-TOTALS-RECORD FROM WS-CONTROL-TOTALS
051300     CLOSE CONTROL-TOTALS-FILE
051310     SET PCC-TOTALS-FOLDED TO TRUE.
051400 4000-EXIT.
051500     EXIT.
051600*
052700     END-IF
052800     CLOSE RETURN-SUSPENSE-FILE
052900*
052910     SET PCC-TOTALS-NOT-FOLDED TO TRUE
053000     PERFORM 4000-UPDATE-CONTROL-TOTALS THRU 4000-EXIT
053010*
053020     IF POSTCTL-OPEN
053030         SET PCC-CLOSE-REGISTRY TO TRUE
053040         PERFORM 8000-CALL-POSTING-CONTROL THRU 8000-EXIT
053050     END-IF
053100*
053200     DISPLAY "NETWORKRETURNS: " RV-RETURNED-COUNT
053300         " RETURN(S) POSTED, " WS-SUSPENSE-COUNT
053400         " TO RTRNSUSP"
053410     IF POSTCTL-OPEN AND PCC-SKIPPED-COUNT > ZERO
053420         DISPLAY "NETWORKRETURNS: " PCC-SKIPPED-COUNT
053430             " RETURN(S) ALREADY POSTED THIS BUSINESS DATE - "
053440             "SKIPPED"
053450     END-IF.
053500 9000-EXIT.
053600     EXIT.
053700*
053800*---------------------------------------------------------------*
053900*    8000-CALL-POSTING-CONTROL                                  *
054000*    THE STEP KEEPS THE WORSE OF ITS OWN RETURN CODE AND THE    *
054100*    REGISTRY'S.                                                *
054200*---------------------------------------------------------------*
054300 8000-CALL-POSTING-CONTROL.
054400     MOVE RETURN-CODE TO WS-STEP-RETURN-CODE
054500     CALL 'PostingControl' USING POSTING-CONTROL-COMM-AREA
054600     IF RETURN-CODE < WS-STEP-RETURN-CODE
054700         MOVE WS-STEP-RETURN-CODE TO RETURN-CODE
054800     END-IF.
054900 8000-EXIT.
055000     EXIT.
