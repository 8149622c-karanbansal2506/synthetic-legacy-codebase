003969*                    SETTLEMENT POSTS - HELD, REJECTED, OR      *
003970*                    HALTED WORK NO LONGER BURNS THE ACCOUNT'S  *
003971*                    DAILY DEBIT AND COUNT HEADROOM.            *
003972*    2026-10-05  DO  AN XFR WHOSE COUNTERPARTY ACCOUNT IS ON    *
003973*                    ACCTFILE IS NOW AN ON-US TRANSFER AND POSTS *
003974*                    BOTH LEGS.  THE RECEIVING ACCOUNT'S STATUS  *
003975*                    IS CHECKED LIKE THE SENDER'S (CLOSED        *
003976*                    REJECTS, FROZEN HOLDS), THE SENDER IS       *
003977*                    DEBITED AS "XFR-OUT" UNDER THE OVERDRAFT    *
003978*                    AND DAILY DEBIT CHECKS, AND A LINKED        *
003979*                    "XFR-IN" RESULT ROW UNDER THE SAME          *
003980*                    TRANSACTION-ID CREDITS THE RECEIVER.  THE   *
003981*                    RECEIVING CREDIT IS APPLIED ON THE SENDER'S *
003982*                    ACCOUNT BREAK SO A CHECKPOINT RESTART       *
003983*                    REPLAYS BOTH LEGS OR NEITHER.  NOTHING      *
003984*                    LEAVES THE BANK, SO SETTLEMENTPROCESSOR IS  *
003985*                    NOT CALLED FOR AN ON-US TRANSFER.           *
003987*    2026-10-08  DO  A DORMANT ACCOUNT (STATUS D), SENDER OR     *
003990*                    ON-US RECEIVER, HOLDS THE TRANSACTION TO    *
003993*                    FRZSUSPO THE SAME WAY A FROZEN ONE DOES.    *
003995*    2026-10-14  DO  A BUSINESS DATE MAY NOW SETTLE IN SEVERAL   *
004000*                    CYCLES.  TRANRESULT, SAREXTRT, FEEDTL, AND  *
004005*                    LIMBRCH ARE STARTED FRESH ON THE DATE'S     *
004010*                    FIRST CYCLE AND EXTENDED ON LATER ONES.     *
004015*                    THE VELOCITY AND STRUCTURING DAY FIGURES    *
004020*                    ARE KEPT PER ACCOUNT ON DAYACCUM, SEEDED ON *
004025*                    THE ACCOUNT BREAK AND SAVED WHEN THE        *
004030*                    ACCOUNT FINISHES, SO THEY CARRY FROM CYCLE  *
004035*                    TO CYCLE INSTEAD OF RESETTING.  AN ACCOUNT  *
004040*                    IS STRUCTURING-FLAGGED AT MOST ONCE A DATE. *
004042*    2026-10-15  DO  AN ACCOUNT IS NOW HELD IN ITS OWN CURRENCY  *
004046*                    (ACCOUNT-CURRENCY-CODE; SPACES = USD), AND  *
004049*                    2035 PRICES EACH TRANSACTION INTO IT - THE  *
004053*                    SAME CURRENCY AT FACE VALUE, ANY OTHER      *
004057*                    CROSSED THROUGH THE DAY'S USD RATES - AND   *
004061*                    STAMPS THE AMOUNT, CURRENCY, AND RATE ON    *
004065*                    THE RESULT ROW.  THE OVERDRAFT CHECK, THE   *
004069*                    SETTLEMENTPROCESSOR CALL (HANDED THE        *
004073*                    ACCOUNT-CURRENCY AMOUNT AND CURRENCY), BOTH *
004077*                    ON-US LEGS, AND THE USD FEE NOW MOVE EACH   *
004081*                    BALANCE IN ITS ACCOUNT'S CURRENCY.  LIMITS, *
004084*                    FEE BANDS, AND STRUCTURING STAY ON THE USD  *
004088*                    FIGURE.                                     *
004089*    2026-10-15  DO  EACH ITEM'S COUNTERPARTY IS WRITTEN TO THE  *
004090*                    TRANCPTY DAY FILE SO NETWORKORIGINATION     *
004091*                    SEES ITEMS FROM EVERY CYCLE OF THE DATE.    *
004092*    2026-10-15  DO  ON-US RECEIVING CREDITS ARE CHECKED, THEN   *
004093*                    APPLIED, BEFORE THE SENDER IS WRITTEN; ONE  *
004094*                    THAT CANNOT BE APPLIED FAILS THE REQUEST    *
004095*                    WITH NEITHER LEG ON ACCTFILE.               *
004096*                                                                *
004097*****************************************************************
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
006898         ORGANIZATION IS LINE SEQUENTIAL
006899         FILE STATUS IS WS-BRCH-FILE-STATUS.
006900*
006910     SELECT DAY-ACCUM-FILE ASSIGN TO "DAYACCUM"
006920         ORGANIZATION IS INDEXED
006930         ACCESS MODE IS RANDOM
006940         RECORD KEY IS DA-ACCOUNT-ID
006950         FILE STATUS IS WS-DAYACC-FILE-STATUS.
006960*
006970     SELECT COUNTERPARTY-DAY-FILE ASSIGN TO "TRANCPTY"
006975         ORGANIZATION IS LINE SEQUENTIAL
006980         FILE STATUS IS WS-CPDAY-FILE-STATUS.
006985*
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  ACCOUNT-FILE.
007700     05  AF-ACCOUNT-AVG-TXN-AMT      PIC 9(9)V99.
007750     05  AF-ACCRUED-INTEREST         PIC S9(7)V99.
007775     05  AF-CUSTOMER-ID              PIC X(10).
007787     05  AF-CURRENCY-CODE            PIC X(03).
007800*
007900 FD  TRANSACTION-RESULT-FILE.
008000 COPY TransactionResult.
009723     05  LB-LIMIT-CODE               PIC X(01).
009724     05  LB-PROCESS-DATE             PIC 9(08).
009725     05  LB-RUN-NUMBER               PIC 9(05).
009728*
009732 FD  DAY-ACCUM-FILE.
009736 01  DAY-ACCUM-RECORD.
009740     05  DA-ACCOUNT-ID               PIC X(10).
009744     05  DA-BUSINESS-DATE            PIC 9(08).
009748     05  DA-RUN-NUMBER               PIC 9(05).
009752     05  DA-DAY-DEBIT-TOTAL          PIC 9(11)V99.
009756     05  DA-DAY-TXN-COUNT            PIC 9(05).
009760     05  DA-STRUCT-CUM-AMOUNT        PIC 9(13)V99.
009764     05  DA-STRUCT-NEAR-COUNT        PIC 9(05).
009768     05  DA-STRUCT-FLAGGED           PIC X(01).
009772     05  DA-PRIOR-DEBIT-TOTAL        PIC 9(11)V99.
009776     05  DA-PRIOR-TXN-COUNT          PIC 9(05).
009780     05  DA-PRIOR-CUM-AMOUNT         PIC 9(13)V99.
009784     05  DA-PRIOR-NEAR-COUNT         PIC 9(05).
009788     05  DA-PRIOR-FLAGGED            PIC X(01).
009792*
009794 FD  COUNTERPARTY-DAY-FILE.
009796 COPY CounterpartyDay.
009798*
009800 WORKING-STORAGE SECTION.
009900*
010000 COPY TxnTypeTable.
011710*
011720 01  WS-FRZSUSP-FILE-STATUS          PIC X(02).
011730     88  FRZSUSP-FILE-OK                 VALUE "00".
011731*
011732 01  WS-CPDAY-FILE-STATUS            PIC X(02).
011733     88  CPDAY-FILE-OK                   VALUE "00".
011734*
011735*---------------------------------------------------------------*
011738*    DAY ACCUMULATOR WORK AREAS.  DAYACCUM KEEPS, PER ACCOUNT,  *
011741*    THE VELOCITY AND STRUCTURING FIGURES FOR THE BUSINESS      *
011744*    DATE AS THEY STOOD AFTER THE LAST CYCLE THAT TOUCHED THE   *
011747*    ACCOUNT, PLUS THE FIGURES THAT CYCLE STARTED FROM.  THE    *
011750*    DC- FIELDS HOLD WHAT THIS CYCLE STARTED FROM, SO A RERUN   *
011753*    OF A CYCLE STARTS FROM THE SAME PLACE AND COUNTS NOTHING   *
011756*    TWICE.                                                     *
011759*---------------------------------------------------------------*
011762 01  WS-DAYACC-FILE-STATUS           PIC X(02).
011765     88  DAYACC-FILE-OK                  VALUE "00".
011768     88  DAYACC-FILE-NOT-FOUND           VALUE "35".
011771*
011774 01  DC-ROW-STATE-SW                 PIC X(01).
011777     88  DC-ROW-ON-FILE                  VALUE "F".
011780     88  DC-ROW-NOT-ON-FILE              VALUE "N".
011783*
011786 01  DC-DEBIT-TOTAL                  PIC 9(11)V99.
011789 01  DC-TXN-COUNT                    PIC 9(05).
011792 01  DC-CUM-AMOUNT                   PIC 9(13)V99.
011795 01  DC-NEAR-COUNT                   PIC 9(05).
011798 01  DC-FLAGGED                      PIC X(01).
011800*
011900 01  WS-PARM-FILE-STATUS             PIC X(02).
012000     88  PARM-FILE-OK                    VALUE "00".
014200 01  WS-CURRENCY-SUBSCRIPT           PIC 9(02) COMP.
014300 01  WS-CONVERSION-RATE              PIC 9(03)V9999.
014400 01  WS-BASE-CURRENCY-AMOUNT         PIC 9(9)V99.
014410*
014412*---------------------------------------------------------------*
014414*    THE TRANSACTION RESTATED IN THE CURRENCY THE ACCOUNT IS    *
014416*    HELD IN - WHAT ACTUALLY MOVES ON ACCOUNT-BALANCE - AND THE *
014418*    RATE USED (ACCOUNT-CURRENCY UNITS PER UNIT OF THE          *
014420*    TRANSACTION CURRENCY).  THE CPTY FIGURES ARE THE SAME FOR  *
014422*    THE RECEIVING ACCOUNT OF AN ON-US TRANSFER.  THE FEED'S    *
014424*    FACE AMOUNT AND CURRENCY ARE SAVED ACROSS THE SETTLEMENT   *
014426*    CALL, WHICH IS HANDED THE ACCOUNT-CURRENCY FIGURES.  THE   *
014427*    USD FEE IS CHARGED IN THE ACCOUNT CURRENCY THE SAME WAY.   *
014428*---------------------------------------------------------------*
014430 01  WS-ACCOUNT-CURRENCY             PIC X(03).
014432 01  WS-ACCOUNT-RATE                 PIC 9(03)V9999.
014434 01  WS-ACCOUNT-AMOUNT               PIC 9(9)V99.
014436 01  WS-POSTING-RATE                 PIC 9(05)V9(06).
014438 01  WS-CPTY-CURRENCY                PIC X(03).
014440 01  WS-CPTY-AMOUNT                  PIC 9(9)V99.
014442 01  WS-CPTY-POSTING-RATE            PIC 9(05)V9(06).
014444 01  WS-LOOKUP-CURRENCY              PIC X(03).
014446 01  WS-LOOKUP-RATE                  PIC 9(03)V9999.
014448 01  WS-FACE-AMOUNT                  PIC 9(9)V99.
014450 01  WS-FACE-CURRENCY                PIC X(03).
014452 01  WS-ACCOUNT-FEE                  PIC 9(9)V99.
014454 01  WS-FEE-CURRENCY                 PIC X(03).
014456 01  WS-FEE-POSTING-RATE             PIC 9(05)V9(06).
014500*
014600 01  WS-RATE-FOUND-SW                PIC X(01).
014700     88  RATE-IS-FOUND                    VALUE "Y".
014800     88  RATE-NOT-FOUND                   VALUE "N".
014805*
014810*---------------------------------------------------------------*
014815*    ON-US TRANSFER WORK AREAS.  THE RECEIVING LEG OF EACH      *
014820*    SETTLED ON-US TRANSFER WAITS HERE UNTIL THE SENDING        *
014825*    ACCOUNT'S IMAGE IS FLUSHED ON ITS BREAK, SO BOTH LEGS      *
014830*    REACH ACCTFILE AT THE SAME CHECKPOINT.                     *
014835*---------------------------------------------------------------*
014840 01  WS-ON-US-SW                     PIC X(01).
014845     88  TRANSFER-IS-ON-US               VALUE "Y".
014850     88  TRANSFER-NOT-ON-US              VALUE "N".
014855*
014860 01  OU-PENDING-COUNT                PIC 9(03) COMP VALUE ZERO.
014865 01  OU-PENDING-SUBSCRIPT            PIC 9(03) COMP.
014870 01  OU-PENDING-CREDIT-TABLE.
014875     05  OU-PENDING-ENTRY            OCCURS 500 TIMES.
014880         10  OU-PENDING-ACCOUNT-ID   PIC X(10).
014885         10  OU-PENDING-AMOUNT       PIC 9(9)V99.
014886*
014887 01  OU-CREDIT-STATE-SW              PIC X(01) VALUE "N".
014888     88  OU-CREDIT-FAILED                VALUE "Y".
014889     88  OU-CREDITS-CLEAN                VALUE "N".
014900*
015000 01  WS-CALL-STATUS-SW               PIC X(01).
015100     88  CALL-SUCCEEDED                   VALUE "Y".
015210*
015220*---------------------------------------------------------------*
015230*    STRUCTURING DETECTION WORK AREAS.  THE CUMULATIVE FIGURES  *
015240*    COVER ONE ACCOUNT'S SETTLED ACTIVITY FOR THE BUSINESS      *
015250*    DATE, ACROSS ALL OF ITS CYCLES (SEE DAYACCUM BELOW).       *
015260*---------------------------------------------------------------*
015270 01  ST-CURRENT-ACCOUNT-ID           PIC X(10) VALUE SPACES.
015280 01  ST-LAST-TRANSACTION-ID          PIC X(10) VALUE SPACES.
015340 01  ST-NEAR-FLOOR                   PIC 9(9)V99.
015350 01  ST-STRUCT-RISK-SCORE            PIC 9(03) VALUE 850.
015360 01  ST-SAR-AMOUNT                   PIC 9(9)V99.
015362 01  ST-STRUCT-FLAGGED-SW            PIC X(01).
015364     88  ST-ALREADY-FLAGGED               VALUE "Y".
015366     88  ST-NOT-YET-FLAGGED               VALUE "N".
015370*
015371 01  WS-FEESCH-FILE-STATUS           PIC X(02).
015372     88  FEESCH-FILE-OK                  VALUE "00".
015422     05  HA-ACCOUNT-AVG-TXN-AMT      PIC 9(9)V99.
015423     05  HA-ACCRUED-INTEREST         PIC S9(7)V99.
015424     05  HA-CUSTOMER-ID              PIC X(10).
015425     05  HA-CURRENCY-CODE            PIC X(03).
015426 01  HA-IMAGE-STATE-SW               PIC X(01).
015427     88  HA-IMAGE-EMPTY                  VALUE " ".
015428     88  HA-IMAGE-ON-FILE                VALUE "F".
019860     SET HA-IMAGE-EMPTY TO TRUE
019870     SET HA-IMAGE-CLEAN TO TRUE
019900*
019905*    THE DAY ACCUMULATORS ARE WHAT THE VELOCITY LIMITS AND THE
019910*    STRUCTURING CHECK MEASURE AGAINST - WITHOUT THEM A LATER
019915*    CYCLE WOULD START EVERY ACCOUNT FROM ZERO.
019920     OPEN I-O DAY-ACCUM-FILE
019925     IF DAYACC-FILE-NOT-FOUND
019930         OPEN OUTPUT DAY-ACCUM-FILE
019935         CLOSE DAY-ACCUM-FILE
019940         OPEN I-O DAY-ACCUM-FILE
019945     END-IF
019950     IF NOT DAYACC-FILE-OK
019955         DISPLAY "TRANPROCESSOR: UNABLE TO OPEN DAYACCUM - "
019960             "STATUS " WS-DAYACC-FILE-STATUS
019965         SET TP-REQUEST-FAILED TO TRUE
019970         GO TO 1000-EXIT
019975     END-IF
019980*
020000     OPEN I-O ACCOUNT-FILE
020100     PERFORM 1100-OPEN-DAY-FILES THRU 1100-EXIT
020300     OPEN EXTEND REVIEW-QUEUE-FILE
020400     IF NOT REVQ-FILE-OK
020500         OPEN OUTPUT REVIEW-QUEUE-FILE
020720     IF NOT FRZSUSP-FILE-OK
020730         OPEN OUTPUT FROZEN-SUSPENSE-FILE
020740     END-IF
020770*
020780     SET LIMITS-AVAILABLE TO TRUE
020790     OPEN INPUT ACCOUNT-LIMITS-FILE
020795     END-IF.
020800 1000-EXIT.
020900     EXIT.
020902*
020904*---------------------------------------------------------------*
020906*    1100-OPEN-DAY-FILES                                        *
020908*    TRANRESULT, SAREXTRT, FEEDTL, LIMBRCH, AND TRANCPTY HOLD   *
020910*    THE WHOLE BUSINESS DATE.  THE DATE'S FIRST CYCLE STARTS    *
020912*    THEM FRESH; A LATER CYCLE ADDS TO WHAT THE EARLIER CYCLES  *
020913*    WROTE.                                                     *
020914*---------------------------------------------------------------*
020916 1100-OPEN-DAY-FILES.
020918     IF BD-FIRST-CYCLE
020920         OPEN OUTPUT TRANSACTION-RESULT-FILE
020922         OPEN OUTPUT SAR-EXTRACT-FILE
020924         OPEN OUTPUT FEE-JOURNAL-FILE
020926         OPEN OUTPUT LIMIT-BREACH-FILE
020927         OPEN OUTPUT COUNTERPARTY-DAY-FILE
020928         GO TO 1100-EXIT
020930     END-IF
020932*
020934     OPEN EXTEND TRANSACTION-RESULT-FILE
020936     IF NOT RESULT-FILE-OK
020938         OPEN OUTPUT TRANSACTION-RESULT-FILE
020940     END-IF
020942     OPEN EXTEND SAR-EXTRACT-FILE
020944     IF NOT SAR-FILE-OK
020946         OPEN OUTPUT SAR-EXTRACT-FILE
020948     END-IF
020950     OPEN EXTEND FEE-JOURNAL-FILE
020952     IF NOT FEEJ-FILE-OK
020954         OPEN OUTPUT FEE-JOURNAL-FILE
020956     END-IF
020958     OPEN EXTEND LIMIT-BREACH-FILE
020960     IF NOT BRCH-FILE-OK
020962         OPEN OUTPUT LIMIT-BREACH-FILE
020964     END-IF
020970     OPEN EXTEND COUNTERPARTY-DAY-FILE
020974     IF NOT CPDAY-FILE-OK
020978         OPEN OUTPUT COUNTERPARTY-DAY-FILE
020982     END-IF.
020986 1100-EXIT.
020990     EXIT.
021000*
021100*---------------------------------------------------------------*
021200*    1200-LOAD-RISK-THRESHOLD                                    *
025300*---------------------------------------------------------------*
025400 2000-PROCESS-TRANSACTION.
025410     IF TRANSACTION-ACCOUNT-ID NOT = ST-CURRENT-ACCOUNT-ID
025412         PERFORM 2070-APPLY-PENDING-CREDITS THRU 2070-EXIT
025414         IF OU-CREDIT-FAILED
025416             GO TO 2000-EXIT
025418         END-IF
025420         PERFORM 2060-FLUSH-ACCOUNT-BALANCE THRU 2060-EXIT
025422         PERFORM 2800-CHECK-STRUCTURING THRU 2800-EXIT
025424         PERFORM 2560-SAVE-DAY-ACCUMULATORS THRU 2560-EXIT
025426         MOVE TRANSACTION-ACCOUNT-ID TO ST-CURRENT-ACCOUNT-ID
025428         PERFORM 2040-LOAD-ACCOUNT-LIMITS THRU 2040-EXIT
025430         PERFORM 2550-LOAD-DAY-ACCUMULATORS THRU 2550-EXIT
025432     END-IF
025470*
025500     SET TRANS-NOT-REJECTED TO TRUE
025600     MOVE SPACES TO TRANSACTION-REJECT-REASON
025610     SET FEE-NOT-ASSESSED TO TRUE
025640     SET TRANSFER-NOT-ON-US TO TRUE
025650     MOVE SPACES TO WS-ACCOUNT-CURRENCY
025660     MOVE ZERO TO WS-ACCOUNT-AMOUNT
025670     MOVE ZERO TO WS-POSTING-RATE
025700     MOVE ZERO TO TRANSACTION-RISK-SCORE
025800     SET TRANS-REVIEW-NOT-REQUIRED TO TRUE
025900     SET TRANS-IS-COMPLIANT TO TRUE
026500     IF TRANS-NOT-REJECTED
026600         PERFORM 2017-VALIDATE-ACCOUNT-STATUS THRU 2017-EXIT
026700     END-IF
026720     IF TRANS-NOT-REJECTED
026740         PERFORM 2030-VALIDATE-ON-US-TRANSFER THRU 2030-EXIT
026760     END-IF
026800     IF TRANS-NOT-REJECTED
026900         PERFORM 2018-CONVERT-TO-BASE-CURRENCY THRU 2018-EXIT
027000     END-IF
027020     IF TRANS-NOT-REJECTED
027040         PERFORM 2035-CONVERT-TO-ACCOUNT-CURRENCY THRU 2035-EXIT
027060     END-IF
027100     IF TRANS-NOT-REJECTED
027200         PERFORM 2019-VALIDATE-BALANCE-IMPACT THRU 2019-EXIT
027300     END-IF
027400*
027500     SET CALL-SUCCEEDED TO TRUE
027600     IF TRANS-NOT-REJECTED
027620         IF TRANSFER-IS-ON-US
027640             PERFORM 2031-POST-ON-US-TRANSFER THRU 2031-EXIT
027660         ELSE
027700             MOVE "SETTLEMENTPROCESSOR"
027750                 TO WS-CURRENT-CALL-PROGRAM
027760             MOVE TRANSACTION-AMOUNT  TO WS-FACE-AMOUNT
027770             MOVE CURRENCY-CODE       TO WS-FACE-CURRENCY
027780             MOVE WS-ACCOUNT-AMOUNT   TO TRANSACTION-AMOUNT
027790             MOVE WS-ACCOUNT-CURRENCY TO CURRENCY-CODE
027800             CALL 'SettlementProcessor'
027900                 USING TRANSACTION-RECORD, ACCOUNT-RECORD
027920             MOVE WS-FACE-AMOUNT      TO TRANSACTION-AMOUNT
027940             MOVE WS-FACE-CURRENCY    TO CURRENCY-CODE
028000             PERFORM 2020-CHECK-CALL-STATUS THRU 2020-EXIT
028050         END-IF
028100         IF CALL-SUCCEEDED
028150             PERFORM 2023-ASSESS-FEE THRU 2023-EXIT
028200             PERFORM 2022-POST-BALANCE-IMPACT THRU 2022-EXIT
029600     END-IF
029700*
029800     PERFORM 2400-WRITE-RESULT THRU 2400-EXIT
029810     PERFORM 2420-WRITE-COUNTERPARTY THRU 2420-EXIT
029900     PERFORM 2500-ACCUMULATE-TOTALS THRU 2500-EXIT
029920     IF TRANSFER-IS-ON-US AND TRANS-NOT-REJECTED
029940         PERFORM 2410-WRITE-RECEIVING-LEG THRU 2410-EXIT
029960     END-IF
030000     PERFORM 2600-WRITE-SAR-EXTRACT THRU 2600-EXIT
030100     PERFORM 2700-WRITE-REVIEW-QUEUE THRU 2700-EXIT
030110     IF FEE-WAS-ASSESSED
034900             MOVE ZERO TO ACCOUNT-AVG-TXN-AMT
034950             MOVE ZERO TO ACCOUNT-ACCRUED-INTEREST
034960             MOVE SPACES TO ACCOUNT-CUSTOMER-ID
034970             MOVE SPACES TO ACCOUNT-CURRENCY-CODE
035000         NOT INVALID KEY
035010             SET HA-IMAGE-ON-FILE TO TRUE
035020             MOVE AF-ACCOUNT-ID          TO HA-ACCOUNT-ID
035060                 TO HA-ACCOUNT-AVG-TXN-AMT
035070             MOVE AF-ACCRUED-INTEREST    TO HA-ACCRUED-INTEREST
035080             MOVE AF-CUSTOMER-ID         TO HA-CUSTOMER-ID
035090             MOVE AF-CURRENCY-CODE       TO HA-CURRENCY-CODE
035100             MOVE AF-ACCOUNT-ID          TO ACCOUNT-ID
035200             MOVE AF-ACCOUNT-BALANCE     TO ACCOUNT-BALANCE
035300             MOVE AF-ACCOUNT-STATUS      TO ACCOUNT-STATUS
035410             MOVE AF-ACCRUED-INTEREST
035420                 TO ACCOUNT-ACCRUED-INTEREST
035430             MOVE AF-CUSTOMER-ID TO ACCOUNT-CUSTOMER-ID
035440             MOVE AF-CURRENCY-CODE TO ACCOUNT-CURRENCY-CODE
035500     END-READ
035510     SET HA-IMAGE-CLEAN TO TRUE.
035600 2016-EXIT.
035783         MOVE ZERO TO ACCOUNT-BALANCE
035784         MOVE ZERO TO ACCOUNT-AVG-TXN-AMT
035785         MOVE ZERO TO ACCOUNT-ACCRUED-INTEREST
035786         MOVE SPACES TO ACCOUNT-CUSTOMER-ID ACCOUNT-CURRENCY-CODE
035787         GO TO 2065-EXIT
035788     END-IF
035789     MOVE HA-CURRENCY-CODE       TO ACCOUNT-CURRENCY-CODE
035790     MOVE HA-ACCOUNT-ID          TO ACCOUNT-ID
035791     MOVE HA-ACCOUNT-BALANCE     TO ACCOUNT-BALANCE
035792     MOVE HA-ACCOUNT-STATUS      TO ACCOUNT-STATUS
035830*    A CLOSED ACCOUNT REJECTS THE TRANSACTION.  A FROZEN        *
035840*    ACCOUNT HOLDS IT INSTEAD - FREEZES ARE USUALLY TEMPORARY,  *
035850*    SO THE TRANSACTION IS PARKED IN SUSPENSE FOR AUTOMATIC     *
035860*    RETRY RATHER THAN BOUNCED BACK TO THE ORIGINATOR.  A       *
035862*    DORMANT ACCOUNT IS HELD THE SAME WAY UNTIL OPS REACTIVATE  *
035864*    IT.                                                        *
035870*---------------------------------------------------------------*
035900 2017-VALIDATE-ACCOUNT-STATUS.
036000     IF ACCOUNT-STATUS-CLOSED
036340             MOVE "HELD - ACCOUNT FROZEN"
036350                 TO TRANSACTION-REJECT-REASON
036360             PERFORM 2750-WRITE-FROZEN-SUSPENSE THRU 2750-EXIT
036361         ELSE
036362             IF ACCOUNT-STATUS-DORMANT
036363                 SET TRANS-IS-HELD TO TRUE
036364                 MOVE "HELD - ACCOUNT DORMANT"
036365                     TO TRANSACTION-REJECT-REASON
036366                 PERFORM 2750-WRITE-FROZEN-SUSPENSE
036367                     THRU 2750-EXIT
036368             END-IF
036370         END-IF
036400     END-IF.
036500 2017-EXIT.
036600     EXIT.
036601*
036602*---------------------------------------------------------------*
036603*    2030-VALIDATE-ON-US-TRANSFER                               *
036604*    AN XFR WHOSE COUNTERPARTY ACCOUNT IS ON ACCTFILE NEVER     *
036605*    LEAVES THE BANK - BOTH LEGS POST HERE, SO THE RECEIVING    *
036606*    ACCOUNT IS VETTED BEFORE THE SENDING LEG POSTS: CLOSED OR  *
036607*    ANY STATUS OTHER THAN OPEN REJECTS THE WHOLE TRANSFER;     *
036608*    FROZEN OR DORMANT HOLDS IT TO FRZSUSPO.  A COUNTERPARTY    *
036609*    ACCOUNT NOT ON FILE IS AN ORDINARY OFF-US TRANSFER.        *
036610*---------------------------------------------------------------*
036611 2030-VALIDATE-ON-US-TRANSFER.
036612     IF TRANSACTION-TYPE NOT = "XFR"
036613             OR TRANSACTION-CPTY-ACCOUNT-ID = SPACES
036614         GO TO 2030-EXIT
036615     END-IF
036616*
036617     IF TRANSACTION-CPTY-ACCOUNT-ID = TRANSACTION-ACCOUNT-ID
036618         SET TRANS-IS-REJECTED TO TRUE
036619         MOVE "XFR TO SAME ACCOUNT"
036620             TO TRANSACTION-REJECT-REASON
036621         GO TO 2030-EXIT
036622     END-IF
036623*
036624     MOVE TRANSACTION-CPTY-ACCOUNT-ID TO AF-ACCOUNT-ID
036625     READ ACCOUNT-FILE
036626         INVALID KEY
036627             GO TO 2030-EXIT
036628     END-READ
036629     MOVE AF-CURRENCY-CODE TO WS-CPTY-CURRENCY
036630     SET TRANSFER-IS-ON-US TO TRUE
036631     IF AF-ACCOUNT-STATUS = "C"
036632         SET TRANS-IS-REJECTED TO TRUE
036633         MOVE "CPTY ACCOUNT CLOSED"
036634             TO TRANSACTION-REJECT-REASON
036635         GO TO 2030-EXIT
036636     END-IF
036637     IF AF-ACCOUNT-STATUS = "F" OR "D"
036638         SET TRANS-IS-HELD TO TRUE
036639         MOVE "HELD - CPTY ACCOUNT FROZEN"
036640             TO TRANSACTION-REJECT-REASON
036641         IF AF-ACCOUNT-STATUS = "D"
036642             MOVE "HELD - CPTY ACCOUNT DORMANT"
036643                 TO TRANSACTION-REJECT-REASON
036644         END-IF
036645         PERFORM 2750-WRITE-FROZEN-SUSPENSE THRU 2750-EXIT
036646         GO TO 2030-EXIT
036647     END-IF
036648     IF AF-ACCOUNT-STATUS NOT = "O"
036649         SET TRANS-IS-REJECTED TO TRUE
036650         MOVE "CPTY ACCOUNT STATUS INVALID"
036651             TO TRANSACTION-REJECT-REASON
036652     END-IF.
036653 2030-EXIT.
036654     EXIT.
036655*
036656*---------------------------------------------------------------*
036657*    2031-POST-ON-US-TRANSFER                                   *
036658*    TAKES THE SENDING LEG OFF THE SENDER'S BALANCE IN THE      *
036659*    SHARED ACCOUNT-RECORD - 2022 THEN FOLDS IT INTO THE HELD   *
036660*    IMAGE AS FOR ANY SETTLEMENT - AND QUEUES THE RECEIVING     *
036661*    LEG FOR 2070 ON THE SENDER'S BREAK.  A FULL QUEUE IS       *
036662*    APPLIED EARLY RATHER THAN DROPPED; IF THAT FAILS THE       *
036663*    SENDING LEG IS NOT TAKEN EITHER.                           *
036664*---------------------------------------------------------------*
036665 2031-POST-ON-US-TRANSFER.
036666     IF OU-PENDING-COUNT NOT < 500
036667         DISPLAY "TRANPROCESSOR: ON-US CREDIT QUEUE FULL FOR "
036668             "ACCOUNT " TRANSACTION-ACCOUNT-ID
036669             " - RECEIVING LEGS APPLIED AHEAD OF THE BREAK"
036670         PERFORM 2070-APPLY-PENDING-CREDITS THRU 2070-EXIT
036671         IF OU-CREDIT-FAILED
036672             GO TO 2031-EXIT
036673         END-IF
036674     END-IF
036675*
036676     SUBTRACT WS-ACCOUNT-AMOUNT FROM ACCOUNT-BALANCE
036677     ADD 1 TO OU-PENDING-COUNT
036678     MOVE TRANSACTION-CPTY-ACCOUNT-ID
036679         TO OU-PENDING-ACCOUNT-ID (OU-PENDING-COUNT)
036680     MOVE WS-CPTY-AMOUNT
036681         TO OU-PENDING-AMOUNT (OU-PENDING-COUNT).
036682 2031-EXIT.
036683     EXIT.
036700*
036800*---------------------------------------------------------------*
036900*    2018-CONVERT-TO-BASE-CURRENCY                               *
037000*    RESTATES TRANSACTION-AMOUNT IN BASE CURRENCY (USD) USING    *
037100*    THE DAY'S LOADED RATES.  A CURRENCY WITH NO RATE ON FILE    *
037200*    REJECTS THE TRANSACTION - IT IS NEVER PRICED AT 1.  THE     *
037300*    USD FIGURE DRIVES THE LIMITS, FEES, AND STRUCTURING; WHAT   *
037400*    POSTS TO THE ACCOUNT IS PRICED BY 2035.                     *
037500*---------------------------------------------------------------*
037600 2018-CONVERT-TO-BASE-CURRENCY.
037700     SET RATE-NOT-FOUND TO TRUE
040200     END-IF.
040300 2018-LOOKUP-EXIT.
040400     EXIT.
040401*
040402*---------------------------------------------------------------*
040403*    2035-CONVERT-TO-ACCOUNT-CURRENCY                           *
040404*    PRICES THE TRANSACTION INTO THE CURRENCY THE ACCOUNT IS    *
040405*    HELD IN - THE AMOUNT THAT ACTUALLY MOVES ON ITS BALANCE.   *
040406*    A TRANSACTION IN THE ACCOUNT'S OWN CURRENCY POSTS AT FACE  *
040407*    VALUE, RATE 1; ANY OTHER IS CROSSED THROUGH THE DAY'S USD  *
040408*    RATES.  AN ACCOUNT CURRENCY WITH NO RATE ON FILE REJECTS   *
040409*    THE TRANSACTION, AS 2018 DOES FOR THE TRANSACTION'S OWN.   *
040410*    THE RECEIVING ACCOUNT OF AN ON-US TRANSFER IS PRICED THE   *
040411*    SAME WAY INTO ITS CURRENCY, SO EACH LEG MOVES IN ITS OWN    *
040412*    ACCOUNT'S CURRENCY.  NO CURRENCY ON THE MASTER MEANS USD.  *
040413*---------------------------------------------------------------*
040414 2035-CONVERT-TO-ACCOUNT-CURRENCY.
040415     MOVE ACCOUNT-CURRENCY-CODE TO WS-ACCOUNT-CURRENCY
040416     IF WS-ACCOUNT-CURRENCY = SPACES
040417         MOVE "USD" TO WS-ACCOUNT-CURRENCY
040418     END-IF
040419*
040420     MOVE WS-ACCOUNT-CURRENCY TO WS-LOOKUP-CURRENCY
040421     PERFORM 2036-LOOKUP-RATE THRU 2036-EXIT
040422     IF RATE-NOT-FOUND
040423         SET TRANS-IS-REJECTED TO TRUE
040424         MOVE "NO RATE FOR ACCOUNT CURRENCY"
040425             TO TRANSACTION-REJECT-REASON
040426         GO TO 2035-EXIT
040427     END-IF
040428     MOVE WS-LOOKUP-RATE TO WS-ACCOUNT-RATE
040429*
040430     IF CURRENCY-CODE = WS-ACCOUNT-CURRENCY
040431         MOVE TRANSACTION-AMOUNT TO WS-ACCOUNT-AMOUNT
040432         MOVE 1 TO WS-POSTING-RATE
040433     ELSE
040434         COMPUTE WS-POSTING-RATE ROUNDED =
040435             WS-CONVERSION-RATE / WS-ACCOUNT-RATE
040436         COMPUTE WS-ACCOUNT-AMOUNT ROUNDED =
040437             TRANSACTION-AMOUNT * WS-CONVERSION-RATE
040438                 / WS-ACCOUNT-RATE
040439             ON SIZE ERROR
040440                 SET TRANS-IS-REJECTED TO TRUE
040441                 MOVE "ACCOUNT AMOUNT OUT OF RANGE"
040442                     TO TRANSACTION-REJECT-REASON
040443                 GO TO 2035-EXIT
040444         END-COMPUTE
040445     END-IF
040446*
040447     IF TRANSFER-NOT-ON-US
040448         GO TO 2035-EXIT
040449     END-IF
040450*
040451     IF WS-CPTY-CURRENCY = SPACES
040452         MOVE "USD" TO WS-CPTY-CURRENCY
040453     END-IF
040454     MOVE WS-CPTY-CURRENCY TO WS-LOOKUP-CURRENCY
040455     PERFORM 2036-LOOKUP-RATE THRU 2036-EXIT
040456     IF RATE-NOT-FOUND
040457         SET TRANS-IS-REJECTED TO TRUE
040458         MOVE "NO RATE FOR CPTY CURRENCY"
040459             TO TRANSACTION-REJECT-REASON
040460         GO TO 2035-EXIT
040461     END-IF
040462*
040463     IF CURRENCY-CODE = WS-CPTY-CURRENCY
040464         MOVE TRANSACTION-AMOUNT TO WS-CPTY-AMOUNT
040465         MOVE 1 TO WS-CPTY-POSTING-RATE
040466     ELSE
040467         COMPUTE WS-CPTY-POSTING-RATE ROUNDED =
040468             WS-CONVERSION-RATE / WS-LOOKUP-RATE
040469         COMPUTE WS-CPTY-AMOUNT ROUNDED =
040470             TRANSACTION-AMOUNT * WS-CONVERSION-RATE
040471                 / WS-LOOKUP-RATE
040472             ON SIZE ERROR
040473                 SET TRANS-IS-REJECTED TO TRUE
040474                 MOVE "CPTY AMOUNT OUT OF RANGE"
040475                     TO TRANSACTION-REJECT-REASON
040476         END-COMPUTE
040477     END-IF.
040478 2035-EXIT.
040479     EXIT.
040500*
040501*---------------------------------------------------------------*
040502*    2036-LOOKUP-RATE                                           *
040503*    THE DAY'S USD RATE FOR WS-LOOKUP-CURRENCY.  A ZERO RATE IS *
040504*    AS GOOD AS NONE - NOTHING CAN BE PRICED THROUGH IT.        *
040505*---------------------------------------------------------------*
040506 2036-LOOKUP-RATE.
040507     SET RATE-NOT-FOUND TO TRUE
040508     MOVE ZERO TO WS-LOOKUP-RATE
040509     PERFORM 2036-TEST-RATE-ENTRY THRU 2036-TEST-EXIT
040510         VARYING WS-CURRENCY-SUBSCRIPT FROM 1 BY 1
040511         UNTIL WS-CURRENCY-SUBSCRIPT > CR-RATE-COUNT
040512             OR RATE-IS-FOUND
040513*
040514     IF WS-LOOKUP-RATE = ZERO
040515         SET RATE-NOT-FOUND TO TRUE
040516     END-IF.
040517 2036-EXIT.
040518     EXIT.
040519*
040520 2036-TEST-RATE-ENTRY.
040521     IF WS-LOOKUP-CURRENCY
040522             = CR-CURRENCY-CODE (WS-CURRENCY-SUBSCRIPT)
040523         MOVE CR-CONVERSION-RATE (WS-CURRENCY-SUBSCRIPT)
040524             TO WS-LOOKUP-RATE
040525         SET RATE-IS-FOUND TO TRUE
040526     END-IF.
040527 2036-TEST-EXIT.
040528     EXIT.
040529*
040530*---------------------------------------------------------------*
040531*    2024-CHARGE-FEE                                            *
040532*    THE FEE SCHEDULE IS IN USD; THE FEE COMES OFF THE BALANCE  *
040533*    IN THE ACCOUNT'S OWN CURRENCY AT THE DAY'S RATE.  FEEDTL   *
040534*    KEEPS THE USD FIGURE FOR THE FEE JOURNAL.                  *
040535*---------------------------------------------------------------*
040536 2024-CHARGE-FEE.
040537     MOVE WS-ACCOUNT-CURRENCY TO WS-FEE-CURRENCY
040538     IF WS-ACCOUNT-CURRENCY = "USD"
040539         MOVE WS-ASSESSED-FEE TO WS-ACCOUNT-FEE
040540         MOVE 1 TO WS-FEE-POSTING-RATE
040541     ELSE
040542         COMPUTE WS-FEE-POSTING-RATE ROUNDED =
040543             1 / WS-ACCOUNT-RATE
040544         COMPUTE WS-ACCOUNT-FEE ROUNDED =
040545             WS-ASSESSED-FEE / WS-ACCOUNT-RATE
040546     END-IF
040547*
040548     SUBTRACT WS-ACCOUNT-FEE FROM ACCOUNT-BALANCE.
040549 2024-EXIT.
040550     EXIT.
040551*
040600*---------------------------------------------------------------*
040700*    2019-VALIDATE-BALANCE-IMPACT                                *
040800*    REJECTS A DEBIT - OR THE SENDING LEG OF AN ON-US TRANSFER - *
040900*    THAT WOULD DRIVE THE ACCOUNT NEGATIVE, USING THE AMOUNT     *
041000*    PRICED INTO THE ACCOUNT'S CURRENCY - THE CURRENCY           *
041050*    ACCOUNT-BALANCE IS CARRIED IN.                              *
041100*---------------------------------------------------------------*
041200 2019-VALIDATE-BALANCE-IMPACT.
041300     IF TRANSACTION-TYPE = "DEBIT"
041400         IF WS-ACCOUNT-AMOUNT > ACCOUNT-BALANCE
041500             SET TRANS-IS-REJECTED TO TRUE
041600             MOVE "INSUFFICIENT FUNDS FOR DEBIT"
041700                 TO TRANSACTION-REJECT-REASON
041800         END-IF
041900     END-IF
041910     IF TRANSFER-IS-ON-US
041920         IF WS-ACCOUNT-AMOUNT > ACCOUNT-BALANCE
041930             SET TRANS-IS-REJECTED TO TRUE
041940             MOVE "INSUFFICIENT FUNDS FOR XFR"
041950                 TO TRANSACTION-REJECT-REASON
041960         END-IF
041970     END-IF.
042000 2019-EXIT.
042100     EXIT.
042200*
044943         GO TO 2025-EXIT
044944     END-IF
044945*
044946     IF (TRANSACTION-TYPE = "DEBIT" OR TRANSFER-IS-ON-US)
044947             AND VL-MAX-DAILY-DEBIT > ZERO
044948         IF VL-DAY-DEBIT-TOTAL + WS-BASE-CURRENCY-AMOUNT
044949                 > VL-MAX-DAILY-DEBIT
044976     END-IF
044977*
044978     ADD 1 TO VL-DAY-TXN-COUNT
044979     IF TRANSACTION-TYPE = "DEBIT" OR TRANSFER-IS-ON-US
044980         ADD WS-BASE-CURRENCY-AMOUNT TO VL-DAY-DEBIT-TOTAL
044981     END-IF.
044982 2026-EXIT.
046050     MOVE ACCOUNT-ACCRUED-INTEREST
046060                                 TO HA-ACCRUED-INTEREST
046070     MOVE ACCOUNT-CUSTOMER-ID    TO HA-CUSTOMER-ID
046080     MOVE ACCOUNT-CURRENCY-CODE  TO HA-CURRENCY-CODE
046100     SET HA-IMAGE-DIRTY TO TRUE.
046200 2022-EXIT.
046300     EXIT.
046376         MOVE HA-ACCOUNT-AVG-TXN-AMT TO AF-ACCOUNT-AVG-TXN-AMT
046377         MOVE HA-ACCRUED-INTEREST    TO AF-ACCRUED-INTEREST
046378         MOVE HA-CUSTOMER-ID         TO AF-CUSTOMER-ID
046379         PERFORM 2060-REWRITE-IMAGE THRU 2060-REWRITE-EXIT
046380     END-IF
046381*
046382     SET HA-IMAGE-EMPTY TO TRUE
046384 2060-EXIT.
046385     EXIT.
046386*
046388 2060-REWRITE-IMAGE.
046390     MOVE HA-CURRENCY-CODE           TO AF-CURRENCY-CODE
046392     REWRITE ACCOUNT-FILE-RECORD.
046394 2060-REWRITE-EXIT.
046396     EXIT.
046398*
046402*---------------------------------------------------------------*
046404*    2023-ASSESS-FEE                                            *
046406*    LOOKS THE SETTLED TRANSACTION UP ON THE FEE SCHEDULE BY    *
046408*    TYPE AND BASE-CURRENCY AMOUNT BAND AND, ON A MATCH,        *
046410*    DEBITS THE FEE (2024) FROM THE BALANCE AHEAD OF THE        *
046412*    ACCTFILE REWRITE.  THE FEE IS CHARGED EVEN IF IT LEAVES    *
046414*    THE BALANCE NEGATIVE - FEES ARE OWED REGARDLESS.  THE      *
046416*    POSTING AND JOURNAL ROWS ARE WRITTEN AT THE END OF THE     *
046448         GO TO 2023-EXIT
046450     END-IF
046452*
046454     PERFORM 2024-CHARGE-FEE THRU 2024-EXIT
046456     SET FEE-WAS-ASSESSED TO TRUE.
046458 2023-EXIT.
046460     EXIT.
046500 2400-WRITE-RESULT.
046600     MOVE TRANSACTION-ID            TO TR-TRANSACTION-ID
046700     MOVE TRANSACTION-TYPE          TO TR-TRANSACTION-TYPE
046720     IF TRANSFER-IS-ON-US AND TRANS-NOT-REJECTED
046740         MOVE "XFR-OUT   "          TO TR-TRANSACTION-TYPE
046760     END-IF
046800     MOVE TRANSACTION-AMOUNT        TO TR-TRANSACTION-AMOUNT
046900     MOVE CURRENCY-CODE             TO TR-CURRENCY-CODE
047000     MOVE TRANSACTION-ACCOUNT-ID    TO TR-ACCOUNT-ID
047510     MOVE BD-BUSINESS-DATE          TO TR-PROCESS-DATE
047520     MOVE BD-RUN-NUMBER             TO TR-RUN-NUMBER
047530     MOVE TRANSACTION-CHANNEL-ID    TO TR-CHANNEL-ID
047548     MOVE WS-ACCOUNT-AMOUNT         TO TR-POSTED-AMOUNT
047565     MOVE WS-ACCOUNT-CURRENCY       TO TR-POSTED-CURRENCY
047582     MOVE WS-POSTING-RATE           TO TR-POSTED-RATE
047600     WRITE TRANSACTION-RESULT-RECORD.
047700 2400-EXIT.
047800     EXIT.
047801*
047802*---------------------------------------------------------------*
047803*    2410-WRITE-RECEIVING-LEG                                   *
047804*    THE CREDIT SIDE OF A SETTLED ON-US TRANSFER, AS ITS OWN    *
047805*    RESULT ROW AGAINST THE RECEIVING ACCOUNT UNDER THE SAME    *
047806*    TRANSACTION-ID, SO THE JOURNAL, GL EXTRACT, AND HISTORY    *
047807*    CARRY BOTH LEGS.  THE ROW FOLDS INTO THE COMM-AREA         *
047808*    CONTROL TOTALS LIKE A FEE ROW.  NO CHANNEL IS STAMPED -    *
047809*    THE RECEIVER IS NOT THE SENDER'S CUSTOMER ON THE STATUS    *
047810*    RETURN CUT.                                                *
047811*---------------------------------------------------------------*
047812 2410-WRITE-RECEIVING-LEG.
047813     MOVE TRANSACTION-ID            TO TR-TRANSACTION-ID
047814     MOVE "XFR-IN    "              TO TR-TRANSACTION-TYPE
047815     MOVE TRANSACTION-AMOUNT        TO TR-TRANSACTION-AMOUNT
047816     MOVE CURRENCY-CODE             TO TR-CURRENCY-CODE
047817     MOVE TRANSACTION-CPTY-ACCOUNT-ID
047818                                    TO TR-ACCOUNT-ID
047819     MOVE ZERO                      TO TR-RISK-SCORE
047820     MOVE "N"                       TO TR-REVIEW-REQUIRED
047821     MOVE "Y"                       TO TR-COMPLIANT
047822     MOVE "N"                       TO TR-REJECTED
047823     MOVE SPACES                    TO TR-REJECT-REASON
047824     MOVE BD-BUSINESS-DATE          TO TR-PROCESS-DATE
047825     MOVE BD-RUN-NUMBER             TO TR-RUN-NUMBER
047826     MOVE SPACES                    TO TR-CHANNEL-ID
047827     MOVE WS-CPTY-AMOUNT            TO TR-POSTED-AMOUNT
047828     MOVE WS-CPTY-CURRENCY          TO TR-POSTED-CURRENCY
047829     MOVE WS-CPTY-POSTING-RATE      TO TR-POSTED-RATE
047830     WRITE TRANSACTION-RESULT-RECORD
047831*
047832     ADD 1 TO TP-TRANSACTION-COUNT
047833     ADD TRANSACTION-AMOUNT TO TP-TOTAL-AMOUNT.
047834 2410-EXIT.
047835     EXIT.
047836*
047837*---------------------------------------------------------------*
047838*    2420-WRITE-COUNTERPARTY                                    *
047839*    THE ITEM'S COUNTERPARTY GOES TO TRANCPTY UNDER ITS         *
047840*    TRANSACTION-ID, WHATEVER THE OUTCOME.  NETWORKORIGINATION  *
047841*    NAMES THE BENEFICIARY OF AN ACH OR WIRE ITEM FROM IT - THE *
047842*    SORTED FEED IS GONE BY THEN FOR ALL BUT THE LAST CYCLE.    *
047843*    AN ITEM WITH NO COUNTERPARTY ACCOUNT IS NOT WRITTEN.       *
047844*---------------------------------------------------------------*
047845 2420-WRITE-COUNTERPARTY.
047846     IF TRANSACTION-CPTY-ACCOUNT-ID = SPACES
047847         GO TO 2420-EXIT
047848     END-IF
047849*
047850     MOVE TRANSACTION-ID            TO CP-TRANSACTION-ID
047851     MOVE TRANSACTION-CPTY-NAME     TO CP-CPTY-NAME
047852     MOVE TRANSACTION-CPTY-ACCOUNT-ID
047853                                    TO CP-CPTY-ACCOUNT-ID
047854     MOVE BD-BUSINESS-DATE          TO CP-BUSINESS-DATE
047855     MOVE BD-RUN-NUMBER             TO CP-RUN-NUMBER
047856     WRITE COUNTERPARTY-DAY-RECORD.
047857 2420-EXIT.
047858     EXIT.
047859*
047860*---------------------------------------------------------------*
047861*    2070-APPLY-PENDING-CREDITS                                 *
047862*    CREDITS THE RECEIVING ACCOUNT OF EACH ON-US TRANSFER THE   *
047863*    SENDER MADE, BEFORE THE SENDER ITSELF IS WRITTEN.  EVERY   *
047864*    RECEIVER IS CHECKED (2770) BEFORE ANY IS CREDITED (2780);  *
047865*    IF ONE CANNOT TAKE ITS CREDIT, OR A REWRITE FAILS, THE     *
047866*    REQUEST FAILS, THE SENDER IS NOT FLUSHED AND THE DRIVER    *
047867*    STOPS THE RUN AT RC 16.                                    *
047868*---------------------------------------------------------------*
047869 2070-APPLY-PENDING-CREDITS.
047870     IF OU-CREDIT-FAILED
047871         SET TP-REQUEST-FAILED TO TRUE
047872         GO TO 2070-EXIT
047873     END-IF
047874     IF OU-PENDING-COUNT = ZERO
047875         GO TO 2070-EXIT
047876     END-IF
047877*
047878     PERFORM 2770-CHECK-PENDING-CREDIT THRU 2770-EXIT
047879         VARYING OU-PENDING-SUBSCRIPT FROM 1 BY 1
047880         UNTIL OU-PENDING-SUBSCRIPT > OU-PENDING-COUNT
047881            OR OU-CREDIT-FAILED
047882     IF OU-CREDITS-CLEAN
047883         PERFORM 2780-APPLY-PENDING-CREDIT THRU 2780-EXIT
047884             VARYING OU-PENDING-SUBSCRIPT FROM 1 BY 1
047885             UNTIL OU-PENDING-SUBSCRIPT > OU-PENDING-COUNT
047886                OR OU-CREDIT-FAILED
047887     END-IF
047888*
047889     IF OU-CREDIT-FAILED
047890         SET TP-REQUEST-FAILED TO TRUE
047891         GO TO 2070-EXIT
047892     END-IF
047893     MOVE ZERO TO OU-PENDING-COUNT.
047894 2070-EXIT.
047895     EXIT.
047900*
047902*---------------------------------------------------------------*
047904*    2460-WRITE-FEE-POSTING                                     *
047926     MOVE TRANSACTION-ID            TO TR-TRANSACTION-ID
047928     MOVE "FEE       "              TO TR-TRANSACTION-TYPE
047930     MOVE WS-ASSESSED-FEE           TO TR-TRANSACTION-AMOUNT
047931     MOVE WS-ACCOUNT-FEE            TO TR-POSTED-AMOUNT
047932     MOVE "USD"                     TO TR-CURRENCY-CODE
047933     MOVE WS-FEE-CURRENCY           TO TR-POSTED-CURRENCY
047934     MOVE TRANSACTION-ACCOUNT-ID    TO TR-ACCOUNT-ID
047936     MOVE ZERO                      TO TR-RISK-SCORE
047938     MOVE "N"                       TO TR-REVIEW-REQUIRED
047946     MOVE BD-BUSINESS-DATE          TO TR-PROCESS-DATE
047948     MOVE BD-RUN-NUMBER             TO TR-RUN-NUMBER
047950     MOVE SPACES                    TO TR-CHANNEL-ID
047951     MOVE WS-FEE-POSTING-RATE       TO TR-POSTED-RATE
047952     WRITE TRANSACTION-RESULT-RECORD
047954*
047956     MOVE TRANSACTION-ID            TO FJ-TRANSACTION-ID
049200     END-IF.
049300 2500-EXIT.
049400     EXIT.
049401*
049402*---------------------------------------------------------------*
049403*    2550-LOAD-DAY-ACCUMULATORS                                 *
049404*    SEEDS THE NEW ACCOUNT'S VELOCITY AND STRUCTURING FIGURES   *
049405*    FROM DAYACCUM.  A ROW FOR AN EARLIER CYCLE OF THE DATE     *
049406*    SEEDS FROM ITS RUNNING FIGURES; A ROW THIS SAME RUN WROTE  *
049407*    (A RERUN OF THE CYCLE) SEEDS FROM THE FIGURES THE RUN      *
049408*    STARTED FROM.  NO ROW, OR A ROW FOR AN OLDER DATE, STARTS  *
049409*    THE ACCOUNT FROM ZERO.                                     *
049410*---------------------------------------------------------------*
049411 2550-LOAD-DAY-ACCUMULATORS.
049412     MOVE ZERO TO DC-DEBIT-TOTAL
049413     MOVE ZERO TO DC-TXN-COUNT
049414     MOVE ZERO TO DC-CUM-AMOUNT
049415     MOVE ZERO TO DC-NEAR-COUNT
049416     MOVE "N"  TO DC-FLAGGED
049417     SET DC-ROW-NOT-ON-FILE TO TRUE
049418*
049419     MOVE TRANSACTION-ACCOUNT-ID TO DA-ACCOUNT-ID
049420     READ DAY-ACCUM-FILE
049421         INVALID KEY
049422             GO TO 2550-SEED-ACCUMULATORS
049423     END-READ
049424     SET DC-ROW-ON-FILE TO TRUE
049425*
049426     IF DA-BUSINESS-DATE NOT = BD-BUSINESS-DATE
049427         GO TO 2550-SEED-ACCUMULATORS
049428     END-IF
049429*
049430     IF DA-RUN-NUMBER = BD-RUN-NUMBER
049431         MOVE DA-PRIOR-DEBIT-TOTAL TO DC-DEBIT-TOTAL
049432         MOVE DA-PRIOR-TXN-COUNT   TO DC-TXN-COUNT
049433         MOVE DA-PRIOR-CUM-AMOUNT  TO DC-CUM-AMOUNT
049434         MOVE DA-PRIOR-NEAR-COUNT  TO DC-NEAR-COUNT
049435         MOVE DA-PRIOR-FLAGGED     TO DC-FLAGGED
049436     ELSE
049437         MOVE DA-DAY-DEBIT-TOTAL   TO DC-DEBIT-TOTAL
049438         MOVE DA-DAY-TXN-COUNT     TO DC-TXN-COUNT
049439         MOVE DA-STRUCT-CUM-AMOUNT TO DC-CUM-AMOUNT
049440         MOVE DA-STRUCT-NEAR-COUNT TO DC-NEAR-COUNT
049441         MOVE DA-STRUCT-FLAGGED    TO DC-FLAGGED
049442     END-IF.
049443 2550-SEED-ACCUMULATORS.
049444     MOVE DC-DEBIT-TOTAL TO VL-DAY-DEBIT-TOTAL
049445     MOVE DC-TXN-COUNT   TO VL-DAY-TXN-COUNT
049446     MOVE DC-CUM-AMOUNT  TO ST-CUM-BASE-AMOUNT
049447     MOVE DC-NEAR-COUNT  TO ST-NEAR-LIMIT-COUNT
049448     IF DC-FLAGGED = "Y"
049449         SET ST-ALREADY-FLAGGED TO TRUE
049450     ELSE
049451         SET ST-NOT-YET-FLAGGED TO TRUE
049452     END-IF.
049453 2550-EXIT.
049454     EXIT.
049455*
049456*---------------------------------------------------------------*
049457*    2560-SAVE-DAY-ACCUMULATORS                                 *
049458*    WRITES THE FINISHED ACCOUNT'S FIGURES BACK TO DAYACCUM,    *
049459*    STAMPED WITH THE DATE AND RUN, ALONG WITH THE FIGURES THE  *
049460*    RUN STARTED FROM.  CALLED ON EACH ACCOUNT BREAK AFTER THE  *
049461*    STRUCTURING CHECK AND ONCE MORE AT CLOSE.  A FAILED WRITE  *
049462*    IS WARNED: THE ACCOUNT'S NEXT CYCLE WOULD START LOW.       *
049463*---------------------------------------------------------------*
049464 2560-SAVE-DAY-ACCUMULATORS.
049465     IF ST-CURRENT-ACCOUNT-ID = SPACES
049466         GO TO 2560-EXIT
049467     END-IF
049468*
049469     MOVE ST-CURRENT-ACCOUNT-ID TO DA-ACCOUNT-ID
049470     MOVE BD-BUSINESS-DATE      TO DA-BUSINESS-DATE
049471     MOVE BD-RUN-NUMBER         TO DA-RUN-NUMBER
049472     MOVE VL-DAY-DEBIT-TOTAL    TO DA-DAY-DEBIT-TOTAL
049473     MOVE VL-DAY-TXN-COUNT      TO DA-DAY-TXN-COUNT
049474     MOVE ST-CUM-BASE-AMOUNT    TO DA-STRUCT-CUM-AMOUNT
049475     MOVE ST-NEAR-LIMIT-COUNT   TO DA-STRUCT-NEAR-COUNT
049476     MOVE ST-STRUCT-FLAGGED-SW  TO DA-STRUCT-FLAGGED
049477     MOVE DC-DEBIT-TOTAL        TO DA-PRIOR-DEBIT-TOTAL
049478     MOVE DC-TXN-COUNT          TO DA-PRIOR-TXN-COUNT
049479     MOVE DC-CUM-AMOUNT         TO DA-PRIOR-CUM-AMOUNT
049480     MOVE DC-NEAR-COUNT         TO DA-PRIOR-NEAR-COUNT
049481     MOVE DC-FLAGGED            TO DA-PRIOR-FLAGGED
049482*
049483     IF DC-ROW-ON-FILE
049484         REWRITE DAY-ACCUM-RECORD
049485     ELSE
049486         WRITE DAY-ACCUM-RECORD
049487     END-IF
049488     IF NOT DAYACC-FILE-OK
049489         DISPLAY "TRANPROCESSOR: WARNING - DAY ACCUMULATORS FOR "
049490             ST-CURRENT-ACCOUNT-ID " NOT SAVED - STATUS "
049491             WS-DAYACC-FILE-STATUS
049492     END-IF.
049493 2560-EXIT.
049494     EXIT.
049500*
049600 2600-WRITE-SAR-EXTRACT.
049700     IF TRANSACTION-RISK-SCORE > WS-HIGH-RISK-THRESHOLD
051800         MOVE TRANSACTION-ID           TO RQ-TRANSACTION-ID
051900         MOVE TRANSACTION-ACCOUNT-ID   TO RQ-ACCOUNT-ID
052000         MOVE TRANSACTION-TYPE         TO RQ-TRANSACTION-TYPE
052050         MOVE SPACES                   TO RQ-CPTY-ACCOUNT-ID
052100         MOVE TRANSACTION-AMOUNT       TO RQ-TRANSACTION-AMOUNT
052200         MOVE TRANSACTION-RISK-SCORE   TO RQ-RISK-SCORE
052300         SET RQ-DECISION-PENDING       TO TRUE
052800         MOVE BD-BUSINESS-DATE         TO RQ-QUEUED-DATE
052810         IF TRANS-NOT-REJECTED
052820             SET RQ-ITEM-SETTLED       TO TRUE
052821             IF TRANSFER-IS-ON-US
052822                 MOVE "XFR-OUT   "     TO RQ-TRANSACTION-TYPE
052823                 MOVE TRANSACTION-CPTY-ACCOUNT-ID
052824                                       TO RQ-CPTY-ACCOUNT-ID
052825             END-IF
052830         ELSE
052840             SET RQ-ITEM-NOT-SETTLED   TO TRUE
052850         END-IF
053359 2750-EXIT.
053360     EXIT.
053361*
053362 2770-CHECK-PENDING-CREDIT.
053363     MOVE OU-PENDING-ACCOUNT-ID (OU-PENDING-SUBSCRIPT)
053364         TO AF-ACCOUNT-ID
053365     READ ACCOUNT-FILE
053366         INVALID KEY
053367             DISPLAY "TRANPROCESSOR: ON-US RECEIVING ACCOUNT "
053368                 AF-ACCOUNT-ID " NOT ON ACCTFILE - CREDIT OF "
053369                 OU-PENDING-AMOUNT (OU-PENDING-SUBSCRIPT)
053370                 " NOT APPLIED"
053371             SET OU-CREDIT-FAILED TO TRUE
053372             GO TO 2770-EXIT
053373     END-READ
053374     IF AF-ACCOUNT-STATUS NOT = "O"
053375         DISPLAY "TRANPROCESSOR: ON-US RECEIVING ACCOUNT "
053376             AF-ACCOUNT-ID " STATUS " AF-ACCOUNT-STATUS
053377             " - CREDIT NOT APPLIED"
053378         SET OU-CREDIT-FAILED TO TRUE
053379     END-IF.
053380 2770-EXIT.
053381     EXIT.
053382*
053383 2780-APPLY-PENDING-CREDIT.
053384     PERFORM 2770-CHECK-PENDING-CREDIT THRU 2770-EXIT
053385     IF OU-CREDIT-FAILED
053386         GO TO 2780-EXIT
053387     END-IF
053388     ADD OU-PENDING-AMOUNT (OU-PENDING-SUBSCRIPT)
053389         TO AF-ACCOUNT-BALANCE
053390     REWRITE ACCOUNT-FILE-RECORD
053391     IF NOT ACCT-FILE-OK
053392         DISPLAY "TRANPROCESSOR: REWRITE FAILED FOR ON-US "
053393             "RECEIVING ACCOUNT " AF-ACCOUNT-ID " - STATUS "
053394             WS-ACCT-FILE-STATUS
053395         SET OU-CREDIT-FAILED TO TRUE
053396     END-IF.
053397 2780-EXIT.
053398     EXIT.
053399*
053400*---------------------------------------------------------------*
053410*    2800-CHECK-STRUCTURING                                     *
053420*    EVALUATES THE ACCOUNT JUST COMPLETED.  AN ACCOUNT WHOSE    *
053460*    QUEUED FOR ANALYST REVIEW EVEN THOUGH EACH TRANSACTION     *
053470*    SCORED LOW ON ITS OWN.  CALLED ON EACH ACCOUNT BREAK AND   *
053480*    ONCE MORE AT CLOSE FOR THE FINAL ACCOUNT.                  *
053482*    AN ACCOUNT AN EARLIER CYCLE OF THE DATE ALREADY FLAGGED    *
053484*    IS NOT FLAGGED AGAIN.                                      *
053490*---------------------------------------------------------------*
053500 2800-CHECK-STRUCTURING.
053501     IF ST-CURRENT-ACCOUNT-ID = SPACES OR ST-ALREADY-FLAGGED
053502         GO TO 2800-EXIT
053503     END-IF
053504*
053513         MOVE ST-CUM-BASE-AMOUNT TO ST-SAR-AMOUNT
053514     END-IF
053515*
053516     MOVE SPACES                 TO RQ-CPTY-ACCOUNT-ID
053517     ACCEPT WS-CURRENT-TIME FROM TIME
053518*
053519     MOVE ST-CURRENT-ACCOUNT-ID  TO SAR-ACCOUNT-ID
053538     MOVE BD-BUSINESS-DATE       TO RQ-QUEUED-DATE
053539     SET RQ-ITEM-NOT-SETTLED     TO TRUE
053540     WRITE REVIEW-QUEUE-RECORD
053541     SET ST-ALREADY-FLAGGED TO TRUE
053542     DISPLAY "TRANPROCESSOR: STRUCTURING FLAG FOR ACCOUNT "
053543         ST-CURRENT-ACCOUNT-ID " CUM " ST-CUM-BASE-AMOUNT
053544         " NEAR-LIMIT COUNT " ST-NEAR-LIMIT-COUNT.
053630*    FILES CLOSE.                                               *
053700*---------------------------------------------------------------*
053800 9000-CLOSE-PROCESSOR.
053802     PERFORM 2070-APPLY-PENDING-CREDITS THRU 2070-EXIT
053804     IF OU-CREDITS-CLEAN
053806         PERFORM 2060-FLUSH-ACCOUNT-BALANCE THRU 2060-EXIT
053808         PERFORM 2800-CHECK-STRUCTURING THRU 2800-EXIT
053810         PERFORM 2560-SAVE-DAY-ACCUMULATORS THRU 2560-EXIT
053812     END-IF
053814     MOVE SPACES TO ST-CURRENT-ACCOUNT-ID
053900     CLOSE ACCOUNT-FILE
054000     CLOSE TRANSACTION-RESULT-FILE
054100     CLOSE SAR-EXTRACT-FILE
054310     CLOSE FROZEN-SUSPENSE-FILE
054320     CLOSE FEE-JOURNAL-FILE
054330     CLOSE LIMIT-BREACH-FILE
054335     CLOSE COUNTERPARTY-DAY-FILE
054340     IF LIMITS-AVAILABLE
054350         CLOSE ACCOUNT-LIMITS-FILE
054360     END-IF
054380     CLOSE DAY-ACCUM-FILE.
054400 9000-EXIT.
054500     EXIT.
