002700*    CAPPED AT 31 PER RUN SO A RUNAWAY CANNOT DRAIN THE ID      *
002800*    RANGE.  AN ORDER PAST ITS EXPIRY DATE IS MARKED EXPIRED    *
002900*    AND GENERATES NOTHING FURTHER.                             *
002910*                                                               *
002920*    A NEXT-DUE DATE ON A WEEKEND OR HOLCAL HOLIDAY IS ROLLED   *
002930*    BY BUSINESSDAYCALC UNDER THE ORDER'S OWN BUSINESS-DAY      *
002940*    RULE - TO THE NEXT BUSINESS DAY, OR BACK TO THE PREVIOUS   *
002950*    ONE - AND THE ROLLED DATE DECIDES WHETHER THE OCCURRENCE   *
002960*    IS DUE TODAY AND IS ITS VALUE DATE.  THE NOMINAL DATE ON   *
002970*    SORDMST STILL DRIVES THE SCHEDULE AND THE EXPIRY CHECK.    *
002980*    AN UNUSABLE CALENDAR ABORTS THE RUN.                       *
003000*                                                                *
003100*    MODIFICATION HISTORY.                                      *
003200*    ---------------------------------------------------------- *
003350*                    (RC 8) INSTEAD OF RETRYING THE SAME WRITE    *
003360*                    FOREVER; ADVANCES ALREADY MADE STILL         *
003370*                    REWRITE, SO NOTHING GENERATED IS LOST.       *
003375*    2026-10-07  DO  DUE DATES ROLL OFF WEEKENDS AND HOLCAL       *
003380*                    HOLIDAYS UNDER THE ORDER'S BUSINESS-DAY      *
003385*                    RULE; THE ROLLED DATE IS THE VALUE DATE.     *
003400*                                                                *
003500*****************************************************************
003600 ENVIRONMENT DIVISION.
008900     05  NT-SEQUENCE                 PIC 9(03).
009000*
009100 01  WS-DATE-INTEGER                 PIC 9(07).
009110 01  WS-EFFECTIVE-DUE-DATE           PIC 9(08).
009120*
009130 COPY BusinessDayComm.
009200*
009300 01  WS-DUE-DATE-PARTS.
009400     05  DP-YEAR                     PIC 9(04).
010300 77  WS-CAPPED-COUNT                 PIC 9(07) COMP VALUE ZERO.
010400 77  WS-ID-EXHAUSTED-COUNT           PIC 9(07) COMP VALUE ZERO.
010410 77  WS-ORDER-COUNT                  PIC 9(07) COMP VALUE ZERO.
010415 77  WS-BAD-DUE-DATE-COUNT           PIC 9(07) COMP VALUE ZERO.
010420*
010430 01  WS-RELS-WRITE-SW                PIC X(01) VALUE "N".
010440     88  RELS-WRITE-FAILED               VALUE "Y".
013300         GOBACK
013400     END-IF
013500     MOVE BD-RUN-NUMBER TO NT-RUN-NUMBER
013510*
013520     SET BDC-ROLL-FOLLOWING TO TRUE
013530     MOVE BD-BUSINESS-DATE TO BDC-FROM-DATE
013540     CALL 'BusinessDayCalc' USING BUSINESS-DAY-COMM-AREA
013550     IF RETURN-CODE NOT = ZERO
013560         DISPLAY "STANDINGORDERGEN: NO USABLE HOLCAL CALENDAR - "
013570             "RUN ABORTED"
013580         MOVE 16 TO RETURN-CODE
013590         GOBACK
013595     END-IF
013600*
013700     OPEN I-O STANDING-ORDER-FILE
013800     IF NOT ORDER-FILE-OK
018000         GO TO 2000-NEXT
018100     END-IF
018200*
018210     PERFORM 2050-ROLL-DUE-DATE THRU 2050-EXIT
018220*
018300     PERFORM 2100-GENERATE-IF-DUE THRU 2100-EXIT
018400         UNTIL WS-EFFECTIVE-DUE-DATE > BD-BUSINESS-DATE
018500            OR NOT SO-STATUS-ACTIVE
018600            OR WS-ORDER-GEN-COUNT > 30
018700            OR WS-GEN-SEQUENCE = 999
020000 2000-EXIT.
020100     EXIT.
020200*
020210*---------------------------------------------------------------*
020220*    2050-ROLL-DUE-DATE                                         *
020230*    THE DATE THE CURRENT OCCURRENCE ACTUALLY GOES OUT: NEXT-   *
020240*    DUE ROLLED TO A BUSINESS DAY UNDER THE ORDER'S RULE.  A    *
020250*    NEXT-DUE THAT IS NOT A REAL DATE CANNOT BE ROLLED - THE    *
020260*    ORDER IS LEFT AS IT IS FOR OPS TO CORRECT (RC 4).          *
020270*---------------------------------------------------------------*
020280 2050-ROLL-DUE-DATE.
020281     IF SO-ROLL-PREVIOUS
020282         SET BDC-ROLL-PRECEDING TO TRUE
020283     ELSE
020284         SET BDC-ROLL-FOLLOWING TO TRUE
020285     END-IF
020286     MOVE SO-NEXT-DUE-DATE TO BDC-FROM-DATE
020287     CALL 'BusinessDayCalc' USING BUSINESS-DAY-COMM-AREA
020288     IF RETURN-CODE NOT = ZERO
020289         DISPLAY "STANDINGORDERGEN: ORDER " SO-ORDER-ID
020290             " NEXT-DUE " SO-NEXT-DUE-DATE " IS NOT A VALID "
020291             "DATE - ORDER SKIPPED"
020292         ADD 1 TO WS-BAD-DUE-DATE-COUNT
020293         MOVE 99999999 TO WS-EFFECTIVE-DUE-DATE
020294         GO TO 2050-EXIT
020295     END-IF
020296     MOVE BDC-RESULT-DATE TO WS-EFFECTIVE-DUE-DATE.
020297 2050-EXIT.
020298     EXIT.
020299*
020300*---------------------------------------------------------------*
020400*    2100-GENERATE-IF-DUE                                       *
020500*    ONE OCCURRENCE: EXPIRY CHECK, THE TRANRELS WRITE, AND THE  *
022900     MOVE SO-CURRENCY-CODE      TO RL-CURRENCY-CODE
023000     MOVE SO-ACCOUNT-ID         TO RL-ACCOUNT-ID
023100     MOVE "STANDING"            TO RL-CHANNEL-ID
023200     MOVE WS-EFFECTIVE-DUE-DATE TO RL-VALUE-DATE
023210     MOVE SPACES                TO RL-CPTY-NAME
023220     MOVE SPACES                TO RL-CPTY-ACCOUNT-ID
023300     WRITE RELEASED-TRANSACTION-RECORD
024300     ADD 1 TO WS-GENERATED-COUNT
024400     ADD 1 TO WS-ORDER-GEN-COUNT
024500     PERFORM 2200-ADVANCE-NEXT-DUE THRU 2200-EXIT
024550     PERFORM 2050-ROLL-DUE-DATE THRU 2050-EXIT
024600     SET ORDER-WAS-CHANGED TO TRUE.
024700 2100-EXIT.
024800     EXIT.
032300         DISPLAY "STANDINGORDERGEN: ID RANGE EXHAUSTED - "
032400             WS-ID-EXHAUSTED-COUNT " OCCURRENCE(S) NOT "
032500             "GENERATED - RUN AGAIN NEXT CYCLE"
032600     END-IF
032610     IF WS-BAD-DUE-DATE-COUNT > ZERO
032620         DISPLAY "STANDINGORDERGEN: " WS-BAD-DUE-DATE-COUNT
032630             " ORDER(S) SKIPPED FOR AN INVALID NEXT-DUE DATE"
032640         IF RETURN-CODE < 4
032650             MOVE 4 TO RETURN-CODE
032660         END-IF
032670     END-IF.
032700 9000-EXIT.
032800     EXIT.
