002700*    - FREQUENCY MUST BE D, W, OR M; THE AMOUNT MUST BE         *
002800*      NUMERIC AND NON-ZERO; NEXT-DUE MUST BE NUMERIC AND       *
002900*      NON-ZERO; EXPIRY MUST BE NUMERIC (ZERO = NEVER).         *
002910*    - THE BUSINESS-DAY RULE MUST BE N (ROLL A NON-BUSINESS     *
002920*      DUE DATE TO THE NEXT BUSINESS DAY), P (THE PREVIOUS      *
002930*      ONE), OR SPACE, WHICH IS TAKEN AS N.                      *
003000*                                                                *
003100*    MODIFICATION HISTORY.                                      *
003200*    ---------------------------------------------------------- *
003300*    2026-09-02  DO  INITIAL VERSION.                            *
003320*    2026-10-07  DO  SORDMNT CARRIES THE ORDER'S BUSINESS-       *
003340*                    DAY ROLL RULE (N/P); VALIDATED, STORED,     *
003360*                    AND SHOWN ON THE AUDIT IMAGES.              *
003373*    2026-10-15  DO  ACCTFILE RECORD WIDENED FOR                 *
003386*                    AF-CURRENCY-CODE.                           *
003400*                                                                *
003500*****************************************************************
003600 ENVIRONMENT DIVISION.
007300     05  SM-NEXT-DUE-DATE            PIC 9(08).
007400     05  SM-EXPIRY-DATE              PIC 9(08).
007500     05  SM-USER-ID                  PIC X(08).
007550     05  SM-BUSINESS-DAY-RULE        PIC X(01).
007600*
007700 FD  STANDING-ORDER-FILE.
007800 COPY StandingOrder.
008500     05  AF-ACCOUNT-AVG-TXN-AMT      PIC 9(9)V99.
008550     05  AF-ACCRUED-INTEREST         PIC S9(7)V99.
008575     05  AF-CUSTOMER-ID              PIC X(10).
008587     05  AF-CURRENCY-CODE            PIC X(03).
008600*
008700 FD  AUDIT-TRAIL-FILE.
008800 01  AUDIT-TRAIL-RECORD.
009600         10  SA-BEFORE-FREQUENCY     PIC X(01).
009700         10  SA-BEFORE-NEXT-DUE      PIC 9(08).
009800         10  SA-BEFORE-EXPIRY        PIC 9(08).
009850         10  SA-BEFORE-RULE          PIC X(01).
009900     05  SA-AFTER-IMAGE.
010000         10  SA-AFTER-STATUS         PIC X(01).
010100         10  SA-AFTER-AMOUNT         PIC 9(9)V99.
010200         10  SA-AFTER-FREQUENCY      PIC X(01).
010300         10  SA-AFTER-NEXT-DUE       PIC 9(08).
010400         10  SA-AFTER-EXPIRY         PIC 9(08).
010450         10  SA-AFTER-RULE           PIC X(01).
010500     05  SA-RESULT                   PIC X(01).
010600         88  SA-RESULT-APPLIED           VALUE "A".
010700         88  SA-RESULT-REJECTED          VALUE "R".
016300     05  WS-BEFORE-FREQUENCY         PIC X(01).
016400     05  WS-BEFORE-NEXT-DUE          PIC 9(08).
016500     05  WS-BEFORE-EXPIRY            PIC 9(08).
016550     05  WS-BEFORE-RULE              PIC X(01).
016600*
016700 77  WS-APPLIED-COUNT                PIC 9(07) COMP VALUE ZERO.
016800 77  WS-REJECTED-COUNT               PIC 9(07) COMP VALUE ZERO.
029800     MOVE SPACES TO WS-BEFORE-FREQUENCY
029900     MOVE ZERO   TO WS-BEFORE-NEXT-DUE
030000     MOVE ZERO   TO WS-BEFORE-EXPIRY
030050     MOVE SPACES TO WS-BEFORE-RULE
030100*
030200     MOVE SM-ORDER-ID TO SO-ORDER-ID
030300     READ STANDING-ORDER-FILE
031000             MOVE SO-FREQUENCY          TO WS-BEFORE-FREQUENCY
031100             MOVE SO-NEXT-DUE-DATE      TO WS-BEFORE-NEXT-DUE
031200             MOVE SO-EXPIRY-DATE        TO WS-BEFORE-EXPIRY
031250             MOVE SO-BUSINESS-DAY-RULE  TO WS-BEFORE-RULE
031300     END-READ.
031400 2100-EXIT.
031500     EXIT.
031800*    2150-VALIDATE-ORDER-FIELDS                                 *
031900*    THE FIELD EDITS SHARED BY ADD AND CHANGE: ACCOUNT USABLE,  *
032000*    TYPE ON THE ALLOWED LIST, FREQUENCY D/W/M, AMOUNT AND      *
032100*    DATES NUMERIC, AMOUNT AND NEXT-DUE NON-ZERO, BUSINESS-DAY  *
032150*    RULE N, P, OR SPACE.                                       *
032200*---------------------------------------------------------------*
032300 2150-VALIDATE-ORDER-FIELDS.
032400     SET FIELDS-ARE-VALID TO TRUE
036700     IF SM-EXPIRY-DATE NOT NUMERIC
036800         SET FIELDS-ARE-INVALID TO TRUE
036900         MOVE "INVALID EXPIRY DATE" TO WS-REJECT-REASON
036910         GO TO 2150-EXIT
036920     END-IF
036930*
036940     IF SM-BUSINESS-DAY-RULE NOT = "N" AND
036950        SM-BUSINESS-DAY-RULE NOT = "P" AND
036960        SM-BUSINESS-DAY-RULE NOT = SPACE
036970         SET FIELDS-ARE-INVALID TO TRUE
036980         MOVE "INVALID BUSINESS-DAY RULE" TO WS-REJECT-REASON
037000     END-IF.
037100 2150-EXIT.
037200     EXIT.
042400     MOVE SM-FREQUENCY          TO SO-FREQUENCY
042500     MOVE SM-NEXT-DUE-DATE      TO SO-NEXT-DUE-DATE
042600     MOVE SM-EXPIRY-DATE        TO SO-EXPIRY-DATE
042650     PERFORM 2250-SET-BUSINESS-DAY-RULE THRU 2250-EXIT
042700     SET SO-STATUS-ACTIVE       TO TRUE
042800     WRITE STANDING-ORDER-RECORD
042900         INVALID KEY
043300     END-WRITE.
043400 2200-EXIT.
043500     EXIT.
043510*
043520*---------------------------------------------------------------*
043530*    2250-SET-BUSINESS-DAY-RULE                                 *
043540*    A BLANK RULE ON THE FEED IS STORED AS N, THE DEFAULT.      *
043550*---------------------------------------------------------------*
043560 2250-SET-BUSINESS-DAY-RULE.
043570     IF SM-BUSINESS-DAY-RULE = "P"
043580         MOVE "P" TO SO-BUSINESS-DAY-RULE
043590     ELSE
043591         MOVE "N" TO SO-BUSINESS-DAY-RULE
043592     END-IF.
043593 2250-EXIT.
043594     EXIT.
043600*
043700*---------------------------------------------------------------*
043800*    2300-APPLY-CHANGE                                          *
043900*    REWRITES AMOUNT, CURRENCY, FREQUENCY, NEXT-DUE, EXPIRY,    *
044000*    AND THE BUSINESS-DAY RULE.                                 *
044050*    THE ACCOUNT AND TYPE OF AN ORDER DO NOT CHANGE -           *
044100*    THAT IS A CANCEL AND A FRESH ADD, SO THE AUDIT TRAIL       *
044200*    SHOWS THE OLD INSTRUCTION ENDING AND THE NEW ONE STARTING. *
044300*---------------------------------------------------------------*
046900     MOVE SM-FREQUENCY          TO SO-FREQUENCY
047000     MOVE SM-NEXT-DUE-DATE      TO SO-NEXT-DUE-DATE
047100     MOVE SM-EXPIRY-DATE        TO SO-EXPIRY-DATE
047150     PERFORM 2250-SET-BUSINESS-DAY-RULE THRU 2250-EXIT
047200     SET SO-STATUS-ACTIVE       TO TRUE
047300     REWRITE STANDING-ORDER-RECORD.
047400 2300-EXIT.
051800     MOVE WS-BEFORE-FREQUENCY    TO SA-BEFORE-FREQUENCY
051900     MOVE WS-BEFORE-NEXT-DUE     TO SA-BEFORE-NEXT-DUE
052000     MOVE WS-BEFORE-EXPIRY       TO SA-BEFORE-EXPIRY
052050     MOVE WS-BEFORE-RULE         TO SA-BEFORE-RULE
052100*
052200     IF ACTION-APPLIED
052300         MOVE SO-ORDER-STATUS       TO SA-AFTER-STATUS
052500         MOVE SO-FREQUENCY          TO SA-AFTER-FREQUENCY
052600         MOVE SO-NEXT-DUE-DATE      TO SA-AFTER-NEXT-DUE
052700         MOVE SO-EXPIRY-DATE        TO SA-AFTER-EXPIRY
052750         MOVE SO-BUSINESS-DAY-RULE  TO SA-AFTER-RULE
052800     ELSE
052900         MOVE WS-BEFORE-STATUS       TO SA-AFTER-STATUS
053000         MOVE WS-BEFORE-AMOUNT       TO SA-AFTER-AMOUNT
053100         MOVE WS-BEFORE-FREQUENCY    TO SA-AFTER-FREQUENCY
053200         MOVE WS-BEFORE-NEXT-DUE     TO SA-AFTER-NEXT-DUE
053300         MOVE WS-BEFORE-EXPIRY       TO SA-AFTER-EXPIRY
053350         MOVE WS-BEFORE-RULE         TO SA-AFTER-RULE
053400     END-IF
053500*
053600     MOVE WS-ACTION-RESULT-SW    TO SA-RESULT
