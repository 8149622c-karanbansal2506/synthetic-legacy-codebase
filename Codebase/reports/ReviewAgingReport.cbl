002100*    REVIEW-ESCALATE-DAYS KEY; THE COMPILED-IN DEFAULT IS 5.    *
002200*    A QUEUED-DATE OF ZERO OR SPACES (ROW WRITTEN BEFORE THE    *
002300*    FIELD EXISTED) IS TREATED AS OLDEST AND ESCALATES.         *
002310*                                                               *
002320*    AGES, BUCKETS, AND THE ESCALATION LIMIT ARE IN BUSINESS    *
002330*    DAYS (BUSINESSDAYCALC AGAINST THE HOLCAL CALENDAR), SO A   *
002340*    WEEKEND OR HOLIDAY DOES NOT PUSH AN ITEM TOWARD THE LIMIT. *
002350*    WITHOUT A USABLE CALENDAR THE REPORT STILL RUNS, AGING IN  *
002360*    CALENDAR DAYS, WITH A WARNING.                             *
002400*                                                                *
002500*    MODIFICATION HISTORY.                                      *
002600*    ---------------------------------------------------------- *
002710*    2026-08-22  DO  AGING AND THE ESCALATION TIMESTAMP NOW RUN   *
002720*                    ON THE BATCHDTE BUSINESS DATE, FALLING BACK  *
002730*                    TO THE SYSTEM DATE WITH A WARNING.           *
002740*    2026-10-07  DO  AGE AND ESCALATION COUNT BUSINESS DAYS       *
002750*                    ON THE HOLCAL CALENDAR, FALLING BACK TO      *
002760*                    CALENDAR DAYS WITH A WARNING.                *
002800*                                                                *
002900*****************************************************************
003000 ENVIRONMENT DIVISION.
009400 01  WS-TODAY-INTEGER                PIC 9(07).
009500 01  WS-QUEUED-INTEGER               PIC 9(07).
009600 01  WS-ITEM-AGE-DAYS                PIC 9(05).
009610*
009620 COPY BusinessDayComm.
009630*
009640 01  WS-CALENDAR-SW                  PIC X(01).
009650     88  CALENDAR-AVAILABLE              VALUE "Y".
009660     88  CALENDAR-UNAVAILABLE            VALUE "N".
009700*
009800 77  WS-PENDING-COUNT                PIC 9(07) COMP VALUE ZERO.
009900 77  WS-BUCKET-1-COUNT               PIC 9(07) COMP VALUE ZERO.
018700     ACCEPT WS-CURRENT-TIME FROM TIME
018800     COMPUTE WS-TODAY-INTEGER =
018900         FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE)
018910*
018920     SET CALENDAR-AVAILABLE TO TRUE
018930     SET BDC-ROLL-FOLLOWING TO TRUE
018940     MOVE WS-CURRENT-DATE TO BDC-FROM-DATE
018950     CALL 'BusinessDayCalc' USING BUSINESS-DAY-COMM-AREA
018960     IF RETURN-CODE NOT = ZERO
018970         DISPLAY "REVIEWAGINGREPORT: WARNING - NO USABLE HOLCAL "
018980             "CALENDAR, AGING IN CALENDAR DAYS"
018985         SET CALENDAR-UNAVAILABLE TO TRUE
018990         MOVE ZERO TO RETURN-CODE
018995     END-IF
019000*
019100     OPEN INPUT REVIEW-QUEUE-FILE
019200     IF NOT REVQ-FILE-OK
022700*
022800*---------------------------------------------------------------*
022900*    2000-AGE-QUEUE-ITEM                                        *
023000*    COMPUTES THE PENDING ITEM'S AGE IN BUSINESS DAYS, BUCKETS  *
023050*    IT, REPORTS IT, AND ESCALATES IT TO SAREXTRT WHEN IT HAS   *
023100*    BEEN WAITING PAST THE OPS-SET LIMIT.  DECIDED ITEMS ARE    *
023200*    NOT AGED - THEY LEAVE THE QUEUE THROUGH                    *
023300*    REVIEWDECISIONMAINT.                                       *
023400*---------------------------------------------------------------*
023500 2000-AGE-QUEUE-ITEM.
023600     IF NOT RQ-DECISION-PENDING
024250             OR RQ-QUEUED-DATE = ZERO
024300         MOVE 99999 TO WS-ITEM-AGE-DAYS
024400     ELSE
024500         PERFORM 2050-COMPUTE-ITEM-AGE THRU 2050-EXIT
024900     END-IF
025000*
025100     PERFORM 2100-WRITE-DETAIL-LINE THRU 2100-EXIT
025800 2000-EXIT.
025900     EXIT.
026000*
026003*---------------------------------------------------------------*
026006*    2050-COMPUTE-ITEM-AGE                                      *
026009*    BUSINESS DAYS FROM THE QUEUED DATE TO TODAY.  A QUEUED     *
026012*    DATE THE CALENDAR CANNOT READ, OR NO CALENDAR AT ALL,      *
026015*    AGES IN CALENDAR DAYS AS BEFORE.                           *
026018*---------------------------------------------------------------*
026021 2050-COMPUTE-ITEM-AGE.
026024     IF CALENDAR-AVAILABLE
026027         SET BDC-COUNT-BUSINESS-DAYS TO TRUE
026030         MOVE RQ-QUEUED-DATE  TO BDC-FROM-DATE
026033         MOVE WS-CURRENT-DATE TO BDC-TO-DATE
026036         CALL 'BusinessDayCalc' USING BUSINESS-DAY-COMM-AREA
026039         IF RETURN-CODE = ZERO
026042             MOVE BDC-BUSINESS-DAYS TO WS-ITEM-AGE-DAYS
026045             GO TO 2050-EXIT
026048         END-IF
026051         MOVE ZERO TO RETURN-CODE
026054     END-IF
026057*
026060     COMPUTE WS-QUEUED-INTEGER =
026063         FUNCTION INTEGER-OF-DATE (RQ-QUEUED-DATE)
026066     COMPUTE WS-ITEM-AGE-DAYS =
026069         WS-TODAY-INTEGER - WS-QUEUED-INTEGER.
026072 2050-EXIT.
026075     EXIT.
026078*
026100 2100-WRITE-DETAIL-LINE.
026200     MOVE RQ-TRANSACTION-ID      TO RL-TRANSACTION-ID
026300     MOVE RQ-ACCOUNT-ID          TO RL-ACCOUNT-ID
