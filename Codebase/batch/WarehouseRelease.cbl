001400*    TRANWHSE (YESTERDAY'S WAREHOUSE, PROMOTED BY OPS FROM      *
001500*    TRANWHSO, AS WITH FRZSUSP):                                *
001600*                                                               *
001700*    - VALUE DATE, ROLLED FORWARD OFF A WEEKEND OR HOLCAL       *
001710*      HOLIDAY TO THE NEXT BUSINESS DAY, ON OR BEFORE           *
001720*      BD-BUSINESS-DATE: RELEASED, CARRYING THE ROLLED DATE, TO *
001800*      TRANRELS, WHICH FEEDEDIT FOLDS INTO THE DAY'S FEED       *
001900*      THROUGH ITS NORMAL NUMERIC AND DUPLICATE EDITS - A       *
002000*      WAREHOUSED RECORD CANNOT DODGE THEM.                     *
002100*    - STILL FUTURE-DATED: CARRIED FORWARD ON TRANWHSO.         *
002110*                                                               *
002120*    A WAREHOUSED ITEM IS A CUSTOMER'S VALUE-DATED PAYMENT, NOT *
002130*    A STANDING INSTRUCTION, SO IT HAS NO ROLL RULE OF ITS OWN  *
002140*    AND ALWAYS TAKES THE NEXT BUSINESS DAY - MONEY IS NEVER    *
002150*    MOVED AHEAD OF THE DATE THE CUSTOMER ASKED FOR.  AN        *
002160*    UNUSABLE CALENDAR ABORTS THE RUN.                          *
002200*                                                               *
002300*    FEEDEDIT OPENS TRANWHSO IN EXTEND MODE AFTER THIS STEP,    *
002400*    SO THE DAY'S NEWLY WAREHOUSED ARRIVALS LAND BEHIND THE     *
003100*    2026-09-02  DO  INITIAL VERSION.                            *
003110*    2026-09-02  DO  FEED RECORD WIDENED FOR THE COUNTERPARTY     *
003120*                    NAME AND ACCOUNT.                            *
003140*    2026-10-07  DO  VALUE DATES ROLL FORWARD OFF WEEKENDS        *
003160*                    AND HOLCAL HOLIDAYS BEFORE THE RELEASE       *
003180*                    TEST; A RELEASE CARRIES THE ROLLED DATE.     *
003200*                                                                *
003300*****************************************************************
003400 ENVIRONMENT DIVISION.
008200     88  AT-END-OF-WAREHOUSE             VALUE "Y".
008300     88  NOT-AT-END-OF-WAREHOUSE         VALUE "N".
008400*
008410 COPY BusinessDayComm.
008420*
008430 01  WS-ROLLED-VALUE-DATE            PIC 9(08).
008440*
008500 77  WS-RELEASED-COUNT               PIC 9(07) COMP VALUE ZERO.
008600 77  WS-CARRIED-COUNT                PIC 9(07) COMP VALUE ZERO.
008700*
011300         MOVE 16 TO RETURN-CODE
011400         GOBACK
011500     END-IF
011510*
011520     SET BDC-ROLL-FOLLOWING TO TRUE
011530     MOVE BD-BUSINESS-DATE TO BDC-FROM-DATE
011540     CALL 'BusinessDayCalc' USING BUSINESS-DAY-COMM-AREA
011550     IF RETURN-CODE NOT = ZERO
011560         DISPLAY "WAREHOUSERELEASE: NO USABLE HOLCAL CALENDAR - "
011570             "RUN ABORTED"
011580         MOVE 16 TO RETURN-CODE
011590         GOBACK
011595     END-IF
011600*
011700     OPEN OUTPUT RELEASED-TRANSACTION-FILE
011800     IF NOT RELS-FILE-OK
015100*
015200*---------------------------------------------------------------*
015300*    2000-PROCESS-WAREHOUSE-ITEM                                *
015400*    A MATURED ITEM - ROLLED VALUE DATE ON OR BEFORE THE        *
015500*    BUSINESS DATE, OR A DATE THAT ARRIVED GARBLED OR CANNOT    *
015550*    BE ROLLED BECAUSE IT IS NOT A REAL DATE - GOES TO TRANRELS *
015600*    FOR FEEDEDIT TO EDIT INTO THE DAY'S FEED.  ANYTHING ELSE   *
015700*    CARRIES FORWARD.                                           *
015800*---------------------------------------------------------------*
016100         MOVE ZERO TO WH-VALUE-DATE
016200     END-IF
016300*
016310     MOVE WH-VALUE-DATE TO WS-ROLLED-VALUE-DATE
016320     IF WH-VALUE-DATE NOT = ZERO
016330         SET BDC-ROLL-FOLLOWING TO TRUE
016340         MOVE WH-VALUE-DATE TO BDC-FROM-DATE
016350         CALL 'BusinessDayCalc' USING BUSINESS-DAY-COMM-AREA
016360         IF RETURN-CODE = ZERO
016370             MOVE BDC-RESULT-DATE TO WS-ROLLED-VALUE-DATE
016380         ELSE
016390             MOVE ZERO TO WS-ROLLED-VALUE-DATE
016391         END-IF
016392     END-IF
016393*
016400     IF WS-ROLLED-VALUE-DATE > BD-BUSINESS-DATE
016500         WRITE WAREHOUSE-OUT-RECORD FROM WAREHOUSE-RECORD
016600         ADD 1 TO WS-CARRIED-COUNT
016700     ELSE
016750         IF WS-ROLLED-VALUE-DATE NOT = ZERO
016760             MOVE WS-ROLLED-VALUE-DATE TO WH-VALUE-DATE
016770         END-IF
016800         WRITE RELEASED-TRANSACTION-RECORD FROM WAREHOUSE-RECORD
016900         ADD 1 TO WS-RELEASED-COUNT
017000     END-IF
