002600*    EVERY ITEM IS LISTED ON THE DAILY FRZSURPT SUSPENSE        *
002700*    REPORT WITH ITS AGE AND DISPOSITION.  THE LIMIT COMES      *
002800*    FROM RISKPARM'S SUSPENSE-EXPIRE-DAYS KEY (DEFAULT 5).      *
002810*    AGE AND THE LIMIT ARE IN BUSINESS DAYS ON THE HOLCAL       *
002820*    CALENDAR (BUSINESSDAYCALC); AN UNUSABLE CALENDAR ABORTS    *
002830*    THE RUN RATHER THAN EXPIRE ITEMS EARLY.                    *
002900*                                                                *
003000*    MODIFICATION HISTORY.                                      *
003100*    ---------------------------------------------------------- *
003270*    2026-09-02  DO  THE VALUE DATE IS CARRIED THE SAME WAY.       *
003280*    2026-09-02  DO  SO IS THE COUNTERPARTY, SO A RETRIED ITEM        *
003290*                    IS SCREENED AGAIN BY THE CHAIN.                  *
003292*    2026-10-05  DO  AN ON-US TRANSFER HELD FOR A FROZEN          *
003294*                    RECEIVING ACCOUNT STAYS IN SUSPENSE, AND     *
003296*                    AGES, WHILE THAT ACCOUNT STAYS FROZEN.       *
003297*    2026-10-07  DO  AGE AND EXPIRY COUNT BUSINESS DAYS ON        *
003298*                    THE HOLCAL CALENDAR.                         *
003300*    2026-10-08  DO  A DORMANT ACCOUNT (STATUS D) KEEPS ITS       *
003320*                    ITEMS IN SUSPENSE, AND AGES THEM, LIKE A     *
003340*                    FROZEN ONE.                                  *
003345*    2026-10-15  DO  AN EXPIRED ITEM'S RESULT ROW CARRIES NO      *
003350*                    POSTED AMOUNT OR CURRENCY - IT NEVER         *
003355*                    MOVED A BALANCE.                             *
003360*                                                                *
003400*****************************************************************
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
007800     05  AF-ACCOUNT-AVG-TXN-AMT      PIC 9(9)V99.
007850     05  AF-ACCRUED-INTEREST         PIC S9(7)V99.
007875     05  AF-CUSTOMER-ID              PIC X(10).
007887     05  AF-CURRENCY-CODE            PIC X(03).
007900*
008000 FD  EDITED-TRANSACTION-FILE.
008100 01  EDITED-TRANSACTION-RECORD.
014100 01  WS-EXPIRE-DAYS                  PIC 9(03) VALUE 5.
014200*
014300 01  WS-CURRENT-DATE                 PIC 9(08).
014600 01  WS-ITEM-AGE-DAYS                PIC 9(05).
014610*
014620 COPY BusinessDayComm.
014700*
014800 77  WS-RETRIED-COUNT                PIC 9(07) COMP VALUE ZERO.
014900 77  WS-CARRIED-COUNT                PIC 9(07) COMP VALUE ZERO.
022180         GO TO 1000-EXIT
022190     END-IF
022200     MOVE BD-BUSINESS-DATE TO WS-CURRENT-DATE
022210*
022220     SET BDC-ROLL-FOLLOWING TO TRUE
022230     MOVE WS-CURRENT-DATE TO BDC-FROM-DATE
022240     CALL 'BusinessDayCalc' USING BUSINESS-DAY-COMM-AREA
022250     IF RETURN-CODE NOT = ZERO
022260         DISPLAY "FROZENSUSPMAINT: NO USABLE HOLCAL CALENDAR - "
022270             "RUN ABORTED"
022280         MOVE 16 TO RETURN-CODE
022290         SET AT-END-OF-SUSPENSE TO TRUE
022300         GO TO 1000-EXIT
022400     END-IF
022500*
022600     OPEN INPUT FROZEN-SUSPENSE-FILE
022700     IF NOT SUSP-FILE-OK
027800     IF FS-SUSPENDED-DATE = ZERO
027900         MOVE 99999 TO WS-ITEM-AGE-DAYS
028000     ELSE
028100         SET BDC-COUNT-BUSINESS-DAYS TO TRUE
028200         MOVE FS-SUSPENDED-DATE TO BDC-FROM-DATE
028210         MOVE WS-CURRENT-DATE   TO BDC-TO-DATE
028220         CALL 'BusinessDayCalc' USING BUSINESS-DAY-COMM-AREA
028230         IF RETURN-CODE = ZERO
028240             MOVE BDC-BUSINESS-DAYS TO WS-ITEM-AGE-DAYS
028250         ELSE
028260             MOVE 99999 TO WS-ITEM-AGE-DAYS
028270             MOVE ZERO TO RETURN-CODE
028280         END-IF
028500     END-IF
028600*
028700     EVALUATE TRUE
029900*
030000*---------------------------------------------------------------*
030100*    2100-CHECK-ACCOUNT-STATUS                                  *
030200*    ONLY A STILL-FROZEN ACCOUNT KEEPS ITS ITEM IN SUSPENSE     *
030250*    (A DORMANT ACCOUNT COUNTS AS FROZEN UNTIL OPS REACTIVATE). *
030300*    OPEN, CLOSED, OR MISSING ALL RELEASE THE ITEM TO THE       *
030400*    NORMAL CHAIN, WHICH SETTLES OR REJECTS IT PROPERLY.  AN    *
030420*    XFR IS ALSO KEPT WHILE ITS COUNTERPARTY ACCOUNT IS ON      *
030450*    FILE AND FROZEN - AN ON-US TRANSFER HELD FOR ITS RECEIVER. *
030500*---------------------------------------------------------------*
030600 2100-CHECK-ACCOUNT-STATUS.
030700     SET SUSP-ACCOUNT-NOT-FROZEN TO TRUE
031000         INVALID KEY
031100             CONTINUE
031200         NOT INVALID KEY
031300             IF AF-ACCOUNT-STATUS = "F" OR "D"
031400                 SET SUSP-ACCOUNT-FROZEN TO TRUE
031500             END-IF
031600     END-READ
031605*
031610     IF SUSP-ACCOUNT-FROZEN
031615             OR FS-TRANSACTION-TYPE NOT = "XFR"
031620             OR FS-CPTY-ACCOUNT-ID = SPACES
031625         GO TO 2100-EXIT
031630     END-IF
031635*
031640     MOVE FS-CPTY-ACCOUNT-ID TO AF-ACCOUNT-ID
031645     READ ACCOUNT-FILE
031650         INVALID KEY
031655             CONTINUE
031660         NOT INVALID KEY
031665             IF AF-ACCOUNT-STATUS = "F" OR "D"
031670                 SET SUSP-ACCOUNT-FROZEN TO TRUE
031675             END-IF
031680     END-READ.
031700 2100-EXIT.
031800     EXIT.
031900*
035810     MOVE BD-BUSINESS-DATE      TO TR-PROCESS-DATE
035820     MOVE BD-RUN-NUMBER         TO TR-RUN-NUMBER
035830     MOVE FS-CHANNEL-ID         TO TR-CHANNEL-ID
035848     MOVE ZERO                  TO TR-POSTED-AMOUNT
035865     MOVE SPACES                TO TR-POSTED-CURRENCY
035882     MOVE ZERO                  TO TR-POSTED-RATE
035900     WRITE TRANSACTION-RESULT-RECORD
036000     ADD 1 TO WS-EXPIRED-COUNT
036100     MOVE "EXPIRED"   TO RL-DISPOSITION
