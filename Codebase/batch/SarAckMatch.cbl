002100*      PROMOTES SAROUTSO TO SAROUTS FOR THE NEXT RUN, AS WITH   *
002200*      REVQOUT), AND                                            *
002300*    - REPORTS THEM ON SARAGRPT AGED BY SAR-TIMESTAMP SO        *
002400*      COMPLIANCE CAN CHASE ANYTHING NOT PICKED UP.  AGES ARE   *
002410*      BUSINESS DAYS ON THE HOLCAL CALENDAR (CALENDAR DAYS,     *
002420*      WITH A WARNING, WHEN THE CALENDAR IS NOT USABLE).        *
002500*                                                               *
002600*    A MISSING SARACK MEANS NOTHING WAS ACKNOWLEDGED TODAY -    *
002700*    EVERY ITEM CARRIES FORWARD.  A MISSING SAROUTS MEANS NO    *
003294*                    UP ONE MORE COPY OF ITSELF EACH CYCLE AND    *
003295*                    ASKING CASE MANAGEMENT TO OPEN THE SAME      *
003296*                    CASE AGAIN.                                  *
003297*    2026-10-07  DO  OUTSTANDING ITEMS AGE IN BUSINESS DAYS       *
003298*                    ON THE HOLCAL CALENDAR, FALLING BACK TO      *
003299*                    CALENDAR DAYS WITH A WARNING.                *
003300*                                                                *
003400*****************************************************************
003500 ENVIRONMENT DIVISION.
013000 01  WS-EXTRACT-DATE                 PIC 9(08).
013100 01  WS-EXTRACT-INTEGER              PIC 9(07).
013200 01  WS-ITEM-AGE-DAYS                PIC 9(05).
013210*
013220 COPY BusinessDayComm.
013230*
013240 01  WS-CALENDAR-SW                  PIC X(01).
013250     88  CALENDAR-AVAILABLE              VALUE "Y".
013260     88  CALENDAR-UNAVAILABLE            VALUE "N".
013300*
013400 77  WS-ACKED-COUNT                  PIC 9(07) COMP VALUE ZERO.
013500 77  WS-OUTSTANDING-COUNT            PIC 9(07) COMP VALUE ZERO.
017380     END-IF
017400     COMPUTE WS-TODAY-INTEGER =
017500         FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE)
017510*
017520     SET CALENDAR-AVAILABLE TO TRUE
017530     SET BDC-ROLL-FOLLOWING TO TRUE
017540     MOVE WS-CURRENT-DATE TO BDC-FROM-DATE
017550     CALL 'BusinessDayCalc' USING BUSINESS-DAY-COMM-AREA
017560     IF RETURN-CODE NOT = ZERO
017570         DISPLAY "SARACKMATCH: WARNING - NO USABLE HOLCAL "
017580             "CALENDAR, AGING IN CALENDAR DAYS"
017585         SET CALENDAR-UNAVAILABLE TO TRUE
017590         MOVE ZERO TO RETURN-CODE
017595     END-IF
017600*
017700     PERFORM 1100-LOAD-ACK-TABLE THRU 1100-EXIT
017800*
030400     IF WS-EXTRACT-DATE = ZERO
030500         MOVE 99999 TO WS-ITEM-AGE-DAYS
030600     ELSE
030700         PERFORM 4050-COMPUTE-ITEM-AGE THRU 4050-EXIT
031100     END-IF
031200*
031300     MOVE SAR-TRANSACTION-ID     TO RL-TRANSACTION-ID
032000 4000-EXIT.
032100     EXIT.
032200*
032210*---------------------------------------------------------------*
032220*    4050-COMPUTE-ITEM-AGE                                      *
032230*    BUSINESS DAYS FROM THE EXTRACT DATE TO TODAY.  A DATE THE  *
032240*    CALENDAR CANNOT READ, OR NO CALENDAR AT ALL, AGES IN       *
032250*    CALENDAR DAYS AS BEFORE.                                   *
032260*---------------------------------------------------------------*
032270 4050-COMPUTE-ITEM-AGE.
032280     IF CALENDAR-AVAILABLE
032290         SET BDC-COUNT-BUSINESS-DAYS TO TRUE
032291         MOVE WS-EXTRACT-DATE TO BDC-FROM-DATE
032292         MOVE WS-CURRENT-DATE TO BDC-TO-DATE
032293         CALL 'BusinessDayCalc' USING BUSINESS-DAY-COMM-AREA
032294         IF RETURN-CODE = ZERO
032295             MOVE BDC-BUSINESS-DAYS TO WS-ITEM-AGE-DAYS
032296             GO TO 4050-EXIT
032297         END-IF
032298         MOVE ZERO TO RETURN-CODE
032299     END-IF
032300*
032301     COMPUTE WS-EXTRACT-INTEGER =
032302         FUNCTION INTEGER-OF-DATE (WS-EXTRACT-DATE)
032303     COMPUTE WS-ITEM-AGE-DAYS =
032304         WS-TODAY-INTEGER - WS-EXTRACT-INTEGER.
032305 4050-EXIT.
032306     EXIT.
032307*
032308 4100-TEST-ACK-ENTRY.
032400     IF SAR-TRANSACTION-ID = WS-ACK-ENTRY (WS-ACK-SUBSCRIPT)
032500         SET MATCH-FOUND TO TRUE
032600     END-IF.
