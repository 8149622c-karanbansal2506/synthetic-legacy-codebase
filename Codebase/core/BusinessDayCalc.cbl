000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BusinessDayCalc.
000300 AUTHOR. D. OKAFOR - PAYMENTS SYSTEMS GROUP.
000400 INSTALLATION. RETAIL PAYMENTS PROCESSING CENTER.
000500 DATE-WRITTEN. 2026-10-07.
000600 DATE-COMPILED.
000700*
000800*****************************************************************
000900*                                                               *
001000*    BUSINESSDAYCALC                                            *
001100*                                                               *
001200*    SHARED BUSINESS-DAY ARITHMETIC FOR THE DATE-DRIVEN STEPS.  *
001300*    A BUSINESS DAY IS A MONDAY THROUGH FRIDAY THAT IS NOT ON   *
001400*    THE OPS-MAINTAINED HOLCAL HOLIDAY CALENDAR, ONE HOLIDAY    *
001500*    PER RECORD:                                                *
001600*                                                               *
001700*        YYYYMMDD DESCRIPTION                                   *
001800*                                                               *
001900*    A RECORD STARTING "*" IS A COMMENT.  THE CALENDAR IS       *
002000*    LOADED ON THE FIRST CALL AND KEPT FOR THE REST OF THE RUN  *
002100*    UNIT.  THE FUNCTIONS ARE DESCRIBED IN BUSINESSDAYCOMM.     *
002200*                                                               *
002300*    A MISSING HOLCAL, AN INVALID DATE ON IT, OR MORE THAN THE  *
002400*    TABLE'S 500 HOLIDAYS RETURNS 16 ON EVERY CALL - A STEP     *
002500*    MUST NOT ROLL OR AGE AGAINST A CALENDAR THAT MAY BE        *
002600*    MISSING A HOLIDAY.  A DATE ON HOLCAL TWICE IS LOADED ONCE. *
002700*                                                                *
002800*    MODIFICATION HISTORY.                                      *
002900*    ---------------------------------------------------------- *
003000*    2026-10-07  DO  INITIAL VERSION.                            *
003100*                                                                *
003200*****************************************************************
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT HOLIDAY-CALENDAR-FILE ASSIGN TO "HOLCAL"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-CAL-FILE-STATUS.
003900*
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  HOLIDAY-CALENDAR-FILE.
004300 01  HOLIDAY-CALENDAR-RECORD.
004400     05  HR-HOLIDAY-DATE             PIC 9(08).
004500     05  FILLER                      PIC X(01).
004600     05  HR-DESCRIPTION              PIC X(30).
004700 01  HOLIDAY-COMMENT-RECORD REDEFINES HOLIDAY-CALENDAR-RECORD.
004800     05  HR-COMMENT-FLAG             PIC X(01).
004900     05  FILLER                      PIC X(38).
005000*
005100 WORKING-STORAGE SECTION.
005200*
005300 01  WS-CAL-FILE-STATUS              PIC X(02).
005400     88  CAL-FILE-OK                     VALUE "00".
005500*
005600 01  WS-CAL-EOF-SW                   PIC X(01).
005700     88  CAL-EOF                         VALUE "Y".
005800     88  CAL-NOT-EOF                     VALUE "N".
005900*
006000 01  WS-CALENDAR-STATE-SW            PIC X(01) VALUE "N".
006100     88  CALENDAR-NOT-LOADED             VALUE "N".
006200     88  CALENDAR-LOADED                 VALUE "L".
006300     88  CALENDAR-UNUSABLE               VALUE "U".
006400*
006500 01  WS-HOLIDAY-COUNT                PIC 9(03) COMP VALUE ZERO.
006600 01  WS-HOLIDAY-SUBSCRIPT            PIC 9(03) COMP.
006700 01  WS-HOLIDAY-TABLE.
006800     05  WS-HOLIDAY-ENTRY            OCCURS 500 TIMES.
006900         10  HT-HOLIDAY-DATE         PIC 9(08).
007000         10  HT-HOLIDAY-INTEGER      PIC 9(07).
007100*
007200 01  WS-BUSINESS-DAY-SW              PIC X(01).
007300     88  IS-BUSINESS-DAY                 VALUE "Y".
007400     88  IS-NOT-BUSINESS-DAY             VALUE "N".
007500*
007600 01  WS-DATE-VALID-SW                PIC X(01).
007700     88  DATE-IS-VALID                   VALUE "Y".
007800     88  DATE-NOT-VALID                  VALUE "N".
007900*
008000 01  WS-DUPLICATE-SW                 PIC X(01).
008100     88  HOLIDAY-IS-DUPLICATE            VALUE "Y".
008200     88  HOLIDAY-NOT-DUPLICATE           VALUE "N".
008300*
008400 01  WS-CHECK-DATE-PARTS.
008500     05  CD-YEAR                     PIC 9(04).
008600     05  CD-MONTH                    PIC 9(02).
008700     05  CD-DAY                      PIC 9(02).
008800 01  WS-CHECK-DATE REDEFINES WS-CHECK-DATE-PARTS
008900                                     PIC 9(08).
009000 01  WS-MONTH-END-DAY                PIC 9(02).
009100 01  WS-LEAP-QUOTIENT                PIC 9(04).
009200 01  WS-LEAP-REMAINDER               PIC 9(03).
009300*
009400 01  WS-FROM-INTEGER                 PIC 9(07).
009500 01  WS-TO-INTEGER                   PIC 9(07).
009600 01  WS-TEST-INTEGER                 PIC 9(07).
009700 01  WS-WEEK-QUOTIENT                PIC 9(07).
009800 01  WS-WEEKDAY                      PIC 9(01).
009900 01  WS-FULL-WEEKS                   PIC 9(05).
010000 01  WS-REMAINDER-DAYS               PIC 9(01).
010100 01  WS-DAY-OFFSET                   PIC 9(01).
010200*
010300 77  WS-REJECTED-COUNT               PIC 9(03) COMP VALUE ZERO.
010400 77  WS-DROPPED-COUNT                PIC 9(03) COMP VALUE ZERO.
010500*
010600 LINKAGE SECTION.
010700*
010800 COPY BusinessDayComm.
010900*
011000 PROCEDURE DIVISION USING BUSINESS-DAY-COMM-AREA.
011100*
011200 0000-MAINLINE.
011300     IF CALENDAR-NOT-LOADED
011400         PERFORM 1000-LOAD-CALENDAR THRU 1000-EXIT
011500     END-IF
011600*
011700     MOVE ZERO TO RETURN-CODE
011800     IF CALENDAR-UNUSABLE
011900         MOVE 16 TO RETURN-CODE
012000         GOBACK
012100     END-IF
012200*
012300     MOVE ZERO TO BDC-RESULT-DATE
012400     MOVE ZERO TO BDC-BUSINESS-DAYS
012500     MOVE ZERO TO BDC-CALENDAR-DAYS
012600*
012700     MOVE BDC-FROM-DATE TO WS-CHECK-DATE
012800     PERFORM 4000-VALIDATE-DATE THRU 4000-EXIT
012900     IF DATE-NOT-VALID
013000         MOVE 8 TO RETURN-CODE
013100         GOBACK
013200     END-IF
013300     COMPUTE WS-FROM-INTEGER =
013400         FUNCTION INTEGER-OF-DATE (BDC-FROM-DATE)
013500*
013600     EVALUATE TRUE
013700         WHEN BDC-NEXT-BUSINESS-DAY
013800             PERFORM 2000-NEXT-BUSINESS-DAY THRU 2000-EXIT
013900         WHEN BDC-ROLL-FOLLOWING
014000             PERFORM 2100-ROLL-FOLLOWING THRU 2100-EXIT
014100         WHEN BDC-ROLL-PRECEDING
014200             PERFORM 2200-ROLL-PRECEDING THRU 2200-EXIT
014300         WHEN BDC-COUNT-BUSINESS-DAYS
014400             PERFORM 3000-COUNT-BUSINESS-DAYS THRU 3000-EXIT
014500         WHEN OTHER
014600             MOVE 8 TO RETURN-CODE
014700     END-EVALUATE
014800*
014900     GOBACK.
015000*
015100*---------------------------------------------------------------*
015200*    1000-LOAD-CALENDAR                                         *
015300*    RUNS ONCE PER RUN UNIT.  ANY DEFECT LEAVES THE CALENDAR    *
015400*    UNUSABLE FOR EVERY LATER CALL, SO THE REASON IS SHOWN      *
015500*    ONCE HERE AND EACH CALLER REPORTS ITS OWN ABORT.           *
015600*---------------------------------------------------------------*
015700 1000-LOAD-CALENDAR.
015800     SET CALENDAR-UNUSABLE TO TRUE
015900     SET CAL-NOT-EOF TO TRUE
016000     MOVE ZERO TO WS-HOLIDAY-COUNT
016100*
016200     OPEN INPUT HOLIDAY-CALENDAR-FILE
016300     IF NOT CAL-FILE-OK
016400         DISPLAY "BUSINESSDAYCALC: HOLCAL NOT AVAILABLE - "
016500             "STATUS " WS-CAL-FILE-STATUS
016600         GO TO 1000-EXIT
016700     END-IF
016800*
016900     PERFORM 1100-READ-HOLIDAY THRU 1100-EXIT
017000         UNTIL CAL-EOF
017100*
017200     CLOSE HOLIDAY-CALENDAR-FILE
017300*
017400     IF WS-REJECTED-COUNT > ZERO
017500         DISPLAY "BUSINESSDAYCALC: " WS-REJECTED-COUNT
017600             " INVALID DATE(S) ON HOLCAL - CALENDAR REFUSED"
017700         GO TO 1000-EXIT
017800     END-IF
017900     IF WS-DROPPED-COUNT > ZERO
018000         DISPLAY "BUSINESSDAYCALC: " WS-DROPPED-COUNT
018100             " HOLIDAY(S) EXCEEDED THE 500-ENTRY TABLE - "
018200             "CALENDAR REFUSED"
018300         GO TO 1000-EXIT
018400     END-IF
018500*
018600     SET CALENDAR-LOADED TO TRUE.
018700 1000-EXIT.
018800     EXIT.
018900*
019000 1100-READ-HOLIDAY.
019100     READ HOLIDAY-CALENDAR-FILE
019200         AT END
019300             SET CAL-EOF TO TRUE
019400             GO TO 1100-EXIT
019500     END-READ
019600*
019700     IF HR-COMMENT-FLAG = "*"
019800             OR HOLIDAY-CALENDAR-RECORD = SPACES
019900         GO TO 1100-EXIT
020000     END-IF
020100*
020200     MOVE ZERO TO WS-CHECK-DATE
020300     IF HR-HOLIDAY-DATE IS NUMERIC
020400         MOVE HR-HOLIDAY-DATE TO WS-CHECK-DATE
020500     END-IF
020600     PERFORM 4000-VALIDATE-DATE THRU 4000-EXIT
020700     IF DATE-NOT-VALID
020800         ADD 1 TO WS-REJECTED-COUNT
020900         DISPLAY "BUSINESSDAYCALC: INVALID HOLCAL DATE "
021000             HOLIDAY-CALENDAR-RECORD
021100         GO TO 1100-EXIT
021200     END-IF
021300*
021400     SET HOLIDAY-NOT-DUPLICATE TO TRUE
021500     PERFORM 1200-TEST-DUPLICATE THRU 1200-EXIT
021600         VARYING WS-HOLIDAY-SUBSCRIPT FROM 1 BY 1
021700         UNTIL WS-HOLIDAY-SUBSCRIPT > WS-HOLIDAY-COUNT
021800             OR HOLIDAY-IS-DUPLICATE
021900     IF HOLIDAY-IS-DUPLICATE
022000         GO TO 1100-EXIT
022100     END-IF
022200*
022300     IF WS-HOLIDAY-COUNT < 500
022400         ADD 1 TO WS-HOLIDAY-COUNT
022500         MOVE HR-HOLIDAY-DATE
022600             TO HT-HOLIDAY-DATE (WS-HOLIDAY-COUNT)
022700         COMPUTE HT-HOLIDAY-INTEGER (WS-HOLIDAY-COUNT) =
022800             FUNCTION INTEGER-OF-DATE (HR-HOLIDAY-DATE)
022900     ELSE
023000         ADD 1 TO WS-DROPPED-COUNT
023100     END-IF.
023200 1100-EXIT.
023300     EXIT.
023400*
023500 1200-TEST-DUPLICATE.
023600     IF HT-HOLIDAY-DATE (WS-HOLIDAY-SUBSCRIPT) = HR-HOLIDAY-DATE
023700         SET HOLIDAY-IS-DUPLICATE TO TRUE
023800     END-IF.
023900 1200-EXIT.
024000     EXIT.
024100*
024200*---------------------------------------------------------------*
024300*    2000-NEXT-BUSINESS-DAY                                     *
024400*    THE FIRST BUSINESS DAY AFTER THE FROM DATE - THE DATE      *
024500*    ROLL'S QUESTION.                                           *
024600*---------------------------------------------------------------*
024700 2000-NEXT-BUSINESS-DAY.
024800     COMPUTE WS-TEST-INTEGER = WS-FROM-INTEGER + 1
024900     PERFORM 5000-TEST-BUSINESS-DAY THRU 5000-EXIT
025000     PERFORM 2010-STEP-FORWARD THRU 2010-EXIT
025100         UNTIL IS-BUSINESS-DAY
025200*
025300     COMPUTE BDC-RESULT-DATE =
025400         FUNCTION DATE-OF-INTEGER (WS-TEST-INTEGER)
025500     COMPUTE BDC-CALENDAR-DAYS =
025600         WS-TEST-INTEGER - WS-FROM-INTEGER.
025700 2000-EXIT.
025800     EXIT.
025900*
026000 2010-STEP-FORWARD.
026100     ADD 1 TO WS-TEST-INTEGER
026200     PERFORM 5000-TEST-BUSINESS-DAY THRU 5000-EXIT.
026300 2010-EXIT.
026400     EXIT.
026500*
026600*---------------------------------------------------------------*
026700*    2100-ROLL-FOLLOWING                                        *
026800*    A BUSINESS DAY STANDS; ANY OTHER DATE MOVES FORWARD TO     *
026900*    THE NEXT BUSINESS DAY.                                     *
027000*---------------------------------------------------------------*
027100 2100-ROLL-FOLLOWING.
027200     MOVE WS-FROM-INTEGER TO WS-TEST-INTEGER
027300     PERFORM 5000-TEST-BUSINESS-DAY THRU 5000-EXIT
027400     PERFORM 2010-STEP-FORWARD THRU 2010-EXIT
027500         UNTIL IS-BUSINESS-DAY
027600*
027700     COMPUTE BDC-RESULT-DATE =
027800         FUNCTION DATE-OF-INTEGER (WS-TEST-INTEGER)
027900     COMPUTE BDC-CALENDAR-DAYS =
028000         WS-TEST-INTEGER - WS-FROM-INTEGER.
028100 2100-EXIT.
028200     EXIT.
028300*
028400*---------------------------------------------------------------*
028500*    2200-ROLL-PRECEDING                                        *
028600*    A BUSINESS DAY STANDS; ANY OTHER DATE MOVES BACK TO THE    *
028700*    PREVIOUS BUSINESS DAY.  BDC-CALENDAR-DAYS IS HOW FAR BACK. *
028800*---------------------------------------------------------------*
028900 2200-ROLL-PRECEDING.
029000     MOVE WS-FROM-INTEGER TO WS-TEST-INTEGER
029100     PERFORM 5000-TEST-BUSINESS-DAY THRU 5000-EXIT
029200     PERFORM 2210-STEP-BACK THRU 2210-EXIT
029300         UNTIL IS-BUSINESS-DAY
029400*
029500     COMPUTE BDC-RESULT-DATE =
029600         FUNCTION DATE-OF-INTEGER (WS-TEST-INTEGER)
029700     COMPUTE BDC-CALENDAR-DAYS =
029800         WS-FROM-INTEGER - WS-TEST-INTEGER.
029900 2200-EXIT.
030000     EXIT.
030100*
030200 2210-STEP-BACK.
030300     SUBTRACT 1 FROM WS-TEST-INTEGER
030400     PERFORM 5000-TEST-BUSINESS-DAY THRU 5000-EXIT.
030500 2210-EXIT.
030600     EXIT.
030700*
030800*---------------------------------------------------------------*
030900*    3000-COUNT-BUSINESS-DAYS                                   *
031000*    BUSINESS DAYS IN THE RANGE AFTER FROM, THROUGH TO - SO AN  *
031100*    ITEM QUEUED FRIDAY IS ONE BUSINESS DAY OLD ON MONDAY.      *
031200*    WHOLE WEEKS COUNT FIVE EACH, THE ODD DAYS ARE TESTED ONE   *
031300*    BY ONE, AND EVERY WEEKDAY HOLIDAY IN THE RANGE COMES OFF,  *
031400*    SO A LONG-OUTSTANDING ITEM COSTS NO MORE THAN A NEW ONE.   *
031500*---------------------------------------------------------------*
031600 3000-COUNT-BUSINESS-DAYS.
031700     MOVE BDC-TO-DATE TO WS-CHECK-DATE
031800     PERFORM 4000-VALIDATE-DATE THRU 4000-EXIT
031900     IF DATE-NOT-VALID
032000         MOVE 8 TO RETURN-CODE
032100         GO TO 3000-EXIT
032200     END-IF
032300     COMPUTE WS-TO-INTEGER =
032400         FUNCTION INTEGER-OF-DATE (BDC-TO-DATE)
032500     IF WS-TO-INTEGER NOT > WS-FROM-INTEGER
032600         GO TO 3000-EXIT
032700     END-IF
032800*
032900     COMPUTE BDC-CALENDAR-DAYS = WS-TO-INTEGER - WS-FROM-INTEGER
033000     DIVIDE BDC-CALENDAR-DAYS BY 7
033100         GIVING WS-FULL-WEEKS REMAINDER WS-REMAINDER-DAYS
033200     COMPUTE BDC-BUSINESS-DAYS = WS-FULL-WEEKS * 5
033300*
033400     PERFORM 3100-COUNT-ODD-DAY THRU 3100-EXIT
033500         VARYING WS-DAY-OFFSET FROM 1 BY 1
033600         UNTIL WS-DAY-OFFSET > WS-REMAINDER-DAYS
033700*
033800     PERFORM 3200-DISCOUNT-HOLIDAY THRU 3200-EXIT
033900         VARYING WS-HOLIDAY-SUBSCRIPT FROM 1 BY 1
034000         UNTIL WS-HOLIDAY-SUBSCRIPT > WS-HOLIDAY-COUNT.
034100 3000-EXIT.
034200     EXIT.
034300*
034400 3100-COUNT-ODD-DAY.
034500     COMPUTE WS-TEST-INTEGER = WS-FROM-INTEGER
034600         + (WS-FULL-WEEKS * 7) + WS-DAY-OFFSET
034700     PERFORM 5100-TEST-WEEKDAY THRU 5100-EXIT
034800     IF IS-BUSINESS-DAY
034900         ADD 1 TO BDC-BUSINESS-DAYS
035000     END-IF.
035100 3100-EXIT.
035200     EXIT.
035300*
035400 3200-DISCOUNT-HOLIDAY.
035500     IF HT-HOLIDAY-INTEGER (WS-HOLIDAY-SUBSCRIPT)
035600             NOT > WS-FROM-INTEGER
035700             OR HT-HOLIDAY-INTEGER (WS-HOLIDAY-SUBSCRIPT)
035800                 > WS-TO-INTEGER
035900         GO TO 3200-EXIT
036000     END-IF
036100*
036200     MOVE HT-HOLIDAY-INTEGER (WS-HOLIDAY-SUBSCRIPT)
036300         TO WS-TEST-INTEGER
036400     PERFORM 5100-TEST-WEEKDAY THRU 5100-EXIT
036500     IF IS-BUSINESS-DAY
036600         SUBTRACT 1 FROM BDC-BUSINESS-DAYS
036700     END-IF.
036800 3200-EXIT.
036900     EXIT.
037000*
037100*---------------------------------------------------------------*
037200*    4000-VALIDATE-DATE                                         *
037300*    WS-CHECK-DATE MUST BE A REAL CALENDAR DATE BEFORE IT GOES  *
037400*    NEAR THE DAY-NUMBER FUNCTIONS.                             *
037500*---------------------------------------------------------------*
037600 4000-VALIDATE-DATE.
037700     SET DATE-NOT-VALID TO TRUE
037800     IF WS-CHECK-DATE NOT NUMERIC
037900         GO TO 4000-EXIT
038000     END-IF
038100     IF CD-YEAR < 1601
038200             OR CD-MONTH < 1 OR CD-MONTH > 12
038300             OR CD-DAY < 1
038400         GO TO 4000-EXIT
038500     END-IF
038600*
038700     EVALUATE CD-MONTH
038800         WHEN 2
038900             MOVE 28 TO WS-MONTH-END-DAY
039000             DIVIDE CD-YEAR BY 4
039100                 GIVING WS-LEAP-QUOTIENT
039200                 REMAINDER WS-LEAP-REMAINDER
039300             IF WS-LEAP-REMAINDER = ZERO
039400                 MOVE 29 TO WS-MONTH-END-DAY
039500                 DIVIDE CD-YEAR BY 100
039600                     GIVING WS-LEAP-QUOTIENT
039700                     REMAINDER WS-LEAP-REMAINDER
039800                 IF WS-LEAP-REMAINDER = ZERO
039900                     MOVE 28 TO WS-MONTH-END-DAY
040000                     DIVIDE CD-YEAR BY 400
040100                         GIVING WS-LEAP-QUOTIENT
040200                         REMAINDER WS-LEAP-REMAINDER
040300                     IF WS-LEAP-REMAINDER = ZERO
040400                         MOVE 29 TO WS-MONTH-END-DAY
040500                     END-IF
040600                 END-IF
040700             END-IF
040800         WHEN 4
040900         WHEN 6
041000         WHEN 9
041100         WHEN 11
041200             MOVE 30 TO WS-MONTH-END-DAY
041300         WHEN OTHER
041400             MOVE 31 TO WS-MONTH-END-DAY
041500     END-EVALUATE
041600*
041700     IF CD-DAY NOT > WS-MONTH-END-DAY
041800         SET DATE-IS-VALID TO TRUE
041900     END-IF.
042000 4000-EXIT.
042100     EXIT.
042200*
042300*---------------------------------------------------------------*
042400*    5000-TEST-BUSINESS-DAY                                     *
042500*    WS-TEST-INTEGER IS A BUSINESS DAY WHEN IT IS A WEEKDAY     *
042600*    AND NOT ON THE CALENDAR.                                   *
042700*---------------------------------------------------------------*
042800 5000-TEST-BUSINESS-DAY.
042900     PERFORM 5100-TEST-WEEKDAY THRU 5100-EXIT
043000     IF IS-NOT-BUSINESS-DAY
043100         GO TO 5000-EXIT
043200     END-IF
043300*
043400     PERFORM 5200-TEST-HOLIDAY THRU 5200-EXIT
043500         VARYING WS-HOLIDAY-SUBSCRIPT FROM 1 BY 1
043600         UNTIL WS-HOLIDAY-SUBSCRIPT > WS-HOLIDAY-COUNT
043700             OR IS-NOT-BUSINESS-DAY.
043800 5000-EXIT.
043900     EXIT.
044000*
044100*---------------------------------------------------------------*
044200*    5100-TEST-WEEKDAY                                          *
044300*    DAY 1 OF THE DAY-NUMBER FUNCTIONS (1601-01-01) WAS A       *
044400*    MONDAY, SO THE REMAINDER BY 7 IS 1-5 FOR MONDAY-FRIDAY,    *
044500*    6 FOR SATURDAY, AND 0 FOR SUNDAY.                          *
044600*---------------------------------------------------------------*
044700 5100-TEST-WEEKDAY.
044800     DIVIDE WS-TEST-INTEGER BY 7
044900         GIVING WS-WEEK-QUOTIENT REMAINDER WS-WEEKDAY
045000     IF WS-WEEKDAY = 6 OR WS-WEEKDAY = ZERO
045100         SET IS-NOT-BUSINESS-DAY TO TRUE
045200     ELSE
045300         SET IS-BUSINESS-DAY TO TRUE
045400     END-IF.
045500 5100-EXIT.
045600     EXIT.
045700*
045800 5200-TEST-HOLIDAY.
045900     IF HT-HOLIDAY-INTEGER (WS-HOLIDAY-SUBSCRIPT)
046000             = WS-TEST-INTEGER
046100         SET IS-NOT-BUSINESS-DAY TO TRUE
046200     END-IF.
046300 5200-EXIT.
046400     EXIT.
