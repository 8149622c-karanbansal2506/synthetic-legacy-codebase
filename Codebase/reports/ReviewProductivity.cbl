000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ReviewProductivity.
000300 AUTHOR. D. OKAFOR - PAYMENTS SYSTEMS GROUP.
000400 INSTALLATION. RETAIL PAYMENTS PROCESSING CENTER.
000500 DATE-WRITTEN. 2026-10-10.
000600 DATE-COMPILED.
000700*
000800*****************************************************************
000900*                                                               *
001000*    REVIEWPRODUCTIVITY                                         *
001100*                                                               *
001200*    PERIODIC MANAGEMENT REPORT ON HOW THE REVIEW DESK WORKS    *
001300*    ITS QUEUE.  RUNS ON REQUEST, OUTSIDE THE DAILY CHAIN, AND  *
001400*    READS ONLY THE DECIDED ITEMS ON REVQARCH - ITS ONLY        *
001500*    OUTPUT IS THE REVPRDRPT REPORT.                            *
001600*                                                               *
001700*    EVERY APPROVED OR REJECTED ITEM WHOSE RQ-DECISION-DATE     *
001800*    FALLS IN THE REPORTING PERIOD IS COUNTED.  TURNAROUND IS   *
001900*    THE BUSINESS DAYS FROM RQ-QUEUED-DATE TO RQ-DECISION-DATE  *
002000*    ON THE HOLCAL CALENDAR (ZERO FOR AN ITEM DECIDED THE DAY   *
002100*    IT WAS QUEUED), THE SAME MEASURE REVIEWAGINGREPORT AGES    *
002200*    PENDING ITEMS BY.  WITHOUT A USABLE CALENDAR THE REPORT    *
002300*    STILL RUNS IN CALENDAR DAYS, WITH A WARNING.  AN ITEM      *
002400*    WITH NO QUEUED DATE (ROW WRITTEN BEFORE THE FIELD          *
002500*    EXISTED) OR A QUEUED DATE AFTER ITS DECISION IS COUNTED    *
002600*    BUT LEFT OUT OF THE TURNAROUND FIGURES.                    *
002700*                                                               *
002800*    THE REPORT SHOWS ITEMS DECIDED, THE APPROVE/REJECT SPLIT,  *
002900*    THE REJECT RATE, AND THE AVERAGE AND WORST TURNAROUND:     *
003000*                                                               *
003100*        - PER ANALYST (RQ-DECISION-ANALYST-ID) AND FOR THE     *
003200*          WHOLE DESK                                           *
003300*        - BY RISK-SCORE BAND                                   *
003400*        - BY SOURCE - ORDINARY REVIEW-BAND ITEMS, STRUCTURE    *
003500*          FLAGS FROM TRANPROCESSOR, AND CUSTEXPOS FLAGS FROM   *
003600*          CUSTEXPOSURE                                         *
003700*                                                               *
003800*    AND CALLS OUT EACH ANALYST WITH AT LEAST PROD-MIN-ITEMS    *
003900*    DECISIONS WHOSE REJECT RATE IS MORE THAN                   *
004000*    PROD-REJECT-DEV-PCT POINTS ABOVE OR BELOW THE DESK'S, OR   *
004100*    WHOSE AVERAGE TURNAROUND IS MORE THAN                      *
004200*    PROD-TURNAROUND-PCT PERCENT OF THE DESK'S.                 *
004300*                                                               *
004400*    REVPPARM (RISKPARM KEY=VALUE CONVENTION, ALL OPTIONAL):    *
004500*                                                               *
004600*        PROD-FROM-DATE=20260901     (DEFAULT FIRST OF THE      *
004700*                                     BUSINESS DATE'S MONTH)    *
004800*        PROD-TO-DATE=20260930       (DEFAULT BUSINESS DATE)    *
004900*        PROD-MIN-ITEMS=10           (DEFAULT 10)               *
005000*        PROD-REJECT-DEV-PCT=15      (DEFAULT 15 POINTS)        *
005100*        PROD-TURNAROUND-PCT=150     (DEFAULT 150 PERCENT)      *
005200*                                                               *
005300*    A FROM-DATE AFTER THE TO-DATE, OR NO REVQARCH, ABORTS.     *
005400*    A PERIOD WITH NO DECISIONS ENDS WITH RETURN CODE 4.        *
005500*                                                                *
005600*    MODIFICATION HISTORY.                                      *
005700*    ---------------------------------------------------------- *
005800*    2026-10-10  DO  INITIAL VERSION.                            *
005900*                                                                *
006000*****************************************************************
006100 ENVIRONMENT DIVISION.
006200 INPUT-OUTPUT SECTION.
006300 FILE-CONTROL.
006400     SELECT PRODUCTIVITY-PARM-FILE ASSIGN TO "REVPPARM"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-PARM-FILE-STATUS.
006700*
006800     SELECT REVIEW-ARCHIVE-FILE ASSIGN TO "REVQARCH"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-REVQ-ARCH-FILE-STATUS.
007100*
007200     SELECT PRODUCTIVITY-REPORT-FILE ASSIGN TO "REVPRDRPT"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-REPORT-FILE-STATUS.
007500*
007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  PRODUCTIVITY-PARM-FILE.
007900 01  PRODUCTIVITY-PARM-RECORD        PIC X(80).
008000*
008100 FD  REVIEW-ARCHIVE-FILE.
008200 COPY ReviewQueue.
008300*
008400 FD  PRODUCTIVITY-REPORT-FILE.
008500 01  PRODUCTIVITY-REPORT-LINE        PIC X(80).
008600*
008700 WORKING-STORAGE SECTION.
008800*
008900 COPY RunLogComm.
009000 COPY BatchDate.
009100*
009200 COPY BusinessDayComm.
009300*
009400 01  WS-PARM-FILE-STATUS             PIC X(02).
009500     88  PARM-FILE-OK                    VALUE "00".
009600*
009700 01  WS-REVQ-ARCH-FILE-STATUS        PIC X(02).
009800     88  REVQ-ARCH-FILE-OK               VALUE "00".
009900     88  REVQ-ARCH-FILE-AT-END           VALUE "10".
010000*
010100 01  WS-REPORT-FILE-STATUS           PIC X(02).
010200     88  REPORT-FILE-OK                  VALUE "00".
010300*
010400 01  WS-PARM-EOF-SW                  PIC X(01).
010500     88  PARM-EOF                        VALUE "Y".
010600     88  PARM-NOT-EOF                    VALUE "N".
010700*
010800 01  WS-ARCHIVE-EOF-SW               PIC X(01).
010900     88  AT-END-OF-ARCHIVE               VALUE "Y".
011000     88  NOT-AT-END-OF-ARCHIVE           VALUE "N".
011100*
011200 01  WS-FILES-OPEN-SW                PIC X(01).
011300     88  FILES-ARE-OPEN                  VALUE "Y".
011400     88  FILES-NOT-OPEN                  VALUE "N".
011500*
011600 01  WS-CALENDAR-SW                  PIC X(01).
011700     88  CALENDAR-AVAILABLE              VALUE "Y".
011800     88  CALENDAR-UNAVAILABLE            VALUE "N".
011900*
012000 01  WS-ENTRY-FOUND-SW               PIC X(01).
012100     88  ENTRY-IS-FOUND                  VALUE "Y".
012200     88  ENTRY-NOT-FOUND                 VALUE "N".
012300*
012400 01  WS-TURNAROUND-SW                PIC X(01).
012500     88  TURNAROUND-KNOWN                VALUE "Y".
012600     88  TURNAROUND-UNKNOWN              VALUE "N".
012700*
012800 01  WS-PARM-KEY                     PIC X(24).
012900 01  WS-PARM-VALUE                   PIC 9(9)V99.
013000*
013100 01  WS-FROM-DATE                    PIC 9(08) VALUE ZERO.
013200 01  WS-FROM-DATE-PARTS REDEFINES WS-FROM-DATE.
013300     05  WS-FROM-YEAR-MONTH          PIC 9(06).
013400     05  WS-FROM-DAY                 PIC 9(02).
013500 01  WS-TO-DATE                      PIC 9(08) VALUE ZERO.
013600 01  WS-MIN-ITEMS                    PIC 9(05) VALUE 10.
013700 01  WS-REJECT-DEV-PCT               PIC 9(03)V9 VALUE 15.
013800 01  WS-TURNAROUND-PCT               PIC 9(05) VALUE 150.
013900*
014000 01  WS-TURNAROUND-DAYS              PIC 9(05).
014100 01  WS-QUEUED-INTEGER               PIC 9(07).
014200 01  WS-DECIDED-INTEGER              PIC 9(07).
014300*
014400*---------------------------------------------------------------*
014500*    DECISION TALLIES.  ENTRY 1 IS THE WHOLE DESK, 2-6 THE      *
014600*    RISK-SCORE BANDS, 7-9 THE SOURCES, AND 10 ONWARD THE       *
014700*    ANALYSTS AS THEY ARE FIRST SEEN.  THE LAST ENTRY TAKES     *
014800*    ANY ANALYST PAST THE TABLE.  TURNAROUND TOTALS COVER ONLY  *
014900*    THE PS-TIMED-COUNT ITEMS WHOSE TURNAROUND IS KNOWN.        *
015000*---------------------------------------------------------------*
015100 01  WS-STAT-SUBSCRIPT               PIC 9(03) COMP.
015200 01  WS-STAT-USED                    PIC 9(03) COMP.
015300 01  WS-FOUND-SUBSCRIPT              PIC 9(03) COMP.
015400 01  WS-BAND-SUBSCRIPT               PIC 9(03) COMP.
015500 01  WS-SOURCE-SUBSCRIPT             PIC 9(03) COMP.
015600 01  WS-ANALYST-LABEL                PIC X(10).
015700 01  WS-STAT-TABLE.
015800     05  PS-ENTRY                    OCCURS 210 TIMES.
015900         10  PS-LABEL                PIC X(10).
016000         10  PS-DECIDED-COUNT        PIC 9(07) COMP.
016100         10  PS-APPROVED-COUNT       PIC 9(07) COMP.
016200         10  PS-REJECTED-COUNT       PIC 9(07) COMP.
016300         10  PS-TIMED-COUNT          PIC 9(07) COMP.
016400         10  PS-TOTAL-DAYS           PIC 9(09) COMP.
016500         10  PS-WORST-DAYS           PIC 9(05) COMP.
016600         10  PS-WORST-TRANSACTION-ID PIC X(10).
016700         10  PS-REJECT-FLAG          PIC X(08).
016800         10  PS-TURNAROUND-FLAG      PIC X(04).
016900*
017000 01  WS-BAND-VALUES.
017100     05  FILLER                      PIC X(10) VALUE "000-399   ".
017200     05  FILLER                      PIC X(10) VALUE "400-499   ".
017300     05  FILLER                      PIC X(10) VALUE "500-599   ".
017400     05  FILLER                      PIC X(10) VALUE "600-699   ".
017500     05  FILLER                      PIC X(10) VALUE "700-999   ".
017600 01  WS-BAND-TABLE REDEFINES WS-BAND-VALUES.
017700     05  BAND-LABEL                  PIC X(10) OCCURS 5 TIMES.
017800*
017900 01  WS-SOURCE-VALUES.
018000     05  FILLER                      PIC X(10) VALUE "ORDINARY  ".
018100     05  FILLER                      PIC X(10) VALUE "STRUCTURE ".
018200     05  FILLER                      PIC X(10) VALUE "CUSTEXPOS ".
018300 01  WS-SOURCE-TABLE REDEFINES WS-SOURCE-VALUES.
018400     05  SOURCE-LABEL                PIC X(10) OCCURS 3 TIMES.
018500*
018600*---------------------------------------------------------------*
018700*    DESK NORMS THE ANALYSTS ARE MEASURED AGAINST, AND THE      *
018800*    ANALYST FIGURES BEING TESTED.                              *
018900*---------------------------------------------------------------*
019000 01  WS-DESK-REJECT-PCT              PIC 9(03)V9.
019100 01  WS-DESK-AVERAGE-DAYS            PIC 9(05)V9.
019200 01  WS-REJECT-PCT                   PIC 9(03)V9.
019300 01  WS-AVERAGE-DAYS                 PIC 9(05)V9.
019400 01  WS-ANALYST-DAY-WEIGHT           PIC 9(15).
019500 01  WS-DESK-DAY-WEIGHT              PIC 9(15).
019600*
019700 77  WS-ARCHIVE-READ                 PIC 9(07) COMP VALUE ZERO.
019800 77  WS-NOT-DECIDED-COUNT            PIC 9(07) COMP VALUE ZERO.
019900 77  WS-NO-DECISION-DATE-COUNT       PIC 9(07) COMP VALUE ZERO.
020000 77  WS-OUT-OF-PERIOD-COUNT          PIC 9(07) COMP VALUE ZERO.
020100 77  WS-UNTIMED-COUNT                PIC 9(07) COMP VALUE ZERO.
020200 77  WS-OUTLIER-COUNT                PIC 9(05) COMP VALUE ZERO.
020300 77  WS-ANALYST-OVERFLOW-COUNT       PIC 9(07) COMP VALUE ZERO.
020400*
020500 01  WS-STAT-HEADING-LINE.
020600     05  WS-STAT-HEADING-LABEL       PIC X(10).
020700     05  FILLER                      PIC X(26)
020800         VALUE " DECIDED APPROVED REJECTED".
020900     05  FILLER                      PIC X(23)
021000         VALUE "   REJ%  AVG-TAT  WORST".
021100     05  FILLER                      PIC X(21)
021200         VALUE "  OUTLIER".
021300*
021400 01  WS-STAT-DETAIL-LINE.
021500     05  SL-LABEL                    PIC X(10).
021600     05  FILLER                      PIC X(01) VALUE SPACES.
021700     05  SL-DECIDED-COUNT            PIC ZZZZZZ9.
021800     05  FILLER                      PIC X(02) VALUE SPACES.
021900     05  SL-APPROVED-COUNT           PIC ZZZZZZ9.
022000     05  FILLER                      PIC X(02) VALUE SPACES.
022100     05  SL-REJECTED-COUNT           PIC ZZZZZZ9.
022200     05  FILLER                      PIC X(02) VALUE SPACES.
022300     05  SL-REJECT-PCT               PIC ZZ9.9.
022400     05  FILLER                      PIC X(02) VALUE SPACES.
022500     05  SL-AVERAGE-DAYS             PIC ZZZZ9.9.
022600     05  FILLER                      PIC X(02) VALUE SPACES.
022700     05  SL-WORST-DAYS               PIC ZZZZ9.
022800     05  FILLER                      PIC X(02) VALUE SPACES.
022900     05  SL-REJECT-FLAG              PIC X(08).
023000     05  FILLER                      PIC X(01) VALUE SPACES.
023100     05  SL-TURNAROUND-FLAG          PIC X(04).
023200*
023300 01  WS-OUTLIER-DETAIL-LINE.
023400     05  OL-ANALYST-ID               PIC X(10).
023500     05  FILLER                      PIC X(02) VALUE SPACES.
023600     05  OL-MEASURE                  PIC X(20).
023700     05  OL-ANALYST-VALUE            PIC ZZZZ9.9.
023800     05  FILLER                      PIC X(10) VALUE "  VS DESK ".
023900     05  OL-DESK-VALUE               PIC ZZZZ9.9.
024000     05  FILLER                      PIC X(01) VALUE SPACES.
024100     05  OL-UNIT                     PIC X(07).
024200*
024300 01  WS-LIMITS-LINE.
024400     05  FILLER                      PIC X(14)
024500         VALUE "MIN DECISIONS ".
024600     05  LL-MIN-ITEMS                PIC ZZZZ9.
024700     05  FILLER                      PIC X(19)
024800         VALUE "   REJECT RATE +/- ".
024900     05  LL-REJECT-DEV-PCT           PIC ZZ9.9.
025000     05  FILLER                      PIC X(19)
025100         VALUE " POINTS   SLOW OVER".
025200     05  LL-TURNAROUND-PCT           PIC ZZZZ9.
025300     05  FILLER                      PIC X(10)
025400         VALUE "% OF DESK".
025500*
025600 01  WS-REPORT-TOTAL-LINE.
025700     05  TL-CAPTION                  PIC X(34).
025800     05  TL-COUNT                    PIC ZZZZZZ9.
025900     05  FILLER                      PIC X(02) VALUE SPACES.
026000     05  TL-TEXT                     PIC X(30).
026100*
026200 PROCEDURE DIVISION.
026300*
026400 0000-MAINLINE.
026500     MOVE "REVIEWPRODUCTIVITY" TO RLC-STEP-NAME
026600     SET RLC-TYPE-START TO TRUE
026700     MOVE ZERO TO RLC-RETURN-CODE
026800     MOVE ZERO TO RLC-RECORDS-READ
026900     MOVE ZERO TO RLC-RECORDS-WRITTEN
027000     CALL 'RunLogWrite' USING RUN-LOG-COMM-AREA
027100*
027200     CALL 'BatchDateLoad' USING BATCH-DATE-RECORD
027300     IF RETURN-CODE NOT = ZERO
027400         DISPLAY "REVIEWPRODUCTIVITY: NO USABLE BATCHDTE CONTROL "
027500             "RECORD - RUN ABORTED"
027600         MOVE 16 TO RETURN-CODE
027700         GOBACK
027800     END-IF
027900*
028000     PERFORM 0400-LOAD-REPORT-PARMS THRU 0400-EXIT
028100*
028200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
028300*
028400     PERFORM 2000-TALLY-DECISION THRU 2000-EXIT
028500         UNTIL AT-END-OF-ARCHIVE
028600*
028700     PERFORM 9000-TERMINATE THRU 9000-EXIT
028800*
028900     SET RLC-TYPE-END TO TRUE
029000     MOVE RETURN-CODE TO RLC-RETURN-CODE
029100     MOVE WS-ARCHIVE-READ TO RLC-RECORDS-READ
029200     MOVE PS-DECIDED-COUNT (1) TO RLC-RECORDS-WRITTEN
029300     CALL 'RunLogWrite' USING RUN-LOG-COMM-AREA
029400*
029500     GOBACK.
029600*
029700*---------------------------------------------------------------*
029800*    0400-LOAD-REPORT-PARMS                                     *
029900*    OVERLAYS THE PERIOD AND OUTLIER LIMITS FROM REVPPARM.  A   *
030000*    MISSING REVPPARM OR KEY LEAVES THE DEFAULT - THE MONTH TO  *
030100*    DATE, JUDGED ON THE COMPILED-IN LIMITS.                    *
030200*---------------------------------------------------------------*
030300 0400-LOAD-REPORT-PARMS.
030400     SET PARM-NOT-EOF TO TRUE
030500     OPEN INPUT PRODUCTIVITY-PARM-FILE
030600     IF PARM-FILE-OK
030700         PERFORM 0450-READ-REPORT-PARM THRU 0450-EXIT
030800             UNTIL PARM-EOF
030900         CLOSE PRODUCTIVITY-PARM-FILE
031000     END-IF
031100*
031200     IF WS-TO-DATE = ZERO
031300         MOVE BD-BUSINESS-DATE TO WS-TO-DATE
031400     END-IF
031500*
031600     IF WS-FROM-DATE = ZERO
031700         MOVE WS-TO-DATE TO WS-FROM-DATE
031800         MOVE 01 TO WS-FROM-DAY
031900     END-IF
032000*
032100     IF WS-FROM-DATE > WS-TO-DATE
032200         DISPLAY "REVIEWPRODUCTIVITY: PROD-FROM-DATE "
032300             WS-FROM-DATE
032400             " IS AFTER PROD-TO-DATE " WS-TO-DATE " - RUN ABORTED"
032500         MOVE 16 TO RETURN-CODE
032600         GOBACK
032700     END-IF
032800*
032900     IF WS-TURNAROUND-PCT < 100
033000         MOVE 100 TO WS-TURNAROUND-PCT
033100     END-IF.
033200 0400-EXIT.
033300     EXIT.
033400*
033500 0450-READ-REPORT-PARM.
033600     READ PRODUCTIVITY-PARM-FILE
033700         AT END
033800             SET PARM-EOF TO TRUE
033900             GO TO 0450-EXIT
034000     END-READ
034100*
034200     UNSTRING PRODUCTIVITY-PARM-RECORD DELIMITED BY "="
034300         INTO WS-PARM-KEY WS-PARM-VALUE
034400*
034500     EVALUATE WS-PARM-KEY
034600         WHEN "PROD-FROM-DATE"
034700             MOVE WS-PARM-VALUE TO WS-FROM-DATE
034800         WHEN "PROD-TO-DATE"
034900             MOVE WS-PARM-VALUE TO WS-TO-DATE
035000         WHEN "PROD-MIN-ITEMS"
035100             MOVE WS-PARM-VALUE TO WS-MIN-ITEMS
035200         WHEN "PROD-REJECT-DEV-PCT"
035300             MOVE WS-PARM-VALUE TO WS-REJECT-DEV-PCT
035400         WHEN "PROD-TURNAROUND-PCT"
035500             MOVE WS-PARM-VALUE TO WS-TURNAROUND-PCT
035600         WHEN OTHER
035700             CONTINUE
035800     END-EVALUATE.
035900 0450-EXIT.
036000     EXIT.
036100*
036200*---------------------------------------------------------------*
036300*    1000-INITIALIZE                                            *
036400*---------------------------------------------------------------*
036500 1000-INITIALIZE.
036600     SET FILES-NOT-OPEN TO TRUE
036700     SET AT-END-OF-ARCHIVE TO TRUE
036800*
036900     SET CALENDAR-AVAILABLE TO TRUE
037000     SET BDC-ROLL-FOLLOWING TO TRUE
037100     MOVE BD-BUSINESS-DATE TO BDC-FROM-DATE
037200     CALL 'BusinessDayCalc' USING BUSINESS-DAY-COMM-AREA
037300     IF RETURN-CODE NOT = ZERO
037400         DISPLAY "REVIEWPRODUCTIVITY: WARNING - NO USABLE HOLCAL "
037500             "CALENDAR, TURNAROUND IN CALENDAR DAYS"
037600         SET CALENDAR-UNAVAILABLE TO TRUE
037700         MOVE ZERO TO RETURN-CODE
037800     END-IF
037900*
038000     OPEN INPUT REVIEW-ARCHIVE-FILE
038100     IF NOT REVQ-ARCH-FILE-OK
038200         DISPLAY "REVIEWPRODUCTIVITY: UNABLE TO OPEN REVQARCH - "
038300             "STATUS " WS-REVQ-ARCH-FILE-STATUS
038400         MOVE 16 TO RETURN-CODE
038500         GO TO 1000-EXIT
038600     END-IF
038700*
038800     OPEN OUTPUT PRODUCTIVITY-REPORT-FILE
038900     SET FILES-ARE-OPEN TO TRUE
039000     SET NOT-AT-END-OF-ARCHIVE TO TRUE
039100*
039200     PERFORM 1010-CLEAR-STAT-ENTRY THRU 1010-EXIT
039300         VARYING WS-STAT-SUBSCRIPT FROM 1 BY 1
039400         UNTIL WS-STAT-SUBSCRIPT > 210
039500     MOVE "DESK TOTAL" TO PS-LABEL (1)
039600     PERFORM 1020-LABEL-BAND-ENTRY THRU 1020-EXIT
039700         VARYING WS-BAND-SUBSCRIPT FROM 1 BY 1
039800         UNTIL WS-BAND-SUBSCRIPT > 5
039900     PERFORM 1030-LABEL-SOURCE-ENTRY THRU 1030-EXIT
040000         VARYING WS-SOURCE-SUBSCRIPT FROM 1 BY 1
040100         UNTIL WS-SOURCE-SUBSCRIPT > 3
040200     MOVE 9 TO WS-STAT-USED
040300     MOVE "(OTHER)" TO PS-LABEL (210)
040400*
040500     PERFORM 1050-WRITE-HEADING THRU 1050-EXIT
040600     PERFORM 1200-READ-ARCHIVE THRU 1200-EXIT.
040700 1000-EXIT.
040800     EXIT.
040900*
041000 1010-CLEAR-STAT-ENTRY.
041100     MOVE SPACES TO PS-LABEL (WS-STAT-SUBSCRIPT)
041200     MOVE ZERO TO PS-DECIDED-COUNT (WS-STAT-SUBSCRIPT)
041300     MOVE ZERO TO PS-APPROVED-COUNT (WS-STAT-SUBSCRIPT)
041400     MOVE ZERO TO PS-REJECTED-COUNT (WS-STAT-SUBSCRIPT)
041500     MOVE ZERO TO PS-TIMED-COUNT (WS-STAT-SUBSCRIPT)
041600     MOVE ZERO TO PS-TOTAL-DAYS (WS-STAT-SUBSCRIPT)
041700     MOVE ZERO TO PS-WORST-DAYS (WS-STAT-SUBSCRIPT)
041800     MOVE SPACES TO PS-WORST-TRANSACTION-ID (WS-STAT-SUBSCRIPT)
041900     MOVE SPACES TO PS-REJECT-FLAG (WS-STAT-SUBSCRIPT)
042000     MOVE SPACES TO PS-TURNAROUND-FLAG (WS-STAT-SUBSCRIPT).
042100 1010-EXIT.
042200     EXIT.
042300*
042400 1020-LABEL-BAND-ENTRY.
042500     COMPUTE WS-STAT-SUBSCRIPT = WS-BAND-SUBSCRIPT + 1
042600     MOVE BAND-LABEL (WS-BAND-SUBSCRIPT)
042700         TO PS-LABEL (WS-STAT-SUBSCRIPT).
042800 1020-EXIT.
042900     EXIT.
043000*
043100 1030-LABEL-SOURCE-ENTRY.
043200     COMPUTE WS-STAT-SUBSCRIPT = WS-SOURCE-SUBSCRIPT + 6
043300     MOVE SOURCE-LABEL (WS-SOURCE-SUBSCRIPT)
043400         TO PS-LABEL (WS-STAT-SUBSCRIPT).
043500 1030-EXIT.
043600     EXIT.
043700*
043800 1050-WRITE-HEADING.
043900     MOVE SPACES TO PRODUCTIVITY-REPORT-LINE
044000     STRING "REVIEW DESK PRODUCTIVITY - BUSINESS DATE "
044100             DELIMITED BY SIZE
044200         BD-BUSINESS-DATE DELIMITED BY SIZE
044300         INTO PRODUCTIVITY-REPORT-LINE
044400     WRITE PRODUCTIVITY-REPORT-LINE
044500*
044600     MOVE SPACES TO PRODUCTIVITY-REPORT-LINE
044700     STRING "REVQARCH ITEMS DECIDED " DELIMITED BY SIZE
044800         WS-FROM-DATE DELIMITED BY SIZE
044900         " THROUGH " DELIMITED BY SIZE
045000         WS-TO-DATE DELIMITED BY SIZE
045100         INTO PRODUCTIVITY-REPORT-LINE
045200     WRITE PRODUCTIVITY-REPORT-LINE
045300*
045400     IF CALENDAR-AVAILABLE
045500         MOVE "TURNAROUND IN BUSINESS DAYS, QUEUED TO DECIDED"
045600             TO PRODUCTIVITY-REPORT-LINE
045700     ELSE
045800         MOVE "TURNAROUND IN CALENDAR DAYS, QUEUED TO DECIDED"
045900             TO PRODUCTIVITY-REPORT-LINE
046000     END-IF
046100     WRITE PRODUCTIVITY-REPORT-LINE
046200*
046300     MOVE WS-MIN-ITEMS      TO LL-MIN-ITEMS
046400     MOVE WS-REJECT-DEV-PCT TO LL-REJECT-DEV-PCT
046500     MOVE WS-TURNAROUND-PCT TO LL-TURNAROUND-PCT
046600     WRITE PRODUCTIVITY-REPORT-LINE FROM WS-LIMITS-LINE.
046700 1050-EXIT.
046800     EXIT.
046900*
047000 1200-READ-ARCHIVE.
047100     READ REVIEW-ARCHIVE-FILE
047200         AT END
047300             SET AT-END-OF-ARCHIVE TO TRUE
047400             GO TO 1200-EXIT
047500     END-READ
047600     ADD 1 TO WS-ARCHIVE-READ.
047700 1200-EXIT.
047800     EXIT.
047900*
048000*---------------------------------------------------------------*
048100*    2000-TALLY-DECISION                                        *
048200*    AN ARCHIVED ROW THAT CARRIES NO APPROVE OR REJECT, OR NO   *
048300*    DECISION DATE TO PLACE IT IN A PERIOD, IS COUNTED AND      *
048400*    SKIPPED.  EVERY OTHER ROW DECIDED IN THE PERIOD IS         *
048500*    TALLIED TO THE DESK, ITS SCORE BAND, ITS SOURCE, AND ITS   *
048600*    ANALYST.                                                   *
048700*---------------------------------------------------------------*
048800 2000-TALLY-DECISION.
048900     IF NOT RQ-DECISION-APPROVED
049000             AND NOT RQ-DECISION-REJECTED
049100         ADD 1 TO WS-NOT-DECIDED-COUNT
049200         GO TO 2000-NEXT
049300     END-IF
049400*
049500     IF RQ-DECISION-DATE NOT NUMERIC
049600             OR RQ-DECISION-DATE = ZERO
049700         ADD 1 TO WS-NO-DECISION-DATE-COUNT
049800         GO TO 2000-NEXT
049900     END-IF
050000*
050100     IF RQ-DECISION-DATE < WS-FROM-DATE
050200             OR RQ-DECISION-DATE > WS-TO-DATE
050300         ADD 1 TO WS-OUT-OF-PERIOD-COUNT
050400         GO TO 2000-NEXT
050500     END-IF
050600*
050700     PERFORM 2100-COMPUTE-TURNAROUND THRU 2100-EXIT
050800     IF TURNAROUND-UNKNOWN
050900         ADD 1 TO WS-UNTIMED-COUNT
051000     END-IF
051100*
051200     MOVE 1 TO WS-STAT-SUBSCRIPT
051300     PERFORM 2300-ADD-TO-ENTRY THRU 2300-EXIT
051400*
051500     EVALUATE TRUE
051600         WHEN RQ-RISK-SCORE NOT NUMERIC
051700             MOVE 2 TO WS-STAT-SUBSCRIPT
051800         WHEN RQ-RISK-SCORE < 400
051900             MOVE 2 TO WS-STAT-SUBSCRIPT
052000         WHEN RQ-RISK-SCORE < 500
052100             MOVE 3 TO WS-STAT-SUBSCRIPT
052200         WHEN RQ-RISK-SCORE < 600
052300             MOVE 4 TO WS-STAT-SUBSCRIPT
052400         WHEN RQ-RISK-SCORE < 700
052500             MOVE 5 TO WS-STAT-SUBSCRIPT
052600         WHEN OTHER
052700             MOVE 6 TO WS-STAT-SUBSCRIPT
052800     END-EVALUATE
052900     PERFORM 2300-ADD-TO-ENTRY THRU 2300-EXIT
053000*
053100     EVALUATE RQ-TRANSACTION-TYPE
053200         WHEN "STRUCTURE "
053300             MOVE 8 TO WS-STAT-SUBSCRIPT
053400         WHEN "CUSTEXPOS "
053500             MOVE 9 TO WS-STAT-SUBSCRIPT
053600         WHEN OTHER
053700             MOVE 7 TO WS-STAT-SUBSCRIPT
053800     END-EVALUATE
053900     PERFORM 2300-ADD-TO-ENTRY THRU 2300-EXIT
054000*
054100     PERFORM 2200-FIND-ANALYST THRU 2200-EXIT
054200     MOVE WS-FOUND-SUBSCRIPT TO WS-STAT-SUBSCRIPT
054300     PERFORM 2300-ADD-TO-ENTRY THRU 2300-EXIT.
054400 2000-NEXT.
054500     PERFORM 1200-READ-ARCHIVE THRU 1200-EXIT.
054600 2000-EXIT.
054700     EXIT.
054800*
054900*---------------------------------------------------------------*
055000*    2100-COMPUTE-TURNAROUND                                    *
055100*    BUSINESS DAYS FROM THE QUEUED DATE TO THE DECISION DATE.   *
055200*    A DATE THE CALENDAR CANNOT READ, OR NO CALENDAR AT ALL,    *
055300*    FALLS BACK TO CALENDAR DAYS.  NO QUEUED DATE, OR ONE       *
055400*    LATER THAN THE DECISION, LEAVES THE TURNAROUND UNKNOWN.    *
055500*---------------------------------------------------------------*
055600 2100-COMPUTE-TURNAROUND.
055700     SET TURNAROUND-UNKNOWN TO TRUE
055800     MOVE ZERO TO WS-TURNAROUND-DAYS
055900*
056000     IF RQ-QUEUED-DATE NOT NUMERIC
056100             OR RQ-QUEUED-DATE = ZERO
056200             OR RQ-QUEUED-DATE > RQ-DECISION-DATE
056300         GO TO 2100-EXIT
056400     END-IF
056500*
056600     SET TURNAROUND-KNOWN TO TRUE
056700     IF CALENDAR-AVAILABLE
056800         SET BDC-COUNT-BUSINESS-DAYS TO TRUE
056900         MOVE RQ-QUEUED-DATE   TO BDC-FROM-DATE
057000         MOVE RQ-DECISION-DATE TO BDC-TO-DATE
057100         CALL 'BusinessDayCalc' USING BUSINESS-DAY-COMM-AREA
057200         IF RETURN-CODE = ZERO
057300             MOVE BDC-BUSINESS-DAYS TO WS-TURNAROUND-DAYS
057400             GO TO 2100-EXIT
057500         END-IF
057600         MOVE ZERO TO RETURN-CODE
057700     END-IF
057800*
057900     COMPUTE WS-QUEUED-INTEGER =
058000         FUNCTION INTEGER-OF-DATE (RQ-QUEUED-DATE)
058100     COMPUTE WS-DECIDED-INTEGER =
058200         FUNCTION INTEGER-OF-DATE (RQ-DECISION-DATE)
058300     COMPUTE WS-TURNAROUND-DAYS =
058400         WS-DECIDED-INTEGER - WS-QUEUED-INTEGER.
058500 2100-EXIT.
058600     EXIT.
058700*
058800*---------------------------------------------------------------*
058900*    2200-FIND-ANALYST                                          *
059000*    RETURNS THE ANALYST'S ENTRY IN WS-FOUND-SUBSCRIPT, ADDING  *
059100*    IT ON FIRST SIGHT.  A ROW WITH NO ANALYST ID IS TALLIED    *
059200*    AS "(NONE)"; PAST THE TABLE, AS "(OTHER)".                 *
059300*---------------------------------------------------------------*
059400 2200-FIND-ANALYST.
059500     MOVE RQ-DECISION-ANALYST-ID TO WS-ANALYST-LABEL
059600     IF WS-ANALYST-LABEL = SPACES
059700         MOVE "(NONE)" TO WS-ANALYST-LABEL
059800     END-IF
059900*
060000     SET ENTRY-NOT-FOUND TO TRUE
060100     PERFORM 2210-TEST-ANALYST-ENTRY THRU 2210-EXIT
060200         VARYING WS-STAT-SUBSCRIPT FROM 10 BY 1
060300         UNTIL WS-STAT-SUBSCRIPT > WS-STAT-USED
060400             OR ENTRY-IS-FOUND
060500     IF ENTRY-IS-FOUND
060600         GO TO 2200-EXIT
060700     END-IF
060800*
060900     IF WS-STAT-USED < 209
061000         ADD 1 TO WS-STAT-USED
061100         MOVE WS-ANALYST-LABEL TO PS-LABEL (WS-STAT-USED)
061200         MOVE WS-STAT-USED TO WS-FOUND-SUBSCRIPT
061300     ELSE
061400         ADD 1 TO WS-ANALYST-OVERFLOW-COUNT
061500         MOVE 210 TO WS-FOUND-SUBSCRIPT
061600     END-IF.
061700 2200-EXIT.
061800     EXIT.
061900*
062000 2210-TEST-ANALYST-ENTRY.
062100     IF PS-LABEL (WS-STAT-SUBSCRIPT) = WS-ANALYST-LABEL
062200         SET ENTRY-IS-FOUND TO TRUE
062300         MOVE WS-STAT-SUBSCRIPT TO WS-FOUND-SUBSCRIPT
062400     END-IF.
062500 2210-EXIT.
062600     EXIT.
062700*
062800*---------------------------------------------------------------*
062900*    2300-ADD-TO-ENTRY                                          *
063000*    ADDS THE DECISION IN HAND TO ENTRY WS-STAT-SUBSCRIPT.      *
063100*---------------------------------------------------------------*
063200 2300-ADD-TO-ENTRY.
063300     ADD 1 TO PS-DECIDED-COUNT (WS-STAT-SUBSCRIPT)
063400     IF RQ-DECISION-APPROVED
063500         ADD 1 TO PS-APPROVED-COUNT (WS-STAT-SUBSCRIPT)
063600     ELSE
063700         ADD 1 TO PS-REJECTED-COUNT (WS-STAT-SUBSCRIPT)
063800     END-IF
063900*
064000     IF TURNAROUND-UNKNOWN
064100         GO TO 2300-EXIT
064200     END-IF
064300*
064400     ADD 1 TO PS-TIMED-COUNT (WS-STAT-SUBSCRIPT)
064500     ADD WS-TURNAROUND-DAYS TO PS-TOTAL-DAYS (WS-STAT-SUBSCRIPT)
064600     IF WS-TURNAROUND-DAYS > PS-WORST-DAYS (WS-STAT-SUBSCRIPT)
064700             OR PS-WORST-TRANSACTION-ID (WS-STAT-SUBSCRIPT)
064800                 = SPACES
064900         MOVE WS-TURNAROUND-DAYS
065000             TO PS-WORST-DAYS (WS-STAT-SUBSCRIPT)
065100         MOVE RQ-TRANSACTION-ID
065200             TO PS-WORST-TRANSACTION-ID (WS-STAT-SUBSCRIPT)
065300     END-IF.
065400 2300-EXIT.
065500     EXIT.
065600*
065700*---------------------------------------------------------------*
065800*    9000-TERMINATE                                             *
065900*---------------------------------------------------------------*
066000 9000-TERMINATE.
066100     IF FILES-NOT-OPEN
066200         GO TO 9000-EXIT
066300     END-IF
066400*
066500     PERFORM 9100-SET-DESK-NORMS THRU 9100-EXIT
066600     PERFORM 9150-TEST-ANALYST THRU 9150-EXIT
066700         VARYING WS-STAT-SUBSCRIPT FROM 10 BY 1
066800         UNTIL WS-STAT-SUBSCRIPT > 210
066900*
067000     PERFORM 9200-WRITE-ANALYSTS THRU 9200-EXIT
067100     PERFORM 9300-WRITE-BANDS-AND-SOURCES THRU 9300-EXIT
067200     PERFORM 9400-WRITE-OUTLIERS THRU 9400-EXIT
067300     PERFORM 9500-WRITE-TOTALS THRU 9500-EXIT
067400*
067500     CLOSE REVIEW-ARCHIVE-FILE
067600     CLOSE PRODUCTIVITY-REPORT-FILE
067700*
067800     DISPLAY "REVIEWPRODUCTIVITY: " PS-DECIDED-COUNT (1)
067900         " DECISION(S) REPORTED, " WS-OUTLIER-COUNT
068000         " ANALYST(S) OUTSIDE THE DESK NORM"
068100*
068200     IF WS-ANALYST-OVERFLOW-COUNT > ZERO
068300         DISPLAY "REVIEWPRODUCTIVITY: WARNING - "
068400             WS-ANALYST-OVERFLOW-COUNT
068500             " DECISION(S) BY ANALYSTS PAST THE 200-ENTRY TABLE "
068600             "REPORTED AS (OTHER)"
068700     END-IF
068800*
068900     MOVE ZERO TO RETURN-CODE
069000     IF PS-DECIDED-COUNT (1) = ZERO
069100         DISPLAY "REVIEWPRODUCTIVITY: WARNING - NO DECISIONS IN "
069200             "THE PERIOD"
069300         MOVE 4 TO RETURN-CODE
069400     END-IF.
069500 9000-EXIT.
069600     EXIT.
069700*
069800*---------------------------------------------------------------*
069900*    9100-SET-DESK-NORMS                                        *
070000*---------------------------------------------------------------*
070100 9100-SET-DESK-NORMS.
070200     MOVE ZERO TO WS-DESK-REJECT-PCT
070300     MOVE ZERO TO WS-DESK-AVERAGE-DAYS
070400     IF PS-DECIDED-COUNT (1) > ZERO
070500         COMPUTE WS-DESK-REJECT-PCT ROUNDED =
070600             PS-REJECTED-COUNT (1) * 100 / PS-DECIDED-COUNT (1)
070700     END-IF
070800     IF PS-TIMED-COUNT (1) > ZERO
070900         COMPUTE WS-DESK-AVERAGE-DAYS ROUNDED =
071000             PS-TOTAL-DAYS (1) / PS-TIMED-COUNT (1)
071100     END-IF.
071200 9100-EXIT.
071300     EXIT.
071400*
071500*---------------------------------------------------------------*
071600*    9150-TEST-ANALYST                                          *
071700*    AN ANALYST WITH TOO FEW DECISIONS TO JUDGE IS NOT TESTED.  *
071800*    TURNAROUND IS COMPARED ON THE UNROUNDED TOTALS, ANALYST    *
071900*    AVERAGE AGAINST DESK AVERAGE SCALED BY THE PERCENTAGE.     *
072000*---------------------------------------------------------------*
072100 9150-TEST-ANALYST.
072200     IF PS-DECIDED-COUNT (WS-STAT-SUBSCRIPT) = ZERO
072300             OR PS-DECIDED-COUNT (WS-STAT-SUBSCRIPT)
072400                 < WS-MIN-ITEMS
072500         GO TO 9150-EXIT
072600     END-IF
072700*
072800     PERFORM 9160-SET-ANALYST-FIGURES THRU 9160-EXIT
072900*
073000     IF WS-REJECT-PCT > WS-DESK-REJECT-PCT + WS-REJECT-DEV-PCT
073100         MOVE "REJ-HIGH" TO PS-REJECT-FLAG (WS-STAT-SUBSCRIPT)
073200     END-IF
073300     IF WS-REJECT-PCT + WS-REJECT-DEV-PCT < WS-DESK-REJECT-PCT
073400         MOVE "REJ-LOW" TO PS-REJECT-FLAG (WS-STAT-SUBSCRIPT)
073500     END-IF
073600*
073700     IF PS-TIMED-COUNT (WS-STAT-SUBSCRIPT) > ZERO
073800             AND PS-TIMED-COUNT (1) > ZERO
073900         COMPUTE WS-ANALYST-DAY-WEIGHT =
074000             PS-TOTAL-DAYS (WS-STAT-SUBSCRIPT)
074100             * PS-TIMED-COUNT (1)
074200         COMPUTE WS-DESK-DAY-WEIGHT =
074300             PS-TOTAL-DAYS (1)
074400             * PS-TIMED-COUNT (WS-STAT-SUBSCRIPT)
074500         IF WS-ANALYST-DAY-WEIGHT * 100
074600                 > WS-DESK-DAY-WEIGHT * WS-TURNAROUND-PCT
074700             MOVE "SLOW" TO PS-TURNAROUND-FLAG (WS-STAT-SUBSCRIPT)
074800         END-IF
074900     END-IF
075000*
075100     IF PS-REJECT-FLAG (WS-STAT-SUBSCRIPT) NOT = SPACES
075200             OR PS-TURNAROUND-FLAG (WS-STAT-SUBSCRIPT)
075300                 NOT = SPACES
075400         ADD 1 TO WS-OUTLIER-COUNT
075500     END-IF.
075600 9150-EXIT.
075700     EXIT.
075800*
075900 9160-SET-ANALYST-FIGURES.
076000     MOVE ZERO TO WS-REJECT-PCT
076100     MOVE ZERO TO WS-AVERAGE-DAYS
076200     IF PS-DECIDED-COUNT (WS-STAT-SUBSCRIPT) > ZERO
076300         COMPUTE WS-REJECT-PCT ROUNDED =
076400             PS-REJECTED-COUNT (WS-STAT-SUBSCRIPT) * 100
076500             / PS-DECIDED-COUNT (WS-STAT-SUBSCRIPT)
076600     END-IF
076700     IF PS-TIMED-COUNT (WS-STAT-SUBSCRIPT) > ZERO
076800         COMPUTE WS-AVERAGE-DAYS ROUNDED =
076900             PS-TOTAL-DAYS (WS-STAT-SUBSCRIPT)
077000             / PS-TIMED-COUNT (WS-STAT-SUBSCRIPT)
077100     END-IF.
077200 9160-EXIT.
077300     EXIT.
077400*
077500*---------------------------------------------------------------*
077600*    9200-WRITE-ANALYSTS                                        *
077700*    ONE LINE PER ANALYST IN ORDER OF FIRST DECISION, THEN THE  *
077800*    (OTHER) OVERFLOW IF USED, THEN THE DESK TOTAL.             *
077900*---------------------------------------------------------------*
078000 9200-WRITE-ANALYSTS.
078100     MOVE SPACES TO PRODUCTIVITY-REPORT-LINE
078200     WRITE PRODUCTIVITY-REPORT-LINE
078300     MOVE "ANALYST" TO WS-STAT-HEADING-LABEL
078400     WRITE PRODUCTIVITY-REPORT-LINE FROM WS-STAT-HEADING-LINE
078500     PERFORM 9210-WRITE-STAT-LINE THRU 9210-EXIT
078600         VARYING WS-STAT-SUBSCRIPT FROM 10 BY 1
078700         UNTIL WS-STAT-SUBSCRIPT > WS-STAT-USED
078800     IF PS-DECIDED-COUNT (210) > ZERO
078900         MOVE 210 TO WS-STAT-SUBSCRIPT
079000         PERFORM 9210-WRITE-STAT-LINE THRU 9210-EXIT
079100     END-IF
079200     MOVE 1 TO WS-STAT-SUBSCRIPT
079300     PERFORM 9210-WRITE-STAT-LINE THRU 9210-EXIT.
079400 9200-EXIT.
079500     EXIT.
079600*
079700 9210-WRITE-STAT-LINE.
079800     PERFORM 9160-SET-ANALYST-FIGURES THRU 9160-EXIT
079900     MOVE PS-LABEL (WS-STAT-SUBSCRIPT)      TO SL-LABEL
080000     MOVE PS-DECIDED-COUNT (WS-STAT-SUBSCRIPT)
080100         TO SL-DECIDED-COUNT
080200     MOVE PS-APPROVED-COUNT (WS-STAT-SUBSCRIPT)
080300         TO SL-APPROVED-COUNT
080400     MOVE PS-REJECTED-COUNT (WS-STAT-SUBSCRIPT)
080500         TO SL-REJECTED-COUNT
080600     MOVE WS-REJECT-PCT                      TO SL-REJECT-PCT
080700     MOVE WS-AVERAGE-DAYS                    TO SL-AVERAGE-DAYS
080800     MOVE PS-WORST-DAYS (WS-STAT-SUBSCRIPT)  TO SL-WORST-DAYS
080900     MOVE PS-REJECT-FLAG (WS-STAT-SUBSCRIPT) TO SL-REJECT-FLAG
081000     MOVE PS-TURNAROUND-FLAG (WS-STAT-SUBSCRIPT)
081100         TO SL-TURNAROUND-FLAG
081200     WRITE PRODUCTIVITY-REPORT-LINE FROM WS-STAT-DETAIL-LINE.
081300 9210-EXIT.
081400     EXIT.
081500*
081600 9300-WRITE-BANDS-AND-SOURCES.
081700     MOVE SPACES TO PRODUCTIVITY-REPORT-LINE
081800     WRITE PRODUCTIVITY-REPORT-LINE
081900     MOVE "SCORE BAND" TO WS-STAT-HEADING-LABEL
082000     WRITE PRODUCTIVITY-REPORT-LINE FROM WS-STAT-HEADING-LINE
082100     PERFORM 9210-WRITE-STAT-LINE THRU 9210-EXIT
082200         VARYING WS-STAT-SUBSCRIPT FROM 2 BY 1
082300         UNTIL WS-STAT-SUBSCRIPT > 6
082400*
082500     MOVE SPACES TO PRODUCTIVITY-REPORT-LINE
082600     WRITE PRODUCTIVITY-REPORT-LINE
082700     MOVE "SOURCE" TO WS-STAT-HEADING-LABEL
082800     WRITE PRODUCTIVITY-REPORT-LINE FROM WS-STAT-HEADING-LINE
082900     PERFORM 9210-WRITE-STAT-LINE THRU 9210-EXIT
083000         VARYING WS-STAT-SUBSCRIPT FROM 7 BY 1
083100         UNTIL WS-STAT-SUBSCRIPT > 9.
083200 9300-EXIT.
083300     EXIT.
083400*
083500*---------------------------------------------------------------*
083600*    9400-WRITE-OUTLIERS                                        *
083700*    EACH FLAGGED ANALYST WITH THE FIGURE THAT TRIPPED THE      *
083800*    FLAG BESIDE THE DESK NORM.                                 *
083900*---------------------------------------------------------------*
084000 9400-WRITE-OUTLIERS.
084100     MOVE SPACES TO PRODUCTIVITY-REPORT-LINE
084200     WRITE PRODUCTIVITY-REPORT-LINE
084300     MOVE "ANALYSTS OUTSIDE THE DESK NORM"
084400         TO PRODUCTIVITY-REPORT-LINE
084500     WRITE PRODUCTIVITY-REPORT-LINE
084600*
084700     IF WS-OUTLIER-COUNT = ZERO
084800         MOVE "  NONE" TO PRODUCTIVITY-REPORT-LINE
084900         WRITE PRODUCTIVITY-REPORT-LINE
085000         GO TO 9400-EXIT
085100     END-IF
085200*
085300     PERFORM 9410-WRITE-OUTLIER THRU 9410-EXIT
085400         VARYING WS-STAT-SUBSCRIPT FROM 10 BY 1
085500         UNTIL WS-STAT-SUBSCRIPT > 210.
085600 9400-EXIT.
085700     EXIT.
085800*
085900 9410-WRITE-OUTLIER.
086000     IF PS-REJECT-FLAG (WS-STAT-SUBSCRIPT) = SPACES
086100             AND PS-TURNAROUND-FLAG (WS-STAT-SUBSCRIPT) = SPACES
086200         GO TO 9410-EXIT
086300     END-IF
086400*
086500     PERFORM 9160-SET-ANALYST-FIGURES THRU 9160-EXIT
086600     MOVE PS-LABEL (WS-STAT-SUBSCRIPT) TO OL-ANALYST-ID
086700*
086800     IF PS-REJECT-FLAG (WS-STAT-SUBSCRIPT) NOT = SPACES
086900         MOVE "REJECT RATE"        TO OL-MEASURE
087000         MOVE WS-REJECT-PCT        TO OL-ANALYST-VALUE
087100         MOVE WS-DESK-REJECT-PCT   TO OL-DESK-VALUE
087200         MOVE "PERCENT"            TO OL-UNIT
087300         WRITE PRODUCTIVITY-REPORT-LINE
087400             FROM WS-OUTLIER-DETAIL-LINE
087500         MOVE SPACES TO OL-ANALYST-ID
087600     END-IF
087700*
087800     IF PS-TURNAROUND-FLAG (WS-STAT-SUBSCRIPT) NOT = SPACES
087900         MOVE "AVERAGE TURNAROUND" TO OL-MEASURE
088000         MOVE WS-AVERAGE-DAYS      TO OL-ANALYST-VALUE
088100         MOVE WS-DESK-AVERAGE-DAYS TO OL-DESK-VALUE
088200         MOVE "DAYS"               TO OL-UNIT
088300         WRITE PRODUCTIVITY-REPORT-LINE
088400             FROM WS-OUTLIER-DETAIL-LINE
088500     END-IF.
088600 9410-EXIT.
088700     EXIT.
088800*
088900 9500-WRITE-TOTALS.
089000     MOVE SPACES TO PRODUCTIVITY-REPORT-LINE
089100     WRITE PRODUCTIVITY-REPORT-LINE
089200*
089300     MOVE SPACES TO TL-TEXT
089400     MOVE "REVQARCH ROWS READ" TO TL-CAPTION
089500     MOVE WS-ARCHIVE-READ TO TL-COUNT
089600     WRITE PRODUCTIVITY-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
089700*
089800     MOVE "NOT APPROVED OR REJECTED" TO TL-CAPTION
089900     MOVE WS-NOT-DECIDED-COUNT TO TL-COUNT
090000     WRITE PRODUCTIVITY-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
090100*
090200     MOVE "NO DECISION DATE" TO TL-CAPTION
090300     MOVE WS-NO-DECISION-DATE-COUNT TO TL-COUNT
090400     WRITE PRODUCTIVITY-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
090500*
090600     MOVE "DECIDED OUTSIDE THE PERIOD" TO TL-CAPTION
090700     MOVE WS-OUT-OF-PERIOD-COUNT TO TL-COUNT
090800     WRITE PRODUCTIVITY-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
090900*
091000     MOVE "DECISIONS REPORTED" TO TL-CAPTION
091100     MOVE PS-DECIDED-COUNT (1) TO TL-COUNT
091200     WRITE PRODUCTIVITY-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
091300*
091400     MOVE "  WITHOUT A KNOWN TURNAROUND" TO TL-CAPTION
091500     MOVE WS-UNTIMED-COUNT TO TL-COUNT
091600     WRITE PRODUCTIVITY-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
091700*
091800     IF PS-WORST-TRANSACTION-ID (1) NOT = SPACES
091900         MOVE "DESK WORST TURNAROUND (DAYS)" TO TL-CAPTION
092000         MOVE PS-WORST-DAYS (1) TO TL-COUNT
092100         MOVE SPACES TO TL-TEXT
092200         STRING "TRANSACTION " DELIMITED BY SIZE
092300             PS-WORST-TRANSACTION-ID (1) DELIMITED BY SIZE
092400             INTO TL-TEXT
092500         WRITE PRODUCTIVITY-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
092600     END-IF.
092700 9500-EXIT.
092800     EXIT.
