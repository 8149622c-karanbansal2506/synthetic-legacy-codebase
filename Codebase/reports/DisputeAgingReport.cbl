000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DisputeAgingReport.
000300 AUTHOR. D. OKAFOR - PAYMENTS SYSTEMS GROUP.
000400 INSTALLATION. RETAIL PAYMENTS PROCESSING CENTER.
000500 DATE-WRITTEN. 2026-10-12.
000600 DATE-COMPILED.
000700*
000800*****************************************************************
000900*                                                               *
001000*    DISPUTEAGINGREPORT                                         *
001100*                                                               *
001200*    RUNS AFTER THE BATCH, ONCE OPS HAS PROMOTED DSPCASEO TO    *
001300*    DSPCASE, AND AGES EVERY DISPUTE CASE STILL OPEN.  EACH     *
001400*    CASE IS REPORTED TO DSPAGERPT WITH THE DEADLINE IT IS      *
001500*    NOW WORKING TO AND THE CALENDAR DAYS LEFT (NEGATIVE WHEN   *
001600*    PAST):                                                     *
001700*                                                               *
001800*        O  NOT YET CREDITED   - THE PROVISIONAL CREDIT DUE DATE*
001900*        P  CREDITED           - THE RESOLUTION DUE DATE        *
002000*        N  REVERSAL PENDING   - THE DATE THE CREDIT REVERSES   *
002100*                                                               *
002200*    A CASE STILL WITHOUT ITS CREDIT AFTER THE CREDIT DUE DATE, *
002300*    OR STILL UNRESOLVED AFTER THE RESOLUTION DUE DATE, IS      *
002400*    FLAGGED LATE AND ENDS THE RUN WITH RETURN CODE 4 - BOTH    *
002500*    ARE DEADLINES THE BANK OWES THE CUSTOMER.  A CASE WHOSE    *
002600*    LAST POSTING WAS HELD IS FLAGGED HELD.                     *
002700*                                                                *
002800*    MODIFICATION HISTORY.                                      *
002900*    ---------------------------------------------------------- *
003000*    2026-10-12  DO  INITIAL VERSION.                            *
003100*                                                                *
003200*****************************************************************
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT CASE-FILE ASSIGN TO "DSPCASE"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-CASE-FILE-STATUS.
003900*
004000     SELECT AGING-REPORT-FILE ASSIGN TO "DSPAGERPT"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-REPORT-FILE-STATUS.
004300*
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  CASE-FILE.
004700 COPY DisputeCase.
004800*
004900 FD  AGING-REPORT-FILE.
005000 01  AGING-REPORT-LINE               PIC X(80).
005100*
005200 WORKING-STORAGE SECTION.
005300*
005400 COPY RunLogComm.
005500*
005600 COPY BatchDate.
005700*
005800 01  WS-CASE-FILE-STATUS             PIC X(02).
005900     88  CASE-FILE-OK                    VALUE "00".
006000     88  CASE-FILE-AT-END                VALUE "10".
006100*
006200 01  WS-REPORT-FILE-STATUS           PIC X(02).
006300     88  REPORT-FILE-OK                  VALUE "00".
006400*
006500 01  WS-EOF-SW                       PIC X(01).
006600     88  AT-END-OF-CASES                 VALUE "Y".
006700     88  NOT-AT-END-OF-CASES             VALUE "N".
006800*
006900 01  WS-CURRENT-DATE                 PIC 9(08).
007000 01  WS-TODAY-INTEGER                PIC 9(07).
007100 01  WS-DUE-INTEGER                  PIC 9(07).
007200 01  WS-DAYS-LEFT                    PIC S9(05).
007300*
007400 01  WS-LATE-SW                      PIC X(01).
007500     88  CREDIT-LATE                     VALUE "C".
007600     88  RESOLVE-LATE                    VALUE "R".
007700     88  CREDIT-AND-RESOLVE-LATE         VALUE "B".
007800     88  NOT-LATE                        VALUE "N".
007900*
008000 77  WS-CASES-READ-COUNT             PIC 9(07) COMP VALUE ZERO.
008100 77  WS-OPEN-COUNT                   PIC 9(07) COMP VALUE ZERO.
008200 77  WS-CREDITED-COUNT               PIC 9(07) COMP VALUE ZERO.
008300 77  WS-NOTICE-COUNT                 PIC 9(07) COMP VALUE ZERO.
008400 77  WS-CREDIT-LATE-COUNT            PIC 9(07) COMP VALUE ZERO.
008500 77  WS-RESOLVE-LATE-COUNT           PIC 9(07) COMP VALUE ZERO.
008600 77  WS-HELD-COUNT                   PIC 9(07) COMP VALUE ZERO.
008700*
008800 01  WS-REPORT-DETAIL-LINE.
008900     05  RL-CASE-ID                  PIC X(10).
009000     05  FILLER                      PIC X(02) VALUE SPACES.
009100     05  RL-ACCOUNT-ID               PIC X(10).
009200     05  FILLER                      PIC X(02) VALUE SPACES.
009300     05  RL-CREDIT-AMOUNT            PIC Z(8)9.99.
009400     05  FILLER                      PIC X(02) VALUE SPACES.
009500     05  RL-CASE-STATUS              PIC X(01).
009600     05  FILLER                      PIC X(02) VALUE SPACES.
009700     05  RL-DEADLINE                 PIC X(08).
009800     05  FILLER                      PIC X(02) VALUE SPACES.
009900     05  RL-DUE-DATE                 PIC 9(08).
010000     05  FILLER                      PIC X(02) VALUE SPACES.
010100     05  RL-DAYS-LEFT                PIC ----9.
010200     05  FILLER                      PIC X(02) VALUE SPACES.
010300     05  RL-FLAG                     PIC X(12).
010400*
010500 01  WS-REPORT-TOTAL-LINE-1.
010600     05  FILLER                      PIC X(06) VALUE "OPEN: ".
010700     05  TL-OPEN-COUNT               PIC ZZZZZZ9.
010800     05  FILLER                      PIC X(11)
010900         VALUE " CREDITED: ".
011000     05  TL-CREDITED-COUNT           PIC ZZZZZZ9.
011100     05  FILLER                      PIC X(09) VALUE " NOTICE: ".
011200     05  TL-NOTICE-COUNT             PIC ZZZZZZ9.
011300*
011400 01  WS-REPORT-TOTAL-LINE-2.
011500     05  FILLER                      PIC X(13)
011600         VALUE "CREDIT LATE: ".
011700     05  TL-CREDIT-LATE-COUNT        PIC ZZZZZZ9.
011800     05  FILLER                      PIC X(15)
011900         VALUE " RESOLVE LATE: ".
012000     05  TL-RESOLVE-LATE-COUNT       PIC ZZZZZZ9.
012100     05  FILLER                      PIC X(07) VALUE " HELD: ".
012200     05  TL-HELD-COUNT               PIC ZZZZZZ9.
012300*
012400 PROCEDURE DIVISION.
012500*
012600 0000-MAINLINE.
012700     MOVE "DISPUTEAGINGREPORT" TO RLC-STEP-NAME
012800     SET RLC-TYPE-START TO TRUE
012900     MOVE ZERO TO RLC-RETURN-CODE
013000     MOVE ZERO TO RLC-RECORDS-READ
013100     MOVE ZERO TO RLC-RECORDS-WRITTEN
013200     CALL 'RunLogWrite' USING RUN-LOG-COMM-AREA
013300*
013400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
013500*
013600     PERFORM 2000-AGE-CASE THRU 2000-EXIT
013700         UNTIL AT-END-OF-CASES
013800*
013900     PERFORM 9000-TERMINATE THRU 9000-EXIT
014000*
014100     SET RLC-TYPE-END TO TRUE
014200     MOVE RETURN-CODE TO RLC-RETURN-CODE
014300     MOVE WS-CASES-READ-COUNT TO RLC-RECORDS-READ
014400     COMPUTE RLC-RECORDS-WRITTEN =
014500         WS-OPEN-COUNT + WS-CREDITED-COUNT + WS-NOTICE-COUNT
014600     CALL 'RunLogWrite' USING RUN-LOG-COMM-AREA
014700*
014800     GOBACK.
014900*
015000*---------------------------------------------------------------*
015100*    1000-INITIALIZE                                            *
015200*---------------------------------------------------------------*
015300 1000-INITIALIZE.
015400     SET NOT-AT-END-OF-CASES TO TRUE
015500     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
015600     CALL 'BatchDateLoad' USING BATCH-DATE-RECORD
015700     IF RETURN-CODE = ZERO
015800         MOVE BD-BUSINESS-DATE TO WS-CURRENT-DATE
015900     ELSE
016000         DISPLAY "DISPUTEAGINGREPORT: WARNING - NO BATCHDTE "
016100             "CONTROL RECORD, USING SYSTEM DATE"
016200         MOVE ZERO TO RETURN-CODE
016300     END-IF
016400     COMPUTE WS-TODAY-INTEGER =
016500         FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE)
016600*
016700     OPEN INPUT CASE-FILE
016800     IF NOT CASE-FILE-OK
016900         DISPLAY "DISPUTEAGINGREPORT: UNABLE TO OPEN DSPCASE"
017000         SET AT-END-OF-CASES TO TRUE
017100         GO TO 1000-EXIT
017200     END-IF
017300*
017400     OPEN OUTPUT AGING-REPORT-FILE
017500*
017600     PERFORM 1100-WRITE-HEADING THRU 1100-EXIT
017700     PERFORM 1200-READ-CASE THRU 1200-EXIT.
017800 1000-EXIT.
017900     EXIT.
018000*
018100 1100-WRITE-HEADING.
018200     MOVE "CUSTOMER DISPUTE AGING - OPEN CASES"
018300         TO AGING-REPORT-LINE
018400     WRITE AGING-REPORT-LINE
018500*
018600     MOVE "CASE-ID     ACCOUNT-ID        CREDIT  S  DEADLINE  DUE"
018700         TO AGING-REPORT-LINE
018800     MOVE "DAYS  FLAG" TO AGING-REPORT-LINE (63:10)
018900     WRITE AGING-REPORT-LINE.
019000 1100-EXIT.
019100     EXIT.
019200*
019300 1200-READ-CASE.
019400     READ CASE-FILE
019500         AT END
019600             SET AT-END-OF-CASES TO TRUE
019700     END-READ.
019800 1200-EXIT.
019900     EXIT.
020000*
020100*---------------------------------------------------------------*
020200*    2000-AGE-CASE                                              *
020300*    CLOSED CASES ARE ONLY ON DSPCASE FOR RETENTION AND ARE NOT *
020400*    AGED.  EVERY CASE NOT YET RESOLVED IS TESTED AGAINST ITS   *
020500*    RESOLUTION DUE DATE; A CASE NOT YET CREDITED ALSO AGAINST  *
020600*    ITS CREDIT DUE DATE.                                       *
020700*---------------------------------------------------------------*
020800 2000-AGE-CASE.
020900     ADD 1 TO WS-CASES-READ-COUNT
021000     IF DC-STATUS-CLOSED
021100         GO TO 2000-NEXT
021200     END-IF
021300*
021400     SET NOT-LATE TO TRUE
021500     IF DC-STATUS-OPEN
021600             AND DC-CREDIT-DUE-DATE < WS-CURRENT-DATE
021700         SET CREDIT-LATE TO TRUE
021800         ADD 1 TO WS-CREDIT-LATE-COUNT
021900     END-IF
022000     IF DC-NOT-RESOLVED
022100             AND DC-RESOLVE-DUE-DATE < WS-CURRENT-DATE
022200         IF CREDIT-LATE
022300             SET CREDIT-AND-RESOLVE-LATE TO TRUE
022400         ELSE
022500             SET RESOLVE-LATE TO TRUE
022600         END-IF
022700         ADD 1 TO WS-RESOLVE-LATE-COUNT
022800     END-IF
022900*
023000     EVALUATE TRUE
023100         WHEN DC-STATUS-OPEN
023200             MOVE "CREDIT"   TO RL-DEADLINE
023300             MOVE DC-CREDIT-DUE-DATE TO RL-DUE-DATE
023400             ADD 1 TO WS-OPEN-COUNT
023500         WHEN DC-STATUS-CREDITED
023600             MOVE "RESOLVE"  TO RL-DEADLINE
023700             MOVE DC-RESOLVE-DUE-DATE TO RL-DUE-DATE
023800             ADD 1 TO WS-CREDITED-COUNT
023900         WHEN OTHER
024000             MOVE "REVERSAL" TO RL-DEADLINE
024100             MOVE DC-REVERSAL-DUE-DATE TO RL-DUE-DATE
024200             ADD 1 TO WS-NOTICE-COUNT
024300     END-EVALUATE
024400*
024500     PERFORM 2100-WRITE-DETAIL-LINE THRU 2100-EXIT.
024600 2000-NEXT.
024700     PERFORM 1200-READ-CASE THRU 1200-EXIT.
024800 2000-EXIT.
024900     EXIT.
025000*
025100 2100-WRITE-DETAIL-LINE.
025200     MOVE DC-CASE-ID             TO RL-CASE-ID
025300     MOVE DC-ACCOUNT-ID          TO RL-ACCOUNT-ID
025400     MOVE DC-CREDIT-AMOUNT       TO RL-CREDIT-AMOUNT
025500     MOVE DC-CASE-STATUS         TO RL-CASE-STATUS
025600*
025700     IF RL-DUE-DATE NOT NUMERIC OR RL-DUE-DATE = ZERO
025800         MOVE ZERO TO RL-DAYS-LEFT
025900     ELSE
026000         COMPUTE WS-DUE-INTEGER =
026100             FUNCTION INTEGER-OF-DATE (RL-DUE-DATE)
026200         COMPUTE WS-DAYS-LEFT =
026300             WS-DUE-INTEGER - WS-TODAY-INTEGER
026400         MOVE WS-DAYS-LEFT TO RL-DAYS-LEFT
026500     END-IF
026600*
026700     EVALUATE TRUE
026800         WHEN CREDIT-LATE
026900             MOVE "CREDIT LATE"  TO RL-FLAG
027000         WHEN RESOLVE-LATE
027100             MOVE "RESOLVE LATE" TO RL-FLAG
027200         WHEN CREDIT-AND-RESOLVE-LATE
027300             MOVE "BOTH LATE"    TO RL-FLAG
027400         WHEN DC-HOLD-REASON NOT = SPACES
027500             MOVE "HELD"         TO RL-FLAG
027600             ADD 1 TO WS-HELD-COUNT
027700         WHEN OTHER
027800             MOVE SPACES         TO RL-FLAG
027900     END-EVALUATE
028000*
028100     WRITE AGING-REPORT-LINE FROM WS-REPORT-DETAIL-LINE.
028200 2100-EXIT.
028300     EXIT.
028400*
028500*---------------------------------------------------------------*
028600*    9000-TERMINATE                                             *
028700*---------------------------------------------------------------*
028800 9000-TERMINATE.
028900     IF CASE-FILE-OK OR CASE-FILE-AT-END
029000         MOVE WS-OPEN-COUNT         TO TL-OPEN-COUNT
029100         MOVE WS-CREDITED-COUNT     TO TL-CREDITED-COUNT
029200         MOVE WS-NOTICE-COUNT       TO TL-NOTICE-COUNT
029300         WRITE AGING-REPORT-LINE FROM WS-REPORT-TOTAL-LINE-1
029400         MOVE WS-CREDIT-LATE-COUNT  TO TL-CREDIT-LATE-COUNT
029500         MOVE WS-RESOLVE-LATE-COUNT TO TL-RESOLVE-LATE-COUNT
029600         MOVE WS-HELD-COUNT         TO TL-HELD-COUNT
029700         WRITE AGING-REPORT-LINE FROM WS-REPORT-TOTAL-LINE-2
029800*
029900         CLOSE CASE-FILE
030000         CLOSE AGING-REPORT-FILE
030100     END-IF
030200*
030300     DISPLAY "DISPUTEAGINGREPORT: "
030400         WS-OPEN-COUNT " NOT CREDITED, "
030500         WS-CREDITED-COUNT " CREDITED, "
030600         WS-NOTICE-COUNT " REVERSAL PENDING, "
030700         WS-CREDIT-LATE-COUNT " CREDIT LATE, "
030800         WS-RESOLVE-LATE-COUNT " RESOLVE LATE"
030900*
031000     IF WS-CREDIT-LATE-COUNT > ZERO
031100             OR WS-RESOLVE-LATE-COUNT > ZERO
031200         MOVE 4 TO RETURN-CODE
031300     END-IF.
031400 9000-EXIT.
031500     EXIT.
