000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BatchCycleRoll.
000300 AUTHOR. D. OKAFOR - PAYMENTS SYSTEMS GROUP.
000400 INSTALLATION. RETAIL PAYMENTS PROCESSING CENTER.
000500 DATE-WRITTEN. 2026-10-14.
000600 DATE-COMPILED.
000700*
000800*****************************************************************
000900*                                                               *
001000*    BATCHCYCLEROLL                                             *
001100*                                                               *
001200*    INTRADAY STEP THAT OPENS THE NEXT SETTLEMENT CYCLE UNDER   *
001300*    THE SAME BUSINESS DATE.  A DATE MAY SETTLE IN SEVERAL      *
001400*    CYCLES - INTRADAY CYCLES AND THE NIGHTLY ONE - EACH        *
001500*    RUNNING FEEDEDIT, THE DRIVER, CONTROLRECON, AND            *
001600*    STATUSRETURN ON ITS OWN FEED.  THIS STEP RUNS BETWEEN TWO  *
001700*    CYCLES: IT ADDS ONE TO BD-CYCLE-NUMBER AND ONE TO          *
001800*    BD-RUN-NUMBER ON BATCHDTE AND LEAVES BD-BUSINESS-DATE      *
001900*    ALONE, SO EVERYTHING THE NEXT CYCLE WRITES IS STAMPED WITH *
002000*    ITS OWN RUN NUMBER.                                        *
002100*                                                               *
002200*    CTLTOTAL HOLDS ONE CYCLE AT A TIME, SO THE CYCLE BEING     *
002300*    CLOSED MUST ALREADY HAVE RECONCILED: THE ROLL HAPPENS ONLY *
002400*    WHEN RECONSTAT CARRIES A CONTROLRECON PASS FOR THE         *
002500*    BUSINESS DATE AND THE CURRENT RUN NUMBER, AND NO FAIL FOR  *
002600*    IT.  ONCE THE TRIAL-BALANCE PROOF (BALPROOF) HAS WRITTEN A *
002700*    ROW FOR THE DATE, END-OF-DAY IS UNDER WAY AND NO FURTHER   *
002800*    CYCLE MAY OPEN - THE END-OF-DAY STEPS COVER ALL OF THE     *
002900*    DAY'S CYCLES ONCE, AND A CYCLE BEHIND THEM WOULD BE        *
003000*    MISSED.                                                    *
003100*                                                               *
003200*    A HELD ROLL ENDS WITH RETURN-CODE 8 AND BATCHDTE           *
003300*    UNCHANGED.  AN UNUSABLE CONTROL RECORD, OR A DATE ALREADY  *
003400*    AT CYCLE 99, ENDS WITH 16.                                 *
003500*                                                               *
003600*    MODIFICATION HISTORY.                                      *
003700*    ---------------------------------------------------------- *
003800*    2026-10-14  DO  INITIAL VERSION.                            *
003900*                                                                *
004000*****************************************************************
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT BATCH-DATE-FILE ASSIGN TO "BATCHDTE"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-DATE-FILE-STATUS.
004700*
004800     SELECT RECON-STATUS-FILE ASSIGN TO "RECONSTAT"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-STATUS-FILE-STATUS.
005100*
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  BATCH-DATE-FILE.
005500 01  BATCH-DATE-FILE-RECORD          PIC X(15).
005600*
005700 FD  RECON-STATUS-FILE.
005800 01  RECON-STATUS-RECORD.
005900     05  RS-RECON-RESULT             PIC X(04).
006000     05  RS-RECON-DATE               PIC 9(08).
006100     05  RS-RECON-SOURCE             PIC X(12).
006200     05  RS-RECON-RUN-NUMBER         PIC 9(05).
006300*
006400 WORKING-STORAGE SECTION.
006500*
006600 COPY RunLogComm.
006700*
006800 COPY BatchDate.
006900*
007000 01  WS-DATE-FILE-STATUS             PIC X(02).
007100     88  DATE-FILE-OK                    VALUE "00".
007200*
007300 01  WS-STATUS-FILE-STATUS           PIC X(02).
007400     88  STATUS-FILE-OK                  VALUE "00".
007500*
007600 01  WS-STATUS-EOF-SW                PIC X(01).
007700     88  STATUS-EOF                      VALUE "Y".
007800     88  STATUS-NOT-EOF                  VALUE "N".
007900*
008000 01  WS-CYCLE-PASS-SW                PIC X(01).
008100     88  CYCLE-PASS-SEEN                 VALUE "Y".
008200     88  CYCLE-PASS-NOT-SEEN             VALUE "N".
008300*
008400 01  WS-CYCLE-FAIL-SW                PIC X(01).
008500     88  CYCLE-FAIL-SEEN                 VALUE "Y".
008600     88  CYCLE-FAIL-NOT-SEEN             VALUE "N".
008700*
008800 01  WS-PROOF-ROW-SW                 PIC X(01).
008900     88  PROOF-ROW-SEEN                  VALUE "Y".
009000     88  PROOF-ROW-NOT-SEEN              VALUE "N".
009100*
009200 PROCEDURE DIVISION.
009300*
009400 0000-MAINLINE.
009500     MOVE "BATCHCYCLEROLL" TO RLC-STEP-NAME
009600     SET RLC-TYPE-START TO TRUE
009700     MOVE ZERO TO RLC-RETURN-CODE
009800     MOVE ZERO TO RLC-RECORDS-READ
009900     MOVE ZERO TO RLC-RECORDS-WRITTEN
010000     CALL 'RunLogWrite' USING RUN-LOG-COMM-AREA
010100*
010200     CALL 'BatchDateLoad' USING BATCH-DATE-RECORD
010300     IF RETURN-CODE NOT = ZERO
010400         DISPLAY "BATCHCYCLEROLL: NO USABLE BATCHDTE CONTROL "
010500             "RECORD - NO CYCLE OPENED"
010600         MOVE 16 TO RETURN-CODE
010700         GO TO 0000-END-RUN
010800     END-IF
010900*
011000     PERFORM 1000-CHECK-CYCLE-STATUS THRU 1000-EXIT
011100     IF RETURN-CODE = ZERO
011200         PERFORM 2000-OPEN-NEXT-CYCLE THRU 2000-EXIT
011300     END-IF.
011400 0000-END-RUN.
011500     SET RLC-TYPE-END TO TRUE
011600     MOVE RETURN-CODE TO RLC-RETURN-CODE
011700     CALL 'RunLogWrite' USING RUN-LOG-COMM-AREA
011800*
011900     GOBACK.
012000*
012100*---------------------------------------------------------------*
012200*    1000-CHECK-CYCLE-STATUS                                    *
012300*    THE CYCLE NOW ON BATCHDTE MAY CLOSE ONLY WITH A            *
012400*    CONTROLRECON PASS FOR ITS RUN NUMBER AND NO FAIL FOR IT,   *
012500*    AND ONLY WHILE THE DATE HAS NO TRIAL-BALANCE PROOF ROW.    *
012600*    A ROW WITH NO RUN NUMBER WAS WRITTEN BEFORE CYCLES WERE    *
012700*    STAMPED AND CANNOT CLOSE ONE.                              *
012800*---------------------------------------------------------------*
012900 1000-CHECK-CYCLE-STATUS.
013000     SET STATUS-NOT-EOF TO TRUE
013100     SET CYCLE-PASS-NOT-SEEN TO TRUE
013200     SET CYCLE-FAIL-NOT-SEEN TO TRUE
013300     SET PROOF-ROW-NOT-SEEN TO TRUE
013400*
013500     OPEN INPUT RECON-STATUS-FILE
013600     IF NOT STATUS-FILE-OK
013700         DISPLAY "BATCHCYCLEROLL: NO RECONSTAT ON FILE - CYCLE "
013800             BD-CYCLE-NUMBER " OF " BD-BUSINESS-DATE
013900             " STAYS OPEN"
014000         MOVE 8 TO RETURN-CODE
014100         GO TO 1000-EXIT
014200     END-IF
014300*
014400     PERFORM 1100-READ-RECON-STATUS THRU 1100-EXIT
014500         UNTIL STATUS-EOF
014600*
014700     CLOSE RECON-STATUS-FILE
014800*
014900     IF PROOF-ROW-SEEN
015000         DISPLAY "BATCHCYCLEROLL: END-OF-DAY PROOF ALREADY RUN "
015100             "FOR " BD-BUSINESS-DATE
015200             " - NO FURTHER CYCLE MAY OPEN"
015300         MOVE 8 TO RETURN-CODE
015400         GO TO 1000-EXIT
015500     END-IF
015600     IF CYCLE-FAIL-SEEN
015700         DISPLAY "BATCHCYCLEROLL: CONTROLRECON FAIL FOR "
015800             BD-BUSINESS-DATE " RUN " BD-RUN-NUMBER
015900             " - CYCLE " BD-CYCLE-NUMBER " STAYS OPEN"
016000         MOVE 8 TO RETURN-CODE
016100         GO TO 1000-EXIT
016200     END-IF
016300     IF CYCLE-PASS-NOT-SEEN
016400         DISPLAY "BATCHCYCLEROLL: NO CONTROLRECON PASS FOR "
016500             BD-BUSINESS-DATE " RUN " BD-RUN-NUMBER
016600             " - CYCLE " BD-CYCLE-NUMBER " STAYS OPEN"
016700         MOVE 8 TO RETURN-CODE
016800         GO TO 1000-EXIT
016900     END-IF
017000*
017100     IF BD-CYCLE-NUMBER NOT < 99
017200         DISPLAY "BATCHCYCLEROLL: " BD-BUSINESS-DATE
017300             " IS ALREADY AT CYCLE 99 - NO FURTHER CYCLE MAY OPEN"
017400         MOVE 16 TO RETURN-CODE
017500     END-IF.
017600 1000-EXIT.
017700     EXIT.
017800*
017900*---------------------------------------------------------------*
018000*    1100-READ-RECON-STATUS                                     *
018100*    ONE RECONSTAT ROW.  ROWS FOR OTHER DATES ARE IGNORED; A    *
018200*    BALPROOF ROW FOR THE DATE, WHATEVER ITS RESULT, MEANS      *
018300*    END-OF-DAY HAS STARTED.                                    *
018400*---------------------------------------------------------------*
018500 1100-READ-RECON-STATUS.
018600     READ RECON-STATUS-FILE
018700         AT END
018800             SET STATUS-EOF TO TRUE
018900             GO TO 1100-EXIT
019000     END-READ
019100*
019200     IF RS-RECON-DATE NOT = BD-BUSINESS-DATE
019300         GO TO 1100-EXIT
019400     END-IF
019500*
019600     IF RS-RECON-SOURCE = "BALPROOF"
019700         SET PROOF-ROW-SEEN TO TRUE
019800         GO TO 1100-EXIT
019900     END-IF
020000*
020100     IF RS-RECON-RUN-NUMBER NOT NUMERIC
020200             OR RS-RECON-RUN-NUMBER NOT = BD-RUN-NUMBER
020300         GO TO 1100-EXIT
020400     END-IF
020500*
020600     IF RS-RECON-RESULT = "PASS"
020700         SET CYCLE-PASS-SEEN TO TRUE
020800     ELSE
020900         SET CYCLE-FAIL-SEEN TO TRUE
021000     END-IF.
021100 1100-EXIT.
021200     EXIT.
021300*
021400*---------------------------------------------------------------*
021500*    2000-OPEN-NEXT-CYCLE                                       *
021600*    SAME BUSINESS DATE, NEXT CYCLE, NEXT RUN NUMBER.           *
021700*---------------------------------------------------------------*
021800 2000-OPEN-NEXT-CYCLE.
021900     ADD 1 TO BD-CYCLE-NUMBER
022000     ADD 1 TO BD-RUN-NUMBER
022100*
022200     OPEN OUTPUT BATCH-DATE-FILE
022300     IF NOT DATE-FILE-OK
022400         DISPLAY "BATCHCYCLEROLL: UNABLE TO REWRITE BATCHDTE - "
022500             "STATUS " WS-DATE-FILE-STATUS
022600         MOVE 16 TO RETURN-CODE
022700         GO TO 2000-EXIT
022800     END-IF
022900     WRITE BATCH-DATE-FILE-RECORD FROM BATCH-DATE-RECORD
023000     CLOSE BATCH-DATE-FILE
023100*
023200     DISPLAY "BATCHCYCLEROLL: BUSINESS DATE " BD-BUSINESS-DATE
023300         " OPENED CYCLE " BD-CYCLE-NUMBER " RUN " BD-RUN-NUMBER.
023400 2000-EXIT.
023500     EXIT.
