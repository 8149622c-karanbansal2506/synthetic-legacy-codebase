000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. IntegrityCheck.
000300 AUTHOR. D. OKAFOR - PAYMENTS SYSTEMS GROUP.
000400 INSTALLATION. RETAIL PAYMENTS PROCESSING CENTER.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800*****************************************************************
000900*                                                               *
001000*    INTEGRITYCHECK                                             *
001100*                                                               *
001200*    NIGHTLY CROSS-FILE REFERENTIAL INTEGRITY CHECK OF THE      *
001300*    MASTERS AND THE CARRY-FORWARD FILES.  EACH FILE IS READ    *
001400*    FROM END TO END AND EVERY ACCOUNT OR CUSTOMER IT POINTS    *
001500*    AT IS LOOKED UP, AND EACH ROW WHOSE LINK NO LONGER HOLDS   *
001600*    IS AN EXCEPTION TO ONE OF THESE RULES:                     *
001700*                                                               *
001800*    01 CRITICAL  ACCTFILE ACCOUNT'S CUSTOMER-ID IS NOT ON      *
001900*                 CUSTFILE.  AN ACCOUNT WITH NO CUSTOMER-ID     *
001950*                 YET ASSIGNED IS COUNTED, NOT AN EXCEPTION.    *
002000*    02 WARNING   ACCTFILE ACCOUNT, NOT CLOSED, WHOSE CUSTOMER  *
002100*                 IS INACTIVE ON CUSTFILE.                      *
002200*    03 CRITICAL  SORDMST ACTIVE STANDING ORDER ON AN ACCOUNT   *
002300*                 CLOSED OR NOT ON ACCTFILE.                    *
002400*    04 WARNING   ACCTLIMS ROW FOR AN ACCOUNT NOT ON ACCTFILE.  *
002500*    05 CRITICAL  REVQUEUE ITEM ON AN ACCOUNT CLOSED OR NOT ON  *
002600*                 ACCTFILE.  A CUSTOMER-EXPOSURE ITEM (TYPE     *
002633*                 "CUSTEXPOS ") CARRIES A CUSTOMER-ID AND IS    *
002666*                 CHECKED AGAINST CUSTFILE INSTEAD.             *
002700*    06 CRITICAL  FRZSUSPO ITEM ON AN ACCOUNT CLOSED OR NOT ON  *
002800*                 ACCTFILE.                                     *
002900*    07 WARNING   TRANWHSO ITEM ON AN ACCOUNT CLOSED OR NOT ON  *
003000*                 ACCTFILE.                                     *
003100*    08 WARNING   SAROUTS ITEM WHOSE ACCOUNT IS NOT ON          *
003200*                 ACCTFILE NOR A CUSTOMER-ID ON CUSTFILE        *
003250*                 (CUSTEXPOSURE FILES ITS SAR BY CUSTOMER).     *
003300*                                                               *
003400*    A RULE IS CRITICAL WHEN A LATER STEP WILL POST TO OR       *
003500*    CHARGE THE BROKEN LINK (A STANDING ORDER GENERATED, A      *
003600*    REVIEW REJECT REVERSED, A FROZEN ITEM RETRIED) OR WHEN     *
003700*    THE ACCOUNT CANNOT BE TIED TO ITS OWNER AT ALL.  THE       *
003800*    REST ARE WARNINGS - THE ITEM WILL BE REJECTED OR IGNORED   *
003900*    DOWNSTREAM, BUT THE DATA NEEDS TIDYING.                    *
004000*                                                               *
004100*    INTEGRPT LISTS THE EXCEPTIONS GROUPED BY RULE WITH THE     *
004200*    OFFENDING KEYS, THEN A SUMMARY OF EVERY RULE: ROWS         *
004300*    CHECKED, EXCEPTIONS, THE COUNT AT THE LAST EARLIER RUN     *
004400*    ON INTGHIST AND THE CHANGE SINCE.  ONE ROW PER RULE IS     *
004500*    THEN APPENDED TO INTGHIST FOR THE NEXT RUN'S COMPARISON.   *
004600*                                                               *
004700*    ACCTFILE AND CUSTFILE MUST OPEN OR THE RUN ABORTS WITH     *
004800*    RETURN CODE 16.  A CARRY-FORWARD FILE OR A MASTER THAT     *
004900*    IS NOT PRESENT LEAVES ITS RULE "NOT RUN" ON THE REPORT.    *
005000*    OTHERWISE THE RUN ENDS WITH RETURN CODE 8 WHEN ANY         *
005100*    CRITICAL RULE HAS AN EXCEPTION, 4 WHEN ONLY WARNING RULES  *
005200*    DO (OR INTGHIST COULD NOT BE WRITTEN), AND 0 WHEN CLEAN.   *
005300*                                                               *
005400*    MODIFICATION HISTORY.                                      *
005500*    ---------------------------------------------------------- *
005600*    2026-10-15  DO  INITIAL VERSION.                           *
005700*                                                               *
005800*****************************************************************
005900 ENVIRONMENT DIVISION.
006000 INPUT-OUTPUT SECTION.
006100 FILE-CONTROL.
006200     SELECT ACCOUNT-FILE ASSIGN TO "ACCTFILE"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS AF-ACCOUNT-ID
006600         FILE STATUS IS WS-ACCT-FILE-STATUS.
006700*
006800     SELECT CUSTOMER-FILE ASSIGN TO "CUSTFILE"
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS RANDOM
007100         RECORD KEY IS CU-CUSTOMER-ID
007200         FILE STATUS IS WS-CUST-FILE-STATUS.
007300*
007400     SELECT STANDING-ORDER-FILE ASSIGN TO "SORDMST"
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS SEQUENTIAL
007700         RECORD KEY IS SO-ORDER-ID
007800         FILE STATUS IS WS-SCAN-FILE-STATUS.
007900*
008000     SELECT ACCOUNT-LIMITS-FILE ASSIGN TO "ACCTLIMS"
008100         ORGANIZATION IS INDEXED
008200         ACCESS MODE IS SEQUENTIAL
008300         RECORD KEY IS AL-ACCOUNT-ID
008400         FILE STATUS IS WS-SCAN-FILE-STATUS.
008500*
008600     SELECT REVIEW-QUEUE-FILE ASSIGN TO "REVQUEUE"
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS WS-SCAN-FILE-STATUS.
008900*
009000     SELECT FROZEN-SUSPENSE-FILE ASSIGN TO "FRZSUSPO"
009100         ORGANIZATION IS LINE SEQUENTIAL
009200         FILE STATUS IS WS-SCAN-FILE-STATUS.
009300*
009400     SELECT WAREHOUSE-OUT-FILE ASSIGN TO "TRANWHSO"
009500         ORGANIZATION IS LINE SEQUENTIAL
009600         FILE STATUS IS WS-SCAN-FILE-STATUS.
009700*
009800     SELECT SAR-OUTSTANDING-FILE ASSIGN TO "SAROUTS"
009900         ORGANIZATION IS LINE SEQUENTIAL
010000         FILE STATUS IS WS-SCAN-FILE-STATUS.
010100*
010200     SELECT INTEGRITY-HISTORY-FILE ASSIGN TO "INTGHIST"
010300         ORGANIZATION IS LINE SEQUENTIAL
010400         FILE STATUS IS WS-HIST-FILE-STATUS.
010500*
010600     SELECT SORT-WORK-FILE ASSIGN TO "SORTWKI".
010700*
010800     SELECT INTEGRITY-REPORT-FILE ASSIGN TO "INTEGRPT"
010900         ORGANIZATION IS LINE SEQUENTIAL
011000         FILE STATUS IS WS-REPORT-FILE-STATUS.
011100*
011200 DATA DIVISION.
011300 FILE SECTION.
011400 FD  ACCOUNT-FILE.
011500 01  ACCOUNT-FILE-RECORD.
011600     05  AF-ACCOUNT-ID               PIC X(10).
011700     05  AF-ACCOUNT-BALANCE          PIC S9(9)V99.
011800     05  AF-ACCOUNT-STATUS           PIC X(01).
011900         88  AF-ACCOUNT-CLOSED           VALUE "C".
012000     05  AF-ACCOUNT-AVG-TXN-AMT      PIC 9(9)V99.
012100     05  AF-ACCRUED-INTEREST         PIC S9(7)V99.
012200     05  AF-CUSTOMER-ID              PIC X(10).
012300     05  AF-CURRENCY-CODE            PIC X(03).
012400*
012500 FD  CUSTOMER-FILE.
012600 COPY CustomerRecord.
012700*
012800 FD  STANDING-ORDER-FILE.
012900 COPY StandingOrder.
013000*
013100 FD  ACCOUNT-LIMITS-FILE.
013200 01  ACCOUNT-LIMITS-RECORD.
013300     05  AL-ACCOUNT-ID               PIC X(10).
013400     05  AL-MAX-SINGLE-AMOUNT        PIC 9(9)V99.
013500     05  AL-MAX-DAILY-DEBIT          PIC 9(11)V99.
013600     05  AL-MAX-DAILY-COUNT          PIC 9(05).
013700*
013800 FD  REVIEW-QUEUE-FILE.
013900 COPY ReviewQueue.
014000*
014100 FD  FROZEN-SUSPENSE-FILE.
014200 COPY FrozenSuspense.
014300*
014400 FD  WAREHOUSE-OUT-FILE.
014500 01  WAREHOUSE-OUT-RECORD.
014600     05  WH-TRANSACTION-ID           PIC X(10).
014700     05  WH-TRANSACTION-TYPE         PIC X(10).
014800     05  WH-TRANSACTION-AMOUNT       PIC 9(9)V99.
014900     05  WH-CURRENCY-CODE            PIC X(03).
015000     05  WH-ACCOUNT-ID               PIC X(10).
015100     05  WH-CHANNEL-ID               PIC X(08).
015200     05  WH-VALUE-DATE               PIC 9(08).
015300     05  WH-CPTY-NAME                PIC X(35).
015400     05  WH-CPTY-ACCOUNT-ID          PIC X(10).
015500*
015600 FD  SAR-OUTSTANDING-FILE.
015700 COPY SarExtract.
015800*
015900 FD  INTEGRITY-HISTORY-FILE.
016000 COPY IntegrityHistory.
016100*
016200 SD  SORT-WORK-FILE.
016300 01  SORT-EXCEPTION-RECORD.
016400     05  SK-RULE-NUMBER              PIC 9(02).
016500     05  SK-ITEM-KEY                 PIC X(10).
016600     05  SK-REFERS-TO                PIC X(10).
016700     05  SK-EXCEPTION-NOTE           PIC X(30).
016800*
016900 FD  INTEGRITY-REPORT-FILE.
017000 01  INTEGRITY-REPORT-LINE           PIC X(80).
017100*
017200 WORKING-STORAGE SECTION.
017300*
017400 COPY RunLogComm.
017500*
017600 COPY BatchDate.
017700*
017800 01  WS-ACCT-FILE-STATUS             PIC X(02).
017900     88  ACCT-FILE-OK                    VALUE "00".
018000*
018100 01  WS-CUST-FILE-STATUS             PIC X(02).
018200     88  CUST-FILE-OK                    VALUE "00".
018300*
018400 01  WS-SCAN-FILE-STATUS             PIC X(02).
018500     88  SCAN-FILE-OK                    VALUE "00".
018600*
018700 01  WS-HIST-FILE-STATUS             PIC X(02).
018800     88  HIST-FILE-OK                    VALUE "00".
018900*
019000 01  WS-REPORT-FILE-STATUS           PIC X(02).
019100     88  REPORT-FILE-OK                  VALUE "00".
019200*
019300 01  WS-ACCOUNT-EOF-SW               PIC X(01).
019400     88  AT-END-OF-ACCOUNTS              VALUE "Y".
019500     88  NOT-AT-END-OF-ACCOUNTS          VALUE "N".
019600*
019700*    SHARED BY THE PASSES OVER THE OTHER FILES, ONE AT A TIME.
019800 01  WS-SCAN-EOF-SW                  PIC X(01).
019900     88  AT-END-OF-SCAN                  VALUE "Y".
020000     88  NOT-AT-END-OF-SCAN              VALUE "N".
020100*
020200 01  WS-HIST-EOF-SW                  PIC X(01).
020300     88  AT-END-OF-HISTORY               VALUE "Y".
020400     88  NOT-AT-END-OF-HISTORY           VALUE "N".
020500*
020600 01  WS-SORT-EOF-SW                  PIC X(01).
020700     88  SORT-EOF                        VALUE "Y".
020800     88  SORT-NOT-EOF                    VALUE "N".
020900*
021000 01  WS-FIRST-GROUP-SW               PIC X(01).
021100     88  FIRST-GROUP                     VALUE "Y".
021200     88  NOT-FIRST-GROUP                 VALUE "N".
021300*
021400 01  WS-ACCOUNT-LOOKUP-SW            PIC X(01).
021500     88  LOOKUP-ACCOUNT-ON-FILE          VALUE "Y".
021600     88  LOOKUP-ACCOUNT-CLOSED           VALUE "C".
021700     88  LOOKUP-ACCOUNT-NOT-ON-FILE      VALUE "N".
021800*
021900 01  WS-CURRENT-RULE-NUMBER          PIC 9(02).
022000*
022100*    THE RULES, IN REPORT ORDER: SEVERITY (C = CRITICAL,
022200*    W = WARNING), THE FILE WHOSE ROWS ARE CHECKED, AND THE
022300*    DESCRIPTION PRINTED ON INTEGRPT.
022400 01  WS-RULE-DEFINITION-VALUES.
022500     05  FILLER                      PIC X(01) VALUE "C".
022600     05  FILLER                      PIC X(08) VALUE "ACCTFILE".
022700     05  FILLER                      PIC X(50)
022800         VALUE "ACCOUNT CUSTOMER-ID NOT ON CUSTFILE".
022900     05  FILLER                      PIC X(01) VALUE "W".
023000     05  FILLER                      PIC X(08) VALUE "ACCTFILE".
023100     05  FILLER                      PIC X(50)
023200         VALUE "ACCOUNT NOT CLOSED BUT ITS CUSTOMER INACTIVE".
023300     05  FILLER                      PIC X(01) VALUE "C".
023400     05  FILLER                      PIC X(08) VALUE "SORDMST ".
023500     05  FILLER                      PIC X(50)
023600         VALUE "ACTIVE STANDING ORDER ON CLOSED/MISSING ACCOUNT".
023700     05  FILLER                      PIC X(01) VALUE "W".
023800     05  FILLER                      PIC X(08) VALUE "ACCTLIMS".
023900     05  FILLER                      PIC X(50)
024000         VALUE "LIMITS ROW FOR ACCOUNT NOT ON ACCTFILE".
024100     05  FILLER                      PIC X(01) VALUE "C".
024200     05  FILLER                      PIC X(08) VALUE "REVQUEUE".
024300     05  FILLER                      PIC X(50)
024400         VALUE "REVIEW QUEUE ITEM ON CLOSED/MISSING ACCOUNT".
024500     05  FILLER                      PIC X(01) VALUE "C".
024600     05  FILLER                      PIC X(08) VALUE "FRZSUSPO".
024700     05  FILLER                      PIC X(50)
024800         VALUE "FROZEN SUSPENSE ITEM ON CLOSED/MISSING ACCOUNT".
024900     05  FILLER                      PIC X(01) VALUE "W".
025000     05  FILLER                      PIC X(08) VALUE "TRANWHSO".
025100     05  FILLER                      PIC X(50)
025200         VALUE "WAREHOUSED ITEM ON CLOSED/MISSING ACCOUNT".
025300     05  FILLER                      PIC X(01) VALUE "W".
025400     05  FILLER                      PIC X(08) VALUE "SAROUTS ".
025500     05  FILLER                      PIC X(50)
025600         VALUE "OUTSTANDING SAR ITEM FOR ACCOUNT NOT ON ACCTFILE".
025700 01  WS-RULE-DEFINITION-TABLE REDEFINES WS-RULE-DEFINITION-VALUES.
025800     05  WS-RULE-DEFINITION          OCCURS 8 TIMES.
025900         10  WS-RULE-SEVERITY        PIC X(01).
026000             88  RULE-IS-CRITICAL        VALUE "C".
026100             88  RULE-IS-WARNING         VALUE "W".
026200         10  WS-RULE-FILE-NAME       PIC X(08).
026300         10  WS-RULE-DESCRIPTION     PIC X(50).
026400*
026500 01  WS-RULE-RESULTS.
026600     05  WS-RULE-RESULT              OCCURS 8 TIMES.
026700         10  WS-RULE-CHECKED-SW      PIC X(01).
026800             88  RULE-WAS-CHECKED        VALUE "Y".
026900             88  RULE-NOT-CHECKED        VALUE "N".
027000         10  WS-RULE-ROWS-CHECKED    PIC 9(07) COMP.
027100         10  WS-RULE-EXCEPTIONS      PIC 9(07) COMP.
027200         10  WS-RULE-PRIOR-SW        PIC X(01).
027300             88  RULE-HAS-PRIOR          VALUE "Y".
027400             88  RULE-HAS-NO-PRIOR       VALUE "N".
027500         10  WS-RULE-PRIOR-COUNT     PIC 9(07) COMP.
027600*
027700 77  WS-RULE-COUNT                   PIC 9(02) COMP VALUE 8.
027800 77  WS-RULE-SUBSCRIPT               PIC 9(02) COMP.
027900 77  WS-COUNT-CHANGE                 PIC S9(07) COMP.
028000 77  WS-ROWS-READ-COUNT              PIC 9(07) COMP VALUE ZERO.
028100 77  WS-EXCEPTION-TOTAL              PIC 9(07) COMP VALUE ZERO.
028200 77  WS-GROUP-EXCEPTIONS             PIC 9(07) COMP VALUE ZERO.
028300 77  WS-CRITICAL-FAILED-COUNT        PIC 9(02) COMP VALUE ZERO.
028400 77  WS-WARNING-FAILED-COUNT         PIC 9(02) COMP VALUE ZERO.
028500 77  WS-NOT-RUN-COUNT                PIC 9(02) COMP VALUE ZERO.
028600 77  WS-HISTORY-ROWS-READ            PIC 9(07) COMP VALUE ZERO.
028650 77  WS-NO-CUSTOMER-COUNT            PIC 9(07) COMP VALUE ZERO.
028700*
028800 01  WS-REPORT-TITLE-LINE.
028900     05  FILLER                      PIC X(34)
029000         VALUE "CROSS-FILE INTEGRITY EXCEPTIONS - ".
029100     05  FILLER                      PIC X(14)
029200         VALUE "BUSINESS DATE ".
029300     05  RT-BUSINESS-DATE            PIC 9(08).
029400     05  FILLER                      PIC X(06) VALUE "  RUN ".
029500     05  RT-RUN-NUMBER               PIC 9(05).
029600*
029700 01  WS-GROUP-HEADER-LINE.
029800     05  FILLER                      PIC X(05) VALUE "RULE ".
029900     05  GH-RULE-NUMBER              PIC 9(02).
030000     05  FILLER                      PIC X(02) VALUE SPACES.
030100     05  GH-SEVERITY                 PIC X(08).
030200     05  FILLER                      PIC X(02) VALUE SPACES.
030300     05  GH-RULE-DESCRIPTION         PIC X(50).
030400*
030500 01  WS-COLUMN-HEADER-LINE.
030600     05  FILLER                      PIC X(02) VALUE SPACES.
030700     05  FILLER                      PIC X(12) VALUE "ITEM KEY".
030800     05  FILLER                      PIC X(12) VALUE "ACCT/CUST".
030900     05  FILLER                      PIC X(30) VALUE "EXCEPTION".
031000*
031100 01  WS-DETAIL-LINE.
031200     05  FILLER                      PIC X(02) VALUE SPACES.
031300     05  DL-ITEM-KEY                 PIC X(10).
031400     05  FILLER                      PIC X(02) VALUE SPACES.
031500     05  DL-REFERS-TO                PIC X(10).
031600     05  FILLER                      PIC X(02) VALUE SPACES.
031700     05  DL-EXCEPTION-NOTE           PIC X(30).
031800*
031900 01  WS-GROUP-TOTAL-LINE.
032000     05  FILLER                      PIC X(07) VALUE "  RULE ".
032100     05  GT-RULE-NUMBER              PIC 9(02).
032200     05  FILLER                      PIC X(13)
032300         VALUE " EXCEPTIONS: ".
032400     05  GT-EXCEPTION-COUNT          PIC ZZZZZZ9.
032500*
032600 01  WS-SUMMARY-HEADER-LINE.
032700     05  FILLER                      PIC X(35)
032800         VALUE "RULE SEV  FILE     CHECKED   EXCEPT".
032900     05  FILLER                      PIC X(35)
033000         VALUE "    PRIOR   CHANGE  TREND   RESULT".
033100*
033200 01  WS-SUMMARY-LINE.
033300     05  SL-RULE-NUMBER              PIC 9(02).
033400     05  FILLER                      PIC X(03) VALUE SPACES.
033500     05  SL-SEVERITY                 PIC X(04).
033600     05  FILLER                      PIC X(01) VALUE SPACES.
033700     05  SL-FILE-NAME                PIC X(08).
033800     05  FILLER                      PIC X(01) VALUE SPACES.
033900     05  SL-ROWS-CHECKED             PIC ZZZZZZ9.
034000     05  FILLER                      PIC X(02) VALUE SPACES.
034100     05  SL-EXCEPTIONS               PIC ZZZZZZ9.
034200     05  FILLER                      PIC X(02) VALUE SPACES.
034300     05  SL-PRIOR-COUNT              PIC ZZZZZZ9.
034400     05  SL-PRIOR-TEXT REDEFINES SL-PRIOR-COUNT
034500                                     PIC X(07).
034600     05  FILLER                      PIC X(01) VALUE SPACES.
034700     05  SL-COUNT-CHANGE             PIC -------9.
034800     05  SL-CHANGE-TEXT REDEFINES SL-COUNT-CHANGE
034900                                     PIC X(08).
035000     05  FILLER                      PIC X(02) VALUE SPACES.
035100     05  SL-TREND                    PIC X(06).
035200     05  FILLER                      PIC X(02) VALUE SPACES.
035300     05  SL-RESULT                   PIC X(07).
035400*
035500 01  WS-FINAL-LINE.
035600     05  FILLER                      PIC X(24)
035700         VALUE "CRITICAL RULES FAILED: ".
035800     05  FL-CRITICAL-FAILED          PIC Z9.
035900     05  FILLER                      PIC X(22)
036000         VALUE "   WARNING RULES HIT: ".
036100     05  FL-WARNING-FAILED           PIC Z9.
036200     05  FILLER                      PIC X(17)
036300         VALUE "   RETURN CODE: ".
036400     05  FL-RETURN-CODE              PIC Z9.
036500*
036600 PROCEDURE DIVISION.
036700*
036800 0000-MAINLINE.
036900     MOVE "INTEGRITYCHECK" TO RLC-STEP-NAME
037000     SET RLC-TYPE-START TO TRUE
037100     MOVE ZERO TO RLC-RETURN-CODE
037200     MOVE ZERO TO RLC-RECORDS-READ
037300     MOVE ZERO TO RLC-RECORDS-WRITTEN
037400     CALL 'RunLogWrite' USING RUN-LOG-COMM-AREA
037500*
037600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
037700*
037800     IF RETURN-CODE NOT = 16
037900         SORT SORT-WORK-FILE
038000             ON ASCENDING KEY SK-RULE-NUMBER
038100                              SK-ITEM-KEY
038200             INPUT PROCEDURE IS 2000-COLLECT-EXCEPTIONS
038300                 THRU 2000-COLLECT-EXIT
038400             OUTPUT PROCEDURE IS 3000-WRITE-EXCEPTIONS
038500                 THRU 3000-WRITE-EXIT
038600     END-IF
038700*
038800     PERFORM 9000-TERMINATE THRU 9000-EXIT
038900*
039000     SET RLC-TYPE-END TO TRUE
039100     MOVE RETURN-CODE TO RLC-RETURN-CODE
039200     MOVE WS-ROWS-READ-COUNT TO RLC-RECORDS-READ
039300     MOVE WS-EXCEPTION-TOTAL TO RLC-RECORDS-WRITTEN
039400     CALL 'RunLogWrite' USING RUN-LOG-COMM-AREA
039500*
039600     GOBACK.
039700*
039800*---------------------------------------------------------------*
039900*    1000-INITIALIZE                                            *
040000*    EVERY RULE LOOKS UP ACCTFILE, AND THE FIRST TWO CUSTFILE,  *
040100*    SO THE RUN ABORTS WITHOUT EITHER.  THE PRIOR COUNTS ARE    *
040200*    TAKEN FROM INTGHIST BEFORE ANYTHING IS CHECKED.            *
040300*---------------------------------------------------------------*
040400 1000-INITIALIZE.
040500     SET NOT-AT-END-OF-ACCOUNTS TO TRUE
040600     SET SORT-NOT-EOF TO TRUE
040700     SET FIRST-GROUP TO TRUE
040800     MOVE ZERO TO RETURN-CODE
040900*
041000     MOVE 1 TO WS-RULE-SUBSCRIPT
041100     PERFORM 1100-CLEAR-RULE-RESULT THRU 1100-EXIT
041200         UNTIL WS-RULE-SUBSCRIPT > WS-RULE-COUNT
041300*
041400     CALL 'BatchDateLoad' USING BATCH-DATE-RECORD
041500     IF RETURN-CODE NOT = ZERO
041600         DISPLAY "INTEGRITYCHECK: NO USABLE BATCHDTE "
041700             "CONTROL RECORD - RUN ABORTED"
041800         MOVE 16 TO RETURN-CODE
041900         GO TO 1000-EXIT
042000     END-IF
042100*
042200     OPEN INPUT ACCOUNT-FILE
042300     IF NOT ACCT-FILE-OK
042400         DISPLAY "INTEGRITYCHECK: UNABLE TO OPEN ACCTFILE - "
042500             "STATUS " WS-ACCT-FILE-STATUS " - RUN ABORTED"
042600         MOVE 16 TO RETURN-CODE
042700         GO TO 1000-EXIT
042800     END-IF
042900*
043000     OPEN INPUT CUSTOMER-FILE
043100     IF NOT CUST-FILE-OK
043200         DISPLAY "INTEGRITYCHECK: UNABLE TO OPEN CUSTFILE - "
043300             "STATUS " WS-CUST-FILE-STATUS " - RUN ABORTED"
043400         CLOSE ACCOUNT-FILE
043500         MOVE 16 TO RETURN-CODE
043600         GO TO 1000-EXIT
043700     END-IF
043800*
043900     PERFORM 1200-LOAD-PRIOR-COUNTS THRU 1200-EXIT
044000*
044100     OPEN OUTPUT INTEGRITY-REPORT-FILE
044200     MOVE BD-BUSINESS-DATE TO RT-BUSINESS-DATE
044300     MOVE BD-RUN-NUMBER TO RT-RUN-NUMBER
044400     WRITE INTEGRITY-REPORT-LINE FROM WS-REPORT-TITLE-LINE.
044500 1000-EXIT.
044600     EXIT.
044700*
044800 1100-CLEAR-RULE-RESULT.
044900     SET RULE-NOT-CHECKED (WS-RULE-SUBSCRIPT) TO TRUE
045000     SET RULE-HAS-NO-PRIOR (WS-RULE-SUBSCRIPT) TO TRUE
045100     MOVE ZERO TO WS-RULE-ROWS-CHECKED (WS-RULE-SUBSCRIPT)
045200     MOVE ZERO TO WS-RULE-EXCEPTIONS (WS-RULE-SUBSCRIPT)
045300     MOVE ZERO TO WS-RULE-PRIOR-COUNT (WS-RULE-SUBSCRIPT)
045400     ADD 1 TO WS-RULE-SUBSCRIPT.
045500 1100-EXIT.
045600     EXIT.
045700*
045800*---------------------------------------------------------------*
045900*    1200-LOAD-PRIOR-COUNTS                                     *
046000*    INTGHIST IS IN RUN ORDER, SO THE LAST ROW FOR A RULE FROM  *
046100*    ANY OTHER BUSINESS DATE AND RUN THAN TONIGHT'S IS ITS      *
046200*    PRIOR COUNT.  ROWS FOR THIS SAME DATE AND RUN (AN EARLIER  *
046300*    ATTEMPT BEING RERUN) AND ROWS FOR A RULE THAT WAS NOT RUN  *
046400*    ARE PASSED OVER.  NO INTGHIST MEANS THIS IS THE FIRST RUN. *
046500*---------------------------------------------------------------*
046600 1200-LOAD-PRIOR-COUNTS.
046700     OPEN INPUT INTEGRITY-HISTORY-FILE
046800     IF NOT HIST-FILE-OK
046900         DISPLAY "INTEGRITYCHECK: NO INTGHIST - STATUS "
047000             WS-HIST-FILE-STATUS ", NO PRIOR COUNTS SHOWN"
047100         GO TO 1200-EXIT
047200     END-IF
047300*
047400     SET NOT-AT-END-OF-HISTORY TO TRUE
047500     PERFORM 1300-READ-HISTORY-ROW THRU 1300-EXIT
047600         UNTIL AT-END-OF-HISTORY
047700     CLOSE INTEGRITY-HISTORY-FILE.
047800 1200-EXIT.
047900     EXIT.
048000*
048100 1300-READ-HISTORY-ROW.
048200     READ INTEGRITY-HISTORY-FILE
048300         AT END
048400             SET AT-END-OF-HISTORY TO TRUE
048500             GO TO 1300-EXIT
048600     END-READ
048700*
048800     ADD 1 TO WS-HISTORY-ROWS-READ
048900     IF IH-RULE-NUMBER NOT NUMERIC
049000             OR IH-RULE-NUMBER < 1
049100             OR IH-RULE-NUMBER > WS-RULE-COUNT
049200             OR NOT IH-FILE-WAS-PRESENT
049300         GO TO 1300-EXIT
049400     END-IF
049500     IF IH-BUSINESS-DATE = BD-BUSINESS-DATE
049600             AND IH-RUN-NUMBER = BD-RUN-NUMBER
049700         GO TO 1300-EXIT
049800     END-IF
049900*
050000     MOVE IH-RULE-NUMBER TO WS-RULE-SUBSCRIPT
050100     SET RULE-HAS-PRIOR (WS-RULE-SUBSCRIPT) TO TRUE
050200     MOVE IH-EXCEPTION-COUNT
050300         TO WS-RULE-PRIOR-COUNT (WS-RULE-SUBSCRIPT).
050400 1300-EXIT.
050500     EXIT.
050600*
050700*---------------------------------------------------------------*
050800*    2000-COLLECT-EXCEPTIONS (SORT INPUT PROCEDURE)             *
050900*    ONE PASS PER FILE.  THE ACCTFILE PASS READS THE MASTER IN  *
051000*    KEY ORDER; THE LATER PASSES LOOK ACCOUNTS UP AT RANDOM.    *
051100*---------------------------------------------------------------*
051200 2000-COLLECT-EXCEPTIONS.
051300     PERFORM 2100-CHECK-ACCOUNTS THRU 2100-EXIT
051400     PERFORM 2200-CHECK-STANDING-ORDERS THRU 2200-EXIT
051500     PERFORM 2300-CHECK-ACCOUNT-LIMITS THRU 2300-EXIT
051600     PERFORM 2400-CHECK-REVIEW-QUEUE THRU 2400-EXIT
051700     PERFORM 2500-CHECK-FROZEN-SUSPENSE THRU 2500-EXIT
051800     PERFORM 2600-CHECK-WAREHOUSE THRU 2600-EXIT
051900     PERFORM 2700-CHECK-SAR-OUTSTANDING THRU 2700-EXIT.
052000 2000-COLLECT-EXIT.
052100     EXIT.
052200*
052300*---------------------------------------------------------------*
052400*    2100-CHECK-ACCOUNTS                                        *
052500*    RULES 01 AND 02 - EVERY ACCOUNT'S CUSTOMER-ID AGAINST      *
052600*    CUSTFILE.  A CLOSED ACCOUNT MAY KEEP AN INACTIVE CUSTOMER. *
052700*---------------------------------------------------------------*
052800 2100-CHECK-ACCOUNTS.
052900     SET RULE-WAS-CHECKED (1) TO TRUE
053000     SET RULE-WAS-CHECKED (2) TO TRUE
053100     PERFORM 2110-CHECK-ONE-ACCOUNT THRU 2110-EXIT
053200         UNTIL AT-END-OF-ACCOUNTS.
053300 2100-EXIT.
053400     EXIT.
053500*
053600 2110-CHECK-ONE-ACCOUNT.
053700     READ ACCOUNT-FILE NEXT
053800         AT END
053900             SET AT-END-OF-ACCOUNTS TO TRUE
054000             GO TO 2110-EXIT
054100     END-READ
054200*
054300     ADD 1 TO WS-ROWS-READ-COUNT
054400     IF AF-CUSTOMER-ID = SPACES
054500         ADD 1 TO WS-NO-CUSTOMER-COUNT
054600         GO TO 2110-EXIT
054700     END-IF
054800*
054900     ADD 1 TO WS-RULE-ROWS-CHECKED (1)
055000     ADD 1 TO WS-RULE-ROWS-CHECKED (2)
055100     MOVE AF-ACCOUNT-ID TO SK-ITEM-KEY
055200     MOVE AF-CUSTOMER-ID TO SK-REFERS-TO
055500*
055600     MOVE AF-CUSTOMER-ID TO CU-CUSTOMER-ID
055700     READ CUSTOMER-FILE
055800         INVALID KEY
055900             MOVE 1 TO WS-RULE-SUBSCRIPT
056000             MOVE "CUSTOMER NOT ON CUSTFILE" TO SK-EXCEPTION-NOTE
056100             PERFORM 2900-RELEASE-EXCEPTION THRU 2900-EXIT
056200             GO TO 2110-EXIT
056300     END-READ
056400*
056500     IF CU-CUSTOMER-STATUS = "I"
056600             AND NOT AF-ACCOUNT-CLOSED
056700         MOVE 2 TO WS-RULE-SUBSCRIPT
056800         MOVE "CUSTOMER INACTIVE" TO SK-EXCEPTION-NOTE
056900         PERFORM 2900-RELEASE-EXCEPTION THRU 2900-EXIT
057000     END-IF.
057100 2110-EXIT.
057200     EXIT.
057300*
057400*---------------------------------------------------------------*
057500*    2200-CHECK-STANDING-ORDERS                                 *
057600*    RULE 03 - ONLY AN ACTIVE ORDER WILL BE GENERATED, SO ONLY  *
057700*    AN ACTIVE ORDER'S ACCOUNT IS LOOKED UP.                    *
057800*---------------------------------------------------------------*
057900 2200-CHECK-STANDING-ORDERS.
058000     OPEN INPUT STANDING-ORDER-FILE
058100     IF NOT SCAN-FILE-OK
058200         DISPLAY "INTEGRITYCHECK: SORDMST NOT OPENED - STATUS "
058300             WS-SCAN-FILE-STATUS ", RULE 03 NOT RUN"
058400         GO TO 2200-EXIT
058500     END-IF
058600*
058700     SET RULE-WAS-CHECKED (3) TO TRUE
058800     SET NOT-AT-END-OF-SCAN TO TRUE
058900     PERFORM 2210-CHECK-ONE-ORDER THRU 2210-EXIT
059000         UNTIL AT-END-OF-SCAN
059100     CLOSE STANDING-ORDER-FILE.
059200 2200-EXIT.
059300     EXIT.
059400*
059500 2210-CHECK-ONE-ORDER.
059600     READ STANDING-ORDER-FILE
059700         AT END
059800             SET AT-END-OF-SCAN TO TRUE
059900             GO TO 2210-EXIT
060000     END-READ
060100*
060200     ADD 1 TO WS-ROWS-READ-COUNT
060300     ADD 1 TO WS-RULE-ROWS-CHECKED (3)
060400     IF NOT SO-STATUS-ACTIVE
060500         GO TO 2210-EXIT
060600     END-IF
060700*
060800     MOVE 3 TO WS-RULE-SUBSCRIPT
060900     MOVE SO-ORDER-ID TO SK-ITEM-KEY
061000     MOVE SO-ACCOUNT-ID TO SK-REFERS-TO
061100     PERFORM 2850-CHECK-ITEM-ACCOUNT THRU 2850-EXIT.
061200 2210-EXIT.
061300     EXIT.
061400*
061500*---------------------------------------------------------------*
061600*    2300-CHECK-ACCOUNT-LIMITS                                  *
061700*    RULE 04 - A LIMITS ROW IS ONLY AN ORPHAN WHEN ITS ACCOUNT  *
061800*    IS GONE FROM ACCTFILE; A CLOSED ACCOUNT KEEPS ITS LIMITS.  *
061900*---------------------------------------------------------------*
062000 2300-CHECK-ACCOUNT-LIMITS.
062100     OPEN INPUT ACCOUNT-LIMITS-FILE
062200     IF NOT SCAN-FILE-OK
062300         DISPLAY "INTEGRITYCHECK: ACCTLIMS NOT OPENED - STATUS "
062400             WS-SCAN-FILE-STATUS ", RULE 04 NOT RUN"
062500         GO TO 2300-EXIT
062600     END-IF
062700*
062800     SET RULE-WAS-CHECKED (4) TO TRUE
062900     SET NOT-AT-END-OF-SCAN TO TRUE
063000     PERFORM 2310-CHECK-ONE-LIMIT-ROW THRU 2310-EXIT
063100         UNTIL AT-END-OF-SCAN
063200     CLOSE ACCOUNT-LIMITS-FILE.
063300 2300-EXIT.
063400     EXIT.
063500*
063600 2310-CHECK-ONE-LIMIT-ROW.
063700     READ ACCOUNT-LIMITS-FILE
063800         AT END
063900             SET AT-END-OF-SCAN TO TRUE
064000             GO TO 2310-EXIT
064100     END-READ
064200*
064300     ADD 1 TO WS-ROWS-READ-COUNT
064400     ADD 1 TO WS-RULE-ROWS-CHECKED (4)
064500     MOVE AL-ACCOUNT-ID TO SK-ITEM-KEY
064600     MOVE AL-ACCOUNT-ID TO SK-REFERS-TO
064700     PERFORM 2800-LOOKUP-ACCOUNT THRU 2800-EXIT
064800     IF LOOKUP-ACCOUNT-NOT-ON-FILE
064900         MOVE 4 TO WS-RULE-SUBSCRIPT
065000         MOVE "ACCOUNT NOT ON ACCTFILE" TO SK-EXCEPTION-NOTE
065100         PERFORM 2900-RELEASE-EXCEPTION THRU 2900-EXIT
065200     END-IF.
065300 2310-EXIT.
065400     EXIT.
065500*
065600*---------------------------------------------------------------*
065700*    2400-CHECK-REVIEW-QUEUE                                    *
065800*    RULE 05 - EVERY ITEM ON THE REVIEW QUEUE, DECIDED OR NOT.  *
065850*    A CUSTEXPOS ITEM IS KEYED BY CUSTOMER, NOT BY ACCOUNT.     *
065900*---------------------------------------------------------------*
066000 2400-CHECK-REVIEW-QUEUE.
066100     OPEN INPUT REVIEW-QUEUE-FILE
066200     IF NOT SCAN-FILE-OK
066300         DISPLAY "INTEGRITYCHECK: REVQUEUE NOT OPENED - STATUS "
066400             WS-SCAN-FILE-STATUS ", RULE 05 NOT RUN"
066500         GO TO 2400-EXIT
066600     END-IF
066700*
066800     SET RULE-WAS-CHECKED (5) TO TRUE
066900     SET NOT-AT-END-OF-SCAN TO TRUE
067000     PERFORM 2410-CHECK-ONE-REVIEW-ITEM THRU 2410-EXIT
067100         UNTIL AT-END-OF-SCAN
067200     CLOSE REVIEW-QUEUE-FILE.
067300 2400-EXIT.
067400     EXIT.
067500*
067600 2410-CHECK-ONE-REVIEW-ITEM.
067700     READ REVIEW-QUEUE-FILE
067800         AT END
067900             SET AT-END-OF-SCAN TO TRUE
068000             GO TO 2410-EXIT
068100     END-READ
068200*
068300     ADD 1 TO WS-ROWS-READ-COUNT
068400     ADD 1 TO WS-RULE-ROWS-CHECKED (5)
068500     MOVE 5 TO WS-RULE-SUBSCRIPT
068600     MOVE RQ-TRANSACTION-ID TO SK-ITEM-KEY
068700     MOVE RQ-ACCOUNT-ID TO SK-REFERS-TO
068710     IF RQ-TRANSACTION-TYPE = "CUSTEXPOS "
068720         MOVE RQ-ACCOUNT-ID TO CU-CUSTOMER-ID
068730         READ CUSTOMER-FILE
068740             INVALID KEY
068750                 MOVE "CUSTOMER NOT ON CUSTFILE"
068760                     TO SK-EXCEPTION-NOTE
068770                 PERFORM 2900-RELEASE-EXCEPTION THRU 2900-EXIT
068780         END-READ
068790         GO TO 2410-EXIT
068795     END-IF
068800     PERFORM 2850-CHECK-ITEM-ACCOUNT THRU 2850-EXIT.
068900 2410-EXIT.
069000     EXIT.
069100*
069200*---------------------------------------------------------------*
069300*    2500-CHECK-FROZEN-SUSPENSE                                 *
069400*    RULE 06 - EVERY ITEM CARRIED FORWARD ON FRZSUSPO.          *
069500*---------------------------------------------------------------*
069600 2500-CHECK-FROZEN-SUSPENSE.
069700     OPEN INPUT FROZEN-SUSPENSE-FILE
069800     IF NOT SCAN-FILE-OK
069900         DISPLAY "INTEGRITYCHECK: FRZSUSPO NOT OPENED - STATUS "
070000             WS-SCAN-FILE-STATUS ", RULE 06 NOT RUN"
070100         GO TO 2500-EXIT
070200     END-IF
070300*
070400     SET RULE-WAS-CHECKED (6) TO TRUE
070500     SET NOT-AT-END-OF-SCAN TO TRUE
070600     PERFORM 2510-CHECK-ONE-FROZEN-ITEM THRU 2510-EXIT
070700         UNTIL AT-END-OF-SCAN
070800     CLOSE FROZEN-SUSPENSE-FILE.
070900 2500-EXIT.
071000     EXIT.
071100*
071200 2510-CHECK-ONE-FROZEN-ITEM.
071300     READ FROZEN-SUSPENSE-FILE
071400         AT END
071500             SET AT-END-OF-SCAN TO TRUE
071600             GO TO 2510-EXIT
071700     END-READ
071800*
071900     ADD 1 TO WS-ROWS-READ-COUNT
072000     ADD 1 TO WS-RULE-ROWS-CHECKED (6)
072100     MOVE 6 TO WS-RULE-SUBSCRIPT
072200     MOVE FS-TRANSACTION-ID TO SK-ITEM-KEY
072300     MOVE FS-ACCOUNT-ID TO SK-REFERS-TO
072400     PERFORM 2850-CHECK-ITEM-ACCOUNT THRU 2850-EXIT.
072500 2510-EXIT.
072600     EXIT.
072700*
072800*---------------------------------------------------------------*
072900*    2600-CHECK-WAREHOUSE                                       *
073000*    RULE 07 - EVERY ITEM WAITING ON TRANWHSO FOR ITS VALUE     *
073100*    DATE.                                                      *
073200*---------------------------------------------------------------*
073300 2600-CHECK-WAREHOUSE.
073400     OPEN INPUT WAREHOUSE-OUT-FILE
073500     IF NOT SCAN-FILE-OK
073600         DISPLAY "INTEGRITYCHECK: TRANWHSO NOT OPENED - STATUS "
073700             WS-SCAN-FILE-STATUS ", RULE 07 NOT RUN"
073800         GO TO 2600-EXIT
073900     END-IF
074000*
074100     SET RULE-WAS-CHECKED (7) TO TRUE
074200     SET NOT-AT-END-OF-SCAN TO TRUE
074300     PERFORM 2610-CHECK-ONE-WAREHOUSE-ITEM THRU 2610-EXIT
074400         UNTIL AT-END-OF-SCAN
074500     CLOSE WAREHOUSE-OUT-FILE.
074600 2600-EXIT.
074700     EXIT.
074800*
074900 2610-CHECK-ONE-WAREHOUSE-ITEM.
075000     READ WAREHOUSE-OUT-FILE
075100         AT END
075200             SET AT-END-OF-SCAN TO TRUE
075300             GO TO 2610-EXIT
075400     END-READ
075500*
075600     ADD 1 TO WS-ROWS-READ-COUNT
075700     ADD 1 TO WS-RULE-ROWS-CHECKED (7)
075800     MOVE 7 TO WS-RULE-SUBSCRIPT
075900     MOVE WH-TRANSACTION-ID TO SK-ITEM-KEY
076000     MOVE WH-ACCOUNT-ID TO SK-REFERS-TO
076100     PERFORM 2850-CHECK-ITEM-ACCOUNT THRU 2850-EXIT.
076200 2610-EXIT.
076300     EXIT.
076400*
076500*---------------------------------------------------------------*
076600*    2700-CHECK-SAR-OUTSTANDING                                 *
076700*    RULE 08 - A FILED SAR STAYS OUTSTANDING UNTIL ACKNOWLEDGED *
076800*    EVEN IF THE ACCOUNT IS CLOSED, SO ONLY A MISSING ACCOUNT   *
076900*    IS AN EXCEPTION.  CUSTEXPOSURE FILES ITS SAR UNDER THE     *
076933*    CUSTOMER-ID, SO AN ID NOT ON ACCTFILE BUT ON CUSTFILE IS   *
076966*    A CUSTOMER-LEVEL ROW AND IS NOT AN EXCEPTION.              *
077000*---------------------------------------------------------------*
077100 2700-CHECK-SAR-OUTSTANDING.
077200     OPEN INPUT SAR-OUTSTANDING-FILE
077300     IF NOT SCAN-FILE-OK
077400         DISPLAY "INTEGRITYCHECK: SAROUTS NOT OPENED - STATUS "
077500             WS-SCAN-FILE-STATUS ", RULE 08 NOT RUN"
077600         GO TO 2700-EXIT
077700     END-IF
077800*
077900     SET RULE-WAS-CHECKED (8) TO TRUE
078000     SET NOT-AT-END-OF-SCAN TO TRUE
078100     PERFORM 2710-CHECK-ONE-SAR-ITEM THRU 2710-EXIT
078200         UNTIL AT-END-OF-SCAN
078300     CLOSE SAR-OUTSTANDING-FILE.
078400 2700-EXIT.
078500     EXIT.
078600*
078700 2710-CHECK-ONE-SAR-ITEM.
078800     READ SAR-OUTSTANDING-FILE
078900         AT END
079000             SET AT-END-OF-SCAN TO TRUE
079100             GO TO 2710-EXIT
079200     END-READ
079300*
079400     ADD 1 TO WS-ROWS-READ-COUNT
079500     ADD 1 TO WS-RULE-ROWS-CHECKED (8)
079600     MOVE SAR-TRANSACTION-ID TO SK-ITEM-KEY
079700     MOVE SAR-ACCOUNT-ID TO SK-REFERS-TO
079800     PERFORM 2800-LOOKUP-ACCOUNT THRU 2800-EXIT
079900     IF NOT LOOKUP-ACCOUNT-NOT-ON-FILE
079950         GO TO 2710-EXIT
079975     END-IF
079980*
079985     MOVE SAR-ACCOUNT-ID TO CU-CUSTOMER-ID
079990     READ CUSTOMER-FILE
079995         INVALID KEY
080000             MOVE 8 TO WS-RULE-SUBSCRIPT
080100             MOVE "NOT ON ACCTFILE OR CUSTFILE"
080150                 TO SK-EXCEPTION-NOTE
080200             PERFORM 2900-RELEASE-EXCEPTION THRU 2900-EXIT
080300     END-READ.
080400 2710-EXIT.
080500     EXIT.
080600*
080700*---------------------------------------------------------------*
080800*    2800-LOOKUP-ACCOUNT                                        *
080900*    RANDOM READ OF ACCTFILE FOR THE ACCOUNT IN SK-REFERS-TO.   *
081000*---------------------------------------------------------------*
081100 2800-LOOKUP-ACCOUNT.
081200     MOVE SK-REFERS-TO TO AF-ACCOUNT-ID
081300     READ ACCOUNT-FILE
081400         INVALID KEY
081500             SET LOOKUP-ACCOUNT-NOT-ON-FILE TO TRUE
081600             GO TO 2800-EXIT
081700     END-READ
081800*
081900     IF AF-ACCOUNT-CLOSED
082000         SET LOOKUP-ACCOUNT-CLOSED TO TRUE
082100     ELSE
082200         SET LOOKUP-ACCOUNT-ON-FILE TO TRUE
082300     END-IF.
082400 2800-EXIT.
082500     EXIT.
082600*
082700*---------------------------------------------------------------*
082800*    2850-CHECK-ITEM-ACCOUNT                                    *
082900*    FOR THE RULES WHERE AN ITEM ON A CLOSED ACCOUNT IS AS      *
083000*    BROKEN AS ONE ON A MISSING ACCOUNT.  THE CALLER HAS SET    *
083100*    THE RULE, THE ITEM KEY AND THE ACCOUNT.                    *
083200*---------------------------------------------------------------*
083300 2850-CHECK-ITEM-ACCOUNT.
083400     PERFORM 2800-LOOKUP-ACCOUNT THRU 2800-EXIT
083500     IF LOOKUP-ACCOUNT-ON-FILE
083600         GO TO 2850-EXIT
083700     END-IF
083800*
083900     IF LOOKUP-ACCOUNT-CLOSED
084000         MOVE "ACCOUNT CLOSED" TO SK-EXCEPTION-NOTE
084100     ELSE
084200         MOVE "ACCOUNT NOT ON ACCTFILE" TO SK-EXCEPTION-NOTE
084300     END-IF
084400     PERFORM 2900-RELEASE-EXCEPTION THRU 2900-EXIT.
084500 2850-EXIT.
084600     EXIT.
084700*
084800 2900-RELEASE-EXCEPTION.
084900     MOVE WS-RULE-SUBSCRIPT TO SK-RULE-NUMBER
085000     ADD 1 TO WS-RULE-EXCEPTIONS (WS-RULE-SUBSCRIPT)
085100     ADD 1 TO WS-EXCEPTION-TOTAL
085200     RELEASE SORT-EXCEPTION-RECORD.
085300 2900-EXIT.
085400     EXIT.
085500*
085600*---------------------------------------------------------------*
085700*    3000-WRITE-EXCEPTIONS (SORT OUTPUT PROCEDURE)              *
085800*    CONTROL BREAK ON RULE: A HEADER, ONE LINE PER OFFENDING    *
085900*    KEY, AND THE RULE'S COUNT.  RULES WITH NO EXCEPTIONS ARE   *
086000*    LEFT TO THE SUMMARY.                                       *
086100*---------------------------------------------------------------*
086200 3000-WRITE-EXCEPTIONS.
086300     PERFORM 3100-RETURN-EXCEPTION THRU 3100-EXIT
086400         UNTIL SORT-EOF
086500*
086600     IF NOT-FIRST-GROUP
086700         PERFORM 3300-WRITE-GROUP-TOTAL THRU 3300-EXIT
086800     ELSE
086900         MOVE SPACES TO INTEGRITY-REPORT-LINE
087000         WRITE INTEGRITY-REPORT-LINE
087100         MOVE "NO EXCEPTIONS FOUND" TO INTEGRITY-REPORT-LINE
087200         WRITE INTEGRITY-REPORT-LINE
087300     END-IF.
087400 3000-WRITE-EXIT.
087500     EXIT.
087600*
087700 3100-RETURN-EXCEPTION.
087800     RETURN SORT-WORK-FILE
087900         AT END
088000             SET SORT-EOF TO TRUE
088100             GO TO 3100-EXIT
088200     END-RETURN
088300*
088400     IF FIRST-GROUP
088500             OR SK-RULE-NUMBER NOT = WS-CURRENT-RULE-NUMBER
088600         IF NOT-FIRST-GROUP
088700             PERFORM 3300-WRITE-GROUP-TOTAL THRU 3300-EXIT
088800         END-IF
088900         SET NOT-FIRST-GROUP TO TRUE
089000         MOVE SK-RULE-NUMBER TO WS-CURRENT-RULE-NUMBER
089100         MOVE ZERO TO WS-GROUP-EXCEPTIONS
089200         PERFORM 3200-WRITE-GROUP-HEADER THRU 3200-EXIT
089300     END-IF
089400*
089500     MOVE SK-ITEM-KEY TO DL-ITEM-KEY
089600     MOVE SK-REFERS-TO TO DL-REFERS-TO
089700     MOVE SK-EXCEPTION-NOTE TO DL-EXCEPTION-NOTE
089800     WRITE INTEGRITY-REPORT-LINE FROM WS-DETAIL-LINE
089900     ADD 1 TO WS-GROUP-EXCEPTIONS.
090000 3100-EXIT.
090100     EXIT.
090200*
090300 3200-WRITE-GROUP-HEADER.
090400     MOVE WS-CURRENT-RULE-NUMBER TO WS-RULE-SUBSCRIPT
090500     MOVE WS-CURRENT-RULE-NUMBER TO GH-RULE-NUMBER
090600     IF RULE-IS-CRITICAL (WS-RULE-SUBSCRIPT)
090700         MOVE "CRITICAL" TO GH-SEVERITY
090800     ELSE
090900         MOVE "WARNING" TO GH-SEVERITY
091000     END-IF
091100     MOVE WS-RULE-DESCRIPTION (WS-RULE-SUBSCRIPT)
091200         TO GH-RULE-DESCRIPTION
091300     MOVE SPACES TO INTEGRITY-REPORT-LINE
091400     WRITE INTEGRITY-REPORT-LINE
091500     WRITE INTEGRITY-REPORT-LINE FROM WS-GROUP-HEADER-LINE
091600     WRITE INTEGRITY-REPORT-LINE FROM WS-COLUMN-HEADER-LINE.
091700 3200-EXIT.
091800     EXIT.
091900*
092000 3300-WRITE-GROUP-TOTAL.
092100     MOVE WS-CURRENT-RULE-NUMBER TO GT-RULE-NUMBER
092200     MOVE WS-GROUP-EXCEPTIONS TO GT-EXCEPTION-COUNT
092300     WRITE INTEGRITY-REPORT-LINE FROM WS-GROUP-TOTAL-LINE.
092400 3300-EXIT.
092500     EXIT.
092600*
092700*---------------------------------------------------------------*
092800*    9000-TERMINATE                                             *
092900*    WRITES THE RULE SUMMARY, SETS THE RETURN CODE FROM IT AND  *
093000*    APPENDS TONIGHT'S COUNTS TO INTGHIST.                      *
093100*---------------------------------------------------------------*
093200 9000-TERMINATE.
093300     IF RETURN-CODE = 16
093400         GO TO 9000-EXIT
093500     END-IF
093600*
093700     MOVE SPACES TO INTEGRITY-REPORT-LINE
093800     WRITE INTEGRITY-REPORT-LINE
093900     MOVE "RULE SUMMARY" TO INTEGRITY-REPORT-LINE
094000     WRITE INTEGRITY-REPORT-LINE
094100     WRITE INTEGRITY-REPORT-LINE FROM WS-SUMMARY-HEADER-LINE
094200     MOVE 1 TO WS-RULE-SUBSCRIPT
094300     PERFORM 9100-WRITE-SUMMARY-LINE THRU 9100-EXIT
094400         UNTIL WS-RULE-SUBSCRIPT > WS-RULE-COUNT
094500*
094600     EVALUATE TRUE
094700         WHEN WS-CRITICAL-FAILED-COUNT > ZERO
094800             MOVE 8 TO RETURN-CODE
094900         WHEN WS-WARNING-FAILED-COUNT > ZERO
095000             MOVE 4 TO RETURN-CODE
095100         WHEN OTHER
095200             MOVE ZERO TO RETURN-CODE
095300     END-EVALUATE
095400*
095500     PERFORM 9200-APPEND-HISTORY THRU 9200-EXIT
095600*
095700     MOVE WS-CRITICAL-FAILED-COUNT TO FL-CRITICAL-FAILED
095800     MOVE WS-WARNING-FAILED-COUNT TO FL-WARNING-FAILED
095900     MOVE RETURN-CODE TO FL-RETURN-CODE
096000     MOVE SPACES TO INTEGRITY-REPORT-LINE
096100     WRITE INTEGRITY-REPORT-LINE
096200     WRITE INTEGRITY-REPORT-LINE FROM WS-FINAL-LINE
096300*
096400     CLOSE INTEGRITY-REPORT-FILE
096500     CLOSE ACCOUNT-FILE
096600     CLOSE CUSTOMER-FILE
096700*
096800     DISPLAY "INTEGRITYCHECK: " WS-ROWS-READ-COUNT
096900         " ROW(S) CHECKED, " WS-EXCEPTION-TOTAL " EXCEPTION(S), "
097000         WS-CRITICAL-FAILED-COUNT " CRITICAL RULE(S) FAILED, "
097100         WS-NOT-RUN-COUNT " RULE(S) NOT RUN, "
097150         WS-NO-CUSTOMER-COUNT " ACCOUNT(S) WITH NO CUSTOMER-ID".
097200 9000-EXIT.
097300     EXIT.
097400*
097500*---------------------------------------------------------------*
097600*    9100-WRITE-SUMMARY-LINE                                    *
097700*    THE TREND COMPARES TONIGHT'S COUNT WITH THE RULE'S PRIOR   *
097800*    COUNT FROM INTGHIST: WORSE, BETTER OR SAME, OR NEW WHEN    *
097900*    THERE IS NO EARLIER RUN OF THE RULE TO COMPARE WITH.       *
098000*---------------------------------------------------------------*
098100 9100-WRITE-SUMMARY-LINE.
098200     MOVE WS-RULE-SUBSCRIPT TO SL-RULE-NUMBER
098300     IF RULE-IS-CRITICAL (WS-RULE-SUBSCRIPT)
098400         MOVE "CRIT" TO SL-SEVERITY
098500     ELSE
098600         MOVE "WARN" TO SL-SEVERITY
098700     END-IF
098800     MOVE WS-RULE-FILE-NAME (WS-RULE-SUBSCRIPT) TO SL-FILE-NAME
098900     MOVE WS-RULE-ROWS-CHECKED (WS-RULE-SUBSCRIPT)
099000         TO SL-ROWS-CHECKED
099100     MOVE WS-RULE-EXCEPTIONS (WS-RULE-SUBSCRIPT) TO SL-EXCEPTIONS
099200     MOVE SPACES TO SL-PRIOR-TEXT
099300     MOVE SPACES TO SL-CHANGE-TEXT
099400     MOVE SPACES TO SL-TREND
099500*
099600     IF RULE-NOT-CHECKED (WS-RULE-SUBSCRIPT)
099700         MOVE "NOT RUN" TO SL-RESULT
099800         ADD 1 TO WS-NOT-RUN-COUNT
099900         WRITE INTEGRITY-REPORT-LINE FROM WS-SUMMARY-LINE
100000         ADD 1 TO WS-RULE-SUBSCRIPT
100100         GO TO 9100-EXIT
100200     END-IF
100300*
100400     IF RULE-HAS-PRIOR (WS-RULE-SUBSCRIPT)
100500         MOVE WS-RULE-PRIOR-COUNT (WS-RULE-SUBSCRIPT)
100600             TO SL-PRIOR-COUNT
100700         COMPUTE WS-COUNT-CHANGE =
100800             WS-RULE-EXCEPTIONS (WS-RULE-SUBSCRIPT)
100900             - WS-RULE-PRIOR-COUNT (WS-RULE-SUBSCRIPT)
101000         MOVE WS-COUNT-CHANGE TO SL-COUNT-CHANGE
101100         EVALUATE TRUE
101200             WHEN WS-COUNT-CHANGE > ZERO
101300                 MOVE "WORSE" TO SL-TREND
101400             WHEN WS-COUNT-CHANGE < ZERO
101500                 MOVE "BETTER" TO SL-TREND
101600             WHEN OTHER
101700                 MOVE "SAME" TO SL-TREND
101800         END-EVALUATE
101900     ELSE
102000         MOVE "    N/A" TO SL-PRIOR-TEXT
102100         MOVE "NEW" TO SL-TREND
102200     END-IF
102300*
102400     EVALUATE TRUE
102500         WHEN WS-RULE-EXCEPTIONS (WS-RULE-SUBSCRIPT) = ZERO
102600             MOVE "PASS" TO SL-RESULT
102700         WHEN RULE-IS-CRITICAL (WS-RULE-SUBSCRIPT)
102800             MOVE "FAIL" TO SL-RESULT
102900             ADD 1 TO WS-CRITICAL-FAILED-COUNT
103000         WHEN OTHER
103100             MOVE "WARN" TO SL-RESULT
103200             ADD 1 TO WS-WARNING-FAILED-COUNT
103300     END-EVALUATE
103400     WRITE INTEGRITY-REPORT-LINE FROM WS-SUMMARY-LINE
103500     ADD 1 TO WS-RULE-SUBSCRIPT.
103600 9100-EXIT.
103700     EXIT.
103800*
103900*---------------------------------------------------------------*
104000*    9200-APPEND-HISTORY                                        *
104100*    ONE INTGHIST ROW PER RULE, INCLUDING RULES NOT RUN.  IF    *
104200*    INTGHIST CANNOT BE WRITTEN THE RUN STILL REPORTS, BUT      *
104300*    ENDS WITH AT LEAST RETURN CODE 4.                          *
104400*---------------------------------------------------------------*
104500 9200-APPEND-HISTORY.
104600     OPEN EXTEND INTEGRITY-HISTORY-FILE
104700     IF NOT HIST-FILE-OK
104800         OPEN OUTPUT INTEGRITY-HISTORY-FILE
104900     END-IF
105000     IF NOT HIST-FILE-OK
105100         DISPLAY "INTEGRITYCHECK: UNABLE TO WRITE INTGHIST - "
105200             "STATUS " WS-HIST-FILE-STATUS
105300         IF RETURN-CODE < 4
105400             MOVE 4 TO RETURN-CODE
105500         END-IF
105600         GO TO 9200-EXIT
105700     END-IF
105800*
105900     MOVE 1 TO WS-RULE-SUBSCRIPT
106000     PERFORM 9300-WRITE-HISTORY-ROW THRU 9300-EXIT
106100         UNTIL WS-RULE-SUBSCRIPT > WS-RULE-COUNT
106200     CLOSE INTEGRITY-HISTORY-FILE.
106300 9200-EXIT.
106400     EXIT.
106500*
106600 9300-WRITE-HISTORY-ROW.
106700     MOVE BD-BUSINESS-DATE TO IH-BUSINESS-DATE
106800     MOVE BD-RUN-NUMBER TO IH-RUN-NUMBER
106900     MOVE WS-RULE-SUBSCRIPT TO IH-RULE-NUMBER
107000     MOVE WS-RULE-SEVERITY (WS-RULE-SUBSCRIPT) TO IH-SEVERITY
107100     MOVE WS-RULE-ROWS-CHECKED (WS-RULE-SUBSCRIPT)
107200         TO IH-ROWS-CHECKED
107300     MOVE WS-RULE-EXCEPTIONS (WS-RULE-SUBSCRIPT)
107400         TO IH-EXCEPTION-COUNT
107500     IF RULE-WAS-CHECKED (WS-RULE-SUBSCRIPT)
107600         SET IH-FILE-WAS-PRESENT TO TRUE
107700     ELSE
107800         SET IH-FILE-WAS-ABSENT TO TRUE
107900     END-IF
108000     WRITE INTEGRITY-HISTORY-RECORD
108100     ADD 1 TO WS-RULE-SUBSCRIPT.
108200 9300-EXIT.
108300     EXIT.
