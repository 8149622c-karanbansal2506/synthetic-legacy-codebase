000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DormancyReview.
000300 AUTHOR. D. OKAFOR - PAYMENTS SYSTEMS GROUP.
000400 INSTALLATION. RETAIL PAYMENTS PROCESSING CENTER.
000500 DATE-WRITTEN. 2026-10-08.
000600 DATE-COMPILED.
000700*
000800*****************************************************************
000900*                                                               *
001000*    DORMANCYREVIEW                                             *
001100*                                                               *
001200*    PERIODIC DORMANCY AND ESCHEATMENT REVIEW OF THE ACCTFILE   *
001300*    ACCOUNT MASTER.  RUNS OUTSIDE THE DAILY CHAIN, AFTER       *
001400*    HISTORYARCHIVE HAS APPENDED THE DAY TO ACCTHIST.           *
001500*                                                               *
001600*    THE LAST CUSTOMER-INITIATED ACTIVITY FOR EACH ACCOUNT IS   *
001700*    THE LATEST SETTLED ACCTHIST ROW OF A CUSTOMER TYPE         *
001800*    (CREDIT, DEBIT, XFR, WIRE, ACH, OR THE SENDING XFR-OUT     *
001900*    LEG OF AN ON-US TRANSFER).  INTEREST, INT-CHARGE, FEE,     *
002000*    ADJ-DEBIT/ADJ-CREDIT, THE RECEIVING XFR-IN LEG, AND        *
002100*    REVERSED OR RETURNED ROWS ARE SYSTEM OR THIRD-PARTY        *
002200*    POSTINGS AND DO NOT COUNT.  THE DATE IS CARRIED FORWARD    *
002300*    ON DORMACT (DORMACTO, PROMOTED BY OPS) BECAUSE ACCTHIST    *
002400*    IS PURGED SOONER THAN THE STATUTORY PERIODS RUN.  AN       *
002500*    ACCOUNT SEEN FOR THE FIRST TIME WITH NO ACTIVITY STARTS    *
002600*    ITS CLOCK ON THE RUN'S BUSINESS DATE.                      *
002700*                                                               *
002800*    FOR EACH ACCOUNT:                                          *
002900*                                                               *
003000*    - OPEN, INACTIVE FOR DORMANT-AFTER-DAYS OR MORE: MOVED     *
003100*      TO STATUS D (DORMANT), WHICH THE CHAIN HOLDS TO          *
003200*      FRZSUSPO LIKE A FROZEN ACCOUNT.  ACCTAUDT ROW, ACTION D. *
003300*    - OPEN, WITHIN DORMANT-NOTICE-DAYS OF GOING DORMANT: ONE   *
003400*      DUE-DILIGENCE LETTER ON DORMLTR PER SPELL OF INACTIVITY. *
003500*    - DORMANT, INACTIVE FOR ESCHEAT-AFTER-DAYS OR MORE WITH A  *
003600*      CREDIT BALANCE: LISTED ON ESCHEXT FOR THE UNCLAIMED-     *
003700*      PROPERTY FILING.                                         *
003800*    - OPEN AGAIN AFTER BEING DORMANT (OPS REACTIVATED IT       *
003900*      THROUGH ACCTMASTERMAINT): THE CLOCK RESTARTS ON THE      *
004000*      RUN'S BUSINESS DATE.                                     *
004100*    - FROZEN: LEFT AS IS - A FREEZE OUTRANKS DORMANCY.         *
004200*    - CLOSED: DROPPED FROM THE CARRY-FORWARD.                  *
004300*                                                               *
004350*    EVERY ACTION IS LISTED ON THE DORMRPT REPORT.  BALANCES ON *
004400*    THE REPORT, THE LETTERS, AND THE EXTRACT ARE IN THE        *
004450*    ACCOUNT'S OWN CURRENCY AND CARRY IT; THE ESCHEATABLE       *
004500*    AMOUNT TOTAL COVERS USD ACCOUNTS ONLY.  PERIODS ARE        *
004550*    CALENDAR DAYS FROM DORMPARM (RISKPARM KEY=VALUE            *
004600*    CONVENTION):                                               *
004700*                                                               *
004800*        DORMANT-AFTER-DAYS=365                                 *
004900*        DORMANT-NOTICE-DAYS=60                                 *
005000*        ESCHEAT-AFTER-DAYS=1095                                *
005100*                                                               *
005200*    A MISSING DORMPARM OR A ZERO DORMANT-AFTER-DAYS ABORTS -   *
005300*    NO ACCOUNT GOES DORMANT ON A GUESSED PERIOD.  A ZERO       *
005400*    NOTICE OR ESCHEAT PERIOD TURNS THAT OUTPUT OFF.            *
005500*                                                                *
005600*    MODIFICATION HISTORY.                                      *
005700*    ---------------------------------------------------------- *
005800*    2026-10-08  DO  INITIAL VERSION.                            *
005820*    2026-10-15  DO  CUSTFILE RECORD LAYOUT NOW COMES FROM THE   *
005840*                    CUSTOMERRECORD COPYBOOK, WIDENED FOR THE    *
005860*                    TAX ID, WITHHOLDING STATUS, AND MAILING     *
005880*                    ADDRESS.                                    *
005886*    2026-10-15  DO  BALANCES CARRY THE ACCOUNT CURRENCY;        *
005893*                    ESCHEAT TOTAL IS USD ACCOUNTS ONLY.         *
005900*                                                                *
006000*****************************************************************
006100 ENVIRONMENT DIVISION.
006200 INPUT-OUTPUT SECTION.
006300 FILE-CONTROL.
006400     SELECT DORMANCY-PARM-FILE ASSIGN TO "DORMPARM"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-PARM-FILE-STATUS.
006700*
006800     SELECT ACCOUNT-HISTORY-FILE ASSIGN TO "ACCTHIST"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-HIST-FILE-STATUS.
007100*
007200     SELECT SORT-WORK-FILE ASSIGN TO "SORTWKD".
007300*
007400     SELECT ACCOUNT-FILE ASSIGN TO "ACCTFILE"
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS SEQUENTIAL
007700         RECORD KEY IS AF-ACCOUNT-ID
007800         FILE STATUS IS WS-ACCT-FILE-STATUS.
007900*
008000     SELECT CUSTOMER-FILE ASSIGN TO "CUSTFILE"
008100         ORGANIZATION IS INDEXED
008200         ACCESS MODE IS RANDOM
008300         RECORD KEY IS CU-CUSTOMER-ID
008400         FILE STATUS IS WS-CUST-FILE-STATUS.
008500*
008600     SELECT ACTIVITY-FILE ASSIGN TO "DORMACT"
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS WS-ACT-FILE-STATUS.
008900*
009000     SELECT ACTIVITY-OUT-FILE ASSIGN TO "DORMACTO"
009100         ORGANIZATION IS LINE SEQUENTIAL
009200         FILE STATUS IS WS-ACTO-FILE-STATUS.
009300*
009400     SELECT AUDIT-TRAIL-FILE ASSIGN TO "ACCTAUDT"
009500         ORGANIZATION IS LINE SEQUENTIAL
009600         FILE STATUS IS WS-AUDIT-FILE-STATUS.
009700*
009800     SELECT LETTER-FILE ASSIGN TO "DORMLTR"
009900         ORGANIZATION IS LINE SEQUENTIAL
010000         FILE STATUS IS WS-LTR-FILE-STATUS.
010100*
010200     SELECT ESCHEAT-FILE ASSIGN TO "ESCHEXT"
010300         ORGANIZATION IS LINE SEQUENTIAL
010400         FILE STATUS IS WS-ESCH-FILE-STATUS.
010500*
010600     SELECT DORMANCY-REPORT-FILE ASSIGN TO "DORMRPT"
010700         ORGANIZATION IS LINE SEQUENTIAL
010800         FILE STATUS IS WS-REPORT-FILE-STATUS.
010900*
011000 DATA DIVISION.
011100 FILE SECTION.
011200 FD  DORMANCY-PARM-FILE.
011300 01  DORMANCY-PARM-RECORD            PIC X(80).
011400*
011500 FD  ACCOUNT-HISTORY-FILE.
011600 COPY AccountHistory.
011700*
011800 SD  SORT-WORK-FILE.
011900 01  SORT-ACTIVITY-RECORD.
012000     05  SA-ACCOUNT-ID               PIC X(10).
012100     05  SA-POST-DATE                PIC 9(08).
012200*
012300 FD  ACCOUNT-FILE.
012400 01  ACCOUNT-FILE-RECORD.
012500     05  AF-ACCOUNT-ID               PIC X(10).
012600     05  AF-ACCOUNT-BALANCE          PIC S9(9)V99.
012700     05  AF-ACCOUNT-STATUS           PIC X(01).
012800     05  AF-ACCOUNT-AVG-TXN-AMT      PIC 9(9)V99.
012900     05  AF-ACCRUED-INTEREST         PIC S9(7)V99.
013000     05  AF-CUSTOMER-ID              PIC X(10).
013050     05  AF-CURRENCY-CODE            PIC X(03).
013100*
013200 FD  CUSTOMER-FILE.
013300 COPY CustomerRecord.
013700*
013800 FD  ACTIVITY-FILE.
013900 01  ACTIVITY-INPUT-RECORD           PIC X(42).
014000*
014100 FD  ACTIVITY-OUT-FILE.
014200 01  ACTIVITY-OUT-RECORD             PIC X(42).
014300*
014400 FD  AUDIT-TRAIL-FILE.
014500 01  AUDIT-TRAIL-RECORD.
014600     05  AT-TIMESTAMP                PIC 9(14).
014700     05  AT-USER-ID                  PIC X(08).
014800     05  AT-ACTION-CODE              PIC X(01).
014900     05  AT-ACCOUNT-ID               PIC X(10).
015000     05  AT-BEFORE-IMAGE.
015100         10  AT-BEFORE-STATUS        PIC X(01).
015200         10  AT-BEFORE-BALANCE       PIC S9(9)V99.
015300         10  AT-BEFORE-AVG-TXN-AMT   PIC 9(9)V99.
015400         10  AT-BEFORE-CUSTOMER-ID   PIC X(10).
015450         10  AT-BEFORE-CURRENCY-CODE PIC X(03).
015500     05  AT-AFTER-IMAGE.
015600         10  AT-AFTER-STATUS         PIC X(01).
015700         10  AT-AFTER-BALANCE        PIC S9(9)V99.
015800         10  AT-AFTER-AVG-TXN-AMT    PIC 9(9)V99.
015900         10  AT-AFTER-CUSTOMER-ID    PIC X(10).
015950         10  AT-AFTER-CURRENCY-CODE  PIC X(03).
016000     05  AT-RESULT                   PIC X(01).
016100         88  AT-RESULT-APPLIED           VALUE "A".
016200         88  AT-RESULT-REJECTED          VALUE "R".
016300     05  AT-REJECT-REASON            PIC X(30).
016400*
016500 FD  LETTER-FILE.
016600 COPY DormancyLetter.
016700*
016800 FD  ESCHEAT-FILE.
016900 COPY EscheatExtract.
017000*
017100 FD  DORMANCY-REPORT-FILE.
017200 01  DORMANCY-REPORT-LINE            PIC X(80).
017300*
017400 WORKING-STORAGE SECTION.
017500*
017600 COPY RunLogComm.
017700 COPY BatchDate.
017800*
017900*---------------------------------------------------------------*
018000*    DORMACT ROWS ARE READ INTO THE COPYBOOK LAYOUT HERE, AND   *
018100*    THE ROW BEING BUILT FOR DORMACTO IS HELD SEPARATELY, SO    *
018200*    THE CARRY-FORWARD CAN RUN AHEAD OF THE ACCOUNT IN HAND.    *
018300*---------------------------------------------------------------*
018400 COPY DormancyActivity.
018500*
018600 01  WS-ACTIVITY-WORK.
018700     05  AW-ACCOUNT-ID               PIC X(10).
018800     05  AW-LAST-ACTIVITY-DATE       PIC 9(08).
018900     05  AW-NOTICE-DATE              PIC 9(08).
019000     05  AW-DORMANT-DATE             PIC 9(08).
019100     05  AW-ESCHEAT-DATE             PIC 9(08).
019200*
019300 01  WS-PARM-FILE-STATUS             PIC X(02).
019400     88  PARM-FILE-OK                    VALUE "00".
019500     88  PARM-FILE-AT-END                VALUE "10".
019600*
019700 01  WS-HIST-FILE-STATUS             PIC X(02).
019800     88  HIST-FILE-OK                    VALUE "00".
019900     88  HIST-FILE-AT-END                VALUE "10".
020000*
020100 01  WS-ACCT-FILE-STATUS             PIC X(02).
020200     88  ACCT-FILE-OK                    VALUE "00".
020300     88  ACCT-FILE-AT-END                VALUE "10".
020400*
020500 01  WS-CUST-FILE-STATUS             PIC X(02).
020600     88  CUST-FILE-OK                    VALUE "00".
020700     88  CUST-RECORD-NOT-FOUND           VALUE "23".
020800*
020900 01  WS-ACT-FILE-STATUS              PIC X(02).
021000     88  ACT-FILE-OK                     VALUE "00".
021100     88  ACT-FILE-AT-END                 VALUE "10".
021200*
021300 01  WS-ACTO-FILE-STATUS             PIC X(02).
021400     88  ACTO-FILE-OK                    VALUE "00".
021500*
021600 01  WS-AUDIT-FILE-STATUS            PIC X(02).
021700     88  AUDIT-FILE-OK                   VALUE "00".
021800*
021900 01  WS-LTR-FILE-STATUS              PIC X(02).
022000     88  LTR-FILE-OK                     VALUE "00".
022100*
022200 01  WS-ESCH-FILE-STATUS             PIC X(02).
022300     88  ESCH-FILE-OK                    VALUE "00".
022400*
022500 01  WS-REPORT-FILE-STATUS           PIC X(02).
022600     88  REPORT-FILE-OK                  VALUE "00".
022700*
022800 01  WS-PARM-EOF-SW                  PIC X(01).
022900     88  PARM-EOF                        VALUE "Y".
023000     88  PARM-NOT-EOF                    VALUE "N".
023100*
023200 01  WS-PARM-KEY                     PIC X(24).
023300 01  WS-PARM-VALUE                   PIC 9(9)V99.
023400*
023500 01  WS-DORMANT-AFTER-DAYS           PIC 9(05) VALUE ZERO.
023600 01  WS-NOTICE-DAYS                  PIC 9(05) VALUE ZERO.
023700 01  WS-ESCHEAT-AFTER-DAYS           PIC 9(05) VALUE ZERO.
023800 01  WS-NOTICE-FROM-DAYS             PIC 9(05) VALUE ZERO.
023900*
024000 01  WS-HIST-EOF-SW                  PIC X(01).
024100     88  AT-END-OF-HISTORY               VALUE "Y".
024200     88  NOT-AT-END-OF-HISTORY           VALUE "N".
024300*
024400 01  WS-EOF-SW                       PIC X(01).
024500     88  AT-END-OF-ACCOUNTS              VALUE "Y".
024600     88  NOT-AT-END-OF-ACCOUNTS          VALUE "N".
024700*
024800 01  WS-CUSTFILE-AVAILABLE-SW        PIC X(01).
024900     88  CUSTFILE-AVAILABLE              VALUE "Y".
025000     88  CUSTFILE-UNAVAILABLE            VALUE "N".
025100*
025200 01  WS-CARRY-FORWARD-SW             PIC X(01).
025300     88  CARRY-FORWARD-PRESENT           VALUE "Y".
025400     88  CARRY-FORWARD-MISSING           VALUE "N".
025500*
025600 01  WS-FILES-OPEN-SW                PIC X(01).
025700     88  FILES-ARE-OPEN                  VALUE "Y".
025800     88  FILES-NOT-OPEN                  VALUE "N".
025900*
026000 01  WS-REWRITE-FAILED-SW            PIC X(01).
026100     88  REWRITE-HAS-FAILED              VALUE "Y".
026200     88  REWRITE-NOT-FAILED              VALUE "N".
026300*
026400*---------------------------------------------------------------*
026500*    THE SORTED CUSTOMER-ACTIVITY ROW IN HAND.  HIGH-VALUES     *
026600*    ONCE THE SORT IS EXHAUSTED, SO EVERY ACCOUNT COMPARES LOW. *
026700*---------------------------------------------------------------*
026800 01  WS-SORTED-ACCOUNT-ID            PIC X(10).
026900 01  WS-SORTED-POST-DATE             PIC 9(08).
027000*
027100 01  WS-HISTORY-LAST-DATE            PIC 9(08).
027200 01  WS-TODAY-INTEGER                PIC 9(07).
027300 01  WS-LAST-INTEGER                 PIC 9(07).
027400 01  WS-INACTIVE-DAYS                PIC 9(07).
027500 01  WS-BEFORE-STATUS                PIC X(01).
027600 01  WS-CUSTOMER-NAME                PIC X(35).
027700 01  WS-AUDIT-REASON                 PIC X(30).
027800 01  WS-CURRENT-DATE                 PIC 9(08).
027900 01  WS-CURRENT-TIME                 PIC 9(08).
027950 01  WS-ACCOUNT-CURRENCY             PIC X(03).
028000*
028100 77  WS-ACCOUNTS-READ                PIC 9(07) COMP VALUE ZERO.
028200 77  WS-CLOSED-COUNT                 PIC 9(07) COMP VALUE ZERO.
028300 77  WS-BASELINE-COUNT               PIC 9(07) COMP VALUE ZERO.
028400 77  WS-DORMANT-COUNT                PIC 9(07) COMP VALUE ZERO.
028500 77  WS-LETTER-COUNT                 PIC 9(07) COMP VALUE ZERO.
028600 77  WS-REACTIVATED-COUNT            PIC 9(07) COMP VALUE ZERO.
028700 77  WS-ESCHEAT-COUNT                PIC 9(07) COMP VALUE ZERO.
028800 77  WS-ESCHEAT-NEW-COUNT            PIC 9(07) COMP VALUE ZERO.
028900 77  WS-FAILED-COUNT                 PIC 9(07) COMP VALUE ZERO.
028950 77  WS-ESCHEAT-USD-COUNT            PIC 9(07) COMP VALUE ZERO.
029000 77  WS-ESCHEAT-TOTAL                PIC 9(11)V99 VALUE ZERO.
029100*
029200 01  WS-REPORT-HEADING-LINE.
029300     05  FILLER                      PIC X(24)
029400         VALUE "ACCOUNT-ID  CUSTOMER    ".
029500     05  FILLER                      PIC X(22)
029600         VALUE "LAST-ACT   DAYS       ".
029700     05  FILLER                      PIC X(19)
029800         VALUE "BALANCE CUR  ACTION".
029900*
030000 01  WS-REPORT-DETAIL-LINE.
030100     05  RL-ACCOUNT-ID               PIC X(10).
030200     05  FILLER                      PIC X(02) VALUE SPACES.
030300     05  RL-CUSTOMER-ID              PIC X(10).
030400     05  FILLER                      PIC X(02) VALUE SPACES.
030500     05  RL-LAST-ACTIVITY-DATE       PIC 9(08).
030600     05  FILLER                      PIC X(02) VALUE SPACES.
030700     05  RL-INACTIVE-DAYS            PIC ZZZZ9.
030800     05  FILLER                      PIC X(02) VALUE SPACES.
030900     05  RL-ACCOUNT-BALANCE          PIC Z(8)9.99-.
030933     05  FILLER                      PIC X(01) VALUE SPACES.
030966     05  RL-CURRENCY-CODE            PIC X(03).
031000     05  FILLER                      PIC X(02) VALUE SPACES.
031100     05  RL-ACTION                   PIC X(13).
031200*
031300 01  WS-REPORT-TOTAL-LINE.
031400     05  TL-CAPTION                  PIC X(30).
031500     05  TL-COUNT                    PIC ZZZZZZ9.
031600     05  FILLER                      PIC X(02) VALUE SPACES.
031700     05  TL-AMOUNT                   PIC Z(10)9.99.
031800*
031900 PROCEDURE DIVISION.
032000*
032100 0000-MAINLINE.
032200     MOVE "DORMANCYREVIEW" TO RLC-STEP-NAME
032300     SET RLC-TYPE-START TO TRUE
032400     MOVE ZERO TO RLC-RETURN-CODE
032500     MOVE ZERO TO RLC-RECORDS-READ
032600     MOVE ZERO TO RLC-RECORDS-WRITTEN
032700     CALL 'RunLogWrite' USING RUN-LOG-COMM-AREA
032800*
032900     PERFORM 0400-LOAD-DORMANCY-PARMS THRU 0400-EXIT
033000*
033100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
033200*
033300     IF NOT-AT-END-OF-ACCOUNTS
033400         SORT SORT-WORK-FILE
033500             ON ASCENDING KEY SA-ACCOUNT-ID
033600                              SA-POST-DATE
033700             INPUT PROCEDURE IS 1300-RELEASE-ACTIVITY
033800                 THRU 1300-RELEASE-EXIT
033900             OUTPUT PROCEDURE IS 1400-REVIEW-SORTED-ACCOUNTS
034000                 THRU 1400-REVIEW-EXIT
034100     END-IF
034200*
034300     PERFORM 9000-TERMINATE THRU 9000-EXIT
034400*
034500     SET RLC-TYPE-END TO TRUE
034600     MOVE RETURN-CODE TO RLC-RETURN-CODE
034700     MOVE WS-ACCOUNTS-READ TO RLC-RECORDS-READ
034800     MOVE WS-DORMANT-COUNT TO RLC-RECORDS-WRITTEN
034900     ADD WS-LETTER-COUNT TO RLC-RECORDS-WRITTEN
035000     ADD WS-ESCHEAT-COUNT TO RLC-RECORDS-WRITTEN
035100     CALL 'RunLogWrite' USING RUN-LOG-COMM-AREA
035200*
035300     GOBACK.
035400*
035500*---------------------------------------------------------------*
035600*    0400-LOAD-DORMANCY-PARMS                                   *
035700*    A MISSING DORMPARM OR A ZERO DORMANCY PERIOD ABORTS.  A    *
035800*    NOTICE PERIOD AS LONG AS THE DORMANCY PERIOD WOULD LETTER  *
035900*    ACCOUNTS THE DAY THEY OPEN, AND IS REFUSED.                *
036000*---------------------------------------------------------------*
036100 0400-LOAD-DORMANCY-PARMS.
036200     SET PARM-NOT-EOF TO TRUE
036300     OPEN INPUT DORMANCY-PARM-FILE
036400     IF NOT PARM-FILE-OK
036500         DISPLAY "DORMANCYREVIEW: UNABLE TO OPEN DORMPARM - "
036600             "RUN ABORTED"
036700         MOVE 16 TO RETURN-CODE
036800         GOBACK
036900     END-IF
037000*
037100     PERFORM 0450-READ-DORMANCY-PARM THRU 0450-EXIT
037200         UNTIL PARM-EOF
037300*
037400     CLOSE DORMANCY-PARM-FILE
037500*
037600     IF WS-DORMANT-AFTER-DAYS = ZERO
037700         DISPLAY "DORMANCYREVIEW: NO DORMANT-AFTER-DAYS ON "
037800             "DORMPARM - RUN ABORTED"
037900         MOVE 16 TO RETURN-CODE
038000         GOBACK
038100     END-IF
038200*
038300     IF WS-NOTICE-DAYS NOT < WS-DORMANT-AFTER-DAYS
038400         DISPLAY "DORMANCYREVIEW: DORMANT-NOTICE-DAYS "
038500             WS-NOTICE-DAYS " NOT LESS THAN DORMANT-AFTER-DAYS "
038600             WS-DORMANT-AFTER-DAYS " - RUN ABORTED"
038700         MOVE 16 TO RETURN-CODE
038800         GOBACK
038900     END-IF
039000*
039100     COMPUTE WS-NOTICE-FROM-DAYS =
039200         WS-DORMANT-AFTER-DAYS - WS-NOTICE-DAYS.
039300 0400-EXIT.
039400     EXIT.
039500*
039600 0450-READ-DORMANCY-PARM.
039700     READ DORMANCY-PARM-FILE
039800         AT END
039900             SET PARM-EOF TO TRUE
040000             GO TO 0450-EXIT
040100     END-READ
040200*
040300     UNSTRING DORMANCY-PARM-RECORD DELIMITED BY "="
040400         INTO WS-PARM-KEY WS-PARM-VALUE
040500*
040600     EVALUATE WS-PARM-KEY
040700         WHEN "DORMANT-AFTER-DAYS"
040800             MOVE WS-PARM-VALUE TO WS-DORMANT-AFTER-DAYS
040900         WHEN "DORMANT-NOTICE-DAYS"
041000             MOVE WS-PARM-VALUE TO WS-NOTICE-DAYS
041100         WHEN "ESCHEAT-AFTER-DAYS"
041200             MOVE WS-PARM-VALUE TO WS-ESCHEAT-AFTER-DAYS
041300         WHEN OTHER
041400             CONTINUE
041500     END-EVALUATE.
041600 0450-EXIT.
041700     EXIT.
041800*
041900*---------------------------------------------------------------*
042000*    1000-INITIALIZE                                            *
042100*    ACCTHIST, ACCTFILE, AND ACCTAUDT ARE REQUIRED.  A MISSING  *
042200*    DORMACT IS A FIRST RUN (OR A LOST CARRY-FORWARD) - EVERY   *
042300*    ACCOUNT FALLS BACK TO WHAT ACCTHIST STILL HOLDS, WITH A    *
042400*    WARNING.  A MISSING CUSTFILE ONLY BLANKS THE NAMES.        *
042500*---------------------------------------------------------------*
042600 1000-INITIALIZE.
042700     SET NOT-AT-END-OF-ACCOUNTS TO TRUE
042800     SET REWRITE-NOT-FAILED TO TRUE
042900     SET FILES-NOT-OPEN TO TRUE
043000*
043100     CALL 'BatchDateLoad' USING BATCH-DATE-RECORD
043200     IF RETURN-CODE NOT = ZERO
043300         DISPLAY "DORMANCYREVIEW: NO USABLE BATCHDTE CONTROL "
043400             "RECORD - RUN ABORTED"
043500         MOVE 16 TO RETURN-CODE
043600         GOBACK
043700     END-IF
043800     COMPUTE WS-TODAY-INTEGER =
043900         FUNCTION INTEGER-OF-DATE (BD-BUSINESS-DATE)
044000*
044100     OPEN INPUT ACCOUNT-HISTORY-FILE
044200     IF NOT HIST-FILE-OK
044300         DISPLAY "DORMANCYREVIEW: UNABLE TO OPEN ACCTHIST - "
044400             "STATUS " WS-HIST-FILE-STATUS
044500         MOVE 16 TO RETURN-CODE
044600         SET AT-END-OF-ACCOUNTS TO TRUE
044700         GO TO 1000-EXIT
044800     END-IF
044900*
045000     OPEN I-O ACCOUNT-FILE
045100     IF NOT ACCT-FILE-OK
045200         DISPLAY "DORMANCYREVIEW: UNABLE TO OPEN ACCTFILE - "
045300             "STATUS " WS-ACCT-FILE-STATUS
045400         MOVE 16 TO RETURN-CODE
045500         SET AT-END-OF-ACCOUNTS TO TRUE
045600         CLOSE ACCOUNT-HISTORY-FILE
045700         GO TO 1000-EXIT
045800     END-IF
045900*
046000     OPEN EXTEND AUDIT-TRAIL-FILE
046100     IF NOT AUDIT-FILE-OK
046200         OPEN OUTPUT AUDIT-TRAIL-FILE
046300         IF NOT AUDIT-FILE-OK
046400             DISPLAY "DORMANCYREVIEW: UNABLE TO OPEN ACCTAUDT - "
046500                 "STATUS " WS-AUDIT-FILE-STATUS
046600             MOVE 16 TO RETURN-CODE
046700             SET AT-END-OF-ACCOUNTS TO TRUE
046800             CLOSE ACCOUNT-HISTORY-FILE
046900             CLOSE ACCOUNT-FILE
047000             GO TO 1000-EXIT
047100         END-IF
047200     END-IF
047300*
047400     SET CARRY-FORWARD-PRESENT TO TRUE
047500     OPEN INPUT ACTIVITY-FILE
047600     IF NOT ACT-FILE-OK
047700         SET CARRY-FORWARD-MISSING TO TRUE
047800         MOVE HIGH-VALUES TO DA-ACCOUNT-ID
047900         DISPLAY "DORMANCYREVIEW: WARNING - NO DORMACT "
048000             "CARRY-FORWARD - ACTIVITY TAKEN FROM ACCTHIST ONLY"
048100     ELSE
048200         PERFORM 1200-READ-PRIOR-ACTIVITY THRU 1200-EXIT
048300     END-IF
048400*
048500     SET CUSTFILE-AVAILABLE TO TRUE
048600     OPEN INPUT CUSTOMER-FILE
048700     IF NOT CUST-FILE-OK
048800         SET CUSTFILE-UNAVAILABLE TO TRUE
048900         DISPLAY "DORMANCYREVIEW: WARNING - NO CUSTFILE ON "
049000             "FILE - CUSTOMER NAMES LEFT BLANK"
049100     END-IF
049200*
049300     OPEN OUTPUT ACTIVITY-OUT-FILE
049400     OPEN OUTPUT LETTER-FILE
049500     OPEN OUTPUT ESCHEAT-FILE
049600     OPEN OUTPUT DORMANCY-REPORT-FILE
049700     SET FILES-ARE-OPEN TO TRUE
049800*
049900     PERFORM 1050-WRITE-HEADING THRU 1050-EXIT
050000*
050100     PERFORM 1100-READ-ACCOUNT THRU 1100-EXIT.
050200 1000-EXIT.
050300     EXIT.
050400*
050500 1050-WRITE-HEADING.
050600     MOVE SPACES TO DORMANCY-REPORT-LINE
050700     STRING "DORMANCY AND ESCHEATMENT REVIEW - BUSINESS DATE "
050800             DELIMITED BY SIZE
050900         BD-BUSINESS-DATE DELIMITED BY SIZE
051000         INTO DORMANCY-REPORT-LINE
051100     WRITE DORMANCY-REPORT-LINE
051200*
051300     WRITE DORMANCY-REPORT-LINE FROM WS-REPORT-HEADING-LINE.
051400 1050-EXIT.
051500     EXIT.
051600*
051700 1100-READ-ACCOUNT.
051800     READ ACCOUNT-FILE NEXT
051900         AT END
052000             SET AT-END-OF-ACCOUNTS TO TRUE
052100             GO TO 1100-EXIT
052200     END-READ
052300     ADD 1 TO WS-ACCOUNTS-READ
052320     MOVE AF-CURRENCY-CODE TO WS-ACCOUNT-CURRENCY
052340     IF WS-ACCOUNT-CURRENCY = SPACES
052360         MOVE "USD" TO WS-ACCOUNT-CURRENCY
052380     END-IF.
052400 1100-EXIT.
052500     EXIT.
052600*
052700 1200-READ-PRIOR-ACTIVITY.
052800     READ ACTIVITY-FILE INTO DORMANCY-ACTIVITY-RECORD
052900         AT END
053000             MOVE HIGH-VALUES TO DA-ACCOUNT-ID
053100     END-READ.
053200 1200-EXIT.
053300     EXIT.
053400*
053500*---------------------------------------------------------------*
053600*    1300-RELEASE-ACTIVITY                                      *
053700*    SORT INPUT PROCEDURE.  ONLY SETTLED ROWS OF A CUSTOMER-    *
053800*    INITIATED TYPE GO TO THE SORT, KEYED ON ACCOUNT AND POST   *
053900*    DATE - EVERYTHING ELSE ON ACCTHIST IS NOT ACTIVITY.        *
054000*---------------------------------------------------------------*
054100 1300-RELEASE-ACTIVITY.
054200     SET NOT-AT-END-OF-HISTORY TO TRUE
054300     PERFORM 1310-RELEASE-HISTORY-ROW THRU 1310-EXIT
054400         UNTIL AT-END-OF-HISTORY.
054500 1300-RELEASE-EXIT.
054600     EXIT.
054700*
054800 1310-RELEASE-HISTORY-ROW.
054900     READ ACCOUNT-HISTORY-FILE
055000         AT END
055100             SET AT-END-OF-HISTORY TO TRUE
055200             GO TO 1310-EXIT
055300     END-READ
055400*
055500     IF NOT TH-DISP-SETTLED
055600         GO TO 1310-EXIT
055700     END-IF
055800*
055900     EVALUATE TH-TRANSACTION-TYPE
056000         WHEN "CREDIT    "
056100         WHEN "DEBIT     "
056200         WHEN "XFR       "
056300         WHEN "WIRE      "
056400         WHEN "ACH       "
056500         WHEN "XFR-OUT   "
056600             MOVE TH-ACCOUNT-ID TO SA-ACCOUNT-ID
056700             MOVE TH-POST-DATE  TO SA-POST-DATE
056800             RELEASE SORT-ACTIVITY-RECORD
056900         WHEN OTHER
057000             CONTINUE
057100     END-EVALUATE.
057200 1310-EXIT.
057300     EXIT.
057400*
057500*---------------------------------------------------------------*
057600*    1400-REVIEW-SORTED-ACCOUNTS                                *
057700*    SORT OUTPUT PROCEDURE - WALKS ACCTFILE IN KEY ORDER,       *
057800*    MATCHING THE SORTED ACTIVITY AND THE DORMACT CARRY-        *
057900*    FORWARD (BOTH IN ACCOUNT-ID ORDER) AGAINST EACH ACCOUNT.   *
058000*---------------------------------------------------------------*
058100 1400-REVIEW-SORTED-ACCOUNTS.
058200     PERFORM 1410-RETURN-ACTIVITY THRU 1410-EXIT
058300     PERFORM 2000-REVIEW-ACCOUNT THRU 2000-EXIT
058400         UNTIL AT-END-OF-ACCOUNTS.
058500 1400-REVIEW-EXIT.
058600     EXIT.
058700*
058800 1410-RETURN-ACTIVITY.
058900     RETURN SORT-WORK-FILE
059000         AT END
059100             MOVE HIGH-VALUES TO WS-SORTED-ACCOUNT-ID
059200             MOVE ZERO TO WS-SORTED-POST-DATE
059300             GO TO 1410-EXIT
059400     END-RETURN
059500     MOVE SA-ACCOUNT-ID TO WS-SORTED-ACCOUNT-ID
059600     MOVE SA-POST-DATE  TO WS-SORTED-POST-DATE.
059700 1410-EXIT.
059800     EXIT.
059900*
060000*---------------------------------------------------------------*
060100*    2000-REVIEW-ACCOUNT                                        *
060200*---------------------------------------------------------------*
060300 2000-REVIEW-ACCOUNT.
060400     PERFORM 2100-MATCH-PRIOR-ACTIVITY THRU 2100-EXIT
060500     PERFORM 2200-MATCH-HISTORY THRU 2200-EXIT
060600*
060700     IF AF-ACCOUNT-STATUS = "C"
060800         ADD 1 TO WS-CLOSED-COUNT
060900         PERFORM 1100-READ-ACCOUNT THRU 1100-EXIT
061000         GO TO 2000-EXIT
061100     END-IF
061200*
061300     PERFORM 2300-SET-LAST-ACTIVITY THRU 2300-EXIT
061400*
061500     EVALUATE AF-ACCOUNT-STATUS
061600         WHEN "O"
061700             PERFORM 2400-REVIEW-OPEN-ACCOUNT THRU 2400-EXIT
061800         WHEN "D"
061900             PERFORM 2500-REVIEW-DORMANT-ACCOUNT THRU 2500-EXIT
062000         WHEN OTHER
062100             CONTINUE
062200     END-EVALUATE
062300*
062400     WRITE ACTIVITY-OUT-RECORD FROM WS-ACTIVITY-WORK
062500*
062600     PERFORM 1100-READ-ACCOUNT THRU 1100-EXIT.
062700 2000-EXIT.
062800     EXIT.
062900*
063000*---------------------------------------------------------------*
063100*    2100-MATCH-PRIOR-ACTIVITY                                  *
063200*    CARRY-FORWARD ROWS FOR ACCOUNTS NO LONGER ON ACCTFILE ARE  *
063300*    PASSED OVER.  AN ACCOUNT WITH NO ROW STARTS EMPTY.         *
063400*---------------------------------------------------------------*
063500 2100-MATCH-PRIOR-ACTIVITY.
063600     PERFORM 1200-READ-PRIOR-ACTIVITY THRU 1200-EXIT
063700         UNTIL DA-ACCOUNT-ID NOT < AF-ACCOUNT-ID
063800*
063900     IF DA-ACCOUNT-ID = AF-ACCOUNT-ID
064000         MOVE DORMANCY-ACTIVITY-RECORD TO WS-ACTIVITY-WORK
064100     ELSE
064200         MOVE AF-ACCOUNT-ID TO AW-ACCOUNT-ID
064300         MOVE ZERO TO AW-LAST-ACTIVITY-DATE
064400         MOVE ZERO TO AW-NOTICE-DATE
064500         MOVE ZERO TO AW-DORMANT-DATE
064600         MOVE ZERO TO AW-ESCHEAT-DATE
064700     END-IF.
064800 2100-EXIT.
064900     EXIT.
065000*
065100*---------------------------------------------------------------*
065200*    2200-MATCH-HISTORY                                         *
065300*    LATEST CUSTOMER-ACTIVITY DATE STILL ON ACCTHIST FOR THE    *
065400*    ACCOUNT (ZERO IF NONE).  ACTIVITY FOR AN ACCOUNT NOT ON    *
065500*    ACCTFILE IS PASSED OVER.                                   *
065600*---------------------------------------------------------------*
065700 2200-MATCH-HISTORY.
065800     MOVE ZERO TO WS-HISTORY-LAST-DATE
065900     PERFORM 1410-RETURN-ACTIVITY THRU 1410-EXIT
066000         UNTIL WS-SORTED-ACCOUNT-ID NOT < AF-ACCOUNT-ID
066100     PERFORM 2210-TAKE-HISTORY-DATE THRU 2210-EXIT
066200         UNTIL WS-SORTED-ACCOUNT-ID NOT = AF-ACCOUNT-ID.
066300 2200-EXIT.
066400     EXIT.
066500*
066600 2210-TAKE-HISTORY-DATE.
066700     IF WS-SORTED-POST-DATE > WS-HISTORY-LAST-DATE
066800         MOVE WS-SORTED-POST-DATE TO WS-HISTORY-LAST-DATE
066900     END-IF
067000     PERFORM 1410-RETURN-ACTIVITY THRU 1410-EXIT.
067100 2210-EXIT.
067200     EXIT.
067300*
067400*---------------------------------------------------------------*
067500*    2300-SET-LAST-ACTIVITY                                     *
067600*    THE LATER OF THE CARRIED-FORWARD DATE AND ACCTHIST.  AN    *
067700*    OPEN ACCOUNT THAT WAS DORMANT HAS BEEN REACTIVATED BY OPS  *
067800*    - THAT CUSTOMER CONTACT RESTARTS THE CLOCK TODAY.          *
067900*---------------------------------------------------------------*
068000 2300-SET-LAST-ACTIVITY.
068100     IF WS-HISTORY-LAST-DATE > AW-LAST-ACTIVITY-DATE
068200         MOVE WS-HISTORY-LAST-DATE TO AW-LAST-ACTIVITY-DATE
068300     END-IF
068400*
068500     IF AW-LAST-ACTIVITY-DATE = ZERO
068600         MOVE BD-BUSINESS-DATE TO AW-LAST-ACTIVITY-DATE
068700         ADD 1 TO WS-BASELINE-COUNT
068800     END-IF
068900*
069000     IF AF-ACCOUNT-STATUS = "O"
069100             AND AW-DORMANT-DATE NOT = ZERO
069200         IF AW-LAST-ACTIVITY-DATE < BD-BUSINESS-DATE
069300             MOVE BD-BUSINESS-DATE TO AW-LAST-ACTIVITY-DATE
069400         END-IF
069500         MOVE ZERO TO AW-NOTICE-DATE
069600         MOVE ZERO TO AW-DORMANT-DATE
069700         MOVE ZERO TO AW-ESCHEAT-DATE
069800         ADD 1 TO WS-REACTIVATED-COUNT
069900         MOVE ZERO TO WS-INACTIVE-DAYS
070000         MOVE "REACTIVATED" TO RL-ACTION
070100         PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
070200     END-IF
070300*
070400     IF AW-LAST-ACTIVITY-DATE NOT < BD-BUSINESS-DATE
070500         MOVE ZERO TO WS-INACTIVE-DAYS
070600     ELSE
070700         COMPUTE WS-LAST-INTEGER =
070800             FUNCTION INTEGER-OF-DATE (AW-LAST-ACTIVITY-DATE)
070900         COMPUTE WS-INACTIVE-DAYS =
071000             WS-TODAY-INTEGER - WS-LAST-INTEGER
071100     END-IF.
071200 2300-EXIT.
071300     EXIT.
071400*
071500*---------------------------------------------------------------*
071600*    2400-REVIEW-OPEN-ACCOUNT                                   *
071700*    PAST THE DORMANCY PERIOD: GOES DORMANT.  INSIDE THE        *
071800*    NOTICE WINDOW: ONE LETTER, UNLESS ONE HAS ALREADY GONE     *
071900*    OUT SINCE THE LAST ACTIVITY.                               *
072000*---------------------------------------------------------------*
072100 2400-REVIEW-OPEN-ACCOUNT.
072200     IF WS-INACTIVE-DAYS NOT < WS-DORMANT-AFTER-DAYS
072300         PERFORM 2410-MAKE-DORMANT THRU 2410-EXIT
072400         GO TO 2400-EXIT
072500     END-IF
072600*
072700     IF WS-NOTICE-DAYS = ZERO
072800             OR WS-INACTIVE-DAYS < WS-NOTICE-FROM-DAYS
072900             OR AW-NOTICE-DATE > AW-LAST-ACTIVITY-DATE
073000         GO TO 2400-EXIT
073100     END-IF
073200*
073300     PERFORM 2420-WRITE-LETTER THRU 2420-EXIT.
073400 2400-EXIT.
073500     EXIT.
073600*
073700*---------------------------------------------------------------*
073800*    2410-MAKE-DORMANT                                          *
073900*    A FAILED REWRITE LEAVES THE ACCOUNT OPEN, IS AUDITED AS    *
074000*    REJECTED, AND FAILS THE JOB.                               *
074100*---------------------------------------------------------------*
074200 2410-MAKE-DORMANT.
074300     MOVE AF-ACCOUNT-STATUS TO WS-BEFORE-STATUS
074400     MOVE "D" TO AF-ACCOUNT-STATUS
074500     REWRITE ACCOUNT-FILE-RECORD
074600     IF NOT ACCT-FILE-OK
074700         DISPLAY "DORMANCYREVIEW: REWRITE FAILED FOR ACCOUNT "
074800             AF-ACCOUNT-ID " - STATUS " WS-ACCT-FILE-STATUS
074900         MOVE WS-BEFORE-STATUS TO AF-ACCOUNT-STATUS
075000         SET REWRITE-HAS-FAILED TO TRUE
075100         ADD 1 TO WS-FAILED-COUNT
075200         SET AT-RESULT-REJECTED TO TRUE
075300         MOVE "ACCTFILE REWRITE FAILED" TO WS-AUDIT-REASON
075400         PERFORM 2900-WRITE-AUDIT-TRAIL THRU 2900-EXIT
075500         MOVE "REWRITE FAIL" TO RL-ACTION
075600         PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT
075700         GO TO 2410-EXIT
075800     END-IF
075900*
076000     MOVE BD-BUSINESS-DATE TO AW-DORMANT-DATE
076100     ADD 1 TO WS-DORMANT-COUNT
076200*
076300     SET AT-RESULT-APPLIED TO TRUE
076400     MOVE SPACES TO WS-AUDIT-REASON
076500     STRING "NO ACTIVITY SINCE " DELIMITED BY SIZE
076600         AW-LAST-ACTIVITY-DATE DELIMITED BY SIZE
076700         INTO WS-AUDIT-REASON
076800     PERFORM 2900-WRITE-AUDIT-TRAIL THRU 2900-EXIT
076900*
077000     MOVE "NOW DORMANT" TO RL-ACTION
077100     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
077200 2410-EXIT.
077300     EXIT.
077400*
077500*---------------------------------------------------------------*
077600*    2420-WRITE-LETTER                                          *
077700*---------------------------------------------------------------*
077800 2420-WRITE-LETTER.
077900     PERFORM 2600-LOOKUP-CUSTOMER THRU 2600-EXIT
078000*
078100     MOVE AF-ACCOUNT-ID          TO DL-ACCOUNT-ID
078200     MOVE AF-CUSTOMER-ID         TO DL-CUSTOMER-ID
078300     MOVE WS-CUSTOMER-NAME       TO DL-CUSTOMER-NAME
078400     MOVE AW-LAST-ACTIVITY-DATE  TO DL-LAST-ACTIVITY-DATE
078500     COMPUTE DL-DORMANT-ON-DATE = FUNCTION DATE-OF-INTEGER
078600         (WS-LAST-INTEGER + WS-DORMANT-AFTER-DAYS)
078700     MOVE AF-ACCOUNT-BALANCE     TO DL-ACCOUNT-BALANCE
078800     MOVE BD-BUSINESS-DATE       TO DL-BUSINESS-DATE
078850     MOVE WS-ACCOUNT-CURRENCY    TO DL-CURRENCY-CODE
078900     WRITE DORMANCY-LETTER-RECORD
079000*
079100     MOVE BD-BUSINESS-DATE TO AW-NOTICE-DATE
079200     ADD 1 TO WS-LETTER-COUNT
079300     MOVE "LETTER SENT" TO RL-ACTION
079400     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
079500 2420-EXIT.
079600     EXIT.
079700*
079800*---------------------------------------------------------------*
079900*    2500-REVIEW-DORMANT-ACCOUNT                                *
080000*    AN ACCOUNT SET DORMANT BY OPS HAS NO DORMANT DATE YET -    *
080100*    IT TAKES TODAY'S.  PAST THE STATUTORY PERIOD WITH A        *
080200*    CREDIT BALANCE: ON THE ESCHEATMENT EXTRACT.                *
080300*---------------------------------------------------------------*
080400 2500-REVIEW-DORMANT-ACCOUNT.
080500     IF AW-DORMANT-DATE = ZERO
080600         MOVE BD-BUSINESS-DATE TO AW-DORMANT-DATE
080700     END-IF
080800*
080900     IF WS-ESCHEAT-AFTER-DAYS = ZERO
081000             OR WS-INACTIVE-DAYS < WS-ESCHEAT-AFTER-DAYS
081100             OR AF-ACCOUNT-BALANCE NOT > ZERO
081200         GO TO 2500-EXIT
081300     END-IF
081400*
081500     IF AW-ESCHEAT-DATE = ZERO
081600         MOVE BD-BUSINESS-DATE TO AW-ESCHEAT-DATE
081700         ADD 1 TO WS-ESCHEAT-NEW-COUNT
081800         MOVE "ESCHEAT - NEW" TO RL-ACTION
081900     ELSE
082000         MOVE "ESCHEAT" TO RL-ACTION
082100     END-IF
082200*
082300     PERFORM 2600-LOOKUP-CUSTOMER THRU 2600-EXIT
082400*
082500     MOVE AF-ACCOUNT-ID          TO EE-ACCOUNT-ID
082600     MOVE AF-CUSTOMER-ID         TO EE-CUSTOMER-ID
082700     MOVE WS-CUSTOMER-NAME       TO EE-CUSTOMER-NAME
082800     MOVE AW-LAST-ACTIVITY-DATE  TO EE-LAST-ACTIVITY-DATE
082900     MOVE AW-DORMANT-DATE        TO EE-DORMANT-DATE
083000     MOVE AF-ACCOUNT-BALANCE     TO EE-ACCOUNT-BALANCE
083100     MOVE AW-ESCHEAT-DATE        TO EE-FIRST-REPORTED-DATE
083200     MOVE BD-BUSINESS-DATE       TO EE-BUSINESS-DATE
083250     MOVE WS-ACCOUNT-CURRENCY    TO EE-CURRENCY-CODE
083300     WRITE ESCHEAT-EXTRACT-RECORD
083400*
083500     ADD 1 TO WS-ESCHEAT-COUNT
083600     IF WS-ACCOUNT-CURRENCY = "USD"
083625         ADD 1 TO WS-ESCHEAT-USD-COUNT
083650         ADD AF-ACCOUNT-BALANCE TO WS-ESCHEAT-TOTAL
083675     END-IF
083700     PERFORM 2800-WRITE-REPORT-LINE THRU 2800-EXIT.
083800 2500-EXIT.
083900     EXIT.
084000*
084100 2600-LOOKUP-CUSTOMER.
084200     MOVE SPACES TO WS-CUSTOMER-NAME
084300     IF AF-CUSTOMER-ID = SPACES
084400             OR CUSTFILE-UNAVAILABLE
084500         GO TO 2600-EXIT
084600     END-IF
084700*
084800     MOVE AF-CUSTOMER-ID TO CU-CUSTOMER-ID
084900     READ CUSTOMER-FILE
085000         INVALID KEY
085100             CONTINUE
085200         NOT INVALID KEY
085300             MOVE CU-CUSTOMER-NAME TO WS-CUSTOMER-NAME
085400     END-READ.
085500 2600-EXIT.
085600     EXIT.
085700*
085800 2800-WRITE-REPORT-LINE.
085900     MOVE AF-ACCOUNT-ID          TO RL-ACCOUNT-ID
086000     MOVE AF-CUSTOMER-ID         TO RL-CUSTOMER-ID
086100     MOVE AW-LAST-ACTIVITY-DATE  TO RL-LAST-ACTIVITY-DATE
086200     MOVE WS-INACTIVE-DAYS       TO RL-INACTIVE-DAYS
086300     MOVE AF-ACCOUNT-BALANCE     TO RL-ACCOUNT-BALANCE
086350     MOVE WS-ACCOUNT-CURRENCY    TO RL-CURRENCY-CODE
086400     WRITE DORMANCY-REPORT-LINE FROM WS-REPORT-DETAIL-LINE.
086500 2800-EXIT.
086600     EXIT.
086700*
086800*---------------------------------------------------------------*
086900*    2900-WRITE-AUDIT-TRAIL                                     *
087000*    THE SAME BEFORE/AFTER ROW ACCTMASTERMAINT WRITES, ACTION   *
087100*    "D", USER DORMANCY - THE STATUS CHANGE IS THE JOB'S OWN.   *
087200*---------------------------------------------------------------*
087300 2900-WRITE-AUDIT-TRAIL.
087400     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
087500     ACCEPT WS-CURRENT-TIME FROM TIME
087600*
087700     MOVE WS-CURRENT-DATE        TO AT-TIMESTAMP (1:8)
087800     MOVE WS-CURRENT-TIME        TO AT-TIMESTAMP (9:6)
087900     MOVE "DORMANCY"             TO AT-USER-ID
088000     MOVE "D"                    TO AT-ACTION-CODE
088100     MOVE AF-ACCOUNT-ID          TO AT-ACCOUNT-ID
088200     MOVE WS-BEFORE-STATUS       TO AT-BEFORE-STATUS
088300     MOVE AF-ACCOUNT-BALANCE     TO AT-BEFORE-BALANCE
088400     MOVE AF-ACCOUNT-AVG-TXN-AMT TO AT-BEFORE-AVG-TXN-AMT
088500     MOVE AF-CUSTOMER-ID         TO AT-BEFORE-CUSTOMER-ID
088600     MOVE AF-ACCOUNT-STATUS      TO AT-AFTER-STATUS
088700     MOVE AF-ACCOUNT-BALANCE     TO AT-AFTER-BALANCE
088800     MOVE AF-ACCOUNT-AVG-TXN-AMT TO AT-AFTER-AVG-TXN-AMT
088900     MOVE AF-CUSTOMER-ID         TO AT-AFTER-CUSTOMER-ID
088933     MOVE AF-CURRENCY-CODE       TO AT-BEFORE-CURRENCY-CODE
088966     MOVE AF-CURRENCY-CODE       TO AT-AFTER-CURRENCY-CODE
089000     MOVE WS-AUDIT-REASON        TO AT-REJECT-REASON
089100     WRITE AUDIT-TRAIL-RECORD.
089200 2900-EXIT.
089300     EXIT.
089400*
089500*---------------------------------------------------------------*
089600*    9000-TERMINATE                                             *
089700*---------------------------------------------------------------*
089800 9000-TERMINATE.
089900     IF FILES-NOT-OPEN
090000         GO TO 9000-EXIT
090100     END-IF
090200*
090300     PERFORM 9100-WRITE-TOTALS THRU 9100-EXIT
090400     CLOSE ACCOUNT-HISTORY-FILE
090500     CLOSE ACCOUNT-FILE
090600     CLOSE AUDIT-TRAIL-FILE
090700     CLOSE ACTIVITY-OUT-FILE
090800     CLOSE LETTER-FILE
090900     CLOSE ESCHEAT-FILE
091000     CLOSE DORMANCY-REPORT-FILE
091100     IF CARRY-FORWARD-PRESENT
091200         CLOSE ACTIVITY-FILE
091300     END-IF
091400     IF CUSTFILE-AVAILABLE
091500         CLOSE CUSTOMER-FILE
091600     END-IF
091700*
091800     DISPLAY "DORMANCYREVIEW: " WS-ACCOUNTS-READ
091900         " ACCOUNT(S) REVIEWED, " WS-DORMANT-COUNT
092000         " MADE DORMANT, " WS-LETTER-COUNT " LETTER(S), "
092100         WS-ESCHEAT-COUNT " ESCHEATABLE"
092200*
092300     IF REWRITE-HAS-FAILED
092400         DISPLAY "DORMANCYREVIEW: " WS-FAILED-COUNT
092500             " ACCOUNT(S) COULD NOT BE MADE DORMANT - JOB FAILED"
092600         MOVE 8 TO RETURN-CODE
092700     ELSE
092800         IF CARRY-FORWARD-MISSING
092900             MOVE 4 TO RETURN-CODE
093000         END-IF
093100     END-IF.
093200 9000-EXIT.
093300     EXIT.
093400*
093500 9100-WRITE-TOTALS.
093600     MOVE SPACES TO DORMANCY-REPORT-LINE
093700     WRITE DORMANCY-REPORT-LINE
093800*
093900     MOVE SPACES TO WS-REPORT-TOTAL-LINE
094000     MOVE "ACCOUNTS REVIEWED" TO TL-CAPTION
094100     MOVE WS-ACCOUNTS-READ TO TL-COUNT
094200     WRITE DORMANCY-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
094300*
094400     MOVE "CLOSED - NOT REVIEWED" TO TL-CAPTION
094500     MOVE WS-CLOSED-COUNT TO TL-COUNT
094600     WRITE DORMANCY-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
094700*
094800     MOVE "NO ACTIVITY ON FILE - CLOCK SET" TO TL-CAPTION
094900     MOVE WS-BASELINE-COUNT TO TL-COUNT
095000     WRITE DORMANCY-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
095100*
095200     MOVE "REACTIVATED BY OPS" TO TL-CAPTION
095300     MOVE WS-REACTIVATED-COUNT TO TL-COUNT
095400     WRITE DORMANCY-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
095500*
095600     MOVE "DUE-DILIGENCE LETTERS" TO TL-CAPTION
095700     MOVE WS-LETTER-COUNT TO TL-COUNT
095800     WRITE DORMANCY-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
095900*
096000     MOVE "MADE DORMANT" TO TL-CAPTION
096100     MOVE WS-DORMANT-COUNT TO TL-COUNT
096200     WRITE DORMANCY-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
096300*
096400     MOVE "DORMANT REWRITE FAILURES" TO TL-CAPTION
096500     MOVE WS-FAILED-COUNT TO TL-COUNT
096600     WRITE DORMANCY-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
096700*
096800     MOVE "NEWLY ESCHEATABLE" TO TL-CAPTION
096900     MOVE WS-ESCHEAT-NEW-COUNT TO TL-COUNT
097000     WRITE DORMANCY-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
097100*
097200     MOVE "ESCHEATABLE BALANCES" TO TL-CAPTION
097300     MOVE WS-ESCHEAT-COUNT TO TL-COUNT
097320     WRITE DORMANCY-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
097340*
097360     MOVE "ESCHEATABLE - USD ACCOUNTS" TO TL-CAPTION
097380     MOVE WS-ESCHEAT-USD-COUNT TO TL-COUNT
097400     MOVE WS-ESCHEAT-TOTAL TO TL-AMOUNT
097500     WRITE DORMANCY-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.
097600 9100-EXIT.
097700     EXIT.
