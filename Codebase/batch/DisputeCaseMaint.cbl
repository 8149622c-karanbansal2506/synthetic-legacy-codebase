000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DisputeCaseMaint.
000300 AUTHOR. D. OKAFOR - PAYMENTS SYSTEMS GROUP.
000400 INSTALLATION. RETAIL PAYMENTS PROCESSING CENTER.
000500 DATE-WRITTEN. 2026-10-12.
000600 DATE-COMPILED.
000700*
000800*****************************************************************
000900*                                                               *
001000*    DISPUTECASEMAINT                                           *
001100*                                                               *
001200*    CUSTOMER DISPUTES OF SETTLED DEBITS, FROM INTAKE THROUGH   *
001300*    PROVISIONAL CREDIT TO RESOLUTION.  A DISPUTE IS NO LONGER  *
001400*    AN UNCONNECTED ADJUSTMENTENTRY CREDIT: EACH CASE IS TIED   *
001500*    TO THE ORIGINAL ITEM ON ACCTHIST, CARRIES ITS OWN STATUS   *
001600*    AND DEADLINES, AND ITS CREDIT IS TAKEN BACK AFTER NOTICE   *
001700*    IF THE BANK WINS.  RUNS IN THE CHAIN AFTER                 *
001800*    ADJUSTMENTENTRY.                                           *
001900*                                                               *
002000*    DSPMNT CARRIES THE DAY'S ACTIONS:                          *
002100*                                                               *
002200*        O  OPEN A CASE - CASE-ID, DISPUTED TRANSACTION-ID,     *
002300*           DISPUTED AMOUNT (ZERO = THE WHOLE ITEM), REASON     *
002400*           CODE, AND THE USER TAKING THE DISPUTE               *
002500*        C  RESOLVE A CASE IN THE CUSTOMER'S FAVOR              *
002600*        B  RESOLVE A CASE IN THE BANK'S FAVOR                  *
002700*                                                               *
002800*    INTAKE.  THE TRANSACTION-ID MUST BE A SETTLED DEBIT-SIDE   *
002900*    ITEM ON ACCTHIST THAT THE NETWORK HAS NOT RETURNED, AN     *
003000*    ANALYST HAS NOT REVERSED, AND NO EARLIER CASE HAS          *
003100*    DISPUTED (AN OPEN OR RETAINED CASE ON DSPCASE, OR A        *
003200*    DISPUTE POSTING ON ACCTHIST).  THE CASE TAKES THE ITEM'S   *
003300*    ACCOUNT AND THE AMOUNT IT POSTED, PRO-RATED FOR A PARTIAL  *
003400*    DISPUTE, AND TWO DEADLINES: THE PROVISIONAL CREDIT IS DUE  *
003500*    DSP-CREDIT-DAYS BUSINESS DAYS AFTER THE CASE OPENS, AND    *
003600*    THE CASE MUST BE RESOLVED WITHIN DSP-RESOLVE-DAYS          *
003700*    CALENDAR DAYS.                                             *
003800*                                                               *
003900*    POSTING.  AN OPEN CASE'S CREDIT POSTS ON ITS CREDIT DUE    *
004000*    DATE, OR AT ONCE WHEN THE CASE IS RESOLVED FOR THE         *
004100*    CUSTOMER FIRST, AS TYPE "DSP-CREDIT".  A CASE RESOLVED     *
004200*    FOR THE BANK AFTER ITS CREDIT POSTED GETS A REVERSAL       *
004300*    NOTICE ON DSPNOTC, AND THE CREDIT IS TAKEN BACK AS TYPE    *
004400*    "DSP-DEBIT" DSP-NOTICE-DAYS BUSINESS DAYS LATER.  BOTH     *
004500*    POST THE CHAIN'S WAY: THE ITEM'S ARCHIVED POSTED AMOUNT,   *
004550*    IN THE ACCOUNT'S OWN CURRENCY, SO NOTHING IS REPRICED; THE *
004600*    BALANCE IS REWRITTEN; A SETTLED                            *
004700*    TRANRESULT ROW CARRYING THE ORIGINAL TRANSACTION-ID IS     *
004800*    WRITTEN AND FOLDED INTO CTLTOTAL; AND HISTORYARCHIVE       *
004900*    FILES THE ROW ON ACCTHIST WITH ITS OWN DISPOSITION (P OR   *
005000*    W).  A CLOSED, FROZEN, OR DORMANT ACCOUNT HOLDS THE        *
005100*    POSTING, AS DOES A REVERSAL THAT WOULD OVERDRAW THE        *
005200*    ACCOUNT; A HELD POSTING IS TRIED AGAIN EVERY RUN.          *
005300*                                                               *
005400*    RESOLUTION.  FOR THE CUSTOMER, THE CREDIT BECOMES FINAL    *
005500*    (AND POSTS NOW IF IT HAD NOT YET) - EVEN WHEN A REVERSAL   *
005600*    WAS PENDING.  FOR THE BANK, A CASE NOT YET CREDITED IS     *
005700*    DENIED OUTRIGHT.  EVERY RESOLUTION WRITES A CUSTOMER       *
005800*    NOTICE TO DSPNOTC.  AN OPEN CASE WHOSE ITEM IS RETURNED    *
005900*    OR REVERSED BEFORE ITS CREDIT POSTS CLOSES WITHOUT         *
006000*    POSTING - THE MONEY IS ALREADY BACK.                       *
006100*                                                               *
006200*    CASES ARE CARRIED ON DSPCASE (DSPCASEO, PROMOTED BY OPS).  *
006300*    A CLOSED CASE STAYS DSP-RETAIN-DAYS AFTER IT CLOSES, SO    *
006400*    THE ITEM CANNOT BE DISPUTED AGAIN, THEN DROPS OFF.         *
006500*    DSPRPT LISTS EVERY ACTION AND POSTING.  A REJECTED ACTION, *
006600*    A HELD POSTING, OR A MISSING CALENDAR ENDS THE RUN WITH    *
006700*    RETURN CODE 4.  DISPUTEAGINGREPORT AGES THE OPEN CASES.    *
006710*                                                               *
006720*    EACH CREDIT AND REVERSAL POSTED IS RECORDED ON THE POSTCTL *
006730*    REGISTRY (POSTINGCONTROL) UNDER ITS CASE-ID.  A RERUN ON   *
006740*    THE SAME BUSINESS DATE - FROM THE SAME DSPCASE - MOVES THE *
006750*    CASE ON AS THE FIRST RUN DID BUT DOES NOT POST THE MONEY   *
006760*    AGAIN, UNLESS OPS OVERRIDE ON POSTOVRD.                    *
006800*                                                                *
006900*    MODIFICATION HISTORY.                                      *
007000*    ---------------------------------------------------------- *
007100*    2026-10-12  DO  INITIAL VERSION.                            *
007110*    2026-10-13  DO  DISPUTE POSTINGS ARE RECORDED ON THE        *
007120*                    POSTCTL REGISTRY; A RERUN ON THE SAME       *
007130*                    BUSINESS DATE DOES NOT POST A CASE'S        *
007140*                    CREDIT OR REVERSAL TWICE UNLESS OPS         *
007150*                    OVERRIDE, AND CTLTOTAL FOLDS EVERY POSTING  *
007160*                    NOT YET FOLDED - INCLUDING A FAILED RUN'S.  *
007164*    2026-10-15  DO  ACCOUNTS HELD IN THEIR OWN CURRENCY.  A     *
007169*                    CASE TAKES THE ITEM'S ARCHIVED POSTED       *
007173*                    AMOUNT (THE USD BASE AMOUNT FOR AN ITEM     *
007178*                    ARCHIVED BEFORE POSTED FIGURES EXISTED),    *
007182*                    SO ITS CREDIT AND REVERSAL MOVE THE         *
007187*                    BALANCE IN THE ACCOUNT'S CURRENCY, AND      *
007191*                    THE RESULT ROWS CARRY THAT CURRENCY AND     *
007196*                    THE POSTED FIGURES.                         *
007197*    2026-10-15  DO  A FAILED ACCTFILE REWRITE HOLDS THE CASE,   *
007198*                    WRITES NO RESULT OR POSTCTL ROW, AND ENDS   *
007199*                    THE RUN AT RC 8.                            *
007200*                                                                *
007300*****************************************************************
007400 ENVIRONMENT DIVISION.
007500 INPUT-OUTPUT SECTION.
007600 FILE-CONTROL.
007700     SELECT MAINT-FEED-FILE ASSIGN TO "DSPMNT"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-MAINT-FILE-STATUS.
008000*
008100     SELECT CASE-FILE ASSIGN TO "DSPCASE"
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS WS-CASE-FILE-STATUS.
008400*
008500     SELECT CASE-OUT-FILE ASSIGN TO "DSPCASEO"
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS WS-CASE-OUT-FILE-STATUS.
008800*
008900     SELECT DISPUTE-PARM-FILE ASSIGN TO "DSPPARM"
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS WS-PARM-FILE-STATUS.
009200*
009300     SELECT ACCOUNT-HISTORY-FILE ASSIGN TO "ACCTHIST"
009400         ORGANIZATION IS LINE SEQUENTIAL
009500         FILE STATUS IS WS-HIST-FILE-STATUS.
009600*
009700     SELECT ACCOUNT-FILE ASSIGN TO "ACCTFILE"
009800         ORGANIZATION IS INDEXED
009900         ACCESS MODE IS RANDOM
010000         RECORD KEY IS AF-ACCOUNT-ID
010100         FILE STATUS IS WS-ACCT-FILE-STATUS.
010200*
010300     SELECT TRANSACTION-RESULT-FILE ASSIGN TO "TRANRESULT"
010400         ORGANIZATION IS LINE SEQUENTIAL
010500         FILE STATUS IS WS-RESULT-FILE-STATUS.
010600*
010700     SELECT NOTICE-FILE ASSIGN TO "DSPNOTC"
010800         ORGANIZATION IS LINE SEQUENTIAL
010900         FILE STATUS IS WS-NOTICE-FILE-STATUS.
011000*
011100     SELECT MAINT-REPORT-FILE ASSIGN TO "DSPRPT"
011200         ORGANIZATION IS LINE SEQUENTIAL
011300         FILE STATUS IS WS-REPORT-FILE-STATUS.
011400*
011500     SELECT CONTROL-TOTALS-FILE ASSIGN TO "CTLTOTAL"
011600         ORGANIZATION IS LINE SEQUENTIAL
011700         FILE STATUS IS WS-CTLTOT-FILE-STATUS.
011800*
011900 DATA DIVISION.
012000 FILE SECTION.
012100 FD  MAINT-FEED-FILE.
012200 01  MAINT-FEED-RECORD.
012300     05  DM-ACTION-CODE              PIC X(01).
012400     05  DM-CASE-ID                  PIC X(10).
012500     05  DM-TRANSACTION-ID           PIC X(10).
012600     05  DM-DISPUTED-AMOUNT          PIC 9(9)V99.
012700     05  DM-REASON-CODE              PIC X(03).
012800     05  DM-USER-ID                  PIC X(08).
012900*
013000 FD  CASE-FILE.
013100 COPY DisputeCase.
013200*
013300 FD  CASE-OUT-FILE.
013400 01  CASE-OUT-RECORD                 PIC X(199).
013500*
013600 FD  DISPUTE-PARM-FILE.
013700 01  DISPUTE-PARM-RECORD             PIC X(80).
013800*
013900 FD  ACCOUNT-HISTORY-FILE.
014000 COPY AccountHistory.
014100*
014200 FD  ACCOUNT-FILE.
014300 01  ACCOUNT-FILE-RECORD.
014400     05  AF-ACCOUNT-ID               PIC X(10).
014500     05  AF-ACCOUNT-BALANCE          PIC S9(9)V99.
014600     05  AF-ACCOUNT-STATUS           PIC X(01).
014700     05  AF-ACCOUNT-AVG-TXN-AMT      PIC 9(9)V99.
014800     05  AF-ACCRUED-INTEREST         PIC S9(7)V99.
014900     05  AF-CUSTOMER-ID              PIC X(10).
014950     05  AF-CURRENCY-CODE            PIC X(03).
015000*
015100 FD  TRANSACTION-RESULT-FILE.
015200 COPY TransactionResult.
015300*
015400 FD  NOTICE-FILE.
015500 COPY DisputeNotice.
015600*
015700 FD  MAINT-REPORT-FILE.
015800 01  MAINT-REPORT-LINE               PIC X(80).
015900*
016000 FD  CONTROL-TOTALS-FILE.
016100 01  CONTROL-TOTALS-RECORD.
016200     05  CTR-TRANSACTION-COUNT       PIC 9(07).
016300     05  CTR-TOTAL-AMOUNT            PIC 9(11)V99.
016400     05  CTR-HIGH-RISK-COUNT         PIC 9(07).
016500     05  CTR-NONCOMPLIANT-COUNT      PIC 9(07).
016600     05  CTR-CALL-FAILURE-COUNT      PIC 9(07).
016700*
016800 WORKING-STORAGE SECTION.
016900*
017000 COPY RunLogComm.
017100*
017200 COPY BatchDate.
017300*
017400 COPY BusinessDayComm.
017430*
017460 COPY PostingControlComm.
017500*
017600 01  WS-MAINT-FILE-STATUS            PIC X(02).
017700     88  MAINT-FILE-OK                   VALUE "00".
017800*
017900 01  WS-CASE-FILE-STATUS             PIC X(02).
018000     88  CASE-FILE-OK                    VALUE "00".
018100*
018200 01  WS-CASE-OUT-FILE-STATUS         PIC X(02).
018300     88  CASE-OUT-FILE-OK                VALUE "00".
018400*
018500 01  WS-PARM-FILE-STATUS             PIC X(02).
018600     88  PARM-FILE-OK                    VALUE "00".
018700*
018800 01  WS-HIST-FILE-STATUS             PIC X(02).
018900     88  HIST-FILE-OK                    VALUE "00".
019000*
019100 01  WS-ACCT-FILE-STATUS             PIC X(02).
019200     88  ACCT-FILE-OK                    VALUE "00".
019300*
019400 01  WS-RESULT-FILE-STATUS           PIC X(02).
019500     88  RESULT-FILE-OK                  VALUE "00".
019600*
019700 01  WS-NOTICE-FILE-STATUS           PIC X(02).
019800     88  NOTICE-FILE-OK                  VALUE "00".
019900*
020000 01  WS-REPORT-FILE-STATUS           PIC X(02).
020100     88  REPORT-FILE-OK                  VALUE "00".
020200*
020300 01  WS-CTLTOT-FILE-STATUS           PIC X(02).
020400     88  CTLTOT-FILE-OK                  VALUE "00".
020500*
020600 01  WS-MAINT-EOF-SW                 PIC X(01).
020700     88  MAINT-EOF                       VALUE "Y".
020800     88  MAINT-NOT-EOF                   VALUE "N".
020900*
021000 01  WS-CASE-EOF-SW                  PIC X(01).
021100     88  CASE-EOF                        VALUE "Y".
021200     88  CASE-NOT-EOF                    VALUE "N".
021300*
021400 01  WS-PARM-EOF-SW                  PIC X(01).
021500     88  PARM-EOF                        VALUE "Y".
021600     88  PARM-NOT-EOF                    VALUE "N".
021700*
021800 01  WS-HIST-EOF-SW                  PIC X(01).
021900     88  AT-END-OF-HISTORY               VALUE "Y".
022000     88  NOT-AT-END-OF-HISTORY           VALUE "N".
022100*
022200 01  WS-RUN-SW                       PIC X(01) VALUE "N".
022300     88  RUN-ABORTED                     VALUE "Y".
022400     88  RUN-NOT-ABORTED                 VALUE "N".
022500*
022600 01  WS-POSTING-OPEN-SW              PIC X(01) VALUE "N".
022700     88  POSTING-FILES-OPEN              VALUE "Y".
022800     88  POSTING-FILES-NOT-OPEN          VALUE "N".
022810*
022820 01  WS-POSTCTL-SW                   PIC X(01) VALUE "N".
022830     88  POSTCTL-OPEN                    VALUE "Y".
022840     88  POSTCTL-NOT-OPEN                VALUE "N".
022850*
022860 01  WS-POSTCTL-ERROR-SW             PIC X(01) VALUE "N".
022870     88  POSTCTL-HAD-ERROR               VALUE "Y".
022880     88  POSTCTL-HAD-NO-ERROR            VALUE "N".
022900*
022910 01  WS-REWRITE-FAILED-SW            PIC X(01) VALUE "N".
022920     88  REWRITE-HAS-FAILED              VALUE "Y".
022930     88  REWRITE-NOT-FAILED              VALUE "N".
022940*
023000 01  WS-WARNING-SW                   PIC X(01) VALUE "N".
023100     88  RUN-HAS-WARNING                 VALUE "Y".
023200     88  RUN-HAS-NO-WARNING              VALUE "N".
023300*
023400 01  WS-CALENDAR-SW                  PIC X(01).
023500     88  CALENDAR-AVAILABLE              VALUE "Y".
023600     88  CALENDAR-UNAVAILABLE            VALUE "N".
023700*
023800 01  WS-MATCH-FOUND-SW               PIC X(01).
023900     88  MATCH-FOUND                     VALUE "Y".
024000     88  MATCH-NOT-FOUND                 VALUE "N".
024100*
024200 01  WS-PARM-KEY                     PIC X(24).
024300 01  WS-PARM-VALUE                   PIC 9(9)V99.
024400*
024500*---------------------------------------------------------------*
024600*    THE DISPUTE PARAMETERS FROM DSPPARM, WITH THEIR            *
024700*    COMPILED-IN DEFAULTS.  THE CREDIT AND NOTICE PERIODS ARE   *
024800*    BUSINESS DAYS ON THE HOLCAL CALENDAR; THE RESOLUTION AND   *
024900*    RETENTION PERIODS ARE CALENDAR DAYS.                       *
025000*---------------------------------------------------------------*
025100 01  WS-CREDIT-DAYS                  PIC 9(03) VALUE 10.
025200 01  WS-RESOLVE-DAYS                 PIC 9(03) VALUE 45.
025300 01  WS-NOTICE-DAYS                  PIC 9(03) VALUE 5.
025400 01  WS-RETAIN-DAYS                  PIC 9(05) VALUE 400.
025500*
025600 01  WS-CURRENT-DATE                 PIC 9(08).
025700 01  WS-TODAY-INTEGER                PIC 9(07).
025800 01  WS-CLOSE-INTEGER                PIC 9(07).
025900 01  WS-DATE-INTEGER                 PIC 9(07).
026000*
026100*---------------------------------------------------------------*
026200*    5000-ADD-BUSINESS-DAYS WORK AREA.                          *
026300*---------------------------------------------------------------*
026400 01  WS-ADD-FROM-DATE                PIC 9(08).
026500 01  WS-ADD-DAY-COUNT                PIC 9(05).
026600 01  WS-ADD-RESULT-DATE              PIC 9(08).
026700*
026800*---------------------------------------------------------------*
026900*    THE DAY'S ACTIONS, LOADED BEFORE THE ACCTHIST PASS SO ONE  *
027000*    PASS CAN VALIDATE EVERY INTAKE.  AC-MATCH-STATE IS WHAT    *
027100*    THE PASS FOUND FOR AN "O" ACTION'S ITEM: " " = NO SETTLED  *
027200*    ROW, "S" = SETTLED ROW CAPTURED, "R" = RETURNED, "V" =     *
027300*    REVERSED BY AN ANALYST, "P" = ALREADY DISPUTED.            *
027400*---------------------------------------------------------------*
027500 01  WS-ACTION-COUNT                 PIC 9(05) COMP VALUE ZERO.
027600 01  WS-ACTION-SUBSCRIPT             PIC 9(05) COMP.
027700 01  WS-ACTION-TABLE.
027800     05  WS-ACTION-ENTRY             OCCURS 500 TIMES.
027900         10  AC-ACTION-CODE          PIC X(01).
028000         10  AC-CASE-ID              PIC X(10).
028100         10  AC-TRANSACTION-ID       PIC X(10).
028200         10  AC-DISPUTED-AMOUNT      PIC 9(9)V99.
028300         10  AC-REASON-CODE          PIC X(03).
028400         10  AC-USER-ID              PIC X(08).
028500         10  AC-MATCH-STATE          PIC X(01).
028600         10  AC-ACCOUNT-ID           PIC X(10).
028700         10  AC-TRANSACTION-TYPE     PIC X(10).
028800         10  AC-POST-DATE            PIC 9(08).
028900         10  AC-FACE-AMOUNT          PIC 9(9)V99.
029000         10  AC-CURRENCY-CODE        PIC X(03).
029100         10  AC-BASE-AMOUNT          PIC 9(9)V99.
029200*
029300*---------------------------------------------------------------*
029400*    EVERY CASE ON DSPCASE PLUS THE CASES OPENED THIS RUN, IN   *
029500*    THE DISPUTECASE LAYOUT.  CS-BACKED-OUT-SW IS SET BY THE    *
029600*    ACCTHIST PASS WHEN AN UNCREDITED CASE'S ITEM HAS SINCE     *
029700*    BEEN RETURNED OR REVERSED; CS-PURGE-SW DROPS A CLOSED      *
029800*    CASE PAST ITS RETENTION FROM DSPCASEO.                     *
029900*---------------------------------------------------------------*
030000 01  WS-CASE-COUNT                   PIC 9(05) COMP VALUE ZERO.
030100 01  WS-CASE-SUBSCRIPT               PIC 9(05) COMP.
030200 01  WS-SEARCH-SUBSCRIPT             PIC 9(05) COMP.
030300 01  WS-CASE-TABLE.
030400     05  WS-CASE-ENTRY               OCCURS 1000 TIMES.
030500         10  CS-CASE-ID              PIC X(10).
030600         10  CS-TRANSACTION-ID       PIC X(10).
030700         10  CS-ACCOUNT-ID           PIC X(10).
030800         10  CS-TRANSACTION-TYPE     PIC X(10).
030900         10  CS-ORIGINAL-POST-DATE   PIC 9(08).
031000         10  CS-ORIGINAL-AMOUNT      PIC 9(9)V99.
031100         10  CS-CURRENCY-CODE        PIC X(03).
031200         10  CS-DISPUTED-AMOUNT      PIC 9(9)V99.
031300         10  CS-CREDIT-AMOUNT        PIC 9(9)V99.
031400         10  CS-REASON-CODE          PIC X(03).
031500         10  CS-OPENED-BY            PIC X(08).
031600         10  CS-OPEN-DATE            PIC 9(08).
031700         10  CS-CREDIT-DUE-DATE      PIC 9(08).
031800         10  CS-RESOLVE-DUE-DATE     PIC 9(08).
031900         10  CS-CREDIT-DATE          PIC 9(08).
032000         10  CS-RESOLUTION-CODE      PIC X(01).
032100         10  CS-RESOLVED-BY          PIC X(08).
032200         10  CS-RESOLVE-DATE         PIC 9(08).
032300         10  CS-REVERSAL-DUE-DATE    PIC 9(08).
032400         10  CS-REVERSAL-DATE        PIC 9(08).
032500         10  CS-CLOSE-DATE           PIC 9(08).
032600         10  CS-CASE-STATUS          PIC X(01).
032700             88  CS-STATUS-OPEN          VALUE "O".
032800             88  CS-STATUS-CREDITED      VALUE "P".
032900             88  CS-STATUS-NOTICE-ISSUED VALUE "N".
033000             88  CS-STATUS-CLOSED        VALUE "F" "D" "X".
033100         10  CS-HOLD-REASON          PIC X(30).
033200         10  CS-BACKED-OUT-SW        PIC X(01).
033300             88  CS-ITEM-BACKED-OUT      VALUE "Y".
033400         10  CS-PURGE-SW             PIC X(01).
033500             88  CS-PURGE                VALUE "Y".
033600*
033700 01  WS-REJECT-REASON                PIC X(30).
033800 01  WS-RESULT-TYPE                  PIC X(10).
033850 01  WS-ACCOUNT-CURRENCY             PIC X(03).
033900 01  WS-NOTICE-TYPE                  PIC X(01).
034000*
034100 01  WS-OPENED-NOTE.
034200     05  FILLER                      PIC X(20)
034300         VALUE "OPENED - CREDIT DUE ".
034400     05  ON-CREDIT-DUE-DATE          PIC 9(08).
034500     05  FILLER                      PIC X(02) VALUE SPACES.
034600*
034700 01  WS-REVERSAL-NOTE.
034800     05  FILLER                      PIC X(20)
034900         VALUE "NOTICE - REVERSES ON".
035000     05  FILLER                      PIC X(01) VALUE SPACE.
035100     05  RN-REVERSAL-DUE-DATE        PIC 9(08).
035200     05  FILLER                      PIC X(01) VALUE SPACE.
035300*
035400 01  WS-DISPUTE-TOTALS.
035500     05  DT-CREDIT-COUNT             PIC 9(07) COMP VALUE ZERO.
035600     05  DT-REVERSAL-COUNT           PIC 9(07) COMP VALUE ZERO.
035700     05  DT-POSTED-COUNT             PIC 9(07) COMP VALUE ZERO.
035800     05  DT-POSTED-AMOUNT            PIC 9(11)V99 VALUE ZERO.
035900*
036000 01  WS-CONTROL-TOTALS.
036100     05  CTW-TRANSACTION-COUNT       PIC 9(07).
036200     05  CTW-TOTAL-AMOUNT            PIC 9(11)V99.
036300     05  CTW-HIGH-RISK-COUNT         PIC 9(07).
036400     05  CTW-NONCOMPLIANT-COUNT      PIC 9(07).
036500     05  CTW-CALL-FAILURE-COUNT      PIC 9(07).
036600*
036700 77  WS-ACTIONS-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
036800 77  WS-OPENED-COUNT                 PIC 9(07) COMP VALUE ZERO.
036900 77  WS-RESOLVED-COUNT               PIC 9(07) COMP VALUE ZERO.
037000 77  WS-REJECTED-COUNT               PIC 9(07) COMP VALUE ZERO.
037100 77  WS-HELD-COUNT                   PIC 9(07) COMP VALUE ZERO.
037200 77  WS-CLOSED-COUNT                 PIC 9(07) COMP VALUE ZERO.
037300 77  WS-PURGED-COUNT                 PIC 9(07) COMP VALUE ZERO.
037400 77  WS-OPEN-CASE-COUNT              PIC 9(07) COMP VALUE ZERO.
037500 77  WS-NOTICE-COUNT                 PIC 9(07) COMP VALUE ZERO.
037600*
037700 01  WS-REPORT-HEADING-LINE.
037800     05  FILLER                      PIC X(41)
037900         VALUE "DISPUTE CASE MAINTENANCE - BUSINESS DATE ".
038000     05  RH-BUSINESS-DATE            PIC 9(08).
038100     05  FILLER                      PIC X(31) VALUE SPACES.
038200*
038300 01  WS-REPORT-DETAIL-LINE.
038400     05  RL-CASE-ID                  PIC X(10).
038500     05  FILLER                      PIC X(02) VALUE SPACES.
038600     05  RL-TRANSACTION-ID           PIC X(10).
038700     05  FILLER                      PIC X(02) VALUE SPACES.
038800     05  RL-ACTION                   PIC X(10).
038900     05  FILLER                      PIC X(02) VALUE SPACES.
039000     05  RL-AMOUNT                   PIC Z(8)9.99.
039100     05  FILLER                      PIC X(02) VALUE SPACES.
039200     05  RL-RESULT                   PIC X(30).
039300*
039400 01  WS-REPORT-TOTAL-LINE-1.
039500     05  FILLER                      PIC X(09) VALUE "ACTIONS: ".
039600     05  TL-ACTIONS-READ-COUNT       PIC ZZZZZZ9.
039700     05  FILLER                      PIC X(09) VALUE " OPENED: ".
039800     05  TL-OPENED-COUNT             PIC ZZZZZZ9.
039900     05  FILLER                      PIC X(11)
040000         VALUE " RESOLVED: ".
040100     05  TL-RESOLVED-COUNT           PIC ZZZZZZ9.
040200     05  FILLER                      PIC X(11)
040300         VALUE " REJECTED: ".
040400     05  TL-REJECTED-COUNT           PIC ZZZZZZ9.
040500*
040600 01  WS-REPORT-TOTAL-LINE-2.
040700     05  FILLER                      PIC X(09) VALUE "CREDITS: ".
040800     05  TL-CREDIT-COUNT             PIC ZZZZZZ9.
040900     05  FILLER                      PIC X(12)
041000         VALUE " REVERSALS: ".
041100     05  TL-REVERSAL-COUNT           PIC ZZZZZZ9.
041200     05  FILLER                      PIC X(07) VALUE " HELD: ".
041300     05  TL-HELD-COUNT               PIC ZZZZZZ9.
041400     05  FILLER                      PIC X(09) VALUE " CLOSED: ".
041500     05  TL-CLOSED-COUNT             PIC ZZZZZZ9.
041600*
041700 01  WS-REPORT-TOTAL-LINE-3.
041800     05  FILLER                      PIC X(08) VALUE "POSTED: ".
041900     05  TL-POSTED-AMOUNT            PIC Z(10)9.99.
042000     05  FILLER                      PIC X(13)
042100         VALUE " OPEN CASES: ".
042200     05  TL-OPEN-CASE-COUNT          PIC ZZZZZZ9.
042300     05  FILLER                      PIC X(09) VALUE " PURGED: ".
042400     05  TL-PURGED-COUNT             PIC ZZZZZZ9.
042500*
042600 PROCEDURE DIVISION.
042700*
042800 0000-MAINLINE.
042900     MOVE "DISPUTECASEMAINT" TO RLC-STEP-NAME
043000     SET RLC-TYPE-START TO TRUE
043100     MOVE ZERO TO RLC-RETURN-CODE
043200     MOVE ZERO TO RLC-RECORDS-READ
043300     MOVE ZERO TO RLC-RECORDS-WRITTEN
043400     CALL 'RunLogWrite' USING RUN-LOG-COMM-AREA
043500*
043600     PERFORM 0400-LOAD-DISPUTE-PARMS THRU 0400-EXIT
043700*
043800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
043900*
044000     IF RUN-NOT-ABORTED
044100         PERFORM 2000-MATCH-HISTORY THRU 2000-EXIT
044200*
044300         PERFORM 3000-APPLY-ACTION THRU 3000-EXIT
044400             VARYING WS-ACTION-SUBSCRIPT FROM 1 BY 1
044500             UNTIL WS-ACTION-SUBSCRIPT > WS-ACTION-COUNT
044600*
044700         PERFORM 4000-PROCESS-CASE THRU 4000-EXIT
044800             VARYING WS-CASE-SUBSCRIPT FROM 1 BY 1
044900             UNTIL WS-CASE-SUBSCRIPT > WS-CASE-COUNT
045000     END-IF
045100*
045200     PERFORM 9000-TERMINATE THRU 9000-EXIT
045300*
045400     SET RLC-TYPE-END TO TRUE
045500     MOVE RETURN-CODE TO RLC-RETURN-CODE
045600     MOVE WS-ACTIONS-READ-COUNT TO RLC-RECORDS-READ
045700     MOVE DT-POSTED-COUNT TO RLC-RECORDS-WRITTEN
045800     CALL 'RunLogWrite' USING RUN-LOG-COMM-AREA
045900*
046000     GOBACK.
046100*
046200*---------------------------------------------------------------*
046300*    0400-LOAD-DISPUTE-PARMS                                    *
046400*    OVERLAYS THE COMPILED-IN PERIODS FROM DSPPARM.  A MISSING  *
046500*    DSPPARM OR KEY LEAVES THE DEFAULT, AND A ZERO PERIOD IS    *
046600*    IGNORED - A CREDIT DUE THE DAY THE CASE OPENS OR A         *
046700*    REVERSAL WITH NO NOTICE IS NOT A SETTING ANYONE MEANS.     *
046800*---------------------------------------------------------------*
046900 0400-LOAD-DISPUTE-PARMS.
047000     SET PARM-NOT-EOF TO TRUE
047100     OPEN INPUT DISPUTE-PARM-FILE
047200     IF NOT PARM-FILE-OK
047300         GO TO 0400-EXIT
047400     END-IF
047500*
047600     PERFORM 0450-READ-DISPUTE-PARM THRU 0450-EXIT
047700         UNTIL PARM-EOF
047800*
047900     CLOSE DISPUTE-PARM-FILE.
048000 0400-EXIT.
048100     EXIT.
048200*
048300 0450-READ-DISPUTE-PARM.
048400     READ DISPUTE-PARM-FILE
048500         AT END
048600             SET PARM-EOF TO TRUE
048700             GO TO 0450-EXIT
048800     END-READ
048900*
049000     MOVE SPACES TO WS-PARM-KEY
049100     MOVE ZERO TO WS-PARM-VALUE
049200     UNSTRING DISPUTE-PARM-RECORD DELIMITED BY "="
049300         INTO WS-PARM-KEY WS-PARM-VALUE
049400*
049500     IF WS-PARM-VALUE NOT NUMERIC OR WS-PARM-VALUE = ZERO
049600         GO TO 0450-EXIT
049700     END-IF
049800*
049900     EVALUATE WS-PARM-KEY
050000         WHEN "DSP-CREDIT-DAYS"
050100             MOVE WS-PARM-VALUE TO WS-CREDIT-DAYS
050200         WHEN "DSP-RESOLVE-DAYS"
050300             MOVE WS-PARM-VALUE TO WS-RESOLVE-DAYS
050400         WHEN "DSP-NOTICE-DAYS"
050500             MOVE WS-PARM-VALUE TO WS-NOTICE-DAYS
050600         WHEN "DSP-RETAIN-DAYS"
050700             MOVE WS-PARM-VALUE TO WS-RETAIN-DAYS
050800         WHEN OTHER
050900             CONTINUE
051000     END-EVALUATE.
051100 0450-EXIT.
051200     EXIT.
051300*
051400*---------------------------------------------------------------*
051500*    1000-INITIALIZE                                            *
051600*    LOADS THE CASES AND THE DAY'S ACTIONS AND OPENS THE        *
051700*    POSTING FILES.  A MISSING DSPMNT IS A DAY WITH NO NEW      *
051800*    ACTIONS AND A MISSING DSPCASE A SYSTEM WITH NO CASES YET - *
051900*    THE DEADLINES STILL RUN.  NO BATCHDTE, TOO MANY CASES FOR  *
052000*    THE TABLE, OR AN UNUSABLE DSPCASEO OR ACCTFILE ABORTS      *
052100*    BEFORE ANYTHING POSTS: A CASE DROPPED HERE WOULD MISS ITS  *
052200*    DEADLINE.                                                  *
052300*---------------------------------------------------------------*
052400 1000-INITIALIZE.
052500     CALL 'BatchDateLoad' USING BATCH-DATE-RECORD
052600     IF RETURN-CODE NOT = ZERO
052700         DISPLAY "DISPUTECASEMAINT: NO USABLE BATCHDTE CONTROL "
052800             "RECORD - RUN ABORTED"
052900         MOVE 16 TO RETURN-CODE
053000         GOBACK
053100     END-IF
053200     MOVE BD-BUSINESS-DATE TO WS-CURRENT-DATE
053300     COMPUTE WS-TODAY-INTEGER =
053400         FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE)
053500*
053600     SET CALENDAR-AVAILABLE TO TRUE
053700     SET BDC-ROLL-FOLLOWING TO TRUE
053800     MOVE WS-CURRENT-DATE TO BDC-FROM-DATE
053900     CALL 'BusinessDayCalc' USING BUSINESS-DAY-COMM-AREA
054000     IF RETURN-CODE NOT = ZERO
054100         DISPLAY "DISPUTECASEMAINT: WARNING - NO USABLE HOLCAL "
054200             "CALENDAR, BUSINESS-DAY DEADLINES SET IN CALENDAR "
054300             "DAYS"
054400         SET CALENDAR-UNAVAILABLE TO TRUE
054500         SET RUN-HAS-WARNING TO TRUE
054600     END-IF
054700     MOVE ZERO TO RETURN-CODE
054800*
054900     OPEN OUTPUT MAINT-REPORT-FILE
055000     IF NOT REPORT-FILE-OK
055100         DISPLAY "DISPUTECASEMAINT: UNABLE TO OPEN DSPRPT - "
055200             "STATUS " WS-REPORT-FILE-STATUS
055300         MOVE 16 TO RETURN-CODE
055400         GOBACK
055500     END-IF
055600     MOVE WS-CURRENT-DATE TO RH-BUSINESS-DATE
055700     WRITE MAINT-REPORT-LINE FROM WS-REPORT-HEADING-LINE
055800     MOVE SPACES TO MAINT-REPORT-LINE
055900     WRITE MAINT-REPORT-LINE
056000     MOVE "CASE-ID     TRANS-ID    ACTION          AMOUNT  RESULT"
056100         TO MAINT-REPORT-LINE
056200     WRITE MAINT-REPORT-LINE
056300*
056400     PERFORM 1100-LOAD-CASES THRU 1100-EXIT
056500     IF RUN-ABORTED
056600         GO TO 1000-EXIT
056700     END-IF
056800*
056900     PERFORM 1300-LOAD-ACTIONS THRU 1300-EXIT
057000*
057100     PERFORM 1500-OPEN-POSTING-FILES THRU 1500-EXIT.
057200 1000-EXIT.
057300     EXIT.
057400*
057500 1100-LOAD-CASES.
057600     SET CASE-NOT-EOF TO TRUE
057700     OPEN INPUT CASE-FILE
057800     IF NOT CASE-FILE-OK
057900         DISPLAY "DISPUTECASEMAINT: NO DSPCASE - NO CASES "
058000             "CARRIED FORWARD"
058100         GO TO 1100-EXIT
058200     END-IF
058300*
058400     PERFORM 1200-READ-CASE THRU 1200-EXIT
058500         UNTIL CASE-EOF
058600*
058700     CLOSE CASE-FILE.
058800 1100-EXIT.
058900     EXIT.
059000*
059100 1200-READ-CASE.
059200     READ CASE-FILE
059300         AT END
059400             SET CASE-EOF TO TRUE
059500             GO TO 1200-EXIT
059600     END-READ
059700*
059800     IF WS-CASE-COUNT NOT < 1000
059900         DISPLAY "DISPUTECASEMAINT: DSPCASE EXCEEDS THE "
060000             "1000-CASE TABLE - RUN ABORTED"
060100         MOVE 16 TO RETURN-CODE
060200         SET RUN-ABORTED TO TRUE
060300         SET CASE-EOF TO TRUE
060400         GO TO 1200-EXIT
060500     END-IF
060600*
060700     ADD 1 TO WS-CASE-COUNT
060800     MOVE DISPUTE-CASE-RECORD TO WS-CASE-ENTRY (WS-CASE-COUNT)
060900     MOVE "N" TO CS-BACKED-OUT-SW (WS-CASE-COUNT)
061000     MOVE "N" TO CS-PURGE-SW (WS-CASE-COUNT).
061100 1200-EXIT.
061200     EXIT.
061300*
061400*---------------------------------------------------------------*
061500*    1300-LOAD-ACTIONS                                          *
061600*    AN ACTION BEYOND THE 500-ENTRY TABLE IS REJECTED ON THE    *
061700*    REPORT FOR RE-KEYING RATHER THAN DROPPED.                  *
061800*---------------------------------------------------------------*
061900 1300-LOAD-ACTIONS.
062000     SET MAINT-NOT-EOF TO TRUE
062100     OPEN INPUT MAINT-FEED-FILE
062200     IF NOT MAINT-FILE-OK
062300         DISPLAY "DISPUTECASEMAINT: NO DSPMNT - NO ACTIONS TODAY"
062400         GO TO 1300-EXIT
062500     END-IF
062600*
062700     PERFORM 1400-READ-ACTION THRU 1400-EXIT
062800         UNTIL MAINT-EOF
062900*
063000     CLOSE MAINT-FEED-FILE.
063100 1300-EXIT.
063200     EXIT.
063300*
063400 1400-READ-ACTION.
063500     READ MAINT-FEED-FILE
063600         AT END
063700             SET MAINT-EOF TO TRUE
063800             GO TO 1400-EXIT
063900     END-READ
064000     ADD 1 TO WS-ACTIONS-READ-COUNT
064100*
064200     IF WS-ACTION-COUNT NOT < 500
064300         MOVE DM-CASE-ID        TO RL-CASE-ID
064400         MOVE DM-TRANSACTION-ID TO RL-TRANSACTION-ID
064500         MOVE "REJECTED"        TO RL-ACTION
064600         MOVE ZERO              TO RL-AMOUNT
064700         MOVE "BEYOND 500-ENTRY TABLE - RERUN" TO RL-RESULT
064800         WRITE MAINT-REPORT-LINE FROM WS-REPORT-DETAIL-LINE
064900         ADD 1 TO WS-REJECTED-COUNT
065000         GO TO 1400-EXIT
065100     END-IF
065200*
065300     ADD 1 TO WS-ACTION-COUNT
065400     MOVE DM-ACTION-CODE
065500         TO AC-ACTION-CODE (WS-ACTION-COUNT)
065600     MOVE DM-CASE-ID
065700         TO AC-CASE-ID (WS-ACTION-COUNT)
065800     MOVE DM-TRANSACTION-ID
065900         TO AC-TRANSACTION-ID (WS-ACTION-COUNT)
066000     MOVE DM-DISPUTED-AMOUNT
066100         TO AC-DISPUTED-AMOUNT (WS-ACTION-COUNT)
066200     MOVE DM-REASON-CODE
066300         TO AC-REASON-CODE (WS-ACTION-COUNT)
066400     MOVE DM-USER-ID
066500         TO AC-USER-ID (WS-ACTION-COUNT)
066600     MOVE SPACES
066700         TO AC-MATCH-STATE (WS-ACTION-COUNT).
066800 1400-EXIT.
066900     EXIT.
067000*
067100*---------------------------------------------------------------*
067200*    1500-OPEN-POSTING-FILES                                    *
067300*    DSPCASEO OPENS BEFORE ANY MONEY MOVES, SO A RUN THAT       *
067400*    CANNOT RECORD ITS CASES NEVER POSTS THEIR CREDITS - NOR    *
067410*    DOES ONE WITHOUT THE POSTCTL REGISTRY OF CASES ALREADY     *
067420*    POSTED FOR THE BUSINESS DATE.                              *
067500*---------------------------------------------------------------*
067600 1500-OPEN-POSTING-FILES.
067605     SET PCC-OPEN-REGISTRY TO TRUE
067610     MOVE "DISPUTECASEMAINT" TO PCC-SOURCE-JOB
067615     MOVE BD-BUSINESS-DATE   TO PCC-BUSINESS-DATE
067620     MOVE BD-RUN-NUMBER      TO PCC-RUN-NUMBER
067625     PERFORM 8000-CALL-POSTING-CONTROL THRU 8000-EXIT
067630     IF RETURN-CODE NOT = ZERO
067635         DISPLAY "DISPUTECASEMAINT: POSTCTL REGISTRY NOT "
067640             "USABLE - RUN ABORTED"
067645         SET RUN-ABORTED TO TRUE
067650         GO TO 1500-EXIT
067655     END-IF
067660     SET POSTCTL-OPEN TO TRUE
067665*
067700     OPEN OUTPUT CASE-OUT-FILE
067800     IF NOT CASE-OUT-FILE-OK
067900         DISPLAY "DISPUTECASEMAINT: UNABLE TO OPEN DSPCASEO - "
068000             "STATUS " WS-CASE-OUT-FILE-STATUS
068100         MOVE 16 TO RETURN-CODE
068200         SET RUN-ABORTED TO TRUE
068300         GO TO 1500-EXIT
068400     END-IF
068500*
068600     OPEN I-O ACCOUNT-FILE
068700     IF NOT ACCT-FILE-OK
068800         DISPLAY "DISPUTECASEMAINT: UNABLE TO OPEN ACCTFILE - "
068900             "STATUS " WS-ACCT-FILE-STATUS
069000         MOVE 16 TO RETURN-CODE
069100         SET RUN-ABORTED TO TRUE
069200         CLOSE CASE-OUT-FILE
069300         GO TO 1500-EXIT
069400     END-IF
069500*
069600     OPEN EXTEND TRANSACTION-RESULT-FILE
069700     IF NOT RESULT-FILE-OK
069800         OPEN OUTPUT TRANSACTION-RESULT-FILE
069900     END-IF
070000     OPEN OUTPUT NOTICE-FILE
070100     SET POSTING-FILES-OPEN TO TRUE.
070200 1500-EXIT.
070300     EXIT.
070400*
070500*---------------------------------------------------------------*
070600*    2000-MATCH-HISTORY                                         *
070700*    ONE PASS OVER ACCTHIST, AS NETWORKRETURNS MAKES: EACH ROW  *
070800*    IS MATCHED AGAINST THE DAY'S INTAKES AND AGAINST THE OPEN  *
070900*    CASES STILL WAITING FOR THEIR CREDIT.  SKIPPED WHEN        *
071000*    NEITHER EXISTS.  NO ACCTHIST LEAVES EVERY INTAKE           *
071100*    UNMATCHED.                                                 *
071200*---------------------------------------------------------------*
071300 2000-MATCH-HISTORY.
071400     SET MATCH-NOT-FOUND TO TRUE
071500     PERFORM 2050-TEST-HISTORY-NEEDED THRU 2050-EXIT
071600         VARYING WS-ACTION-SUBSCRIPT FROM 1 BY 1
071700         UNTIL WS-ACTION-SUBSCRIPT > WS-ACTION-COUNT
071800             OR MATCH-FOUND
071900     PERFORM 2060-TEST-CASE-NEEDS-HISTORY THRU 2060-EXIT
072000         VARYING WS-CASE-SUBSCRIPT FROM 1 BY 1
072100         UNTIL WS-CASE-SUBSCRIPT > WS-CASE-COUNT
072200             OR MATCH-FOUND
072300     IF MATCH-NOT-FOUND
072400         GO TO 2000-EXIT
072500     END-IF
072600*
072700     SET NOT-AT-END-OF-HISTORY TO TRUE
072800     OPEN INPUT ACCOUNT-HISTORY-FILE
072900     IF NOT HIST-FILE-OK
073000         DISPLAY "DISPUTECASEMAINT: NO ACCTHIST TO MATCH AGAINST"
073100         GO TO 2000-EXIT
073200     END-IF
073300*
073400     PERFORM 2100-SCAN-HISTORY-ROW THRU 2100-EXIT
073500         UNTIL AT-END-OF-HISTORY
073600*
073700     CLOSE ACCOUNT-HISTORY-FILE.
073800 2000-EXIT.
073900     EXIT.
074000*
074100 2050-TEST-HISTORY-NEEDED.
074200     IF AC-ACTION-CODE (WS-ACTION-SUBSCRIPT) = "O"
074300         SET MATCH-FOUND TO TRUE
074400     END-IF.
074500 2050-EXIT.
074600     EXIT.
074700*
074800 2060-TEST-CASE-NEEDS-HISTORY.
074900     IF CS-STATUS-OPEN (WS-CASE-SUBSCRIPT)
075000         SET MATCH-FOUND TO TRUE
075100     END-IF.
075200 2060-EXIT.
075300     EXIT.
075400*
075500 2100-SCAN-HISTORY-ROW.
075600     READ ACCOUNT-HISTORY-FILE
075700         AT END
075800             SET AT-END-OF-HISTORY TO TRUE
075900             GO TO 2100-EXIT
076000     END-READ
076100*
076200     PERFORM 2200-MATCH-INTAKE-ENTRY THRU 2200-EXIT
076300         VARYING WS-ACTION-SUBSCRIPT FROM 1 BY 1
076400         UNTIL WS-ACTION-SUBSCRIPT > WS-ACTION-COUNT
076500*
076600     IF TH-DISP-RETURNED OR TH-DISP-REVERSED
076700         PERFORM 2300-MATCH-OPEN-CASE THRU 2300-EXIT
076800             VARYING WS-CASE-SUBSCRIPT FROM 1 BY 1
076900             UNTIL WS-CASE-SUBSCRIPT > WS-CASE-COUNT
077000     END-IF.
077100 2100-EXIT.
077200     EXIT.
077300*
077400*---------------------------------------------------------------*
077500*    2200-MATCH-INTAKE-ENTRY                                    *
077600*    A RETURN, REVERSAL, OR DISPUTE ROW DISQUALIFIES THE ITEM   *
077700*    WHATEVER ORDER THE ROWS COME IN; A SETTLED ROW CAPTURES    *
077800*    THE ITEM ONLY WHILE NOTHING HAS BEEN FOUND AGAINST IT.     *
077900*---------------------------------------------------------------*
078000 2200-MATCH-INTAKE-ENTRY.
078100     IF AC-ACTION-CODE (WS-ACTION-SUBSCRIPT) NOT = "O"
078200             OR TH-TRANSACTION-ID
078300                 NOT = AC-TRANSACTION-ID (WS-ACTION-SUBSCRIPT)
078400         GO TO 2200-EXIT
078500     END-IF
078600*
078700     EVALUATE TRUE
078800         WHEN TH-DISP-RETURNED
078900             MOVE "R" TO AC-MATCH-STATE (WS-ACTION-SUBSCRIPT)
079000         WHEN TH-DISP-REVERSED
079100             MOVE "V" TO AC-MATCH-STATE (WS-ACTION-SUBSCRIPT)
079200         WHEN TH-DISP-DISPUTE-CREDIT
079300         WHEN TH-DISP-DISPUTE-REVERSAL
079400             MOVE "P" TO AC-MATCH-STATE (WS-ACTION-SUBSCRIPT)
079500         WHEN TH-DISP-SETTLED
079600             IF AC-MATCH-STATE (WS-ACTION-SUBSCRIPT) = SPACES
079700                 MOVE "S" TO AC-MATCH-STATE (WS-ACTION-SUBSCRIPT)
079800                 MOVE TH-ACCOUNT-ID
079900                     TO AC-ACCOUNT-ID (WS-ACTION-SUBSCRIPT)
080000                 MOVE TH-TRANSACTION-TYPE
080100                     TO AC-TRANSACTION-TYPE (WS-ACTION-SUBSCRIPT)
080200                 MOVE TH-POST-DATE
080300                     TO AC-POST-DATE (WS-ACTION-SUBSCRIPT)
080400                 MOVE TH-TRANSACTION-AMOUNT
080500                     TO AC-FACE-AMOUNT (WS-ACTION-SUBSCRIPT)
080600                 MOVE TH-CURRENCY-CODE
080700                     TO AC-CURRENCY-CODE (WS-ACTION-SUBSCRIPT)
080800                 MOVE TH-BASE-AMOUNT
080900                     TO AC-BASE-AMOUNT (WS-ACTION-SUBSCRIPT)
080920                 IF TH-POSTED-CURRENCY NOT = SPACES
080940                     MOVE TH-POSTED-AMOUNT
080960                         TO AC-BASE-AMOUNT (WS-ACTION-SUBSCRIPT)
080980                 END-IF
081000             END-IF
081100         WHEN OTHER
081200             CONTINUE
081300     END-EVALUATE.
081400 2200-EXIT.
081500     EXIT.
081600*
081700 2300-MATCH-OPEN-CASE.
081800     IF CS-STATUS-OPEN (WS-CASE-SUBSCRIPT)
081900             AND TH-TRANSACTION-ID
082000                 = CS-TRANSACTION-ID (WS-CASE-SUBSCRIPT)
082100         MOVE "Y" TO CS-BACKED-OUT-SW (WS-CASE-SUBSCRIPT)
082200     END-IF.
082300 2300-EXIT.
082400     EXIT.
082500*
082600*---------------------------------------------------------------*
082700*    3000-APPLY-ACTION                                          *
082800*    ONE ACTION FROM THE TABLE, IN FEED ORDER.  AN ACCEPTED     *
082900*    ACTION REPORTS ITSELF; A REJECTED ONE IS REPORTED HERE     *
083000*    WITH ITS REASON AND CHANGES NOTHING.                       *
083100*---------------------------------------------------------------*
083200 3000-APPLY-ACTION.
083300     MOVE SPACES TO WS-REJECT-REASON
083400*
083500     EVALUATE AC-ACTION-CODE (WS-ACTION-SUBSCRIPT)
083600         WHEN "O"
083700             PERFORM 3100-OPEN-CASE THRU 3100-EXIT
083800         WHEN "C"
083900             PERFORM 3200-RESOLVE-FOR-CUSTOMER THRU 3200-EXIT
084000         WHEN "B"
084100             PERFORM 3300-RESOLVE-FOR-BANK THRU 3300-EXIT
084200         WHEN OTHER
084300             MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
084400     END-EVALUATE
084500*
084600     IF WS-REJECT-REASON NOT = SPACES
084700         MOVE AC-CASE-ID (WS-ACTION-SUBSCRIPT) TO RL-CASE-ID
084800         MOVE AC-TRANSACTION-ID (WS-ACTION-SUBSCRIPT)
084900             TO RL-TRANSACTION-ID
085000         MOVE "REJECTED" TO RL-ACTION
085100         IF AC-DISPUTED-AMOUNT (WS-ACTION-SUBSCRIPT) NUMERIC
085200             MOVE AC-DISPUTED-AMOUNT (WS-ACTION-SUBSCRIPT)
085300                 TO RL-AMOUNT
085400         ELSE
085500             MOVE ZERO TO RL-AMOUNT
085600         END-IF
085700         MOVE WS-REJECT-REASON TO RL-RESULT
085800         WRITE MAINT-REPORT-LINE FROM WS-REPORT-DETAIL-LINE
085900         ADD 1 TO WS-REJECTED-COUNT
086000     END-IF.
086100 3000-EXIT.
086200     EXIT.
086300*
086400*---------------------------------------------------------------*
086500*    3100-OPEN-CASE                                             *
086600*    INTAKE VALIDATION AGAINST THE ACCTHIST PASS AND THE CASE   *
086700*    TABLE, THEN THE NEW CASE WITH ITS CREDIT AMOUNT AND        *
086800*    DEADLINES.                                                 *
086900*---------------------------------------------------------------*
087000 3100-OPEN-CASE.
087100     IF AC-CASE-ID (WS-ACTION-SUBSCRIPT) = SPACES
087200         MOVE "CASE-ID MISSING" TO WS-REJECT-REASON
087300         GO TO 3100-EXIT
087400     END-IF
087500     IF AC-USER-ID (WS-ACTION-SUBSCRIPT) = SPACES
087600         MOVE "USER ID MISSING" TO WS-REJECT-REASON
087700         GO TO 3100-EXIT
087800     END-IF
087900     IF AC-REASON-CODE (WS-ACTION-SUBSCRIPT) = SPACES
088000         MOVE "DISPUTE REASON CODE MISSING" TO WS-REJECT-REASON
088100         GO TO 3100-EXIT
088200     END-IF
088300     IF AC-DISPUTED-AMOUNT (WS-ACTION-SUBSCRIPT) NOT NUMERIC
088400         MOVE "INVALID DISPUTED AMOUNT" TO WS-REJECT-REASON
088500         GO TO 3100-EXIT
088600     END-IF
088700*
088800     PERFORM 3900-FIND-CASE THRU 3900-EXIT
088900     IF MATCH-FOUND
089000         MOVE "CASE-ID ALREADY ON FILE" TO WS-REJECT-REASON
089100         GO TO 3100-EXIT
089200     END-IF
089300*
089400     EVALUATE AC-MATCH-STATE (WS-ACTION-SUBSCRIPT)
089500         WHEN SPACES
089600             MOVE "NO SETTLED ITEM ON ACCTHIST"
089700                 TO WS-REJECT-REASON
089800         WHEN "R"
089900             MOVE "ITEM ALREADY RETURNED" TO WS-REJECT-REASON
090000         WHEN "V"
090100             MOVE "ITEM ALREADY REVERSED BY ANALYST"
090200                 TO WS-REJECT-REASON
090300         WHEN "P"
090400             MOVE "ITEM ALREADY DISPUTED" TO WS-REJECT-REASON
090500         WHEN OTHER
090600             CONTINUE
090700     END-EVALUATE
090800     IF WS-REJECT-REASON NOT = SPACES
090900         GO TO 3100-EXIT
091000     END-IF
091100*
091200     PERFORM 3950-FIND-CASE-FOR-ITEM THRU 3950-EXIT
091300     IF MATCH-FOUND
091400         MOVE "ITEM ALREADY DISPUTED" TO WS-REJECT-REASON
091500         GO TO 3100-EXIT
091600     END-IF
091700*
091800     IF AC-TRANSACTION-TYPE (WS-ACTION-SUBSCRIPT) NOT = "DEBIT"
091900             AND AC-TRANSACTION-TYPE (WS-ACTION-SUBSCRIPT)
092000                 NOT = "FEE       "
092100             AND AC-TRANSACTION-TYPE (WS-ACTION-SUBSCRIPT)
092200                 NOT = "INT-CHARGE"
092300             AND AC-TRANSACTION-TYPE (WS-ACTION-SUBSCRIPT)
092400                 NOT = "ADJ-DEBIT "
092500             AND AC-TRANSACTION-TYPE (WS-ACTION-SUBSCRIPT)
092600                 NOT = "XFR-OUT   "
092700         MOVE "ITEM IS NOT A DEBIT" TO WS-REJECT-REASON
092800         GO TO 3100-EXIT
092900     END-IF
093000*
093100     IF AC-DISPUTED-AMOUNT (WS-ACTION-SUBSCRIPT)
093200             > AC-FACE-AMOUNT (WS-ACTION-SUBSCRIPT)
093300         MOVE "AMOUNT EXCEEDS ORIGINAL ITEM" TO WS-REJECT-REASON
093400         GO TO 3100-EXIT
093500     END-IF
093600*
093700     IF WS-CASE-COUNT NOT < 1000
093800         MOVE "CASE TABLE FULL - RERUN" TO WS-REJECT-REASON
093900         GO TO 3100-EXIT
094000     END-IF
094100*
094200     ADD 1 TO WS-CASE-COUNT
094300     MOVE WS-CASE-COUNT TO WS-CASE-SUBSCRIPT
094400     PERFORM 3150-BUILD-CASE THRU 3150-EXIT
094500*
094600     MOVE CS-CREDIT-DUE-DATE (WS-CASE-SUBSCRIPT)
094700         TO ON-CREDIT-DUE-DATE
094800     MOVE "OPEN" TO RL-ACTION
094900     MOVE WS-OPENED-NOTE TO RL-RESULT
095000     PERFORM 3800-WRITE-CASE-LINE THRU 3800-EXIT
095100     ADD 1 TO WS-OPENED-COUNT.
095200 3100-EXIT.
095300     EXIT.
095400*
095500*---------------------------------------------------------------*
095600*    3150-BUILD-CASE                                            *
095700*    A ZERO DISPUTED AMOUNT DISPUTES THE WHOLE ITEM.  A PARTIAL *
095800*    DISPUTE TAKES THE SAME SHARE OF WHAT THE ITEM POSTED, SO   *
095900*    THE CREDIT IS IN THE CURRENCY AND AT THE RATE IT POSTED.   *
096000*---------------------------------------------------------------*
096100 3150-BUILD-CASE.
096200     MOVE AC-CASE-ID (WS-ACTION-SUBSCRIPT)
096300         TO CS-CASE-ID (WS-CASE-SUBSCRIPT)
096400     MOVE AC-TRANSACTION-ID (WS-ACTION-SUBSCRIPT)
096500         TO CS-TRANSACTION-ID (WS-CASE-SUBSCRIPT)
096600     MOVE AC-ACCOUNT-ID (WS-ACTION-SUBSCRIPT)
096700         TO CS-ACCOUNT-ID (WS-CASE-SUBSCRIPT)
096800     MOVE AC-TRANSACTION-TYPE (WS-ACTION-SUBSCRIPT)
096900         TO CS-TRANSACTION-TYPE (WS-CASE-SUBSCRIPT)
097000     MOVE AC-POST-DATE (WS-ACTION-SUBSCRIPT)
097100         TO CS-ORIGINAL-POST-DATE (WS-CASE-SUBSCRIPT)
097200     MOVE AC-FACE-AMOUNT (WS-ACTION-SUBSCRIPT)
097300         TO CS-ORIGINAL-AMOUNT (WS-CASE-SUBSCRIPT)
097400     MOVE AC-CURRENCY-CODE (WS-ACTION-SUBSCRIPT)
097500         TO CS-CURRENCY-CODE (WS-CASE-SUBSCRIPT)
097600*
097700     IF AC-DISPUTED-AMOUNT (WS-ACTION-SUBSCRIPT) = ZERO
097800             OR AC-DISPUTED-AMOUNT (WS-ACTION-SUBSCRIPT)
097900                 = AC-FACE-AMOUNT (WS-ACTION-SUBSCRIPT)
098000         MOVE AC-FACE-AMOUNT (WS-ACTION-SUBSCRIPT)
098100             TO CS-DISPUTED-AMOUNT (WS-CASE-SUBSCRIPT)
098200         MOVE AC-BASE-AMOUNT (WS-ACTION-SUBSCRIPT)
098300             TO CS-CREDIT-AMOUNT (WS-CASE-SUBSCRIPT)
098400     ELSE
098500         MOVE AC-DISPUTED-AMOUNT (WS-ACTION-SUBSCRIPT)
098600             TO CS-DISPUTED-AMOUNT (WS-CASE-SUBSCRIPT)
098700         COMPUTE CS-CREDIT-AMOUNT (WS-CASE-SUBSCRIPT) ROUNDED =
098800             AC-BASE-AMOUNT (WS-ACTION-SUBSCRIPT)
098900             * AC-DISPUTED-AMOUNT (WS-ACTION-SUBSCRIPT)
099000             / AC-FACE-AMOUNT (WS-ACTION-SUBSCRIPT)
099100     END-IF
099200*
099300     MOVE AC-REASON-CODE (WS-ACTION-SUBSCRIPT)
099400         TO CS-REASON-CODE (WS-CASE-SUBSCRIPT)
099500     MOVE AC-USER-ID (WS-ACTION-SUBSCRIPT)
099600         TO CS-OPENED-BY (WS-CASE-SUBSCRIPT)
099700     MOVE WS-CURRENT-DATE TO CS-OPEN-DATE (WS-CASE-SUBSCRIPT)
099800*
099900     MOVE WS-CURRENT-DATE TO WS-ADD-FROM-DATE
100000     MOVE WS-CREDIT-DAYS  TO WS-ADD-DAY-COUNT
100100     PERFORM 5000-ADD-BUSINESS-DAYS THRU 5000-EXIT
100200     MOVE WS-ADD-RESULT-DATE
100300         TO CS-CREDIT-DUE-DATE (WS-CASE-SUBSCRIPT)
100400*
100500     COMPUTE WS-DATE-INTEGER = WS-TODAY-INTEGER + WS-RESOLVE-DAYS
100600     COMPUTE CS-RESOLVE-DUE-DATE (WS-CASE-SUBSCRIPT) =
100700         FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)
100800*
100900     MOVE ZERO   TO CS-CREDIT-DATE (WS-CASE-SUBSCRIPT)
101000     MOVE SPACES TO CS-RESOLUTION-CODE (WS-CASE-SUBSCRIPT)
101100     MOVE SPACES TO CS-RESOLVED-BY (WS-CASE-SUBSCRIPT)
101200     MOVE ZERO   TO CS-RESOLVE-DATE (WS-CASE-SUBSCRIPT)
101300     MOVE ZERO   TO CS-REVERSAL-DUE-DATE (WS-CASE-SUBSCRIPT)
101400     MOVE ZERO   TO CS-REVERSAL-DATE (WS-CASE-SUBSCRIPT)
101500     MOVE ZERO   TO CS-CLOSE-DATE (WS-CASE-SUBSCRIPT)
101600     MOVE "O"    TO CS-CASE-STATUS (WS-CASE-SUBSCRIPT)
101700     MOVE SPACES TO CS-HOLD-REASON (WS-CASE-SUBSCRIPT)
101800     MOVE "N"    TO CS-BACKED-OUT-SW (WS-CASE-SUBSCRIPT)
101900     MOVE "N"    TO CS-PURGE-SW (WS-CASE-SUBSCRIPT).
102000 3150-EXIT.
102100     EXIT.
102200*
102300*---------------------------------------------------------------*
102400*    3200-RESOLVE-FOR-CUSTOMER                                  *
102500*    A CREDITED CASE - OR ONE WAITING OUT ITS REVERSAL NOTICE - *
102600*    IS CLOSED WITH THE CREDIT FINAL.  A CASE NOT YET CREDITED  *
102700*    IS MARKED RESOLVED AND ITS CREDIT POSTS IN THE CASE PASS   *
102800*    BELOW, WHICH CLOSES IT.                                    *
102900*---------------------------------------------------------------*
103000 3200-RESOLVE-FOR-CUSTOMER.
103100     PERFORM 3850-VALIDATE-RESOLUTION THRU 3850-EXIT
103200     IF WS-REJECT-REASON NOT = SPACES
103300         GO TO 3200-EXIT
103400     END-IF
103500*
103600     MOVE "C" TO CS-RESOLUTION-CODE (WS-CASE-SUBSCRIPT)
103700     MOVE AC-USER-ID (WS-ACTION-SUBSCRIPT)
103800         TO CS-RESOLVED-BY (WS-CASE-SUBSCRIPT)
103900     MOVE WS-CURRENT-DATE TO CS-RESOLVE-DATE (WS-CASE-SUBSCRIPT)
104000     MOVE "RESOLVE-C" TO RL-ACTION
104100     ADD 1 TO WS-RESOLVED-COUNT
104200*
104300     IF CS-STATUS-OPEN (WS-CASE-SUBSCRIPT)
104400         MOVE "FOR CUSTOMER - CREDIT DUE NOW" TO RL-RESULT
104500         PERFORM 3800-WRITE-CASE-LINE THRU 3800-EXIT
104600         GO TO 3200-EXIT
104700     END-IF
104800*
104900     MOVE ZERO TO CS-REVERSAL-DUE-DATE (WS-CASE-SUBSCRIPT)
105000     MOVE SPACES TO CS-HOLD-REASON (WS-CASE-SUBSCRIPT)
105100     MOVE "F" TO CS-CASE-STATUS (WS-CASE-SUBSCRIPT)
105200     MOVE WS-CURRENT-DATE TO CS-CLOSE-DATE (WS-CASE-SUBSCRIPT)
105300     ADD 1 TO WS-CLOSED-COUNT
105400     MOVE "FOR CUSTOMER - CREDIT FINAL" TO RL-RESULT
105500     PERFORM 3800-WRITE-CASE-LINE THRU 3800-EXIT
105600*
105700     MOVE "F" TO WS-NOTICE-TYPE
105800     PERFORM 6000-WRITE-NOTICE THRU 6000-EXIT.
105900 3200-EXIT.
106000     EXIT.
106100*
106200*---------------------------------------------------------------*
106300*    3300-RESOLVE-FOR-BANK                                      *
106400*    A CASE NOT YET CREDITED IS DENIED AND CLOSED.  A CREDITED  *
106500*    CASE GETS ITS REVERSAL NOTICE AND A REVERSAL DATE          *
106600*    DSP-NOTICE-DAYS BUSINESS DAYS OUT; THE CASE PASS TAKES THE *
106700*    CREDIT BACK ON THAT DATE.                                  *
106800*---------------------------------------------------------------*
106900 3300-RESOLVE-FOR-BANK.
107000     PERFORM 3850-VALIDATE-RESOLUTION THRU 3850-EXIT
107100     IF WS-REJECT-REASON NOT = SPACES
107200         GO TO 3300-EXIT
107300     END-IF
107400     IF CS-STATUS-NOTICE-ISSUED (WS-CASE-SUBSCRIPT)
107500         MOVE "ALREADY RESOLVED FOR BANK" TO WS-REJECT-REASON
107600         GO TO 3300-EXIT
107700     END-IF
107800*
107900     MOVE "B" TO CS-RESOLUTION-CODE (WS-CASE-SUBSCRIPT)
108000     MOVE AC-USER-ID (WS-ACTION-SUBSCRIPT)
108100         TO CS-RESOLVED-BY (WS-CASE-SUBSCRIPT)
108200     MOVE WS-CURRENT-DATE TO CS-RESOLVE-DATE (WS-CASE-SUBSCRIPT)
108300     MOVE "RESOLVE-B" TO RL-ACTION
108400     ADD 1 TO WS-RESOLVED-COUNT
108500*
108600     IF CS-STATUS-OPEN (WS-CASE-SUBSCRIPT)
108700         MOVE SPACES TO CS-HOLD-REASON (WS-CASE-SUBSCRIPT)
108800         MOVE "D" TO CS-CASE-STATUS (WS-CASE-SUBSCRIPT)
108900         MOVE WS-CURRENT-DATE TO CS-CLOSE-DATE (WS-CASE-SUBSCRIPT)
109000         ADD 1 TO WS-CLOSED-COUNT
109100         MOVE "FOR BANK - DENIED, NO CREDIT" TO RL-RESULT
109200         PERFORM 3800-WRITE-CASE-LINE THRU 3800-EXIT
109300         MOVE "D" TO WS-NOTICE-TYPE
109400         PERFORM 6000-WRITE-NOTICE THRU 6000-EXIT
109500         GO TO 3300-EXIT
109600     END-IF
109700*
109800     MOVE WS-CURRENT-DATE TO WS-ADD-FROM-DATE
109900     MOVE WS-NOTICE-DAYS  TO WS-ADD-DAY-COUNT
110000     PERFORM 5000-ADD-BUSINESS-DAYS THRU 5000-EXIT
110100     MOVE WS-ADD-RESULT-DATE
110200         TO CS-REVERSAL-DUE-DATE (WS-CASE-SUBSCRIPT)
110300     MOVE "N" TO CS-CASE-STATUS (WS-CASE-SUBSCRIPT)
110400*
110500     MOVE WS-ADD-RESULT-DATE TO RN-REVERSAL-DUE-DATE
110600     MOVE WS-REVERSAL-NOTE TO RL-RESULT
110700     PERFORM 3800-WRITE-CASE-LINE THRU 3800-EXIT
110800     MOVE "R" TO WS-NOTICE-TYPE
110900     PERFORM 6000-WRITE-NOTICE THRU 6000-EXIT.
111000 3300-EXIT.
111100     EXIT.
111200*
111300 3800-WRITE-CASE-LINE.
111400     MOVE CS-CASE-ID (WS-CASE-SUBSCRIPT) TO RL-CASE-ID
111500     MOVE CS-TRANSACTION-ID (WS-CASE-SUBSCRIPT)
111600         TO RL-TRANSACTION-ID
111700     MOVE CS-CREDIT-AMOUNT (WS-CASE-SUBSCRIPT) TO RL-AMOUNT
111800     WRITE MAINT-REPORT-LINE FROM WS-REPORT-DETAIL-LINE.
111900 3800-EXIT.
112000     EXIT.
112100*
112200*---------------------------------------------------------------*
112300*    3850-VALIDATE-RESOLUTION                                   *
112400*    FINDS THE CASE A C OR B ACTION NAMES; LEAVES               *
112500*    WS-CASE-SUBSCRIPT ON IT.                                   *
112600*---------------------------------------------------------------*
112700 3850-VALIDATE-RESOLUTION.
112800     IF AC-USER-ID (WS-ACTION-SUBSCRIPT) = SPACES
112900         MOVE "USER ID MISSING" TO WS-REJECT-REASON
113000         GO TO 3850-EXIT
113100     END-IF
113200*
113300     PERFORM 3900-FIND-CASE THRU 3900-EXIT
113400     IF MATCH-NOT-FOUND
113500         MOVE "CASE NOT ON FILE" TO WS-REJECT-REASON
113600         GO TO 3850-EXIT
113700     END-IF
113800     MOVE WS-SEARCH-SUBSCRIPT TO WS-CASE-SUBSCRIPT
113900*
114000     IF CS-STATUS-CLOSED (WS-CASE-SUBSCRIPT)
114100         MOVE "CASE ALREADY CLOSED" TO WS-REJECT-REASON
114200     END-IF.
114300 3850-EXIT.
114400     EXIT.
114500*
114600 3900-FIND-CASE.
114700     SET MATCH-NOT-FOUND TO TRUE
114800     PERFORM 3910-TEST-CASE-ID THRU 3910-EXIT
114900         VARYING WS-SEARCH-SUBSCRIPT FROM 1 BY 1
115000         UNTIL WS-SEARCH-SUBSCRIPT > WS-CASE-COUNT
115100             OR MATCH-FOUND
115200     IF MATCH-FOUND
115300         SUBTRACT 1 FROM WS-SEARCH-SUBSCRIPT
115400     END-IF.
115500 3900-EXIT.
115600     EXIT.
115700*
115800 3910-TEST-CASE-ID.
115900     IF CS-CASE-ID (WS-SEARCH-SUBSCRIPT)
116000             = AC-CASE-ID (WS-ACTION-SUBSCRIPT)
116100         SET MATCH-FOUND TO TRUE
116200     END-IF.
116300 3910-EXIT.
116400     EXIT.
116500*
116600 3950-FIND-CASE-FOR-ITEM.
116700     SET MATCH-NOT-FOUND TO TRUE
116800     PERFORM 3960-TEST-CASE-ITEM THRU 3960-EXIT
116900         VARYING WS-SEARCH-SUBSCRIPT FROM 1 BY 1
117000         UNTIL WS-SEARCH-SUBSCRIPT > WS-CASE-COUNT
117100             OR MATCH-FOUND.
117200 3950-EXIT.
117300     EXIT.
117400*
117500 3960-TEST-CASE-ITEM.
117600     IF CS-TRANSACTION-ID (WS-SEARCH-SUBSCRIPT)
117700             = AC-TRANSACTION-ID (WS-ACTION-SUBSCRIPT)
117800         SET MATCH-FOUND TO TRUE
117900     END-IF.
118000 3960-EXIT.
118100     EXIT.
118200*
118300*---------------------------------------------------------------*
118400*    4000-PROCESS-CASE                                          *
118500*    THE DAILY PASS OVER EVERY CASE: CREDITS THAT ARE DUE (OR   *
118600*    RESOLVED FOR THE CUSTOMER), REVERSALS WHOSE NOTICE PERIOD  *
118700*    HAS RUN, OPEN CASES WHOSE ITEM WAS BACKED OUT, AND CLOSED  *
118800*    CASES PAST RETENTION.                                      *
118900*---------------------------------------------------------------*
119000 4000-PROCESS-CASE.
119100     EVALUATE TRUE
119200         WHEN CS-STATUS-OPEN (WS-CASE-SUBSCRIPT)
119300             IF CS-ITEM-BACKED-OUT (WS-CASE-SUBSCRIPT)
119400                 PERFORM 4300-CLOSE-BACKED-OUT-CASE THRU 4300-EXIT
119500             ELSE
119600                 IF CS-RESOLUTION-CODE (WS-CASE-SUBSCRIPT) = "C"
119700                         OR CS-CREDIT-DUE-DATE (WS-CASE-SUBSCRIPT)
119800                             NOT > WS-CURRENT-DATE
119900                     PERFORM 4100-POST-CREDIT THRU 4100-EXIT
120000                 END-IF
120100             END-IF
120200         WHEN CS-STATUS-NOTICE-ISSUED (WS-CASE-SUBSCRIPT)
120300             IF CS-REVERSAL-DUE-DATE (WS-CASE-SUBSCRIPT)
120400                     NOT > WS-CURRENT-DATE
120500                 PERFORM 4200-POST-REVERSAL THRU 4200-EXIT
120600             END-IF
120700         WHEN CS-STATUS-CLOSED (WS-CASE-SUBSCRIPT)
120800             PERFORM 4400-TEST-RETENTION THRU 4400-EXIT
120900         WHEN OTHER
121000             CONTINUE
121100     END-EVALUATE
121200*
121300     IF CS-STATUS-OPEN (WS-CASE-SUBSCRIPT)
121400             OR CS-STATUS-CREDITED (WS-CASE-SUBSCRIPT)
121500             OR CS-STATUS-NOTICE-ISSUED (WS-CASE-SUBSCRIPT)
121600         ADD 1 TO WS-OPEN-CASE-COUNT
121700     END-IF.
121800 4000-EXIT.
121900     EXIT.
122000*
122100*---------------------------------------------------------------*
122200*    4100-POST-CREDIT                                           *
122300*    THE PROVISIONAL (OR, FOR A CASE ALREADY RESOLVED FOR THE   *
122400*    CUSTOMER, FINAL) CREDIT.  AN ACCOUNT THE CHAIN WOULD NOT   *
122500*    POST TO HOLDS THE CREDIT FOR THE NEXT RUN.  A CREDIT       *
122510*    POSTCTL SHOWS ALREADY POSTED THIS BUSINESS DATE MOVES THE  *
122520*    CASE ON WITHOUT POSTING AGAIN.                             *
122600*---------------------------------------------------------------*
122700 4100-POST-CREDIT.
122800     MOVE "CREDIT" TO RL-ACTION
122810     PERFORM 4700-CHECK-CASE-POSTED THRU 4700-EXIT
122820     IF PCC-SKIP-ITEM
122830         GO TO 4100-UPDATE-CASE
122840     END-IF
122850*
122900     PERFORM 4500-READ-CASE-ACCOUNT THRU 4500-EXIT
123000     IF WS-REJECT-REASON NOT = SPACES
123100         PERFORM 4900-HOLD-POSTING THRU 4900-EXIT
123200         GO TO 4100-EXIT
123300     END-IF
123400*
123500     ADD CS-CREDIT-AMOUNT (WS-CASE-SUBSCRIPT)
123600         TO AF-ACCOUNT-BALANCE
123700     REWRITE ACCOUNT-FILE-RECORD
123710     IF NOT ACCT-FILE-OK
123720         DISPLAY "DISPUTECASEMAINT: REWRITE FAILED FOR ACCOUNT "
123730             AF-ACCOUNT-ID " - STATUS " WS-ACCT-FILE-STATUS
123740         SET REWRITE-HAS-FAILED TO TRUE
123750         MOVE "ACCTFILE REWRITE FAILED" TO WS-REJECT-REASON
123760         PERFORM 4900-HOLD-POSTING THRU 4900-EXIT
123770         GO TO 4100-EXIT
123780     END-IF
123800*
123900     MOVE "DSP-CREDIT" TO WS-RESULT-TYPE
124000     PERFORM 4600-WRITE-DISPUTE-RESULT THRU 4600-EXIT
124100     ADD 1 TO DT-CREDIT-COUNT.
124200 4100-UPDATE-CASE.
124300     MOVE WS-CURRENT-DATE TO CS-CREDIT-DATE (WS-CASE-SUBSCRIPT)
124400     MOVE SPACES TO CS-HOLD-REASON (WS-CASE-SUBSCRIPT)
124500*
124600     IF CS-RESOLUTION-CODE (WS-CASE-SUBSCRIPT) = "C"
124700         MOVE "F" TO CS-CASE-STATUS (WS-CASE-SUBSCRIPT)
124800         MOVE WS-CURRENT-DATE TO CS-CLOSE-DATE (WS-CASE-SUBSCRIPT)
124900         ADD 1 TO WS-CLOSED-COUNT
125000         MOVE "FINAL CREDIT POSTED" TO RL-RESULT
125100         PERFORM 3800-WRITE-CASE-LINE THRU 3800-EXIT
125200         MOVE "F" TO WS-NOTICE-TYPE
125300         PERFORM 6000-WRITE-NOTICE THRU 6000-EXIT
125400     ELSE
125500         MOVE "P" TO CS-CASE-STATUS (WS-CASE-SUBSCRIPT)
125600         MOVE "PROVISIONAL CREDIT POSTED" TO RL-RESULT
125700         PERFORM 3800-WRITE-CASE-LINE THRU 3800-EXIT
125800     END-IF.
125900 4100-EXIT.
126000     EXIT.
126100*
126200*---------------------------------------------------------------*
126300*    4200-POST-REVERSAL                                         *
126400*    TAKES THE PROVISIONAL CREDIT BACK ONCE THE NOTICE PERIOD   *
126500*    HAS RUN.  THE OVERDRAFT GUARD APPLIES AS TO ANY DEBIT: A   *
126600*    REVERSAL THE BALANCE CANNOT COVER IS HELD AND TRIED AGAIN  *
126700*    NEXT RUN.  A REVERSAL POSTCTL SHOWS ALREADY POSTED THIS    *
126710*    BUSINESS DATE CLOSES THE CASE WITHOUT POSTING AGAIN.       *
126800*---------------------------------------------------------------*
126900 4200-POST-REVERSAL.
127000     MOVE "REVERSAL" TO RL-ACTION
127010     PERFORM 4700-CHECK-CASE-POSTED THRU 4700-EXIT
127020     IF PCC-SKIP-ITEM
127030         GO TO 4200-UPDATE-CASE
127040     END-IF
127050*
127100     PERFORM 4500-READ-CASE-ACCOUNT THRU 4500-EXIT
127200     IF WS-REJECT-REASON = SPACES
127300             AND CS-CREDIT-AMOUNT (WS-CASE-SUBSCRIPT)
127400                 > AF-ACCOUNT-BALANCE
127500         MOVE "INSUFFICIENT FUNDS TO REVERSE"
127600             TO WS-REJECT-REASON
127700     END-IF
127800     IF WS-REJECT-REASON NOT = SPACES
127900         PERFORM 4900-HOLD-POSTING THRU 4900-EXIT
128000         GO TO 4200-EXIT
128100     END-IF
128200*
128300     SUBTRACT CS-CREDIT-AMOUNT (WS-CASE-SUBSCRIPT)
128400         FROM AF-ACCOUNT-BALANCE
128500     REWRITE ACCOUNT-FILE-RECORD
128510     IF NOT ACCT-FILE-OK
128520         DISPLAY "DISPUTECASEMAINT: REWRITE FAILED FOR ACCOUNT "
128530             AF-ACCOUNT-ID " - STATUS " WS-ACCT-FILE-STATUS
128540         SET REWRITE-HAS-FAILED TO TRUE
128550         MOVE "ACCTFILE REWRITE FAILED" TO WS-REJECT-REASON
128560         PERFORM 4900-HOLD-POSTING THRU 4900-EXIT
128570         GO TO 4200-EXIT
128580     END-IF
128600*
128700     MOVE "DSP-DEBIT " TO WS-RESULT-TYPE
128800     PERFORM 4600-WRITE-DISPUTE-RESULT THRU 4600-EXIT
128900     ADD 1 TO DT-REVERSAL-COUNT.
129000 4200-UPDATE-CASE.
129100     MOVE WS-CURRENT-DATE TO CS-REVERSAL-DATE (WS-CASE-SUBSCRIPT)
129200     MOVE SPACES TO CS-HOLD-REASON (WS-CASE-SUBSCRIPT)
129300     MOVE "D" TO CS-CASE-STATUS (WS-CASE-SUBSCRIPT)
129400     MOVE WS-CURRENT-DATE TO CS-CLOSE-DATE (WS-CASE-SUBSCRIPT)
129500     ADD 1 TO WS-CLOSED-COUNT
129600     MOVE "CREDIT REVERSED - CASE CLOSED" TO RL-RESULT
129700     PERFORM 3800-WRITE-CASE-LINE THRU 3800-EXIT.
129800 4200-EXIT.
129900     EXIT.
130000*
130100 4300-CLOSE-BACKED-OUT-CASE.
130200     MOVE "X" TO CS-CASE-STATUS (WS-CASE-SUBSCRIPT)
130300     MOVE WS-CURRENT-DATE TO CS-CLOSE-DATE (WS-CASE-SUBSCRIPT)
130400     MOVE SPACES TO CS-HOLD-REASON (WS-CASE-SUBSCRIPT)
130500     ADD 1 TO WS-CLOSED-COUNT
130600     MOVE "CLOSED" TO RL-ACTION
130700     MOVE "ITEM RETURNED OR REVERSED" TO RL-RESULT
130800     PERFORM 3800-WRITE-CASE-LINE THRU 3800-EXIT.
130900 4300-EXIT.
131000     EXIT.
131100*
131200 4400-TEST-RETENTION.
131300     MOVE CS-CLOSE-DATE (WS-CASE-SUBSCRIPT) TO WS-ADD-FROM-DATE
131400     COMPUTE WS-CLOSE-INTEGER =
131500         FUNCTION INTEGER-OF-DATE (WS-ADD-FROM-DATE)
131600     IF WS-CLOSE-INTEGER + WS-RETAIN-DAYS < WS-TODAY-INTEGER
131700         MOVE "Y" TO CS-PURGE-SW (WS-CASE-SUBSCRIPT)
131800         ADD 1 TO WS-PURGED-COUNT
131900     END-IF.
132000 4400-EXIT.
132100     EXIT.
132200*
132300*---------------------------------------------------------------*
132400*    4500-READ-CASE-ACCOUNT                                     *
132500*    THE POSTING RULES ADJUSTMENTENTRY AND THE CHAIN APPLY: THE *
132600*    ACCOUNT MUST BE ON FILE AND NOT CLOSED, AND A FROZEN OR    *
132700*    DORMANT ACCOUNT IS HELD AS THE CHAIN HOLDS IT.             *
132800*---------------------------------------------------------------*
132900 4500-READ-CASE-ACCOUNT.
133000     MOVE SPACES TO WS-REJECT-REASON
133100     MOVE CS-ACCOUNT-ID (WS-CASE-SUBSCRIPT) TO AF-ACCOUNT-ID
133200     READ ACCOUNT-FILE
133300         INVALID KEY
133400             MOVE "ACCOUNT NOT ON FILE" TO WS-REJECT-REASON
133500             GO TO 4500-EXIT
133600     END-READ
133700*
133800     EVALUATE AF-ACCOUNT-STATUS
133900         WHEN "C"
134000             MOVE "ACCOUNT CLOSED" TO WS-REJECT-REASON
134100         WHEN "F"
134200             MOVE "ACCOUNT FROZEN" TO WS-REJECT-REASON
134300         WHEN "D"
134400             MOVE "ACCOUNT DORMANT" TO WS-REJECT-REASON
134500         WHEN OTHER
134600             CONTINUE
134700     END-EVALUATE.
134800 4500-EXIT.
134900     EXIT.
135000*
135100*---------------------------------------------------------------*
135200*    4600-WRITE-DISPUTE-RESULT                                  *
135300*    A SETTLED ROW UNDER THE ORIGINAL TRANSACTION-ID, IN THE    *
135400*    ACCOUNT-CURRENCY AMOUNT THAT MOVED, AS NETWORKRETURNS      *
135500*    WRITES ITS ROWS - SO THE PROOF AND THE GL EXTRACT BOOK     *
135600*    EXACTLY WHAT POSTED.  HISTORYARCHIVE FILES IT ON ACCTHIST  *
135650*    BY TYPE.                                                   *
135700*---------------------------------------------------------------*
135800 4600-WRITE-DISPUTE-RESULT.
135817     MOVE AF-CURRENCY-CODE TO WS-ACCOUNT-CURRENCY
135833     IF WS-ACCOUNT-CURRENCY = SPACES
135850         MOVE "USD" TO WS-ACCOUNT-CURRENCY
135867     END-IF
135883*
135900     MOVE CS-TRANSACTION-ID (WS-CASE-SUBSCRIPT)
136000         TO TR-TRANSACTION-ID
136100     MOVE WS-RESULT-TYPE         TO TR-TRANSACTION-TYPE
136200     MOVE CS-CREDIT-AMOUNT (WS-CASE-SUBSCRIPT)
136300         TO TR-TRANSACTION-AMOUNT
136400     MOVE WS-ACCOUNT-CURRENCY    TO TR-CURRENCY-CODE
136500     MOVE CS-ACCOUNT-ID (WS-CASE-SUBSCRIPT)
136600         TO TR-ACCOUNT-ID
136700     MOVE ZERO                   TO TR-RISK-SCORE
136800     MOVE "N"                    TO TR-REVIEW-REQUIRED
136900     MOVE "Y"                    TO TR-COMPLIANT
137000     MOVE "N"                    TO TR-REJECTED
137100     MOVE SPACES                 TO TR-REJECT-REASON
137200     MOVE BD-BUSINESS-DATE       TO TR-PROCESS-DATE
137300     MOVE BD-RUN-NUMBER          TO TR-RUN-NUMBER
137400     MOVE SPACES                 TO TR-CHANNEL-ID
137420     MOVE CS-CREDIT-AMOUNT (WS-CASE-SUBSCRIPT)
137440         TO TR-POSTED-AMOUNT
137460     MOVE WS-ACCOUNT-CURRENCY    TO TR-POSTED-CURRENCY
137480     MOVE 1                      TO TR-POSTED-RATE
137500     WRITE TRANSACTION-RESULT-RECORD
137600*
137700     ADD 1 TO DT-POSTED-COUNT
137800     ADD CS-CREDIT-AMOUNT (WS-CASE-SUBSCRIPT) TO DT-POSTED-AMOUNT
137810*
137820     MOVE CS-CASE-ID (WS-CASE-SUBSCRIPT)    TO PCC-ITEM-ID
137830     MOVE CS-ACCOUNT-ID (WS-CASE-SUBSCRIPT) TO PCC-ACCOUNT-ID
137840     MOVE 1                                 TO PCC-FOLD-COUNT
137850     MOVE CS-CREDIT-AMOUNT (WS-CASE-SUBSCRIPT)
137860         TO PCC-FOLD-AMOUNT
137870     SET PCC-WRITE-ITEM TO TRUE
137880     PERFORM 8000-CALL-POSTING-CONTROL THRU 8000-EXIT.
137900 4600-EXIT.
138000     EXIT.
138005*
138010*---------------------------------------------------------------*
138015*    4700-CHECK-CASE-POSTED                                     *
138020*    A CASE MOVES MONEY AT MOST ONCE A DAY, SO ITS CASE-ID IS   *
138025*    THE POSTCTL ITEM.  A SKIPPED POSTING IS LISTED ON DSPRPT.  *
138030*---------------------------------------------------------------*
138035 4700-CHECK-CASE-POSTED.
138040     MOVE CS-CASE-ID (WS-CASE-SUBSCRIPT) TO PCC-ITEM-ID
138045     SET PCC-CHECK-ITEM TO TRUE
138050     PERFORM 8000-CALL-POSTING-CONTROL THRU 8000-EXIT
138055     IF PCC-SKIP-ITEM
138060         MOVE "ALREADY POSTED - NOT REPOSTED" TO RL-RESULT
138065         PERFORM 3800-WRITE-CASE-LINE THRU 3800-EXIT
138070     END-IF.
138075 4700-EXIT.
138080     EXIT.
138100*
138200 4900-HOLD-POSTING.
138300     MOVE WS-REJECT-REASON TO CS-HOLD-REASON (WS-CASE-SUBSCRIPT)
138400     MOVE WS-REJECT-REASON TO RL-RESULT
138500     MOVE SPACES TO WS-REJECT-REASON
138600     PERFORM 3800-WRITE-CASE-LINE THRU 3800-EXIT
138700     ADD 1 TO WS-HELD-COUNT
138800     SET RUN-HAS-WARNING TO TRUE.
138900 4900-EXIT.
139000     EXIT.
139100*
139200*---------------------------------------------------------------*
139300*    5000-ADD-BUSINESS-DAYS                                     *
139400*    WS-ADD-RESULT-DATE IS WS-ADD-DAY-COUNT BUSINESS DAYS AFTER *
139500*    WS-ADD-FROM-DATE ON THE HOLCAL CALENDAR.  WITHOUT A USABLE *
139600*    CALENDAR THE SAME NUMBER OF CALENDAR DAYS IS ADDED - NEVER *
139700*    LATER THAN THE TRUE DEADLINE.                              *
139800*---------------------------------------------------------------*
139900 5000-ADD-BUSINESS-DAYS.
140000     MOVE WS-ADD-FROM-DATE TO WS-ADD-RESULT-DATE
140100     IF CALENDAR-AVAILABLE
140200         PERFORM 5100-STEP-BUSINESS-DAY THRU 5100-EXIT
140300             WS-ADD-DAY-COUNT TIMES
140400         IF CALENDAR-AVAILABLE
140500             GO TO 5000-EXIT
140600         END-IF
140700     END-IF
140800*
140900     COMPUTE WS-DATE-INTEGER =
141000         FUNCTION INTEGER-OF-DATE (WS-ADD-FROM-DATE)
141100         + WS-ADD-DAY-COUNT
141200     COMPUTE WS-ADD-RESULT-DATE =
141300         FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER).
141400 5000-EXIT.
141500     EXIT.
141600*
141700 5100-STEP-BUSINESS-DAY.
141800     IF CALENDAR-UNAVAILABLE
141900         GO TO 5100-EXIT
142000     END-IF
142100     SET BDC-NEXT-BUSINESS-DAY TO TRUE
142200     MOVE WS-ADD-RESULT-DATE TO BDC-FROM-DATE
142300     CALL 'BusinessDayCalc' USING BUSINESS-DAY-COMM-AREA
142400     IF RETURN-CODE = ZERO
142500         MOVE BDC-RESULT-DATE TO WS-ADD-RESULT-DATE
142600     ELSE
142700         DISPLAY "DISPUTECASEMAINT: WARNING - HOLCAL CALENDAR "
142800             "FAILED, BUSINESS-DAY DEADLINES SET IN CALENDAR DAYS"
142900         SET CALENDAR-UNAVAILABLE TO TRUE
143000         SET RUN-HAS-WARNING TO TRUE
143100         MOVE ZERO TO RETURN-CODE
143200     END-IF.
143300 5100-EXIT.
143400     EXIT.
143500*
143600*---------------------------------------------------------------*
143700*    6000-WRITE-NOTICE                                          *
143800*    THE CUSTOMER NOTICE FOR A RESOLUTION, TYPE WS-NOTICE-TYPE. *
143900*    THE CUSTOMER-ID COMES FROM THE MASTER; AN ACCOUNT NO       *
144000*    LONGER ON FILE STILL GETS ITS NOTICE ROW, WITH A BLANK     *
144100*    CUSTOMER-ID FOR THE VENDOR TO QUERY.                       *
144200*---------------------------------------------------------------*
144300 6000-WRITE-NOTICE.
144400     MOVE CS-CASE-ID (WS-CASE-SUBSCRIPT)    TO DN-CASE-ID
144500     MOVE CS-ACCOUNT-ID (WS-CASE-SUBSCRIPT) TO DN-ACCOUNT-ID
144600     MOVE CS-TRANSACTION-ID (WS-CASE-SUBSCRIPT)
144700         TO DN-TRANSACTION-ID
144800     MOVE WS-NOTICE-TYPE                    TO DN-NOTICE-TYPE
144900     MOVE CS-CREDIT-AMOUNT (WS-CASE-SUBSCRIPT) TO DN-AMOUNT
145000     MOVE WS-CURRENT-DATE                   TO DN-NOTICE-DATE
145100     IF DN-NOTICE-REVERSAL
145200         MOVE CS-REVERSAL-DUE-DATE (WS-CASE-SUBSCRIPT)
145300             TO DN-REVERSAL-DATE
145400     ELSE
145500         MOVE ZERO TO DN-REVERSAL-DATE
145600     END-IF
145700*
145800     MOVE CS-ACCOUNT-ID (WS-CASE-SUBSCRIPT) TO AF-ACCOUNT-ID
145900     READ ACCOUNT-FILE
146000         INVALID KEY
146100             MOVE SPACES TO DN-CUSTOMER-ID
146200         NOT INVALID KEY
146300             MOVE AF-CUSTOMER-ID TO DN-CUSTOMER-ID
146400     END-READ
146500*
146600     WRITE DISPUTE-NOTICE-RECORD
146700     ADD 1 TO WS-NOTICE-COUNT.
146800 6000-EXIT.
146900     EXIT.
147000*
147100*---------------------------------------------------------------*
147200*    7000-UPDATE-CONTROL-TOTALS                                 *
147300*    FOLDS THE DAY'S DISPUTE POSTINGS INTO CTLTOTAL, AS THE     *
147400*    ADJUSTMENT AND RETURN STEPS DO - POSTCTL'S UNFOLDED        *
147410*    POSTINGS FOR THE DATE, SO A FAILED EARLIER RUN'S ARE       *
147420*    FOLDED TOO AND NONE TWICE.                                 *
147500*---------------------------------------------------------------*
147600 7000-UPDATE-CONTROL-TOTALS.
147610     IF POSTCTL-NOT-OPEN
147620         GO TO 7000-EXIT
147630     END-IF
147640     SET PCC-UNFOLDED-TOTALS TO TRUE
147650     PERFORM 8000-CALL-POSTING-CONTROL THRU 8000-EXIT
147700     IF PCC-UNFOLDED-COUNT = ZERO
147800         GO TO 7000-EXIT
147900     END-IF
148000*
148100     OPEN INPUT CONTROL-TOTALS-FILE
148200     IF NOT CTLTOT-FILE-OK
148300         GO TO 7000-EXIT
148400     END-IF
148500     READ CONTROL-TOTALS-FILE INTO WS-CONTROL-TOTALS
148600         AT END
148700             CLOSE CONTROL-TOTALS-FILE
148800             GO TO 7000-EXIT
148900     END-READ
149000     CLOSE CONTROL-TOTALS-FILE
149100*
149200     ADD PCC-UNFOLDED-COUNT  TO CTW-TRANSACTION-COUNT
149300     ADD PCC-UNFOLDED-AMOUNT TO CTW-TOTAL-AMOUNT
149400*
149500     OPEN OUTPUT CONTROL-TOTALS-FILE
149600     WRITE CONTROL-TOTALS-RECORD FROM WS-CONTROL-TOTALS
149700     CLOSE CONTROL-TOTALS-FILE
149750     SET PCC-TOTALS-FOLDED TO TRUE.
149800 7000-EXIT.
149900     EXIT.
150000*
150100*---------------------------------------------------------------*
150200*    9000-TERMINATE                                             *
150300*    WRITES EVERY CASE NOT PAST RETENTION TO DSPCASEO, FOLDS    *
150400*    THE POSTINGS INTO CTLTOTAL, AND PRINTS THE TOTALS.  A      *
150410*    POSTCTL ERROR ENDS THE RUN WITH RETURN CODE 8.             *
150500*---------------------------------------------------------------*
150600 9000-TERMINATE.
150700     IF POSTING-FILES-OPEN
150800         PERFORM 9100-WRITE-CASE THRU 9100-EXIT
150900             VARYING WS-CASE-SUBSCRIPT FROM 1 BY 1
151000             UNTIL WS-CASE-SUBSCRIPT > WS-CASE-COUNT
151100         CLOSE CASE-OUT-FILE
151200         CLOSE ACCOUNT-FILE
151300         CLOSE TRANSACTION-RESULT-FILE
151400         CLOSE NOTICE-FILE
151500     END-IF
151600*
151650     SET PCC-TOTALS-NOT-FOLDED TO TRUE
151700     PERFORM 7000-UPDATE-CONTROL-TOTALS THRU 7000-EXIT
151800*
151810     IF POSTCTL-OPEN
151820         SET PCC-CLOSE-REGISTRY TO TRUE
151830         PERFORM 8000-CALL-POSTING-CONTROL THRU 8000-EXIT
151840     END-IF
151850*
151900     IF REPORT-FILE-OK
152000         MOVE SPACES TO MAINT-REPORT-LINE
152100         WRITE MAINT-REPORT-LINE
152200         MOVE WS-ACTIONS-READ-COUNT TO TL-ACTIONS-READ-COUNT
152300         MOVE WS-OPENED-COUNT       TO TL-OPENED-COUNT
152400         MOVE WS-RESOLVED-COUNT     TO TL-RESOLVED-COUNT
152500         MOVE WS-REJECTED-COUNT     TO TL-REJECTED-COUNT
152600         WRITE MAINT-REPORT-LINE FROM WS-REPORT-TOTAL-LINE-1
152700         MOVE DT-CREDIT-COUNT       TO TL-CREDIT-COUNT
152800         MOVE DT-REVERSAL-COUNT     TO TL-REVERSAL-COUNT
152900         MOVE WS-HELD-COUNT         TO TL-HELD-COUNT
153000         MOVE WS-CLOSED-COUNT       TO TL-CLOSED-COUNT
153100         WRITE MAINT-REPORT-LINE FROM WS-REPORT-TOTAL-LINE-2
153200         MOVE DT-POSTED-AMOUNT      TO TL-POSTED-AMOUNT
153300         MOVE WS-OPEN-CASE-COUNT    TO TL-OPEN-CASE-COUNT
153400         MOVE WS-PURGED-COUNT       TO TL-PURGED-COUNT
153500         WRITE MAINT-REPORT-LINE FROM WS-REPORT-TOTAL-LINE-3
153600         CLOSE MAINT-REPORT-FILE
153700     END-IF
153800*
153900     DISPLAY "DISPUTECASEMAINT: " WS-OPENED-COUNT " OPENED, "
154000         WS-RESOLVED-COUNT " RESOLVED, " WS-REJECTED-COUNT
154100         " REJECTED, " DT-POSTED-COUNT " POSTING(S), "
154200         WS-HELD-COUNT " HELD"
154210     IF POSTCTL-OPEN AND PCC-SKIPPED-COUNT > ZERO
154220         DISPLAY "DISPUTECASEMAINT: " PCC-SKIPPED-COUNT
154230             " CASE POSTING(S) ALREADY MADE THIS BUSINESS DATE - "
154240             "SKIPPED"
154250     END-IF
154300*
154400     EVALUATE TRUE
154500         WHEN RUN-ABORTED
154600             MOVE 16 TO RETURN-CODE
154620         WHEN POSTCTL-HAD-ERROR
154650             MOVE 8 TO RETURN-CODE
154660         WHEN REWRITE-HAS-FAILED
154670             MOVE 8 TO RETURN-CODE
154700         WHEN WS-REJECTED-COUNT > ZERO
154800         WHEN RUN-HAS-WARNING
154900             MOVE 4 TO RETURN-CODE
155000         WHEN OTHER
155100             MOVE ZERO TO RETURN-CODE
155200     END-EVALUATE.
155300 9000-EXIT.
155400     EXIT.
155500*
155600 9100-WRITE-CASE.
155700     IF CS-PURGE (WS-CASE-SUBSCRIPT)
155800         GO TO 9100-EXIT
155900     END-IF
156000     MOVE WS-CASE-ENTRY (WS-CASE-SUBSCRIPT) TO CASE-OUT-RECORD
156100     WRITE CASE-OUT-RECORD.
156200 9100-EXIT.
156300     EXIT.
156400*
156500*---------------------------------------------------------------*
156600*    8000-CALL-POSTING-CONTROL                                  *
156700*    ANY ERROR THE REGISTRY REPORTS IS KEPT FOR THE RUN'S       *
156800*    RETURN CODE, WHICH 9000-TERMINATE SETS.                    *
156900*---------------------------------------------------------------*
157000 8000-CALL-POSTING-CONTROL.
157100     CALL 'PostingControl' USING POSTING-CONTROL-COMM-AREA
157200     IF RETURN-CODE NOT = ZERO
157300         SET POSTCTL-HAD-ERROR TO TRUE
157400     END-IF.
157500 8000-EXIT.
157600     EXIT.
