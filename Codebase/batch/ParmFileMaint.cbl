000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ParmFileMaint.
000300 AUTHOR. D. OKAFOR - PAYMENTS SYSTEMS GROUP.
000400 INSTALLATION. RETAIL PAYMENTS PROCESSING CENTER.
000500 DATE-WRITTEN. 2026-10-11.
000600 DATE-COMPILED.
000700*
000800*****************************************************************
000900*                                                               *
001000*    PARMFILEMAINT                                              *
001100*                                                               *
001200*    CONTROLLED MAINTENANCE FOR THE KEY=VALUE PARAMETER FILES   *
001300*    THE CHAIN READS - RISKPARM, INTPARM, RETNPARM, STMTPARM,   *
001350*    DSPPARM, RECNPARM, DORMPARM, REVPPARM, AND TAXPARM - ON    *
001400*    THE SAME MAKER/CHECKER FOOTING AS THE MASTER-FILE          *
001500*    MAINTENANCE JOBS.  RUNS FIRST IN THE DAY, SO A CHANGE DUE  *
001600*    ON THE BUSINESS DATE IS IN THE LIVE FILE BEFORE ANY STEP   *
001700*    READS IT.                                                  *
001800*                                                               *
001900*    PARMMNT CARRIES THE DAY'S ACTIONS:                         *
002000*                                                               *
002100*        R  REQUEST A CHANGE - FILE, KEY, NEW VALUE, EFFECTIVE  *
002200*           DATE (BLANK = THE BUSINESS DATE), AND THE MAKER     *
002300*        A  APPROVE A PENDING CHANGE - BY ANY USER OTHER THAN   *
002400*           ITS MAKER                                           *
002500*        X  WITHDRAW A PENDING OR APPROVED CHANGE NOT YET       *
002600*           APPLIED                                             *
002700*                                                               *
002800*    EVERY ACTION - ACCEPTED OR REJECTED - WRITES AN AUDIT ROW  *
002900*    TO PARMAUDT.  OPEN CHANGES ARE CARRIED ON PARMPEND         *
003000*    (PARMPNDO, PROMOTED BY OPS).  AN APPROVED CHANGE WHOSE     *
003100*    EFFECTIVE DATE HAS ARRIVED IS WRITTEN INTO THE LIVE FILE   *
003200*    - REPLACING THE KEY'S LINE, OR ADDING ONE - AND ITS        *
003300*    BEFORE/AFTER AUDIT ROW (ACTION P) IS WRITTEN.  CHANGES     *
003400*    TO THE SAME FILE APPLY IN THE ORDER THEY WERE REQUESTED.   *
003500*                                                               *
003600*    VALIDATION RULES.                                          *
003700*    - THE FILE MUST BE ONE OF THE NINE ABOVE AND THE KEY ONE   *
003800*      THE CHAIN READS FROM THAT FILE (WS-PARM-CATALOG).        *
003900*    - THE VALUE MUST BE 1-9 WHOLE DIGITS WITHIN THE KEY'S      *
004000*      RANGE; A DATE KEY MUST HOLD A REAL CALENDAR DATE.        *
004100*    - THE EFFECTIVE DATE MUST BE A REAL DATE NOT BEFORE THE    *
004200*      BUSINESS DATE.                                           *
004300*    - THE CHANGE-ID MUST BE NEW, AND ONLY ONE CHANGE MAY BE    *
004400*      OPEN FOR A FILE AND KEY AT A TIME.                       *
004500*    - THE MAKER CANNOT APPROVE THEIR OWN CHANGE.               *
004600*                                                               *
004700*    PARMRPT LISTS THE DAY'S ACTIONS, THE CHANGES APPLIED, THE  *
004800*    CHANGES STILL OPEN, AND THE FULL SET OF VALUES IN FORCE    *
004900*    FOR THE BUSINESS DATE IN EVERY FILE, WITH THE COMPILED-IN  *
005000*    DEFAULT SHOWN FOR AN ABSENT KEY.  A VALUE OUTSIDE ITS      *
005100*    RANGE, A REQUIRED KEY THAT IS NOT SET, OR A KEY THE CHAIN  *
005200*    DOES NOT READ (A HAND-EDIT TYPO) IS FLAGGED AND ENDS THE   *
005300*    RUN WITH RETURN CODE 4, AS DOES A REJECTED ACTION.         *
005400*                                                                *
005500*    MODIFICATION HISTORY.                                      *
005600*    ---------------------------------------------------------- *
005700*    2026-10-11  DO  INITIAL VERSION.                            *
005720*    2026-10-12  DO  DSPPARM, THE DISPUTE DEADLINES READ BY      *
005740*                    DISPUTECASEMAINT, IS NOW A FIFTH LIVE       *
005760*                    FILE.                                       *
005770*    2026-10-15  DO  RECNPARM, THE RECONCILIATION SETTINGS READ  *
005780*                    BY SETTLEMENTRECON, IS NOW A SIXTH LIVE     *
005790*                    FILE.                                       *
005792*    2026-10-15  DO  DORMPARM (DORMANCYREVIEW), REVPPARM         *
005794*                    (REVIEWPRODUCTIVITY), AND TAXPARM           *
005796*                    (INTERESTTAXYEAREND) ARE NOW LIVE FILES.    *
005800*                                                                *
005900*****************************************************************
006000 ENVIRONMENT DIVISION.
006100 INPUT-OUTPUT SECTION.
006200 FILE-CONTROL.
006300     SELECT MAINT-FEED-FILE ASSIGN TO "PARMMNT"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-MAINT-FILE-STATUS.
006600*
006700     SELECT PENDING-FILE ASSIGN TO "PARMPEND"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-PEND-FILE-STATUS.
007000*
007100     SELECT PENDING-OUT-FILE ASSIGN TO "PARMPNDO"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-PEND-OUT-FILE-STATUS.
007400*
007500     SELECT AUDIT-TRAIL-FILE ASSIGN TO "PARMAUDT"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-AUDIT-FILE-STATUS.
007800*
007900     SELECT MAINT-REPORT-FILE ASSIGN TO "PARMRPT"
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS WS-REPORT-FILE-STATUS.
008200*
008300     SELECT RISK-PARM-FILE ASSIGN TO "RISKPARM"
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS WS-LIVE-FILE-STATUS.
008600*
008700     SELECT INTEREST-PARM-FILE ASSIGN TO "INTPARM"
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         FILE STATUS IS WS-LIVE-FILE-STATUS.
009000*
009100     SELECT RETENTION-PARM-FILE ASSIGN TO "RETNPARM"
009200         ORGANIZATION IS LINE SEQUENTIAL
009300         FILE STATUS IS WS-LIVE-FILE-STATUS.
009400*
009500     SELECT STATEMENT-PARM-FILE ASSIGN TO "STMTPARM"
009600         ORGANIZATION IS LINE SEQUENTIAL
009700         FILE STATUS IS WS-LIVE-FILE-STATUS.
009720*
009740     SELECT DISPUTE-PARM-FILE ASSIGN TO "DSPPARM"
009760         ORGANIZATION IS LINE SEQUENTIAL
009780         FILE STATUS IS WS-LIVE-FILE-STATUS.
009782*
009783     SELECT RECON-PARM-FILE ASSIGN TO "RECNPARM"
009784         ORGANIZATION IS LINE SEQUENTIAL
009785         FILE STATUS IS WS-LIVE-FILE-STATUS.
009786*
009787     SELECT DORMANCY-PARM-FILE ASSIGN TO "DORMPARM"
009788         ORGANIZATION IS LINE SEQUENTIAL
009789         FILE STATUS IS WS-LIVE-FILE-STATUS.
009790*
009791     SELECT PRODUCTIVITY-PARM-FILE ASSIGN TO "REVPPARM"
009792         ORGANIZATION IS LINE SEQUENTIAL
009793         FILE STATUS IS WS-LIVE-FILE-STATUS.
009794*
009795     SELECT TAX-PARM-FILE ASSIGN TO "TAXPARM"
009796         ORGANIZATION IS LINE SEQUENTIAL
009797         FILE STATUS IS WS-LIVE-FILE-STATUS.
009800*
009900 DATA DIVISION.
010000 FILE SECTION.
010100 FD  MAINT-FEED-FILE.
010200 01  MAINT-FEED-RECORD.
010300     05  MF-ACTION-CODE              PIC X(01).
010400         88  MF-ACTION-REQUEST           VALUE "R".
010500         88  MF-ACTION-APPROVE           VALUE "A".
010600         88  MF-ACTION-WITHDRAW          VALUE "X".
010700     05  MF-CHANGE-ID                PIC X(10).
010800     05  MF-FILE-NAME                PIC X(08).
010900     05  MF-PARM-KEY                 PIC X(24).
011000     05  MF-NEW-VALUE                PIC X(09).
011100     05  MF-EFFECTIVE-DATE           PIC X(08).
011200     05  MF-USER-ID                  PIC X(08).
011300*
011400 FD  PENDING-FILE.
011500 COPY ParmChange.
011600*
011700 FD  PENDING-OUT-FILE.
011800 01  PENDING-OUT-RECORD              PIC X(92).
011900*
012000 FD  AUDIT-TRAIL-FILE.
012100 01  AUDIT-TRAIL-RECORD.
012200     05  PA-TIMESTAMP                PIC 9(14).
012300     05  PA-USER-ID                  PIC X(08).
012400     05  PA-ACTION-CODE              PIC X(01).
012500     05  PA-CHANGE-ID                PIC X(10).
012600     05  PA-FILE-NAME                PIC X(08).
012700     05  PA-PARM-KEY                 PIC X(24).
012800     05  PA-BEFORE-VALUE             PIC X(09).
012900     05  PA-AFTER-VALUE              PIC X(09).
013000     05  PA-EFFECTIVE-DATE           PIC X(08).
013100     05  PA-MAKER-ID                 PIC X(08).
013200     05  PA-CHECKER-ID               PIC X(08).
013300     05  PA-RESULT                   PIC X(01).
013400         88  PA-RESULT-ACCEPTED          VALUE "A".
013500         88  PA-RESULT-REJECTED          VALUE "R".
013600     05  PA-REJECT-REASON            PIC X(30).
013700*
013800 FD  MAINT-REPORT-FILE.
013900 01  MAINT-REPORT-LINE               PIC X(80).
014000*
014100 FD  RISK-PARM-FILE.
014200 01  RISK-PARM-RECORD                PIC X(80).
014300*
014400 FD  INTEREST-PARM-FILE.
014500 01  INTEREST-PARM-RECORD            PIC X(80).
014600*
014700 FD  RETENTION-PARM-FILE.
014800 01  RETENTION-PARM-RECORD           PIC X(80).
014900*
015000 FD  STATEMENT-PARM-FILE.
015100 01  STATEMENT-PARM-RECORD           PIC X(80).
015120*
015140 FD  DISPUTE-PARM-FILE.
015160 01  DISPUTE-PARM-RECORD             PIC X(80).
015170*
015180 FD  RECON-PARM-FILE.
015190 01  RECON-PARM-RECORD               PIC X(80).
015191*
015192 FD  DORMANCY-PARM-FILE.
015193 01  DORMANCY-PARM-RECORD            PIC X(80).
015194*
015195 FD  PRODUCTIVITY-PARM-FILE.
015196 01  PRODUCTIVITY-PARM-RECORD        PIC X(80).
015197*
015198 FD  TAX-PARM-FILE.
015199 01  TAX-PARM-RECORD                 PIC X(80).
015200*
015300 WORKING-STORAGE SECTION.
015400*
015500 COPY RunLogComm.
015600 COPY BatchDate.
015700*
015800 01  WS-MAINT-FILE-STATUS            PIC X(02).
015900     88  MAINT-FILE-OK                   VALUE "00".
016000*
016100 01  WS-PEND-FILE-STATUS             PIC X(02).
016200     88  PEND-FILE-OK                    VALUE "00".
016300*
016400 01  WS-PEND-OUT-FILE-STATUS         PIC X(02).
016500     88  PEND-OUT-FILE-OK                VALUE "00".
016600*
016700 01  WS-AUDIT-FILE-STATUS            PIC X(02).
016800     88  AUDIT-FILE-OK                   VALUE "00".
016900*
017000 01  WS-REPORT-FILE-STATUS           PIC X(02).
017100     88  REPORT-FILE-OK                  VALUE "00".
017200*
017300 01  WS-LIVE-FILE-STATUS             PIC X(02).
017400     88  LIVE-FILE-OK                    VALUE "00".
017500*
017600 01  WS-MAINT-EOF-SW                 PIC X(01).
017700     88  AT-END-OF-MAINT                 VALUE "Y".
017800     88  NOT-AT-END-OF-MAINT             VALUE "N".
017900*
018000 01  WS-MAINT-OPEN-SW                PIC X(01) VALUE "N".
018100     88  MAINT-FILE-OPEN                 VALUE "Y".
018200*
018300 01  WS-PEND-EOF-SW                  PIC X(01).
018400     88  PEND-EOF                        VALUE "Y".
018500     88  PEND-NOT-EOF                    VALUE "N".
018600*
018700 01  WS-LIVE-EOF-SW                  PIC X(01).
018800     88  LIVE-EOF                        VALUE "Y".
018900     88  LIVE-NOT-EOF                    VALUE "N".
019000*
019100 01  WS-ACTION-SW                    PIC X(01).
019200     88  ACTION-ACCEPTED                 VALUE "A".
019300     88  ACTION-REJECTED                 VALUE "R".
019400*
019500 01  WS-ENTRY-FOUND-SW               PIC X(01).
019600     88  ENTRY-IS-FOUND                  VALUE "Y".
019700     88  ENTRY-NOT-FOUND                 VALUE "N".
019800*
019900 01  WS-VALUE-SW                     PIC X(01).
020000     88  VALUE-IS-VALID                  VALUE "Y".
020100     88  VALUE-NOT-VALID                 VALUE "N".
020200*
020300 01  WS-DATE-SW                      PIC X(01).
020400     88  DATE-IS-VALID                   VALUE "Y".
020500     88  DATE-NOT-VALID                  VALUE "N".
020600*
020700 01  WS-CURRENT-DATE                 PIC 9(08).
020800 01  WS-CURRENT-TIME                 PIC 9(08).
020900 01  WS-REJECT-REASON                PIC X(30).
021000*
021100*---------------------------------------------------------------*
021200*    THE NINE LIVE FILES, IN THE ORDER THEY ARE MAINTAINED AND  *
021300*    REPORTED.  WS-FILE-SUBSCRIPT PICKS THE FILE THE 3000 AND   *
021400*    4000 PARAGRAPHS OPEN, READ, AND WRITE.                     *
021500*---------------------------------------------------------------*
021600 01  WS-LIVE-FILE-VALUES.
021700     05  FILLER                      PIC X(08) VALUE "RISKPARM".
021800     05  FILLER                      PIC X(08) VALUE "INTPARM ".
021900     05  FILLER                      PIC X(08) VALUE "RETNPARM".
022000     05  FILLER                      PIC X(08) VALUE "STMTPARM".
022050     05  FILLER                      PIC X(08) VALUE "DSPPARM ".
022070     05  FILLER                      PIC X(08) VALUE "RECNPARM".
022075     05  FILLER                      PIC X(08) VALUE "DORMPARM".
022080     05  FILLER                      PIC X(08) VALUE "REVPPARM".
022085     05  FILLER                      PIC X(08) VALUE "TAXPARM ".
022100 01  WS-LIVE-FILE-TABLE REDEFINES WS-LIVE-FILE-VALUES.
022200     05  LIVE-FILE-NAME              PIC X(08) OCCURS 9 TIMES.
022300 01  WS-FILE-SUBSCRIPT               PIC 9(02) COMP.
022400*
022500*---------------------------------------------------------------*
022600*    EVERY KEY THE CHAIN READS FROM THE NINE FILES, WITH ITS    *
022700*    KIND, ALLOWED RANGE, AND THE COMPILED-IN DEFAULT THE       *
022800*    READING PROGRAM FALLS BACK TO WHEN THE KEY IS ABSENT:      *
022900*                                                               *
023000*        N  WHOLE NUMBER FROM CT-MINIMUM TO CT-MAXIMUM          *
023100*        Z  ZERO (MEANING "NOT SET"), OR AS N                   *
023200*        D  A CALENDAR DATE, YYYYMMDD                           *
023300*                                                               *
023400*    A KEY ADDED TO A READING PROGRAM MUST BE ADDED HERE, OR    *
023500*    IT CANNOT BE MAINTAINED AND IS REPORTED AS UNKNOWN.        *
023600*---------------------------------------------------------------*
023700 01  WS-PARM-CATALOG-VALUES.
023800     05  FILLER                      PIC X(33)
023900         VALUE "RISKPARMRISK-LOW-LIMIT          N".
024000     05  FILLER                      PIC X(30)
024100         VALUE "00000000199999999910000       ".
024200     05  FILLER                      PIC X(33)
024300         VALUE "RISKPARMRISK-MEDIUM-LIMIT       N".
024400     05  FILLER                      PIC X(30)
024500         VALUE "000000001999999999100000      ".
024600     05  FILLER                      PIC X(33)
024700         VALUE "RISKPARMRISK-HIGH-LIMIT         N".
024800     05  FILLER                      PIC X(30)
024900         VALUE "0000000019999999991000000     ".
025000     05  FILLER                      PIC X(33)
025100         VALUE "RISKPARMRISK-LOW-SCORE          N".
025200     05  FILLER                      PIC X(30)
025300         VALUE "000000000000000999100         ".
025400     05  FILLER                      PIC X(33)
025500         VALUE "RISKPARMRISK-MEDIUM-SCORE       N".
025600     05  FILLER                      PIC X(30)
025700         VALUE "000000000000000999300         ".
025800     05  FILLER                      PIC X(33)
025900         VALUE "RISKPARMRISK-HIGH-SCORE         N".
026000     05  FILLER                      PIC X(30)
026100         VALUE "000000000000000999600         ".
026200     05  FILLER                      PIC X(33)
026300         VALUE "RISKPARMRISK-SEVERE-SCORE       N".
026400     05  FILLER                      PIC X(30)
026500         VALUE "000000000000000999900         ".
026600     05  FILLER                      PIC X(33)
026700         VALUE "RISKPARMRISK-WIRE-BUMP          N".
026800     05  FILLER                      PIC X(30)
026900         VALUE "00000000000000050050          ".
027000     05  FILLER                      PIC X(33)
027100         VALUE "RISKPARMRISK-CREDIT-RELIEF      N".
027200     05  FILLER                      PIC X(30)
027300         VALUE "00000000000000050050          ".
027400     05  FILLER                      PIC X(33)
027500         VALUE "RISKPARMRISK-REVIEW-BAND-LOW    N".
027600     05  FILLER                      PIC X(30)
027700         VALUE "000000001000000998400         ".
027800     05  FILLER                      PIC X(33)
027900         VALUE "RISKPARMRISK-REVIEW-BAND-HIGH   N".
028000     05  FILLER                      PIC X(30)
028100         VALUE "000000001000000998699         ".
028200     05  FILLER                      PIC X(33)
028300         VALUE "RISKPARMRISK-HISTORY-MULTIPLIER N".
028400     05  FILLER                      PIC X(30)
028500         VALUE "0000000010000001005           ".
028600     05  FILLER                      PIC X(33)
028700         VALUE "RISKPARMRISK-HISTORY-BUMP       N".
028800     05  FILLER                      PIC X(30)
028900         VALUE "00000000000000050075          ".
029000     05  FILLER                      PIC X(33)
029100         VALUE "RISKPARMSTRUCT-CUM-LIMIT        N".
029200     05  FILLER                      PIC X(30)
029300         VALUE "000000001999999999100000      ".
029400     05  FILLER                      PIC X(33)
029500         VALUE "RISKPARMSTRUCT-NEAR-COUNT       N".
029600     05  FILLER                      PIC X(30)
029700         VALUE "0000000010000000993           ".
029800     05  FILLER                      PIC X(33)
029900         VALUE "RISKPARMSTRUCT-RISK-SCORE       N".
030000     05  FILLER                      PIC X(30)
030100         VALUE "000000001000000999850         ".
030200     05  FILLER                      PIC X(33)
030300         VALUE "RISKPARMSUSPENSE-EXPIRE-DAYS    N".
030400     05  FILLER                      PIC X(30)
030500         VALUE "0000000010000003655           ".
030600     05  FILLER                      PIC X(33)
030700         VALUE "RISKPARMREVIEW-ESCALATE-DAYS    N".
030800     05  FILLER                      PIC X(30)
030900         VALUE "0000000010000003655           ".
031000     05  FILLER                      PIC X(33)
031100         VALUE "RISKPARMCUST-EXPOSURE-LIMIT     N".
031200     05  FILLER                      PIC X(30)
031300         VALUE "000000001999999999250000      ".
031400     05  FILLER                      PIC X(33)
031500         VALUE "INTPARM INT-RATE-CREDIT-BP      N".
031600     05  FILLER                      PIC X(30)
031700         VALUE "0000000000000025000           ".
031800     05  FILLER                      PIC X(33)
031900         VALUE "INTPARM INT-RATE-DEBIT-BP       N".
032000     05  FILLER                      PIC X(30)
032100         VALUE "0000000000000050000           ".
032200     05  FILLER                      PIC X(33)
032300         VALUE "INTPARM INT-CAPITALIZE-DAY      N".
032400     05  FILLER                      PIC X(30)
032500         VALUE "000000001000000028REQUIRED    ".
032600     05  FILLER                      PIC X(33)
032700         VALUE "RETNPARMRETAIN-DAYS-ACCTHIST    Z".
032800     05  FILLER                      PIC X(30)
032900         VALUE "000000030000009999NOT PURGED  ".
033000     05  FILLER                      PIC X(33)
033100         VALUE "RETNPARMRETAIN-DAYS-ACCTAUDT    Z".
033200     05  FILLER                      PIC X(30)
033300         VALUE "000000030000009999NOT PURGED  ".
033400     05  FILLER                      PIC X(33)
033500         VALUE "RETNPARMRETAIN-DAYS-SAROUTS     Z".
033600     05  FILLER                      PIC X(30)
033700         VALUE "000000030000009999NOT PURGED  ".
033800     05  FILLER                      PIC X(33)
033900         VALUE "RETNPARMRETAIN-DAYS-REVQARCH    Z".
034000     05  FILLER                      PIC X(30)
034100         VALUE "000000030000009999NOT PURGED  ".
034200     05  FILLER                      PIC X(33)
034300         VALUE "STMTPARMSTMT-START-DATE         D".
034400     05  FILLER                      PIC X(30)
034500         VALUE "000000000000000000REQUIRED    ".
034600     05  FILLER                      PIC X(33)
034700         VALUE "STMTPARMSTMT-END-DATE           D".
034800     05  FILLER                      PIC X(30)
034900         VALUE "000000000000000000REQUIRED    ".
034901     05  FILLER                      PIC X(33)
034902         VALUE "DSPPARM DSP-CREDIT-DAYS         N".
034903     05  FILLER                      PIC X(30)
034904         VALUE "00000000100000001010          ".
034905     05  FILLER                      PIC X(33)
034906         VALUE "DSPPARM DSP-RESOLVE-DAYS        N".
034907     05  FILLER                      PIC X(30)
034908         VALUE "00000000100000009045          ".
034909     05  FILLER                      PIC X(33)
034910         VALUE "DSPPARM DSP-NOTICE-DAYS         N".
034911     05  FILLER                      PIC X(30)
034912         VALUE "0000000010000000305           ".
034913     05  FILLER                      PIC X(33)
034914         VALUE "DSPPARM DSP-RETAIN-DAYS         N".
034915     05  FILLER                      PIC X(30)
034916         VALUE "000000030000009999400         ".
034917     05  FILLER                      PIC X(33)
034918         VALUE "RECNPARMRECON-ESCALATE-DAYS     N".
034919     05  FILLER                      PIC X(30)
034920         VALUE "0000000010000000995           ".
034921     05  FILLER                      PIC X(33)
034922         VALUE "RECNPARMRECON-DATE-WINDOW       N".
034923     05  FILLER                      PIC X(30)
034924         VALUE "0000000000000000102           ".
034925     05  FILLER                      PIC X(33)
034926         VALUE "DORMPARMDORMANT-AFTER-DAYS      N".
034927     05  FILLER                      PIC X(30)
034928         VALUE "000000001000099999REQUIRED    ".
034929     05  FILLER                      PIC X(33)
034930         VALUE "DORMPARMDORMANT-NOTICE-DAYS     Z".
034931     05  FILLER                      PIC X(30)
034932         VALUE "000000001000099999NO NOTICES  ".
034933     05  FILLER                      PIC X(33)
034934         VALUE "DORMPARMESCHEAT-AFTER-DAYS      Z".
034935     05  FILLER                      PIC X(30)
034936         VALUE "000000001000099999NO ESCHEAT  ".
034937     05  FILLER                      PIC X(33)
034938         VALUE "REVPPARMPROD-FROM-DATE          D".
034939     05  FILLER                      PIC X(30)
034940         VALUE "000000000000000000MONTH START ".
034941     05  FILLER                      PIC X(33)
034942         VALUE "REVPPARMPROD-TO-DATE            D".
034943     05  FILLER                      PIC X(30)
034944         VALUE "000000000000000000BUSINESS DAY".
034945     05  FILLER                      PIC X(33)
034946         VALUE "REVPPARMPROD-MIN-ITEMS          N".
034947     05  FILLER                      PIC X(30)
034948         VALUE "00000000100009999910          ".
034949     05  FILLER                      PIC X(33)
034950         VALUE "REVPPARMPROD-REJECT-DEV-PCT     N".
034951     05  FILLER                      PIC X(30)
034952         VALUE "00000000100000010015          ".
034953     05  FILLER                      PIC X(33)
034954         VALUE "REVPPARMPROD-TURNAROUND-PCT     N".
034955     05  FILLER                      PIC X(30)
034956         VALUE "000000100000099999150         ".
034957     05  FILLER                      PIC X(33)
034958         VALUE "TAXPARM TAX-YEAR                Z".
034959     05  FILLER                      PIC X(30)
034960         VALUE "000001900000009999PRIOR YEAR  ".
034961     05  FILLER                      PIC X(33)
034962         VALUE "TAXPARM TAX-REPORT-THRESHOLD    N".
034963     05  FILLER                      PIC X(30)
034964         VALUE "00000000099999999910          ".
034965     05  FILLER                      PIC X(33)
034966         VALUE "TAXPARM TAX-CORRECTION-RUN      N".
034967     05  FILLER                      PIC X(30)
034968         VALUE "0000000000000000010           ".
034969     05  FILLER                      PIC X(33)
034970         VALUE "TAXPARM PAYER-TAX-ID            N".
034971     05  FILLER                      PIC X(30)
034972         VALUE "000000001999999999REQUIRED    ".
035000 01  WS-PARM-CATALOG REDEFINES WS-PARM-CATALOG-VALUES.
035100     05  CT-ENTRY                    OCCURS 46 TIMES.
035200         10  CT-FILE-NAME            PIC X(08).
035300         10  CT-PARM-KEY             PIC X(24).
035400         10  CT-VALUE-KIND           PIC X(01).
035500             88  CT-KIND-NUMBER          VALUE "N".
035600             88  CT-KIND-NUMBER-OR-ZERO  VALUE "Z".
035700             88  CT-KIND-DATE            VALUE "D".
035800         10  CT-MINIMUM              PIC 9(09).
035900         10  CT-MAXIMUM              PIC 9(09).
036000         10  CT-DEFAULT-TEXT         PIC X(12).
036100 01  WS-CATALOG-SUBSCRIPT            PIC 9(03) COMP.
036200 01  WS-CATALOG-FILE-NAME            PIC X(08).
036300 01  WS-CATALOG-PARM-KEY             PIC X(24).
036400 01  WS-CATALOG-FOUND                PIC 9(03) COMP.
036500*
036600*---------------------------------------------------------------*
036700*    THE VALUE EACH CATALOG KEY HOLDS IN ITS LIVE FILE (THE     *
036800*    LAST LINE FOR THE KEY WINS, AS IT DOES IN THE READING      *
036900*    PROGRAMS), AND THE LINES WHOSE KEY IS NOT IN THE CATALOG.  *
037000*---------------------------------------------------------------*
037100 01  WS-IN-FORCE-TABLE.
037200     05  IF-ENTRY                    OCCURS 46 TIMES.
037300         10  IF-PRESENT-SW           PIC X(01).
037400             88  IF-KEY-PRESENT          VALUE "Y".
037500             88  IF-KEY-ABSENT           VALUE "N".
037600         10  IF-VALUE                PIC X(20).
037700 01  WS-UNKNOWN-SUBSCRIPT            PIC 9(03) COMP.
037800 01  WS-UNKNOWN-TABLE.
037900     05  UK-COUNT                    PIC 9(03) COMP VALUE ZERO.
038000     05  UK-ENTRY                    OCCURS 50 TIMES.
038100         10  UK-FILE-NAME            PIC X(08).
038200         10  UK-PARM-KEY             PIC X(24).
038300         10  UK-VALUE                PIC X(20).
038400*
038500*---------------------------------------------------------------*
038600*    OPEN CHANGES - PARMPEND AS LOADED PLUS THE DAY'S NEW       *
038700*    REQUESTS.  PT-ENTRY HAS THE PARMCHANGE LAYOUT, SO A ROW    *
038800*    MOVES IN AND OUT WHOLE.  APPLIED AND WITHDRAWN CHANGES     *
038900*    ARE MARKED AND NOT CARRIED FORWARD.                        *
039000*---------------------------------------------------------------*
039100 01  WS-PENDING-SUBSCRIPT            PIC 9(03) COMP.
039200 01  WS-PENDING-FOUND                PIC 9(03) COMP.
039300 01  WS-PENDING-TABLE.
039400     05  PT-COUNT                    PIC 9(03) COMP VALUE ZERO.
039500     05  PT-ENTRY                    OCCURS 200 TIMES.
039600         10  PT-CHANGE-ID            PIC X(10).
039700         10  PT-FILE-NAME            PIC X(08).
039800         10  PT-PARM-KEY             PIC X(24).
039900         10  PT-NEW-VALUE            PIC X(09).
040000         10  PT-EFFECTIVE-DATE       PIC 9(08).
040100         10  PT-MAKER-ID             PIC X(08).
040200         10  PT-REQUEST-DATE         PIC 9(08).
040300         10  PT-CHECKER-ID           PIC X(08).
040400         10  PT-APPROVAL-DATE        PIC 9(08).
040500         10  PT-CHANGE-STATUS        PIC X(01).
040600             88  PT-AWAITING-APPROVAL    VALUE "P".
040700             88  PT-APPROVED             VALUE "A".
040800             88  PT-APPLIED              VALUE "D".
040900             88  PT-WITHDRAWN            VALUE "X".
041000*
041100*---------------------------------------------------------------*
041200*    ONE LIVE FILE, LINE FOR LINE, WHILE ITS DUE CHANGES ARE    *
041300*    WRITTEN INTO IT.                                           *
041400*---------------------------------------------------------------*
041500 01  WS-LINE-SUBSCRIPT               PIC 9(03) COMP.
041600 01  WS-LIVE-LINE-TABLE.
041700     05  LV-COUNT                    PIC 9(03) COMP VALUE ZERO.
041800     05  LV-LINE                     PIC X(80) OCCURS 100 TIMES.
041900 01  WS-LIVE-LINE                    PIC X(80).
042000 01  WS-LINE-KEY                     PIC X(24).
042100 01  WS-LINE-VALUE                   PIC X(20).
042200 01  WS-BEFORE-VALUE                 PIC X(09).
042300 01  WS-DUE-COUNT                    PIC 9(03) COMP.
042400*
042500*---------------------------------------------------------------*
042600*    VALUE AND DATE CHECKING.                                   *
042700*---------------------------------------------------------------*
042800 01  WS-CHECK-VALUE                  PIC X(20).
042900 01  WS-CHECK-NUMBER                 PIC 9(09).
043000 01  WS-DIGIT-COUNT                  PIC 9(03) COMP.
043100 01  WS-CHECK-DATE                   PIC 9(08).
043200 01  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
043300     05  CD-YEAR                     PIC 9(04).
043400     05  CD-MONTH                    PIC 9(02).
043500     05  CD-DAY                      PIC 9(02).
043600 01  WS-MONTH-END-DAY                PIC 9(02).
043700 01  WS-LEAP-QUOTIENT                PIC 9(04).
043800 01  WS-LEAP-REMAINDER               PIC 9(04).
043900 01  WS-EFFECTIVE-DATE               PIC 9(08).
044000*
044100 01  WS-RANGE-TEXT                   PIC X(19).
044200 01  WS-EDIT-NUMBER                  PIC Z(8)9.
044300 01  WS-EDIT-MINIMUM                 PIC X(09).
044400 01  WS-LEADING-SPACES               PIC 9(03) COMP.
044500*
044600 77  WS-ACTION-COUNT                 PIC 9(07) COMP VALUE ZERO.
044700 77  WS-ACCEPTED-COUNT               PIC 9(07) COMP VALUE ZERO.
044800 77  WS-REJECTED-COUNT               PIC 9(07) COMP VALUE ZERO.
044900 77  WS-APPLIED-COUNT                PIC 9(07) COMP VALUE ZERO.
045000 77  WS-CARRIED-COUNT                PIC 9(07) COMP VALUE ZERO.
045100 77  WS-WARNING-COUNT                PIC 9(07) COMP VALUE ZERO.
045200 77  WS-UNAPPLIED-FILE-COUNT         PIC 9(03) COMP VALUE ZERO.
045300 77  WS-PENDING-DROPPED-COUNT        PIC 9(07) COMP VALUE ZERO.
045400 77  WS-UNKNOWN-DROPPED-COUNT        PIC 9(07) COMP VALUE ZERO.
045500*
045600 01  WS-ACTION-HEADING-LINE.
045700     05  FILLER                      PIC X(37)
045800         VALUE "A CHANGE-ID  FILE     KEY            ".
045900     05  FILLER                      PIC X(41)
046000         VALUE "          VALUE     EFF-DATE USER     RES".
046100*
046200 01  WS-ACTION-DETAIL-LINE.
046300     05  AL-ACTION-CODE              PIC X(01).
046400     05  FILLER                      PIC X(01) VALUE SPACES.
046500     05  AL-CHANGE-ID                PIC X(10).
046600     05  FILLER                      PIC X(01) VALUE SPACES.
046700     05  AL-FILE-NAME                PIC X(08).
046800     05  FILLER                      PIC X(01) VALUE SPACES.
046900     05  AL-PARM-KEY                 PIC X(24).
047000     05  FILLER                      PIC X(01) VALUE SPACES.
047100     05  AL-NEW-VALUE                PIC X(09).
047200     05  FILLER                      PIC X(01) VALUE SPACES.
047300     05  AL-EFFECTIVE-DATE           PIC X(08).
047400     05  FILLER                      PIC X(01) VALUE SPACES.
047500     05  AL-USER-ID                  PIC X(08).
047600     05  FILLER                      PIC X(01) VALUE SPACES.
047700     05  AL-RESULT                   PIC X(03).
047800*
047900 01  WS-REASON-DETAIL-LINE.
048000     05  FILLER                      PIC X(13) VALUE SPACES.
048100     05  FILLER                      PIC X(11)
048200         VALUE "REJECTED - ".
048300     05  RL-REJECT-REASON            PIC X(30).
048400*
048500 01  WS-APPLIED-HEADING-LINE.
048600     05  FILLER                      PIC X(36)
048700         VALUE "CHANGE-ID  KEY                      ".
048800     05  FILLER                      PIC X(37)
048900         VALUE "BEFORE    AFTER     MAKER    CHECKER".
049000*
049100 01  WS-APPLIED-DETAIL-LINE.
049200     05  PL-CHANGE-ID                PIC X(10).
049300     05  FILLER                      PIC X(01) VALUE SPACES.
049400     05  PL-PARM-KEY                 PIC X(24).
049500     05  FILLER                      PIC X(01) VALUE SPACES.
049600     05  PL-BEFORE-VALUE             PIC X(09).
049700     05  FILLER                      PIC X(01) VALUE SPACES.
049800     05  PL-AFTER-VALUE              PIC X(09).
049900     05  FILLER                      PIC X(01) VALUE SPACES.
050000     05  PL-MAKER-ID                 PIC X(08).
050100     05  FILLER                      PIC X(01) VALUE SPACES.
050200     05  PL-CHECKER-ID               PIC X(08).
050300*
050400 01  WS-OPEN-HEADING-LINE.
050500     05  FILLER                      PIC X(36)
050600         VALUE "CHANGE-ID  FILE     KEY             ".
050700     05  FILLER                      PIC X(36)
050800         VALUE "         VALUE     EFF-DATE STATUS  ".
050900*
051000 01  WS-OPEN-DETAIL-LINE.
051100     05  OL-CHANGE-ID                PIC X(10).
051200     05  FILLER                      PIC X(01) VALUE SPACES.
051300     05  OL-FILE-NAME                PIC X(08).
051400     05  FILLER                      PIC X(01) VALUE SPACES.
051500     05  OL-PARM-KEY                 PIC X(24).
051600     05  FILLER                      PIC X(01) VALUE SPACES.
051700     05  OL-NEW-VALUE                PIC X(09).
051800     05  FILLER                      PIC X(01) VALUE SPACES.
051900     05  OL-EFFECTIVE-DATE           PIC 9(08).
052000     05  FILLER                      PIC X(01) VALUE SPACES.
052100     05  OL-STATUS                   PIC X(08).
052200*
052300 01  WS-IN-FORCE-HEADING-LINE.
052400     05  FILLER                      PIC X(38)
052500         VALUE "KEY                      VALUE       ".
052600     05  FILLER                      PIC X(34)
052700         VALUE "SOURCE  ALLOWED             NOTE".
052800*
052900 01  WS-IN-FORCE-DETAIL-LINE.
053000     05  IL-PARM-KEY                 PIC X(24).
053100     05  FILLER                      PIC X(01) VALUE SPACES.
053200     05  IL-VALUE                    PIC X(12).
053300     05  FILLER                      PIC X(01) VALUE SPACES.
053400     05  IL-SOURCE                   PIC X(07).
053500     05  FILLER                      PIC X(01) VALUE SPACES.
053600     05  IL-RANGE                    PIC X(19).
053700     05  FILLER                      PIC X(01) VALUE SPACES.
053800     05  IL-NOTE                     PIC X(14).
053900*
054000 01  WS-REPORT-TOTAL-LINE.
054100     05  TL-CAPTION                  PIC X(30).
054200     05  TL-COUNT                    PIC ZZZZZZ9.
054300*
054400 PROCEDURE DIVISION.
054500*
054600 0000-MAINLINE.
054700     MOVE "PARMFILEMAINT" TO RLC-STEP-NAME
054800     SET RLC-TYPE-START TO TRUE
054900     MOVE ZERO TO RLC-RETURN-CODE
055000     MOVE ZERO TO RLC-RECORDS-READ
055100     MOVE ZERO TO RLC-RECORDS-WRITTEN
055200     CALL 'RunLogWrite' USING RUN-LOG-COMM-AREA
055300*
055400     CALL 'BatchDateLoad' USING BATCH-DATE-RECORD
055500     IF RETURN-CODE NOT = ZERO
055600         DISPLAY "PARMFILEMAINT: NO USABLE BATCHDTE CONTROL "
055700             "RECORD - RUN ABORTED"
055800         MOVE 16 TO RETURN-CODE
055900         GOBACK
056000     END-IF
056100*
056200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
056300     IF RETURN-CODE NOT = ZERO
056400         GOBACK
056500     END-IF
056600*
056700     PERFORM 2000-PROCESS-MAINT-ACTION THRU 2000-EXIT
056800         UNTIL AT-END-OF-MAINT
056900*
057000     PERFORM 3000-APPLY-DUE-CHANGES THRU 3000-EXIT
057100         VARYING WS-FILE-SUBSCRIPT FROM 1 BY 1
057200         UNTIL WS-FILE-SUBSCRIPT > 9
057300*
057400     PERFORM 9000-TERMINATE THRU 9000-EXIT
057500*
057600     SET RLC-TYPE-END TO TRUE
057700     MOVE RETURN-CODE TO RLC-RETURN-CODE
057800     MOVE WS-ACTION-COUNT TO RLC-RECORDS-READ
057900     MOVE WS-APPLIED-COUNT TO RLC-RECORDS-WRITTEN
058000     CALL 'RunLogWrite' USING RUN-LOG-COMM-AREA
058100*
058200     GOBACK.
058300*
058400*---------------------------------------------------------------*
058500*    1000-INITIALIZE                                            *
058600*    A MISSING PARMMNT MEANS NO ACTIONS TODAY AND A MISSING     *
058700*    PARMPEND MEANS NO OPEN CHANGES - THE DUE CHANGES STILL     *
058800*    APPLY AND THE VALUES IN FORCE ARE STILL REPORTED.          *
058900*---------------------------------------------------------------*
059000 1000-INITIALIZE.
059100     SET NOT-AT-END-OF-MAINT TO TRUE
059200*
059300     OPEN EXTEND AUDIT-TRAIL-FILE
059400     IF NOT AUDIT-FILE-OK
059500         OPEN OUTPUT AUDIT-TRAIL-FILE
059600         IF NOT AUDIT-FILE-OK
059700             DISPLAY "PARMFILEMAINT: UNABLE TO OPEN PARMAUDT - "
059800                 "STATUS " WS-AUDIT-FILE-STATUS
059900             MOVE 16 TO RETURN-CODE
060000             GO TO 1000-EXIT
060100         END-IF
060200     END-IF
060300*
060400     PERFORM 1100-LOAD-PENDING THRU 1100-EXIT
060500*
060600     OPEN OUTPUT MAINT-REPORT-FILE
060700     PERFORM 1050-WRITE-HEADING THRU 1050-EXIT
060800*
060900     PERFORM 4000-LOAD-IN-FORCE THRU 4000-EXIT
061000*
061100     OPEN INPUT MAINT-FEED-FILE
061200     IF NOT MAINT-FILE-OK
061300         DISPLAY "PARMFILEMAINT: NO PARMMNT - NO ACTIONS TODAY"
061400         SET AT-END-OF-MAINT TO TRUE
061500         GO TO 1000-EXIT
061600     END-IF
061700     SET MAINT-FILE-OPEN TO TRUE
061800*
061900     MOVE SPACES TO MAINT-REPORT-LINE
062000     WRITE MAINT-REPORT-LINE
062100     MOVE "ACTIONS (R = REQUEST, A = APPROVE, X = WITHDRAW)"
062200         TO MAINT-REPORT-LINE
062300     WRITE MAINT-REPORT-LINE
062400     WRITE MAINT-REPORT-LINE FROM WS-ACTION-HEADING-LINE
062500*
062600     PERFORM 1200-READ-MAINT-ACTION THRU 1200-EXIT.
062700 1000-EXIT.
062800     EXIT.
062900*
063000 1050-WRITE-HEADING.
063100     MOVE SPACES TO MAINT-REPORT-LINE
063200     STRING "PARAMETER FILE MAINTENANCE - BUSINESS DATE "
063300             DELIMITED BY SIZE
063400         BD-BUSINESS-DATE DELIMITED BY SIZE
063500         INTO MAINT-REPORT-LINE
063600     WRITE MAINT-REPORT-LINE.
063700 1050-EXIT.
063800     EXIT.
063900*
064000 1100-LOAD-PENDING.
064100     SET PEND-NOT-EOF TO TRUE
064200     OPEN INPUT PENDING-FILE
064300     IF NOT PEND-FILE-OK
064400         GO TO 1100-EXIT
064500     END-IF
064600*
064700     PERFORM 1150-READ-PENDING THRU 1150-EXIT
064800         UNTIL PEND-EOF
064900*
065000     CLOSE PENDING-FILE.
065100 1100-EXIT.
065200     EXIT.
065300*
065400 1150-READ-PENDING.
065500     READ PENDING-FILE
065600         AT END
065700             SET PEND-EOF TO TRUE
065800             GO TO 1150-EXIT
065900     END-READ
066000*
066100     IF PT-COUNT < 200
066200         ADD 1 TO PT-COUNT
066300         MOVE PARM-CHANGE-RECORD TO PT-ENTRY (PT-COUNT)
066400     ELSE
066500         ADD 1 TO WS-PENDING-DROPPED-COUNT
066600     END-IF.
066700 1150-EXIT.
066800     EXIT.
066900*
067000 1200-READ-MAINT-ACTION.
067100     READ MAINT-FEED-FILE
067200         AT END
067300             SET AT-END-OF-MAINT TO TRUE
067400     END-READ.
067500 1200-EXIT.
067600     EXIT.
067700*
067800*---------------------------------------------------------------*
067900*    2000-PROCESS-MAINT-ACTION                                  *
068000*    VALIDATES AND RECORDS ONE ACTION, THEN WRITES ITS AUDIT    *
068100*    ROW AND REPORT LINE WHETHER IT WAS ACCEPTED OR REJECTED.   *
068200*---------------------------------------------------------------*
068300 2000-PROCESS-MAINT-ACTION.
068400     ADD 1 TO WS-ACTION-COUNT
068500     SET ACTION-ACCEPTED TO TRUE
068600     MOVE SPACES TO WS-REJECT-REASON
068700     MOVE ZERO TO WS-PENDING-FOUND
068800*
068900     IF MF-USER-ID = SPACES
069000         SET ACTION-REJECTED TO TRUE
069100         MOVE "NO USER-ID ON THE ACTION" TO WS-REJECT-REASON
069200     ELSE
069300         EVALUATE TRUE
069400             WHEN MF-ACTION-REQUEST
069500                 PERFORM 2100-ADD-REQUEST THRU 2100-EXIT
069600             WHEN MF-ACTION-APPROVE
069700                 PERFORM 2200-APPROVE-CHANGE THRU 2200-EXIT
069800             WHEN MF-ACTION-WITHDRAW
069900                 PERFORM 2300-WITHDRAW-CHANGE THRU 2300-EXIT
070000             WHEN OTHER
070100                 SET ACTION-REJECTED TO TRUE
070200                 MOVE "UNRECOGNIZED ACTION CODE"
070300                     TO WS-REJECT-REASON
070400         END-EVALUATE
070500     END-IF
070600*
070700     IF ACTION-ACCEPTED
070800         ADD 1 TO WS-ACCEPTED-COUNT
070900     ELSE
071000         ADD 1 TO WS-REJECTED-COUNT
071100     END-IF
071200*
071300     PERFORM 2900-WRITE-ACTION-AUDIT THRU 2900-EXIT
071400*
071500     PERFORM 1200-READ-MAINT-ACTION THRU 1200-EXIT.
071600 2000-EXIT.
071700     EXIT.
071800*
071900*---------------------------------------------------------------*
072000*    2100-ADD-REQUEST                                           *
072100*---------------------------------------------------------------*
072200 2100-ADD-REQUEST.
072300     IF MF-CHANGE-ID = SPACES
072400         SET ACTION-REJECTED TO TRUE
072500         MOVE "NO CHANGE-ID ON THE REQUEST" TO WS-REJECT-REASON
072600         GO TO 2100-EXIT
072700     END-IF
072800*
072900     PERFORM 2500-FIND-CHANGE THRU 2500-EXIT
073000     IF ENTRY-IS-FOUND
073100         MOVE ZERO TO WS-PENDING-FOUND
073200         SET ACTION-REJECTED TO TRUE
073300         MOVE "CHANGE-ID ALREADY ON FILE" TO WS-REJECT-REASON
073400         GO TO 2100-EXIT
073500     END-IF
073600*
073700     MOVE MF-FILE-NAME TO WS-CATALOG-FILE-NAME
073800     MOVE MF-PARM-KEY  TO WS-CATALOG-PARM-KEY
073900     PERFORM 2600-FIND-CATALOG-KEY THRU 2600-EXIT
074000     IF ENTRY-NOT-FOUND
074100         SET ACTION-REJECTED TO TRUE
074200         MOVE "KEY NOT READ FROM THAT FILE" TO WS-REJECT-REASON
074300         GO TO 2100-EXIT
074400     END-IF
074500*
074600     MOVE MF-NEW-VALUE TO WS-CHECK-VALUE
074700     MOVE WS-CATALOG-FOUND TO WS-CATALOG-SUBSCRIPT
074800     PERFORM 5000-VALIDATE-VALUE THRU 5000-EXIT
074900     IF VALUE-NOT-VALID
075000         SET ACTION-REJECTED TO TRUE
075100         GO TO 2100-EXIT
075200     END-IF
075300*
075400     IF MF-EFFECTIVE-DATE = SPACES
075500         MOVE BD-BUSINESS-DATE TO WS-EFFECTIVE-DATE
075600     ELSE
075700         MOVE ZERO TO WS-CHECK-DATE
075800         IF MF-EFFECTIVE-DATE IS NUMERIC
075900             MOVE MF-EFFECTIVE-DATE TO WS-CHECK-DATE
076000         END-IF
076100         PERFORM 5100-VALIDATE-DATE THRU 5100-EXIT
076200         IF DATE-NOT-VALID
076300             SET ACTION-REJECTED TO TRUE
076400             MOVE "EFFECTIVE DATE NOT A VALID DATE"
076500                 TO WS-REJECT-REASON
076600             GO TO 2100-EXIT
076700         END-IF
076800         MOVE WS-CHECK-DATE TO WS-EFFECTIVE-DATE
076900     END-IF
077000*
077100     IF WS-EFFECTIVE-DATE < BD-BUSINESS-DATE
077200         SET ACTION-REJECTED TO TRUE
077300         MOVE "EFFECTIVE DATE IS IN THE PAST" TO WS-REJECT-REASON
077400         GO TO 2100-EXIT
077500     END-IF
077600*
077700     PERFORM 2700-FIND-OPEN-KEY THRU 2700-EXIT
077800     IF ENTRY-IS-FOUND
077900         SET ACTION-REJECTED TO TRUE
078000         MOVE "KEY ALREADY HAS AN OPEN CHANGE"
078100             TO WS-REJECT-REASON
078200         GO TO 2100-EXIT
078300     END-IF
078400*
078500     IF PT-COUNT NOT < 200
078600         SET ACTION-REJECTED TO TRUE
078700         MOVE "OPEN-CHANGE TABLE IS FULL" TO WS-REJECT-REASON
078800         GO TO 2100-EXIT
078900     END-IF
079000*
079100     ADD 1 TO PT-COUNT
079200     MOVE PT-COUNT              TO WS-PENDING-FOUND
079300     MOVE MF-CHANGE-ID          TO PT-CHANGE-ID (PT-COUNT)
079400     MOVE MF-FILE-NAME          TO PT-FILE-NAME (PT-COUNT)
079500     MOVE MF-PARM-KEY           TO PT-PARM-KEY (PT-COUNT)
079600     MOVE MF-NEW-VALUE          TO PT-NEW-VALUE (PT-COUNT)
079700     MOVE WS-EFFECTIVE-DATE     TO PT-EFFECTIVE-DATE (PT-COUNT)
079800     MOVE MF-USER-ID            TO PT-MAKER-ID (PT-COUNT)
079900     MOVE BD-BUSINESS-DATE      TO PT-REQUEST-DATE (PT-COUNT)
080000     MOVE SPACES                TO PT-CHECKER-ID (PT-COUNT)
080100     MOVE ZERO                  TO PT-APPROVAL-DATE (PT-COUNT)
080200     SET PT-AWAITING-APPROVAL (PT-COUNT) TO TRUE.
080300 2100-EXIT.
080400     EXIT.
080500*
080600*---------------------------------------------------------------*
080700*    2200-APPROVE-CHANGE                                        *
080800*    THE CHECKER MUST BE SOMEONE OTHER THAN THE MAKER.          *
080900*---------------------------------------------------------------*
081000 2200-APPROVE-CHANGE.
081100     PERFORM 2500-FIND-CHANGE THRU 2500-EXIT
081200     IF ENTRY-NOT-FOUND
081300         SET ACTION-REJECTED TO TRUE
081400         MOVE "NO OPEN CHANGE WITH THAT ID" TO WS-REJECT-REASON
081500         GO TO 2200-EXIT
081600     END-IF
081700*
081800     IF NOT PT-AWAITING-APPROVAL (WS-PENDING-FOUND)
081900         SET ACTION-REJECTED TO TRUE
082000         MOVE "CHANGE IS ALREADY APPROVED" TO WS-REJECT-REASON
082100         GO TO 2200-EXIT
082200     END-IF
082300*
082400     IF MF-USER-ID = PT-MAKER-ID (WS-PENDING-FOUND)
082500         SET ACTION-REJECTED TO TRUE
082600         MOVE "CHECKER IS THE CHANGE MAKER"
082700             TO WS-REJECT-REASON
082800         GO TO 2200-EXIT
082900     END-IF
083000*
083100     MOVE MF-USER-ID       TO PT-CHECKER-ID (WS-PENDING-FOUND)
083200     MOVE BD-BUSINESS-DATE TO PT-APPROVAL-DATE (WS-PENDING-FOUND)
083300     SET PT-APPROVED (WS-PENDING-FOUND) TO TRUE.
083400 2200-EXIT.
083500     EXIT.
083600*
083700 2300-WITHDRAW-CHANGE.
083800     PERFORM 2500-FIND-CHANGE THRU 2500-EXIT
083900     IF ENTRY-NOT-FOUND
084000         SET ACTION-REJECTED TO TRUE
084100         MOVE "NO OPEN CHANGE WITH THAT ID" TO WS-REJECT-REASON
084200         GO TO 2300-EXIT
084300     END-IF
084400*
084500     SET PT-WITHDRAWN (WS-PENDING-FOUND) TO TRUE.
084600 2300-EXIT.
084700     EXIT.
084800*
084900*---------------------------------------------------------------*
085000*    2500-FIND-CHANGE                                           *
085100*    AN OPEN (AWAITING OR APPROVED) CHANGE WITH MF-CHANGE-ID,   *
085200*    RETURNED IN WS-PENDING-FOUND.                              *
085300*---------------------------------------------------------------*
085400 2500-FIND-CHANGE.
085500     SET ENTRY-NOT-FOUND TO TRUE
085600     MOVE ZERO TO WS-PENDING-FOUND
085700     PERFORM 2510-TEST-CHANGE-ENTRY THRU 2510-EXIT
085800         VARYING WS-PENDING-SUBSCRIPT FROM 1 BY 1
085900         UNTIL WS-PENDING-SUBSCRIPT > PT-COUNT
086000             OR ENTRY-IS-FOUND.
086100 2500-EXIT.
086200     EXIT.
086300*
086400 2510-TEST-CHANGE-ENTRY.
086500     IF PT-CHANGE-ID (WS-PENDING-SUBSCRIPT) = MF-CHANGE-ID
086600             AND (PT-AWAITING-APPROVAL (WS-PENDING-SUBSCRIPT)
086700                 OR PT-APPROVED (WS-PENDING-SUBSCRIPT))
086800         SET ENTRY-IS-FOUND TO TRUE
086900         MOVE WS-PENDING-SUBSCRIPT TO WS-PENDING-FOUND
087000     END-IF.
087100 2510-EXIT.
087200     EXIT.
087300*
087400*---------------------------------------------------------------*
087500*    2600-FIND-CATALOG-KEY                                      *
087600*    THE CATALOG ENTRY FOR WS-CATALOG-FILE-NAME AND             *
087700*    WS-CATALOG-PARM-KEY,                                       *
087800*    RETURNED IN WS-CATALOG-FOUND.                              *
087900*---------------------------------------------------------------*
088000 2600-FIND-CATALOG-KEY.
088100     SET ENTRY-NOT-FOUND TO TRUE
088200     MOVE ZERO TO WS-CATALOG-FOUND
088300     PERFORM 2610-TEST-CATALOG-ENTRY THRU 2610-EXIT
088400         VARYING WS-CATALOG-SUBSCRIPT FROM 1 BY 1
088500         UNTIL WS-CATALOG-SUBSCRIPT > 46
088600             OR ENTRY-IS-FOUND.
088700 2600-EXIT.
088800     EXIT.
088900*
089000 2610-TEST-CATALOG-ENTRY.
089100     IF CT-FILE-NAME (WS-CATALOG-SUBSCRIPT) = WS-CATALOG-FILE-NAME
089200             AND CT-PARM-KEY (WS-CATALOG-SUBSCRIPT)
089300                 = WS-CATALOG-PARM-KEY
089400         SET ENTRY-IS-FOUND TO TRUE
089500         MOVE WS-CATALOG-SUBSCRIPT TO WS-CATALOG-FOUND
089600     END-IF.
089700 2610-EXIT.
089800     EXIT.
089900*
090000 2700-FIND-OPEN-KEY.
090100     SET ENTRY-NOT-FOUND TO TRUE
090200     PERFORM 2710-TEST-OPEN-KEY THRU 2710-EXIT
090300         VARYING WS-PENDING-SUBSCRIPT FROM 1 BY 1
090400         UNTIL WS-PENDING-SUBSCRIPT > PT-COUNT
090500             OR ENTRY-IS-FOUND.
090600 2700-EXIT.
090700     EXIT.
090800*
090900 2710-TEST-OPEN-KEY.
091000     IF PT-FILE-NAME (WS-PENDING-SUBSCRIPT) = MF-FILE-NAME
091100             AND PT-PARM-KEY (WS-PENDING-SUBSCRIPT) = MF-PARM-KEY
091200             AND (PT-AWAITING-APPROVAL (WS-PENDING-SUBSCRIPT)
091300                 OR PT-APPROVED (WS-PENDING-SUBSCRIPT))
091400         SET ENTRY-IS-FOUND TO TRUE
091500     END-IF.
091600 2710-EXIT.
091700     EXIT.
091800*
091900*---------------------------------------------------------------*
092000*    2900-WRITE-ACTION-AUDIT                                    *
092100*    THE BEFORE VALUE IS THE KEY'S VALUE IN THE LIVE FILE AS    *
092200*    THE ACTION WAS TAKEN (SPACES = KEY ABSENT); THE AFTER      *
092300*    VALUE IS THE CHANGE'S NEW VALUE.  THE LIVE FILE ITSELF     *
092400*    DOES NOT CHANGE UNTIL THE APPLY ROW (ACTION P).            *
092500*---------------------------------------------------------------*
092600 2900-WRITE-ACTION-AUDIT.
092700     MOVE SPACES TO AUDIT-TRAIL-RECORD
092800     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
092900     ACCEPT WS-CURRENT-TIME FROM TIME
093000     MOVE WS-CURRENT-DATE        TO PA-TIMESTAMP (1:8)
093100     MOVE WS-CURRENT-TIME        TO PA-TIMESTAMP (9:6)
093200     MOVE MF-USER-ID             TO PA-USER-ID
093300     MOVE MF-ACTION-CODE         TO PA-ACTION-CODE
093400     MOVE MF-CHANGE-ID           TO PA-CHANGE-ID
093500*
093600     IF WS-PENDING-FOUND > ZERO
093700         MOVE PT-FILE-NAME (WS-PENDING-FOUND)  TO PA-FILE-NAME
093800         MOVE PT-PARM-KEY (WS-PENDING-FOUND)   TO PA-PARM-KEY
093900         MOVE PT-NEW-VALUE (WS-PENDING-FOUND)  TO PA-AFTER-VALUE
094000         MOVE PT-EFFECTIVE-DATE (WS-PENDING-FOUND)
094100             TO PA-EFFECTIVE-DATE
094200         MOVE PT-MAKER-ID (WS-PENDING-FOUND)   TO PA-MAKER-ID
094300         MOVE PT-CHECKER-ID (WS-PENDING-FOUND) TO PA-CHECKER-ID
094400     ELSE
094500         MOVE MF-FILE-NAME       TO PA-FILE-NAME
094600         MOVE MF-PARM-KEY        TO PA-PARM-KEY
094700         MOVE MF-NEW-VALUE       TO PA-AFTER-VALUE
094800         MOVE MF-EFFECTIVE-DATE  TO PA-EFFECTIVE-DATE
094900         IF MF-ACTION-REQUEST
095000             MOVE MF-USER-ID     TO PA-MAKER-ID
095100         END-IF
095200     END-IF
095300*
095400     MOVE PA-FILE-NAME TO WS-CATALOG-FILE-NAME
095500     MOVE PA-PARM-KEY  TO WS-CATALOG-PARM-KEY
095600     PERFORM 2600-FIND-CATALOG-KEY THRU 2600-EXIT
095700     IF ENTRY-IS-FOUND
095800         IF IF-KEY-PRESENT (WS-CATALOG-FOUND)
095900             MOVE IF-VALUE (WS-CATALOG-FOUND) TO PA-BEFORE-VALUE
096000         END-IF
096100     END-IF
096200*
096300     IF ACTION-ACCEPTED
096400         SET PA-RESULT-ACCEPTED TO TRUE
096500     ELSE
096600         SET PA-RESULT-REJECTED TO TRUE
096700         MOVE WS-REJECT-REASON   TO PA-REJECT-REASON
096800     END-IF
096900*
097000     WRITE AUDIT-TRAIL-RECORD
097100*
097200     MOVE PA-ACTION-CODE         TO AL-ACTION-CODE
097300     MOVE PA-CHANGE-ID           TO AL-CHANGE-ID
097400     MOVE PA-FILE-NAME           TO AL-FILE-NAME
097500     MOVE PA-PARM-KEY            TO AL-PARM-KEY
097600     MOVE PA-AFTER-VALUE         TO AL-NEW-VALUE
097700     MOVE PA-EFFECTIVE-DATE      TO AL-EFFECTIVE-DATE
097800     MOVE PA-USER-ID             TO AL-USER-ID
097900     IF ACTION-ACCEPTED
098000         MOVE "OK"               TO AL-RESULT
098100     ELSE
098200         MOVE "REJ"              TO AL-RESULT
098300     END-IF
098400     WRITE MAINT-REPORT-LINE FROM WS-ACTION-DETAIL-LINE
098500*
098600     IF ACTION-REJECTED
098700         MOVE WS-REJECT-REASON   TO RL-REJECT-REASON
098800         WRITE MAINT-REPORT-LINE FROM WS-REASON-DETAIL-LINE
098900     END-IF.
099000 2900-EXIT.
099100     EXIT.
099200*
099300*---------------------------------------------------------------*
099400*    3000-APPLY-DUE-CHANGES                                     *
099500*    FOR LIVE FILE WS-FILE-SUBSCRIPT: WHEN ANY APPROVED CHANGE  *
099600*    IS DUE ON OR BEFORE THE BUSINESS DATE, THE FILE IS READ    *
099700*    LINE FOR LINE, EACH DUE CHANGE IS WRITTEN INTO IT, AND     *
099800*    THE FILE IS REWRITTEN WHOLE.  A FILE TOO LONG TO HOLD, OR  *
099900*    ONE THAT CANNOT BE OPENED FOR OUTPUT, IS LEFT ALONE AND    *
100000*    ITS CHANGES STAY OPEN.                                     *
100100*---------------------------------------------------------------*
100200 3000-APPLY-DUE-CHANGES.
100300     MOVE ZERO TO WS-DUE-COUNT
100400     PERFORM 3010-COUNT-DUE-CHANGE THRU 3010-EXIT
100500         VARYING WS-PENDING-SUBSCRIPT FROM 1 BY 1
100600         UNTIL WS-PENDING-SUBSCRIPT > PT-COUNT
100700     IF WS-DUE-COUNT = ZERO
100800         GO TO 3000-EXIT
100900     END-IF
101000*
101100     PERFORM 3100-LOAD-LIVE-LINES THRU 3100-EXIT
101200     IF LV-COUNT + WS-DUE-COUNT > 100
101300         DISPLAY "PARMFILEMAINT: "
101400             LIVE-FILE-NAME (WS-FILE-SUBSCRIPT)
101500             " HAS TOO MANY LINES TO MAINTAIN - "
101600             "CHANGES NOT APPLIED"
101700         ADD 1 TO WS-UNAPPLIED-FILE-COUNT
101800         GO TO 3000-EXIT
101900     END-IF
102000*
102100     PERFORM 3550-OPEN-LIVE-OUTPUT THRU 3550-EXIT
102200     IF NOT LIVE-FILE-OK
102300         DISPLAY "PARMFILEMAINT: UNABLE TO REWRITE "
102400             LIVE-FILE-NAME (WS-FILE-SUBSCRIPT)
102500             " - STATUS " WS-LIVE-FILE-STATUS
102600         MOVE 16 TO RETURN-CODE
102700         GO TO 3000-EXIT
102800     END-IF
102900*
103000     MOVE SPACES TO MAINT-REPORT-LINE
103100     WRITE MAINT-REPORT-LINE
103200     MOVE SPACES TO MAINT-REPORT-LINE
103300     STRING "CHANGES APPLIED TO " DELIMITED BY SIZE
103400         LIVE-FILE-NAME (WS-FILE-SUBSCRIPT) DELIMITED BY SPACE
103500         INTO MAINT-REPORT-LINE
103600     WRITE MAINT-REPORT-LINE
103700     WRITE MAINT-REPORT-LINE FROM WS-APPLIED-HEADING-LINE
103800*
103900     PERFORM 3200-APPLY-CHANGE THRU 3200-EXIT
104000         VARYING WS-PENDING-SUBSCRIPT FROM 1 BY 1
104100         UNTIL WS-PENDING-SUBSCRIPT > PT-COUNT
104200*
104300     PERFORM 3400-REWRITE-LIVE-LINES THRU 3400-EXIT.
104400 3000-EXIT.
104500     EXIT.
104600*
104700 3010-COUNT-DUE-CHANGE.
104800     IF PT-FILE-NAME (WS-PENDING-SUBSCRIPT)
104900             = LIVE-FILE-NAME (WS-FILE-SUBSCRIPT)
105000             AND PT-APPROVED (WS-PENDING-SUBSCRIPT)
105100             AND PT-EFFECTIVE-DATE (WS-PENDING-SUBSCRIPT)
105200                 NOT > BD-BUSINESS-DATE
105300         ADD 1 TO WS-DUE-COUNT
105400     END-IF.
105500 3010-EXIT.
105600     EXIT.
105700*
105800*---------------------------------------------------------------*
105900*    3100-LOAD-LIVE-LINES                                       *
106000*    A LIVE FILE THAT DOES NOT EXIST YET LOADS AS NO LINES AND  *
106100*    IS CREATED BY THE REWRITE.  LV-COUNT KEEPS COUNTING PAST   *
106200*    THE TABLE SO 3000 CAN SEE THE FILE IS TOO LONG.            *
106300*---------------------------------------------------------------*
106400 3100-LOAD-LIVE-LINES.
106500     MOVE ZERO TO LV-COUNT
106600     PERFORM 3500-OPEN-LIVE-INPUT THRU 3500-EXIT
106700     IF NOT LIVE-FILE-OK
106800         GO TO 3100-EXIT
106900     END-IF
107000*
107100     PERFORM 3150-READ-LIVE-LINE THRU 3150-EXIT
107200         UNTIL LIVE-EOF
107300*
107400     PERFORM 3700-CLOSE-LIVE-FILE THRU 3700-EXIT.
107500 3100-EXIT.
107600     EXIT.
107700*
107800 3150-READ-LIVE-LINE.
107900     PERFORM 3600-READ-LIVE-RECORD THRU 3600-EXIT
108000     IF LIVE-EOF
108100         GO TO 3150-EXIT
108200     END-IF
108300*
108400     ADD 1 TO LV-COUNT
108500     IF LV-COUNT NOT > 100
108600         MOVE WS-LIVE-LINE TO LV-LINE (LV-COUNT)
108700     END-IF.
108800 3150-EXIT.
108900     EXIT.
109000*
109100*---------------------------------------------------------------*
109200*    3200-APPLY-CHANGE                                          *
109300*    EVERY LINE FOR THE KEY IS REPLACED (THE READING PROGRAMS   *
109400*    TAKE THE LAST ONE, SO NONE MAY BE LEFT BEHIND); A KEY      *
109500*    WITH NO LINE GETS ONE AT THE END OF THE FILE.              *
109600*---------------------------------------------------------------*
109700 3200-APPLY-CHANGE.
109800     IF PT-FILE-NAME (WS-PENDING-SUBSCRIPT)
109900             NOT = LIVE-FILE-NAME (WS-FILE-SUBSCRIPT)
110000             OR NOT PT-APPROVED (WS-PENDING-SUBSCRIPT)
110100             OR PT-EFFECTIVE-DATE (WS-PENDING-SUBSCRIPT)
110200                 > BD-BUSINESS-DATE
110300         GO TO 3200-EXIT
110400     END-IF
110500*
110600     MOVE PT-PARM-KEY (WS-PENDING-SUBSCRIPT)
110700         TO WS-CATALOG-PARM-KEY
110800     MOVE SPACES TO WS-BEFORE-VALUE
110900     MOVE SPACES TO WS-LIVE-LINE
111000     STRING PT-PARM-KEY (WS-PENDING-SUBSCRIPT) DELIMITED BY SPACE
111100         "=" DELIMITED BY SIZE
111200         PT-NEW-VALUE (WS-PENDING-SUBSCRIPT) DELIMITED BY SPACE
111300         INTO WS-LIVE-LINE
111400*
111500     SET ENTRY-NOT-FOUND TO TRUE
111600     PERFORM 3210-REPLACE-KEY-LINE THRU 3210-EXIT
111700         VARYING WS-LINE-SUBSCRIPT FROM 1 BY 1
111800         UNTIL WS-LINE-SUBSCRIPT > LV-COUNT
111900     IF ENTRY-NOT-FOUND
112000         ADD 1 TO LV-COUNT
112100         MOVE WS-LIVE-LINE TO LV-LINE (LV-COUNT)
112200     END-IF
112300*
112400     SET PT-APPLIED (WS-PENDING-SUBSCRIPT) TO TRUE
112500     ADD 1 TO WS-APPLIED-COUNT
112600     PERFORM 3300-WRITE-APPLY-AUDIT THRU 3300-EXIT.
112700 3200-EXIT.
112800     EXIT.
112900*
113000 3210-REPLACE-KEY-LINE.
113100     MOVE SPACES TO WS-LINE-KEY
113200     MOVE SPACES TO WS-LINE-VALUE
113300     UNSTRING LV-LINE (WS-LINE-SUBSCRIPT) DELIMITED BY "="
113400         INTO WS-LINE-KEY WS-LINE-VALUE
113500     IF WS-LINE-KEY = WS-CATALOG-PARM-KEY
113600         SET ENTRY-IS-FOUND TO TRUE
113700         MOVE WS-LINE-VALUE TO WS-BEFORE-VALUE
113800         MOVE WS-LIVE-LINE TO LV-LINE (WS-LINE-SUBSCRIPT)
113900     END-IF.
114000 3210-EXIT.
114100     EXIT.
114200*
114300 3300-WRITE-APPLY-AUDIT.
114400     MOVE SPACES TO AUDIT-TRAIL-RECORD
114500     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
114600     ACCEPT WS-CURRENT-TIME FROM TIME
114700     MOVE WS-CURRENT-DATE        TO PA-TIMESTAMP (1:8)
114800     MOVE WS-CURRENT-TIME        TO PA-TIMESTAMP (9:6)
114900     MOVE PT-CHECKER-ID (WS-PENDING-SUBSCRIPT) TO PA-USER-ID
115000     MOVE "P"                    TO PA-ACTION-CODE
115100     MOVE PT-CHANGE-ID (WS-PENDING-SUBSCRIPT)  TO PA-CHANGE-ID
115200     MOVE PT-FILE-NAME (WS-PENDING-SUBSCRIPT)  TO PA-FILE-NAME
115300     MOVE PT-PARM-KEY (WS-PENDING-SUBSCRIPT)   TO PA-PARM-KEY
115400     MOVE WS-BEFORE-VALUE        TO PA-BEFORE-VALUE
115500     MOVE PT-NEW-VALUE (WS-PENDING-SUBSCRIPT)  TO PA-AFTER-VALUE
115600     MOVE PT-EFFECTIVE-DATE (WS-PENDING-SUBSCRIPT)
115700         TO PA-EFFECTIVE-DATE
115800     MOVE PT-MAKER-ID (WS-PENDING-SUBSCRIPT)   TO PA-MAKER-ID
115900     MOVE PT-CHECKER-ID (WS-PENDING-SUBSCRIPT) TO PA-CHECKER-ID
116000     SET PA-RESULT-ACCEPTED TO TRUE
116100     WRITE AUDIT-TRAIL-RECORD
116200*
116300     MOVE PA-CHANGE-ID           TO PL-CHANGE-ID
116400     MOVE PA-PARM-KEY            TO PL-PARM-KEY
116500     MOVE PA-BEFORE-VALUE        TO PL-BEFORE-VALUE
116600     IF PA-BEFORE-VALUE = SPACES
116700         MOVE "(ABSENT)"         TO PL-BEFORE-VALUE
116800     END-IF
116900     MOVE PA-AFTER-VALUE         TO PL-AFTER-VALUE
117000     MOVE PA-MAKER-ID            TO PL-MAKER-ID
117100     MOVE PA-CHECKER-ID          TO PL-CHECKER-ID
117200     WRITE MAINT-REPORT-LINE FROM WS-APPLIED-DETAIL-LINE.
117300 3300-EXIT.
117400     EXIT.
117500*
117600 3400-REWRITE-LIVE-LINES.
117700     PERFORM 3650-WRITE-LIVE-RECORD THRU 3650-EXIT
117800         VARYING WS-LINE-SUBSCRIPT FROM 1 BY 1
117900         UNTIL WS-LINE-SUBSCRIPT > LV-COUNT
118000*
118100     PERFORM 3700-CLOSE-LIVE-FILE THRU 3700-EXIT.
118200 3400-EXIT.
118300     EXIT.
118400*
118500*---------------------------------------------------------------*
118600*    3500-3700 - OPEN, READ, WRITE, AND CLOSE WHICHEVER LIVE    *
118700*    FILE WS-FILE-SUBSCRIPT NAMES.                              *
118800*---------------------------------------------------------------*
118900 3500-OPEN-LIVE-INPUT.
119000     SET LIVE-NOT-EOF TO TRUE
119100     EVALUATE WS-FILE-SUBSCRIPT
119200         WHEN 1
119300             OPEN INPUT RISK-PARM-FILE
119400         WHEN 2
119500             OPEN INPUT INTEREST-PARM-FILE
119600         WHEN 3
119700             OPEN INPUT RETENTION-PARM-FILE
119800         WHEN 4
119900             OPEN INPUT STATEMENT-PARM-FILE
119901         WHEN 5
119911             OPEN INPUT DISPUTE-PARM-FILE
119921         WHEN 6
119931             OPEN INPUT RECON-PARM-FILE
119941         WHEN 7
119951             OPEN INPUT DORMANCY-PARM-FILE
119961         WHEN 8
119971             OPEN INPUT PRODUCTIVITY-PARM-FILE
119981         WHEN OTHER
119991             OPEN INPUT TAX-PARM-FILE
120000     END-EVALUATE.
120100 3500-EXIT.
120200     EXIT.
120300*
120400 3550-OPEN-LIVE-OUTPUT.
120500     EVALUATE WS-FILE-SUBSCRIPT
120600         WHEN 1
120700             OPEN OUTPUT RISK-PARM-FILE
120800         WHEN 2
120900             OPEN OUTPUT INTEREST-PARM-FILE
121000         WHEN 3
121100             OPEN OUTPUT RETENTION-PARM-FILE
121200         WHEN 4
121300             OPEN OUTPUT STATEMENT-PARM-FILE
121301         WHEN 5
121311             OPEN OUTPUT DISPUTE-PARM-FILE
121321         WHEN 6
121331             OPEN OUTPUT RECON-PARM-FILE
121341         WHEN 7
121351             OPEN OUTPUT DORMANCY-PARM-FILE
121361         WHEN 8
121371             OPEN OUTPUT PRODUCTIVITY-PARM-FILE
121381         WHEN OTHER
121391             OPEN OUTPUT TAX-PARM-FILE
121400     END-EVALUATE.
121500 3550-EXIT.
121600     EXIT.
121700*
121800 3600-READ-LIVE-RECORD.
121900     EVALUATE WS-FILE-SUBSCRIPT
122000         WHEN 1
122100             READ RISK-PARM-FILE INTO WS-LIVE-LINE
122200                 AT END
122300                     SET LIVE-EOF TO TRUE
122400             END-READ
122500         WHEN 2
122600             READ INTEREST-PARM-FILE INTO WS-LIVE-LINE
122700                 AT END
122800                     SET LIVE-EOF TO TRUE
122900             END-READ
123000         WHEN 3
123100             READ RETENTION-PARM-FILE INTO WS-LIVE-LINE
123200                 AT END
123300                     SET LIVE-EOF TO TRUE
123400             END-READ
123500         WHEN 4
123600             READ STATEMENT-PARM-FILE INTO WS-LIVE-LINE
123700                 AT END
123800                     SET LIVE-EOF TO TRUE
123900             END-READ
123901         WHEN 5
123905             READ DISPUTE-PARM-FILE INTO WS-LIVE-LINE
123909                 AT END
123913                     SET LIVE-EOF TO TRUE
123917             END-READ
123921         WHEN 6
123925             READ RECON-PARM-FILE INTO WS-LIVE-LINE
123929                 AT END
123933                     SET LIVE-EOF TO TRUE
123937             END-READ
123941         WHEN 7
123945             READ DORMANCY-PARM-FILE INTO WS-LIVE-LINE
123949                 AT END
123953                     SET LIVE-EOF TO TRUE
123957             END-READ
123961         WHEN 8
123965             READ PRODUCTIVITY-PARM-FILE INTO WS-LIVE-LINE
123969                 AT END
123973                     SET LIVE-EOF TO TRUE
123977             END-READ
123981         WHEN OTHER
123985             READ TAX-PARM-FILE INTO WS-LIVE-LINE
123989                 AT END
123993                     SET LIVE-EOF TO TRUE
123997             END-READ
124000     END-EVALUATE.
124100 3600-EXIT.
124200     EXIT.
124300*
124400 3650-WRITE-LIVE-RECORD.
124500     EVALUATE WS-FILE-SUBSCRIPT
124600         WHEN 1
124700             WRITE RISK-PARM-RECORD
124800                 FROM LV-LINE (WS-LINE-SUBSCRIPT)
124900         WHEN 2
125000             WRITE INTEREST-PARM-RECORD
125100                 FROM LV-LINE (WS-LINE-SUBSCRIPT)
125200         WHEN 3
125300             WRITE RETENTION-PARM-RECORD
125400                 FROM LV-LINE (WS-LINE-SUBSCRIPT)
125500         WHEN 4
125600             WRITE STATEMENT-PARM-RECORD
125700                 FROM LV-LINE (WS-LINE-SUBSCRIPT)
125701         WHEN 5
125708             WRITE DISPUTE-PARM-RECORD
125715                 FROM LV-LINE (WS-LINE-SUBSCRIPT)
125722         WHEN 6
125729             WRITE RECON-PARM-RECORD
125736                 FROM LV-LINE (WS-LINE-SUBSCRIPT)
125743         WHEN 7
125750             WRITE DORMANCY-PARM-RECORD
125757                 FROM LV-LINE (WS-LINE-SUBSCRIPT)
125764         WHEN 8
125771             WRITE PRODUCTIVITY-PARM-RECORD
125778                 FROM LV-LINE (WS-LINE-SUBSCRIPT)
125785         WHEN OTHER
125792             WRITE TAX-PARM-RECORD
125799                 FROM LV-LINE (WS-LINE-SUBSCRIPT)
125800     END-EVALUATE.
125900 3650-EXIT.
126000     EXIT.
126100*
126200 3700-CLOSE-LIVE-FILE.
126300     EVALUATE WS-FILE-SUBSCRIPT
126400         WHEN 1
126500             CLOSE RISK-PARM-FILE
126600         WHEN 2
126700             CLOSE INTEREST-PARM-FILE
126800         WHEN 3
126900             CLOSE RETENTION-PARM-FILE
127000         WHEN 4
127100             CLOSE STATEMENT-PARM-FILE
127101         WHEN 5
127111             CLOSE DISPUTE-PARM-FILE
127121         WHEN 6
127131             CLOSE RECON-PARM-FILE
127141         WHEN 7
127151             CLOSE DORMANCY-PARM-FILE
127161         WHEN 8
127171             CLOSE PRODUCTIVITY-PARM-FILE
127181         WHEN OTHER
127191             CLOSE TAX-PARM-FILE
127200     END-EVALUATE.
127300 3700-EXIT.
127400     EXIT.
127500*
127600*---------------------------------------------------------------*
127700*    4000-LOAD-IN-FORCE                                         *
127800*    READS ALL NINE LIVE FILES INTO WS-IN-FORCE-TABLE.  BLANK   *
127900*    LINES AND "*" COMMENT LINES ARE PASSED OVER.               *
128000*---------------------------------------------------------------*
128100 4000-LOAD-IN-FORCE.
128200     PERFORM 4010-CLEAR-IN-FORCE THRU 4010-EXIT
128300         VARYING WS-CATALOG-SUBSCRIPT FROM 1 BY 1
128400         UNTIL WS-CATALOG-SUBSCRIPT > 46
128500     MOVE ZERO TO UK-COUNT
128600     MOVE ZERO TO WS-UNKNOWN-DROPPED-COUNT
128700*
128800     PERFORM 4100-LOAD-FILE-IN-FORCE THRU 4100-EXIT
128900         VARYING WS-FILE-SUBSCRIPT FROM 1 BY 1
129000         UNTIL WS-FILE-SUBSCRIPT > 9.
129100 4000-EXIT.
129200     EXIT.
129300*
129400 4010-CLEAR-IN-FORCE.
129500     SET IF-KEY-ABSENT (WS-CATALOG-SUBSCRIPT) TO TRUE
129600     MOVE SPACES TO IF-VALUE (WS-CATALOG-SUBSCRIPT).
129700 4010-EXIT.
129800     EXIT.
129900*
130000 4100-LOAD-FILE-IN-FORCE.
130100     PERFORM 3500-OPEN-LIVE-INPUT THRU 3500-EXIT
130200     IF NOT LIVE-FILE-OK
130300         GO TO 4100-EXIT
130400     END-IF
130500*
130600     PERFORM 4150-READ-IN-FORCE-LINE THRU 4150-EXIT
130700         UNTIL LIVE-EOF
130800*
130900     PERFORM 3700-CLOSE-LIVE-FILE THRU 3700-EXIT.
131000 4100-EXIT.
131100     EXIT.
131200*
131300 4150-READ-IN-FORCE-LINE.
131400     PERFORM 3600-READ-LIVE-RECORD THRU 3600-EXIT
131500     IF LIVE-EOF
131600         GO TO 4150-EXIT
131700     END-IF
131800*
131900     IF WS-LIVE-LINE = SPACES
132000             OR WS-LIVE-LINE (1:1) = "*"
132100         GO TO 4150-EXIT
132200     END-IF
132300*
132400     MOVE SPACES TO WS-LINE-KEY
132500     MOVE SPACES TO WS-LINE-VALUE
132600     UNSTRING WS-LIVE-LINE DELIMITED BY "="
132700         INTO WS-LINE-KEY WS-LINE-VALUE
132800*
132900     MOVE LIVE-FILE-NAME (WS-FILE-SUBSCRIPT)
133000         TO WS-CATALOG-FILE-NAME
133100     MOVE WS-LINE-KEY TO WS-CATALOG-PARM-KEY
133200     PERFORM 2600-FIND-CATALOG-KEY THRU 2600-EXIT
133300     IF ENTRY-IS-FOUND
133400         SET IF-KEY-PRESENT (WS-CATALOG-FOUND) TO TRUE
133500         MOVE WS-LINE-VALUE TO IF-VALUE (WS-CATALOG-FOUND)
133600         GO TO 4150-EXIT
133700     END-IF
133800*
133900     IF UK-COUNT < 50
134000         ADD 1 TO UK-COUNT
134100         MOVE WS-CATALOG-FILE-NAME
134200             TO UK-FILE-NAME (UK-COUNT)
134300         MOVE WS-LINE-KEY   TO UK-PARM-KEY (UK-COUNT)
134400         MOVE WS-LINE-VALUE TO UK-VALUE (UK-COUNT)
134500     ELSE
134600         ADD 1 TO WS-UNKNOWN-DROPPED-COUNT
134700     END-IF.
134800 4150-EXIT.
134900     EXIT.
135000*
135100*---------------------------------------------------------------*
135200*    5000-VALIDATE-VALUE                                        *
135300*    WS-CHECK-VALUE AGAINST CATALOG ENTRY WS-CATALOG-SUBSCRIPT. *
135400*    THE READING PROGRAMS UNSTRING THE VALUE INTO A NUMERIC     *
135500*    FIELD, SO ONLY LEFT-JUSTIFIED WHOLE DIGITS READ CORRECTLY  *
135600*    - A SIGN, DECIMAL POINT, OR EMBEDDED SPACE DOES NOT.       *
135700*---------------------------------------------------------------*
135800 5000-VALIDATE-VALUE.
135900     SET VALUE-NOT-VALID TO TRUE
136000     MOVE ZERO TO WS-CHECK-NUMBER
136100     MOVE ZERO TO WS-DIGIT-COUNT
136200     INSPECT WS-CHECK-VALUE TALLYING WS-DIGIT-COUNT
136300         FOR CHARACTERS BEFORE INITIAL SPACE
136400*
136500     IF WS-DIGIT-COUNT = ZERO OR WS-DIGIT-COUNT > 9
136600         MOVE "VALUE MUST BE 1-9 DIGITS" TO WS-REJECT-REASON
136700         GO TO 5000-EXIT
136800     END-IF
136900     IF WS-CHECK-VALUE (1:WS-DIGIT-COUNT) NOT NUMERIC
137000             OR WS-CHECK-VALUE (WS-DIGIT-COUNT + 1:) NOT = SPACES
137100         MOVE "VALUE MUST BE WHOLE DIGITS" TO WS-REJECT-REASON
137200         GO TO 5000-EXIT
137300     END-IF
137400     MOVE WS-CHECK-VALUE (1:WS-DIGIT-COUNT) TO WS-CHECK-NUMBER
137500*
137600     IF CT-KIND-DATE (WS-CATALOG-SUBSCRIPT)
137700         MOVE ZERO TO WS-CHECK-DATE
137800         IF WS-DIGIT-COUNT = 8
137900             MOVE WS-CHECK-NUMBER TO WS-CHECK-DATE
138000         END-IF
138100         PERFORM 5100-VALIDATE-DATE THRU 5100-EXIT
138200         IF DATE-NOT-VALID
138300             MOVE "VALUE IS NOT A VALID DATE" TO WS-REJECT-REASON
138400             GO TO 5000-EXIT
138500         END-IF
138600         SET VALUE-IS-VALID TO TRUE
138700         GO TO 5000-EXIT
138800     END-IF
138900*
139000     IF CT-KIND-NUMBER-OR-ZERO (WS-CATALOG-SUBSCRIPT)
139100             AND WS-CHECK-NUMBER = ZERO
139200         SET VALUE-IS-VALID TO TRUE
139300         GO TO 5000-EXIT
139400     END-IF
139500*
139600     IF WS-CHECK-NUMBER < CT-MINIMUM (WS-CATALOG-SUBSCRIPT)
139700             OR WS-CHECK-NUMBER
139800                 > CT-MAXIMUM (WS-CATALOG-SUBSCRIPT)
139900         MOVE "VALUE OUTSIDE ALLOWED RANGE" TO WS-REJECT-REASON
140000         GO TO 5000-EXIT
140100     END-IF
140200*
140300     SET VALUE-IS-VALID TO TRUE.
140400 5000-EXIT.
140500     EXIT.
140600*
140700*---------------------------------------------------------------*
140800*    5100-VALIDATE-DATE                                         *
140900*    WS-CHECK-DATE MUST BE A REAL CALENDAR DATE.                *
141000*---------------------------------------------------------------*
141100 5100-VALIDATE-DATE.
141200     SET DATE-NOT-VALID TO TRUE
141300     IF CD-YEAR < 1601
141400             OR CD-MONTH < 1 OR CD-MONTH > 12
141500             OR CD-DAY < 1
141600         GO TO 5100-EXIT
141700     END-IF
141800*
141900     EVALUATE CD-MONTH
142000         WHEN 2
142100             MOVE 28 TO WS-MONTH-END-DAY
142200             DIVIDE CD-YEAR BY 4
142300                 GIVING WS-LEAP-QUOTIENT
142400                 REMAINDER WS-LEAP-REMAINDER
142500             IF WS-LEAP-REMAINDER = ZERO
142600                 MOVE 29 TO WS-MONTH-END-DAY
142700                 DIVIDE CD-YEAR BY 100
142800                     GIVING WS-LEAP-QUOTIENT
142900                     REMAINDER WS-LEAP-REMAINDER
143000                 IF WS-LEAP-REMAINDER = ZERO
143100                     MOVE 28 TO WS-MONTH-END-DAY
143200                     DIVIDE CD-YEAR BY 400
143300                         GIVING WS-LEAP-QUOTIENT
143400                         REMAINDER WS-LEAP-REMAINDER
143500                     IF WS-LEAP-REMAINDER = ZERO
143600                         MOVE 29 TO WS-MONTH-END-DAY
143700                     END-IF
143800                 END-IF
143900             END-IF
144000         WHEN 4
144100         WHEN 6
144200         WHEN 9
144300         WHEN 11
144400             MOVE 30 TO WS-MONTH-END-DAY
144500         WHEN OTHER
144600             MOVE 31 TO WS-MONTH-END-DAY
144700     END-EVALUATE
144800*
144900     IF CD-DAY NOT > WS-MONTH-END-DAY
145000         SET DATE-IS-VALID TO TRUE
145100     END-IF.
145200 5100-EXIT.
145300     EXIT.
145400*
145500*---------------------------------------------------------------*
145600*    9000-TERMINATE                                             *
145700*---------------------------------------------------------------*
145800 9000-TERMINATE.
145900     IF MAINT-FILE-OPEN
146000         CLOSE MAINT-FEED-FILE
146100     END-IF
146200*
146300     PERFORM 9100-WRITE-PENDING-OUT THRU 9100-EXIT
146400*
146500     PERFORM 4000-LOAD-IN-FORCE THRU 4000-EXIT
146600     PERFORM 9300-WRITE-IN-FORCE THRU 9300-EXIT
146700         VARYING WS-FILE-SUBSCRIPT FROM 1 BY 1
146800         UNTIL WS-FILE-SUBSCRIPT > 9
146900*
147000     PERFORM 9500-WRITE-TOTALS THRU 9500-EXIT
147100*
147200     CLOSE AUDIT-TRAIL-FILE
147300     CLOSE MAINT-REPORT-FILE
147400*
147500     DISPLAY "PARMFILEMAINT: " WS-ACTION-COUNT " ACTION(S), "
147600         WS-REJECTED-COUNT " REJECTED, " WS-APPLIED-COUNT
147700         " CHANGE(S) APPLIED, " WS-CARRIED-COUNT " OPEN"
147800*
147900     IF WS-PENDING-DROPPED-COUNT > ZERO
148000         DISPLAY "PARMFILEMAINT: WARNING - "
148100             WS-PENDING-DROPPED-COUNT
148200             " PARMPEND ROW(S) PAST THE 200-ENTRY TABLE WERE "
148300             "NOT CARRIED FORWARD"
148400     END-IF
148500*
148600     IF RETURN-CODE = 16
148700         GO TO 9000-EXIT
148800     END-IF
148900*
149000     MOVE ZERO TO RETURN-CODE
149100     IF WS-REJECTED-COUNT > ZERO
149200             OR WS-WARNING-COUNT > ZERO
149300             OR WS-PENDING-DROPPED-COUNT > ZERO
149400         MOVE 4 TO RETURN-CODE
149500     END-IF
149600     IF WS-UNAPPLIED-FILE-COUNT > ZERO
149700         MOVE 8 TO RETURN-CODE
149800     END-IF.
149900 9000-EXIT.
150000     EXIT.
150100*
150200*---------------------------------------------------------------*
150300*    9100-WRITE-PENDING-OUT                                     *
150400*    CARRIES EVERY CHANGE STILL AWAITING APPROVAL OR ITS        *
150500*    EFFECTIVE DATE TO PARMPNDO AND LISTS IT.                   *
150600*---------------------------------------------------------------*
150700 9100-WRITE-PENDING-OUT.
150800     OPEN OUTPUT PENDING-OUT-FILE
150900     IF NOT PEND-OUT-FILE-OK
151000         DISPLAY "PARMFILEMAINT: UNABLE TO OPEN PARMPNDO - "
151100             "STATUS " WS-PEND-OUT-FILE-STATUS
151200         MOVE 16 TO RETURN-CODE
151300         GO TO 9100-EXIT
151400     END-IF
151500*
151600     MOVE SPACES TO MAINT-REPORT-LINE
151700     WRITE MAINT-REPORT-LINE
151800     MOVE "OPEN CHANGES CARRIED FORWARD" TO MAINT-REPORT-LINE
151900     WRITE MAINT-REPORT-LINE
152000     WRITE MAINT-REPORT-LINE FROM WS-OPEN-HEADING-LINE
152100*
152200     PERFORM 9110-CARRY-CHANGE THRU 9110-EXIT
152300         VARYING WS-PENDING-SUBSCRIPT FROM 1 BY 1
152400         UNTIL WS-PENDING-SUBSCRIPT > PT-COUNT
152500*
152600     IF WS-CARRIED-COUNT = ZERO
152700         MOVE "  NONE" TO MAINT-REPORT-LINE
152800         WRITE MAINT-REPORT-LINE
152900     END-IF
153000*
153100     CLOSE PENDING-OUT-FILE.
153200 9100-EXIT.
153300     EXIT.
153400*
153500 9110-CARRY-CHANGE.
153600     IF NOT PT-AWAITING-APPROVAL (WS-PENDING-SUBSCRIPT)
153700             AND NOT PT-APPROVED (WS-PENDING-SUBSCRIPT)
153800         GO TO 9110-EXIT
153900     END-IF
154000*
154100     WRITE PENDING-OUT-RECORD FROM PT-ENTRY (WS-PENDING-SUBSCRIPT)
154200     ADD 1 TO WS-CARRIED-COUNT
154300*
154400     MOVE PT-CHANGE-ID (WS-PENDING-SUBSCRIPT)      TO OL-CHANGE-ID
154500     MOVE PT-FILE-NAME (WS-PENDING-SUBSCRIPT)      TO OL-FILE-NAME
154600     MOVE PT-PARM-KEY (WS-PENDING-SUBSCRIPT)       TO OL-PARM-KEY
154700     MOVE PT-NEW-VALUE (WS-PENDING-SUBSCRIPT)      TO OL-NEW-VALUE
154800     MOVE PT-EFFECTIVE-DATE (WS-PENDING-SUBSCRIPT)
154900         TO OL-EFFECTIVE-DATE
155000     IF PT-APPROVED (WS-PENDING-SUBSCRIPT)
155100         MOVE "APPROVED" TO OL-STATUS
155200     ELSE
155300         MOVE "AWAITING" TO OL-STATUS
155400     END-IF
155500     WRITE MAINT-REPORT-LINE FROM WS-OPEN-DETAIL-LINE.
155600 9110-EXIT.
155700     EXIT.
155800*
155900*---------------------------------------------------------------*
156000*    9300-WRITE-IN-FORCE                                        *
156100*    EVERY CATALOG KEY OF LIVE FILE WS-FILE-SUBSCRIPT WITH THE  *
156200*    VALUE THE CHAIN WILL USE TODAY, THEN ANY KEY ON THE FILE   *
156300*    THE CHAIN DOES NOT READ.                                   *
156400*---------------------------------------------------------------*
156500 9300-WRITE-IN-FORCE.
156600     MOVE SPACES TO MAINT-REPORT-LINE
156700     WRITE MAINT-REPORT-LINE
156800     MOVE SPACES TO MAINT-REPORT-LINE
156900     STRING LIVE-FILE-NAME (WS-FILE-SUBSCRIPT) DELIMITED BY SPACE
157000         " VALUES IN FORCE FOR BUSINESS DATE " DELIMITED BY SIZE
157100         BD-BUSINESS-DATE DELIMITED BY SIZE
157200         INTO MAINT-REPORT-LINE
157300     WRITE MAINT-REPORT-LINE
157400     WRITE MAINT-REPORT-LINE FROM WS-IN-FORCE-HEADING-LINE
157500*
157600     PERFORM 9310-WRITE-IN-FORCE-KEY THRU 9310-EXIT
157700         VARYING WS-CATALOG-SUBSCRIPT FROM 1 BY 1
157800         UNTIL WS-CATALOG-SUBSCRIPT > 46
157900*
158000     PERFORM 9350-WRITE-UNKNOWN-KEY THRU 9350-EXIT
158100         VARYING WS-UNKNOWN-SUBSCRIPT FROM 1 BY 1
158200         UNTIL WS-UNKNOWN-SUBSCRIPT > UK-COUNT.
158300 9300-EXIT.
158400     EXIT.
158500*
158600 9310-WRITE-IN-FORCE-KEY.
158700     IF CT-FILE-NAME (WS-CATALOG-SUBSCRIPT)
158800             NOT = LIVE-FILE-NAME (WS-FILE-SUBSCRIPT)
158900         GO TO 9310-EXIT
159000     END-IF
159100*
159200     MOVE SPACES TO WS-IN-FORCE-DETAIL-LINE
159300     MOVE CT-PARM-KEY (WS-CATALOG-SUBSCRIPT) TO IL-PARM-KEY
159400     PERFORM 9320-BUILD-RANGE-TEXT THRU 9320-EXIT
159500     MOVE WS-RANGE-TEXT TO IL-RANGE
159600*
159700     IF IF-KEY-ABSENT (WS-CATALOG-SUBSCRIPT)
159800         MOVE CT-DEFAULT-TEXT (WS-CATALOG-SUBSCRIPT) TO IL-VALUE
159900         MOVE "DEFAULT" TO IL-SOURCE
160000         IF CT-DEFAULT-TEXT (WS-CATALOG-SUBSCRIPT) = "REQUIRED"
160100             MOVE "NOT SET" TO IL-NOTE
160200             ADD 1 TO WS-WARNING-COUNT
160300         END-IF
160400     ELSE
160500         MOVE IF-VALUE (WS-CATALOG-SUBSCRIPT) TO IL-VALUE
160600         MOVE "FILE" TO IL-SOURCE
160700         MOVE IF-VALUE (WS-CATALOG-SUBSCRIPT) TO WS-CHECK-VALUE
160800         PERFORM 5000-VALIDATE-VALUE THRU 5000-EXIT
160900         IF VALUE-NOT-VALID
161000             MOVE "OUT OF RANGE" TO IL-NOTE
161100             ADD 1 TO WS-WARNING-COUNT
161200         END-IF
161300     END-IF
161400*
161500     WRITE MAINT-REPORT-LINE FROM WS-IN-FORCE-DETAIL-LINE.
161600 9310-EXIT.
161700     EXIT.
161800*
161900*---------------------------------------------------------------*
162000*    9320-BUILD-RANGE-TEXT                                      *
162100*    "MIN-MAX" WITHOUT LEADING SPACES, "0 OR " IN FRONT FOR A   *
162200*    KEY THAT TAKES ZERO AS "NOT SET", OR "YYYYMMDD" FOR A DATE.*
162300*---------------------------------------------------------------*
162400 9320-BUILD-RANGE-TEXT.
162500     MOVE SPACES TO WS-RANGE-TEXT
162600     IF CT-KIND-DATE (WS-CATALOG-SUBSCRIPT)
162700         MOVE "YYYYMMDD" TO WS-RANGE-TEXT
162800         GO TO 9320-EXIT
162900     END-IF
163000*
163100     MOVE CT-MINIMUM (WS-CATALOG-SUBSCRIPT) TO WS-EDIT-NUMBER
163200     MOVE ZERO TO WS-LEADING-SPACES
163300     INSPECT WS-EDIT-NUMBER TALLYING WS-LEADING-SPACES
163400         FOR LEADING SPACES
163500     MOVE WS-EDIT-NUMBER (WS-LEADING-SPACES + 1:)
163600         TO WS-EDIT-MINIMUM
163700*
163800     MOVE CT-MAXIMUM (WS-CATALOG-SUBSCRIPT) TO WS-EDIT-NUMBER
163900     MOVE ZERO TO WS-LEADING-SPACES
164000     INSPECT WS-EDIT-NUMBER TALLYING WS-LEADING-SPACES
164100         FOR LEADING SPACES
164200*
164300     IF CT-KIND-NUMBER-OR-ZERO (WS-CATALOG-SUBSCRIPT)
164400         STRING "0 OR " DELIMITED BY SIZE
164500             WS-EDIT-MINIMUM DELIMITED BY SPACE
164600             "-" DELIMITED BY SIZE
164700             WS-EDIT-NUMBER (WS-LEADING-SPACES + 1:)
164800                 DELIMITED BY SIZE
164900             INTO WS-RANGE-TEXT
165000     ELSE
165100         STRING WS-EDIT-MINIMUM DELIMITED BY SPACE
165200             "-" DELIMITED BY SIZE
165300             WS-EDIT-NUMBER (WS-LEADING-SPACES + 1:)
165400                 DELIMITED BY SIZE
165500             INTO WS-RANGE-TEXT
165600     END-IF.
165700 9320-EXIT.
165800     EXIT.
165900*
166000 9350-WRITE-UNKNOWN-KEY.
166100     IF UK-FILE-NAME (WS-UNKNOWN-SUBSCRIPT)
166200             NOT = LIVE-FILE-NAME (WS-FILE-SUBSCRIPT)
166300         GO TO 9350-EXIT
166400     END-IF
166500*
166600     MOVE SPACES TO WS-IN-FORCE-DETAIL-LINE
166700     MOVE UK-PARM-KEY (WS-UNKNOWN-SUBSCRIPT) TO IL-PARM-KEY
166800     MOVE UK-VALUE (WS-UNKNOWN-SUBSCRIPT)    TO IL-VALUE
166900     MOVE "FILE"                             TO IL-SOURCE
167000     MOVE "UNKNOWN KEY"                      TO IL-NOTE
167100     ADD 1 TO WS-WARNING-COUNT
167200     WRITE MAINT-REPORT-LINE FROM WS-IN-FORCE-DETAIL-LINE.
167300 9350-EXIT.
167400     EXIT.
167500*
167600 9500-WRITE-TOTALS.
167700     MOVE SPACES TO MAINT-REPORT-LINE
167800     WRITE MAINT-REPORT-LINE
167900*
168000     MOVE "ACTIONS READ" TO TL-CAPTION
168100     MOVE WS-ACTION-COUNT TO TL-COUNT
168200     WRITE MAINT-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
168300*
168400     MOVE "ACTIONS REJECTED" TO TL-CAPTION
168500     MOVE WS-REJECTED-COUNT TO TL-COUNT
168600     WRITE MAINT-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
168700*
168800     MOVE "CHANGES APPLIED" TO TL-CAPTION
168900     MOVE WS-APPLIED-COUNT TO TL-COUNT
169000     WRITE MAINT-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
169100*
169200     MOVE "CHANGES STILL OPEN" TO TL-CAPTION
169300     MOVE WS-CARRIED-COUNT TO TL-COUNT
169400     WRITE MAINT-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
169500*
169600     MOVE "IN-FORCE WARNINGS" TO TL-CAPTION
169700     MOVE WS-WARNING-COUNT TO TL-COUNT
169800     WRITE MAINT-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
169900*
170000     IF WS-UNKNOWN-DROPPED-COUNT > ZERO
170100         MOVE "UNKNOWN KEYS NOT LISTED" TO TL-CAPTION
170200         MOVE WS-UNKNOWN-DROPPED-COUNT TO TL-COUNT
170300         WRITE MAINT-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
170400     END-IF.
170500 9500-EXIT.
170600     EXIT.
