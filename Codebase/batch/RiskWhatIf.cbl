000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RiskWhatIf.
000300 AUTHOR. D. OKAFOR - PAYMENTS SYSTEMS GROUP.
000400 INSTALLATION. RETAIL PAYMENTS PROCESSING CENTER.
000500 DATE-WRITTEN. 2026-10-09.
000600 DATE-COMPILED.
000700*
000800*****************************************************************
000900*                                                               *
001000*    RISKWHATIF                                                 *
001100*                                                               *
001200*    WHAT-IF SIMULATION OF A PROPOSED RISKPARM CHANGE.  RUNS    *
001300*    ON REQUEST, OUTSIDE THE DAILY CHAIN, AND POSTS NOTHING -   *
001400*    ITS ONLY OUTPUT IS THE RSIMRPT REPORT.                     *
001500*                                                               *
001600*    EVERY SETTLED ACCTHIST ROW OF A CHAIN TYPE (CREDIT, DEBIT, *
001700*    XFR, WIRE, ACH, AND THE SENDING XFR-OUT LEG OF AN ON-US    *
001800*    TRANSFER, SCORED AS XFR) POSTED IN THE RSIMPARM DATE RANGE *
001900*    IS SCORED TWICE THROUGH RISKSCORINGENGINE: ONCE AGAINST    *
002000*    THE RISKPARM IN FORCE AND ONCE, THROUGH THE                *
002100*    RISKSCORINGWHATIF ENTRY, AGAINST THE CANDIDATE FILE        *
002200*    RISKCAND.  EACH SCORE IS BANDED THE WAY TRANPROCESSOR      *
002300*    ROUTES IT:                                                 *
002400*                                                               *
002500*        H  ABOVE THE HIGH-RISK THRESHOLD - HIGH RISK AND       *
002600*           EXTRACTED TO SAREXTRT                               *
002700*        R  IN THE REVIEW BAND - QUEUED TO REVQUEUE             *
002800*        L  NEITHER                                             *
002900*                                                               *
003000*    THE STRUCTURING CHECK IS REPLAYED PER ACCOUNT AND POSTING  *
003100*    DATE UNDER EACH SET, SINCE RISK-LOW-LIMIT AND THE STRUCT-  *
003200*    KEYS MOVE IT TOO.  THE REPORT LISTS THE TWO PARAMETER      *
003300*    SETS SIDE BY SIDE, THE PROJECTED REVQUEUE, HIGH-RISK, AND  *
003400*    SAREXTRT VOLUMES WITH THE ITEMS MOVING INTO AND OUT OF     *
003500*    EACH, THE SAME MOVEMENT BY TRANSACTION TYPE AND BY         *
003600*    CHANNEL, AND A SAMPLE OF THE ITEMS THAT CHANGED BAND.      *
003700*                                                               *
003800*    ITEMS ARE SCORED ON THEIR ARCHIVED BASE-CURRENCY AMOUNT,   *
003900*    AGAINST THE ACCOUNT'S CURRENT AVERAGE ON ACCTFILE.         *
004000*    REJECTED AND HELD ITEMS NEVER REACH ACCTHIST, AND THE      *
004100*    WATCHLIST AND COMPLIANCE ROUTES DO NOT DEPEND ON RISKPARM, *
004200*    SO NONE OF THEM IS SIMULATED.                              *
004300*                                                               *
004400*    RSIMPARM (RISKPARM KEY=VALUE CONVENTION):                  *
004500*                                                               *
004600*        SIM-FROM-DATE=20260901                                 *
004700*        SIM-TO-DATE=20260930        (DEFAULT BUSINESS DATE)    *
004800*        SIM-SAMPLE-SIZE=25          (DEFAULT 25, AT MOST 100)  *
004900*                                                               *
005000*    A MISSING RSIMPARM, NO SIM-FROM-DATE, A FROM-DATE AFTER    *
005100*    THE TO-DATE, OR A MISSING OR EMPTY RISKCAND ABORTS.        *
005200*                                                                *
005300*    MODIFICATION HISTORY.                                      *
005400*    ---------------------------------------------------------- *
005500*    2026-10-09  DO  INITIAL VERSION.                            *
005550*    2026-10-15  DO  REPLAYED ACCOUNT CARRIES ITS CURRENCY.      *
005600*                                                                *
005700*****************************************************************
005800 ENVIRONMENT DIVISION.
005900 INPUT-OUTPUT SECTION.
006000 FILE-CONTROL.
006100     SELECT SIMULATION-PARM-FILE ASSIGN TO "RSIMPARM"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-SIMP-FILE-STATUS.
006400*
006500     SELECT RISK-PARM-FILE ASSIGN TO "RISKPARM"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-PARM-FILE-STATUS.
006800*
006900     SELECT RISK-CAND-FILE ASSIGN TO "RISKCAND"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-CAND-FILE-STATUS.
007200*
007300     SELECT ACCOUNT-HISTORY-FILE ASSIGN TO "ACCTHIST"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-HIST-FILE-STATUS.
007600*
007700     SELECT SORT-WORK-FILE ASSIGN TO "SORTWKR".
007800*
007900     SELECT ACCOUNT-FILE ASSIGN TO "ACCTFILE"
008000         ORGANIZATION IS INDEXED
008100         ACCESS MODE IS RANDOM
008200         RECORD KEY IS AF-ACCOUNT-ID
008300         FILE STATUS IS WS-ACCT-FILE-STATUS.
008400*
008500     SELECT SIMULATION-REPORT-FILE ASSIGN TO "RSIMRPT"
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS WS-REPORT-FILE-STATUS.
008800*
008900 DATA DIVISION.
009000 FILE SECTION.
009100 FD  SIMULATION-PARM-FILE.
009200 01  SIMULATION-PARM-RECORD          PIC X(80).
009300*
009400 FD  RISK-PARM-FILE.
009500 01  RISK-PARM-RECORD                PIC X(80).
009600*
009700 FD  RISK-CAND-FILE.
009800 01  RISK-CAND-RECORD                PIC X(80).
009900*
010000 FD  ACCOUNT-HISTORY-FILE.
010100 COPY AccountHistory.
010200*
010300 SD  SORT-WORK-FILE.
010400 01  SORT-HISTORY-RECORD.
010500     05  SR-ACCOUNT-ID               PIC X(10).
010600     05  SR-POST-DATE                PIC 9(08).
010700     05  SR-TRANSACTION-ID           PIC X(10).
010800     05  SR-TRANSACTION-TYPE         PIC X(10).
010900     05  SR-BASE-AMOUNT              PIC 9(9)V99.
011000     05  SR-CHANNEL-ID               PIC X(08).
011100*
011200 FD  ACCOUNT-FILE.
011300 01  ACCOUNT-FILE-RECORD.
011400     05  AF-ACCOUNT-ID               PIC X(10).
011500     05  AF-ACCOUNT-BALANCE          PIC S9(9)V99.
011600     05  AF-ACCOUNT-STATUS           PIC X(01).
011700     05  AF-ACCOUNT-AVG-TXN-AMT      PIC 9(9)V99.
011800     05  AF-ACCRUED-INTEREST         PIC S9(7)V99.
011900     05  AF-CUSTOMER-ID              PIC X(10).
011950     05  AF-CURRENCY-CODE            PIC X(03).
012000*
012100 FD  SIMULATION-REPORT-FILE.
012200 01  SIMULATION-REPORT-LINE          PIC X(80).
012300*
012400 WORKING-STORAGE SECTION.
012500*
012600 COPY RunLogComm.
012700 COPY BatchDate.
012800*
012900*---------------------------------------------------------------*
013000*    THE TRANSACTION AND ACCOUNT IMAGES HANDED TO THE ENGINE.   *
013100*---------------------------------------------------------------*
013200 COPY TransactionRecord.
013300 COPY AccountRecord.
013400*
013500 01  WS-SIMP-FILE-STATUS             PIC X(02).
013600     88  SIMP-FILE-OK                    VALUE "00".
013700*
013800 01  WS-PARM-FILE-STATUS             PIC X(02).
013900     88  PARM-FILE-OK                    VALUE "00".
014000*
014100 01  WS-CAND-FILE-STATUS             PIC X(02).
014200     88  CAND-FILE-OK                    VALUE "00".
014300*
014400 01  WS-HIST-FILE-STATUS             PIC X(02).
014500     88  HIST-FILE-OK                    VALUE "00".
014600     88  HIST-FILE-AT-END                VALUE "10".
014700*
014800 01  WS-ACCT-FILE-STATUS             PIC X(02).
014900     88  ACCT-FILE-OK                    VALUE "00".
015000     88  ACCT-RECORD-NOT-FOUND           VALUE "23".
015100*
015200 01  WS-REPORT-FILE-STATUS           PIC X(02).
015300     88  REPORT-FILE-OK                  VALUE "00".
015400*
015500 01  WS-PARM-EOF-SW                  PIC X(01).
015600     88  PARM-EOF                        VALUE "Y".
015700     88  PARM-NOT-EOF                    VALUE "N".
015800*
015900 01  WS-HIST-EOF-SW                  PIC X(01).
016000     88  AT-END-OF-HISTORY               VALUE "Y".
016100     88  NOT-AT-END-OF-HISTORY           VALUE "N".
016200*
016300 01  WS-SORT-EOF-SW                  PIC X(01).
016400     88  AT-END-OF-SORTED-HISTORY        VALUE "Y".
016500     88  NOT-AT-END-OF-SORTED-HISTORY    VALUE "N".
016600*
016700 01  WS-FILES-OPEN-SW                PIC X(01).
016800     88  FILES-ARE-OPEN                  VALUE "Y".
016900     88  FILES-NOT-OPEN                  VALUE "N".
017000*
017100 01  WS-SCORING-FAILED-SW            PIC X(01).
017200     88  SCORING-HAS-FAILED              VALUE "Y".
017300     88  SCORING-NOT-FAILED              VALUE "N".
017400*
017500 01  WS-ENTRY-FOUND-SW               PIC X(01).
017600     88  ENTRY-IS-FOUND                  VALUE "Y".
017700     88  ENTRY-NOT-FOUND                 VALUE "N".
017800*
017900 01  WS-PARM-KEY                     PIC X(24).
018000 01  WS-PARM-VALUE                   PIC 9(9)V99.
018100*
018200 01  WS-FROM-DATE                    PIC 9(08) VALUE ZERO.
018300 01  WS-TO-DATE                      PIC 9(08) VALUE ZERO.
018400 01  WS-SAMPLE-SIZE                  PIC 9(03) VALUE 25.
018500*
018600*---------------------------------------------------------------*
018700*    RISKPARM AND RISKCAND SIDE BY SIDE, ONE ENTRY PER KEY      *
018800*    FOUND ON EITHER FILE, FOR THE PARAMETER SECTION OF THE     *
018900*    REPORT.  WS-PARM-SET IS 1 WHILE RISKPARM IS READ AND 2     *
019000*    WHILE RISKCAND IS READ.                                    *
019100*---------------------------------------------------------------*
019200 01  WS-PARM-SET                     PIC 9(01) COMP.
019300 01  WS-PARM-SUBSCRIPT               PIC 9(03) COMP.
019400 01  WS-FOUND-SUBSCRIPT              PIC 9(03) COMP.
019500 01  WS-CANDIDATE-KEY-COUNT          PIC 9(03) COMP VALUE ZERO.
019600 01  WS-PARM-COMPARE-TABLE.
019700     05  PC-COUNT                    PIC 9(03) COMP VALUE ZERO.
019800     05  PC-ENTRY                    OCCURS 40 TIMES.
019900         10  PC-KEY                  PIC X(24).
020000         10  PC-PRESENT-SW           PIC X(01) OCCURS 2 TIMES.
020100         10  PC-VALUE                PIC 9(9)V99 OCCURS 2 TIMES.
020200*
020300*---------------------------------------------------------------*
020400*    THE ROUTING THRESHOLDS TRANPROCESSOR TAKES FROM RISKPARM,  *
020500*    ONE SET PER FILE.  THE DEFAULTS ARE TRANPROCESSOR'S OWN    *
020600*    COMPILED-IN VALUES, WHICH APPLY WHEN A KEY IS ABSENT.      *
020700*---------------------------------------------------------------*
020800 01  WS-PARM-SETS.
020900     05  SP-SET                      OCCURS 2 TIMES.
021000         10  SP-HIGH-RISK-THRESHOLD  PIC 9(03).
021100         10  SP-LOW-LIMIT            PIC 9(9)V99.
021200         10  SP-CUM-LIMIT            PIC 9(9)V99.
021300         10  SP-NEAR-COUNT-LIMIT     PIC 9(03).
021400         10  SP-NEAR-FLOOR           PIC 9(9)V99.
021500*
021600*---------------------------------------------------------------*
021700*    ONE ITEM'S SCORE AND BAND UNDER EACH SET - 1 = RISKPARM,   *
021800*    2 = RISKCAND.                                              *
021900*---------------------------------------------------------------*
022000 01  WS-ITEM-RESULTS.
022100     05  IR-RESULT                   OCCURS 2 TIMES.
022200         10  IR-RISK-SCORE           PIC 9(03).
022300         10  IR-BAND                 PIC X(01).
022400*
022500*---------------------------------------------------------------*
022600*    MOVEMENT TALLIES.  BUCKET 1 IS THE WHOLE SIMULATION,       *
022700*    BUCKETS 2-7 ARE THE TRANSACTION TYPES IN WS-SIM-TYPE-      *
022800*    TABLE ORDER, AND 8 ONWARD ARE CHANNELS AS THEY ARE FIRST   *
022900*    SEEN.  THE LAST BUCKET TAKES ANY CHANNEL PAST THE TABLE.   *
023000*---------------------------------------------------------------*
023100 01  WS-BUCKET-SUBSCRIPT             PIC 9(03) COMP.
023200 01  WS-BUCKET-USED                  PIC 9(03) COMP.
023300 01  WS-BUCKET-TABLE.
023400     05  BK-ENTRY                    OCCURS 48 TIMES.
023500         10  BK-LABEL                PIC X(10).
023600         10  BK-ITEM-COUNT           PIC 9(07) COMP.
023700         10  BK-REVIEW-CURRENT       PIC 9(07) COMP.
023800         10  BK-REVIEW-CANDIDATE     PIC 9(07) COMP.
023900         10  BK-REVIEW-IN            PIC 9(07) COMP.
024000         10  BK-REVIEW-OUT           PIC 9(07) COMP.
024100         10  BK-HIGH-CURRENT         PIC 9(07) COMP.
024200         10  BK-HIGH-CANDIDATE       PIC 9(07) COMP.
024300         10  BK-HIGH-IN              PIC 9(07) COMP.
024400         10  BK-HIGH-OUT             PIC 9(07) COMP.
024500*
024600 01  WS-SIM-TYPE-VALUES.
024700     05  FILLER                      PIC X(10) VALUE "CREDIT    ".
024800     05  FILLER                      PIC X(10) VALUE "DEBIT     ".
024900     05  FILLER                      PIC X(10) VALUE "XFR       ".
025000     05  FILLER                      PIC X(10) VALUE "WIRE      ".
025100     05  FILLER                      PIC X(10) VALUE "ACH       ".
025200     05  FILLER                      PIC X(10) VALUE "XFR-OUT   ".
025300 01  WS-SIM-TYPE-TABLE REDEFINES WS-SIM-TYPE-VALUES.
025400     05  SIM-TYPE-ENTRY              PIC X(10) OCCURS 6 TIMES.
025500 01  WS-TYPE-SUBSCRIPT               PIC 9(02) COMP.
025600*
025700*---------------------------------------------------------------*
025800*    STRUCTURING REPLAY FOR THE ACCOUNT AND POSTING DATE IN     *
025900*    HAND.  THE CUMULATIVE AMOUNT IS THE SAME UNDER BOTH SETS;  *
026000*    THE NEAR-LIMIT COUNT DEPENDS ON EACH SET'S LOW LIMIT.      *
026100*---------------------------------------------------------------*
026200 01  ST-CURRENT-ACCOUNT-ID           PIC X(10) VALUE SPACES.
026300 01  ST-CURRENT-POST-DATE            PIC 9(08) VALUE ZERO.
026400 01  ST-CUM-BASE-AMOUNT              PIC 9(13)V99 VALUE ZERO.
026500 01  WS-STRUCTURING-WORK.
026600     05  ST-NEAR-LIMIT-COUNT         PIC 9(05) COMP
026700                                     OCCURS 2 TIMES.
026800     05  ST-FLAGGED-SW               PIC X(01) OCCURS 2 TIMES.
026900*
027000*---------------------------------------------------------------*
027100*    THE FIRST WS-SAMPLE-SIZE ITEMS THAT CHANGED BAND, IN       *
027200*    ACCOUNT ORDER, HELD FOR THE END OF THE REPORT.             *
027300*---------------------------------------------------------------*
027400 01  WS-SAMPLE-SUBSCRIPT             PIC 9(03) COMP.
027500 01  WS-SAMPLE-TABLE.
027600     05  SM-COUNT                    PIC 9(03) COMP VALUE ZERO.
027700     05  SM-ENTRY                    OCCURS 100 TIMES.
027800         10  SM-ACCOUNT-ID           PIC X(10).
027900         10  SM-POST-DATE            PIC 9(08).
028000         10  SM-TRANSACTION-ID       PIC X(10).
028100         10  SM-TRANSACTION-TYPE     PIC X(10).
028200         10  SM-CHANNEL-ID           PIC X(08).
028300         10  SM-BASE-AMOUNT          PIC 9(9)V99.
028400         10  SM-CURRENT-SCORE        PIC 9(03).
028500         10  SM-CURRENT-BAND         PIC X(01).
028600         10  SM-CANDIDATE-SCORE      PIC 9(03).
028700         10  SM-CANDIDATE-BAND       PIC X(01).
028800*
028900 01  WS-CHANNEL-LABEL                PIC X(10).
029000*
029100 77  WS-HISTORY-READ                 PIC 9(07) COMP VALUE ZERO.
029200 77  WS-OUT-OF-RANGE-COUNT           PIC 9(07) COMP VALUE ZERO.
029300 77  WS-NOT-SCORED-COUNT             PIC 9(07) COMP VALUE ZERO.
029400 77  WS-NO-ACCOUNT-COUNT             PIC 9(07) COMP VALUE ZERO.
029500 77  WS-CHANGED-COUNT                PIC 9(07) COMP VALUE ZERO.
029600 77  WS-STRUCT-CURRENT               PIC 9(07) COMP VALUE ZERO.
029700 77  WS-STRUCT-CANDIDATE             PIC 9(07) COMP VALUE ZERO.
029800 77  WS-STRUCT-IN                    PIC 9(07) COMP VALUE ZERO.
029900 77  WS-STRUCT-OUT                   PIC 9(07) COMP VALUE ZERO.
030000*
030100 01  WS-PARM-HEADING-LINE.
030200     05  FILLER                      PIC X(26)
030300         VALUE "PARAMETER                 ".
030400     05  FILLER                      PIC X(30)
030500         VALUE "     CURRENT     CANDIDATE    ".
030600*
030700 01  WS-PARM-DETAIL-LINE.
030800     05  PL-KEY                      PIC X(24).
030900     05  FILLER                      PIC X(02) VALUE SPACES.
031000     05  PL-CURRENT                  PIC X(12).
031100     05  FILLER                      PIC X(02) VALUE SPACES.
031200     05  PL-CANDIDATE                PIC X(12).
031300     05  FILLER                      PIC X(02) VALUE SPACES.
031400     05  PL-CHANGED                  PIC X(07).
031500*
031600 01  WS-PARM-EDIT-VALUE              PIC Z(8)9.99.
031700*
031800 01  WS-VOLUME-HEADING-LINE.
031900     05  FILLER                      PIC X(30)
032000         VALUE "PROJECTED VOLUME".
032100     05  FILLER                      PIC X(20)
032200         VALUE "   CURRENT CANDIDATE".
032300     05  FILLER                      PIC X(20)
032400         VALUE "      INTO    OUT OF".
032500*
032600 01  WS-VOLUME-DETAIL-LINE.
032700     05  VL-CAPTION                  PIC X(30).
032800     05  VL-CURRENT                  PIC Z(9)9.
032900     05  VL-CANDIDATE                PIC Z(9)9.
033000     05  VL-INTO                     PIC Z(9)9.
033100     05  VL-OUT-OF                   PIC Z(9)9.
033200*
033300 01  WS-BUCKET-HEADING-LINE.
033400     05  WS-BUCKET-HEADING-LABEL     PIC X(10).
033500     05  FILLER                      PIC X(29)
033600         VALUE "   ITEMS RV-CUR RV-CND  RV-IN".
033700     05  FILLER                      PIC X(35)
033800         VALUE " RV-OUT HI-CUR HI-CND  HI-IN HI-OUT".
033900*
034000 01  WS-BUCKET-DETAIL-LINE.
034100     05  BL-LABEL                    PIC X(10).
034200     05  BL-ITEM-COUNT               PIC ZZZZZZZ9.
034300     05  BL-REVIEW-CURRENT           PIC ZZZZZZ9.
034400     05  BL-REVIEW-CANDIDATE         PIC ZZZZZZ9.
034500     05  BL-REVIEW-IN                PIC ZZZZZZ9.
034600     05  BL-REVIEW-OUT               PIC ZZZZZZ9.
034700     05  BL-HIGH-CURRENT             PIC ZZZZZZ9.
034800     05  BL-HIGH-CANDIDATE           PIC ZZZZZZ9.
034900     05  BL-HIGH-IN                  PIC ZZZZZZ9.
035000     05  BL-HIGH-OUT                 PIC ZZZZZZ9.
035100*
035200 01  WS-SAMPLE-HEADING-LINE.
035300     05  FILLER                      PIC X(21)
035400         VALUE "ACCOUNT-ID POST-DATE ".
035500     05  FILLER                      PIC X(22)
035600         VALUE "TRANS-ID   TYPE       ".
035700     05  FILLER                      PIC X(22)
035800         VALUE "CHANNEL   BASE-AMOUNT ".
035900     05  FILLER                      PIC X(12)
036000         VALUE "CUR    CND  ".
036100*
036200 01  WS-SAMPLE-DETAIL-LINE.
036300     05  XL-ACCOUNT-ID               PIC X(10).
036400     05  FILLER                      PIC X(01) VALUE SPACES.
036500     05  XL-POST-DATE                PIC 9(08).
036600     05  FILLER                      PIC X(02) VALUE SPACES.
036700     05  XL-TRANSACTION-ID           PIC X(10).
036800     05  FILLER                      PIC X(01) VALUE SPACES.
036900     05  XL-TRANSACTION-TYPE         PIC X(10).
037000     05  FILLER                      PIC X(01) VALUE SPACES.
037100     05  XL-CHANNEL-ID               PIC X(08).
037200     05  FILLER                      PIC X(01) VALUE SPACES.
037300     05  XL-BASE-AMOUNT              PIC Z(8)9.99.
037400     05  FILLER                      PIC X(01) VALUE SPACES.
037500     05  XL-CURRENT-SCORE            PIC 9(03).
037600     05  FILLER                      PIC X(01) VALUE SPACES.
037700     05  XL-CURRENT-BAND             PIC X(01).
037800     05  FILLER                      PIC X(02) VALUE SPACES.
037900     05  XL-CANDIDATE-SCORE          PIC 9(03).
038000     05  FILLER                      PIC X(01) VALUE SPACES.
038100     05  XL-CANDIDATE-BAND           PIC X(01).
038200*
038300 01  WS-REPORT-TOTAL-LINE.
038400     05  TL-CAPTION                  PIC X(30).
038500     05  TL-COUNT                    PIC ZZZZZZ9.
038600*
038700 PROCEDURE DIVISION.
038800*
038900 0000-MAINLINE.
039000     MOVE "RISKWHATIF" TO RLC-STEP-NAME
039100     SET RLC-TYPE-START TO TRUE
039200     MOVE ZERO TO RLC-RETURN-CODE
039300     MOVE ZERO TO RLC-RECORDS-READ
039400     MOVE ZERO TO RLC-RECORDS-WRITTEN
039500     CALL 'RunLogWrite' USING RUN-LOG-COMM-AREA
039600*
039700     CALL 'BatchDateLoad' USING BATCH-DATE-RECORD
039800     IF RETURN-CODE NOT = ZERO
039900         DISPLAY "RISKWHATIF: NO USABLE BATCHDTE CONTROL "
040000             "RECORD - RUN ABORTED"
040100         MOVE 16 TO RETURN-CODE
040200         GOBACK
040300     END-IF
040400*
040500     PERFORM 0400-LOAD-SIMULATION-PARMS THRU 0400-EXIT
040600     PERFORM 0500-LOAD-PARAMETER-SETS THRU 0500-EXIT
040700*
040800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
040900*
041000     IF FILES-ARE-OPEN
041100         SORT SORT-WORK-FILE
041200             ON ASCENDING KEY SR-ACCOUNT-ID
041300                              SR-POST-DATE
041400                              SR-TRANSACTION-ID
041500             INPUT PROCEDURE IS 1300-RELEASE-HISTORY
041600                 THRU 1300-RELEASE-EXIT
041700             OUTPUT PROCEDURE IS 1400-SIMULATE-SORTED-HISTORY
041800                 THRU 1400-SIMULATE-EXIT
041900     END-IF
042000*
042100     PERFORM 9000-TERMINATE THRU 9000-EXIT
042200*
042300     SET RLC-TYPE-END TO TRUE
042400     MOVE RETURN-CODE TO RLC-RETURN-CODE
042500     MOVE WS-HISTORY-READ TO RLC-RECORDS-READ
042600     CALL 'RunLogWrite' USING RUN-LOG-COMM-AREA
042700*
042800     GOBACK.
042900*
043000*---------------------------------------------------------------*
043100*    0400-LOAD-SIMULATION-PARMS                                 *
043200*    THE DATE RANGE HAS TO BE STATED - NO RANGE IS GUESSED.     *
043300*    THE TO-DATE DEFAULTS TO THE BUSINESS DATE.                 *
043400*---------------------------------------------------------------*
043500 0400-LOAD-SIMULATION-PARMS.
043600     SET PARM-NOT-EOF TO TRUE
043700     OPEN INPUT SIMULATION-PARM-FILE
043800     IF NOT SIMP-FILE-OK
043900         DISPLAY "RISKWHATIF: UNABLE TO OPEN RSIMPARM - "
044000             "RUN ABORTED"
044100         MOVE 16 TO RETURN-CODE
044200         GOBACK
044300     END-IF
044400*
044500     PERFORM 0450-READ-SIMULATION-PARM THRU 0450-EXIT
044600         UNTIL PARM-EOF
044700*
044800     CLOSE SIMULATION-PARM-FILE
044900*
045000     IF WS-TO-DATE = ZERO
045100         MOVE BD-BUSINESS-DATE TO WS-TO-DATE
045200     END-IF
045300*
045400     IF WS-FROM-DATE = ZERO
045500         DISPLAY "RISKWHATIF: NO SIM-FROM-DATE ON RSIMPARM - "
045600             "RUN ABORTED"
045700         MOVE 16 TO RETURN-CODE
045800         GOBACK
045900     END-IF
046000*
046100     IF WS-FROM-DATE > WS-TO-DATE
046200         DISPLAY "RISKWHATIF: SIM-FROM-DATE " WS-FROM-DATE
046300             " IS AFTER SIM-TO-DATE " WS-TO-DATE " - RUN ABORTED"
046400         MOVE 16 TO RETURN-CODE
046500         GOBACK
046600     END-IF
046700*
046800     IF WS-SAMPLE-SIZE > 100
046900         MOVE 100 TO WS-SAMPLE-SIZE
047000     END-IF.
047100 0400-EXIT.
047200     EXIT.
047300*
047400 0450-READ-SIMULATION-PARM.
047500     READ SIMULATION-PARM-FILE
047600         AT END
047700             SET PARM-EOF TO TRUE
047800             GO TO 0450-EXIT
047900     END-READ
048000*
048100     UNSTRING SIMULATION-PARM-RECORD DELIMITED BY "="
048200         INTO WS-PARM-KEY WS-PARM-VALUE
048300*
048400     EVALUATE WS-PARM-KEY
048500         WHEN "SIM-FROM-DATE"
048600             MOVE WS-PARM-VALUE TO WS-FROM-DATE
048700         WHEN "SIM-TO-DATE"
048800             MOVE WS-PARM-VALUE TO WS-TO-DATE
048900         WHEN "SIM-SAMPLE-SIZE"
049000             MOVE WS-PARM-VALUE TO WS-SAMPLE-SIZE
049100         WHEN OTHER
049200             CONTINUE
049300     END-EVALUATE.
049400 0450-EXIT.
049500     EXIT.
049600*
049700*---------------------------------------------------------------*
049800*    0500-LOAD-PARAMETER-SETS                                   *
049900*    READS RISKPARM (A MISSING RISKPARM MEANS THE COMPILED-IN   *
050000*    DEFAULTS ARE IN FORCE, AS IT DOES IN THE CHAIN) AND THEN   *
050100*    RISKCAND, WHICH MUST EXIST AND HOLD AT LEAST ONE KEY.      *
050200*---------------------------------------------------------------*
050300 0500-LOAD-PARAMETER-SETS.
050400     PERFORM 0510-SET-DEFAULT-THRESHOLDS THRU 0510-EXIT
050500         VARYING WS-PARM-SET FROM 1 BY 1
050600         UNTIL WS-PARM-SET > 2
050700*
050800     MOVE 1 TO WS-PARM-SET
050900     SET PARM-NOT-EOF TO TRUE
051000     OPEN INPUT RISK-PARM-FILE
051100     IF PARM-FILE-OK
051200         PERFORM 0550-READ-CURRENT-PARM THRU 0550-EXIT
051300             UNTIL PARM-EOF
051400         CLOSE RISK-PARM-FILE
051500     ELSE
051600         DISPLAY "RISKWHATIF: NO RISKPARM - CURRENT SET IS THE "
051700             "COMPILED-IN DEFAULTS"
051800     END-IF
051900*
052000     MOVE 2 TO WS-PARM-SET
052100     SET PARM-NOT-EOF TO TRUE
052200     OPEN INPUT RISK-CAND-FILE
052300     IF NOT CAND-FILE-OK
052400         DISPLAY "RISKWHATIF: UNABLE TO OPEN RISKCAND - "
052500             "RUN ABORTED"
052600         MOVE 16 TO RETURN-CODE
052700         GOBACK
052800     END-IF
052900     PERFORM 0560-READ-CANDIDATE-PARM THRU 0560-EXIT
053000         UNTIL PARM-EOF
053100     CLOSE RISK-CAND-FILE
053200*
053300     IF WS-CANDIDATE-KEY-COUNT = ZERO
053400         DISPLAY "RISKWHATIF: RISKCAND HOLDS NO PARAMETERS - "
053500             "RUN ABORTED"
053600         MOVE 16 TO RETURN-CODE
053700         GOBACK
053800     END-IF
053900*
054000     PERFORM 0530-SET-NEAR-FLOOR THRU 0530-EXIT
054100         VARYING WS-PARM-SET FROM 1 BY 1
054200         UNTIL WS-PARM-SET > 2.
054300 0500-EXIT.
054400     EXIT.
054500*
054600 0510-SET-DEFAULT-THRESHOLDS.
054700     MOVE 700       TO SP-HIGH-RISK-THRESHOLD (WS-PARM-SET)
054800     MOVE 10000.00  TO SP-LOW-LIMIT (WS-PARM-SET)
054900     MOVE 100000.00 TO SP-CUM-LIMIT (WS-PARM-SET)
055000     MOVE 3         TO SP-NEAR-COUNT-LIMIT (WS-PARM-SET).
055100 0510-EXIT.
055200     EXIT.
055300*
055400 0530-SET-NEAR-FLOOR.
055500     COMPUTE SP-NEAR-FLOOR (WS-PARM-SET) ROUNDED =
055600         SP-LOW-LIMIT (WS-PARM-SET) * 0.90.
055700 0530-EXIT.
055800     EXIT.
055900*
056000 0550-READ-CURRENT-PARM.
056100     READ RISK-PARM-FILE
056200         AT END
056300             SET PARM-EOF TO TRUE
056400             GO TO 0550-EXIT
056500     END-READ
056600*
056700     MOVE SPACES TO WS-PARM-KEY
056800     MOVE ZERO TO WS-PARM-VALUE
056900     UNSTRING RISK-PARM-RECORD DELIMITED BY "="
057000         INTO WS-PARM-KEY WS-PARM-VALUE
057100*
057200     PERFORM 0600-RECORD-PARM THRU 0600-EXIT.
057300 0550-EXIT.
057400     EXIT.
057500*
057600 0560-READ-CANDIDATE-PARM.
057700     READ RISK-CAND-FILE
057800         AT END
057900             SET PARM-EOF TO TRUE
058000             GO TO 0560-EXIT
058100     END-READ
058200*
058300     MOVE SPACES TO WS-PARM-KEY
058400     MOVE ZERO TO WS-PARM-VALUE
058500     UNSTRING RISK-CAND-RECORD DELIMITED BY "="
058600         INTO WS-PARM-KEY WS-PARM-VALUE
058700*
058800     IF WS-PARM-KEY NOT = SPACES
058900         ADD 1 TO WS-CANDIDATE-KEY-COUNT
059000     END-IF
059100     PERFORM 0600-RECORD-PARM THRU 0600-EXIT.
059200 0560-EXIT.
059300     EXIT.
059400*
059500*---------------------------------------------------------------*
059600*    0600-RECORD-PARM                                           *
059700*    FILES THE KEY IN HAND UNDER WS-PARM-SET IN THE COMPARISON  *
059800*    TABLE AND APPLIES THE ROUTING KEYS TO THAT SET.  THE LAST  *
059900*    OCCURRENCE OF A KEY WINS, AS IT DOES IN THE ENGINE.        *
060000*---------------------------------------------------------------*
060100 0600-RECORD-PARM.
060200     IF WS-PARM-KEY = SPACES
060300         GO TO 0600-EXIT
060400     END-IF
060500*
060600     SET ENTRY-NOT-FOUND TO TRUE
060700     PERFORM 0610-FIND-PARM-ENTRY THRU 0610-EXIT
060800         VARYING WS-PARM-SUBSCRIPT FROM 1 BY 1
060900         UNTIL WS-PARM-SUBSCRIPT > PC-COUNT
061000             OR ENTRY-IS-FOUND
061100*
061200     IF ENTRY-IS-FOUND
061300         MOVE WS-FOUND-SUBSCRIPT TO WS-PARM-SUBSCRIPT
061400     ELSE
061500         IF PC-COUNT < 40
061600             ADD 1 TO PC-COUNT
061700             MOVE PC-COUNT TO WS-PARM-SUBSCRIPT
061800             MOVE WS-PARM-KEY TO PC-KEY (WS-PARM-SUBSCRIPT)
061900             MOVE "N" TO PC-PRESENT-SW (WS-PARM-SUBSCRIPT, 1)
062000             MOVE "N" TO PC-PRESENT-SW (WS-PARM-SUBSCRIPT, 2)
062100             MOVE ZERO TO PC-VALUE (WS-PARM-SUBSCRIPT, 1)
062200             MOVE ZERO TO PC-VALUE (WS-PARM-SUBSCRIPT, 2)
062300         ELSE
062400             DISPLAY "RISKWHATIF: PARAMETER TABLE FULL - "
062500                 WS-PARM-KEY " NOT LISTED"
062600             GO TO 0600-APPLY
062700         END-IF
062800     END-IF
062900*
063000     MOVE "Y" TO PC-PRESENT-SW (WS-PARM-SUBSCRIPT, WS-PARM-SET)
063100     MOVE WS-PARM-VALUE
063200         TO PC-VALUE (WS-PARM-SUBSCRIPT, WS-PARM-SET).
063300 0600-APPLY.
063400     EVALUATE WS-PARM-KEY
063500         WHEN "RISK-REVIEW-BAND-HIGH"
063600             MOVE WS-PARM-VALUE
063700                 TO SP-HIGH-RISK-THRESHOLD (WS-PARM-SET)
063800         WHEN "RISK-LOW-LIMIT"
063900             MOVE WS-PARM-VALUE TO SP-LOW-LIMIT (WS-PARM-SET)
064000         WHEN "STRUCT-CUM-LIMIT"
064100             MOVE WS-PARM-VALUE TO SP-CUM-LIMIT (WS-PARM-SET)
064200         WHEN "STRUCT-NEAR-COUNT"
064300             MOVE WS-PARM-VALUE
064400                 TO SP-NEAR-COUNT-LIMIT (WS-PARM-SET)
064500         WHEN OTHER
064600             CONTINUE
064700     END-EVALUATE.
064800 0600-EXIT.
064900     EXIT.
065000*
065100 0610-FIND-PARM-ENTRY.
065200     IF PC-KEY (WS-PARM-SUBSCRIPT) = WS-PARM-KEY
065300         SET ENTRY-IS-FOUND TO TRUE
065400         MOVE WS-PARM-SUBSCRIPT TO WS-FOUND-SUBSCRIPT
065500     END-IF.
065600 0610-EXIT.
065700     EXIT.
065800*
065900*---------------------------------------------------------------*
066000*    1000-INITIALIZE                                            *
066100*    ACCTHIST AND ACCTFILE ARE REQUIRED.                        *
066200*---------------------------------------------------------------*
066300 1000-INITIALIZE.
066400     SET FILES-NOT-OPEN TO TRUE
066500     SET SCORING-NOT-FAILED TO TRUE
066600     MOVE ZERO TO SM-COUNT
066700*
066800     OPEN INPUT ACCOUNT-HISTORY-FILE
066900     IF NOT HIST-FILE-OK
067000         DISPLAY "RISKWHATIF: UNABLE TO OPEN ACCTHIST - "
067100             "STATUS " WS-HIST-FILE-STATUS
067200         MOVE 16 TO RETURN-CODE
067300         GO TO 1000-EXIT
067400     END-IF
067500*
067600     OPEN INPUT ACCOUNT-FILE
067700     IF NOT ACCT-FILE-OK
067800         DISPLAY "RISKWHATIF: UNABLE TO OPEN ACCTFILE - "
067900             "STATUS " WS-ACCT-FILE-STATUS
068000         MOVE 16 TO RETURN-CODE
068100         CLOSE ACCOUNT-HISTORY-FILE
068200         GO TO 1000-EXIT
068300     END-IF
068400*
068500     OPEN OUTPUT SIMULATION-REPORT-FILE
068600     SET FILES-ARE-OPEN TO TRUE
068700*
068800     PERFORM 1010-CLEAR-BUCKET THRU 1010-EXIT
068900         VARYING WS-BUCKET-SUBSCRIPT FROM 1 BY 1
069000         UNTIL WS-BUCKET-SUBSCRIPT > 48
069100     MOVE "ALL ITEMS" TO BK-LABEL (1)
069200     PERFORM 1020-LABEL-TYPE-BUCKET THRU 1020-EXIT
069300         VARYING WS-TYPE-SUBSCRIPT FROM 1 BY 1
069400         UNTIL WS-TYPE-SUBSCRIPT > 6
069500     MOVE 7 TO WS-BUCKET-USED
069600     MOVE "(OTHER)" TO BK-LABEL (48)
069700*
069800     PERFORM 1050-WRITE-HEADING THRU 1050-EXIT.
069900 1000-EXIT.
070000     EXIT.
070100*
070200 1010-CLEAR-BUCKET.
070300     MOVE SPACES TO BK-LABEL (WS-BUCKET-SUBSCRIPT)
070400     MOVE ZERO TO BK-ITEM-COUNT (WS-BUCKET-SUBSCRIPT)
070500     MOVE ZERO TO BK-REVIEW-CURRENT (WS-BUCKET-SUBSCRIPT)
070600     MOVE ZERO TO BK-REVIEW-CANDIDATE (WS-BUCKET-SUBSCRIPT)
070700     MOVE ZERO TO BK-REVIEW-IN (WS-BUCKET-SUBSCRIPT)
070800     MOVE ZERO TO BK-REVIEW-OUT (WS-BUCKET-SUBSCRIPT)
070900     MOVE ZERO TO BK-HIGH-CURRENT (WS-BUCKET-SUBSCRIPT)
071000     MOVE ZERO TO BK-HIGH-CANDIDATE (WS-BUCKET-SUBSCRIPT)
071100     MOVE ZERO TO BK-HIGH-IN (WS-BUCKET-SUBSCRIPT)
071200     MOVE ZERO TO BK-HIGH-OUT (WS-BUCKET-SUBSCRIPT).
071300 1010-EXIT.
071400     EXIT.
071500*
071600 1020-LABEL-TYPE-BUCKET.
071700     COMPUTE WS-BUCKET-SUBSCRIPT = WS-TYPE-SUBSCRIPT + 1
071800     MOVE SIM-TYPE-ENTRY (WS-TYPE-SUBSCRIPT)
071900         TO BK-LABEL (WS-BUCKET-SUBSCRIPT).
072000 1020-EXIT.
072100     EXIT.
072200*
072300 1050-WRITE-HEADING.
072400     MOVE SPACES TO SIMULATION-REPORT-LINE
072500     STRING "RISK PARAMETER WHAT-IF SIMULATION - BUSINESS DATE "
072600             DELIMITED BY SIZE
072700         BD-BUSINESS-DATE DELIMITED BY SIZE
072800         INTO SIMULATION-REPORT-LINE
072900     WRITE SIMULATION-REPORT-LINE
073000*
073100     MOVE SPACES TO SIMULATION-REPORT-LINE
073200     STRING "SETTLED ACCTHIST ACTIVITY POSTED " DELIMITED BY SIZE
073300         WS-FROM-DATE DELIMITED BY SIZE
073400         " THROUGH " DELIMITED BY SIZE
073500         WS-TO-DATE DELIMITED BY SIZE
073600         INTO SIMULATION-REPORT-LINE
073700     WRITE SIMULATION-REPORT-LINE
073800*
073900     MOVE "CURRENT = RISKPARM, CANDIDATE = RISKCAND"
074000         TO SIMULATION-REPORT-LINE
074100     WRITE SIMULATION-REPORT-LINE.
074200 1050-EXIT.
074300     EXIT.
074400*
074500*---------------------------------------------------------------*
074600*    1300-RELEASE-HISTORY                                       *
074700*    SORT INPUT PROCEDURE.  ONLY SETTLED ROWS OF A CHAIN TYPE   *
074800*    POSTED IN THE RANGE ARE SCORED.  FEES, INTEREST,           *
074900*    ADJUSTMENTS, THE RECEIVING XFR-IN LEG, AND REVERSED OR     *
075000*    RETURNED ROWS NEVER PASSED THROUGH THE ENGINE.             *
075100*---------------------------------------------------------------*
075200 1300-RELEASE-HISTORY.
075300     SET NOT-AT-END-OF-HISTORY TO TRUE
075400     PERFORM 1310-RELEASE-HISTORY-ROW THRU 1310-EXIT
075500         UNTIL AT-END-OF-HISTORY.
075600 1300-RELEASE-EXIT.
075700     EXIT.
075800*
075900 1310-RELEASE-HISTORY-ROW.
076000     READ ACCOUNT-HISTORY-FILE
076100         AT END
076200             SET AT-END-OF-HISTORY TO TRUE
076300             GO TO 1310-EXIT
076400     END-READ
076500     ADD 1 TO WS-HISTORY-READ
076600*
076700     IF TH-POST-DATE < WS-FROM-DATE
076800             OR TH-POST-DATE > WS-TO-DATE
076900         ADD 1 TO WS-OUT-OF-RANGE-COUNT
077000         GO TO 1310-EXIT
077100     END-IF
077200*
077300     IF NOT TH-DISP-SETTLED
077400         ADD 1 TO WS-NOT-SCORED-COUNT
077500         GO TO 1310-EXIT
077600     END-IF
077700*
077800     EVALUATE TH-TRANSACTION-TYPE
077900         WHEN "CREDIT    "
078000         WHEN "DEBIT     "
078100         WHEN "XFR       "
078200         WHEN "WIRE      "
078300         WHEN "ACH       "
078400         WHEN "XFR-OUT   "
078500             MOVE TH-ACCOUNT-ID       TO SR-ACCOUNT-ID
078600             MOVE TH-POST-DATE        TO SR-POST-DATE
078700             MOVE TH-TRANSACTION-ID   TO SR-TRANSACTION-ID
078800             MOVE TH-TRANSACTION-TYPE TO SR-TRANSACTION-TYPE
078900             MOVE TH-BASE-AMOUNT      TO SR-BASE-AMOUNT
079000             MOVE TH-CHANNEL-ID       TO SR-CHANNEL-ID
079100             RELEASE SORT-HISTORY-RECORD
079200         WHEN OTHER
079300             ADD 1 TO WS-NOT-SCORED-COUNT
079400     END-EVALUATE.
079500 1310-EXIT.
079600     EXIT.
079700*
079800*---------------------------------------------------------------*
079900*    1400-SIMULATE-SORTED-HISTORY                               *
080000*    SORT OUTPUT PROCEDURE.  A FAILED ENGINE CALL STOPS THE     *
080100*    SIMULATION - A PARTIAL COMPARISON IS NOT EVIDENCE.         *
080200*---------------------------------------------------------------*
080300 1400-SIMULATE-SORTED-HISTORY.
080400     SET NOT-AT-END-OF-SORTED-HISTORY TO TRUE
080500     PERFORM 1410-RETURN-HISTORY THRU 1410-EXIT
080600     PERFORM 2000-SIMULATE-ITEM THRU 2000-EXIT
080700         UNTIL AT-END-OF-SORTED-HISTORY
080800             OR SCORING-HAS-FAILED
080900     PERFORM 2800-CHECK-STRUCTURING THRU 2800-EXIT.
081000 1400-SIMULATE-EXIT.
081100     EXIT.
081200*
081300 1410-RETURN-HISTORY.
081400     RETURN SORT-WORK-FILE
081500         AT END
081600             SET AT-END-OF-SORTED-HISTORY TO TRUE
081700     END-RETURN.
081800 1410-EXIT.
081900     EXIT.
082000*
082100*---------------------------------------------------------------*
082200*    2000-SIMULATE-ITEM                                         *
082300*    A NEW ACCOUNT OR POSTING DATE CLOSES THE STRUCTURING       *
082400*    REPLAY FOR THE ONE BEFORE IT.                              *
082500*---------------------------------------------------------------*
082600 2000-SIMULATE-ITEM.
082700     IF SR-ACCOUNT-ID NOT = ST-CURRENT-ACCOUNT-ID
082800             OR SR-POST-DATE NOT = ST-CURRENT-POST-DATE
082900         PERFORM 2800-CHECK-STRUCTURING THRU 2800-EXIT
083000         IF SR-ACCOUNT-ID NOT = ST-CURRENT-ACCOUNT-ID
083100             PERFORM 2100-LOAD-ACCOUNT THRU 2100-EXIT
083200         END-IF
083300         MOVE SR-ACCOUNT-ID TO ST-CURRENT-ACCOUNT-ID
083400         MOVE SR-POST-DATE  TO ST-CURRENT-POST-DATE
083500         MOVE ZERO TO ST-CUM-BASE-AMOUNT
083600         MOVE ZERO TO ST-NEAR-LIMIT-COUNT (1)
083700         MOVE ZERO TO ST-NEAR-LIMIT-COUNT (2)
083800     END-IF
083900*
084000     PERFORM 2200-SCORE-ITEM THRU 2200-EXIT
084100     IF SCORING-HAS-FAILED
084200         GO TO 2000-EXIT
084300     END-IF
084400*
084500     PERFORM 2300-TALLY-ITEM THRU 2300-EXIT
084600     PERFORM 2900-ACCUMULATE-STRUCTURING THRU 2900-EXIT
084700*
084800     PERFORM 1410-RETURN-HISTORY THRU 1410-EXIT.
084900 2000-EXIT.
085000     EXIT.
085100*
085200*---------------------------------------------------------------*
085300*    2100-LOAD-ACCOUNT                                          *
085400*    AN ACCOUNT NO LONGER ON ACCTFILE SCORES WITH NO AVERAGE,   *
085500*    WHICH THE ENGINE LEAVES UNADJUSTED.                        *
085600*---------------------------------------------------------------*
085700 2100-LOAD-ACCOUNT.
085800     INITIALIZE ACCOUNT-RECORD
085900     MOVE SR-ACCOUNT-ID TO AF-ACCOUNT-ID
086000     READ ACCOUNT-FILE
086100         INVALID KEY
086200             ADD 1 TO WS-NO-ACCOUNT-COUNT
086300             MOVE SR-ACCOUNT-ID TO ACCOUNT-ID
086400             GO TO 2100-EXIT
086500     END-READ
086600*
086700     MOVE AF-ACCOUNT-ID          TO ACCOUNT-ID
086800     MOVE AF-ACCOUNT-BALANCE     TO ACCOUNT-BALANCE
086900     MOVE AF-ACCOUNT-STATUS      TO ACCOUNT-STATUS
087000     MOVE AF-ACCOUNT-AVG-TXN-AMT TO ACCOUNT-AVG-TXN-AMT
087100     MOVE AF-ACCRUED-INTEREST    TO ACCOUNT-ACCRUED-INTEREST
087200     MOVE AF-CUSTOMER-ID         TO ACCOUNT-CUSTOMER-ID
087250     MOVE AF-CURRENCY-CODE       TO ACCOUNT-CURRENCY-CODE.
087300 2100-EXIT.
087400     EXIT.
087500*
087600*---------------------------------------------------------------*
087700*    2200-SCORE-ITEM                                            *
087800*    SCORES THE ITEM UNDER RISKPARM, THEN UNDER RISKCAND.  THE  *
087900*    ARCHIVED BASE AMOUNT GOES IN AS USD SO BOTH PASSES PRICE   *
088000*    THE ITEM AS THE CHAIN DID ON THE DAY.  AN XFR-OUT LEG      *
088100*    WAS SCORED AS THE XFR IT WAS FED AS.                       *
088200*---------------------------------------------------------------*
088300 2200-SCORE-ITEM.
088400     INITIALIZE TRANSACTION-RECORD
088500     MOVE SR-TRANSACTION-ID   TO TRANSACTION-ID
088600     MOVE SR-TRANSACTION-TYPE TO TRANSACTION-TYPE
088700     IF SR-TRANSACTION-TYPE = "XFR-OUT   "
088800         MOVE "XFR       "    TO TRANSACTION-TYPE
088900     END-IF
089000     MOVE SR-BASE-AMOUNT      TO TRANSACTION-AMOUNT
089100     MOVE "USD"               TO CURRENCY-CODE
089200     MOVE SR-ACCOUNT-ID       TO TRANSACTION-ACCOUNT-ID
089300     MOVE SR-CHANNEL-ID       TO TRANSACTION-CHANNEL-ID
089400*
089500     MOVE ZERO TO TRANSACTION-RISK-SCORE
089600     SET TRANS-REVIEW-NOT-REQUIRED TO TRUE
089700     CALL 'RiskScoringEngine'
089800         USING TRANSACTION-RECORD, ACCOUNT-RECORD
089900     IF RETURN-CODE NOT = ZERO
090000         DISPLAY "RISKWHATIF: RISKSCORINGENGINE RETURNED "
090100             RETURN-CODE " - RUN ABORTED"
090200         SET SCORING-HAS-FAILED TO TRUE
090300         GO TO 2200-EXIT
090400     END-IF
090500     MOVE 1 TO WS-PARM-SET
090600     PERFORM 2250-BAND-SCORE THRU 2250-EXIT
090700*
090800     MOVE ZERO TO TRANSACTION-RISK-SCORE
090900     SET TRANS-REVIEW-NOT-REQUIRED TO TRUE
091000     CALL 'RiskScoringWhatIf'
091100         USING TRANSACTION-RECORD, ACCOUNT-RECORD
091200     IF RETURN-CODE NOT = ZERO
091300         DISPLAY "RISKWHATIF: RISKSCORINGWHATIF RETURNED "
091400             RETURN-CODE " - RUN ABORTED"
091500         SET SCORING-HAS-FAILED TO TRUE
091600         GO TO 2200-EXIT
091700     END-IF
091800     MOVE 2 TO WS-PARM-SET
091900     PERFORM 2250-BAND-SCORE THRU 2250-EXIT.
092000 2200-EXIT.
092100     EXIT.
092200*
092300 2250-BAND-SCORE.
092400     MOVE TRANSACTION-RISK-SCORE TO IR-RISK-SCORE (WS-PARM-SET)
092500     EVALUATE TRUE
092600         WHEN TRANSACTION-RISK-SCORE
092700                 > SP-HIGH-RISK-THRESHOLD (WS-PARM-SET)
092800             MOVE "H" TO IR-BAND (WS-PARM-SET)
092900         WHEN TRANS-REVIEW-REQUIRED
093000             MOVE "R" TO IR-BAND (WS-PARM-SET)
093100         WHEN OTHER
093200             MOVE "L" TO IR-BAND (WS-PARM-SET)
093300     END-EVALUATE.
093400 2250-EXIT.
093500     EXIT.
093600*
093700*---------------------------------------------------------------*
093800*    2300-TALLY-ITEM                                            *
093900*    COUNTS THE ITEM INTO THE OVERALL, TYPE, AND CHANNEL        *
094000*    BUCKETS, AND SAMPLES IT WHEN IT CHANGED BAND.              *
094100*---------------------------------------------------------------*
094200 2300-TALLY-ITEM.
094300     MOVE 1 TO WS-BUCKET-SUBSCRIPT
094400     PERFORM 2310-TALLY-BUCKET THRU 2310-EXIT
094500*
094600     SET ENTRY-NOT-FOUND TO TRUE
094700     PERFORM 2320-FIND-TYPE-BUCKET THRU 2320-EXIT
094800         VARYING WS-TYPE-SUBSCRIPT FROM 1 BY 1
094900         UNTIL WS-TYPE-SUBSCRIPT > 6
095000             OR ENTRY-IS-FOUND
095100     IF ENTRY-IS-FOUND
095200         MOVE WS-FOUND-SUBSCRIPT TO WS-BUCKET-SUBSCRIPT
095300         PERFORM 2310-TALLY-BUCKET THRU 2310-EXIT
095400     END-IF
095500*
095600     MOVE SR-CHANNEL-ID TO WS-CHANNEL-LABEL
095700     IF SR-CHANNEL-ID = SPACES
095800         MOVE "(NONE)" TO WS-CHANNEL-LABEL
095900     END-IF
096000     SET ENTRY-NOT-FOUND TO TRUE
096100     PERFORM 2330-FIND-CHANNEL-BUCKET THRU 2330-EXIT
096200         VARYING WS-BUCKET-SUBSCRIPT FROM 8 BY 1
096300         UNTIL WS-BUCKET-SUBSCRIPT > WS-BUCKET-USED
096400             OR ENTRY-IS-FOUND
096500     IF ENTRY-IS-FOUND
096600         MOVE WS-FOUND-SUBSCRIPT TO WS-BUCKET-SUBSCRIPT
096700     ELSE
096800         IF WS-BUCKET-USED < 47
096900             ADD 1 TO WS-BUCKET-USED
097000             MOVE WS-BUCKET-USED TO WS-BUCKET-SUBSCRIPT
097100             MOVE WS-CHANNEL-LABEL
097200                 TO BK-LABEL (WS-BUCKET-SUBSCRIPT)
097300         ELSE
097400             MOVE 48 TO WS-BUCKET-SUBSCRIPT
097500         END-IF
097600     END-IF
097700     PERFORM 2310-TALLY-BUCKET THRU 2310-EXIT
097800*
097900     IF IR-BAND (1) NOT = IR-BAND (2)
098000         ADD 1 TO WS-CHANGED-COUNT
098100         IF SM-COUNT < WS-SAMPLE-SIZE
098200             PERFORM 2400-KEEP-SAMPLE THRU 2400-EXIT
098300         END-IF
098400     END-IF.
098500 2300-EXIT.
098600     EXIT.
098700*
098800 2310-TALLY-BUCKET.
098900     ADD 1 TO BK-ITEM-COUNT (WS-BUCKET-SUBSCRIPT)
099000*
099100     IF IR-BAND (1) = "R"
099200         ADD 1 TO BK-REVIEW-CURRENT (WS-BUCKET-SUBSCRIPT)
099300     END-IF
099400     IF IR-BAND (2) = "R"
099500         ADD 1 TO BK-REVIEW-CANDIDATE (WS-BUCKET-SUBSCRIPT)
099600     END-IF
099700     IF IR-BAND (1) NOT = "R" AND IR-BAND (2) = "R"
099800         ADD 1 TO BK-REVIEW-IN (WS-BUCKET-SUBSCRIPT)
099900     END-IF
100000     IF IR-BAND (1) = "R" AND IR-BAND (2) NOT = "R"
100100         ADD 1 TO BK-REVIEW-OUT (WS-BUCKET-SUBSCRIPT)
100200     END-IF
100300*
100400     IF IR-BAND (1) = "H"
100500         ADD 1 TO BK-HIGH-CURRENT (WS-BUCKET-SUBSCRIPT)
100600     END-IF
100700     IF IR-BAND (2) = "H"
100800         ADD 1 TO BK-HIGH-CANDIDATE (WS-BUCKET-SUBSCRIPT)
100900     END-IF
101000     IF IR-BAND (1) NOT = "H" AND IR-BAND (2) = "H"
101100         ADD 1 TO BK-HIGH-IN (WS-BUCKET-SUBSCRIPT)
101200     END-IF
101300     IF IR-BAND (1) = "H" AND IR-BAND (2) NOT = "H"
101400         ADD 1 TO BK-HIGH-OUT (WS-BUCKET-SUBSCRIPT)
101500     END-IF.
101600 2310-EXIT.
101700     EXIT.
101800*
101900 2320-FIND-TYPE-BUCKET.
102000     IF SIM-TYPE-ENTRY (WS-TYPE-SUBSCRIPT) = SR-TRANSACTION-TYPE
102100         SET ENTRY-IS-FOUND TO TRUE
102200         COMPUTE WS-FOUND-SUBSCRIPT = WS-TYPE-SUBSCRIPT + 1
102300     END-IF.
102400 2320-EXIT.
102500     EXIT.
102600*
102700 2330-FIND-CHANNEL-BUCKET.
102800     IF BK-LABEL (WS-BUCKET-SUBSCRIPT) = WS-CHANNEL-LABEL
102900         SET ENTRY-IS-FOUND TO TRUE
103000         MOVE WS-BUCKET-SUBSCRIPT TO WS-FOUND-SUBSCRIPT
103100     END-IF.
103200 2330-EXIT.
103300     EXIT.
103400*
103500 2400-KEEP-SAMPLE.
103600     ADD 1 TO SM-COUNT
103700     MOVE SR-ACCOUNT-ID       TO SM-ACCOUNT-ID (SM-COUNT)
103800     MOVE SR-POST-DATE        TO SM-POST-DATE (SM-COUNT)
103900     MOVE SR-TRANSACTION-ID   TO SM-TRANSACTION-ID (SM-COUNT)
104000     MOVE SR-TRANSACTION-TYPE TO SM-TRANSACTION-TYPE (SM-COUNT)
104100     MOVE WS-CHANNEL-LABEL    TO SM-CHANNEL-ID (SM-COUNT)
104200     MOVE SR-BASE-AMOUNT      TO SM-BASE-AMOUNT (SM-COUNT)
104300     MOVE IR-RISK-SCORE (1)   TO SM-CURRENT-SCORE (SM-COUNT)
104400     MOVE IR-BAND (1)         TO SM-CURRENT-BAND (SM-COUNT)
104500     MOVE IR-RISK-SCORE (2)   TO SM-CANDIDATE-SCORE (SM-COUNT)
104600     MOVE IR-BAND (2)         TO SM-CANDIDATE-BAND (SM-COUNT).
104700 2400-EXIT.
104800     EXIT.
104900*
105000*---------------------------------------------------------------*
105100*    2800-CHECK-STRUCTURING                                     *
105200*    APPLIES TRANPROCESSOR'S STRUCTURING TEST TO THE ACCOUNT    *
105300*    AND POSTING DATE JUST COMPLETED UNDER EACH SET.  A FLAG    *
105400*    WRITES ONE SAREXTRT ROW AND ONE REVQUEUE ROW IN THE CHAIN. *
105500*---------------------------------------------------------------*
105600 2800-CHECK-STRUCTURING.
105700     IF ST-CURRENT-ACCOUNT-ID = SPACES
105800         GO TO 2800-EXIT
105900     END-IF
106000*
106100     PERFORM 2810-TEST-STRUCTURING THRU 2810-EXIT
106200         VARYING WS-PARM-SET FROM 1 BY 1
106300         UNTIL WS-PARM-SET > 2
106400*
106500     IF ST-FLAGGED-SW (1) = "Y"
106600         ADD 1 TO WS-STRUCT-CURRENT
106700     END-IF
106800     IF ST-FLAGGED-SW (2) = "Y"
106900         ADD 1 TO WS-STRUCT-CANDIDATE
107000     END-IF
107100     IF ST-FLAGGED-SW (1) = "N" AND ST-FLAGGED-SW (2) = "Y"
107200         ADD 1 TO WS-STRUCT-IN
107300     END-IF
107400     IF ST-FLAGGED-SW (1) = "Y" AND ST-FLAGGED-SW (2) = "N"
107500         ADD 1 TO WS-STRUCT-OUT
107600     END-IF.
107700 2800-EXIT.
107800     EXIT.
107900*
108000 2810-TEST-STRUCTURING.
108100     MOVE "N" TO ST-FLAGGED-SW (WS-PARM-SET)
108200     IF ST-CUM-BASE-AMOUNT > SP-CUM-LIMIT (WS-PARM-SET)
108300             OR ST-NEAR-LIMIT-COUNT (WS-PARM-SET)
108400                 NOT < SP-NEAR-COUNT-LIMIT (WS-PARM-SET)
108500         MOVE "Y" TO ST-FLAGGED-SW (WS-PARM-SET)
108600     END-IF.
108700 2810-EXIT.
108800     EXIT.
108900*
109000 2900-ACCUMULATE-STRUCTURING.
109100     ADD SR-BASE-AMOUNT TO ST-CUM-BASE-AMOUNT
109200     PERFORM 2910-COUNT-NEAR-LIMIT THRU 2910-EXIT
109300         VARYING WS-PARM-SET FROM 1 BY 1
109400         UNTIL WS-PARM-SET > 2.
109500 2900-EXIT.
109600     EXIT.
109700*
109800 2910-COUNT-NEAR-LIMIT.
109900     IF SR-BASE-AMOUNT NOT < SP-NEAR-FLOOR (WS-PARM-SET)
110000             AND SR-BASE-AMOUNT NOT > SP-LOW-LIMIT (WS-PARM-SET)
110100         ADD 1 TO ST-NEAR-LIMIT-COUNT (WS-PARM-SET)
110200     END-IF.
110300 2910-EXIT.
110400     EXIT.
110500*
110600*---------------------------------------------------------------*
110700*    9000-TERMINATE                                             *
110800*    THE REPORT IS WRITTEN WHOLE AT THE END.  A FAILED ENGINE   *
110900*    CALL ABORTS WITH NO COMPARISON PRINTED.  AN EMPTY RANGE IS *
111000*    A WARNING.                                                 *
111100*---------------------------------------------------------------*
111200 9000-TERMINATE.
111300     IF FILES-NOT-OPEN
111400         GO TO 9000-EXIT
111500     END-IF
111600*
111700     IF SCORING-HAS-FAILED
111800         MOVE "SIMULATION ABORTED - RISK SCORING FAILED"
111900             TO SIMULATION-REPORT-LINE
112000         WRITE SIMULATION-REPORT-LINE
112100     ELSE
112200         PERFORM 9100-WRITE-PARAMETERS THRU 9100-EXIT
112300         PERFORM 9200-WRITE-VOLUMES THRU 9200-EXIT
112400         PERFORM 9300-WRITE-BREAKDOWN THRU 9300-EXIT
112500         PERFORM 9400-WRITE-SAMPLE THRU 9400-EXIT
112600         PERFORM 9500-WRITE-TOTALS THRU 9500-EXIT
112700     END-IF
112800*
112900     CLOSE ACCOUNT-HISTORY-FILE
113000     CLOSE ACCOUNT-FILE
113100     CLOSE SIMULATION-REPORT-FILE
113200*
113300     DISPLAY "RISKWHATIF: " BK-ITEM-COUNT (1)
113400         " ITEM(S) SIMULATED, " WS-CHANGED-COUNT
113500         " CHANGED BAND"
113600*
113700     IF SCORING-HAS-FAILED
113800         MOVE 16 TO RETURN-CODE
113900     ELSE
114000         MOVE ZERO TO RETURN-CODE
114100         IF BK-ITEM-COUNT (1) = ZERO
114200             DISPLAY "RISKWHATIF: WARNING - NO SETTLED ACTIVITY "
114300                 "IN THE RANGE"
114400             MOVE 4 TO RETURN-CODE
114500         END-IF
114600     END-IF.
114700 9000-EXIT.
114800     EXIT.
114900*
115000*---------------------------------------------------------------*
115100*    9100-WRITE-PARAMETERS                                      *
115200*    EVERY KEY ON EITHER FILE, WITH "CHANGED" WHERE THE TWO     *
115300*    DIFFER.  A KEY ABSENT FROM ONE FILE RUNS AT THE COMPILED-  *
115400*    IN DEFAULT THERE.                                          *
115500*---------------------------------------------------------------*
115600 9100-WRITE-PARAMETERS.
115700     MOVE SPACES TO SIMULATION-REPORT-LINE
115800     WRITE SIMULATION-REPORT-LINE
115900     WRITE SIMULATION-REPORT-LINE FROM WS-PARM-HEADING-LINE
116000     PERFORM 9110-WRITE-PARAMETER-LINE THRU 9110-EXIT
116100         VARYING WS-PARM-SUBSCRIPT FROM 1 BY 1
116200         UNTIL WS-PARM-SUBSCRIPT > PC-COUNT.
116300 9100-EXIT.
116400     EXIT.
116500*
116600 9110-WRITE-PARAMETER-LINE.
116700     MOVE SPACES TO WS-PARM-DETAIL-LINE
116800     MOVE PC-KEY (WS-PARM-SUBSCRIPT) TO PL-KEY
116900*
117000     MOVE "   (DEFAULT)" TO PL-CURRENT
117100     IF PC-PRESENT-SW (WS-PARM-SUBSCRIPT, 1) = "Y"
117200         MOVE PC-VALUE (WS-PARM-SUBSCRIPT, 1)
117300             TO WS-PARM-EDIT-VALUE
117400         MOVE WS-PARM-EDIT-VALUE TO PL-CURRENT
117500     END-IF
117600*
117700     MOVE "   (DEFAULT)" TO PL-CANDIDATE
117800     IF PC-PRESENT-SW (WS-PARM-SUBSCRIPT, 2) = "Y"
117900         MOVE PC-VALUE (WS-PARM-SUBSCRIPT, 2)
118000             TO WS-PARM-EDIT-VALUE
118100         MOVE WS-PARM-EDIT-VALUE TO PL-CANDIDATE
118200     END-IF
118300*
118400     IF PL-CURRENT NOT = PL-CANDIDATE
118500         MOVE "CHANGED" TO PL-CHANGED
118600     END-IF
118700*
118800     WRITE SIMULATION-REPORT-LINE FROM WS-PARM-DETAIL-LINE.
118900 9110-EXIT.
119000     EXIT.
119100*
119200*---------------------------------------------------------------*
119300*    9200-WRITE-VOLUMES                                         *
119400*    THE REVQUEUE AND SAREXTRT ROWS EACH SET WOULD HAVE         *
119500*    PRODUCED OVER THE RANGE.  A STRUCTURING FLAG WRITES TO     *
119600*    BOTH FILES.                                                *
119700*---------------------------------------------------------------*
119800 9200-WRITE-VOLUMES.
119900     MOVE SPACES TO SIMULATION-REPORT-LINE
120000     WRITE SIMULATION-REPORT-LINE
120100     WRITE SIMULATION-REPORT-LINE FROM WS-VOLUME-HEADING-LINE
120200*
120300     MOVE "REVIEW QUEUE - IN REVIEW BAND" TO VL-CAPTION
120400     MOVE BK-REVIEW-CURRENT (1)   TO VL-CURRENT
120500     MOVE BK-REVIEW-CANDIDATE (1) TO VL-CANDIDATE
120600     MOVE BK-REVIEW-IN (1)        TO VL-INTO
120700     MOVE BK-REVIEW-OUT (1)       TO VL-OUT-OF
120800     WRITE SIMULATION-REPORT-LINE FROM WS-VOLUME-DETAIL-LINE
120900*
121000     MOVE "REVIEW QUEUE - STRUCTURING" TO VL-CAPTION
121100     MOVE WS-STRUCT-CURRENT       TO VL-CURRENT
121200     MOVE WS-STRUCT-CANDIDATE     TO VL-CANDIDATE
121300     MOVE WS-STRUCT-IN            TO VL-INTO
121400     MOVE WS-STRUCT-OUT           TO VL-OUT-OF
121500     WRITE SIMULATION-REPORT-LINE FROM WS-VOLUME-DETAIL-LINE
121600*
121700     MOVE "HIGH RISK - ABOVE THRESHOLD" TO VL-CAPTION
121800     MOVE BK-HIGH-CURRENT (1)     TO VL-CURRENT
121900     MOVE BK-HIGH-CANDIDATE (1)   TO VL-CANDIDATE
122000     MOVE BK-HIGH-IN (1)          TO VL-INTO
122100     MOVE BK-HIGH-OUT (1)         TO VL-OUT-OF
122200     WRITE SIMULATION-REPORT-LINE FROM WS-VOLUME-DETAIL-LINE
122300*
122400     MOVE "SAR EXTRACT - HIGH RISK" TO VL-CAPTION
122500     WRITE SIMULATION-REPORT-LINE FROM WS-VOLUME-DETAIL-LINE
122600*
122700     MOVE "SAR EXTRACT - STRUCTURING" TO VL-CAPTION
122800     MOVE WS-STRUCT-CURRENT       TO VL-CURRENT
122900     MOVE WS-STRUCT-CANDIDATE     TO VL-CANDIDATE
123000     MOVE WS-STRUCT-IN            TO VL-INTO
123100     MOVE WS-STRUCT-OUT           TO VL-OUT-OF
123200     WRITE SIMULATION-REPORT-LINE FROM WS-VOLUME-DETAIL-LINE
123300*
123400     MOVE "SAR EXTRACT - TOTAL" TO VL-CAPTION
123500     COMPUTE VL-CURRENT   =
123600         BK-HIGH-CURRENT (1) + WS-STRUCT-CURRENT
123700     COMPUTE VL-CANDIDATE =
123800         BK-HIGH-CANDIDATE (1) + WS-STRUCT-CANDIDATE
123900     COMPUTE VL-INTO      = BK-HIGH-IN (1) + WS-STRUCT-IN
124000     COMPUTE VL-OUT-OF    = BK-HIGH-OUT (1) + WS-STRUCT-OUT
124100     WRITE SIMULATION-REPORT-LINE FROM WS-VOLUME-DETAIL-LINE.
124200 9200-EXIT.
124300     EXIT.
124400*
124500 9300-WRITE-BREAKDOWN.
124600     MOVE SPACES TO SIMULATION-REPORT-LINE
124700     WRITE SIMULATION-REPORT-LINE
124800     MOVE "TYPE" TO WS-BUCKET-HEADING-LABEL
124900     WRITE SIMULATION-REPORT-LINE FROM WS-BUCKET-HEADING-LINE
125000     PERFORM 9310-WRITE-BUCKET-LINE THRU 9310-EXIT
125100         VARYING WS-BUCKET-SUBSCRIPT FROM 2 BY 1
125200         UNTIL WS-BUCKET-SUBSCRIPT > 7
125300     MOVE 1 TO WS-BUCKET-SUBSCRIPT
125400     PERFORM 9310-WRITE-BUCKET-LINE THRU 9310-EXIT
125500*
125600     MOVE SPACES TO SIMULATION-REPORT-LINE
125700     WRITE SIMULATION-REPORT-LINE
125800     MOVE "CHANNEL" TO WS-BUCKET-HEADING-LABEL
125900     WRITE SIMULATION-REPORT-LINE FROM WS-BUCKET-HEADING-LINE
126000     PERFORM 9310-WRITE-BUCKET-LINE THRU 9310-EXIT
126100         VARYING WS-BUCKET-SUBSCRIPT FROM 8 BY 1
126200         UNTIL WS-BUCKET-SUBSCRIPT > WS-BUCKET-USED
126300     IF BK-ITEM-COUNT (48) > ZERO
126400         MOVE 48 TO WS-BUCKET-SUBSCRIPT
126500         PERFORM 9310-WRITE-BUCKET-LINE THRU 9310-EXIT
126600     END-IF.
126700 9300-EXIT.
126800     EXIT.
126900*
127000 9310-WRITE-BUCKET-LINE.
127100     MOVE BK-LABEL (WS-BUCKET-SUBSCRIPT)       TO BL-LABEL
127200     MOVE BK-ITEM-COUNT (WS-BUCKET-SUBSCRIPT)  TO BL-ITEM-COUNT
127300     MOVE BK-REVIEW-CURRENT (WS-BUCKET-SUBSCRIPT)
127400         TO BL-REVIEW-CURRENT
127500     MOVE BK-REVIEW-CANDIDATE (WS-BUCKET-SUBSCRIPT)
127600         TO BL-REVIEW-CANDIDATE
127700     MOVE BK-REVIEW-IN (WS-BUCKET-SUBSCRIPT)   TO BL-REVIEW-IN
127800     MOVE BK-REVIEW-OUT (WS-BUCKET-SUBSCRIPT)  TO BL-REVIEW-OUT
127900     MOVE BK-HIGH-CURRENT (WS-BUCKET-SUBSCRIPT)
128000         TO BL-HIGH-CURRENT
128100     MOVE BK-HIGH-CANDIDATE (WS-BUCKET-SUBSCRIPT)
128200         TO BL-HIGH-CANDIDATE
128300     MOVE BK-HIGH-IN (WS-BUCKET-SUBSCRIPT)     TO BL-HIGH-IN
128400     MOVE BK-HIGH-OUT (WS-BUCKET-SUBSCRIPT)    TO BL-HIGH-OUT
128500     WRITE SIMULATION-REPORT-LINE FROM WS-BUCKET-DETAIL-LINE.
128600 9310-EXIT.
128700     EXIT.
128800*
128900 9400-WRITE-SAMPLE.
129000     MOVE SPACES TO SIMULATION-REPORT-LINE
129100     WRITE SIMULATION-REPORT-LINE
129200     MOVE SPACES TO SIMULATION-REPORT-LINE
129300     STRING "SAMPLE OF ITEMS THAT CHANGED BAND (H = HIGH RISK, "
129400             DELIMITED BY SIZE
129500         "R = REVIEW, L = NEITHER)" DELIMITED BY SIZE
129600         INTO SIMULATION-REPORT-LINE
129700     WRITE SIMULATION-REPORT-LINE
129800     WRITE SIMULATION-REPORT-LINE FROM WS-SAMPLE-HEADING-LINE
129900     PERFORM 9410-WRITE-SAMPLE-LINE THRU 9410-EXIT
130000         VARYING WS-SAMPLE-SUBSCRIPT FROM 1 BY 1
130100         UNTIL WS-SAMPLE-SUBSCRIPT > SM-COUNT.
130200 9400-EXIT.
130300     EXIT.
130400*
130500 9410-WRITE-SAMPLE-LINE.
130600     MOVE SM-ACCOUNT-ID (WS-SAMPLE-SUBSCRIPT)  TO XL-ACCOUNT-ID
130700     MOVE SM-POST-DATE (WS-SAMPLE-SUBSCRIPT)   TO XL-POST-DATE
130800     MOVE SM-TRANSACTION-ID (WS-SAMPLE-SUBSCRIPT)
130900         TO XL-TRANSACTION-ID
131000     MOVE SM-TRANSACTION-TYPE (WS-SAMPLE-SUBSCRIPT)
131100         TO XL-TRANSACTION-TYPE
131200     MOVE SM-CHANNEL-ID (WS-SAMPLE-SUBSCRIPT)  TO XL-CHANNEL-ID
131300     MOVE SM-BASE-AMOUNT (WS-SAMPLE-SUBSCRIPT)
131400         TO XL-BASE-AMOUNT
131500     MOVE SM-CURRENT-SCORE (WS-SAMPLE-SUBSCRIPT)
131600         TO XL-CURRENT-SCORE
131700     MOVE SM-CURRENT-BAND (WS-SAMPLE-SUBSCRIPT)
131800         TO XL-CURRENT-BAND
131900     MOVE SM-CANDIDATE-SCORE (WS-SAMPLE-SUBSCRIPT)
132000         TO XL-CANDIDATE-SCORE
132100     MOVE SM-CANDIDATE-BAND (WS-SAMPLE-SUBSCRIPT)
132200         TO XL-CANDIDATE-BAND
132300     WRITE SIMULATION-REPORT-LINE FROM WS-SAMPLE-DETAIL-LINE.
132400 9410-EXIT.
132500     EXIT.
132600*
132700 9500-WRITE-TOTALS.
132800     MOVE SPACES TO SIMULATION-REPORT-LINE
132900     WRITE SIMULATION-REPORT-LINE
133000*
133100     MOVE SPACES TO WS-REPORT-TOTAL-LINE
133200     MOVE "ACCTHIST ROWS READ" TO TL-CAPTION
133300     MOVE WS-HISTORY-READ TO TL-COUNT
133400     WRITE SIMULATION-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
133500*
133600     MOVE "OUTSIDE THE DATE RANGE" TO TL-CAPTION
133700     MOVE WS-OUT-OF-RANGE-COUNT TO TL-COUNT
133800     WRITE SIMULATION-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
133900*
134000     MOVE "NOT A SCORED ITEM" TO TL-CAPTION
134100     MOVE WS-NOT-SCORED-COUNT TO TL-COUNT
134200     WRITE SIMULATION-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
134300*
134400     MOVE "ITEMS SIMULATED" TO TL-CAPTION
134500     MOVE BK-ITEM-COUNT (1) TO TL-COUNT
134600     WRITE SIMULATION-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
134700*
134800     MOVE "ITEMS THAT CHANGED BAND" TO TL-CAPTION
134900     MOVE WS-CHANGED-COUNT TO TL-COUNT
135000     WRITE SIMULATION-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
135100*
135200     MOVE "ACCOUNTS NOT ON ACCTFILE" TO TL-CAPTION
135300     MOVE WS-NO-ACCOUNT-COUNT TO TL-COUNT
135400     WRITE SIMULATION-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.
135500 9500-EXIT.
135600     EXIT.
