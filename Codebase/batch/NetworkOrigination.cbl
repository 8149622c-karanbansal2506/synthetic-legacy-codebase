000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. NetworkOrigination.
000300 AUTHOR. D. OKAFOR - PAYMENTS SYSTEMS GROUP.
000400 INSTALLATION. RETAIL PAYMENTS PROCESSING CENTER.
000500 DATE-WRITTEN. 2026-10-06.
000600 DATE-COMPILED.
000700*
000800*****************************************************************
000900*                                                               *
001000*    NETWORKORIGINATION                                         *
001100*                                                               *
001200*    END-OF-RUN ACH / WIRE ORIGINATION.  THE CHAIN CREDITS OUR  *
001300*    CUSTOMER FOR AN ACH OR WIRE ITEM AS IT SETTLES; THIS STEP  *
001400*    BUILDS THE NETWORK FILE THAT COLLECTS EACH ONE FROM ITS    *
001500*    COUNTERPARTY.  THE DAY'S SETTLED ACH AND WIRE ROWS COME    *
001600*    FROM TRANRESULT - REJECTED AND HELD ROWS NEVER SETTLED,    *
001700*    AND A ROW ALREADY REVERSED ON ANALYST REJECT IS HELD       *
001800*    BACK - AND THE COUNTERPARTY NAME AND ACCOUNT ARE PICKED    *
001900*    UP FROM THE SAME ITEM ON TRANCPTY, THE COUNTERPARTY DAY    *
001950*    FILE TRANPROCESSOR KEEPS ACROSS EVERY CYCLE OF THE DATE.   *
002000*                                                               *
002100*    ORIGFILE IS 94-BYTE NETWORK FORMAT, BLOCKED BY TEN: A      *
002200*    FILE HEADER, ONE BATCH PER TYPE (ACH, THEN WIRE) WITH ITS  *
002300*    HEADER, ENTRY DETAIL, AND BATCH CONTROL, A FILE CONTROL,   *
002400*    AND ALL-NINES FILLER RECORDS TO THE END OF THE BLOCK.      *
002500*    ENTRY AMOUNTS ARE IN BASE CURRENCY, PRICED WITH THE SAME   *
002600*    RATES GLEXTRACT USES, SO EACH TYPE'S SETTLED TOTAL TIES    *
002700*    TO THE GLEXTR CREDITS TO ITS CLEARING ACCOUNT (240100      *
002800*    ACH, 230100 WIRE).  THE ORIGRPT REPORT PROVES THE TIE AND  *
002900*    ACCOUNTS FOR EVERY SETTLED ITEM NOT SENT; A TIE FAILURE    *
003000*    SETS RETURN-CODE 8, AN ITEM LEFT FOR OPS SETS 4.           *
003100*                                                               *
003200*    EVERY ITEM SENT IS APPENDED TO THE OUTREG OUTBOUND         *
003300*    REGISTER WITH ITS TRACE NUMBER.  NETWORKRETURNS MATCHES    *
003400*    INBOUND RETURNS AGAINST IT, AND A RERUN SKIPS ANY ITEM     *
003500*    ALREADY ON THE REGISTER FOR THE BUSINESS DATE.             *
003600*                                                               *
003700*    THE FEED CARRIES NO COUNTERPARTY ROUTING NUMBER, SO THE    *
003800*    RECEIVING-BANK ID ON EACH ENTRY IS ZERO AND THE OPERATOR   *
003900*    ROUTES ON THE COUNTERPARTY ACCOUNT.                        *
004000*                                                                *
004100*    MODIFICATION HISTORY.                                      *
004200*    ---------------------------------------------------------- *
004300*    2026-10-06  DO  INITIAL VERSION.                            *
004310*    2026-10-15  DO  THE COUNTERPARTY COMES FROM TRANCPTY, NOT   *
004320*                    TRANSRT, SO AN ITEM SETTLED IN AN EARLIER   *
004330*                    CYCLE OF THE DATE IS NOT LEFT UNSENT.       *
004340*    2026-10-15  DO  AN OUTREG THAT CANNOT BE OPENED ENDS THE    *
004350*                    RUN AT RC 16 BEFORE ANY ENTRY IS WRITTEN.   *
004400*                                                                *
004500*****************************************************************
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT TRANSACTION-RESULT-FILE ASSIGN TO "TRANRESULT"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-RESULT-FILE-STATUS.
005200*
005300     SELECT COUNTERPARTY-DAY-FILE ASSIGN TO "TRANCPTY"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-CPDAY-FILE-STATUS.
005600*
005700     SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTR"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-GL-FILE-STATUS.
006000*
006100     SELECT OUTBOUND-REGISTER-FILE ASSIGN TO "OUTREG"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-REG-FILE-STATUS.
006400*
006500     SELECT ORIGINATION-FILE ASSIGN TO "ORIGFILE"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-ORIG-FILE-STATUS.
006800*
006900     SELECT ORIGINATION-REPORT-FILE ASSIGN TO "ORIGRPT"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-REPORT-FILE-STATUS.
007200*
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  TRANSACTION-RESULT-FILE.
007600 COPY TransactionResult.
007700*
007800 FD  COUNTERPARTY-DAY-FILE.
007900 COPY CounterpartyDay.
008900*
009000 FD  GL-EXTRACT-FILE.
009100 01  GL-EXTRACT-RECORD.
009200     05  GL-ACCOUNT                  PIC 9(06).
009300     05  GL-DR-CR                    PIC X(01).
009400     05  GL-AMOUNT                   PIC 9(11)V99.
009500     05  GL-TRANSACTION-ID           PIC X(10).
009600     05  GL-SOURCE-TYPE              PIC X(10).
009700 01  GL-TRAILER-RECORD REDEFINES GL-EXTRACT-RECORD.
009800     05  GL-TRAILER-LITERAL          PIC X(09).
009900     05  FILLER                      PIC X(31).
010000*
010100 FD  OUTBOUND-REGISTER-FILE.
010200 COPY OutboundRegister.
010300*
010400 FD  ORIGINATION-FILE.
010500 01  ORIGINATION-RECORD              PIC X(94).
010600*
010700 FD  ORIGINATION-REPORT-FILE.
010800 01  ORIGINATION-REPORT-LINE         PIC X(80).
010900*
011000 WORKING-STORAGE SECTION.
011100*
011200 COPY RunLogComm.
011300*
011400 COPY BatchDate.
011500*
011600 COPY CurrencyRate.
011700*
011800 01  WS-RESULT-FILE-STATUS           PIC X(02).
011900     88  RESULT-FILE-OK                  VALUE "00".
012000*
012100 01  WS-CPDAY-FILE-STATUS            PIC X(02).
012200     88  CPDAY-FILE-OK                   VALUE "00".
012300*
012400 01  WS-GL-FILE-STATUS               PIC X(02).
012500     88  GL-FILE-OK                      VALUE "00".
012600*
012700 01  WS-REG-FILE-STATUS              PIC X(02).
012800     88  REG-FILE-OK                     VALUE "00".
012900*
013000 01  WS-ORIG-FILE-STATUS             PIC X(02).
013100     88  ORIG-FILE-OK                    VALUE "00".
013200*
013300 01  WS-REPORT-FILE-STATUS           PIC X(02).
013400     88  REPORT-FILE-OK                  VALUE "00".
013500*
013600 01  WS-RESULT-EOF-SW                PIC X(01).
013700     88  AT-END-OF-RESULTS               VALUE "Y".
013800     88  NOT-AT-END-OF-RESULTS           VALUE "N".
013900*
014000 01  WS-CPDAY-EOF-SW                 PIC X(01).
014100     88  AT-END-OF-CPDAY                 VALUE "Y".
014200     88  NOT-AT-END-OF-CPDAY             VALUE "N".
014300*
014400 01  WS-GL-EOF-SW                    PIC X(01).
014500     88  AT-END-OF-GL                    VALUE "Y".
014600     88  NOT-AT-END-OF-GL                VALUE "N".
014700*
014800 01  WS-REG-EOF-SW                   PIC X(01).
014900     88  AT-END-OF-REGISTER              VALUE "Y".
015000     88  NOT-AT-END-OF-REGISTER          VALUE "N".
015100*
015200 01  WS-RATE-FOUND-SW                PIC X(01).
015300     88  RATE-IS-FOUND                   VALUE "Y".
015400     88  RATE-NOT-FOUND                  VALUE "N".
015500*
015600 01  WS-MATCH-FOUND-SW               PIC X(01).
015700     88  MATCH-FOUND                     VALUE "Y".
015800     88  MATCH-NOT-FOUND                 VALUE "N".
015900*
016000 01  WS-GL-PRESENT-SW                PIC X(01).
016100     88  GLEXTR-PRESENT                  VALUE "Y".
016200     88  GLEXTR-ABSENT                   VALUE "N".
016300*
016400 01  WS-TIE-SW                       PIC X(01).
016500     88  ORIGINATION-TIES                VALUE "Y".
016600     88  ORIGINATION-DOES-NOT-TIE        VALUE "N".
016700*
016800 01  WS-CURRENCY-SUBSCRIPT           PIC 9(02) COMP.
016900 01  WS-CONVERSION-RATE              PIC 9(03)V9999.
017000 01  WS-BASE-CURRENCY-AMOUNT         PIC 9(9)V99.
017100 01  WS-CURRENT-TIME                 PIC 9(08).
017200*
017300*---------------------------------------------------------------*
017400*    OUR ORIGINATING IDENTIFIERS ON THE NETWORK, AND THE GL     *
017500*    CLEARING ACCOUNT EACH TYPE'S SETTLED CREDITS POST TO.      *
017600*---------------------------------------------------------------*
017700 01  WS-ODFI-ID                      PIC X(08) VALUE "09990000".
017800 01  WS-COMPANY-ID                   PIC X(10) VALUE "1999000001".
017900 01  WS-MAX-ENTRY-AMOUNT             PIC 9(9)V99
018000                                     VALUE 99999999.99.
018100*
018200 01  WS-ORIGINATION-TYPE-VALUES.
018300     05  FILLER                      PIC X(19)
018400         VALUE "ACH       PPD240100".
018500     05  FILLER                      PIC X(19)
018600         VALUE "WIRE      WIR230100".
018700 01  WS-ORIGINATION-TYPES REDEFINES WS-ORIGINATION-TYPE-VALUES.
018800     05  OT-TYPE-ENTRY               OCCURS 2 TIMES.
018900         10  OT-TRANSACTION-TYPE     PIC X(10).
019000         10  OT-ENTRY-CLASS          PIC X(03).
019100         10  OT-CLEARING-ACCOUNT     PIC 9(06).
019200*
019300 01  WS-TYPE-SUBSCRIPT               PIC 9(02) COMP.
019400 01  WS-TYPE-INDEX                   PIC 9(02) COMP.
019450 01  WS-LOOKUP-TYPE                  PIC X(10).
019500*
019600*---------------------------------------------------------------*
019700*    THE SETTLED-ITEM TABLE.  OI-ITEM-STATE: " " = SETTLED,     *
019800*    NO COUNTERPARTY FOUND YET; "C" = COUNTERPARTY ATTACHED,    *
019900*    TO SEND; "S" = SENT THIS RUN; "V" = REVERSED BEFORE        *
020000*    SENDING; "A" = ALREADY ON OUTREG FOR THE BUSINESS DATE;    *
020100*    "X" = TOO LARGE FOR THE ENTRY AMOUNT FIELD.                *
020200*---------------------------------------------------------------*
020300 01  WS-ITEM-COUNT                   PIC 9(05) COMP VALUE ZERO.
020400 01  WS-ITEM-SUBSCRIPT               PIC 9(05) COMP.
020500 01  WS-ITEM-TABLE.
020600     05  WS-ITEM-ENTRY               OCCURS 500 TIMES.
020700         10  OI-TRANSACTION-ID       PIC X(10).
020800         10  OI-TRANSACTION-TYPE     PIC X(10).
020900         10  OI-ACCOUNT-ID           PIC X(10).
021000         10  OI-FACE-AMOUNT          PIC 9(9)V99.
021100         10  OI-CURRENCY-CODE        PIC X(03).
021200         10  OI-BASE-AMOUNT          PIC 9(9)V99.
021300         10  OI-CPTY-NAME            PIC X(35).
021400         10  OI-CPTY-ACCOUNT-ID      PIC X(10).
021500         10  OI-ITEM-STATE           PIC X(01).
021600*
021700*---------------------------------------------------------------*
021800*    PER-TYPE TOTALS, SUBSCRIPTED LIKE WS-ORIGINATION-TYPES.    *
021900*    THE SETTLED TOTAL MUST EQUAL THE GLEXTR CREDITS, AND THE   *
022000*    SENT / REVERSED / PRIOR / NO-COUNTERPARTY / TOO-LARGE /    *
022100*    OVERFLOW SPLIT MUST ADD BACK TO IT.                        *
022200*---------------------------------------------------------------*
022300 01  WS-TYPE-TOTALS.
022400     05  WS-TYPE-TOTAL-ENTRY         OCCURS 2 TIMES.
022500         10  TT-SETTLED-COUNT        PIC 9(07) COMP.
022600         10  TT-SETTLED-AMOUNT       PIC 9(11)V99.
022700         10  TT-SENT-COUNT           PIC 9(07) COMP.
022800         10  TT-SENT-AMOUNT          PIC 9(11)V99.
022900         10  TT-REVERSED-COUNT       PIC 9(07) COMP.
023000         10  TT-REVERSED-AMOUNT      PIC 9(11)V99.
023100         10  TT-PRIOR-COUNT          PIC 9(07) COMP.
023200         10  TT-PRIOR-AMOUNT         PIC 9(11)V99.
023300         10  TT-NO-CPTY-COUNT        PIC 9(07) COMP.
023400         10  TT-NO-CPTY-AMOUNT       PIC 9(11)V99.
023500         10  TT-TOO-LARGE-COUNT      PIC 9(07) COMP.
023600         10  TT-TOO-LARGE-AMOUNT     PIC 9(11)V99.
023700         10  TT-OVERFLOW-COUNT       PIC 9(07) COMP.
023800         10  TT-OVERFLOW-AMOUNT      PIC 9(11)V99.
023900         10  TT-PENDING-COUNT        PIC 9(07) COMP.
024000         10  TT-GL-CREDIT-AMOUNT     PIC 9(11)V99.
024100*
024200 01  WS-FILE-TOTALS.
024300     05  FT-RECORD-COUNT             PIC 9(07) COMP VALUE ZERO.
024400     05  FT-BATCH-COUNT              PIC 9(06) VALUE ZERO.
024500     05  FT-ENTRY-COUNT              PIC 9(08) VALUE ZERO.
024600     05  FT-ENTRY-HASH               PIC 9(10) VALUE ZERO.
024700     05  FT-DEBIT-TOTAL              PIC 9(10)V99 VALUE ZERO.
024800*
024900 01  WS-BATCH-TOTALS.
025000     05  BT-ENTRY-COUNT              PIC 9(06).
025100     05  BT-ENTRY-HASH               PIC 9(10).
025200     05  BT-DEBIT-TOTAL              PIC 9(10)V99.
025300*
025400 01  WS-BATCH-NUMBER                 PIC 9(07) VALUE ZERO.
025500 01  WS-ENTRY-SEQUENCE               PIC 9(07) VALUE ZERO.
025600 01  WS-BLOCK-COUNT                  PIC 9(06).
025700*
025800 77  WS-RESULT-ROW-COUNT             PIC 9(07) COMP VALUE ZERO.
025900 77  WS-NO-RATE-COUNT                PIC 9(07) COMP VALUE ZERO.
026000 77  WS-ORPHAN-REVERSAL-COUNT        PIC 9(07) COMP VALUE ZERO.
026100*
026200*---------------------------------------------------------------*
026300*    ORIGFILE RECORD IMAGES.                                    *
026400*---------------------------------------------------------------*
026500 01  WS-FILE-HEADER-RECORD.
026600     05  FH-RECORD-TYPE              PIC X(01) VALUE "1".
026700     05  FH-PRIORITY-CODE            PIC X(02) VALUE "01".
026800     05  FH-IMMEDIATE-DESTINATION    PIC X(10) VALUE " 099900001".
026900     05  FH-IMMEDIATE-ORIGIN         PIC X(10) VALUE "1999000001".
027000     05  FH-CREATION-DATE            PIC 9(06).
027100     05  FH-CREATION-TIME            PIC 9(04).
027200     05  FH-FILE-ID-MODIFIER         PIC X(01) VALUE "A".
027300     05  FH-RECORD-SIZE              PIC X(03) VALUE "094".
027400     05  FH-BLOCKING-FACTOR          PIC X(02) VALUE "10".
027500     05  FH-FORMAT-CODE              PIC X(01) VALUE "1".
027600     05  FH-DESTINATION-NAME         PIC X(23)
027700         VALUE "NETWORK OPERATOR".
027800     05  FH-ORIGIN-NAME              PIC X(23)
027900         VALUE "RETAIL PAYMENTS CENTER".
028000     05  FH-REFERENCE-CODE           PIC X(08) VALUE SPACES.
028100*
028200 01  WS-BATCH-HEADER-RECORD.
028300     05  BH-RECORD-TYPE              PIC X(01) VALUE "5".
028400     05  BH-SERVICE-CLASS            PIC X(03) VALUE "225".
028500     05  BH-COMPANY-NAME             PIC X(16)
028600         VALUE "RETAIL PAYMENTS".
028700     05  BH-DISCRETIONARY            PIC X(20) VALUE SPACES.
028800     05  BH-COMPANY-ID               PIC X(10).
028900     05  BH-ENTRY-CLASS              PIC X(03).
029000     05  BH-ENTRY-DESCRIPTION        PIC X(10).
029100     05  BH-DESCRIPTIVE-DATE         PIC 9(06).
029200     05  BH-EFFECTIVE-DATE           PIC 9(06).
029300     05  BH-SETTLEMENT-DATE          PIC X(03) VALUE SPACES.
029400     05  BH-ORIGINATOR-STATUS        PIC X(01) VALUE "1".
029500     05  BH-ODFI-ID                  PIC X(08).
029600     05  BH-BATCH-NUMBER             PIC 9(07).
029700*
029800 01  WS-ENTRY-DETAIL-RECORD.
029900     05  ED-RECORD-TYPE              PIC X(01) VALUE "6".
030000     05  ED-TRANSACTION-CODE         PIC X(02) VALUE "27".
030100     05  ED-RDFI-ID                  PIC 9(08) VALUE ZERO.
030200     05  ED-CHECK-DIGIT              PIC X(01) VALUE "0".
030300     05  ED-DFI-ACCOUNT              PIC X(17).
030400     05  ED-AMOUNT                   PIC 9(08)V99.
030500     05  ED-INDIVIDUAL-ID            PIC X(15).
030600     05  ED-INDIVIDUAL-NAME          PIC X(22).
030700     05  ED-DISCRETIONARY            PIC X(02) VALUE SPACES.
030800     05  ED-ADDENDA-INDICATOR        PIC X(01) VALUE "0".
030900     05  ED-TRACE-NUMBER.
031000         10  ED-TRACE-ODFI           PIC X(08).
031100         10  ED-TRACE-SEQUENCE       PIC 9(07).
031200*
031300 01  WS-BATCH-CONTROL-RECORD.
031400     05  BC-RECORD-TYPE              PIC X(01) VALUE "8".
031500     05  BC-SERVICE-CLASS            PIC X(03) VALUE "225".
031600     05  BC-ENTRY-COUNT              PIC 9(06).
031700     05  BC-ENTRY-HASH               PIC 9(10).
031800     05  BC-DEBIT-TOTAL              PIC 9(10)V99.
031900     05  BC-CREDIT-TOTAL             PIC 9(10)V99 VALUE ZERO.
032000     05  BC-COMPANY-ID               PIC X(10).
032100     05  BC-AUTHENTICATION           PIC X(19) VALUE SPACES.
032200     05  BC-RESERVED                 PIC X(06) VALUE SPACES.
032300     05  BC-ODFI-ID                  PIC X(08).
032400     05  BC-BATCH-NUMBER             PIC 9(07).
032500*
032600 01  WS-FILE-CONTROL-RECORD.
032700     05  FC-RECORD-TYPE              PIC X(01) VALUE "9".
032800     05  FC-BATCH-COUNT              PIC 9(06).
032900     05  FC-BLOCK-COUNT              PIC 9(06).
033000     05  FC-ENTRY-COUNT              PIC 9(08).
033100     05  FC-ENTRY-HASH               PIC 9(10).
033200     05  FC-DEBIT-TOTAL              PIC 9(10)V99.
033300     05  FC-CREDIT-TOTAL             PIC 9(10)V99 VALUE ZERO.
033400     05  FC-RESERVED                 PIC X(39) VALUE SPACES.
033500*
033600 01  WS-BLOCK-FILLER-RECORD          PIC X(94) VALUE ALL "9".
033700*
033800*---------------------------------------------------------------*
033900*    ORIGRPT LINES.                                             *
034000*---------------------------------------------------------------*
034100 01  WS-REPORT-TOTAL-LINE.
034200     05  RT-CAPTION                  PIC X(26).
034300     05  RT-COUNT                    PIC ZZZZZZ9.
034400     05  FILLER                      PIC X(02) VALUE SPACES.
034500     05  RT-AMOUNT                   PIC ZZZZZZZZZZ9.99.
034600*
034700 01  WS-REPORT-MATCH-LINE.
034800     05  TM-CAPTION                  PIC X(26).
034900     05  TM-MATCH-FLAG               PIC X(10).
035000*
035100 01  WS-REPORT-EXCEPTION-LINE.
035200     05  EX-TRANSACTION-ID           PIC X(10).
035300     05  FILLER                      PIC X(01) VALUE SPACES.
035400     05  EX-TRANSACTION-TYPE         PIC X(10).
035500     05  FILLER                      PIC X(01) VALUE SPACES.
035600     05  EX-ACCOUNT-ID               PIC X(10).
035700     05  FILLER                      PIC X(01) VALUE SPACES.
035800     05  EX-BASE-AMOUNT              PIC Z(8)9.99.
035900     05  FILLER                      PIC X(01) VALUE SPACES.
036000     05  EX-REASON                   PIC X(30).
036100*
036200 PROCEDURE DIVISION.
036300*
036400 0000-MAINLINE.
036500     MOVE "NETWORKORIGINATION" TO RLC-STEP-NAME
036600     SET RLC-TYPE-START TO TRUE
036700     MOVE ZERO TO RLC-RETURN-CODE
036800     MOVE ZERO TO RLC-RECORDS-READ
036900     MOVE ZERO TO RLC-RECORDS-WRITTEN
037000     CALL 'RunLogWrite' USING RUN-LOG-COMM-AREA
037100*
037200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
037300*
037400     PERFORM 2000-COLLECT-SETTLED-ITEMS THRU 2000-EXIT
037500*
037600     PERFORM 2600-MARK-ALREADY-SENT THRU 2600-EXIT
037700*
037800     PERFORM 3000-ATTACH-COUNTERPARTY THRU 3000-EXIT
037900*
038000     PERFORM 4000-WRITE-ORIGINATION-FILE THRU 4000-EXIT
038100*
038200     PERFORM 5000-TIE-TO-GL THRU 5000-EXIT
038300*
038400     PERFORM 6000-WRITE-REPORT THRU 6000-EXIT
038500*
038600     PERFORM 9000-TERMINATE THRU 9000-EXIT
038700*
038800     SET RLC-TYPE-END TO TRUE
038900     MOVE RETURN-CODE TO RLC-RETURN-CODE
039000     MOVE WS-RESULT-ROW-COUNT TO RLC-RECORDS-READ
039100     MOVE FT-ENTRY-COUNT TO RLC-RECORDS-WRITTEN
039200     CALL 'RunLogWrite' USING RUN-LOG-COMM-AREA
039300*
039400     GOBACK.
039500*
039600*---------------------------------------------------------------*
039700*    1000-INITIALIZE                                            *
039800*    THE BUSINESS DATE STAMPS THE FILE AND THE REGISTER, AND    *
039900*    THE RATES PRICE EACH ENTRY; EITHER MISSING ABORTS THE RUN  *
040000*    BEFORE ANYTHING IS WRITTEN.                                *
040100*---------------------------------------------------------------*
040200 1000-INITIALIZE.
040400     INITIALIZE WS-TYPE-TOTALS
040500     SET ORIGINATION-TIES TO TRUE
040600     SET GLEXTR-ABSENT TO TRUE
040700*
040800     CALL 'BatchDateLoad' USING BATCH-DATE-RECORD
040900     IF RETURN-CODE NOT = ZERO
041000         DISPLAY "NETWORKORIGINATION: NO USABLE BATCHDTE "
041100             "CONTROL RECORD - RUN ABORTED"
041200         MOVE 16 TO RETURN-CODE
041300         GOBACK
041400     END-IF
041500*
041600     CALL 'CurrencyRateLoad' USING CURRENCY-RATE-TABLE
041700     IF RETURN-CODE NOT = ZERO
041800         DISPLAY "NETWORKORIGINATION: CURRENCY RATES NOT "
041900             "USABLE - RUN ABORTED"
042000         MOVE 16 TO RETURN-CODE
042100         GOBACK
042200     END-IF
042300*
042400     OPEN OUTPUT ORIGINATION-REPORT-FILE
042500     MOVE "NETWORK ORIGINATION CONTROL REPORT"
042600         TO ORIGINATION-REPORT-LINE
042700     WRITE ORIGINATION-REPORT-LINE.
042800 1000-EXIT.
042900     EXIT.
043000*
043100*---------------------------------------------------------------*
043200*    2000-COLLECT-SETTLED-ITEMS                                 *
043300*    ONE PASS OVER TRANRESULT.  EVERY SETTLED ACH OR WIRE ROW   *
043400*    IS PRICED AND COUNTED TOWARD ITS TYPE'S SETTLED TOTAL AND  *
043500*    LOADED TO THE ITEM TABLE; AN ANALYST-REJECT REVERSAL       *
043600*    LATER IN THE FILE MARKS ITS ORIGINAL AS NOT TO BE SENT.    *
043700*---------------------------------------------------------------*
043800 2000-COLLECT-SETTLED-ITEMS.
043900     SET NOT-AT-END-OF-RESULTS TO TRUE
044000     OPEN INPUT TRANSACTION-RESULT-FILE
044100     IF NOT RESULT-FILE-OK
044200         DISPLAY "NETWORKORIGINATION: UNABLE TO OPEN TRANRESULT"
044300         MOVE 16 TO RETURN-CODE
044400         GO TO 2000-EXIT
044500     END-IF
044600*
044700     PERFORM 2100-SCAN-RESULT-ROW THRU 2100-EXIT
044800         UNTIL AT-END-OF-RESULTS
044900*
045000     CLOSE TRANSACTION-RESULT-FILE.
045100 2000-EXIT.
045200     EXIT.
045300*
045400 2100-SCAN-RESULT-ROW.
045500     READ TRANSACTION-RESULT-FILE
045600         AT END
045700             SET AT-END-OF-RESULTS TO TRUE
045800             GO TO 2100-EXIT
045900     END-READ
046000     ADD 1 TO WS-RESULT-ROW-COUNT
046100*
046150     MOVE TR-TRANSACTION-TYPE TO WS-LOOKUP-TYPE
046200     PERFORM 2500-SET-TYPE-INDEX THRU 2500-EXIT
046300     IF WS-TYPE-INDEX = ZERO
046400         GO TO 2100-EXIT
046500     END-IF
046600*
046700     EVALUATE TRUE
046800         WHEN TR-REJECTED = "N"
046900             PERFORM 2200-ADD-SETTLED-ITEM THRU 2200-EXIT
047000         WHEN TR-REJECTED = "Y"
047100                 AND TR-REJECT-REASON
047200                     = "REVERSED - ANALYST REJECT"
047300             PERFORM 2300-MARK-REVERSED-ITEM THRU 2300-EXIT
047400         WHEN OTHER
047500             CONTINUE
047600     END-EVALUATE.
047700 2100-EXIT.
047800     EXIT.
047900*
048000*---------------------------------------------------------------*
048100*    2200-ADD-SETTLED-ITEM                                      *
048200*    A ROW WITH NO RATE TODAY IS NOT ON GLEXTR EITHER, SO IT    *
048300*    IS COUNTED AND LEFT OUT OF BOTH SIDES OF THE TIE.  A ROW   *
048400*    BEYOND THE TABLE COUNTS AS SETTLED BUT UNSENT - A RERUN    *
048500*    PICKS IT UP, SINCE THE REGISTER SKIPS WHAT ALREADY WENT.   *
048600*---------------------------------------------------------------*
048700 2200-ADD-SETTLED-ITEM.
048800     PERFORM 2400-CONVERT-TO-BASE-CURRENCY THRU 2400-EXIT
048900     IF RATE-NOT-FOUND
049000         ADD 1 TO WS-NO-RATE-COUNT
049100         GO TO 2200-EXIT
049200     END-IF
049300*
049400     ADD 1 TO TT-SETTLED-COUNT (WS-TYPE-INDEX)
049500     ADD WS-BASE-CURRENCY-AMOUNT
049600         TO TT-SETTLED-AMOUNT (WS-TYPE-INDEX)
049700*
049800     IF WS-ITEM-COUNT NOT < 500
049900         ADD 1 TO TT-OVERFLOW-COUNT (WS-TYPE-INDEX)
050000         ADD WS-BASE-CURRENCY-AMOUNT
050100             TO TT-OVERFLOW-AMOUNT (WS-TYPE-INDEX)
050200         GO TO 2200-EXIT
050300     END-IF
050400*
050500     ADD 1 TO WS-ITEM-COUNT
050600     MOVE TR-TRANSACTION-ID
050650         TO OI-TRANSACTION-ID (WS-ITEM-COUNT)
050700     MOVE TR-TRANSACTION-TYPE
050800         TO OI-TRANSACTION-TYPE (WS-ITEM-COUNT)
050900     MOVE TR-ACCOUNT-ID         TO OI-ACCOUNT-ID (WS-ITEM-COUNT)
051000     MOVE TR-TRANSACTION-AMOUNT TO OI-FACE-AMOUNT (WS-ITEM-COUNT)
051100     MOVE TR-CURRENCY-CODE
051150         TO OI-CURRENCY-CODE (WS-ITEM-COUNT)
051200     MOVE WS-BASE-CURRENCY-AMOUNT
051300         TO OI-BASE-AMOUNT (WS-ITEM-COUNT)
051400     MOVE SPACES                TO OI-CPTY-NAME (WS-ITEM-COUNT)
051500     MOVE SPACES
051600         TO OI-CPTY-ACCOUNT-ID (WS-ITEM-COUNT)
051700     MOVE SPACES                TO OI-ITEM-STATE (WS-ITEM-COUNT).
051800 2200-EXIT.
051900     EXIT.
052000*
052100*---------------------------------------------------------------*
052200*    2300-MARK-REVERSED-ITEM                                    *
052300*    A REVERSAL OF AN ITEM SETTLED ON AN EARLIER DAY HAS NO     *
052400*    ENTRY HERE; IT IS COUNTED FOR THE REPORT ONLY.             *
052500*---------------------------------------------------------------*
052600 2300-MARK-REVERSED-ITEM.
052700     SET MATCH-NOT-FOUND TO TRUE
052800     PERFORM 2310-TEST-REVERSED-ENTRY THRU 2310-EXIT
052900         VARYING WS-ITEM-SUBSCRIPT FROM 1 BY 1
053000         UNTIL WS-ITEM-SUBSCRIPT > WS-ITEM-COUNT
053100             OR MATCH-FOUND
053200*
053300     IF MATCH-NOT-FOUND
053400         ADD 1 TO WS-ORPHAN-REVERSAL-COUNT
053500     END-IF.
053600 2300-EXIT.
053700     EXIT.
053800*
053900 2310-TEST-REVERSED-ENTRY.
054000     IF OI-TRANSACTION-ID (WS-ITEM-SUBSCRIPT) = TR-TRANSACTION-ID
054100             AND OI-ITEM-STATE (WS-ITEM-SUBSCRIPT) = SPACES
054200         MOVE "V" TO OI-ITEM-STATE (WS-ITEM-SUBSCRIPT)
054300         SET MATCH-FOUND TO TRUE
054400     END-IF.
054500 2310-EXIT.
054600     EXIT.
054700*
054800*---------------------------------------------------------------*
054900*    2400-CONVERT-TO-BASE-CURRENCY                              *
055000*    THE SAME RESTATEMENT GLEXTRACT APPLIES, SO THE ENTRY       *
055100*    AMOUNTS AND THE LEDGER CREDITS AGREE TO THE CENT.  A ROW   *
055200*    WITH BLANK CURRENCY IS TREATED AS BASE CURRENCY.           *
055300*---------------------------------------------------------------*
055400 2400-CONVERT-TO-BASE-CURRENCY.
055500     IF TR-CURRENCY-CODE = SPACES
055600         SET RATE-IS-FOUND TO TRUE
055700         MOVE TR-TRANSACTION-AMOUNT TO WS-BASE-CURRENCY-AMOUNT
055800         GO TO 2400-EXIT
055900     END-IF
056000*
056100     SET RATE-NOT-FOUND TO TRUE
056200     PERFORM 2410-LOOKUP-CURRENCY-RATE THRU 2410-EXIT
056300         VARYING WS-CURRENCY-SUBSCRIPT FROM 1 BY 1
056400         UNTIL WS-CURRENCY-SUBSCRIPT > CR-RATE-COUNT
056500             OR RATE-IS-FOUND
056600*
056700     IF RATE-IS-FOUND
056800         MULTIPLY TR-TRANSACTION-AMOUNT BY WS-CONVERSION-RATE
056900             GIVING WS-BASE-CURRENCY-AMOUNT
057000     END-IF.
057100 2400-EXIT.
057200     EXIT.
057300*
057400 2410-LOOKUP-CURRENCY-RATE.
057500     IF TR-CURRENCY-CODE
057600             = CR-CURRENCY-CODE (WS-CURRENCY-SUBSCRIPT)
057700         MOVE CR-CONVERSION-RATE (WS-CURRENCY-SUBSCRIPT)
057800             TO WS-CONVERSION-RATE
057900         SET RATE-IS-FOUND TO TRUE
058000     END-IF.
058100 2410-EXIT.
058200     EXIT.
058300*
058400*---------------------------------------------------------------*
058500*    2500-SET-TYPE-INDEX                                        *
058600*    SETS WS-TYPE-INDEX TO WS-LOOKUP-TYPE'S SLOT IN THE TABLE,  *
058700*    OR ZERO FOR A TYPE THIS STEP DOES NOT ORIGINATE.           *
058800*---------------------------------------------------------------*
058900 2500-SET-TYPE-INDEX.
059000     MOVE ZERO TO WS-TYPE-INDEX
059100     PERFORM 2510-TEST-TYPE-ENTRY THRU 2510-EXIT
059200         VARYING WS-TYPE-SUBSCRIPT FROM 1 BY 1
059300         UNTIL WS-TYPE-SUBSCRIPT > 2
059400             OR WS-TYPE-INDEX NOT = ZERO.
059500 2500-EXIT.
059600     EXIT.
059700*
059800 2510-TEST-TYPE-ENTRY.
059900     IF WS-LOOKUP-TYPE
060000             = OT-TRANSACTION-TYPE (WS-TYPE-SUBSCRIPT)
060100         MOVE WS-TYPE-SUBSCRIPT TO WS-TYPE-INDEX
060200     END-IF.
060300 2510-EXIT.
060400     EXIT.
060500*
060600*---------------------------------------------------------------*
060700*    2600-MARK-ALREADY-SENT                                     *
060800*    AN ITEM ALREADY ON OUTREG FOR TODAY'S BUSINESS DATE WENT   *
060900*    ON AN EARLIER FILE AND MUST NOT GO AGAIN.  THE TRACE       *
061000*    SEQUENCE CARRIES ON FROM THE DAY'S LAST REGISTERED ENTRY   *
061100*    SO A RERUN NEVER REPEATS A TRACE NUMBER.  NO OUTREG YET    *
061200*    SIMPLY MEANS NOTHING HAS BEEN SENT.                        *
061300*---------------------------------------------------------------*
061400 2600-MARK-ALREADY-SENT.
061500     SET NOT-AT-END-OF-REGISTER TO TRUE
061600     OPEN INPUT OUTBOUND-REGISTER-FILE
061700     IF NOT REG-FILE-OK
061800         GO TO 2600-EXIT
061900     END-IF
062000*
062100     PERFORM 2610-SCAN-REGISTER-ROW THRU 2610-EXIT
062200         UNTIL AT-END-OF-REGISTER
062300*
062400     CLOSE OUTBOUND-REGISTER-FILE.
062500 2600-EXIT.
062600     EXIT.
062700*
062800 2610-SCAN-REGISTER-ROW.
062900     READ OUTBOUND-REGISTER-FILE
063000         AT END
063100             SET AT-END-OF-REGISTER TO TRUE
063200             GO TO 2610-EXIT
063300     END-READ
063400*
063500     IF OR-BUSINESS-DATE NOT = BD-BUSINESS-DATE
063600         GO TO 2610-EXIT
063700     END-IF
063800*
063900     IF OR-TRACE-NUMBER (9:7) IS NUMERIC
064000             AND OR-TRACE-NUMBER (9:7) > WS-ENTRY-SEQUENCE
064100         MOVE OR-TRACE-NUMBER (9:7) TO WS-ENTRY-SEQUENCE
064200     END-IF
064300*
064400     PERFORM 2620-TEST-SENT-ENTRY THRU 2620-EXIT
064500         VARYING WS-ITEM-SUBSCRIPT FROM 1 BY 1
064600         UNTIL WS-ITEM-SUBSCRIPT > WS-ITEM-COUNT.
064700 2610-EXIT.
064800     EXIT.
064900*
065000 2620-TEST-SENT-ENTRY.
065100     IF OI-TRANSACTION-ID (WS-ITEM-SUBSCRIPT) = OR-TRANSACTION-ID
065200             AND OI-ITEM-STATE (WS-ITEM-SUBSCRIPT) = SPACES
065300         MOVE "A" TO OI-ITEM-STATE (WS-ITEM-SUBSCRIPT)
065400     END-IF.
065500 2620-EXIT.
065600     EXIT.
065700*
065800*---------------------------------------------------------------*
065900*    3000-ATTACH-COUNTERPARTY                                   *
066000*    ONE PASS OVER TRANCPTY.  EACH ROW FOR THE BUSINESS DATE    *
066100*    WHOSE ID IS A SETTLED ITEM STILL WAITING HANDS OVER ITS    *
066200*    COUNTERPARTY NAME AND ACCOUNT.  AN ITEM WITH NO ROW THERE  *
066300*    IS LEFT UNSENT, FOR OPS.                                   *
066400*---------------------------------------------------------------*
066500 3000-ATTACH-COUNTERPARTY.
066600     IF WS-ITEM-COUNT = ZERO
066700         GO TO 3000-EXIT
066800     END-IF
066900*
067000     SET NOT-AT-END-OF-CPDAY TO TRUE
067100     OPEN INPUT COUNTERPARTY-DAY-FILE
067200     IF NOT CPDAY-FILE-OK
067300         DISPLAY "NETWORKORIGINATION: WARNING - NO TRANCPTY, "
067400             "NO COUNTERPARTY DETAIL AVAILABLE"
067500         GO TO 3000-EXIT
067600     END-IF
067700*
067800     PERFORM 3100-SCAN-CPTY-ROW THRU 3100-EXIT
067900         UNTIL AT-END-OF-CPDAY
068000*
068100     CLOSE COUNTERPARTY-DAY-FILE.
068200 3000-EXIT.
068300     EXIT.
068400*
068500 3100-SCAN-CPTY-ROW.
068600     READ COUNTERPARTY-DAY-FILE
068700         AT END
068800             SET AT-END-OF-CPDAY TO TRUE
068900             GO TO 3100-EXIT
069000     END-READ
069100*
069200     IF CP-BUSINESS-DATE NOT = BD-BUSINESS-DATE
069250             OR CP-CPTY-ACCOUNT-ID = SPACES
069300         GO TO 3100-EXIT
069400     END-IF
069500*
069600     PERFORM 3200-TEST-CPTY-ENTRY THRU 3200-EXIT
069700         VARYING WS-ITEM-SUBSCRIPT FROM 1 BY 1
069800         UNTIL WS-ITEM-SUBSCRIPT > WS-ITEM-COUNT.
069900 3100-EXIT.
070000     EXIT.
070100*
070200 3200-TEST-CPTY-ENTRY.
070300     IF OI-TRANSACTION-ID (WS-ITEM-SUBSCRIPT) = CP-TRANSACTION-ID
070400             AND OI-ITEM-STATE (WS-ITEM-SUBSCRIPT) = SPACES
070500         MOVE CP-CPTY-NAME
070600             TO OI-CPTY-NAME (WS-ITEM-SUBSCRIPT)
070700         MOVE CP-CPTY-ACCOUNT-ID
070800             TO OI-CPTY-ACCOUNT-ID (WS-ITEM-SUBSCRIPT)
070900         MOVE "C" TO OI-ITEM-STATE (WS-ITEM-SUBSCRIPT)
071000     END-IF.
071100 3200-EXIT.
071200     EXIT.
071300*
071400*---------------------------------------------------------------*
071500*    4000-WRITE-ORIGINATION-FILE                                *
071600*    SCREENS THE ITEMS TO SEND, THEN WRITES THE FILE HEADER,    *
071700*    ONE BATCH PER TYPE THAT HAS ANYTHING TO SEND, THE FILE     *
071800*    CONTROL, AND THE BLOCK FILLER.  A DAY WITH NOTHING TO      *
071900*    SEND STILL GETS A HEADER AND A ZERO CONTROL SO THE         *
072000*    OPERATOR SEES THE FILE ARRIVE.                             *
072100*---------------------------------------------------------------*
072200 4000-WRITE-ORIGINATION-FILE.
072300     IF RETURN-CODE = 16
072400         GO TO 4000-EXIT
072500     END-IF
072600*
072700     PERFORM 4050-SCREEN-ITEM THRU 4050-EXIT
072800         VARYING WS-ITEM-SUBSCRIPT FROM 1 BY 1
072900         UNTIL WS-ITEM-SUBSCRIPT > WS-ITEM-COUNT
073000*
073100     OPEN OUTPUT ORIGINATION-FILE
073200     IF NOT ORIG-FILE-OK
073300         DISPLAY "NETWORKORIGINATION: UNABLE TO OPEN ORIGFILE - "
073400             "STATUS " WS-ORIG-FILE-STATUS
073500         MOVE 16 TO RETURN-CODE
073600         GO TO 4000-EXIT
073700     END-IF
073800*
073900     OPEN EXTEND OUTBOUND-REGISTER-FILE
074000     IF NOT REG-FILE-OK
074100         OPEN OUTPUT OUTBOUND-REGISTER-FILE
074110         IF NOT REG-FILE-OK
074120             DISPLAY "NETWORKORIGINATION: UNABLE TO OPEN OUTREG "
074130                 "- STATUS " WS-REG-FILE-STATUS
074140             MOVE 16 TO RETURN-CODE
074150             CLOSE ORIGINATION-FILE
074160             GO TO 4000-EXIT
074170         END-IF
074200     END-IF
074300*
074400     ACCEPT WS-CURRENT-TIME FROM TIME
074500     MOVE BD-BUSINESS-DATE (3:6)  TO FH-CREATION-DATE
074600     MOVE WS-CURRENT-TIME (1:4)   TO FH-CREATION-TIME
074700     WRITE ORIGINATION-RECORD FROM WS-FILE-HEADER-RECORD
074800     ADD 1 TO FT-RECORD-COUNT
074900*
075000     PERFORM 4100-WRITE-BATCH THRU 4100-EXIT
075100         VARYING WS-TYPE-INDEX FROM 1 BY 1
075200         UNTIL WS-TYPE-INDEX > 2
075300*
075400     ADD 1 TO FT-RECORD-COUNT
075500     COMPUTE WS-BLOCK-COUNT = (FT-RECORD-COUNT + 9) / 10
075600     MOVE FT-BATCH-COUNT  TO FC-BATCH-COUNT
075700     MOVE WS-BLOCK-COUNT  TO FC-BLOCK-COUNT
075800     MOVE FT-ENTRY-COUNT  TO FC-ENTRY-COUNT
075900     MOVE FT-ENTRY-HASH   TO FC-ENTRY-HASH
076000     MOVE FT-DEBIT-TOTAL  TO FC-DEBIT-TOTAL
076100     WRITE ORIGINATION-RECORD FROM WS-FILE-CONTROL-RECORD
076200*
076300     PERFORM 4400-WRITE-BLOCK-FILLER THRU 4400-EXIT
076400         UNTIL FT-RECORD-COUNT = WS-BLOCK-COUNT * 10
076500*
076600     CLOSE ORIGINATION-FILE
076700     CLOSE OUTBOUND-REGISTER-FILE.
076800 4000-EXIT.
076900     EXIT.
077000*
077100*---------------------------------------------------------------*
077200*    4050-SCREEN-ITEM                                           *
077300*    AN ITEM WITH ITS COUNTERPARTY IS SENT UNLESS IT WILL NOT   *
077400*    FIT THE ENTRY AMOUNT FIELD; EACH TYPE'S COUNT OF ITEMS TO  *
077500*    SEND DECIDES WHETHER IT GETS A BATCH AT ALL.               *
077600*---------------------------------------------------------------*
077700 4050-SCREEN-ITEM.
077800     IF OI-ITEM-STATE (WS-ITEM-SUBSCRIPT) NOT = "C"
077900         GO TO 4050-EXIT
078000     END-IF
078100*
078200     IF OI-BASE-AMOUNT (WS-ITEM-SUBSCRIPT) > WS-MAX-ENTRY-AMOUNT
078300         MOVE "X" TO OI-ITEM-STATE (WS-ITEM-SUBSCRIPT)
078400         GO TO 4050-EXIT
078500     END-IF
078600*
078700     MOVE OI-TRANSACTION-TYPE (WS-ITEM-SUBSCRIPT)
078800         TO WS-LOOKUP-TYPE
078900     PERFORM 2500-SET-TYPE-INDEX THRU 2500-EXIT
079000     ADD 1 TO TT-PENDING-COUNT (WS-TYPE-INDEX).
079100 4050-EXIT.
079200     EXIT.
079300*
079400*---------------------------------------------------------------*
079500*    4100-WRITE-BATCH                                           *
079600*    ONE BATCH FOR THE TYPE IN WS-TYPE-INDEX: HEADER, AN ENTRY  *
079700*    FOR EACH ITEM TO SEND, AND THE BATCH CONTROL, WHOSE        *
079800*    TOTALS ROLL INTO THE FILE CONTROL.                         *
079900*---------------------------------------------------------------*
080000 4100-WRITE-BATCH.
080100     IF TT-PENDING-COUNT (WS-TYPE-INDEX) = ZERO
080200         GO TO 4100-EXIT
080300     END-IF
080400*
080500     ADD 1 TO WS-BATCH-NUMBER
080600     ADD 1 TO FT-BATCH-COUNT
080700     MOVE ZERO TO BT-ENTRY-COUNT
080800     MOVE ZERO TO BT-ENTRY-HASH
080900     MOVE ZERO TO BT-DEBIT-TOTAL
081000*
081100     MOVE WS-COMPANY-ID          TO BH-COMPANY-ID
081200     MOVE OT-ENTRY-CLASS (WS-TYPE-INDEX)
081300                                 TO BH-ENTRY-CLASS
081400     MOVE OT-TRANSACTION-TYPE (WS-TYPE-INDEX)
081500                                 TO BH-ENTRY-DESCRIPTION
081600     MOVE BD-BUSINESS-DATE (3:6) TO BH-DESCRIPTIVE-DATE
081700     MOVE BD-BUSINESS-DATE (3:6) TO BH-EFFECTIVE-DATE
081800     MOVE WS-ODFI-ID             TO BH-ODFI-ID
081900     MOVE WS-BATCH-NUMBER        TO BH-BATCH-NUMBER
082000     WRITE ORIGINATION-RECORD FROM WS-BATCH-HEADER-RECORD
082100     ADD 1 TO FT-RECORD-COUNT
082200*
082300     PERFORM 4200-WRITE-ENTRY THRU 4200-EXIT
082400         VARYING WS-ITEM-SUBSCRIPT FROM 1 BY 1
082500         UNTIL WS-ITEM-SUBSCRIPT > WS-ITEM-COUNT
082600*
082700     MOVE BT-ENTRY-COUNT         TO BC-ENTRY-COUNT
082800     MOVE BT-ENTRY-HASH          TO BC-ENTRY-HASH
082900     MOVE BT-DEBIT-TOTAL         TO BC-DEBIT-TOTAL
083000     MOVE WS-COMPANY-ID          TO BC-COMPANY-ID
083100     MOVE WS-ODFI-ID             TO BC-ODFI-ID
083200     MOVE WS-BATCH-NUMBER        TO BC-BATCH-NUMBER
083300     WRITE ORIGINATION-RECORD FROM WS-BATCH-CONTROL-RECORD
083400     ADD 1 TO FT-RECORD-COUNT
083500*
083600     ADD BT-ENTRY-COUNT          TO FT-ENTRY-COUNT
083700     ADD BT-ENTRY-HASH           TO FT-ENTRY-HASH
083800     ADD BT-DEBIT-TOTAL          TO FT-DEBIT-TOTAL.
083900 4100-EXIT.
084000     EXIT.
084100*
084200 4200-WRITE-ENTRY.
084300     IF OI-ITEM-STATE (WS-ITEM-SUBSCRIPT) NOT = "C"
084400             OR OI-TRANSACTION-TYPE (WS-ITEM-SUBSCRIPT)
084500                 NOT = OT-TRANSACTION-TYPE (WS-TYPE-INDEX)
084600         GO TO 4200-EXIT
084700     END-IF
084800*
084900     ADD 1 TO WS-ENTRY-SEQUENCE
085000     MOVE OI-CPTY-ACCOUNT-ID (WS-ITEM-SUBSCRIPT)
085100                                 TO ED-DFI-ACCOUNT
085200     MOVE OI-BASE-AMOUNT (WS-ITEM-SUBSCRIPT)
085300                                 TO ED-AMOUNT
085400     MOVE OI-TRANSACTION-ID (WS-ITEM-SUBSCRIPT)
085500                                 TO ED-INDIVIDUAL-ID
085600     MOVE OI-CPTY-NAME (WS-ITEM-SUBSCRIPT)
085700                                 TO ED-INDIVIDUAL-NAME
085800     MOVE WS-ODFI-ID             TO ED-TRACE-ODFI
085900     MOVE WS-ENTRY-SEQUENCE      TO ED-TRACE-SEQUENCE
086000     WRITE ORIGINATION-RECORD FROM WS-ENTRY-DETAIL-RECORD
086100     ADD 1 TO FT-RECORD-COUNT
086200*
086300     ADD 1 TO BT-ENTRY-COUNT
086400     ADD ED-RDFI-ID TO BT-ENTRY-HASH
086500     ADD ED-AMOUNT TO BT-DEBIT-TOTAL
086600*
086700     PERFORM 4300-WRITE-REGISTER-ROW THRU 4300-EXIT
086800     MOVE "S" TO OI-ITEM-STATE (WS-ITEM-SUBSCRIPT).
086900 4200-EXIT.
087000     EXIT.
087100*
087200 4300-WRITE-REGISTER-ROW.
087300     MOVE OI-TRANSACTION-ID (WS-ITEM-SUBSCRIPT)
087400         TO OR-TRANSACTION-ID
087500     MOVE OI-TRANSACTION-TYPE (WS-ITEM-SUBSCRIPT)
087600         TO OR-TRANSACTION-TYPE
087700     MOVE OI-ACCOUNT-ID (WS-ITEM-SUBSCRIPT)
087800         TO OR-ACCOUNT-ID
087900     MOVE OI-FACE-AMOUNT (WS-ITEM-SUBSCRIPT)
088000         TO OR-FACE-AMOUNT
088100     MOVE OI-CURRENCY-CODE (WS-ITEM-SUBSCRIPT)
088200         TO OR-CURRENCY-CODE
088300     MOVE OI-BASE-AMOUNT (WS-ITEM-SUBSCRIPT)
088400         TO OR-BASE-AMOUNT
088500     MOVE OI-CPTY-NAME (WS-ITEM-SUBSCRIPT)
088600         TO OR-CPTY-NAME
088700     MOVE OI-CPTY-ACCOUNT-ID (WS-ITEM-SUBSCRIPT)
088800         TO OR-CPTY-ACCOUNT-ID
088900     MOVE ED-TRACE-NUMBER        TO OR-TRACE-NUMBER
089000     MOVE WS-BATCH-NUMBER        TO OR-BATCH-NUMBER
089100     MOVE BD-BUSINESS-DATE       TO OR-BUSINESS-DATE
089200     MOVE BD-RUN-NUMBER          TO OR-RUN-NUMBER
089300     WRITE OUTBOUND-REGISTER-RECORD.
089400 4300-EXIT.
089500     EXIT.
089600*
089700 4400-WRITE-BLOCK-FILLER.
089800     WRITE ORIGINATION-RECORD FROM WS-BLOCK-FILLER-RECORD
089900     ADD 1 TO FT-RECORD-COUNT.
090000 4400-EXIT.
090100     EXIT.
090200*
090300*---------------------------------------------------------------*
090400*    5000-TIE-TO-GL                                             *
090500*    SUMS THE GLEXTR CREDITS EACH TYPE POSTED TO ITS CLEARING   *
090600*    ACCOUNT - ONE CUSTOMER-SIDE CREDIT PER SETTLED ROW - FOR   *
090700*    THE TIE AGAINST THE SETTLED TOTALS.  THE TRAILER RECORDS   *
090800*    ARE SKIPPED.  NO GLEXTR MEANS THE TIE IS NOT PROVED.       *
090900*---------------------------------------------------------------*
091000 5000-TIE-TO-GL.
091100     IF RETURN-CODE = 16
091200         GO TO 5000-EXIT
091300     END-IF
091400*
091500     SET NOT-AT-END-OF-GL TO TRUE
091600     OPEN INPUT GL-EXTRACT-FILE
091700     IF NOT GL-FILE-OK
091800         GO TO 5000-EXIT
091900     END-IF
092000     SET GLEXTR-PRESENT TO TRUE
092100*
092200     PERFORM 5100-SCAN-GL-ENTRY THRU 5100-EXIT
092300         UNTIL AT-END-OF-GL
092400*
092500     CLOSE GL-EXTRACT-FILE.
092600 5000-EXIT.
092700     EXIT.
092800*
092900 5100-SCAN-GL-ENTRY.
093000     READ GL-EXTRACT-FILE
093100         AT END
093200             SET AT-END-OF-GL TO TRUE
093300             GO TO 5100-EXIT
093400     END-READ
093500*
093600     IF GL-TRAILER-LITERAL = "GLTRAILER"
093700             OR GL-TRAILER-LITERAL = "GLTRAILR2"
093800         GO TO 5100-EXIT
093900     END-IF
094000     IF GL-DR-CR NOT = "C"
094100         GO TO 5100-EXIT
094200     END-IF
094300*
094400     MOVE GL-SOURCE-TYPE TO WS-LOOKUP-TYPE
094500     PERFORM 2500-SET-TYPE-INDEX THRU 2500-EXIT
094600     IF WS-TYPE-INDEX NOT = ZERO
094700         IF GL-ACCOUNT = OT-CLEARING-ACCOUNT (WS-TYPE-INDEX)
094800             ADD GL-AMOUNT TO TT-GL-CREDIT-AMOUNT (WS-TYPE-INDEX)
094900         END-IF
095000     END-IF.
095100 5100-EXIT.
095200     EXIT.
095300*
095400*---------------------------------------------------------------*
095500*    6000-WRITE-REPORT                                          *
095600*    TALLIES EVERY TABLE ITEM BY WHAT BECAME OF IT, THEN        *
095700*    PRINTS EACH TYPE'S SPLIT AND GL TIE, AND LISTS THE ITEMS   *
095800*    LEFT FOR OPS.                                              *
095900*---------------------------------------------------------------*
096000 6000-WRITE-REPORT.
096100     IF RETURN-CODE = 16
096200         GO TO 6000-EXIT
096300     END-IF
096400*
096500     PERFORM 6200-TALLY-ITEM THRU 6200-EXIT
096600         VARYING WS-ITEM-SUBSCRIPT FROM 1 BY 1
096700         UNTIL WS-ITEM-SUBSCRIPT > WS-ITEM-COUNT
096800*
096900     PERFORM 6100-WRITE-TYPE-SECTION THRU 6100-EXIT
097000         VARYING WS-TYPE-INDEX FROM 1 BY 1
097100         UNTIL WS-TYPE-INDEX > 2
097200*
097300     MOVE "ENTRIES ON ORIGFILE       " TO RT-CAPTION
097400     MOVE FT-ENTRY-COUNT TO RT-COUNT
097500     MOVE FT-DEBIT-TOTAL TO RT-AMOUNT
097600     WRITE ORIGINATION-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
097700*
097800     IF WS-NO-RATE-COUNT > ZERO
097900         MOVE "ROWS WITH NO RATE (UNSENT)" TO RT-CAPTION
098000         MOVE WS-NO-RATE-COUNT TO RT-COUNT
098100         MOVE ZERO TO RT-AMOUNT
098200         WRITE ORIGINATION-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
098300     END-IF
098400     IF WS-ORPHAN-REVERSAL-COUNT > ZERO
098500         MOVE "PRIOR-DAY ITEMS REVERSED  " TO RT-CAPTION
098600         MOVE WS-ORPHAN-REVERSAL-COUNT TO RT-COUNT
098700         MOVE ZERO TO RT-AMOUNT
098800         WRITE ORIGINATION-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
098900     END-IF
099000*
099100     IF GLEXTR-ABSENT
099200         MOVE "NO GLEXTR - GL TIE-OUT NOT PROVED"
099300             TO ORIGINATION-REPORT-LINE
099400         WRITE ORIGINATION-REPORT-LINE
099500     END-IF
099600*
099700     MOVE SPACES TO ORIGINATION-REPORT-LINE
099800     WRITE ORIGINATION-REPORT-LINE
099900     MOVE "ITEMS NOT SENT - OPS FOLLOW-UP"
100000         TO ORIGINATION-REPORT-LINE
100100     WRITE ORIGINATION-REPORT-LINE
100200     PERFORM 6300-WRITE-EXCEPTION THRU 6300-EXIT
100300         VARYING WS-ITEM-SUBSCRIPT FROM 1 BY 1
100400         UNTIL WS-ITEM-SUBSCRIPT > WS-ITEM-COUNT.
100500 6000-EXIT.
100600     EXIT.
100700*
100800 6100-WRITE-TYPE-SECTION.
100900     MOVE SPACES TO ORIGINATION-REPORT-LINE
101000     WRITE ORIGINATION-REPORT-LINE
101100     MOVE OT-TRANSACTION-TYPE (WS-TYPE-INDEX)
101200         TO ORIGINATION-REPORT-LINE
101300     WRITE ORIGINATION-REPORT-LINE
101400*
101500     MOVE "SETTLED ROWS              " TO RT-CAPTION
101600     MOVE TT-SETTLED-COUNT (WS-TYPE-INDEX) TO RT-COUNT
101700     MOVE TT-SETTLED-AMOUNT (WS-TYPE-INDEX) TO RT-AMOUNT
101800     WRITE ORIGINATION-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
101900     MOVE "  SENT                    " TO RT-CAPTION
102000     MOVE TT-SENT-COUNT (WS-TYPE-INDEX) TO RT-COUNT
102100     MOVE TT-SENT-AMOUNT (WS-TYPE-INDEX) TO RT-AMOUNT
102200     WRITE ORIGINATION-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
102300     MOVE "  REVERSED BEFORE SENDING " TO RT-CAPTION
102400     MOVE TT-REVERSED-COUNT (WS-TYPE-INDEX) TO RT-COUNT
102500     MOVE TT-REVERSED-AMOUNT (WS-TYPE-INDEX) TO RT-AMOUNT
102600     WRITE ORIGINATION-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
102700     MOVE "  SENT ON AN EARLIER FILE " TO RT-CAPTION
102800     MOVE TT-PRIOR-COUNT (WS-TYPE-INDEX) TO RT-COUNT
102900     MOVE TT-PRIOR-AMOUNT (WS-TYPE-INDEX) TO RT-AMOUNT
103000     WRITE ORIGINATION-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
103100     MOVE "  NO COUNTERPARTY         " TO RT-CAPTION
103200     MOVE TT-NO-CPTY-COUNT (WS-TYPE-INDEX) TO RT-COUNT
103300     MOVE TT-NO-CPTY-AMOUNT (WS-TYPE-INDEX) TO RT-AMOUNT
103400     WRITE ORIGINATION-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
103500     MOVE "  TOO LARGE FOR ENTRY     " TO RT-CAPTION
103600     MOVE TT-TOO-LARGE-COUNT (WS-TYPE-INDEX) TO RT-COUNT
103700     MOVE TT-TOO-LARGE-AMOUNT (WS-TYPE-INDEX) TO RT-AMOUNT
103800     WRITE ORIGINATION-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
103900     MOVE "  BEYOND TABLE - RERUN    " TO RT-CAPTION
104000     MOVE TT-OVERFLOW-COUNT (WS-TYPE-INDEX) TO RT-COUNT
104100     MOVE TT-OVERFLOW-AMOUNT (WS-TYPE-INDEX) TO RT-AMOUNT
104200     WRITE ORIGINATION-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
104300*
104400     IF TT-NO-CPTY-COUNT (WS-TYPE-INDEX) > ZERO
104500             OR TT-TOO-LARGE-COUNT (WS-TYPE-INDEX) > ZERO
104600             OR TT-OVERFLOW-COUNT (WS-TYPE-INDEX) > ZERO
104700         IF RETURN-CODE < 4
104800             MOVE 4 TO RETURN-CODE
104900         END-IF
105000     END-IF
105100*
105200     IF GLEXTR-ABSENT
105300         GO TO 6100-EXIT
105400     END-IF
105500     MOVE "GLEXTR CLEARING CREDITS   " TO RT-CAPTION
105600     MOVE ZERO TO RT-COUNT
105700     MOVE TT-GL-CREDIT-AMOUNT (WS-TYPE-INDEX) TO RT-AMOUNT
105800     WRITE ORIGINATION-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
105900     MOVE "SETTLED VS GLEXTR CREDITS " TO TM-CAPTION
106000     IF TT-SETTLED-AMOUNT (WS-TYPE-INDEX)
106100             = TT-GL-CREDIT-AMOUNT (WS-TYPE-INDEX)
106200         MOVE "MATCH"    TO TM-MATCH-FLAG
106300     ELSE
106400         MOVE "MISMATCH" TO TM-MATCH-FLAG
106500         SET ORIGINATION-DOES-NOT-TIE TO TRUE
106600     END-IF
106700     WRITE ORIGINATION-REPORT-LINE FROM WS-REPORT-MATCH-LINE.
106800 6100-EXIT.
106900     EXIT.
107000*
107100 6200-TALLY-ITEM.
107200     MOVE OI-TRANSACTION-TYPE (WS-ITEM-SUBSCRIPT)
107300         TO WS-LOOKUP-TYPE
107400     PERFORM 2500-SET-TYPE-INDEX THRU 2500-EXIT
107500*
107600     EVALUATE OI-ITEM-STATE (WS-ITEM-SUBSCRIPT)
107700         WHEN "S"
107800             ADD 1 TO TT-SENT-COUNT (WS-TYPE-INDEX)
107900             ADD OI-BASE-AMOUNT (WS-ITEM-SUBSCRIPT)
108000                 TO TT-SENT-AMOUNT (WS-TYPE-INDEX)
108100         WHEN "V"
108200             ADD 1 TO TT-REVERSED-COUNT (WS-TYPE-INDEX)
108300             ADD OI-BASE-AMOUNT (WS-ITEM-SUBSCRIPT)
108400                 TO TT-REVERSED-AMOUNT (WS-TYPE-INDEX)
108500         WHEN "A"
108600             ADD 1 TO TT-PRIOR-COUNT (WS-TYPE-INDEX)
108700             ADD OI-BASE-AMOUNT (WS-ITEM-SUBSCRIPT)
108800                 TO TT-PRIOR-AMOUNT (WS-TYPE-INDEX)
108900         WHEN "X"
109000             ADD 1 TO TT-TOO-LARGE-COUNT (WS-TYPE-INDEX)
109100             ADD OI-BASE-AMOUNT (WS-ITEM-SUBSCRIPT)
109200                 TO TT-TOO-LARGE-AMOUNT (WS-TYPE-INDEX)
109300         WHEN OTHER
109400             ADD 1 TO TT-NO-CPTY-COUNT (WS-TYPE-INDEX)
109500             ADD OI-BASE-AMOUNT (WS-ITEM-SUBSCRIPT)
109600                 TO TT-NO-CPTY-AMOUNT (WS-TYPE-INDEX)
109700     END-EVALUATE.
109800 6200-EXIT.
109900     EXIT.
110000*
110100 6300-WRITE-EXCEPTION.
110200     EVALUATE OI-ITEM-STATE (WS-ITEM-SUBSCRIPT)
110300         WHEN "X"
110400             MOVE "AMOUNT TOO LARGE FOR ENTRY" TO EX-REASON
110500         WHEN SPACES
110600             MOVE "NO COUNTERPARTY ON TRANCPTY" TO EX-REASON
110700         WHEN OTHER
110800             GO TO 6300-EXIT
110900     END-EVALUATE
111000*
111100     MOVE OI-TRANSACTION-ID (WS-ITEM-SUBSCRIPT)
111200         TO EX-TRANSACTION-ID
111300     MOVE OI-TRANSACTION-TYPE (WS-ITEM-SUBSCRIPT)
111400         TO EX-TRANSACTION-TYPE
111500     MOVE OI-ACCOUNT-ID (WS-ITEM-SUBSCRIPT)
111600         TO EX-ACCOUNT-ID
111700     MOVE OI-BASE-AMOUNT (WS-ITEM-SUBSCRIPT)
111800         TO EX-BASE-AMOUNT
111900     WRITE ORIGINATION-REPORT-LINE FROM WS-REPORT-EXCEPTION-LINE.
112000 6300-EXIT.
112100     EXIT.
112200*
112300*---------------------------------------------------------------*
112400*    9000-TERMINATE                                             *
112500*---------------------------------------------------------------*
112600 9000-TERMINATE.
112700     CLOSE ORIGINATION-REPORT-FILE
112800*
112900     IF RETURN-CODE = 16
113000         GO TO 9000-EXIT
113100     END-IF
113200*
113300     IF ORIGINATION-DOES-NOT-TIE
113400         DISPLAY "NETWORKORIGINATION: ORIGINATION DOES NOT TIE "
113500             "TO GLEXTR - SEE ORIGRPT"
113600         MOVE 8 TO RETURN-CODE
113700     END-IF
113800*
113900     DISPLAY "NETWORKORIGINATION: " FT-ENTRY-COUNT
114000         " ENTRY(S) IN " FT-BATCH-COUNT
114100         " BATCH(ES) WRITTEN TO ORIGFILE"
114200     IF RETURN-CODE = 4
114300         DISPLAY "NETWORKORIGINATION: WARNING - SETTLED "
114400             "ITEM(S) NOT SENT - SEE ORIGRPT"
114500     END-IF.
114600 9000-EXIT.
114700     EXIT.
