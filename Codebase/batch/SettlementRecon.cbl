000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SettlementRecon.
000300 AUTHOR. D. OKAFOR - PAYMENTS SYSTEMS GROUP.
000400 INSTALLATION. RETAIL PAYMENTS PROCESSING CENTER.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800*****************************************************************
000900*                                                               *
001000*    SETTLEMENTRECON                                            *
001100*                                                               *
001200*    END-OF-DAY BANK RECONCILIATION OF THE 100500 SETTLEMENT    *
001300*    CONTROL ACCOUNT.  RUNS AFTER NETWORKORIGINATION, SO THE    *
001400*    DAY'S GLEXTR AND OUTREG ROWS ARE BOTH ON FILE, AND         *
001500*    MATCHES THE CORRESPONDENT BANK'S STATEMENT FOR OUR         *
001600*    SETTLEMENT ACCOUNT (BANKSTMT) AGAINST THE BOOK.            *
001700*                                                               *
001800*    BOOK ITEMS ARE THE DAY'S GLEXTR ENTRIES TO 100500, NETTED  *
001900*    BY TRANSACTION-ID - A PAIR THAT NETS TO NOTHING (AN ON-US  *
002000*    TRANSFER, OR AN ITEM REVERSED THE SAME DAY) NEVER REACHES  *
002100*    THE BANK AND IS SET ASIDE.  AN ITEM THAT WENT OUT ON THE   *
002200*    DAY'S ORIGINATION FILE ALSO CARRIES ITS OUTREG TRACE       *
002300*    NUMBER, SINCE THAT IS THE REFERENCE THE BANK REPORTS FOR   *
002400*    IT.  A BOOK DEBIT MATCHES A STATEMENT CREDIT (AND A BOOK   *
002500*    CREDIT A STATEMENT DEBIT) OF THE SAME AMOUNT WHOSE         *
002600*    REFERENCE IS THE TRANSACTION-ID OR THE TRACE NUMBER, AND   *
002700*    WHOSE VALUE DATE IS WITHIN RECON-DATE-WINDOW BUSINESS      *
002800*    DAYS OF THE BUSINESS DATE THE BOOK ITEM POSTED.  A BOOK    *
002900*    ITEM CARRIED FROM AN EARLIER DAY THAT TODAY'S BOOK         *
003000*    REVERSES IN FULL IS SET ASIDE THE SAME WAY.                *
003100*                                                               *
003200*    EVERY ITEM STILL UNMATCHED, ON EITHER SIDE, IS CARRIED     *
003300*    FORWARD ON RECNOPNO (OPS PROMOTES RECNOPNO TO RECNOPEN FOR *
003400*    THE NEXT RUN, AS WITH SAROUTS) WITH ITS AGE IN BUSINESS    *
003500*    DAYS ON THE HOLCAL CALENDAR (CALENDAR DAYS, WITH A         *
003600*    WARNING, WHEN THE CALENDAR IS NOT USABLE).  AN ITEM OLDER  *
003700*    THAN RECON-ESCALATE-DAYS IS ESCALATED.  RECNOPNO OPENS     *
003800*    WITH A POSITION ROW CARRYING THE BOOK BALANCE AND THE LAST *
003900*    STATEMENT'S CLOSING BALANCE FORWARD.                       *
004000*                                                               *
004100*    RECNPARM (KEY=VALUE):                                      *
004200*        RECON-ESCALATE-DAYS    BUSINESS DAYS, DEFAULT 5        *
004300*        RECON-DATE-WINDOW      BUSINESS DAYS, DEFAULT 2        *
004400*                                                               *
004500*    RECNRPT SHOWS THE OPENING AND CLOSING POSITIONS ON BOTH    *
004600*    SIDES, THE MATCHED TOTALS, EVERY OPEN ITEM WITH ITS AGE,   *
004700*    AND THE PROOF THAT THE OPEN ITEMS EXPLAIN THE DIFFERENCE   *
004800*    BETWEEN BANK AND BOOK.  AN UNEXPLAINED DIFFERENCE, OR A    *
004900*    STATEMENT THAT DOES NOT FOOT, SETS RETURN-CODE 8; AN       *
005000*    ESCALATED ITEM, NO STATEMENT TODAY, OR A STATEMENT THAT    *
005100*    DOES NOT OPEN AT THE LAST ONE'S CLOSING BALANCE SETS 4.    *
005200*                                                               *
005300*    THE FIRST RUN, WITH NO RECNOPEN, TAKES THE BOOK OPENING    *
005400*    BALANCE FROM THE STATEMENT.  A RECNOPEN ALREADY CARRYING   *
005500*    THE BUSINESS DATE, A STATEMENT NO LATER THAN THE LAST ONE  *
005600*    RECONCILED, A STATEMENT WITHOUT ITS HEADER OR TRAILER, A   *
005700*    GLEXTR WITHOUT ITS TRAILER, OR MORE ITEMS THAN THE TABLES  *
005800*    HOLD ENDS THE RUN WITH 16 BEFORE ANYTHING IS WRITTEN.      *
005900*                                                               *
006000*    MODIFICATION HISTORY.                                       *
006100*    ---------------------------------------------------------- *
006200*    2026-10-15  DO  INITIAL VERSION.                            *
006210*    2026-10-15  DO  A RECNRPT THAT CANNOT BE OPENED ENDS THE    *
006220*                    RUN AT RC 16 BEFORE ANYTHING IS WRITTEN.    *
006300*                                                                *
006400*****************************************************************
006500 ENVIRONMENT DIVISION.
006600 INPUT-OUTPUT SECTION.
006700 FILE-CONTROL.
006800     SELECT RECON-PARM-FILE ASSIGN TO "RECNPARM"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-PARM-FILE-STATUS.
007100*
007200     SELECT OPEN-ITEM-FILE ASSIGN TO "RECNOPEN"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-OPEN-FILE-STATUS.
007500*
007600     SELECT OUTBOUND-REGISTER-FILE ASSIGN TO "OUTREG"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-REG-FILE-STATUS.
007900*
008000     SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTR"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-GL-FILE-STATUS.
008300*
008400     SELECT BANK-STATEMENT-FILE ASSIGN TO "BANKSTMT"
008500         ORGANIZATION IS LINE SEQUENTIAL
008600         FILE STATUS IS WS-STMT-FILE-STATUS.
008700*
008800     SELECT OPEN-ITEM-OUT-FILE ASSIGN TO "RECNOPNO"
008900         ORGANIZATION IS LINE SEQUENTIAL
009000         FILE STATUS IS WS-OPENO-FILE-STATUS.
009100*
009200     SELECT RECON-REPORT-FILE ASSIGN TO "RECNRPT"
009300         ORGANIZATION IS LINE SEQUENTIAL
009400         FILE STATUS IS WS-REPORT-FILE-STATUS.
009500*
009600 DATA DIVISION.
009700 FILE SECTION.
009800 FD  RECON-PARM-FILE.
009900 01  RECON-PARM-RECORD               PIC X(80).
010000*
010100 FD  OPEN-ITEM-FILE.
010200 01  OPEN-ITEM-INPUT-RECORD          PIC X(100).
010300*
010400 FD  OUTBOUND-REGISTER-FILE.
010500 COPY OutboundRegister.
010600*
010700 FD  GL-EXTRACT-FILE.
010800 01  GL-EXTRACT-RECORD.
010900     05  GL-ACCOUNT                  PIC 9(06).
011000     05  GL-DR-CR                    PIC X(01).
011100     05  GL-AMOUNT                   PIC 9(11)V99.
011200     05  GL-TRANSACTION-ID           PIC X(10).
011300     05  GL-SOURCE-TYPE              PIC X(10).
011400 01  GL-TRAILER-RECORD REDEFINES GL-EXTRACT-RECORD.
011500     05  GL-TRAILER-LITERAL          PIC X(09).
011600     05  FILLER                      PIC X(31).
011700*
011800 FD  BANK-STATEMENT-FILE.
011900 COPY BankStatement.
012000*
012100 FD  OPEN-ITEM-OUT-FILE.
012200 01  OPEN-ITEM-OUTPUT-RECORD         PIC X(100).
012300*
012400 FD  RECON-REPORT-FILE.
012500 01  RECON-REPORT-LINE               PIC X(80).
012600*
012700 WORKING-STORAGE SECTION.
012800*
012900 COPY RunLogComm.
013000*
013100 COPY BatchDate.
013200*
013300 COPY BusinessDayComm.
013400*
013500 COPY ReconOpenItem.
013600*
013700 01  WS-PARM-FILE-STATUS             PIC X(02).
013800     88  PARM-FILE-OK                    VALUE "00".
013900*
014000 01  WS-OPEN-FILE-STATUS             PIC X(02).
014100     88  OPEN-FILE-OK                    VALUE "00".
014200*
014300 01  WS-REG-FILE-STATUS              PIC X(02).
014400     88  REG-FILE-OK                     VALUE "00".
014500*
014600 01  WS-GL-FILE-STATUS               PIC X(02).
014700     88  GL-FILE-OK                      VALUE "00".
014800*
014900 01  WS-STMT-FILE-STATUS             PIC X(02).
015000     88  STMT-FILE-OK                    VALUE "00".
015100*
015200 01  WS-OPENO-FILE-STATUS            PIC X(02).
015300     88  OPENO-FILE-OK                   VALUE "00".
015400*
015500 01  WS-REPORT-FILE-STATUS           PIC X(02).
015600     88  REPORT-FILE-OK                  VALUE "00".
015700*
015800 01  WS-PARM-EOF-SW                  PIC X(01).
015900     88  PARM-EOF                        VALUE "Y".
016000     88  PARM-NOT-EOF                    VALUE "N".
016100*
016200 01  WS-OPEN-EOF-SW                  PIC X(01).
016300     88  OPEN-EOF                        VALUE "Y".
016400     88  OPEN-NOT-EOF                    VALUE "N".
016500*
016600 01  WS-REG-EOF-SW                   PIC X(01).
016700     88  REG-EOF                         VALUE "Y".
016800     88  REG-NOT-EOF                     VALUE "N".
016900*
017000 01  WS-GL-EOF-SW                    PIC X(01).
017100     88  GL-EOF                          VALUE "Y".
017200     88  GL-NOT-EOF                      VALUE "N".
017300*
017400 01  WS-STMT-EOF-SW                  PIC X(01).
017500     88  STMT-EOF                        VALUE "Y".
017600     88  STMT-NOT-EOF                    VALUE "N".
017700*
017800 01  WS-FILES-OPEN-SW                PIC X(01).
017900     88  FILES-ARE-OPEN                  VALUE "Y".
018000     88  FILES-NOT-OPEN                  VALUE "N".
018100*
018200 01  WS-CALENDAR-SW                  PIC X(01).
018300     88  CALENDAR-AVAILABLE              VALUE "Y".
018400     88  CALENDAR-UNAVAILABLE            VALUE "N".
018500*
018600 01  WS-PRIOR-POSITION-SW            PIC X(01).
018700     88  PRIOR-POSITION-FOUND            VALUE "Y".
018800     88  NO-PRIOR-POSITION               VALUE "N".
018900*
019000 01  WS-STATEMENT-SW                 PIC X(01).
019100     88  STATEMENT-RECEIVED              VALUE "Y".
019200     88  NO-STATEMENT-TODAY              VALUE "N".
019300*
019400 01  WS-STMT-HEADER-SW               PIC X(01).
019500     88  STMT-HEADER-SEEN                VALUE "Y".
019600     88  STMT-HEADER-NOT-SEEN            VALUE "N".
019700*
019800 01  WS-STMT-TRAILER-SW              PIC X(01).
019900     88  STMT-TRAILER-SEEN               VALUE "Y".
020000     88  STMT-TRAILER-NOT-SEEN           VALUE "N".
020100*
020200 01  WS-GL-TRAILER-SW                PIC X(01).
020300     88  GL-TRAILER-SEEN                 VALUE "Y".
020400     88  GL-TRAILER-NOT-SEEN             VALUE "N".
020500*
020600 01  WS-TABLE-FULL-SW                PIC X(01).
020700     88  TABLE-IS-FULL                   VALUE "Y".
020800     88  TABLE-NOT-FULL                  VALUE "N".
020900*
021000 01  WS-FOOTING-SW                   PIC X(01).
021100     88  STATEMENT-FOOTS                 VALUE "Y".
021200     88  STATEMENT-OUT-OF-FOOT           VALUE "N".
021300*
021400 01  WS-OPENING-SW                   PIC X(01).
021500     88  OPENING-AGREES                  VALUE "Y".
021600     88  OPENING-BREAK                   VALUE "N".
021700*
021800 01  WS-MATCH-FOUND-SW               PIC X(01).
021900     88  MATCH-FOUND                     VALUE "Y".
022000     88  MATCH-NOT-FOUND                 VALUE "N".
022100*
022200 01  WS-WINDOW-SW                    PIC X(01).
022300     88  DATE-IN-WINDOW                  VALUE "Y".
022400     88  DATE-OUT-OF-WINDOW              VALUE "N".
022500*
022600 01  WS-PARM-KEY                     PIC X(24).
022700 01  WS-PARM-VALUE                   PIC 9(9)V99.
022800*
022900*---------------------------------------------------------------*
023000*    THE RECONCILIATION PARAMETERS FROM RECNPARM, WITH THEIR    *
023100*    COMPILED-IN DEFAULTS.  A ZERO ESCALATION AGE IS IGNORED;   *
023200*    A ZERO WINDOW MEANS THE SAME BUSINESS DATE ONLY.           *
023300*---------------------------------------------------------------*
023400 01  WS-ESCALATE-DAYS                PIC 9(03) VALUE 5.
023500 01  WS-DATE-WINDOW                  PIC 9(03) VALUE 2.
023600*
023700 01  WS-SETTLEMENT-CONTROL-ACCT      PIC 9(06) VALUE 100500.
023800*
023900 01  WS-CURRENT-DATE                 PIC 9(08).
024000 01  WS-TODAY-INTEGER                PIC 9(07).
024100 01  WS-FROM-INTEGER                 PIC 9(07).
024200 01  WS-TO-INTEGER                   PIC 9(07).
024300 01  WS-AGE-FROM-DATE                PIC 9(08).
024400 01  WS-ITEM-AGE-DAYS                PIC 9(05).
024500 01  WS-WINDOW-FROM-DATE             PIC 9(08).
024600 01  WS-WINDOW-TO-DATE               PIC 9(08).
024700 01  WS-WINDOW-DAYS                  PIC 9(05).
024800*
024900*---------------------------------------------------------------*
025000*    POSITIONS.  THE PRIOR POSITION COMES FROM THE RECNOPEN     *
025100*    POSITION ROW; THE BANK'S FROM TODAY'S STATEMENT, OR THE    *
025200*    LAST ONE WHEN NONE CAME IN.                                *
025300*---------------------------------------------------------------*
025400 01  WS-PRIOR-POSITION-DATE          PIC 9(08) VALUE ZERO.
025500 01  WS-PRIOR-STATEMENT-DATE         PIC 9(08) VALUE ZERO.
025600 01  WS-PRIOR-BOOK-BALANCE           PIC S9(11)V99 VALUE ZERO.
025700 01  WS-PRIOR-BANK-BALANCE           PIC S9(11)V99 VALUE ZERO.
025800*
025900 01  WS-STATEMENT-DATE               PIC 9(08) VALUE ZERO.
026000 01  WS-BANK-ACCOUNT                 PIC X(20) VALUE SPACES.
026100 01  WS-BANK-OPENING                 PIC S9(11)V99 VALUE ZERO.
026200 01  WS-BANK-CLOSING                 PIC S9(11)V99 VALUE ZERO.
026300 01  WS-BANK-FOOTED                  PIC S9(11)V99 VALUE ZERO.
026400 01  WS-BANK-CREDITS                 PIC 9(11)V99 VALUE ZERO.
026500 01  WS-BANK-DEBITS                  PIC 9(11)V99 VALUE ZERO.
026600 01  WS-TRAILER-COUNT                PIC 9(07) VALUE ZERO.
026700*
026800 01  WS-BOOK-OPENING                 PIC S9(11)V99 VALUE ZERO.
026900 01  WS-BOOK-CLOSING                 PIC S9(11)V99 VALUE ZERO.
027000 01  WS-BOOK-DEBITS                  PIC 9(11)V99 VALUE ZERO.
027100 01  WS-BOOK-CREDITS                 PIC 9(11)V99 VALUE ZERO.
027200*
027300 01  WS-MATCHED-AMOUNT               PIC 9(11)V99 VALUE ZERO.
027400 01  WS-OPEN-BOOK-DEBITS             PIC 9(11)V99 VALUE ZERO.
027500 01  WS-OPEN-BOOK-CREDITS            PIC 9(11)V99 VALUE ZERO.
027600 01  WS-OPEN-BANK-CREDITS            PIC 9(11)V99 VALUE ZERO.
027700 01  WS-OPEN-BANK-DEBITS             PIC 9(11)V99 VALUE ZERO.
027800 01  WS-ADJUSTED-BANK                PIC S9(11)V99 VALUE ZERO.
027900 01  WS-ADJUSTED-BOOK                PIC S9(11)V99 VALUE ZERO.
028000 01  WS-UNEXPLAINED                  PIC S9(11)V99 VALUE ZERO.
028100 01  WS-SIGNED-AMOUNT                PIC S9(11)V99.
028200*
028300*---------------------------------------------------------------*
028400*    THE BOOK SIDE: CARRIED ITEMS FIRST, THEN THE DAY'S         *
028500*    ENTRIES FROM WS-TODAY-BOOK-START ON.  BK-NET-AMOUNT        *
028600*    ACCUMULATES A TRANSACTION'S ENTRIES (DEBITS POSITIVE)      *
028700*    WHILE GLEXTR LOADS.                                        *
028800*---------------------------------------------------------------*
028900 01  WS-BOOK-COUNT                   PIC 9(05) COMP VALUE ZERO.
029000 01  WS-BOOK-SUBSCRIPT               PIC 9(05) COMP.
029100 01  WS-CONTRA-SUBSCRIPT             PIC 9(05) COMP.
029200 01  WS-TODAY-BOOK-START             PIC 9(05) COMP VALUE 1.
029300 01  WS-BOOK-TABLE.
029400     05  WS-BOOK-ENTRY               OCCURS 2000 TIMES.
029500         10  BK-ITEM-DATE            PIC 9(08).
029600         10  BK-DR-CR                PIC X(01).
029700         10  BK-AMOUNT               PIC 9(11)V99.
029800         10  BK-NET-AMOUNT           PIC S9(11)V99.
029900         10  BK-REFERENCE            PIC X(16).
030000         10  BK-ALT-REFERENCE        PIC X(16).
030100         10  BK-SOURCE-TYPE          PIC X(10).
030200         10  BK-CARRIED-SW           PIC X(01).
030300             88  BK-CARRIED              VALUE "Y".
030400         10  BK-STATE                PIC X(01).
030500             88  BK-OPEN                 VALUE "O".
030600             88  BK-MATCHED              VALUE "M".
030700             88  BK-SET-ASIDE            VALUE "N".
030800*
030900*---------------------------------------------------------------*
031000*    THE STATEMENT SIDE: CARRIED ITEMS FIRST, THEN TODAY'S.     *
031100*---------------------------------------------------------------*
031200 01  WS-BANK-COUNT                   PIC 9(05) COMP VALUE ZERO.
031300 01  WS-BANK-SUBSCRIPT               PIC 9(05) COMP.
031400 01  WS-BANK-TABLE.
031500     05  WS-BANK-ENTRY               OCCURS 2000 TIMES.
031600         10  SK-ITEM-DATE            PIC 9(08).
031700         10  SK-DR-CR                PIC X(01).
031800         10  SK-AMOUNT               PIC 9(11)V99.
031900         10  SK-REFERENCE            PIC X(16).
032000         10  SK-ALT-REFERENCE        PIC X(16).
032100         10  SK-SOURCE-TYPE          PIC X(10).
032200         10  SK-CARRIED-SW           PIC X(01).
032300             88  SK-CARRIED              VALUE "Y".
032400         10  SK-STATE                PIC X(01).
032500             88  SK-OPEN                 VALUE "O".
032600             88  SK-MATCHED              VALUE "M".
032700*
032800*---------------------------------------------------------------*
032900*    THE DAY'S OUTREG ROWS: TRANSACTION-ID TO TRACE NUMBER.     *
033000*---------------------------------------------------------------*
033100 01  WS-REGISTER-COUNT               PIC 9(05) COMP VALUE ZERO.
033200 01  WS-REGISTER-SUBSCRIPT           PIC 9(05) COMP.
033300 01  WS-REGISTER-TABLE.
033400     05  WS-REGISTER-ENTRY           OCCURS 2000 TIMES.
033500         10  RG-TRANSACTION-ID       PIC X(10).
033600         10  RG-TRACE-NUMBER         PIC X(15).
033700*
033800 77  WS-GL-ENTRY-COUNT               PIC 9(07) COMP VALUE ZERO.
033900 77  WS-STMT-DETAIL-COUNT            PIC 9(07) COMP VALUE ZERO.
034000 77  WS-REGISTER-DROPPED-COUNT       PIC 9(07) COMP VALUE ZERO.
034100 77  WS-MATCHED-COUNT                PIC 9(07) COMP VALUE ZERO.
034200 77  WS-MATCHED-CARRIED-COUNT        PIC 9(07) COMP VALUE ZERO.
034300 77  WS-NETTED-COUNT                 PIC 9(07) COMP VALUE ZERO.
034400 77  WS-REVERSED-CARRIED-COUNT       PIC 9(07) COMP VALUE ZERO.
034500 77  WS-OPEN-BOOK-COUNT              PIC 9(07) COMP VALUE ZERO.
034600 77  WS-OPEN-BANK-COUNT              PIC 9(07) COMP VALUE ZERO.
034700 77  WS-ESCALATED-COUNT              PIC 9(07) COMP VALUE ZERO.
034800 77  WS-CARRIED-OUT-COUNT            PIC 9(07) COMP VALUE ZERO.
034900*
035000 01  WS-RPT-DATE-LINE.
035100     05  RD-CAPTION                  PIC X(40).
035200     05  RD-DATE                     PIC 9(08).
035300*
035400 01  WS-RPT-TEXT-LINE.
035500     05  RX-CAPTION                  PIC X(40).
035600     05  RX-TEXT                     PIC X(20).
035700*
035800 01  WS-RPT-AMOUNT-LINE.
035900     05  RA-CAPTION                  PIC X(40).
036000     05  RA-AMOUNT                   PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
036100*
036200 01  WS-RPT-COUNT-LINE.
036300     05  RC-CAPTION                  PIC X(40).
036400     05  RC-COUNT                    PIC ZZZ,ZZZ,ZZ9.
036500*
036600 01  WS-RPT-OPEN-HEADING.
036700     05  FILLER                      PIC X(40)
036800         VALUE "SIDE DATE     D/C REFERENCE        TYPE ".
036900     05  FILLER                      PIC X(40)
037000         VALUE "                AMOUNT   AGE".
037100*
037200 01  WS-RPT-OPEN-LINE.
037300     05  OL-SIDE                     PIC X(04).
037400     05  FILLER                      PIC X(01) VALUE SPACE.
037500     05  OL-DATE                     PIC 9(08).
037600     05  FILLER                      PIC X(01) VALUE SPACE.
037700     05  OL-DR-CR                    PIC X(01).
037800     05  FILLER                      PIC X(03) VALUE SPACES.
037900     05  OL-REFERENCE                PIC X(16).
038000     05  FILLER                      PIC X(01) VALUE SPACE.
038100     05  OL-SOURCE-TYPE              PIC X(10).
038200     05  FILLER                      PIC X(01) VALUE SPACE.
038300     05  OL-AMOUNT                   PIC Z,ZZZ,ZZZ,ZZ9.99.
038400     05  FILLER                      PIC X(01) VALUE SPACE.
038500     05  OL-AGE                      PIC ZZZZ9.
038600     05  FILLER                      PIC X(01) VALUE SPACE.
038700     05  OL-FLAG                     PIC X(09).
038800*
038900 PROCEDURE DIVISION.
039000*
039100 0000-MAINLINE.
039200     MOVE "SETTLEMENTRECON" TO RLC-STEP-NAME
039300     SET RLC-TYPE-START TO TRUE
039400     MOVE ZERO TO RLC-RETURN-CODE
039500     MOVE ZERO TO RLC-RECORDS-READ
039600     MOVE ZERO TO RLC-RECORDS-WRITTEN
039700     CALL 'RunLogWrite' USING RUN-LOG-COMM-AREA
039800*
039900     PERFORM 0400-LOAD-RECON-PARMS THRU 0400-EXIT
040000*
040100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
040200*
040300     IF FILES-ARE-OPEN
040400         PERFORM 2000-SETTLE-BOOK-NET THRU 2000-EXIT
040500             VARYING WS-BOOK-SUBSCRIPT FROM WS-TODAY-BOOK-START
040600             BY 1 UNTIL WS-BOOK-SUBSCRIPT > WS-BOOK-COUNT
040700*
040800         PERFORM 2100-OFFSET-CARRIED-BOOK THRU 2100-EXIT
040900             VARYING WS-BOOK-SUBSCRIPT FROM WS-TODAY-BOOK-START
041000             BY 1 UNTIL WS-BOOK-SUBSCRIPT > WS-BOOK-COUNT
041100*
041200         PERFORM 3000-MATCH-BOOK-ITEM THRU 3000-EXIT
041300             VARYING WS-BOOK-SUBSCRIPT FROM 1 BY 1
041400             UNTIL WS-BOOK-SUBSCRIPT > WS-BOOK-COUNT
041500*
041600         PERFORM 4000-WRITE-POSITIONS THRU 4000-EXIT
041700*
041800         PERFORM 5000-CARRY-OPEN-ITEMS THRU 5000-EXIT
041900*
042000         PERFORM 6000-WRITE-PROOF THRU 6000-EXIT
042100     END-IF
042200*
042300     PERFORM 9000-TERMINATE THRU 9000-EXIT
042400*
042500     SET RLC-TYPE-END TO TRUE
042600     MOVE RETURN-CODE TO RLC-RETURN-CODE
042700     MOVE WS-GL-ENTRY-COUNT TO RLC-RECORDS-READ
042800     ADD WS-STMT-DETAIL-COUNT TO RLC-RECORDS-READ
042900     MOVE WS-CARRIED-OUT-COUNT TO RLC-RECORDS-WRITTEN
043000     CALL 'RunLogWrite' USING RUN-LOG-COMM-AREA
043100*
043200     GOBACK.
043300*
043400*---------------------------------------------------------------*
043500*    0400-LOAD-RECON-PARMS                                      *
043600*    OVERLAYS THE COMPILED-IN DEFAULTS FROM RECNPARM.  A        *
043700*    MISSING RECNPARM OR KEY LEAVES THE DEFAULT.                *
043800*---------------------------------------------------------------*
043900 0400-LOAD-RECON-PARMS.
044000     SET PARM-NOT-EOF TO TRUE
044100     OPEN INPUT RECON-PARM-FILE
044200     IF NOT PARM-FILE-OK
044300         GO TO 0400-EXIT
044400     END-IF
044500*
044600     PERFORM 0450-READ-RECON-PARM THRU 0450-EXIT
044700         UNTIL PARM-EOF
044800*
044900     CLOSE RECON-PARM-FILE.
045000 0400-EXIT.
045100     EXIT.
045200*
045300 0450-READ-RECON-PARM.
045400     READ RECON-PARM-FILE
045500         AT END
045600             SET PARM-EOF TO TRUE
045700             GO TO 0450-EXIT
045800     END-READ
045900*
046000     MOVE SPACES TO WS-PARM-KEY
046100     MOVE ZERO TO WS-PARM-VALUE
046200     UNSTRING RECON-PARM-RECORD DELIMITED BY "="
046300         INTO WS-PARM-KEY WS-PARM-VALUE
046400*
046500     IF WS-PARM-VALUE NOT NUMERIC
046600         GO TO 0450-EXIT
046700     END-IF
046800*
046900     EVALUATE WS-PARM-KEY
047000         WHEN "RECON-ESCALATE-DAYS"
047100             IF WS-PARM-VALUE > ZERO
047200                 MOVE WS-PARM-VALUE TO WS-ESCALATE-DAYS
047300             END-IF
047400         WHEN "RECON-DATE-WINDOW"
047500             MOVE WS-PARM-VALUE TO WS-DATE-WINDOW
047600         WHEN OTHER
047700             CONTINUE
047800     END-EVALUATE.
047900 0450-EXIT.
048000     EXIT.
048100*
048200*---------------------------------------------------------------*
048300*    1000-INITIALIZE                                            *
048400*    EVERY INPUT IS LOADED, AND EVERY REASON TO REFUSE THE RUN  *
048500*    CHECKED, BEFORE THE OUTPUTS ARE OPENED - A RUN THAT STOPS  *
048600*    HERE LEAVES RECNOPNO AND RECNRPT UNTOUCHED.  A MISSING     *
048700*    OUTREG IS A SYSTEM THAT HAS NEVER ORIGINATED; A MISSING    *
048800*    BANKSTMT IS A DAY THE BANK SENT NOTHING.                   *
048900*---------------------------------------------------------------*
049000 1000-INITIALIZE.
049100     SET FILES-NOT-OPEN TO TRUE
049200     SET TABLE-NOT-FULL TO TRUE
049300     SET STATEMENT-FOOTS TO TRUE
049400     SET OPENING-AGREES TO TRUE
049500*
049600     CALL 'BatchDateLoad' USING BATCH-DATE-RECORD
049700     IF RETURN-CODE NOT = ZERO
049800         DISPLAY "SETTLEMENTRECON: NO USABLE BATCHDTE CONTROL "
049900             "RECORD - RUN ABORTED"
050000         MOVE 16 TO RETURN-CODE
050100         GO TO 1000-EXIT
050200     END-IF
050300     MOVE BD-BUSINESS-DATE TO WS-CURRENT-DATE
050400     COMPUTE WS-TODAY-INTEGER =
050500         FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE)
050600*
050700     SET CALENDAR-AVAILABLE TO TRUE
050800     SET BDC-ROLL-FOLLOWING TO TRUE
050900     MOVE WS-CURRENT-DATE TO BDC-FROM-DATE
051000     CALL 'BusinessDayCalc' USING BUSINESS-DAY-COMM-AREA
051100     IF RETURN-CODE NOT = ZERO
051200         DISPLAY "SETTLEMENTRECON: WARNING - NO USABLE HOLCAL "
051300             "CALENDAR, AGING IN CALENDAR DAYS"
051400         SET CALENDAR-UNAVAILABLE TO TRUE
051500         MOVE ZERO TO RETURN-CODE
051600     END-IF
051700*
051800     PERFORM 1100-LOAD-CARRY-FORWARD THRU 1100-EXIT
051900     IF RETURN-CODE NOT = ZERO
052000         GO TO 1000-EXIT
052100     END-IF
052200*
052300     PERFORM 1200-LOAD-REGISTER THRU 1200-EXIT
052400*
052500     PERFORM 1300-LOAD-GL-EXTRACT THRU 1300-EXIT
052600     IF RETURN-CODE NOT = ZERO
052700         GO TO 1000-EXIT
052800     END-IF
052900*
053000     PERFORM 1400-LOAD-STATEMENT THRU 1400-EXIT
053100     IF RETURN-CODE NOT = ZERO
053200         GO TO 1000-EXIT
053300     END-IF
053400*
053500     OPEN OUTPUT OPEN-ITEM-OUT-FILE
053600     IF NOT OPENO-FILE-OK
053700         DISPLAY "SETTLEMENTRECON: UNABLE TO OPEN RECNOPNO - "
053800             "STATUS " WS-OPENO-FILE-STATUS
053900         MOVE 16 TO RETURN-CODE
054000         GO TO 1000-EXIT
054100     END-IF
054200     OPEN OUTPUT RECON-REPORT-FILE
054210     IF NOT REPORT-FILE-OK
054220         DISPLAY "SETTLEMENTRECON: UNABLE TO OPEN RECNRPT - "
054230             "STATUS " WS-REPORT-FILE-STATUS
054240         MOVE 16 TO RETURN-CODE
054250         CLOSE OPEN-ITEM-OUT-FILE
054260         GO TO 1000-EXIT
054270     END-IF
054300     SET FILES-ARE-OPEN TO TRUE
054400*
054500     MOVE "SETTLEMENT CONTROL 100500 - BANK RECONCILIATION"
054600         TO RECON-REPORT-LINE
054700     WRITE RECON-REPORT-LINE
054800     MOVE "BUSINESS DATE" TO RD-CAPTION
054900     MOVE WS-CURRENT-DATE TO RD-DATE
055000     WRITE RECON-REPORT-LINE FROM WS-RPT-DATE-LINE
055100     IF STATEMENT-RECEIVED
055200         MOVE "STATEMENT DATE" TO RD-CAPTION
055300         MOVE WS-STATEMENT-DATE TO RD-DATE
055400         WRITE RECON-REPORT-LINE FROM WS-RPT-DATE-LINE
055500         MOVE "BANK ACCOUNT" TO RX-CAPTION
055600         MOVE WS-BANK-ACCOUNT TO RX-TEXT
055700         WRITE RECON-REPORT-LINE FROM WS-RPT-TEXT-LINE
055800     ELSE
055900         MOVE "NO BANK STATEMENT RECEIVED TODAY"
056000             TO RECON-REPORT-LINE
056100         WRITE RECON-REPORT-LINE
056200     END-IF.
056300 1000-EXIT.
056400     EXIT.
056500*
056600*---------------------------------------------------------------*
056700*    1100-LOAD-CARRY-FORWARD                                    *
056800*    THE POSITION ROW AND THE OPEN ITEMS FROM THE LAST RUN.     *
056900*    A POSITION ROW ALREADY AT OR PAST THE BUSINESS DATE MEANS  *
057000*    THE DAY HAS BEEN RECONCILED (OR RECNOPNO WAS PROMOTED      *
057100*    EARLY) - LOADING THE DAY'S GLEXTR AGAIN WOULD DOUBLE IT.   *
057200*---------------------------------------------------------------*
057300 1100-LOAD-CARRY-FORWARD.
057400     SET NO-PRIOR-POSITION TO TRUE
057500     SET OPEN-NOT-EOF TO TRUE
057600     OPEN INPUT OPEN-ITEM-FILE
057700     IF NOT OPEN-FILE-OK
057800         DISPLAY "SETTLEMENTRECON: NO RECNOPEN - FIRST "
057900             "RECONCILIATION, BOOK OPENS AT THE STATEMENT"
058000         GO TO 1100-EXIT
058100     END-IF
058200*
058300     PERFORM 1150-READ-OPEN-ITEM THRU 1150-EXIT
058400         UNTIL OPEN-EOF
058500*
058600     CLOSE OPEN-ITEM-FILE
058700*
058800     IF TABLE-IS-FULL
058900         DISPLAY "SETTLEMENTRECON: RECNOPEN HOLDS MORE THAN 2000 "
059000             "ITEMS ON ONE SIDE - RUN ABORTED"
059100         MOVE 16 TO RETURN-CODE
059200         GO TO 1100-EXIT
059300     END-IF
059400     IF NO-PRIOR-POSITION
059500         DISPLAY "SETTLEMENTRECON: RECNOPEN HAS NO POSITION ROW "
059600             "- RUN ABORTED"
059700         MOVE 16 TO RETURN-CODE
059800         GO TO 1100-EXIT
059900     END-IF
060000     IF WS-PRIOR-POSITION-DATE NOT < WS-CURRENT-DATE
060100         DISPLAY "SETTLEMENTRECON: RECNOPEN IS ALREADY AT "
060200             WS-PRIOR-POSITION-DATE " - " WS-CURRENT-DATE
060300             " IS RECONCILED, RUN ABORTED"
060400         MOVE 16 TO RETURN-CODE
060500         GO TO 1100-EXIT
060600     END-IF
060700*
060800     MOVE WS-PRIOR-BOOK-BALANCE TO WS-BOOK-OPENING
060900     MOVE WS-PRIOR-BANK-BALANCE TO WS-BANK-OPENING
061000     MOVE WS-PRIOR-BANK-BALANCE TO WS-BANK-CLOSING
061100     MOVE WS-PRIOR-STATEMENT-DATE TO WS-STATEMENT-DATE.
061200 1100-EXIT.
061300     EXIT.
061400*
061500 1150-READ-OPEN-ITEM.
061600     READ OPEN-ITEM-FILE INTO RECON-OPEN-ITEM-RECORD
061700         AT END
061800             SET OPEN-EOF TO TRUE
061900             GO TO 1150-EXIT
062000     END-READ
062100*
062200     EVALUATE TRUE
062300         WHEN RO-POSITION-ROW
062400             SET PRIOR-POSITION-FOUND TO TRUE
062500             MOVE RO-POSITION-DATE TO WS-PRIOR-POSITION-DATE
062600             MOVE RO-BOOK-BALANCE TO WS-PRIOR-BOOK-BALANCE
062700             MOVE RO-STATEMENT-DATE TO WS-PRIOR-STATEMENT-DATE
062800             MOVE RO-BANK-BALANCE TO WS-PRIOR-BANK-BALANCE
062900         WHEN RO-OPEN-ITEM-ROW AND RO-BOOK-ITEM
063000             PERFORM 1160-CARRY-BOOK-ITEM THRU 1160-EXIT
063100         WHEN RO-OPEN-ITEM-ROW AND RO-BANK-ITEM
063200             PERFORM 1170-CARRY-BANK-ITEM THRU 1170-EXIT
063300         WHEN OTHER
063400             CONTINUE
063500     END-EVALUATE.
063600 1150-EXIT.
063700     EXIT.
063800*
063900 1160-CARRY-BOOK-ITEM.
064000     IF WS-BOOK-COUNT NOT < 2000
064100         SET TABLE-IS-FULL TO TRUE
064200         GO TO 1160-EXIT
064300     END-IF
064400     ADD 1 TO WS-BOOK-COUNT
064500     MOVE RO-ITEM-DATE     TO BK-ITEM-DATE (WS-BOOK-COUNT)
064600     MOVE RO-DR-CR         TO BK-DR-CR (WS-BOOK-COUNT)
064700     MOVE RO-AMOUNT        TO BK-AMOUNT (WS-BOOK-COUNT)
064800     MOVE ZERO             TO BK-NET-AMOUNT (WS-BOOK-COUNT)
064900     MOVE RO-REFERENCE     TO BK-REFERENCE (WS-BOOK-COUNT)
065000     MOVE RO-ALT-REFERENCE TO BK-ALT-REFERENCE (WS-BOOK-COUNT)
065100     MOVE RO-SOURCE-TYPE   TO BK-SOURCE-TYPE (WS-BOOK-COUNT)
065200     SET BK-CARRIED (WS-BOOK-COUNT) TO TRUE
065300     SET BK-OPEN (WS-BOOK-COUNT) TO TRUE
065400     COMPUTE WS-TODAY-BOOK-START = WS-BOOK-COUNT + 1.
065500 1160-EXIT.
065600     EXIT.
065700*
065800 1170-CARRY-BANK-ITEM.
065900     IF WS-BANK-COUNT NOT < 2000
066000         SET TABLE-IS-FULL TO TRUE
066100         GO TO 1170-EXIT
066200     END-IF
066300     ADD 1 TO WS-BANK-COUNT
066400     MOVE RO-ITEM-DATE     TO SK-ITEM-DATE (WS-BANK-COUNT)
066500     MOVE RO-DR-CR         TO SK-DR-CR (WS-BANK-COUNT)
066600     MOVE RO-AMOUNT        TO SK-AMOUNT (WS-BANK-COUNT)
066700     MOVE RO-REFERENCE     TO SK-REFERENCE (WS-BANK-COUNT)
066800     MOVE RO-ALT-REFERENCE TO SK-ALT-REFERENCE (WS-BANK-COUNT)
066900     MOVE RO-SOURCE-TYPE   TO SK-SOURCE-TYPE (WS-BANK-COUNT)
067000     SET SK-CARRIED (WS-BANK-COUNT) TO TRUE
067100     SET SK-OPEN (WS-BANK-COUNT) TO TRUE.
067200 1170-EXIT.
067300     EXIT.
067400*
067500*---------------------------------------------------------------*
067600*    1200-LOAD-REGISTER                                         *
067700*    THE TRACE NUMBER OF EVERY ITEM ORIGINATED ON THE BUSINESS  *
067800*    DATE.  ROWS BEYOND THE TABLE ARE COUNTED; THOSE ITEMS      *
067900*    MATCH ON THEIR TRANSACTION-ID ONLY.                        *
068000*---------------------------------------------------------------*
068100 1200-LOAD-REGISTER.
068200     SET REG-NOT-EOF TO TRUE
068300     OPEN INPUT OUTBOUND-REGISTER-FILE
068400     IF NOT REG-FILE-OK
068500         GO TO 1200-EXIT
068600     END-IF
068700*
068800     PERFORM 1250-READ-REGISTER THRU 1250-EXIT
068900         UNTIL REG-EOF
069000*
069100     CLOSE OUTBOUND-REGISTER-FILE.
069200 1200-EXIT.
069300     EXIT.
069400*
069500 1250-READ-REGISTER.
069600     READ OUTBOUND-REGISTER-FILE
069700         AT END
069800             SET REG-EOF TO TRUE
069900             GO TO 1250-EXIT
070000     END-READ
070100*
070200     IF OR-BUSINESS-DATE NOT = WS-CURRENT-DATE
070300         GO TO 1250-EXIT
070400     END-IF
070500*
070600     IF WS-REGISTER-COUNT < 2000
070700         ADD 1 TO WS-REGISTER-COUNT
070800         MOVE OR-TRANSACTION-ID
070900             TO RG-TRANSACTION-ID (WS-REGISTER-COUNT)
071000         MOVE OR-TRACE-NUMBER
071100             TO RG-TRACE-NUMBER (WS-REGISTER-COUNT)
071200     ELSE
071300         ADD 1 TO WS-REGISTER-DROPPED-COUNT
071400     END-IF.
071500 1250-EXIT.
071600     EXIT.
071700*
071800*---------------------------------------------------------------*
071900*    1300-LOAD-GL-EXTRACT                                       *
072000*    THE DAY'S 100500 ENTRIES, ONE BOOK ITEM PER                *
072100*    TRANSACTION-ID.  THE GROSS DEBITS AND CREDITS MOVE THE     *
072200*    BOOK POSITION.  AN EXTRACT WITH NO GLTRAILER IS NOT        *
072300*    COMPLETE AND IS NOT RECONCILED.                            *
072400*---------------------------------------------------------------*
072500 1300-LOAD-GL-EXTRACT.
072600     SET GL-NOT-EOF TO TRUE
072700     SET GL-TRAILER-NOT-SEEN TO TRUE
072800     OPEN INPUT GL-EXTRACT-FILE
072900     IF NOT GL-FILE-OK
073000         DISPLAY "SETTLEMENTRECON: UNABLE TO OPEN GLEXTR - "
073100             "RUN ABORTED"
073200         MOVE 16 TO RETURN-CODE
073300         GO TO 1300-EXIT
073400     END-IF
073500*
073600     PERFORM 1350-READ-GL-ENTRY THRU 1350-EXIT
073700         UNTIL GL-EOF
073800*
073900     CLOSE GL-EXTRACT-FILE
074000*
074100     IF GL-TRAILER-NOT-SEEN
074200         DISPLAY "SETTLEMENTRECON: GLEXTR HAS NO GLTRAILER - "
074300             "EXTRACT INCOMPLETE, RUN ABORTED"
074400         MOVE 16 TO RETURN-CODE
074500         GO TO 1300-EXIT
074600     END-IF
074700     IF TABLE-IS-FULL
074800         DISPLAY "SETTLEMENTRECON: MORE THAN 2000 OPEN AND NEW "
074900             "BOOK ITEMS - RUN ABORTED"
075000         MOVE 16 TO RETURN-CODE
075100         GO TO 1300-EXIT
075200     END-IF
075300*
075400     COMPUTE WS-BOOK-CLOSING =
075500         WS-BOOK-OPENING + WS-BOOK-DEBITS - WS-BOOK-CREDITS.
075600 1300-EXIT.
075700     EXIT.
075800*
075900 1350-READ-GL-ENTRY.
076000     READ GL-EXTRACT-FILE
076100         AT END
076200             SET GL-EOF TO TRUE
076300             GO TO 1350-EXIT
076400     END-READ
076500*
076600     IF GL-TRAILER-LITERAL = "GLTRAILER"
076700         SET GL-TRAILER-SEEN TO TRUE
076800         GO TO 1350-EXIT
076900     END-IF
077000     IF GL-TRAILER-LITERAL = "GLTRAILR2"
077100         GO TO 1350-EXIT
077200     END-IF
077300     IF GL-ACCOUNT NOT = WS-SETTLEMENT-CONTROL-ACCT
077400         GO TO 1350-EXIT
077500     END-IF
077600*
077700     ADD 1 TO WS-GL-ENTRY-COUNT
077800     IF GL-DR-CR = "D"
077900         ADD GL-AMOUNT TO WS-BOOK-DEBITS
078000         MOVE GL-AMOUNT TO WS-SIGNED-AMOUNT
078100     ELSE
078200         ADD GL-AMOUNT TO WS-BOOK-CREDITS
078300         COMPUTE WS-SIGNED-AMOUNT = ZERO - GL-AMOUNT
078400     END-IF
078500*
078600     SET MATCH-NOT-FOUND TO TRUE
078700     PERFORM 1360-TEST-TODAY-BOOK-ITEM THRU 1360-EXIT
078800         VARYING WS-BOOK-SUBSCRIPT FROM WS-TODAY-BOOK-START BY 1
078900         UNTIL WS-BOOK-SUBSCRIPT > WS-BOOK-COUNT
079000             OR MATCH-FOUND
079100     IF MATCH-FOUND
079200         GO TO 1350-EXIT
079300     END-IF
079400*
079500     IF WS-BOOK-COUNT NOT < 2000
079600         SET TABLE-IS-FULL TO TRUE
079700         GO TO 1350-EXIT
079800     END-IF
079900     ADD 1 TO WS-BOOK-COUNT
080000     MOVE WS-CURRENT-DATE   TO BK-ITEM-DATE (WS-BOOK-COUNT)
080100     MOVE SPACE             TO BK-DR-CR (WS-BOOK-COUNT)
080200     MOVE ZERO              TO BK-AMOUNT (WS-BOOK-COUNT)
080300     MOVE WS-SIGNED-AMOUNT  TO BK-NET-AMOUNT (WS-BOOK-COUNT)
080400     MOVE GL-TRANSACTION-ID TO BK-REFERENCE (WS-BOOK-COUNT)
080500     MOVE SPACES            TO BK-ALT-REFERENCE (WS-BOOK-COUNT)
080600     MOVE GL-SOURCE-TYPE    TO BK-SOURCE-TYPE (WS-BOOK-COUNT)
080700     MOVE "N"               TO BK-CARRIED-SW (WS-BOOK-COUNT)
080800     SET BK-OPEN (WS-BOOK-COUNT) TO TRUE
080900*
081000     SET MATCH-NOT-FOUND TO TRUE
081100     PERFORM 1370-TEST-REGISTER-ENTRY THRU 1370-EXIT
081200         VARYING WS-REGISTER-SUBSCRIPT FROM 1 BY 1
081300         UNTIL WS-REGISTER-SUBSCRIPT > WS-REGISTER-COUNT
081400             OR MATCH-FOUND.
081500 1350-EXIT.
081600     EXIT.
081700*
081800 1360-TEST-TODAY-BOOK-ITEM.
081900     IF GL-TRANSACTION-ID = BK-REFERENCE (WS-BOOK-SUBSCRIPT)
082000         SET MATCH-FOUND TO TRUE
082100         ADD WS-SIGNED-AMOUNT TO BK-NET-AMOUNT (WS-BOOK-SUBSCRIPT)
082200     END-IF.
082300 1360-EXIT.
082400     EXIT.
082500*
082600 1370-TEST-REGISTER-ENTRY.
082700     IF GL-TRANSACTION-ID
082800             = RG-TRANSACTION-ID (WS-REGISTER-SUBSCRIPT)
082900         SET MATCH-FOUND TO TRUE
083000         MOVE RG-TRACE-NUMBER (WS-REGISTER-SUBSCRIPT)
083100             TO BK-ALT-REFERENCE (WS-BOOK-COUNT)
083200     END-IF.
083300 1370-EXIT.
083400     EXIT.
083500*
083600*---------------------------------------------------------------*
083700*    1400-LOAD-STATEMENT                                        *
083800*    HEADER, DETAILS, TRAILER.  A STATEMENT MISSING EITHER END  *
083900*    IS REFUSED, AS IS ONE NO LATER THAN THE LAST STATEMENT     *
084000*    RECONCILED.  ONE THAT DOES NOT FOOT, OR DOES NOT OPEN AT   *
084100*    THE LAST CLOSING BALANCE, IS RECONCILED AND REPORTED.      *
084200*---------------------------------------------------------------*
084300 1400-LOAD-STATEMENT.
084400     SET NO-STATEMENT-TODAY TO TRUE
084500     SET STMT-NOT-EOF TO TRUE
084600     SET STMT-HEADER-NOT-SEEN TO TRUE
084700     SET STMT-TRAILER-NOT-SEEN TO TRUE
084800     OPEN INPUT BANK-STATEMENT-FILE
084900     IF NOT STMT-FILE-OK
085000         DISPLAY "SETTLEMENTRECON: WARNING - NO BANKSTMT, "
085100             "BOOK ITEMS CARRY FORWARD UNMATCHED"
085200         GO TO 1400-EXIT
085300     END-IF
085400     SET STATEMENT-RECEIVED TO TRUE
085500*
085600     PERFORM 1450-READ-STATEMENT THRU 1450-EXIT
085700         UNTIL STMT-EOF
085800*
085900     CLOSE BANK-STATEMENT-FILE
086000*
086100     IF STMT-HEADER-NOT-SEEN OR STMT-TRAILER-NOT-SEEN
086200         DISPLAY "SETTLEMENTRECON: BANKSTMT HAS NO HEADER OR NO "
086300             "TRAILER - RUN ABORTED"
086400         MOVE 16 TO RETURN-CODE
086500         GO TO 1400-EXIT
086600     END-IF
086700     IF TABLE-IS-FULL
086800         DISPLAY "SETTLEMENTRECON: MORE THAN 2000 OPEN AND NEW "
086900             "STATEMENT ITEMS - RUN ABORTED"
087000         MOVE 16 TO RETURN-CODE
087100         GO TO 1400-EXIT
087200     END-IF
087300     IF WS-STATEMENT-DATE NOT > WS-PRIOR-STATEMENT-DATE
087400         DISPLAY "SETTLEMENTRECON: BANKSTMT DATED "
087500             WS-STATEMENT-DATE " IS NOT LATER THAN THE LAST "
087600             "STATEMENT RECONCILED, " WS-PRIOR-STATEMENT-DATE
087700             " - RUN ABORTED"
087800         MOVE 16 TO RETURN-CODE
087900         GO TO 1400-EXIT
088000     END-IF
088100*
088200     COMPUTE WS-BANK-FOOTED =
088300         WS-BANK-OPENING + WS-BANK-CREDITS - WS-BANK-DEBITS
088400     IF WS-BANK-FOOTED NOT = WS-BANK-CLOSING
088500             OR WS-TRAILER-COUNT NOT = WS-STMT-DETAIL-COUNT
088600         SET STATEMENT-OUT-OF-FOOT TO TRUE
088700     END-IF
088800*
088900     IF PRIOR-POSITION-FOUND
089000             AND WS-PRIOR-STATEMENT-DATE > ZERO
089100             AND WS-BANK-OPENING NOT = WS-PRIOR-BANK-BALANCE
089200         SET OPENING-BREAK TO TRUE
089300     END-IF
089400*
089500     IF NO-PRIOR-POSITION
089600         MOVE WS-BANK-OPENING TO WS-BOOK-OPENING
089700         COMPUTE WS-BOOK-CLOSING =
089800             WS-BOOK-OPENING + WS-BOOK-DEBITS - WS-BOOK-CREDITS
089900     END-IF.
090000 1400-EXIT.
090100     EXIT.
090200*
090300 1450-READ-STATEMENT.
090400     READ BANK-STATEMENT-FILE
090500         AT END
090600             SET STMT-EOF TO TRUE
090700             GO TO 1450-EXIT
090800     END-READ
090900*
091000     EVALUATE TRUE
091100         WHEN BS-HEADER-ROW
091200             SET STMT-HEADER-SEEN TO TRUE
091300             MOVE BS-STATEMENT-DATE TO WS-STATEMENT-DATE
091400             MOVE BS-BANK-ACCOUNT TO WS-BANK-ACCOUNT
091500             MOVE BS-OPENING-BALANCE TO WS-BANK-OPENING
091600         WHEN BS-TRAILER-ROW
091700             SET STMT-TRAILER-SEEN TO TRUE
091800             MOVE BS-ENTRY-COUNT TO WS-TRAILER-COUNT
091900             MOVE BS-CLOSING-BALANCE TO WS-BANK-CLOSING
092000         WHEN BS-DETAIL-ROW
092100             PERFORM 1460-ADD-STATEMENT-ITEM THRU 1460-EXIT
092200         WHEN OTHER
092300             CONTINUE
092400     END-EVALUATE.
092500 1450-EXIT.
092600     EXIT.
092700*
092800 1460-ADD-STATEMENT-ITEM.
092900     ADD 1 TO WS-STMT-DETAIL-COUNT
093000     IF BS-FUNDS-IN
093100         ADD BS-AMOUNT TO WS-BANK-CREDITS
093200     ELSE
093300         ADD BS-AMOUNT TO WS-BANK-DEBITS
093400     END-IF
093500*
093600     IF WS-BANK-COUNT NOT < 2000
093700         SET TABLE-IS-FULL TO TRUE
093800         GO TO 1460-EXIT
093900     END-IF
094000     ADD 1 TO WS-BANK-COUNT
094100     MOVE BS-VALUE-DATE         TO SK-ITEM-DATE (WS-BANK-COUNT)
094200     MOVE BS-DR-CR              TO SK-DR-CR (WS-BANK-COUNT)
094300     MOVE BS-AMOUNT             TO SK-AMOUNT (WS-BANK-COUNT)
094400     MOVE BS-CUSTOMER-REFERENCE TO SK-REFERENCE (WS-BANK-COUNT)
094500     MOVE BS-BANK-REFERENCE
094600         TO SK-ALT-REFERENCE (WS-BANK-COUNT)
094700     MOVE BS-DESCRIPTION        TO SK-SOURCE-TYPE (WS-BANK-COUNT)
094800     MOVE "N"                   TO SK-CARRIED-SW (WS-BANK-COUNT)
094900     SET SK-OPEN (WS-BANK-COUNT) TO TRUE.
095000 1460-EXIT.
095100     EXIT.
095200*
095300*---------------------------------------------------------------*
095400*    2000-SETTLE-BOOK-NET                                       *
095500*    A DAY'S BOOK ITEM TAKES ITS SIDE AND AMOUNT FROM ITS NET.  *
095600*    A NET OF ZERO NEVER MOVED MONEY AT THE BANK.               *
095700*---------------------------------------------------------------*
095800 2000-SETTLE-BOOK-NET.
095900     EVALUATE TRUE
096000         WHEN BK-NET-AMOUNT (WS-BOOK-SUBSCRIPT) > ZERO
096100             MOVE "D" TO BK-DR-CR (WS-BOOK-SUBSCRIPT)
096200             MOVE BK-NET-AMOUNT (WS-BOOK-SUBSCRIPT)
096300                 TO BK-AMOUNT (WS-BOOK-SUBSCRIPT)
096400         WHEN BK-NET-AMOUNT (WS-BOOK-SUBSCRIPT) < ZERO
096500             MOVE "C" TO BK-DR-CR (WS-BOOK-SUBSCRIPT)
096600             COMPUTE BK-AMOUNT (WS-BOOK-SUBSCRIPT) =
096700                 ZERO - BK-NET-AMOUNT (WS-BOOK-SUBSCRIPT)
096800         WHEN OTHER
096900             SET BK-SET-ASIDE (WS-BOOK-SUBSCRIPT) TO TRUE
097000             ADD 1 TO WS-NETTED-COUNT
097100     END-EVALUATE.
097200 2000-EXIT.
097300     EXIT.
097400*
097500*---------------------------------------------------------------*
097600*    2100-OFFSET-CARRIED-BOOK                                   *
097700*    A DAY'S BOOK ITEM THAT TAKES BACK, IN FULL, A BOOK ITEM    *
097800*    CARRIED OPEN UNDER THE SAME TRANSACTION-ID (A REVERSAL OR  *
097900*    RETURN OF AN ITEM THE BANK NEVER SHOWED) SETS BOTH ASIDE.  *
098000*---------------------------------------------------------------*
098100 2100-OFFSET-CARRIED-BOOK.
098200     IF NOT BK-OPEN (WS-BOOK-SUBSCRIPT)
098300         GO TO 2100-EXIT
098400     END-IF
098500*
098600     SET MATCH-NOT-FOUND TO TRUE
098700     PERFORM 2110-TEST-CARRIED-BOOK THRU 2110-EXIT
098800         VARYING WS-CONTRA-SUBSCRIPT FROM 1 BY 1
098900         UNTIL WS-CONTRA-SUBSCRIPT NOT < WS-TODAY-BOOK-START
099000             OR MATCH-FOUND.
099100 2100-EXIT.
099200     EXIT.
099300*
099400 2110-TEST-CARRIED-BOOK.
099500     IF BK-OPEN (WS-CONTRA-SUBSCRIPT)
099600             AND BK-REFERENCE (WS-CONTRA-SUBSCRIPT)
099700                 = BK-REFERENCE (WS-BOOK-SUBSCRIPT)
099800             AND BK-AMOUNT (WS-CONTRA-SUBSCRIPT)
099900                 = BK-AMOUNT (WS-BOOK-SUBSCRIPT)
100000             AND BK-DR-CR (WS-CONTRA-SUBSCRIPT)
100100                 NOT = BK-DR-CR (WS-BOOK-SUBSCRIPT)
100200         SET MATCH-FOUND TO TRUE
100300         SET BK-SET-ASIDE (WS-CONTRA-SUBSCRIPT) TO TRUE
100400         SET BK-SET-ASIDE (WS-BOOK-SUBSCRIPT) TO TRUE
100500         ADD 1 TO WS-REVERSED-CARRIED-COUNT
100600     END-IF.
100700 2110-EXIT.
100800     EXIT.
100900*
101000*---------------------------------------------------------------*
101100*    3000-MATCH-BOOK-ITEM                                       *
101200*    AN OPEN BOOK ITEM AGAINST THE OPEN STATEMENT ITEMS: THE    *
101300*    FIRST ONE ON THE OTHER SIDE, FOR THE SAME AMOUNT, UNDER    *
101400*    EITHER OF THE ITEM'S REFERENCES, AND INSIDE THE DATE       *
101500*    WINDOW, CLEARS BOTH.                                       *
101600*---------------------------------------------------------------*
101700 3000-MATCH-BOOK-ITEM.
101800     IF NOT BK-OPEN (WS-BOOK-SUBSCRIPT)
101900         GO TO 3000-EXIT
102000     END-IF
102100*
102200     SET MATCH-NOT-FOUND TO TRUE
102300     PERFORM 3100-TEST-BANK-ITEM THRU 3100-EXIT
102400         VARYING WS-BANK-SUBSCRIPT FROM 1 BY 1
102500         UNTIL WS-BANK-SUBSCRIPT > WS-BANK-COUNT
102600             OR MATCH-FOUND.
102700 3000-EXIT.
102800     EXIT.
102900*
103000 3100-TEST-BANK-ITEM.
103100     IF NOT SK-OPEN (WS-BANK-SUBSCRIPT)
103200         GO TO 3100-EXIT
103300     END-IF
103400     IF SK-AMOUNT (WS-BANK-SUBSCRIPT)
103500             NOT = BK-AMOUNT (WS-BOOK-SUBSCRIPT)
103600         GO TO 3100-EXIT
103700     END-IF
103800     IF SK-DR-CR (WS-BANK-SUBSCRIPT)
103900             = BK-DR-CR (WS-BOOK-SUBSCRIPT)
104000         GO TO 3100-EXIT
104100     END-IF
104200     IF SK-REFERENCE (WS-BANK-SUBSCRIPT)
104300             NOT = BK-REFERENCE (WS-BOOK-SUBSCRIPT)
104400         IF BK-ALT-REFERENCE (WS-BOOK-SUBSCRIPT) = SPACES
104500                 OR SK-REFERENCE (WS-BANK-SUBSCRIPT)
104600                     NOT = BK-ALT-REFERENCE (WS-BOOK-SUBSCRIPT)
104700             GO TO 3100-EXIT
104800         END-IF
104900     END-IF
105000*
105100     PERFORM 3200-CHECK-DATE-WINDOW THRU 3200-EXIT
105200     IF DATE-OUT-OF-WINDOW
105300         GO TO 3100-EXIT
105400     END-IF
105500*
105600     SET MATCH-FOUND TO TRUE
105700     SET BK-MATCHED (WS-BOOK-SUBSCRIPT) TO TRUE
105800     SET SK-MATCHED (WS-BANK-SUBSCRIPT) TO TRUE
105900     ADD 1 TO WS-MATCHED-COUNT
106000     ADD BK-AMOUNT (WS-BOOK-SUBSCRIPT) TO WS-MATCHED-AMOUNT
106100     IF BK-CARRIED (WS-BOOK-SUBSCRIPT)
106200             OR SK-CARRIED (WS-BANK-SUBSCRIPT)
106300         ADD 1 TO WS-MATCHED-CARRIED-COUNT
106400     END-IF.
106500 3100-EXIT.
106600     EXIT.
106700*
106800*---------------------------------------------------------------*
106900*    3200-CHECK-DATE-WINDOW                                     *
107000*    BUSINESS DAYS BETWEEN THE BOOK DATE AND THE VALUE DATE,    *
107100*    WHICHEVER COMES FIRST - THE BANK MAY VALUE AN ITEM AHEAD   *
107200*    OF OUR POSTING AS WELL AS BEHIND IT.                       *
107300*---------------------------------------------------------------*
107400 3200-CHECK-DATE-WINDOW.
107500     SET DATE-IN-WINDOW TO TRUE
107600     IF SK-ITEM-DATE (WS-BANK-SUBSCRIPT)
107700             = BK-ITEM-DATE (WS-BOOK-SUBSCRIPT)
107800         GO TO 3200-EXIT
107900     END-IF
108000*
108100     IF SK-ITEM-DATE (WS-BANK-SUBSCRIPT)
108200             < BK-ITEM-DATE (WS-BOOK-SUBSCRIPT)
108300         MOVE SK-ITEM-DATE (WS-BANK-SUBSCRIPT)
108400             TO WS-WINDOW-FROM-DATE
108500         MOVE BK-ITEM-DATE (WS-BOOK-SUBSCRIPT)
108600             TO WS-WINDOW-TO-DATE
108700     ELSE
108800         MOVE BK-ITEM-DATE (WS-BOOK-SUBSCRIPT)
108900             TO WS-WINDOW-FROM-DATE
109000         MOVE SK-ITEM-DATE (WS-BANK-SUBSCRIPT)
109100             TO WS-WINDOW-TO-DATE
109200     END-IF
109300*
109400     PERFORM 3250-COUNT-WINDOW-DAYS THRU 3250-EXIT
109500     IF WS-WINDOW-DAYS > WS-DATE-WINDOW
109600         SET DATE-OUT-OF-WINDOW TO TRUE
109700     END-IF.
109800 3200-EXIT.
109900     EXIT.
110000*
110100 3250-COUNT-WINDOW-DAYS.
110200     IF CALENDAR-AVAILABLE
110300         SET BDC-COUNT-BUSINESS-DAYS TO TRUE
110400         MOVE WS-WINDOW-FROM-DATE TO BDC-FROM-DATE
110500         MOVE WS-WINDOW-TO-DATE TO BDC-TO-DATE
110600         CALL 'BusinessDayCalc' USING BUSINESS-DAY-COMM-AREA
110700         IF RETURN-CODE = ZERO
110800             MOVE BDC-BUSINESS-DAYS TO WS-WINDOW-DAYS
110900             GO TO 3250-EXIT
111000         END-IF
111100         MOVE ZERO TO RETURN-CODE
111200     END-IF
111300*
111400     COMPUTE WS-FROM-INTEGER =
111500         FUNCTION INTEGER-OF-DATE (WS-WINDOW-FROM-DATE)
111600     COMPUTE WS-TO-INTEGER =
111700         FUNCTION INTEGER-OF-DATE (WS-WINDOW-TO-DATE)
111800     COMPUTE WS-WINDOW-DAYS = WS-TO-INTEGER - WS-FROM-INTEGER.
111900 3250-EXIT.
112000     EXIT.
112100*
112200*---------------------------------------------------------------*
112300*    4000-WRITE-POSITIONS                                       *
112400*    OPENING AND CLOSING ON BOTH SIDES, THEN WHAT MATCHED.      *
112500*---------------------------------------------------------------*
112600 4000-WRITE-POSITIONS.
112700     MOVE SPACES TO RECON-REPORT-LINE
112800     WRITE RECON-REPORT-LINE
112900     MOVE "POSITIONS" TO RECON-REPORT-LINE
113000     WRITE RECON-REPORT-LINE
113100*
113200     MOVE "  BANK OPENING BALANCE" TO RA-CAPTION
113300     MOVE WS-BANK-OPENING TO RA-AMOUNT
113400     WRITE RECON-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
113500     MOVE "  BANK CREDITS (FUNDS IN)" TO RA-CAPTION
113600     MOVE WS-BANK-CREDITS TO RA-AMOUNT
113700     WRITE RECON-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
113800     MOVE "  BANK DEBITS (FUNDS OUT)" TO RA-CAPTION
113900     MOVE WS-BANK-DEBITS TO RA-AMOUNT
114000     WRITE RECON-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
114100     MOVE "  BANK CLOSING BALANCE" TO RA-CAPTION
114200     MOVE WS-BANK-CLOSING TO RA-AMOUNT
114300     WRITE RECON-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
114400     IF STATEMENT-OUT-OF-FOOT
114500         MOVE "  ** STATEMENT DOES NOT FOOT - DETAILS"
114600             TO RECON-REPORT-LINE
114700         WRITE RECON-REPORT-LINE
114800         MOVE "     GIVE CLOSING BALANCE" TO RA-CAPTION
114900         MOVE WS-BANK-FOOTED TO RA-AMOUNT
115000         WRITE RECON-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
115100         MOVE "     DETAIL ROWS / TRAILER COUNT" TO RC-CAPTION
115200         MOVE WS-STMT-DETAIL-COUNT TO RC-COUNT
115300         WRITE RECON-REPORT-LINE FROM WS-RPT-COUNT-LINE
115400         MOVE SPACES TO RC-CAPTION
115500         MOVE WS-TRAILER-COUNT TO RC-COUNT
115600         WRITE RECON-REPORT-LINE FROM WS-RPT-COUNT-LINE
115700     END-IF
115800     IF OPENING-BREAK
115900         MOVE "  ** OPENING DIFFERS FROM LAST CLOSING"
116000             TO RA-CAPTION
116100         MOVE WS-PRIOR-BANK-BALANCE TO RA-AMOUNT
116200         WRITE RECON-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
116300     END-IF
116400*
116500     MOVE "  BOOK OPENING BALANCE" TO RA-CAPTION
116600     MOVE WS-BOOK-OPENING TO RA-AMOUNT
116700     WRITE RECON-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
116800     MOVE "  BOOK DEBITS" TO RA-CAPTION
116900     MOVE WS-BOOK-DEBITS TO RA-AMOUNT
117000     WRITE RECON-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
117100     MOVE "  BOOK CREDITS" TO RA-CAPTION
117200     MOVE WS-BOOK-CREDITS TO RA-AMOUNT
117300     WRITE RECON-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
117400     MOVE "  BOOK CLOSING BALANCE" TO RA-CAPTION
117500     MOVE WS-BOOK-CLOSING TO RA-AMOUNT
117600     WRITE RECON-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
117700*
117800     MOVE SPACES TO RECON-REPORT-LINE
117900     WRITE RECON-REPORT-LINE
118000     MOVE "MATCHED" TO RECON-REPORT-LINE
118100     WRITE RECON-REPORT-LINE
118200     MOVE "  ITEMS MATCHED TO THE STATEMENT" TO RC-CAPTION
118300     MOVE WS-MATCHED-COUNT TO RC-COUNT
118400     WRITE RECON-REPORT-LINE FROM WS-RPT-COUNT-LINE
118500     MOVE "  AMOUNT MATCHED" TO RA-CAPTION
118600     MOVE WS-MATCHED-AMOUNT TO RA-AMOUNT
118700     WRITE RECON-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
118800     MOVE "    OF WHICH CLEARED A CARRIED ITEM" TO RC-CAPTION
118900     MOVE WS-MATCHED-CARRIED-COUNT TO RC-COUNT
119000     WRITE RECON-REPORT-LINE FROM WS-RPT-COUNT-LINE
119100     MOVE "  TRANSACTIONS NETTING TO ZERO" TO RC-CAPTION
119200     MOVE WS-NETTED-COUNT TO RC-COUNT
119300     WRITE RECON-REPORT-LINE FROM WS-RPT-COUNT-LINE
119400     MOVE "  CARRIED BOOK ITEMS REVERSED TODAY" TO RC-CAPTION
119500     MOVE WS-REVERSED-CARRIED-COUNT TO RC-COUNT
119600     WRITE RECON-REPORT-LINE FROM WS-RPT-COUNT-LINE.
119700 4000-EXIT.
119800     EXIT.
119900*
120000*---------------------------------------------------------------*
120100*    5000-CARRY-OPEN-ITEMS                                      *
120200*    THE POSITION ROW, THEN EVERY OPEN ITEM - BOOK SIDE FIRST - *
120300*    CARRIED FORWARD AND LISTED WITH ITS AGE.                   *
120400*---------------------------------------------------------------*
120500 5000-CARRY-OPEN-ITEMS.
120600     MOVE SPACES TO RECON-OPEN-ITEM-RECORD
120700     SET RO-POSITION-ROW TO TRUE
120800     MOVE WS-CURRENT-DATE TO RO-POSITION-DATE
120900     MOVE WS-BOOK-CLOSING TO RO-BOOK-BALANCE
121000     MOVE WS-STATEMENT-DATE TO RO-STATEMENT-DATE
121100     MOVE WS-BANK-CLOSING TO RO-BANK-BALANCE
121200     WRITE OPEN-ITEM-OUTPUT-RECORD FROM RECON-OPEN-ITEM-RECORD
121300*
121400     MOVE SPACES TO RECON-REPORT-LINE
121500     WRITE RECON-REPORT-LINE
121600     MOVE "OPEN ITEMS" TO RECON-REPORT-LINE
121700     WRITE RECON-REPORT-LINE
121800     WRITE RECON-REPORT-LINE FROM WS-RPT-OPEN-HEADING
121900*
122000     PERFORM 5100-CARRY-BOOK-ITEM THRU 5100-EXIT
122100         VARYING WS-BOOK-SUBSCRIPT FROM 1 BY 1
122200         UNTIL WS-BOOK-SUBSCRIPT > WS-BOOK-COUNT
122300*
122400     PERFORM 5200-CARRY-BANK-ITEM THRU 5200-EXIT
122500         VARYING WS-BANK-SUBSCRIPT FROM 1 BY 1
122600         UNTIL WS-BANK-SUBSCRIPT > WS-BANK-COUNT
122700*
122800     IF WS-OPEN-BOOK-COUNT = ZERO AND WS-OPEN-BANK-COUNT = ZERO
122900         MOVE "  NONE" TO RECON-REPORT-LINE
123000         WRITE RECON-REPORT-LINE
123100     END-IF.
123200 5000-EXIT.
123300     EXIT.
123400*
123500 5100-CARRY-BOOK-ITEM.
123600     IF NOT BK-OPEN (WS-BOOK-SUBSCRIPT)
123700         GO TO 5100-EXIT
123800     END-IF
123900*
124000     ADD 1 TO WS-OPEN-BOOK-COUNT
124100     IF BK-DR-CR (WS-BOOK-SUBSCRIPT) = "D"
124200         ADD BK-AMOUNT (WS-BOOK-SUBSCRIPT) TO WS-OPEN-BOOK-DEBITS
124300     ELSE
124400         ADD BK-AMOUNT (WS-BOOK-SUBSCRIPT) TO WS-OPEN-BOOK-CREDITS
124500     END-IF
124600*
124700     MOVE SPACES TO RECON-OPEN-ITEM-RECORD
124800     SET RO-OPEN-ITEM-ROW TO TRUE
124900     SET RO-BOOK-ITEM TO TRUE
125000     MOVE BK-ITEM-DATE (WS-BOOK-SUBSCRIPT)     TO RO-ITEM-DATE
125100     MOVE BK-DR-CR (WS-BOOK-SUBSCRIPT)         TO RO-DR-CR
125200     MOVE BK-AMOUNT (WS-BOOK-SUBSCRIPT)        TO RO-AMOUNT
125300     MOVE BK-REFERENCE (WS-BOOK-SUBSCRIPT)     TO RO-REFERENCE
125400     MOVE BK-ALT-REFERENCE (WS-BOOK-SUBSCRIPT) TO RO-ALT-REFERENCE
125500     MOVE BK-SOURCE-TYPE (WS-BOOK-SUBSCRIPT)   TO RO-SOURCE-TYPE
125600     PERFORM 5300-WRITE-OPEN-ITEM THRU 5300-EXIT.
125700 5100-EXIT.
125800     EXIT.
125900*
126000 5200-CARRY-BANK-ITEM.
126100     IF NOT SK-OPEN (WS-BANK-SUBSCRIPT)
126200         GO TO 5200-EXIT
126300     END-IF
126400*
126500     ADD 1 TO WS-OPEN-BANK-COUNT
126600     IF SK-DR-CR (WS-BANK-SUBSCRIPT) = "C"
126700         ADD SK-AMOUNT (WS-BANK-SUBSCRIPT) TO WS-OPEN-BANK-CREDITS
126800     ELSE
126900         ADD SK-AMOUNT (WS-BANK-SUBSCRIPT) TO WS-OPEN-BANK-DEBITS
127000     END-IF
127100*
127200     MOVE SPACES TO RECON-OPEN-ITEM-RECORD
127300     SET RO-OPEN-ITEM-ROW TO TRUE
127400     SET RO-BANK-ITEM TO TRUE
127500     MOVE SK-ITEM-DATE (WS-BANK-SUBSCRIPT)     TO RO-ITEM-DATE
127600     MOVE SK-DR-CR (WS-BANK-SUBSCRIPT)         TO RO-DR-CR
127700     MOVE SK-AMOUNT (WS-BANK-SUBSCRIPT)        TO RO-AMOUNT
127800     MOVE SK-REFERENCE (WS-BANK-SUBSCRIPT)     TO RO-REFERENCE
127900     MOVE SK-ALT-REFERENCE (WS-BANK-SUBSCRIPT) TO RO-ALT-REFERENCE
128000     MOVE SK-SOURCE-TYPE (WS-BANK-SUBSCRIPT)   TO RO-SOURCE-TYPE
128100     PERFORM 5300-WRITE-OPEN-ITEM THRU 5300-EXIT.
128200 5200-EXIT.
128300     EXIT.
128400*
128500*---------------------------------------------------------------*
128600*    5300-WRITE-OPEN-ITEM                                       *
128700*    AGES THE ITEM STAGED IN RECON-OPEN-ITEM-RECORD, FLAGS IT   *
128800*    ONCE PAST THE ESCALATION AGE, CARRIES IT, AND LISTS IT.    *
128900*---------------------------------------------------------------*
129000 5300-WRITE-OPEN-ITEM.
129100     MOVE RO-ITEM-DATE TO WS-AGE-FROM-DATE
129200     PERFORM 5400-COMPUTE-ITEM-AGE THRU 5400-EXIT
129300     MOVE WS-ITEM-AGE-DAYS TO RO-AGE-DAYS
129400     MOVE "N" TO RO-ESCALATED-SW
129500     MOVE SPACES TO OL-FLAG
129600     IF WS-ITEM-AGE-DAYS > WS-ESCALATE-DAYS
129700         SET RO-ESCALATED TO TRUE
129800         MOVE "ESCALATED" TO OL-FLAG
129900         ADD 1 TO WS-ESCALATED-COUNT
130000     END-IF
130100*
130200     WRITE OPEN-ITEM-OUTPUT-RECORD FROM RECON-OPEN-ITEM-RECORD
130300     ADD 1 TO WS-CARRIED-OUT-COUNT
130400*
130500     IF RO-BOOK-ITEM
130600         MOVE "BOOK" TO OL-SIDE
130700     ELSE
130800         MOVE "BANK" TO OL-SIDE
130900     END-IF
131000     MOVE RO-ITEM-DATE TO OL-DATE
131100     MOVE RO-DR-CR TO OL-DR-CR
131200     IF RO-REFERENCE = SPACES
131300         MOVE RO-ALT-REFERENCE TO OL-REFERENCE
131400     ELSE
131500         MOVE RO-REFERENCE TO OL-REFERENCE
131600     END-IF
131700     MOVE RO-SOURCE-TYPE TO OL-SOURCE-TYPE
131800     MOVE RO-AMOUNT TO OL-AMOUNT
131900     MOVE RO-AGE-DAYS TO OL-AGE
132000     WRITE RECON-REPORT-LINE FROM WS-RPT-OPEN-LINE.
132100 5300-EXIT.
132200     EXIT.
132300*
132400*---------------------------------------------------------------*
132500*    5400-COMPUTE-ITEM-AGE                                      *
132600*    BUSINESS DAYS FROM THE ITEM'S DATE TO THE BUSINESS DATE.   *
132700*    A DATE THE CALENDAR CANNOT READ, OR NO CALENDAR AT ALL,    *
132800*    AGES IN CALENDAR DAYS.                                     *
132900*---------------------------------------------------------------*
133000 5400-COMPUTE-ITEM-AGE.
133100     MOVE ZERO TO WS-ITEM-AGE-DAYS
133200     IF WS-AGE-FROM-DATE NOT < WS-CURRENT-DATE
133300         GO TO 5400-EXIT
133400     END-IF
133500*
133600     IF CALENDAR-AVAILABLE
133700         SET BDC-COUNT-BUSINESS-DAYS TO TRUE
133800         MOVE WS-AGE-FROM-DATE TO BDC-FROM-DATE
133900         MOVE WS-CURRENT-DATE TO BDC-TO-DATE
134000         CALL 'BusinessDayCalc' USING BUSINESS-DAY-COMM-AREA
134100         IF RETURN-CODE = ZERO
134200             MOVE BDC-BUSINESS-DAYS TO WS-ITEM-AGE-DAYS
134300             GO TO 5400-EXIT
134400         END-IF
134500         MOVE ZERO TO RETURN-CODE
134600     END-IF
134700*
134800     COMPUTE WS-FROM-INTEGER =
134900         FUNCTION INTEGER-OF-DATE (WS-AGE-FROM-DATE)
135000     COMPUTE WS-ITEM-AGE-DAYS =
135100         WS-TODAY-INTEGER - WS-FROM-INTEGER.
135200 5400-EXIT.
135300     EXIT.
135400*
135500*---------------------------------------------------------------*
135600*    6000-WRITE-PROOF                                           *
135700*    THE BANK'S CLOSING BALANCE, ADJUSTED FOR BOOK ITEMS NOT    *
135800*    YET ON A STATEMENT, MUST EQUAL THE BOOK'S, ADJUSTED FOR    *
135900*    STATEMENT ITEMS NOT YET IN THE BOOK.  A BOOK DEBIT IS      *
136000*    MONEY STILL TO ARRIVE AT THE BANK; A STATEMENT CREDIT IS   *
136100*    MONEY ARRIVED THAT THE BOOK HAS NOT TAKEN UP.              *
136200*---------------------------------------------------------------*
136300 6000-WRITE-PROOF.
136400     COMPUTE WS-ADJUSTED-BANK =
136500         WS-BANK-CLOSING + WS-OPEN-BOOK-DEBITS
136600             - WS-OPEN-BOOK-CREDITS
136700     COMPUTE WS-ADJUSTED-BOOK =
136800         WS-BOOK-CLOSING + WS-OPEN-BANK-CREDITS
136900             - WS-OPEN-BANK-DEBITS
137000     COMPUTE WS-UNEXPLAINED = WS-ADJUSTED-BANK - WS-ADJUSTED-BOOK
137100*
137200     MOVE SPACES TO RECON-REPORT-LINE
137300     WRITE RECON-REPORT-LINE
137400     MOVE "PROOF" TO RECON-REPORT-LINE
137500     WRITE RECON-REPORT-LINE
137600     MOVE "  BANK CLOSING BALANCE" TO RA-CAPTION
137700     MOVE WS-BANK-CLOSING TO RA-AMOUNT
137800     WRITE RECON-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
137900     MOVE "  + BOOK DEBITS NOT ON A STATEMENT" TO RA-CAPTION
138000     MOVE WS-OPEN-BOOK-DEBITS TO RA-AMOUNT
138100     WRITE RECON-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
138200     MOVE "  - BOOK CREDITS NOT ON A STATEMENT" TO RA-CAPTION
138300     MOVE WS-OPEN-BOOK-CREDITS TO RA-AMOUNT
138400     WRITE RECON-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
138500     MOVE "  ADJUSTED BANK BALANCE" TO RA-CAPTION
138600     MOVE WS-ADJUSTED-BANK TO RA-AMOUNT
138700     WRITE RECON-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
138800     MOVE "  BOOK CLOSING BALANCE" TO RA-CAPTION
138900     MOVE WS-BOOK-CLOSING TO RA-AMOUNT
139000     WRITE RECON-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
139100     MOVE "  + STATEMENT CREDITS NOT IN THE BOOK" TO RA-CAPTION
139200     MOVE WS-OPEN-BANK-CREDITS TO RA-AMOUNT
139300     WRITE RECON-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
139400     MOVE "  - STATEMENT DEBITS NOT IN THE BOOK" TO RA-CAPTION
139500     MOVE WS-OPEN-BANK-DEBITS TO RA-AMOUNT
139600     WRITE RECON-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
139700     MOVE "  ADJUSTED BOOK BALANCE" TO RA-CAPTION
139800     MOVE WS-ADJUSTED-BOOK TO RA-AMOUNT
139900     WRITE RECON-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
140000     IF WS-UNEXPLAINED = ZERO
140100         MOVE "  RECONCILED" TO RECON-REPORT-LINE
140200         WRITE RECON-REPORT-LINE
140300     ELSE
140400         MOVE "  ** UNEXPLAINED DIFFERENCE" TO RA-CAPTION
140500         MOVE WS-UNEXPLAINED TO RA-AMOUNT
140600         WRITE RECON-REPORT-LINE FROM WS-RPT-AMOUNT-LINE
140700     END-IF
140800*
140900     MOVE SPACES TO RECON-REPORT-LINE
141000     WRITE RECON-REPORT-LINE
141100     MOVE "OPEN BOOK ITEMS" TO RC-CAPTION
141200     MOVE WS-OPEN-BOOK-COUNT TO RC-COUNT
141300     WRITE RECON-REPORT-LINE FROM WS-RPT-COUNT-LINE
141400     MOVE "OPEN STATEMENT ITEMS" TO RC-CAPTION
141500     MOVE WS-OPEN-BANK-COUNT TO RC-COUNT
141600     WRITE RECON-REPORT-LINE FROM WS-RPT-COUNT-LINE
141700     MOVE "ESCALATED (OLDER THAN     BUSINESS DAYS)" TO RC-CAPTION
141800     MOVE WS-ESCALATE-DAYS TO RC-CAPTION (23:3)
141900     MOVE WS-ESCALATED-COUNT TO RC-COUNT
142000     WRITE RECON-REPORT-LINE FROM WS-RPT-COUNT-LINE.
142100 6000-EXIT.
142200     EXIT.
142300*
142400*---------------------------------------------------------------*
142500*    9000-TERMINATE                                             *
142600*    THE RETURN CODE IS SET LAST: THE CALENDAR CALLS ABOVE      *
142700*    RESET IT.                                                  *
142800*---------------------------------------------------------------*
142900 9000-TERMINATE.
143000     IF FILES-NOT-OPEN
143100         GO TO 9000-EXIT
143200     END-IF
143300*
143400     CLOSE OPEN-ITEM-OUT-FILE
143500     CLOSE RECON-REPORT-FILE
143600*
143700     DISPLAY "SETTLEMENTRECON: " WS-MATCHED-COUNT
143800         " ITEM(S) MATCHED, " WS-OPEN-BOOK-COUNT
143900         " BOOK AND " WS-OPEN-BANK-COUNT
144000         " STATEMENT ITEM(S) CARRIED FORWARD"
144100     IF WS-REGISTER-DROPPED-COUNT > ZERO
144200         DISPLAY "SETTLEMENTRECON: WARNING - "
144300             WS-REGISTER-DROPPED-COUNT
144400             " OUTREG ROW(S) EXCEEDED THE 2000-ENTRY TABLE"
144500     END-IF
144600*
144700     MOVE ZERO TO RETURN-CODE
144800     IF NO-STATEMENT-TODAY OR OPENING-BREAK
144900             OR WS-ESCALATED-COUNT > ZERO
145000         MOVE 4 TO RETURN-CODE
145100     END-IF
145200     IF WS-ESCALATED-COUNT > ZERO
145300         DISPLAY "SETTLEMENTRECON: " WS-ESCALATED-COUNT
145400             " OPEN ITEM(S) ESCALATED - OLDER THAN "
145500             WS-ESCALATE-DAYS " BUSINESS DAYS"
145600     END-IF
145700     IF OPENING-BREAK
145800         DISPLAY "SETTLEMENTRECON: WARNING - STATEMENT OPENING "
145900             "BALANCE DIFFERS FROM THE LAST CLOSING BALANCE"
146000     END-IF
146100     IF STATEMENT-OUT-OF-FOOT
146200         DISPLAY "SETTLEMENTRECON: BANKSTMT DOES NOT FOOT"
146300         MOVE 8 TO RETURN-CODE
146400     END-IF
146500     IF WS-UNEXPLAINED NOT = ZERO
146600         DISPLAY "SETTLEMENTRECON: UNEXPLAINED DIFFERENCE "
146700             "BETWEEN BANK AND BOOK - SEE RECNRPT"
146800         MOVE 8 TO RETURN-CODE
146900     END-IF.
147000 9000-EXIT.
147100     EXIT.
