000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. InterestTaxYearEnd.
000300 AUTHOR. D. OKAFOR - PAYMENTS SYSTEMS GROUP.
000400 INSTALLATION. RETAIL PAYMENTS PROCESSING CENTER.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800*****************************************************************
000900*                                                               *
001000*    INTERESTTAXYEAREND                                         *
001100*                                                               *
001200*    YEAR-END INTEREST TAX REPORTING.  RUNS ONCE A YEAR,        *
001300*    OUTSIDE THE DAILY CHAIN, AFTER THE LAST HISTORYARCHIVE OF  *
001400*    THE TAX YEAR - AND WELL INSIDE THE ACCTHIST RETENTION      *
001500*    PERIOD, SINCE THE FIGURES COME FROM ACCTHIST.              *
001600*                                                               *
001700*    CREDITED INTEREST IS EVERY "INTEREST  " ROW ON ACCTHIST    *
001800*    POSTED IN THE TAX YEAR: SETTLED ROWS ADD, REVERSED (V) AND *
001900*    RETURNED (R) ROWS TAKE BACK, ALL IN BASE CURRENCY.  THE    *
002000*    NET PER ACCOUNT ROLLS UP TO THE CUSTOMER ON ACCTFILE       *
002100*    (AF-CUSTOMER-ID).  A CUSTOMER WHOSE NET REACHES THE        *
002200*    REPORTING THRESHOLD GETS ONE FORM - A ROW ON THE TAXEXTR   *
002300*    EXTRACT AND A PRINTED FORM ON TAXFORM - FROM THE TAX ID,   *
002400*    WITHHOLDING STATUS, AND MAILING ADDRESS ON CUSTFILE.       *
002500*                                                               *
002600*    TAXEXCP LISTS, WITH THE AMOUNTS, EVERY ACCOUNT WITH NO     *
002700*    CUSTOMER LINK (OR NO LONGER ON ACCTFILE), EVERY CUSTOMER   *
002800*    NOT ON CUSTFILE, EVERY CUSTOMER BELOW THE THRESHOLD, EVERY *
002900*    FORM ISSUED WITHOUT A TAX ID, AND EVERY CORRECTION.        *
003000*                                                               *
003100*    TAXPARM (KEY=VALUE):                                       *
003200*        TAX-YEAR               DEFAULT THE YEAR BEFORE THE     *
003300*                               BUSINESS DATE; MUST BE ENDED    *
003400*        TAX-REPORT-THRESHOLD   WHOLE UNITS, DEFAULT 10         *
003500*        TAX-CORRECTION-RUN     0 = ORIGINAL FILING (DEFAULT),  *
003600*                               1 = CORRECTIONS                 *
003700*        PAYER-TAX-ID           REQUIRED, PRINTED ON EVERY FORM *
003800*                                                               *
003900*    EVERY FORM EVER FILED IS CARRIED ON TAXFILED (TAXFILEO,    *
004000*    PROMOTED BY OPS), ONE ROW PER TAX YEAR AND CUSTOMER AS     *
004100*    LAST FILED.  THE ORIGINAL RUN IS REFUSED WHEN THE YEAR     *
004200*    IS ALREADY ON FILE.  A CORRECTION RUN RECOMPUTES THE YEAR  *
004300*    AND ISSUES A CORRECTED FORM WHERE THE TAX ID, ITS TYPE,    *
004400*    THE WITHHOLDING STATUS, THE NAME, OR THE AMOUNT NO LONGER  *
004500*    MATCH WHAT WAS FILED; A FILED CUSTOMER NO LONGER DUE A     *
004600*    FORM IS CORRECTED TO ZERO, AND A CUSTOMER NEWLY DUE ONE    *
004700*    GETS A LATE ORIGINAL.  TAXEXTR THEN HOLDS ONLY THOSE.      *
004800*                                                               *
004900*    NOTHING IS WITHHELD BY THE INTEREST POSTING, SO THE FORM   *
005000*    SHOWS THE BACKUP WITHHOLDING STATUS AND NO WITHHELD        *
005100*    AMOUNT.  ACCTHIST NOT REACHING BACK TO THE FIRST WEEK OF   *
005200*    THE TAX YEAR, AND ANY ACCOUNT, CUSTOMER, OR TAX ID         *
005300*    EXCEPTION, END THE RUN WITH RETURN-CODE 4.                 *
005400*                                                               *
005500*    MODIFICATION HISTORY.                                       *
005600*    ---------------------------------------------------------- *
005700*    2026-10-15  DO  INITIAL VERSION.                            *
005733*    2026-10-15  DO  ACCTFILE RECORD WIDENED FOR                 *
005766*                    AF-CURRENCY-CODE.                           *
005800*                                                                *
005900*****************************************************************
006000 ENVIRONMENT DIVISION.
006100 INPUT-OUTPUT SECTION.
006200 FILE-CONTROL.
006300     SELECT TAX-PARM-FILE ASSIGN TO "TAXPARM"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-PARM-FILE-STATUS.
006600*
006700     SELECT ACCOUNT-HISTORY-FILE ASSIGN TO "ACCTHIST"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-HIST-FILE-STATUS.
007000*
007100     SELECT SORT-WORK-FILE ASSIGN TO "SORTWKT".
007200*
007300     SELECT ACCOUNT-FILE ASSIGN TO "ACCTFILE"
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS RANDOM
007600         RECORD KEY IS AF-ACCOUNT-ID
007700         FILE STATUS IS WS-ACCT-FILE-STATUS.
007800*
007900     SELECT CUSTOMER-FILE ASSIGN TO "CUSTFILE"
008000         ORGANIZATION IS INDEXED
008100         ACCESS MODE IS RANDOM
008200         RECORD KEY IS CU-CUSTOMER-ID
008300         FILE STATUS IS WS-CUST-FILE-STATUS.
008400*
008500     SELECT FILED-FORMS-FILE ASSIGN TO "TAXFILED"
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS WS-FILED-FILE-STATUS.
008800*
008900     SELECT FILED-FORMS-OUT-FILE ASSIGN TO "TAXFILEO"
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS WS-FILEO-FILE-STATUS.
009200*
009300     SELECT TAX-EXTRACT-FILE ASSIGN TO "TAXEXTR"
009400         ORGANIZATION IS LINE SEQUENTIAL
009500         FILE STATUS IS WS-EXTR-FILE-STATUS.
009600*
009700     SELECT TAX-FORM-FILE ASSIGN TO "TAXFORM"
009800         ORGANIZATION IS LINE SEQUENTIAL
009900         FILE STATUS IS WS-FORM-FILE-STATUS.
010000*
010100     SELECT TAX-EXCEPTION-FILE ASSIGN TO "TAXEXCP"
010200         ORGANIZATION IS LINE SEQUENTIAL
010300         FILE STATUS IS WS-EXCP-FILE-STATUS.
010400*
010500 DATA DIVISION.
010600 FILE SECTION.
010700 FD  TAX-PARM-FILE.
010800 01  TAX-PARM-RECORD                 PIC X(80).
010900*
011000 FD  ACCOUNT-HISTORY-FILE.
011100 COPY AccountHistory.
011200*
011300 SD  SORT-WORK-FILE.
011400 01  SORT-INTEREST-RECORD.
011500     05  SI-CUSTOMER-ID              PIC X(10).
011600     05  SI-ACCOUNT-ID               PIC X(10).
011700     05  SI-LINK-STATUS              PIC X(01).
011800     05  SI-AMOUNT                   PIC S9(9)V99.
011900*
012000 FD  ACCOUNT-FILE.
012100 01  ACCOUNT-FILE-RECORD.
012200     05  AF-ACCOUNT-ID               PIC X(10).
012300     05  AF-ACCOUNT-BALANCE          PIC S9(9)V99.
012400     05  AF-ACCOUNT-STATUS           PIC X(01).
012500     05  AF-ACCOUNT-AVG-TXN-AMT      PIC 9(9)V99.
012600     05  AF-ACCRUED-INTEREST         PIC S9(7)V99.
012700     05  AF-CUSTOMER-ID              PIC X(10).
012750     05  AF-CURRENCY-CODE            PIC X(03).
012800*
012900 FD  CUSTOMER-FILE.
013000 COPY CustomerRecord.
013100*
013200 FD  FILED-FORMS-FILE.
013300 01  FILED-FORMS-RECORD              PIC X(190).
013400*
013500 FD  FILED-FORMS-OUT-FILE.
013600 01  FILED-FORMS-OUT-RECORD          PIC X(190).
013700*
013800 FD  TAX-EXTRACT-FILE.
013900 01  TAX-EXTRACT-RECORD              PIC X(190).
014000*
014100 FD  TAX-FORM-FILE.
014200 01  TAX-FORM-LINE                   PIC X(80).
014300*
014400 FD  TAX-EXCEPTION-FILE.
014500 01  TAX-EXCEPTION-LINE              PIC X(80).
014600*
014700 WORKING-STORAGE SECTION.
014800*
014900 COPY RunLogComm.
015000 COPY BatchDate.
015100*
015200*---------------------------------------------------------------*
015300*    TAXFILED ROWS ARE READ INTO THE COPYBOOK LAYOUT HERE, AND  *
015400*    THE FORM BUILT FOR THE CUSTOMER IN HAND IS HELD            *
015500*    SEPARATELY, SO THE TWO CAN BE COMPARED FIELD FOR FIELD.    *
015600*---------------------------------------------------------------*
015700 COPY TaxInterestExtract.
015800*
015900 01  WS-FORM-WORK.
016000     05  FW-TAX-YEAR                 PIC 9(04).
016100     05  FW-CUSTOMER-ID              PIC X(10).
016200     05  FW-FORM-KIND                PIC X(01).
016300         88  FW-ORIGINAL-FORM            VALUE "O".
016400         88  FW-CORRECTED-FORM           VALUE "C".
016500     05  FW-FILED-DATE               PIC 9(08).
016600     05  FW-FORM-DATA.
016700         10  FW-TAX-ID               PIC X(09).
016800         10  FW-TAX-ID-TYPE          PIC X(01).
016900         10  FW-WITHHOLDING-STATUS   PIC X(01).
017000         10  FW-CUSTOMER-NAME        PIC X(35).
017100         10  FW-ADDRESS-LINE-1       PIC X(35).
017200         10  FW-ADDRESS-LINE-2       PIC X(35).
017300         10  FW-CITY                 PIC X(25).
017400         10  FW-STATE                PIC X(02).
017500         10  FW-POSTAL-CODE          PIC X(10).
017600         10  FW-INTEREST-AMOUNT      PIC 9(9)V99.
017700     05  FW-ACCOUNT-COUNT            PIC 9(03).
017800*
017900 01  WS-PARM-FILE-STATUS             PIC X(02).
018000     88  PARM-FILE-OK                    VALUE "00".
018100*
018200 01  WS-HIST-FILE-STATUS             PIC X(02).
018300     88  HIST-FILE-OK                    VALUE "00".
018400*
018500 01  WS-ACCT-FILE-STATUS             PIC X(02).
018600     88  ACCT-FILE-OK                    VALUE "00".
018700*
018800 01  WS-CUST-FILE-STATUS             PIC X(02).
018900     88  CUST-FILE-OK                    VALUE "00".
019000*
019100 01  WS-FILED-FILE-STATUS            PIC X(02).
019200     88  FILED-FILE-OK                   VALUE "00".
019300*
019400 01  WS-FILEO-FILE-STATUS            PIC X(02).
019500     88  FILEO-FILE-OK                   VALUE "00".
019600*
019700 01  WS-EXTR-FILE-STATUS             PIC X(02).
019800     88  EXTR-FILE-OK                    VALUE "00".
019900*
020000 01  WS-FORM-FILE-STATUS             PIC X(02).
020100     88  FORM-FILE-OK                    VALUE "00".
020200*
020300 01  WS-EXCP-FILE-STATUS             PIC X(02).
020400     88  EXCP-FILE-OK                    VALUE "00".
020500*
020600 01  WS-PARM-EOF-SW                  PIC X(01).
020700     88  PARM-EOF                        VALUE "Y".
020800     88  PARM-NOT-EOF                    VALUE "N".
020900*
021000 01  WS-PARM-KEY                     PIC X(24).
021100 01  WS-PARM-VALUE                   PIC 9(9)V99.
021200*
021300 01  WS-TAX-YEAR                     PIC 9(04) VALUE ZERO.
021400 01  WS-BUSINESS-YEAR                PIC 9(04).
021500 01  WS-REPORT-THRESHOLD             PIC 9(9)V99 VALUE ZERO.
021600 01  WS-CORRECTION-VALUE             PIC 9(05) VALUE ZERO.
021700 01  WS-PAYER-TAX-ID                 PIC 9(09) VALUE ZERO.
021800 01  WS-PAYER-TAX-ID-PARTS REDEFINES WS-PAYER-TAX-ID.
021900     05  WS-PAYER-ID-PREFIX          PIC 9(02).
022000     05  WS-PAYER-ID-SUFFIX          PIC 9(07).
022100*
022200 01  WS-YEAR-START-DATE              PIC 9(08).
022300 01  WS-YEAR-END-DATE                PIC 9(08).
022400 01  WS-YEAR-FIRST-WEEK-DATE         PIC 9(08).
022500 01  WS-EARLIEST-POST-DATE           PIC 9(08) VALUE 99999999.
022600*
022700 01  WS-THRESHOLD-SW                 PIC X(01) VALUE "N".
022800     88  THRESHOLD-GIVEN                 VALUE "Y".
022900     88  THRESHOLD-NOT-GIVEN             VALUE "N".
023000*
023100 01  WS-RUN-KIND-SW                  PIC X(01).
023200     88  ORIGINAL-RUN                    VALUE "O".
023300     88  CORRECTION-RUN                  VALUE "C".
023400*
023500 01  WS-HIST-EOF-SW                  PIC X(01).
023600     88  AT-END-OF-HISTORY               VALUE "Y".
023700     88  NOT-AT-END-OF-HISTORY           VALUE "N".
023800*
023900 01  WS-FILED-PRESENT-SW             PIC X(01).
024000     88  FILED-FORMS-PRESENT             VALUE "Y".
024100     88  FILED-FORMS-MISSING             VALUE "N".
024200*
024300 01  WS-FILES-OPEN-SW                PIC X(01).
024400     88  FILES-ARE-OPEN                  VALUE "Y".
024500     88  FILES-NOT-OPEN                  VALUE "N".
024600*
024700*---------------------------------------------------------------*
024800*    WHAT THE CUSTOMER IN HAND IS DUE:  A FORM, NO FORM (BELOW  *
024900*    THE THRESHOLD), OR UNKNOWN (NOT ON CUSTFILE) - AN UNKNOWN  *
025000*    CUSTOMER'S FILED FORM IS LEFT AS IT STANDS.                *
025100*---------------------------------------------------------------*
025200 01  WS-FORM-DECISION-SW             PIC X(01).
025300     88  FORM-DUE                        VALUE "D".
025400     88  FORM-NOT-DUE                    VALUE "N".
025500     88  FORM-UNDETERMINED               VALUE "U".
025600*
025700*---------------------------------------------------------------*
025800*    THE SORTED INTEREST ROW IN HAND.  HIGH-VALUES ONCE THE     *
025900*    SORT IS EXHAUSTED.  ACCOUNTS WITH NO CUSTOMER SORT FIRST   *
026000*    UNDER A BLANK CUSTOMER-ID.                                 *
026100*---------------------------------------------------------------*
026200 01  WS-SORTED-CUSTOMER-ID           PIC X(10).
026300 01  WS-SORTED-ACCOUNT-ID            PIC X(10).
026400 01  WS-SORTED-LINK-STATUS           PIC X(01).
026500     88  SORTED-ACCOUNT-LINKED           VALUE "L".
026600     88  SORTED-ACCOUNT-UNLINKED         VALUE "U".
026700     88  SORTED-ACCOUNT-NOT-ON-FILE      VALUE "M".
026800 01  WS-SORTED-AMOUNT                PIC S9(9)V99.
026900*
027000*---------------------------------------------------------------*
027100*    TAXFILED KEY IN HAND (HIGH-VALUES AT END) AND THE KEY      *
027200*    BEING MATCHED.  BOTH ARE TAX YEAR THEN CUSTOMER, THE       *
027300*    ORDER TAXFILED IS KEPT IN.                                 *
027400*---------------------------------------------------------------*
027500 01  WS-FILED-KEY.
027600     05  FK-TAX-YEAR                 PIC 9(04).
027700     05  FK-CUSTOMER-ID              PIC X(10).
027800*
027900 01  WS-MATCH-KEY.
028000     05  MK-TAX-YEAR                 PIC 9(04).
028100     05  MK-CUSTOMER-ID              PIC X(10).
028200*
028300 01  WS-LOOKUP-ACCOUNT-ID            PIC X(10) VALUE SPACES.
028400 01  WS-LOOKUP-CUSTOMER-ID           PIC X(10).
028500 01  WS-LOOKUP-LINK-STATUS           PIC X(01).
028600*
028700 01  WS-CURRENT-CUSTOMER-ID          PIC X(10).
028800 01  WS-CURRENT-ACCOUNT-ID           PIC X(10).
028900 01  WS-CURRENT-LINK-STATUS          PIC X(01).
029000 01  WS-ACCOUNT-TOTAL                PIC S9(11)V99.
029100 01  WS-CUSTOMER-TOTAL               PIC S9(11)V99.
029200 01  WS-CUSTOMER-ACCOUNTS            PIC 9(05) COMP.
029300 01  WS-ROW-AMOUNT                   PIC S9(9)V99.
029400*
029500 77  WS-HISTORY-READ                 PIC 9(07) COMP VALUE ZERO.
029600 77  WS-INTEREST-ROWS                PIC 9(07) COMP VALUE ZERO.
029700 77  WS-TAKEN-BACK-ROWS              PIC 9(07) COMP VALUE ZERO.
029800 77  WS-CUSTOMER-COUNT               PIC 9(07) COMP VALUE ZERO.
029900 77  WS-ORIGINAL-COUNT               PIC 9(07) COMP VALUE ZERO.
030000 77  WS-CORRECTED-COUNT              PIC 9(07) COMP VALUE ZERO.
030100 77  WS-UNCHANGED-COUNT              PIC 9(07) COMP VALUE ZERO.
030200 77  WS-BELOW-COUNT                  PIC 9(07) COMP VALUE ZERO.
030300 77  WS-UNLINKED-COUNT               PIC 9(07) COMP VALUE ZERO.
030400 77  WS-NO-CUSTOMER-COUNT            PIC 9(07) COMP VALUE ZERO.
030500 77  WS-NO-TAX-ID-COUNT              PIC 9(07) COMP VALUE ZERO.
030600 77  WS-FILED-YEAR-COUNT             PIC 9(07) COMP VALUE ZERO.
030700 77  WS-OTHER-YEAR-COUNT             PIC 9(07) COMP VALUE ZERO.
030800 77  WS-INTEREST-TOTAL               PIC S9(11)V99 VALUE ZERO.
030900 77  WS-ORIGINAL-TOTAL               PIC 9(11)V99 VALUE ZERO.
031000 77  WS-CORRECTED-TOTAL              PIC 9(11)V99 VALUE ZERO.
031100 77  WS-BELOW-TOTAL                  PIC S9(11)V99 VALUE ZERO.
031200 77  WS-UNLINKED-TOTAL               PIC S9(11)V99 VALUE ZERO.
031300 77  WS-NO-CUSTOMER-TOTAL            PIC S9(11)V99 VALUE ZERO.
031400*
031500*---------------------------------------------------------------*
031600*    TAXEXCP LINES.  THE FILED COLUMN IS BLANK EXCEPT ON A      *
031700*    CORRECTION, WHERE IT SHOWS THE AMOUNT FILED BEFORE.        *
031800*---------------------------------------------------------------*
031900 01  WS-EXCEPTION-HEADING-LINE.
032000     05  FILLER                      PIC X(24)
032100         VALUE "ACCOUNT-ID  CUSTOMER    ".
032200     05  FILLER                      PIC X(27)
032300         VALUE "     THIS RUN         FILED".
032400     05  FILLER                      PIC X(08)
032500         VALUE "  REASON".
032600*
032700 01  WS-EXCEPTION-DETAIL-LINE.
032800     05  XL-ACCOUNT-ID               PIC X(10).
032900     05  FILLER                      PIC X(02) VALUE SPACES.
033000     05  XL-CUSTOMER-ID              PIC X(10).
033100     05  FILLER                      PIC X(02) VALUE SPACES.
033200     05  XL-AMOUNT                   PIC Z(8)9.99-.
033300     05  FILLER                      PIC X(02) VALUE SPACES.
033400     05  XL-FILED-AMOUNT-X           PIC X(12).
033500     05  XL-FILED-AMOUNT REDEFINES XL-FILED-AMOUNT-X
033600                                     PIC Z(8)9.99.
033700     05  FILLER                      PIC X(02) VALUE SPACES.
033800     05  XL-REASON                   PIC X(27).
033900*
034000 01  WS-REPORT-TOTAL-LINE.
034100     05  TL-CAPTION                  PIC X(34).
034200     05  TL-COUNT                    PIC ZZZZZZ9.
034300     05  FILLER                      PIC X(02) VALUE SPACES.
034400     05  TL-AMOUNT                   PIC Z(10)9.99-.
034500*
034600*---------------------------------------------------------------*
034700*    TAXFORM - ONE PRINTED FORM PER CUSTOMER, RULED TOP AND     *
034800*    BOTTOM.  ONLY THE LAST FOUR DIGITS OF THE RECIPIENT'S TAX  *
034900*    ID ARE PRINTED.                                            *
035000*---------------------------------------------------------------*
035100 01  WS-FORM-RULE-LINE               PIC X(80) VALUE ALL "=".
035200*
035300 01  WS-FORM-TITLE-LINE.
035400     05  FILLER                      PIC X(37)
035500         VALUE "INTEREST INCOME STATEMENT - TAX YEAR ".
035600     05  FT-TAX-YEAR                 PIC 9(04).
035700     05  FILLER                      PIC X(05) VALUE SPACES.
035800     05  FT-CORRECTED                PIC X(09).
035900*
036000 01  WS-FORM-PAYER-LINE.
036100     05  FILLER                      PIC X(40)
036200         VALUE "PAYER: RETAIL PAYMENTS PROCESSING CENTER".
036300     05  FILLER                      PIC X(04) VALUE SPACES.
036400     05  FILLER                      PIC X(14)
036500         VALUE "PAYER TAX ID: ".
036600     05  FP-ID-PREFIX                PIC 9(02).
036700     05  FILLER                      PIC X(01) VALUE "-".
036800     05  FP-ID-SUFFIX                PIC 9(07).
036900*
037000 01  WS-FORM-RECIPIENT-LINE.
037100     05  FILLER                      PIC X(18)
037200         VALUE "RECIPIENT TAX ID: ".
037300     05  FR-TAX-ID                   PIC X(12).
037400     05  FILLER                      PIC X(14) VALUE SPACES.
037500     05  FILLER                      PIC X(10)
037600         VALUE "CUSTOMER: ".
037700     05  FR-CUSTOMER-ID              PIC X(10).
037800*
037900 01  WS-FORM-NAME-LINE.
038000     05  FILLER                      PIC X(04) VALUE SPACES.
038100     05  FN-TEXT                     PIC X(76).
038200*
038300 01  WS-FORM-AMOUNT-LINE.
038400     05  FILLER                      PIC X(34)
038500         VALUE "INTEREST INCOME".
038600     05  FA-INTEREST-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
038700*
038800 01  WS-FORM-WITHHOLDING-LINE.
038900     05  FILLER                      PIC X(34)
039000         VALUE "SUBJECT TO BACKUP WITHHOLDING".
039100     05  FB-BACKUP-FLAG              PIC X(03).
039200*
039300 01  WS-FORM-ACCOUNTS-LINE.
039400     05  FILLER                      PIC X(34)
039500         VALUE "ACCOUNTS INCLUDED".
039600     05  FC-ACCOUNT-COUNT            PIC ZZ9.
039700*
039800 PROCEDURE DIVISION.
039900*
040000 0000-MAINLINE.
040100     MOVE "INTERESTTAXYEAREND" TO RLC-STEP-NAME
040200     SET RLC-TYPE-START TO TRUE
040300     MOVE ZERO TO RLC-RETURN-CODE
040400     MOVE ZERO TO RLC-RECORDS-READ
040500     MOVE ZERO TO RLC-RECORDS-WRITTEN
040600     CALL 'RunLogWrite' USING RUN-LOG-COMM-AREA
040700*
040800     PERFORM 0400-LOAD-TAX-PARMS THRU 0400-EXIT
040900*
041000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
041100*
041200     IF FILES-ARE-OPEN
041300         SORT SORT-WORK-FILE
041400             ON ASCENDING KEY SI-CUSTOMER-ID
041500                              SI-ACCOUNT-ID
041600             INPUT PROCEDURE IS 1300-RELEASE-INTEREST
041700                 THRU 1300-RELEASE-EXIT
041800             OUTPUT PROCEDURE IS 1400-REPORT-SORTED-INTEREST
041900                 THRU 1400-REPORT-EXIT
042000     END-IF
042100*
042200     PERFORM 9000-TERMINATE THRU 9000-EXIT
042300*
042400     SET RLC-TYPE-END TO TRUE
042500     MOVE RETURN-CODE TO RLC-RETURN-CODE
042600     MOVE WS-HISTORY-READ TO RLC-RECORDS-READ
042700     MOVE WS-ORIGINAL-COUNT TO RLC-RECORDS-WRITTEN
042800     ADD WS-CORRECTED-COUNT TO RLC-RECORDS-WRITTEN
042900     CALL 'RunLogWrite' USING RUN-LOG-COMM-AREA
043000*
043100     GOBACK.
043200*
043300*---------------------------------------------------------------*
043400*    0400-LOAD-TAX-PARMS                                        *
043500*    A MISSING TAXPARM OR PAYER-TAX-ID ABORTS, AS DOES A        *
043600*    TAX-CORRECTION-RUN OTHER THAN 0 OR 1.  THE TAX YEAR IS     *
043700*    SETTLED IN 1000-INITIALIZE, ONCE THE BUSINESS DATE IS      *
043800*    KNOWN.                                                     *
043900*---------------------------------------------------------------*
044000 0400-LOAD-TAX-PARMS.
044100     SET PARM-NOT-EOF TO TRUE
044200     OPEN INPUT TAX-PARM-FILE
044300     IF NOT PARM-FILE-OK
044400         DISPLAY "INTERESTTAXYEAREND: UNABLE TO OPEN TAXPARM - "
044500             "RUN ABORTED"
044600         MOVE 16 TO RETURN-CODE
044700         GOBACK
044800     END-IF
044900*
045000     PERFORM 0450-READ-TAX-PARM THRU 0450-EXIT
045100         UNTIL PARM-EOF
045200*
045300     CLOSE TAX-PARM-FILE
045400*
045500     IF WS-PAYER-TAX-ID = ZERO
045600         DISPLAY "INTERESTTAXYEAREND: NO PAYER-TAX-ID ON TAXPARM "
045700             "- RUN ABORTED"
045800         MOVE 16 TO RETURN-CODE
045900         GOBACK
046000     END-IF
046100*
046200     EVALUATE WS-CORRECTION-VALUE
046300         WHEN 0
046400             SET ORIGINAL-RUN TO TRUE
046500         WHEN 1
046600             SET CORRECTION-RUN TO TRUE
046700         WHEN OTHER
046800             DISPLAY "INTERESTTAXYEAREND: TAX-CORRECTION-RUN "
046900                 WS-CORRECTION-VALUE " IS NOT 0 OR 1 - "
047000                 "RUN ABORTED"
047100             MOVE 16 TO RETURN-CODE
047200             GOBACK
047300     END-EVALUATE
047400*
047500     IF THRESHOLD-NOT-GIVEN
047600         MOVE 10 TO WS-REPORT-THRESHOLD
047700     END-IF.
047800 0400-EXIT.
047900     EXIT.
048000*
048100 0450-READ-TAX-PARM.
048200     READ TAX-PARM-FILE
048300         AT END
048400             SET PARM-EOF TO TRUE
048500             GO TO 0450-EXIT
048600     END-READ
048700*
048800     UNSTRING TAX-PARM-RECORD DELIMITED BY "="
048900         INTO WS-PARM-KEY WS-PARM-VALUE
049000*
049100     EVALUATE WS-PARM-KEY
049200         WHEN "TAX-YEAR"
049300             MOVE WS-PARM-VALUE TO WS-TAX-YEAR
049400         WHEN "TAX-REPORT-THRESHOLD"
049500             MOVE WS-PARM-VALUE TO WS-REPORT-THRESHOLD
049600             SET THRESHOLD-GIVEN TO TRUE
049700         WHEN "TAX-CORRECTION-RUN"
049800             MOVE WS-PARM-VALUE TO WS-CORRECTION-VALUE
049900         WHEN "PAYER-TAX-ID"
050000             MOVE WS-PARM-VALUE TO WS-PAYER-TAX-ID
050100         WHEN OTHER
050200             CONTINUE
050300     END-EVALUATE.
050400 0450-EXIT.
050500     EXIT.
050600*
050700*---------------------------------------------------------------*
050800*    1000-INITIALIZE                                            *
050900*    THE TAX YEAR MUST BE OVER BY THE BUSINESS DATE.  TAXFILED  *
051000*    IS SCANNED FIRST: AN ORIGINAL RUN FOR A YEAR ALREADY ON    *
051100*    FILE, OR A CORRECTION RUN FOR ONE NEVER FILED, IS          *
051200*    REFUSED BEFORE ANYTHING IS WRITTEN.  NO TAXFILED AT ALL    *
051300*    IS THE FIRST FILING EVER.  EVERY OTHER INPUT IS REQUIRED.  *
051400*---------------------------------------------------------------*
051500 1000-INITIALIZE.
051600     SET FILES-NOT-OPEN TO TRUE
051700*
051800     CALL 'BatchDateLoad' USING BATCH-DATE-RECORD
051900     IF RETURN-CODE NOT = ZERO
052000         DISPLAY "INTERESTTAXYEAREND: NO USABLE BATCHDTE CONTROL "
052100             "RECORD - RUN ABORTED"
052200         MOVE 16 TO RETURN-CODE
052300         GOBACK
052400     END-IF
052500*
052600     MOVE BD-BUSINESS-DATE (1:4) TO WS-BUSINESS-YEAR
052700     IF WS-TAX-YEAR = ZERO
052800         COMPUTE WS-TAX-YEAR = WS-BUSINESS-YEAR - 1
052900     END-IF
053000     IF WS-TAX-YEAR NOT < WS-BUSINESS-YEAR
053100         DISPLAY "INTERESTTAXYEAREND: TAX YEAR " WS-TAX-YEAR
053200             " HAS NOT ENDED BY BUSINESS DATE " BD-BUSINESS-DATE
053300             " - RUN ABORTED"
053400         MOVE 16 TO RETURN-CODE
053500         GOBACK
053600     END-IF
053700     COMPUTE WS-YEAR-START-DATE = WS-TAX-YEAR * 10000 + 101
053800     COMPUTE WS-YEAR-END-DATE = WS-TAX-YEAR * 10000 + 1231
053900     COMPUTE WS-YEAR-FIRST-WEEK-DATE = WS-TAX-YEAR * 10000 + 107
054000*
054100     PERFORM 1100-SCAN-FILED-FORMS THRU 1100-EXIT
054200     IF ORIGINAL-RUN
054300             AND WS-FILED-YEAR-COUNT > ZERO
054400         DISPLAY "INTERESTTAXYEAREND: " WS-FILED-YEAR-COUNT
054500             " FORM(S) ALREADY FILED FOR " WS-TAX-YEAR
054600         DISPLAY "INTERESTTAXYEAREND: SET TAX-CORRECTION-RUN=1 "
054700             "TO CORRECT THEM - RUN ABORTED"
054800         MOVE 16 TO RETURN-CODE
054900         GOBACK
055000     END-IF
055100     IF CORRECTION-RUN
055200             AND WS-FILED-YEAR-COUNT = ZERO
055300         DISPLAY "INTERESTTAXYEAREND: NO FORMS FILED FOR "
055400             WS-TAX-YEAR " ON TAXFILED - NOTHING TO CORRECT - "
055500             "RUN ABORTED"
055600         MOVE 16 TO RETURN-CODE
055700         GOBACK
055800     END-IF
055900*
056000     OPEN INPUT ACCOUNT-HISTORY-FILE
056100     IF NOT HIST-FILE-OK
056200         DISPLAY "INTERESTTAXYEAREND: UNABLE TO OPEN ACCTHIST - "
056300             "STATUS " WS-HIST-FILE-STATUS
056400         MOVE 16 TO RETURN-CODE
056500         GO TO 1000-EXIT
056600     END-IF
056700*
056800     OPEN INPUT ACCOUNT-FILE
056900     IF NOT ACCT-FILE-OK
057000         DISPLAY "INTERESTTAXYEAREND: UNABLE TO OPEN ACCTFILE - "
057100             "STATUS " WS-ACCT-FILE-STATUS
057200         MOVE 16 TO RETURN-CODE
057300         CLOSE ACCOUNT-HISTORY-FILE
057400         GO TO 1000-EXIT
057500     END-IF
057600*
057700     OPEN INPUT CUSTOMER-FILE
057800     IF NOT CUST-FILE-OK
057900         DISPLAY "INTERESTTAXYEAREND: UNABLE TO OPEN CUSTFILE - "
058000             "STATUS " WS-CUST-FILE-STATUS
058100         MOVE 16 TO RETURN-CODE
058200         CLOSE ACCOUNT-HISTORY-FILE
058300         CLOSE ACCOUNT-FILE
058400         GO TO 1000-EXIT
058500     END-IF
058600*
058700     MOVE HIGH-VALUES TO WS-FILED-KEY
058800     IF FILED-FORMS-PRESENT
058900         OPEN INPUT FILED-FORMS-FILE
059000         PERFORM 1200-READ-FILED-FORM THRU 1200-EXIT
059100     END-IF
059200*
059300     OPEN OUTPUT FILED-FORMS-OUT-FILE
059400     OPEN OUTPUT TAX-EXTRACT-FILE
059500     OPEN OUTPUT TAX-FORM-FILE
059600     OPEN OUTPUT TAX-EXCEPTION-FILE
059700     SET FILES-ARE-OPEN TO TRUE
059800*
059900     PERFORM 1050-WRITE-HEADING THRU 1050-EXIT.
060000 1000-EXIT.
060100     EXIT.
060200*
060300 1050-WRITE-HEADING.
060400     MOVE SPACES TO TAX-EXCEPTION-LINE
060500     IF ORIGINAL-RUN
060600         STRING "INTEREST TAX REPORTING - ORIGINAL FILING - "
060700                 DELIMITED BY SIZE
060800             "TAX YEAR " DELIMITED BY SIZE
060900             WS-TAX-YEAR DELIMITED BY SIZE
061000             INTO TAX-EXCEPTION-LINE
061100     ELSE
061200         STRING "INTEREST TAX REPORTING - CORRECTIONS - "
061300                 DELIMITED BY SIZE
061400             "TAX YEAR " DELIMITED BY SIZE
061500             WS-TAX-YEAR DELIMITED BY SIZE
061600             INTO TAX-EXCEPTION-LINE
061700     END-IF
061800     WRITE TAX-EXCEPTION-LINE
061900*
062000     MOVE SPACES TO TAX-EXCEPTION-LINE
062100     STRING "BUSINESS DATE " DELIMITED BY SIZE
062200         BD-BUSINESS-DATE DELIMITED BY SIZE
062300         INTO TAX-EXCEPTION-LINE
062400     WRITE TAX-EXCEPTION-LINE
062500*
062600     WRITE TAX-EXCEPTION-LINE FROM WS-EXCEPTION-HEADING-LINE.
062700 1050-EXIT.
062800     EXIT.
062900*
063000*---------------------------------------------------------------*
063100*    1100-SCAN-FILED-FORMS                                      *
063200*    COUNTS THE FORMS ALREADY FILED FOR THE TAX YEAR.           *
063300*---------------------------------------------------------------*
063400 1100-SCAN-FILED-FORMS.
063500     SET FILED-FORMS-PRESENT TO TRUE
063600     OPEN INPUT FILED-FORMS-FILE
063700     IF NOT FILED-FILE-OK
063800         SET FILED-FORMS-MISSING TO TRUE
063900         GO TO 1100-EXIT
064000     END-IF
064100*
064200     PERFORM 1200-READ-FILED-FORM THRU 1200-EXIT
064300     PERFORM 1110-COUNT-FILED-FORM THRU 1110-EXIT
064400         UNTIL WS-FILED-KEY = HIGH-VALUES
064500*
064600     CLOSE FILED-FORMS-FILE.
064700 1100-EXIT.
064800     EXIT.
064900*
065000 1110-COUNT-FILED-FORM.
065100     IF TX-TAX-YEAR = WS-TAX-YEAR
065200         ADD 1 TO WS-FILED-YEAR-COUNT
065300     END-IF
065400     PERFORM 1200-READ-FILED-FORM THRU 1200-EXIT.
065500 1110-EXIT.
065600     EXIT.
065700*
065800 1200-READ-FILED-FORM.
065900     READ FILED-FORMS-FILE INTO TAX-INTEREST-EXTRACT-RECORD
066000         AT END
066100             MOVE HIGH-VALUES TO WS-FILED-KEY
066200             GO TO 1200-EXIT
066300     END-READ
066400     MOVE TX-TAX-YEAR    TO FK-TAX-YEAR
066500     MOVE TX-CUSTOMER-ID TO FK-CUSTOMER-ID.
066600 1200-EXIT.
066700     EXIT.
066800*
066900*---------------------------------------------------------------*
067000*    1300-RELEASE-INTEREST                                      *
067100*    SORT INPUT PROCEDURE.  EVERY "INTEREST  " ROW POSTED IN    *
067200*    THE TAX YEAR GOES TO THE SORT AS A SIGNED BASE-CURRENCY    *
067300*    AMOUNT, UNDER THE ACCOUNT'S CUSTOMER.                      *
067400*---------------------------------------------------------------*
067500 1300-RELEASE-INTEREST.
067600     SET NOT-AT-END-OF-HISTORY TO TRUE
067700     PERFORM 1310-RELEASE-HISTORY-ROW THRU 1310-EXIT
067800         UNTIL AT-END-OF-HISTORY.
067900 1300-RELEASE-EXIT.
068000     EXIT.
068100*
068200 1310-RELEASE-HISTORY-ROW.
068300     READ ACCOUNT-HISTORY-FILE
068400         AT END
068500             SET AT-END-OF-HISTORY TO TRUE
068600             GO TO 1310-EXIT
068700     END-READ
068800     ADD 1 TO WS-HISTORY-READ
068900     IF TH-POST-DATE < WS-EARLIEST-POST-DATE
069000         MOVE TH-POST-DATE TO WS-EARLIEST-POST-DATE
069100     END-IF
069200*
069300     IF TH-TRANSACTION-TYPE NOT = "INTEREST  "
069400             OR TH-POST-DATE < WS-YEAR-START-DATE
069500             OR TH-POST-DATE > WS-YEAR-END-DATE
069600         GO TO 1310-EXIT
069700     END-IF
069800*
069900     EVALUATE TRUE
070000         WHEN TH-DISP-SETTLED
070100             MOVE TH-BASE-AMOUNT TO WS-ROW-AMOUNT
070200         WHEN TH-DISP-REVERSED
070300         WHEN TH-DISP-RETURNED
070400             COMPUTE WS-ROW-AMOUNT = ZERO - TH-BASE-AMOUNT
070500             ADD 1 TO WS-TAKEN-BACK-ROWS
070600         WHEN OTHER
070700             GO TO 1310-EXIT
070800     END-EVALUATE
070900     ADD 1 TO WS-INTEREST-ROWS
071000     ADD WS-ROW-AMOUNT TO WS-INTEREST-TOTAL
071100*
071200     PERFORM 1320-LOOKUP-ACCOUNT THRU 1320-EXIT
071300*
071400     MOVE WS-LOOKUP-CUSTOMER-ID TO SI-CUSTOMER-ID
071500     MOVE TH-ACCOUNT-ID         TO SI-ACCOUNT-ID
071600     MOVE WS-LOOKUP-LINK-STATUS TO SI-LINK-STATUS
071700     MOVE WS-ROW-AMOUNT         TO SI-AMOUNT
071800     RELEASE SORT-INTEREST-RECORD.
071900 1310-EXIT.
072000     EXIT.
072100*
072200*---------------------------------------------------------------*
072300*    1320-LOOKUP-ACCOUNT                                        *
072400*    THE ACCOUNT'S CUSTOMER, KEPT FROM ONE ROW TO THE NEXT      *
072500*    WHILE THE ACCOUNT STAYS THE SAME.                          *
072600*---------------------------------------------------------------*
072700 1320-LOOKUP-ACCOUNT.
072800     IF TH-ACCOUNT-ID = WS-LOOKUP-ACCOUNT-ID
072900         GO TO 1320-EXIT
073000     END-IF
073100*
073200     MOVE TH-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT-ID
073300     MOVE SPACES TO WS-LOOKUP-CUSTOMER-ID
073400     MOVE TH-ACCOUNT-ID TO AF-ACCOUNT-ID
073500     READ ACCOUNT-FILE
073600         INVALID KEY
073700             MOVE "M" TO WS-LOOKUP-LINK-STATUS
073800             GO TO 1320-EXIT
073900     END-READ
074000*
074100     IF AF-CUSTOMER-ID = SPACES
074200         MOVE "U" TO WS-LOOKUP-LINK-STATUS
074300     ELSE
074400         MOVE "L" TO WS-LOOKUP-LINK-STATUS
074500         MOVE AF-CUSTOMER-ID TO WS-LOOKUP-CUSTOMER-ID
074600     END-IF.
074700 1320-EXIT.
074800     EXIT.
074900*
075000*---------------------------------------------------------------*
075100*    1400-REPORT-SORTED-INTEREST                                *
075200*    SORT OUTPUT PROCEDURE.  THE ACCOUNTS WITH NO CUSTOMER      *
075300*    COME FIRST AND GO TO TAXEXCP; THEN EACH CUSTOMER IN TURN   *
075400*    IS MATCHED AGAINST TAXFILED, WHICH IS IN THE SAME ORDER    *
075500*    WITHIN THE TAX YEAR.  WHATEVER IS LEFT ON TAXFILED IS      *
075600*    PASSED AT THE END.                                         *
075700*---------------------------------------------------------------*
075800 1400-REPORT-SORTED-INTEREST.
075900     PERFORM 1410-RETURN-INTEREST THRU 1410-EXIT
076000     PERFORM 2000-LIST-UNLINKED-ACCOUNT THRU 2000-EXIT
076100         UNTIL WS-SORTED-CUSTOMER-ID NOT = SPACES
076200     PERFORM 3000-PROCESS-CUSTOMER THRU 3000-EXIT
076300         UNTIL WS-SORTED-CUSTOMER-ID = HIGH-VALUES
076400*
076500     MOVE HIGH-VALUES TO WS-MATCH-KEY
076600     PERFORM 4000-PASS-FILED-FORMS THRU 4000-EXIT.
076700 1400-REPORT-EXIT.
076800     EXIT.
076900*
077000 1410-RETURN-INTEREST.
077100     RETURN SORT-WORK-FILE
077200         AT END
077300             MOVE HIGH-VALUES TO WS-SORTED-CUSTOMER-ID
077400             MOVE HIGH-VALUES TO WS-SORTED-ACCOUNT-ID
077500             MOVE ZERO TO WS-SORTED-AMOUNT
077600             GO TO 1410-EXIT
077700     END-RETURN
077800     MOVE SI-CUSTOMER-ID TO WS-SORTED-CUSTOMER-ID
077900     MOVE SI-ACCOUNT-ID  TO WS-SORTED-ACCOUNT-ID
078000     MOVE SI-LINK-STATUS TO WS-SORTED-LINK-STATUS
078100     MOVE SI-AMOUNT      TO WS-SORTED-AMOUNT.
078200 1410-EXIT.
078300     EXIT.
078400*
078500*---------------------------------------------------------------*
078600*    2000-LIST-UNLINKED-ACCOUNT                                 *
078700*    ONE TAXEXCP LINE PER ACCOUNT WITH NO CUSTOMER TO REPORT    *
078800*    ITS INTEREST UNDER.                                        *
078900*---------------------------------------------------------------*
079000 2000-LIST-UNLINKED-ACCOUNT.
079100     MOVE WS-SORTED-ACCOUNT-ID TO WS-CURRENT-ACCOUNT-ID
079200     MOVE WS-SORTED-LINK-STATUS TO WS-CURRENT-LINK-STATUS
079300     MOVE ZERO TO WS-ACCOUNT-TOTAL
079400     PERFORM 2010-ADD-ACCOUNT-ROW THRU 2010-EXIT
079500         UNTIL WS-SORTED-CUSTOMER-ID NOT = SPACES
079600            OR WS-SORTED-ACCOUNT-ID NOT = WS-CURRENT-ACCOUNT-ID
079700*
079800     ADD 1 TO WS-UNLINKED-COUNT
079900     ADD WS-ACCOUNT-TOTAL TO WS-UNLINKED-TOTAL
080000*
080100     MOVE WS-CURRENT-ACCOUNT-ID TO XL-ACCOUNT-ID
080200     MOVE SPACES TO XL-CUSTOMER-ID
080300     MOVE WS-ACCOUNT-TOTAL TO XL-AMOUNT
080400     MOVE SPACES TO XL-FILED-AMOUNT-X
080500     IF WS-CURRENT-LINK-STATUS = "M"
080600         MOVE "ACCOUNT NOT ON ACCTFILE" TO XL-REASON
080700     ELSE
080800         MOVE "NO CUSTOMER LINK" TO XL-REASON
080900     END-IF
081000     WRITE TAX-EXCEPTION-LINE FROM WS-EXCEPTION-DETAIL-LINE.
081100 2000-EXIT.
081200     EXIT.
081300*
081400 2010-ADD-ACCOUNT-ROW.
081500     ADD WS-SORTED-AMOUNT TO WS-ACCOUNT-TOTAL
081600     PERFORM 1410-RETURN-INTEREST THRU 1410-EXIT.
081700 2010-EXIT.
081800     EXIT.
081900*
082000*---------------------------------------------------------------*
082100*    3000-PROCESS-CUSTOMER                                      *
082200*    TOTALS THE CUSTOMER'S ACCOUNTS, PASSES THE TAXFILED ROWS   *
082300*    AHEAD OF THE CUSTOMER (THEIR WITHDRAWALS USE THE FORM WORK *
082400*    AREA, SO THEY GO FIRST), DECIDES WHAT THE CUSTOMER IS DUE, *
082500*    AND SETTLES IT AGAINST ANY FORM ON FILE.                   *
082600*---------------------------------------------------------------*
082700 3000-PROCESS-CUSTOMER.
082800     MOVE WS-SORTED-CUSTOMER-ID TO WS-CURRENT-CUSTOMER-ID
082900     MOVE SPACES TO WS-CURRENT-ACCOUNT-ID
083000     MOVE ZERO TO WS-CUSTOMER-TOTAL
083100     MOVE ZERO TO WS-CUSTOMER-ACCOUNTS
083200     PERFORM 3010-ADD-CUSTOMER-ROW THRU 3010-EXIT
083300         UNTIL WS-SORTED-CUSTOMER-ID NOT = WS-CURRENT-CUSTOMER-ID
083400     ADD 1 TO WS-CUSTOMER-COUNT
083500*
083600     MOVE WS-TAX-YEAR TO MK-TAX-YEAR
083700     MOVE WS-CURRENT-CUSTOMER-ID TO MK-CUSTOMER-ID
083800     PERFORM 4000-PASS-FILED-FORMS THRU 4000-EXIT
083900*
084000     PERFORM 3100-DECIDE-FORM THRU 3100-EXIT
084100     PERFORM 3200-FILE-CUSTOMER-FORM THRU 3200-EXIT.
084200 3000-EXIT.
084300     EXIT.
084400*
084500 3010-ADD-CUSTOMER-ROW.
084600     IF WS-SORTED-ACCOUNT-ID NOT = WS-CURRENT-ACCOUNT-ID
084700         MOVE WS-SORTED-ACCOUNT-ID TO WS-CURRENT-ACCOUNT-ID
084800         ADD 1 TO WS-CUSTOMER-ACCOUNTS
084900     END-IF
085000     ADD WS-SORTED-AMOUNT TO WS-CUSTOMER-TOTAL
085100     PERFORM 1410-RETURN-INTEREST THRU 1410-EXIT.
085200 3010-EXIT.
085300     EXIT.
085400*
085500*---------------------------------------------------------------*
085600*    3100-DECIDE-FORM                                           *
085700*    A FORM IS DUE WHEN THE NET INTEREST IS ABOVE ZERO AND AT   *
085800*    LEAST THE THRESHOLD.  IT IS BUILT IN WS-FORM-WORK FROM     *
085900*    CUSTFILE AS IT STANDS TODAY.  A FORM WITH NO TAX ID IS     *
086000*    STILL ISSUED, AND LISTED.                                  *
086100*---------------------------------------------------------------*
086200 3100-DECIDE-FORM.
086300     MOVE SPACES TO XL-ACCOUNT-ID
086400     MOVE WS-CURRENT-CUSTOMER-ID TO XL-CUSTOMER-ID
086500     MOVE WS-CUSTOMER-TOTAL TO XL-AMOUNT
086600     MOVE SPACES TO XL-FILED-AMOUNT-X
086700*
086800     MOVE WS-CURRENT-CUSTOMER-ID TO CU-CUSTOMER-ID
086900     READ CUSTOMER-FILE
087000         INVALID KEY
087100             SET FORM-UNDETERMINED TO TRUE
087200             ADD 1 TO WS-NO-CUSTOMER-COUNT
087300             ADD WS-CUSTOMER-TOTAL TO WS-NO-CUSTOMER-TOTAL
087400             MOVE "CUSTOMER NOT ON CUSTFILE" TO XL-REASON
087500             WRITE TAX-EXCEPTION-LINE
087600                 FROM WS-EXCEPTION-DETAIL-LINE
087700             GO TO 3100-EXIT
087800     END-READ
087900*
088000     IF WS-CUSTOMER-TOTAL NOT > ZERO
088100             OR WS-CUSTOMER-TOTAL < WS-REPORT-THRESHOLD
088200         SET FORM-NOT-DUE TO TRUE
088300         ADD 1 TO WS-BELOW-COUNT
088400         ADD WS-CUSTOMER-TOTAL TO WS-BELOW-TOTAL
088500         MOVE "BELOW REPORTING THRESHOLD" TO XL-REASON
088600         WRITE TAX-EXCEPTION-LINE FROM WS-EXCEPTION-DETAIL-LINE
088700         GO TO 3100-EXIT
088800     END-IF
088900*
089000     SET FORM-DUE TO TRUE
089100     MOVE WS-TAX-YEAR           TO FW-TAX-YEAR
089200     MOVE WS-CURRENT-CUSTOMER-ID TO FW-CUSTOMER-ID
089300     MOVE "O"                   TO FW-FORM-KIND
089400     MOVE BD-BUSINESS-DATE      TO FW-FILED-DATE
089500     MOVE CU-TAX-ID             TO FW-TAX-ID
089600     MOVE CU-TAX-ID-TYPE        TO FW-TAX-ID-TYPE
089700     MOVE CU-WITHHOLDING-STATUS TO FW-WITHHOLDING-STATUS
089800     MOVE CU-CUSTOMER-NAME      TO FW-CUSTOMER-NAME
089900     MOVE CU-ADDRESS-LINE-1     TO FW-ADDRESS-LINE-1
090000     MOVE CU-ADDRESS-LINE-2     TO FW-ADDRESS-LINE-2
090100     MOVE CU-CITY               TO FW-CITY
090200     MOVE CU-STATE              TO FW-STATE
090300     MOVE CU-POSTAL-CODE        TO FW-POSTAL-CODE
090400     MOVE WS-CUSTOMER-TOTAL     TO FW-INTEREST-AMOUNT
090500     IF WS-CUSTOMER-ACCOUNTS > 999
090600         MOVE 999 TO FW-ACCOUNT-COUNT
090700     ELSE
090800         MOVE WS-CUSTOMER-ACCOUNTS TO FW-ACCOUNT-COUNT
090900     END-IF
091000*
091100     IF CU-TAX-ID = SPACES
091200         ADD 1 TO WS-NO-TAX-ID-COUNT
091300         MOVE "NO TAX ID - FORM ISSUED" TO XL-REASON
091400         WRITE TAX-EXCEPTION-LINE FROM WS-EXCEPTION-DETAIL-LINE
091500     END-IF.
091600 3100-EXIT.
091700     EXIT.
091800*
091900*---------------------------------------------------------------*
092000*    3200-FILE-CUSTOMER-FORM                                    *
092100*    WITH A FORM ALREADY ON FILE FOR THE CUSTOMER (A            *
092200*    CORRECTION RUN ONLY), THE TWO ARE COMPARED.  OTHERWISE A   *
092300*    FORM DUE IS AN ORIGINAL - LATE, IN A CORRECTION RUN.       *
092400*---------------------------------------------------------------*
092500 3200-FILE-CUSTOMER-FORM.
092600     IF WS-FILED-KEY = WS-MATCH-KEY
092700         PERFORM 3300-COMPARE-FILED-FORM THRU 3300-EXIT
092800         PERFORM 1200-READ-FILED-FORM THRU 1200-EXIT
092900         GO TO 3200-EXIT
093000     END-IF
093100*
093200     IF NOT FORM-DUE
093300         GO TO 3200-EXIT
093400     END-IF
093500*
093600     PERFORM 5000-ISSUE-FORM THRU 5000-EXIT
093700     IF CORRECTION-RUN
093800         MOVE SPACES TO XL-ACCOUNT-ID
093900         MOVE FW-CUSTOMER-ID TO XL-CUSTOMER-ID
094000         MOVE FW-INTEREST-AMOUNT TO XL-AMOUNT
094100         MOVE SPACES TO XL-FILED-AMOUNT-X
094200         MOVE "LATE ORIGINAL ISSUED" TO XL-REASON
094300         WRITE TAX-EXCEPTION-LINE FROM WS-EXCEPTION-DETAIL-LINE
094400     END-IF.
094500 3200-EXIT.
094600     EXIT.
094700*
094800*---------------------------------------------------------------*
094900*    3300-COMPARE-FILED-FORM                                    *
095000*    TX- HOLDS THE FORM AS LAST FILED.  AN UNKNOWN CUSTOMER'S   *
095100*    FORM STANDS.  A FORM STILL DUE IS CORRECTED ONLY WHEN A    *
095200*    FIELD THE AUTHORITY MATCHES ON HAS CHANGED.                *
095300*---------------------------------------------------------------*
095400 3300-COMPARE-FILED-FORM.
095500     IF FORM-UNDETERMINED
095600         PERFORM 3500-CARRY-FILED-FORM THRU 3500-EXIT
095700         GO TO 3300-EXIT
095800     END-IF
095900*
096000     IF FORM-NOT-DUE
096100         PERFORM 3400-WITHDRAW-FILED-FORM THRU 3400-EXIT
096200         GO TO 3300-EXIT
096300     END-IF
096400*
096500     IF FW-TAX-ID = TX-TAX-ID
096600             AND FW-TAX-ID-TYPE = TX-TAX-ID-TYPE
096700             AND FW-WITHHOLDING-STATUS = TX-WITHHOLDING-STATUS
096800             AND FW-CUSTOMER-NAME = TX-CUSTOMER-NAME
096900             AND FW-INTEREST-AMOUNT = TX-INTEREST-AMOUNT
097000         PERFORM 3500-CARRY-FILED-FORM THRU 3500-EXIT
097100         GO TO 3300-EXIT
097200     END-IF
097300*
097400     MOVE "C" TO FW-FORM-KIND
097500     PERFORM 5000-ISSUE-FORM THRU 5000-EXIT
097600*
097700     MOVE SPACES TO XL-ACCOUNT-ID
097800     MOVE FW-CUSTOMER-ID TO XL-CUSTOMER-ID
097900     MOVE FW-INTEREST-AMOUNT TO XL-AMOUNT
098000     MOVE TX-INTEREST-AMOUNT TO XL-FILED-AMOUNT
098100     MOVE "CORRECTED FORM ISSUED" TO XL-REASON
098200     WRITE TAX-EXCEPTION-LINE FROM WS-EXCEPTION-DETAIL-LINE.
098300 3300-EXIT.
098400     EXIT.
098500*
098600*---------------------------------------------------------------*
098700*    3400-WITHDRAW-FILED-FORM                                   *
098800*    A FILED FORM THE CUSTOMER IS NO LONGER DUE IS CORRECTED    *
098900*    TO ZERO, ON THE FORM AS FILED.  ONE ALREADY AT ZERO        *
099000*    STANDS.                                                    *
099100*---------------------------------------------------------------*
099200 3400-WITHDRAW-FILED-FORM.
099300     IF TX-INTEREST-AMOUNT = ZERO
099400         PERFORM 3500-CARRY-FILED-FORM THRU 3500-EXIT
099500         GO TO 3400-EXIT
099600     END-IF
099700*
099800     MOVE TAX-INTEREST-EXTRACT-RECORD TO WS-FORM-WORK
099900     MOVE "C" TO FW-FORM-KIND
100000     MOVE ZERO TO FW-INTEREST-AMOUNT
100100     MOVE ZERO TO FW-ACCOUNT-COUNT
100200     PERFORM 5000-ISSUE-FORM THRU 5000-EXIT
100300*
100400     MOVE SPACES TO XL-ACCOUNT-ID
100500     MOVE FW-CUSTOMER-ID TO XL-CUSTOMER-ID
100600     MOVE ZERO TO XL-AMOUNT
100700     MOVE TX-INTEREST-AMOUNT TO XL-FILED-AMOUNT
100800     MOVE "CORRECTED TO ZERO" TO XL-REASON
100900     WRITE TAX-EXCEPTION-LINE FROM WS-EXCEPTION-DETAIL-LINE.
101000 3400-EXIT.
101100     EXIT.
101200*
101300 3500-CARRY-FILED-FORM.
101400     WRITE FILED-FORMS-OUT-RECORD FROM TAX-INTEREST-EXTRACT-RECORD
101500     IF TX-TAX-YEAR = WS-TAX-YEAR
101600         ADD 1 TO WS-UNCHANGED-COUNT
101700     ELSE
101800         ADD 1 TO WS-OTHER-YEAR-COUNT
101900     END-IF.
102000 3500-EXIT.
102100     EXIT.
102200*
102300*---------------------------------------------------------------*
102400*    4000-PASS-FILED-FORMS                                      *
102500*    TAXFILED ROWS AHEAD OF THE MATCH KEY.  ROWS FOR OTHER      *
102600*    YEARS ARE COPIED TO TAXFILEO AS THEY STAND; A TAX-YEAR     *
102700*    ROW HERE IS A CUSTOMER WITH NO INTEREST AT ALL THIS RUN,   *
102800*    AND NO LONGER DUE THE FORM.                                *
102900*---------------------------------------------------------------*
103000 4000-PASS-FILED-FORMS.
103100     PERFORM 4010-PASS-FILED-FORM THRU 4010-EXIT
103200         UNTIL WS-FILED-KEY NOT < WS-MATCH-KEY.
103300 4000-EXIT.
103400     EXIT.
103500*
103600 4010-PASS-FILED-FORM.
103700     IF TX-TAX-YEAR = WS-TAX-YEAR
103800         PERFORM 3400-WITHDRAW-FILED-FORM THRU 3400-EXIT
103900     ELSE
104000         PERFORM 3500-CARRY-FILED-FORM THRU 3500-EXIT
104100     END-IF
104200     PERFORM 1200-READ-FILED-FORM THRU 1200-EXIT.
104300 4010-EXIT.
104400     EXIT.
104500*
104600*---------------------------------------------------------------*
104700*    5000-ISSUE-FORM                                            *
104800*    THE FORM IN WS-FORM-WORK GOES TO THE EXTRACT, TO TAXFILEO  *
104900*    AS THE FORM NOW ON FILE, AND TO THE PRINTER.               *
105000*---------------------------------------------------------------*
105100 5000-ISSUE-FORM.
105200     MOVE BD-BUSINESS-DATE TO FW-FILED-DATE
105300     WRITE TAX-EXTRACT-RECORD FROM WS-FORM-WORK
105400     WRITE FILED-FORMS-OUT-RECORD FROM WS-FORM-WORK
105500*
105600     IF FW-CORRECTED-FORM
105700         ADD 1 TO WS-CORRECTED-COUNT
105800         ADD FW-INTEREST-AMOUNT TO WS-CORRECTED-TOTAL
105900     ELSE
106000         ADD 1 TO WS-ORIGINAL-COUNT
106100         ADD FW-INTEREST-AMOUNT TO WS-ORIGINAL-TOTAL
106200     END-IF
106300*
106400     PERFORM 5100-PRINT-FORM THRU 5100-EXIT.
106500 5000-EXIT.
106600     EXIT.
106700*
106800 5100-PRINT-FORM.
106900     WRITE TAX-FORM-LINE FROM WS-FORM-RULE-LINE
107000*
107100     MOVE FW-TAX-YEAR TO FT-TAX-YEAR
107200     IF FW-CORRECTED-FORM
107300         MOVE "CORRECTED" TO FT-CORRECTED
107400     ELSE
107500         MOVE SPACES TO FT-CORRECTED
107600     END-IF
107700     WRITE TAX-FORM-LINE FROM WS-FORM-TITLE-LINE
107800*
107900     MOVE WS-PAYER-ID-PREFIX TO FP-ID-PREFIX
108000     MOVE WS-PAYER-ID-SUFFIX TO FP-ID-SUFFIX
108100     WRITE TAX-FORM-LINE FROM WS-FORM-PAYER-LINE
108200*
108300     MOVE SPACES TO FR-TAX-ID
108400     EVALUATE TRUE
108500         WHEN FW-TAX-ID = SPACES
108600             MOVE "NOT PROVIDED" TO FR-TAX-ID
108700         WHEN FW-TAX-ID-TYPE = "E"
108800             STRING "**-***" DELIMITED BY SIZE
108900                 FW-TAX-ID (6:4) DELIMITED BY SIZE
109000                 INTO FR-TAX-ID
109100         WHEN OTHER
109200             STRING "***-**-" DELIMITED BY SIZE
109300                 FW-TAX-ID (6:4) DELIMITED BY SIZE
109400                 INTO FR-TAX-ID
109500     END-EVALUATE
109600     MOVE FW-CUSTOMER-ID TO FR-CUSTOMER-ID
109700     WRITE TAX-FORM-LINE FROM WS-FORM-RECIPIENT-LINE
109800*
109900     MOVE SPACES TO TAX-FORM-LINE
110000     WRITE TAX-FORM-LINE
110100     MOVE FW-CUSTOMER-NAME TO FN-TEXT
110200     WRITE TAX-FORM-LINE FROM WS-FORM-NAME-LINE
110300     MOVE FW-ADDRESS-LINE-1 TO FN-TEXT
110400     WRITE TAX-FORM-LINE FROM WS-FORM-NAME-LINE
110500     IF FW-ADDRESS-LINE-2 NOT = SPACES
110600         MOVE FW-ADDRESS-LINE-2 TO FN-TEXT
110700         WRITE TAX-FORM-LINE FROM WS-FORM-NAME-LINE
110800     END-IF
110900     MOVE SPACES TO FN-TEXT
111000     STRING FW-CITY DELIMITED BY "  "
111100         "  " DELIMITED BY SIZE
111200         FW-STATE DELIMITED BY SIZE
111300         "  " DELIMITED BY SIZE
111400         FW-POSTAL-CODE DELIMITED BY SIZE
111500         INTO FN-TEXT
111600     WRITE TAX-FORM-LINE FROM WS-FORM-NAME-LINE
111700     MOVE SPACES TO TAX-FORM-LINE
111800     WRITE TAX-FORM-LINE
111900*
112000     MOVE FW-INTEREST-AMOUNT TO FA-INTEREST-AMOUNT
112100     WRITE TAX-FORM-LINE FROM WS-FORM-AMOUNT-LINE
112200*
112300     IF FW-WITHHOLDING-STATUS = "B"
112400         MOVE "YES" TO FB-BACKUP-FLAG
112500     ELSE
112600         MOVE "NO" TO FB-BACKUP-FLAG
112700     END-IF
112800     WRITE TAX-FORM-LINE FROM WS-FORM-WITHHOLDING-LINE
112900*
113000     MOVE FW-ACCOUNT-COUNT TO FC-ACCOUNT-COUNT
113100     WRITE TAX-FORM-LINE FROM WS-FORM-ACCOUNTS-LINE
113200*
113300     WRITE TAX-FORM-LINE FROM WS-FORM-RULE-LINE.
113400 5100-EXIT.
113500     EXIT.
113600*
113700*---------------------------------------------------------------*
113800*    9000-TERMINATE                                             *
113900*---------------------------------------------------------------*
114000 9000-TERMINATE.
114100     IF FILES-NOT-OPEN
114200         GO TO 9000-EXIT
114300     END-IF
114400*
114500     PERFORM 9100-WRITE-TOTALS THRU 9100-EXIT
114600     CLOSE ACCOUNT-HISTORY-FILE
114700     CLOSE ACCOUNT-FILE
114800     CLOSE CUSTOMER-FILE
114900     CLOSE FILED-FORMS-OUT-FILE
115000     CLOSE TAX-EXTRACT-FILE
115100     CLOSE TAX-FORM-FILE
115200     CLOSE TAX-EXCEPTION-FILE
115300     IF FILED-FORMS-PRESENT
115400         CLOSE FILED-FORMS-FILE
115500     END-IF
115600*
115700     DISPLAY "INTERESTTAXYEAREND: TAX YEAR " WS-TAX-YEAR ", "
115800         WS-CUSTOMER-COUNT " CUSTOMER(S), " WS-ORIGINAL-COUNT
115900         " ORIGINAL AND " WS-CORRECTED-COUNT " CORRECTED FORM(S)"
116000*
116100     IF WS-EARLIEST-POST-DATE > WS-YEAR-FIRST-WEEK-DATE
116200         DISPLAY "INTERESTTAXYEAREND: WARNING - ACCTHIST STARTS "
116300             WS-EARLIEST-POST-DATE " - INTEREST POSTED EARLIER "
116400             "IN " WS-TAX-YEAR " IS NOT COUNTED"
116500         MOVE 4 TO RETURN-CODE
116600     END-IF
116700     IF WS-UNLINKED-COUNT > ZERO
116800             OR WS-NO-CUSTOMER-COUNT > ZERO
116900             OR WS-NO-TAX-ID-COUNT > ZERO
117000         DISPLAY "INTERESTTAXYEAREND: WARNING - ACCOUNT, "
117100             "CUSTOMER, OR TAX ID EXCEPTIONS ON TAXEXCP"
117200         MOVE 4 TO RETURN-CODE
117300     END-IF.
117400 9000-EXIT.
117500     EXIT.
117600*
117700 9100-WRITE-TOTALS.
117800     MOVE SPACES TO TAX-EXCEPTION-LINE
117900     WRITE TAX-EXCEPTION-LINE
118000*
118100     MOVE SPACES TO WS-REPORT-TOTAL-LINE
118200     MOVE "ACCTHIST ROWS READ" TO TL-CAPTION
118300     MOVE WS-HISTORY-READ TO TL-COUNT
118400     WRITE TAX-EXCEPTION-LINE FROM WS-REPORT-TOTAL-LINE
118500*
118600     MOVE "INTEREST ROWS, NET" TO TL-CAPTION
118700     MOVE WS-INTEREST-ROWS TO TL-COUNT
118800     MOVE WS-INTEREST-TOTAL TO TL-AMOUNT
118900     WRITE TAX-EXCEPTION-LINE FROM WS-REPORT-TOTAL-LINE
119000*
119100     MOVE SPACES TO WS-REPORT-TOTAL-LINE
119200     MOVE "  OF WHICH REVERSED OR RETURNED" TO TL-CAPTION
119300     MOVE WS-TAKEN-BACK-ROWS TO TL-COUNT
119400     WRITE TAX-EXCEPTION-LINE FROM WS-REPORT-TOTAL-LINE
119500*
119600     MOVE "CUSTOMERS WITH INTEREST" TO TL-CAPTION
119700     MOVE WS-CUSTOMER-COUNT TO TL-COUNT
119800     WRITE TAX-EXCEPTION-LINE FROM WS-REPORT-TOTAL-LINE
119900*
120000     MOVE "ORIGINAL FORMS ISSUED" TO TL-CAPTION
120100     MOVE WS-ORIGINAL-COUNT TO TL-COUNT
120200     MOVE WS-ORIGINAL-TOTAL TO TL-AMOUNT
120300     WRITE TAX-EXCEPTION-LINE FROM WS-REPORT-TOTAL-LINE
120400*
120500     MOVE "CORRECTED FORMS ISSUED" TO TL-CAPTION
120600     MOVE WS-CORRECTED-COUNT TO TL-COUNT
120700     MOVE WS-CORRECTED-TOTAL TO TL-AMOUNT
120800     WRITE TAX-EXCEPTION-LINE FROM WS-REPORT-TOTAL-LINE
120900*
121000     MOVE SPACES TO WS-REPORT-TOTAL-LINE
121100     MOVE "FILED FORMS STANDING" TO TL-CAPTION
121200     MOVE WS-UNCHANGED-COUNT TO TL-COUNT
121300     WRITE TAX-EXCEPTION-LINE FROM WS-REPORT-TOTAL-LINE
121400*
121500     MOVE "BELOW REPORTING THRESHOLD" TO TL-CAPTION
121600     MOVE WS-BELOW-COUNT TO TL-COUNT
121700     MOVE WS-BELOW-TOTAL TO TL-AMOUNT
121800     WRITE TAX-EXCEPTION-LINE FROM WS-REPORT-TOTAL-LINE
121900*
122000     MOVE "ACCOUNTS WITH NO CUSTOMER" TO TL-CAPTION
122100     MOVE WS-UNLINKED-COUNT TO TL-COUNT
122200     MOVE WS-UNLINKED-TOTAL TO TL-AMOUNT
122300     WRITE TAX-EXCEPTION-LINE FROM WS-REPORT-TOTAL-LINE
122400*
122500     MOVE "CUSTOMERS NOT ON CUSTFILE" TO TL-CAPTION
122600     MOVE WS-NO-CUSTOMER-COUNT TO TL-COUNT
122700     MOVE WS-NO-CUSTOMER-TOTAL TO TL-AMOUNT
122800     WRITE TAX-EXCEPTION-LINE FROM WS-REPORT-TOTAL-LINE
122900*
123000     MOVE SPACES TO WS-REPORT-TOTAL-LINE
123100     MOVE "FORMS WITH NO TAX ID" TO TL-CAPTION
123200     MOVE WS-NO-TAX-ID-COUNT TO TL-COUNT
123300     WRITE TAX-EXCEPTION-LINE FROM WS-REPORT-TOTAL-LINE
123400*
123500     MOVE "OTHER YEARS' FORMS CARRIED" TO TL-CAPTION
123600     MOVE WS-OTHER-YEAR-COUNT TO TL-COUNT
123700     WRITE TAX-EXCEPTION-LINE FROM WS-REPORT-TOTAL-LINE.
123800 9100-EXIT.
123900     EXIT.
