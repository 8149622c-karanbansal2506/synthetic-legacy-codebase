000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PostingControl.
000300 AUTHOR. D. OKAFOR - PAYMENTS SYSTEMS GROUP.
000400 INSTALLATION. RETAIL PAYMENTS PROCESSING CENTER.
000500 DATE-WRITTEN. 2026-10-13.
000600 DATE-COMPILED.
000700*
000800*****************************************************************
000900*                                                               *
001000*    POSTINGCONTROL                                             *
001100*                                                               *
001200*    SHARED RUN-ONCE PROTECTION FOR THE POST-RUN STEPS THAT     *
001300*    MOVE MONEY ON ACCTFILE OUTSIDE THE CHAIN (INTERESTACCRUAL, *
001400*    ADJUSTMENTENTRY, DISPUTECASEMAINT, REVIEWREJECTREVERSAL,   *
001500*    NETWORKRETURNS).  EACH ITEM SUCH A STEP POSTS IS RECORDED  *
001600*    ON THE POSTCTL REGISTRY, KEYED BY STEP, BUSINESS DATE AND  *
001700*    ITEM-ID (LAYOUT IN POSTINGCONTROL).  BEFORE POSTING AN     *
001800*    ITEM THE STEP ASKS WHETHER IT IS ALREADY THERE; IF IT IS,  *
001900*    THE ITEM IS SKIPPED AND THE SKIP LOGGED, SO A RERUN AFTER  *
002000*    AN OPERATOR ERROR OR A SCHEDULER RETRY POSTS ONLY WHAT     *
002100*    THE EARLIER RUN DID NOT.                                   *
002200*                                                               *
002300*    THE REGISTRY ALSO REMEMBERS WHETHER EACH POSTING HAS BEEN  *
002400*    FOLDED INTO CTLTOTAL.  A RUN THAT FAILS AFTER POSTING BUT  *
002500*    BEFORE ITS FOLD LEAVES ITS ROWS UNFOLDED, AND THE RERUN    *
002600*    FOLDS THEM WITH ITS OWN, SO TRANRESULT AND CTLTOTAL STILL  *
002700*    AGREE.                                                     *
002800*                                                               *
002900*    A DELIBERATE REPOST NEEDS AN OPS OVERRIDE ON POSTOVRD      *
003000*    (LAYOUT IN POSTINGOVERRIDE) NAMING THE STEP, DATE, ITEM,   *
003100*    OVERRIDE-ID, AND USER.  EVERY OVERRIDE - USED, ALREADY     *
003200*    USED, NOT NEEDED, OR REFUSED AS INCOMPLETE - IS WRITTEN    *
003300*    TO THE POSTCLOG LOG ALONG WITH EVERY SKIP:                 *
003400*                                                               *
003500*        S  ITEM ALREADY POSTED - SKIPPED                       *
003600*        R  ITEM REPOSTED UNDER AN OVERRIDE                     *
003700*        A  OVERRIDE ALREADY USED FOR THE ITEM - SKIPPED        *
003800*        U  OVERRIDE NOT USED (ITEM NOT PREVIOUSLY POSTED, OR   *
003900*           NOT PRESENTED BY THE STEP THIS RUN)                 *
004000*        I  OVERRIDE INCOMPLETE OR BEYOND THE TABLE - IGNORED   *
004100*                                                               *
004200*    THE FUNCTIONS ARE DESCRIBED IN POSTINGCONTROLCOMM.  A      *
004300*    MISSING POSTCTL IS CREATED EMPTY ON FIRST USE, AS          *
004400*    STANDINGORDERMAINT CREATES SORDMST.  A REGISTRY OR LOG     *
004500*    THAT CANNOT BE OPENED RETURNS 16 - THE STEP MUST NOT       *
004600*    POST WITHOUT IT.                                           *
004700*                                                               *
004800*    MODIFICATION HISTORY.                                       *
004900*    ---------------------------------------------------------- *
005000*    2026-10-13  DO  INITIAL VERSION.                            *
005100*                                                                *
005200*****************************************************************
005300 ENVIRONMENT DIVISION.
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT POSTING-CONTROL-FILE ASSIGN TO "POSTCTL"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS PC-KEY
006000         FILE STATUS IS WS-REG-FILE-STATUS.
006100*
006200     SELECT POSTING-OVERRIDE-FILE ASSIGN TO "POSTOVRD"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-OVRD-FILE-STATUS.
006500*
006600     SELECT POSTING-LOG-FILE ASSIGN TO "POSTCLOG"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-LOG-FILE-STATUS.
006900*
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  POSTING-CONTROL-FILE.
007300 COPY PostingControl.
007400*
007500 FD  POSTING-OVERRIDE-FILE.
007600 COPY PostingOverride.
007700*
007800 FD  POSTING-LOG-FILE.
007900 01  POSTING-LOG-RECORD.
008000     05  PL-TIMESTAMP                PIC 9(14).
008100     05  PL-SOURCE-JOB               PIC X(20).
008200     05  PL-BUSINESS-DATE            PIC 9(08).
008300     05  PL-RUN-NUMBER               PIC 9(05).
008400     05  PL-ITEM-ID                  PIC X(10).
008500     05  PL-ACCOUNT-ID               PIC X(10).
008600     05  PL-ACTION                   PIC X(01).
008700     05  PL-OVERRIDE-ID              PIC X(10).
008800     05  PL-USER-ID                  PIC X(08).
008900     05  PL-REASON                   PIC X(30).
009000*
009100 WORKING-STORAGE SECTION.
009200*
009300 01  WS-REG-FILE-STATUS              PIC X(02).
009400     88  REG-FILE-OK                     VALUE "00".
009500     88  REG-RECORD-NOT-FOUND            VALUE "23".
009600     88  REG-FILE-NOT-FOUND              VALUE "35".
009700*
009800 01  WS-OVRD-FILE-STATUS             PIC X(02).
009900     88  OVRD-FILE-OK                    VALUE "00".
010000*
010100 01  WS-LOG-FILE-STATUS              PIC X(02).
010200     88  LOG-FILE-OK                     VALUE "00".
010300*
010400 01  WS-REGISTRY-STATE-SW            PIC X(01) VALUE "N".
010500     88  REGISTRY-NOT-OPEN               VALUE "N".
010600     88  REGISTRY-OPEN                   VALUE "O".
010700*
010800 01  WS-OVRD-EOF-SW                  PIC X(01).
010900     88  OVRD-EOF                        VALUE "Y".
011000     88  OVRD-NOT-EOF                    VALUE "N".
011100*
011200 01  WS-SCAN-EOF-SW                  PIC X(01).
011300     88  SCAN-EOF                        VALUE "Y".
011400     88  SCAN-NOT-EOF                    VALUE "N".
011500*
011600 01  WS-OVERRIDE-FOUND-SW            PIC X(01).
011700     88  OVERRIDE-FOUND                  VALUE "Y".
011800     88  OVERRIDE-NOT-FOUND              VALUE "N".
011900*
012000 01  WS-SOURCE-JOB                   PIC X(20).
012100 01  WS-BUSINESS-DATE                PIC 9(08).
012200 01  WS-RUN-NUMBER                   PIC 9(05).
012300*
012400*---------------------------------------------------------------*
012500*    THE STEP'S OVERRIDES FOR THE BUSINESS DATE.  OV-USED-SW    *
012600*    IS SET WHEN A CHECK CONSUMES THE OVERRIDE, SO THE REST     *
012700*    ARE LOGGED AS NOT USED AT END.                             *
012800*---------------------------------------------------------------*
012900 01  WS-OVERRIDE-COUNT               PIC 9(03) COMP VALUE ZERO.
013000 01  WS-OVERRIDE-SUBSCRIPT           PIC 9(03) COMP.
013100 01  WS-MATCHED-SUBSCRIPT            PIC 9(03) COMP VALUE ZERO.
013200 01  WS-OVERRIDE-TABLE.
013300     05  WS-OVERRIDE-ENTRY           OCCURS 500 TIMES.
013400         10  OV-ITEM-ID              PIC X(10).
013500         10  OV-OVERRIDE-ID          PIC X(10).
013600         10  OV-USER-ID              PIC X(08).
013700         10  OV-REASON               PIC X(30).
013800         10  OV-USED-SW              PIC X(01).
013900*
014000 01  WS-CURRENT-DATE                 PIC 9(08).
014100 01  WS-CURRENT-TIME                 PIC 9(08).
014200 01  WS-TIMESTAMP                    PIC 9(14).
014300*
014400 77  WS-SKIPPED-COUNT                PIC 9(07) COMP VALUE ZERO.
014500 77  WS-REPOSTED-COUNT               PIC 9(07) COMP VALUE ZERO.
014600 77  WS-IGNORED-COUNT                PIC 9(05) COMP VALUE ZERO.
014700 77  WS-UNUSED-COUNT                 PIC 9(05) COMP VALUE ZERO.
014800*
014900 LINKAGE SECTION.
015000*
015100 COPY PostingControlComm.
015200*
015300 PROCEDURE DIVISION USING POSTING-CONTROL-COMM-AREA.
015400*
015500 0000-MAINLINE.
015600     MOVE ZERO TO RETURN-CODE
015700*
015800     IF PCC-OPEN-REGISTRY
015900         PERFORM 1000-OPEN-REGISTRY THRU 1000-EXIT
016000         GOBACK
016100     END-IF
016200*
016300     IF REGISTRY-NOT-OPEN
016400         DISPLAY "POSTINGCONTROL: POSTCTL NOT OPEN - FUNCTION "
016500             PCC-FUNCTION " REFUSED"
016600         SET PCC-SKIP-ITEM TO TRUE
016700         MOVE 16 TO RETURN-CODE
016800         GOBACK
016900     END-IF
017000*
017100     EVALUATE TRUE
017200         WHEN PCC-CHECK-ITEM
017300             PERFORM 2000-CHECK-ITEM THRU 2000-EXIT
017400         WHEN PCC-WRITE-ITEM
017500             PERFORM 3000-WRITE-ITEM THRU 3000-EXIT
017600         WHEN PCC-UNFOLDED-TOTALS
017700             PERFORM 4000-UNFOLDED-TOTALS THRU 4000-EXIT
017800         WHEN PCC-CLOSE-REGISTRY
017900             PERFORM 5000-CLOSE-REGISTRY THRU 5000-EXIT
018000         WHEN OTHER
018100             MOVE 8 TO RETURN-CODE
018200     END-EVALUATE
018300*
018400     GOBACK.
018500*
018600*---------------------------------------------------------------*
018700*    1000-OPEN-REGISTRY                                         *
018800*    OPENS POSTCTL (CREATING IT ON FIRST USE) AND THE POSTCLOG  *
018900*    LOG, LOADS THE STEP'S OVERRIDES FOR THE DATE, AND COUNTS   *
019000*    WHAT EARLIER RUNS OF THE STEP ALREADY POSTED FOR IT.       *
019100*---------------------------------------------------------------*
019200 1000-OPEN-REGISTRY.
019300     MOVE PCC-SOURCE-JOB    TO WS-SOURCE-JOB
019400     MOVE PCC-BUSINESS-DATE TO WS-BUSINESS-DATE
019500     MOVE PCC-RUN-NUMBER    TO WS-RUN-NUMBER
019600     MOVE ZERO TO PCC-PRIOR-ITEM-COUNT
019700     MOVE ZERO TO PCC-PRIOR-FOLD-COUNT
019800     MOVE ZERO TO PCC-SKIPPED-COUNT
019900     MOVE ZERO TO PCC-REPOSTED-COUNT
020000     MOVE ZERO TO WS-SKIPPED-COUNT
020100     MOVE ZERO TO WS-REPOSTED-COUNT
020200     MOVE ZERO TO WS-OVERRIDE-COUNT
020300*
020400     OPEN I-O POSTING-CONTROL-FILE
020500     IF REG-FILE-NOT-FOUND
020600         OPEN OUTPUT POSTING-CONTROL-FILE
020700         CLOSE POSTING-CONTROL-FILE
020800         OPEN I-O POSTING-CONTROL-FILE
020900     END-IF
021000     IF NOT REG-FILE-OK
021100         DISPLAY "POSTINGCONTROL: UNABLE TO OPEN POSTCTL - "
021200             "STATUS " WS-REG-FILE-STATUS
021300         MOVE 16 TO RETURN-CODE
021400         GO TO 1000-EXIT
021500     END-IF
021600*
021700     OPEN EXTEND POSTING-LOG-FILE
021800     IF NOT LOG-FILE-OK
021900         OPEN OUTPUT POSTING-LOG-FILE
022000         IF NOT LOG-FILE-OK
022100             DISPLAY "POSTINGCONTROL: UNABLE TO OPEN POSTCLOG - "
022200                 "STATUS " WS-LOG-FILE-STATUS
022300             CLOSE POSTING-CONTROL-FILE
022400             MOVE 16 TO RETURN-CODE
022500             GO TO 1000-EXIT
022600         END-IF
022700     END-IF
022800*
022900     SET REGISTRY-OPEN TO TRUE
023000*
023100     PERFORM 1100-LOAD-OVERRIDES THRU 1100-EXIT
023200*
023300     PERFORM 6000-START-SCAN THRU 6000-EXIT
023400     PERFORM 1300-COUNT-PRIOR-POSTING THRU 1300-EXIT
023500         UNTIL SCAN-EOF.
023600 1000-EXIT.
023700     EXIT.
023800*
023900*---------------------------------------------------------------*
024000*    1100-LOAD-OVERRIDES                                        *
024100*    ONLY THIS STEP'S OVERRIDES FOR THIS BUSINESS DATE ARE      *
024200*    KEPT.  A MISSING POSTOVRD MEANS NO OVERRIDES.              *
024300*---------------------------------------------------------------*
024400 1100-LOAD-OVERRIDES.
024500     SET OVRD-NOT-EOF TO TRUE
024600     OPEN INPUT POSTING-OVERRIDE-FILE
024700     IF NOT OVRD-FILE-OK
024800         GO TO 1100-EXIT
024900     END-IF
025000*
025100     PERFORM 1200-READ-OVERRIDE THRU 1200-EXIT
025200         UNTIL OVRD-EOF
025300*
025400     CLOSE POSTING-OVERRIDE-FILE
025500*
025600     IF WS-OVERRIDE-COUNT > ZERO
025700         DISPLAY "POSTINGCONTROL: " WS-OVERRIDE-COUNT
025800             " REPOST OVERRIDE(S) LOADED FOR " WS-SOURCE-JOB
025900     END-IF.
026000 1100-EXIT.
026100     EXIT.
026200*
026300 1200-READ-OVERRIDE.
026400     READ POSTING-OVERRIDE-FILE
026500         AT END
026600             SET OVRD-EOF TO TRUE
026700             GO TO 1200-EXIT
026800     END-READ
026900*
027000     IF PO-SOURCE-JOB NOT = WS-SOURCE-JOB
027100             OR PO-BUSINESS-DATE NOT = WS-BUSINESS-DATE
027200         GO TO 1200-EXIT
027300     END-IF
027400*
027500     MOVE PO-ITEM-ID     TO PL-ITEM-ID
027600     MOVE SPACES         TO PL-ACCOUNT-ID
027700     MOVE PO-OVERRIDE-ID TO PL-OVERRIDE-ID
027800     MOVE PO-USER-ID     TO PL-USER-ID
027900*
028000     IF PO-ITEM-ID = SPACES OR PO-OVERRIDE-ID = SPACES
028100             OR PO-USER-ID = SPACES
028200         MOVE "I" TO PL-ACTION
028300         MOVE "OVERRIDE INCOMPLETE - IGNORED" TO PL-REASON
028400         PERFORM 7000-WRITE-LOG THRU 7000-EXIT
028500         ADD 1 TO WS-IGNORED-COUNT
028600         GO TO 1200-EXIT
028700     END-IF
028800*
028900     IF WS-OVERRIDE-COUNT NOT < 500
029000         MOVE "I" TO PL-ACTION
029100         MOVE "BEYOND 500-ENTRY TABLE - IGNORED" TO PL-REASON
029200         PERFORM 7000-WRITE-LOG THRU 7000-EXIT
029300         ADD 1 TO WS-IGNORED-COUNT
029400         GO TO 1200-EXIT
029500     END-IF
029600*
029700     ADD 1 TO WS-OVERRIDE-COUNT
029800     MOVE PO-ITEM-ID     TO OV-ITEM-ID (WS-OVERRIDE-COUNT)
029900     MOVE PO-OVERRIDE-ID TO OV-OVERRIDE-ID (WS-OVERRIDE-COUNT)
030000     MOVE PO-USER-ID     TO OV-USER-ID (WS-OVERRIDE-COUNT)
030100     MOVE PO-REASON      TO OV-REASON (WS-OVERRIDE-COUNT)
030200     MOVE "N"            TO OV-USED-SW (WS-OVERRIDE-COUNT).
030300 1200-EXIT.
030400     EXIT.
030500*
030600 1300-COUNT-PRIOR-POSTING.
030700     ADD 1 TO PCC-PRIOR-ITEM-COUNT
030800     COMPUTE PCC-PRIOR-FOLD-COUNT = PCC-PRIOR-FOLD-COUNT
030900         + PC-FOLD-COUNT * PC-POST-COUNT
031000*
031100     PERFORM 6100-READ-NEXT-POSTING THRU 6100-EXIT.
031200 1300-EXIT.
031300     EXIT.
031400*
031500*---------------------------------------------------------------*
031600*    2000-CHECK-ITEM                                            *
031700*    NOT ON THE REGISTRY - POST.  ON IT WITH AN UNUSED          *
031800*    OVERRIDE WHOSE ID DIFFERS FROM THE LAST ONE APPLIED -      *
031900*    REPOST.  ANYTHING ELSE IS SKIPPED AND LOGGED.  A READ      *
032000*    FAILURE SKIPS TOO - NOT KNOWING IS NOT LICENCE TO POST.    *
032100*---------------------------------------------------------------*
032200 2000-CHECK-ITEM.
032300     SET PCC-POST-ITEM TO TRUE
032400     MOVE ZERO TO WS-MATCHED-SUBSCRIPT
032500     MOVE WS-SOURCE-JOB    TO PC-SOURCE-JOB
032600     MOVE WS-BUSINESS-DATE TO PC-BUSINESS-DATE
032700     MOVE PCC-ITEM-ID      TO PC-ITEM-ID
032800     READ POSTING-CONTROL-FILE
032900         INVALID KEY
033000             CONTINUE
033100     END-READ
033200*
033300     IF REG-RECORD-NOT-FOUND
033400         GO TO 2000-EXIT
033500     END-IF
033600     IF NOT REG-FILE-OK
033700         DISPLAY "POSTINGCONTROL: POSTCTL READ FAILED FOR "
033800             PCC-ITEM-ID " - STATUS " WS-REG-FILE-STATUS
033900         SET PCC-SKIP-ITEM TO TRUE
034000         MOVE 8 TO RETURN-CODE
034100         GO TO 2000-EXIT
034200     END-IF
034300*
034400     MOVE PC-ITEM-ID    TO PL-ITEM-ID
034500     MOVE PC-ACCOUNT-ID TO PL-ACCOUNT-ID
034600*
034700     SET OVERRIDE-NOT-FOUND TO TRUE
034800     PERFORM 2100-TEST-OVERRIDE THRU 2100-EXIT
034900         VARYING WS-OVERRIDE-SUBSCRIPT FROM 1 BY 1
035000         UNTIL WS-OVERRIDE-SUBSCRIPT > WS-OVERRIDE-COUNT
035100             OR OVERRIDE-FOUND
035200*
035300     IF OVERRIDE-NOT-FOUND
035400         SET PCC-SKIP-ITEM TO TRUE
035500         ADD 1 TO WS-SKIPPED-COUNT
035600         MOVE "S"    TO PL-ACTION
035700         MOVE SPACES TO PL-OVERRIDE-ID
035800         MOVE SPACES TO PL-USER-ID
035900         MOVE "ALREADY POSTED - SKIPPED" TO PL-REASON
036000         PERFORM 7000-WRITE-LOG THRU 7000-EXIT
036100         GO TO 2000-EXIT
036200     END-IF
036300*
036400     MOVE "Y" TO OV-USED-SW (WS-MATCHED-SUBSCRIPT)
036500     IF OV-OVERRIDE-ID (WS-MATCHED-SUBSCRIPT) = PC-OVERRIDE-ID
036600         SET PCC-SKIP-ITEM TO TRUE
036700         ADD 1 TO WS-SKIPPED-COUNT
036800         MOVE "A" TO PL-ACTION
036900         MOVE OV-OVERRIDE-ID (WS-MATCHED-SUBSCRIPT)
037000             TO PL-OVERRIDE-ID
037100         MOVE OV-USER-ID (WS-MATCHED-SUBSCRIPT) TO PL-USER-ID
037200         MOVE "OVERRIDE ALREADY USED - SKIPPED" TO PL-REASON
037300         PERFORM 7000-WRITE-LOG THRU 7000-EXIT
037400         GO TO 2000-EXIT
037500     END-IF
037600*
037700     SET PCC-REPOST-ITEM TO TRUE.
037800 2000-EXIT.
037900     EXIT.
038000*
038100 2100-TEST-OVERRIDE.
038200     IF OV-ITEM-ID (WS-OVERRIDE-SUBSCRIPT) = PCC-ITEM-ID
038300             AND OV-USED-SW (WS-OVERRIDE-SUBSCRIPT) = "N"
038400         SET OVERRIDE-FOUND TO TRUE
038500         MOVE WS-OVERRIDE-SUBSCRIPT TO WS-MATCHED-SUBSCRIPT
038600     END-IF.
038700 2100-EXIT.
038800     EXIT.
038900*
039000*---------------------------------------------------------------*
039100*    3000-WRITE-ITEM                                            *
039200*    A FIRST POSTING ADDS THE ITEM'S ROW.  A REPOST REWRITES    *
039300*    IT WITH THE OVERRIDE THAT ALLOWED IT AND LOGS THE REPOST.  *
039400*    A POSTING THAT ADDED NOTHING TO CTLTOTAL IS BORN FOLDED.   *
039500*---------------------------------------------------------------*
039600 3000-WRITE-ITEM.
039700     PERFORM 7100-TAKE-TIMESTAMP THRU 7100-EXIT
039800*
039900     IF PCC-REPOST-ITEM
040000         PERFORM 3100-REWRITE-REPOSTED-ITEM THRU 3100-EXIT
040100         GO TO 3000-EXIT
040200     END-IF
040300*
040400     MOVE WS-SOURCE-JOB       TO PC-SOURCE-JOB
040500     MOVE WS-BUSINESS-DATE    TO PC-BUSINESS-DATE
040600     MOVE PCC-ITEM-ID         TO PC-ITEM-ID
040700     MOVE PCC-ACCOUNT-ID      TO PC-ACCOUNT-ID
040800     MOVE WS-RUN-NUMBER       TO PC-RUN-NUMBER
040900     MOVE WS-TIMESTAMP        TO PC-POSTED-TIMESTAMP
041000     MOVE 1                   TO PC-POST-COUNT
041100     MOVE PCC-FOLD-COUNT      TO PC-FOLD-COUNT
041200     MOVE PCC-FOLD-AMOUNT     TO PC-FOLD-AMOUNT
041300     IF PCC-FOLD-COUNT = ZERO
041400         SET PC-FOLDED TO TRUE
041500     ELSE
041600         SET PC-NOT-FOLDED TO TRUE
041700     END-IF
041800     MOVE SPACES              TO PC-OVERRIDE-ID
041900     MOVE SPACES              TO PC-OVERRIDE-USER
042000     WRITE POSTING-CONTROL-RECORD
042100         INVALID KEY
042200             DISPLAY "POSTINGCONTROL: POSTCTL WRITE FAILED FOR "
042300                 PCC-ITEM-ID " - STATUS " WS-REG-FILE-STATUS
042400             MOVE 8 TO RETURN-CODE
042500     END-WRITE.
042600 3000-EXIT.
042700     EXIT.
042800*
042900 3100-REWRITE-REPOSTED-ITEM.
043000     MOVE WS-SOURCE-JOB    TO PC-SOURCE-JOB
043100     MOVE WS-BUSINESS-DATE TO PC-BUSINESS-DATE
043200     MOVE PCC-ITEM-ID      TO PC-ITEM-ID
043300     READ POSTING-CONTROL-FILE
043400         INVALID KEY
043500             DISPLAY "POSTINGCONTROL: POSTCTL ROW FOR "
043600                 PCC-ITEM-ID " VANISHED BEFORE ITS REPOST"
043700             MOVE 8 TO RETURN-CODE
043800             GO TO 3100-EXIT
043900     END-READ
044000*
044100     ADD 1                    TO PC-POST-COUNT
044200     MOVE PCC-ACCOUNT-ID      TO PC-ACCOUNT-ID
044300     MOVE WS-RUN-NUMBER       TO PC-RUN-NUMBER
044400     MOVE WS-TIMESTAMP        TO PC-POSTED-TIMESTAMP
044500     MOVE PCC-FOLD-COUNT      TO PC-FOLD-COUNT
044600     MOVE PCC-FOLD-AMOUNT     TO PC-FOLD-AMOUNT
044700     IF PCC-FOLD-COUNT = ZERO
044800         SET PC-FOLDED TO TRUE
044900     ELSE
045000         SET PC-NOT-FOLDED TO TRUE
045100     END-IF
045200     MOVE OV-OVERRIDE-ID (WS-MATCHED-SUBSCRIPT)
045300         TO PC-OVERRIDE-ID
045400     MOVE OV-USER-ID (WS-MATCHED-SUBSCRIPT)
045500         TO PC-OVERRIDE-USER
045600     REWRITE POSTING-CONTROL-RECORD
045700         INVALID KEY
045800             DISPLAY "POSTINGCONTROL: POSTCTL REWRITE FAILED FOR "
045900                 PCC-ITEM-ID " - STATUS " WS-REG-FILE-STATUS
046000             MOVE 8 TO RETURN-CODE
046100     END-REWRITE
046200*
046300     ADD 1 TO WS-REPOSTED-COUNT
046400     MOVE PCC-ITEM-ID    TO PL-ITEM-ID
046500     MOVE PCC-ACCOUNT-ID TO PL-ACCOUNT-ID
046600     MOVE "R"            TO PL-ACTION
046700     MOVE OV-OVERRIDE-ID (WS-MATCHED-SUBSCRIPT) TO PL-OVERRIDE-ID
046800     MOVE OV-USER-ID (WS-MATCHED-SUBSCRIPT)     TO PL-USER-ID
046900     MOVE OV-REASON (WS-MATCHED-SUBSCRIPT)      TO PL-REASON
047000     PERFORM 7000-WRITE-LOG THRU 7000-EXIT
047100*
047200     DISPLAY "POSTINGCONTROL: " WS-SOURCE-JOB " ITEM "
047300         PCC-ITEM-ID " REPOSTED UNDER OVERRIDE "
047400         OV-OVERRIDE-ID (WS-MATCHED-SUBSCRIPT) " BY "
047500         OV-USER-ID (WS-MATCHED-SUBSCRIPT).
047600 3100-EXIT.
047700     EXIT.
047800*
047900*---------------------------------------------------------------*
048000*    4000-UNFOLDED-TOTALS                                       *
048100*    EVERY POSTING OF THE STEP FOR THE DATE NOT YET FOLDED      *
048200*    INTO CTLTOTAL - THIS RUN'S, PLUS ANY A FAILED RUN LEFT.    *
048300*---------------------------------------------------------------*
048400 4000-UNFOLDED-TOTALS.
048500     MOVE ZERO TO PCC-UNFOLDED-COUNT
048600     MOVE ZERO TO PCC-UNFOLDED-AMOUNT
048700*
048800     PERFORM 6000-START-SCAN THRU 6000-EXIT
048900     PERFORM 4100-ADD-UNFOLDED-POSTING THRU 4100-EXIT
049000         UNTIL SCAN-EOF.
049100 4000-EXIT.
049200     EXIT.
049300*
049400 4100-ADD-UNFOLDED-POSTING.
049500     IF PC-NOT-FOLDED
049600         ADD PC-FOLD-COUNT  TO PCC-UNFOLDED-COUNT
049700         ADD PC-FOLD-AMOUNT TO PCC-UNFOLDED-AMOUNT
049800     END-IF
049900*
050000     PERFORM 6100-READ-NEXT-POSTING THRU 6100-EXIT.
050100 4100-EXIT.
050200     EXIT.
050300*
050400*---------------------------------------------------------------*
050500*    5000-CLOSE-REGISTRY                                        *
050600*    MARKS THE STEP'S POSTINGS FOLDED ONCE THE CALLER HAS       *
050700*    FOLDED THEM, LOGS THE OVERRIDES NOBODY USED, AND CLOSES.   *
050800*---------------------------------------------------------------*
050900 5000-CLOSE-REGISTRY.
051000     IF PCC-TOTALS-FOLDED
051100         PERFORM 6000-START-SCAN THRU 6000-EXIT
051200         PERFORM 5100-MARK-POSTING-FOLDED THRU 5100-EXIT
051300             UNTIL SCAN-EOF
051400     END-IF
051500*
051600     PERFORM 5200-LOG-UNUSED-OVERRIDE THRU 5200-EXIT
051700         VARYING WS-OVERRIDE-SUBSCRIPT FROM 1 BY 1
051800         UNTIL WS-OVERRIDE-SUBSCRIPT > WS-OVERRIDE-COUNT
051900*
052000     MOVE WS-SKIPPED-COUNT  TO PCC-SKIPPED-COUNT
052100     MOVE WS-REPOSTED-COUNT TO PCC-REPOSTED-COUNT
052200*
052300     CLOSE POSTING-CONTROL-FILE
052400     CLOSE POSTING-LOG-FILE
052500     SET REGISTRY-NOT-OPEN TO TRUE
052600*
052700     IF WS-UNUSED-COUNT > ZERO OR WS-IGNORED-COUNT > ZERO
052800         DISPLAY "POSTINGCONTROL: WARNING - " WS-UNUSED-COUNT
052900             " OVERRIDE(S) NOT USED, " WS-IGNORED-COUNT
053000             " IGNORED - SEE POSTCLOG"
053100     END-IF.
053200 5000-EXIT.
053300     EXIT.
053400*
053500 5100-MARK-POSTING-FOLDED.
053600     IF PC-NOT-FOLDED
053700         SET PC-FOLDED TO TRUE
053800         REWRITE POSTING-CONTROL-RECORD
053900             INVALID KEY
054000                 DISPLAY "POSTINGCONTROL: POSTCTL REWRITE FAILED "
054100                     "FOR " PC-ITEM-ID " - STATUS "
054200                     WS-REG-FILE-STATUS
054300                 MOVE 8 TO RETURN-CODE
054400         END-REWRITE
054500     END-IF
054600*
054700     PERFORM 6100-READ-NEXT-POSTING THRU 6100-EXIT.
054800 5100-EXIT.
054900     EXIT.
055000*
055100 5200-LOG-UNUSED-OVERRIDE.
055200     IF OV-USED-SW (WS-OVERRIDE-SUBSCRIPT) = "N"
055300         ADD 1 TO WS-UNUSED-COUNT
055400         MOVE OV-ITEM-ID (WS-OVERRIDE-SUBSCRIPT) TO PL-ITEM-ID
055500         MOVE SPACES TO PL-ACCOUNT-ID
055600         MOVE "U" TO PL-ACTION
055700         MOVE OV-OVERRIDE-ID (WS-OVERRIDE-SUBSCRIPT)
055800             TO PL-OVERRIDE-ID
055900         MOVE OV-USER-ID (WS-OVERRIDE-SUBSCRIPT) TO PL-USER-ID
056000         MOVE OV-REASON (WS-OVERRIDE-SUBSCRIPT) TO PL-REASON
056100         PERFORM 7000-WRITE-LOG THRU 7000-EXIT
056200     END-IF.
056300 5200-EXIT.
056400     EXIT.
056500*
056600*---------------------------------------------------------------*
056700*    6000-START-SCAN / 6100-READ-NEXT-POSTING                   *
056800*    POSITIONS ON THE STEP'S FIRST ROW FOR THE DATE AND READS   *
056900*    FORWARD UNTIL THE STEP OR DATE CHANGES.                    *
057000*---------------------------------------------------------------*
057100 6000-START-SCAN.
057200     SET SCAN-NOT-EOF TO TRUE
057300     MOVE WS-SOURCE-JOB    TO PC-SOURCE-JOB
057400     MOVE WS-BUSINESS-DATE TO PC-BUSINESS-DATE
057500     MOVE LOW-VALUES       TO PC-ITEM-ID
057600     START POSTING-CONTROL-FILE KEY IS NOT LESS THAN PC-KEY
057700         INVALID KEY
057800             SET SCAN-EOF TO TRUE
057900             GO TO 6000-EXIT
058000     END-START
058100*
058200     PERFORM 6100-READ-NEXT-POSTING THRU 6100-EXIT.
058300 6000-EXIT.
058400     EXIT.
058500*
058600 6100-READ-NEXT-POSTING.
058700     READ POSTING-CONTROL-FILE NEXT
058800         AT END
058900             SET SCAN-EOF TO TRUE
059000             GO TO 6100-EXIT
059100     END-READ
059200*
059300     IF PC-SOURCE-JOB NOT = WS-SOURCE-JOB
059400             OR PC-BUSINESS-DATE NOT = WS-BUSINESS-DATE
059500         SET SCAN-EOF TO TRUE
059600     END-IF.
059700 6100-EXIT.
059800     EXIT.
059900*
060000*---------------------------------------------------------------*
060100*    7000-WRITE-LOG                                             *
060200*    THE CALLER FILLS THE ITEM, ACCOUNT, ACTION, OVERRIDE,      *
060300*    USER, AND REASON; THE STEP AND DATE ARE ADDED HERE.        *
060400*---------------------------------------------------------------*
060500 7000-WRITE-LOG.
060600     PERFORM 7100-TAKE-TIMESTAMP THRU 7100-EXIT
060700     MOVE WS-TIMESTAMP     TO PL-TIMESTAMP
060800     MOVE WS-SOURCE-JOB    TO PL-SOURCE-JOB
060900     MOVE WS-BUSINESS-DATE TO PL-BUSINESS-DATE
061000     MOVE WS-RUN-NUMBER    TO PL-RUN-NUMBER
061100     WRITE POSTING-LOG-RECORD.
061200 7000-EXIT.
061300     EXIT.
061400*
061500 7100-TAKE-TIMESTAMP.
061600     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
061700     ACCEPT WS-CURRENT-TIME FROM TIME
061800     MOVE WS-CURRENT-DATE       TO WS-TIMESTAMP (1:8)
061900     MOVE WS-CURRENT-TIME (1:6) TO WS-TIMESTAMP (9:6).
062000 7100-EXIT.
062100     EXIT.
