002900*    EVERY FURTHER ARRIVAL GOES TO SUSPENSE.  THE TRAILER       *
003000*    TOTALS COVER DUPLICATES AND SUSPENSED RECORDS - THEY WERE  *
003100*    TRANSMITTED - SO A FEED WITH DUPLICATES STILL RECONCILES.  *
003107*                                                               *
003114*    CHANNELS: EVERY RECORD ON TRANFILE IS CHECKED AGAINST ITS  *
003121*    SENDER'S ROW ON THE CHANMAST CHANNEL MASTER.  A CHANNEL    *
003128*    WITH NO ROW OR A SUSPENDED ROW, A TYPE THE CHANNEL IS NOT  *
003135*    PERMITTED TO SEND, OR AN AMOUNT OVER THE CHANNEL'S ITEM    *
003142*    MAXIMUM GOES TO SUSPENSE WITH THAT REASON.  A RECORD THE   *
003150*    GATEWAY RECEIVED AFTER THE CHANNEL'S CUTOFF TIME IS        *
003157*    WAREHOUSED TO THE NEXT BUSINESS DATE (OR ITS OWN LATER     *
003164*    VALUE DATE) INSTEAD OF BEING WORKED TODAY.  MATURED        *
003171*    RELEASES ON TRANRELS WERE EDITED THE DAY THEY ARRIVED AND  *
003178*    ARE NOT CHECKED AGAIN.  WHAT BECAME OF EACH FEED RECORD    *
003185*    IS WRITTEN TO CHANINTK FOR THE DAILY PER-CHANNEL INTAKE    *
003192*    SUMMARY.                                                   *
003200*                                                                *
003300*    MODIFICATION HISTORY.                                      *
003400*    ---------------------------------------------------------- *
003586*                    TRANSMISSION INSTEAD OF A SHORT COUNT -     *
003587*                    THE FINAL STATUS FOLLOWS ON THE DAY THE     *
003588*                    ITEM MATURES AND RUNS THE CHAIN.            *
003589*    2026-10-14  DO  A BUSINESS DATE MAY NOW SETTLE IN SEVERAL   *
003590*                    CYCLES, EACH EDITING ITS OWN FEED. EVERY ID *
003591*                    PASSED ON (TO TRANEDIT OR THE WAREHOUSE) IS *
003592*                    KEPT ON TRANSEEN WITH THE DATE AND RUN, AND *
003593*                    A LATER CYCLE'S RECORD CARRYING AN ID AN    *
003594*                    EARLIER CYCLE ALREADY PASSED GOES TO        *
003595*                    SUSPENSE AS A DUPLICATE OF AN EARLIER       *
003596*                    CYCLE. TRANRELS JOINS ONLY THE DATE'S FIRST *
003597*                    CYCLE, AND TRANSUSP NOW HOLDS THE WHOLE     *
003598*                    DATE.                                       *
003607*    2026-10-15  DO  EVERY FEED RECORD IS NOW EDITED AGAINST     *
003616*                    THE CHANMAST CHANNEL MASTER - STATUS,       *
003625*                    PERMITTED TYPES, AND ITEM MAXIMUM - AND     *
003635*                    SUSPENDED WITH A SPECIFIC REASON WHEN IT    *
003644*                    FAILS.  A RECORD RECEIVED AFTER ITS         *
003653*                    CHANNEL'S CUTOFF IS WAREHOUSED TO THE NEXT  *
003662*                    BUSINESS DATE.  RAW FEED RECORD WIDENED FOR *
003672*                    THE GATEWAY RECEIVED TIME.  WHAT BECAME OF  *
003681*                    EACH FEED RECORD IS WRITTEN TO CHANINTK.    *
003683*    2026-10-15  DO  CHANINTK IS NOW REWRITTEN EACH RUN WITH     *
003685*                    THE DATE'S EARLIER CYCLES' ROWS CARRIED     *
003687*                    FORWARD THROUGH CHANINTW, SO A RERUN OF A   *
003689*                    CYCLE REPLACES ITS OWN INTAKE ROWS.         *
003690*                                                                *
003700*****************************************************************
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
005391     SELECT WAREHOUSE-NOTICE-FILE ASSIGN TO "TRANWHSN"
005392         ORGANIZATION IS LINE SEQUENTIAL
005393         FILE STATUS IS WS-WHSN-FILE-STATUS.
005394*
005395     SELECT SEEN-ID-FILE ASSIGN TO "TRANSEEN"
005396         ORGANIZATION IS LINE SEQUENTIAL
005397         FILE STATUS IS WS-SEEN-FILE-STATUS.
005405*
005414     SELECT CHANNEL-MASTER-FILE ASSIGN TO "CHANMAST"
005422         ORGANIZATION IS INDEXED
005431         ACCESS MODE IS RANDOM
005439         RECORD KEY IS CM-CHANNEL-ID
005448         FILE STATUS IS WS-CHAN-FILE-STATUS.
005457*
005465     SELECT CHANNEL-INTAKE-FILE ASSIGN TO "CHANINTK"
005474         ORGANIZATION IS LINE SEQUENTIAL
005482         FILE STATUS IS WS-INTK-FILE-STATUS.
005491*
005492     SELECT CHANNEL-INTAKE-WORK-FILE ASSIGN TO "CHANINTW"
005493         ORGANIZATION IS LINE SEQUENTIAL
005494         FILE STATUS IS WS-INTW-FILE-STATUS.
005495*
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  RAW-TRANSACTION-FILE.
006360     05  RF-VALUE-DATE               PIC 9(08).
006370     05  RF-CPTY-NAME                PIC X(35).
006380     05  RF-CPTY-ACCOUNT-ID          PIC X(10).
006390     05  RF-RECEIVED-TIME            PIC 9(04).
006400 01  RAW-TRAILER-RECORD REDEFINES RAW-TRANSACTION-RECORD.
006500     05  TL-TRAILER-LITERAL          PIC X(10).
006600     05  TL-RECORD-COUNT             PIC 9(07).
006700     05  TL-HASH-TOTAL               PIC 9(13)V99.
006800     05  FILLER                      PIC X(77).
006900*
007000 SD  SORT-WORK-FILE.
007100 01  SORT-TRANSACTION-RECORD.
007640         10  SR-CPTY-NAME            PIC X(35).
007645         10  SR-CPTY-ACCOUNT-ID      PIC X(10).
007650     05  SR-INPUT-SEQUENCE           PIC 9(07).
007660     05  SR-RECORD-SOURCE            PIC X(01).
007670         88  SR-FROM-FEED                VALUE "F".
007680         88  SR-FROM-EARLIER-CYCLE       VALUE "P".
007685         88  SR-FROM-RELEASE             VALUE "R".
007690     05  SR-SEEN-RUN-NUMBER          PIC 9(05).
007692     05  SR-CUTOFF-SW                PIC X(01).
007695         88  SR-PAST-CUTOFF              VALUE "Y".
007697         88  SR-WITHIN-CUTOFF            VALUE "N".
007700*
007800 FD  EDITED-TRANSACTION-FILE.
007900 01  EDITED-TRANSACTION-RECORD       PIC X(105).
008502     05  WN-VALUE-DATE               PIC 9(08).
008503     05  WN-PROCESS-DATE             PIC 9(08).
008504     05  WN-RUN-NUMBER               PIC 9(05).
008510*
008520 FD  SEEN-ID-FILE.
008530 01  SEEN-ID-RECORD.
008540     05  SN-TRANSACTION-ID           PIC X(10).
008550     05  SN-BUSINESS-DATE            PIC 9(08).
008560     05  SN-RUN-NUMBER               PIC 9(05).
008561*
008562 FD  CHANNEL-MASTER-FILE.
008564 COPY ChannelMaster.
008565*
008567 FD  CHANNEL-INTAKE-FILE.
008568 COPY ChannelIntake.
008570*
008572 FD  CHANNEL-INTAKE-WORK-FILE.
008574 01  CHANNEL-INTAKE-WORK-RECORD      PIC X(43).
008576*
008600 WORKING-STORAGE SECTION.
008601*
008602 COPY RunLogComm.
009640     88  RELS-FILE-AT-END                VALUE "10".
009650*
009660 01  WS-WHSO-FILE-STATUS             PIC X(02).
009661     88  WHSO-FILE-OK                    VALUE "00".
009662*
009663 01  WS-WHSN-FILE-STATUS             PIC X(02).
009664     88  WHSN-FILE-OK                    VALUE "00".
009666*
009667 01  WS-SEEN-FILE-STATUS             PIC X(02).
009668     88  SEEN-FILE-OK                    VALUE "00".
009669*
009670 01  WS-CHAN-FILE-STATUS             PIC X(02).
009672     88  CHAN-FILE-OK                    VALUE "00".
009673*
009674 01  WS-INTK-FILE-STATUS             PIC X(02).
009675     88  INTK-FILE-OK                    VALUE "00".
009677*
009678 01  WS-SEEN-EOF-SW                  PIC X(01).
009679     88  SEEN-EOF                        VALUE "Y".
009680     88  SEEN-NOT-EOF                    VALUE "N".
009681*
009682 01  WS-SEEN-KEPT-SW                 PIC X(01).
009683     88  SEEN-IDS-KEPT                   VALUE "Y".
009684     88  SEEN-IDS-NOT-KEPT               VALUE "N".
009685*
009690 01  WS-RELS-EOF-SW                  PIC X(01).
009691     88  RELS-EOF                        VALUE "Y".
009692     88  RELS-NOT-EOF                    VALUE "N".
009693*
009694 01  WS-INTW-FILE-STATUS             PIC X(02).
009695     88  INTW-FILE-OK                    VALUE "00".
009696*
009697 01  WS-INTK-EOF-SW                  PIC X(01).
009698     88  INTK-EOF                        VALUE "Y".
009699     88  INTK-NOT-EOF                    VALUE "N".
009700*
009800 01  WS-RAW-EOF-SW                   PIC X(01).
009900     88  RAW-EOF                         VALUE "Y".
011400 01  WS-FEED-HASH-TOTAL              PIC 9(13)V99 VALUE ZERO.
011500*
011600 01  WS-PRIOR-TRANSACTION-ID         PIC X(10).
011610 01  WS-PRIOR-SOURCE-SW              PIC X(01).
011620     88  PRIOR-ID-THIS-CYCLE             VALUE "T".
011630     88  PRIOR-ID-EARLIER-CYCLE          VALUE "E".
011650 01  WS-INPUT-SEQUENCE               PIC 9(07) COMP VALUE ZERO.
011700*
011800 77  WS-CLEAN-COUNT                  PIC 9(07) COMP VALUE ZERO.
011900 77  WS-SUSPENSE-COUNT               PIC 9(07) COMP VALUE ZERO.
011910 77  WS-RELEASED-IN-COUNT            PIC 9(07) COMP VALUE ZERO.
011920 77  WS-WAREHOUSED-COUNT             PIC 9(07) COMP VALUE ZERO.
011922 77  WS-EARLIER-SEEN-COUNT           PIC 9(07) COMP VALUE ZERO.
011923 77  WS-INTAKE-KEPT-COUNT            PIC 9(07) COMP VALUE ZERO.
011925 77  WS-CROSS-CYCLE-DUP-COUNT        PIC 9(07) COMP VALUE ZERO.
011926 77  WS-CHANNEL-SUSPEND-COUNT        PIC 9(07) COMP VALUE ZERO.
011927 77  WS-AFTER-CUTOFF-COUNT           PIC 9(07) COMP VALUE ZERO.
011928 77  WS-PERMIT-SUBSCRIPT             PIC 9(02) COMP.
011929*
011930 01  WS-CHANNEL-REASON               PIC X(30).
011931 01  WS-CUTOFF-SW                    PIC X(01).
011932     88  RECEIVED-PAST-CUTOFF            VALUE "Y".
011933     88  RECEIVED-WITHIN-CUTOFF          VALUE "N".
011934 01  WS-TYPE-PERMITTED-SW            PIC X(01).
011935     88  TYPE-IS-PERMITTED               VALUE "Y".
011936     88  TYPE-NOT-PERMITTED              VALUE "N".
011937 01  WS-NEXT-BUSINESS-DATE           PIC 9(08).
011938*
011940 COPY BatchDate.
011960*
011980 COPY BusinessDayComm.
012000*
012100 01  WS-RECONCILE-SW                 PIC X(01).
012200     88  FEED-RECONCILES                 VALUE "Y".
014700     SET RAW-NOT-EOF TO TRUE
014750     SET RELS-NOT-EOF TO TRUE
014800     SET SORT-NOT-EOF TO TRUE
014850     SET SEEN-NOT-EOF TO TRUE
014860     SET SEEN-IDS-KEPT TO TRUE
014900     SET FEED-RECONCILES TO TRUE
015000     MOVE ZERO TO WS-TRAILER-RECORD-COUNT
015100     MOVE ZERO TO WS-TRAILER-HASH-TOTAL
015200     MOVE SPACES TO WS-PRIOR-TRANSACTION-ID
015205     SET PRIOR-ID-THIS-CYCLE TO TRUE
015210*
015220     CALL 'BatchDateLoad' USING BATCH-DATE-RECORD
015230     IF RETURN-CODE NOT = ZERO
015260         MOVE 16 TO RETURN-CODE
015270         GOBACK
015280     END-IF
015285     DISPLAY "FEEDEDIT: BUSINESS DATE " BD-BUSINESS-DATE
015290         " CYCLE " BD-CYCLE-NUMBER " RUN " BD-RUN-NUMBER
015298*
015306     SET BDC-NEXT-BUSINESS-DAY TO TRUE
015315     MOVE BD-BUSINESS-DATE TO BDC-FROM-DATE
015323     CALL 'BusinessDayCalc' USING BUSINESS-DAY-COMM-AREA
015332     IF RETURN-CODE NOT = ZERO
015340         DISPLAY "FEEDEDIT: NO USABLE HOLCAL CALENDAR - "
015349             "RUN ABORTED"
015357         MOVE 16 TO RETURN-CODE
015366         GOBACK
015374     END-IF
015383     MOVE BDC-RESULT-DATE TO WS-NEXT-BUSINESS-DATE
015391*
015400     OPEN INPUT RAW-TRANSACTION-FILE
015500     IF NOT RAW-FILE-OK
015600         DISPLAY "FEEDEDIT: UNABLE TO OPEN TRANFILE - STATUS "
015800         MOVE 16 TO RETURN-CODE
015900         GOBACK
016000     END-IF
016010*
016020     OPEN INPUT CHANNEL-MASTER-FILE
016030     IF NOT CHAN-FILE-OK
016040         DISPLAY "FEEDEDIT: UNABLE TO OPEN CHANMAST - STATUS "
016050             WS-CHAN-FILE-STATUS
016060         CLOSE RAW-TRANSACTION-FILE
016070         MOVE 16 TO RETURN-CODE
016080         GOBACK
016090     END-IF
016092*
016094     PERFORM 1500-CARRY-INTAKE-FORWARD THRU 1500-EXIT
016100*
016200     OPEN OUTPUT EDITED-TRANSACTION-FILE
016210     IF BD-FIRST-CYCLE
016220         OPEN OUTPUT SUSPENSE-FILE
016230     ELSE
016240         OPEN EXTEND SUSPENSE-FILE
016250         IF NOT SUSP-FILE-OK
016260             OPEN OUTPUT SUSPENSE-FILE
016270         END-IF
016280     END-IF
016310     OPEN EXTEND WAREHOUSE-OUT-FILE
016320     IF NOT WHSO-FILE-OK
016330         OPEN OUTPUT WAREHOUSE-OUT-FILE
016350     OPEN OUTPUT WAREHOUSE-NOTICE-FILE.
016400 1000-EXIT.
016500     EXIT.
016501*
016502*---------------------------------------------------------------*
016503*    1500-CARRY-INTAKE-FORWARD                                  *
016504*    CHANINTK IS REWRITTEN EVERY RUN.  ROWS THE DATE'S EARLIER  *
016505*    CYCLES WROTE ARE COPIED ASIDE TO CHANINTW AND BACK, AND    *
016506*    EVERYTHING ELSE - AN EARLIER DATE, OR THIS RUN'S OWN ROWS  *
016507*    FROM A RUN BEING REPEATED - IS DROPPED, SO THE FILE NEVER  *
016508*    HOLDS A CYCLE TWICE.  A MISSING CHANINTK MEANS NOTHING IS  *
016509*    CARRIED.  CHANINTK IS LEFT OPEN FOR THIS RUN'S ROWS.       *
016510*---------------------------------------------------------------*
016511 1500-CARRY-INTAKE-FORWARD.
016512     SET INTK-NOT-EOF TO TRUE
016513     OPEN INPUT CHANNEL-INTAKE-FILE
016514     IF NOT INTK-FILE-OK
016515         OPEN OUTPUT CHANNEL-INTAKE-FILE
016516         GO TO 1500-EXIT
016517     END-IF
016518     OPEN OUTPUT CHANNEL-INTAKE-WORK-FILE
016519     IF NOT INTW-FILE-OK
016520         DISPLAY "FEEDEDIT: UNABLE TO OPEN CHANINTW - STATUS "
016521             WS-INTW-FILE-STATUS
016522         CLOSE CHANNEL-INTAKE-FILE
016523         CLOSE RAW-TRANSACTION-FILE
016524         CLOSE CHANNEL-MASTER-FILE
016525         MOVE 16 TO RETURN-CODE
016526         GOBACK
016527     END-IF
016528*
016529     PERFORM 1550-KEEP-INTAKE-ROW THRU 1550-EXIT
016530         UNTIL INTK-EOF
016531*
016532     CLOSE CHANNEL-INTAKE-FILE
016533     CLOSE CHANNEL-INTAKE-WORK-FILE
016534*
016535     SET INTK-NOT-EOF TO TRUE
016536     OPEN INPUT CHANNEL-INTAKE-WORK-FILE
016537     OPEN OUTPUT CHANNEL-INTAKE-FILE
016538*
016539     PERFORM 1560-COPY-INTAKE-BACK THRU 1560-EXIT
016540         UNTIL INTK-EOF
016541*
016542     CLOSE CHANNEL-INTAKE-WORK-FILE.
016543 1500-EXIT.
016544     EXIT.
016545*
016546 1550-KEEP-INTAKE-ROW.
016547     READ CHANNEL-INTAKE-FILE
016548         AT END
016549             SET INTK-EOF TO TRUE
016550             GO TO 1550-EXIT
016551     END-READ
016552     IF CI-BUSINESS-DATE NOT = BD-BUSINESS-DATE
016553             OR CI-RUN-NUMBER NOT < BD-RUN-NUMBER
016554         GO TO 1550-EXIT
016555     END-IF
016556     WRITE CHANNEL-INTAKE-WORK-RECORD FROM CHANNEL-INTAKE-RECORD
016557     ADD 1 TO WS-INTAKE-KEPT-COUNT.
016558 1550-EXIT.
016559     EXIT.
016560*
016561 1560-COPY-INTAKE-BACK.
016562     READ CHANNEL-INTAKE-WORK-FILE
016563         AT END
016564             SET INTK-EOF TO TRUE
016565             GO TO 1560-EXIT
016566     END-READ
016567     WRITE CHANNEL-INTAKE-RECORD FROM CHANNEL-INTAKE-WORK-RECORD.
016568 1560-EXIT.
016569     EXIT.
016600*
016700*---------------------------------------------------------------*
016800*    2000-EDIT-RAW-FEED (SORT INPUT PROCEDURE)                  *
016900*    READS EVERY RAW RECORD: CAPTURES THE TRAILER, COUNTS AND   *
017000*    HASHES EVERY DATA RECORD AS TRANSMITTED, SUSPENSES NON-    *
017100*    NUMERIC AMOUNTS AND CHANNEL-MASTER FAILURES, MARKS A       *
017200*    RECORD RECEIVED PAST ITS CHANNEL'S CUTOFF, AND RELEASES    *
017220*    THE REST TO THE SORT FOR DUPLICATE DETECTION.  MATURED     *
017250*    RELEASES JOIN ON THE DATE'S FIRST CYCLE ONLY, AND THE IDS  *
017275*    EARLIER CYCLES OF THE DATE ALREADY PASSED JOIN AS MARKERS. *
017300*---------------------------------------------------------------*
017400 2000-EDIT-RAW-FEED.
017500     PERFORM 2100-EDIT-RAW-RECORD THRU 2100-EXIT
017600         UNTIL RAW-EOF
017610*
017615     IF BD-FIRST-CYCLE
017620         PERFORM 2400-READ-RELEASED-FEED THRU 2400-EXIT
017640     END-IF
017660*
017680     PERFORM 2600-READ-SEEN-IDS THRU 2600-EXIT.
017700 2000-EDIT-EXIT.
017800     EXIT.
017900*
019900         MOVE RAW-TRANSACTION-RECORD TO SU-TRANSACTION-IMAGE
020000         WRITE SUSPENSE-RECORD
020100         ADD 1 TO WS-SUSPENSE-COUNT
020116         MOVE RF-CHANNEL-ID TO CI-CHANNEL-ID
020133         MOVE RF-TRANSACTION-ID TO CI-TRANSACTION-ID
020150         MOVE ZERO TO CI-TRANSACTION-AMOUNT
020166         SET CI-SUSPENDED TO TRUE
020183         PERFORM 2800-WRITE-INTAKE-ROW THRU 2800-EXIT
020200         GO TO 2100-EXIT
020300     END-IF
020400*
020520     IF RF-VALUE-DATE NOT NUMERIC
020530         MOVE ZERO TO RF-VALUE-DATE
020540     END-IF
020543*
020547     PERFORM 2700-EDIT-CHANNEL THRU 2700-EXIT
020551     IF WS-CHANNEL-REASON NOT = SPACES
020555         MOVE WS-CHANNEL-REASON TO SU-REJECT-REASON
020558         MOVE RAW-TRANSACTION-RECORD TO SU-TRANSACTION-IMAGE
020562         WRITE SUSPENSE-RECORD
020566         ADD 1 TO WS-SUSPENSE-COUNT
020570         ADD 1 TO WS-CHANNEL-SUSPEND-COUNT
020573         MOVE RF-CHANNEL-ID TO CI-CHANNEL-ID
020577         MOVE RF-TRANSACTION-ID TO CI-TRANSACTION-ID
020581         MOVE RF-TRANSACTION-AMOUNT TO CI-TRANSACTION-AMOUNT
020585         SET CI-SUSPENDED TO TRUE
020588         PERFORM 2800-WRITE-INTAKE-ROW THRU 2800-EXIT
020592         GO TO 2100-EXIT
020596     END-IF
020600*
020700     ADD 1 TO WS-INPUT-SEQUENCE
020710     MOVE RAW-TRANSACTION-RECORD TO SR-TRANSACTION-DATA
020720     MOVE WS-INPUT-SEQUENCE TO SR-INPUT-SEQUENCE
020721     SET SR-FROM-FEED TO TRUE
020724     MOVE ZERO TO SR-SEEN-RUN-NUMBER
020727     MOVE WS-CUTOFF-SW TO SR-CUTOFF-SW
020730     RELEASE SORT-TRANSACTION-RECORD.
020900 2100-EXIT.
021000     EXIT.
021125     ADD 1 TO WS-INPUT-SEQUENCE
021126     MOVE RELEASED-TRANSACTION-RECORD TO SR-TRANSACTION-DATA
021127     MOVE WS-INPUT-SEQUENCE TO SR-INPUT-SEQUENCE
021128     SET SR-FROM-RELEASE TO TRUE
021129     MOVE ZERO TO SR-SEEN-RUN-NUMBER
021130     RELEASE SORT-TRANSACTION-RECORD.
021131 2500-EXIT.
021132     EXIT.
021133*
021134*---------------------------------------------------------------*
021135*    2600-READ-SEEN-IDS                                         *
021136*    EVERY ID AN EARLIER CYCLE OF THIS BUSINESS DATE PASSED ON  *
021137*    JOINS THE SORT AS A MARKER WITH INPUT SEQUENCE ZERO, SO IT *
021138*    SORTS AHEAD OF ANY FEED RECORD CARRYING THE SAME ID.  ROWS *
021139*    FOR AN OLDER DATE ARE LEFT BEHIND, AND ROWS THIS SAME RUN  *
021140*    WROTE (A RERUN OF THE CYCLE) ARE LEFT FOR THE RERUN TO     *
021141*    WRITE AGAIN.  A MISSING TRANSEEN MEANS NOTHING HAS PASSED  *
021142*    YET TODAY.                                                 *
021143*---------------------------------------------------------------*
021144 2600-READ-SEEN-IDS.
021145     OPEN INPUT SEEN-ID-FILE
021146     IF NOT SEEN-FILE-OK
021147         GO TO 2600-EXIT
021148     END-IF
021149*
021150     PERFORM 2650-RELEASE-SEEN-ID THRU 2650-EXIT
021151         UNTIL SEEN-EOF
021152*
021153     CLOSE SEEN-ID-FILE.
021154 2600-EXIT.
021155     EXIT.
021156*
021157 2650-RELEASE-SEEN-ID.
021158     READ SEEN-ID-FILE
021159         AT END
021160             SET SEEN-EOF TO TRUE
021161             GO TO 2650-EXIT
021162     END-READ
021163*
021164     IF SN-BUSINESS-DATE NOT = BD-BUSINESS-DATE
021165             OR SN-RUN-NUMBER NOT < BD-RUN-NUMBER
021166         GO TO 2650-EXIT
021167     END-IF
021168*
021169     MOVE SPACES TO SR-TRANSACTION-DATA
021170     MOVE SN-TRANSACTION-ID TO SR-TRANSACTION-ID
021171     MOVE ZERO TO SR-INPUT-SEQUENCE
021172     SET SR-FROM-EARLIER-CYCLE TO TRUE
021173     MOVE SN-RUN-NUMBER TO SR-SEEN-RUN-NUMBER
021174     ADD 1 TO WS-EARLIER-SEEN-COUNT
021175     RELEASE SORT-TRANSACTION-RECORD.
021176 2650-EXIT.
021177     EXIT.
021178*
021200*---------------------------------------------------------------*
021201*    2700-EDIT-CHANNEL                                          *
021202*    CHECKS A FEED RECORD AGAINST ITS CHANNEL'S CHANMAST ROW.   *
021203*    LEAVES WS-CHANNEL-REASON AT SPACES WHEN THE RECORD PASSES, *
021205*    AND SETS RECEIVED-PAST-CUTOFF WHEN THE GATEWAY RECEIVED IT *
021206*    AFTER THE CHANNEL'S CUTOFF.  A RECEIVED TIME THAT IS NOT   *
021207*    NUMERIC CANNOT BE HELD AGAINST THE SENDER AND COUNTS AS    *
021208*    WITHIN THE CUTOFF.                                         *
021210*---------------------------------------------------------------*
021211 2700-EDIT-CHANNEL.
021212     MOVE SPACES TO WS-CHANNEL-REASON
021213     SET RECEIVED-WITHIN-CUTOFF TO TRUE
021215*
021216     IF RF-CHANNEL-ID = SPACES
021217         MOVE "NO CHANNEL-ID ON RECORD" TO WS-CHANNEL-REASON
021218         GO TO 2700-EXIT
021220     END-IF
021221*
021222     MOVE RF-CHANNEL-ID TO CM-CHANNEL-ID
021223     READ CHANNEL-MASTER-FILE
021225         INVALID KEY
021226             MOVE "CHANNEL NOT ON CHANMAST" TO WS-CHANNEL-REASON
021227     END-READ
021228     IF WS-CHANNEL-REASON NOT = SPACES
021230         GO TO 2700-EXIT
021231     END-IF
021232*
021233     IF NOT CM-CHANNEL-ACTIVE
021235         MOVE "CHANNEL SUSPENDED" TO WS-CHANNEL-REASON
021236         GO TO 2700-EXIT
021237     END-IF
021238*
021240     SET TYPE-NOT-PERMITTED TO TRUE
021241     MOVE 1 TO WS-PERMIT-SUBSCRIPT
021242     PERFORM 2750-MATCH-PERMITTED-TYPE THRU 2750-EXIT
021243         UNTIL WS-PERMIT-SUBSCRIPT > 5
021245             OR TYPE-IS-PERMITTED
021246     IF TYPE-NOT-PERMITTED
021247         MOVE "TYPE NOT PERMITTED FOR CHANNEL"
021248             TO WS-CHANNEL-REASON
021250         GO TO 2700-EXIT
021251     END-IF
021252*
021253     IF CM-MAX-ITEM-AMOUNT > ZERO
021255             AND RF-TRANSACTION-AMOUNT > CM-MAX-ITEM-AMOUNT
021256         MOVE "OVER CHANNEL ITEM MAXIMUM" TO WS-CHANNEL-REASON
021257         GO TO 2700-EXIT
021258     END-IF
021260*
021261     IF CM-CUTOFF-TIME > ZERO
021262             AND RF-RECEIVED-TIME NUMERIC
021263         IF RF-RECEIVED-TIME > CM-CUTOFF-TIME
021265             SET RECEIVED-PAST-CUTOFF TO TRUE
021266         END-IF
021267     END-IF.
021268 2700-EXIT.
021270     EXIT.
021271*
021272 2750-MATCH-PERMITTED-TYPE.
021273     IF RF-TRANSACTION-TYPE =
021275             CM-PERMITTED-TYPE (WS-PERMIT-SUBSCRIPT)
021276         SET TYPE-IS-PERMITTED TO TRUE
021277     END-IF
021278     ADD 1 TO WS-PERMIT-SUBSCRIPT.
021280 2750-EXIT.
021281     EXIT.
021282*
021283*---------------------------------------------------------------*
021285*    2800-WRITE-INTAKE-ROW                                      *
021286*    ONE CHANINTK ROW FOR A FEED RECORD.  THE CALLER FILLS THE  *
021287*    CHANNEL, ID, AMOUNT, AND DISPOSITION.                      *
021288*---------------------------------------------------------------*
021290 2800-WRITE-INTAKE-ROW.
021291     MOVE BD-BUSINESS-DATE TO CI-BUSINESS-DATE
021292     MOVE BD-RUN-NUMBER    TO CI-RUN-NUMBER
021293     WRITE CHANNEL-INTAKE-RECORD.
021295 2800-EXIT.
021296     EXIT.
021297*
021298*---------------------------------------------------------------*
021300*    3000-WRITE-CLEAN-FEED (SORT OUTPUT PROCEDURE)              *
021400*    RETURNS THE RECORDS IN TRANSACTION-ID ORDER.  THE FIRST    *
021500*    ARRIVAL OF EACH ID GOES TO TRANEDIT; EVERY FURTHER         *
021600*    ARRIVAL OF THE SAME ID GOES TO SUSPENSE.  AN ID AN EARLIER *
021620*    CYCLE OF THE DATE PASSED HAS NO FIRST ARRIVAL HERE - EVERY *
021640*    ARRIVAL GOES TO SUSPENSE.  TRANSEEN IS REWRITTEN WITH THE  *
021660*    EARLIER CYCLES' IDS AND EVERY ID THIS RUN PASSES ON.  A    *
021670*    FIRST ARRIVAL RECEIVED PAST CUTOFF TAKES THE NEXT BUSINESS *
021680*    DATE AS ITS VALUE DATE, SO IT IS WAREHOUSED.  EACH FEED    *
021690*    RECORD'S DISPOSITION GOES TO CHANINTK.                     *
021700*---------------------------------------------------------------*
021800 3000-WRITE-CLEAN-FEED.
021810     OPEN OUTPUT SEEN-ID-FILE
021820     IF NOT SEEN-FILE-OK
021830         DISPLAY "FEEDEDIT: UNABLE TO OPEN TRANSEEN - STATUS "
021840             WS-SEEN-FILE-STATUS
021850         SET SEEN-IDS-NOT-KEPT TO TRUE
021870     END-IF
021880*
021900     PERFORM 3100-RETURN-SORTED-RECORD THRU 3100-EXIT
022000         UNTIL SORT-EOF
022020*
022040     IF SEEN-IDS-KEPT
022060         CLOSE SEEN-ID-FILE
022080     END-IF.
022100 3000-WRITE-EXIT.
022200     EXIT.
022300*
022800             GO TO 3100-EXIT
022900     END-RETURN
023000*
023005     IF SR-FROM-EARLIER-CYCLE
023010         IF SR-TRANSACTION-ID NOT = WS-PRIOR-TRANSACTION-ID
023015             MOVE SR-TRANSACTION-ID  TO SN-TRANSACTION-ID
023020             MOVE BD-BUSINESS-DATE   TO SN-BUSINESS-DATE
023025             MOVE SR-SEEN-RUN-NUMBER TO SN-RUN-NUMBER
023030             PERFORM 3300-WRITE-SEEN-ID THRU 3300-EXIT
023035         END-IF
023040         MOVE SR-TRANSACTION-ID TO WS-PRIOR-TRANSACTION-ID
023045         SET PRIOR-ID-EARLIER-CYCLE TO TRUE
023050         GO TO 3100-EXIT
023055     END-IF
023056*
023057     MOVE SR-CHANNEL-ID         TO CI-CHANNEL-ID
023058     MOVE SR-TRANSACTION-ID     TO CI-TRANSACTION-ID
023059     MOVE SR-TRANSACTION-AMOUNT TO CI-TRANSACTION-AMOUNT
023060*
023100     IF SR-TRANSACTION-ID = WS-PRIOR-TRANSACTION-ID
023110         IF PRIOR-ID-EARLIER-CYCLE
023120             MOVE "DUPLICATE OF EARLIER CYCLE"
023130                 TO SU-REJECT-REASON
023140             ADD 1 TO WS-CROSS-CYCLE-DUP-COUNT
023150         ELSE
023200             MOVE "DUPLICATE TRANSACTION-ID" TO SU-REJECT-REASON
023250         END-IF
023300         MOVE SR-TRANSACTION-DATA TO SU-TRANSACTION-IMAGE
023400         WRITE SUSPENSE-RECORD
023500         ADD 1 TO WS-SUSPENSE-COUNT
023520         IF SR-FROM-FEED
023540             SET CI-SUSPENDED TO TRUE
023560             PERFORM 2800-WRITE-INTAKE-ROW THRU 2800-EXIT
023580         END-IF
023600         GO TO 3100-EXIT
023700     END-IF
023800*
023900     MOVE SR-TRANSACTION-ID TO WS-PRIOR-TRANSACTION-ID
023901     SET PRIOR-ID-THIS-CYCLE TO TRUE
023902*
023903     MOVE SR-TRANSACTION-ID TO SN-TRANSACTION-ID
023904     MOVE BD-BUSINESS-DATE  TO SN-BUSINESS-DATE
023905     MOVE BD-RUN-NUMBER     TO SN-RUN-NUMBER
023906     PERFORM 3300-WRITE-SEEN-ID THRU 3300-EXIT
023910*
023911     IF SR-PAST-CUTOFF
023912         IF SR-FROM-FEED
023913                 AND SR-VALUE-DATE < WS-NEXT-BUSINESS-DATE
023914             MOVE WS-NEXT-BUSINESS-DATE TO SR-VALUE-DATE
023915         ELSE
023916             SET SR-WITHIN-CUTOFF TO TRUE
023917         END-IF
023918     END-IF
023919*
023920     IF SR-VALUE-DATE > BD-BUSINESS-DATE
023930         WRITE WAREHOUSE-OUT-RECORD FROM SR-TRANSACTION-DATA
023935         PERFORM 3200-WRITE-WAREHOUSE-NOTICE THRU 3200-EXIT
023940         ADD 1 TO WS-WAREHOUSED-COUNT
023941         IF SR-PAST-CUTOFF
023942             SET CI-AFTER-CUTOFF TO TRUE
023943             ADD 1 TO WS-AFTER-CUTOFF-COUNT
023944         ELSE
023945             SET CI-WAREHOUSED TO TRUE
023946         END-IF
023947         IF SR-FROM-FEED
023948             PERFORM 2800-WRITE-INTAKE-ROW THRU 2800-EXIT
023949         END-IF
023950         GO TO 3100-EXIT
023960     END-IF
023970*
024000     WRITE EDITED-TRANSACTION-RECORD
024100         FROM SR-TRANSACTION-DATA
024200     ADD 1 TO WS-CLEAN-COUNT
024220     IF SR-FROM-FEED
024240         SET CI-ACCEPTED TO TRUE
024260         PERFORM 2800-WRITE-INTAKE-ROW THRU 2800-EXIT
024280     END-IF.
024300 3100-EXIT.
024400     EXIT.
024410*
024478 3200-EXIT.
024479     EXIT.
024480*
024485*---------------------------------------------------------------*
024490*    3300-WRITE-SEEN-ID                                         *
024495*    ONE TRANSEEN ROW.  NOTHING IS WRITTEN WHEN TRANSEEN COULD  *
024500*    NOT BE OPENED - 9000 FAILS THE JOB INSTEAD.                *
024505*---------------------------------------------------------------*
024510 3300-WRITE-SEEN-ID.
024515     IF SEEN-IDS-KEPT
024520         WRITE SEEN-ID-RECORD
024525     END-IF.
024530 3300-EXIT.
024535     EXIT.
024540*
024600*---------------------------------------------------------------*
024700*    4000-RECONCILE-TRAILER                                     *
024800*    THE FEED AS RECEIVED MUST CARRY EXACTLY ONE TRAILER WHOSE  *
028500     CLOSE SUSPENSE-FILE
028510     CLOSE WAREHOUSE-OUT-FILE
028520     CLOSE WAREHOUSE-NOTICE-FILE
028546     CLOSE CHANNEL-MASTER-FILE
028573     CLOSE CHANNEL-INTAKE-FILE
028600*
028700     DISPLAY "FEEDEDIT: " WS-CLEAN-COUNT
028800         " CLEAN RECORD(S) TO TRANEDIT, " WS-SUSPENSE-COUNT
028910     DISPLAY "FEEDEDIT: " WS-RELEASED-IN-COUNT
028920         " RELEASED RECORD(S) READ, " WS-WAREHOUSED-COUNT
028930         " WAREHOUSED TO TRANWHSO"
028940     DISPLAY "FEEDEDIT: " WS-EARLIER-SEEN-COUNT
028950         " ID(S) PASSED BY EARLIER CYCLES, "
028960         WS-CROSS-CYCLE-DUP-COUNT " RESENT AND SUSPENDED"
028968     DISPLAY "FEEDEDIT: " WS-CHANNEL-SUSPEND-COUNT
028976         " SUSPENDED BY THE CHANNEL MASTER, "
028984         WS-AFTER-CUTOFF-COUNT
028992         " PAST CUTOFF AND WAREHOUSED TO " WS-NEXT-BUSINESS-DATE
028994     DISPLAY "FEEDEDIT: " WS-INTAKE-KEPT-COUNT
028996         " CHANINTK ROW(S) CARRIED FROM EARLIER CYCLES"
029000*
029100     IF FEED-OUT-OF-BALANCE
029200         DISPLAY "FEEDEDIT: FEED DOES NOT RECONCILE - JOB FAILED"
029300         MOVE 16 TO RETURN-CODE
029400     END-IF
029410*
029420     IF SEEN-IDS-NOT-KEPT
029430         DISPLAY "FEEDEDIT: TRANSEEN NOT REWRITTEN - LATER "
029440             "CYCLES CANNOT SEE THIS RUN'S IDS - JOB FAILED"
029450         MOVE 16 TO RETURN-CODE
029460     END-IF.
029500 9000-EXIT.
029600     EXIT.
