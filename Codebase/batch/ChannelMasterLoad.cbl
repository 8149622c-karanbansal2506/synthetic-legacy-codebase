000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ChannelMasterLoad.
000300 AUTHOR. D. OKAFOR - PAYMENTS SYSTEMS GROUP.
000400 INSTALLATION. RETAIL PAYMENTS PROCESSING CENTER.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800*****************************************************************
000900*                                                               *
001000*    CHANNELMASTERLOAD                                          *
001100*                                                               *
001200*    BUILDS AND REFRESHES THE CHANMAST CHANNEL MASTER FROM THE  *
001300*    OPS-SUPPLIED CHANMMNT FEED, THE WAY CUSTALERTPREFLOAD      *
001400*    KEEPS CUSTALRT.  ONE FEED RECORD CARRIES A CHANNEL'S WHOLE *
001500*    SET-UP; A CHANNEL ALREADY ON FILE IS REPLACED WITH THE     *
001600*    FEED'S IMAGE AND A NEW ONE IS ADDED.  NOTHING IS DELETED - *
001700*    A CHANNEL BEING DECOMMISSIONED IS SENT WITH STATUS S, SO   *
001800*    FEEDEDIT SUSPENDS ANYTHING IT STILL SENDS.                 *
001900*                                                               *
002000*    A RECORD IS REJECTED, AND THE ROW ON FILE LEFT AS IT WAS,  *
002100*    WHEN THE CHANNEL-ID IS BLANK, THE STATUS IS NOT A OR S, A  *
002200*    PERMITTED TYPE IS NOT ON TXNTYPETABLE, AN ACTIVE CHANNEL   *
002300*    PERMITS NO TYPE AT ALL, THE MAXIMUM ITEM AMOUNT IS NOT     *
002400*    NUMERIC, OR THE CUTOFF IS NOT A VALID HHMM TIME.           *
002500*                                                               *
002600*    MODIFICATION HISTORY.                                      *
002700*    ---------------------------------------------------------- *
002800*    2026-10-15  DO  INITIAL VERSION.                           *
002900*                                                               *
003000*****************************************************************
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT MAINT-FEED-FILE ASSIGN TO "CHANMMNT"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-MAINT-FILE-STATUS.
003700*
003800     SELECT CHANNEL-MASTER-FILE ASSIGN TO "CHANMAST"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS CM-CHANNEL-ID
004200         FILE STATUS IS WS-CHAN-FILE-STATUS.
004300*
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  MAINT-FEED-FILE.
004700 01  MAINT-FEED-RECORD.
004800     05  MM-CHANNEL-ID               PIC X(08).
004900     05  MM-CHANNEL-NAME             PIC X(30).
005000     05  MM-CHANNEL-STATUS           PIC X(01).
005100     05  MM-PERMITTED-TYPE           PIC X(10) OCCURS 5 TIMES.
005200     05  MM-MAX-ITEM-AMOUNT          PIC 9(9)V99.
005300     05  MM-CUTOFF-TIME              PIC 9(04).
005400     05  MM-CUTOFF-TIME-X REDEFINES MM-CUTOFF-TIME.
005500         10  MM-CUTOFF-HOUR          PIC 9(02).
005600         10  MM-CUTOFF-MINUTE        PIC 9(02).
005700*
005800 FD  CHANNEL-MASTER-FILE.
005900 COPY ChannelMaster.
006000*
006100 WORKING-STORAGE SECTION.
006200*
006300 COPY RunLogComm.
006400*
006500 COPY BatchDate.
006600*
006700 COPY TxnTypeTable.
006800*
006900 01  WS-MAINT-FILE-STATUS            PIC X(02).
007000     88  MAINT-FILE-OK                   VALUE "00".
007100     88  MAINT-FILE-AT-END               VALUE "10".
007200*
007300 01  WS-CHAN-FILE-STATUS             PIC X(02).
007400     88  CHAN-FILE-OK                    VALUE "00".
007500     88  CHAN-RECORD-NOT-FOUND           VALUE "23".
007600     88  CHAN-FILE-NOT-FOUND             VALUE "35".
007700*
007800 01  WS-EOF-SW                       PIC X(01).
007900     88  AT-END-OF-MAINT                 VALUE "Y".
008000     88  NOT-AT-END-OF-MAINT             VALUE "N".
008100*
008200 01  WS-FILES-OPEN-SW                PIC X(01) VALUE "N".
008300     88  FILES-ARE-OPEN                  VALUE "Y".
008400     88  FILES-NOT-OPEN                  VALUE "N".
008500*
008600 01  WS-TYPE-FOUND-SW                PIC X(01).
008700     88  TYPE-IS-KNOWN                   VALUE "Y".
008800     88  TYPE-NOT-KNOWN                  VALUE "N".
008900*
009000 01  WS-REJECT-REASON                PIC X(30).
009100*
009200 77  WS-PERMIT-SUBSCRIPT             PIC 9(02) COMP.
009300 77  WS-TYPE-SUBSCRIPT               PIC 9(02) COMP.
009400 77  WS-PERMIT-COUNT                 PIC 9(02) COMP.
009500 77  WS-ADDED-COUNT                  PIC 9(07) COMP VALUE ZERO.
009600 77  WS-REPLACED-COUNT               PIC 9(07) COMP VALUE ZERO.
009700 77  WS-REJECTED-COUNT               PIC 9(07) COMP VALUE ZERO.
009800*
009900 PROCEDURE DIVISION.
010000*
010100 0000-MAINLINE.
010200     MOVE "CHANNELMASTERLOAD" TO RLC-STEP-NAME
010300     SET RLC-TYPE-START TO TRUE
010400     MOVE ZERO TO RLC-RETURN-CODE
010500     MOVE ZERO TO RLC-RECORDS-READ
010600     MOVE ZERO TO RLC-RECORDS-WRITTEN
010700     CALL 'RunLogWrite' USING RUN-LOG-COMM-AREA
010800*
010900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
011000*
011100     PERFORM 2000-APPLY-FEED-RECORD THRU 2000-EXIT
011200         UNTIL AT-END-OF-MAINT
011300*
011400     PERFORM 9000-TERMINATE THRU 9000-EXIT
011500*
011600     SET RLC-TYPE-END TO TRUE
011700     MOVE RETURN-CODE TO RLC-RETURN-CODE
011800     MOVE WS-ADDED-COUNT TO RLC-RECORDS-READ
011900     ADD WS-REPLACED-COUNT TO RLC-RECORDS-READ
012000     ADD WS-REJECTED-COUNT TO RLC-RECORDS-READ
012100     MOVE WS-ADDED-COUNT TO RLC-RECORDS-WRITTEN
012200     ADD WS-REPLACED-COUNT TO RLC-RECORDS-WRITTEN
012300     CALL 'RunLogWrite' USING RUN-LOG-COMM-AREA
012400*
012500     GOBACK.
012600*
012700*---------------------------------------------------------------*
012800*    1000-INITIALIZE                                            *
012900*    THE BUSINESS DATE STAMPS EACH ROW CHANGED.  A MISSING      *
013000*    CHANMAST IS CREATED EMPTY ON THE FIRST RUN.                *
013100*---------------------------------------------------------------*
013200 1000-INITIALIZE.
013300     SET NOT-AT-END-OF-MAINT TO TRUE
013400*
013500     CALL 'BatchDateLoad' USING BATCH-DATE-RECORD
013600     IF RETURN-CODE NOT = ZERO
013700         DISPLAY "CHANNELMASTERLOAD: NO USABLE BATCHDTE CONTROL "
013800             "RECORD - RUN ABORTED"
013900         MOVE 16 TO RETURN-CODE
014000         SET AT-END-OF-MAINT TO TRUE
014100         GO TO 1000-EXIT
014200     END-IF
014300*
014400     OPEN INPUT MAINT-FEED-FILE
014500     IF NOT MAINT-FILE-OK
014600         DISPLAY "CHANNELMASTERLOAD: UNABLE TO OPEN CHANMMNT"
014700         MOVE 16 TO RETURN-CODE
014800         SET AT-END-OF-MAINT TO TRUE
014900         GO TO 1000-EXIT
015000     END-IF
015100*
015200     OPEN I-O CHANNEL-MASTER-FILE
015300     IF CHAN-FILE-NOT-FOUND
015400         OPEN OUTPUT CHANNEL-MASTER-FILE
015500         CLOSE CHANNEL-MASTER-FILE
015600         OPEN I-O CHANNEL-MASTER-FILE
015700     END-IF
015800     IF NOT CHAN-FILE-OK
015900         DISPLAY "CHANNELMASTERLOAD: UNABLE TO OPEN CHANMAST - "
016000             "STATUS " WS-CHAN-FILE-STATUS
016100         MOVE 16 TO RETURN-CODE
016200         SET AT-END-OF-MAINT TO TRUE
016300         CLOSE MAINT-FEED-FILE
016400         GO TO 1000-EXIT
016500     END-IF
016600*
016700     SET FILES-ARE-OPEN TO TRUE
016800     PERFORM 1100-READ-FEED THRU 1100-EXIT.
016900 1000-EXIT.
017000     EXIT.
017100*
017200 1100-READ-FEED.
017300     READ MAINT-FEED-FILE
017400         AT END
017500             SET AT-END-OF-MAINT TO TRUE
017600     END-READ.
017700 1100-EXIT.
017800     EXIT.
017900*
018000*---------------------------------------------------------------*
018100*    2000-APPLY-FEED-RECORD                                     *
018200*    A RECORD THAT FAILS 2100 IS REJECTED; OTHERWISE THE FEED   *
018300*    IMAGE REPLACES OR ADDS THE CHANNEL ROW.                    *
018400*---------------------------------------------------------------*
018500 2000-APPLY-FEED-RECORD.
018600     PERFORM 2100-VALIDATE-FEED-RECORD THRU 2100-EXIT
018700     IF WS-REJECT-REASON NOT = SPACES
018800         ADD 1 TO WS-REJECTED-COUNT
018900         DISPLAY "CHANNELMASTERLOAD: REJECTED FEED RECORD FOR "
019000             "CHANNEL " MM-CHANNEL-ID " - " WS-REJECT-REASON
019100         GO TO 2000-NEXT
019200     END-IF
019300*
019400     MOVE MM-CHANNEL-ID TO CM-CHANNEL-ID
019500     READ CHANNEL-MASTER-FILE
019600         INVALID KEY
019700             PERFORM 2200-BUILD-CHANNEL-ROW THRU 2200-EXIT
019800             WRITE CHANNEL-MASTER-RECORD
019900             ADD 1 TO WS-ADDED-COUNT
020000         NOT INVALID KEY
020100             PERFORM 2200-BUILD-CHANNEL-ROW THRU 2200-EXIT
020200             REWRITE CHANNEL-MASTER-RECORD
020300             ADD 1 TO WS-REPLACED-COUNT
020400     END-READ
020500*
020600     DISPLAY "CHANNELMASTERLOAD: CHANNEL " CM-CHANNEL-ID
020700         " STATUS " CM-CHANNEL-STATUS " CUTOFF " CM-CUTOFF-TIME
020800         " MAXIMUM " CM-MAX-ITEM-AMOUNT.
020900 2000-NEXT.
021000     PERFORM 1100-READ-FEED THRU 1100-EXIT.
021100 2000-EXIT.
021200     EXIT.
021300*
021400*---------------------------------------------------------------*
021500*    2100-VALIDATE-FEED-RECORD                                  *
021600*    LEAVES WS-REJECT-REASON AT SPACES WHEN THE RECORD IS GOOD. *
021700*---------------------------------------------------------------*
021800 2100-VALIDATE-FEED-RECORD.
021900     MOVE SPACES TO WS-REJECT-REASON
022000*
022100     IF MM-CHANNEL-ID = SPACES
022200         MOVE "BLANK CHANNEL-ID" TO WS-REJECT-REASON
022300         GO TO 2100-EXIT
022400     END-IF
022500     IF MM-CHANNEL-STATUS NOT = "A"
022600             AND MM-CHANNEL-STATUS NOT = "S"
022700         MOVE "STATUS NOT A OR S" TO WS-REJECT-REASON
022800         GO TO 2100-EXIT
022900     END-IF
023000     IF MM-MAX-ITEM-AMOUNT NOT NUMERIC
023100         MOVE "MAXIMUM AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
023200         GO TO 2100-EXIT
023300     END-IF
023400     IF MM-CUTOFF-TIME NOT NUMERIC
023500             OR MM-CUTOFF-HOUR > 23
023600             OR MM-CUTOFF-MINUTE > 59
023700         MOVE "CUTOFF NOT A VALID HHMM" TO WS-REJECT-REASON
023800         GO TO 2100-EXIT
023900     END-IF
024000*
024100     MOVE ZERO TO WS-PERMIT-COUNT
024200     MOVE 1 TO WS-PERMIT-SUBSCRIPT
024300     PERFORM 2150-CHECK-PERMITTED-TYPE THRU 2150-EXIT
024400         UNTIL WS-PERMIT-SUBSCRIPT > 5
024500             OR WS-REJECT-REASON NOT = SPACES
024600     IF WS-REJECT-REASON NOT = SPACES
024700         GO TO 2100-EXIT
024800     END-IF
024900*
025000     IF MM-CHANNEL-STATUS = "A" AND WS-PERMIT-COUNT = ZERO
025100         MOVE "NO PERMITTED TYPES" TO WS-REJECT-REASON
025200     END-IF.
025300 2100-EXIT.
025400     EXIT.
025500*
025600*---------------------------------------------------------------*
025700*    2150-CHECK-PERMITTED-TYPE                                  *
025800*    A NON-BLANK ENTRY MUST BE A TYPE THE CHAIN UNDERSTANDS.    *
025900*---------------------------------------------------------------*
026000 2150-CHECK-PERMITTED-TYPE.
026100     IF MM-PERMITTED-TYPE (WS-PERMIT-SUBSCRIPT) = SPACES
026200         GO TO 2150-NEXT
026300     END-IF
026400*
026500     ADD 1 TO WS-PERMIT-COUNT
026600     SET TYPE-NOT-KNOWN TO TRUE
026700     MOVE 1 TO WS-TYPE-SUBSCRIPT
026800     PERFORM 2160-MATCH-TYPE-TABLE THRU 2160-EXIT
026900         UNTIL WS-TYPE-SUBSCRIPT > 5
027000             OR TYPE-IS-KNOWN
027100     IF TYPE-NOT-KNOWN
027200         MOVE "PERMITTED TYPE NOT ON TABLE" TO WS-REJECT-REASON
027300     END-IF.
027400 2150-NEXT.
027500     ADD 1 TO WS-PERMIT-SUBSCRIPT.
027600 2150-EXIT.
027700     EXIT.
027800*
027900 2160-MATCH-TYPE-TABLE.
028000     IF MM-PERMITTED-TYPE (WS-PERMIT-SUBSCRIPT) =
028100             TXN-TYPE-ENTRY (WS-TYPE-SUBSCRIPT)
028200         SET TYPE-IS-KNOWN TO TRUE
028300     END-IF
028400     ADD 1 TO WS-TYPE-SUBSCRIPT.
028500 2160-EXIT.
028600     EXIT.
028700*
028800 2200-BUILD-CHANNEL-ROW.
028900     MOVE MM-CHANNEL-ID            TO CM-CHANNEL-ID
029000     MOVE MM-CHANNEL-NAME          TO CM-CHANNEL-NAME
029100     MOVE MM-CHANNEL-STATUS        TO CM-CHANNEL-STATUS
029200     MOVE MM-PERMITTED-TYPE (1)    TO CM-PERMITTED-TYPE (1)
029300     MOVE MM-PERMITTED-TYPE (2)    TO CM-PERMITTED-TYPE (2)
029400     MOVE MM-PERMITTED-TYPE (3)    TO CM-PERMITTED-TYPE (3)
029500     MOVE MM-PERMITTED-TYPE (4)    TO CM-PERMITTED-TYPE (4)
029600     MOVE MM-PERMITTED-TYPE (5)    TO CM-PERMITTED-TYPE (5)
029700     MOVE MM-MAX-ITEM-AMOUNT       TO CM-MAX-ITEM-AMOUNT
029800     MOVE MM-CUTOFF-TIME           TO CM-CUTOFF-TIME
029900     MOVE BD-BUSINESS-DATE         TO CM-LAST-CHANGED-DATE.
030000 2200-EXIT.
030100     EXIT.
030200*
030300*---------------------------------------------------------------*
030400*    9000-TERMINATE                                             *
030500*---------------------------------------------------------------*
030600 9000-TERMINATE.
030700     IF FILES-ARE-OPEN
030800         CLOSE MAINT-FEED-FILE
030900         CLOSE CHANNEL-MASTER-FILE
031000     END-IF
031100*
031200     DISPLAY "CHANNELMASTERLOAD: " WS-ADDED-COUNT " ADDED, "
031300         WS-REPLACED-COUNT " REPLACED, " WS-REJECTED-COUNT
031400         " REJECTED".
031500 9000-EXIT.
031600     EXIT.
