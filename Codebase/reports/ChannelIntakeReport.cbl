000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ChannelIntakeReport.
000300 AUTHOR. D. OKAFOR - PAYMENTS SYSTEMS GROUP.
000400 INSTALLATION. RETAIL PAYMENTS PROCESSING CENTER.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800*****************************************************************
000900*                                                               *
001000*    CHANNELINTAKEREPORT                                        *
001100*                                                               *
001200*    DAILY PER-CHANNEL INTAKE SUMMARY.  RUNS AT END OF DAY,     *
001300*    AFTER THE BUSINESS DATE'S LAST CYCLE AND BEFORE            *
001400*    BATCHDATEROLL, AND READS THE CHANINTK ROWS FEEDEDIT WROTE  *
001500*    FOR EVERY RECORD A CHANNEL SENT ON THE DATE, ACROSS ALL    *
001600*    ITS CYCLES.  ROWS FOR ANY OTHER DATE ARE IGNORED.  FOR     *
001700*    EACH CHANNEL THE CHANINTKRPT REPORT GIVES THE COUNT AND    *
001800*    AMOUNT RECEIVED, ACCEPTED TO TRANEDIT, WAREHOUSED TO A     *
001900*    LATER VALUE DATE, WAREHOUSED FOR ARRIVING PAST THE         *
002000*    CHANNEL'S CUTOFF, AND SUSPENDED, WITH THE SAME FIGURES     *
002100*    FOR ALL CHANNELS AT THE END.  AMOUNTS ARE AS SENT; A       *
002200*    RECORD SUSPENDED FOR A NON-NUMERIC AMOUNT COUNTS AT ZERO.  *
002300*                                                               *
002400*    THE CHANNEL NAME COMES FROM CHANMAST.  A CHANNEL NOT ON    *
002500*    CHANMAST (EVERYTHING IT SENT WAS SUSPENDED) IS STILL       *
002600*    REPORTED, AND FLAGGED.  A MISSING CHANINTK MEANS NO FEED   *
002700*    WAS EDITED FOR THE DATE - THE REPORT IS WRITTEN EMPTY AND  *
002800*    THE RUN ENDS WITH RETURN CODE 4.                           *
002900*                                                               *
003000*    MODIFICATION HISTORY.                                      *
003100*    ---------------------------------------------------------- *
003200*    2026-10-15  DO  INITIAL VERSION.                           *
003300*                                                               *
003400*****************************************************************
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT CHANNEL-INTAKE-FILE ASSIGN TO "CHANINTK"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-INTK-FILE-STATUS.
004100*
004200     SELECT CHANNEL-MASTER-FILE ASSIGN TO "CHANMAST"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS CM-CHANNEL-ID
004600         FILE STATUS IS WS-CHAN-FILE-STATUS.
004700*
004800     SELECT SORT-WORK-FILE ASSIGN TO "SORTWK3".
004900*
005000     SELECT INTAKE-REPORT-FILE ASSIGN TO "CHANINTKRPT"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-REPORT-FILE-STATUS.
005300*
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  CHANNEL-INTAKE-FILE.
005700 COPY ChannelIntake.
005800*
005900 FD  CHANNEL-MASTER-FILE.
006000 COPY ChannelMaster.
006100*
006200 SD  SORT-WORK-FILE.
006300 01  SORT-INTAKE-RECORD.
006400     05  SK-CHANNEL-ID               PIC X(08).
006500     05  SK-TRANSACTION-AMOUNT       PIC 9(9)V99.
006600     05  SK-DISPOSITION              PIC X(01).
006700         88  SK-ACCEPTED                 VALUE "A".
006800         88  SK-WAREHOUSED               VALUE "W".
006900         88  SK-AFTER-CUTOFF             VALUE "C".
007000         88  SK-SUSPENDED                VALUE "S".
007100*
007200 FD  INTAKE-REPORT-FILE.
007300 01  INTAKE-REPORT-LINE              PIC X(80).
007400*
007500 WORKING-STORAGE SECTION.
007600*
007700 COPY RunLogComm.
007800*
007900 COPY BatchDate.
008000*
008100 01  WS-INTK-FILE-STATUS             PIC X(02).
008200     88  INTK-FILE-OK                    VALUE "00".
008300     88  INTK-FILE-AT-END                VALUE "10".
008400*
008500 01  WS-CHAN-FILE-STATUS             PIC X(02).
008600     88  CHAN-FILE-OK                    VALUE "00".
008700*
008800 01  WS-REPORT-FILE-STATUS           PIC X(02).
008900     88  REPORT-FILE-OK                  VALUE "00".
009000*
009100 01  WS-INTAKE-EOF-SW                PIC X(01).
009200     88  AT-END-OF-INTAKE                VALUE "Y".
009300     88  NOT-AT-END-OF-INTAKE            VALUE "N".
009400*
009500 01  WS-SORT-EOF-SW                  PIC X(01).
009600     88  SORT-EOF                        VALUE "Y".
009700     88  SORT-NOT-EOF                    VALUE "N".
009800*
009900 01  WS-MASTER-SW                    PIC X(01).
010000     88  MASTER-IS-OPEN                  VALUE "Y".
010100     88  MASTER-NOT-OPEN                 VALUE "N".
010200*
010300 01  WS-CURRENT-CHANNEL-ID           PIC X(08).
010400 01  WS-FIRST-GROUP-SW               PIC X(01).
010500     88  FIRST-GROUP                     VALUE "Y".
010600     88  NOT-FIRST-GROUP                 VALUE "N".
010700*
010800*    LINE LABELS FOR THE FIVE INTAKE BUCKETS, IN REPORT ORDER.
010900*    BUCKET 1 (RECEIVED) TAKES EVERY ROW; EACH ROW ALSO GOES TO
011000*    THE BUCKET FOR ITS DISPOSITION.
011100 01  WS-BUCKET-LABEL-VALUES.
011200     05  FILLER                      PIC X(20)
011300         VALUE "RECEIVED            ".
011400     05  FILLER                      PIC X(20)
011500         VALUE "ACCEPTED            ".
011600     05  FILLER                      PIC X(20)
011700         VALUE "WAREHOUSED VALUE DTE".
011800     05  FILLER                      PIC X(20)
011900         VALUE "WAREHOUSED CUTOFF   ".
012000     05  FILLER                      PIC X(20)
012100         VALUE "SUSPENDED           ".
012200 01  WS-BUCKET-LABEL-TABLE REDEFINES WS-BUCKET-LABEL-VALUES.
012300     05  WS-BUCKET-LABEL             PIC X(20) OCCURS 5 TIMES.
012400*
012500 01  WS-CHANNEL-TOTALS.
012600     05  WS-CHANNEL-BUCKET           OCCURS 5 TIMES.
012700         10  WS-CHANNEL-COUNT        PIC 9(07) COMP.
012800         10  WS-CHANNEL-AMOUNT       PIC 9(13)V99.
012900*
013000 01  WS-GRAND-TOTALS.
013100     05  WS-GRAND-BUCKET             OCCURS 5 TIMES.
013200         10  WS-GRAND-COUNT          PIC 9(07) COMP.
013300         10  WS-GRAND-AMOUNT         PIC 9(13)V99.
013400*
013500 77  WS-BUCKET-SUBSCRIPT             PIC 9(02) COMP.
013600 77  WS-ROWS-READ-COUNT              PIC 9(07) COMP VALUE ZERO.
013700 77  WS-ROWS-KEPT-COUNT              PIC 9(07) COMP VALUE ZERO.
013800 77  WS-CHANNEL-GROUPS               PIC 9(05) COMP VALUE ZERO.
013900 77  WS-UNKNOWN-CHANNEL-COUNT        PIC 9(05) COMP VALUE ZERO.
014000*
014100 01  WS-REPORT-TITLE-LINE.
014200     05  FILLER                      PIC X(40)
014300         VALUE "DAILY CHANNEL INTAKE SUMMARY - BUSINESS ".
014400     05  FILLER                      PIC X(05) VALUE "DATE ".
014500     05  RT-BUSINESS-DATE            PIC 9(08).
014600*
014700 01  WS-GROUP-HEADER-LINE.
014800     05  FILLER                      PIC X(09) VALUE "CHANNEL: ".
014900     05  GH-CHANNEL-ID               PIC X(08).
015000     05  FILLER                      PIC X(02) VALUE SPACES.
015100     05  GH-CHANNEL-NAME             PIC X(30).
015200     05  FILLER                      PIC X(02) VALUE SPACES.
015300     05  GH-CHANNEL-FLAG             PIC X(20).
015400*
015500 01  WS-BUCKET-LINE.
015600     05  FILLER                      PIC X(02) VALUE SPACES.
015700     05  BL-BUCKET-LABEL             PIC X(20).
015800     05  FILLER                      PIC X(02) VALUE SPACES.
015900     05  BL-BUCKET-COUNT             PIC ZZZZZZ9.
016000     05  FILLER                      PIC X(09)
016100         VALUE "  AMOUNT ".
016200     05  BL-BUCKET-AMOUNT            PIC Z(12)9.99.
016300*
016400 PROCEDURE DIVISION.
016500*
016600 0000-MAINLINE.
016700     MOVE "CHANNELINTAKEREPORT" TO RLC-STEP-NAME
016800     SET RLC-TYPE-START TO TRUE
016900     MOVE ZERO TO RLC-RETURN-CODE
017000     MOVE ZERO TO RLC-RECORDS-READ
017100     MOVE ZERO TO RLC-RECORDS-WRITTEN
017200     CALL 'RunLogWrite' USING RUN-LOG-COMM-AREA
017300*
017400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
017500*
017600     IF RETURN-CODE NOT = 16
017700         SORT SORT-WORK-FILE
017800             ON ASCENDING KEY SK-CHANNEL-ID
017900             INPUT PROCEDURE IS 2000-COLLECT-INTAKE
018000                 THRU 2000-COLLECT-EXIT
018100             OUTPUT PROCEDURE IS 3000-WRITE-SUMMARY
018200                 THRU 3000-WRITE-EXIT
018300     END-IF
018400*
018500     PERFORM 9000-TERMINATE THRU 9000-EXIT
018600*
018700     SET RLC-TYPE-END TO TRUE
018800     MOVE RETURN-CODE TO RLC-RETURN-CODE
018900     MOVE WS-ROWS-READ-COUNT TO RLC-RECORDS-READ
019000     MOVE WS-CHANNEL-GROUPS TO RLC-RECORDS-WRITTEN
019100     CALL 'RunLogWrite' USING RUN-LOG-COMM-AREA
019200*
019300     GOBACK.
019400*
019500*---------------------------------------------------------------*
019600*    1000-INITIALIZE                                            *
019700*    THE BUSINESS DATE PICKS THE DAY'S ROWS, SO WITHOUT IT      *
019800*    THERE IS NOTHING TO REPORT.  CHANMAST IS ONLY NEEDED FOR   *
019900*    NAMES; WITHOUT IT THE NAMES ARE LEFT BLANK, WITH A         *
020000*    WARNING.                                                   *
020100*---------------------------------------------------------------*
020200 1000-INITIALIZE.
020300     SET NOT-AT-END-OF-INTAKE TO TRUE
020400     SET SORT-NOT-EOF TO TRUE
020500     SET FIRST-GROUP TO TRUE
020600     MOVE ZERO TO RETURN-CODE
020700*
020800     CALL 'BatchDateLoad' USING BATCH-DATE-RECORD
020900     IF RETURN-CODE NOT = ZERO
021000         DISPLAY "CHANNELINTAKEREPORT: NO USABLE BATCHDTE "
021100             "CONTROL RECORD - RUN ABORTED"
021200         MOVE 16 TO RETURN-CODE
021300         GO TO 1000-EXIT
021400     END-IF
021500*
021600     OPEN INPUT CHANNEL-MASTER-FILE
021700     IF CHAN-FILE-OK
021800         SET MASTER-IS-OPEN TO TRUE
021900     ELSE
022000         SET MASTER-NOT-OPEN TO TRUE
022100         DISPLAY "CHANNELINTAKEREPORT: WARNING - UNABLE TO OPEN "
022200             "CHANMAST - STATUS " WS-CHAN-FILE-STATUS
022300             ", CHANNEL NAMES NOT SHOWN"
022400     END-IF
022500*
022600     MOVE ZERO TO WS-GRAND-COUNT (1) WS-GRAND-AMOUNT (1)
022700                  WS-GRAND-COUNT (2) WS-GRAND-AMOUNT (2)
022800                  WS-GRAND-COUNT (3) WS-GRAND-AMOUNT (3)
022900                  WS-GRAND-COUNT (4) WS-GRAND-AMOUNT (4)
023000                  WS-GRAND-COUNT (5) WS-GRAND-AMOUNT (5)
023100*
023200     OPEN OUTPUT INTAKE-REPORT-FILE
023300     MOVE BD-BUSINESS-DATE TO RT-BUSINESS-DATE
023400     WRITE INTAKE-REPORT-LINE FROM WS-REPORT-TITLE-LINE.
023500 1000-EXIT.
023600     EXIT.
023700*
023800*---------------------------------------------------------------*
023900*    2000-COLLECT-INTAKE (SORT INPUT PROCEDURE)                 *
024000*    RELEASES EVERY CHANINTK ROW FOR THE BUSINESS DATE.         *
024100*---------------------------------------------------------------*
024200 2000-COLLECT-INTAKE.
024300     OPEN INPUT CHANNEL-INTAKE-FILE
024400     IF NOT INTK-FILE-OK
024500         DISPLAY "CHANNELINTAKEREPORT: UNABLE TO OPEN CHANINTK "
024600             "- STATUS " WS-INTK-FILE-STATUS
024700         MOVE 4 TO RETURN-CODE
024800         GO TO 2000-COLLECT-EXIT
024900     END-IF
025000*
025100     PERFORM 2100-RELEASE-INTAKE-ROW THRU 2100-EXIT
025200         UNTIL AT-END-OF-INTAKE
025300*
025400     CLOSE CHANNEL-INTAKE-FILE.
025500 2000-COLLECT-EXIT.
025600     EXIT.
025700*
025800 2100-RELEASE-INTAKE-ROW.
025900     READ CHANNEL-INTAKE-FILE
026000         AT END
026100             SET AT-END-OF-INTAKE TO TRUE
026200             GO TO 2100-EXIT
026300     END-READ
026400*
026500     ADD 1 TO WS-ROWS-READ-COUNT
026600     IF CI-BUSINESS-DATE NOT = BD-BUSINESS-DATE
026700         GO TO 2100-EXIT
026800     END-IF
026900*
027000     MOVE CI-CHANNEL-ID         TO SK-CHANNEL-ID
027100     MOVE CI-TRANSACTION-AMOUNT TO SK-TRANSACTION-AMOUNT
027200     MOVE CI-DISPOSITION        TO SK-DISPOSITION
027300     ADD 1 TO WS-ROWS-KEPT-COUNT
027400     RELEASE SORT-INTAKE-RECORD.
027500 2100-EXIT.
027600     EXIT.
027700*
027800*---------------------------------------------------------------*
027900*    3000-WRITE-SUMMARY (SORT OUTPUT PROCEDURE)                 *
028000*    CONTROL BREAK ON CHANNEL: ONE HEADER AND FIVE BUCKET LINES *
028100*    PER CHANNEL, THEN THE ALL-CHANNELS BLOCK.                  *
028200*---------------------------------------------------------------*
028300 3000-WRITE-SUMMARY.
028400     PERFORM 3100-RETURN-SORTED-ROW THRU 3100-EXIT
028500         UNTIL SORT-EOF
028600*
028700     IF NOT-FIRST-GROUP
028800         PERFORM 3300-WRITE-CHANNEL-BLOCK THRU 3300-EXIT
028900     END-IF
029000*
029100     MOVE "ALL CHANNELS" TO INTAKE-REPORT-LINE
029200     WRITE INTAKE-REPORT-LINE
029300     MOVE 1 TO WS-BUCKET-SUBSCRIPT
029400     PERFORM 3500-WRITE-GRAND-LINE THRU 3500-EXIT
029500         UNTIL WS-BUCKET-SUBSCRIPT > 5.
029600 3000-WRITE-EXIT.
029700     EXIT.
029800*
029900 3100-RETURN-SORTED-ROW.
030000     RETURN SORT-WORK-FILE
030100         AT END
030200             SET SORT-EOF TO TRUE
030300             GO TO 3100-EXIT
030400     END-RETURN
030500*
030600     IF FIRST-GROUP
030700             OR SK-CHANNEL-ID NOT = WS-CURRENT-CHANNEL-ID
030800         IF NOT-FIRST-GROUP
030900             PERFORM 3300-WRITE-CHANNEL-BLOCK THRU 3300-EXIT
031000         END-IF
031100         SET NOT-FIRST-GROUP TO TRUE
031200         MOVE SK-CHANNEL-ID TO WS-CURRENT-CHANNEL-ID
031300         ADD 1 TO WS-CHANNEL-GROUPS
031400         MOVE ZERO TO WS-CHANNEL-COUNT (1) WS-CHANNEL-AMOUNT (1)
031500                      WS-CHANNEL-COUNT (2) WS-CHANNEL-AMOUNT (2)
031600                      WS-CHANNEL-COUNT (3) WS-CHANNEL-AMOUNT (3)
031700                      WS-CHANNEL-COUNT (4) WS-CHANNEL-AMOUNT (4)
031800                      WS-CHANNEL-COUNT (5) WS-CHANNEL-AMOUNT (5)
031900     END-IF
032000*
032100     MOVE 1 TO WS-BUCKET-SUBSCRIPT
032200     PERFORM 3200-ADD-TO-BUCKET THRU 3200-EXIT
032300*
032400     EVALUATE TRUE
032500         WHEN SK-ACCEPTED
032600             MOVE 2 TO WS-BUCKET-SUBSCRIPT
032700         WHEN SK-WAREHOUSED
032800             MOVE 3 TO WS-BUCKET-SUBSCRIPT
032900         WHEN SK-AFTER-CUTOFF
033000             MOVE 4 TO WS-BUCKET-SUBSCRIPT
033100         WHEN OTHER
033200             MOVE 5 TO WS-BUCKET-SUBSCRIPT
033300     END-EVALUATE
033400     PERFORM 3200-ADD-TO-BUCKET THRU 3200-EXIT.
033500 3100-EXIT.
033600     EXIT.
033700*
033800 3200-ADD-TO-BUCKET.
033900     ADD 1 TO WS-CHANNEL-COUNT (WS-BUCKET-SUBSCRIPT)
034000     ADD 1 TO WS-GRAND-COUNT (WS-BUCKET-SUBSCRIPT)
034100     ADD SK-TRANSACTION-AMOUNT
034200         TO WS-CHANNEL-AMOUNT (WS-BUCKET-SUBSCRIPT)
034300     ADD SK-TRANSACTION-AMOUNT
034400         TO WS-GRAND-AMOUNT (WS-BUCKET-SUBSCRIPT).
034500 3200-EXIT.
034600     EXIT.
034700*
034800*---------------------------------------------------------------*
034900*    3300-WRITE-CHANNEL-BLOCK                                   *
035000*    THE HEADER NAMES THE CHANNEL FROM CHANMAST AND FLAGS ONE   *
035100*    NOT ON FILE OR SUSPENDED THERE.                            *
035200*---------------------------------------------------------------*
035300 3300-WRITE-CHANNEL-BLOCK.
035400     MOVE WS-CURRENT-CHANNEL-ID TO GH-CHANNEL-ID
035500     MOVE SPACES TO GH-CHANNEL-NAME
035600     MOVE SPACES TO GH-CHANNEL-FLAG
035700     IF MASTER-IS-OPEN
035800         MOVE WS-CURRENT-CHANNEL-ID TO CM-CHANNEL-ID
035900         READ CHANNEL-MASTER-FILE
036000             INVALID KEY
036100                 MOVE "NOT ON CHANMAST" TO GH-CHANNEL-FLAG
036200                 ADD 1 TO WS-UNKNOWN-CHANNEL-COUNT
036300             NOT INVALID KEY
036400                 MOVE CM-CHANNEL-NAME TO GH-CHANNEL-NAME
036500                 IF CM-CHANNEL-SUSPENDED
036600                     MOVE "CHANNEL SUSPENDED" TO GH-CHANNEL-FLAG
036700                 END-IF
036800         END-READ
036900     END-IF
037000     WRITE INTAKE-REPORT-LINE FROM WS-GROUP-HEADER-LINE
037100*
037200     MOVE 1 TO WS-BUCKET-SUBSCRIPT
037300     PERFORM 3400-WRITE-CHANNEL-LINE THRU 3400-EXIT
037400         UNTIL WS-BUCKET-SUBSCRIPT > 5.
037500 3300-EXIT.
037600     EXIT.
037700*
037800 3400-WRITE-CHANNEL-LINE.
037900     MOVE WS-BUCKET-LABEL (WS-BUCKET-SUBSCRIPT) TO BL-BUCKET-LABEL
038000     MOVE WS-CHANNEL-COUNT (WS-BUCKET-SUBSCRIPT)
038100         TO BL-BUCKET-COUNT
038200     MOVE WS-CHANNEL-AMOUNT (WS-BUCKET-SUBSCRIPT)
038300         TO BL-BUCKET-AMOUNT
038400     WRITE INTAKE-REPORT-LINE FROM WS-BUCKET-LINE
038500     ADD 1 TO WS-BUCKET-SUBSCRIPT.
038600 3400-EXIT.
038700     EXIT.
038800*
038900 3500-WRITE-GRAND-LINE.
039000     MOVE WS-BUCKET-LABEL (WS-BUCKET-SUBSCRIPT) TO BL-BUCKET-LABEL
039100     MOVE WS-GRAND-COUNT (WS-BUCKET-SUBSCRIPT)
039200         TO BL-BUCKET-COUNT
039300     MOVE WS-GRAND-AMOUNT (WS-BUCKET-SUBSCRIPT)
039400         TO BL-BUCKET-AMOUNT
039500     WRITE INTAKE-REPORT-LINE FROM WS-BUCKET-LINE
039600     ADD 1 TO WS-BUCKET-SUBSCRIPT.
039700 3500-EXIT.
039800     EXIT.
039900*
040000*---------------------------------------------------------------*
040100*    9000-TERMINATE                                             *
040200*---------------------------------------------------------------*
040300 9000-TERMINATE.
040400     IF RETURN-CODE = 16
040500         GO TO 9000-EXIT
040600     END-IF
040700*
040800     CLOSE INTAKE-REPORT-FILE
040900     IF MASTER-IS-OPEN
041000         CLOSE CHANNEL-MASTER-FILE
041100     END-IF
041200*
041300     DISPLAY "CHANNELINTAKEREPORT: " WS-ROWS-KEPT-COUNT
041400         " RECORD(S) FOR " WS-CHANNEL-GROUPS " CHANNEL(S), "
041500         WS-GRAND-COUNT (5) " SUSPENDED, "
041600         WS-UNKNOWN-CHANNEL-COUNT " CHANNEL(S) NOT ON CHANMAST".
041700 9000-EXIT.
041800     EXIT.
