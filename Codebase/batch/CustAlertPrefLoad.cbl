000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CustAlertPrefLoad.
000300 AUTHOR. D. OKAFOR - PAYMENTS SYSTEMS GROUP.
000400 INSTALLATION. RETAIL PAYMENTS PROCESSING CENTER.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800*****************************************************************
000900*                                                               *
001000*    CUSTALERTPREFLOAD                                          *
001100*                                                               *
001200*    BUILDS AND REFRESHES THE CUSTALRT ALERT-PREFERENCE FILE    *
001300*    FROM THE OPS-SUPPLIED ALRTPMNT FEED, THE WAY               *
001400*    CUSTMASTERLOAD KEEPS CUSTFILE.  ONE FEED RECORD CARRIES A  *
001500*    CUSTOMER'S WHOLE PREFERENCE SET; AN ID ALREADY ON FILE IS  *
001600*    REPLACED WITH THE FEED'S IMAGE AND A NEW ID IS ADDED.      *
001700*    NOTHING IS DELETED - A CUSTOMER WHO OPTS OUT IS SENT WITH  *
001800*    STATUS S.                                                  *
001900*                                                               *
002000*    A RECORD IS REJECTED, AND THE ROW ON FILE LEFT AS IT WAS,  *
002100*    WHEN THE CUSTOMER IS NOT ON CUSTFILE, THE STATUS IS NOT    *
002200*    A OR S, THE CHANNEL IS NOT S, E, OR P, AN ACTIVE ROW HAS   *
002300*    NO CONTACT ADDRESS, A THRESHOLD IS NOT NUMERIC, OR A       *
002400*    SWITCH IS NOT Y OR N.                                      *
002500*                                                               *
002600*    MODIFICATION HISTORY.                                       *
002700*    ---------------------------------------------------------- *
002800*    2026-10-15  DO  INITIAL VERSION.                            *
002820*    2026-10-15  DO  CUSTFILE RECORD LAYOUT NOW COMES FROM THE   *
002840*                    CUSTOMERRECORD COPYBOOK, WIDENED FOR THE    *
002860*                    TAX ID, WITHHOLDING STATUS, AND MAILING     *
002880*                    ADDRESS.                                    *
002900*                                                                *
003000*****************************************************************
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT MAINT-FEED-FILE ASSIGN TO "ALRTPMNT"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-MAINT-FILE-STATUS.
003700*
003800     SELECT CUSTOMER-FILE ASSIGN TO "CUSTFILE"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS CU-CUSTOMER-ID
004200         FILE STATUS IS WS-CUST-FILE-STATUS.
004300*
004400     SELECT ALERT-PREF-FILE ASSIGN TO "CUSTALRT"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS AP-CUSTOMER-ID
004800         FILE STATUS IS WS-PREF-FILE-STATUS.
004900*
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  MAINT-FEED-FILE.
005300 01  MAINT-FEED-RECORD.
005400     05  PM-CUSTOMER-ID              PIC X(10).
005500     05  PM-ALERT-STATUS             PIC X(01).
005600     05  PM-CONTACT-CHANNEL          PIC X(01).
005700     05  PM-CONTACT-ADDRESS          PIC X(60).
005800     05  PM-LOW-BALANCE-THRESHOLD    PIC 9(9)V99.
005900     05  PM-LARGE-DEBIT-THRESHOLD    PIC 9(9)V99.
006000     05  PM-FEE-ALERT-SW             PIC X(01).
006100     05  PM-RETURN-ALERT-SW          PIC X(01).
006200     05  PM-HOLD-ALERT-SW            PIC X(01).
006300     05  PM-REVERSAL-ALERT-SW        PIC X(01).
006400*
006500 FD  CUSTOMER-FILE.
006600 COPY CustomerRecord.
007000*
007100 FD  ALERT-PREF-FILE.
007200 COPY CustAlertPref.
007300*
007400 WORKING-STORAGE SECTION.
007500*
007600 COPY RunLogComm.
007700*
007800 COPY BatchDate.
007900*
008000 01  WS-MAINT-FILE-STATUS            PIC X(02).
008100     88  MAINT-FILE-OK                   VALUE "00".
008200     88  MAINT-FILE-AT-END               VALUE "10".
008300*
008400 01  WS-CUST-FILE-STATUS             PIC X(02).
008500     88  CUST-FILE-OK                    VALUE "00".
008600*
008700 01  WS-PREF-FILE-STATUS             PIC X(02).
008800     88  PREF-FILE-OK                    VALUE "00".
008900     88  PREF-RECORD-NOT-FOUND           VALUE "23".
009000     88  PREF-FILE-NOT-FOUND             VALUE "35".
009100*
009200 01  WS-EOF-SW                       PIC X(01).
009300     88  AT-END-OF-MAINT                 VALUE "Y".
009400     88  NOT-AT-END-OF-MAINT             VALUE "N".
009500*
009600 01  WS-FILES-OPEN-SW                PIC X(01) VALUE "N".
009700     88  FILES-ARE-OPEN                  VALUE "Y".
009800     88  FILES-NOT-OPEN                  VALUE "N".
009900*
010000 01  WS-REJECT-REASON                PIC X(30).
010100*
010200 77  WS-ADDED-COUNT                  PIC 9(07) COMP VALUE ZERO.
010300 77  WS-REPLACED-COUNT               PIC 9(07) COMP VALUE ZERO.
010400 77  WS-REJECTED-COUNT               PIC 9(07) COMP VALUE ZERO.
010500*
010600 PROCEDURE DIVISION.
010700*
010800 0000-MAINLINE.
010900     MOVE "CUSTALERTPREFLOAD" TO RLC-STEP-NAME
011000     SET RLC-TYPE-START TO TRUE
011100     MOVE ZERO TO RLC-RETURN-CODE
011200     MOVE ZERO TO RLC-RECORDS-READ
011300     MOVE ZERO TO RLC-RECORDS-WRITTEN
011400     CALL 'RunLogWrite' USING RUN-LOG-COMM-AREA
011500*
011600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
011700*
011800     PERFORM 2000-APPLY-FEED-RECORD THRU 2000-EXIT
011900         UNTIL AT-END-OF-MAINT
012000*
012100     PERFORM 9000-TERMINATE THRU 9000-EXIT
012200*
012300     SET RLC-TYPE-END TO TRUE
012400     MOVE RETURN-CODE TO RLC-RETURN-CODE
012500     MOVE WS-ADDED-COUNT TO RLC-RECORDS-READ
012600     ADD WS-REPLACED-COUNT TO RLC-RECORDS-READ
012700     ADD WS-REJECTED-COUNT TO RLC-RECORDS-READ
012800     MOVE WS-ADDED-COUNT TO RLC-RECORDS-WRITTEN
012900     ADD WS-REPLACED-COUNT TO RLC-RECORDS-WRITTEN
013000     CALL 'RunLogWrite' USING RUN-LOG-COMM-AREA
013100*
013200     GOBACK.
013300*
013400*---------------------------------------------------------------*
013500*    1000-INITIALIZE                                            *
013600*    THE BUSINESS DATE STAMPS EACH ROW CHANGED.  CUSTFILE MUST  *
013700*    BE THERE TO CHECK AGAINST; A MISSING CUSTALRT IS CREATED   *
013800*    EMPTY ON THE FIRST RUN.                                    *
013900*---------------------------------------------------------------*
014000 1000-INITIALIZE.
014100     SET NOT-AT-END-OF-MAINT TO TRUE
014200*
014300     CALL 'BatchDateLoad' USING BATCH-DATE-RECORD
014400     IF RETURN-CODE NOT = ZERO
014500         DISPLAY "CUSTALERTPREFLOAD: NO USABLE BATCHDTE CONTROL "
014600             "RECORD - RUN ABORTED"
014700         MOVE 16 TO RETURN-CODE
014800         SET AT-END-OF-MAINT TO TRUE
014900         GO TO 1000-EXIT
015000     END-IF
015100*
015200     OPEN INPUT MAINT-FEED-FILE
015300     IF NOT MAINT-FILE-OK
015400         DISPLAY "CUSTALERTPREFLOAD: UNABLE TO OPEN ALRTPMNT"
015500         MOVE 16 TO RETURN-CODE
015600         SET AT-END-OF-MAINT TO TRUE
015700         GO TO 1000-EXIT
015800     END-IF
015900*
016000     OPEN INPUT CUSTOMER-FILE
016100     IF NOT CUST-FILE-OK
016200         DISPLAY "CUSTALERTPREFLOAD: UNABLE TO OPEN CUSTFILE - "
016300             "STATUS " WS-CUST-FILE-STATUS
016400         MOVE 16 TO RETURN-CODE
016500         SET AT-END-OF-MAINT TO TRUE
016600         CLOSE MAINT-FEED-FILE
016700         GO TO 1000-EXIT
016800     END-IF
016900*
017000     OPEN I-O ALERT-PREF-FILE
017100     IF PREF-FILE-NOT-FOUND
017200         OPEN OUTPUT ALERT-PREF-FILE
017300         CLOSE ALERT-PREF-FILE
017400         OPEN I-O ALERT-PREF-FILE
017500     END-IF
017600     IF NOT PREF-FILE-OK
017700         DISPLAY "CUSTALERTPREFLOAD: UNABLE TO OPEN CUSTALRT - "
017800             "STATUS " WS-PREF-FILE-STATUS
017900         MOVE 16 TO RETURN-CODE
018000         SET AT-END-OF-MAINT TO TRUE
018100         CLOSE MAINT-FEED-FILE
018200         CLOSE CUSTOMER-FILE
018300         GO TO 1000-EXIT
018400     END-IF
018500*
018600     SET FILES-ARE-OPEN TO TRUE
018700     PERFORM 1100-READ-FEED THRU 1100-EXIT.
018800 1000-EXIT.
018900     EXIT.
019000*
019100 1100-READ-FEED.
019200     READ MAINT-FEED-FILE
019300         AT END
019400             SET AT-END-OF-MAINT TO TRUE
019500     END-READ.
019600 1100-EXIT.
019700     EXIT.
019800*
019900*---------------------------------------------------------------*
020000*    2000-APPLY-FEED-RECORD                                     *
020100*    A RECORD THAT FAILS 2100 IS REJECTED; OTHERWISE THE FEED   *
020200*    IMAGE REPLACES OR ADDS THE PREFERENCE ROW.                 *
020300*---------------------------------------------------------------*
020400 2000-APPLY-FEED-RECORD.
020500     PERFORM 2100-VALIDATE-FEED-RECORD THRU 2100-EXIT
020600     IF WS-REJECT-REASON NOT = SPACES
020700         ADD 1 TO WS-REJECTED-COUNT
020800         DISPLAY "CUSTALERTPREFLOAD: REJECTED FEED RECORD FOR ID "
020900             PM-CUSTOMER-ID " - " WS-REJECT-REASON
021000         GO TO 2000-NEXT
021100     END-IF
021200*
021300     MOVE PM-CUSTOMER-ID TO AP-CUSTOMER-ID
021400     READ ALERT-PREF-FILE
021500         INVALID KEY
021600             PERFORM 2200-BUILD-PREF-ROW THRU 2200-EXIT
021700             WRITE CUSTOMER-ALERT-PREF-RECORD
021800             ADD 1 TO WS-ADDED-COUNT
021900         NOT INVALID KEY
022000             PERFORM 2200-BUILD-PREF-ROW THRU 2200-EXIT
022100             REWRITE CUSTOMER-ALERT-PREF-RECORD
022200             ADD 1 TO WS-REPLACED-COUNT
022300     END-READ.
022400 2000-NEXT.
022500     PERFORM 1100-READ-FEED THRU 1100-EXIT.
022600 2000-EXIT.
022700     EXIT.
022800*
022900*---------------------------------------------------------------*
023000*    2100-VALIDATE-FEED-RECORD                                  *
023100*    LEAVES WS-REJECT-REASON AT SPACES WHEN THE RECORD IS GOOD. *
023200*---------------------------------------------------------------*
023300 2100-VALIDATE-FEED-RECORD.
023400     MOVE SPACES TO WS-REJECT-REASON
023500*
023600     IF PM-CUSTOMER-ID = SPACES
023700         MOVE "BLANK CUSTOMER-ID" TO WS-REJECT-REASON
023800         GO TO 2100-EXIT
023900     END-IF
024000     IF PM-ALERT-STATUS NOT = "A" AND PM-ALERT-STATUS NOT = "S"
024100         MOVE "STATUS NOT A OR S" TO WS-REJECT-REASON
024200         GO TO 2100-EXIT
024300     END-IF
024400     IF PM-CONTACT-CHANNEL NOT = "S"
024500             AND PM-CONTACT-CHANNEL NOT = "E"
024600             AND PM-CONTACT-CHANNEL NOT = "P"
024700         MOVE "CHANNEL NOT S, E OR P" TO WS-REJECT-REASON
024800         GO TO 2100-EXIT
024900     END-IF
025000     IF PM-ALERT-STATUS = "A" AND PM-CONTACT-ADDRESS = SPACES
025100         MOVE "NO CONTACT ADDRESS" TO WS-REJECT-REASON
025200         GO TO 2100-EXIT
025300     END-IF
025400     IF PM-LOW-BALANCE-THRESHOLD NOT NUMERIC
025500             OR PM-LARGE-DEBIT-THRESHOLD NOT NUMERIC
025600         MOVE "THRESHOLD NOT NUMERIC" TO WS-REJECT-REASON
025700         GO TO 2100-EXIT
025800     END-IF
025900     IF (PM-FEE-ALERT-SW NOT = "Y" AND PM-FEE-ALERT-SW NOT = "N")
026000             OR (PM-RETURN-ALERT-SW NOT = "Y"
026100                 AND PM-RETURN-ALERT-SW NOT = "N")
026200             OR (PM-HOLD-ALERT-SW NOT = "Y"
026300                 AND PM-HOLD-ALERT-SW NOT = "N")
026400             OR (PM-REVERSAL-ALERT-SW NOT = "Y"
026500                 AND PM-REVERSAL-ALERT-SW NOT = "N")
026600         MOVE "SWITCH NOT Y OR N" TO WS-REJECT-REASON
026700         GO TO 2100-EXIT
026800     END-IF
026900*
027000     MOVE PM-CUSTOMER-ID TO CU-CUSTOMER-ID
027100     READ CUSTOMER-FILE
027200         INVALID KEY
027300             MOVE "CUSTOMER NOT ON CUSTFILE" TO WS-REJECT-REASON
027400     END-READ.
027500 2100-EXIT.
027600     EXIT.
027700*
027800 2200-BUILD-PREF-ROW.
027900     MOVE PM-CUSTOMER-ID           TO AP-CUSTOMER-ID
028000     MOVE PM-ALERT-STATUS          TO AP-ALERT-STATUS
028100     MOVE PM-CONTACT-CHANNEL       TO AP-CONTACT-CHANNEL
028200     MOVE PM-CONTACT-ADDRESS       TO AP-CONTACT-ADDRESS
028300     MOVE PM-LOW-BALANCE-THRESHOLD TO AP-LOW-BALANCE-THRESHOLD
028400     MOVE PM-LARGE-DEBIT-THRESHOLD TO AP-LARGE-DEBIT-THRESHOLD
028500     MOVE PM-FEE-ALERT-SW          TO AP-FEE-ALERT-SW
028600     MOVE PM-RETURN-ALERT-SW       TO AP-RETURN-ALERT-SW
028700     MOVE PM-HOLD-ALERT-SW         TO AP-HOLD-ALERT-SW
028800     MOVE PM-REVERSAL-ALERT-SW     TO AP-REVERSAL-ALERT-SW
028900     MOVE BD-BUSINESS-DATE         TO AP-LAST-CHANGED-DATE.
029000 2200-EXIT.
029100     EXIT.
029200*
029300*---------------------------------------------------------------*
029400*    9000-TERMINATE                                             *
029500*---------------------------------------------------------------*
029600 9000-TERMINATE.
029700     IF FILES-ARE-OPEN
029800         CLOSE MAINT-FEED-FILE
029900         CLOSE CUSTOMER-FILE
030000         CLOSE ALERT-PREF-FILE
030100     END-IF
030200*
030300     DISPLAY "CUSTALERTPREFLOAD: " WS-ADDED-COUNT " ADDED, "
030400         WS-REPLACED-COUNT " REPLACED, " WS-REJECTED-COUNT
030500         " REJECTED".
030600 9000-EXIT.
030700     EXIT.
