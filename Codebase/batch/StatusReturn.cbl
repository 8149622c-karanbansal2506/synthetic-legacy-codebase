003020*                    "W" STATUS FROM THE TRANWHSN NOTICE ROWS,   *
003030*                    SO A VALUE-DATED FEED NO LONGER COMES BACK  *
003040*                    SHORT AND UNEXPLAINED.                      *
003045*    2026-10-14  DO  A BUSINESS DATE MAY NOW SETTLE IN SEVERAL   *
003050*                    CYCLES, AND EACH CYCLE ANSWERS ITS OWN      *
003055*                    FEED.  TRANRESULT HOLDS THE WHOLE DATE, SO  *
003060*                    ONLY ROWS STAMPED WITH THE BATCHDTE DATE    *
003065*                    AND RUN ARE RETURNED; EARLIER CYCLES WERE   *
003070*                    ANSWERED WHEN THEY RAN.  A MISSING BATCHDTE *
003075*                    NOW ABORTS.                                 *
003100*                                                                *
003200*****************************************************************
003300 ENVIRONMENT DIVISION.
007400 WORKING-STORAGE SECTION.
007401*
007402 COPY RunLogComm.
007410*
007440 COPY BatchDate.
007500*
007600 01  WS-RESULT-FILE-STATUS           PIC X(02).
007700     88  RESULT-FILE-OK                  VALUE "00".
009700 77  WS-TOTAL-COUNT                  PIC 9(07) COMP VALUE ZERO.
009800 77  WS-CHANNEL-GROUPS               PIC 9(05) COMP VALUE ZERO.
009810 77  WS-WAREHOUSED-COUNT             PIC 9(07) COMP VALUE ZERO.
009840 77  WS-EARLIER-CYCLE-COUNT          PIC 9(07) COMP VALUE ZERO.
009900*
010000 PROCEDURE DIVISION.
010100*
012300     SET FIRST-GROUP TO TRUE
012400     MOVE ZERO TO WS-CHANNEL-COUNT
012500*
012510     CALL 'BatchDateLoad' USING BATCH-DATE-RECORD
012520     IF RETURN-CODE NOT = ZERO
012530         DISPLAY "STATUSRETURN: NO USABLE BATCHDTE CONTROL "
012540             "RECORD - RUN ABORTED"
012550         MOVE 16 TO RETURN-CODE
012560         GOBACK
012570     END-IF
012580*
012600     OPEN OUTPUT STATUS-RETURN-FILE
012700     IF NOT RETURN-FILE-OK
012800         DISPLAY "STATUSRETURN: UNABLE TO OPEN STATRTRN - "
013500*
013600*---------------------------------------------------------------*
013700*    2000-COLLECT-RESULTS (SORT INPUT PROCEDURE)                 *
013800*    RELEASES EVERY RESULT ROW OF THIS CYCLE'S RUN WITH ITS      *
013850*    MAPPED STATUS.  A MISSING TRANRESULT FAILS THE JOB - THE    *
013900*    CHANNELS ARE OWED AN ANSWER FOR EVERYTHING THEY SENT.       *
014000*    ROWS FROM EARLIER CYCLES OF THE DATE ARE PASSED OVER.       *
014100*---------------------------------------------------------------*
014200 2000-COLLECT-RESULTS.
014300     OPEN INPUT TRANSACTION-RESULT-FILE
016600     EXIT.
016700*
016800 2200-RELEASE-RESULT-ROW.
016810     IF TR-PROCESS-DATE NOT = BD-BUSINESS-DATE
016820             OR TR-RUN-NUMBER NOT = BD-RUN-NUMBER
016830         ADD 1 TO WS-EARLIER-CYCLE-COUNT
016840         GO TO 2200-NEXT-ROW
016850     END-IF
016860*
016900     MOVE TR-CHANNEL-ID     TO SK-CHANNEL-ID
017000     MOVE TR-TRANSACTION-ID TO SK-TRANSACTION-ID
017100     MOVE TR-PROCESS-DATE   TO SK-PROCESS-DATE
018300             MOVE TR-REJECT-REASON TO SK-REJECT-REASON
018400     END-EVALUATE
018500*
018600     RELEASE SORT-STATUS-RECORD.
018700 2200-NEXT-ROW.
018800     PERFORM 2100-READ-RESULT THRU 2100-EXIT.
018900 2200-EXIT.
019000     EXIT.
025610     IF WS-WAREHOUSED-COUNT > ZERO
025620         DISPLAY "STATUSRETURN: " WS-WAREHOUSED-COUNT
025630             " OF THOSE ARE WAREHOUSED-TODAY NOTICES"
025640     END-IF
025650     IF WS-EARLIER-CYCLE-COUNT > ZERO
025660         DISPLAY "STATUSRETURN: " WS-EARLIER-CYCLE-COUNT
025670             " EARLIER-CYCLE RESULT ROW(S) PASSED OVER"
025680     END-IF.
025700 9000-EXIT.
025800     EXIT.
