002611*                    AND AN ABEND BETWEEN A CLEARED CHECKPOINT   *
002612*                    AND THAT FLUSH WOULD REPLAY THE WHOLE FEED  *
002613*                    AGAINST ALREADY-POSTED ACCOUNTS.            *
002615*    2026-10-14  DO  CHKPOINT NOW CARRIES THE RUN NUMBER THAT    *
002620*                    WROTE IT.  WITH SEVERAL SETTLEMENT CYCLES   *
002625*                    A DATE, A CHECKPOINT LEFT BY ANOTHER        *
002630*                    CYCLE'S RUN IS IGNORED WITH A WARNING       *
002635*                    RATHER THAN SKIPPING THIS CYCLE'S FEED.     *
002640*                    THE DATE, CYCLE, AND RUN ARE SHOWN AT       *
002645*                    START.                                      *
002646*    2026-10-15  DO  AN UNUSABLE BATCHDTE NOW ABORTS THE RUN     *
002647*                    (RC 16) - WITHOUT THE RUN NUMBER A LEFT-    *
002648*                    OVER CHECKPOINT CANNOT BE VETTED.           *
002649*    2026-10-15  DO  A FAILED TRANPROCESSOR REQUEST (ON-US       *
002650*                    RECEIVING CREDIT NOT APPLIED) ABORTS THE    *
002651*                    RUN AT RC 16 WITHOUT A CHECKPOINT.          *
002652*                                                                *
002653*****************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
004800 FD  CHECKPOINT-FILE.
004900 01  CHECKPOINT-RECORD.
005000     05  CHECKPOINT-TRANSACTION-ID   PIC X(10).
005005     05  CHECKPOINT-RUN-NUMBER       PIC 9(05).
005010*
005020 FD  CONTROL-TOTALS-FILE.
005030 01  CONTROL-TOTALS-RECORD.
005400 COPY TransactionRecord.
005500 COPY AccountRecord.
005510 COPY TranProcComm.
005520 COPY BatchDate.
005600*
005700 01  WS-TRAN-FILE-STATUS             PIC X(02).
005800     88  TRAN-FILE-OK                    VALUE "00".
006900 01  WS-RESTART-ID                   PIC X(10).
006901*
006902 01  WS-CP-ACCOUNT-ID                PIC X(10) VALUE SPACES.
006903 01  WS-CHECKPOINT-IMAGE.
006904     05  WS-CP-LAST-TRANSACTION-ID   PIC X(10) VALUE SPACES.
006905     05  WS-CP-RUN-NUMBER            PIC 9(05) VALUE ZERO.
006910*
006920 01  WS-PROCESSOR-OPEN-SW            PIC X(01).
006930     88  PROCESSOR-IS-OPEN                VALUE "Y".
007088     SET NOT-AT-END-OF-TRANSACTIONS TO TRUE
007089     MOVE SPACES TO WS-RESTART-ID
007090*
007091     PERFORM 2900-LOAD-BUSINESS-DATE THRU 2900-EXIT
007092     PERFORM 1050-LOAD-CHECKPOINT THRU 1050-EXIT
007093*
007094     OPEN INPUT TRANSACTION-FILE
007123             AT END
007124                 CONTINUE
007125             NOT AT END
007126                 PERFORM 2950-ACCEPT-CHECKPOINT THRU 2950-EXIT
007127         END-READ
007128         CLOSE CHECKPOINT-FILE
007129     END-IF.
007173     SET TP-FUNCTION-PROCESS TO TRUE
007174     CALL 'TranProcessor' USING TRAN-PROC-COMM-AREA,
007175         TRANSACTION-RECORD, ACCOUNT-RECORD
007176     PERFORM 2960-CHECK-PROCESSOR-STATUS THRU 2960-EXIT
007177     IF TF-ACCOUNT-ID NOT = WS-CP-ACCOUNT-ID
007178         PERFORM 3000-WRITE-CHECKPOINT THRU 3000-EXIT
007179         MOVE TF-ACCOUNT-ID TO WS-CP-ACCOUNT-ID
007184 2000-EXIT.
007185     EXIT.
007186*
007190*---------------------------------------------------------------*
007195*    2900-LOAD-BUSINESS-DATE                                    *
007200*    THE RUN NUMBER ON BATCHDTE STAMPS EVERY CHECKPOINT AND     *
007205*    DECIDES WHETHER A CHECKPOINT FOUND AT START BELONGS TO     *
007210*    THIS RUN.  WITHOUT IT A LEFT-OVER CHECKPOINT CANNOT BE     *
007215*    TOLD FROM OUR OWN, SO THE RUN IS ABORTED RATHER THAN       *
007220*    RISK SKIPPING OR REPLAYING THE FEED.                       *
007225*---------------------------------------------------------------*
007230 2900-LOAD-BUSINESS-DATE.
007235     CALL 'BatchDateLoad' USING BATCH-DATE-RECORD
007240     IF RETURN-CODE NOT = ZERO
007245         DISPLAY "BATCHRUNNER: NO USABLE BATCHDTE CONTROL "
007250             "RECORD - RUN ABORTED"
007255         IF PROCESSOR-IS-OPEN
007260             SET TP-FUNCTION-CLOSE TO TRUE
007265             CALL 'TranProcessor' USING TRAN-PROC-COMM-AREA,
007270                 TRANSACTION-RECORD, ACCOUNT-RECORD
007275             SET PROCESSOR-NOT-OPEN TO TRUE
007280         END-IF
007285         MOVE 16 TO RETURN-CODE
007290         GOBACK
007295     END-IF
007300*
007305     MOVE BD-RUN-NUMBER TO WS-CP-RUN-NUMBER
007310     DISPLAY "BATCHRUNNER: BUSINESS DATE " BD-BUSINESS-DATE
007315         " CYCLE " BD-CYCLE-NUMBER " RUN " BD-RUN-NUMBER.
007320 2900-EXIT.
007325     EXIT.
007330*
007335*---------------------------------------------------------------*
007340*    2950-ACCEPT-CHECKPOINT                                     *
007345*    ONLY A CHECKPOINT FROM THIS RUN NUMBER IS HONOURED - ONE   *
007350*    FROM ANOTHER CYCLE'S RUN NAMES A RECORD OF A DIFFERENT     *
007355*    FEED.  A CHECKPOINT WITH NO RUN NUMBER PREDATES THE STAMP  *
007360*    AND IS HONOURED AS BEFORE.                                 *
007365*---------------------------------------------------------------*
007370 2950-ACCEPT-CHECKPOINT.
007375     IF CHECKPOINT-RUN-NUMBER NUMERIC
007380             AND CHECKPOINT-RUN-NUMBER NOT = BD-RUN-NUMBER
007385         DISPLAY "BATCHRUNNER: WARNING - CHKPOINT FROM RUN "
007390             CHECKPOINT-RUN-NUMBER " IGNORED"
007395         GO TO 2950-EXIT
007400     END-IF
007405     MOVE CHECKPOINT-TRANSACTION-ID TO WS-RESTART-ID.
007410 2950-EXIT.
007415     EXIT.
007420*
007421*---------------------------------------------------------------*
007422*    2960-CHECK-PROCESSOR-STATUS                                *
007423*    TRANPROCESSOR FAILS A REQUEST WHEN AN ON-US RECEIVING      *
007424*    CREDIT CANNOT BE APPLIED.  THE SENDING ACCOUNT HAS NOT     *
007425*    REACHED ACCTFILE, SO THE RUN IS ABORTED WITH THE LAST      *
007426*    CHECKPOINT LEFT AS IT STANDS - A RESTART REPLAYS THE       *
007427*    ACCOUNT ONCE THE RECEIVING ACCOUNT IS PUT RIGHT.           *
007428*---------------------------------------------------------------*
007429 2960-CHECK-PROCESSOR-STATUS.
007430     IF TP-REQUEST-OK
007431         GO TO 2960-EXIT
007432     END-IF
007433     DISPLAY "BATCHRUNNER: ON-US RECEIVING CREDIT NOT APPLIED "
007434         "- RUN ABORTED"
007435     IF PROCESSOR-IS-OPEN
007436         SET TP-FUNCTION-CLOSE TO TRUE
007437         CALL 'TranProcessor' USING TRAN-PROC-COMM-AREA,
007438             TRANSACTION-RECORD, ACCOUNT-RECORD
007439         SET PROCESSOR-NOT-OPEN TO TRUE
007440     END-IF
007441     MOVE 16 TO RETURN-CODE
007442     GOBACK.
007443 2960-EXIT.
007444     EXIT.
007445*
007467*---------------------------------------------------------------*
007468*    3000-WRITE-CHECKPOINT                                      *
007469*    REWRITES CHKPOINT WITH THE LAST TRANSACTION OF THE ACCOUNT *
007477     IF WS-CP-ACCOUNT-ID = SPACES
007478         GO TO 3000-EXIT
007479     END-IF
007480     MOVE WS-CHECKPOINT-IMAGE
007481         TO CHECKPOINT-RECORD
007482     OPEN OUTPUT CHECKPOINT-FILE
007483     WRITE CHECKPOINT-RECORD
007484     CLOSE CHECKPOINT-FILE.
007499             TRANSACTION-RECORD, ACCOUNT-RECORD
007500         SET PROCESSOR-NOT-OPEN TO TRUE
007501     END-IF
007502     PERFORM 2960-CHECK-PROCESSOR-STATUS THRU 2960-EXIT
007503     IF TRAN-FILE-OK OR TRAN-FILE-AT-END
007504         OPEN OUTPUT CHECKPOINT-FILE
007505         CLOSE CHECKPOINT-FILE
