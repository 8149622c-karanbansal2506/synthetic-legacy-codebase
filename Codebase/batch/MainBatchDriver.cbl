002180*                    THE CHAIN FOR THE STATUS RETURN EXTRACT.   *
002181*    2026-09-02  DO  THE FEED RECORD NOW ALSO CARRIES THE       *
002182*                    VALUE DATE FEEDEDIT WAREHOUSES AGAINST.   *
002183*    2026-10-15  DO  A FAILED TRANPROCESSOR REQUEST (ON-US      *
002184*                    RECEIVING CREDIT NOT APPLIED) ABORTS THE   *
002185*                    RUN AT RC 16.                              *
002190*                                                                *
002200*****************************************************************
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
010200     CALL 'TranProcessor' USING TRAN-PROC-COMM-AREA,
010300         TRANSACTION-RECORD, ACCOUNT-RECORD
010400*
010450     PERFORM 2960-CHECK-PROCESSOR-STATUS THRU 2960-EXIT
010500     DISPLAY "BALANCE:" ACCOUNT-BALANCE
010600     DISPLAY "RISK:" TRANSACTION-RISK-SCORE
010700     DISPLAY "COMPLIANT:" TRANSACTION-COMPLIANT
011000 2000-EXIT.
011100     EXIT.
011200*
011204*---------------------------------------------------------------*
011208*    2960-CHECK-PROCESSOR-STATUS                                *
011212*    TRANPROCESSOR FAILS A REQUEST WHEN AN ON-US RECEIVING      *
011216*    CREDIT CANNOT BE APPLIED.  THE SENDING ACCOUNT HAS NOT     *
011220*    REACHED ACCTFILE, SO THE RUN IS ABORTED AT RC 16.          *
011224*---------------------------------------------------------------*
011228 2960-CHECK-PROCESSOR-STATUS.
011232     IF TP-REQUEST-OK
011236         GO TO 2960-EXIT
011240     END-IF
011244     DISPLAY "MAINBATCHDRIVER: ON-US RECEIVING CREDIT NOT "
011248         "APPLIED - RUN ABORTED"
011252     IF PROCESSOR-IS-OPEN
011256         SET TP-FUNCTION-CLOSE TO TRUE
011260         CALL 'TranProcessor' USING TRAN-PROC-COMM-AREA,
011264             TRANSACTION-RECORD, ACCOUNT-RECORD
011268         SET PROCESSOR-NOT-OPEN TO TRUE
011272     END-IF
011276     MOVE 16 TO RETURN-CODE
011280     GOBACK.
011284 2960-EXIT.
011288     EXIT.
011296*
011300*---------------------------------------------------------------*
011400*    9000-TERMINATE                                             *
011500*---------------------------------------------------------------*
012300         CALL 'TranProcessor' USING TRAN-PROC-COMM-AREA,
012400             TRANSACTION-RECORD, ACCOUNT-RECORD
012500         SET PROCESSOR-NOT-OPEN TO TRUE
012505         PERFORM 2960-CHECK-PROCESSOR-STATUS THRU 2960-EXIT
012510         PERFORM 9100-WRITE-CONTROL-TOTALS THRU 9100-EXIT
012600     END-IF.
012700 9000-EXIT.
