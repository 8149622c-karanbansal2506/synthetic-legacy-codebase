002750*                    REVIEWDECISIONMAINT REBUILDS IT; AND THE    *
002760*                    DRIVER SLOT NOW ACCEPTS MAINBATCHDRIVER AS  *
002770*                    WELL AS BATCHRUNNER.                        *
002780*    2026-10-06  DO  NETWORKORIGINATION JOINED THE SEQUENCE,     *
002790*                    AFTER THE GL EXTRACT IT TIES TO.            *
002792*    2026-10-11  DO  PARMFILEMAINT JOINED THE SEQUENCE AHEAD     *
002794*                    OF THE SNAPSHOT - IT APPLIES THE DAY'S      *
002796*                    PARAMETER CHANGES BEFORE ANY STEP READS.    *
002797*    2026-10-12  DO  DISPUTECASEMAINT JOINED THE SEQUENCE        *
002798*                    AFTER ADJUSTMENTENTRY.                      *
002800*    2026-10-15  DO  CUSTALERTFEED JOINED THE SEQUENCE AFTER THE *
002820*                    TRIAL-BALANCE PROOF - IT QUOTES THE PROVED  *
002840*                    CLOSING BALANCES.                           *
002844*    2026-10-15  DO  SETTLEMENTRECON JOINED THE SEQUENCE AFTER   *
002848*                    NETWORKORIGINATION - IT RECONCILES THE      *
002852*                    GLEXTR AND OUTREG ROWS BOTH STEPS WRITE.    *
002860*                                                                *
002900*****************************************************************
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
006620*    EITHER MAY RUN THE DAY.                                    *
006700*---------------------------------------------------------------*
006800 01  EXPECTED-SEQUENCE-VALUES.
006840     05  FILLER              PIC X(20) VALUE "PARMFILEMAINT".
006850     05  FILLER              PIC X(20) VALUE "ACCTBALSNAPSHOT".
006900     05  FILLER              PIC X(20) VALUE "WAREHOUSERELEASE".
007000     05  FILLER              PIC X(20) VALUE "STANDINGORDERGEN".
007700         VALUE "REVIEWREJECTREVERSAL".
007800     05  FILLER              PIC X(20) VALUE "NETWORKRETURNS".
007900     05  FILLER              PIC X(20) VALUE "ADJUSTMENTENTRY".
007950     05  FILLER              PIC X(20) VALUE "DISPUTECASEMAINT".
008000     05  FILLER              PIC X(20) VALUE "CONTROLRECON".
008100     05  FILLER              PIC X(20) VALUE "INTERESTACCRUAL".
008200     05  FILLER              PIC X(20) VALUE "GLEXTRACT".
008250     05  FILLER              PIC X(20) VALUE "NETWORKORIGINATION".
008270     05  FILLER              PIC X(20) VALUE "SETTLEMENTRECON".
008300     05  FILLER              PIC X(20) VALUE "HISTORYARCHIVE".
008390     05  FILLER              PIC X(20) VALUE "ACCTBALPROOF".
008395     05  FILLER              PIC X(20) VALUE "CUSTALERTFEED".
008400     05  FILLER              PIC X(20) VALUE "BATCHDATEROLL".
008500*
008600 01  EXPECTED-SEQUENCE REDEFINES EXPECTED-SEQUENCE-VALUES.
008700     05  EXPECTED-STEP-NAME          PIC X(20) OCCURS 23 TIMES.
008800*
008900 01  WS-STEP-COUNT                   PIC 9(03) COMP VALUE ZERO.
009000 01  WS-STEP-SUBSCRIPT               PIC 9(03) COMP.
025500 3000-REPORT-CHAIN-SEQUENCE.
025600     PERFORM 3100-REPORT-EXPECTED-STEP THRU 3100-EXIT
025700         VARYING WS-SEQ-SUBSCRIPT FROM 1 BY 1
025800         UNTIL WS-SEQ-SUBSCRIPT > 23.
025900 3000-EXIT.
026000     EXIT.
026100*
