002150*    SNAPSHOT OR AFTER ACCTBALPROOF.  A MAINTENANCE RUN         *
002160*    BETWEEN THE TWO SHOWS UP AS MOVEMENT THE PROOF CANNOT      *
002170*    EXPLAIN AND FALSE-FAILS THE DAY.                           *
002174*                                                               *
002178*    EACH ROW CARRIES THE ACCOUNT'S CURRENCY (BLANK ON THE      *
002182*    MASTER IS WRITTEN AS USD) AND ITS BALANCE IN THAT          *
002187*    CURRENCY.  ACCTBALPROOF PROVES EACH CURRENCY ON ITS OWN    *
002191*    FROM THE ROWS; THE TRAILER TOTAL IS A RAW SUM ACROSS       *
002195*    CURRENCIES, KEPT FOR THE RUN LOG AND NOT PROVED AGAINST.   *
002200*                                                                *
002300*    MODIFICATION HISTORY.                                      *
002400*    ---------------------------------------------------------- *
002500*    2026-09-02  DO  INITIAL VERSION.                            *
002510*    2026-09-02  DO  DOCUMENTED THE ORDERING CONSTRAINT ON       *
002520*                    OUT-OF-FLOW BALANCE CHANGES (SEE ABOVE).    *
002560*    2026-10-15  DO  ROWS CARRY THE ACCOUNT CURRENCY.            *
002600*                                                                *
002700*****************************************************************
002800 ENVIRONMENT DIVISION.
004800     05  AF-ACCOUNT-AVG-TXN-AMT      PIC 9(9)V99.
004900     05  AF-ACCRUED-INTEREST         PIC S9(7)V99.
005000     05  AF-CUSTOMER-ID              PIC X(10).
005050     05  AF-CURRENCY-CODE            PIC X(03).
005100*
005200 FD  SNAPSHOT-FILE.
005300 01  SNAPSHOT-RECORD.
005400     05  BS-ACCOUNT-ID               PIC X(10).
005500     05  BS-BALANCE                  PIC S9(9)V99.
005566     05  BS-CURRENCY-CODE            PIC X(03).
005633     05  FILLER                      PIC X(09).
005700 01  SNAPSHOT-TRAILER-RECORD REDEFINES SNAPSHOT-RECORD.
005800     05  BT-TRAILER-LITERAL          PIC X(10).
005900     05  BT-TOTAL-BALANCE            PIC S9(13)V99.
014500     MOVE SPACES            TO SNAPSHOT-RECORD
014600     MOVE AF-ACCOUNT-ID     TO BS-ACCOUNT-ID
014700     MOVE AF-ACCOUNT-BALANCE TO BS-BALANCE
014720     MOVE AF-CURRENCY-CODE  TO BS-CURRENCY-CODE
014740     IF BS-CURRENCY-CODE = SPACES
014760         MOVE "USD"         TO BS-CURRENCY-CODE
014780     END-IF
014800     WRITE SNAPSHOT-RECORD
014900*
015000     ADD AF-ACCOUNT-BALANCE TO WS-TOTAL-BALANCE
