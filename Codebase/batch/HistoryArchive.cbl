001500*    TRANRESULT IS FINAL FOR THE DAY.  SETTLED ROWS ARCHIVE AS  *
001600*    DISPOSITION S AND ANALYST-REJECT REVERSALS AS V; REJECTED  *
001700*    AND HELD ROWS MOVED NO MONEY AND ARE NOT HISTORY.          *
001750*    DISPUTE CREDITS AND THEIR REVERSALS ARCHIVE AS P AND W.    *
001800*                                                               *
001900*    EACH ROW IS PRICED INTO BASE CURRENCY WITH THE DAY'S       *
002000*    RATES AT ARCHIVE TIME SO LATER CONSUMERS (STATEMENTS,      *
002200*    RATE FEED ABORTS THE RUN; A ROW WHOSE CURRENCY HAS NO      *
002300*    RATE IS ARCHIVED AT ITS FACE AMOUNT AND COUNTED SO OPS     *
002400*    CAN FOLLOW UP, RATHER THAN DROPPED FROM HISTORY.           *
002417*                                                               *
002433*    THE AMOUNT THE ROW MOVED ON THE ACCOUNT, IN THE ACCOUNT'S  *
002450*    OWN CURRENCY, ARCHIVES AS TH-POSTED-AMOUNT.  A RESULT ROW  *
002467*    WRITTEN BEFORE TRANRESULT CARRIED IT POSTED TO A USD       *
002483*    ACCOUNT, SO ITS BASE AMOUNT IS ARCHIVED IN ITS PLACE.      *
002500*                                                                *
002600*    MODIFICATION HISTORY.                                      *
002700*    ---------------------------------------------------------- *
002800*    2026-09-02  DO  INITIAL VERSION.                            *
002820*    2026-10-09  DO  THE ORIGINATING CHANNEL NOW ARCHIVES WITH   *
002850*                    EACH ROW AS TH-CHANNEL-ID.                  *
002860*    2026-10-12  DO  DISPUTE POSTINGS (DSP-CREDIT, DSP-DEBIT)    *
002870*                    ARCHIVE WITH THEIR OWN DISPOSITIONS,        *
002880*                    P AND W, NOT AS SETTLED ACTIVITY.           *
002887*    2026-10-15  DO  THE POSTED AMOUNT AND ACCOUNT CURRENCY      *
002893*                    ARCHIVE WITH EACH ROW.                      *
002900*                                                                *
003000*****************************************************************
003100 ENVIRONMENT DIVISION.
014200 2000-ARCHIVE-RESULT-ROW.
014300     EVALUATE TRUE
014400         WHEN TR-REJECTED = "N"
014410                 AND TR-TRANSACTION-TYPE = "DSP-CREDIT"
014420             MOVE "P" TO TH-DISPOSITION
014430         WHEN TR-REJECTED = "N"
014440                 AND TR-TRANSACTION-TYPE = "DSP-DEBIT "
014450             MOVE "W" TO TH-DISPOSITION
014460         WHEN TR-REJECTED = "N"
014500             MOVE "S" TO TH-DISPOSITION
014600         WHEN TR-REJECTED = "Y"
014700                 AND TR-REJECT-REASON
016600     MOVE TR-TRANSACTION-AMOUNT  TO TH-TRANSACTION-AMOUNT
016700     MOVE TR-CURRENCY-CODE       TO TH-CURRENCY-CODE
016800     MOVE WS-BASE-CURRENCY-AMOUNT TO TH-BASE-AMOUNT
016850     MOVE TR-CHANNEL-ID          TO TH-CHANNEL-ID
016856     IF TR-POSTED-CURRENCY = SPACES
016862         MOVE WS-BASE-CURRENCY-AMOUNT TO TH-POSTED-AMOUNT
016869         MOVE "USD"              TO TH-POSTED-CURRENCY
016875     ELSE
016881         MOVE TR-POSTED-AMOUNT   TO TH-POSTED-AMOUNT
016888         MOVE TR-POSTED-CURRENCY TO TH-POSTED-CURRENCY
016894     END-IF
016900     WRITE ACCOUNT-HISTORY-RECORD
017000     ADD 1 TO WS-ARCHIVED-COUNT.
017100 2000-NEXT.
