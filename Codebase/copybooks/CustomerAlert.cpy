000100******************************************************************
000200*                                                                *
000300*    CUSTOMERALERT                                               *
000400*                                                                *
000500*    ONE ROW PER ALERT ON THE ALRTFEED FILE CUSTALERTFEED BUILDS *
000600*    FOR THE CUSTOMER-MESSAGING PLATFORM, ENDING WITH ONE        *
000700*    TRAILER ROW.  THE PLATFORM PROVES IT RECEIVED THE WHOLE     *
000800*    FILE BY COUNTING THE DETAIL ROWS AGAINST AT-DETAIL-COUNT    *
000900*    AND SUMMING AL-AMOUNT AGAINST AT-AMOUNT-HASH.               *
001000*                                                                *
001100*    AL-EVENT-CODE:                                              *
001200*        LOWBAL    CLOSING BALANCE FELL BELOW THE CUSTOMER'S     *
001300*                  THRESHOLD (AL-AMOUNT = THE THRESHOLD)         *
001400*        LARGEDR   A SINGLE SETTLED DEBIT ABOVE THE THRESHOLD    *
001500*        FEE       A FEE POSTED                                  *
001600*        INTCHG    AN OVERDRAFT INTEREST CHARGE POSTED           *
001700*        RETURN    A NETWORK RETURN BACKED AN ITEM OUT           *
001800*                  (AL-REASON-CODE = THE NETWORK'S CODE)         *
001900*        HOLD      A TRANSACTION HELD - ACCOUNT FROZEN           *
002000*        REVERSAL  A SETTLED ITEM REVERSED ON ANALYST REJECT     *
002100*                                                                *
002200*    AL-BALANCE IS THE ACCOUNT'S CLOSING BALANCE ON ACCTFILE     *
002250*    WHEN THE FEED WAS BUILT, IN THE ACCOUNT'S OWN CURRENCY      *
002300*    (AL-BALANCE-CURRENCY).  AL-AMOUNT IS IN AL-CURRENCY-CODE:   *
002350*    THE TRANSACTION'S CURRENCY, OR USD FOR A LOWBAL THRESHOLD.  *
002400*    AL-TRANSACTION-ID AND AL-TRANSACTION-TYPE ARE SPACES ON A   *
002450*    LOWBAL ROW.                                                 *
002500*                                                                *
002600*    AUTHOR.      D. OKAFOR - PAYMENTS SYSTEMS GROUP.            *
002700*    DATE-WRITTEN. 2026-10-15.                                   *
002800*                                                                *
002900******************************************************************
003000 01  CUSTOMER-ALERT-RECORD.
003100     05  AL-RECORD-TYPE                 PIC X(01).
003200         88  AL-DETAIL-ROW                  VALUE "D".
003300         88  AL-TRAILER-ROW                 VALUE "T".
003400     05  AL-BUSINESS-DATE               PIC 9(08).
003500     05  AL-CUSTOMER-ID                 PIC X(10).
003600     05  AL-ACCOUNT-ID                  PIC X(10).
003700     05  AL-CONTACT-CHANNEL             PIC X(01).
003800     05  AL-CONTACT-ADDRESS             PIC X(60).
003900     05  AL-EVENT-CODE                  PIC X(08).
004000     05  AL-TRANSACTION-ID              PIC X(10).
004100     05  AL-TRANSACTION-TYPE            PIC X(10).
004200     05  AL-AMOUNT                      PIC 9(9)V99.
004300     05  AL-CURRENCY-CODE               PIC X(03).
004400     05  AL-BALANCE                     PIC S9(9)V99.
004500     05  AL-REASON-CODE                 PIC X(03).
004600     05  AL-REASON-TEXT                 PIC X(30).
004650     05  AL-BALANCE-CURRENCY            PIC X(03).
004700 01  CUSTOMER-ALERT-TRAILER REDEFINES CUSTOMER-ALERT-RECORD.
004800     05  AT-RECORD-TYPE                 PIC X(01).
004900     05  AT-BUSINESS-DATE               PIC 9(08).
005000     05  AT-DETAIL-COUNT                PIC 9(09).
005100     05  AT-AMOUNT-HASH                 PIC 9(13)V99.
005200     05  FILLER                         PIC X(146).
