000100******************************************************************
000200*                                                                *
000300*    BANKSTATEMENT                                               *
000400*                                                                *
000500*    THE CORRESPONDENT BANK'S DAILY STATEMENT FOR OUR            *
000600*    SETTLEMENT ACCOUNT, RECEIVED ON BANKSTMT AND RECONCILED     *
000700*    AGAINST THE 100500 SETTLEMENT CONTROL ACCOUNT BY            *
000800*    SETTLEMENTRECON.  ONE HEADER ROW CARRYING THE OPENING       *
000900*    BALANCE, ONE DETAIL ROW PER ENTRY THE BANK POSTED, AND ONE  *
001000*    TRAILER ROW CARRYING THE ENTRY COUNT AND CLOSING BALANCE.   *
001100*                                                                *
001200*    BS-DR-CR IS FROM THE BANK'S SIDE: C = FUNDS INTO OUR        *
001300*    ACCOUNT, D = FUNDS OUT.  BS-CUSTOMER-REFERENCE IS THE       *
001400*    REFERENCE WE SUPPLIED WITH THE ITEM, AS THE BANK ECHOES     *
001500*    IT - OUR TRANSACTION-ID, OR THE NETWORK TRACE NUMBER FOR AN *
001600*    ITEM WE ORIGINATED.  BS-BANK-REFERENCE IS THE BANK'S OWN.   *
001700*    AMOUNTS ARE IN BASE CURRENCY (USD).                         *
001800*                                                                *
001900*    AUTHOR.      D. OKAFOR - PAYMENTS SYSTEMS GROUP.            *
002000*    DATE-WRITTEN. 2026-10-15.                                   *
002100*                                                                *
002200******************************************************************
002300 01  BANK-STATEMENT-RECORD.
002400     05  BS-RECORD-TYPE                 PIC X(01).
002500         88  BS-HEADER-ROW                  VALUE "H".
002600         88  BS-DETAIL-ROW                  VALUE "D".
002700         88  BS-TRAILER-ROW                 VALUE "T".
002800     05  BS-DETAIL-DATA.
002900         10  BS-VALUE-DATE              PIC 9(08).
003000         10  BS-DR-CR                   PIC X(01).
003100             88  BS-FUNDS-IN                VALUE "C".
003200             88  BS-FUNDS-OUT               VALUE "D".
003300         10  BS-AMOUNT                  PIC 9(11)V99.
003400         10  BS-BANK-REFERENCE          PIC X(16).
003500         10  BS-CUSTOMER-REFERENCE      PIC X(16).
003600         10  BS-DESCRIPTION             PIC X(25).
003700     05  BS-HEADER-DATA REDEFINES BS-DETAIL-DATA.
003800         10  BS-STATEMENT-DATE          PIC 9(08).
003900         10  BS-BANK-ACCOUNT            PIC X(20).
004000         10  BS-OPENING-BALANCE         PIC S9(11)V99.
004100         10  FILLER                     PIC X(38).
004200     05  BS-TRAILER-DATA REDEFINES BS-DETAIL-DATA.
004300         10  BS-TRAILER-DATE            PIC 9(08).
004400         10  BS-ENTRY-COUNT             PIC 9(07).
004500         10  BS-CLOSING-BALANCE         PIC S9(11)V99.
004600         10  FILLER                     PIC X(51).
