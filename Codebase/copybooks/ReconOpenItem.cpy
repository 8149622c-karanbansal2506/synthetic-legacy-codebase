000100******************************************************************
000200*                                                                *
000300*    RECONOPENITEM                                               *
000400*                                                                *
000500*    THE SETTLEMENT RECONCILIATION CARRY-FORWARD.                *
000600*    SETTLEMENTRECON READS RECNOPEN AND WRITES RECNOPNO (OPS     *
000700*    PROMOTES RECNOPNO TO RECNOPEN FOR THE NEXT RUN, AS WITH     *
000800*    SAROUTS).  THE FILE STARTS WITH ONE POSITION ROW - THE      *
000900*    BUSINESS DATE LAST RECONCILED, THE BOOK BALANCE OF THE      *
001000*    100500 SETTLEMENT CONTROL ACCOUNT AT THAT DATE, AND THE     *
001100*    BANK'S CLOSING BALANCE FROM THE LAST STATEMENT - FOLLOWED   *
001200*    BY ONE ROW PER ITEM STILL UNMATCHED ON EITHER SIDE.         *
001300*                                                                *
001400*    RO-ITEM-SIDE:  B = BOOK (A CONTROL-ACCOUNT ENTRY FROM       *
001500*    GLEXTR, RO-DR-CR FROM THE LEDGER'S SIDE); S = STATEMENT (A  *
001600*    BANK ENTRY, RO-DR-CR FROM THE BANK'S SIDE).  RO-ITEM-DATE   *
001700*    IS THE BUSINESS DATE A BOOK ITEM WAS POSTED OR THE VALUE    *
001800*    DATE OF A BANK ITEM; RO-AGE-DAYS IS BUSINESS DAYS FROM IT   *
001900*    TO THE LAST RUN, AND RO-ESCALATED-SW IS Y ONCE THAT AGE     *
002000*    PASSED THE ESCALATION AGE.                                  *
002100*                                                                *
002200*    A BOOK ITEM'S RO-REFERENCE IS ITS TRANSACTION-ID AND        *
002300*    RO-ALT-REFERENCE THE NETWORK TRACE NUMBER WHEN THE ITEM     *
002400*    WAS ORIGINATED; A BANK ITEM'S ARE OUR REFERENCE AS THE      *
002500*    BANK ECHOED IT AND THE BANK'S OWN.                          *
002600*                                                                *
002700*    AUTHOR.      D. OKAFOR - PAYMENTS SYSTEMS GROUP.            *
002800*    DATE-WRITTEN. 2026-10-15.                                   *
002900*                                                                *
003000******************************************************************
003100 01  RECON-OPEN-ITEM-RECORD.
003200     05  RO-RECORD-TYPE                 PIC X(01).
003300         88  RO-POSITION-ROW                VALUE "P".
003400         88  RO-OPEN-ITEM-ROW               VALUE "I".
003500     05  RO-ITEM-DATA.
003600         10  RO-ITEM-SIDE               PIC X(01).
003700             88  RO-BOOK-ITEM               VALUE "B".
003800             88  RO-BANK-ITEM               VALUE "S".
003900         10  RO-ITEM-DATE               PIC 9(08).
004000         10  RO-DR-CR                   PIC X(01).
004100         10  RO-AMOUNT                  PIC 9(11)V99.
004200         10  RO-REFERENCE               PIC X(16).
004300         10  RO-ALT-REFERENCE           PIC X(16).
004400         10  RO-SOURCE-TYPE             PIC X(10).
004500         10  RO-AGE-DAYS                PIC 9(05).
004600         10  RO-ESCALATED-SW            PIC X(01).
004700             88  RO-ESCALATED               VALUE "Y".
004800         10  FILLER                     PIC X(28).
004900     05  RO-POSITION-DATA REDEFINES RO-ITEM-DATA.
005000         10  RO-POSITION-DATE           PIC 9(08).
005100         10  RO-BOOK-BALANCE            PIC S9(11)V99.
005200         10  RO-STATEMENT-DATE          PIC 9(08).
005300         10  RO-BANK-BALANCE            PIC S9(11)V99.
005400         10  FILLER                     PIC X(57).
