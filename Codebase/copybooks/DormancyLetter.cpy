000100******************************************************************
000200*                                                                *
000300*    DORMANCYLETTER                                              *
000400*                                                                *
000500*    ONE ROW PER DUE-DILIGENCE LETTER ON THE DORMLTR EXTRACT     *
000600*    WRITTEN BY DORMANCYREVIEW FOR AN OPEN ACCOUNT APPROACHING   *
000700*    DORMANCY.  THE LETTER VENDOR MERGES IT WITH THE CUSTOMER    *
000800*    MASTER.  DL-DORMANT-ON-DATE IS THE DATE THE ACCOUNT GOES    *
000900*    DORMANT IF THE CUSTOMER DOES NOTHING BEFORE THEN.           *
001000*    DL-CUSTOMER-NAME IS SPACES WHEN THE ACCOUNT HAS NO          *
001100*    CUSTOMER-ID OR CUSTFILE COULD NOT BE READ.  THE BALANCE IS  *
001150*    IN THE ACCOUNT'S OWN CURRENCY, DL-CURRENCY-CODE.            *
001200*                                                                *
001300*    AUTHOR.      D. OKAFOR - PAYMENTS SYSTEMS GROUP.            *
001400*    DATE-WRITTEN. 2026-10-08.                                   *
001500*                                                                *
001600******************************************************************
001700 01  DORMANCY-LETTER-RECORD.
001800     05  DL-ACCOUNT-ID                  PIC X(10).
001900     05  DL-CUSTOMER-ID                 PIC X(10).
002000     05  DL-CUSTOMER-NAME               PIC X(35).
002100     05  DL-LAST-ACTIVITY-DATE          PIC 9(08).
002200     05  DL-DORMANT-ON-DATE             PIC 9(08).
002300     05  DL-ACCOUNT-BALANCE             PIC S9(9)V99.
002400     05  DL-BUSINESS-DATE               PIC 9(08).
002500     05  DL-CURRENCY-CODE               PIC X(03).
