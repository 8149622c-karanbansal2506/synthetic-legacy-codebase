000100******************************************************************
000200*                                                                *
000300*    ESCHEATEXTRACT                                              *
000400*                                                                *
000500*    ONE ROW PER DORMANT ACCOUNT ON THE ESCHEXT EXTRACT WHOSE    *
000600*    CREDIT BALANCE HAS GONE UNCLAIMED PAST THE STATUTORY        *
000700*    PERIOD, AS OF THE RUN'S BUSINESS DATE.  EVERY ELIGIBLE      *
000800*    ACCOUNT IS LISTED ON EVERY RUN UNTIL IT LEAVES DORMANCY OR  *
000900*    ITS BALANCE IS REMITTED; EE-FIRST-REPORTED-DATE TELLS A     *
001000*    NEW ITEM FROM ONE ALREADY IN THE FILING.  THE BALANCE IS IN *
001050*    THE ACCOUNT'S OWN CURRENCY, EE-CURRENCY-CODE.               *
001100*                                                                *
001200*    AUTHOR.      D. OKAFOR - PAYMENTS SYSTEMS GROUP.            *
001300*    DATE-WRITTEN. 2026-10-08.                                   *
001400*                                                                *
001500******************************************************************
001600 01  ESCHEAT-EXTRACT-RECORD.
001700     05  EE-ACCOUNT-ID                  PIC X(10).
001800     05  EE-CUSTOMER-ID                 PIC X(10).
001900     05  EE-CUSTOMER-NAME               PIC X(35).
002000     05  EE-LAST-ACTIVITY-DATE          PIC 9(08).
002100     05  EE-DORMANT-DATE                PIC 9(08).
002200     05  EE-ACCOUNT-BALANCE             PIC 9(9)V99.
002300     05  EE-FIRST-REPORTED-DATE         PIC 9(08).
002400     05  EE-BUSINESS-DATE               PIC 9(08).
002500     05  EE-CURRENCY-CODE               PIC X(03).
