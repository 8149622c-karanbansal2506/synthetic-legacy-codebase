000100******************************************************************
000200*                                                                *
000300*    DORMANCYACTIVITY                                            *
000400*                                                                *
000500*    ONE ROW PER OPEN, FROZEN, OR DORMANT ACCOUNT ON THE         *
000600*    DORMACT CARRY-FORWARD KEPT BY DORMANCYREVIEW.  ACCTHIST     *
000700*    IS PURGED ON ITS OWN RETENTION CYCLE, SO THE LAST           *
000800*    CUSTOMER-INITIATED ACTIVITY DATE CANNOT BE RE-DERIVED       *
000900*    FROM HISTORY ALONE ONCE THE STATUTORY PERIODS RUN PAST      *
001000*    THE RETAINED WINDOW - IT IS CARRIED HERE INSTEAD.  EACH     *
001100*    RUN WRITES DORMACTO IN ACCOUNT-ID ORDER AND OPS PROMOTES    *
001200*    IT TO DORMACT FOR THE NEXT RUN.                             *
001300*                                                                *
001400*    DA-NOTICE-DATE    LAST DUE-DILIGENCE LETTER SENT (ZERO =    *
001500*                      NONE SINCE THE LAST ACTIVITY).            *
001600*    DA-DORMANT-DATE   DATE THE ACCOUNT WENT DORMANT (ZERO =     *
001700*                      NOT DORMANT).                             *
001800*    DA-ESCHEAT-DATE   FIRST DATE THE BALANCE WAS REPORTED FOR   *
001900*                      ESCHEATMENT (ZERO = NOT YET REPORTED).    *
002000*                                                                *
002100*    AUTHOR.      D. OKAFOR - PAYMENTS SYSTEMS GROUP.            *
002200*    DATE-WRITTEN. 2026-10-08.                                   *
002300*                                                                *
002400******************************************************************
002500 01  DORMANCY-ACTIVITY-RECORD.
002600     05  DA-ACCOUNT-ID                  PIC X(10).
002700     05  DA-LAST-ACTIVITY-DATE          PIC 9(08).
002800     05  DA-NOTICE-DATE                 PIC 9(08).
002900     05  DA-DORMANT-DATE                PIC 9(08).
003000     05  DA-ESCHEAT-DATE                PIC 9(08).
