001195*                    SETTLED ITEMS MOVED MONEY TO REVERSE.  A    *
001196*                    ROW WRITTEN BEFORE THE FIELD EXISTED        *
001197*                    (SPACES) IS NEVER REVERSED AUTOMATICALLY.   *
001200*    2026-10-05  DO  ADDED RQ-CPTY-ACCOUNT-ID SO A REJECTED      *
001210*                    ON-US TRANSFER CAN BE BACKED OUT OF BOTH    *
001220*                    THE SENDING AND THE RECEIVING ACCOUNT.      *
001230*                    SPACES FOR EVERY OTHER ITEM.                *
001240*                                                                *
001250******************************************************************
001300 01  REVIEW-QUEUE-RECORD.
001400     05  RQ-TRANSACTION-ID              PIC X(10).
001500     05  RQ-ACCOUNT-ID                  PIC X(10).
002700     05  RQ-SETTLED-FLAG                PIC X(01).
002800         88  RQ-ITEM-SETTLED                VALUE "Y".
002900         88  RQ-ITEM-NOT-SETTLED            VALUE "N".
003000     05  RQ-CPTY-ACCOUNT-ID             PIC X(10).
