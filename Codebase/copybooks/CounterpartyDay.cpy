000100******************************************************************
000200*                                                                *
000300*    COUNTERPARTYDAY                                             *
000400*                                                                *
000500*    ONE ROW PER TRANSACTION THE CHAIN PROCESSES THAT CARRIES A  *
000600*    COUNTERPARTY ACCOUNT.  TRANPROCESSOR WRITES THE TRANCPTY    *
000700*    DAY FILE, STARTED FRESH ON THE DATE'S FIRST CYCLE AND       *
000800*    EXTENDED ON LATER ONES, SO IT HOLDS EVERY CYCLE OF THE      *
000900*    DATE - TRANSRT HOLDS ONLY THE CURRENT CYCLE.                *
001000*    NETWORKORIGINATION READS IT TO NAME THE BENEFICIARY ON      *
001100*    EACH ENTRY DETAIL.                                          *
001200*                                                                *
001300*    CP-BUSINESS-DATE AND CP-RUN-NUMBER ARE THE BATCHDTE DATE    *
001400*    AND CYCLE THAT PROCESSED THE ITEM.                          *
001500*                                                                *
001600*    AUTHOR.      D. OKAFOR - PAYMENTS SYSTEMS GROUP.            *
001700*    DATE-WRITTEN. 2026-10-15.                                   *
001800*                                                                *
001900******************************************************************
002000 01  COUNTERPARTY-DAY-RECORD.
002100     05  CP-TRANSACTION-ID              PIC X(10).
002200     05  CP-CPTY-NAME                   PIC X(35).
002300     05  CP-CPTY-ACCOUNT-ID             PIC X(10).
002400     05  CP-BUSINESS-DATE               PIC 9(08).
002500     05  CP-RUN-NUMBER                  PIC 9(05).
