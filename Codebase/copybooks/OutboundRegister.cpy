000100******************************************************************
000200*                                                                *
000300*    OUTBOUNDREGISTER                                            *
000400*                                                                *
000500*    ONE ROW PER ITEM SENT TO THE NETWORK ON THE ORIGFILE       *
000600*    ORIGINATION FILE.  NETWORKORIGINATION APPENDS A ROW TO     *
000700*    THE CUMULATIVE OUTREG REGISTER FOR EVERY ENTRY DETAIL IT   *
000800*    WRITES, SO NETWORKRETURNS CAN MATCH AN INBOUND RETURN      *
000900*    AGAINST WHAT WAS ACTUALLY SENT (AND IN WHAT AMOUNT), AND   *
001000*    A RERUN OF THE ORIGINATION STEP CAN TELL WHAT HAS ALREADY  *
001100*    GONE.                                                      *
001200*                                                               *
001300*    OR-BASE-AMOUNT IS THE BASE-CURRENCY (USD) AMOUNT ON THE    *
001400*    ENTRY DETAIL; OR-FACE-AMOUNT AND OR-CURRENCY-CODE ARE THE  *
001500*    ITEM AS IT SETTLED.  OR-TRACE-NUMBER IS THE ENTRY'S        *
001600*    NETWORK TRACE NUMBER (ORIGINATING BANK ID + SEQUENCE).     *
001700*                                                               *
001800*    AUTHOR.      D. OKAFOR - PAYMENTS SYSTEMS GROUP.           *
001900*    DATE-WRITTEN. 2026-10-06.                                  *
002000*                                                               *
002100******************************************************************
002200 01  OUTBOUND-REGISTER-RECORD.
002300     05  OR-TRANSACTION-ID              PIC X(10).
002400     05  OR-TRANSACTION-TYPE            PIC X(10).
002500     05  OR-ACCOUNT-ID                  PIC X(10).
002600     05  OR-FACE-AMOUNT                 PIC 9(9)V99.
002700     05  OR-CURRENCY-CODE               PIC X(03).
002800     05  OR-BASE-AMOUNT                 PIC 9(9)V99.
002900     05  OR-CPTY-NAME                   PIC X(35).
003000     05  OR-CPTY-ACCOUNT-ID             PIC X(10).
003100     05  OR-TRACE-NUMBER                PIC X(15).
003200     05  OR-BATCH-NUMBER                PIC 9(07).
003300     05  OR-BUSINESS-DATE               PIC 9(08).
003400     05  OR-RUN-NUMBER                  PIC 9(05).
