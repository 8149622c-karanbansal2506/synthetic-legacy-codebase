001198*                    CHANNEL FROM THE FEED, SO THE STATUS        *
001199*                    RETURN EXTRACT CAN HAND EACH FEED SENDER    *
001201*                    BACK EXACTLY THE RECORDS IT TRANSMITTED.    *
001202*    2026-10-15  DO  ADDED TR-POSTED-AMOUNT, TR-POSTED-          *
001203*                    CURRENCY, AND TR-POSTED-RATE: WHAT THE ROW  *
001204*                    MOVED ON THE ACCOUNT, IN THE ACCOUNT'S OWN  *
001205*                    CURRENCY, AND THE RATE USED (ACCOUNT-       *
001206*                    CURRENCY UNITS PER UNIT OF TR-CURRENCY-     *
001207*                    CODE; 1 WHEN THE TWO MATCH).  ROWS WRITTEN  *
001208*                    BEFORE THE FIELDS CARRY SPACES IN TR-       *
001209*                    POSTED-CURRENCY AND POSTED IN USD.          *
001210*                                                                *
001300******************************************************************
001400 01  TRANSACTION-RESULT-RECORD.
001500     05  TR-TRANSACTION-ID              PIC X(10).
002400     05  TR-PROCESS-DATE                PIC 9(08).
002500     05  TR-RUN-NUMBER                  PIC 9(05).
002600     05  TR-CHANNEL-ID                  PIC X(08).
002700     05  TR-POSTED-AMOUNT               PIC 9(9)V99.
002800     05  TR-POSTED-CURRENCY             PIC X(03).
002900     05  TR-POSTED-RATE                 PIC 9(05)V9(06).
