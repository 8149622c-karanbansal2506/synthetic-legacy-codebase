000100******************************************************************
000200*                                                                *
000300*    POSTINGCONTROL                                              *
000400*                                                                *
000500*    ONE ROW PER ITEM A POST-RUN POSTING STEP HAS MOVED MONEY    *
000600*    FOR, ON THE SHARED POSTCTL REGISTRY (KEYED BY PC-KEY) KEPT  *
000700*    BY THE POSTINGCONTROL SUBPROGRAM.  A STEP THAT FINDS ITS    *
000800*    OWN ITEM ALREADY ON THE REGISTRY FOR THE BUSINESS DATE      *
000900*    SKIPS IT, SO A RERUN NEVER POSTS THE SAME MONEY TWICE.      *
001000*                                                                *
001100*    PC-SOURCE-JOB        THE POSTING STEP'S RUNLOG STEP NAME.   *
001200*    PC-ITEM-ID           THE STEP'S OWN ITEM KEY - TRANSACTION- *
001300*                         ID, ENTRY-ID, CASE-ID, OR ACCOUNT-ID.  *
001400*    PC-POST-COUNT        1 WHEN FIRST POSTED, PLUS ONE FOR      *
001500*                         EACH REPOST UNDER AN OPS OVERRIDE.     *
001600*    PC-FOLD-COUNT        THE TRANRESULT ROWS AND AMOUNT THE     *
001700*    PC-FOLD-AMOUNT       LAST POSTING ADDED TO CTLTOTAL.        *
001800*    PC-FOLDED-SW         "N" UNTIL THE STEP HAS FOLDED THEM     *
001900*                         INTO CTLTOTAL, SO A RERUN AFTER A      *
002000*                         FAILURE FOLDS WHAT THE FAILED RUN      *
002100*                         POSTED BUT NEVER FOLDED.               *
002200*    PC-OVERRIDE-ID       THE OPS OVERRIDE THE LAST REPOST WAS   *
002300*    PC-OVERRIDE-USER     MADE UNDER (SPACES IF NEVER            *
002400*                         REPOSTED).  AN OVERRIDE REPOSTS ONCE.  *
002500*                                                                *
002600*    AUTHOR.      D. OKAFOR - PAYMENTS SYSTEMS GROUP.            *
002700*    DATE-WRITTEN. 2026-10-13.                                   *
002800*                                                                *
002900******************************************************************
003000 01  POSTING-CONTROL-RECORD.
003100     05  PC-KEY.
003200         10  PC-SOURCE-JOB              PIC X(20).
003300         10  PC-BUSINESS-DATE           PIC 9(08).
003400         10  PC-ITEM-ID                 PIC X(10).
003500     05  PC-ACCOUNT-ID                  PIC X(10).
003600     05  PC-RUN-NUMBER                  PIC 9(05).
003700     05  PC-POSTED-TIMESTAMP            PIC 9(14).
003800     05  PC-POST-COUNT                  PIC 9(03).
003900     05  PC-FOLD-COUNT                  PIC 9(05).
004000     05  PC-FOLD-AMOUNT                 PIC 9(11)V99.
004100     05  PC-FOLDED-SW                   PIC X(01).
004200         88  PC-FOLDED                      VALUE "Y".
004300         88  PC-NOT-FOLDED                  VALUE "N".
004400     05  PC-OVERRIDE-ID                 PIC X(10).
004500     05  PC-OVERRIDE-USER               PIC X(08).
