000100******************************************************************
000200*                                                                *
000300*    POSTINGOVERRIDE                                             *
000400*                                                                *
000500*    ONE ROW PER OPS OVERRIDE ON POSTOVRD.  AN OVERRIDE LETS     *
000600*    THE NAMED POSTING STEP POST ONE ITEM AGAIN FOR THE          *
000700*    BUSINESS DATE EVEN THOUGH POSTCTL SHOWS IT ALREADY          *
000800*    POSTED - A DELIBERATE REPOST, FOR EXAMPLE AFTER ACCTFILE    *
000900*    HAS BEEN RESTORED TO A POINT BEFORE THE FIRST POSTING.      *
001000*    EVERY OVERRIDE IS WRITTEN TO THE POSTCLOG LOG WHETHER IT    *
001100*    IS USED OR NOT.  PO-OVERRIDE-ID (THE OPS TICKET) AND        *
001200*    PO-USER-ID ARE REQUIRED; AN OVERRIDE ID ALREADY USED FOR    *
001300*    THE ITEM DOES NOT REPOST IT A SECOND TIME.                  *
001400*                                                                *
001500*    AUTHOR.      D. OKAFOR - PAYMENTS SYSTEMS GROUP.            *
001600*    DATE-WRITTEN. 2026-10-13.                                   *
001700*                                                                *
001800******************************************************************
001900 01  POSTING-OVERRIDE-RECORD.
002000     05  PO-SOURCE-JOB                  PIC X(20).
002100     05  PO-BUSINESS-DATE               PIC 9(08).
002200     05  PO-ITEM-ID                     PIC X(10).
002300     05  PO-OVERRIDE-ID                 PIC X(10).
002400     05  PO-USER-ID                     PIC X(08).
002500     05  PO-REASON                      PIC X(30).
