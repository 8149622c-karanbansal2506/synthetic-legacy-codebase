000100******************************************************************
000200*                                                                *
000300*    CHANNELMASTER                                               *
000400*                                                                *
000500*    ONE ROW PER FEED SENDER ON THE INDEXED CHANMAST FILE,       *
000600*    KEYED BY THE TRANSACTION-CHANNEL-ID THE SENDER STAMPS ON    *
000700*    ITS FEED.  BUILT AND REFRESHED BY CHANNELMASTERLOAD FROM    *
000800*    THE OPS-SUPPLIED CHANMMNT FEED; READ BY FEEDEDIT, WHICH     *
000900*    SUSPENDS EVERY FEED RECORD FROM A CHANNEL WITH NO ROW.      *
001000*                                                                *
001100*    CM-CHANNEL-STATUS:  A = ACTIVE; S = SUSPENDED OR            *
001200*    DECOMMISSIONED - EVERYTHING IT SENDS IS SUSPENDED.  THE     *
001300*    ROW IS KEPT SO THE CHANNEL CAN BE RE-ACTIVATED.             *
001400*                                                                *
001500*    CM-PERMITTED-TYPE LISTS THE TRANSACTION TYPES THE CHANNEL   *
001600*    MAY SEND, EACH ON TXNTYPETABLE, LEFT-JUSTIFIED WITH UNUSED  *
001700*    ENTRIES SPACES.  CM-MAX-ITEM-AMOUNT IS THE LARGEST SINGLE   *
001800*    ITEM ACCEPTED, IN THE CURRENCY THE ITEM IS SENT IN; ZERO    *
001900*    MEANS NO LIMIT.  CM-CUTOFF-TIME IS THE LATEST HHMM AN ITEM  *
002000*    MAY BE RECEIVED AT THE GATEWAY AND STILL BE WORKED ON THE   *
002100*    CURRENT BUSINESS DATE; ZERO MEANS NO CUTOFF.                *
002200*                                                                *
002300*    AUTHOR.      D. OKAFOR - PAYMENTS SYSTEMS GROUP.            *
002400*    DATE-WRITTEN. 2026-10-15.                                   *
002500*                                                                *
002600******************************************************************
002700 01  CHANNEL-MASTER-RECORD.
002800     05  CM-CHANNEL-ID                  PIC X(08).
002900     05  CM-CHANNEL-NAME                PIC X(30).
003000     05  CM-CHANNEL-STATUS              PIC X(01).
003100         88  CM-CHANNEL-ACTIVE              VALUE "A".
003200         88  CM-CHANNEL-SUSPENDED           VALUE "S".
003300     05  CM-PERMITTED-TYPE              PIC X(10) OCCURS 5 TIMES.
003400     05  CM-MAX-ITEM-AMOUNT             PIC 9(9)V99.
003500     05  CM-CUTOFF-TIME                 PIC 9(04).
003600     05  CM-LAST-CHANGED-DATE           PIC 9(08).
