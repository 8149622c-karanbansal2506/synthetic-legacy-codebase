000100******************************************************************
000200*                                                                *
000300*    DISPUTENOTICE                                               *
000400*                                                                *
000500*    ONE ROW PER CUSTOMER NOTICE ON THE DSPNOTC EXTRACT WRITTEN  *
000600*    BY DISPUTECASEMAINT WHEN A DISPUTE IS RESOLVED.  THE LETTER *
000700*    VENDOR MERGES IT WITH THE CUSTOMER MASTER, AS FOR DORMLTR.  *
000800*                                                                *
000900*    DN-NOTICE-TYPE:  F = RESOLVED IN THE CUSTOMER'S FAVOR, THE  *
001000*    CREDIT IS FINAL; D = RESOLVED IN THE BANK'S FAVOR BEFORE    *
001100*    ANY CREDIT POSTED; R = RESOLVED IN THE BANK'S FAVOR AFTER   *
001200*    A PROVISIONAL CREDIT - DN-AMOUNT WILL BE DEBITED BACK ON    *
001300*    DN-REVERSAL-DATE (ZERO FOR F AND D).                        *
001400*                                                                *
001500*    AUTHOR.      D. OKAFOR - PAYMENTS SYSTEMS GROUP.            *
001600*    DATE-WRITTEN. 2026-10-12.                                   *
001700*                                                                *
001800******************************************************************
001900 01  DISPUTE-NOTICE-RECORD.
002000     05  DN-CASE-ID                     PIC X(10).
002100     05  DN-ACCOUNT-ID                  PIC X(10).
002200     05  DN-CUSTOMER-ID                 PIC X(10).
002300     05  DN-TRANSACTION-ID              PIC X(10).
002400     05  DN-NOTICE-TYPE                 PIC X(01).
002500         88  DN-NOTICE-FINAL-CREDIT         VALUE "F".
002600         88  DN-NOTICE-DENIED               VALUE "D".
002700         88  DN-NOTICE-REVERSAL             VALUE "R".
002800     05  DN-AMOUNT                      PIC 9(9)V99.
002900     05  DN-NOTICE-DATE                 PIC 9(08).
003000     05  DN-REVERSAL-DATE               PIC 9(08).
