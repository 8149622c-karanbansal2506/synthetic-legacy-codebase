000100******************************************************************
000200*                                                                *
000300*    CUSTALERTPREF                                               *
000400*                                                                *
000500*    ONE ROW PER CUSTOMER ENROLLED FOR ACCOUNT ALERTS, ON THE    *
000600*    INDEXED CUSTALRT FILE KEPT ALONGSIDE CUSTFILE AND KEYED THE *
000700*    SAME WAY.  BUILT AND REFRESHED BY CUSTALERTPREFLOAD FROM    *
000800*    THE OPS-SUPPLIED ALRTPMNT FEED; READ BY CUSTALERTFEED.  A   *
000900*    CUSTOMER WITH NO ROW GETS NO ALERTS.                        *
001000*                                                                *
001100*    AP-ALERT-STATUS:  A = ALERTS ACTIVE; S = SUSPENDED AT THE   *
001200*    CUSTOMER'S REQUEST (THE ROW IS KEPT SO RE-ACTIVATION DOES   *
001300*    NOT LOSE THE PREFERENCES).                                  *
001400*                                                                *
001500*    AP-CONTACT-CHANNEL:  S = SMS, E = E-MAIL, P = MOBILE-APP    *
001600*    PUSH.  AP-CONTACT-ADDRESS IS THE NUMBER, MAILBOX, OR DEVICE *
001700*    TOKEN THE MESSAGING PLATFORM DELIVERS TO.                   *
001800*                                                                *
001900*    THRESHOLDS ARE IN BASE CURRENCY; ZERO TURNS THE ALERT OFF.  *
002000*    THE SWITCHES ARE Y OR N.                                    *
002100*                                                                *
002200*    AUTHOR.      D. OKAFOR - PAYMENTS SYSTEMS GROUP.            *
002300*    DATE-WRITTEN. 2026-10-15.                                   *
002400*                                                                *
002500******************************************************************
002600 01  CUSTOMER-ALERT-PREF-RECORD.
002700     05  AP-CUSTOMER-ID                 PIC X(10).
002800     05  AP-ALERT-STATUS                PIC X(01).
002900         88  AP-ALERTS-ACTIVE               VALUE "A".
003000         88  AP-ALERTS-SUSPENDED            VALUE "S".
003100     05  AP-CONTACT-CHANNEL             PIC X(01).
003200         88  AP-CONTACT-BY-SMS              VALUE "S".
003300         88  AP-CONTACT-BY-EMAIL            VALUE "E".
003400         88  AP-CONTACT-BY-PUSH             VALUE "P".
003500     05  AP-CONTACT-ADDRESS             PIC X(60).
003600     05  AP-LOW-BALANCE-THRESHOLD       PIC 9(9)V99.
003700     05  AP-LARGE-DEBIT-THRESHOLD       PIC 9(9)V99.
003800     05  AP-FEE-ALERT-SW                PIC X(01).
003900         88  AP-WANTS-FEE-ALERTS            VALUE "Y".
004000     05  AP-RETURN-ALERT-SW             PIC X(01).
004100         88  AP-WANTS-RETURN-ALERTS         VALUE "Y".
004200     05  AP-HOLD-ALERT-SW               PIC X(01).
004300         88  AP-WANTS-HOLD-ALERTS           VALUE "Y".
004400     05  AP-REVERSAL-ALERT-SW           PIC X(01).
004500         88  AP-WANTS-REVERSAL-ALERTS       VALUE "Y".
004600     05  AP-LAST-CHANGED-DATE           PIC 9(08).
