000100******************************************************************
000200*                                                                *
000300*    PARMCHANGE                                                  *
000400*                                                                *
000500*    ONE ROW PER PARAMETER CHANGE ON THE PARMPEND CARRY-FORWARD  *
000600*    KEPT BY PARMFILEMAINT - A CHANGE REQUESTED AGAINST          *
000700*    RISKPARM, INTPARM, RETNPARM, STMTPARM, DSPPARM, RECNPARM,   *
000720*    DORMPARM, REVPPARM, OR TAXPARM THAT IS STILL WAITING FOR    *
000750*    A SECOND USER'S APPROVAL, OR IS APPROVED AND WAITING FOR    *
000800*    ITS EFFECTIVE DATE.  EACH RUN WRITES PARMPNDO AND OPS       *
000900*    PROMOTES IT TO PARMPEND FOR THE NEXT RUN.  A CHANGE LEAVES  *
000950*    THE FILE WHEN IT IS APPLIED TO THE LIVE PARAMETER FILE OR   *
001000*    WITHDRAWN.                                                  *
001300*                                                                *
001400*    PM-NEW-VALUE      THE VALUE EXACTLY AS IT WILL BE WRITTEN   *
001500*                      AFTER THE "=" - WHOLE DIGITS, LEFT-       *
001600*                      JUSTIFIED.                                *
001700*    PM-CHECKER-ID     SPACES, AND PM-APPROVAL-DATE ZERO, UNTIL  *
001800*                      THE CHANGE IS APPROVED.                   *
001900*                                                                *
002000*    AUTHOR.      D. OKAFOR - PAYMENTS SYSTEMS GROUP.            *
002100*    DATE-WRITTEN. 2026-10-11.                                   *
002200*                                                                *
002300******************************************************************
002400 01  PARM-CHANGE-RECORD.
002500     05  PM-CHANGE-ID                   PIC X(10).
002600     05  PM-FILE-NAME                   PIC X(08).
002700     05  PM-PARM-KEY                    PIC X(24).
002800     05  PM-NEW-VALUE                   PIC X(09).
002900     05  PM-EFFECTIVE-DATE              PIC 9(08).
003000     05  PM-MAKER-ID                    PIC X(08).
003100     05  PM-REQUEST-DATE                PIC 9(08).
003200     05  PM-CHECKER-ID                  PIC X(08).
003300     05  PM-APPROVAL-DATE               PIC 9(08).
003400     05  PM-CHANGE-STATUS               PIC X(01).
003500         88  PM-AWAITING-APPROVAL           VALUE "P".
003600         88  PM-APPROVED                    VALUE "A".
