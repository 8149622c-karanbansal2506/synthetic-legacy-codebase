000100******************************************************************
000200*                                                                *
000300*    INTEGRITYHISTORY                                            *
000400*                                                                *
000500*    ONE ROW PER CROSS-FILE INTEGRITY RULE PER RUN OF            *
000600*    INTEGRITYCHECK, APPENDED TO THE INTGHIST FILE SO THE        *
000700*    EXCEPTION COUNTS CAN BE FOLLOWED FROM NIGHT TO NIGHT.       *
000800*    INTEGRITYCHECK ALSO READS IT BACK TO SHOW EACH RULE'S       *
000900*    COUNT FROM THE LAST EARLIER RUN BESIDE TONIGHT'S.           *
001000*                                                                *
001100*    IH-RULE-NUMBER       THE RULE, AS NUMBERED ON INTEGRPT.     *
001200*    IH-SEVERITY          C = CRITICAL; W = WARNING.             *
001300*    IH-ROWS-CHECKED      ROWS OF THE RULE'S FILE EXAMINED.      *
001400*    IH-EXCEPTION-COUNT   ROWS THAT BROKE THE RULE.              *
001500*    IH-FILE-PRESENT      "N" WHEN THE RULE'S FILE COULD NOT BE  *
001600*                         OPENED AND THE RULE WAS NOT CHECKED;   *
001700*                         THE COUNTS ARE THEN ZERO AND THE ROW   *
001800*                         IS NOT USED AS A PRIOR COUNT.          *
001900*                                                                *
002000*    AUTHOR.      D. OKAFOR - PAYMENTS SYSTEMS GROUP.            *
002100*    DATE-WRITTEN. 2026-10-15.                                   *
002200*                                                                *
002300******************************************************************
002400 01  INTEGRITY-HISTORY-RECORD.
002500     05  IH-BUSINESS-DATE               PIC 9(08).
002600     05  IH-RUN-NUMBER                  PIC 9(05).
002700     05  IH-RULE-NUMBER                 PIC 9(02).
002800     05  IH-SEVERITY                    PIC X(01).
002900         88  IH-RULE-CRITICAL               VALUE "C".
003000         88  IH-RULE-WARNING                VALUE "W".
003100     05  IH-ROWS-CHECKED                PIC 9(07).
003200     05  IH-EXCEPTION-COUNT             PIC 9(07).
003300     05  IH-FILE-PRESENT                PIC X(01).
003400         88  IH-FILE-WAS-PRESENT            VALUE "Y".
003500         88  IH-FILE-WAS-ABSENT             VALUE "N".
