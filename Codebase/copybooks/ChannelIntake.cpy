000100******************************************************************
000200*                                                                *
000300*    CHANNELINTAKE                                               *
000400*                                                                *
000500*    ONE ROW PER RECORD A CHANNEL SENT ON TRANFILE, WRITTEN BY   *
000600*    FEEDEDIT TO CHANINTK AS IT DISPOSES OF THE RECORD.  THE     *
000700*    FILE IS REWRITTEN EACH RUN WITH THE ROWS OF THE BUSINESS    *
000750*    DATE'S EARLIER CYCLES (CI-RUN-NUMBER BELOW THE RUN'S OWN)   *
000800*    CARRIED FORWARD, SO AT END OF DAY IT HOLDS THE WHOLE        *
000850*    DATE'S INTAKE FOR CHANNELINTAKEREPORT AND A RERUN OF A      *
000900*    CYCLE DOES NOT COUNT ITS RECORDS TWICE.  MATURED WAREHOUSE  *
001000*    RELEASES WERE TAKEN IN THE DAY THEY ARRIVED AND ARE NOT     *
001100*    WRITTEN AGAIN.                                              *
001200*                                                                *
001300*    CI-DISPOSITION:  A = ACCEPTED TO TRANEDIT; W = WAREHOUSED   *
001400*    TO A LATER VALUE DATE; C = RECEIVED AFTER THE CHANNEL'S     *
001500*    CUTOFF AND WAREHOUSED TO THE NEXT BUSINESS DATE; S =        *
001600*    SUSPENDED TO TRANSUSP.  CI-TRANSACTION-AMOUNT IS ZERO FOR   *
001700*    A RECORD SUSPENDED FOR A NON-NUMERIC AMOUNT.                *
001800*                                                                *
001900*    AUTHOR.      D. OKAFOR - PAYMENTS SYSTEMS GROUP.            *
002000*    DATE-WRITTEN. 2026-10-15.                                   *
002100*                                                                *
002200******************************************************************
002300 01  CHANNEL-INTAKE-RECORD.
002400     05  CI-CHANNEL-ID                  PIC X(08).
002500     05  CI-TRANSACTION-ID              PIC X(10).
002600     05  CI-TRANSACTION-AMOUNT          PIC 9(9)V99.
002700     05  CI-DISPOSITION                 PIC X(01).
002800         88  CI-ACCEPTED                    VALUE "A".
002900         88  CI-WAREHOUSED                  VALUE "W".
003000         88  CI-AFTER-CUTOFF                VALUE "C".
003100         88  CI-SUSPENDED                   VALUE "S".
003200     05  CI-BUSINESS-DATE               PIC 9(08).
003300     05  CI-RUN-NUMBER                  PIC 9(05).
