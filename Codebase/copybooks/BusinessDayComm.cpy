000100******************************************************************
000200*                                                                *
000300*    BUSINESSDAYCOMM                                             *
000400*                                                                *
000500*    COMMUNICATION AREA BETWEEN A BATCH STEP AND THE SHARED     *
000600*    BUSINESSDAYCALC SUBPROGRAM, WHICH ANSWERS BUSINESS-DAY     *
000700*    QUESTIONS AGAINST THE OPS-MAINTAINED HOLCAL HOLIDAY        *
000800*    CALENDAR.  SATURDAYS, SUNDAYS, AND EVERY DATE ON HOLCAL    *
000900*    ARE NON-BUSINESS DAYS.  THE CALLER SETS BDC-FUNCTION AND   *
001000*    THE DATE(S), CALLS BUSINESSDAYCALC USING                   *
001100*    BUSINESS-DAY-COMM-AREA, AND CHECKS RETURN-CODE:            *
001200*                                                               *
001300*        N  NEXT BUSINESS DAY STRICTLY AFTER BDC-FROM-DATE      *
001400*        F  BDC-FROM-DATE IF A BUSINESS DAY, ELSE THE NEXT ONE  *
001500*        P  BDC-FROM-DATE IF A BUSINESS DAY, ELSE THE PREVIOUS  *
001600*        C  BUSINESS DAYS AFTER BDC-FROM-DATE UP TO AND         *
001700*           INCLUDING BDC-TO-DATE (ZERO IF TO IS NOT LATER)     *
001800*                                                               *
001900*    N, F, AND P RETURN BDC-RESULT-DATE; ALL FOUR RETURN        *
002000*    BDC-CALENDAR-DAYS, THE CALENDAR DAYS FROM BDC-FROM-DATE    *
002100*    TO THE RESULT (OR TO BDC-TO-DATE FOR C), AND C RETURNS     *
002200*    BDC-BUSINESS-DAYS.  RETURN-CODE 16 MEANS HOLCAL IS NOT     *
002300*    USABLE; 8 MEANS AN INPUT DATE IS NOT A VALID DATE.         *
002400*                                                               *
002500*    AUTHOR.      D. OKAFOR - PAYMENTS SYSTEMS GROUP.           *
002600*    DATE-WRITTEN. 2026-10-07.                                  *
002700*                                                               *
002800******************************************************************
002900 01  BUSINESS-DAY-COMM-AREA.
003000     05  BDC-FUNCTION                   PIC X(01).
003100         88  BDC-NEXT-BUSINESS-DAY          VALUE "N".
003200         88  BDC-ROLL-FOLLOWING             VALUE "F".
003300         88  BDC-ROLL-PRECEDING             VALUE "P".
003400         88  BDC-COUNT-BUSINESS-DAYS        VALUE "C".
003500     05  BDC-FROM-DATE                  PIC 9(08).
003600     05  BDC-TO-DATE                    PIC 9(08).
003700     05  BDC-RESULT-DATE                PIC 9(08).
003800     05  BDC-BUSINESS-DAYS              PIC 9(05).
003900     05  BDC-CALENDAR-DAYS              PIC 9(05).
