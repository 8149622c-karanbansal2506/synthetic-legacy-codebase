001300*    MADE IT OUT.                                               *
001400*                                                               *
001500*    AN EXPIRY DATE OF ZERO MEANS THE ORDER NEVER EXPIRES.      *
001510*                                                               *
001520*    SO-NEXT-DUE-DATE IS THE NOMINAL SCHEDULE DATE.  WHEN IT    *
001530*    FALLS ON A WEEKEND OR HOLCAL HOLIDAY THE ORDER GOES OUT ON *
001540*    THE NEXT BUSINESS DAY (SO-BUSINESS-DAY-RULE "N", OR SPACE  *
001550*    ON ORDERS SET UP BEFORE THE RULE EXISTED) OR THE PREVIOUS  *
001560*    ONE ("P"); THE SCHEDULE ITSELF DOES NOT DRIFT.             *
001600*                                                               *
001700*    AUTHOR.      D. OKAFOR - PAYMENTS SYSTEMS GROUP.           *
001800*    DATE-WRITTEN. 2026-09-02.                                  *
003400         88  SO-STATUS-ACTIVE               VALUE "A".
003500         88  SO-STATUS-CANCELLED            VALUE "C".
003600         88  SO-STATUS-EXPIRED              VALUE "E".
003700     05  SO-BUSINESS-DAY-RULE           PIC X(01).
003800         88  SO-ROLL-NEXT                   VALUE "N" " ".
003900         88  SO-ROLL-PREVIOUS               VALUE "P".
