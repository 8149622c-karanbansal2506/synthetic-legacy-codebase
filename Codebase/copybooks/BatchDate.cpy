001100*    TO EXECUTE ON.  BATCHDATEROLL ADVANCES THE RECORD AT END    *
001200*    OF DAY, AND ONLY AFTER THE CONTROL-TOTAL RECONCILIATION     *
001300*    PASSES.                                                     *
001310*                                                                *
001320*    A BUSINESS DATE MAY SETTLE IN SEVERAL CYCLES - INTRADAY     *
001330*    CYCLES AND THE NIGHTLY ONE.  BD-CYCLE-NUMBER COUNTS THEM    *
001340*    WITHIN THE DATE FROM 01, AND EVERY CYCLE TAKES ITS OWN      *
001350*    BD-RUN-NUMBER, SO (BUSINESS DATE, RUN NUMBER) NAMES ONE     *
001360*    CYCLE.  BATCHCYCLEROLL OPENS THE NEXT CYCLE UNDER THE SAME  *
001370*    DATE; BATCHDATEROLL STARTS THE NEW DATE BACK AT CYCLE 01.   *
001400*                                                                *
001500*    AUTHOR.      D. OKAFOR - PAYMENTS SYSTEMS GROUP.            *
001600*    DATE-WRITTEN. 2026-08-22.                                   *
001700*                                                                *
001710*    MODIFICATION HISTORY.                                       *
001720*    ----------------------------------------------------------- *
001730*    2026-10-14  DO  ADDED BD-CYCLE-NUMBER FOR MULTIPLE          *
001740*                    SETTLEMENT CYCLES PER BUSINESS DATE.        *
001750*                                                                *
001800******************************************************************
001900 01  BATCH-DATE-RECORD.
002000     05  BD-BUSINESS-DATE               PIC 9(08).
002100     05  BD-RUN-NUMBER                  PIC 9(05).
002200     05  BD-CYCLE-NUMBER                PIC 9(02).
002300         88  BD-FIRST-CYCLE                 VALUE 01.
