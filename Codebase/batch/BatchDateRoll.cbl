001600*    BALANCE OR UNRECONCILED DAY STAYS OPEN, WHICH IS WHAT      *
001700*    GIVES THE CHAIN ITS CLEAN RE-RUN STORY: RE-RUNNING A       *
001800*    FAILED DAY STAMPS THE SAME BUSINESS DATE UNTIL IT PROVES   *
001900*    IN BALANCE.  ON A ROLL THE BUSINESS DATE ADVANCES TO THE   *
002000*    NEXT BUSINESS DAY - WEEKENDS AND HOLCAL HOLIDAYS ARE       *
002010*    SKIPPED - AND THE RUN NUMBER INCREMENTS.                   *
002020*                                                               *
002030*    ON A DAY THAT SETTLED IN SEVERAL CYCLES, EVERY CYCLE'S     *
002040*    CONTROLRECON ROW MUST READ PASS, AND THE PASS MUST INCLUDE *
002050*    THE FINAL CYCLE - THE ONE NOW ON BATCHDTE - SO A DAY WHOSE *
002060*    LAST CYCLE NEVER RECONCILED STAYS OPEN.  THE NEW DATE      *
002070*    STARTS BACK AT CYCLE 01.                                   *
002100*                                                                *
002200*    MODIFICATION HISTORY.                                      *
002300*    ---------------------------------------------------------- *
002420*                    ACCTBALPROOF TRIAL-BALANCE PROOF, READ      *
002430*                    FROM THE SAME RECONSTAT FILE BY ITS NEW     *
002440*                    SOURCE TAG.                                 *
002450*    2026-10-07  DO  THE ROLL SKIPS WEEKENDS AND HOLCAL           *
002460*                    HOLIDAYS THROUGH BUSINESSDAYCALC; AN         *
002470*                    UNUSABLE CALENDAR KEEPS THE DAY OPEN.        *
002475*    2026-10-14  DO  MULTIPLE SETTLEMENT CYCLES PER DATE: THE    *
002480*                    CONTROLRECON PASS MUST COVER THE FINAL      *
002485*                    CYCLE'S RUN NUMBER, AND THE ROLL RESETS     *
002490*                    BD-CYCLE-NUMBER TO 01.                      *
002500*                                                                *
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  BATCH-DATE-FILE.
004100 01  BATCH-DATE-FILE-RECORD          PIC X(15).
004200*
004300 FD  RECON-STATUS-FILE.
004400 01  RECON-STATUS-RECORD.
004500     05  RS-RECON-RESULT             PIC X(04).
004600     05  RS-RECON-DATE               PIC 9(08).
004650     05  RS-RECON-SOURCE             PIC X(12).
004660     05  RS-RECON-RUN-NUMBER         PIC 9(05).
004700*
004800 WORKING-STORAGE SECTION.
004801*
005500 01  WS-STATUS-FILE-STATUS           PIC X(02).
005600     88  STATUS-FILE-OK                  VALUE "00".
005700*
005800 COPY BusinessDayComm.
005810*
005820 01  WS-STATUS-EOF-SW                PIC X(01).
005830     88  STATUS-EOF                      VALUE "Y".
008130*    MISSING PROOF ALL HOLD THE ROLL.  A ROW WITH NO SOURCE     *
008140*    TAG (WRITTEN BEFORE THE FIELD EXISTED) COUNTS AS THE       *
008150*    CONTROL-TOTAL RECONCILIATION.                              *
008155*    THE CONTROL-TOTAL PASS THAT COUNTS IS THE ONE FOR THE      *
008160*    FINAL CYCLE (BD-RUN-NUMBER); EARLIER CYCLES' ROWS ONLY     *
008165*    MATTER IF ONE OF THEM FAILED.  A ROW WITH NO RUN NUMBER    *
008170*    (WRITTEN BEFORE THE FIELD EXISTED) COUNTS AS THE FINAL     *
008175*    CYCLE'S.                                                   *
008200*---------------------------------------------------------------*
008300 1000-CHECK-RECON-STATUS.
008310     SET STATUS-NOT-EOF TO TRUE
010100*
010200     IF RECON-PASS-NOT-SEEN
010210         DISPLAY "BATCHDATEROLL: NO CONTROLRECON PASS FOR "
010220             BD-BUSINESS-DATE " RUN " BD-RUN-NUMBER
010225             " - BUSINESS DATE STAYS OPEN"
010230         MOVE 8 TO RETURN-CODE
010240         GOBACK
010250     END-IF
011180*
011181     IF RS-RECON-SOURCE = "BALPROOF"
011182         SET PROOF-PASS-SEEN TO TRUE
011183         GO TO 1100-EXIT
011184     END-IF
011190*
011200     IF RS-RECON-RUN-NUMBER NOT NUMERIC
011210             OR RS-RECON-RUN-NUMBER = BD-RUN-NUMBER
011220         SET RECON-PASS-SEEN TO TRUE
011230     END-IF.
011240 1100-EXIT.
011250     EXIT.
011260*
011300*---------------------------------------------------------------*
011400*    2000-ROLL-BUSINESS-DATE                                    *
011500*---------------------------------------------------------------*
011600 2000-ROLL-BUSINESS-DATE.
011700     SET BDC-NEXT-BUSINESS-DAY TO TRUE
011800     MOVE BD-BUSINESS-DATE TO BDC-FROM-DATE
011900     CALL 'BusinessDayCalc' USING BUSINESS-DAY-COMM-AREA
011910     IF RETURN-CODE NOT = ZERO
011920         DISPLAY "BATCHDATEROLL: NO NEXT BUSINESS DAY FROM "
011930             "HOLCAL - BUSINESS DATE " BD-BUSINESS-DATE
011940             " STAYS OPEN"
011950         MOVE 16 TO RETURN-CODE
011960         GOBACK
011970     END-IF
012000     MOVE BDC-RESULT-DATE TO BD-BUSINESS-DATE
012100     ADD 1 TO BD-RUN-NUMBER
012150     MOVE 1 TO BD-CYCLE-NUMBER
012200*
012300     OPEN OUTPUT BATCH-DATE-FILE
012400     IF NOT DATE-FILE-OK
