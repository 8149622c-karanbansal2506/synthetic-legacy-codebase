001600*    RETURNS 16 AND THE CALLER DECIDES WHETHER TO ABORT (THE    *
001700*    SETTLEMENT CHAIN) OR FALL BACK TO THE SYSTEM DATE WITH A   *
001800*    WARNING (REPORTING STEPS).                                 *
001810*                                                               *
001820*    A CONTROL RECORD WRITTEN BEFORE BD-CYCLE-NUMBER EXISTED    *
001830*    (OR CARRYING A ZERO OR GARBLED CYCLE) LOADS AS CYCLE 01.   *
001900*                                                                *
002000*    MODIFICATION HISTORY.                                      *
002100*    ---------------------------------------------------------- *
002200*    2026-08-22  DO  INITIAL VERSION.                            *
002220*    2026-10-14  DO  RECORD WIDENED FOR BD-CYCLE-NUMBER; AN      *
002250*                    ABSENT CYCLE DEFAULTS TO 01.                *
002300*                                                                *
002400*****************************************************************
002500 ENVIRONMENT DIVISION.
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  BATCH-DATE-FILE.
003500 01  BATCH-DATE-FILE-RECORD          PIC X(15).
003600*
003700 WORKING-STORAGE SECTION.
003800*
006600             MOVE 16 TO RETURN-CODE
006700         END-IF
006800     END-IF
006810*
006820     IF RETURN-CODE = ZERO
006830         IF BD-CYCLE-NUMBER NOT NUMERIC
006840                 OR BD-CYCLE-NUMBER = ZERO
006850             MOVE 1 TO BD-CYCLE-NUMBER
006860         END-IF
006870     END-IF
006900*
007000     GOBACK.
