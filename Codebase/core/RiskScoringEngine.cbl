002242*                    WITHOUT SCORING.  A CODE WITH NO RATE IS    *
002243*                    SCORED AT FACE VALUE - THE DRIVERS REJECT   *
002244*                    SUCH A TRANSACTION BEFORE SETTLEMENT.       *
002245*    2026-10-09  DO  ADDED THE RISKSCORINGWHATIF ENTRY POINT,    *
002250*                    WHICH SCORES WITH THE CANDIDATE PARAMETER   *
002255*                    FILE RISKCAND IN PLACE OF RISKPARM SO A     *
002260*                    PROPOSED CHANGE CAN BE SIMULATED AGAINST    *
002265*                    HISTORY THROUGH THE SAME RULES.  RISKCAND   *
002270*                    OVERLAYS THE COMPILED-IN DEFAULTS EXACTLY   *
002275*                    AS RISKPARM DOES.  A MISSING RISKCAND       *
002280*                    RETURNS 16.                                 *
002285*                                                                *
002300*****************************************************************
002310 ENVIRONMENT DIVISION.
002320 INPUT-OUTPUT SECTION.
002340     SELECT RISK-PARM-FILE ASSIGN TO "RISKPARM"
002350         ORGANIZATION IS LINE SEQUENTIAL
002360         FILE STATUS IS WS-PARM-FILE-STATUS.
002362*
002364     SELECT RISK-CAND-FILE ASSIGN TO "RISKCAND"
002366         ORGANIZATION IS LINE SEQUENTIAL
002368         FILE STATUS IS WS-CAND-FILE-STATUS.
002370*
002380 DATA DIVISION.
002390 FILE SECTION.
002400 FD  RISK-PARM-FILE.
002410 01  RISK-PARM-RECORD                PIC X(80).
002412*
002414 FD  RISK-CAND-FILE.
002416 01  RISK-CAND-RECORD                PIC X(80).
002420*
002430 WORKING-STORAGE SECTION.
002600*
004762     88  PARMS-ALREADY-LOADED            VALUE "Y".
004763     88  PARMS-NOT-YET-LOADED            VALUE "N".
004764*
004765*---------------------------------------------------------------*
004767*    SAVE AREAS, EACH THE LENGTH OF RISK-THRESHOLDS, FOR THE    *
004769*    COMPILED-IN DEFAULTS, THE RISKPARM SET IN FORCE, AND THE   *
004771*    RISKCAND CANDIDATE SET USED BY RISKSCORINGWHATIF.          *
004773*---------------------------------------------------------------*
004775 01  WS-COMPILED-THRESHOLDS          PIC X(69).
004777 01  WS-IN-FORCE-THRESHOLDS          PIC X(69).
004779 01  WS-CANDIDATE-THRESHOLDS         PIC X(69).
004781*
004783 01  WS-CAND-FILE-STATUS             PIC X(02).
004785     88  CAND-FILE-OK                    VALUE "00".
004787*
004789 01  WS-CAND-LOADED-SW               PIC X(01) VALUE "N".
004791     88  CANDIDATE-ALREADY-LOADED        VALUE "Y".
004793     88  CANDIDATE-NOT-YET-LOADED        VALUE "N".
004795*
004800 01  WIRE-TYPE-TABLE.
004900     05  WIRE-TYPE-ENTRY             PIC X(10) OCCURS 3 TIMES
005000                                     VALUES "XFR       ",
005930 PROCEDURE DIVISION USING TRANSACTION-RECORD, ACCOUNT-RECORD.
006000*
006100 0000-MAINLINE.
006110     PERFORM 0100-FIRST-CALL-SETUP THRU 0100-EXIT
006120     IF RATES-NOT-YET-LOADED
006130         MOVE 16 TO RETURN-CODE
006140         GOBACK
006150     END-IF
006200     PERFORM 2000-CALCULATE-RISK THRU 2000-EXIT
006210     MOVE ZERO TO RETURN-CODE
006300     GOBACK.
006301*
006302*---------------------------------------------------------------*
006303*    0100-FIRST-CALL-SETUP                                      *
006304*    ON THE FIRST CALL OF A RUN, THROUGH EITHER ENTRY POINT,    *
006305*    KEEPS A COPY OF THE COMPILED-IN DEFAULTS, LOADS RISKPARM,  *
006306*    AND LOADS THE RATE TABLE.  AN UNUSABLE RATE FEED LEAVES    *
006307*    RATES-NOT-YET-LOADED SET FOR THE CALLER TO RETURN 16.      *
006308*---------------------------------------------------------------*
006309 0100-FIRST-CALL-SETUP.
006310     IF PARMS-NOT-YET-LOADED
006311         MOVE RISK-THRESHOLDS TO WS-COMPILED-THRESHOLDS
006312         PERFORM 1000-LOAD-RISK-PARAMETERS THRU 1000-EXIT
006313         SET PARMS-ALREADY-LOADED TO TRUE
006314     END-IF
006315     IF RATES-NOT-YET-LOADED
006316         CALL 'CurrencyRateLoad' USING CURRENCY-RATE-TABLE
006317         IF RETURN-CODE = ZERO
006318             SET RATES-ALREADY-LOADED TO TRUE
006319         END-IF
006320     END-IF.
006321 0100-EXIT.
006322     EXIT.
006323*
006324*---------------------------------------------------------------*
006325*    0500-WHAT-IF-ENTRY                                         *
006326*    SCORES THE TRANSACTION WITH THE RISKCAND CANDIDATE SET     *
006327*    SWAPPED IN FOR THE CALL, THEN PUTS THE RISKPARM SET BACK,  *
006328*    SO A CALLER CAN SCORE THE SAME ITEM BOTH WAYS.             *
006329*---------------------------------------------------------------*
006330 0500-WHAT-IF-ENTRY.
006331     ENTRY "RiskScoringWhatIf"
006332         USING TRANSACTION-RECORD, ACCOUNT-RECORD.
006333*
006334     PERFORM 0100-FIRST-CALL-SETUP THRU 0100-EXIT
006335     IF RATES-NOT-YET-LOADED
006336         MOVE 16 TO RETURN-CODE
006337         GOBACK
006338     END-IF
006339     IF CANDIDATE-NOT-YET-LOADED
006340         PERFORM 0510-LOAD-CANDIDATE-PARAMETERS THRU 0510-EXIT
006341     END-IF
006342     IF CANDIDATE-NOT-YET-LOADED
006343         MOVE 16 TO RETURN-CODE
006344         GOBACK
006345     END-IF
006346*
006347     MOVE RISK-THRESHOLDS TO WS-IN-FORCE-THRESHOLDS
006348     MOVE WS-CANDIDATE-THRESHOLDS TO RISK-THRESHOLDS
006349     PERFORM 2000-CALCULATE-RISK THRU 2000-EXIT
006350     MOVE WS-IN-FORCE-THRESHOLDS TO RISK-THRESHOLDS
006351     MOVE ZERO TO RETURN-CODE
006352     GOBACK.
006353*
006355*---------------------------------------------------------------*
006356*    0510-LOAD-CANDIDATE-PARAMETERS                             *
006357*    BUILDS THE CANDIDATE SET BY OVERLAYING RISKCAND ON THE     *
006358*    COMPILED-IN DEFAULTS - NOT ON RISKPARM - SO IT SCORES      *
006359*    EXACTLY AS RISKCAND WOULD IF PROMOTED TO RISKPARM.  A      *
006360*    MISSING RISKCAND LEAVES CANDIDATE-NOT-YET-LOADED SET.      *
006361*---------------------------------------------------------------*
006362 0510-LOAD-CANDIDATE-PARAMETERS.
006363     OPEN INPUT RISK-CAND-FILE
006364     IF NOT CAND-FILE-OK
006365         GO TO 0510-EXIT
006366     END-IF
006367*
006368     MOVE RISK-THRESHOLDS TO WS-IN-FORCE-THRESHOLDS
006369     MOVE WS-COMPILED-THRESHOLDS TO RISK-THRESHOLDS
006370     SET PARM-NOT-EOF TO TRUE
006371     PERFORM 0520-READ-CANDIDATE-RECORD THRU 0520-EXIT
006372         UNTIL PARM-EOF
006373     CLOSE RISK-CAND-FILE
006374*
006375     MOVE RISK-THRESHOLDS TO WS-CANDIDATE-THRESHOLDS
006376     MOVE WS-IN-FORCE-THRESHOLDS TO RISK-THRESHOLDS
006377     SET CANDIDATE-ALREADY-LOADED TO TRUE.
006378 0510-EXIT.
006379     EXIT.
006380*
006381 0520-READ-CANDIDATE-RECORD.
006382     READ RISK-CAND-FILE
006383         AT END
006384             SET PARM-EOF TO TRUE
006385             GO TO 0520-EXIT
006386     END-READ
006387*
006388     UNSTRING RISK-CAND-RECORD DELIMITED BY "="
006389         INTO WS-PARM-KEY WS-PARM-VALUE
006390*
006391     PERFORM 1200-APPLY-PARM THRU 1200-EXIT.
006392 0520-EXIT.
006393     EXIT.
006400*
006410*---------------------------------------------------------------*
006420*    1000-LOAD-RISK-PARAMETERS                                  *
006980     END-EVALUATE.
006990 1200-EXIT.
007000     EXIT.
007020*---------------------------------------------------------------*
007021*    2000-CALCULATE-RISK                                        *
007022*    ASSIGNS A GRADUATED SCORE BASED ON THE AMOUNT BAND THE     *
