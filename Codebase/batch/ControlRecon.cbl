003292*                    TRIAL-BALANCE PROOF CAN APPEND ITS OWN PASS/      *
003293*                    FAIL ROW BEHIND THIS ONE AND BATCHDATEROLL CAN    *
003294*                    DEMAND BOTH.                                      *
003296*    2026-10-14  DO  A BUSINESS DATE MAY NOW SETTLE IN SEVERAL   *
003300*                    CYCLES, EACH WITH ITS OWN RUN NUMBER AND    *
003304*                    ITS OWN CTLTOTAL, WHILE TRANRESULT HOLDS    *
003308*                    THE WHOLE DATE. ONLY ROWS STAMPED WITH THIS *
003312*                    DATE AND RUN ARE TALLIED; EARLIER CYCLES'   *
003316*                    ROWS ARE COUNTED AND SHOWN BUT NOT          *
003320*                    COMPARED.  RECONSTAT NOW CARRIES THE RUN    *
003324*                    NUMBER SO THE CYCLE ROLL AND THE DATE ROLL  *
003328*                    CAN PROVE THE PASS IS FOR THE CYCLE ON      *
003332*                    BATCHDTE.                                   *
003340*                                                                *
003400*****************************************************************
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
008300     05  RS-RECON-RESULT             PIC X(04).
008400     05  RS-RECON-DATE               PIC 9(08).
008450     05  RS-RECON-SOURCE             PIC X(12).
008460     05  RS-RECON-RUN-NUMBER         PIC 9(05).
008500*
008600 FD  RISK-PARM-FILE.
008700 01  RISK-PARM-RECORD                PIC X(80).
013400     05  RC-HIGH-RISK-COUNT          PIC 9(07) COMP VALUE ZERO.
013500     05  RC-NONCOMPLIANT-COUNT       PIC 9(07) COMP VALUE ZERO.
013600     05  RC-REVERSAL-COUNT           PIC 9(07) COMP VALUE ZERO.
013650     05  RC-EARLIER-CYCLE-COUNT      PIC 9(07) COMP VALUE ZERO.
013700*
013710*
013720 01  WS-CONTROL-TOTALS.
014500     88  RECON-PASSED                    VALUE "P".
014600     88  RECON-FAILED                    VALUE "F".
014700*
014705 01  WS-CYCLE-FILTER-SW              PIC X(01).
014710     88  TALLY-THIS-RUN-ONLY             VALUE "Y".
014715     88  TALLY-EVERY-ROW                 VALUE "N".
014720*
014725 01  WS-CYCLE-HEADING-LINE.
014730     05  FILLER                      PIC X(14)
014735                                     VALUE "BUSINESS DATE ".
014740     05  CH-BUSINESS-DATE            PIC 9(08).
014745     05  FILLER                      PIC X(08) VALUE "  CYCLE ".
014750     05  CH-CYCLE-NUMBER             PIC 9(02).
014755     05  FILLER                      PIC X(06) VALUE "  RUN ".
014760     05  CH-RUN-NUMBER               PIC 9(05).
014765*
014800 77  WS-DISCREPANCY-COUNT            PIC 9(03) COMP VALUE ZERO.
014900*
015000 01  WS-COMPARE-LINE.
021910     CALL 'BatchDateLoad' USING BATCH-DATE-RECORD
021920     IF RETURN-CODE = ZERO
021930         MOVE BD-BUSINESS-DATE TO WS-CURRENT-DATE
021935         SET TALLY-THIS-RUN-ONLY TO TRUE
021940     ELSE
021950         DISPLAY "CONTROLRECON: WARNING - NO BATCHDTE CONTROL "
021960             "RECORD, USING SYSTEM DATE"
021970         MOVE ZERO TO RETURN-CODE
021972         MOVE ZERO TO BD-CYCLE-NUMBER
021974         MOVE ZERO TO BD-RUN-NUMBER
021976         SET TALLY-EVERY-ROW TO TRUE
021980     END-IF
022000*
022100     OPEN OUTPUT RECON-REPORT-FILE
022200     MOVE "DAILY CONTROL-TOTAL RECONCILIATION"
022300         TO RECON-REPORT-LINE
022400     WRITE RECON-REPORT-LINE
022420     MOVE WS-CURRENT-DATE TO CH-BUSINESS-DATE
022440     MOVE BD-CYCLE-NUMBER TO CH-CYCLE-NUMBER
022460     MOVE BD-RUN-NUMBER   TO CH-RUN-NUMBER
022480     WRITE RECON-REPORT-LINE FROM WS-CYCLE-HEADING-LINE
022500*
022600     PERFORM 1100-LOAD-CONTROL-TOTALS THRU 1100-EXIT
022700*
028100*    2000-TALLY-RESULT-ROW                                      *
028200*    RECOMPUTES THE SAME FIGURES 2500-ACCUMULATE-TOTALS IN      *
028300*    BATCHRUNNER ACCUMULATES, INDEPENDENTLY, FROM THE PERSISTED *
028400*    RESULT ROWS.  CTLTOTAL COVERS ONE CYCLE, SO A ROW FROM AN  *
028450*    EARLIER CYCLE OF THE DATE IS COUNTED ASIDE, NOT TALLIED.   *
028500*---------------------------------------------------------------*
028600 2000-TALLY-RESULT-ROW.
028610     IF TALLY-THIS-RUN-ONLY
028620         IF TR-PROCESS-DATE NOT = BD-BUSINESS-DATE
028630                 OR TR-RUN-NUMBER NOT = BD-RUN-NUMBER
028640             ADD 1 TO RC-EARLIER-CYCLE-COUNT
028650             GO TO 2000-NEXT-ROW
028660         END-IF
028670     END-IF
028680*
028700     ADD 1 TO RC-TRANSACTION-COUNT
028800     ADD TR-TRANSACTION-AMOUNT TO RC-TOTAL-AMOUNT
028900*
029500     END-IF
029600     IF TR-REJECT-REASON = "REVERSED - ANALYST REJECT"
029700         ADD 1 TO RC-REVERSAL-COUNT
029800     END-IF.
029900 2000-NEXT-ROW.
030000     PERFORM 1200-READ-RESULT THRU 1200-EXIT.
030100 2000-EXIT.
030200     EXIT.
040300         WHEN OTHER
040400             MOVE "MATCH"    TO CC-MATCH-FLAG
040500     END-EVALUATE
040600     WRITE RECON-REPORT-LINE FROM WS-COMPARE-COUNT-LINE
040610*
040620     IF RC-EARLIER-CYCLE-COUNT > ZERO
040630         MOVE "EARLIER-CYCLE ROWS        " TO CC-CAPTION
040640         MOVE RC-EARLIER-CYCLE-COUNT TO CC-RESULT-COUNT
040650         MOVE ZERO                   TO CC-CONTROL-COUNT
040660         MOVE "NOT USED" TO CC-MATCH-FLAG
040670         WRITE RECON-REPORT-LINE FROM WS-COMPARE-COUNT-LINE
040680     END-IF.
040700 4000-EXIT.
040800     EXIT.
040900*
043100     END-IF
043200     MOVE WS-CURRENT-DATE TO RS-RECON-DATE
043250     MOVE "CONTROLRECON" TO RS-RECON-SOURCE
043260     MOVE BD-RUN-NUMBER TO RS-RECON-RUN-NUMBER
043300     WRITE RECON-STATUS-RECORD
043400     CLOSE RECON-STATUS-FILE
043500*
