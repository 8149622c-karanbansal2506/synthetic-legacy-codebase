002106*                    THE TABLE THROUGH IT AFTERWARD APPLIED THE  *
002107*                    NEXT ENTRY'S DECISION TO THE WRONG          *
002108*                    TRANSACTION.                                *
002120*    2026-10-05  DO  REVQOUT/REVQARCH RECORDS WIDENED TO CARRY  *
002140*                    THE NEW RQ-CPTY-ACCOUNT-ID FORWARD.         *
002160*                                                                *
002200*****************************************************************
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
004700     05  DF-ANALYST-ID               PIC X(08).
004800*
004900 FD  REVIEW-QUEUE-OUT-FILE.
005000 01  REVIEW-QUEUE-OUT-RECORD        PIC X(83).
005050*
005060 FD  REVIEW-DECIDED-FILE.
005070 01  REVIEW-DECIDED-RECORD          PIC X(83).
005100*
005200 WORKING-STORAGE SECTION.
005201*
