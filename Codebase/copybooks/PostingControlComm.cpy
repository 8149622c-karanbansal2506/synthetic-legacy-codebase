000100******************************************************************
000200*                                                                *
000300*    POSTINGCONTROLCOMM                                          *
000400*                                                                *
000500*    COMMUNICATION AREA BETWEEN A POST-RUN POSTING STEP AND THE  *
000600*    SHARED POSTINGCONTROL SUBPROGRAM, WHICH KEEPS THE POSTCTL   *
000700*    REGISTRY OF ITEMS ALREADY POSTED.  THE CALLER SETS          *
000800*    PCC-FUNCTION AND CALLS POSTINGCONTROL USING                 *
000900*    POSTING-CONTROL-COMM-AREA:                                  *
001000*                                                                *
001100*        O  OPEN - ONCE, WITH PCC-SOURCE-JOB, PCC-BUSINESS-DATE  *
001200*           AND PCC-RUN-NUMBER.  LOADS THE STEP'S OPS OVERRIDES  *
001300*           AND RETURNS WHAT EARLIER RUNS OF THE STEP FOR THE    *
001400*           DATE ALREADY POSTED (PCC-PRIOR-ITEM-COUNT AND        *
001500*           PCC-PRIOR-FOLD-COUNT).                               *
001600*        C  CHECK AN ITEM (PCC-ITEM-ID) BEFORE POSTING IT.       *
001700*           PCC-DECISION COMES BACK P (POST - NOT YET POSTED),   *
001800*           S (SKIP - ALREADY POSTED), OR R (REPOST UNDER AN     *
001900*           OPS OVERRIDE).  A SKIP IS WRITTEN TO POSTCLOG.       *
002000*        W  WRITE THE ITEM TO THE REGISTRY ONCE IT HAS POSTED,   *
002100*           WITH PCC-DECISION STILL AS CHECK RETURNED IT AND     *
002200*           PCC-ACCOUNT-ID, PCC-FOLD-COUNT AND PCC-FOLD-AMOUNT   *
002300*           SET TO THE ROWS AND AMOUNT IT ADDS TO CTLTOTAL.      *
002400*        T  TOTALS NOT YET FOLDED INTO CTLTOTAL FOR THE STEP AND *
002500*           DATE - THIS RUN'S AND ANY A FAILED RUN LEFT - IN     *
002600*           PCC-UNFOLDED-COUNT AND PCC-UNFOLDED-AMOUNT.          *
002700*        E  END - WITH PCC-FOLDED-SW "Y" IF THE CALLER FOLDED    *
002800*           THE T TOTALS INTO CTLTOTAL.  LOGS ANY OVERRIDE NOT   *
002900*           USED AND RETURNS THE RUN'S PCC-SKIPPED-COUNT AND     *
003000*           PCC-REPOSTED-COUNT.                                  *
003100*                                                                *
003200*    RETURN-CODE 16 MEANS THE REGISTRY OR ITS LOG IS NOT         *
003300*    USABLE - THE STEP MUST NOT POST.  8 MEANS A REGISTRY READ   *
003400*    OR WRITE FAILED (A FAILED CHECK RETURNS S).                 *
003500*                                                                *
003600*    AUTHOR.      D. OKAFOR - PAYMENTS SYSTEMS GROUP.            *
003700*    DATE-WRITTEN. 2026-10-13.                                   *
003800*                                                                *
003900******************************************************************
004000 01  POSTING-CONTROL-COMM-AREA.
004100     05  PCC-FUNCTION                   PIC X(01).
004200         88  PCC-OPEN-REGISTRY              VALUE "O".
004300         88  PCC-CHECK-ITEM                 VALUE "C".
004400         88  PCC-WRITE-ITEM                 VALUE "W".
004500         88  PCC-UNFOLDED-TOTALS            VALUE "T".
004600         88  PCC-CLOSE-REGISTRY             VALUE "E".
004700     05  PCC-SOURCE-JOB                 PIC X(20).
004800     05  PCC-BUSINESS-DATE              PIC 9(08).
004900     05  PCC-RUN-NUMBER                 PIC 9(05).
005000     05  PCC-ITEM-ID                    PIC X(10).
005100     05  PCC-ACCOUNT-ID                 PIC X(10).
005200     05  PCC-FOLD-COUNT                 PIC 9(05).
005300     05  PCC-FOLD-AMOUNT                PIC 9(11)V99.
005400     05  PCC-DECISION                   PIC X(01).
005500         88  PCC-POST-ITEM                  VALUE "P".
005600         88  PCC-SKIP-ITEM                  VALUE "S".
005700         88  PCC-REPOST-ITEM                VALUE "R".
005800     05  PCC-FOLDED-SW                  PIC X(01).
005900         88  PCC-TOTALS-FOLDED              VALUE "Y".
006000         88  PCC-TOTALS-NOT-FOLDED          VALUE "N".
006100     05  PCC-PRIOR-ITEM-COUNT           PIC 9(07).
006200     05  PCC-PRIOR-FOLD-COUNT           PIC 9(07).
006300     05  PCC-UNFOLDED-COUNT             PIC 9(07).
006400     05  PCC-UNFOLDED-AMOUNT            PIC 9(11)V99.
006500     05  PCC-SKIPPED-COUNT              PIC 9(07).
006600     05  PCC-REPOSTED-COUNT             PIC 9(07).
