003692*                    DETAIL UNTOUCHED, SO SHORT HITS WERE        *
003693*                    PICKING UP TEXT FROM THE LONGER LINE        *
003694*                    BEFORE THEM.                                *
003696*    2026-10-05  DO  REVQUEUE/REVQARCH RECORDS WIDENED FOR THE   *
003698*                    NEW RQ-CPTY-ACCOUNT-ID.                     *
003699*    2026-10-15  DO  TRANRESULT INPUT RECORD WIDENED.            *
003700*                                                                *
003800*****************************************************************
003900 ENVIRONMENT DIVISION.
011860 01  WAREHOUSE-OUT-INPUT-REC         PIC X(105).
011900*
012000 FD  TRANSACTION-RESULT-FILE.
012100 01  TRANSACTION-RESULT-INPUT-REC    PIC X(126).
012200*
012300 FD  ACCOUNT-HISTORY-FILE.
012400 COPY AccountHistory.
013000 01  FROZEN-SUSPENSE-OUT-REC         PIC X(113).
013100*
013200 FD  REVIEW-QUEUE-FILE.
013300 01  REVIEW-QUEUE-INPUT-REC          PIC X(83).
013400*
013500 FD  REVIEW-ARCHIVE-FILE.
013600 01  REVIEW-ARCHIVE-INPUT-REC        PIC X(83).
013700*
013800 FD  ERROR-LOG-FILE.
013900 01  ERROR-LOG-INPUT-REC             PIC X(49).
