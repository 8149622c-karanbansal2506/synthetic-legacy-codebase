003940*                    AGES ON ITS DECISION DATE (QUEUED DATE IF    *
003950*                    NO DECISION DATE EVER LANDED); THE HASH      *
003960*                    RUNS ON THE QUEUED AMOUNT.                   *
003970*    2026-10-05  DO  REVQARCH RECORDS WIDENED FOR THE NEW         *
003980*                    RQ-CPTY-ACCOUNT-ID.                          *
003985*    2026-10-09  DO  ACCTHIST RECORDS WIDENED FOR THE NEW         *
003990*                    TH-CHANNEL-ID.                               *
003993*    2026-10-15  DO  ACCTHIST AND ACCTAUDT RECORDS WIDENED        *
003996*                    FOR THE ACCOUNT CURRENCY.                    *
004000*                                                                *
004100*****************************************************************
004200 ENVIRONMENT DIVISION.
009500 COPY AccountHistory.
009600*
009700 FD  HISTORY-ARCHIVE-FILE.
009800 01  HISTORY-ARCHIVE-RECORD          PIC X(91).
009900*
010000 FD  HISTORY-WORK-FILE.
010100 01  HISTORY-WORK-RECORD             PIC X(91).
010200*
010300 FD  AUDIT-FILE.
010400 01  AUDIT-TRAIL-RECORD.
011100         10  AT-BEFORE-BALANCE       PIC S9(9)V99.
011200         10  AT-BEFORE-AVG-TXN-AMT   PIC 9(9)V99.
011300         10  AT-BEFORE-CUSTOMER-ID   PIC X(10).
011350         10  AT-BEFORE-CURRENCY-CODE PIC X(03).
011400     05  AT-AFTER-IMAGE.
011500         10  AT-AFTER-STATUS         PIC X(01).
011600         10  AT-AFTER-BALANCE        PIC S9(9)V99.
011700         10  AT-AFTER-AVG-TXN-AMT    PIC 9(9)V99.
011800         10  AT-AFTER-CUSTOMER-ID    PIC X(10).
011850         10  AT-AFTER-CURRENCY-CODE  PIC X(03).
011900     05  AT-RESULT                   PIC X(01).
012000     05  AT-REJECT-REASON            PIC X(30).
012100*
012200 FD  AUDIT-ARCHIVE-FILE.
012300 01  AUDIT-ARCHIVE-RECORD            PIC X(136).
012400*
012500 FD  AUDIT-WORK-FILE.
012600 01  AUDIT-WORK-RECORD               PIC X(136).
012700*
012800 FD  SAR-OUTSTANDING-FILE.
012900 COPY SarExtract.
013500 01  SAR-WORK-RECORD                 PIC X(54).
013510*
013520 FD  REVIEW-ARCHIVE-FILE.
013530 01  REVIEW-ARCHIVE-INPUT-REC        PIC X(83).
013540*
013550 FD  REVIEW-CUT-FILE.
013560 01  REVIEW-CUT-RECORD               PIC X(83).
013570*
013580 FD  REVIEW-WORK-FILE.
013590 01  REVIEW-WORK-RECORD              PIC X(83).
013600*
013700 FD  MANIFEST-FILE.
013800 01  MANIFEST-RECORD.
