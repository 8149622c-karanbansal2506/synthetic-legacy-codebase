002460*                    RELIABLY ADDRESSABLE ON THIS DIALECT.       *
002470*    2026-09-02  DO  INPUT RECORDS WIDENED FOR THE NEW           *
002480*                    TR-CHANNEL-ID ON TRANRESULT.                *
002486*    2026-10-15  DO  INPUT RECORDS WIDENED FOR THE POSTED        *
002493*                    AMOUNT FIELDS ON TRANRESULT.                *
002500*                                                                *
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  TRANSACTION-RESULT-FILE.
004700 01  TRANSACTION-RESULT-INPUT-REC    PIC X(126).
004800*
004900 FD  EXPIRED-RESULT-FILE.
005000 01  EXPIRED-RESULT-RECORD           PIC X(126).
005100*
005200 SD  SORT-WORK-FILE.
005300 01  SORT-REJECT-RECORD.
