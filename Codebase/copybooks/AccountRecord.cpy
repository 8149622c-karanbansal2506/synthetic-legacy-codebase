001780*                    THE BLIND SPOT PER-ACCOUNT RISK LOGIC       *
001790*                    CANNOT SEE BY DESIGN.  SPACES = NOT YET     *
001791*                    ASSIGNED.                                   *
001792*    2026-10-08  DO  ADDED STATUS D (DORMANT), SET BY            *
001794*                    DORMANCYREVIEW AFTER THE OPS-SET            *
001796*                    INACTIVITY PERIOD.  HELD LIKE FROZEN.       *
001797*    2026-10-15  DO  ADDED ACCOUNT-CURRENCY-CODE, THE BALANCE    *
001798*                    AND ACCRUED INTEREST'S CURRENCY (THE RISK   *
001799*                    AVERAGE STAYS USD).  SPACES = USD.          *
001800*                                                                *
001900******************************************************************
002000 01  ACCOUNT-RECORD.
002400         88  ACCOUNT-STATUS-OPEN             VALUE "O".
002500         88  ACCOUNT-STATUS-CLOSED           VALUE "C".
002600         88  ACCOUNT-STATUS-FROZEN           VALUE "F".
002650         88  ACCOUNT-STATUS-DORMANT          VALUE "D".
002700     05  ACCOUNT-AVG-TXN-AMT             PIC 9(9)V99.
002800     05  ACCOUNT-ACCRUED-INTEREST        PIC S9(7)V99.
002900     05  ACCOUNT-CUSTOMER-ID             PIC X(10).
003000     05  ACCOUNT-CURRENCY-CODE           PIC X(03).
