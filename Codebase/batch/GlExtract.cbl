003298*                    LEDGER FOLLOWS A BOUNCED ITEM BACK OUT.      *
003299*    2026-09-02  DO  "ADJ-DEBIT"/"ADJ-CREDIT" MANUAL ADJUSTMENTS  *
003301*                    MAP AGAINST THE SETTLEMENT CONTROL ACCOUNT.  *
003310*    2026-10-05  DO  ON-US TRANSFER LEGS MAP THROUGH THE 220100   *
003320*                    TRANSFER CLEARING ACCOUNT: "XFR-OUT" DEBITS  *
003330*                    IT FOR THE SENDER, "XFR-IN" CREDITS IT FOR   *
003340*                    THE RECEIVER, SO THE TWO OFFSETS NET TO      *
003350*                    ZERO ON THE SETTLEMENT CONTROL ACCOUNT.      *
003352*    2026-10-12  DO  DISPUTE CREDITS ("DSP-CREDIT") AND THEIR     *
003354*                    REVERSALS ("DSP-DEBIT") MAP TO THE 210100    *
003356*                    DEPOSIT LIABILITY AGAINST THE SETTLEMENT     *
003358*                    CONTROL ACCOUNT.                             *
003360*                                                                *
003400*****************************************************************
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
012000*    THE OPPOSITE SIDE.  A DEBIT TAKES CUSTOMER FUNDS OUT       *
012100*    (DEBIT THE DEPOSIT LIABILITY); EVERY OTHER TYPE PUTS       *
012200*    FUNDS IN (CREDIT THE CLEARING LIABILITY FOR ITS CHANNEL).  *
012210*    THE TWO LEGS OF AN ON-US TRANSFER POST OPPOSITE SIDES OF   *
012220*    THE TRANSFER CLEARING ACCOUNT.                             *
012300*---------------------------------------------------------------*
012400 01  GL-ACCOUNT-MAP-VALUES.
012500     05  FILLER                      PIC X(17)
012990         VALUE "ADJ-DEBIT 210100D".
012991     05  FILLER                      PIC X(17)
012992         VALUE "ADJ-CREDIT210100C".
012993     05  FILLER                      PIC X(17)
012994         VALUE "XFR-OUT   220100D".
012995     05  FILLER                      PIC X(17)
012996         VALUE "XFR-IN    220100C".
013000     05  FILLER                      PIC X(17)
013010         VALUE "DSP-CREDIT210100C".
013020     05  FILLER                      PIC X(17)
013030         VALUE "DSP-DEBIT 210100D".
013040*
013100 01  GL-ACCOUNT-MAP REDEFINES GL-ACCOUNT-MAP-VALUES.
013200     05  GL-MAP-ENTRY           OCCURS 14 TIMES.
013300         10  GM-TRANSACTION-TYPE     PIC X(10).
013400         10  GM-GL-ACCOUNT           PIC 9(06).
013500         10  GM-POSTING-SIDE         PIC X(01).
034300     SET MAP-NOT-FOUND TO TRUE
034400     PERFORM 2210-TEST-GL-MAP-ENTRY THRU 2210-EXIT
034500         VARYING WS-MAP-SUBSCRIPT FROM 1 BY 1
034600         UNTIL WS-MAP-SUBSCRIPT > 14
034700             OR MAP-FOUND.
034800 2200-EXIT.
034900     EXIT.
