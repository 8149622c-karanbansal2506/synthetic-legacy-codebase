001500*    TH-DISPOSITION: S = SETTLED, V = REVERSED (ANALYST         *
001600*    REJECT), R = RETURNED BY THE NETWORK.  V AND R ROWS MOVED  *
001700*    MONEY IN THE OPPOSITE DIRECTION OF THEIR TYPE.             *
001705*                                                               *
001710*    P AND W ROWS ARE DISPUTECASEMAINT POSTINGS AGAINST A       *
001712*    DISPUTED ITEM, FILED UNDER THE ITEM'S TRANSACTION-ID: P =  *
001714*    A DISPUTE CREDIT (TYPE DSP-CREDIT), W = A DISPUTE CREDIT   *
001716*    TAKEN BACK (TYPE DSP-DEBIT).  THEY ARE NOT SETTLED         *
001718*    CUSTOMER ACTIVITY AND MOVED MONEY AS THEIR TYPE SAYS.      *
001720*                                                               *
001740*    TH-CHANNEL-ID IS THE ORIGINATING CHANNEL FROM TRANRESULT   *
001760*    SO HISTORY CAN BE CUT BY FEED SENDER.  ROWS ARCHIVED       *
001780*    BEFORE THE FIELD EXISTED, AND XFR-IN LEGS, CARRY SPACES.   *
001782*                                                               *
001784*    TH-POSTED-AMOUNT IS WHAT THE ROW MOVED ON THE ACCOUNT, IN  *
001786*    THE ACCOUNT'S OWN CURRENCY (TH-POSTED-CURRENCY), FROM      *
001788*    TRANRESULT - THE FIGURE STATEMENTS ARE DRAWN IN.  ROWS     *
001790*    ARCHIVED BEFORE THE FIELDS EXISTED CARRY SPACES IN TH-     *
001792*    POSTED-CURRENCY; THEIR ACCOUNT WAS HELD IN USD, SO THE     *
001794*    BASE AMOUNT IS THE POSTED AMOUNT.                          *
001800*                                                               *
001900*    AUTHOR.      D. OKAFOR - PAYMENTS SYSTEMS GROUP.           *
002000*    DATE-WRITTEN. 2026-09-02.                                  *
003300         88  TH-DISP-SETTLED                VALUE "S".
003400         88  TH-DISP-REVERSED               VALUE "V".
003500         88  TH-DISP-RETURNED               VALUE "R".
003510         88  TH-DISP-DISPUTE-CREDIT         VALUE "P".
003520         88  TH-DISP-DISPUTE-REVERSAL       VALUE "W".
003600     05  TH-CHANNEL-ID                  PIC X(08).
003700     05  TH-POSTED-AMOUNT               PIC 9(9)V99.
003800     05  TH-POSTED-CURRENCY             PIC X(03).
