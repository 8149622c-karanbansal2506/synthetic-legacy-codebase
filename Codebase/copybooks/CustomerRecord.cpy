000100******************************************************************
000200*                                                                *
000300*    CUSTOMERRECORD                                              *
000400*                                                                *
000500*    LAYOUT OF THE INDEXED CUSTFILE CUSTOMER MASTER, KEYED BY    *
000600*    CU-CUSTOMER-ID - THE ID ACCTFILE CARRIES AS                 *
000700*    AF-CUSTOMER-ID.  BUILT AND REFRESHED ONLY BY                *
000800*    CUSTMASTERLOAD FROM THE OPS-SUPPLIED CUSTMNT FEED.          *
000900*                                                                *
001000*    CU-CUSTOMER-STATUS:  A = ACTIVE, I = INACTIVE.              *
001100*                                                                *
001200*    THE TAX FIELDS FEED THE YEAR-END INTEREST TAX FORMS         *
001300*    (INTERESTTAXYEAREND):  CU-TAX-ID IS THE NINE-DIGIT          *
001400*    TAXPAYER ID, SPACES WHEN NOT YET CERTIFIED;                 *
001500*    CU-TAX-ID-TYPE IS S (SOCIAL SECURITY NUMBER) OR E           *
001600*    (EMPLOYER ID); CU-WITHHOLDING-STATUS IS N (NONE) OR B       *
001700*    (SUBJECT TO BACKUP WITHHOLDING).  CU-MAILING-ADDRESS IS     *
001800*    WHERE THE FORM IS SENT.                                     *
001900*                                                                *
002000*    AUTHOR.      D. OKAFOR - PAYMENTS SYSTEMS GROUP.            *
002100*    DATE-WRITTEN. 2026-10-15.                                   *
002200*                                                                *
002300******************************************************************
002400 01  CUSTOMER-FILE-RECORD.
002500     05  CU-CUSTOMER-ID                 PIC X(10).
002600     05  CU-CUSTOMER-NAME               PIC X(35).
002700     05  CU-CUSTOMER-STATUS             PIC X(01).
002800     05  CU-TAX-ID                      PIC X(09).
002900     05  CU-TAX-ID-TYPE                 PIC X(01).
003000         88  CU-TAX-ID-IS-SSN               VALUE "S".
003100         88  CU-TAX-ID-IS-EIN               VALUE "E".
003200     05  CU-WITHHOLDING-STATUS          PIC X(01).
003300         88  CU-NO-WITHHOLDING              VALUE "N".
003400         88  CU-BACKUP-WITHHOLDING          VALUE "B".
003500     05  CU-MAILING-ADDRESS.
003600         10  CU-ADDRESS-LINE-1          PIC X(35).
003700         10  CU-ADDRESS-LINE-2          PIC X(35).
003800         10  CU-CITY                    PIC X(25).
003900         10  CU-STATE                   PIC X(02).
004000         10  CU-POSTAL-CODE             PIC X(10).
