000100******************************************************************
000200*                                                                *
000300*    TAXINTERESTEXTRACT                                          *
000400*                                                                *
000500*    ONE ROW PER CUSTOMER INTEREST TAX FORM FOR A TAX YEAR.      *
000600*    THE SAME LAYOUT SERVES THREE FILES WRITTEN BY               *
000700*    INTERESTTAXYEAREND:                                         *
000800*                                                                *
000900*        TAXEXTR   THE FORMS FILED BY THIS RUN - THE TAX         *
001000*                  REPORTING EXTRACT SENT TO THE AUTHORITY       *
001100*        TAXFILEO  EVERY FORM NOW ON FILE, BY TAX YEAR AND       *
001200*                  CUSTOMER, AS LAST FILED (OPS PROMOTES IT TO   *
001300*                  TAXFILED FOR THE NEXT RUN)                    *
001400*        TAXFILED  THE SAME, AS OF THE PREVIOUS RUN              *
001500*                                                                *
001600*    TX-FORM-KIND:  O = ORIGINAL, C = CORRECTED.  A CORRECTION   *
001700*    CARRIES THE WHOLE FORM AS IT SHOULD NOW READ; A FORM        *
001800*    WITHDRAWN ALTOGETHER IS CORRECTED TO A ZERO AMOUNT.         *
001900*    TX-FORM-DATA IS EVERYTHING PRINTED ON THE FORM.  A CHANGE   *
002000*    IN THE TAX ID, ITS TYPE, THE WITHHOLDING STATUS, THE NAME,  *
002100*    OR THE AMOUNT CALLS FOR A CORRECTION; A NEW ADDRESS ALONE   *
002200*    DOES NOT.                                                   *
002300*                                                                *
002400*    AUTHOR.      D. OKAFOR - PAYMENTS SYSTEMS GROUP.            *
002500*    DATE-WRITTEN. 2026-10-15.                                   *
002600*                                                                *
002700******************************************************************
002800 01  TAX-INTEREST-EXTRACT-RECORD.
002900     05  TX-TAX-YEAR                    PIC 9(04).
003000     05  TX-CUSTOMER-ID                 PIC X(10).
003100     05  TX-FORM-KIND                   PIC X(01).
003200         88  TX-ORIGINAL-FORM               VALUE "O".
003300         88  TX-CORRECTED-FORM              VALUE "C".
003400     05  TX-FILED-DATE                  PIC 9(08).
003500     05  TX-FORM-DATA.
003600         10  TX-TAX-ID                  PIC X(09).
003700         10  TX-TAX-ID-TYPE             PIC X(01).
003800         10  TX-WITHHOLDING-STATUS      PIC X(01).
003900         10  TX-CUSTOMER-NAME           PIC X(35).
004000         10  TX-ADDRESS-LINE-1          PIC X(35).
004100         10  TX-ADDRESS-LINE-2          PIC X(35).
004200         10  TX-CITY                    PIC X(25).
004300         10  TX-STATE                   PIC X(02).
004400         10  TX-POSTAL-CODE             PIC X(10).
004500         10  TX-INTEREST-AMOUNT         PIC 9(9)V99.
004600     05  TX-ACCOUNT-COUNT               PIC 9(03).
