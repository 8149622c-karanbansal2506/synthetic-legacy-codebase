000100******************************************************************
000200*                                                                *
000300*    DISPUTECASE                                                 *
000400*                                                                *
000500*    ONE ROW PER CUSTOMER DISPUTE ON THE DSPCASE CARRY-FORWARD   *
000600*    KEPT BY DISPUTECASEMAINT.  EACH RUN WRITES DSPCASEO AND OPS *
000700*    PROMOTES IT TO DSPCASE FOR THE NEXT RUN.  THE DISPUTED ITEM *
000800*    IS A SETTLED DEBIT ON ACCTHIST; ITS ACCOUNT, TYPE, FACE     *
000900*    AMOUNT, AND CURRENCY ARE COPIED FROM THE HISTORY ROW AT     *
001000*    INTAKE.                                                     *
001100*                                                                *
001200*    DC-CREDIT-AMOUNT     THE PROVISIONAL CREDIT IN THE          *
001300*                         ACCOUNT'S OWN CURRENCY - THE ITEM'S    *
001400*                         ARCHIVED POSTED AMOUNT                 *
001450*                         (TH-POSTED-AMOUNT; THE BASE AMOUNT ON  *
001475*                         AN OLDER ROW WITH NONE), PRO-RATED     *
001500*                         WHEN ONLY PART OF IT IS DISPUTED.  THE *
001550*                         CREDIT AND ANY REVERSAL BOTH POST AT   *
001600*                         THIS AMOUNT.                           *
001700*    DC-CREDIT-DUE-DATE   THE BUSINESS DATE BY WHICH THE         *
001800*                         PROVISIONAL CREDIT MUST POST.          *
001900*    DC-RESOLVE-DUE-DATE  THE DATE BY WHICH THE CASE MUST BE     *
002000*                         RESOLVED.                              *
002100*    DC-REVERSAL-DUE-DATE THE BUSINESS DATE A CREDIT TAKEN BACK  *
002200*                         AFTER NOTICE REVERSES ON.              *
002300*    DC-HOLD-REASON       WHY THE LAST ATTEMPT TO POST THE       *
002400*                         CASE'S CREDIT OR REVERSAL WAS HELD;    *
002500*                         SPACES ONCE IT POSTS.                  *
002600*                                                                *
002700*    DC-CASE-STATUS:  O = OPEN, NOT YET CREDITED; P = CREDITED   *
002800*    PROVISIONALLY; N = RESOLVED FOR THE BANK AFTER CREDIT,      *
002900*    NOTICE ISSUED AND REVERSAL PENDING; F = CLOSED, CREDIT      *
003000*    FINAL; D = CLOSED, DENIED (NO CREDIT GIVEN, OR THE CREDIT   *
003100*    REVERSED); X = CLOSED WITHOUT POSTING - THE NETWORK OR AN   *
003200*    ANALYST BACKED THE ITEM OUT BEFORE ANY CREDIT POSTED.       *
003300*                                                                *
003400*    DATES NOT YET REACHED ARE ZERO, AND DC-RESOLUTION-CODE AND  *
003500*    DC-RESOLVED-BY ARE SPACES UNTIL THE CASE IS RESOLVED.       *
003600*                                                                *
003700*    AUTHOR.      D. OKAFOR - PAYMENTS SYSTEMS GROUP.            *
003800*    DATE-WRITTEN. 2026-10-12.                                   *
003900*                                                                *
003910*    MODIFICATION HISTORY.                                       *
003920*    ----------------------------------------------------------- *
003930*    2026-10-12  DO  INITIAL VERSION.                            *
003940*    2026-10-15  DO  DC-CREDIT-AMOUNT IS IN THE ACCOUNT'S OWN    *
003950*                    CURRENCY, FROM TH-POSTED-AMOUNT.            *
003960*                                                                *
004000******************************************************************
004100 01  DISPUTE-CASE-RECORD.
004200     05  DC-CASE-ID                     PIC X(10).
004300     05  DC-TRANSACTION-ID              PIC X(10).
004400     05  DC-ACCOUNT-ID                  PIC X(10).
004500     05  DC-TRANSACTION-TYPE            PIC X(10).
004600     05  DC-ORIGINAL-POST-DATE          PIC 9(08).
004700     05  DC-ORIGINAL-AMOUNT             PIC 9(9)V99.
004800     05  DC-CURRENCY-CODE               PIC X(03).
004900     05  DC-DISPUTED-AMOUNT             PIC 9(9)V99.
005000     05  DC-CREDIT-AMOUNT               PIC 9(9)V99.
005100     05  DC-REASON-CODE                 PIC X(03).
005200     05  DC-OPENED-BY                   PIC X(08).
005300     05  DC-OPEN-DATE                   PIC 9(08).
005400     05  DC-CREDIT-DUE-DATE             PIC 9(08).
005500     05  DC-RESOLVE-DUE-DATE            PIC 9(08).
005600     05  DC-CREDIT-DATE                 PIC 9(08).
005700     05  DC-RESOLUTION-CODE             PIC X(01).
005800         88  DC-RESOLVED-FOR-CUSTOMER       VALUE "C".
005900         88  DC-RESOLVED-FOR-BANK           VALUE "B".
006000         88  DC-NOT-RESOLVED                VALUE " ".
006100     05  DC-RESOLVED-BY                 PIC X(08).
006200     05  DC-RESOLVE-DATE                PIC 9(08).
006300     05  DC-REVERSAL-DUE-DATE           PIC 9(08).
006400     05  DC-REVERSAL-DATE               PIC 9(08).
006500     05  DC-CLOSE-DATE                  PIC 9(08).
006600     05  DC-CASE-STATUS                 PIC X(01).
006700         88  DC-STATUS-OPEN                 VALUE "O".
006800         88  DC-STATUS-CREDITED             VALUE "P".
006900         88  DC-STATUS-NOTICE-ISSUED        VALUE "N".
007000         88  DC-STATUS-FINAL-CREDIT         VALUE "F".
007100         88  DC-STATUS-DENIED               VALUE "D".
007200         88  DC-STATUS-WITHDRAWN            VALUE "X".
007300         88  DC-STATUS-CLOSED               VALUE "F" "D" "X".
007400     05  DC-HOLD-REASON                 PIC X(30).
