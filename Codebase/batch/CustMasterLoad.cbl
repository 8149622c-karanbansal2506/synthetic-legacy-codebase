001000*    CUSTMASTERLOAD                                             *
001100*                                                               *
001200*    BUILDS AND REFRESHES THE CUSTFILE CUSTOMER MASTER FROM    *
001300*    THE OPS-SUPPLIED CUSTMNT FEED (CUSTOMER-ID, NAME, STATUS,  *
001400*    TAX ID AND TYPE, WITHHOLDING STATUS, MAILING ADDRESS - THE *
001410*    CUSTOMERRECORD LAYOUT FIELD FOR FIELD), SO THE INDEXED     *
001440*    MASTER IS NEVER HAND-BUILT.  AN ID ALREADY ON FILE IS      *
001500*    REPLACED WITH THE FEED'S IMAGE; A NEW ID IS ADDED.         *
001600*    NOTHING IS DELETED - A CUSTOMER GOES INACTIVE BY STATUS,   *
001700*    NOT BY VANISHING, SO OLD ACCOUNT LINKS STILL RESOLVE.      *
001900*                                                                *
002000*    MODIFICATION HISTORY.                                      *
002100*    ---------------------------------------------------------- *
002200*    2026-09-02  DO  INITIAL VERSION.                            *
002210*    2026-10-15  DO  CUSTFILE NOW CARRIES THE TAX ID, ITS TYPE,  *
002220*                    THE WITHHOLDING STATUS, AND THE MAILING     *
002230*                    ADDRESS FOR THE YEAR-END INTEREST TAX       *
002240*                    FORMS; THE LAYOUT MOVED TO THE              *
002250*                    CUSTOMERRECORD COPYBOOK. A FEED RECORD WITH *
002260*                    A MALFORMED TAX ID, TYPE, OR WITHHOLDING    *
002270*                    STATUS IS REJECTED.                         *
002300*                                                                *
002400*****************************************************************
002500 ENVIRONMENT DIVISION.
004200     05  CM-CUSTOMER-ID              PIC X(10).
004300     05  CM-CUSTOMER-NAME            PIC X(35).
004400     05  CM-CUSTOMER-STATUS          PIC X(01).
004420     05  CM-TAX-ID                   PIC X(09).
004440     05  CM-TAX-ID-TYPE              PIC X(01).
004460     05  CM-WITHHOLDING-STATUS       PIC X(01).
004480     05  CM-MAILING-ADDRESS          PIC X(107).
004500*
004600 FD  CUSTOMER-FILE.
004700 COPY CustomerRecord.
005100*
005200 WORKING-STORAGE SECTION.
005201*
006700 77  WS-ADDED-COUNT                  PIC 9(07) COMP VALUE ZERO.
006800 77  WS-REPLACED-COUNT               PIC 9(07) COMP VALUE ZERO.
006900 77  WS-REJECTED-COUNT               PIC 9(07) COMP VALUE ZERO.
006930*
006960 01  WS-REJECT-REASON                PIC X(30).
007000*
007100 PROCEDURE DIVISION.
007200*
012400*
012500*---------------------------------------------------------------*
012600*    2000-APPLY-FEED-RECORD                                     *
012700*    A BLANK ID OR A STATUS OUTSIDE A/I IS REJECTED, AS ARE     *
012800*    TAX FIELDS 2050 REFUSES; OTHERWISE THE FEED IMAGE          *
012850*    REPLACES OR ADDS THE MASTER ROW.                           *
012900*---------------------------------------------------------------*
013000 2000-APPLY-FEED-RECORD.
013100     IF CM-CUSTOMER-ID = SPACES
013700         GO TO 2000-NEXT
013800     END-IF
013900*
013910     PERFORM 2050-VALIDATE-TAX-FIELDS THRU 2050-EXIT
013920     IF WS-REJECT-REASON NOT = SPACES
013930         ADD 1 TO WS-REJECTED-COUNT
013940         DISPLAY "CUSTMASTERLOAD: REJECTED FEED RECORD FOR ID "
013950             CM-CUSTOMER-ID " - " WS-REJECT-REASON
013960         GO TO 2000-NEXT
013970     END-IF
013980*
014000     MOVE CM-CUSTOMER-ID TO CU-CUSTOMER-ID
014100     READ CUSTOMER-FILE
014200         INVALID KEY
014300             MOVE CM-CUSTOMER-ID     TO CU-CUSTOMER-ID
014400             MOVE CM-CUSTOMER-NAME   TO CU-CUSTOMER-NAME
014500             MOVE CM-CUSTOMER-STATUS TO CU-CUSTOMER-STATUS
014550             PERFORM 2100-MOVE-TAX-FIELDS THRU 2100-EXIT
014600             WRITE CUSTOMER-FILE-RECORD
014700             ADD 1 TO WS-ADDED-COUNT
014800         NOT INVALID KEY
014900             MOVE CM-CUSTOMER-NAME   TO CU-CUSTOMER-NAME
015000             MOVE CM-CUSTOMER-STATUS TO CU-CUSTOMER-STATUS
015050             PERFORM 2100-MOVE-TAX-FIELDS THRU 2100-EXIT
015100             REWRITE CUSTOMER-FILE-RECORD
015200             ADD 1 TO WS-REPLACED-COUNT
015300     END-READ.
015600 2000-EXIT.
015700     EXIT.
015800*
015802*---------------------------------------------------------------*
015804*    2050-VALIDATE-TAX-FIELDS                                   *
015806*    THE TAX ID IS NINE DIGITS WITH ITS TYPE (S OR E), OR       *
015808*    SPACES WITH NO TYPE WHEN NOT YET CERTIFIED.  WITHHOLDING   *
015810*    IS N OR B; SPACES LOAD AS N.  LEAVES WS-REJECT-REASON AT   *
015812*    SPACES WHEN THE FIELDS ARE GOOD.                           *
015814*---------------------------------------------------------------*
015816 2050-VALIDATE-TAX-FIELDS.
015818     MOVE SPACES TO WS-REJECT-REASON
015820*
015822     IF CM-TAX-ID = SPACES
015824         IF CM-TAX-ID-TYPE NOT = SPACE
015826             MOVE "TAX ID TYPE WITH NO TAX ID"
015828                 TO WS-REJECT-REASON
015830             GO TO 2050-EXIT
015832         END-IF
015834     ELSE
015836         IF CM-TAX-ID NOT NUMERIC
015838             MOVE "TAX ID NOT NINE DIGITS" TO WS-REJECT-REASON
015840             GO TO 2050-EXIT
015842         END-IF
015844         IF CM-TAX-ID-TYPE NOT = "S"
015846                 AND CM-TAX-ID-TYPE NOT = "E"
015848             MOVE "TAX ID TYPE NOT S OR E" TO WS-REJECT-REASON
015850             GO TO 2050-EXIT
015852         END-IF
015854     END-IF
015856*
015858     IF CM-WITHHOLDING-STATUS NOT = "N"
015860             AND CM-WITHHOLDING-STATUS NOT = "B"
015862             AND CM-WITHHOLDING-STATUS NOT = SPACE
015864         MOVE "WITHHOLDING NOT N OR B" TO WS-REJECT-REASON
015866     END-IF.
015868 2050-EXIT.
015870     EXIT.
015872*
015874 2100-MOVE-TAX-FIELDS.
015876     MOVE CM-TAX-ID             TO CU-TAX-ID
015878     MOVE CM-TAX-ID-TYPE        TO CU-TAX-ID-TYPE
015880     MOVE CM-WITHHOLDING-STATUS TO CU-WITHHOLDING-STATUS
015882     IF CM-WITHHOLDING-STATUS = SPACE
015884         SET CU-NO-WITHHOLDING TO TRUE
015886     END-IF
015888     MOVE CM-MAILING-ADDRESS    TO CU-MAILING-ADDRESS.
015890 2100-EXIT.
015892     EXIT.
015894*
015900*---------------------------------------------------------------*
016000*    9000-TERMINATE                                             *
016100*---------------------------------------------------------------*
