000189*    09/02/2026 NDC   ADD THE W WRITE-OFF TYPE, POSTED ONLY BY
000191*                     THE CLEANUP RUN - NOT VALID ON TRANS-IN,
000192*                     SO IT IS NOT IN VALID-TRAN-TYPE.
000193*    10/15/2026 NDC   ADD THE D EARLY-PAY DISCOUNT TYPE, POSTED
000194*                     ONLY BY THE POSTING RUN ITSELF WHEN A
000195*                     PAYMENT EARNS THE TERMS DISCOUNT - NOT
000196*                     VALID ON TRANS-IN EITHER.
000198*    10/15/2026 NDC   ADD THE V REVERSAL TYPE - NAMES A POSTED
000200*                     HISTORY ITEM BY ITS KEY AND POSTS THE
000202*                     EXACT OPPOSITE OF IT.  VALID ON TRANS-IN.
000204******************************************************************
000206 01  CUSTOMER-TRANSACTION-FIELDS.
000210     05  CUSTOMER-ID             PIC X(06).
000220     05  CUSTOMER-NAME           PIC X(20).
000230     05  TRAN-TYPE               PIC X(01).
000260         88  RETURN-TRAN                 VALUE "R".
000262         88  FINCHG-TRAN                 VALUE "F".
000264         88  WRITEOFF-TRAN               VALUE "W".
000266         88  EARLYPAY-TRAN               VALUE "D".
000268         88  REVERSAL-TRAN               VALUE "V".
000270         88  VALID-TRAN-TYPE             VALUE "P" "M" "R" "F"
000275                                               "V".
000280     05  PURCHASE-AMOUNT         PIC 9(05)V99.
000290     05  AMOUNT-OWED             PIC 9(07)V99.
