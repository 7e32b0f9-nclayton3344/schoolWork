000166*                     MEANS A DEBIT BALANCE WAS CREDITED DOWN
000167*                     AND C MEANS A CREDIT BALANCE WAS DEBITED
000168*                     UP.  SPACE ON EVERY OTHER TYPE.
000170*    10/15/2026 NDC   ADD TO-REVERSED-TYPE - ON A V REVERSAL,
000172*                     THE TYPE OF THE ITEM IT REVERSES (P, M,
000174*                     R, F, OR D).  SPACE ON EVERY OTHER TYPE.
000176******************************************************************
000180 01  TRANSACTION-OUT-RECORD.
000190     05  TO-CUSTOMER-ID          PIC X(06).
000200     05  TO-CUSTOMER-NAME        PIC X(20).
000250     05  TO-TRAN-TIME            PIC 9(08).
000260     05  TO-TAX-AMOUNT           PIC 9(05)V99.
000270     05  TO-WOF-SIDE             PIC X(01).
000280     05  TO-REVERSED-TYPE        PIC X(01).
