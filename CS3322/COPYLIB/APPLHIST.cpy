000010******************************************************************
000020*    COPYBOOK:    APPLHIST
000030*    AUTHOR:      N. D. CLAYTON
000040*    DATE-WRITTEN: 10/15/2026
000050*    PURPOSE:     RECORD LAYOUT FOR THE KEYED PAYMENT
000060*                 APPLICATION FILE - ONE RECORD FOR EVERY OPEN
000070*                 ITEM A PAYMENT OR RETURN/CREDIT PAID DOWN,
000080*                 KEYED BY THE PAYMENT'S OWN HISTORY KEY PLUS A
000090*                 RUNNING NUMBER, WITH THE ITEM'S HISTORY DATE
000100*                 AND SEQUENCE AND HOW FAR ITS OPEN AMOUNT CAME
000110*                 DOWN.  A V REVERSAL OF THE PAYMENT READS IT
000120*                 BACK TO REOPEN EXACTLY THOSE ITEMS BY EXACTLY
000130*                 THOSE AMOUNTS.
000140*----------------------------------------------------------------*
000150*    AH-APPLIED-AMOUNT IS THE WHOLE DROP IN THE ITEM'S OPEN
000160*    AMOUNT.  AH-EARLYPAY-AMOUNT IS THE PART OF IT THAT WAS
000170*    EARLY-PAY DISCOUNT RATHER THAN CASH.  THE ITEM IS ALWAYS
000180*    THE SAME CUSTOMER'S AS THE PAYMENT.
000190*----------------------------------------------------------------*
000200*    MODIFICATION HISTORY
000210*    DATE       INIT  DESCRIPTION
000220*    ---------- ----  ----------------------------------------
000230*    10/15/2026 NDC   ORIGINAL COPYBOOK.
000240******************************************************************
000250 01  APPL-HISTORY-RECORD.
000260     05  AH-APPL-KEY.
000270         10  AH-CUSTOMER-ID      PIC X(06).
000280         10  AH-PAY-TRAN-DATE    PIC 9(08).
000290         10  AH-PAY-SEQ-NO       PIC 9(09).
000300         10  AH-APPL-SEQ         PIC 9(03).
000310     05  AH-ITEM-TRAN-DATE       PIC 9(08).
000320     05  AH-ITEM-SEQ-NO          PIC 9(09).
000330     05  AH-APPLIED-AMOUNT       PIC 9(07)V99.
000340     05  AH-EARLYPAY-AMOUNT      PIC 9(07)V99.
