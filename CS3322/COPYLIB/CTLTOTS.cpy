000154*    09/02/2026 NDC   ADD CT-TOTAL-WRITEOFF-AMOUNT - THE TOTAL
000155*                     THE CLEANUP RUN WROTE OFF, BOTH SIDES,
000156*                     PROVED THE SAME WAY.
000158*    10/15/2026 NDC   ADD CT-TOTAL-EARLYPAY-AMOUNT - EARLY-PAY
000160*                     DISCOUNTS TAKEN AS D TRANSACTIONS WHEN A
000162*                     PAYMENT LANDS INSIDE THE TERMS WINDOW.
000163*    10/15/2026 NDC   ADD THE V REVERSAL TOTALS: CT-TOTAL-
000164*                     VOIDDR-AMOUNT FOR REVERSED PAYMENTS,
000165*                     CREDITS, AND DISCOUNTS (THE BALANCE GOES
000166*                     BACK UP), CT-TOTAL-VOIDCR-AMOUNT FOR
000167*                     REVERSED PURCHASES AND FINANCE CHARGES
000168*                     (IT COMES BACK DOWN), AND CT-TOTAL-
000169*                     VOIDTAX-AMOUNT FOR THE TAX THOSE TOOK
000170*                     BACK.
000171*    10/15/2026 NDC   ADD CT-TOTAL-TAXCR-AMOUNT - SALES TAX
000172*                     CREDITED BACK ON R RETURNS, PROVED BY THE
000173*                     BALANCING RUN AND THE SALES TAX RETURN.
000174******************************************************************
000175 01  CONTROL-TOTALS-RECORD.
000176     05  CT-RUN-DATE             PIC 9(08).
000180     05  CT-BATCH-NUMBER         PIC 9(04).
000190     05  CT-TRANS-COUNT          PIC 9(07).
000200     05  CT-TOTAL-PURCHASE-AMOUNT PIC 9(09)V99.
000272     05  CT-TOTAL-FINCHG-AMOUNT  PIC 9(09)V99.
000274     05  CT-TOTAL-TAX-AMOUNT     PIC 9(09)V99.
000276     05  CT-TOTAL-WRITEOFF-AMOUNT PIC 9(09)V99.
000278     05  CT-TOTAL-EARLYPAY-AMOUNT PIC 9(09)V99.
000280     05  CT-TOTAL-VOIDDR-AMOUNT  PIC 9(09)V99.
000282     05  CT-TOTAL-VOIDCR-AMOUNT  PIC 9(09)V99.
000284     05  CT-TOTAL-VOIDTAX-AMOUNT PIC 9(09)V99.
000285     05  CT-TOTAL-TAXCR-AMOUNT   PIC 9(09)V99.
000286     05  CT-BATCH-STATUS         PIC X(01).
000290         88  CT-BATCH-BALANCED           VALUE "B".
000300         88  CT-BATCH-IN-ERROR           VALUE "E".
