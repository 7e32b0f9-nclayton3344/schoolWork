000166*                     WITH THE REST.
000167*    09/02/2026 NDC   ADD CP-TOTAL-TAX-AMOUNT FOR THE SAME
000168*                     REASON.
000169*    10/15/2026 NDC   ADD CP-TOTAL-EARLYPAY-AMOUNT FOR THE SAME
000172*                     REASON.
000173*    10/15/2026 NDC   ADD CP-LAST-INVOICE-NO SO A RESTART DOES
000174*                     NOT HAND OUT AN INVOICE NUMBER TWICE,
000175*                     AND CP-INVOICE-EXCP-COUNT WITH THE OTHER
000176*                     COUNTS.
000177*    10/15/2026 NDC   ADD THE THREE V REVERSAL TOTALS FOR THE
000178*                     SAME REASON AS THE OTHERS.
000180*    10/15/2026 NDC   ADD CP-TOTAL-TAXCR-AMOUNT, THE TAX CREDITED
000182*                     BACK ON RETURNS, FOR THE SAME REASON.
000184******************************************************************
000186 01  CHECKPOINT-RECORD.
000190     05  CP-CUSTOMER-ID          PIC X(06).
000200     05  CP-SEQ-NO               PIC 9(09).
000210     05  CP-TRANS-COUNT          PIC 9(07).
000290     05  CP-HASH-TOTAL           PIC 9(09)V99.
000300     05  CP-TOTAL-FINCHG-AMOUNT  PIC 9(09)V99.
000310     05  CP-TOTAL-TAX-AMOUNT     PIC 9(09)V99.
000320     05  CP-TOTAL-EARLYPAY-AMOUNT PIC 9(09)V99.
000330     05  CP-LAST-INVOICE-NO      PIC 9(08).
000340     05  CP-INVOICE-EXCP-COUNT   PIC 9(07).
000350     05  CP-TOTAL-VOIDDR-AMOUNT  PIC 9(09)V99.
000360     05  CP-TOTAL-VOIDCR-AMOUNT  PIC 9(09)V99.
000370     05  CP-TOTAL-VOIDTAX-AMOUNT PIC 9(09)V99.
000380     05  CP-TOTAL-TAXCR-AMOUNT   PIC 9(09)V99.
