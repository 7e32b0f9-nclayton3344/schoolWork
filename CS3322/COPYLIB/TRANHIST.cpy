000175*                     MEANS A DEBIT BALANCE WAS CREDITED DOWN
000176*                     AND C MEANS A CREDIT BALANCE WAS DEBITED
000177*                     UP.  SPACE ON EVERY OTHER TYPE.
000178*    10/15/2026 NDC   ADD TH-TERMS-CODE AND TH-DISC-DATE - THE
000179*                     TERMS THE OPEN ITEM WAS POSTED UNDER AND
000180*                     THE LAST DAY A PAYMENT EARNS THE EARLY-
000181*                     PAY DISCOUNT (ZERO WHEN THE TERMS OFFER
000182*                     NONE).  TH-DUE-DATE NOW COMES FROM THE
000183*                     TERMS INSTEAD OF A FLAT NET 30.  TYPE D
000184*                     IS AN EARLY-PAY DISCOUNT TAKEN.
000185*    10/15/2026 NDC   ADD TH-INVOICE-NO - THE INVOICE NUMBER
000186*                     ASSIGNED TO A POSTED PURCHASE OR FINANCE
000187*                     CHARGE, OR ON A PAYMENT OR CREDIT THE
000188*                     INVOICE THE CUSTOMER NAMED ON IT, WHICH
000189*                     WAS PAID FIRST.  ZERO WHEN THERE IS NONE.
000190*    10/15/2026 NDC   ADD THE VOID FIELDS FOR THE V REVERSAL
000191*                     TYPE.  TH-VOID-FLAG IS Y ON AN ITEM THAT
000192*                     HAS BEEN REVERSED (IT CANNOT BE REVERSED
000193*                     TWICE).  TH-LINK-TRAN-DATE AND TH-LINK-
000194*                     SEQ-NO POINT EACH HALF OF A VOIDED PAIR
000195*                     AT THE OTHER, AND TH-REVERSED-TYPE ON THE
000196*                     V RECORD IS THE TYPE IT REVERSED.  A V
000197*                     RECORD CARRIES THE ORIGINAL'S AMOUNTS AND
000198*                     INVOICE NUMBER AND IS NEVER AN OPEN ITEM.
000199*    10/15/2026 NDC   ADD THE DISPUTE FIELDS.  TH-DISPUTE-FLAG IS
000200*                     Y WHILE THE CUSTOMER DISPUTES THE OPEN
000201*                     ITEM AND C ONCE THE DISPUTE IS CLEARED
000202*                     (SPACE IF NEVER DISPUTED).  A DISPUTED
000203*                     ITEM DRAWS NO DUNNING NOTICE AND NO
000204*                     FINANCE CHARGE.  REASON CODES ARE ON THE
000205*                     DSPRSN TABLE.  SET AND CLEARED ONLY BY
000206*                     THE LAB1DSP DISPUTE DESK PROGRAM.
000207*    10/15/2026 NDC   ADD TH-TAX-JURIS AND TH-TAX-RATE - THE
000208*                     JURISDICTION AND RATE THE TAX ON THE
000209*                     ITEM WAS FIGURED AT (RATE ZERO WHEN NONE
000210*                     WAS CHARGED).  A RETURN CREDITS TAX BACK
000211*                     AT THE RATE ON THE PURCHASE IT NAMES, AND
000212*                     THE SALES TAX RETURN FILES BY THE
000213*                     JURISDICTION THE TAX WAS CHARGED FOR.
000214******************************************************************
000215 01  TRAN-HISTORY-RECORD.
000216     05  TH-HIST-KEY.
000217         10  TH-CUSTOMER-ID      PIC X(06).
000218         10  TH-TRAN-DATE        PIC 9(08).
000220         10  TH-TRAN-SEQ-NO      PIC 9(09).
000230     05  TH-TRAN-TIME            PIC 9(08).
000240     05  TH-TRAN-TYPE            PIC X(01).
000280     05  TH-OPEN-AMOUNT          PIC 9(07)V99.
000290     05  TH-TAX-AMOUNT           PIC 9(05)V99.
000300     05  TH-WOF-SIDE             PIC X(01).
000310     05  TH-TERMS-CODE           PIC X(03).
000320     05  TH-DISC-DATE            PIC 9(08).
000330     05  TH-INVOICE-NO           PIC 9(08).
000340     05  TH-VOID-FLAG            PIC X(01).
000350         88  TH-ITEM-VOIDED              VALUE "Y".
000360     05  TH-LINK-TRAN-DATE       PIC 9(08).
000370     05  TH-LINK-SEQ-NO          PIC 9(09).
000380     05  TH-REVERSED-TYPE        PIC X(01).
000390     05  TH-DISPUTE-FLAG         PIC X(01).
000400         88  TH-ITEM-DISPUTED            VALUE "Y".
000410         88  TH-DISPUTE-CLEARED          VALUE "C".
000420     05  TH-DISPUTE-REASON       PIC X(02).
000430     05  TH-DISPUTE-DATE         PIC 9(08).
000440     05  TH-DISPUTE-BY           PIC X(08).
000450     05  TH-DISPUTE-CLR-DATE     PIC 9(08).
000460     05  TH-DISPUTE-CLR-BY       PIC X(08).
000470     05  TH-TAX-JURIS            PIC X(03).
000480     05  TH-TAX-RATE             PIC V9999.
