000140*    DATE       INIT  DESCRIPTION
000150*    ---------- ----  ----------------------------------------
000160*    08/22/2026 NDC   ORIGINAL COPYBOOK.
000163*    10/15/2026 NDC   ADD RJ-INVOICE-REF SO A REPAIRED PAYMENT
000166*                     STILL APPLIES TO THE INVOICE IT NAMED.
000167*    10/15/2026 NDC   ADD RJ-ORIG-TRAN-DATE AND RJ-ORIG-SEQ-NO
000168*                     FOR A V REVERSAL, AND THE REVERSAL
000169*                     REJECT REASONS.
000171*    10/15/2026 NDC   ADD REASON 09 - PURCHASE ON A CLOSED
000173*                     ACCOUNT.
000175******************************************************************
000180 01  REJECT-RECORD.
000190     05  RJ-TRAN-SEQ-NO          PIC 9(09).
000200     05  RJ-REASON-CODE          PIC X(02).
000220         88  RJ-BAD-AMOUNT               VALUE "02".
000230         88  RJ-BAD-TRAN-TYPE            VALUE "03".
000235         88  RJ-BAD-RECORD-TYPE          VALUE "04".
000236         88  RJ-ORIGINAL-NOT-FOUND       VALUE "05".
000237         88  RJ-ALREADY-REVERSED         VALUE "06".
000238         88  RJ-NOT-ORIGINAL-AMOUNT      VALUE "07".
000239         88  RJ-NOT-REVERSIBLE           VALUE "08".
000242         88  RJ-ACCOUNT-CLOSED           VALUE "09".
000245         88  RJ-RELEASED-HOLD            VALUE "RL".
000250     05  RJ-TRAN-TYPE            PIC X(01).
000260     05  RJ-CUSTOMER-ID          PIC X(06).
000270     05  RJ-PURCHASE-AMOUNT      PIC 9(05)V99.
000280     05  RJ-INVOICE-REF          PIC X(08).
000290     05  RJ-ORIG-TRAN-DATE       PIC 9(08).
000300     05  RJ-ORIG-SEQ-NO          PIC 9(09).
