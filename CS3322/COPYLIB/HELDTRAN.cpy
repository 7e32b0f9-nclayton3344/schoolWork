000140*    DATE       INIT  DESCRIPTION
000150*    ---------- ----  ----------------------------------------
000160*    08/22/2026 NDC   ORIGINAL COPYBOOK.
000162*    10/15/2026 NDC   ADD HT-HOLD-REASON - A PURCHASE IS NOW ALSO
000164*                     HELD, WHATEVER THE LIMIT, WHEN THE ACCOUNT
000166*                     IS ON CREDIT HOLD OR IN COLLECTIONS.  BLANK
000168*                     ON AN OLDER RECORD MEANS OVER LIMIT.
000170******************************************************************
000180 01  HELD-TRANS-RECORD.
000190     05  HT-HELD-DATE            PIC 9(08).
000240     05  HT-AMOUNT-OWED          PIC 9(07)V99.
000250     05  HT-PROJECTED-BALANCE    PIC S9(09)V99.
000260     05  HT-CREDIT-LIMIT         PIC 9(09)V99.
000270     05  HT-HOLD-REASON          PIC X(01).
000280         88  HT-OVER-LIMIT-HOLD              VALUE "L" " ".
000290         88  HT-ACCOUNT-HOLD                 VALUE "H".
000300         88  HT-COLLECTIONS-HOLD             VALUE "C".
