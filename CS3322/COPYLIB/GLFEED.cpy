000159*    09/02/2026 NDC   CARVE GL-WOF-SIDE OUT OF THE FILLER - ON
000161*                     A W WRITE-OFF, D CREDITS A DEBIT BALANCE
000162*                     DOWN AND C DEBITS A CREDIT BALANCE UP.
000163*    10/15/2026 NDC   CARVE GL-REVERSED-TYPE OUT OF THE LAST
000164*                     FILLER BYTE - ON A V REVERSAL, THE TYPE
000165*                     OF THE ITEM IT REVERSES, SO ACCOUNTING
000166*                     CAN SWAP THAT TYPE'S ENTRY.
000167******************************************************************
000170 01  GL-FEED-RECORD.
000180     05  GL-CUSTOMER-ID          PIC X(06).
000190     05  GL-TRAN-TYPE            PIC X(01).
000210     05  GL-TRAN-DATE            PIC 9(08).
000215     05  GL-TAX-AMOUNT           PIC 9(05)V99.
000217     05  GL-WOF-SIDE             PIC X(01).
000220     05  GL-REVERSED-TYPE        PIC X(01).
