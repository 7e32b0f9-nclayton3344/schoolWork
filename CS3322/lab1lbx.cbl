000210*                  BOUNCING AS UNKNOWN-CUSTOMER REJECTS THE NEXT
000220*                  MORNING.  THE BANK'S OWN TRAILER IS PROVED
000230*                  AGAINST WHAT WAS READ.
000232* 10/15/2026 NDC   CARRY THE INVOICE NUMBER FROM THE STUB ONTO
000234*                  THE TRANS-IN DETAIL SO THE POSTING RUN PAYS
000236*                  THAT INVOICE FIRST.
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. LAB1LBX.
003480     MOVE "M" TO TI-TRAN-TYPE.
003490     MOVE MATCHED-CUSTOMER-ID TO TI-CUSTOMER-ID.
003500     MOVE LB-CHECK-AMOUNT TO TI-PURCHASE-AMOUNT.
003505     MOVE LB-INVOICE-REF TO TI-INVOICE-REF.
003510     WRITE TRANSACTION-IN-RECORD.
003520     ADD 1 TO MATCHED-COUNT.
003530     ADD LB-CHECK-AMOUNT TO MATCHED-AMOUNT.
