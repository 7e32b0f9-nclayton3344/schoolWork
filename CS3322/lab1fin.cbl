000210*                  RATE, FLOOR, CUTOFF, AND BATCH NUMBER COME
000220*                  FROM THE FINPARM PARAMETER RECORD, OR FROM
000230*                  THE CONSOLE WHEN THERE IS NO PARMCARD.
000233* 10/15/2026 NDC   LEAVE DISPUTED ITEMS OUT OF THE CHARGEABLE
000236*                  PAST-DUE TOTAL.
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. LAB1FIN.
002730*----------------------------------------------------------------*
002740* 3200-TOTAL-ONE-ITEM THRU 3200-EXIT - ONE HISTORY RECORD: AN    *
002750* OPEN PURCHASE OR PRIOR FINANCE CHARGE DUE BEFORE THE           *
002760* CUTOFF IS PAST DUE AND JOINS THE CHARGEABLE TOTAL - UNLESS     *
002765* THE CUSTOMER HAS IT IN DISPUTE.                                *
002770*----------------------------------------------------------------*
002780 3200-TOTAL-ONE-ITEM.
002790     READ TRAN-HISTORY-FILE NEXT
002910     IF TH-OPEN-AMOUNT = ZERO
002920         GO TO 3200-EXIT
002930     END-IF.
002932     IF TH-ITEM-DISPUTED
002934         GO TO 3200-EXIT
002936     END-IF.
002940     IF TH-DUE-DATE < CUTOFF-DATE
002950         ADD TH-OPEN-AMOUNT TO PAST-DUE-TOTAL
002960     END-IF.
