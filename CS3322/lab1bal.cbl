000222* 09/02/2026 NDC   NET THE CLEANUP RUN'S W WRITE-OFFS (SIDE D
000224*                  DOWN, SIDE C UP) AND WIDEN THE ARCHIVE
000226*                  RECORD FOR THE TH-WOF-SIDE FIELD.
000227* 10/15/2026 NDC   NET TYPE D EARLY-PAY DISCOUNTS DOWN LIKE A
000228*                  PAYMENT AND WIDEN THE ARCHIVE RECORD FOR
000229*                  TH-TERMS-CODE AND TH-DISC-DATE.
000232* 10/15/2026 NDC   WIDEN THE ARCHIVE RECORD FOR TH-INVOICE-NO.
000233* 10/15/2026 NDC   NET TYPE V REVERSALS OPPOSITE TO THE TYPE
000234*                  THEY VOID AND WIDEN THE ARCHIVE RECORD FOR
000235*                  THE VOID AND LINK FIELDS.
000236* 10/15/2026 NDC   WIDEN THE ARCHIVE RECORD FOR THE DISPUTE
000237*                  FIELDS.
000238* 10/15/2026 NDC   A RETURN NOW CREDITS TAX BACK, SO IT NETS
000239*                  DOWN BY ITS AMOUNT PLUS TAX.  WIDEN THE
000240*                  ARCHIVE RECORD FOR TH-TAX-JURIS AND
000241*                  TH-TAX-RATE.
000242******************************************************************
000243 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. LAB1BAL.
000260 AUTHOR. N. D. CLAYTON.
000270 INSTALLATION. WTAMU CS3322.
000570     COPY TRANHIST.
000580 FD  ARCHIVE-FILE
000590     LABEL RECORDS ARE STANDARD.
000600 01  ARCHIVE-RECORD              PIC X(153).
000610 FD  PROOF-REPORT-FILE
000620     LABEL RECORDS ARE STANDARD.
000630 01  PROOF-PRINT-LINE            PIC X(132).
003240*----------------------------------------------------------------*
003250* 8000-NET-ONE-HISTORY THRU 8000-EXIT - WHAT ONE HISTORY RECORD  *
003260* DID TO ITS CUSTOMER'S BALANCE: PURCHASES ADD THE NET PLUS      *
003270* TAX, FINANCE CHARGES ADD FACE VALUE, PAYMENTS SUBTRACT,        *
003275* RETURN/CREDITS SUBTRACT NET PLUS THE TAX THEY CREDITED BACK,   *
003280* AND W WRITE-OFFS FOLLOW THEIR SIDE FLAG -                      *
003282* D SUBTRACTS, C ADDS.  TYPE D EARLY-PAY DISCOUNTS SUBTRACT      *
003286* LIKE A PAYMENT.  A TYPE V REVERSAL UNDOES WHAT IT VOIDS: IT    *
003287* SUBTRACTS NET PLUS TAX FOR A PURCHASE OR FINANCE CHARGE AND    *
003288* ADDS IT BACK FOR A PAYMENT, CREDIT OR DISCOUNT.  ANYTHING      *
003289* ELSE NETS ZERO.                                                *
003290*----------------------------------------------------------------*
003300 8000-NET-ONE-HISTORY.
003310     MOVE TH-CUSTOMER-ID TO WORK-CUSTOMER-ID.
003390         MOVE TH-AMOUNT-OWED TO WORK-NET-AMOUNT
003400         GO TO 8000-EXIT
003410     END-IF.
003411     IF TH-TRAN-TYPE = "R"
003412         COMPUTE WORK-NET-AMOUNT = ZERO - TH-AMOUNT-OWED
003413             - TH-TAX-AMOUNT
003414         GO TO 8000-EXIT
003415     END-IF.
003420     IF TH-TRAN-TYPE = "M" OR TH-TRAN-TYPE = "D"
003430         COMPUTE WORK-NET-AMOUNT = ZERO - TH-AMOUNT-OWED
003432         GO TO 8000-EXIT
003440     END-IF.
003441     IF TH-TRAN-TYPE = "V"
003442         IF TH-REVERSED-TYPE = "P" OR TH-REVERSED-TYPE = "F"
003443             COMPUTE WORK-NET-AMOUNT = ZERO - TH-AMOUNT-OWED
003444                 - TH-TAX-AMOUNT
003445         ELSE
003446             COMPUTE WORK-NET-AMOUNT = TH-AMOUNT-OWED
003447                 + TH-TAX-AMOUNT
003448         END-IF
003449         GO TO 8000-EXIT
003450     END-IF.
003451     IF TH-TRAN-TYPE = "W"
003452         IF TH-WOF-SIDE = "C"
003453             MOVE TH-AMOUNT-OWED TO WORK-NET-AMOUNT
003454         ELSE
003455             COMPUTE WORK-NET-AMOUNT = ZERO - TH-AMOUNT-OWED
003456         END-IF
003457     END-IF.
003458 8000-EXIT.
003460     EXIT.
003470*----------------------------------------------------------------*
003480* 8500-POST-CUSTOMER-NET THRU 8500-EXIT - ROLL WORK-NET-AMOUNT   *
