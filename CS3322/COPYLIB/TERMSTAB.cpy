000010******************************************************************
000020*    COPYBOOK:    TERMSTAB
000030*    AUTHOR:      N. D. CLAYTON
000040*    DATE-WRITTEN: 10/15/2026
000050*    PURPOSE:     THE CUSTOMER PAYMENT TERMS TABLE - FOR EACH
000060*                 TERMS CODE CARRIED ON THE CUSTOMER MASTER,
000070*                 HOW MANY DAYS AFTER THE TRANSACTION DATE AN
000080*                 OPEN ITEM FALLS DUE, AND WHETHER AN EARLY-PAY
000090*                 DISCOUNT IS OFFERED (WITHIN HOW MANY DAYS, AT
000100*                 WHAT PERCENT OF THE MERCHANDISE AMOUNT).
000110*                 SHARED BY THE POSTING RUN AND THE CUSTOMER
000120*                 MAINTENANCE PROGRAMS SO THE CODES THEY ACCEPT
000130*                 AND THE DATES THE POSTING RUN SETS AGREE.
000140*----------------------------------------------------------------*
000150*    A BLANK OR UNKNOWN TERMS CODE IS TAKEN AS DEFAULT-TERMS-
000160*    CODE (NET 30), WHICH IS WHAT EVERY CUSTOMER WAS ON BEFORE
000170*    TERMS CODES WERE CARRIED.  COD ITEMS ARE DUE THE DAY THEY
000180*    POST.  THE DISCOUNT PERCENT APPLIES TO THE NET MERCHANDISE
000190*    AMOUNT ONLY - NEVER TO THE SALES TAX.
000200*----------------------------------------------------------------*
000210*    MODIFICATION HISTORY
000220*    DATE       INIT  DESCRIPTION
000230*    ---------- ----  ----------------------------------------
000240*    10/15/2026 NDC   ORIGINAL COPYBOOK.
000250******************************************************************
000260 77  TERMS-ENTRY-COUNT           PIC 9(03) COMP VALUE 5.
000270 77  DEFAULT-TERMS-CODE          PIC X(03) VALUE "N30".
000280 01  TERMS-TABLE-VALUES.
000290     05  FILLER                  PIC X(12) VALUE "N10010000000".
000300     05  FILLER                  PIC X(14) VALUE "NET 10".
000310     05  FILLER                  PIC X(12) VALUE "N30030000000".
000320     05  FILLER                  PIC X(14) VALUE "NET 30".
000330     05  FILLER                  PIC X(12) VALUE "N60060000000".
000340     05  FILLER                  PIC X(14) VALUE "NET 60".
000350     05  FILLER                  PIC X(12) VALUE "210030010020".
000360     05  FILLER                  PIC X(14) VALUE "2/10 NET 30".
000370     05  FILLER                  PIC X(12) VALUE "COD000000000".
000380     05  FILLER                  PIC X(14) VALUE "CASH ON DELIV".
000390 01  TERMS-TABLE REDEFINES TERMS-TABLE-VALUES.
000400     05  TERMS-TABLE-ENTRY       OCCURS 5 TIMES.
000410         10  TT-TERMS-CODE       PIC X(03).
000420         10  TT-NET-DAYS         PIC 9(03).
000430         10  TT-DISC-DAYS        PIC 9(03).
000440         10  TT-DISC-PCT         PIC V999.
000450         10  TT-TERMS-DESC       PIC X(14).
