000010******************************************************************
000020*    COPYBOOK:    GLMAP
000030*    AUTHOR:      N. D. CLAYTON
000040*    DATE-WRITTEN: 10/15/2026
000050*    PURPOSE:     THE GL ACCOUNT MAPPING TABLE - FOR EACH GLFEED
000060*                 TRANSACTION TYPE AND WRITE-OFF SIDE, THE
000070*                 ACCOUNT DEBITED AND THE ACCOUNT CREDITED FOR
000080*                 THE AMOUNT OWED, AND THE PAIR DEBITED AND
000090*                 CREDITED FOR ANY SALES TAX ON IT - PLUS THE
000100*                 CHART OF THE ACCOUNTS THE TABLE NAMES.  USED
000110*                 BY THE GL JOURNAL RUN TO TURN THE DAY'S GL
000120*                 FEED INTO A BALANCED DOUBLE-ENTRY JOURNAL.
000130*----------------------------------------------------------------*
000140*    EACH MAP ENTRY IS TYPE, WOF SIDE (SPACE EXCEPT ON A W),
000150*    AMOUNT DEBIT ACCOUNT, AMOUNT CREDIT ACCOUNT, TAX DEBIT
000160*    ACCOUNT, TAX CREDIT ACCOUNT.  A V REVERSAL HAS NO ENTRY OF
000170*    ITS OWN - IT TAKES THE ENTRY FOR GL-REVERSED-TYPE WITH THE
000180*    DEBITS AND CREDITS SWAPPED.  TYPES THAT NEVER CARRY TAX
000190*    STILL NAME A TAX PAIR SO THE TABLE STAYS REGULAR.
000200*----------------------------------------------------------------*
000210*    MODIFICATION HISTORY
000220*    DATE       INIT  DESCRIPTION
000230*    ---------- ----  ----------------------------------------
000240*    10/15/2026 NDC   ORIGINAL COPYBOOK.
000250******************************************************************
000260 77  GL-ACCOUNT-COUNT            PIC 9(03) COMP VALUE 7.
000270 77  GL-MAP-COUNT                PIC 9(03) COMP VALUE 7.
000280 01  GL-ACCOUNT-VALUES.
000290     05  FILLER                  PIC X(04) VALUE "1000".
000300     05  FILLER                  PIC X(24) VALUE "CASH".
000310     05  FILLER                  PIC X(04) VALUE "1200".
000320     05  FILLER                  PIC X(24)
000330         VALUE "ACCOUNTS RECEIVABLE".
000340     05  FILLER                  PIC X(04) VALUE "2300".
000350     05  FILLER                  PIC X(24)
000360         VALUE "SALES TAX PAYABLE".
000370     05  FILLER                  PIC X(04) VALUE "4000".
000380     05  FILLER                  PIC X(24) VALUE "SALES".
000390     05  FILLER                  PIC X(04) VALUE "4100".
000400     05  FILLER                  PIC X(24)
000405         VALUE "SALES DISCOUNTS".
000410     05  FILLER                  PIC X(04) VALUE "4500".
000420     05  FILLER                  PIC X(24)
000430         VALUE "FINANCE CHARGE INCOME".
000440     05  FILLER                  PIC X(04) VALUE "6400".
000450     05  FILLER                  PIC X(24)
000455         VALUE "BAD DEBT EXPENSE".
000460 01  GL-ACCOUNT-TABLE REDEFINES GL-ACCOUNT-VALUES.
000470     05  GL-ACCOUNT-ENTRY        OCCURS 7 TIMES.
000480         10  GA-ACCOUNT-NO       PIC X(04).
000490         10  GA-ACCOUNT-NAME     PIC X(24).
000500 01  GL-MAP-VALUES.
000510     05  FILLER                  PIC X(18)
000520         VALUE "P 1200400012002300".
000530     05  FILLER                  PIC X(18)
000540         VALUE "M 1000120023001200".
000550     05  FILLER                  PIC X(18)
000560         VALUE "R 4000120023001200".
000570     05  FILLER                  PIC X(18)
000580         VALUE "F 1200450012002300".
000590     05  FILLER                  PIC X(18)
000600         VALUE "D 4100120023001200".
000610     05  FILLER                  PIC X(18)
000620         VALUE "WD6400120023001200".
000630     05  FILLER                  PIC X(18)
000640         VALUE "WC1200640012002300".
000670 01  GL-MAP-TABLE REDEFINES GL-MAP-VALUES.
000680     05  GL-MAP-ENTRY            OCCURS 7 TIMES.
000690         10  GM-TRAN-TYPE        PIC X(01).
000700         10  GM-WOF-SIDE         PIC X(01).
000710         10  GM-AMOUNT-DR-ACCT   PIC X(04).
000720         10  GM-AMOUNT-CR-ACCT   PIC X(04).
000730         10  GM-TAX-DR-ACCT      PIC X(04).
000740         10  GM-TAX-CR-ACCT      PIC X(04).
