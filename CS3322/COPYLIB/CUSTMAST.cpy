000297*    09/02/2026 NDC   ADD CM-TAXABLE-FLAG AND CM-TAX-JURIS -
000298*                     PURCHASES FOR TAXABLE CUSTOMERS ARE TAXED
000299*                     AT THE JURISDICTION RATE; RESELLERS ARE N.
000301*    10/15/2026 NDC   ADD CM-TERMS-CODE - THE CUSTOMER'S PAYMENT
000303*                     TERMS (SEE TERMSTAB).  BLANK IS NET 30.
000304*    10/15/2026 NDC   ADD CM-ACCOUNT-STATUS - A ACTIVE, H CREDIT
000305*                     HOLD, C COLLECTIONS, X CLOSED (BLANK IS
000306*                     ACTIVE) - WITH THE DATE IT WAS LAST SET AND
000307*                     WHO SET IT: M BY HAND (LAB1MNT/LAB1MUP), D
000308*                     BY THE DUNNING RUN AT THE FINAL NOTICE, P
000309*                     BY THE POSTING RUN WHEN THE PAST-DUE ITEMS
000310*                     WERE PAID.  ONLY A HOLD THE DUNNING RUN
000311*                     PLACED COMES OFF BY ITSELF.  EVERY CHANGE
000312*                     IS LOGGED TO STATLOG.
000313******************************************************************
000314 01  CUSTOMER-MASTER-RECORD.
000320     05  CM-CUSTOMER-ID          PIC X(06).
000330     05  CM-CUSTOMER-NAME        PIC X(20).
000340     05  CM-DISCOUNT-RATE        PIC V999.
000390     05  CM-TAXABLE-FLAG         PIC X(01).
000400         88  CUSTOMER-TAXABLE            VALUE "Y".
000410     05  CM-TAX-JURIS            PIC X(03).
000420     05  CM-TERMS-CODE           PIC X(03).
000430     05  CM-ACCOUNT-STATUS       PIC X(01).
000440         88  ACCOUNT-ACTIVE                  VALUE "A" " ".
000450         88  ACCOUNT-ON-HOLD                 VALUE "H".
000460         88  ACCOUNT-IN-COLLECTIONS          VALUE "C".
000470         88  ACCOUNT-CLOSED                  VALUE "X".
000480         88  VALID-ACCOUNT-STATUS            VALUE "A" "H" "C"
000490                                                   "X".
000500     05  CM-STATUS-DATE          PIC 9(08).
000510     05  CM-STATUS-SOURCE        PIC X(01).
000520         88  STATUS-SET-BY-HAND              VALUE "M".
000530         88  STATUS-SET-BY-DUNNING           VALUE "D".
000540         88  STATUS-SET-BY-PAYMENT           VALUE "P".
