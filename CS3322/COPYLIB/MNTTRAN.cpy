000140*    DATE       INIT  DESCRIPTION
000150*    ---------- ----  ----------------------------------------
000160*    09/02/2026 NDC   ORIGINAL COPYBOOK.
000165*    10/15/2026 NDC   ADDED MT-TERMS-CODE - BLANK ON AN ADD TAKES
000167*                     THE DEFAULT TERMS, BLANK ON A CHANGE KEEPS.
000168*    10/15/2026 NDC   ADDED THE BILL-TO ADDRESS, PHONE, AND
000169*                     STATEMENT ADDRESS FOR THE CUSTADDR FILE.
000170*                     BLANK KEEPS WHAT STANDS AND A SINGLE * IN
000171*                     A FIELD CLEARS IT.  ZIP IS 12345 OR
000172*                     12345-6789.  STATEMENT FLAG Y SETS UP THE
000173*                     STATEMENT ADDRESS, N DROPS IT.  A DELETE
000174*                     ALSO REMOVES THE CUSTOMER'S ADDRESS RECORD.
000175*    10/15/2026 NDC   ADDED MT-ACCOUNT-STATUS (A, H, C OR X) AND
000176*                     MT-STATUS-REASON.  BLANK ON AN ADD STARTS
000177*                     THE ACCOUNT ACTIVE, BLANK ON A CHANGE KEEPS.
000178******************************************************************
000180 01  MAINT-TRANS-RECORD.
000190     05  MT-FUNCTION             PIC X(01).
000200         88  MT-ADD-FUNCTION             VALUE "A".
000280     05  MT-FINCHG-EXEMPT        PIC X(01).
000290     05  MT-TAXABLE-FLAG         PIC X(01).
000300     05  MT-TAX-JURIS            PIC X(03).
000310     05  MT-TERMS-CODE           PIC X(03).
000320     05  MT-BILL-TO-ADDRESS.
000330         10  MT-ATTENTION        PIC X(30).
000340         10  MT-STREET-1         PIC X(30).
000350         10  MT-STREET-2         PIC X(30).
000360         10  MT-CITY             PIC X(20).
000370         10  MT-STATE            PIC X(02).
000380         10  MT-ZIP-CODE         PIC X(10).
000390     05  MT-PHONE                PIC X(12).
000400     05  MT-STMT-ADDRESS-FLAG    PIC X(01).
000410     05  MT-STMT-ADDRESS.
000420         10  MT-STMT-ATTENTION   PIC X(30).
000430         10  MT-STMT-STREET-1    PIC X(30).
000440         10  MT-STMT-STREET-2    PIC X(30).
000450         10  MT-STMT-CITY        PIC X(20).
000460         10  MT-STMT-STATE       PIC X(02).
000470         10  MT-STMT-ZIP-CODE    PIC X(10).
000480     05  MT-ACCOUNT-STATUS       PIC X(01).
000490         88  MT-VALID-ACCOUNT-STATUS     VALUE "A" "H" "C" "X".
000500     05  MT-STATUS-REASON        PIC X(30).
