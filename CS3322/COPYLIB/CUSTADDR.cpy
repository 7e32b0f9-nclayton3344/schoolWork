000010******************************************************************
000020*    COPYBOOK:    CUSTADDR
000030*    AUTHOR:      N. D. CLAYTON
000040*    DATE-WRITTEN: 10/15/2026
000050*    PURPOSE:     RECORD LAYOUT FOR THE CUSTOMER ADDRESS/CONTACT
000060*                 FILE - THE COMPANION TO CUSTOMER-MASTER-FILE,
000070*                 KEYED BY THE SAME CUSTOMER ID, HOLDING THE
000080*                 BILL-TO MAILING ADDRESS, THE CONTACT PHONE, AND
000090*                 A SEPARATE STATEMENT ADDRESS WHERE ONE APPLIES.
000100*                 MAINTAINED BY LAB1MNT AND LAB1MUP (LOGGED TO
000110*                 MNTLOG); READ BY LAB1STMT AND LAB1DUN FOR THE
000120*                 WINDOW-ENVELOPE ADDRESS BLOCK.
000130*----------------------------------------------------------------*
000140*    THE BILL-TO AND STATEMENT ADDRESSES SHARE ONE LAYOUT SO A
000150*    PROGRAM CAN MOVE EITHER ONE INTO THE SAME WORK AREA.  THE
000160*    STATEMENT ADDRESS IS USED ONLY WHEN CA-STMT-ADDRESS-FLAG IS
000170*    Y; OTHERWISE STATEMENTS GO TO THE BILL-TO ADDRESS.  AN
000180*    ADDRESS IS MAILABLE WHEN IT HAS A FIRST STREET LINE, A CITY,
000190*    A STATE, AND A FIVE-DIGIT ZIP; ATTENTION, SECOND STREET LINE
000200*    AND ZIP+4 ARE OPTIONAL.  A CUSTOMER WITH NO RECORD HERE, OR
000210*    WITHOUT A MAILABLE ADDRESS, GOES ON THE CANNOT-MAIL LIST.
000220*----------------------------------------------------------------*
000230*    MODIFICATION HISTORY
000240*    DATE       INIT  DESCRIPTION
000250*    ---------- ----  ----------------------------------------
000260*    10/15/2026 NDC   ORIGINAL COPYBOOK.
000270******************************************************************
000280 01  CUSTOMER-ADDRESS-RECORD.
000290     05  CA-CUSTOMER-ID          PIC X(06).
000300     05  CA-BILL-TO-ADDRESS.
000310         10  CA-ATTENTION        PIC X(30).
000320         10  CA-STREET-1         PIC X(30).
000330         10  CA-STREET-2         PIC X(30).
000340         10  CA-CITY             PIC X(20).
000350         10  CA-STATE            PIC X(02).
000360         10  CA-ZIP-CODE.
000370             15  CA-ZIP-5        PIC X(05).
000380             15  CA-ZIP-4        PIC X(04).
000390     05  CA-PHONE                PIC X(12).
000400     05  CA-STMT-ADDRESS-FLAG    PIC X(01).
000410         88  CA-HAS-STMT-ADDRESS         VALUE "Y".
000420     05  CA-STMT-ADDRESS.
000430         10  CA-STMT-ATTENTION   PIC X(30).
000440         10  CA-STMT-STREET-1    PIC X(30).
000450         10  CA-STMT-STREET-2    PIC X(30).
000460         10  CA-STMT-CITY        PIC X(20).
000470         10  CA-STMT-STATE       PIC X(02).
000480         10  CA-STMT-ZIP-CODE.
000490             15  CA-STMT-ZIP-5   PIC X(05).
000500             15  CA-STMT-ZIP-4   PIC X(04).
