000160*    08/22/2026 NDC   ORIGINAL COPYBOOK, LIFTED FROM THE INLINE
000170*                     FD IN LAB1 AND EXTENDED WITH THE HEADER
000180*                     AND TRAILER VIEWS.
000181*    10/15/2026 NDC   ADD TI-INVOICE-REF - ON A PAYMENT OR
000182*                     CREDIT, THE INVOICE THE CUSTOMER SAYS IT
000183*                     IS FOR.  BLANK MEANS APPLY OLDEST FIRST.
000184*                     HEADER AND TRAILER FILLERS WIDENED TO
000185*                     MATCH.
000187*    10/15/2026 NDC   ADD TI-ORIG-TRAN-DATE AND TI-ORIG-SEQ-NO -
000189*                     ON A V REVERSAL, THE HISTORY KEY (WITH
000191*                     TI-CUSTOMER-ID) OF THE ITEM TO REVERSE.
000193*                     THE AMOUNT MUST BE THE ORIGINAL'S.
000195*                     HEADER AND TRAILER FILLERS WIDENED AGAIN.
000197******************************************************************
000200 01  TRANSACTION-IN-RECORD.
000210     05  TI-RECORD-TYPE          PIC X(01).
000220         88  TI-HEADER-RECORD            VALUE "H".
000270         10  TI-CUSTOMER-ID      PIC X(06).
000280         10  TI-PURCHASE-AMOUNT  PIC 9(05)V99.
000290         10  FILLER              PIC X(04).
000295         10  TI-INVOICE-REF      PIC X(08).
000296         10  TI-ORIG-TRAN-DATE   PIC 9(08).
000297         10  TI-ORIG-SEQ-NO      PIC 9(09).
000300     05  TI-HEADER-DATA          REDEFINES TI-DETAIL-DATA.
000310         10  TI-BATCH-DATE       PIC 9(08).
000320         10  TI-BATCH-NUMBER     PIC 9(04).
000330         10  FILLER              PIC X(31).
000340     05  TI-TRAILER-DATA         REDEFINES TI-DETAIL-DATA.
000350         10  TI-TRAILER-COUNT    PIC 9(07).
000360         10  TI-TRAILER-AMOUNT   PIC 9(09)V99.
000370         10  FILLER              PIC X(25).
