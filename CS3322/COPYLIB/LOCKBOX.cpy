000160*    DATE       INIT  DESCRIPTION
000170*    ---------- ----  ----------------------------------------
000180*    09/02/2026 NDC   ORIGINAL COPYBOOK.
000182*    10/15/2026 NDC   ADD LB-INVOICE-REF - THE INVOICE NUMBER
000184*                     THE REMITTER WROTE ON THE STUB, WHEN
000186*                     THERE IS ONE.  HEADER AND TRAILER
000188*                     FILLERS WIDENED TO MATCH.
000190******************************************************************
000200 01  LOCKBOX-RECORD.
000210     05  LB-RECORD-TYPE          PIC X(01).
000270         10  LB-REMITTER-NAME    PIC X(20).
000280         10  LB-CHECK-NUMBER     PIC 9(08).
000290         10  LB-CHECK-AMOUNT     PIC 9(05)V99.
000295         10  LB-INVOICE-REF      PIC X(08).
000300     05  LB-HEADER-DATA          REDEFINES LB-DETAIL-DATA.
000310         10  LB-DEPOSIT-DATE     PIC 9(08).
000320         10  LB-DEPOSIT-NUMBER   PIC 9(04).
000330         10  FILLER              PIC X(37).
000340     05  LB-TRAILER-DATA         REDEFINES LB-DETAIL-DATA.
000350         10  LB-ITEM-COUNT       PIC 9(07).
000360         10  LB-DEPOSIT-AMOUNT   PIC 9(09)V99.
000370         10  FILLER              PIC X(31).
