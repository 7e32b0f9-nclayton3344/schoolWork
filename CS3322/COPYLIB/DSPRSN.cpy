000010******************************************************************
000020*    COPYBOOK:    DSPRSN
000030*    AUTHOR:      N. D. CLAYTON
000040*    DATE-WRITTEN: 10/15/2026
000050*    PURPOSE:     THE DISPUTE REASON TABLE - THE CODES THE
000060*                 DISPUTE DESK MAY PUT ON A DISPUTED OPEN ITEM
000070*                 (TH-DISPUTE-REASON) AND WHAT EACH MEANS.
000080*                 SHARED BY THE DISPUTE DESK PROGRAM AND THE
000090*                 OPEN-DISPUTES REPORT SO THE CODES ONE ACCEPTS
000100*                 ARE THE CODES THE OTHER CAN NAME.
000110*----------------------------------------------------------------*
000120*    MODIFICATION HISTORY
000130*    DATE       INIT  DESCRIPTION
000140*    ---------- ----  ----------------------------------------
000150*    10/15/2026 NDC   ORIGINAL COPYBOOK.
000160******************************************************************
000170 77  REASON-ENTRY-COUNT          PIC 9(03) COMP VALUE 6.
000180 01  REASON-TABLE-VALUES.
000190     05  FILLER                  PIC X(02) VALUE "PR".
000200     05  FILLER                  PIC X(16) VALUE "PRICE/RATE".
000210     05  FILLER                  PIC X(02) VALUE "QT".
000220     05  FILLER                  PIC X(16) VALUE "QUANTITY".
000230     05  FILLER                  PIC X(02) VALUE "DM".
000240     05  FILLER                  PIC X(16) VALUE "DAMAGED GOODS".
000250     05  FILLER                  PIC X(02) VALUE "NR".
000260     05  FILLER                  PIC X(16) VALUE "NOT RECEIVED".
000270     05  FILLER                  PIC X(02) VALUE "DB".
000280     05  FILLER                  PIC X(16) VALUE "DUPLICATE BILL".
000290     05  FILLER                  PIC X(02) VALUE "OT".
000300     05  FILLER                  PIC X(16) VALUE "OTHER".
000310 01  REASON-TABLE REDEFINES REASON-TABLE-VALUES.
000320     05  REASON-TABLE-ENTRY      OCCURS 6 TIMES.
000330         10  RT-REASON-CODE      PIC X(02).
000340         10  RT-REASON-DESC      PIC X(16).
