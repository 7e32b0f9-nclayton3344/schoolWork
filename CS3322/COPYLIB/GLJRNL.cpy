000010******************************************************************
000020*    COPYBOOK:    GLJRNL
000030*    AUTHOR:      N. D. CLAYTON
000040*    DATE-WRITTEN: 10/15/2026
000050*    PURPOSE:     RECORD LAYOUT FOR THE SUMMARIZED GL JOURNAL
000060*                 ACCOUNTING IMPORTS IN PLACE OF HAND-MAPPING
000070*                 THE GL FEED - ONE D ENTRY PER POSTING DATE AND
000080*                 ACCOUNT WITH ITS DEBIT AND CREDIT TOTALS, THEN
000090*                 ONE T TRAILER WITH THE ENTRY COUNT, THE GRAND
000100*                 DEBITS AND CREDITS, AND THE PROOF STATUS.  A
000110*                 JOURNAL WHOSE TRAILER SAYS E (OUT OF BALANCE)
000120*                 MUST NOT BE IMPORTED.
000130*----------------------------------------------------------------*
000140*    MODIFICATION HISTORY
000150*    DATE       INIT  DESCRIPTION
000160*    ---------- ----  ----------------------------------------
000170*    10/15/2026 NDC   ORIGINAL COPYBOOK.
000180******************************************************************
000190 01  GL-JOURNAL-RECORD.
000200     05  GJ-RECORD-TYPE          PIC X(01).
000210         88  GJ-ENTRY-RECORD             VALUE "D".
000220         88  GJ-TRAILER-RECORD           VALUE "T".
000230     05  GJ-ENTRY-DATA.
000240         10  GJ-POST-DATE        PIC 9(08).
000250         10  GJ-ACCOUNT-NO       PIC X(04).
000260         10  GJ-DEBIT-AMOUNT     PIC 9(11)V99.
000270         10  GJ-CREDIT-AMOUNT    PIC 9(11)V99.
000280     05  GJ-TRAILER-DATA         REDEFINES GJ-ENTRY-DATA.
000290         10  GJ-ENTRY-COUNT      PIC 9(05).
000300         10  GJ-TOTAL-DEBITS     PIC 9(11)V99.
000310         10  GJ-TOTAL-CREDITS    PIC 9(11)V99.
000320         10  GJ-PROOF-STATUS     PIC X(01).
000330             88  GJ-JOURNAL-BALANCED     VALUE "B".
000340             88  GJ-JOURNAL-OUT-OF-BAL   VALUE "E".
000350         10  FILLER              PIC X(06).
