000010******************************************************************
000020*    COPYBOOK:    STATLOG
000030*    AUTHOR:      N. D. CLAYTON
000040*    DATE-WRITTEN: 10/15/2026
000050*    PURPOSE:     RECORD LAYOUT FOR THE ACCOUNT STATUS LOG - ONE
000060*                 RECORD PER CHANGE TO CM-ACCOUNT-STATUS, WITH
000070*                 THE STATUS BEFORE AND AFTER, WHO MADE THE
000080*                 CHANGE AND WHY.  WRITTEN BY LAB1MNT AND LAB1MUP
000090*                 (BY HAND), LAB1DUN (HOLD AT THE FINAL NOTICE,
000100*                 RELEASE WHEN NOTHING IS PAST DUE) AND LAB1
000110*                 (RELEASE WHEN A PAYMENT CLEARS THE PAST-DUE
000120*                 ITEMS); READ BY THE DAILY CREDIT-HOLD REPORT
000130*                 LAB1CHR.
000140*----------------------------------------------------------------*
000150*    THE FILE IS ONLY EVER EXTENDED.  SL-CHANGE-SOURCE CARRIES
000160*    THE SAME CODES AS CM-STATUS-SOURCE.
000170*----------------------------------------------------------------*
000180*    MODIFICATION HISTORY
000190*    DATE       INIT  DESCRIPTION
000200*    ---------- ----  ----------------------------------------
000210*    10/15/2026 NDC   ORIGINAL COPYBOOK.
000220******************************************************************
000230 01  STATUS-LOG-RECORD.
000240     05  SL-LOG-DATE             PIC 9(08).
000250     05  SL-LOG-TIME             PIC 9(08).
000260     05  SL-CUSTOMER-ID          PIC X(06).
000270     05  SL-OLD-STATUS           PIC X(01).
000280     05  SL-NEW-STATUS           PIC X(01).
000290     05  SL-CHANGE-SOURCE        PIC X(01).
000300         88  SL-CHANGED-BY-HAND          VALUE "M".
000310         88  SL-CHANGED-BY-DUNNING       VALUE "D".
000320         88  SL-CHANGED-BY-PAYMENT       VALUE "P".
000330     05  SL-PROGRAM-ID           PIC X(08).
000340     05  SL-REASON               PIC X(30).
