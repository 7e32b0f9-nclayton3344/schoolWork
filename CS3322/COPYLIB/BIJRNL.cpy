000010******************************************************************
000020*    COPYBOOK:    BIJRNL
000030*    AUTHOR:      N. D. CLAYTON
000040*    DATE-WRITTEN: 10/15/2026
000050*    PURPOSE:     RECORD LAYOUT FOR THE BEFORE-IMAGE JOURNAL -
000060*                 ONE RECORD PER CUSTMAST OR TRANHIST RECORD A
000070*                 POSTING RUN TOUCHED, KEYED BY THE RUN DATE AND
000080*                 BATCH NUMBER IT WAS TOUCHED UNDER, SO LAB1BKO
000090*                 CAN PUT A BAD BATCH BACK THE WAY IT FOUND IT.
000100*                 WRITTEN BY LAB1 (BATCH, RESUBMIT AND CONSOLE
000110*                 POSTING), LAB1WOF, AND LAB1MUP.
000120*----------------------------------------------------------------*
000130*    ONLY THE FIRST IMAGE OF A RECORD IN A BATCH IS KEPT: A
000140*    SECOND WRITE FOR THE SAME KEY FAILS AS A DUPLICATE AND IS
000150*    IGNORED, SO THE JOURNAL ALWAYS HOLDS THE RECORD AS IT WAS
000160*    BEFORE THE BATCH STARTED ON IT.  ACTION A MEANS THE BATCH
000170*    ADDED THE RECORD (BACKOUT DELETES IT - THE IMAGE IS THE
000180*    RECORD AS ADDED, FOR THE REPORT); C MEANS IT CHANGED IT AND
000190*    D MEANS IT DELETED IT (BACKOUT PUTS THE IMAGE BACK).  A
000200*    CUSTMAST IMAGE IS LEFT-JUSTIFIED IN BJ-RECORD-IMAGE, WHICH
000210*    IS SIZED TO THE LARGER TRANHIST RECORD.  BATCH 0000 IS THE
000220*    DAY'S UNBATCHED WORK - CONSOLE POSTING AND MASS
000230*    MAINTENANCE.
000240*----------------------------------------------------------------*
000250*    MODIFICATION HISTORY
000260*    DATE       INIT  DESCRIPTION
000270*    ---------- ----  ----------------------------------------
000280*    10/15/2026 NDC   ORIGINAL COPYBOOK.
000290******************************************************************
000300 01  BEFORE-IMAGE-RECORD.
000310     05  BJ-JOURNAL-KEY.
000320         10  BJ-RUN-DATE         PIC 9(08).
000330         10  BJ-BATCH-NUMBER     PIC 9(04).
000340         10  BJ-FILE-ID          PIC X(01).
000350             88  BJ-CUSTMAST-IMAGE       VALUE "C".
000360             88  BJ-TRANHIST-IMAGE       VALUE "T".
000370         10  BJ-RECORD-KEY       PIC X(23).
000380     05  BJ-ACTION               PIC X(01).
000390         88  BJ-RECORD-ADDED             VALUE "A".
000400         88  BJ-RECORD-CHANGED           VALUE "C".
000410         88  BJ-RECORD-DELETED           VALUE "D".
000420     05  BJ-PROGRAM-ID           PIC X(08).
000430     05  BJ-JOURNAL-DATE         PIC 9(08).
000440     05  BJ-JOURNAL-TIME         PIC 9(08).
000450     05  BJ-RECORD-IMAGE         PIC X(153).
