000010******************************************************************
000020*    COPYBOOK:    RECURCHG
000030*    AUTHOR:      N. D. CLAYTON
000040*    DATE-WRITTEN: 10/15/2026
000050*    PURPOSE:     RECORD LAYOUT FOR THE RECURRING-CHARGE FILE -
000060*                 ONE STANDING CHARGE (SERVICE CONTRACT, RENTAL,
000070*                 RETAINER) PER RECORD, KEYED BY CUSTOMER ID +
000080*                 CHARGE NUMBER SO A CUSTOMER CAN CARRY SEVERAL.
000090*                 MAINTAINED ONLINE BY LAB1RCM; THE BILLING RUN
000100*                 LAB1RCB TURNS EVERY CHARGE DUE INTO A P-TYPE
000110*                 TRANS-IN DETAIL AND ADVANCES ITS NEXT BILL
000120*                 DATE.
000130*----------------------------------------------------------------*
000140*    FREQUENCY IS M MONTHLY, Q QUARTERLY, S SEMIANNUAL, OR A
000150*    ANNUAL.  RB-BILL-DAY IS THE DAY OF THE MONTH THE CHARGE
000160*    BILLS ON (FROM THE START DATE), KEPT SO A CHARGE STARTED
000170*    ON THE 31ST BILLS ON THE LAST DAY OF A SHORT MONTH AND
000180*    GOES BACK TO THE 31ST AFTER.  A ZERO STOP DATE MEANS THE
000190*    CHARGE RUNS UNTIL IT IS CHANGED OR DELETED.
000200*----------------------------------------------------------------*
000210*    MODIFICATION HISTORY
000220*    DATE       INIT  DESCRIPTION
000230*    ---------- ----  ----------------------------------------
000240*    10/15/2026 NDC   ORIGINAL COPYBOOK.
000250******************************************************************
000260 01  RECURRING-CHARGE-RECORD.
000270     05  RB-CHARGE-KEY.
000280         10  RB-CUSTOMER-ID      PIC X(06).
000290         10  RB-CHARGE-NO        PIC 9(02).
000300     05  RB-AMOUNT               PIC 9(05)V99.
000310     05  RB-DESCRIPTION          PIC X(30).
000320     05  RB-FREQUENCY            PIC X(01).
000330         88  RB-MONTHLY                  VALUE "M".
000340         88  RB-QUARTERLY                VALUE "Q".
000350         88  RB-SEMIANNUAL               VALUE "S".
000360         88  RB-ANNUAL                   VALUE "A".
000370         88  RB-VALID-FREQUENCY          VALUE "M" "Q" "S" "A".
000380     05  RB-START-DATE           PIC 9(08).
000390     05  RB-STOP-DATE            PIC 9(08).
000400     05  RB-NEXT-BILL-DATE       PIC 9(08).
000410     05  RB-BILL-DAY             PIC 9(02).
000420     05  RB-LAST-BILL-DATE       PIC 9(08).
