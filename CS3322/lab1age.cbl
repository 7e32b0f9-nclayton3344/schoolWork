000164*                  OPEN PURCHASES - THE MONTH-END ASSESSMENT
000166*                  RUN POSTS THEM AS OPEN ITEMS WITH THEIR OWN
000168*                  DUE DATES.
000170* 10/15/2026 NDC   CARRY DISPUTED OPEN ITEMS IN THEIR OWN
000172*                  DISPUTED COLUMN INSTEAD OF THE AGE BUCKETS,
000174*                  SO THE BUCKETS SHOW WHAT COLLECTIONS CAN
000176*                  CHASE.  THE OPEN TOTAL STILL INCLUDES THEM.
000178******************************************************************
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. LAB1AGE.
000200 AUTHOR. N. D. CLAYTON.
000650 77  CUST-60-AMT                 PIC 9(09)V99 VALUE ZERO.
000660 77  CUST-90-AMT                 PIC 9(09)V99 VALUE ZERO.
000670 77  CUST-OVER-90-AMT            PIC 9(09)V99 VALUE ZERO.
000675 77  CUST-DISPUTED-AMT           PIC 9(09)V99 VALUE ZERO.
000680 77  CUST-OPEN-TOTAL             PIC 9(09)V99 VALUE ZERO.
000690 77  SHOP-CURRENT-AMT            PIC 9(09)V99 VALUE ZERO.
000700 77  SHOP-30-AMT                 PIC 9(09)V99 VALUE ZERO.
000710 77  SHOP-60-AMT                 PIC 9(09)V99 VALUE ZERO.
000720 77  SHOP-90-AMT                 PIC 9(09)V99 VALUE ZERO.
000730 77  SHOP-OVER-90-AMT            PIC 9(09)V99 VALUE ZERO.
000735 77  SHOP-DISPUTED-AMT           PIC 9(09)V99 VALUE ZERO.
000740 77  SHOP-OPEN-TOTAL             PIC 9(09)V99 VALUE ZERO.
000750 77  REPORT-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
000760 77  REPORT-PAGE-NO              PIC 9(03) COMP VALUE ZERO.
001020     05  FILLER                  PIC X(14) VALUE "         31-60".
001030     05  FILLER                  PIC X(14) VALUE "         61-90".
001040     05  FILLER                  PIC X(14) VALUE "       OVER 90".
001045     05  FILLER                  PIC X(14) VALUE "      DISPUTED".
001050     05  FILLER                  PIC X(14) VALUE "          OPEN".
001060 01  AGE-DETAIL-LINE.
001070     05  DL-CUSTOMER-ID          PIC X(06).
001130     05  DL-60-AMT               PIC ZZ,ZZZ,ZZ9.99.
001140     05  DL-90-AMT               PIC ZZ,ZZZ,ZZ9.99.
001150     05  DL-OVER-90-AMT          PIC ZZ,ZZZ,ZZ9.99.
001155     05  DL-DISPUTED-AMT         PIC ZZ,ZZZ,ZZ9.99.
001160     05  DL-OPEN-TOTAL           PIC ZZ,ZZZ,ZZ9.99.
001170 01  AGE-TOTAL-LINE.
001180     05  FILLER                  PIC X(06) VALUE "TOTALS".
001220     05  TL-60-AMT               PIC ZZ,ZZZ,ZZ9.99.
001230     05  TL-90-AMT               PIC ZZ,ZZZ,ZZ9.99.
001240     05  TL-OVER-90-AMT          PIC ZZ,ZZZ,ZZ9.99.
001245     05  TL-DISPUTED-AMT         PIC ZZ,ZZZ,ZZ9.99.
001250     05  TL-OPEN-TOTAL           PIC ZZ,ZZZ,ZZ9.99.
001260 01  AGE-BLANK-LINE              PIC X(132) VALUE SPACES.
001270 PROCEDURE DIVISION.
002120     MOVE ZERO TO CUST-60-AMT.
002130     MOVE ZERO TO CUST-90-AMT.
002140     MOVE ZERO TO CUST-OVER-90-AMT.
002145     MOVE ZERO TO CUST-DISPUTED-AMT.
002150     MOVE ZERO TO CUST-OPEN-TOTAL.
002160     MOVE "YES" TO MORE-ITEMS-SW.
002170     MOVE CM-CUSTOMER-ID TO TH-CUSTOMER-ID.
002320*----------------------------------------------------------------*
002330* 3200-AGE-ONE-ITEM THRU 3200-EXIT - ONE HISTORY RECORD: IF IT   *
002340* IS AN OPEN PURCHASE, 30/360 THE DAYS PAST DUE AND DROP THE     *
002350* OPEN AMOUNT IN THE RIGHT BUCKET.  A DISPUTED ITEM GOES TO THE  *
002355* DISPUTED COLUMN WHATEVER ITS AGE.                              *
002360*----------------------------------------------------------------*
002370 3200-AGE-ONE-ITEM.
002380     READ TRAN-HISTORY-FILE NEXT
002530         + ((AOD-MONTH - DDW-MONTH) * 30)
002540         + (AOD-DAY - DDW-DAY).
002550     ADD TH-OPEN-AMOUNT TO CUST-OPEN-TOTAL.
002552     IF TH-ITEM-DISPUTED
002554         ADD TH-OPEN-AMOUNT TO CUST-DISPUTED-AMT
002556         GO TO 3200-EXIT
002558     END-IF.
002560     IF DAYS-PAST-DUE NOT > ZERO
002570         ADD TH-OPEN-AMOUNT TO CUST-CURRENT-AMT
002580         GO TO 3200-EXIT
002830     MOVE CUST-60-AMT TO DL-60-AMT.
002840     MOVE CUST-90-AMT TO DL-90-AMT.
002850     MOVE CUST-OVER-90-AMT TO DL-OVER-90-AMT.
002855     MOVE CUST-DISPUTED-AMT TO DL-DISPUTED-AMT.
002860     MOVE CUST-OPEN-TOTAL TO DL-OPEN-TOTAL.
002870     WRITE AGING-PRINT-LINE FROM AGE-DETAIL-LINE
002880         AFTER ADVANCING 1 LINE.
002920     ADD CUST-60-AMT TO SHOP-60-AMT.
002930     ADD CUST-90-AMT TO SHOP-90-AMT.
002940     ADD CUST-OVER-90-AMT TO SHOP-OVER-90-AMT.
002945     ADD CUST-DISPUTED-AMT TO SHOP-DISPUTED-AMT.
002950     ADD CUST-OPEN-TOTAL TO SHOP-OPEN-TOTAL.
002960 3300-EXIT.
002970     EXIT.
003010     MOVE SHOP-60-AMT TO TL-60-AMT.
003020     MOVE SHOP-90-AMT TO TL-90-AMT.
003030     MOVE SHOP-OVER-90-AMT TO TL-OVER-90-AMT.
003035     MOVE SHOP-DISPUTED-AMT TO TL-DISPUTED-AMT.
003040     MOVE SHOP-OPEN-TOTAL TO TL-OPEN-TOTAL.
003050     WRITE AGING-PRINT-LINE FROM AGE-BLANK-LINE
003060         AFTER ADVANCING 1 LINE.
