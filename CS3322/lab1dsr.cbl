000010******************************************************************
000020* Author:Nathaniel Clayton
000030* Date:10/15/2026
000040* Purpose: Weekly open-disputes report by age
000050*----------------------------------------------------------------*
000060* MODIFICATION HISTORY
000070* DATE       INIT  DESCRIPTION
000080* ---------- ----  --------------------------------------------
000090* 10/15/2026 NDC   ORIGINAL PROGRAM.  LIST EVERY TRANHIST ITEM
000100*                  STILL FLAGGED DISPUTED, GROUPED BY HOW LONG
000110*                  THE DISPUTE HAS BEEN OPEN AS OF THE RUN
000120*                  DATE - 0-7 / 8-14 / 15-30 / 31-60 / OVER 60
000130*                  DAYS - WITH THE REASON, WHO OPENED IT, AND
000140*                  THE AMOUNT STILL OPEN, SO COLLECTIONS CAN
000150*                  CHASE THE OLD ONES TO RESOLUTION.  COUNT
000160*                  AND AMOUNT PER GROUP AND FOR THE SHOP.  DAY
000170*                  COUNTS USE THE 30/360 CONVENTION THE AGING
000180*                  RUN USES.
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. LAB1DSR.
000220 AUTHOR. N. D. CLAYTON.
000230 INSTALLATION. WTAMU CS3322.
000240 DATE-WRITTEN. 10/15/2026.
000250 DATE-COMPILED. 10/15/2026.
000260 SECURITY. CONFIDENTIAL.
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS CM-CUSTOMER-ID
000340         FILE STATUS IS CUST-MAST-STATUS.
000350     SELECT TRAN-HISTORY-FILE ASSIGN TO "TRANHIST"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS TH-HIST-KEY
000390         FILE STATUS IS TRAN-HIST-STATUS.
000400     SELECT DISPUTE-REPORT-FILE ASSIGN TO "DSPRPT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS DISPUTE-REPORT-STATUS.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  CUSTOMER-MASTER-FILE
000460     LABEL RECORDS ARE STANDARD.
000470     COPY CUSTMAST.
000480 FD  TRAN-HISTORY-FILE
000490     LABEL RECORDS ARE STANDARD.
000500     COPY TRANHIST.
000510 FD  DISPUTE-REPORT-FILE
000520     LABEL RECORDS ARE STANDARD.
000530 01  DISPUTE-PRINT-LINE          PIC X(132).
000540 WORKING-STORAGE SECTION.
000550 77  CUST-MAST-STATUS            PIC X(02) VALUE SPACES.
000560 77  TRAN-HIST-STATUS            PIC X(02) VALUE SPACES.
000570 77  DISPUTE-REPORT-STATUS       PIC X(02) VALUE SPACES.
000580 77  MORE-ITEMS-SW               PIC X(03) VALUE "YES".
000590     88  NO-MORE-ITEMS                   VALUE "NO".
000600 77  AS-OF-DATE-ENTRY            PIC X(08) VALUE SPACES.
000610 77  AS-OF-DATE                  PIC 9(08) VALUE ZERO.
000620 77  DAYS-OPEN                   PIC S9(05) COMP VALUE ZERO.
000630 77  AGE-GROUP                   PIC 9(01) VALUE ZERO.
000640 77  ITEM-AGE-GROUP              PIC 9(01) VALUE ZERO.
000650 77  GROUP-COUNT                 PIC 9(05) COMP VALUE ZERO.
000660 77  GROUP-AMOUNT                PIC 9(09)V99 VALUE ZERO.
000670 77  SHOP-COUNT                  PIC 9(05) COMP VALUE ZERO.
000680 77  SHOP-AMOUNT                 PIC 9(09)V99 VALUE ZERO.
000690 77  REASON-SUB                  PIC 9(03) COMP VALUE ZERO.
000700 77  REPORT-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
000710 77  REPORT-PAGE-NO              PIC 9(03) COMP VALUE ZERO.
000720 77  PAGE-LINE-LIMIT             PIC 9(03) COMP VALUE 55.
000730 01  AS-OF-DATE-WORK.
000740     05  AOD-YEAR                PIC 9(04).
000750     05  AOD-MONTH               PIC 9(02).
000760     05  AOD-DAY                 PIC 9(02).
000770 01  OPENED-DATE-WORK.
000780     05  ODW-YEAR                PIC 9(04).
000790     05  ODW-MONTH               PIC 9(02).
000800     05  ODW-DAY                 PIC 9(02).
000810 01  TRAN-DATE-WORK.
000820     05  TDW-YEAR                PIC 9(04).
000830     05  TDW-MONTH               PIC 9(02).
000840     05  TDW-DAY                 PIC 9(02).
000850 01  AGE-GROUP-VALUES.
000855     05  FILLER                  PIC 9(05) VALUE 00007.
000860     05  FILLER                  PIC X(12) VALUE "0-7 DAYS".
000865     05  FILLER                  PIC 9(05) VALUE 00014.
000870     05  FILLER                  PIC X(12) VALUE "8-14 DAYS".
000875     05  FILLER                  PIC 9(05) VALUE 00030.
000880     05  FILLER                  PIC X(12) VALUE "15-30 DAYS".
000885     05  FILLER                  PIC 9(05) VALUE 00060.
000890     05  FILLER                  PIC X(12) VALUE "31-60 DAYS".
000895     05  FILLER                  PIC 9(05) VALUE 99999.
000900     05  FILLER                  PIC X(12) VALUE "OVER 60 DAYS".
000910 01  AGE-GROUP-TABLE REDEFINES AGE-GROUP-VALUES.
000920     05  AGE-GROUP-ENTRY         OCCURS 5 TIMES.
000930         10  AG-DAYS-LIMIT       PIC 9(05).
000940         10  AG-GROUP-LABEL      PIC X(12).
000950 01  DSR-HEADING-1.
000960     05  FILLER                  PIC X(25)
000970         VALUE "OPEN DISPUTES AS OF".
000980     05  H1-AS-OF-MONTH          PIC 9(02).
000990     05  FILLER                  PIC X(01) VALUE "/".
001000     05  H1-AS-OF-DAY            PIC 9(02).
001010     05  FILLER                  PIC X(01) VALUE "/".
001020     05  H1-AS-OF-YEAR           PIC 9(04).
001030     05  FILLER                  PIC X(10) VALUE SPACES.
001040     05  FILLER                  PIC X(05) VALUE "PAGE ".
001050     05  H1-PAGE-NO              PIC ZZ9.
001060 01  DSR-COLUMN-HEADS.
001070     05  FILLER                  PIC X(08) VALUE "CUSTOMER".
001080     05  FILLER                  PIC X(22) VALUE SPACES.
001090     05  FILLER                  PIC X(10) VALUE "INVOICE".
001100     05  FILLER                  PIC X(12) VALUE "ITEM DATE".
001110     05  FILLER                  PIC X(21) VALUE "REASON".
001120     05  FILLER                  PIC X(12) VALUE "OPENED".
001130     05  FILLER                  PIC X(10) VALUE "BY".
001140     05  FILLER                  PIC X(04) VALUE "DAYS".
001150     05  FILLER                  PIC X(15)
001160         VALUE "    OPEN AMOUNT".
001170 01  DSR-GROUP-LINE.
001180     05  FILLER                  PIC X(14) VALUE "DISPUTES OPEN ".
001190     05  GL-GROUP-LABEL          PIC X(12).
001200 01  DSR-DETAIL-LINE.
001210     05  DL-CUSTOMER-ID          PIC X(06).
001220     05  FILLER                  PIC X(02) VALUE SPACES.
001230     05  DL-CUSTOMER-NAME        PIC X(20).
001240     05  FILLER                  PIC X(02) VALUE SPACES.
001250     05  DL-INVOICE-NO           PIC 9(08).
001260     05  FILLER                  PIC X(02) VALUE SPACES.
001270     05  DL-TRAN-MONTH           PIC 9(02).
001280     05  FILLER                  PIC X(01) VALUE "/".
001290     05  DL-TRAN-DAY             PIC 9(02).
001300     05  FILLER                  PIC X(01) VALUE "/".
001310     05  DL-TRAN-YEAR            PIC 9(04).
001320     05  FILLER                  PIC X(02) VALUE SPACES.
001330     05  DL-REASON-CODE          PIC X(02).
001340     05  FILLER                  PIC X(01) VALUE SPACES.
001350     05  DL-REASON-DESC          PIC X(16).
001360     05  FILLER                  PIC X(02) VALUE SPACES.
001370     05  DL-OPENED-MONTH         PIC 9(02).
001380     05  FILLER                  PIC X(01) VALUE "/".
001390     05  DL-OPENED-DAY           PIC 9(02).
001400     05  FILLER                  PIC X(01) VALUE "/".
001410     05  DL-OPENED-YEAR          PIC 9(04).
001420     05  FILLER                  PIC X(02) VALUE SPACES.
001430     05  DL-OPENED-BY            PIC X(08).
001440     05  FILLER                  PIC X(02) VALUE SPACES.
001450     05  DL-DAYS-OPEN            PIC ZZZ9.
001460     05  FILLER                  PIC X(02) VALUE SPACES.
001470     05  DL-OPEN-AMOUNT          PIC ZZ,ZZZ,ZZ9.99.
001480 01  DSR-TOTAL-LINE.
001490     05  TL-TOTAL-LABEL          PIC X(26).
001500     05  FILLER                  PIC X(04) VALUE SPACES.
001510     05  TL-ITEM-COUNT           PIC ZZ,ZZ9.
001520     05  FILLER                  PIC X(07) VALUE " ITEMS ".
001530     05  FILLER                  PIC X(58) VALUE SPACES.
001540     05  TL-TOTAL-AMOUNT         PIC ZZ,ZZZ,ZZ9.99.
001550 01  DSR-BLANK-LINE              PIC X(132) VALUE SPACES.
001560     COPY DSPRSN.
001570 PROCEDURE DIVISION.
001580*----------------------------------------------------------------*
001590* 0000-MAINLINE                                                 *
001600*----------------------------------------------------------------*
001610 0000-MAINLINE.
001620     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001630     PERFORM 3000-REPORT-ONE-GROUP THRU 3000-EXIT
001640         VARYING AGE-GROUP FROM 1 BY 1
001650         UNTIL AGE-GROUP > 5.
001660     PERFORM 4000-PRINT-SHOP-TOTALS THRU 4000-EXIT.
001670     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001680     STOP RUN.
001690*----------------------------------------------------------------*
001700* 1000-INITIALIZE THRU 1000-EXIT - GET THE AS-OF DATE, OPEN THE  *
001710* FILES, AND PRINT THE FIRST PAGE HEADING.                       *
001720*----------------------------------------------------------------*
001730 1000-INITIALIZE.
001740     PERFORM 1100-GET-AS-OF-DATE THRU 1100-EXIT.
001750     OPEN INPUT CUSTOMER-MASTER-FILE.
001760     IF CUST-MAST-STATUS NOT = "00"
001770         DISPLAY "ERROR OPENING CUSTOMER-MASTER-FILE - STATUS "
001780             CUST-MAST-STATUS
001790         STOP RUN
001800     END-IF.
001810     OPEN INPUT TRAN-HISTORY-FILE.
001820     IF TRAN-HIST-STATUS NOT = "00"
001830         DISPLAY "ERROR OPENING TRAN-HISTORY-FILE - STATUS "
001840             TRAN-HIST-STATUS
001850         STOP RUN
001860     END-IF.
001870     OPEN OUTPUT DISPUTE-REPORT-FILE.
001880     IF DISPUTE-REPORT-STATUS NOT = "00"
001890         DISPLAY "ERROR OPENING DISPUTE-REPORT-FILE - STATUS "
001900             DISPUTE-REPORT-STATUS
001910         STOP RUN
001920     END-IF.
001930     PERFORM 2000-PRINT-HEADINGS THRU 2000-EXIT.
001940 1000-EXIT.
001950     EXIT.
001960 1100-GET-AS-OF-DATE.
001970     MOVE SPACES TO AS-OF-DATE-ENTRY.
001980     PERFORM 1110-PROMPT-AS-OF-DATE THRU 1110-EXIT
001990         UNTIL AS-OF-DATE-ENTRY IS NUMERIC.
002000     MOVE AS-OF-DATE-ENTRY TO AS-OF-DATE.
002010     MOVE AS-OF-DATE TO AS-OF-DATE-WORK.
002020     MOVE AOD-MONTH TO H1-AS-OF-MONTH.
002030     MOVE AOD-DAY TO H1-AS-OF-DAY.
002040     MOVE AOD-YEAR TO H1-AS-OF-YEAR.
002050 1100-EXIT.
002060     EXIT.
002070 1110-PROMPT-AS-OF-DATE.
002080     DISPLAY "DISPUTES AS-OF DATE (YYYYMMDD)?".
002090     ACCEPT AS-OF-DATE-ENTRY.
002100     IF AS-OF-DATE-ENTRY IS NOT NUMERIC
002110         DISPLAY "AS-OF DATE MUST BE EIGHT DIGITS - RE-ENTER"
002120     END-IF.
002130 1110-EXIT.
002140     EXIT.
002150 2000-PRINT-HEADINGS.
002160     ADD 1 TO REPORT-PAGE-NO.
002170     MOVE REPORT-PAGE-NO TO H1-PAGE-NO.
002180     WRITE DISPUTE-PRINT-LINE FROM DSR-HEADING-1
002190         AFTER ADVANCING PAGE.
002200     WRITE DISPUTE-PRINT-LINE FROM DSR-BLANK-LINE
002210         AFTER ADVANCING 1 LINE.
002220     WRITE DISPUTE-PRINT-LINE FROM DSR-COLUMN-HEADS
002230         AFTER ADVANCING 1 LINE.
002240     MOVE 3 TO REPORT-LINE-COUNT.
002250 2000-EXIT.
002260     EXIT.
002270*----------------------------------------------------------------*
002280* 3000-REPORT-ONE-GROUP THRU 3000-EXIT - ONE PASS OF THE HISTORY *
002290* FILE PER AGE GROUP, YOUNGEST FIRST, PRINTING THE DISPUTES THAT *
002300* FALL IN THE GROUP AND ITS SUBTOTAL.  THE FILE IS SMALL ENOUGH  *
002310* THAT FIVE PASSES COST LESS THAN A SORT STEP.                   *
002320*----------------------------------------------------------------*
002330 3000-REPORT-ONE-GROUP.
002340     MOVE ZERO TO GROUP-COUNT.
002350     MOVE ZERO TO GROUP-AMOUNT.
002360     IF REPORT-LINE-COUNT > PAGE-LINE-LIMIT - 3
002370         PERFORM 2000-PRINT-HEADINGS THRU 2000-EXIT
002380     END-IF.
002390     MOVE AG-GROUP-LABEL (AGE-GROUP) TO GL-GROUP-LABEL.
002400     WRITE DISPUTE-PRINT-LINE FROM DSR-BLANK-LINE
002410         AFTER ADVANCING 1 LINE.
002420     WRITE DISPUTE-PRINT-LINE FROM DSR-GROUP-LINE
002430         AFTER ADVANCING 1 LINE.
002440     ADD 2 TO REPORT-LINE-COUNT.
002450     MOVE "YES" TO MORE-ITEMS-SW.
002460     MOVE LOW-VALUES TO TH-HIST-KEY.
002470     START TRAN-HISTORY-FILE KEY NOT < TH-HIST-KEY
002480         INVALID KEY
002490             MOVE "NO" TO MORE-ITEMS-SW
002500     END-START.
002510     PERFORM 3100-CHECK-ONE-ITEM THRU 3100-EXIT
002520         UNTIL NO-MORE-ITEMS.
002530     MOVE "GROUP TOTAL" TO TL-TOTAL-LABEL.
002540     MOVE GROUP-COUNT TO TL-ITEM-COUNT.
002550     MOVE GROUP-AMOUNT TO TL-TOTAL-AMOUNT.
002560     WRITE DISPUTE-PRINT-LINE FROM DSR-TOTAL-LINE
002570         AFTER ADVANCING 1 LINE.
002580     ADD 1 TO REPORT-LINE-COUNT.
002590     ADD GROUP-COUNT TO SHOP-COUNT.
002600     ADD GROUP-AMOUNT TO SHOP-AMOUNT.
002610 3000-EXIT.
002620     EXIT.
002630*----------------------------------------------------------------*
002640* 3100-CHECK-ONE-ITEM THRU 3100-EXIT - ONE HISTORY RECORD: IF IT *
002650* IS IN DISPUTE, 30/360 THE DAYS SINCE THE DISPUTE WAS OPENED    *
002660* AND PRINT IT WHEN THAT FALLS IN THE GROUP BEING REPORTED.      *
002670*----------------------------------------------------------------*
002680 3100-CHECK-ONE-ITEM.
002690     READ TRAN-HISTORY-FILE NEXT
002700         AT END
002710             MOVE "NO" TO MORE-ITEMS-SW
002720             GO TO 3100-EXIT
002730     END-READ.
002740     IF NOT TH-ITEM-DISPUTED
002750         GO TO 3100-EXIT
002760     END-IF.
002770     MOVE TH-DISPUTE-DATE TO OPENED-DATE-WORK.
002780     COMPUTE DAYS-OPEN =
002790         ((AOD-YEAR - ODW-YEAR) * 360)
002800         + ((AOD-MONTH - ODW-MONTH) * 30)
002810         + (AOD-DAY - ODW-DAY).
002820     IF DAYS-OPEN < ZERO
002830         MOVE ZERO TO DAYS-OPEN
002840     END-IF.
002850     MOVE 1 TO ITEM-AGE-GROUP.
002860     PERFORM 3110-STEP-AGE-GROUP THRU 3110-EXIT
002870         UNTIL ITEM-AGE-GROUP = 5
002880            OR DAYS-OPEN NOT > AG-DAYS-LIMIT (ITEM-AGE-GROUP).
002890     IF ITEM-AGE-GROUP NOT = AGE-GROUP
002900         GO TO 3100-EXIT
002910     END-IF.
002920     PERFORM 3200-PRINT-DISPUTE-LINE THRU 3200-EXIT.
002930 3100-EXIT.
002940     EXIT.
002950 3110-STEP-AGE-GROUP.
002960     ADD 1 TO ITEM-AGE-GROUP.
002970 3110-EXIT.
002980     EXIT.
002990 3200-PRINT-DISPUTE-LINE.
003000     IF REPORT-LINE-COUNT > PAGE-LINE-LIMIT
003010         PERFORM 2000-PRINT-HEADINGS THRU 2000-EXIT
003020     END-IF.
003030     MOVE TH-CUSTOMER-ID TO CM-CUSTOMER-ID.
003040     READ CUSTOMER-MASTER-FILE
003050         INVALID KEY
003060             MOVE "** NOT ON MASTER **" TO CM-CUSTOMER-NAME
003070     END-READ.
003080     MOVE TH-CUSTOMER-ID TO DL-CUSTOMER-ID.
003090     MOVE CM-CUSTOMER-NAME TO DL-CUSTOMER-NAME.
003100     MOVE TH-INVOICE-NO TO DL-INVOICE-NO.
003110     MOVE TH-TRAN-DATE TO TRAN-DATE-WORK.
003120     MOVE TDW-MONTH TO DL-TRAN-MONTH.
003130     MOVE TDW-DAY TO DL-TRAN-DAY.
003140     MOVE TDW-YEAR TO DL-TRAN-YEAR.
003150     MOVE TH-DISPUTE-REASON TO DL-REASON-CODE.
003160     MOVE SPACES TO DL-REASON-DESC.
003170     PERFORM 3210-NAME-REASON THRU 3210-EXIT
003180         VARYING REASON-SUB FROM 1 BY 1
003190         UNTIL REASON-SUB > REASON-ENTRY-COUNT.
003200     MOVE ODW-MONTH TO DL-OPENED-MONTH.
003210     MOVE ODW-DAY TO DL-OPENED-DAY.
003220     MOVE ODW-YEAR TO DL-OPENED-YEAR.
003230     MOVE TH-DISPUTE-BY TO DL-OPENED-BY.
003240     MOVE DAYS-OPEN TO DL-DAYS-OPEN.
003250     MOVE TH-OPEN-AMOUNT TO DL-OPEN-AMOUNT.
003260     WRITE DISPUTE-PRINT-LINE FROM DSR-DETAIL-LINE
003270         AFTER ADVANCING 1 LINE.
003280     ADD 1 TO REPORT-LINE-COUNT.
003290     ADD 1 TO GROUP-COUNT.
003300     ADD TH-OPEN-AMOUNT TO GROUP-AMOUNT.
003310 3200-EXIT.
003320     EXIT.
003330 3210-NAME-REASON.
003340     IF RT-REASON-CODE (REASON-SUB) = TH-DISPUTE-REASON
003350         MOVE RT-REASON-DESC (REASON-SUB) TO DL-REASON-DESC
003360     END-IF.
003370 3210-EXIT.
003380     EXIT.
003390 4000-PRINT-SHOP-TOTALS.
003400     MOVE "ALL OPEN DISPUTES" TO TL-TOTAL-LABEL.
003410     MOVE SHOP-COUNT TO TL-ITEM-COUNT.
003420     MOVE SHOP-AMOUNT TO TL-TOTAL-AMOUNT.
003430     WRITE DISPUTE-PRINT-LINE FROM DSR-BLANK-LINE
003440         AFTER ADVANCING 1 LINE.
003450     WRITE DISPUTE-PRINT-LINE FROM DSR-TOTAL-LINE
003460         AFTER ADVANCING 1 LINE.
003470 4000-EXIT.
003480     EXIT.
003490*----------------------------------------------------------------*
003500* 9000-TERMINATE THRU 9000-EXIT - CLOSE UP SHOP.                 *
003510*----------------------------------------------------------------*
003520 9000-TERMINATE.
003530     CLOSE CUSTOMER-MASTER-FILE.
003540     CLOSE TRAN-HISTORY-FILE.
003550     CLOSE DISPUTE-REPORT-FILE.
003560     DISPLAY "OPEN DISPUTES REPORT COMPLETE - " SHOP-COUNT
003570         " OPEN".
003580 9000-EXIT.
003590     EXIT.
003600 END PROGRAM LAB1DSR.
