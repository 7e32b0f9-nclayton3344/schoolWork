000010******************************************************************
000020* Author:Nathaniel Clayton
000030* Date:10/15/2026
000040* Purpose: Period sales tax return by jurisdiction
000050*----------------------------------------------------------------*
000060* MODIFICATION HISTORY
000070* DATE       INIT  DESCRIPTION
000080* ---------- ----  --------------------------------------------
000090* 10/15/2026 NDC   ORIGINAL PROGRAM.  FOR A FILING PERIOD, READ
000100*                  TRANHIST AND HISTARCH AND LIST, FOR EACH
000110*                  TAX JURISDICTION, TAXABLE SALES, EXEMPT
000120*                  SALES (CUSTOMERS NOT TAXABLE), RETURNS, TAX
000130*                  COLLECTED, TAX CREDITED BACK, AND NET TAX
000140*                  DUE, WITH THE TAXRATES RATE IN EFFECT.  V
000150*                  REVERSALS COME OFF THE LINE THEY REVERSED.
000160*                  THE GRAND TOTALS ARE PROVED AGAINST THE
000170*                  CTLTOTS RECORDS FOR THE SAME RUN DATES -
000180*                  THE LAST RECORD OF EACH DAY, SINCE THE
000190*                  POSTING RUN CARRIES THE DAY'S TOTALS
000200*                  FORWARD RUN TO RUN.  A MISMATCH SETS RETURN
000210*                  CODE 8 AND THE RETURN IS NOT TO BE FILED.
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. LAB1TAX.
000250 AUTHOR. N. D. CLAYTON.
000260 INSTALLATION. WTAMU CS3322.
000270 DATE-WRITTEN. 10/15/2026.
000280 DATE-COMPILED. 10/15/2026.
000290 SECURITY. CONFIDENTIAL.
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS CM-CUSTOMER-ID
000370         FILE STATUS IS CUST-MAST-STATUS.
000380     SELECT OPTIONAL TRAN-HISTORY-FILE ASSIGN TO "TRANHIST"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS TH-HIST-KEY
000420         FILE STATUS IS TRAN-HIST-STATUS.
000430     SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO "HISTARCH"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS ARCHIVE-STATUS.
000460     SELECT OPTIONAL TAX-RATE-FILE ASSIGN TO "TAXRATES"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS TAX-RATE-STATUS.
000490     SELECT OPTIONAL CONTROL-TOTALS-FILE ASSIGN TO "CTLTOTS"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS CTL-TOTS-STATUS.
000520     SELECT TAX-REPORT-FILE ASSIGN TO "TAXRPT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS TAX-REPORT-STATUS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  CUSTOMER-MASTER-FILE
000580     LABEL RECORDS ARE STANDARD.
000590     COPY CUSTMAST.
000600 FD  TRAN-HISTORY-FILE
000610     LABEL RECORDS ARE STANDARD.
000620     COPY TRANHIST.
000630 FD  ARCHIVE-FILE
000640     LABEL RECORDS ARE STANDARD.
000650 01  ARCHIVE-RECORD              PIC X(153).
000660 FD  TAX-RATE-FILE
000670     LABEL RECORDS ARE STANDARD.
000680 01  TAX-RATE-RECORD.
000690     05  TR-JURISDICTION         PIC X(03).
000700     05  TR-RATE-DIGITS          PIC 9(04).
000710 FD  CONTROL-TOTALS-FILE
000720     LABEL RECORDS ARE STANDARD.
000730     COPY CTLTOTS.
000740 FD  TAX-REPORT-FILE
000750     LABEL RECORDS ARE STANDARD.
000760 01  TAX-PRINT-LINE              PIC X(132).
000770 WORKING-STORAGE SECTION.
000780 77  CUST-MAST-STATUS            PIC X(02) VALUE SPACES.
000790 77  TRAN-HIST-STATUS            PIC X(02) VALUE SPACES.
000800 77  ARCHIVE-STATUS              PIC X(02) VALUE SPACES.
000810 77  TAX-RATE-STATUS             PIC X(02) VALUE SPACES.
000820 77  CTL-TOTS-STATUS             PIC X(02) VALUE SPACES.
000830 77  TAX-REPORT-STATUS           PIC X(02) VALUE SPACES.
000840 77  MORE-ITEMS-SW               PIC X(03) VALUE "YES".
000850     88  NO-MORE-ITEMS                   VALUE "NO".
000860 77  MORE-TAX-RATES-SW           PIC X(03) VALUE "YES".
000870     88  NO-MORE-TAX-RATES               VALUE "NO".
000880 77  MORE-CTL-TOTS-SW            PIC X(03) VALUE "YES".
000890     88  NO-MORE-CTL-TOTS                VALUE "NO".
000900 77  ITEM-TAXABLE-SW             PIC X(03) VALUE "NO".
000910     88  ITEM-TAXABLE                    VALUE "YES".
000920 77  CTL-HELD-SW                 PIC X(03) VALUE "NO".
000930     88  CTL-RECORD-HELD                 VALUE "YES".
000940 77  JURIS-TABLE-FULL-SW         PIC X(03) VALUE "NO".
000950     88  JURIS-TABLE-FULL                VALUE "YES".
000960 77  DATE-ENTRY                  PIC X(08) VALUE SPACES.
000970 77  PERIOD-START-DATE           PIC 9(08) VALUE ZERO.
000980 77  PERIOD-END-DATE             PIC 9(08) VALUE ZERO.
000990 77  TAX-RATE-COUNT              PIC 9(03) COMP VALUE ZERO.
001000 77  TAX-RATE-LIMIT              PIC 9(03) COMP VALUE 50.
001010 77  JURIS-COUNT                 PIC 9(03) COMP VALUE ZERO.
001020 77  JURIS-LIMIT                 PIC 9(03) COMP VALUE 60.
001030 77  JURIS-SUB                   PIC 9(03) COMP VALUE ZERO.
001040 77  WORK-JURIS                  PIC X(03) VALUE SPACES.
001050 77  ITEMS-IN-PERIOD             PIC 9(07) COMP VALUE ZERO.
001060 77  ITEMS-NOT-FILED             PIC 9(07) COMP VALUE ZERO.
001070 77  CTL-DAY-COUNT               PIC 9(05) COMP VALUE ZERO.
001080 77  HELD-RUN-DATE               PIC 9(08) VALUE ZERO.
001090 77  HELD-TAX-AMOUNT             PIC 9(09)V99 VALUE ZERO.
001100 77  HELD-TAXCR-AMOUNT           PIC 9(09)V99 VALUE ZERO.
001110 77  HELD-VOIDTAX-AMOUNT         PIC 9(09)V99 VALUE ZERO.
001120 77  CTL-TAX-AMOUNT              PIC 9(09)V99 VALUE ZERO.
001130 77  CTL-TAXCR-AMOUNT            PIC 9(09)V99 VALUE ZERO.
001140 77  CTL-VOIDTAX-AMOUNT          PIC 9(09)V99 VALUE ZERO.
001150 77  HIST-TAX-AMOUNT             PIC 9(09)V99 VALUE ZERO.
001160 77  HIST-TAXCR-AMOUNT           PIC 9(09)V99 VALUE ZERO.
001170 77  HIST-VOIDTAX-AMOUNT         PIC 9(09)V99 VALUE ZERO.
001180 77  GRAND-TAXABLE-SALES         PIC S9(09)V99 VALUE ZERO.
001190 77  GRAND-EXEMPT-SALES          PIC S9(09)V99 VALUE ZERO.
001200 77  GRAND-RETURNS               PIC S9(09)V99 VALUE ZERO.
001210 77  GRAND-TAX-COLLECTED         PIC S9(09)V99 VALUE ZERO.
001220 77  GRAND-TAX-CREDITED          PIC S9(09)V99 VALUE ZERO.
001230 77  GRAND-NET-TAX-DUE           PIC S9(09)V99 VALUE ZERO.
001240 77  NET-TAX-DUE                 PIC S9(09)V99 VALUE ZERO.
001250 77  RETURN-TAX-TOTAL            PIC S9(09)V99 VALUE ZERO.
001260 77  PROOF-TAX-TOTAL             PIC S9(09)V99 VALUE ZERO.
001270 77  DISCREPANCY-COUNT           PIC 9(03) COMP VALUE ZERO.
001280 77  CMP-LABEL                   PIC X(30) VALUE SPACES.
001290 77  CMP-AMT-A                   PIC 9(09)V99 VALUE ZERO.
001300 77  CMP-AMT-B                   PIC 9(09)V99 VALUE ZERO.
001310 77  REPORT-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
001320 77  REPORT-PAGE-NO              PIC 9(03) COMP VALUE ZERO.
001330 77  PAGE-LINE-LIMIT             PIC 9(03) COMP VALUE 55.
001340 01  START-DATE-WORK.
001350     05  SDW-YEAR                PIC 9(04).
001360     05  SDW-MONTH               PIC 9(02).
001370     05  SDW-DAY                 PIC 9(02).
001380 01  END-DATE-WORK.
001390     05  EDW-YEAR                PIC 9(04).
001400     05  EDW-MONTH               PIC 9(02).
001410     05  EDW-DAY                 PIC 9(02).
001420*    ONE SLOT PER JURISDICTION.  THE TAXRATES ENTRIES ARE LOADED
001430*    FIRST; A JURISDICTION FOUND ON HISTORY BUT NOT ON TAXRATES
001440*    IS ADDED WITH NO RATE AND FLAGGED ON THE REPORT.
001450 01  JURIS-TABLE.
001460     05  JURIS-ENTRY             OCCURS 60 TIMES.
001470         10  JT-JURIS            PIC X(03).
001480         10  JT-RATE             PIC V9999.
001490         10  JT-ON-TAXRATES      PIC X(01).
001500         10  JT-TAXABLE-SALES    PIC S9(09)V99.
001510         10  JT-EXEMPT-SALES     PIC S9(09)V99.
001520         10  JT-RETURNS          PIC S9(09)V99.
001530         10  JT-TAX-COLLECTED    PIC S9(09)V99.
001540         10  JT-TAX-CREDITED     PIC S9(09)V99.
001550 01  TAX-HEADING-1.
001560     05  FILLER                  PIC X(29)
001570         VALUE "SALES TAX RETURN FOR PERIOD".
001580     05  H1-START-MONTH          PIC 9(02).
001590     05  FILLER                  PIC X(01) VALUE "/".
001600     05  H1-START-DAY            PIC 9(02).
001610     05  FILLER                  PIC X(01) VALUE "/".
001620     05  H1-START-YEAR           PIC 9(04).
001630     05  FILLER                  PIC X(04) VALUE " TO ".
001640     05  H1-END-MONTH            PIC 9(02).
001650     05  FILLER                  PIC X(01) VALUE "/".
001660     05  H1-END-DAY              PIC 9(02).
001670     05  FILLER                  PIC X(01) VALUE "/".
001680     05  H1-END-YEAR             PIC 9(04).
001690     05  FILLER                  PIC X(10) VALUE SPACES.
001700     05  FILLER                  PIC X(05) VALUE "PAGE ".
001710     05  H1-PAGE-NO              PIC ZZ9.
001720 01  TAX-COLUMN-HEADS.
001730     05  FILLER                  PIC X(06) VALUE "JURIS".
001740     05  FILLER                  PIC X(08) VALUE "  RATE".
001750     05  FILLER                  PIC X(16)
001760         VALUE "  TAXABLE SALES".
001770     05  FILLER                  PIC X(16)
001780         VALUE "   EXEMPT SALES".
001790     05  FILLER                  PIC X(16)
001800         VALUE "        RETURNS".
001810     05  FILLER                  PIC X(16)
001820         VALUE "  TAX COLLECTED".
001830     05  FILLER                  PIC X(16)
001840         VALUE "   TAX CREDITED".
001850     05  FILLER                  PIC X(16)
001860         VALUE "    NET TAX DUE".
001870 01  TAX-DETAIL-LINE.
001880     05  DL-JURIS                PIC X(04).
001890     05  FILLER                  PIC X(02) VALUE SPACES.
001900     05  DL-RATE                 PIC .9999.
001910     05  FILLER                  PIC X(03) VALUE SPACES.
001920     05  DL-TAXABLE-SALES        PIC ZZZ,ZZZ,ZZ9.99-.
001930     05  FILLER                  PIC X(01) VALUE SPACES.
001940     05  DL-EXEMPT-SALES         PIC ZZZ,ZZZ,ZZ9.99-.
001950     05  FILLER                  PIC X(01) VALUE SPACES.
001960     05  DL-RETURNS              PIC ZZZ,ZZZ,ZZ9.99-.
001970     05  FILLER                  PIC X(01) VALUE SPACES.
001980     05  DL-TAX-COLLECTED        PIC ZZZ,ZZZ,ZZ9.99-.
001990     05  FILLER                  PIC X(01) VALUE SPACES.
002000     05  DL-TAX-CREDITED         PIC ZZZ,ZZZ,ZZ9.99-.
002010     05  FILLER                  PIC X(01) VALUE SPACES.
002020     05  DL-NET-TAX-DUE          PIC ZZZ,ZZZ,ZZ9.99-.
002030     05  FILLER                  PIC X(02) VALUE SPACES.
002040     05  DL-NOTE                 PIC X(16).
002050 01  TAX-SECTION-LINE.
002060     05  FILLER                  PIC X(02) VALUE SPACES.
002070     05  TSL-TEXT                PIC X(60).
002080 01  TAX-AMOUNT-LINE.
002090     05  FILLER                  PIC X(04) VALUE SPACES.
002100     05  TAL-LABEL               PIC X(30).
002110     05  TAL-AMT-A               PIC ZZZ,ZZZ,ZZ9.99.
002120     05  FILLER                  PIC X(03) VALUE SPACES.
002130     05  TAL-AMT-B               PIC ZZZ,ZZZ,ZZ9.99.
002140     05  FILLER                  PIC X(03) VALUE SPACES.
002150     05  TAL-FLAG                PIC X(12).
002160 01  TAX-PROOF-HEADS.
002170     05  FILLER                  PIC X(34) VALUE SPACES.
002180     05  FILLER                  PIC X(14)
002190         VALUE "       HISTORY".
002200     05  FILLER                  PIC X(03) VALUE SPACES.
002210     05  FILLER                  PIC X(14)
002220         VALUE "       CTLTOTS".
002230 01  TAX-COUNT-LINE.
002240     05  FILLER                  PIC X(04) VALUE SPACES.
002250     05  TCL-LABEL               PIC X(30).
002260     05  TCL-COUNT               PIC ZZ,ZZZ,ZZ9.
002270 01  TAX-BLANK-LINE              PIC X(132) VALUE SPACES.
002280 PROCEDURE DIVISION.
002290*----------------------------------------------------------------*
002300* 0000-MAINLINE                                                 *
002310*----------------------------------------------------------------*
002320 0000-MAINLINE.
002330     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002340     PERFORM 3000-READ-LIVE-HISTORY THRU 3000-EXIT.
002350     PERFORM 3500-READ-ARCHIVE THRU 3500-EXIT.
002360     PERFORM 4000-PRINT-RETURN THRU 4000-EXIT.
002370     PERFORM 5000-LOAD-CONTROL-TOTALS THRU 5000-EXIT.
002380     PERFORM 6000-PROVE-RETURN THRU 6000-EXIT.
002390     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002400     STOP RUN.
002410*----------------------------------------------------------------*
002420* 1000-INITIALIZE THRU 1000-EXIT - GET THE FILING PERIOD, LOAD   *
002430* THE RATES, OPEN THE FILES, AND PRINT THE FIRST PAGE HEADING.   *
002440*----------------------------------------------------------------*
002450 1000-INITIALIZE.
002460     PERFORM 1100-GET-PERIOD THRU 1100-EXIT.
002470     PERFORM 1300-LOAD-TAX-RATES THRU 1300-EXIT.
002480     OPEN INPUT CUSTOMER-MASTER-FILE.
002490     IF CUST-MAST-STATUS NOT = "00"
002500         DISPLAY "ERROR OPENING CUSTOMER-MASTER-FILE - STATUS "
002510             CUST-MAST-STATUS
002520         STOP RUN
002530     END-IF.
002540     OPEN OUTPUT TAX-REPORT-FILE.
002550     IF TAX-REPORT-STATUS NOT = "00"
002560         DISPLAY "ERROR OPENING TAX-REPORT-FILE - STATUS "
002570             TAX-REPORT-STATUS
002580         STOP RUN
002590     END-IF.
002600     PERFORM 2000-PRINT-HEADINGS THRU 2000-EXIT.
002610 1000-EXIT.
002620     EXIT.
002630 1100-GET-PERIOD.
002640     MOVE SPACES TO DATE-ENTRY.
002650     PERFORM 1110-PROMPT-START-DATE THRU 1110-EXIT
002660         UNTIL DATE-ENTRY IS NUMERIC.
002670     MOVE DATE-ENTRY TO PERIOD-START-DATE.
002680     MOVE SPACES TO DATE-ENTRY.
002690     PERFORM 1120-PROMPT-END-DATE THRU 1120-EXIT
002700         UNTIL DATE-ENTRY IS NUMERIC.
002710     MOVE DATE-ENTRY TO PERIOD-END-DATE.
002720     MOVE PERIOD-START-DATE TO START-DATE-WORK.
002730     MOVE SDW-MONTH TO H1-START-MONTH.
002740     MOVE SDW-DAY TO H1-START-DAY.
002750     MOVE SDW-YEAR TO H1-START-YEAR.
002760     MOVE PERIOD-END-DATE TO END-DATE-WORK.
002770     MOVE EDW-MONTH TO H1-END-MONTH.
002780     MOVE EDW-DAY TO H1-END-DAY.
002790     MOVE EDW-YEAR TO H1-END-YEAR.
002800 1100-EXIT.
002810     EXIT.
002820 1110-PROMPT-START-DATE.
002830     DISPLAY "FIRST DAY OF THE TAX PERIOD (YYYYMMDD)?".
002840     ACCEPT DATE-ENTRY.
002850     IF DATE-ENTRY IS NOT NUMERIC
002860         DISPLAY "DATE MUST BE EIGHT DIGITS - RE-ENTER"
002870     END-IF.
002880 1110-EXIT.
002890     EXIT.
002900 1120-PROMPT-END-DATE.
002910     DISPLAY "LAST DAY OF THE TAX PERIOD (YYYYMMDD)?".
002920     ACCEPT DATE-ENTRY.
002930     IF DATE-ENTRY IS NOT NUMERIC
002940         DISPLAY "DATE MUST BE EIGHT DIGITS - RE-ENTER"
002950         GO TO 1120-EXIT
002960     END-IF.
002970     IF DATE-ENTRY < PERIOD-START-DATE
002980         DISPLAY "LAST DAY IS BEFORE THE FIRST DAY - RE-ENTER"
002990         MOVE SPACES TO DATE-ENTRY
003000     END-IF.
003010 1120-EXIT.
003020     EXIT.
003030*----------------------------------------------------------------*
003040* 1300-LOAD-TAX-RATES THRU 1300-EXIT - ONE JURISDICTION SLOT PER *
003050* TAXRATES RECORD, CARRYING THE RATE IN EFFECT FOR THE RETURN.   *
003060*----------------------------------------------------------------*
003070 1300-LOAD-TAX-RATES.
003080     OPEN INPUT TAX-RATE-FILE.
003090     IF TAX-RATE-STATUS NOT = "00" AND TAX-RATE-STATUS NOT = "05"
003100         DISPLAY "NO TAXRATES ON FILE - NO RATES IN EFFECT"
003110         MOVE "NO" TO MORE-TAX-RATES-SW
003120         CLOSE TAX-RATE-FILE
003130         GO TO 1300-EXIT
003140     END-IF.
003150     PERFORM 1310-READ-TAX-RATE THRU 1310-EXIT
003160         UNTIL NO-MORE-TAX-RATES.
003170     CLOSE TAX-RATE-FILE.
003180     DISPLAY "TAX RATES LOADED . " TAX-RATE-COUNT.
003190 1300-EXIT.
003200     EXIT.
003210 1310-READ-TAX-RATE.
003220     READ TAX-RATE-FILE
003230         AT END
003240             MOVE "NO" TO MORE-TAX-RATES-SW
003250             GO TO 1310-EXIT
003260     END-READ.
003270     IF TAX-RATE-COUNT < TAX-RATE-LIMIT
003280        AND TR-RATE-DIGITS IS NUMERIC
003290         ADD 1 TO TAX-RATE-COUNT
003300         ADD 1 TO JURIS-COUNT
003310         MOVE JURIS-COUNT TO JURIS-SUB
003320         PERFORM 1320-CLEAR-JURIS-SLOT THRU 1320-EXIT
003330         MOVE TR-JURISDICTION TO JT-JURIS (JURIS-SUB)
003340         COMPUTE JT-RATE (JURIS-SUB) = TR-RATE-DIGITS / 10000
003350         MOVE "Y" TO JT-ON-TAXRATES (JURIS-SUB)
003360     ELSE
003370         DISPLAY "TAXRATES - BAD OR EXCESS RECORD SKIPPED"
003380     END-IF.
003390 1310-EXIT.
003400     EXIT.
003410 1320-CLEAR-JURIS-SLOT.
003420     MOVE SPACES TO JT-JURIS (JURIS-SUB).
003430     MOVE ZERO TO JT-RATE (JURIS-SUB).
003440     MOVE "N" TO JT-ON-TAXRATES (JURIS-SUB).
003450     MOVE ZERO TO JT-TAXABLE-SALES (JURIS-SUB).
003460     MOVE ZERO TO JT-EXEMPT-SALES (JURIS-SUB).
003470     MOVE ZERO TO JT-RETURNS (JURIS-SUB).
003480     MOVE ZERO TO JT-TAX-COLLECTED (JURIS-SUB).
003490     MOVE ZERO TO JT-TAX-CREDITED (JURIS-SUB).
003500 1320-EXIT.
003510     EXIT.
003520 2000-PRINT-HEADINGS.
003530     ADD 1 TO REPORT-PAGE-NO.
003540     MOVE REPORT-PAGE-NO TO H1-PAGE-NO.
003550     WRITE TAX-PRINT-LINE FROM TAX-HEADING-1
003560         AFTER ADVANCING PAGE.
003570     WRITE TAX-PRINT-LINE FROM TAX-BLANK-LINE
003580         AFTER ADVANCING 1 LINE.
003590     WRITE TAX-PRINT-LINE FROM TAX-COLUMN-HEADS
003600         AFTER ADVANCING 1 LINE.
003610     MOVE 3 TO REPORT-LINE-COUNT.
003620 2000-EXIT.
003630     EXIT.
003640*----------------------------------------------------------------*
003650* 3000-READ-LIVE-HISTORY THRU 3000-EXIT - EVERY TRANHIST RECORD  *
003660* DATED IN THE PERIOD GOES ON ITS JURISDICTION'S LINE.           *
003670*----------------------------------------------------------------*
003680 3000-READ-LIVE-HISTORY.
003690     OPEN INPUT TRAN-HISTORY-FILE.
003700     IF TRAN-HIST-STATUS NOT = "00"
003705        AND TRAN-HIST-STATUS NOT = "05"
003710         DISPLAY "ERROR OPENING TRAN-HISTORY-FILE - STATUS "
003720             TRAN-HIST-STATUS
003730         STOP RUN
003740     END-IF.
003750     MOVE "YES" TO MORE-ITEMS-SW.
003760     MOVE LOW-VALUES TO TH-HIST-KEY.
003770     START TRAN-HISTORY-FILE KEY NOT < TH-HIST-KEY
003780         INVALID KEY
003790             MOVE "NO" TO MORE-ITEMS-SW
003800     END-START.
003810     PERFORM 3100-READ-HISTORY-ITEM THRU 3100-EXIT
003820         UNTIL NO-MORE-ITEMS.
003830     CLOSE TRAN-HISTORY-FILE.
003840 3000-EXIT.
003850     EXIT.
003860 3100-READ-HISTORY-ITEM.
003870     READ TRAN-HISTORY-FILE NEXT
003880         AT END
003890             MOVE "NO" TO MORE-ITEMS-SW
003900             GO TO 3100-EXIT
003910     END-READ.
003920     PERFORM 3200-FILE-ONE-ITEM THRU 3200-EXIT.
003930 3100-EXIT.
003940     EXIT.
003950*----------------------------------------------------------------*
003960* 3200-FILE-ONE-ITEM THRU 3200-EXIT - PUT ONE HISTORY RECORD ON  *
003970* THE RETURN.  THE JURISDICTION IS THE ONE THE TAX WAS FIGURED   *
003980* FOR, OR THE CUSTOMER'S OWN ON AN UNTAXED OR OLDER ITEM.  A     *
003990* SALE IS TAXABLE WHEN IT CARRIED TAX OR THE CUSTOMER IS MARKED  *
004000* TAXABLE, EXEMPT OTHERWISE.  A V REVERSAL BACKS ITS AMOUNT AND  *
004010* TAX OUT OF THE COLUMNS THE REVERSED TYPE WENT INTO.            *
004020*----------------------------------------------------------------*
004030 3200-FILE-ONE-ITEM.
004040     IF TH-TRAN-DATE < PERIOD-START-DATE
004050        OR TH-TRAN-DATE > PERIOD-END-DATE
004060         GO TO 3200-EXIT
004070     END-IF.
004080     IF TH-TRAN-TYPE NOT = "P" AND TH-TRAN-TYPE NOT = "R"
004090        AND TH-TRAN-TYPE NOT = "V"
004100         GO TO 3200-EXIT
004110     END-IF.
004120     IF TH-TRAN-TYPE = "V"
004130        AND TH-REVERSED-TYPE NOT = "P"
004140        AND TH-REVERSED-TYPE NOT = "R"
004150         GO TO 3200-EXIT
004160     END-IF.
004170     ADD 1 TO ITEMS-IN-PERIOD.
004180     IF TH-TAX-RATE NOT = ZERO OR TH-TAX-AMOUNT NOT = ZERO
004190         MOVE "YES" TO ITEM-TAXABLE-SW
004200     ELSE
004210         MOVE "NO" TO ITEM-TAXABLE-SW
004220     END-IF.
004230     MOVE TH-TAX-JURIS TO WORK-JURIS.
004240     IF WORK-JURIS = SPACES OR NOT ITEM-TAXABLE
004250         MOVE TH-CUSTOMER-ID TO CM-CUSTOMER-ID
004260         READ CUSTOMER-MASTER-FILE
004270             INVALID KEY
004280                 MOVE "N" TO CM-TAXABLE-FLAG
004290                 MOVE SPACES TO CM-TAX-JURIS
004300         END-READ
004310         IF WORK-JURIS = SPACES
004320             MOVE CM-TAX-JURIS TO WORK-JURIS
004330         END-IF
004340         IF CUSTOMER-TAXABLE
004350             MOVE "YES" TO ITEM-TAXABLE-SW
004360         END-IF
004370     END-IF.
004380     PERFORM 3300-FIND-JURIS-SLOT THRU 3300-EXIT.
004390     IF JURIS-SUB > JURIS-COUNT
004400         ADD 1 TO ITEMS-NOT-FILED
004410         GO TO 3200-EXIT
004420     END-IF.
004430     IF TH-TRAN-TYPE = "P"
004440         ADD TH-TAX-AMOUNT TO HIST-TAX-AMOUNT
004450         ADD TH-TAX-AMOUNT TO JT-TAX-COLLECTED (JURIS-SUB)
004460         IF ITEM-TAXABLE
004470             ADD TH-AMOUNT-OWED TO JT-TAXABLE-SALES (JURIS-SUB)
004480         ELSE
004490             ADD TH-AMOUNT-OWED TO JT-EXEMPT-SALES (JURIS-SUB)
004500         END-IF
004510     END-IF.
004520     IF TH-TRAN-TYPE = "R"
004530         ADD TH-TAX-AMOUNT TO HIST-TAXCR-AMOUNT
004540         ADD TH-TAX-AMOUNT TO JT-TAX-CREDITED (JURIS-SUB)
004550         ADD TH-AMOUNT-OWED TO JT-RETURNS (JURIS-SUB)
004560     END-IF.
004570     IF TH-TRAN-TYPE = "V"
004580         ADD TH-TAX-AMOUNT TO HIST-VOIDTAX-AMOUNT
004590     END-IF.
004600     IF TH-TRAN-TYPE = "V" AND TH-REVERSED-TYPE = "P"
004610         SUBTRACT TH-TAX-AMOUNT FROM JT-TAX-COLLECTED (JURIS-SUB)
004620         IF ITEM-TAXABLE
004630             SUBTRACT TH-AMOUNT-OWED
004640                 FROM JT-TAXABLE-SALES (JURIS-SUB)
004650         ELSE
004660             SUBTRACT TH-AMOUNT-OWED
004670                 FROM JT-EXEMPT-SALES (JURIS-SUB)
004680         END-IF
004690     END-IF.
004700     IF TH-TRAN-TYPE = "V" AND TH-REVERSED-TYPE = "R"
004710         SUBTRACT TH-TAX-AMOUNT FROM JT-TAX-CREDITED (JURIS-SUB)
004720         SUBTRACT TH-AMOUNT-OWED FROM JT-RETURNS (JURIS-SUB)
004730     END-IF.
004740 3200-EXIT.
004750     EXIT.
004760*----------------------------------------------------------------*
004770* 3300-FIND-JURIS-SLOT THRU 3300-EXIT - POINT JURIS-SUB AT THE   *
004780* SLOT FOR WORK-JURIS, ADDING ONE (NO RATE) IF TAXRATES DOES NOT *
004790* NAME IT.  JURIS-SUB IS PAST JURIS-COUNT IF THE TABLE IS FULL.  *
004800*----------------------------------------------------------------*
004810 3300-FIND-JURIS-SLOT.
004820     MOVE 1 TO JURIS-SUB.
004830     PERFORM 3310-STEP-JURIS-SLOT THRU 3310-EXIT
004840         UNTIL JURIS-SUB > JURIS-COUNT
004850            OR JT-JURIS (JURIS-SUB) = WORK-JURIS.
004860     IF JURIS-SUB NOT > JURIS-COUNT
004870         GO TO 3300-EXIT
004880     END-IF.
004890     IF JURIS-COUNT NOT < JURIS-LIMIT
004900         IF NOT JURIS-TABLE-FULL
004910             DISPLAY "JURISDICTION TABLE FULL - ITEMS NOT FILED"
004920             MOVE "YES" TO JURIS-TABLE-FULL-SW
004930         END-IF
004940         GO TO 3300-EXIT
004950     END-IF.
004960     ADD 1 TO JURIS-COUNT.
004970     MOVE JURIS-COUNT TO JURIS-SUB.
004980     PERFORM 1320-CLEAR-JURIS-SLOT THRU 1320-EXIT.
004990     MOVE WORK-JURIS TO JT-JURIS (JURIS-SUB).
005000 3300-EXIT.
005010     EXIT.
005020 3310-STEP-JURIS-SLOT.
005030     ADD 1 TO JURIS-SUB.
005040 3310-EXIT.
005050     EXIT.
005060*----------------------------------------------------------------*
005070* 3500-READ-ARCHIVE THRU 3500-EXIT - ITEMS THE MONTH-END ARCHIVE *
005080* HAS MOVED OFF TRANHIST ARE ON HISTARCH INSTEAD.  THE TWO NEVER *
005090* HOLD THE SAME RECORD, SO BOTH ARE READ IN FULL.                *
005100*----------------------------------------------------------------*
005110 3500-READ-ARCHIVE.
005120     OPEN INPUT ARCHIVE-FILE.
005130     IF ARCHIVE-STATUS NOT = "00" AND ARCHIVE-STATUS NOT = "05"
005140         DISPLAY "NO HISTARCH ON FILE - LIVE HISTORY ONLY"
005150         CLOSE ARCHIVE-FILE
005160         GO TO 3500-EXIT
005170     END-IF.
005180     MOVE "YES" TO MORE-ITEMS-SW.
005190     PERFORM 3600-READ-ARCHIVE-ITEM THRU 3600-EXIT
005200         UNTIL NO-MORE-ITEMS.
005210     CLOSE ARCHIVE-FILE.
005220 3500-EXIT.
005230     EXIT.
005240 3600-READ-ARCHIVE-ITEM.
005250     READ ARCHIVE-FILE
005260         AT END
005270             MOVE "NO" TO MORE-ITEMS-SW
005280             GO TO 3600-EXIT
005290     END-READ.
005300     MOVE ARCHIVE-RECORD TO TRAN-HISTORY-RECORD.
005310     PERFORM 3200-FILE-ONE-ITEM THRU 3200-EXIT.
005320 3600-EXIT.
005330     EXIT.
005340*----------------------------------------------------------------*
005350* 4000-PRINT-RETURN THRU 4000-EXIT - ONE LINE PER JURISDICTION   *
005360* WITH ACTIVITY OR A RATE, THEN THE GRAND TOTAL LINE.            *
005370*----------------------------------------------------------------*
005380 4000-PRINT-RETURN.
005390     PERFORM 4100-PRINT-JURIS-LINE THRU 4100-EXIT
005400         VARYING JURIS-SUB FROM 1 BY 1
005410         UNTIL JURIS-SUB > JURIS-COUNT.
005420     COMPUTE GRAND-NET-TAX-DUE =
005430         GRAND-TAX-COLLECTED - GRAND-TAX-CREDITED.
005440     MOVE "ALL" TO DL-JURIS.
005450     MOVE ZERO TO DL-RATE.
005460     MOVE GRAND-TAXABLE-SALES TO DL-TAXABLE-SALES.
005470     MOVE GRAND-EXEMPT-SALES TO DL-EXEMPT-SALES.
005480     MOVE GRAND-RETURNS TO DL-RETURNS.
005490     MOVE GRAND-TAX-COLLECTED TO DL-TAX-COLLECTED.
005500     MOVE GRAND-TAX-CREDITED TO DL-TAX-CREDITED.
005510     MOVE GRAND-NET-TAX-DUE TO DL-NET-TAX-DUE.
005520     MOVE "GRAND TOTAL" TO DL-NOTE.
005530     WRITE TAX-PRINT-LINE FROM TAX-BLANK-LINE
005540         AFTER ADVANCING 1 LINE.
005550     WRITE TAX-PRINT-LINE FROM TAX-DETAIL-LINE
005560         AFTER ADVANCING 1 LINE.
005570     ADD 2 TO REPORT-LINE-COUNT.
005580 4000-EXIT.
005590     EXIT.
005600 4100-PRINT-JURIS-LINE.
005610     IF REPORT-LINE-COUNT > PAGE-LINE-LIMIT
005620         PERFORM 2000-PRINT-HEADINGS THRU 2000-EXIT
005630     END-IF.
005640     COMPUTE NET-TAX-DUE =
005650         JT-TAX-COLLECTED (JURIS-SUB)
005660         - JT-TAX-CREDITED (JURIS-SUB).
005670     IF JT-JURIS (JURIS-SUB) = SPACES
005680         MOVE "NONE" TO DL-JURIS
005690     ELSE
005700         MOVE JT-JURIS (JURIS-SUB) TO DL-JURIS
005710     END-IF.
005720     MOVE JT-RATE (JURIS-SUB) TO DL-RATE.
005730     MOVE JT-TAXABLE-SALES (JURIS-SUB) TO DL-TAXABLE-SALES.
005740     MOVE JT-EXEMPT-SALES (JURIS-SUB) TO DL-EXEMPT-SALES.
005750     MOVE JT-RETURNS (JURIS-SUB) TO DL-RETURNS.
005760     MOVE JT-TAX-COLLECTED (JURIS-SUB) TO DL-TAX-COLLECTED.
005770     MOVE JT-TAX-CREDITED (JURIS-SUB) TO DL-TAX-CREDITED.
005780     MOVE NET-TAX-DUE TO DL-NET-TAX-DUE.
005790     IF JT-ON-TAXRATES (JURIS-SUB) = "Y"
005800         MOVE SPACES TO DL-NOTE
005810     ELSE
005820         MOVE "NOT ON TAXRATES" TO DL-NOTE
005830     END-IF.
005840     WRITE TAX-PRINT-LINE FROM TAX-DETAIL-LINE
005850         AFTER ADVANCING 1 LINE.
005860     ADD 1 TO REPORT-LINE-COUNT.
005870     ADD JT-TAXABLE-SALES (JURIS-SUB) TO GRAND-TAXABLE-SALES.
005880     ADD JT-EXEMPT-SALES (JURIS-SUB) TO GRAND-EXEMPT-SALES.
005890     ADD JT-RETURNS (JURIS-SUB) TO GRAND-RETURNS.
005900     ADD JT-TAX-COLLECTED (JURIS-SUB) TO GRAND-TAX-COLLECTED.
005910     ADD JT-TAX-CREDITED (JURIS-SUB) TO GRAND-TAX-CREDITED.
005920 4100-EXIT.
005930     EXIT.
005940*----------------------------------------------------------------*
005950* 5000-LOAD-CONTROL-TOTALS THRU 5000-EXIT - SUM THE TAX TOTALS   *
005960* OFF CTLTOTS FOR EVERY RUN DATE IN THE PERIOD.  EACH POSTING    *
005970* RUN'S RECORD CARRIES THE DAY'S TOTALS SO FAR, SO ONLY THE LAST *
005980* RECORD FOR A RUN DATE COUNTS.                                  *
005990*----------------------------------------------------------------*
006000 5000-LOAD-CONTROL-TOTALS.
006010     OPEN INPUT CONTROL-TOTALS-FILE.
006020     IF CTL-TOTS-STATUS NOT = "00" AND CTL-TOTS-STATUS NOT = "05"
006030         DISPLAY "NO CTLTOTS ON FILE - RETURN CANNOT BE PROVED"
006040         CLOSE CONTROL-TOTALS-FILE
006050         GO TO 5000-EXIT
006060     END-IF.
006070     PERFORM 5100-READ-CONTROL-TOTALS THRU 5100-EXIT
006080         UNTIL NO-MORE-CTL-TOTS.
006090     PERFORM 5200-ADD-HELD-DAY THRU 5200-EXIT.
006100     CLOSE CONTROL-TOTALS-FILE.
006110 5000-EXIT.
006120     EXIT.
006130 5100-READ-CONTROL-TOTALS.
006140     READ CONTROL-TOTALS-FILE
006150         AT END
006160             MOVE "NO" TO MORE-CTL-TOTS-SW
006170             GO TO 5100-EXIT
006180     END-READ.
006190     IF CT-RUN-DATE < PERIOD-START-DATE
006200        OR CT-RUN-DATE > PERIOD-END-DATE
006210         GO TO 5100-EXIT
006220     END-IF.
006230     IF CTL-RECORD-HELD AND CT-RUN-DATE NOT = HELD-RUN-DATE
006240         PERFORM 5200-ADD-HELD-DAY THRU 5200-EXIT
006250     END-IF.
006260     MOVE "YES" TO CTL-HELD-SW.
006270     MOVE CT-RUN-DATE TO HELD-RUN-DATE.
006280     MOVE CT-TOTAL-TAX-AMOUNT TO HELD-TAX-AMOUNT.
006290     MOVE CT-TOTAL-TAXCR-AMOUNT TO HELD-TAXCR-AMOUNT.
006300     MOVE CT-TOTAL-VOIDTAX-AMOUNT TO HELD-VOIDTAX-AMOUNT.
006310 5100-EXIT.
006320     EXIT.
006330 5200-ADD-HELD-DAY.
006340     IF NOT CTL-RECORD-HELD
006350         GO TO 5200-EXIT
006360     END-IF.
006370     ADD 1 TO CTL-DAY-COUNT.
006380     ADD HELD-TAX-AMOUNT TO CTL-TAX-AMOUNT.
006390     ADD HELD-TAXCR-AMOUNT TO CTL-TAXCR-AMOUNT.
006400     ADD HELD-VOIDTAX-AMOUNT TO CTL-VOIDTAX-AMOUNT.
006410     MOVE "NO" TO CTL-HELD-SW.
006420 5200-EXIT.
006430     EXIT.
006440*----------------------------------------------------------------*
006450* 6000-PROVE-RETURN THRU 6000-EXIT - THE GROSS TAX ON HISTORY    *
006460* MUST MATCH WHAT THE POSTING RUNS REPORTED ON CTLTOTS, TYPE BY  *
006470* TYPE, AND THE RETURN'S GRAND TOTAL TAX MUST BE WHAT THOSE NET  *
006480* TO ONCE THE REVERSALS COME OFF.                                *
006490* ANY MISMATCH AND THE RETURN IS NOT TO BE FILED.                *
006500*----------------------------------------------------------------*
006510 6000-PROVE-RETURN.
006520     IF REPORT-LINE-COUNT > PAGE-LINE-LIMIT - 12
006530         PERFORM 2000-PRINT-HEADINGS THRU 2000-EXIT
006540     END-IF.
006550     MOVE "PROOF AGAINST CTLTOTS" TO TSL-TEXT.
006560     PERFORM 8300-PRINT-SECTION THRU 8300-EXIT.
006570     WRITE TAX-PRINT-LINE FROM TAX-PROOF-HEADS
006580         AFTER ADVANCING 1 LINE.
006590     MOVE "HISTORY ITEMS IN PERIOD" TO TCL-LABEL.
006600     MOVE ITEMS-IN-PERIOD TO TCL-COUNT.
006610     WRITE TAX-PRINT-LINE FROM TAX-COUNT-LINE
006620         AFTER ADVANCING 1 LINE.
006630     MOVE "CTLTOTS RUN DATES IN PERIOD" TO TCL-LABEL.
006640     MOVE CTL-DAY-COUNT TO TCL-COUNT.
006650     WRITE TAX-PRINT-LINE FROM TAX-COUNT-LINE
006660         AFTER ADVANCING 1 LINE.
006670     MOVE "SALES TAX COLLECTED" TO CMP-LABEL.
006680     MOVE HIST-TAX-AMOUNT TO CMP-AMT-A.
006690     MOVE CTL-TAX-AMOUNT TO CMP-AMT-B.
006700     PERFORM 8200-COMPARE-AMOUNTS THRU 8200-EXIT.
006710     MOVE "SALES TAX CREDITED" TO CMP-LABEL.
006720     MOVE HIST-TAXCR-AMOUNT TO CMP-AMT-A.
006730     MOVE CTL-TAXCR-AMOUNT TO CMP-AMT-B.
006740     PERFORM 8200-COMPARE-AMOUNTS THRU 8200-EXIT.
006750     MOVE "SALES TAX REVERSED" TO CMP-LABEL.
006760     MOVE HIST-VOIDTAX-AMOUNT TO CMP-AMT-A.
006770     MOVE CTL-VOIDTAX-AMOUNT TO CMP-AMT-B.
006780     PERFORM 8200-COMPARE-AMOUNTS THRU 8200-EXIT.
006790     COMPUTE RETURN-TAX-TOTAL =
006800         GRAND-TAX-COLLECTED + GRAND-TAX-CREDITED.
006810     COMPUTE PROOF-TAX-TOTAL =
006820         CTL-TAX-AMOUNT + CTL-TAXCR-AMOUNT - CTL-VOIDTAX-AMOUNT.
006830     MOVE "RETURN TAX COLLECTED+CREDITED" TO CMP-LABEL.
006840     MOVE RETURN-TAX-TOTAL TO CMP-AMT-A.
006850     MOVE PROOF-TAX-TOTAL TO CMP-AMT-B.
006860     PERFORM 8200-COMPARE-AMOUNTS THRU 8200-EXIT.
006870     IF ITEMS-NOT-FILED > ZERO
006880         MOVE "HISTORY ITEMS NOT FILED" TO TCL-LABEL
006890         MOVE ITEMS-NOT-FILED TO TCL-COUNT
006900         WRITE TAX-PRINT-LINE FROM TAX-COUNT-LINE
006910             AFTER ADVANCING 1 LINE
006920         ADD 1 TO DISCREPANCY-COUNT
006930     END-IF.
006940     IF DISCREPANCY-COUNT = ZERO
006950         MOVE "RETURN PROVED TO CTLTOTS - OK TO FILE" TO TSL-TEXT
006960     ELSE
006970         MOVE "*** OUT OF BALANCE - DO NOT FILE THIS RETURN ***"
006980             TO TSL-TEXT
006990         DISPLAY "SALES TAX RETURN - OUT OF BALANCE - "
007000             DISCREPANCY-COUNT " DISCREPANCIES"
007010         MOVE 8 TO RETURN-CODE
007020     END-IF.
007030     PERFORM 8300-PRINT-SECTION THRU 8300-EXIT.
007040 6000-EXIT.
007050     EXIT.
007060 8200-COMPARE-AMOUNTS.
007070     MOVE CMP-LABEL TO TAL-LABEL.
007080     MOVE CMP-AMT-A TO TAL-AMT-A.
007090     MOVE CMP-AMT-B TO TAL-AMT-B.
007100     IF CMP-AMT-A = CMP-AMT-B
007110         MOVE "OK" TO TAL-FLAG
007120     ELSE
007130         MOVE "*MISMATCH*" TO TAL-FLAG
007140         ADD 1 TO DISCREPANCY-COUNT
007150     END-IF.
007160     WRITE TAX-PRINT-LINE FROM TAX-AMOUNT-LINE
007170         AFTER ADVANCING 1 LINE.
007180 8200-EXIT.
007190     EXIT.
007200 8300-PRINT-SECTION.
007210     WRITE TAX-PRINT-LINE FROM TAX-BLANK-LINE
007220         AFTER ADVANCING 1 LINE.
007230     WRITE TAX-PRINT-LINE FROM TAX-SECTION-LINE
007240         AFTER ADVANCING 1 LINE.
007250 8300-EXIT.
007260     EXIT.
007270*----------------------------------------------------------------*
007280* 9000-TERMINATE THRU 9000-EXIT - CLOSE UP SHOP.                 *
007290*----------------------------------------------------------------*
007300 9000-TERMINATE.
007310     CLOSE CUSTOMER-MASTER-FILE.
007320     CLOSE TAX-REPORT-FILE.
007330     DISPLAY "SALES TAX RETURN COMPLETE - NET TAX DUE "
007340         GRAND-NET-TAX-DUE.
007350 9000-EXIT.
007360     EXIT.
007370 END PROGRAM LAB1TAX.
