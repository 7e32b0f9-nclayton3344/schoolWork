000010******************************************************************
000020* Author:Nathaniel Clayton
000030* Date:10/15/2026
000040* Purpose: Daily credit-hold report
000050*----------------------------------------------------------------*
000060* MODIFICATION HISTORY
000070* DATE       INIT  DESCRIPTION
000080* ---------- ----  --------------------------------------------
000090* 10/15/2026 NDC   ORIGINAL PROGRAM.  LIST EVERY CUSTOMER WHOSE
000100*                  ACCOUNT STATUS IS CREDIT HOLD OR COLLECTIONS
000110*                  AS OF THE RUN DATE - WHEN THE STATUS WAS SET,
000120*                  WHETHER BY HAND OR BY THE DUNNING RUN, HOW
000130*                  MANY DAYS IT HAS STOOD, THE BALANCE, THE
000140*                  CREDIT LIMIT, AND THE PAST-DUE AMOUNT THAT
000150*                  KEEPS IT THERE - WITH COUNTS AND TOTALS, THEN
000160*                  EVERY STATUS CHANGE THE STATLOG AUDIT FILE
000170*                  RECORDED THAT DAY, SO CREDIT CAN SEE WHAT
000180*                  WENT ON HOLD, WHAT CAME OFF, AND WHY.  PAST
000190*                  DUE IS FIGURED THE WAY THE POSTING RUN
000200*                  FIGURES IT FOR RELEASING A HOLD: OPEN,
000210*                  UNDISPUTED PURCHASES AND FINANCE CHARGES DUE
000220*                  BEFORE THE RUN DATE.  DAY COUNTS USE THE
000230*                  30/360 CONVENTION THE AGING RUN USES.
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. LAB1CHR.
000270 AUTHOR. N. D. CLAYTON.
000280 INSTALLATION. WTAMU CS3322.
000290 DATE-WRITTEN. 10/15/2026.
000300 DATE-COMPILED. 10/15/2026.
000310 SECURITY. CONFIDENTIAL.
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS CM-CUSTOMER-ID
000390         FILE STATUS IS CUST-MAST-STATUS.
000400     SELECT TRAN-HISTORY-FILE ASSIGN TO "TRANHIST"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS TH-HIST-KEY
000440         FILE STATUS IS TRAN-HIST-STATUS.
000450     SELECT OPTIONAL STATUS-LOG-FILE ASSIGN TO "STATLOG"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS STATUS-LOG-STATUS.
000480     SELECT HOLD-REPORT-FILE ASSIGN TO "CHRRPT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS HOLD-REPORT-STATUS.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  CUSTOMER-MASTER-FILE
000540     LABEL RECORDS ARE STANDARD.
000550     COPY CUSTMAST.
000560 FD  TRAN-HISTORY-FILE
000570     LABEL RECORDS ARE STANDARD.
000580     COPY TRANHIST.
000590 FD  STATUS-LOG-FILE
000600     LABEL RECORDS ARE STANDARD.
000610     COPY STATLOG.
000620 FD  HOLD-REPORT-FILE
000630     LABEL RECORDS ARE STANDARD.
000640 01  HOLD-PRINT-LINE             PIC X(132).
000650 WORKING-STORAGE SECTION.
000660 77  CUST-MAST-STATUS            PIC X(02) VALUE SPACES.
000670 77  TRAN-HIST-STATUS            PIC X(02) VALUE SPACES.
000680 77  STATUS-LOG-STATUS           PIC X(02) VALUE SPACES.
000690 77  HOLD-REPORT-STATUS          PIC X(02) VALUE SPACES.
000700 77  MORE-CUSTOMERS-SW           PIC X(03) VALUE "YES".
000710     88  NO-MORE-CUSTOMERS               VALUE "NO".
000720 77  MORE-ITEMS-SW               PIC X(03) VALUE "YES".
000730     88  NO-MORE-ITEMS                   VALUE "NO".
000740 77  MORE-LOG-SW                 PIC X(03) VALUE "YES".
000750     88  NO-MORE-LOG                     VALUE "NO".
000760 77  REPORT-SECTION              PIC 9(01) VALUE 1.
000770     88  HOLD-SECTION                    VALUE 1.
000780     88  CHANGE-SECTION                  VALUE 2.
000790 77  AS-OF-DATE-ENTRY            PIC X(08) VALUE SPACES.
000800 77  AS-OF-DATE                  PIC 9(08) VALUE ZERO.
000810 77  DAYS-ON-HOLD                PIC S9(05) COMP VALUE ZERO.
000820 77  PAST-DUE-AMOUNT             PIC 9(09)V99 VALUE ZERO.
000830 77  STATUS-CODE-WORK            PIC X(01) VALUE SPACE.
000840 77  STATUS-TEXT-WORK            PIC X(11) VALUE SPACES.
000850 77  SOURCE-CODE-WORK            PIC X(01) VALUE SPACE.
000860 77  SOURCE-TEXT-WORK            PIC X(08) VALUE SPACES.
000870 77  ON-HOLD-COUNT               PIC 9(05) COMP VALUE ZERO.
000880 77  COLLECTIONS-COUNT           PIC 9(05) COMP VALUE ZERO.
000890 77  HELD-COUNT                  PIC 9(05) COMP VALUE ZERO.
000900 77  HELD-BALANCE-TOTAL          PIC S9(11)V99 VALUE ZERO.
000910 77  HELD-PAST-DUE-TOTAL         PIC 9(11)V99 VALUE ZERO.
000920 77  CHANGE-COUNT                PIC 9(05) COMP VALUE ZERO.
000930 77  HOLDS-PLACED-COUNT          PIC 9(05) COMP VALUE ZERO.
000940 77  HOLDS-RELEASED-COUNT        PIC 9(05) COMP VALUE ZERO.
000950 77  CLOSED-COUNT                PIC 9(05) COMP VALUE ZERO.
000960 77  REPORT-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
000970 77  REPORT-PAGE-NO              PIC 9(03) COMP VALUE ZERO.
000980 77  PAGE-LINE-LIMIT             PIC 9(03) COMP VALUE 55.
000990 01  AS-OF-DATE-WORK.
001000     05  AOD-YEAR                PIC 9(04).
001010     05  AOD-MONTH               PIC 9(02).
001020     05  AOD-DAY                 PIC 9(02).
001030 01  STATUS-DATE-WORK.
001040     05  SDW-YEAR                PIC 9(04).
001050     05  SDW-MONTH               PIC 9(02).
001060     05  SDW-DAY                 PIC 9(02).
001070 01  LOG-TIME-WORK.
001080     05  LTW-HOUR                PIC 9(02).
001090     05  LTW-MINUTE              PIC 9(02).
001100     05  LTW-SECOND              PIC 9(02).
001110     05  LTW-HUNDREDTHS          PIC 9(02).
001120 01  CHR-HEADING-1.
001130     05  H1-REPORT-TITLE         PIC X(31).
001140     05  H1-AS-OF-MONTH          PIC 9(02).
001150     05  FILLER                  PIC X(01) VALUE "/".
001160     05  H1-AS-OF-DAY            PIC 9(02).
001170     05  FILLER                  PIC X(01) VALUE "/".
001180     05  H1-AS-OF-YEAR           PIC 9(04).
001190     05  FILLER                  PIC X(10) VALUE SPACES.
001200     05  FILLER                  PIC X(05) VALUE "PAGE ".
001210     05  H1-PAGE-NO              PIC ZZ9.
001220 01  CHR-HOLD-COLUMN-HEADS.
001230     05  FILLER                  PIC X(08) VALUE "CUSTOMER".
001240     05  FILLER                  PIC X(22) VALUE SPACES.
001250     05  FILLER                  PIC X(13) VALUE "STATUS".
001260     05  FILLER                  PIC X(12) VALUE "SINCE".
001270     05  FILLER                  PIC X(10) VALUE "SET BY".
001280     05  FILLER                  PIC X(06) VALUE "DAYS".
001290     05  FILLER                  PIC X(18)
001300         VALUE "         BALANCE".
001310     05  FILLER                  PIC X(16)
001320         VALUE "  CREDIT LIMIT".
001330     05  FILLER                  PIC X(13)
001340         VALUE "     PAST DUE".
001350 01  CHR-HOLD-DETAIL-LINE.
001360     05  DL-CUSTOMER-ID          PIC X(06).
001370     05  FILLER                  PIC X(02) VALUE SPACES.
001380     05  DL-CUSTOMER-NAME        PIC X(20).
001390     05  FILLER                  PIC X(02) VALUE SPACES.
001400     05  DL-STATUS-TEXT          PIC X(11).
001410     05  FILLER                  PIC X(02) VALUE SPACES.
001420     05  DL-SINCE-MONTH          PIC 9(02).
001430     05  FILLER                  PIC X(01) VALUE "/".
001440     05  DL-SINCE-DAY            PIC 9(02).
001450     05  FILLER                  PIC X(01) VALUE "/".
001460     05  DL-SINCE-YEAR           PIC 9(04).
001470     05  FILLER                  PIC X(02) VALUE SPACES.
001480     05  DL-SET-BY               PIC X(08).
001490     05  FILLER                  PIC X(02) VALUE SPACES.
001500     05  DL-DAYS-ON-HOLD         PIC ZZZ9.
001510     05  FILLER                  PIC X(02) VALUE SPACES.
001520     05  DL-BALANCE              PIC ZZZ,ZZZ,ZZ9.99CR.
001530     05  FILLER                  PIC X(02) VALUE SPACES.
001540     05  DL-CREDIT-LIMIT         PIC ZZZ,ZZZ,ZZ9.99.
001550     05  FILLER                  PIC X(02) VALUE SPACES.
001560     05  DL-PAST-DUE             PIC ZZ,ZZZ,ZZ9.99.
001570 01  CHR-CHANGE-COLUMN-HEADS.
001580     05  FILLER                  PIC X(08) VALUE "CUSTOMER".
001590     05  FILLER                  PIC X(22) VALUE SPACES.
001600     05  FILLER                  PIC X(10) VALUE "TIME".
001610     05  FILLER                  PIC X(13) VALUE "FROM".
001620     05  FILLER                  PIC X(13) VALUE "TO".
001630     05  FILLER                  PIC X(10) VALUE "BY".
001640     05  FILLER                  PIC X(10) VALUE "PROGRAM".
001650     05  FILLER                  PIC X(06) VALUE "REASON".
001660 01  CHR-CHANGE-DETAIL-LINE.
001670     05  CL-CUSTOMER-ID          PIC X(06).
001680     05  FILLER                  PIC X(02) VALUE SPACES.
001690     05  CL-CUSTOMER-NAME        PIC X(20).
001700     05  FILLER                  PIC X(02) VALUE SPACES.
001710     05  CL-HOUR                 PIC 9(02).
001720     05  FILLER                  PIC X(01) VALUE ":".
001730     05  CL-MINUTE               PIC 9(02).
001740     05  FILLER                  PIC X(01) VALUE ":".
001750     05  CL-SECOND               PIC 9(02).
001760     05  FILLER                  PIC X(02) VALUE SPACES.
001770     05  CL-OLD-STATUS-TEXT      PIC X(11).
001780     05  FILLER                  PIC X(02) VALUE SPACES.
001790     05  CL-NEW-STATUS-TEXT      PIC X(11).
001800     05  FILLER                  PIC X(02) VALUE SPACES.
001810     05  CL-CHANGED-BY           PIC X(08).
001820     05  FILLER                  PIC X(02) VALUE SPACES.
001830     05  CL-PROGRAM-ID           PIC X(08).
001840     05  FILLER                  PIC X(02) VALUE SPACES.
001850     05  CL-REASON               PIC X(30).
001860 01  CHR-COUNT-LINE.
001870     05  CT-COUNT-LABEL          PIC X(26).
001880     05  FILLER                  PIC X(04) VALUE SPACES.
001890     05  CT-COUNT                PIC ZZ,ZZ9.
001900 01  CHR-TOTAL-LINE.
001910     05  TL-TOTAL-LABEL          PIC X(26).
001920     05  FILLER                  PIC X(04) VALUE SPACES.
001930     05  TL-ACCOUNT-COUNT        PIC ZZ,ZZ9.
001940     05  FILLER                  PIC X(10) VALUE " ACCOUNTS".
001950     05  FILLER                  PIC X(25) VALUE SPACES.
001960     05  TL-BALANCE              PIC ZZZ,ZZZ,ZZ9.99CR.
001970     05  FILLER                  PIC X(18) VALUE SPACES.
001980     05  TL-PAST-DUE             PIC ZZ,ZZZ,ZZ9.99.
001990 01  CHR-BLANK-LINE              PIC X(132) VALUE SPACES.
002000 PROCEDURE DIVISION.
002010*----------------------------------------------------------------*
002020* 0000-MAINLINE                                                 *
002030*----------------------------------------------------------------*
002040 0000-MAINLINE.
002050     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002060     PERFORM 3000-CHECK-ONE-CUSTOMER THRU 3000-EXIT
002070         UNTIL NO-MORE-CUSTOMERS.
002080     PERFORM 4000-PRINT-HOLD-TOTALS THRU 4000-EXIT.
002090     PERFORM 5000-LIST-STATUS-CHANGES THRU 5000-EXIT.
002100     PERFORM 6000-PRINT-CHANGE-TOTALS THRU 6000-EXIT.
002110     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002120     STOP RUN.
002130*----------------------------------------------------------------*
002140* 1000-INITIALIZE THRU 1000-EXIT - GET THE AS-OF DATE, OPEN THE  *
002150* FILES, PRINT THE FIRST PAGE HEADING, AND POSITION THE MASTER   *
002160* AT ITS FIRST CUSTOMER.  NO STATUS LOG YET JUST MEANS NO        *
002170* CHANGES TO LIST.                                               *
002180*----------------------------------------------------------------*
002190 1000-INITIALIZE.
002200     PERFORM 1100-GET-AS-OF-DATE THRU 1100-EXIT.
002210     OPEN INPUT CUSTOMER-MASTER-FILE.
002220     IF CUST-MAST-STATUS NOT = "00"
002230         DISPLAY "ERROR OPENING CUSTOMER-MASTER-FILE - STATUS "
002240             CUST-MAST-STATUS
002250         STOP RUN
002260     END-IF.
002270     OPEN INPUT TRAN-HISTORY-FILE.
002280     IF TRAN-HIST-STATUS NOT = "00"
002290         DISPLAY "ERROR OPENING TRAN-HISTORY-FILE - STATUS "
002300             TRAN-HIST-STATUS
002310         STOP RUN
002320     END-IF.
002330     OPEN INPUT STATUS-LOG-FILE.
002340     IF STATUS-LOG-STATUS NOT = "00" AND "05"
002350         DISPLAY "ERROR OPENING STATUS-LOG-FILE - STATUS "
002360             STATUS-LOG-STATUS
002370         STOP RUN
002380     END-IF.
002390     OPEN OUTPUT HOLD-REPORT-FILE.
002400     IF HOLD-REPORT-STATUS NOT = "00"
002410         DISPLAY "ERROR OPENING HOLD-REPORT-FILE - STATUS "
002420             HOLD-REPORT-STATUS
002430         STOP RUN
002440     END-IF.
002450     MOVE 1 TO REPORT-SECTION.
002460     PERFORM 2000-PRINT-HEADINGS THRU 2000-EXIT.
002470     MOVE LOW-VALUES TO CM-CUSTOMER-ID.
002480     START CUSTOMER-MASTER-FILE KEY NOT < CM-CUSTOMER-ID
002490         INVALID KEY
002500             MOVE "NO" TO MORE-CUSTOMERS-SW
002510     END-START.
002520 1000-EXIT.
002530     EXIT.
002540 1100-GET-AS-OF-DATE.
002550     MOVE SPACES TO AS-OF-DATE-ENTRY.
002560     PERFORM 1110-PROMPT-AS-OF-DATE THRU 1110-EXIT
002570         UNTIL AS-OF-DATE-ENTRY IS NUMERIC.
002580     MOVE AS-OF-DATE-ENTRY TO AS-OF-DATE.
002590     MOVE AS-OF-DATE TO AS-OF-DATE-WORK.
002600     MOVE AOD-MONTH TO H1-AS-OF-MONTH.
002610     MOVE AOD-DAY TO H1-AS-OF-DAY.
002620     MOVE AOD-YEAR TO H1-AS-OF-YEAR.
002630 1100-EXIT.
002640     EXIT.
002650 1110-PROMPT-AS-OF-DATE.
002660     DISPLAY "CREDIT HOLD REPORT AS-OF DATE (YYYYMMDD)?".
002670     ACCEPT AS-OF-DATE-ENTRY.
002680     IF AS-OF-DATE-ENTRY IS NOT NUMERIC
002690         DISPLAY "AS-OF DATE MUST BE EIGHT DIGITS - RE-ENTER"
002700     END-IF.
002710 1110-EXIT.
002720     EXIT.
002730*----------------------------------------------------------------*
002740* 2000-PRINT-HEADINGS THRU 2000-EXIT - TOP OF PAGE, WITH THE     *
002750* TITLE AND COLUMN HEADS OF THE SECTION BEING PRINTED.           *
002760*----------------------------------------------------------------*
002770 2000-PRINT-HEADINGS.
002780     ADD 1 TO REPORT-PAGE-NO.
002790     MOVE REPORT-PAGE-NO TO H1-PAGE-NO.
002800     IF HOLD-SECTION
002810         MOVE "ACCOUNTS ON CREDIT HOLD AS OF" TO H1-REPORT-TITLE
002820     ELSE
002830         MOVE "ACCOUNT STATUS CHANGES ON" TO H1-REPORT-TITLE
002840     END-IF.
002850     WRITE HOLD-PRINT-LINE FROM CHR-HEADING-1
002860         AFTER ADVANCING PAGE.
002870     WRITE HOLD-PRINT-LINE FROM CHR-BLANK-LINE
002880         AFTER ADVANCING 1 LINE.
002890     IF HOLD-SECTION
002900         WRITE HOLD-PRINT-LINE FROM CHR-HOLD-COLUMN-HEADS
002910             AFTER ADVANCING 1 LINE
002920     ELSE
002930         WRITE HOLD-PRINT-LINE FROM CHR-CHANGE-COLUMN-HEADS
002940             AFTER ADVANCING 1 LINE
002950     END-IF.
002960     MOVE 3 TO REPORT-LINE-COUNT.
002970 2000-EXIT.
002980     EXIT.
002990*----------------------------------------------------------------*
003000* 3000-CHECK-ONE-CUSTOMER THRU 3000-EXIT - ONE MASTER RECORD IN  *
003010* KEY ORDER.  AN ACCOUNT ON CREDIT HOLD OR IN COLLECTIONS IS     *
003020* LISTED WITH ITS PAST-DUE AMOUNT; ACTIVE AND CLOSED ACCOUNTS    *
003030* ARE PASSED OVER.                                               *
003040*----------------------------------------------------------------*
003050 3000-CHECK-ONE-CUSTOMER.
003060     READ CUSTOMER-MASTER-FILE NEXT
003070         AT END
003080             MOVE "NO" TO MORE-CUSTOMERS-SW
003090             GO TO 3000-EXIT
003100     END-READ.
003110     IF NOT ACCOUNT-ON-HOLD
003120        AND NOT ACCOUNT-IN-COLLECTIONS
003130         GO TO 3000-EXIT
003140     END-IF.
003150     PERFORM 3100-ADD-UP-PAST-DUE THRU 3100-EXIT.
003160     PERFORM 3200-PRINT-HOLD-LINE THRU 3200-EXIT.
003170 3000-EXIT.
003180     EXIT.
003190*----------------------------------------------------------------*
003200* 3100-ADD-UP-PAST-DUE THRU 3100-EXIT - WALK THE CUSTOMER'S      *
003210* HISTORY ITEMS AND TOTAL THE OPEN AMOUNT OF EVERY UNDISPUTED    *
003220* PURCHASE AND FINANCE CHARGE DUE BEFORE THE AS-OF DATE.         *
003230*----------------------------------------------------------------*
003240 3100-ADD-UP-PAST-DUE.
003250     MOVE ZERO TO PAST-DUE-AMOUNT.
003260     MOVE "YES" TO MORE-ITEMS-SW.
003270     MOVE CM-CUSTOMER-ID TO TH-CUSTOMER-ID.
003280     MOVE ZERO TO TH-TRAN-DATE.
003290     MOVE ZERO TO TH-TRAN-SEQ-NO.
003300     START TRAN-HISTORY-FILE KEY NOT < TH-HIST-KEY
003310         INVALID KEY
003320             MOVE "NO" TO MORE-ITEMS-SW
003330     END-START.
003340     PERFORM 3110-CHECK-ONE-ITEM THRU 3110-EXIT
003350         UNTIL NO-MORE-ITEMS.
003360 3100-EXIT.
003370     EXIT.
003380 3110-CHECK-ONE-ITEM.
003390     READ TRAN-HISTORY-FILE NEXT
003400         AT END
003410             MOVE "NO" TO MORE-ITEMS-SW
003420             GO TO 3110-EXIT
003430     END-READ.
003440     IF TH-CUSTOMER-ID NOT = CM-CUSTOMER-ID
003450         MOVE "NO" TO MORE-ITEMS-SW
003460         GO TO 3110-EXIT
003470     END-IF.
003480     IF (TH-TRAN-TYPE = "P" OR TH-TRAN-TYPE = "F")
003490        AND TH-OPEN-AMOUNT > ZERO
003500        AND NOT TH-ITEM-DISPUTED
003510        AND TH-DUE-DATE < AS-OF-DATE
003520         ADD TH-OPEN-AMOUNT TO PAST-DUE-AMOUNT
003530     END-IF.
003540 3110-EXIT.
003550     EXIT.
003560 3200-PRINT-HOLD-LINE.
003570     IF REPORT-LINE-COUNT > PAGE-LINE-LIMIT
003580         PERFORM 2000-PRINT-HEADINGS THRU 2000-EXIT
003590     END-IF.
003600     MOVE CM-CUSTOMER-ID TO DL-CUSTOMER-ID.
003610     MOVE CM-CUSTOMER-NAME TO DL-CUSTOMER-NAME.
003620     MOVE CM-ACCOUNT-STATUS TO STATUS-CODE-WORK.
003630     PERFORM 7000-NAME-STATUS THRU 7000-EXIT.
003640     MOVE STATUS-TEXT-WORK TO DL-STATUS-TEXT.
003650     MOVE CM-STATUS-DATE TO STATUS-DATE-WORK.
003660     MOVE SDW-MONTH TO DL-SINCE-MONTH.
003670     MOVE SDW-DAY TO DL-SINCE-DAY.
003680     MOVE SDW-YEAR TO DL-SINCE-YEAR.
003690     MOVE CM-STATUS-SOURCE TO SOURCE-CODE-WORK.
003700     PERFORM 7100-NAME-SOURCE THRU 7100-EXIT.
003710     MOVE SOURCE-TEXT-WORK TO DL-SET-BY.
003720     MOVE ZERO TO DAYS-ON-HOLD.
003730     IF CM-STATUS-DATE NOT = ZERO
003740         COMPUTE DAYS-ON-HOLD =
003750             ((AOD-YEAR - SDW-YEAR) * 360)
003760             + ((AOD-MONTH - SDW-MONTH) * 30)
003770             + (AOD-DAY - SDW-DAY)
003780     END-IF.
003790     IF DAYS-ON-HOLD < ZERO
003800         MOVE ZERO TO DAYS-ON-HOLD
003810     END-IF.
003820     MOVE DAYS-ON-HOLD TO DL-DAYS-ON-HOLD.
003830     MOVE CM-CUSTOMER-BALANCE TO DL-BALANCE.
003840     MOVE CM-CREDIT-LIMIT TO DL-CREDIT-LIMIT.
003850     MOVE PAST-DUE-AMOUNT TO DL-PAST-DUE.
003860     WRITE HOLD-PRINT-LINE FROM CHR-HOLD-DETAIL-LINE
003870         AFTER ADVANCING 1 LINE.
003880     ADD 1 TO REPORT-LINE-COUNT.
003890     IF ACCOUNT-ON-HOLD
003900         ADD 1 TO ON-HOLD-COUNT
003910     ELSE
003920         ADD 1 TO COLLECTIONS-COUNT
003930     END-IF.
003940     ADD 1 TO HELD-COUNT.
003950     ADD CM-CUSTOMER-BALANCE TO HELD-BALANCE-TOTAL.
003960     ADD PAST-DUE-AMOUNT TO HELD-PAST-DUE-TOTAL.
003970 3200-EXIT.
003980     EXIT.
003990 4000-PRINT-HOLD-TOTALS.
004000     WRITE HOLD-PRINT-LINE FROM CHR-BLANK-LINE
004010         AFTER ADVANCING 1 LINE.
004020     MOVE "ON CREDIT HOLD" TO CT-COUNT-LABEL.
004030     MOVE ON-HOLD-COUNT TO CT-COUNT.
004040     WRITE HOLD-PRINT-LINE FROM CHR-COUNT-LINE
004050         AFTER ADVANCING 1 LINE.
004060     MOVE "IN COLLECTIONS" TO CT-COUNT-LABEL.
004070     MOVE COLLECTIONS-COUNT TO CT-COUNT.
004080     WRITE HOLD-PRINT-LINE FROM CHR-COUNT-LINE
004090         AFTER ADVANCING 1 LINE.
004100     MOVE "ALL HELD ACCOUNTS" TO TL-TOTAL-LABEL.
004110     MOVE HELD-COUNT TO TL-ACCOUNT-COUNT.
004120     MOVE HELD-BALANCE-TOTAL TO TL-BALANCE.
004130     MOVE HELD-PAST-DUE-TOTAL TO TL-PAST-DUE.
004140     WRITE HOLD-PRINT-LINE FROM CHR-TOTAL-LINE
004150         AFTER ADVANCING 1 LINE.
004160 4000-EXIT.
004170     EXIT.
004180*----------------------------------------------------------------*
004190* 5000-LIST-STATUS-CHANGES THRU 5000-EXIT - ON A NEW PAGE, READ  *
004200* THE STATUS LOG FRONT TO BACK AND LIST EVERY CHANGE LOGGED ON   *
004210* THE AS-OF DATE, MANUAL OR AUTOMATIC, IN THE ORDER MADE.        *
004220*----------------------------------------------------------------*
004230 5000-LIST-STATUS-CHANGES.
004240     MOVE 2 TO REPORT-SECTION.
004250     PERFORM 2000-PRINT-HEADINGS THRU 2000-EXIT.
004260     MOVE "YES" TO MORE-LOG-SW.
004270     PERFORM 5100-CHECK-ONE-CHANGE THRU 5100-EXIT
004280         UNTIL NO-MORE-LOG.
004290 5000-EXIT.
004300     EXIT.
004310 5100-CHECK-ONE-CHANGE.
004320     READ STATUS-LOG-FILE
004330         AT END
004340             MOVE "NO" TO MORE-LOG-SW
004350             GO TO 5100-EXIT
004360     END-READ.
004370     IF SL-LOG-DATE NOT = AS-OF-DATE
004380         GO TO 5100-EXIT
004390     END-IF.
004400     IF REPORT-LINE-COUNT > PAGE-LINE-LIMIT
004410         PERFORM 2000-PRINT-HEADINGS THRU 2000-EXIT
004420     END-IF.
004430     MOVE SL-CUSTOMER-ID TO CM-CUSTOMER-ID.
004440     READ CUSTOMER-MASTER-FILE
004450         INVALID KEY
004460             MOVE "** NOT ON MASTER **" TO CM-CUSTOMER-NAME
004470     END-READ.
004480     MOVE SL-CUSTOMER-ID TO CL-CUSTOMER-ID.
004490     MOVE CM-CUSTOMER-NAME TO CL-CUSTOMER-NAME.
004500     MOVE SL-LOG-TIME TO LOG-TIME-WORK.
004510     MOVE LTW-HOUR TO CL-HOUR.
004520     MOVE LTW-MINUTE TO CL-MINUTE.
004530     MOVE LTW-SECOND TO CL-SECOND.
004540     MOVE SL-OLD-STATUS TO STATUS-CODE-WORK.
004550     PERFORM 7000-NAME-STATUS THRU 7000-EXIT.
004560     MOVE STATUS-TEXT-WORK TO CL-OLD-STATUS-TEXT.
004570     MOVE SL-NEW-STATUS TO STATUS-CODE-WORK.
004580     PERFORM 7000-NAME-STATUS THRU 7000-EXIT.
004590     MOVE STATUS-TEXT-WORK TO CL-NEW-STATUS-TEXT.
004600     MOVE SL-CHANGE-SOURCE TO SOURCE-CODE-WORK.
004610     PERFORM 7100-NAME-SOURCE THRU 7100-EXIT.
004620     MOVE SOURCE-TEXT-WORK TO CL-CHANGED-BY.
004630     MOVE SL-PROGRAM-ID TO CL-PROGRAM-ID.
004640     MOVE SL-REASON TO CL-REASON.
004650     WRITE HOLD-PRINT-LINE FROM CHR-CHANGE-DETAIL-LINE
004660         AFTER ADVANCING 1 LINE.
004670     ADD 1 TO REPORT-LINE-COUNT.
004680     ADD 1 TO CHANGE-COUNT.
004690     IF (SL-NEW-STATUS = "H" OR SL-NEW-STATUS = "C")
004700        AND SL-OLD-STATUS NOT = "H"
004710        AND SL-OLD-STATUS NOT = "C"
004720         ADD 1 TO HOLDS-PLACED-COUNT
004730     END-IF.
004740     IF SL-NEW-STATUS = "A"
004750        AND (SL-OLD-STATUS = "H" OR SL-OLD-STATUS = "C")
004760         ADD 1 TO HOLDS-RELEASED-COUNT
004770     END-IF.
004780     IF SL-NEW-STATUS = "X"
004790         ADD 1 TO CLOSED-COUNT
004800     END-IF.
004810 5100-EXIT.
004820     EXIT.
004830 6000-PRINT-CHANGE-TOTALS.
004840     WRITE HOLD-PRINT-LINE FROM CHR-BLANK-LINE
004850         AFTER ADVANCING 1 LINE.
004860     MOVE "STATUS CHANGES" TO CT-COUNT-LABEL.
004870     MOVE CHANGE-COUNT TO CT-COUNT.
004880     WRITE HOLD-PRINT-LINE FROM CHR-COUNT-LINE
004890         AFTER ADVANCING 1 LINE.
004900     MOVE "PUT ON HOLD" TO CT-COUNT-LABEL.
004910     MOVE HOLDS-PLACED-COUNT TO CT-COUNT.
004920     WRITE HOLD-PRINT-LINE FROM CHR-COUNT-LINE
004930         AFTER ADVANCING 1 LINE.
004940     MOVE "TAKEN OFF HOLD" TO CT-COUNT-LABEL.
004950     MOVE HOLDS-RELEASED-COUNT TO CT-COUNT.
004960     WRITE HOLD-PRINT-LINE FROM CHR-COUNT-LINE
004970         AFTER ADVANCING 1 LINE.
004980     MOVE "CLOSED" TO CT-COUNT-LABEL.
004990     MOVE CLOSED-COUNT TO CT-COUNT.
005000     WRITE HOLD-PRINT-LINE FROM CHR-COUNT-LINE
005010         AFTER ADVANCING 1 LINE.
005020 6000-EXIT.
005030     EXIT.
005040*----------------------------------------------------------------*
005050* 7000-NAME-STATUS THRU 7000-EXIT - SPELL OUT THE ACCOUNT STATUS *
005060* CODE IN STATUS-CODE-WORK.  BLANK IS AN ACCOUNT SET UP BEFORE   *
005070* STATUSES WERE CARRIED, WHICH IS ACTIVE.                        *
005080*----------------------------------------------------------------*
005090 7000-NAME-STATUS.
005100     MOVE "ACTIVE" TO STATUS-TEXT-WORK.
005110     IF STATUS-CODE-WORK = "H"
005120         MOVE "CREDIT HOLD" TO STATUS-TEXT-WORK
005130     END-IF.
005140     IF STATUS-CODE-WORK = "C"
005150         MOVE "COLLECTIONS" TO STATUS-TEXT-WORK
005160     END-IF.
005170     IF STATUS-CODE-WORK = "X"
005180         MOVE "CLOSED" TO STATUS-TEXT-WORK
005190     END-IF.
005200 7000-EXIT.
005210     EXIT.
005220 7100-NAME-SOURCE.
005230     MOVE SPACES TO SOURCE-TEXT-WORK.
005240     IF SOURCE-CODE-WORK = "M"
005250         MOVE "MANUAL" TO SOURCE-TEXT-WORK
005260     END-IF.
005270     IF SOURCE-CODE-WORK = "D"
005280         MOVE "DUNNING" TO SOURCE-TEXT-WORK
005290     END-IF.
005300     IF SOURCE-CODE-WORK = "P"
005310         MOVE "PAYMENT" TO SOURCE-TEXT-WORK
005320     END-IF.
005330 7100-EXIT.
005340     EXIT.
005350*----------------------------------------------------------------*
005360* 9000-TERMINATE THRU 9000-EXIT - CLOSE UP SHOP.                 *
005370*----------------------------------------------------------------*
005380 9000-TERMINATE.
005390     CLOSE CUSTOMER-MASTER-FILE.
005400     CLOSE TRAN-HISTORY-FILE.
005410     CLOSE STATUS-LOG-FILE.
005420     CLOSE HOLD-REPORT-FILE.
005430     DISPLAY "CREDIT HOLD REPORT COMPLETE - " HELD-COUNT
005440         " HELD, " CHANGE-COUNT " STATUS CHANGES".
005450 9000-EXIT.
005460     EXIT.
005470 END PROGRAM LAB1CHR.
