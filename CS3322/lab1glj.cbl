000010******************************************************************
000020* Author:Nathaniel Clayton
000030* Date:10/15/2026
000040* Purpose: Balanced GL journal from the day's GL feed
000050*----------------------------------------------------------------*
000060* MODIFICATION HISTORY
000070* DATE       INIT  DESCRIPTION
000080* ---------- ----  --------------------------------------------
000090* 10/15/2026 NDC   ORIGINAL PROGRAM.  READ THE DAY'S GLFEED -
000100*                  EVERYTHING THE POSTING RUN (KEYED, FINANCE
000110*                  CHARGE AND LOCKBOX BATCHES ALIKE) AND THE
000120*                  WRITE-OFF CLEANUP RUN WROTE - MAP EACH LINE
000130*                  TO ITS DEBIT AND CREDIT ACCOUNTS THROUGH THE
000140*                  GLMAP TABLE, AND SUMMARIZE BY POSTING DATE
000150*                  AND ACCOUNT INTO THE GLJRNL JOURNAL FILE
000160*                  ACCOUNTING IMPORTS, WITH A PRINTED JOURNAL.
000170*                  DEBITS MUST EQUAL CREDITS.  A JOURNAL THAT
000180*                  DOES NOT BALANCE, OR A FEED LINE THE TABLE
000190*                  CANNOT MAP, SETS RETURN CODE 8 AND MARKS
000200*                  THE TRAILER OUT OF BALANCE, THE SAME AS AN
000210*                  OUT-OF-BALANCE BATCH, SO THE FEED IS NOT
000220*                  RELEASED.
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. LAB1GLJ.
000260 AUTHOR. N. D. CLAYTON.
000270 INSTALLATION. WTAMU CS3322.
000280 DATE-WRITTEN. 10/15/2026.
000290 DATE-COMPILED. 10/15/2026.
000300 SECURITY. CONFIDENTIAL.
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT OPTIONAL GL-FEED-FILE ASSIGN TO "GLFEED"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS GL-FEED-STATUS.
000370     SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS GL-JOURNAL-STATUS.
000400     SELECT JOURNAL-REPORT-FILE ASSIGN TO "GLJRPT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS JOURNAL-REPORT-STATUS.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  GL-FEED-FILE
000460     LABEL RECORDS ARE STANDARD.
000470     COPY GLFEED.
000480 FD  GL-JOURNAL-FILE
000490     LABEL RECORDS ARE STANDARD.
000500     COPY GLJRNL.
000510 FD  JOURNAL-REPORT-FILE
000520     LABEL RECORDS ARE STANDARD.
000530 01  JOURNAL-PRINT-LINE          PIC X(132).
000540 WORKING-STORAGE SECTION.
000550 77  GL-FEED-STATUS              PIC X(02) VALUE SPACES.
000560 77  GL-JOURNAL-STATUS           PIC X(02) VALUE SPACES.
000570 77  JOURNAL-REPORT-STATUS       PIC X(02) VALUE SPACES.
000580 77  MORE-GLFEED-SW              PIC X(03) VALUE "YES".
000590     88  NO-MORE-GLFEED                  VALUE "NO".
000600 77  JOURNAL-ERROR-SW            PIC X(03) VALUE "NO".
000610     88  JOURNAL-OUT-OF-BALANCE          VALUE "YES".
000620 77  ENTRIES-SWAPPED-SW          PIC X(03) VALUE "NO".
000630     88  ENTRIES-SWAPPED                 VALUE "YES".
000640 77  MAP-KEY-TYPE                PIC X(01) VALUE SPACE.
000650 77  MAP-KEY-SIDE                PIC X(01) VALUE SPACE.
000660 77  MAP-SUB                     PIC 9(03) COMP VALUE ZERO.
000670 77  MAP-HIT-SUB                 PIC 9(03) COMP VALUE ZERO.
000680 77  ACCOUNT-SUB                 PIC 9(03) COMP VALUE ZERO.
000690 77  POST-ACCOUNT-NO             PIC X(04) VALUE SPACES.
000700 77  POST-DR-CR                  PIC X(01) VALUE SPACE.
000710     88  POST-DEBIT                      VALUE "D".
000720 77  POST-AMOUNT                 PIC 9(09)V99 VALUE ZERO.
000730 77  ENTRY-COUNT                 PIC 9(03) COMP VALUE ZERO.
000740 77  ENTRY-SUB                   PIC 9(03) COMP VALUE ZERO.
000750 77  ENTRY-SUB-NEXT              PIC 9(03) COMP VALUE ZERO.
000760 77  ENTRY-LIMIT                 PIC 9(03) COMP VALUE 300.
000770 77  HOLD-ENTRY                  PIC X(38) VALUE SPACES.
000780 77  FEED-COUNT                  PIC 9(07) COMP VALUE ZERO.
000790 77  UNMAPPED-COUNT              PIC 9(05) COMP VALUE ZERO.
000800 77  TOTAL-DEBITS                PIC 9(11)V99 VALUE ZERO.
000810 77  TOTAL-CREDITS               PIC 9(11)V99 VALUE ZERO.
000820 77  JOURNAL-DIFFERENCE          PIC S9(11)V99 VALUE ZERO.
000830 01  JOURNAL-TABLE.
000840     05  JOURNAL-ENTRY           OCCURS 300 TIMES.
000850         10  JE-POST-DATE        PIC 9(08).
000860         10  JE-ACCOUNT-NO       PIC X(04).
000870         10  JE-DEBIT-AMOUNT     PIC 9(11)V99.
000880         10  JE-CREDIT-AMOUNT    PIC 9(11)V99.
000890 01  POST-DATE-WORK.
000900     05  PDW-YEAR                PIC 9(04).
000910     05  PDW-MONTH               PIC 9(02).
000920     05  PDW-DAY                 PIC 9(02).
000930 01  GLJ-HEADING-1.
000940     05  FILLER                  PIC X(40)
000950         VALUE "GL JOURNAL SUMMARIZED FROM THE GL FEED".
000960 01  GLJ-COLUMN-HEADS.
000970     05  FILLER                  PIC X(12) VALUE "DATE".
000980     05  FILLER                  PIC X(08) VALUE "ACCOUNT".
000990     05  FILLER                  PIC X(26) VALUE SPACES.
001000     05  FILLER                  PIC X(18)
001010         VALUE "            DEBIT".
001020     05  FILLER                  PIC X(18)
001030         VALUE "           CREDIT".
001040 01  GLJ-DETAIL-LINE.
001050     05  DL-POST-MONTH           PIC 9(02).
001060     05  FILLER                  PIC X(01) VALUE "/".
001070     05  DL-POST-DAY             PIC 9(02).
001080     05  FILLER                  PIC X(01) VALUE "/".
001090     05  DL-POST-YEAR            PIC 9(04).
001100     05  FILLER                  PIC X(02) VALUE SPACES.
001110     05  DL-ACCOUNT-NO           PIC X(04).
001120     05  FILLER                  PIC X(04) VALUE SPACES.
001130     05  DL-ACCOUNT-NAME         PIC X(24).
001140     05  FILLER                  PIC X(02) VALUE SPACES.
001150     05  DL-DEBIT-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001160     05  FILLER                  PIC X(01) VALUE SPACES.
001170     05  DL-CREDIT-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001180 01  GLJ-TOTAL-LINE.
001190     05  FILLER                  PIC X(46)
001200         VALUE "JOURNAL TOTALS".
001210     05  TL-TOTAL-DEBITS         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001220     05  FILLER                  PIC X(01) VALUE SPACES.
001230     05  TL-TOTAL-CREDITS        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001240 01  GLJ-UNMAPPED-LINE.
001250     05  FILLER                  PIC X(27)
001260         VALUE "*** NO GLMAP ENTRY - TYPE ".
001270     05  UL-TRAN-TYPE            PIC X(01).
001280     05  FILLER                  PIC X(07) VALUE " SIDE ".
001290     05  UL-WOF-SIDE             PIC X(01).
001300     05  FILLER                  PIC X(10) VALUE " CUSTOMER ".
001310     05  UL-CUSTOMER-ID          PIC X(06).
001320     05  FILLER                  PIC X(08) VALUE " AMOUNT ".
001330     05  UL-AMOUNT-OWED          PIC ZZZ,ZZZ,ZZ9.99.
001340 01  GLJ-PROOF-LINE.
001350     05  PL-PROOF-TEXT           PIC X(60).
001360     05  PL-DIFFERENCE           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
001370 01  GLJ-BLANK-LINE              PIC X(132) VALUE SPACES.
001380     COPY GLMAP.
001390 PROCEDURE DIVISION.
001400*----------------------------------------------------------------*
001410* 0000-MAINLINE                                                 *
001420*----------------------------------------------------------------*
001430 0000-MAINLINE.
001440     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001450     PERFORM 2000-JOURNAL-ONE-FEED THRU 2000-EXIT
001460         UNTIL NO-MORE-GLFEED.
001470     PERFORM 3000-SORT-ENTRIES THRU 3000-EXIT.
001480     PERFORM 4000-WRITE-JOURNAL THRU 4000-EXIT.
001490     PERFORM 5000-PROVE-JOURNAL THRU 5000-EXIT.
001500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001510     STOP RUN.
001520*----------------------------------------------------------------*
001530* 1000-INITIALIZE THRU 1000-EXIT - OPEN THE FEED, THE JOURNAL,   *
001540* AND THE REPORT, AND PRIME THE FIRST FEED RECORD.  NO FEED AT   *
001550* ALL MAKES AN EMPTY, BALANCED JOURNAL.                          *
001560*----------------------------------------------------------------*
001570 1000-INITIALIZE.
001580     OPEN INPUT GL-FEED-FILE.
001590     IF GL-FEED-STATUS NOT = "00" AND "05"
001600         DISPLAY "ERROR OPENING GL-FEED-FILE - STATUS "
001610             GL-FEED-STATUS
001620         STOP RUN
001630     END-IF.
001640     OPEN OUTPUT GL-JOURNAL-FILE.
001650     IF GL-JOURNAL-STATUS NOT = "00"
001660         DISPLAY "ERROR OPENING GL-JOURNAL-FILE - STATUS "
001670             GL-JOURNAL-STATUS
001680         STOP RUN
001690     END-IF.
001700     OPEN OUTPUT JOURNAL-REPORT-FILE.
001710     IF JOURNAL-REPORT-STATUS NOT = "00"
001720         DISPLAY "ERROR OPENING JOURNAL-REPORT-FILE - STATUS "
001730             JOURNAL-REPORT-STATUS
001740         STOP RUN
001750     END-IF.
001760     WRITE JOURNAL-PRINT-LINE FROM GLJ-HEADING-1
001770         AFTER ADVANCING PAGE.
001780     WRITE JOURNAL-PRINT-LINE FROM GLJ-BLANK-LINE
001790         AFTER ADVANCING 1 LINE.
001800     PERFORM 2100-READ-GLFEED THRU 2100-EXIT.
001810 1000-EXIT.
001820     EXIT.
001830*----------------------------------------------------------------*
001840* 2000-JOURNAL-ONE-FEED THRU 2000-EXIT - FIND THE FEED LINE'S    *
001850* MAP ENTRY AND POST ITS AMOUNT, AND ANY TAX, TO BOTH SIDES.  A  *
001860* V REVERSAL USES THE ENTRY OF THE TYPE IT REVERSES WITH DEBIT   *
001870* AND CREDIT SWAPPED.  A LINE WITH NO ENTRY IS PRINTED AND PUTS  *
001880* THE JOURNAL OUT OF BALANCE.                                    *
001890*----------------------------------------------------------------*
001900 2000-JOURNAL-ONE-FEED.
001910     ADD 1 TO FEED-COUNT.
001920     IF GL-TRAN-TYPE = "V"
001930         MOVE GL-REVERSED-TYPE TO MAP-KEY-TYPE
001940     ELSE
001950         MOVE GL-TRAN-TYPE TO MAP-KEY-TYPE
001960     END-IF.
001970     MOVE GL-WOF-SIDE TO MAP-KEY-SIDE.
001980     MOVE ZERO TO MAP-HIT-SUB.
001990     PERFORM 2200-MATCH-MAP THRU 2200-EXIT
002000         VARYING MAP-SUB FROM 1 BY 1
002010         UNTIL MAP-SUB > GL-MAP-COUNT.
002020     IF MAP-HIT-SUB = ZERO
002030         PERFORM 2300-REPORT-UNMAPPED THRU 2300-EXIT
002040         GO TO 2000-NEXT
002050     END-IF.
002060     MOVE GL-AMOUNT-OWED TO POST-AMOUNT.
002070     MOVE GM-AMOUNT-DR-ACCT (MAP-HIT-SUB) TO POST-ACCOUNT-NO.
002080     PERFORM 2400-SET-SIDE-DEBIT THRU 2400-EXIT.
002090     PERFORM 2500-POST-ENTRY THRU 2500-EXIT.
002100     MOVE GM-AMOUNT-CR-ACCT (MAP-HIT-SUB) TO POST-ACCOUNT-NO.
002110     PERFORM 2450-SET-SIDE-CREDIT THRU 2450-EXIT.
002120     PERFORM 2500-POST-ENTRY THRU 2500-EXIT.
002130     IF GL-TAX-AMOUNT = ZERO
002140         GO TO 2000-NEXT
002150     END-IF.
002160     MOVE GL-TAX-AMOUNT TO POST-AMOUNT.
002170     MOVE GM-TAX-DR-ACCT (MAP-HIT-SUB) TO POST-ACCOUNT-NO.
002180     PERFORM 2400-SET-SIDE-DEBIT THRU 2400-EXIT.
002190     PERFORM 2500-POST-ENTRY THRU 2500-EXIT.
002200     MOVE GM-TAX-CR-ACCT (MAP-HIT-SUB) TO POST-ACCOUNT-NO.
002210     PERFORM 2450-SET-SIDE-CREDIT THRU 2450-EXIT.
002220     PERFORM 2500-POST-ENTRY THRU 2500-EXIT.
002230 2000-NEXT.
002240     PERFORM 2100-READ-GLFEED THRU 2100-EXIT.
002250 2000-EXIT.
002260     EXIT.
002270 2100-READ-GLFEED.
002280     READ GL-FEED-FILE
002290         AT END MOVE "NO" TO MORE-GLFEED-SW
002300     END-READ.
002310 2100-EXIT.
002320     EXIT.
002330 2200-MATCH-MAP.
002340     IF GM-TRAN-TYPE (MAP-SUB) = MAP-KEY-TYPE
002350        AND GM-WOF-SIDE (MAP-SUB) = MAP-KEY-SIDE
002360         MOVE MAP-SUB TO MAP-HIT-SUB
002370     END-IF.
002380 2200-EXIT.
002390     EXIT.
002400 2300-REPORT-UNMAPPED.
002410     ADD 1 TO UNMAPPED-COUNT.
002420     MOVE "YES" TO JOURNAL-ERROR-SW.
002430     MOVE GL-TRAN-TYPE TO UL-TRAN-TYPE.
002440     MOVE GL-WOF-SIDE TO UL-WOF-SIDE.
002450     MOVE GL-CUSTOMER-ID TO UL-CUSTOMER-ID.
002460     MOVE GL-AMOUNT-OWED TO UL-AMOUNT-OWED.
002470     WRITE JOURNAL-PRINT-LINE FROM GLJ-UNMAPPED-LINE
002480         AFTER ADVANCING 1 LINE.
002490     DISPLAY "GL JOURNAL ERROR - NO GLMAP ENTRY FOR TYPE "
002500         GL-TRAN-TYPE " SIDE " GL-WOF-SIDE " CUSTOMER "
002510         GL-CUSTOMER-ID.
002520 2300-EXIT.
002530     EXIT.
002540*----------------------------------------------------------------*
002550* 2400-SET-SIDE-DEBIT / 2450-SET-SIDE-CREDIT - WHICH SIDE THE    *
002560* NEXT POSTING GOES TO.  A V REVERSAL TURNS EACH SIDE AROUND.    *
002570*----------------------------------------------------------------*
002580 2400-SET-SIDE-DEBIT.
002590     IF GL-TRAN-TYPE = "V"
002600         MOVE "C" TO POST-DR-CR
002610     ELSE
002620         MOVE "D" TO POST-DR-CR
002630     END-IF.
002640 2400-EXIT.
002650     EXIT.
002660 2450-SET-SIDE-CREDIT.
002670     IF GL-TRAN-TYPE = "V"
002680         MOVE "D" TO POST-DR-CR
002690     ELSE
002700         MOVE "C" TO POST-DR-CR
002710     END-IF.
002720 2450-EXIT.
002730     EXIT.
002740*----------------------------------------------------------------*
002750* 2500-POST-ENTRY THRU 2500-EXIT - ROLL POST-AMOUNT INTO THE     *
002760* DEBIT OR CREDIT SIDE OF THE DATE-AND-ACCOUNT SLOT, ADDING THE  *
002770* SLOT ON FIRST SIGHT.  A FULL TABLE IS A JOURNAL ERROR - WHAT   *
002780* CANNOT BE SUMMARIZED CANNOT BE RELEASED.                       *
002790*----------------------------------------------------------------*
002800 2500-POST-ENTRY.
002810     PERFORM 2510-FIND-ENTRY-SLOT THRU 2510-EXIT.
002820     IF ENTRY-SUB > ENTRY-COUNT
002830         IF ENTRY-COUNT < ENTRY-LIMIT
002840             ADD 1 TO ENTRY-COUNT
002850             MOVE ENTRY-COUNT TO ENTRY-SUB
002860             MOVE GL-TRAN-DATE TO JE-POST-DATE (ENTRY-SUB)
002870             MOVE POST-ACCOUNT-NO TO JE-ACCOUNT-NO (ENTRY-SUB)
002880             MOVE ZERO TO JE-DEBIT-AMOUNT (ENTRY-SUB)
002890             MOVE ZERO TO JE-CREDIT-AMOUNT (ENTRY-SUB)
002900         ELSE
002910             DISPLAY "GL JOURNAL ERROR - ENTRY TABLE FULL AT "
002920                 ENTRY-LIMIT " DATE/ACCOUNT SLOTS"
002930             MOVE "YES" TO JOURNAL-ERROR-SW
002940             GO TO 2500-EXIT
002950         END-IF
002960     END-IF.
002970     IF POST-DEBIT
002980         ADD POST-AMOUNT TO JE-DEBIT-AMOUNT (ENTRY-SUB)
002990         ADD POST-AMOUNT TO TOTAL-DEBITS
003000     ELSE
003010         ADD POST-AMOUNT TO JE-CREDIT-AMOUNT (ENTRY-SUB)
003020         ADD POST-AMOUNT TO TOTAL-CREDITS
003030     END-IF.
003040 2500-EXIT.
003050     EXIT.
003060 2510-FIND-ENTRY-SLOT.
003070     MOVE 1 TO ENTRY-SUB.
003080     PERFORM 2520-STEP-ENTRY-SLOT THRU 2520-EXIT
003090         UNTIL ENTRY-SUB > ENTRY-COUNT
003100            OR (JE-POST-DATE (ENTRY-SUB) = GL-TRAN-DATE
003110            AND JE-ACCOUNT-NO (ENTRY-SUB) = POST-ACCOUNT-NO).
003120 2510-EXIT.
003130     EXIT.
003140 2520-STEP-ENTRY-SLOT.
003150     ADD 1 TO ENTRY-SUB.
003160 2520-EXIT.
003170     EXIT.
003180*----------------------------------------------------------------*
003190* 3000-SORT-ENTRIES THRU 3000-EXIT - EXCHANGE-SORT THE SLOTS BY  *
003200* POSTING DATE AND ACCOUNT (THE FIRST 12 BYTES OF EACH ENTRY),   *
003210* THE ORDER ACCOUNTING IMPORTS THEM IN.                          *
003220*----------------------------------------------------------------*
003230 3000-SORT-ENTRIES.
003240     IF ENTRY-COUNT < 2
003250         GO TO 3000-EXIT
003260     END-IF.
003270     MOVE "YES" TO ENTRIES-SWAPPED-SW.
003280     PERFORM 3100-SORT-PASS THRU 3100-EXIT
003290         UNTIL NOT ENTRIES-SWAPPED.
003300 3000-EXIT.
003310     EXIT.
003320 3100-SORT-PASS.
003330     MOVE "NO" TO ENTRIES-SWAPPED-SW.
003340     PERFORM 3200-COMPARE-PAIR THRU 3200-EXIT
003350         VARYING ENTRY-SUB FROM 1 BY 1
003360         UNTIL ENTRY-SUB NOT < ENTRY-COUNT.
003370 3100-EXIT.
003380     EXIT.
003390 3200-COMPARE-PAIR.
003400     COMPUTE ENTRY-SUB-NEXT = ENTRY-SUB + 1.
003410     IF JOURNAL-ENTRY (ENTRY-SUB) (1:12)
003420        > JOURNAL-ENTRY (ENTRY-SUB-NEXT) (1:12)
003430         MOVE JOURNAL-ENTRY (ENTRY-SUB) TO HOLD-ENTRY
003440         MOVE JOURNAL-ENTRY (ENTRY-SUB-NEXT)
003450             TO JOURNAL-ENTRY (ENTRY-SUB)
003460         MOVE HOLD-ENTRY TO JOURNAL-ENTRY (ENTRY-SUB-NEXT)
003470         MOVE "YES" TO ENTRIES-SWAPPED-SW
003480     END-IF.
003490 3200-EXIT.
003500     EXIT.
003510*----------------------------------------------------------------*
003520* 4000-WRITE-JOURNAL THRU 4000-EXIT - ONE D JOURNAL RECORD AND   *
003530* ONE PRINTED LINE PER DATE-AND-ACCOUNT SLOT.                    *
003540*----------------------------------------------------------------*
003550 4000-WRITE-JOURNAL.
003560     WRITE JOURNAL-PRINT-LINE FROM GLJ-COLUMN-HEADS
003570         AFTER ADVANCING 1 LINE.
003580     PERFORM 4100-WRITE-ONE-ENTRY THRU 4100-EXIT
003590         VARYING ENTRY-SUB FROM 1 BY 1
003600         UNTIL ENTRY-SUB > ENTRY-COUNT.
003610 4000-EXIT.
003620     EXIT.
003630 4100-WRITE-ONE-ENTRY.
003640     MOVE SPACES TO GL-JOURNAL-RECORD.
003650     MOVE "D" TO GJ-RECORD-TYPE.
003660     MOVE JE-POST-DATE (ENTRY-SUB) TO GJ-POST-DATE.
003670     MOVE JE-ACCOUNT-NO (ENTRY-SUB) TO GJ-ACCOUNT-NO.
003680     MOVE JE-DEBIT-AMOUNT (ENTRY-SUB) TO GJ-DEBIT-AMOUNT.
003690     MOVE JE-CREDIT-AMOUNT (ENTRY-SUB) TO GJ-CREDIT-AMOUNT.
003700     WRITE GL-JOURNAL-RECORD.
003710     MOVE JE-POST-DATE (ENTRY-SUB) TO POST-DATE-WORK.
003720     MOVE PDW-MONTH TO DL-POST-MONTH.
003730     MOVE PDW-DAY TO DL-POST-DAY.
003740     MOVE PDW-YEAR TO DL-POST-YEAR.
003750     MOVE JE-ACCOUNT-NO (ENTRY-SUB) TO DL-ACCOUNT-NO.
003760     MOVE "** NOT ON THE CHART **" TO DL-ACCOUNT-NAME.
003770     PERFORM 4110-NAME-ACCOUNT THRU 4110-EXIT
003780         VARYING ACCOUNT-SUB FROM 1 BY 1
003790         UNTIL ACCOUNT-SUB > GL-ACCOUNT-COUNT.
003800     MOVE JE-DEBIT-AMOUNT (ENTRY-SUB) TO DL-DEBIT-AMOUNT.
003810     MOVE JE-CREDIT-AMOUNT (ENTRY-SUB) TO DL-CREDIT-AMOUNT.
003820     WRITE JOURNAL-PRINT-LINE FROM GLJ-DETAIL-LINE
003830         AFTER ADVANCING 1 LINE.
003840 4100-EXIT.
003850     EXIT.
003860 4110-NAME-ACCOUNT.
003870     IF GA-ACCOUNT-NO (ACCOUNT-SUB) = JE-ACCOUNT-NO (ENTRY-SUB)
003880         MOVE GA-ACCOUNT-NAME (ACCOUNT-SUB) TO DL-ACCOUNT-NAME
003890     END-IF.
003900 4110-EXIT.
003910     EXIT.
003920*----------------------------------------------------------------*
003930* 5000-PROVE-JOURNAL THRU 5000-EXIT - DEBITS LESS CREDITS MUST   *
003940* BE ZERO, WITH EVERY FEED LINE MAPPED.  OTHERWISE THE TRAILER   *
003950* SAYS E, RETURN CODE 8 IS SET, AND THE FEED IS HELD BACK FROM   *
003960* ACCOUNTING EXACTLY AS FOR AN OUT-OF-BALANCE BATCH.             *
003970*----------------------------------------------------------------*
003980 5000-PROVE-JOURNAL.
003990     MOVE TOTAL-DEBITS TO TL-TOTAL-DEBITS.
004000     MOVE TOTAL-CREDITS TO TL-TOTAL-CREDITS.
004010     WRITE JOURNAL-PRINT-LINE FROM GLJ-BLANK-LINE
004020         AFTER ADVANCING 1 LINE.
004030     WRITE JOURNAL-PRINT-LINE FROM GLJ-TOTAL-LINE
004040         AFTER ADVANCING 1 LINE.
004050     COMPUTE JOURNAL-DIFFERENCE = TOTAL-DEBITS - TOTAL-CREDITS.
004060     IF JOURNAL-DIFFERENCE NOT = ZERO
004070         MOVE "YES" TO JOURNAL-ERROR-SW
004080     END-IF.
004090     MOVE SPACES TO GL-JOURNAL-RECORD.
004100     MOVE "T" TO GJ-RECORD-TYPE.
004110     MOVE ENTRY-COUNT TO GJ-ENTRY-COUNT.
004120     MOVE TOTAL-DEBITS TO GJ-TOTAL-DEBITS.
004130     MOVE TOTAL-CREDITS TO GJ-TOTAL-CREDITS.
004140     MOVE JOURNAL-DIFFERENCE TO PL-DIFFERENCE.
004150     IF JOURNAL-OUT-OF-BALANCE
004160         MOVE "E" TO GJ-PROOF-STATUS
004170         MOVE "*** OUT OF BALANCE - DO NOT RELEASE *** DR-CR:"
004180             TO PL-PROOF-TEXT
004190         DISPLAY "*** GL JOURNAL OUT OF BALANCE - DO NOT RELEASE"
004200             " THE GL FEED ***"
004210         DISPLAY "DEBITS LESS CREDITS " JOURNAL-DIFFERENCE
004220             "  UNMAPPED FEED LINES " UNMAPPED-COUNT
004230         MOVE 8 TO RETURN-CODE
004240     ELSE
004250         MOVE "B" TO GJ-PROOF-STATUS
004260         MOVE "JOURNAL IN BALANCE - DR-CR:"
004270             TO PL-PROOF-TEXT
004280         DISPLAY "GL JOURNAL BALANCED"
004290     END-IF.
004300     WRITE GL-JOURNAL-RECORD.
004310     WRITE JOURNAL-PRINT-LINE FROM GLJ-PROOF-LINE
004320         AFTER ADVANCING 2 LINES.
004330 5000-EXIT.
004340     EXIT.
004350*----------------------------------------------------------------*
004360* 9000-TERMINATE THRU 9000-EXIT - CLOSE UP AND REPORT WHAT THE   *
004370* JOURNAL RUN READ AND WROTE.                                    *
004380*----------------------------------------------------------------*
004390 9000-TERMINATE.
004400     CLOSE GL-FEED-FILE.
004410     CLOSE GL-JOURNAL-FILE.
004420     CLOSE JOURNAL-REPORT-FILE.
004430     DISPLAY "===== GL JOURNAL TOTALS =====".
004440     DISPLAY "FEED LINES READ  . " FEED-COUNT.
004450     DISPLAY "JOURNAL ENTRIES  . " ENTRY-COUNT.
004460     DISPLAY "TOTAL DEBITS . . . " TOTAL-DEBITS.
004470     DISPLAY "TOTAL CREDITS  . . " TOTAL-CREDITS.
004480 9000-EXIT.
004490     EXIT.
004500 END PROGRAM LAB1GLJ.
