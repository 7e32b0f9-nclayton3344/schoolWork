000010******************************************************************
000020* Author:Nathaniel Clayton
000030* Date:10/15/2026
000040* Purpose: Recurring billing run - build the standing-charge batch
000050*----------------------------------------------------------------*
000060* MODIFICATION HISTORY
000070* DATE       INIT  DESCRIPTION
000080* ---------- ----  --------------------------------------------
000090* 10/15/2026 NDC   ORIGINAL PROGRAM.  WALK THE RECURCHG STANDING-
000100*                  CHARGE FILE AND, FOR EVERY CHARGE WHOSE NEXT
000110*                  BILL DATE HAS COME AS OF THE RUN DATE, WRITE
000120*                  A P-TYPE DETAIL TO A PROPER TRANS-IN BATCH
000130*                  (HEADER, DETAILS, TRAILER WITH COUNT AND HASH
000140*                  TOTAL) SO THE POSTING RUN CARRIES IT THROUGH
000150*                  ITS NORMAL EDITS, CREDIT-LIMIT CHECK, AND
000160*                  SALES TAX LIKE A KEYED PURCHASE.  EACH BILLED
000170*                  CHARGE'S NEXT BILL DATE MOVES ON BY ITS
000180*                  FREQUENCY; A CHARGE MORE THAN ONE PERIOD
000190*                  BEHIND BILLS ONCE FOR EACH PERIOD MISSED.
000200*                  CHARGES PAST THEIR STOP DATE AND CHARGES FOR
000210*                  CUSTOMERS NO LONGER ON THE MASTER ARE PASSED
000220*                  OVER.  EVERYTHING BILLED OR PASSED OVER GOES
000230*                  ON THE RCBRPT BILLING REGISTER.  RUN DATE AND
000240*                  BATCH NUMBER COME FROM THE RCBPARM PARAMETER
000250*                  RECORD, OR FROM THE CONSOLE WHEN THERE IS
000260*                  NO PARMCARD.
000261* 10/15/2026 NDC   CHARGES FOR AN ACCOUNT WITH A CLOSED STATUS ON
000262*                  THE MASTER ARE PASSED OVER AS SKIPPED - CLOSED
000263*                  LIKE A CUSTOMER NO LONGER ON FILE, SINCE THE
000264*                  POSTING RUN WOULD ONLY REJECT THEM.  HELD
000265*                  ACCOUNTS ARE STILL BILLED AND LEFT TO THE
000266*                  POSTING RUN'S CREDIT HOLD.
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. LAB1RCB.
000300 AUTHOR. N. D. CLAYTON.
000310 INSTALLATION. WTAMU CS3322.
000320 DATE-WRITTEN. 10/15/2026.
000330 DATE-COMPILED. 10/15/2026.
000340 SECURITY. CONFIDENTIAL.
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS CM-CUSTOMER-ID
000420         FILE STATUS IS CUST-MAST-STATUS.
000430     SELECT RECURRING-CHARGE-FILE ASSIGN TO "RECURCHG"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS RB-CHARGE-KEY
000470         FILE STATUS IS RECUR-CHG-STATUS.
000480     SELECT TRANS-IN-FILE ASSIGN TO "TRANSIN"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS TRANS-IN-STATUS.
000510     SELECT OPTIONAL RCB-PARM-FILE ASSIGN TO "RCBPARM"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS RCB-PARM-STATUS.
000540     SELECT REGISTER-REPORT-FILE ASSIGN TO "RCBRPT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS REGISTER-REPORT-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  CUSTOMER-MASTER-FILE
000600     LABEL RECORDS ARE STANDARD.
000610     COPY CUSTMAST.
000620 FD  RECURRING-CHARGE-FILE
000630     LABEL RECORDS ARE STANDARD.
000640     COPY RECURCHG.
000650 FD  TRANS-IN-FILE
000660     LABEL RECORDS ARE STANDARD.
000670     COPY TRANSIN.
000680 FD  RCB-PARM-FILE
000690     LABEL RECORDS ARE STANDARD.
000700 01  RCB-PARM-RECORD.
000710     05  RP-RUN-DATE             PIC 9(08).
000720     05  RP-BATCH-NUMBER         PIC 9(04).
000730 FD  REGISTER-REPORT-FILE
000740     LABEL RECORDS ARE STANDARD.
000750 01  REGISTER-PRINT-LINE         PIC X(132).
000760 WORKING-STORAGE SECTION.
000770 77  CUST-MAST-STATUS            PIC X(02) VALUE SPACES.
000780 77  RECUR-CHG-STATUS            PIC X(02) VALUE SPACES.
000790 77  TRANS-IN-STATUS             PIC X(02) VALUE SPACES.
000800 77  RCB-PARM-STATUS             PIC X(02) VALUE SPACES.
000810 77  REGISTER-REPORT-STATUS      PIC X(02) VALUE SPACES.
000820 77  MORE-CHARGES-SW             PIC X(03) VALUE "YES".
000830     88  NO-MORE-CHARGES                 VALUE "NO".
000840 77  PARM-PRESENT-SW             PIC X(03) VALUE "NO".
000850     88  PARM-PRESENT                    VALUE "YES".
000860 77  RUN-DATE-ENTRY              PIC X(08) VALUE SPACES.
000870 77  BATCH-NO-ENTRY              PIC X(04) VALUE SPACES.
000880 77  RUN-DATE                    PIC 9(08) VALUE ZERO.
000890 77  BATCH-NUMBER                PIC 9(04) VALUE ZERO.
000900 77  MONTHS-TO-ADD               PIC 9(02) COMP VALUE ZERO.
000910 77  CUR-MONTH-LENGTH            PIC 9(02) COMP VALUE ZERO.
000920 77  LEAP-QUOTIENT               PIC 9(04) COMP VALUE ZERO.
000930 77  LEAP-REMAINDER              PIC 9(04) COMP VALUE ZERO.
000940 77  PERIODS-BILLED              PIC 9(03) COMP VALUE ZERO.
000950 77  CHARGE-COUNT                PIC 9(07) COMP VALUE ZERO.
000960 77  CHARGE-HASH-TOTAL           PIC 9(09)V99 VALUE ZERO.
000970 77  NOT-DUE-COUNT               PIC 9(07) COMP VALUE ZERO.
000980 77  STOPPED-COUNT               PIC 9(07) COMP VALUE ZERO.
000990 77  CLOSED-COUNT                PIC 9(07) COMP VALUE ZERO.
001000 77  REPORT-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
001010 77  REPORT-PAGE-NO              PIC 9(03) COMP VALUE ZERO.
001020 77  PAGE-LINE-LIMIT             PIC 9(03) COMP VALUE 55.
001030 01  BILL-DATE-WORK.
001040     05  BDW-YEAR                PIC 9(04).
001050     05  BDW-MONTH               PIC 9(02).
001060     05  BDW-DAY                 PIC 9(02).
001070 01  RUN-DATE-WORK.
001080     05  RDW-YEAR                PIC 9(04).
001090     05  RDW-MONTH               PIC 9(02).
001100     05  RDW-DAY                 PIC 9(02).
001110 01  MONTH-LENGTH-VALUES         PIC X(24)
001120     VALUE "312831303130313130313031".
001130 01  MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-VALUES.
001140     05  MONTH-LENGTH            PIC 9(02) OCCURS 12 TIMES.
001150 01  RCB-HEADING-1.
001160     05  FILLER                  PIC X(28)
001170         VALUE "RECURRING BILLING REGISTER -".
001180     05  FILLER                  PIC X(10) VALUE " RUN DATE ".
001190     05  H1-RUN-MONTH            PIC 9(02).
001200     05  FILLER                  PIC X(01) VALUE "/".
001210     05  H1-RUN-DAY              PIC 9(02).
001220     05  FILLER                  PIC X(01) VALUE "/".
001230     05  H1-RUN-YEAR             PIC 9(04).
001240     05  FILLER                  PIC X(08) VALUE "  BATCH ".
001250     05  H1-BATCH-NUMBER         PIC 9(04).
001260     05  FILLER                  PIC X(10) VALUE SPACES.
001270     05  FILLER                  PIC X(05) VALUE "PAGE ".
001280     05  H1-PAGE-NO              PIC ZZ9.
001290 01  RCB-COLUMN-HEADS.
001300     05  FILLER                  PIC X(08) VALUE "CUSTOMER".
001310     05  FILLER                  PIC X(22) VALUE SPACES.
001320     05  FILLER                  PIC X(04) VALUE "CHG".
001330     05  FILLER                  PIC X(32) VALUE "DESCRIPTION".
001340     05  FILLER                  PIC X(05) VALUE "FREQ".
001350     05  FILLER                  PIC X(12) VALUE "BILL DATE".
001360     05  FILLER                  PIC X(12) VALUE "     AMOUNT".
001370     05  FILLER                  PIC X(02) VALUE SPACES.
001380     05  FILLER                  PIC X(20) VALUE "ACTION".
001390 01  RCB-DETAIL-LINE.
001400     05  DL-CUSTOMER-ID          PIC X(06).
001410     05  FILLER                  PIC X(02) VALUE SPACES.
001420     05  DL-CUSTOMER-NAME        PIC X(20).
001430     05  FILLER                  PIC X(02) VALUE SPACES.
001440     05  DL-CHARGE-NO            PIC 9(02).
001450     05  FILLER                  PIC X(02) VALUE SPACES.
001460     05  DL-DESCRIPTION          PIC X(30).
001470     05  FILLER                  PIC X(02) VALUE SPACES.
001480     05  DL-FREQUENCY            PIC X(01).
001490     05  FILLER                  PIC X(04) VALUE SPACES.
001500     05  DL-BILL-MONTH           PIC 9(02).
001510     05  FILLER                  PIC X(01) VALUE "/".
001520     05  DL-BILL-DAY             PIC 9(02).
001530     05  FILLER                  PIC X(01) VALUE "/".
001540     05  DL-BILL-YEAR            PIC 9(04).
001550     05  FILLER                  PIC X(02) VALUE SPACES.
001560     05  DL-AMOUNT               PIC ZZ,ZZZ,ZZ9.99.
001570     05  FILLER                  PIC X(02) VALUE SPACES.
001580     05  DL-ACTION               PIC X(20).
001590 01  RCB-TOTAL-LINE.
001600     05  TL-TOTAL-LABEL          PIC X(30).
001610     05  TL-ITEM-COUNT           PIC ZZ,ZZ9.
001620     05  FILLER                  PIC X(04) VALUE SPACES.
001630     05  TL-TOTAL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
001640 01  RCB-BLANK-LINE              PIC X(132) VALUE SPACES.
001650 PROCEDURE DIVISION.
001660*----------------------------------------------------------------*
001670* 0000-MAINLINE                                                 *
001680*----------------------------------------------------------------*
001690 0000-MAINLINE.
001700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001710     PERFORM 3000-BILL-ONE-CHARGE THRU 3000-EXIT
001720         UNTIL NO-MORE-CHARGES.
001730     PERFORM 4000-WRITE-BATCH-TRAILER THRU 4000-EXIT.
001740     PERFORM 4500-PRINT-REGISTER-TOTALS THRU 4500-EXIT.
001750     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001760     STOP RUN.
001770*----------------------------------------------------------------*
001780* 1000-INITIALIZE THRU 1000-EXIT - GET THE RUN PARAMETERS, OPEN  *
001790* THE FILES, WRITE THE BATCH HEADER, AND PRIME THE FIRST CHARGE. *
001800*----------------------------------------------------------------*
001810 1000-INITIALIZE.
001820     PERFORM 1100-GET-RUN-PARMS THRU 1100-EXIT.
001830     OPEN INPUT CUSTOMER-MASTER-FILE.
001840     IF CUST-MAST-STATUS NOT = "00"
001850         DISPLAY "ERROR OPENING CUSTOMER-MASTER-FILE - STATUS "
001860             CUST-MAST-STATUS
001870         STOP RUN
001880     END-IF.
001890     OPEN I-O RECURRING-CHARGE-FILE.
001900     IF RECUR-CHG-STATUS NOT = "00"
001910         DISPLAY "ERROR OPENING RECURRING-CHARGE-FILE - STATUS "
001920             RECUR-CHG-STATUS
001930         STOP RUN
001940     END-IF.
001950     OPEN OUTPUT TRANS-IN-FILE.
001960     IF TRANS-IN-STATUS NOT = "00"
001970         DISPLAY "ERROR OPENING TRANS-IN-FILE - STATUS "
001980             TRANS-IN-STATUS
001990         STOP RUN
002000     END-IF.
002010     OPEN OUTPUT REGISTER-REPORT-FILE.
002020     IF REGISTER-REPORT-STATUS NOT = "00"
002030         DISPLAY "ERROR OPENING REGISTER-REPORT-FILE - STATUS "
002040             REGISTER-REPORT-STATUS
002050         STOP RUN
002060     END-IF.
002070     MOVE SPACES TO TRANSACTION-IN-RECORD.
002080     MOVE "H" TO TI-RECORD-TYPE.
002090     MOVE RUN-DATE TO TI-BATCH-DATE.
002100     MOVE BATCH-NUMBER TO TI-BATCH-NUMBER.
002110     WRITE TRANSACTION-IN-RECORD.
002120     MOVE RUN-DATE TO RUN-DATE-WORK.
002130     MOVE RDW-MONTH TO H1-RUN-MONTH.
002140     MOVE RDW-DAY TO H1-RUN-DAY.
002150     MOVE RDW-YEAR TO H1-RUN-YEAR.
002160     MOVE BATCH-NUMBER TO H1-BATCH-NUMBER.
002170     PERFORM 2000-PRINT-HEADINGS THRU 2000-EXIT.
002180     MOVE LOW-VALUES TO RB-CHARGE-KEY.
002190     START RECURRING-CHARGE-FILE KEY NOT < RB-CHARGE-KEY
002200         INVALID KEY
002210             MOVE "NO" TO MORE-CHARGES-SW
002220     END-START.
002230     PERFORM 3100-READ-CHARGE THRU 3100-EXIT.
002240 1000-EXIT.
002250     EXIT.
002260*----------------------------------------------------------------*
002270* 1100-GET-RUN-PARMS THRU 1100-EXIT - THE SCHEDULED RUN TAKES    *
002280* THE RUN DATE AND BATCH NUMBER FROM THE RCBPARM RECORD; NO      *
002290* PARMCARD MEANS THE OPERATOR IS AT THE CONSOLE AND GETS         *
002300* PROMPTED.  A BAD PARMCARD STOPS THE RUN.                       *
002310*----------------------------------------------------------------*
002320 1100-GET-RUN-PARMS.
002330     MOVE "NO" TO PARM-PRESENT-SW.
002340     OPEN INPUT RCB-PARM-FILE.
002350     IF RCB-PARM-STATUS = "00"
002360         READ RCB-PARM-FILE
002370             AT END CONTINUE
002380             NOT AT END MOVE "YES" TO PARM-PRESENT-SW
002390         END-READ
002400     END-IF.
002410     CLOSE RCB-PARM-FILE.
002420     IF PARM-PRESENT
002430         IF RCB-PARM-RECORD IS NOT NUMERIC
002440             DISPLAY "BAD RCBPARM - ALL FIELDS MUST BE NUMERIC"
002450             MOVE 8 TO RETURN-CODE
002460             STOP RUN
002470         END-IF
002480         MOVE RP-RUN-DATE TO RUN-DATE
002490         MOVE RP-BATCH-NUMBER TO BATCH-NUMBER
002500     ELSE
002510         PERFORM 1200-PROMPT-RUN-PARMS THRU 1200-EXIT
002520     END-IF.
002530     IF RUN-DATE = ZERO
002540         DISPLAY "RUN DATE MUST BE NONZERO - RUN STOPPED"
002550         MOVE 8 TO RETURN-CODE
002560         STOP RUN
002570     END-IF.
002580     DISPLAY "RECURRING CHARGES DUE AS OF " RUN-DATE
002590         " BATCH " BATCH-NUMBER.
002600 1100-EXIT.
002610     EXIT.
002620 1200-PROMPT-RUN-PARMS.
002630     MOVE SPACES TO RUN-DATE-ENTRY.
002640     PERFORM 1210-PROMPT-RUN-DATE THRU 1210-EXIT
002650         UNTIL RUN-DATE-ENTRY IS NUMERIC.
002660     MOVE RUN-DATE-ENTRY TO RUN-DATE.
002670     MOVE SPACES TO BATCH-NO-ENTRY.
002680     PERFORM 1240-PROMPT-BATCH-NO THRU 1240-EXIT
002690         UNTIL BATCH-NO-ENTRY IS NUMERIC.
002700     MOVE BATCH-NO-ENTRY TO BATCH-NUMBER.
002710 1200-EXIT.
002720     EXIT.
002730 1210-PROMPT-RUN-DATE.
002740     DISPLAY "BILL CHARGES DUE AS OF (YYYYMMDD)?".
002750     ACCEPT RUN-DATE-ENTRY.
002760     IF RUN-DATE-ENTRY IS NOT NUMERIC
002770         DISPLAY "RUN DATE MUST BE EIGHT DIGITS - RE-ENTER"
002780     END-IF.
002790 1210-EXIT.
002800     EXIT.
002810 1240-PROMPT-BATCH-NO.
002820     DISPLAY "BATCH NUMBER FOR THE RECURRING CHARGE BATCH?".
002830     ACCEPT BATCH-NO-ENTRY.
002840     IF BATCH-NO-ENTRY IS NOT NUMERIC
002850         DISPLAY "BATCH NUMBER MUST BE FOUR DIGITS - RE-ENTER"
002860     END-IF.
002870 1240-EXIT.
002880     EXIT.
002890 2000-PRINT-HEADINGS.
002900     ADD 1 TO REPORT-PAGE-NO.
002910     MOVE REPORT-PAGE-NO TO H1-PAGE-NO.
002920     WRITE REGISTER-PRINT-LINE FROM RCB-HEADING-1
002930         AFTER ADVANCING PAGE.
002940     WRITE REGISTER-PRINT-LINE FROM RCB-BLANK-LINE
002950         AFTER ADVANCING 1 LINE.
002960     WRITE REGISTER-PRINT-LINE FROM RCB-COLUMN-HEADS
002970         AFTER ADVANCING 1 LINE.
002980     MOVE 3 TO REPORT-LINE-COUNT.
002990 2000-EXIT.
003000     EXIT.
003010*----------------------------------------------------------------*
003020* 3000-BILL-ONE-CHARGE THRU 3000-EXIT - A CHARGE NOT YET DUE IS  *
003030* LEFT ALONE.  ONE PAST ITS STOP DATE, OR FOR A CUSTOMER NO      *
003040* LONGER ON THE MASTER OR WHOSE ACCOUNT IS CLOSED, IS LISTED AND *
003045* PASSED OVER.  OTHERWISE BILL EVERY PERIOD DUE AS OF THE RUN    *
003050* DATE AND REWRITE THE CHARGE WITH ITS NEW NEXT BILL DATE.       *
003070*----------------------------------------------------------------*
003080 3000-BILL-ONE-CHARGE.
003090     IF RB-NEXT-BILL-DATE > RUN-DATE
003100         ADD 1 TO NOT-DUE-COUNT
003110         GO TO 3000-NEXT
003120     END-IF.
003130     MOVE RB-CUSTOMER-ID TO CM-CUSTOMER-ID.
003140     READ CUSTOMER-MASTER-FILE
003150         INVALID KEY
003160             MOVE "** NOT ON MASTER **" TO CM-CUSTOMER-NAME
003170             MOVE RB-NEXT-BILL-DATE TO BILL-DATE-WORK
003180             MOVE ZERO TO DL-AMOUNT
003190             MOVE "SKIPPED - CLOSED" TO DL-ACTION
003200             PERFORM 3500-PRINT-REGISTER-LINE THRU 3500-EXIT
003210             ADD 1 TO CLOSED-COUNT
003220             GO TO 3000-NEXT
003230     END-READ.
003231     IF ACCOUNT-CLOSED
003232         MOVE RB-NEXT-BILL-DATE TO BILL-DATE-WORK
003233         MOVE ZERO TO DL-AMOUNT
003234         MOVE "SKIPPED - CLOSED" TO DL-ACTION
003235         PERFORM 3500-PRINT-REGISTER-LINE THRU 3500-EXIT
003236         ADD 1 TO CLOSED-COUNT
003237         GO TO 3000-NEXT
003238     END-IF.
003240     IF RB-STOP-DATE NOT = ZERO
003250        AND RB-NEXT-BILL-DATE > RB-STOP-DATE
003260         MOVE RB-NEXT-BILL-DATE TO BILL-DATE-WORK
003270         MOVE ZERO TO DL-AMOUNT
003280         MOVE "SKIPPED - STOPPED" TO DL-ACTION
003290         PERFORM 3500-PRINT-REGISTER-LINE THRU 3500-EXIT
003300         ADD 1 TO STOPPED-COUNT
003310         GO TO 3000-NEXT
003320     END-IF.
003330     MOVE ZERO TO PERIODS-BILLED.
003340     PERFORM 3200-BILL-ONE-PERIOD THRU 3200-EXIT
003350         UNTIL RB-NEXT-BILL-DATE > RUN-DATE
003360            OR (RB-STOP-DATE NOT = ZERO
003370                AND RB-NEXT-BILL-DATE > RB-STOP-DATE).
003380     MOVE RUN-DATE TO RB-LAST-BILL-DATE.
003390     REWRITE RECURRING-CHARGE-RECORD
003400         INVALID KEY
003410             DISPLAY "ERROR REWRITING CHARGE " RB-CUSTOMER-ID
003420                 "-" RB-CHARGE-NO " - STATUS " RECUR-CHG-STATUS
003430     END-REWRITE.
003440 3000-NEXT.
003450     PERFORM 3100-READ-CHARGE THRU 3100-EXIT.
003460 3000-EXIT.
003470     EXIT.
003480 3100-READ-CHARGE.
003490     IF NO-MORE-CHARGES
003500         GO TO 3100-EXIT
003510     END-IF.
003520     READ RECURRING-CHARGE-FILE NEXT
003530         AT END MOVE "NO" TO MORE-CHARGES-SW
003540     END-READ.
003550 3100-EXIT.
003560     EXIT.
003570*----------------------------------------------------------------*
003580* 3200-BILL-ONE-PERIOD THRU 3200-EXIT - ONE P-TYPE DETAIL FOR    *
003590* THE PERIOD BILLING ON RB-NEXT-BILL-DATE, THEN MOVE THE NEXT    *
003600* BILL DATE ON BY THE CHARGE'S FREQUENCY.                        *
003610*----------------------------------------------------------------*
003620 3200-BILL-ONE-PERIOD.
003630     MOVE SPACES TO TRANSACTION-IN-RECORD.
003640     MOVE "D" TO TI-RECORD-TYPE.
003650     MOVE "P" TO TI-TRAN-TYPE.
003660     MOVE RB-CUSTOMER-ID TO TI-CUSTOMER-ID.
003670     MOVE RB-AMOUNT TO TI-PURCHASE-AMOUNT.
003680     MOVE ZERO TO TI-ORIG-TRAN-DATE.
003690     MOVE ZERO TO TI-ORIG-SEQ-NO.
003700     WRITE TRANSACTION-IN-RECORD.
003710     ADD 1 TO CHARGE-COUNT.
003720     ADD RB-AMOUNT TO CHARGE-HASH-TOTAL.
003730     ADD 1 TO PERIODS-BILLED.
003740     MOVE RB-NEXT-BILL-DATE TO BILL-DATE-WORK.
003750     MOVE RB-AMOUNT TO DL-AMOUNT.
003760     MOVE "BILLED" TO DL-ACTION.
003770     IF PERIODS-BILLED > 1
003780         MOVE "BILLED - CATCH-UP" TO DL-ACTION
003790     END-IF.
003800     PERFORM 3500-PRINT-REGISTER-LINE THRU 3500-EXIT.
003810     PERFORM 3300-ADVANCE-BILL-DATE THRU 3300-EXIT.
003820 3200-EXIT.
003830     EXIT.
003840*----------------------------------------------------------------*
003850* 3300-ADVANCE-BILL-DATE THRU 3300-EXIT - 1, 3, 6, OR 12 MONTHS  *
003860* ON, BILLING ON RB-BILL-DAY OR THE LAST DAY OF A SHORTER MONTH. *
003870*----------------------------------------------------------------*
003880 3300-ADVANCE-BILL-DATE.
003890     MOVE 1 TO MONTHS-TO-ADD.
003900     IF RB-QUARTERLY
003910         MOVE 3 TO MONTHS-TO-ADD
003920     END-IF.
003930     IF RB-SEMIANNUAL
003940         MOVE 6 TO MONTHS-TO-ADD
003950     END-IF.
003960     IF RB-ANNUAL
003970         MOVE 12 TO MONTHS-TO-ADD
003980     END-IF.
003990     MOVE RB-NEXT-BILL-DATE TO BILL-DATE-WORK.
004000     ADD MONTHS-TO-ADD TO BDW-MONTH.
004010     IF BDW-MONTH > 12
004020         SUBTRACT 12 FROM BDW-MONTH
004030         ADD 1 TO BDW-YEAR
004040     END-IF.
004050     PERFORM 3310-SET-MONTH-LENGTH THRU 3310-EXIT.
004060     IF RB-BILL-DAY > CUR-MONTH-LENGTH OR RB-BILL-DAY = ZERO
004070         MOVE CUR-MONTH-LENGTH TO BDW-DAY
004080     ELSE
004090         MOVE RB-BILL-DAY TO BDW-DAY
004100     END-IF.
004110     MOVE BILL-DATE-WORK TO RB-NEXT-BILL-DATE.
004120 3300-EXIT.
004130     EXIT.
004140 3310-SET-MONTH-LENGTH.
004150     MOVE MONTH-LENGTH (BDW-MONTH) TO CUR-MONTH-LENGTH.
004160     IF BDW-MONTH NOT = 2
004170         GO TO 3310-EXIT
004180     END-IF.
004190     DIVIDE BDW-YEAR BY 4 GIVING LEAP-QUOTIENT
004200         REMAINDER LEAP-REMAINDER.
004210     IF LEAP-REMAINDER NOT = ZERO
004220         GO TO 3310-EXIT
004230     END-IF.
004240     MOVE 29 TO CUR-MONTH-LENGTH.
004250     DIVIDE BDW-YEAR BY 100 GIVING LEAP-QUOTIENT
004260         REMAINDER LEAP-REMAINDER.
004270     IF LEAP-REMAINDER NOT = ZERO
004280         GO TO 3310-EXIT
004290     END-IF.
004300     DIVIDE BDW-YEAR BY 400 GIVING LEAP-QUOTIENT
004310         REMAINDER LEAP-REMAINDER.
004320     IF LEAP-REMAINDER NOT = ZERO
004330         MOVE 28 TO CUR-MONTH-LENGTH
004340     END-IF.
004350 3310-EXIT.
004360     EXIT.
004370*----------------------------------------------------------------*
004380* 3500-PRINT-REGISTER-LINE THRU 3500-EXIT - ONE REGISTER LINE    *
004390* FOR THE CHARGE IN HAND.  THE CALLER SETS THE BILL DATE, AMOUNT *
004400* AND ACTION.                                                    *
004410*----------------------------------------------------------------*
004420 3500-PRINT-REGISTER-LINE.
004430     IF REPORT-LINE-COUNT > PAGE-LINE-LIMIT
004440         PERFORM 2000-PRINT-HEADINGS THRU 2000-EXIT
004450     END-IF.
004460     MOVE RB-CUSTOMER-ID TO DL-CUSTOMER-ID.
004470     MOVE CM-CUSTOMER-NAME TO DL-CUSTOMER-NAME.
004480     MOVE RB-CHARGE-NO TO DL-CHARGE-NO.
004490     MOVE RB-DESCRIPTION TO DL-DESCRIPTION.
004500     MOVE RB-FREQUENCY TO DL-FREQUENCY.
004510     MOVE BDW-MONTH TO DL-BILL-MONTH.
004520     MOVE BDW-DAY TO DL-BILL-DAY.
004530     MOVE BDW-YEAR TO DL-BILL-YEAR.
004540     WRITE REGISTER-PRINT-LINE FROM RCB-DETAIL-LINE
004550         AFTER ADVANCING 1 LINE.
004560     ADD 1 TO REPORT-LINE-COUNT.
004570 3500-EXIT.
004580     EXIT.
004590*----------------------------------------------------------------*
004600* 4000-WRITE-BATCH-TRAILER THRU 4000-EXIT - CLOSE THE BATCH WITH *
004610* ITS COUNT AND HASH TOTAL SO THE POSTING RUN'S TRAILER PROOF    *
004620* COVERS IT LIKE ANY OTHER BATCH.                                *
004630*----------------------------------------------------------------*
004640 4000-WRITE-BATCH-TRAILER.
004650     MOVE SPACES TO TRANSACTION-IN-RECORD.
004660     MOVE "T" TO TI-RECORD-TYPE.
004670     MOVE CHARGE-COUNT TO TI-TRAILER-COUNT.
004680     MOVE CHARGE-HASH-TOTAL TO TI-TRAILER-AMOUNT.
004690     WRITE TRANSACTION-IN-RECORD.
004700 4000-EXIT.
004710     EXIT.
004720 4500-PRINT-REGISTER-TOTALS.
004730     WRITE REGISTER-PRINT-LINE FROM RCB-BLANK-LINE
004740         AFTER ADVANCING 1 LINE.
004750     MOVE "CHARGES BILLED" TO TL-TOTAL-LABEL.
004760     MOVE CHARGE-COUNT TO TL-ITEM-COUNT.
004770     MOVE CHARGE-HASH-TOTAL TO TL-TOTAL-AMOUNT.
004780     WRITE REGISTER-PRINT-LINE FROM RCB-TOTAL-LINE
004790         AFTER ADVANCING 1 LINE.
004800     MOVE ZERO TO TL-TOTAL-AMOUNT.
004810     MOVE "SKIPPED - STOPPED" TO TL-TOTAL-LABEL.
004820     MOVE STOPPED-COUNT TO TL-ITEM-COUNT.
004830     WRITE REGISTER-PRINT-LINE FROM RCB-TOTAL-LINE
004840         AFTER ADVANCING 1 LINE.
004850     MOVE "SKIPPED - CLOSED" TO TL-TOTAL-LABEL.
004860     MOVE CLOSED-COUNT TO TL-ITEM-COUNT.
004870     WRITE REGISTER-PRINT-LINE FROM RCB-TOTAL-LINE
004880         AFTER ADVANCING 1 LINE.
004890     MOVE "NOT YET DUE" TO TL-TOTAL-LABEL.
004900     MOVE NOT-DUE-COUNT TO TL-ITEM-COUNT.
004910     WRITE REGISTER-PRINT-LINE FROM RCB-TOTAL-LINE
004920         AFTER ADVANCING 1 LINE.
004930 4500-EXIT.
004940     EXIT.
004950*----------------------------------------------------------------*
004960* 9000-TERMINATE THRU 9000-EXIT - CLOSE UP AND REPORT WHAT THE   *
004970* BILLING RUN WROTE.                                             *
004980*----------------------------------------------------------------*
004990 9000-TERMINATE.
005000     CLOSE CUSTOMER-MASTER-FILE.
005010     CLOSE RECURRING-CHARGE-FILE.
005020     CLOSE TRANS-IN-FILE.
005030     CLOSE REGISTER-REPORT-FILE.
005040     DISPLAY "===== RECURRING BILLING TOTALS =====".
005050     DISPLAY "CHARGES BILLED . . " CHARGE-COUNT.
005060     DISPLAY "BILLED TOTAL . . . " CHARGE-HASH-TOTAL.
005070     DISPLAY "SKIPPED - STOPPED  " STOPPED-COUNT.
005080     DISPLAY "SKIPPED - CLOSED . " CLOSED-COUNT.
005090     DISPLAY "NOT YET DUE  . . . " NOT-DUE-COUNT.
005100 9000-EXIT.
005110     EXIT.
005120 END PROGRAM LAB1RCB.
