000010******************************************************************
000020* Author:Nathaniel Clayton
000030* Date:10/15/2026
000040* Purpose: Recurring-charge maintenance
000050*----------------------------------------------------------------*
000060* MODIFICATION HISTORY
000070* DATE       INIT  DESCRIPTION
000080* ---------- ----  --------------------------------------------
000090* 10/15/2026 NDC   ORIGINAL PROGRAM.  ADD / CHANGE / DELETE /
000100*                  INQUIRE / LIST MAINTENANCE AGAINST THE
000110*                  RECURCHG STANDING-CHARGE FILE THE MONTHLY
000120*                  BILLING RUN WORKS FROM, WITH A BEFORE-AND-
000130*                  AFTER IMAGE OF EVERY CHANGE WRITTEN TO THE
000140*                  RCGLOG CHANGE LOG FOR THE AUDITORS, THE SAME
000150*                  WAY LAB1MNT LOGS THE CUSTOMER MASTER.  A
000160*                  CHARGE CAN ONLY BE ADDED FOR A CUSTOMER ON
000170*                  THE MASTER.
000180******************************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LAB1RCM.
000210 AUTHOR. N. D. CLAYTON.
000220 INSTALLATION. WTAMU CS3322.
000230 DATE-WRITTEN. 10/15/2026.
000240 DATE-COMPILED. 10/15/2026.
000250 SECURITY. CONFIDENTIAL.
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS CM-CUSTOMER-ID
000330         FILE STATUS IS CUST-MAST-STATUS.
000340     SELECT OPTIONAL RECURRING-CHARGE-FILE ASSIGN TO "RECURCHG"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS RB-CHARGE-KEY
000380         FILE STATUS IS RECUR-CHG-STATUS.
000390     SELECT OPTIONAL CHARGE-LOG-FILE ASSIGN TO "RCGLOG"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS CHARGE-LOG-STATUS.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  CUSTOMER-MASTER-FILE
000450     LABEL RECORDS ARE STANDARD.
000460     COPY CUSTMAST.
000470 FD  RECURRING-CHARGE-FILE
000480     LABEL RECORDS ARE STANDARD.
000490     COPY RECURCHG.
000500 FD  CHARGE-LOG-FILE
000510     LABEL RECORDS ARE STANDARD.
000520 01  CHARGE-LOG-RECORD.
000530     05  RL-LOG-DATE             PIC 9(08).
000540     05  RL-LOG-TIME             PIC 9(08).
000550     05  RL-FUNCTION             PIC X(01).
000560     05  RL-CHARGE-KEY.
000570         10  RL-CUSTOMER-ID      PIC X(06).
000580         10  RL-CHARGE-NO        PIC 9(02).
000590     05  RL-BEFORE-IMAGE         PIC X(80).
000600     05  RL-AFTER-IMAGE          PIC X(80).
000610 WORKING-STORAGE SECTION.
000620 77  CUST-MAST-STATUS            PIC X(02) VALUE SPACES.
000630 77  RECUR-CHG-STATUS            PIC X(02) VALUE SPACES.
000640 77  CHARGE-LOG-STATUS           PIC X(02) VALUE SPACES.
000650 77  MAINT-FUNCTION              PIC X(01) VALUE SPACE.
000660     88  ADD-FUNCTION                    VALUE "A".
000670     88  CHANGE-FUNCTION                 VALUE "C".
000680     88  DELETE-FUNCTION                 VALUE "D".
000690     88  INQUIRE-FUNCTION                VALUE "I".
000700     88  LIST-FUNCTION                   VALUE "L".
000710     88  QUIT-FUNCTION                   VALUE "Q".
000720     88  VALID-FUNCTION                  VALUE "A" "C" "D"
000730                                               "I" "L" "Q".
000740 77  MAINT-CUSTOMER-ID           PIC X(06) VALUE SPACES.
000750 77  CHARGE-NO-ENTRY             PIC X(02) VALUE SPACES.
000760 77  MAINT-CHARGE-NO             PIC 9(02) VALUE ZERO.
000770 77  CUSTOMER-FOUND-SW           PIC X(03) VALUE "NO".
000780     88  CUSTOMER-FOUND                  VALUE "YES".
000790 77  CHARGE-FOUND-SW             PIC X(03) VALUE "NO".
000800     88  CHARGE-FOUND                    VALUE "YES".
000810 77  MORE-CHARGES-SW             PIC X(03) VALUE "YES".
000820     88  NO-MORE-CHARGES                 VALUE "NO".
000830 77  CONFIRM-ANSWER              PIC X(01) VALUE SPACE.
000840     88  DELETE-CONFIRMED                VALUE "Y".
000850 77  AMOUNT-ENTRY                PIC X(07) VALUE SPACES.
000860 77  AMOUNT-JUST                 PIC X(07) JUSTIFIED RIGHT
000870                                 VALUE SPACES.
000880 77  VALID-AMOUNT-SW             PIC X(03) VALUE "NO".
000890     88  VALID-AMOUNT                    VALUE "YES".
000900 77  DESCRIPTION-ENTRY           PIC X(30) VALUE SPACES.
000910 77  FREQUENCY-ENTRY             PIC X(01) VALUE SPACE.
000920     88  VALID-FREQUENCY-ENTRY           VALUE "M" "Q" "S" "A".
000930 77  DATE-ENTRY                  PIC X(08) VALUE SPACES.
000940 77  VALID-DATE-SW               PIC X(03) VALUE "NO".
000950     88  VALID-DATE                      VALUE "YES".
000960 77  START-DATE-SAVE             PIC 9(08) VALUE ZERO.
000970 77  STOP-DATE-SAVE              PIC 9(08) VALUE ZERO.
000980 77  LIST-COUNT                  PIC 9(03) COMP VALUE ZERO.
000990 77  LOG-STAMP-DATE              PIC 9(08) VALUE ZERO.
001000 77  LOG-STAMP-TIME              PIC 9(08) VALUE ZERO.
001010 77  BEFORE-IMAGE-SAVE           PIC X(80) VALUE SPACES.
001020 77  AMOUNT-DISPLAY              PIC ZZ,ZZ9.99.
001030 01  AMOUNT-WORK.
001040     05  AMOUNT-DIGITS           PIC 9(07).
001050     05  AMOUNT-VALUE            REDEFINES AMOUNT-DIGITS
001060                                 PIC 9(05)V99.
001070 01  DATE-CHECK-WORK.
001080     05  DCW-YEAR                PIC 9(04).
001090     05  DCW-MONTH               PIC 9(02).
001100     05  DCW-DAY                 PIC 9(02).
001110 PROCEDURE DIVISION.
001120*----------------------------------------------------------------*
001130* 0000-MAINLINE                                                 *
001140*----------------------------------------------------------------*
001150 0000-MAINLINE.
001160     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001170     PERFORM 2000-PROCESS-REQUESTS THRU 2000-EXIT
001180         UNTIL QUIT-FUNCTION.
001190     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001200     STOP RUN.
001210*----------------------------------------------------------------*
001220* 1000-INITIALIZE THRU 1000-EXIT - OPEN THE CUSTOMER MASTER TO   *
001230* CHECK IDS AGAINST, OPEN THE CHARGE FILE, BUILDING AN EMPTY ONE *
001240* ON THE VERY FIRST RUN, AND EXTEND THE CHANGE LOG SO EARLIER    *
001250* SESSIONS' ENTRIES ARE KEPT.                                    *
001260*----------------------------------------------------------------*
001270 1000-INITIALIZE.
001280     OPEN INPUT CUSTOMER-MASTER-FILE.
001290     IF CUST-MAST-STATUS NOT = "00"
001300         DISPLAY "ERROR OPENING CUSTOMER-MASTER-FILE - STATUS "
001310             CUST-MAST-STATUS
001320         STOP RUN
001330     END-IF.
001340     OPEN I-O RECURRING-CHARGE-FILE.
001350     IF RECUR-CHG-STATUS = "35"
001360         OPEN OUTPUT RECURRING-CHARGE-FILE
001370         CLOSE RECURRING-CHARGE-FILE
001380         OPEN I-O RECURRING-CHARGE-FILE
001390     END-IF.
001400     IF RECUR-CHG-STATUS NOT = "00" AND "05"
001410         DISPLAY "ERROR OPENING RECURRING-CHARGE-FILE - STATUS "
001420             RECUR-CHG-STATUS
001430         STOP RUN
001440     END-IF.
001450     OPEN EXTEND CHARGE-LOG-FILE.
001460     IF CHARGE-LOG-STATUS NOT = "00" AND "05"
001470         DISPLAY "ERROR OPENING CHARGE-LOG-FILE - STATUS "
001480             CHARGE-LOG-STATUS
001490         STOP RUN
001500     END-IF.
001510 1000-EXIT.
001520     EXIT.
001530*----------------------------------------------------------------*
001540* 2000-PROCESS-REQUESTS THRU 2000-EXIT - ONE MAINTENANCE         *
001550* REQUEST PER PASS: GET THE FUNCTION AND FAN OUT.                *
001560*----------------------------------------------------------------*
001570 2000-PROCESS-REQUESTS.
001580     PERFORM 2100-GET-FUNCTION THRU 2100-EXIT.
001590     IF ADD-FUNCTION
001600         PERFORM 3000-ADD-CHARGE THRU 3000-EXIT
001610     END-IF.
001620     IF CHANGE-FUNCTION
001630         PERFORM 4000-CHANGE-CHARGE THRU 4000-EXIT
001640     END-IF.
001650     IF DELETE-FUNCTION
001660         PERFORM 5000-DELETE-CHARGE THRU 5000-EXIT
001670     END-IF.
001680     IF INQUIRE-FUNCTION
001690         PERFORM 6000-INQUIRE-CHARGE THRU 6000-EXIT
001700     END-IF.
001710     IF LIST-FUNCTION
001720         PERFORM 6500-LIST-CHARGES THRU 6500-EXIT
001730     END-IF.
001740 2000-EXIT.
001750     EXIT.
001760 2100-GET-FUNCTION.
001770     MOVE SPACE TO MAINT-FUNCTION.
001780     PERFORM 2110-PROMPT-FUNCTION THRU 2110-EXIT
001790         UNTIL VALID-FUNCTION.
001800 2100-EXIT.
001810     EXIT.
001820 2110-PROMPT-FUNCTION.
001830     DISPLAY "FUNCTION - A(DD), C(HANGE), D(ELETE), I(NQUIRE),"
001840         " L(IST), Q(UIT)?".
001850     ACCEPT MAINT-FUNCTION.
001860     INSPECT MAINT-FUNCTION CONVERTING "acdilq" TO "ACDILQ".
001870     IF NOT VALID-FUNCTION
001880         DISPLAY "FUNCTION MUST BE A, C, D, I, L, OR Q - RE-ENTER"
001890     END-IF.
001900 2110-EXIT.
001910     EXIT.
001920*----------------------------------------------------------------*
001930* 3000-ADD-CHARGE THRU 3000-EXIT - ADD A STANDING CHARGE FOR A   *
001940* CUSTOMER ON THE MASTER.  IT FIRST BILLS ON ITS START DATE, AND *
001950* ON THE START DATE'S DAY OF THE MONTH AFTER THAT.  LOGGED WITH  *
001960* A BLANK BEFORE IMAGE.                                          *
001970*----------------------------------------------------------------*
001980 3000-ADD-CHARGE.
001990     PERFORM 7000-GET-CHARGE-KEY THRU 7000-EXIT.
002000     PERFORM 7050-READ-CUSTOMER THRU 7050-EXIT.
002010     IF NOT CUSTOMER-FOUND
002020         DISPLAY "CUSTOMER " MAINT-CUSTOMER-ID
002030             " NOT ON THE CUSTOMER MASTER - NO CHARGE ADDED"
002040         GO TO 3000-EXIT
002050     END-IF.
002060     PERFORM 7100-READ-CHARGE THRU 7100-EXIT.
002070     IF CHARGE-FOUND
002080         DISPLAY "CHARGE " MAINT-CUSTOMER-ID "-" MAINT-CHARGE-NO
002090             " IS ALREADY ON FILE - USE C(HANGE)"
002100         GO TO 3000-EXIT
002110     END-IF.
002120     DISPLAY "CUSTOMER NAME . . " CM-CUSTOMER-NAME.
002130     PERFORM 7200-GET-AMOUNT THRU 7200-EXIT.
002140     PERFORM 7300-GET-DESCRIPTION THRU 7300-EXIT.
002150     PERFORM 7400-GET-FREQUENCY THRU 7400-EXIT.
002160     PERFORM 7500-GET-START-DATE THRU 7500-EXIT.
002170     PERFORM 7600-GET-STOP-DATE THRU 7600-EXIT.
002180     MOVE MAINT-CUSTOMER-ID TO RB-CUSTOMER-ID.
002190     MOVE MAINT-CHARGE-NO TO RB-CHARGE-NO.
002200     MOVE AMOUNT-VALUE TO RB-AMOUNT.
002210     MOVE DESCRIPTION-ENTRY TO RB-DESCRIPTION.
002220     MOVE FREQUENCY-ENTRY TO RB-FREQUENCY.
002230     MOVE START-DATE-SAVE TO RB-START-DATE.
002240     MOVE STOP-DATE-SAVE TO RB-STOP-DATE.
002250     MOVE START-DATE-SAVE TO RB-NEXT-BILL-DATE.
002260     MOVE START-DATE-SAVE TO DATE-CHECK-WORK.
002270     MOVE DCW-DAY TO RB-BILL-DAY.
002280     MOVE ZERO TO RB-LAST-BILL-DATE.
002290     WRITE RECURRING-CHARGE-RECORD
002300         INVALID KEY
002310             DISPLAY "ERROR ADDING CHARGE " MAINT-CUSTOMER-ID
002320                 "-" MAINT-CHARGE-NO " - STATUS " RECUR-CHG-STATUS
002330             GO TO 3000-EXIT
002340     END-WRITE.
002350     MOVE SPACES TO BEFORE-IMAGE-SAVE.
002360     PERFORM 8000-WRITE-LOG-RECORD THRU 8000-EXIT.
002370     DISPLAY "CHARGE " MAINT-CUSTOMER-ID "-" MAINT-CHARGE-NO
002380         " ADDED".
002390 3000-EXIT.
002400     EXIT.
002410*----------------------------------------------------------------*
002420* 4000-CHANGE-CHARGE THRU 4000-EXIT - CHANGE THE AMOUNT,         *
002430* DESCRIPTION, FREQUENCY, STOP DATE, OR NEXT BILL DATE.  A BLANK *
002440* ENTRY KEEPS THE FIELD AS IT STANDS.  A STOP DATE OF ALL ZEROS  *
002450* TAKES THE STOP OFF.  MOVING THE NEXT BILL DATE ALSO MOVES THE  *
002460* DAY OF THE MONTH THE CHARGE BILLS ON.                          *
002470*----------------------------------------------------------------*
002480 4000-CHANGE-CHARGE.
002490     PERFORM 7000-GET-CHARGE-KEY THRU 7000-EXIT.
002500     PERFORM 7100-READ-CHARGE THRU 7100-EXIT.
002510     IF NOT CHARGE-FOUND
002520         DISPLAY "CHARGE " MAINT-CUSTOMER-ID "-" MAINT-CHARGE-NO
002530             " NOT ON FILE"
002540         GO TO 4000-EXIT
002550     END-IF.
002560     MOVE RECURRING-CHARGE-RECORD TO BEFORE-IMAGE-SAVE.
002570     PERFORM 6100-DISPLAY-CHARGE THRU 6100-EXIT.
002580     DISPLAY "NEW AMOUNT IN CENTS, 0012500 = 125.00"
002590         " (BLANK TO KEEP)?".
002600     MOVE SPACES TO AMOUNT-ENTRY.
002610     ACCEPT AMOUNT-ENTRY.
002620     IF AMOUNT-ENTRY NOT = SPACES
002630         MOVE AMOUNT-ENTRY TO AMOUNT-JUST
002640         INSPECT AMOUNT-JUST REPLACING LEADING " " BY "0"
002650         IF AMOUNT-JUST IS NUMERIC AND AMOUNT-JUST NOT = ZERO
002660             MOVE AMOUNT-JUST TO AMOUNT-DIGITS
002670             MOVE AMOUNT-VALUE TO RB-AMOUNT
002680         ELSE
002690             DISPLAY "AMOUNT NOT VALID - AMOUNT LEFT AS IS"
002700         END-IF
002710     END-IF.
002720     DISPLAY "NEW DESCRIPTION (BLANK TO KEEP)?".
002730     MOVE SPACES TO DESCRIPTION-ENTRY.
002740     ACCEPT DESCRIPTION-ENTRY.
002750     IF DESCRIPTION-ENTRY NOT = SPACES
002760         MOVE DESCRIPTION-ENTRY TO RB-DESCRIPTION
002770     END-IF.
002780     DISPLAY "FREQUENCY - M, Q, S, OR A (BLANK TO KEEP)?".
002790     MOVE SPACE TO FREQUENCY-ENTRY.
002800     ACCEPT FREQUENCY-ENTRY.
002810     INSPECT FREQUENCY-ENTRY CONVERTING "mqsa" TO "MQSA".
002820     IF FREQUENCY-ENTRY NOT = SPACE
002830         IF VALID-FREQUENCY-ENTRY
002840             MOVE FREQUENCY-ENTRY TO RB-FREQUENCY
002850         ELSE
002860             DISPLAY "FREQUENCY MUST BE M, Q, S, OR A - LEFT"
002870                 " AS IS"
002880         END-IF
002890     END-IF.
002900     DISPLAY "NEW STOP DATE YYYYMMDD, 00000000 = NO STOP"
002910         " (BLANK TO KEEP)?".
002920     MOVE SPACES TO DATE-ENTRY.
002930     ACCEPT DATE-ENTRY.
002940     IF DATE-ENTRY NOT = SPACES
002950         IF DATE-ENTRY = "00000000"
002960             MOVE ZERO TO RB-STOP-DATE
002970         ELSE
002980             PERFORM 7900-CHECK-DATE THRU 7900-EXIT
002990             IF VALID-DATE
003000                 MOVE DATE-ENTRY TO RB-STOP-DATE
003010             ELSE
003020                 DISPLAY "STOP DATE NOT VALID - LEFT AS IS"
003030             END-IF
003040         END-IF
003050     END-IF.
003060     DISPLAY "NEW NEXT BILL DATE YYYYMMDD (BLANK TO KEEP)?".
003070     MOVE SPACES TO DATE-ENTRY.
003080     ACCEPT DATE-ENTRY.
003090     IF DATE-ENTRY NOT = SPACES
003100         PERFORM 7900-CHECK-DATE THRU 7900-EXIT
003110         IF VALID-DATE
003120             MOVE DATE-ENTRY TO RB-NEXT-BILL-DATE
003130             MOVE DCW-DAY TO RB-BILL-DAY
003140         ELSE
003150             DISPLAY "NEXT BILL DATE NOT VALID - LEFT AS IS"
003160         END-IF
003170     END-IF.
003180     REWRITE RECURRING-CHARGE-RECORD
003190         INVALID KEY
003200             DISPLAY "ERROR CHANGING CHARGE " MAINT-CUSTOMER-ID
003210                 "-" MAINT-CHARGE-NO " - STATUS " RECUR-CHG-STATUS
003220             GO TO 4000-EXIT
003230     END-REWRITE.
003240     PERFORM 8000-WRITE-LOG-RECORD THRU 8000-EXIT.
003250     DISPLAY "CHARGE " MAINT-CUSTOMER-ID "-" MAINT-CHARGE-NO
003260         " CHANGED".
003270 4000-EXIT.
003280     EXIT.
003290*----------------------------------------------------------------*
003300* 5000-DELETE-CHARGE THRU 5000-EXIT - DELETE A STANDING CHARGE   *
003310* AFTER SHOWING IT AND ASKING, AND LOG IT WITH A BLANK AFTER     *
003320* IMAGE.  ANYTHING ALREADY BILLED STAYS POSTED.                  *
003330*----------------------------------------------------------------*
003340 5000-DELETE-CHARGE.
003350     PERFORM 7000-GET-CHARGE-KEY THRU 7000-EXIT.
003360     PERFORM 7100-READ-CHARGE THRU 7100-EXIT.
003370     IF NOT CHARGE-FOUND
003380         DISPLAY "CHARGE " MAINT-CUSTOMER-ID "-" MAINT-CHARGE-NO
003390             " NOT ON FILE"
003400         GO TO 5000-EXIT
003410     END-IF.
003420     MOVE RECURRING-CHARGE-RECORD TO BEFORE-IMAGE-SAVE.
003430     PERFORM 6100-DISPLAY-CHARGE THRU 6100-EXIT.
003440     DISPLAY "DELETE THIS CHARGE (Y/N)?".
003450     MOVE SPACE TO CONFIRM-ANSWER.
003460     ACCEPT CONFIRM-ANSWER.
003470     INSPECT CONFIRM-ANSWER CONVERTING "y" TO "Y".
003480     IF NOT DELETE-CONFIRMED
003490         DISPLAY "DELETE NOT CONFIRMED - NO CHANGE MADE"
003500         GO TO 5000-EXIT
003510     END-IF.
003520     DELETE RECURRING-CHARGE-FILE
003530         INVALID KEY
003540             DISPLAY "ERROR DELETING CHARGE " MAINT-CUSTOMER-ID
003550                 "-" MAINT-CHARGE-NO " - STATUS " RECUR-CHG-STATUS
003560             GO TO 5000-EXIT
003570     END-DELETE.
003580     MOVE SPACES TO RECURRING-CHARGE-RECORD.
003590     PERFORM 8000-WRITE-LOG-RECORD THRU 8000-EXIT.
003600     DISPLAY "CHARGE " MAINT-CUSTOMER-ID "-" MAINT-CHARGE-NO
003610         " DELETED".
003620 5000-EXIT.
003630     EXIT.
003640*----------------------------------------------------------------*
003650* 6000-INQUIRE-CHARGE THRU 6000-EXIT - SHOW ONE CHARGE.  NOTHING *
003660* CHANGES, SO NOTHING IS LOGGED.                                 *
003670*----------------------------------------------------------------*
003680 6000-INQUIRE-CHARGE.
003690     PERFORM 7000-GET-CHARGE-KEY THRU 7000-EXIT.
003700     PERFORM 7100-READ-CHARGE THRU 7100-EXIT.
003710     IF NOT CHARGE-FOUND
003720         DISPLAY "CHARGE " MAINT-CUSTOMER-ID "-" MAINT-CHARGE-NO
003730             " NOT ON FILE"
003740         GO TO 6000-EXIT
003750     END-IF.
003760     PERFORM 6100-DISPLAY-CHARGE THRU 6100-EXIT.
003770 6000-EXIT.
003780     EXIT.
003790 6100-DISPLAY-CHARGE.
003800     MOVE RB-AMOUNT TO AMOUNT-DISPLAY.
003810     DISPLAY "CUSTOMER ID . . . " RB-CUSTOMER-ID.
003820     DISPLAY "CHARGE NUMBER . . " RB-CHARGE-NO.
003830     DISPLAY "AMOUNT  . . . . . " AMOUNT-DISPLAY.
003840     DISPLAY "DESCRIPTION . . . " RB-DESCRIPTION.
003850     DISPLAY "FREQUENCY . . . . " RB-FREQUENCY.
003860     DISPLAY "START DATE  . . . " RB-START-DATE.
003870     DISPLAY "STOP DATE . . . . " RB-STOP-DATE.
003880     DISPLAY "NEXT BILL DATE  . " RB-NEXT-BILL-DATE.
003890     DISPLAY "LAST BILLED . . . " RB-LAST-BILL-DATE.
003900 6100-EXIT.
003910     EXIT.
003920*----------------------------------------------------------------*
003930* 6500-LIST-CHARGES THRU 6500-EXIT - ONE LINE PER STANDING       *
003940* CHARGE THE CUSTOMER CARRIES, SO THE DESK CAN FIND THE CHARGE   *
003950* NUMBER TO CHANGE OR DELETE.                                    *
003960*----------------------------------------------------------------*
003970 6500-LIST-CHARGES.
003980     PERFORM 7010-GET-CUSTOMER-ID THRU 7010-EXIT.
003990     MOVE ZERO TO LIST-COUNT.
004000     MOVE "YES" TO MORE-CHARGES-SW.
004010     MOVE MAINT-CUSTOMER-ID TO RB-CUSTOMER-ID.
004020     MOVE ZERO TO RB-CHARGE-NO.
004030     START RECURRING-CHARGE-FILE KEY NOT < RB-CHARGE-KEY
004040         INVALID KEY
004050             MOVE "NO" TO MORE-CHARGES-SW
004060     END-START.
004070     PERFORM 6510-LIST-ONE-CHARGE THRU 6510-EXIT
004080         UNTIL NO-MORE-CHARGES.
004090     DISPLAY LIST-COUNT " CHARGE(S) FOR CUSTOMER "
004100         MAINT-CUSTOMER-ID.
004110 6500-EXIT.
004120     EXIT.
004130 6510-LIST-ONE-CHARGE.
004140     READ RECURRING-CHARGE-FILE NEXT
004150         AT END
004160             MOVE "NO" TO MORE-CHARGES-SW
004170             GO TO 6510-EXIT
004180     END-READ.
004190     IF RB-CUSTOMER-ID NOT = MAINT-CUSTOMER-ID
004200         MOVE "NO" TO MORE-CHARGES-SW
004210         GO TO 6510-EXIT
004220     END-IF.
004230     ADD 1 TO LIST-COUNT.
004240     MOVE RB-AMOUNT TO AMOUNT-DISPLAY.
004250     DISPLAY RB-CHARGE-NO " " AMOUNT-DISPLAY " " RB-FREQUENCY
004260         " NEXT " RB-NEXT-BILL-DATE " " RB-DESCRIPTION.
004270 6510-EXIT.
004280     EXIT.
004290*----------------------------------------------------------------*
004300* 7000-GET-CHARGE-KEY THRU 7000-EXIT - PROMPT FOR THE CUSTOMER   *
004310* ID AND THEN THE TWO-DIGIT CHARGE NUMBER.                       *
004320*----------------------------------------------------------------*
004330 7000-GET-CHARGE-KEY.
004340     PERFORM 7010-GET-CUSTOMER-ID THRU 7010-EXIT.
004350     MOVE SPACES TO CHARGE-NO-ENTRY.
004360     PERFORM 7030-PROMPT-CHARGE-NO THRU 7030-EXIT
004370         UNTIL CHARGE-NO-ENTRY IS NUMERIC.
004380     MOVE CHARGE-NO-ENTRY TO MAINT-CHARGE-NO.
004390 7000-EXIT.
004400     EXIT.
004410 7010-GET-CUSTOMER-ID.
004420     MOVE SPACES TO MAINT-CUSTOMER-ID.
004430     PERFORM 7020-PROMPT-CUSTOMER-ID THRU 7020-EXIT
004440         UNTIL MAINT-CUSTOMER-ID NOT = SPACES.
004450 7010-EXIT.
004460     EXIT.
004470 7020-PROMPT-CUSTOMER-ID.
004480     DISPLAY "ENTER THE CUSTOMER ID".
004490     ACCEPT MAINT-CUSTOMER-ID.
004500     IF MAINT-CUSTOMER-ID = SPACES
004510         DISPLAY "CUSTOMER ID CANNOT BE BLANK - RE-ENTER"
004520     END-IF.
004530 7020-EXIT.
004540     EXIT.
004550 7030-PROMPT-CHARGE-NO.
004560     DISPLAY "ENTER THE CHARGE NUMBER, 01-99".
004570     ACCEPT CHARGE-NO-ENTRY.
004580     IF CHARGE-NO-ENTRY IS NOT NUMERIC
004590        OR CHARGE-NO-ENTRY = "00"
004600         DISPLAY "CHARGE NUMBER MUST BE TWO DIGITS, 01-99 -"
004610             " RE-ENTER"
004620         MOVE SPACES TO CHARGE-NO-ENTRY
004630     END-IF.
004640 7030-EXIT.
004650     EXIT.
004660 7050-READ-CUSTOMER.
004670     MOVE MAINT-CUSTOMER-ID TO CM-CUSTOMER-ID.
004680     READ CUSTOMER-MASTER-FILE
004690         INVALID KEY
004700             MOVE "NO" TO CUSTOMER-FOUND-SW
004710         NOT INVALID KEY
004720             MOVE "YES" TO CUSTOMER-FOUND-SW
004730     END-READ.
004740 7050-EXIT.
004750     EXIT.
004760 7100-READ-CHARGE.
004770     MOVE MAINT-CUSTOMER-ID TO RB-CUSTOMER-ID.
004780     MOVE MAINT-CHARGE-NO TO RB-CHARGE-NO.
004790     READ RECURRING-CHARGE-FILE
004800         INVALID KEY
004810             MOVE "NO" TO CHARGE-FOUND-SW
004820         NOT INVALID KEY
004830             MOVE "YES" TO CHARGE-FOUND-SW
004840     END-READ.
004850 7100-EXIT.
004860     EXIT.
004870 7200-GET-AMOUNT.
004880     MOVE "NO" TO VALID-AMOUNT-SW.
004890     PERFORM 7210-PROMPT-AMOUNT THRU 7210-EXIT
004900         UNTIL VALID-AMOUNT.
004910 7200-EXIT.
004920     EXIT.
004930 7210-PROMPT-AMOUNT.
004940     DISPLAY "ENTER THE AMOUNT IN CENTS, 0012500 = 125.00".
004950     MOVE SPACES TO AMOUNT-ENTRY.
004960     ACCEPT AMOUNT-ENTRY.
004970     MOVE AMOUNT-ENTRY TO AMOUNT-JUST.
004980     INSPECT AMOUNT-JUST REPLACING LEADING " " BY "0".
004990     IF AMOUNT-JUST IS NUMERIC AND AMOUNT-JUST NOT = ZERO
005000         MOVE AMOUNT-JUST TO AMOUNT-DIGITS
005010         MOVE "YES" TO VALID-AMOUNT-SW
005020     ELSE
005030         DISPLAY "AMOUNT MUST BE ALL DIGITS AND NOT ZERO -"
005040             " RE-ENTER"
005050     END-IF.
005060 7210-EXIT.
005070     EXIT.
005080 7300-GET-DESCRIPTION.
005090     MOVE SPACES TO DESCRIPTION-ENTRY.
005100     PERFORM 7310-PROMPT-DESCRIPTION THRU 7310-EXIT
005110         UNTIL DESCRIPTION-ENTRY NOT = SPACES.
005120 7300-EXIT.
005130     EXIT.
005140 7310-PROMPT-DESCRIPTION.
005150     DISPLAY "ENTER THE DESCRIPTION".
005160     ACCEPT DESCRIPTION-ENTRY.
005170     IF DESCRIPTION-ENTRY = SPACES
005180         DISPLAY "DESCRIPTION CANNOT BE BLANK - RE-ENTER"
005190     END-IF.
005200 7310-EXIT.
005210     EXIT.
005220 7400-GET-FREQUENCY.
005230     MOVE SPACE TO FREQUENCY-ENTRY.
005240     PERFORM 7410-PROMPT-FREQUENCY THRU 7410-EXIT
005250         UNTIL VALID-FREQUENCY-ENTRY.
005260 7400-EXIT.
005270     EXIT.
005280 7410-PROMPT-FREQUENCY.
005290     DISPLAY "FREQUENCY - M(ONTHLY), Q(UARTERLY), S(EMIANNUAL),"
005300         " A(NNUAL)?".
005310     ACCEPT FREQUENCY-ENTRY.
005320     INSPECT FREQUENCY-ENTRY CONVERTING "mqsa" TO "MQSA".
005330     IF NOT VALID-FREQUENCY-ENTRY
005340         DISPLAY "FREQUENCY MUST BE M, Q, S, OR A - RE-ENTER"
005350     END-IF.
005360 7410-EXIT.
005370     EXIT.
005380 7500-GET-START-DATE.
005390     MOVE "NO" TO VALID-DATE-SW.
005400     PERFORM 7510-PROMPT-START-DATE THRU 7510-EXIT
005410         UNTIL VALID-DATE.
005420     MOVE DATE-ENTRY TO START-DATE-SAVE.
005430 7500-EXIT.
005440     EXIT.
005450 7510-PROMPT-START-DATE.
005460     DISPLAY "START DATE - FIRST BILL DATE (YYYYMMDD)?".
005470     MOVE SPACES TO DATE-ENTRY.
005480     ACCEPT DATE-ENTRY.
005490     PERFORM 7900-CHECK-DATE THRU 7900-EXIT.
005500     IF NOT VALID-DATE
005510         DISPLAY "NOT A VALID DATE - RE-ENTER"
005520     END-IF.
005530 7510-EXIT.
005540     EXIT.
005550 7600-GET-STOP-DATE.
005560     MOVE "NO" TO VALID-DATE-SW.
005570     PERFORM 7610-PROMPT-STOP-DATE THRU 7610-EXIT
005580         UNTIL VALID-DATE.
005590 7600-EXIT.
005600     EXIT.
005610 7610-PROMPT-STOP-DATE.
005620     DISPLAY "STOP DATE - LAST DAY TO BILL (YYYYMMDD, BLANK ="
005630         " NO STOP)?".
005640     MOVE SPACES TO DATE-ENTRY.
005650     ACCEPT DATE-ENTRY.
005660     IF DATE-ENTRY = SPACES
005670         MOVE ZERO TO STOP-DATE-SAVE
005680         MOVE "YES" TO VALID-DATE-SW
005690         GO TO 7610-EXIT
005700     END-IF.
005710     PERFORM 7900-CHECK-DATE THRU 7900-EXIT.
005720     IF NOT VALID-DATE
005730         DISPLAY "NOT A VALID DATE - RE-ENTER"
005740         GO TO 7610-EXIT
005750     END-IF.
005760     MOVE DATE-ENTRY TO STOP-DATE-SAVE.
005770     IF STOP-DATE-SAVE < START-DATE-SAVE
005780         DISPLAY "STOP DATE IS BEFORE THE START DATE - RE-ENTER"
005790         MOVE "NO" TO VALID-DATE-SW
005800     END-IF.
005810 7610-EXIT.
005820     EXIT.
005830*----------------------------------------------------------------*
005840* 7900-CHECK-DATE THRU 7900-EXIT - DATE-ENTRY MUST BE EIGHT      *
005850* DIGITS WITH A MONTH OF 01-12 AND A DAY OF 01-31.               *
005860*----------------------------------------------------------------*
005870 7900-CHECK-DATE.
005880     MOVE "NO" TO VALID-DATE-SW.
005890     IF DATE-ENTRY IS NOT NUMERIC
005900         GO TO 7900-EXIT
005910     END-IF.
005920     MOVE DATE-ENTRY TO DATE-CHECK-WORK.
005930     IF DCW-MONTH < 1 OR DCW-MONTH > 12
005940         GO TO 7900-EXIT
005950     END-IF.
005960     IF DCW-DAY < 1 OR DCW-DAY > 31
005970         GO TO 7900-EXIT
005980     END-IF.
005990     MOVE "YES" TO VALID-DATE-SW.
006000 7900-EXIT.
006010     EXIT.
006020*----------------------------------------------------------------*
006030* 8000-WRITE-LOG-RECORD THRU 8000-EXIT - ONE TIME-STAMPED LOG    *
006040* RECORD PER CHANGE, WITH THE CHARGE AS IT STOOD BEFORE AND      *
006050* AFTER.                                                         *
006060*----------------------------------------------------------------*
006070 8000-WRITE-LOG-RECORD.
006080     ACCEPT LOG-STAMP-DATE FROM DATE YYYYMMDD.
006090     ACCEPT LOG-STAMP-TIME FROM TIME.
006100     MOVE LOG-STAMP-DATE TO RL-LOG-DATE.
006110     MOVE LOG-STAMP-TIME TO RL-LOG-TIME.
006120     MOVE MAINT-FUNCTION TO RL-FUNCTION.
006130     MOVE MAINT-CUSTOMER-ID TO RL-CUSTOMER-ID.
006140     MOVE MAINT-CHARGE-NO TO RL-CHARGE-NO.
006150     MOVE BEFORE-IMAGE-SAVE TO RL-BEFORE-IMAGE.
006160     MOVE RECURRING-CHARGE-RECORD TO RL-AFTER-IMAGE.
006170     WRITE CHARGE-LOG-RECORD.
006180 8000-EXIT.
006190     EXIT.
006200*----------------------------------------------------------------*
006210* 9000-TERMINATE THRU 9000-EXIT - CLOSE UP SHOP.                 *
006220*----------------------------------------------------------------*
006230 9000-TERMINATE.
006240     CLOSE CUSTOMER-MASTER-FILE.
006250     CLOSE RECURRING-CHARGE-FILE.
006260     CLOSE CHARGE-LOG-FILE.
006270     DISPLAY "RECURRING CHARGE MAINTENANCE COMPLETE".
006280 9000-EXIT.
006290     EXIT.
006300 END PROGRAM LAB1RCM.
