000010******************************************************************
000020* Author:Nathaniel Clayton
000030* Date:10/15/2026
000040* Purpose: Dispute desk - open and clear disputed open items
000050*----------------------------------------------------------------*
000060* MODIFICATION HISTORY
000070* DATE       INIT  DESCRIPTION
000080* ---------- ----  --------------------------------------------
000090* 10/15/2026 NDC   ORIGINAL PROGRAM.  WHEN A CUSTOMER CALLS TO
000100*                  DISPUTE A CHARGE, THE DESK LISTS THE
000110*                  CUSTOMER'S OPEN ITEMS, PICKS THE ONE IN
000120*                  QUESTION, AND FLAGS IT DISPUTED WITH A
000130*                  REASON CODE FROM THE DSPRSN TABLE, TODAY'S
000140*                  DATE, AND THE OPERATOR WHO OPENED IT.  THE
000150*                  DUNNING AND FINANCE CHARGE RUNS LEAVE A
000160*                  DISPUTED ITEM ALONE UNTIL THE DESK CLEARS
000170*                  IT HERE.  EVERY OPEN AND CLEAR IS WRITTEN
000180*                  TO THE DSPLOG DISPUTE LOG FOR THE AUDITORS.
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. LAB1DSP.
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
000400     SELECT OPTIONAL DISPUTE-LOG-FILE ASSIGN TO "DSPLOG"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS DISPUTE-LOG-STATUS.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  CUSTOMER-MASTER-FILE
000460     LABEL RECORDS ARE STANDARD.
000470     COPY CUSTMAST.
000480 FD  TRAN-HISTORY-FILE
000490     LABEL RECORDS ARE STANDARD.
000500     COPY TRANHIST.
000510 FD  DISPUTE-LOG-FILE
000520     LABEL RECORDS ARE STANDARD.
000530 01  DISPUTE-LOG-RECORD.
000540     05  DG-LOG-DATE             PIC 9(08).
000550     05  DG-LOG-TIME             PIC 9(08).
000560     05  DG-FUNCTION             PIC X(01).
000570     05  DG-OPERATOR-ID          PIC X(08).
000580     05  DG-CUSTOMER-ID          PIC X(06).
000590     05  DG-TRAN-DATE            PIC 9(08).
000600     05  DG-TRAN-SEQ-NO          PIC 9(09).
000610     05  DG-INVOICE-NO           PIC 9(08).
000620     05  DG-REASON-CODE          PIC X(02).
000630     05  DG-OPEN-AMOUNT          PIC 9(07)V99.
000640 WORKING-STORAGE SECTION.
000650 77  CUST-MAST-STATUS            PIC X(02) VALUE SPACES.
000660 77  TRAN-HIST-STATUS            PIC X(02) VALUE SPACES.
000670 77  DISPUTE-LOG-STATUS          PIC X(02) VALUE SPACES.
000680 77  DESK-FUNCTION               PIC X(01) VALUE SPACE.
000690     88  OPEN-FUNCTION                   VALUE "O".
000700     88  CLEAR-FUNCTION                  VALUE "C".
000710     88  LIST-FUNCTION                   VALUE "L".
000720     88  QUIT-FUNCTION                   VALUE "Q".
000730     88  VALID-FUNCTION                  VALUE "O" "C" "L"
000740                                               "Q".
000750 77  OPERATOR-ID                 PIC X(08) VALUE SPACES.
000760 77  DESK-CUSTOMER-ID            PIC X(06) VALUE SPACES.
000770 77  CUSTOMER-FOUND-SW           PIC X(03) VALUE "NO".
000780     88  CUSTOMER-FOUND                  VALUE "YES".
000790 77  ITEM-FOUND-SW               PIC X(03) VALUE "NO".
000800     88  ITEM-FOUND                      VALUE "YES".
000810 77  MORE-ITEMS-SW               PIC X(03) VALUE "YES".
000820     88  NO-MORE-ITEMS                   VALUE "NO".
000830 77  CONFIRM-ANSWER              PIC X(01) VALUE SPACE.
000840     88  CLEAR-CONFIRMED                 VALUE "Y".
000850 77  PICK-ENTRY                  PIC X(03) VALUE SPACES.
000860 77  PICK-JUST                   PIC X(03) JUSTIFIED RIGHT
000870                                 VALUE SPACES.
000880 77  PICK-NUMBER                 PIC 9(03) VALUE ZERO.
000890 77  REASON-ENTRY                PIC X(02) VALUE SPACES.
000900 77  REASON-SUB                  PIC 9(03) COMP VALUE ZERO.
000910 77  REASON-HIT-SUB              PIC 9(03) COMP VALUE ZERO.
000920 77  ITEM-COUNT                  PIC 9(03) COMP VALUE ZERO.
000930 77  ITEM-SUB                    PIC 9(03) COMP VALUE ZERO.
000940 77  ITEM-LIMIT                  PIC 9(03) COMP VALUE 200.
000950 77  TODAY-DATE                  PIC 9(08) VALUE ZERO.
000960 77  LOG-STAMP-TIME              PIC 9(08) VALUE ZERO.
000970 01  ITEM-KEY-TABLE.
000980     05  ITEM-KEY-ENTRY          OCCURS 200 TIMES
000990                                 PIC X(23).
001000 01  TRAN-DATE-WORK.
001010     05  TDW-YEAR                PIC 9(04).
001020     05  TDW-MONTH               PIC 9(02).
001030     05  TDW-DAY                 PIC 9(02).
001040 01  DUE-DATE-WORK.
001050     05  DDW-YEAR                PIC 9(04).
001060     05  DDW-MONTH               PIC 9(02).
001070     05  DDW-DAY                 PIC 9(02).
001080 01  ITEM-COLUMN-HEADS.
001090     05  FILLER                  PIC X(05) VALUE "ITEM".
001100     05  FILLER                  PIC X(12) VALUE "DATE".
001110     05  FILLER                  PIC X(10) VALUE "INVOICE".
001120     05  FILLER                  PIC X(12) VALUE "DUE DATE".
001130     05  FILLER                  PIC X(13) VALUE "  OPEN AMOUNT".
001140     05  FILLER                  PIC X(02) VALUE SPACES.
001150     05  FILLER                  PIC X(16) VALUE "DISPUTE".
001160 01  ITEM-DETAIL-LINE.
001170     05  IL-ITEM-NUMBER          PIC ZZ9.
001180     05  FILLER                  PIC X(02) VALUE SPACES.
001190     05  IL-TRAN-MONTH           PIC 9(02).
001200     05  FILLER                  PIC X(01) VALUE "/".
001210     05  IL-TRAN-DAY             PIC 9(02).
001220     05  FILLER                  PIC X(01) VALUE "/".
001230     05  IL-TRAN-YEAR            PIC 9(04).
001240     05  FILLER                  PIC X(02) VALUE SPACES.
001250     05  IL-INVOICE-NO           PIC 9(08).
001260     05  FILLER                  PIC X(02) VALUE SPACES.
001270     05  IL-DUE-MONTH            PIC 9(02).
001280     05  FILLER                  PIC X(01) VALUE "/".
001290     05  IL-DUE-DAY              PIC 9(02).
001300     05  FILLER                  PIC X(01) VALUE "/".
001310     05  IL-DUE-YEAR             PIC 9(04).
001320     05  FILLER                  PIC X(02) VALUE SPACES.
001330     05  IL-OPEN-AMOUNT          PIC Z,ZZZ,ZZ9.99.
001340     05  FILLER                  PIC X(03) VALUE SPACES.
001350     05  IL-DISPUTE-TEXT         PIC X(09).
001360     05  IL-DISPUTE-REASON       PIC X(02).
001370     05  FILLER                  PIC X(01) VALUE SPACES.
001380     05  IL-DISPUTE-BY           PIC X(08).
001390     COPY NAMESRCH.
001400     COPY DSPRSN.
001410 PROCEDURE DIVISION.
001420*----------------------------------------------------------------*
001430* 0000-MAINLINE                                                 *
001440*----------------------------------------------------------------*
001450 0000-MAINLINE.
001460     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001470     PERFORM 2000-PROCESS-REQUESTS THRU 2000-EXIT
001480         UNTIL QUIT-FUNCTION.
001490     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001500     STOP RUN.
001510*----------------------------------------------------------------*
001520* 1000-INITIALIZE THRU 1000-EXIT - OPEN THE MASTER, THE HISTORY  *
001530* FILE FOR UPDATE, AND THE DISPUTE LOG, AND GET THE OPERATOR ID  *
001540* EVERY DISPUTE OPENED OR CLEARED THIS SESSION IS SIGNED WITH.   *
001550*----------------------------------------------------------------*
001560 1000-INITIALIZE.
001570     OPEN INPUT CUSTOMER-MASTER-FILE.
001580     IF CUST-MAST-STATUS NOT = "00"
001590         DISPLAY "ERROR OPENING CUSTOMER-MASTER-FILE - STATUS "
001600             CUST-MAST-STATUS
001610         STOP RUN
001620     END-IF.
001630     OPEN I-O TRAN-HISTORY-FILE.
001640     IF TRAN-HIST-STATUS NOT = "00"
001650         DISPLAY "ERROR OPENING TRAN-HISTORY-FILE - STATUS "
001660             TRAN-HIST-STATUS
001670         STOP RUN
001680     END-IF.
001690     OPEN EXTEND DISPUTE-LOG-FILE.
001700     IF DISPUTE-LOG-STATUS NOT = "00" AND "05"
001710         DISPLAY "ERROR OPENING DISPUTE-LOG-FILE - STATUS "
001720             DISPUTE-LOG-STATUS
001730         STOP RUN
001740     END-IF.
001750     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
001760     MOVE SPACES TO OPERATOR-ID.
001770     PERFORM 1100-PROMPT-OPERATOR-ID THRU 1100-EXIT
001780         UNTIL OPERATOR-ID NOT = SPACES.
001790 1000-EXIT.
001800     EXIT.
001810 1100-PROMPT-OPERATOR-ID.
001820     DISPLAY "OPERATOR ID?".
001830     ACCEPT OPERATOR-ID.
001840     IF OPERATOR-ID = SPACES
001850         DISPLAY "OPERATOR ID CANNOT BE BLANK - RE-ENTER"
001860     END-IF.
001870 1100-EXIT.
001880     EXIT.
001890*----------------------------------------------------------------*
001900* 2000-PROCESS-REQUESTS THRU 2000-EXIT - ONE DESK REQUEST PER    *
001910* PASS: GET THE FUNCTION AND FAN OUT.                            *
001920*----------------------------------------------------------------*
001930 2000-PROCESS-REQUESTS.
001940     PERFORM 2100-GET-FUNCTION THRU 2100-EXIT.
001950     IF OPEN-FUNCTION
001960         PERFORM 3000-OPEN-DISPUTE THRU 3000-EXIT
001970     END-IF.
001980     IF CLEAR-FUNCTION
001990         PERFORM 4000-CLEAR-DISPUTE THRU 4000-EXIT
002000     END-IF.
002010     IF LIST-FUNCTION
002020         PERFORM 5000-LIST-ITEMS THRU 5000-EXIT
002030     END-IF.
002040 2000-EXIT.
002050     EXIT.
002060 2100-GET-FUNCTION.
002070     MOVE SPACE TO DESK-FUNCTION.
002080     PERFORM 2110-PROMPT-FUNCTION THRU 2110-EXIT
002090         UNTIL VALID-FUNCTION.
002100 2100-EXIT.
002110     EXIT.
002120 2110-PROMPT-FUNCTION.
002130     DISPLAY "FUNCTION - O(PEN) DISPUTE, C(LEAR) DISPUTE,"
002140         " L(IST) ITEMS, Q(UIT)?".
002150     ACCEPT DESK-FUNCTION.
002160     INSPECT DESK-FUNCTION CONVERTING "oclq" TO "OCLQ".
002170     IF NOT VALID-FUNCTION
002180         DISPLAY "FUNCTION MUST BE O, C, L, OR Q - RE-ENTER"
002190     END-IF.
002200 2110-EXIT.
002210     EXIT.
002220*----------------------------------------------------------------*
002230* 3000-OPEN-DISPUTE THRU 3000-EXIT - FLAG ONE OF THE CUSTOMER'S  *
002240* OPEN ITEMS DISPUTED WITH A REASON, TODAY'S DATE, AND THE       *
002250* OPERATOR.  AN ITEM ALREADY IN DISPUTE IS LEFT AS IT IS.  A     *
002260* CLEARED DISPUTE MAY BE OPENED AGAIN - THE EARLIER ONE STAYS    *
002270* ON THE DISPUTE LOG.                                            *
002280*----------------------------------------------------------------*
002290 3000-OPEN-DISPUTE.
002300     PERFORM 7000-GET-CUSTOMER THRU 7000-EXIT.
002310     IF NOT CUSTOMER-FOUND
002320         GO TO 3000-EXIT
002330     END-IF.
002340     PERFORM 7200-LIST-OPEN-ITEMS THRU 7200-EXIT.
002350     PERFORM 7300-PICK-ITEM THRU 7300-EXIT.
002360     IF NOT ITEM-FOUND
002370         GO TO 3000-EXIT
002380     END-IF.
002390     IF TH-ITEM-DISPUTED
002400         DISPLAY "ITEM IS ALREADY IN DISPUTE - REASON "
002410             TH-DISPUTE-REASON " OPENED " TH-DISPUTE-DATE
002420             " BY " TH-DISPUTE-BY
002430         GO TO 3000-EXIT
002440     END-IF.
002450     IF TH-OPEN-AMOUNT = ZERO
002460         DISPLAY "ITEM IS PAID IN FULL - NOTHING TO DISPUTE"
002470         GO TO 3000-EXIT
002480     END-IF.
002490     PERFORM 7400-GET-REASON THRU 7400-EXIT.
002500     MOVE "Y" TO TH-DISPUTE-FLAG.
002510     MOVE REASON-ENTRY TO TH-DISPUTE-REASON.
002520     MOVE TODAY-DATE TO TH-DISPUTE-DATE.
002530     MOVE OPERATOR-ID TO TH-DISPUTE-BY.
002540     MOVE ZERO TO TH-DISPUTE-CLR-DATE.
002550     MOVE SPACES TO TH-DISPUTE-CLR-BY.
002560     REWRITE TRAN-HISTORY-RECORD
002570         INVALID KEY
002580             DISPLAY "ERROR UPDATING HISTORY FOR "
002590                 DESK-CUSTOMER-ID " - STATUS " TRAN-HIST-STATUS
002600             GO TO 3000-EXIT
002610     END-REWRITE.
002620     PERFORM 8000-WRITE-LOG-RECORD THRU 8000-EXIT.
002630     DISPLAY "DISPUTE OPENED - INVOICE " TH-INVOICE-NO
002640         " REASON " TH-DISPUTE-REASON.
002650 3000-EXIT.
002660     EXIT.
002670*----------------------------------------------------------------*
002680* 4000-CLEAR-DISPUTE THRU 4000-EXIT - THE DISPUTE IS SETTLED:    *
002690* MARK IT CLEARED WITH TODAY'S DATE AND THE OPERATOR.  THE ITEM  *
002700* GOES BACK INTO DUNNING AND THE FINANCE CHARGE BASE ON THE      *
002710* NEXT RUN.  ANY CREDIT OR ADJUSTMENT THE SETTLEMENT CALLS FOR   *
002720* IS POSTED THROUGH THE NORMAL BATCH, NOT HERE.                  *
002730*----------------------------------------------------------------*
002740 4000-CLEAR-DISPUTE.
002750     PERFORM 7000-GET-CUSTOMER THRU 7000-EXIT.
002760     IF NOT CUSTOMER-FOUND
002770         GO TO 4000-EXIT
002780     END-IF.
002790     PERFORM 7200-LIST-OPEN-ITEMS THRU 7200-EXIT.
002800     PERFORM 7300-PICK-ITEM THRU 7300-EXIT.
002810     IF NOT ITEM-FOUND
002820         GO TO 4000-EXIT
002830     END-IF.
002840     IF NOT TH-ITEM-DISPUTED
002850         DISPLAY "ITEM IS NOT IN DISPUTE - NO CHANGE MADE"
002860         GO TO 4000-EXIT
002870     END-IF.
002880     DISPLAY "CLEAR THE DISPUTE ON INVOICE " TH-INVOICE-NO
002890         " (Y/N)?".
002900     MOVE SPACE TO CONFIRM-ANSWER.
002910     ACCEPT CONFIRM-ANSWER.
002920     INSPECT CONFIRM-ANSWER CONVERTING "y" TO "Y".
002930     IF NOT CLEAR-CONFIRMED
002940         DISPLAY "CLEAR NOT CONFIRMED - NO CHANGE MADE"
002950         GO TO 4000-EXIT
002960     END-IF.
002970     MOVE "C" TO TH-DISPUTE-FLAG.
002980     MOVE TODAY-DATE TO TH-DISPUTE-CLR-DATE.
002990     MOVE OPERATOR-ID TO TH-DISPUTE-CLR-BY.
003000     REWRITE TRAN-HISTORY-RECORD
003010         INVALID KEY
003020             DISPLAY "ERROR UPDATING HISTORY FOR "
003030                 DESK-CUSTOMER-ID " - STATUS " TRAN-HIST-STATUS
003040             GO TO 4000-EXIT
003050     END-REWRITE.
003060     PERFORM 8000-WRITE-LOG-RECORD THRU 8000-EXIT.
003070     DISPLAY "DISPUTE CLEARED - INVOICE " TH-INVOICE-NO.
003080 4000-EXIT.
003090     EXIT.
003100*----------------------------------------------------------------*
003110* 5000-LIST-ITEMS THRU 5000-EXIT - SHOW THE CUSTOMER'S OPEN AND  *
003120* DISPUTED ITEMS.  NOTHING CHANGES, SO NOTHING IS LOGGED.        *
003130*----------------------------------------------------------------*
003140 5000-LIST-ITEMS.
003150     PERFORM 7000-GET-CUSTOMER THRU 7000-EXIT.
003160     IF NOT CUSTOMER-FOUND
003170         GO TO 5000-EXIT
003180     END-IF.
003190     PERFORM 7200-LIST-OPEN-ITEMS THRU 7200-EXIT.
003200 5000-EXIT.
003210     EXIT.
003220*----------------------------------------------------------------*
003230* 7000-GET-CUSTOMER THRU 7000-EXIT - PROMPT FOR THE CUSTOMER ID  *
003240* (? SEARCHES BY NAME) AND CHECK IT IS ON THE MASTER.            *
003250*----------------------------------------------------------------*
003260 7000-GET-CUSTOMER.
003270     MOVE SPACES TO DESK-CUSTOMER-ID.
003280     PERFORM 7010-PROMPT-CUSTOMER-ID THRU 7010-EXIT
003290         UNTIL DESK-CUSTOMER-ID NOT = SPACES.
003300     MOVE DESK-CUSTOMER-ID TO CM-CUSTOMER-ID.
003310     READ CUSTOMER-MASTER-FILE
003320         INVALID KEY
003330             MOVE "NO" TO CUSTOMER-FOUND-SW
003340         NOT INVALID KEY
003350             MOVE "YES" TO CUSTOMER-FOUND-SW
003360     END-READ.
003370     IF CUSTOMER-FOUND
003380         DISPLAY "CUSTOMER " CM-CUSTOMER-ID "  " CM-CUSTOMER-NAME
003390     ELSE
003400         DISPLAY "CUSTOMER " DESK-CUSTOMER-ID " NOT ON FILE"
003410     END-IF.
003420 7000-EXIT.
003430     EXIT.
003440 7010-PROMPT-CUSTOMER-ID.
003450     DISPLAY "ENTER THE CUSTOMER ID (? TO SEARCH BY NAME)".
003460     ACCEPT DESK-CUSTOMER-ID.
003470     IF DESK-CUSTOMER-ID = "?"
003480         PERFORM 7020-SEARCH-BY-NAME THRU 7020-EXIT
003490         GO TO 7010-EXIT
003500     END-IF.
003510     IF DESK-CUSTOMER-ID = SPACES
003520         DISPLAY "CUSTOMER ID CANNOT BE BLANK - RE-ENTER"
003530     END-IF.
003540 7010-EXIT.
003550     EXIT.
003560 7020-SEARCH-BY-NAME.
003570     DISPLAY "ENTER THE START OF THE CUSTOMER NAME".
003580     MOVE SPACES TO NS-SEARCH-NAME.
003590     ACCEPT NS-SEARCH-NAME.
003600     CALL "LAB1NAM" USING NAME-SEARCH-PARMS.
003610     IF NS-CUSTOMER-CHOSEN
003620         MOVE NS-CHOSEN-ID TO DESK-CUSTOMER-ID
003630     ELSE
003640         MOVE SPACES TO DESK-CUSTOMER-ID
003650     END-IF.
003660 7020-EXIT.
003670     EXIT.
003680*----------------------------------------------------------------*
003690* 7200-LIST-OPEN-ITEMS THRU 7200-EXIT - NUMBER AND SHOW EVERY    *
003700* OPEN PURCHASE OR FINANCE CHARGE FOR THE CUSTOMER, PLUS ANY     *
003710* ITEM STILL FLAGGED DISPUTED AFTER IT WAS PAID, KEEPING EACH    *
003720* ONE'S HISTORY KEY SO THE OPERATOR CAN PICK IT BY NUMBER.       *
003730*----------------------------------------------------------------*
003740 7200-LIST-OPEN-ITEMS.
003750     MOVE ZERO TO ITEM-COUNT.
003760     MOVE "YES" TO MORE-ITEMS-SW.
003770     MOVE DESK-CUSTOMER-ID TO TH-CUSTOMER-ID.
003780     MOVE ZERO TO TH-TRAN-DATE.
003790     MOVE ZERO TO TH-TRAN-SEQ-NO.
003800     START TRAN-HISTORY-FILE KEY NOT < TH-HIST-KEY
003810         INVALID KEY
003820             MOVE "NO" TO MORE-ITEMS-SW
003830     END-START.
003840     DISPLAY ITEM-COLUMN-HEADS.
003850     PERFORM 7210-LIST-ONE-ITEM THRU 7210-EXIT
003860         UNTIL NO-MORE-ITEMS.
003870     IF ITEM-COUNT = ZERO
003880         DISPLAY "NO OPEN ITEMS FOR " DESK-CUSTOMER-ID
003890     END-IF.
003900 7200-EXIT.
003910     EXIT.
003920 7210-LIST-ONE-ITEM.
003930     READ TRAN-HISTORY-FILE NEXT
003940         AT END
003950             MOVE "NO" TO MORE-ITEMS-SW
003960             GO TO 7210-EXIT
003970     END-READ.
003980     IF TH-CUSTOMER-ID NOT = DESK-CUSTOMER-ID
003990         MOVE "NO" TO MORE-ITEMS-SW
004000         GO TO 7210-EXIT
004010     END-IF.
004020     IF TH-TRAN-TYPE NOT = "P" AND TH-TRAN-TYPE NOT = "F"
004030         GO TO 7210-EXIT
004040     END-IF.
004050     IF TH-OPEN-AMOUNT = ZERO AND NOT TH-ITEM-DISPUTED
004060         GO TO 7210-EXIT
004070     END-IF.
004080     IF ITEM-COUNT NOT < ITEM-LIMIT
004090         DISPLAY "MORE THAN " ITEM-LIMIT " OPEN ITEMS - LIST CUT"
004100             " SHORT"
004110         MOVE "NO" TO MORE-ITEMS-SW
004120         GO TO 7210-EXIT
004130     END-IF.
004140     ADD 1 TO ITEM-COUNT.
004150     MOVE TH-HIST-KEY TO ITEM-KEY-ENTRY (ITEM-COUNT).
004160     MOVE ITEM-COUNT TO IL-ITEM-NUMBER.
004170     MOVE TH-TRAN-DATE TO TRAN-DATE-WORK.
004180     MOVE TDW-MONTH TO IL-TRAN-MONTH.
004190     MOVE TDW-DAY TO IL-TRAN-DAY.
004200     MOVE TDW-YEAR TO IL-TRAN-YEAR.
004210     MOVE TH-INVOICE-NO TO IL-INVOICE-NO.
004220     MOVE TH-DUE-DATE TO DUE-DATE-WORK.
004230     MOVE DDW-MONTH TO IL-DUE-MONTH.
004240     MOVE DDW-DAY TO IL-DUE-DAY.
004250     MOVE DDW-YEAR TO IL-DUE-YEAR.
004260     MOVE TH-OPEN-AMOUNT TO IL-OPEN-AMOUNT.
004270     MOVE SPACES TO IL-DISPUTE-TEXT.
004280     MOVE SPACES TO IL-DISPUTE-REASON.
004290     MOVE SPACES TO IL-DISPUTE-BY.
004300     IF TH-ITEM-DISPUTED
004310         MOVE "DISPUTED " TO IL-DISPUTE-TEXT
004320         MOVE TH-DISPUTE-REASON TO IL-DISPUTE-REASON
004330         MOVE TH-DISPUTE-BY TO IL-DISPUTE-BY
004340     END-IF.
004350     IF TH-DISPUTE-CLEARED
004360         MOVE "CLEARED  " TO IL-DISPUTE-TEXT
004370         MOVE TH-DISPUTE-REASON TO IL-DISPUTE-REASON
004380         MOVE TH-DISPUTE-CLR-BY TO IL-DISPUTE-BY
004390     END-IF.
004400     DISPLAY ITEM-DETAIL-LINE.
004410 7210-EXIT.
004420     EXIT.
004430*----------------------------------------------------------------*
004440* 7300-PICK-ITEM THRU 7300-EXIT - THE OPERATOR PICKS AN ITEM BY  *
004450* ITS NUMBER ON THE LIST; BLANK OR ZERO BACKS OUT.  THE PICKED   *
004460* RECORD IS READ AGAIN BY KEY READY FOR THE REWRITE.             *
004470*----------------------------------------------------------------*
004480 7300-PICK-ITEM.
004490     MOVE "NO" TO ITEM-FOUND-SW.
004500     IF ITEM-COUNT = ZERO
004510         GO TO 7300-EXIT
004520     END-IF.
004530     DISPLAY "ITEM NUMBER (BLANK TO BACK OUT)?".
004540     MOVE SPACES TO PICK-ENTRY.
004550     ACCEPT PICK-ENTRY.
004560     IF PICK-ENTRY = SPACES
004570         DISPLAY "NO ITEM PICKED - NO CHANGE MADE"
004580         GO TO 7300-EXIT
004590     END-IF.
004600     MOVE PICK-ENTRY TO PICK-JUST.
004610     INSPECT PICK-JUST REPLACING LEADING " " BY "0".
004620     IF PICK-JUST IS NOT NUMERIC
004630         DISPLAY "ITEM NUMBER NOT NUMERIC - NO CHANGE MADE"
004640         GO TO 7300-EXIT
004650     END-IF.
004660     MOVE PICK-JUST TO PICK-NUMBER.
004670     IF PICK-NUMBER = ZERO OR PICK-NUMBER > ITEM-COUNT
004680         DISPLAY "NO SUCH ITEM ON THE LIST - NO CHANGE MADE"
004690         GO TO 7300-EXIT
004700     END-IF.
004710     MOVE PICK-NUMBER TO ITEM-SUB.
004720     MOVE ITEM-KEY-ENTRY (ITEM-SUB) TO TH-HIST-KEY.
004730     READ TRAN-HISTORY-FILE
004740         INVALID KEY
004750             DISPLAY "ITEM NO LONGER ON FILE - STATUS "
004760                 TRAN-HIST-STATUS
004770             GO TO 7300-EXIT
004780     END-READ.
004790     MOVE "YES" TO ITEM-FOUND-SW.
004800 7300-EXIT.
004810     EXIT.
004820*----------------------------------------------------------------*
004830* 7400-GET-REASON THRU 7400-EXIT - PROMPT UNTIL THE REASON CODE  *
004840* IS ON THE DSPRSN TABLE.                                        *
004850*----------------------------------------------------------------*
004860 7400-GET-REASON.
004870     MOVE ZERO TO REASON-HIT-SUB.
004880     PERFORM 7410-PROMPT-REASON THRU 7410-EXIT
004890         UNTIL REASON-HIT-SUB > ZERO.
004900 7400-EXIT.
004910     EXIT.
004920 7410-PROMPT-REASON.
004930     DISPLAY "DISPUTE REASON CODE:".
004940     PERFORM 7420-SHOW-REASON THRU 7420-EXIT
004950         VARYING REASON-SUB FROM 1 BY 1
004960         UNTIL REASON-SUB > REASON-ENTRY-COUNT.
004970     MOVE SPACES TO REASON-ENTRY.
004980     ACCEPT REASON-ENTRY.
004990     INSPECT REASON-ENTRY CONVERTING
005000         "abcdefghijklmnopqrstuvwxyz" TO
005010         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
005020     PERFORM 7430-MATCH-REASON THRU 7430-EXIT
005030         VARYING REASON-SUB FROM 1 BY 1
005040         UNTIL REASON-SUB > REASON-ENTRY-COUNT.
005050     IF REASON-HIT-SUB = ZERO
005060         DISPLAY "REASON CODE NOT ON THE TABLE - RE-ENTER"
005070     END-IF.
005080 7410-EXIT.
005090     EXIT.
005100 7420-SHOW-REASON.
005110     DISPLAY "  " RT-REASON-CODE (REASON-SUB) "  "
005120         RT-REASON-DESC (REASON-SUB).
005130 7420-EXIT.
005140     EXIT.
005150 7430-MATCH-REASON.
005160     IF RT-REASON-CODE (REASON-SUB) = REASON-ENTRY
005170         MOVE REASON-SUB TO REASON-HIT-SUB
005180     END-IF.
005190 7430-EXIT.
005200     EXIT.
005210*----------------------------------------------------------------*
005220* 8000-WRITE-LOG-RECORD THRU 8000-EXIT - ONE TIME-STAMPED LOG    *
005230* RECORD PER OPEN OR CLEAR: WHO DID WHAT TO WHICH ITEM, WHEN.    *
005240*----------------------------------------------------------------*
005250 8000-WRITE-LOG-RECORD.
005260     ACCEPT LOG-STAMP-TIME FROM TIME.
005270     MOVE TODAY-DATE TO DG-LOG-DATE.
005280     MOVE LOG-STAMP-TIME TO DG-LOG-TIME.
005290     MOVE DESK-FUNCTION TO DG-FUNCTION.
005300     MOVE OPERATOR-ID TO DG-OPERATOR-ID.
005310     MOVE TH-CUSTOMER-ID TO DG-CUSTOMER-ID.
005320     MOVE TH-TRAN-DATE TO DG-TRAN-DATE.
005330     MOVE TH-TRAN-SEQ-NO TO DG-TRAN-SEQ-NO.
005340     MOVE TH-INVOICE-NO TO DG-INVOICE-NO.
005350     MOVE TH-DISPUTE-REASON TO DG-REASON-CODE.
005360     MOVE TH-OPEN-AMOUNT TO DG-OPEN-AMOUNT.
005370     WRITE DISPUTE-LOG-RECORD.
005380 8000-EXIT.
005390     EXIT.
005400*----------------------------------------------------------------*
005410* 9000-TERMINATE THRU 9000-EXIT - CLOSE UP SHOP.                 *
005420*----------------------------------------------------------------*
005430 9000-TERMINATE.
005440     CLOSE CUSTOMER-MASTER-FILE.
005450     CLOSE TRAN-HISTORY-FILE.
005460     CLOSE DISPUTE-LOG-FILE.
005470     DISPLAY "DISPUTE DESK SESSION COMPLETE".
005480 9000-EXIT.
005490     EXIT.
005500 END PROGRAM LAB1DSP.
