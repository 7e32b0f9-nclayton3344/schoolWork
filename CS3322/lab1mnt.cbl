000196*                  LAB1NAM NAME SEARCH, SO A CHANGE OR INQUIRE
000197*                  CAN START FROM A CALLER'S NAME INSTEAD OF A
000198*                  GUESSED ID.
000199* 10/15/2026 NDC   CARRY CM-TERMS-CODE ON ADD AND CHANGE,
000200*                  CHECKED AGAINST THE TERMSTAB TERMS TABLE
000201*                  (BLANK ON ADD MEANS NET 30), AND WIDEN THE
000202*                  LOG IMAGES FOR THE LONGER MASTER RECORD.
000203* 10/15/2026 NDC   NEW M(AIL ADDRESS) FUNCTION MAINTAINS THE
000204*                  CUSTOMER'S CUSTADDR RECORD - BILL-TO ADDRESS,
000205*                  PHONE, AND A SEPARATE STATEMENT ADDRESS - AND
000206*                  AN ADD OFFERS TO TAKE THE ADDRESS RIGHT AWAY.
000207*                  INQUIRE SHOWS THE ADDRESS AND A DELETE REMOVES
000208*                  IT.  ADDRESS CHANGES GO TO MNTLOG LIKE MASTER
000209*                  CHANGES, TAGGED BY A NEW RECORD-TYPE BYTE, AND
000210*                  THE LOG IMAGES ARE WIDENED TO HOLD EITHER ONE.
000211* 10/15/2026 NDC   CHANGE NOW TAKES THE ACCOUNT STATUS - ACTIVE,
000212*                  CREDIT HOLD, COLLECTIONS OR CLOSED - WITH A
000213*                  REASON, AND EVERY STATUS CHANGE IS WRITTEN TO
000214*                  THE STATLOG STATUS AUDIT FILE AS WELL AS
000215*                  MNTLOG.  AN ADD STARTS THE ACCOUNT ACTIVE.
000216******************************************************************
000217 IDENTIFICATION DIVISION.
000218 PROGRAM-ID. LAB1MNT.
000220 AUTHOR. N. D. CLAYTON.
000230 INSTALLATION. WTAMU CS3322.
000240 DATE-WRITTEN. 08/22/2026.
000350     SELECT OPTIONAL MAINT-LOG-FILE ASSIGN TO "MNTLOG"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS MAINT-LOG-STATUS.
000371     SELECT OPTIONAL CUSTOMER-ADDRESS-FILE ASSIGN TO "CUSTADDR"
000372         ORGANIZATION IS INDEXED
000373         ACCESS MODE IS DYNAMIC
000374         RECORD KEY IS CA-CUSTOMER-ID
000375         FILE STATUS IS CUST-ADDR-STATUS.
000376     SELECT OPTIONAL STATUS-LOG-FILE ASSIGN TO "STATLOG"
000377         ORGANIZATION IS LINE SEQUENTIAL
000378         FILE STATUS IS STATUS-LOG-STATUS.
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  CUSTOMER-MASTER-FILE
000470     05  ML-LOG-TIME             PIC 9(08).
000480     05  ML-FUNCTION             PIC X(01).
000490     05  ML-CUSTOMER-ID          PIC X(06).
000492     05  ML-RECORD-TYPE          PIC X(01).
000494         88  ML-MASTER-IMAGE             VALUE "M".
000496         88  ML-ADDRESS-IMAGE            VALUE "A".
000500     05  ML-BEFORE-IMAGE         PIC X(261).
000510     05  ML-AFTER-IMAGE          PIC X(261).
000512 FD  CUSTOMER-ADDRESS-FILE
000514     LABEL RECORDS ARE STANDARD.
000516     COPY CUSTADDR.
000517 FD  STATUS-LOG-FILE
000518     LABEL RECORDS ARE STANDARD.
000519     COPY STATLOG.
000520 WORKING-STORAGE SECTION.
000530 77  CUST-MAST-STATUS            PIC X(02) VALUE SPACES.
000540 77  MAINT-LOG-STATUS            PIC X(02) VALUE SPACES.
000545 77  CUST-ADDR-STATUS            PIC X(02) VALUE SPACES.
000547 77  STATUS-LOG-STATUS           PIC X(02) VALUE SPACES.
000550 77  MAINT-FUNCTION              PIC X(01) VALUE SPACE.
000560     88  ADD-FUNCTION                    VALUE "A".
000570     88  CHANGE-FUNCTION                 VALUE "C".
000580     88  DELETE-FUNCTION                 VALUE "D".
000590     88  INQUIRE-FUNCTION                VALUE "I".
000595     88  ADDRESS-FUNCTION                VALUE "M".
000600     88  QUIT-FUNCTION                   VALUE "Q".
000610     88  VALID-FUNCTION                  VALUE "A" "C" "D"
000620                                               "I" "M" "Q".
000630 77  MAINT-CUSTOMER-ID           PIC X(06) VALUE SPACES.
000640 77  CUSTOMER-FOUND-SW           PIC X(03) VALUE "NO".
000650     88  CUSTOMER-FOUND                  VALUE "YES".
000653 77  ADDRESS-FOUND-SW            PIC X(03) VALUE "NO".
000656     88  ADDRESS-FOUND                   VALUE "YES".
000660 77  CONFIRM-ANSWER              PIC X(01) VALUE SPACE.
000670     88  DELETE-CONFIRMED                VALUE "Y".
000675     88  ANSWER-YES                      VALUE "Y".
000680 77  NAME-ENTRY                  PIC X(20) VALUE SPACES.
000690 77  RATE-ENTRY                  PIC X(03) VALUE SPACES.
000700 77  LIMIT-ENTRY                 PIC X(09) VALUE SPACES.
000745 77  TAXABLE-ENTRY               PIC X(01) VALUE SPACE.
000746     88  VALID-TAXABLE-ENTRY             VALUE "Y" "N".
000747 77  JURIS-ENTRY                 PIC X(03) VALUE SPACES.
000749 77  TERMS-ENTRY                 PIC X(03) VALUE SPACES.
000751 77  TERMS-SUB                   PIC 9(03) COMP VALUE ZERO.
000753 77  TERMS-HIT-SUB               PIC 9(03) COMP VALUE ZERO.
000754 77  STATUS-ENTRY                PIC X(01) VALUE SPACE.
000755     88  VALID-STATUS-ENTRY              VALUE "A" "H" "C" "X".
000756 77  STATUS-REASON-ENTRY         PIC X(30) VALUE SPACES.
000757 77  OLD-ACCOUNT-STATUS          PIC X(01) VALUE SPACE.
000758 77  STATUS-TEXT                 PIC X(11) VALUE SPACES.
000759 77  LOG-STAMP-DATE              PIC 9(08) VALUE ZERO.
000760 77  LOG-STAMP-TIME              PIC 9(08) VALUE ZERO.
000770 77  BEFORE-IMAGE-SAVE           PIC X(69) VALUE SPACES.
000771 77  ADDRESS-BEFORE-SAVE         PIC X(261) VALUE SPACES.
000772 77  ADDRESS-ACTION              PIC X(01) VALUE SPACE.
000773 77  ADDRESS-LINE-ENTRY          PIC X(30) VALUE SPACES.
000774 77  STATE-ENTRY                 PIC X(02) VALUE SPACES.
000775 77  PHONE-ENTRY                 PIC X(12) VALUE SPACES.
000776 77  STMT-FLAG-ENTRY             PIC X(01) VALUE SPACE.
000777     88  VALID-STMT-FLAG-ENTRY           VALUE "Y" "N".
000778 77  VALID-ZIP-SW                PIC X(03) VALUE "NO".
000779     88  VALID-ZIP                       VALUE "YES".
000780 77  ADDRESS-USABLE-SW           PIC X(03) VALUE "NO".
000781     88  ADDRESS-USABLE                  VALUE "YES".
000782 77  RATE-DISPLAY                PIC .999.
000790 77  BALANCE-DISPLAY             PIC ZZZ,ZZZ,ZZ9.99CR.
000800 77  LIMIT-DISPLAY               PIC ZZZ,ZZZ,ZZ9.99.
000810 77  LIMIT-DIGITS                PIC 9(09) VALUE ZERO.
000830     05  RATE-DIGITS             PIC 9(03).
000840     05  RATE-VALUE              REDEFINES RATE-DIGITS
000850                                 PIC V999.
000851 01  ZIP-ENTRY.
000852     05  ZE-ZIP-5                PIC X(05).
000853     05  ZE-DASH                 PIC X(01).
000854     05  ZE-ZIP-4                PIC X(04).
000855 01  ADDRESS-WORK.
000856     05  AW-ATTENTION            PIC X(30).
000857     05  AW-STREET-1             PIC X(30).
000858     05  AW-STREET-2             PIC X(30).
000859     05  AW-CITY                 PIC X(20).
000860     05  AW-STATE                PIC X(02).
000861     05  AW-ZIP-CODE.
000862         10  AW-ZIP-5            PIC X(05).
000863         10  AW-ZIP-4            PIC X(04).
000864     COPY NAMESRCH.
000865     COPY TERMSTAB.
000866 PROCEDURE DIVISION.
000870*----------------------------------------------------------------*
000880* 0000-MAINLINE                                                 *
000890*----------------------------------------------------------------*
000940     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000950     STOP RUN.
000960*----------------------------------------------------------------*
000970* 1000-INITIALIZE THRU 1000-EXIT - OPEN THE CUSTOMER MASTER AND  *
000980* THE ADDRESS FILE, BUILDING EMPTY ONES ON THE VERY FIRST RUN,   *
000990* AND EXTEND THE MAINTENANCE AND STATUS LOGS SO EARLIER         *
000995* SESSIONS' ENTRIES ARE KEPT.                                    *
001000*----------------------------------------------------------------*
001010 1000-INITIALIZE.
001020     OPEN I-O CUSTOMER-MASTER-FILE.
001160             MAINT-LOG-STATUS
001170         STOP RUN
001180     END-IF.
001181     OPEN I-O CUSTOMER-ADDRESS-FILE.
001182     IF CUST-ADDR-STATUS = "35"
001183         OPEN OUTPUT CUSTOMER-ADDRESS-FILE
001184         CLOSE CUSTOMER-ADDRESS-FILE
001185         OPEN I-O CUSTOMER-ADDRESS-FILE
001186     END-IF.
001187     IF CUST-ADDR-STATUS NOT = "00" AND "05"
001188         DISPLAY "ERROR OPENING CUSTOMER-ADDRESS-FILE - STATUS "
001189             CUST-ADDR-STATUS
001190         STOP RUN
001191     END-IF.
001192     OPEN EXTEND STATUS-LOG-FILE.
001193     IF STATUS-LOG-STATUS NOT = "00" AND "05"
001194         DISPLAY "ERROR OPENING STATUS-LOG-FILE - STATUS "
001195             STATUS-LOG-STATUS
001196         STOP RUN
001197     END-IF.
001198 1000-EXIT.
001200     EXIT.
001210*----------------------------------------------------------------*
001220* 2000-PROCESS-REQUESTS THRU 2000-EXIT - ONE MAINTENANCE         *
001360     IF INQUIRE-FUNCTION
001370         PERFORM 6000-INQUIRE-CUSTOMER THRU 6000-EXIT
001380     END-IF.
001382     IF ADDRESS-FUNCTION
001384         PERFORM 6500-MAINTAIN-ADDRESS THRU 6500-EXIT
001386     END-IF.
001390 2000-EXIT.
001400     EXIT.
001410 2100-GET-FUNCTION.
001460     EXIT.
001470 2110-PROMPT-FUNCTION.
001480     DISPLAY "FUNCTION - A(DD), C(HANGE), D(ELETE), I(NQUIRE),"
001490         " M(AIL ADDRESS), Q(UIT)?".
001500     ACCEPT MAINT-FUNCTION.
001510     INSPECT MAINT-FUNCTION CONVERTING "acdimq" TO "ACDIMQ".
001520     IF NOT VALID-FUNCTION
001530         DISPLAY "FUNCTION MUST BE A, C, D, I, M, OR Q - RE-ENTER"
001540     END-IF.
001550 2110-EXIT.
001560     EXIT.
001570*----------------------------------------------------------------*
001580* 3000-ADD-CUSTOMER THRU 3000-EXIT - ADD A MASTER RECORD FOR A   *
001590* CUSTOMER NOT ALREADY ON FILE AND LOG IT WITH A BLANK BEFORE    *
001600* IMAGE, THEN OFFER TO TAKE THE MAILING ADDRESS.                 *
001610*----------------------------------------------------------------*
001620 3000-ADD-CUSTOMER.
001630     PERFORM 7000-GET-CUSTOMER-ID THRU 7000-EXIT.
001720     PERFORM 7400-GET-CREDIT-LIMIT THRU 7400-EXIT.
001722     PERFORM 7500-GET-FINCHG-EXEMPT THRU 7500-EXIT.
001724     PERFORM 7600-GET-TAX-FIELDS THRU 7600-EXIT.
001727     PERFORM 7700-GET-TERMS-CODE THRU 7700-EXIT.
001730     MOVE MAINT-CUSTOMER-ID TO CM-CUSTOMER-ID.
001740     MOVE NAME-ENTRY TO CM-CUSTOMER-NAME.
001750     MOVE RATE-VALUE TO CM-DISCOUNT-RATE.
001772     MOVE EXEMPT-ENTRY TO CM-FINCHG-EXEMPT.
001774     MOVE TAXABLE-ENTRY TO CM-TAXABLE-FLAG.
001776     MOVE JURIS-ENTRY TO CM-TAX-JURIS.
001778     MOVE TERMS-ENTRY TO CM-TERMS-CODE.
001780     MOVE "A" TO CM-ACCOUNT-STATUS.
001782     ACCEPT CM-STATUS-DATE FROM DATE YYYYMMDD.
001784     MOVE "M" TO CM-STATUS-SOURCE.
001786     WRITE CUSTOMER-MASTER-RECORD
001790         INVALID KEY
001800             DISPLAY "ERROR ADDING CUSTOMER " MAINT-CUSTOMER-ID
001810                 " - STATUS " CUST-MAST-STATUS
001840     MOVE SPACES TO BEFORE-IMAGE-SAVE.
001850     PERFORM 8000-WRITE-LOG-RECORD THRU 8000-EXIT.
001860     DISPLAY "CUSTOMER " MAINT-CUSTOMER-ID " ADDED".
001861     DISPLAY "ENTER THE MAILING ADDRESS NOW (Y/N)?".
001862     MOVE SPACE TO CONFIRM-ANSWER.
001863     ACCEPT CONFIRM-ANSWER.
001864     INSPECT CONFIRM-ANSWER CONVERTING "y" TO "Y".
001865     IF ANSWER-YES
001866         PERFORM 6510-EDIT-ADDRESS THRU 6510-EXIT
001867     ELSE
001868         DISPLAY "NO ADDRESS - CUSTOMER STAYS ON THE CANNOT-MAIL"
001869             " LIST UNTIL ONE IS ENTERED WITH M"
001870     END-IF.
001871 3000-EXIT.
001880     EXIT.
001890*----------------------------------------------------------------*
001900* 4000-CHANGE-CUSTOMER THRU 4000-EXIT - CHANGE THE NAME AND/OR   *
001910* NEGOTIATED RATE.  A BLANK ENTRY KEEPS THE FIELD AS IT STANDS.  *
001920* THE BALANCE BELONGS TO THE POSTING RUN AND IS NOT TOUCHED      *
001930* HERE.  A STATUS CHANGE ALSO GOES TO THE STATUS LOG.            *
001940*----------------------------------------------------------------*
001950 4000-CHANGE-CUSTOMER.
001960     PERFORM 7000-GET-CUSTOMER-ID THRU 7000-EXIT.
002378     IF JURIS-ENTRY NOT = SPACES
002379         MOVE JURIS-ENTRY TO CM-TAX-JURIS
002381     END-IF.
002382     DISPLAY "TERMS - N10, N30, N60, 210, OR COD"
002383         " (BLANK TO KEEP)?".
002384     MOVE SPACES TO TERMS-ENTRY.
002385     ACCEPT TERMS-ENTRY.
002386     IF TERMS-ENTRY NOT = SPACES
002387         INSPECT TERMS-ENTRY CONVERTING "nod" TO "NOD"
002388         PERFORM 7720-FIND-TERMS THRU 7720-EXIT
002389         IF TERMS-HIT-SUB > ZERO
002390             MOVE TERMS-ENTRY TO CM-TERMS-CODE
002391         ELSE
002392             DISPLAY "TERMS CODE NOT ON THE TERMS TABLE - LEFT"
002393                 " AS IS"
002394         END-IF
002395     END-IF.
002396     IF CM-ACCOUNT-STATUS = SPACE
002397         MOVE "A" TO CM-ACCOUNT-STATUS
002398     END-IF.
002399     MOVE CM-ACCOUNT-STATUS TO OLD-ACCOUNT-STATUS.
002400     PERFORM 7750-GET-ACCOUNT-STATUS THRU 7750-EXIT.
002401     REWRITE CUSTOMER-MASTER-RECORD
002402         INVALID KEY
002403             DISPLAY "ERROR CHANGING CUSTOMER "
002404                 MAINT-CUSTOMER-ID " - STATUS " CUST-MAST-STATUS
002405             GO TO 4000-EXIT
002410     END-REWRITE.
002420     PERFORM 8000-WRITE-LOG-RECORD THRU 8000-EXIT.
002422     IF CM-ACCOUNT-STATUS NOT = OLD-ACCOUNT-STATUS
002424         PERFORM 8100-WRITE-STATUS-LOG THRU 8100-EXIT
002426     END-IF.
002430     DISPLAY "CUSTOMER " MAINT-CUSTOMER-ID " CHANGED".
002440 4000-EXIT.
002450     EXIT.
002460*----------------------------------------------------------------*
002470* 5000-DELETE-CUSTOMER THRU 5000-EXIT - DELETE A CLOSED          *
002480* ACCOUNT AFTER SHOWING IT AND ASKING, AND LOG IT WITH A BLANK   *
002490* AFTER IMAGE.  ITS ADDRESS RECORD GOES WITH IT.                 *
002500*----------------------------------------------------------------*
002510 5000-DELETE-CUSTOMER.
002520     PERFORM 7000-GET-CUSTOMER-ID THRU 7000-EXIT.
002760     END-DELETE.
002770     MOVE SPACES TO CUSTOMER-MASTER-RECORD.
002780     PERFORM 8000-WRITE-LOG-RECORD THRU 8000-EXIT.
002785     PERFORM 6700-DELETE-ADDRESS THRU 6700-EXIT.
002790     DISPLAY "CUSTOMER " MAINT-CUSTOMER-ID " DELETED".
002800 5000-EXIT.
002810     EXIT.
002820*----------------------------------------------------------------*
002830* 6000-INQUIRE-CUSTOMER THRU 6000-EXIT - SHOW ONE MASTER         *
002840* RECORD AND ITS ADDRESS.  NOTHING CHANGES, SO NOTHING IS        *
002845* LOGGED.                                                        *
002850*----------------------------------------------------------------*
002860 6000-INQUIRE-CUSTOMER.
002870     PERFORM 7000-GET-CUSTOMER-ID THRU 7000-EXIT.
002910         GO TO 6000-EXIT
002920     END-IF.
002930     PERFORM 6100-DISPLAY-CUSTOMER THRU 6100-EXIT.
002931     PERFORM 7150-READ-ADDRESS THRU 7150-EXIT.
002932     IF ADDRESS-FOUND
002933         PERFORM 6600-DISPLAY-ADDRESS THRU 6600-EXIT
002934     ELSE
002935         DISPLAY "NO MAILING ADDRESS ON FILE - CANNOT MAIL"
002936     END-IF.
002940 6000-EXIT.
002950     EXIT.
002960 6100-DISPLAY-CUSTOMER.
003042     DISPLAY "FIN CHG EXEMPT  . " CM-FINCHG-EXEMPT.
003044     DISPLAY "TAXABLE . . . . . " CM-TAXABLE-FLAG.
003046     DISPLAY "TAX JURISDICTION  " CM-TAX-JURIS.
003048     DISPLAY "PAYMENT TERMS . . " CM-TERMS-CODE.
003049     MOVE "ACTIVE" TO STATUS-TEXT.
003050     IF ACCOUNT-ON-HOLD
003051         MOVE "CREDIT HOLD" TO STATUS-TEXT
003052     END-IF.
003053     IF ACCOUNT-IN-COLLECTIONS
003054         MOVE "COLLECTIONS" TO STATUS-TEXT
003055     END-IF.
003056     IF ACCOUNT-CLOSED
003057         MOVE "CLOSED" TO STATUS-TEXT
003058     END-IF.
003059     DISPLAY "ACCOUNT STATUS  . " STATUS-TEXT " SINCE "
003060         CM-STATUS-DATE " BY " CM-STATUS-SOURCE.
003061 6100-EXIT.
003062     EXIT.
003063*----------------------------------------------------------------*
003064* 6500-MAINTAIN-ADDRESS THRU 6500-EXIT - ADD OR CHANGE THE       *
003065* MAILING ADDRESS FOR A CUSTOMER ALREADY ON THE MASTER.          *
003066*----------------------------------------------------------------*
003067 6500-MAINTAIN-ADDRESS.
003068     PERFORM 7000-GET-CUSTOMER-ID THRU 7000-EXIT.
003069     PERFORM 7100-READ-MASTER THRU 7100-EXIT.
003070     IF NOT CUSTOMER-FOUND
003071         DISPLAY "CUSTOMER " MAINT-CUSTOMER-ID
003072             " NOT ON FILE - A(DD) THE CUSTOMER FIRST"
003073         GO TO 6500-EXIT
003074     END-IF.
003075     DISPLAY "NAME  . . . . . . " CM-CUSTOMER-NAME.
003076     PERFORM 6510-EDIT-ADDRESS THRU 6510-EXIT.
003077 6500-EXIT.
003078     EXIT.
003079*----------------------------------------------------------------*
003080* 6510-EDIT-ADDRESS THRU 6510-EXIT - TAKE THE BILL-TO ADDRESS,   *
003081* PHONE, AND STATEMENT ADDRESS FOR MAINT-CUSTOMER-ID.  A BLANK   *
003082* ENTRY KEEPS A LINE AS IT STANDS AND A SINGLE * CLEARS IT.  AN  *
003083* ADDRESS THE MAILROOM CANNOT USE IS STILL SAVED, WITH A WARNING *
003084* THAT THE CUSTOMER WILL BE ON THE CANNOT-MAIL LIST.             *
003085*----------------------------------------------------------------*
003086 6510-EDIT-ADDRESS.
003087     PERFORM 7150-READ-ADDRESS THRU 7150-EXIT.
003088     IF ADDRESS-FOUND
003089         MOVE CUSTOMER-ADDRESS-RECORD TO ADDRESS-BEFORE-SAVE
003090         MOVE "C" TO ADDRESS-ACTION
003091         PERFORM 6600-DISPLAY-ADDRESS THRU 6600-EXIT
003092     ELSE
003093         MOVE SPACES TO ADDRESS-BEFORE-SAVE
003094         MOVE SPACES TO CUSTOMER-ADDRESS-RECORD
003095         MOVE MAINT-CUSTOMER-ID TO CA-CUSTOMER-ID
003096         MOVE "N" TO CA-STMT-ADDRESS-FLAG
003097         MOVE "A" TO ADDRESS-ACTION
003098         DISPLAY "NO MAILING ADDRESS ON FILE - ENTER ONE"
003099     END-IF.
003100     DISPLAY "BILL-TO ADDRESS - BLANK KEEPS A LINE, * CLEARS IT".
003101     MOVE CA-BILL-TO-ADDRESS TO ADDRESS-WORK.
003102     PERFORM 7800-GET-ADDRESS-BLOCK THRU 7800-EXIT.
003103     MOVE ADDRESS-WORK TO CA-BILL-TO-ADDRESS.
003104     DISPLAY "CONTACT PHONE (BLANK TO KEEP, * TO CLEAR)?".
003105     MOVE SPACES TO PHONE-ENTRY.
003106     ACCEPT PHONE-ENTRY.
003107     IF PHONE-ENTRY = "*"
003108         MOVE SPACES TO CA-PHONE
003109     ELSE
003110         IF PHONE-ENTRY NOT = SPACES
003111             MOVE PHONE-ENTRY TO CA-PHONE
003112         END-IF
003113     END-IF.
003114     PERFORM 7900-GET-STMT-ADDRESS THRU 7900-EXIT.
003115     IF ADDRESS-FOUND
003116        AND CUSTOMER-ADDRESS-RECORD = ADDRESS-BEFORE-SAVE
003117         DISPLAY "ADDRESS UNCHANGED - NOTHING LOGGED"
003118         GO TO 6510-EXIT
003119     END-IF.
003120     MOVE CA-BILL-TO-ADDRESS TO ADDRESS-WORK.
003121     PERFORM 7890-CHECK-ADDRESS-USABLE THRU 7890-EXIT.
003122     IF NOT ADDRESS-USABLE
003123         DISPLAY "WARNING - BILL-TO ADDRESS IS INCOMPLETE - THE"
003124             " CUSTOMER WILL BE ON THE CANNOT-MAIL LIST"
003125     END-IF.
003126     IF CA-HAS-STMT-ADDRESS
003127         MOVE CA-STMT-ADDRESS TO ADDRESS-WORK
003128         PERFORM 7890-CHECK-ADDRESS-USABLE THRU 7890-EXIT
003129         IF NOT ADDRESS-USABLE
003130             DISPLAY "WARNING - STATEMENT ADDRESS IS INCOMPLETE -"
003131                 " STATEMENTS WILL GO ON THE CANNOT-MAIL LIST"
003132         END-IF
003133     END-IF.
003134     IF ADDRESS-FOUND
003135         REWRITE CUSTOMER-ADDRESS-RECORD
003136             INVALID KEY
003137                 DISPLAY "ERROR CHANGING ADDRESS FOR "
003138                     MAINT-CUSTOMER-ID " - STATUS "
003139                     CUST-ADDR-STATUS
003140                 GO TO 6510-EXIT
003141         END-REWRITE
003142     ELSE
003143         WRITE CUSTOMER-ADDRESS-RECORD
003144             INVALID KEY
003145                 DISPLAY "ERROR ADDING ADDRESS FOR "
003146                     MAINT-CUSTOMER-ID " - STATUS "
003147                     CUST-ADDR-STATUS
003148                 GO TO 6510-EXIT
003149         END-WRITE
003150     END-IF.
003151     PERFORM 8050-WRITE-ADDRESS-LOG THRU 8050-EXIT.
003152     DISPLAY "ADDRESS FOR " MAINT-CUSTOMER-ID " SAVED".
003153 6510-EXIT.
003154     EXIT.
003155 6600-DISPLAY-ADDRESS.
003156     DISPLAY "ATTENTION . . . . " CA-ATTENTION.
003157     DISPLAY "STREET  . . . . . " CA-STREET-1.
003158     DISPLAY "                  " CA-STREET-2.
003159     DISPLAY "CITY  . . . . . . " CA-CITY.
003160     DISPLAY "STATE/ZIP . . . . " CA-STATE " " CA-ZIP-5 " "
003161         CA-ZIP-4.
003162     DISPLAY "PHONE . . . . . . " CA-PHONE.
003163     IF NOT CA-HAS-STMT-ADDRESS
003164         DISPLAY "STATEMENTS TO . . THE BILL-TO ADDRESS"
003165         GO TO 6600-EXIT
003166     END-IF.
003167     DISPLAY "STATEMENTS TO . . " CA-STMT-ATTENTION.
003168     DISPLAY "                  " CA-STMT-STREET-1.
003169     DISPLAY "                  " CA-STMT-STREET-2.
003170     DISPLAY "                  " CA-STMT-CITY.
003171     DISPLAY "                  " CA-STMT-STATE " "
003172         CA-STMT-ZIP-5 " " CA-STMT-ZIP-4.
003173 6600-EXIT.
003174     EXIT.
003175*----------------------------------------------------------------*
003176* 6700-DELETE-ADDRESS THRU 6700-EXIT - A DELETED CUSTOMER TAKES  *
003177* ITS ADDRESS RECORD WITH IT, LOGGED WITH A BLANK AFTER IMAGE.   *
003178*----------------------------------------------------------------*
003179 6700-DELETE-ADDRESS.
003180     PERFORM 7150-READ-ADDRESS THRU 7150-EXIT.
003181     IF NOT ADDRESS-FOUND
003182         GO TO 6700-EXIT
003183     END-IF.
003184     MOVE CUSTOMER-ADDRESS-RECORD TO ADDRESS-BEFORE-SAVE.
003185     DELETE CUSTOMER-ADDRESS-FILE
003186         INVALID KEY
003187             DISPLAY "ERROR DELETING ADDRESS FOR "
003188                 MAINT-CUSTOMER-ID " - STATUS " CUST-ADDR-STATUS
003189             GO TO 6700-EXIT
003190     END-DELETE.
003191     MOVE SPACES TO CUSTOMER-ADDRESS-RECORD.
003192     MOVE "D" TO ADDRESS-ACTION.
003193     PERFORM 8050-WRITE-ADDRESS-LOG THRU 8050-EXIT.
003194 6700-EXIT.
003195     EXIT.
003196*----------------------------------------------------------------*
003197* 7000-GET-CUSTOMER-ID THRU 7000-EXIT - PROMPT UNTIL A NON-      *
003198* BLANK CUSTOMER ID IS ENTERED.                                  *
003199*----------------------------------------------------------------*
003200 7000-GET-CUSTOMER-ID.
003201     MOVE SPACES TO MAINT-CUSTOMER-ID.
003202     PERFORM 7010-PROMPT-CUSTOMER-ID THRU 7010-EXIT
003203         UNTIL MAINT-CUSTOMER-ID NOT = SPACES.
003204 7000-EXIT.
003205     EXIT.
003206 7010-PROMPT-CUSTOMER-ID.
003207     DISPLAY "ENTER THE CUSTOMER ID (? TO SEARCH BY NAME)".
003208     ACCEPT MAINT-CUSTOMER-ID.
003209     IF MAINT-CUSTOMER-ID = "?"
003210         PERFORM 7020-SEARCH-BY-NAME THRU 7020-EXIT
003211         GO TO 7010-EXIT
003212     END-IF.
003213     IF MAINT-CUSTOMER-ID = SPACES
003214         DISPLAY "CUSTOMER ID CANNOT BE BLANK - RE-ENTER"
003220     END-IF.
003230 7010-EXIT.
003240     EXIT.
003320     END-READ.
003330 7100-EXIT.
003340     EXIT.
003341 7150-READ-ADDRESS.
003342     MOVE MAINT-CUSTOMER-ID TO CA-CUSTOMER-ID.
003343     READ CUSTOMER-ADDRESS-FILE
003344         INVALID KEY
003345             MOVE "NO" TO ADDRESS-FOUND-SW
003346         NOT INVALID KEY
003347             MOVE "YES" TO ADDRESS-FOUND-SW
003348     END-READ.
003349 7150-EXIT.
003350     EXIT.
003351 7200-GET-CUSTOMER-NAME.
003360     MOVE SPACES TO NAME-ENTRY.
003370     PERFORM 7210-PROMPT-CUSTOMER-NAME THRU 7210-EXIT
003380         UNTIL NAME-ENTRY NOT = SPACES.
003875     END-IF.
003876 7610-EXIT.
003877     EXIT.
003878*----------------------------------------------------------------*
003879* 7700-GET-TERMS-CODE THRU 7700-EXIT - PROMPT UNTIL THE TERMS    *
003880* CODE IS ON THE TERMSTAB TABLE.  BLANK TAKES THE DEFAULT TERMS. *
003881*----------------------------------------------------------------*
003882 7700-GET-TERMS-CODE.
003883     MOVE ZERO TO TERMS-HIT-SUB.
003884     PERFORM 7710-PROMPT-TERMS-CODE THRU 7710-EXIT
003885         UNTIL TERMS-HIT-SUB > ZERO.
003886 7700-EXIT.
003887     EXIT.
003888 7710-PROMPT-TERMS-CODE.
003889     DISPLAY "TERMS - N10, N30, N60, 210, OR COD (BLANK = "
003890         DEFAULT-TERMS-CODE ")?".
003891     MOVE SPACES TO TERMS-ENTRY.
003892     ACCEPT TERMS-ENTRY.
003893     IF TERMS-ENTRY = SPACES
003894         MOVE DEFAULT-TERMS-CODE TO TERMS-ENTRY
003895     END-IF.
003896     INSPECT TERMS-ENTRY CONVERTING "nod" TO "NOD".
003897     PERFORM 7720-FIND-TERMS THRU 7720-EXIT.
003898     IF TERMS-HIT-SUB = ZERO
003899         DISPLAY "TERMS CODE NOT ON THE TERMS TABLE - RE-ENTER"
003900     END-IF.
003901 7710-EXIT.
003902     EXIT.
003903 7720-FIND-TERMS.
003904     MOVE ZERO TO TERMS-HIT-SUB.
003905     PERFORM 7730-MATCH-TERMS THRU 7730-EXIT
003906         VARYING TERMS-SUB FROM 1 BY 1
003907         UNTIL TERMS-SUB > TERMS-ENTRY-COUNT.
003908 7720-EXIT.
003909     EXIT.
003910 7730-MATCH-TERMS.
003911     IF TT-TERMS-CODE (TERMS-SUB) = TERMS-ENTRY
003912         MOVE TERMS-SUB TO TERMS-HIT-SUB
003913     END-IF.
003914 7730-EXIT.
003915     EXIT.
003925*----------------------------------------------------------------*
003935* 7750-GET-ACCOUNT-STATUS THRU 7750-EXIT - TAKE A NEW ACCOUNT    *
003945* STATUS AND THE REASON FOR IT.  BLANK KEEPS THE STATUS AS IT    *
003955* STANDS.  A HOLD SET HERE STAYS UNTIL IT IS CHANGED HERE - ONLY *
003965* A HOLD PLACED BY THE DUNNING RUN COMES OFF BY ITSELF WHEN THE  *
003975* PAST-DUE ITEMS ARE PAID.                                       *
003985*----------------------------------------------------------------*
003995 7750-GET-ACCOUNT-STATUS.
004005     DISPLAY "ACCOUNT STATUS - A(CTIVE), H(OLD), C(OLLECTIONS),"
004015         " X (CLOSED) (BLANK TO KEEP)?".
004025     MOVE SPACE TO STATUS-ENTRY.
004035     ACCEPT STATUS-ENTRY.
004045     INSPECT STATUS-ENTRY CONVERTING "ahcx" TO "AHCX".
004055     IF STATUS-ENTRY = SPACE
004065        OR STATUS-ENTRY = OLD-ACCOUNT-STATUS
004075         GO TO 7750-EXIT
004085     END-IF.
004095     IF NOT VALID-STATUS-ENTRY
004105         DISPLAY "STATUS MUST BE A, H, C OR X - LEFT AS IS"
004115         GO TO 7750-EXIT
004125     END-IF.
004135     IF STATUS-ENTRY = "X"
004145        AND CM-CUSTOMER-BALANCE NOT = ZERO
004155         DISPLAY "WARNING - CLOSING WITH A BALANCE - PAYMENTS"
004165             " WILL STILL POST"
004175     END-IF.
004185     DISPLAY "REASON FOR THE STATUS CHANGE?".
004195     MOVE SPACES TO STATUS-REASON-ENTRY.
004205     ACCEPT STATUS-REASON-ENTRY.
004215     MOVE STATUS-ENTRY TO CM-ACCOUNT-STATUS.
004225     ACCEPT CM-STATUS-DATE FROM DATE YYYYMMDD.
004235     MOVE "M" TO CM-STATUS-SOURCE.
004245 7750-EXIT.
004255     EXIT.
004265*----------------------------------------------------------------*
004275* 7800-GET-ADDRESS-BLOCK THRU 7800-EXIT - PROMPT FOR ONE ADDRESS *
004285* (BILL-TO OR STATEMENT) IN ADDRESS-WORK.  BLANK KEEPS A LINE,   *
004295* * CLEARS IT.  A ZIP NOT IN 12345 OR 12345-6789 FORM IS LEFT    *
004305* AS IT WAS.                                                     *
004315*----------------------------------------------------------------*
004325 7800-GET-ADDRESS-BLOCK.
004335     DISPLAY "  ATTENTION NAME?".
004345     MOVE SPACES TO ADDRESS-LINE-ENTRY.
004355     ACCEPT ADDRESS-LINE-ENTRY.
004365     IF ADDRESS-LINE-ENTRY = "*"
004375         MOVE SPACES TO AW-ATTENTION
004385     ELSE
004395         IF ADDRESS-LINE-ENTRY NOT = SPACES
004405             MOVE ADDRESS-LINE-ENTRY TO AW-ATTENTION
004415         END-IF
004425     END-IF.
004435     DISPLAY "  STREET LINE 1?".
004445     MOVE SPACES TO ADDRESS-LINE-ENTRY.
004455     ACCEPT ADDRESS-LINE-ENTRY.
004465     IF ADDRESS-LINE-ENTRY = "*"
004475         MOVE SPACES TO AW-STREET-1
004485     ELSE
004495         IF ADDRESS-LINE-ENTRY NOT = SPACES
004505             MOVE ADDRESS-LINE-ENTRY TO AW-STREET-1
004515         END-IF
004525     END-IF.
004535     DISPLAY "  STREET LINE 2?".
004545     MOVE SPACES TO ADDRESS-LINE-ENTRY.
004555     ACCEPT ADDRESS-LINE-ENTRY.
004565     IF ADDRESS-LINE-ENTRY = "*"
004575         MOVE SPACES TO AW-STREET-2
004585     ELSE
004595         IF ADDRESS-LINE-ENTRY NOT = SPACES
004605             MOVE ADDRESS-LINE-ENTRY TO AW-STREET-2
004615         END-IF
004625     END-IF.
004635     DISPLAY "  CITY?".
004645     MOVE SPACES TO ADDRESS-LINE-ENTRY.
004655     ACCEPT ADDRESS-LINE-ENTRY.
004665     IF ADDRESS-LINE-ENTRY = "*"
004675         MOVE SPACES TO AW-CITY
004685     ELSE
004695         IF ADDRESS-LINE-ENTRY NOT = SPACES
004705             MOVE ADDRESS-LINE-ENTRY TO AW-CITY
004715         END-IF
004725     END-IF.
004735     DISPLAY "  STATE (TWO LETTERS)?".
004745     MOVE SPACES TO STATE-ENTRY.
004755     ACCEPT STATE-ENTRY.
004765     INSPECT STATE-ENTRY CONVERTING "abcdefghijklmnopqrstuvwxyz"
004775         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
004785     IF STATE-ENTRY = "*"
004795         MOVE SPACES TO AW-STATE
004805     ELSE
004815         IF STATE-ENTRY NOT = SPACES
004825             MOVE STATE-ENTRY TO AW-STATE
004835         END-IF
004845     END-IF.
004855     DISPLAY "  ZIP - 12345 OR 12345-6789?".
004865     MOVE SPACES TO ZIP-ENTRY.
004875     ACCEPT ZIP-ENTRY.
004885     IF ZIP-ENTRY = SPACES
004895         GO TO 7800-EXIT
004905     END-IF.
004915     IF ZIP-ENTRY = "*"
004925         MOVE SPACES TO AW-ZIP-CODE
004935         GO TO 7800-EXIT
004945     END-IF.
004955     PERFORM 7880-EDIT-ZIP-ENTRY THRU 7880-EXIT.
004965     IF VALID-ZIP
004975         MOVE ZE-ZIP-5 TO AW-ZIP-5
004985         MOVE ZE-ZIP-4 TO AW-ZIP-4
004995     ELSE
005005         DISPLAY "ZIP MUST BE 12345 OR 12345-6789 - LEFT AS IS"
005015     END-IF.
005025 7800-EXIT.
005035     EXIT.
005045 7880-EDIT-ZIP-ENTRY.
005055     MOVE "NO" TO VALID-ZIP-SW.
005065     IF ZE-ZIP-5 IS NOT NUMERIC
005075         GO TO 7880-EXIT
005085     END-IF.
005095     IF ZE-DASH = SPACE AND ZE-ZIP-4 = SPACES
005105         MOVE "YES" TO VALID-ZIP-SW
005115         GO TO 7880-EXIT
005125     END-IF.
005135     IF ZE-DASH = "-" AND ZE-ZIP-4 IS NUMERIC
005145         MOVE "YES" TO VALID-ZIP-SW
005155     END-IF.
005165 7880-EXIT.
005175     EXIT.
005185*----------------------------------------------------------------*
005195* 7890-CHECK-ADDRESS-USABLE THRU 7890-EXIT - THE SAME TEST THE   *
005205* STATEMENT AND LETTER RUNS APPLY: A FIRST STREET LINE, A CITY,  *
005215* A STATE, AND A FIVE-DIGIT ZIP.                                 *
005225*----------------------------------------------------------------*
005235 7890-CHECK-ADDRESS-USABLE.
005245     MOVE "YES" TO ADDRESS-USABLE-SW.
005255     IF AW-STREET-1 = SPACES
005265        OR AW-CITY = SPACES
005275        OR AW-STATE = SPACES
005285        OR AW-ZIP-5 IS NOT NUMERIC
005295         MOVE "NO" TO ADDRESS-USABLE-SW
005305     END-IF.
005315 7890-EXIT.
005325     EXIT.
005335*----------------------------------------------------------------*
005345* 7900-GET-STMT-ADDRESS THRU 7900-EXIT - Y TAKES (OR CHANGES) A  *
005355* SEPARATE ADDRESS FOR STATEMENTS, N DROPS IT SO STATEMENTS GO   *
005365* TO THE BILL-TO ADDRESS, BLANK KEEPS THINGS AS THEY ARE.        *
005375*----------------------------------------------------------------*
005385 7900-GET-STMT-ADDRESS.
005395     DISPLAY "SEPARATE STATEMENT ADDRESS - Y OR N"
005405         " (BLANK TO KEEP)?".
005415     MOVE SPACE TO STMT-FLAG-ENTRY.
005425     ACCEPT STMT-FLAG-ENTRY.
005435     INSPECT STMT-FLAG-ENTRY CONVERTING "yn" TO "YN".
005445     IF STMT-FLAG-ENTRY = SPACE
005455         MOVE CA-STMT-ADDRESS-FLAG TO STMT-FLAG-ENTRY
005465     END-IF.
005475     IF NOT VALID-STMT-FLAG-ENTRY
005485         DISPLAY "STATEMENT FLAG MUST BE Y OR N - LEFT AS IS"
005495         GO TO 7900-EXIT
005505     END-IF.
005515     IF STMT-FLAG-ENTRY = "N"
005525         MOVE "N" TO CA-STMT-ADDRESS-FLAG
005535         MOVE SPACES TO CA-STMT-ADDRESS
005545         GO TO 7900-EXIT
005555     END-IF.
005565     MOVE "Y" TO CA-STMT-ADDRESS-FLAG.
005575     DISPLAY "STATEMENT ADDRESS - BLANK KEEPS A LINE,"
005585         " * CLEARS IT".
005595     MOVE CA-STMT-ADDRESS TO ADDRESS-WORK.
005605     PERFORM 7800-GET-ADDRESS-BLOCK THRU 7800-EXIT.
005615     MOVE ADDRESS-WORK TO CA-STMT-ADDRESS.
005625 7900-EXIT.
005635     EXIT.
005645*----------------------------------------------------------------*
005655* 8000-WRITE-LOG-RECORD THRU 8000-EXIT - ONE TIME-STAMPED LOG    *
005665* RECORD PER CHANGE: WHO-DID-WHAT-WHEN FOR THE AUDITORS, WITH    *
005675* THE MASTER RECORD AS IT STOOD BEFORE AND AFTER.                *
005685* 8050-WRITE-ADDRESS-LOG DOES THE SAME FOR AN ADDRESS RECORD,    *
005695* WITH ML-FUNCTION SAYING WHAT HAPPENED TO THAT RECORD.          *
005705*----------------------------------------------------------------*
005715 8000-WRITE-LOG-RECORD.
005725     ACCEPT LOG-STAMP-DATE FROM DATE YYYYMMDD.
005735     ACCEPT LOG-STAMP-TIME FROM TIME.
005745     MOVE LOG-STAMP-DATE TO ML-LOG-DATE.
005755     MOVE LOG-STAMP-TIME TO ML-LOG-TIME.
005765     MOVE MAINT-FUNCTION TO ML-FUNCTION.
005775     MOVE MAINT-CUSTOMER-ID TO ML-CUSTOMER-ID.
005785     MOVE "M" TO ML-RECORD-TYPE.
005795     MOVE BEFORE-IMAGE-SAVE TO ML-BEFORE-IMAGE.
005805     MOVE CUSTOMER-MASTER-RECORD TO ML-AFTER-IMAGE.
005815     WRITE MAINT-LOG-RECORD.
005825 8000-EXIT.
005835     EXIT.
005845 8050-WRITE-ADDRESS-LOG.
005855     ACCEPT LOG-STAMP-DATE FROM DATE YYYYMMDD.
005865     ACCEPT LOG-STAMP-TIME FROM TIME.
005875     MOVE LOG-STAMP-DATE TO ML-LOG-DATE.
005885     MOVE LOG-STAMP-TIME TO ML-LOG-TIME.
005895     MOVE ADDRESS-ACTION TO ML-FUNCTION.
005905     MOVE MAINT-CUSTOMER-ID TO ML-CUSTOMER-ID.
005915     MOVE "A" TO ML-RECORD-TYPE.
005925     MOVE ADDRESS-BEFORE-SAVE TO ML-BEFORE-IMAGE.
005935     MOVE CUSTOMER-ADDRESS-RECORD TO ML-AFTER-IMAGE.
005945     WRITE MAINT-LOG-RECORD.
005955 8050-EXIT.
005965     EXIT.
005975*----------------------------------------------------------------*
005985* 8100-WRITE-STATUS-LOG THRU 8100-EXIT - AUDIT ONE MANUAL        *
005995* ACCOUNT STATUS CHANGE TO THE STATUS LOG.                       *
006005*----------------------------------------------------------------*
006015 8100-WRITE-STATUS-LOG.
006025     MOVE SPACES TO STATUS-LOG-RECORD.
006035     MOVE LOG-STAMP-DATE TO SL-LOG-DATE.
006045     MOVE LOG-STAMP-TIME TO SL-LOG-TIME.
006055     MOVE CM-CUSTOMER-ID TO SL-CUSTOMER-ID.
006065     MOVE OLD-ACCOUNT-STATUS TO SL-OLD-STATUS.
006075     MOVE CM-ACCOUNT-STATUS TO SL-NEW-STATUS.
006085     MOVE "M" TO SL-CHANGE-SOURCE.
006095     MOVE "LAB1MNT" TO SL-PROGRAM-ID.
006105     MOVE STATUS-REASON-ENTRY TO SL-REASON.
006115     WRITE STATUS-LOG-RECORD.
006125 8100-EXIT.
006135     EXIT.
006145*----------------------------------------------------------------*
006155* 9000-TERMINATE THRU 9000-EXIT - CLOSE UP SHOP.                 *
006165*----------------------------------------------------------------*
006175 9000-TERMINATE.
006185     CLOSE CUSTOMER-MASTER-FILE.
006195     CLOSE MAINT-LOG-FILE.
006205     CLOSE CUSTOMER-ADDRESS-FILE.
006215     CLOSE STATUS-LOG-FILE.
006225     DISPLAY "MAINTENANCE SESSION COMPLETE".
006235 9000-EXIT.
006245     EXIT.
006255 END PROGRAM LAB1MNT.
