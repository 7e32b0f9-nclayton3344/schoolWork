000200*                  CREDIT OR CURRENT IS SKIPPED.
000202* 09/02/2026 NDC   LIST OPEN F FINANCE CHARGE ITEMS ON THE
000204*                  LETTERS ALONGSIDE OPEN PURCHASES.
000205* 10/15/2026 NDC   LEAVE DISPUTED ITEMS OFF THE LETTERS AND OUT
000206*                  OF THE NOTICE LEVEL WHILE THE DISPUTE DESK
000207*                  WORKS THEM.
000208* 10/15/2026 NDC   PRINT THE BILL-TO ADDRESS FROM THE CUSTADDR
000209*                  FILE IN WINDOW-ENVELOPE POSITION ON EACH
000210*                  LETTER.  A CUSTOMER WITH NO USABLE ADDRESS GETS
000211*                  NO LETTER IN THE MAIL RUN AND IS LISTED ON THE
000212*                  DUNNOML CANNOT-MAIL EXCEPTION LIST INSTEAD; THE
000213*                  NOTICE IS NOT RECORDED, SO IT GOES OUT ONCE THE
000214*                  ADDRESS IS FIXED.
000215* 10/15/2026 NDC   A FINAL NOTICE NOW PUTS AN ACTIVE ACCOUNT ON
000216*                  CREDIT HOLD (CM-ACCOUNT-STATUS H, SET BY
000217*                  DUNNING) SO THE POSTING RUN HOLDS ITS
000218*                  PURCHASES, AND A DUNNING HOLD WITH NOTHING
000219*                  LEFT PAST DUE IS TAKEN OFF.  BOTH ARE LOGGED
000220*                  TO STATLOG.  THE MASTER IS NOW OPENED I-O.
000221******************************************************************
000222 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. LAB1DUN.
000240 AUTHOR. N. D. CLAYTON.
000250 INSTALLATION. WTAMU CS3322.
000470     SELECT LETTER-FILE ASSIGN TO "DUNLTRS"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS LETTER-STATUS.
000491     SELECT OPTIONAL CUSTOMER-ADDRESS-FILE ASSIGN TO "CUSTADDR"
000492         ORGANIZATION IS INDEXED
000493         ACCESS MODE IS DYNAMIC
000494         RECORD KEY IS CA-CUSTOMER-ID
000495         FILE STATUS IS CUST-ADDR-STATUS.
000496     SELECT NO-MAIL-FILE ASSIGN TO "DUNNOML"
000497         ORGANIZATION IS LINE SEQUENTIAL
000498         FILE STATUS IS NO-MAIL-STATUS.
000500     SELECT OPTIONAL STATUS-LOG-FILE ASSIGN TO "STATLOG"
000502         ORGANIZATION IS LINE SEQUENTIAL
000504         FILE STATUS IS STATUS-LOG-STATUS.
000506 DATA DIVISION.
000510 FILE SECTION.
000520 FD  CUSTOMER-MASTER-FILE
000530     LABEL RECORDS ARE STANDARD.
000610 FD  LETTER-FILE
000620     LABEL RECORDS ARE STANDARD.
000630 01  LETTER-PRINT-LINE           PIC X(132).
000631 FD  CUSTOMER-ADDRESS-FILE
000632     LABEL RECORDS ARE STANDARD.
000633     COPY CUSTADDR.
000634 FD  NO-MAIL-FILE
000635     LABEL RECORDS ARE STANDARD.
000636 01  NO-MAIL-PRINT-LINE          PIC X(132).
000637 FD  STATUS-LOG-FILE
000638     LABEL RECORDS ARE STANDARD.
000639     COPY STATLOG.
000640 WORKING-STORAGE SECTION.
000650 77  CUST-MAST-STATUS            PIC X(02) VALUE SPACES.
000660 77  TRAN-HIST-STATUS            PIC X(02) VALUE SPACES.
000670 77  DUN-CTL-STATUS              PIC X(02) VALUE SPACES.
000680 77  LETTER-STATUS               PIC X(02) VALUE SPACES.
000683 77  CUST-ADDR-STATUS            PIC X(02) VALUE SPACES.
000686 77  NO-MAIL-STATUS              PIC X(02) VALUE SPACES.
000688 77  STATUS-LOG-STATUS           PIC X(02) VALUE SPACES.
000690 77  MORE-CUSTOMERS-SW           PIC X(03) VALUE "YES".
000700     88  NO-MORE-CUSTOMERS               VALUE "NO".
000710 77  MORE-ITEMS-SW               PIC X(03) VALUE "YES".
000830     88  NOTICE-ON-FILE                  VALUE "YES".
000840 77  SEND-LETTER-SW              PIC X(03) VALUE "NO".
000850     88  SEND-LETTER                     VALUE "YES".
000852 77  LETTER-MAILED-SW            PIC X(03) VALUE "NO".
000854     88  LETTER-MAILED                   VALUE "YES".
000856 77  TOP-NOTICE-LEVEL            PIC 9(01) VALUE 4.
000860 77  CUST-PAST-DUE-TOTAL         PIC 9(09)V99 VALUE ZERO.
000870 77  ITEM-COUNT                  PIC 9(03) COMP VALUE ZERO.
000880 77  ITEM-SUB                    PIC 9(03) COMP VALUE ZERO.
000890 77  ITEM-LIMIT                  PIC 9(03) COMP VALUE 300.
000900 77  ITEM-FULL-SW                PIC X(03) VALUE "NO".
000910     88  ITEM-TABLE-FULL                 VALUE "YES".
000911 77  ADDRESS-FILE-SW             PIC X(03) VALUE "YES".
000912     88  NO-ADDRESS-FILE                 VALUE "NO".
000913 77  ADDRESS-USABLE-SW           PIC X(03) VALUE "NO".
000914     88  ADDRESS-USABLE                  VALUE "YES".
000915 77  NO-MAIL-REASON              PIC X(30) VALUE SPACES.
000916 77  ADDRESS-LINE-COUNT          PIC 9(03) COMP VALUE ZERO.
000917 77  ADDRESS-LINE-SUB            PIC 9(03) COMP VALUE ZERO.
000918 77  ADDRESS-BLOCK-SIZE          PIC 9(03) COMP VALUE 5.
000919 77  CITY-LINE-PTR               PIC 9(03) COMP VALUE ZERO.
000920 77  LETTERS-CUT-COUNT           PIC 9(05) COMP VALUE ZERO.
000930 77  REMINDER-COUNT              PIC 9(05) COMP VALUE ZERO.
000940 77  SECOND-COUNT                PIC 9(05) COMP VALUE ZERO.
000950 77  DEMAND-COUNT                PIC 9(05) COMP VALUE ZERO.
000960 77  FINAL-COUNT                 PIC 9(05) COMP VALUE ZERO.
000970 77  SKIPPED-COUNT               PIC 9(05) COMP VALUE ZERO.
000975 77  NO-MAIL-COUNT               PIC 9(05) COMP VALUE ZERO.
000976 77  HOLDS-PLACED-COUNT          PIC 9(05) COMP VALUE ZERO.
000977 77  HOLDS-RELEASED-COUNT        PIC 9(05) COMP VALUE ZERO.
000980 01  AS-OF-DATE-WORK.
000990     05  AOD-YEAR                PIC 9(04).
001000     05  AOD-MONTH               PIC 9(02).
001100 01  OPEN-ITEM-TABLE.
001110     05  OPEN-ITEM-ENTRY         OCCURS 300 TIMES
001120                                 PIC X(132).
001121 01  ADDRESS-WORK.
001122     05  AW-ATTENTION            PIC X(30).
001123     05  AW-STREET-1             PIC X(30).
001124     05  AW-STREET-2             PIC X(30).
001125     05  AW-CITY                 PIC X(20).
001126     05  AW-STATE                PIC X(02).
001127     05  AW-ZIP-CODE.
001128         10  AW-ZIP-5            PIC X(05).
001129         10  AW-ZIP-4            PIC X(04).
001130 01  ADDRESS-BLOCK-TABLE.
001131     05  ADDRESS-BLOCK-ENTRY     OCCURS 5 TIMES
001132                                 PIC X(40).
001133 01  ATTENTION-LINE-WORK.
001134     05  FILLER                  PIC X(06) VALUE "ATTN: ".
001135     05  AN-ATTENTION            PIC X(30).
001136 01  CITY-LINE-WORK              PIC X(40).
001137 01  LETTER-DATE-LINE.
001140     05  FILLER                  PIC X(42) VALUE SPACES.
001150     05  LD-MONTH                PIC 9(02).
001160     05  FILLER                  PIC X(01) VALUE "/".
001490     05  FILLER                  PIC X(03) VALUE SPACES.
001500     05  IT-PAST-DUE-TOTAL       PIC ZZ,ZZZ,ZZ9.99.
001510 01  LETTER-BLANK-LINE           PIC X(132) VALUE SPACES.
001511 01  ADDRESS-PRINT-LINE.
001512     05  FILLER                  PIC X(10) VALUE SPACES.
001513     05  AL-ADDRESS-TEXT         PIC X(40).
001514 01  NO-MAIL-HEADING-1.
001515     05  FILLER                  PIC X(38)
001516         VALUE "CANNOT-MAIL LIST - LETTER RUN AS OF   ".
001517     05  NH-RUN-MONTH            PIC 9(02).
001518     05  FILLER                  PIC X(01) VALUE "/".
001519     05  NH-RUN-DAY              PIC 9(02).
001520     05  FILLER                  PIC X(01) VALUE "/".
001521     05  NH-RUN-YEAR             PIC 9(04).
001522 01  NO-MAIL-COLUMN-HEADS.
001523     05  FILLER                  PIC X(10) VALUE "CUSTOMER".
001524     05  FILLER                  PIC X(22) VALUE "NAME".
001525     05  FILLER                  PIC X(32) VALUE "REASON".
001526     05  FILLER                  PIC X(07) VALUE "NOTICE".
001527     05  FILLER                  PIC X(14) VALUE "      PAST DUE".
001528 01  NO-MAIL-DETAIL-LINE.
001529     05  NM-CUSTOMER-ID          PIC X(06).
001530     05  FILLER                  PIC X(04) VALUE SPACES.
001531     05  NM-CUSTOMER-NAME        PIC X(20).
001532     05  FILLER                  PIC X(02) VALUE SPACES.
001533     05  NM-REASON               PIC X(30).
001534     05  FILLER                  PIC X(04) VALUE SPACES.
001535     05  NM-NOTICE-LEVEL         PIC 9(01).
001536     05  FILLER                  PIC X(02) VALUE SPACES.
001537     05  NM-PAST-DUE             PIC ZZ,ZZZ,ZZ9.99.
001538 01  NO-MAIL-TOTAL-LINE.
001539     05  FILLER                  PIC X(32)
001540         VALUE "CUSTOMERS NOT MAILED  . . . . . ".
001541     05  NT-NO-MAIL-COUNT        PIC ZZ,ZZ9.
001542 PROCEDURE DIVISION.
001543*----------------------------------------------------------------*
001544* 0000-MAINLINE                                                 *
001550*----------------------------------------------------------------*
001560 0000-MAINLINE.
001570     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001620*----------------------------------------------------------------*
001630* 1000-INITIALIZE THRU 1000-EXIT - GET THE AS-OF DATE, OPEN THE  *
001640* FILES (BUILDING AN EMPTY DUNNING CONTROL FILE ON THE VERY      *
001650* FIRST RUN), AND PRIME THE FIRST CUSTOMER.  WITH NO ADDRESS     *
001655* FILE AT ALL, EVERY LETTER GOES ON THE CANNOT-MAIL LIST.        *
001660*----------------------------------------------------------------*
001670 1000-INITIALIZE.
001680     PERFORM 1100-GET-AS-OF-DATE THRU 1100-EXIT.
001690     OPEN I-O CUSTOMER-MASTER-FILE.
001700     IF CUST-MAST-STATUS NOT = "00"
001710         DISPLAY "ERROR OPENING CUSTOMER-MASTER-FILE - STATUS "
001720             CUST-MAST-STATUS
001950             LETTER-STATUS
001960         STOP RUN
001970     END-IF.
001971     OPEN INPUT CUSTOMER-ADDRESS-FILE.
001972     IF CUST-ADDR-STATUS = "05"
001973         DISPLAY "NO CUSTADDR ON FILE - NO LETTER CAN BE MAILED"
001974         MOVE "NO" TO ADDRESS-FILE-SW
001975     ELSE
001976         IF CUST-ADDR-STATUS NOT = "00"
001977             DISPLAY "ERROR OPENING CUSTOMER-ADDRESS-FILE - "
001978                 "STATUS " CUST-ADDR-STATUS
001979             STOP RUN
001980         END-IF
001981     END-IF.
001982     OPEN EXTEND STATUS-LOG-FILE.
001983     IF STATUS-LOG-STATUS NOT = "00" AND "05"
001984         DISPLAY "ERROR OPENING STATUS-LOG-FILE - STATUS "
001985             STATUS-LOG-STATUS
001986         STOP RUN
001987     END-IF.
001988     OPEN OUTPUT NO-MAIL-FILE.
001989     IF NO-MAIL-STATUS NOT = "00"
001990         DISPLAY "ERROR OPENING NO-MAIL-FILE - STATUS "
001991             NO-MAIL-STATUS
001992         STOP RUN
001993     END-IF.
001994     WRITE NO-MAIL-PRINT-LINE FROM NO-MAIL-HEADING-1
001995         AFTER ADVANCING PAGE.
001996     WRITE NO-MAIL-PRINT-LINE FROM LETTER-BLANK-LINE
001997         AFTER ADVANCING 1 LINE.
001998     WRITE NO-MAIL-PRINT-LINE FROM NO-MAIL-COLUMN-HEADS
001999         AFTER ADVANCING 1 LINE.
002000     PERFORM 3100-READ-CUSTOMER THRU 3100-EXIT.
002001 1000-EXIT.
002002     EXIT.
002010 1100-GET-AS-OF-DATE.
002020     MOVE SPACES TO AS-OF-DATE-ENTRY.
002030     PERFORM 1110-PROMPT-AS-OF-DATE THRU 1110-EXIT
002070     MOVE AOD-MONTH TO LD-MONTH.
002080     MOVE AOD-DAY TO LD-DAY.
002090     MOVE AOD-YEAR TO LD-YEAR.
002092     MOVE AOD-MONTH TO NH-RUN-MONTH.
002094     MOVE AOD-DAY TO NH-RUN-DAY.
002096     MOVE AOD-YEAR TO NH-RUN-YEAR.
002100 1100-EXIT.
002110     EXIT.
002120 1110-PROMPT-AS-OF-DATE.
002270* 3000-DUN-ONE-CUSTOMER THRU 3000-EXIT - GATHER THIS CUSTOMER'S  *
002280* PAST-DUE OPEN ITEMS, FIND THE WORST BUCKET, AND CUT A LETTER   *
002290* IF ONE IS CALLED FOR.  A CUSTOMER IN CREDIT IS NEVER DUNNED.   *
002295* A LETTER THAT CANNOT BE MAILED IS LISTED INSTEAD OF PRINTED.   *
002296* A FINAL NOTICE PUTS THE ACCOUNT ON HOLD (3950); A DUNNING HOLD *
002297* WITH NOTHING PAST DUE COMES OFF (3900).                        *
002300*----------------------------------------------------------------*
002310 3000-DUN-ONE-CUSTOMER.
002320     IF CM-CUSTOMER-BALANCE < ZERO
002325         PERFORM 3900-RELEASE-HOLD THRU 3900-EXIT
002330         GO TO 3000-NEXT
002340     END-IF.
002350     MOVE ZERO TO CUST-PAST-DUE-TOTAL.
002470     PERFORM 3200-GATHER-ONE-ITEM THRU 3200-EXIT
002480         UNTIL NO-MORE-ITEMS.
002490     IF WORST-NOTICE-LEVEL = ZERO
002495         PERFORM 3900-RELEASE-HOLD THRU 3900-EXIT
002500         GO TO 3000-NEXT
002510     END-IF.
002520     PERFORM 3400-CHECK-NOTICE-HISTORY THRU 3400-EXIT.
002525     MOVE "NO" TO LETTER-MAILED-SW.
002530     IF NOT SEND-LETTER
002570         ADD 1 TO SKIPPED-COUNT
002575         GO TO 3000-HOLD
002580     END-IF.
002581     PERFORM 3700-CHECK-ADDRESS THRU 3700-EXIT.
002582     IF ADDRESS-USABLE
002583         PERFORM 3500-PRINT-LETTER THRU 3500-EXIT
002584         PERFORM 3600-RECORD-NOTICE THRU 3600-EXIT
002586         MOVE "YES" TO LETTER-MAILED-SW
002588     ELSE
002590         PERFORM 3800-LIST-NO-MAIL THRU 3800-EXIT
002592     END-IF.
002594 3000-HOLD.
002596     PERFORM 3950-PLACE-HOLD THRU 3950-EXIT.
002598 3000-NEXT.
002600     PERFORM 3100-READ-CUSTOMER THRU 3100-EXIT.
002610 3000-EXIT.
002620     EXIT.
002640* 3200-GATHER-ONE-ITEM THRU 3200-EXIT - ONE HISTORY RECORD: IF   *
002650* IT IS A PAST-DUE OPEN PURCHASE, 30/360 THE DAYS PAST DUE THE   *
002660* SAME WAY THE AGING RUN DOES, FORMAT ITS LETTER LINE, AND KEEP  *
002670* THE WORST NOTICE LEVEL SEEN SO FAR.  A DISPUTED ITEM IS NOT    *
002675* DUNNED UNTIL THE DISPUTE IS CLEARED.                           *
002680*----------------------------------------------------------------*
002690 3200-GATHER-ONE-ITEM.
002700     READ TRAN-HISTORY-FILE NEXT
002794        OR TH-OPEN-AMOUNT = ZERO
002800         GO TO 3200-EXIT
002810     END-IF.
002812     IF TH-ITEM-DISPUTED
002814         GO TO 3200-EXIT
002816     END-IF.
002820     MOVE TH-DUE-DATE TO DUE-DATE-WORK.
002830     COMPUTE DAYS-PAST-DUE =
002840         ((AOD-YEAR - DDW-YEAR) * 360)
003610     EXIT.
003620*----------------------------------------------------------------*
003630* 3500-PRINT-LETTER THRU 3500-EXIT - ONE LETTER ON A FRESH PAGE: *
003640* DATE, MAILING ADDRESS, NAME AND ACCOUNT, THE WORDING FOR THE   *
003650* WORST BUCKET, THE OPEN ITEMS, AND THE TOTAL PAST DUE.          *
003660*----------------------------------------------------------------*
003670 3500-PRINT-LETTER.
003680     WRITE LETTER-PRINT-LINE FROM LETTER-DATE-LINE
003690         AFTER ADVANCING PAGE.
003700     PERFORM 3720-PRINT-ADDRESS-BLOCK THRU 3720-EXIT.
003720     MOVE CM-CUSTOMER-NAME TO LN-CUSTOMER-NAME.
003730     MOVE CM-CUSTOMER-ID TO LN-CUSTOMER-ID.
003740     WRITE LETTER-PRINT-LINE FROM LETTER-NAME-LINE
005070     END-IF.
005080 3600-EXIT.
005090     EXIT.
005091*----------------------------------------------------------------*
005092* 3700-CHECK-ADDRESS THRU 3700-EXIT - LETTERS GO TO THE BILL-TO  *
005093* ADDRESS.  SEE THAT THE MAILROOM CAN USE IT: A FIRST STREET     *
005094* LINE, A CITY, A STATE, AND A FIVE-DIGIT ZIP.  A USABLE ADDRESS *
005095* IS LAID OUT IN THE ADDRESS BLOCK TABLE.                        *
005096*----------------------------------------------------------------*
005097 3700-CHECK-ADDRESS.
005098     MOVE "NO" TO ADDRESS-USABLE-SW.
005099     IF NO-ADDRESS-FILE
005100         MOVE "NO ADDRESS ON FILE" TO NO-MAIL-REASON
005101         GO TO 3700-EXIT
005102     END-IF.
005103     MOVE CM-CUSTOMER-ID TO CA-CUSTOMER-ID.
005104     READ CUSTOMER-ADDRESS-FILE
005105         INVALID KEY
005106             MOVE "NO ADDRESS ON FILE" TO NO-MAIL-REASON
005107             GO TO 3700-EXIT
005108     END-READ.
005109     MOVE CA-BILL-TO-ADDRESS TO ADDRESS-WORK.
005110     IF AW-STREET-1 = SPACES
005111         MOVE "NO STREET ADDRESS" TO NO-MAIL-REASON
005112         GO TO 3700-EXIT
005113     END-IF.
005114     IF AW-CITY = SPACES
005115         MOVE "NO CITY" TO NO-MAIL-REASON
005116         GO TO 3700-EXIT
005117     END-IF.
005118     IF AW-STATE = SPACES
005119         MOVE "NO STATE" TO NO-MAIL-REASON
005120         GO TO 3700-EXIT
005121     END-IF.
005122     IF AW-ZIP-5 IS NOT NUMERIC
005123         MOVE "NO ZIP CODE" TO NO-MAIL-REASON
005124         GO TO 3700-EXIT
005125     END-IF.
005126     MOVE "YES" TO ADDRESS-USABLE-SW.
005127     PERFORM 3710-BUILD-ADDRESS-BLOCK THRU 3710-EXIT.
005128 3700-EXIT.
005129     EXIT.
005130*----------------------------------------------------------------*
005131* 3710-BUILD-ADDRESS-BLOCK THRU 3710-EXIT - NAME, ATTENTION,     *
005132* STREET LINES, AND CITY/STATE/ZIP, CLOSED UP SO AN EMPTY        *
005133* OPTIONAL LINE LEAVES NO GAP IN THE WINDOW.                     *
005134*----------------------------------------------------------------*
005135 3710-BUILD-ADDRESS-BLOCK.
005136     MOVE SPACES TO ADDRESS-BLOCK-TABLE.
005137     MOVE 1 TO ADDRESS-LINE-COUNT.
005138     MOVE CM-CUSTOMER-NAME TO ADDRESS-BLOCK-ENTRY (1).
005139     IF AW-ATTENTION NOT = SPACES
005140         ADD 1 TO ADDRESS-LINE-COUNT
005141         MOVE AW-ATTENTION TO AN-ATTENTION
005142         MOVE ATTENTION-LINE-WORK
005143             TO ADDRESS-BLOCK-ENTRY (ADDRESS-LINE-COUNT)
005144     END-IF.
005145     ADD 1 TO ADDRESS-LINE-COUNT.
005146     MOVE AW-STREET-1 TO ADDRESS-BLOCK-ENTRY (ADDRESS-LINE-COUNT).
005147     IF AW-STREET-2 NOT = SPACES
005148         ADD 1 TO ADDRESS-LINE-COUNT
005149         MOVE AW-STREET-2
005150             TO ADDRESS-BLOCK-ENTRY (ADDRESS-LINE-COUNT)
005151     END-IF.
005152     MOVE SPACES TO CITY-LINE-WORK.
005153     MOVE 1 TO CITY-LINE-PTR.
005154     STRING AW-CITY DELIMITED BY "  "
005155            ", " DELIMITED BY SIZE
005156            AW-STATE DELIMITED BY SIZE
005157            "  " DELIMITED BY SIZE
005158            AW-ZIP-5 DELIMITED BY SIZE
005159         INTO CITY-LINE-WORK
005160         WITH POINTER CITY-LINE-PTR
005161     END-STRING.
005162     IF AW-ZIP-4 NOT = SPACES
005163         STRING "-" AW-ZIP-4 DELIMITED BY SIZE
005164             INTO CITY-LINE-WORK
005165             WITH POINTER CITY-LINE-PTR
005166         END-STRING
005167     END-IF.
005168     ADD 1 TO ADDRESS-LINE-COUNT.
005169     MOVE CITY-LINE-WORK
005170         TO ADDRESS-BLOCK-ENTRY (ADDRESS-LINE-COUNT).
005171 3710-EXIT.
005172     EXIT.
005173*----------------------------------------------------------------*
005174* 3720-PRINT-ADDRESS-BLOCK THRU 3720-EXIT - THE ADDRESS BLOCK    *
005175* ALWAYS TAKES LINES 8 THROUGH 12 AT COLUMN 11, WHERE IT SHOWS   *
005176* THROUGH THE WINDOW OF A NO. 10 ENVELOPE WITH THE LETTER FOLDED *
005177* IN THIRDS.  THE DATE IS ON LINE 1; A SHORT ADDRESS IS PADDED   *
005178* WITH BLANK LINES SO THE LETTER BODY ALWAYS STARTS ON LINE 14.  *
005179*----------------------------------------------------------------*
005180 3720-PRINT-ADDRESS-BLOCK.
005181     MOVE ADDRESS-BLOCK-ENTRY (1) TO AL-ADDRESS-TEXT.
005182     WRITE LETTER-PRINT-LINE FROM ADDRESS-PRINT-LINE
005183         AFTER ADVANCING 7 LINES.
005184     PERFORM 3730-PRINT-ADDRESS-LINE THRU 3730-EXIT
005185         VARYING ADDRESS-LINE-SUB FROM 2 BY 1
005186         UNTIL ADDRESS-LINE-SUB > ADDRESS-BLOCK-SIZE.
005187     WRITE LETTER-PRINT-LINE FROM LETTER-BLANK-LINE
005188         AFTER ADVANCING 1 LINE.
005189 3720-EXIT.
005190     EXIT.
005191 3730-PRINT-ADDRESS-LINE.
005192     MOVE ADDRESS-BLOCK-ENTRY (ADDRESS-LINE-SUB)
005193         TO AL-ADDRESS-TEXT.
005194     WRITE LETTER-PRINT-LINE FROM ADDRESS-PRINT-LINE
005195         AFTER ADVANCING 1 LINE.
005196 3730-EXIT.
005197     EXIT.
005198*----------------------------------------------------------------*
005199* 3800-LIST-NO-MAIL THRU 3800-EXIT - A LETTER THAT CANNOT BE     *
005200* MAILED GOES ON THE EXCEPTION LIST WITH THE REASON, THE NOTICE  *
005201* LEVEL IT WOULD HAVE BEEN, AND THE TOTAL PAST DUE.  NO NOTICE   *
005202* IS RECORDED ON DUNCTL, SO THE LETTER IS STILL DUE NEXT RUN.    *
005203*----------------------------------------------------------------*
005204 3800-LIST-NO-MAIL.
005205     MOVE CM-CUSTOMER-ID TO NM-CUSTOMER-ID.
005206     MOVE CM-CUSTOMER-NAME TO NM-CUSTOMER-NAME.
005207     MOVE NO-MAIL-REASON TO NM-REASON.
005208     MOVE WORST-NOTICE-LEVEL TO NM-NOTICE-LEVEL.
005209     MOVE CUST-PAST-DUE-TOTAL TO NM-PAST-DUE.
005210     WRITE NO-MAIL-PRINT-LINE FROM NO-MAIL-DETAIL-LINE
005211         AFTER ADVANCING 1 LINE.
005212     ADD 1 TO NO-MAIL-COUNT.
005213 3800-EXIT.
005214     EXIT.
005224*----------------------------------------------------------------*
005234* 3900-RELEASE-HOLD THRU 3900-EXIT - THE CUSTOMER HAS NOTHING    *
005244* PAST DUE.  A CREDIT HOLD THIS RUN PLACED COMES OFF (THE        *
005254* POSTING RUN TAKES IT OFF AT THE PAYMENT; THIS CATCHES ITEMS    *
005264* THAT WERE WRITTEN OFF, REVERSED, OR PUT IN DISPUTE).  A HOLD   *
005274* PUT ON BY HAND, OR COLLECTIONS, IS LEFT ALONE.                 *
005284*----------------------------------------------------------------*
005294 3900-RELEASE-HOLD.
005304     IF NOT ACCOUNT-ON-HOLD OR NOT STATUS-SET-BY-DUNNING
005314         GO TO 3900-EXIT
005324     END-IF.
005334     MOVE CM-ACCOUNT-STATUS TO SL-OLD-STATUS.
005344     MOVE "A" TO CM-ACCOUNT-STATUS.
005354     MOVE "NOTHING PAST DUE" TO SL-REASON.
005364     PERFORM 3990-CHANGE-STATUS THRU 3990-EXIT.
005374     ADD 1 TO HOLDS-RELEASED-COUNT.
005384     DISPLAY "CREDIT HOLD RELEASED - NOTHING PAST DUE - "
005394         CM-CUSTOMER-ID.
005404 3900-EXIT.
005414     EXIT.
005424*----------------------------------------------------------------*
005434* 3950-PLACE-HOLD THRU 3950-EXIT - A CUSTOMER AT THE TOP NOTICE  *
005444* LEVEL WHO HAS HAD THE FINAL NOTICE - MAILED THIS RUN OR ON AN  *
005454* EARLIER ONE - GOES ON CREDIT HOLD IF THE ACCOUNT IS STILL      *
005464* ACTIVE.  A FINAL NOTICE THAT COULD NOT BE MAILED HAS NOT BEEN  *
005474* ISSUED, SO IT PLACES NO HOLD.                                  *
005484*----------------------------------------------------------------*
005494 3950-PLACE-HOLD.
005504     IF WORST-NOTICE-LEVEL < TOP-NOTICE-LEVEL
005514         GO TO 3950-EXIT
005524     END-IF.
005534     IF NOT ACCOUNT-ACTIVE
005544         GO TO 3950-EXIT
005554     END-IF.
005564     IF NOT LETTER-MAILED
005574        AND PRIOR-NOTICE-LEVEL < TOP-NOTICE-LEVEL
005584         GO TO 3950-EXIT
005594     END-IF.
005604     MOVE CM-ACCOUNT-STATUS TO SL-OLD-STATUS.
005614     MOVE "H" TO CM-ACCOUNT-STATUS.
005624     MOVE "FINAL NOTICE ISSUED" TO SL-REASON.
005634     PERFORM 3990-CHANGE-STATUS THRU 3990-EXIT.
005644     ADD 1 TO HOLDS-PLACED-COUNT.
005654     DISPLAY "CREDIT HOLD PLACED - FINAL NOTICE - "
005664         CM-CUSTOMER-ID.
005674 3950-EXIT.
005684     EXIT.
005694*----------------------------------------------------------------*
005704* 3990-CHANGE-STATUS THRU 3990-EXIT - REWRITE THE MASTER JUST    *
005714* READ WITH THE NEW STATUS, STAMPED AS SET BY DUNNING ON THE     *
005724* AS-OF DATE, AND LOG THE CHANGE.  THE CALLER HAS SET THE OLD    *
005734* STATUS AND REASON ON THE LOG RECORD.                           *
005744*----------------------------------------------------------------*
005754 3990-CHANGE-STATUS.
005764     MOVE AS-OF-DATE TO CM-STATUS-DATE.
005774     MOVE "D" TO CM-STATUS-SOURCE.
005784     REWRITE CUSTOMER-MASTER-RECORD
005794         INVALID KEY
005804             DISPLAY "ERROR CHANGING STATUS FOR " CM-CUSTOMER-ID
005814                 " - STATUS " CUST-MAST-STATUS
005824             GO TO 3990-EXIT
005834     END-REWRITE.
005844     MOVE AS-OF-DATE TO SL-LOG-DATE.
005854     ACCEPT SL-LOG-TIME FROM TIME.
005864     MOVE CM-CUSTOMER-ID TO SL-CUSTOMER-ID.
005874     MOVE CM-ACCOUNT-STATUS TO SL-NEW-STATUS.
005884     MOVE CM-STATUS-SOURCE TO SL-CHANGE-SOURCE.
005894     MOVE "LAB1DUN" TO SL-PROGRAM-ID.
005904     WRITE STATUS-LOG-RECORD.
005914 3990-EXIT.
005924     EXIT.
005934*----------------------------------------------------------------*
005944* 9000-TERMINATE THRU 9000-EXIT - CLOSE UP AND REPORT WHAT THE   *
005954* RUN CUT, BY LEVEL.                                             *
005964*----------------------------------------------------------------*
005974 9000-TERMINATE.
005984     CLOSE CUSTOMER-MASTER-FILE.
005994     CLOSE TRAN-HISTORY-FILE.
006004     CLOSE DUNNING-CONTROL-FILE.
006014     CLOSE LETTER-FILE.
006024     CLOSE CUSTOMER-ADDRESS-FILE.
006034     MOVE NO-MAIL-COUNT TO NT-NO-MAIL-COUNT.
006044     WRITE NO-MAIL-PRINT-LINE FROM LETTER-BLANK-LINE
006054         AFTER ADVANCING 1 LINE.
006064     WRITE NO-MAIL-PRINT-LINE FROM NO-MAIL-TOTAL-LINE
006074         AFTER ADVANCING 1 LINE.
006084     CLOSE NO-MAIL-FILE.
006094     CLOSE STATUS-LOG-FILE.
006104     DISPLAY "===== COLLECTION LETTER TOTALS =====".
006114     DISPLAY "LETTERS CUT  . . . " LETTERS-CUT-COUNT.
006124     DISPLAY "  REMINDERS  . . . " REMINDER-COUNT.
006134     DISPLAY "  SECOND REMINDERS " SECOND-COUNT.
006144     DISPLAY "  DEMANDS  . . . . " DEMAND-COUNT.
006154     DISPLAY "  FINAL NOTICES  . " FINAL-COUNT.
006164     DISPLAY "SKIPPED (RECENT) . " SKIPPED-COUNT.
006174     DISPLAY "CANNOT MAIL  . . . " NO-MAIL-COUNT.
006184     DISPLAY "HOLDS PLACED . . . " HOLDS-PLACED-COUNT.
006194     DISPLAY "HOLDS RELEASED . . " HOLDS-RELEASED-COUNT.
006204 9000-EXIT.
006214     EXIT.
006224 END PROGRAM LAB1DUN.
