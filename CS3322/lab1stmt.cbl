000211* 09/02/2026 NDC   SHOW THE CLEANUP RUN'S W WRITE-OFFS AS
000212*                  THEIR OWN LABELED LINES AND TOTAL, NETTED
000213*                  BY SIDE INTO THE OPENING BALANCE.
000214* 10/15/2026 NDC   SHOW D EARLY-PAY DISCOUNTS AS THEIR OWN
000215*                  LABELED LINES AND TOTAL, BACKED OUT OF THE
000216*                  OPENING BALANCE LIKE A PAYMENT.
000218* 10/15/2026 NDC   PRINT THE INVOICE NUMBER ON EACH DETAIL LINE -
000220*                  THE NUMBER ASSIGNED TO A PURCHASE OR FINANCE
000222*                  CHARGE, OR THE INVOICE A PAYMENT OR CREDIT
000224*                  NAMED - SO THE CUSTOMER CAN REMIT AGAINST IT.
000226* 10/15/2026 NDC   SHOW V REVERSALS AS "VOID ..." LINES NAMING
000228*                  WHAT THEY REVERSE, MARK THE TRANSACTION THEY
000230*                  VOIDED, AND CARRY THEIR NET IN THE OPENING
000232*                  BALANCE AND ITS OWN TOTAL LINE.
000233* 10/15/2026 NDC   SHOW THE SALES TAX A RETURN/CREDIT GAVE BACK
000234*                  ON ITS LINE, CARRY IT IN THE OPENING BALANCE,
000235*                  AND TOTAL IT ON ITS OWN LINE.
000236* 10/15/2026 NDC   PRINT THE MAILING ADDRESS FROM THE CUSTADDR
000237*                  FILE IN WINDOW-ENVELOPE POSITION ON THE FIRST
000238*                  PAGE - THE STATEMENT ADDRESS WHERE ONE IS SET
000239*                  UP, OTHERWISE THE BILL-TO.  A CUSTOMER WITH NO
000240*                  USABLE ADDRESS GETS NO STATEMENT IN THE MAIL
000241*                  RUN AND IS LISTED ON THE STMTNOML CANNOT-MAIL
000242*                  EXCEPTION LIST INSTEAD.
000243******************************************************************
000244 IDENTIFICATION DIVISION.
000245 PROGRAM-ID. LAB1STMT.
000246 AUTHOR. N. D. CLAYTON.
000250 INSTALLATION. WTAMU CS3322.
000260 DATE-WRITTEN. 08/22/2026.
000270 DATE-COMPILED. 09/02/2026.
000420     SELECT STATEMENT-FILE ASSIGN TO "STMTFILE"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS STATEMENT-STATUS.
000441     SELECT OPTIONAL CUSTOMER-ADDRESS-FILE ASSIGN TO "CUSTADDR"
000442         ORGANIZATION IS INDEXED
000443         ACCESS MODE IS DYNAMIC
000444         RECORD KEY IS CA-CUSTOMER-ID
000445         FILE STATUS IS CUST-ADDR-STATUS.
000446     SELECT NO-MAIL-FILE ASSIGN TO "STMTNOML"
000447         ORGANIZATION IS LINE SEQUENTIAL
000448         FILE STATUS IS NO-MAIL-STATUS.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  CUSTOMER-MASTER-FILE
000530 FD  STATEMENT-FILE
000540     LABEL RECORDS ARE STANDARD.
000550 01  STATEMENT-PRINT-LINE        PIC X(132).
000551 FD  CUSTOMER-ADDRESS-FILE
000552     LABEL RECORDS ARE STANDARD.
000553     COPY CUSTADDR.
000554 FD  NO-MAIL-FILE
000555     LABEL RECORDS ARE STANDARD.
000556 01  NO-MAIL-PRINT-LINE          PIC X(132).
000560 WORKING-STORAGE SECTION.
000570 77  CUST-MAST-STATUS            PIC X(02) VALUE SPACES.
000580 77  TRAN-HIST-STATUS            PIC X(02) VALUE SPACES.
000590 77  STATEMENT-STATUS            PIC X(02) VALUE SPACES.
000593 77  CUST-ADDR-STATUS            PIC X(02) VALUE SPACES.
000596 77  NO-MAIL-STATUS              PIC X(02) VALUE SPACES.
000600 77  MORE-CUSTOMERS-SW           PIC X(03) VALUE "YES".
000610     88  NO-MORE-CUSTOMERS               VALUE "NO".
000620 77  MORE-TRANS-SW               PIC X(03) VALUE "YES".
000630     88  NO-MORE-TRANS                   VALUE "NO".
000640 77  DETAIL-FULL-SW              PIC X(03) VALUE "NO".
000650     88  DETAIL-TABLE-FULL               VALUE "YES".
000651 77  ADDRESS-FILE-SW             PIC X(03) VALUE "YES".
000652     88  NO-ADDRESS-FILE                 VALUE "NO".
000653 77  ADDRESS-USABLE-SW           PIC X(03) VALUE "NO".
000654     88  ADDRESS-USABLE                  VALUE "YES".
000655 77  NO-MAIL-REASON              PIC X(30) VALUE SPACES.
000660 77  STATEMENT-DATE              PIC 9(08) VALUE ZERO.
000670 77  PERIOD-START-ENTRY          PIC X(08) VALUE SPACES.
000680 77  PERIOD-END-ENTRY            PIC X(08) VALUE SPACES.
000754 77  STMT-TAX-TOTAL              PIC 9(09)V99 VALUE ZERO.
000756 77  STMT-WOF-TOTAL              PIC 9(09)V99 VALUE ZERO.
000758 77  STMT-WOF-NET                PIC S9(09)V99 VALUE ZERO.
000759 77  STMT-EARLYPAY-TOTAL         PIC 9(09)V99 VALUE ZERO.
000760 77  STMT-TAXCR-TOTAL            PIC 9(09)V99 VALUE ZERO.
000762 77  STMT-VOID-NET               PIC S9(09)V99 VALUE ZERO.
000765 77  OPENING-BALANCE             PIC S9(09)V99 VALUE ZERO.
000770 77  TRAN-DISCOUNT               PIC 9(05)V99 VALUE ZERO.
000780 77  DETAIL-COUNT                PIC 9(03) COMP VALUE ZERO.
000790 77  DETAIL-SUB                  PIC 9(03) COMP VALUE ZERO.
000810 77  LINES-ON-PAGE               PIC 9(03) COMP VALUE ZERO.
000820 77  PAGE-LINE-LIMIT             PIC 9(03) COMP VALUE 55.
000830 77  STMT-PAGE-NO                PIC 9(03) COMP VALUE ZERO.
000831 77  ADDRESS-LINE-COUNT          PIC 9(03) COMP VALUE ZERO.
000832 77  ADDRESS-LINE-SUB            PIC 9(03) COMP VALUE ZERO.
000833 77  ADDRESS-BLOCK-SIZE          PIC 9(03) COMP VALUE 5.
000834 77  CITY-LINE-PTR               PIC 9(03) COMP VALUE ZERO.
000835 77  STATEMENTS-PRINTED-COUNT    PIC 9(05) COMP VALUE ZERO.
000836 77  NO-MAIL-COUNT               PIC 9(05) COMP VALUE ZERO.
000840 01  STATEMENT-DATE-WORK.
000850     05  STW-YEAR                PIC 9(04).
000860     05  STW-MONTH               PIC 9(02).
000940     05  TTW-MINUTE              PIC 9(02).
000950     05  TTW-SECOND              PIC 9(02).
000960     05  TTW-HUNDREDTH           PIC 9(02).
000961 01  ADDRESS-WORK.
000962     05  AW-ATTENTION            PIC X(30).
000963     05  AW-STREET-1             PIC X(30).
000964     05  AW-STREET-2             PIC X(30).
000965     05  AW-CITY                 PIC X(20).
000966     05  AW-STATE                PIC X(02).
000967     05  AW-ZIP-CODE.
000968         10  AW-ZIP-5            PIC X(05).
000969         10  AW-ZIP-4            PIC X(04).
000970 01  ADDRESS-BLOCK-TABLE.
000971     05  ADDRESS-BLOCK-ENTRY     OCCURS 5 TIMES
000972                                 PIC X(40).
000973 01  ATTENTION-LINE-WORK.
000974     05  FILLER                  PIC X(06) VALUE "ATTN: ".
000975     05  AN-ATTENTION            PIC X(30).
000976 01  CITY-LINE-WORK              PIC X(40).
000977 01  DETAIL-LINE-TABLE.
000980     05  DETAIL-LINE-ENTRY       OCCURS 300 TIMES
000990                                 PIC X(132).
001000 01  STMT-HEADING-1.
001200     05  FILLER                  PIC X(12) VALUE "DATE".
001210     05  FILLER                  PIC X(10) VALUE "TIME".
001220     05  FILLER                  PIC X(16) VALUE "TYPE".
001225     05  FILLER                  PIC X(10) VALUE "INVOICE".
001230     05  FILLER                  PIC X(09) VALUE "   AMOUNT".
001240     05  FILLER                  PIC X(13) VALUE " DISCOUNT".
001244     05  FILLER                  PIC X(13) VALUE "      TAX".
001250     05  FILLER                  PIC X(16) VALUE "      NET/OWED".
001255     05  FILLER                  PIC X(06) VALUE SPACES.
001260 01  STMT-DETAIL-LINE.
001270     05  FILLER                  PIC X(03) VALUE SPACES.
001280     05  DL-TRAN-MONTH           PIC 9(02).
001390     05  FILLER                  PIC X(02) VALUE SPACES.
001400     05  DL-TRAN-DESC            PIC X(14).
001410     05  FILLER                  PIC X(02) VALUE SPACES.
001413     05  DL-INVOICE-NO           PIC 9(08) BLANK WHEN ZERO.
001416     05  FILLER                  PIC X(02) VALUE SPACES.
001420     05  DL-TRAN-AMOUNT          PIC ZZ,ZZ9.99.
001430     05  FILLER                  PIC X(04) VALUE SPACES.
001440     05  DL-DISCOUNT             PIC ZZ,ZZ9.99.
001444     05  DL-TAX                  PIC ZZ,ZZ9.99.
001450     05  FILLER                  PIC X(04) VALUE SPACES.
001460     05  DL-NET-AMOUNT           PIC Z,ZZZ,ZZ9.99.
001463     05  FILLER                  PIC X(02) VALUE SPACES.
001466     05  DL-VOID-MARK            PIC X(06).
001470 01  STMT-TOTAL-LINE.
001480     05  FILLER                  PIC X(05) VALUE SPACES.
001490     05  TL-LABEL                PIC X(22).
001500     05  FILLER                  PIC X(14) VALUE SPACES.
001510     05  TL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99CR.
001520 01  STMT-BLANK-LINE             PIC X(132) VALUE SPACES.
001521 01  ADDRESS-PRINT-LINE.
001522     05  FILLER                  PIC X(10) VALUE SPACES.
001523     05  AL-ADDRESS-TEXT         PIC X(40).
001524 01  NO-MAIL-HEADING-1.
001525     05  FILLER                  PIC X(38)
001526         VALUE "CANNOT-MAIL LIST - STATEMENT RUN OF   ".
001527     05  NH-RUN-MONTH            PIC 9(02).
001528     05  FILLER                  PIC X(01) VALUE "/".
001529     05  NH-RUN-DAY              PIC 9(02).
001530     05  FILLER                  PIC X(01) VALUE "/".
001531     05  NH-RUN-YEAR             PIC 9(04).
001532 01  NO-MAIL-COLUMN-HEADS.
001533     05  FILLER                  PIC X(10) VALUE "CUSTOMER".
001534     05  FILLER                  PIC X(22) VALUE "NAME".
001535     05  FILLER                  PIC X(32) VALUE "REASON".
001536     05  FILLER                  PIC X(16)
001537         VALUE "  ENDING BALANCE".
001538 01  NO-MAIL-DETAIL-LINE.
001539     05  NM-CUSTOMER-ID          PIC X(06).
001540     05  FILLER                  PIC X(04) VALUE SPACES.
001541     05  NM-CUSTOMER-NAME        PIC X(20).
001542     05  FILLER                  PIC X(02) VALUE SPACES.
001543     05  NM-REASON               PIC X(30).
001544     05  FILLER                  PIC X(02) VALUE SPACES.
001545     05  NM-BALANCE              PIC ZZZ,ZZZ,ZZ9.99CR.
001546 01  NO-MAIL-TOTAL-LINE.
001547     05  FILLER                  PIC X(32)
001548         VALUE "CUSTOMERS NOT MAILED  . . . . . ".
001549     05  NT-NO-MAIL-COUNT        PIC ZZ,ZZ9.
001550 PROCEDURE DIVISION.
001551*----------------------------------------------------------------*
001552* 0000-MAINLINE                                                 *
001560*----------------------------------------------------------------*
001570 0000-MAINLINE.
001580     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001610     STOP RUN.
001620*----------------------------------------------------------------*
001630* 1000-INITIALIZE THRU 1000-EXIT - OPEN THE CUSTOMER MASTER AND  *
001640* THE ADDRESS FILE AND PICK UP THE STATEMENT DATE FOR THE PAGE   *
001643* HEADINGS.  WITH NO ADDRESS FILE AT ALL, EVERY CUSTOMER GOES    *
001646* ON THE CANNOT-MAIL LIST.                                       *
001650*----------------------------------------------------------------*
001660 1000-INITIALIZE.
001670     OPEN INPUT CUSTOMER-MASTER-FILE.
001700             CUST-MAST-STATUS
001710         STOP RUN
001720     END-IF.
001721     OPEN INPUT CUSTOMER-ADDRESS-FILE.
001722     IF CUST-ADDR-STATUS = "05"
001723         DISPLAY "NO CUSTADDR ON FILE - NO STATEMENT CAN BE"
001724             " MAILED"
001725         MOVE "NO" TO ADDRESS-FILE-SW
001726     ELSE
001727         IF CUST-ADDR-STATUS NOT = "00"
001728             DISPLAY "ERROR OPENING CUSTOMER-ADDRESS-FILE - "
001729                 "STATUS "
001730                 CUST-ADDR-STATUS
001731             STOP RUN
001732         END-IF
001733     END-IF.
001734     ACCEPT STATEMENT-DATE FROM DATE YYYYMMDD.
001740     MOVE STATEMENT-DATE TO STATEMENT-DATE-WORK.
001750     MOVE STW-MONTH TO H1-STMT-MONTH.
001760     MOVE STW-DAY TO H1-STMT-DAY.
001770     MOVE STW-YEAR TO H1-STMT-YEAR.
001772     MOVE STW-MONTH TO NH-RUN-MONTH.
001774     MOVE STW-DAY TO NH-RUN-DAY.
001776     MOVE STW-YEAR TO NH-RUN-YEAR.
001780     PERFORM 1200-GET-STATEMENT-PERIOD THRU 1200-EXIT.
001790 1000-EXIT.
001800     EXIT.
002290             STATEMENT-STATUS
002300         STOP RUN
002310     END-IF.
002311     OPEN OUTPUT NO-MAIL-FILE.
002312     IF NO-MAIL-STATUS NOT = "00"
002313         DISPLAY "ERROR OPENING NO-MAIL-FILE - STATUS "
002314             NO-MAIL-STATUS
002315         STOP RUN
002316     END-IF.
002317     WRITE NO-MAIL-PRINT-LINE FROM NO-MAIL-HEADING-1
002318         AFTER ADVANCING PAGE.
002319     WRITE NO-MAIL-PRINT-LINE FROM STMT-BLANK-LINE
002320         AFTER ADVANCING 1 LINE.
002321     WRITE NO-MAIL-PRINT-LINE FROM NO-MAIL-COLUMN-HEADS
002322         AFTER ADVANCING 1 LINE.
002323     PERFORM 3100-READ-CUSTOMER THRU 3100-EXIT.
002330     IF NOT NO-MORE-TRANS
002340         MOVE LOW-VALUES TO TH-HIST-KEY
002350         START TRAN-HISTORY-FILE KEY NOT < TH-HIST-KEY
002460         UNTIL NO-MORE-TRANS.
002470     CLOSE TRAN-HISTORY-FILE.
002480     CLOSE STATEMENT-FILE.
002481     MOVE NO-MAIL-COUNT TO NT-NO-MAIL-COUNT.
002482     WRITE NO-MAIL-PRINT-LINE FROM STMT-BLANK-LINE
002483         AFTER ADVANCING 1 LINE.
002484     WRITE NO-MAIL-PRINT-LINE FROM NO-MAIL-TOTAL-LINE
002485         AFTER ADVANCING 1 LINE.
002486     CLOSE NO-MAIL-FILE.
002490 3000-EXIT.
002500     EXIT.
002510 3100-READ-CUSTOMER.
002730*----------------------------------------------------------------*
002740* 3200-STATEMENT-FOR-CUSTOMER THRU 3200-EXIT - GATHER THIS       *
002750* CUSTOMER'S TRANSACTIONS, BACK INTO THE OPENING BALANCE FROM    *
002760* THE ENDING BALANCE ON THE MASTER, AND PRINT THE STATEMENT -    *
002765* OR, WITH NO USABLE ADDRESS, LIST THE CUSTOMER AS CANNOT MAIL.  *
002770*----------------------------------------------------------------*
002780 3200-STATEMENT-FOR-CUSTOMER.
002790     PERFORM 3210-SKIP-ORPHAN-TRAN THRU 3210-EXIT
002864     MOVE ZERO TO STMT-TAX-TOTAL.
002866     MOVE ZERO TO STMT-WOF-TOTAL.
002868     MOVE ZERO TO STMT-WOF-NET.
002869     MOVE ZERO TO STMT-EARLYPAY-TOTAL.
002870     MOVE ZERO TO STMT-TAXCR-TOTAL.
002872     MOVE ZERO TO STMT-VOID-NET.
002875     MOVE ZERO TO DETAIL-COUNT.
002880     MOVE "NO" TO DETAIL-FULL-SW.
002890     PERFORM 3220-ACCUMULATE-ONE-TRAN THRU 3220-EXIT
002900         UNTIL NO-MORE-TRANS
002932         - STMT-TAX-TOTAL
002934         - STMT-FINCHG-TOTAL
002936         - STMT-WOF-NET
002938         - STMT-VOID-NET
002940         + STMT-PAYMENT-TOTAL
002950         + STMT-CREDIT-TOTAL
002955         + STMT-EARLYPAY-TOTAL
002957         + STMT-TAXCR-TOTAL.
002958     PERFORM 3300-CHECK-ADDRESS THRU 3300-EXIT.
002959     IF ADDRESS-USABLE
002960         PERFORM 3230-PRINT-STATEMENT THRU 3230-EXIT
002962     ELSE
002964         PERFORM 3400-LIST-NO-MAIL THRU 3400-EXIT
002966     END-IF.
002970     PERFORM 3100-READ-CUSTOMER THRU 3100-EXIT.
002980 3200-EXIT.
002990     EXIT.
003250     MOVE TTW-SECOND TO DL-TRAN-SECOND.
003260     MOVE TH-PURCHASE-AMOUNT TO DL-TRAN-AMOUNT.
003270     MOVE TH-AMOUNT-OWED TO DL-NET-AMOUNT.
003275     MOVE TH-INVOICE-NO TO DL-INVOICE-NO.
003277     IF TH-ITEM-VOIDED
003279         MOVE "VOIDED" TO DL-VOID-MARK
003281     ELSE
003283         MOVE SPACES TO DL-VOID-MARK
003285     END-IF.
003287     IF TH-TRAN-TYPE = "P"
003290         MOVE "PURCHASE" TO DL-TRAN-DESC
003300         COMPUTE TRAN-DISCOUNT = TH-PURCHASE-AMOUNT
003310             - TH-AMOUNT-OWED
003360     ELSE
003370         MOVE ZERO TO DL-DISCOUNT
003372         MOVE ZERO TO DL-TAX
003373         IF TH-TRAN-TYPE = "V"
003374             MOVE TH-TAX-AMOUNT TO DL-TAX
003375             PERFORM 3225-DESCRIBE-REVERSAL THRU 3225-EXIT
003376         ELSE
003380         IF TH-TRAN-TYPE = "M"
003390             MOVE "PAYMENT" TO DL-TRAN-DESC
003400             ADD TH-AMOUNT-OWED TO STMT-PAYMENT-TOTAL
003427                 SUBTRACT TH-AMOUNT-OWED FROM STMT-WOF-NET
003428             END-IF
003429         ELSE
003430         IF TH-TRAN-TYPE = "D"
003431             MOVE "EARLY-PAY DISC" TO DL-TRAN-DESC
003432             ADD TH-AMOUNT-OWED TO STMT-EARLYPAY-TOTAL
003433         ELSE
003434             MOVE "RETURN/CREDIT" TO DL-TRAN-DESC
003436             ADD TH-AMOUNT-OWED TO STMT-CREDIT-TOTAL
003437             MOVE TH-TAX-AMOUNT TO DL-TAX
003438             ADD TH-TAX-AMOUNT TO STMT-TAXCR-TOTAL
003440         END-IF
003442         END-IF
003444         END-IF
003446         END-IF
003448         END-IF
003450     END-IF.
003460     IF DETAIL-COUNT < DETAIL-LIMIT
003470         ADD 1 TO DETAIL-COUNT
003570     PERFORM 3110-READ-HISTORY THRU 3110-EXIT.
003580 3220-EXIT.
003590     EXIT.
003591*----------------------------------------------------------------*
003592* 3225-DESCRIBE-REVERSAL THRU 3225-EXIT - A V LINE SAYS WHAT IT  *
003593* VOIDED, AND MOVES THE BALANCE THE OPPOSITE WAY FROM IT: DOWN   *
003594* FOR A VOIDED CHARGE, BACK UP FOR A VOIDED PAYMENT, CREDIT OR   *
003595* DISCOUNT.                                                      *
003596*----------------------------------------------------------------*
003597 3225-DESCRIBE-REVERSAL.
003598     IF TH-REVERSED-TYPE = "P" OR "F"
003599         COMPUTE STMT-VOID-NET = STMT-VOID-NET
003600             - TH-AMOUNT-OWED - TH-TAX-AMOUNT
003601     ELSE
003602         COMPUTE STMT-VOID-NET = STMT-VOID-NET
003603             + TH-AMOUNT-OWED + TH-TAX-AMOUNT
003604     END-IF.
003605     IF TH-REVERSED-TYPE = "P"
003606         MOVE "VOID PURCHASE" TO DL-TRAN-DESC
003607     ELSE
003608     IF TH-REVERSED-TYPE = "M"
003609         MOVE "VOID PAYMENT" TO DL-TRAN-DESC
003610     ELSE
003611     IF TH-REVERSED-TYPE = "F"
003612         MOVE "VOID FIN CHG" TO DL-TRAN-DESC
003613     ELSE
003614     IF TH-REVERSED-TYPE = "D"
003615         MOVE "VOID EARLY-PAY" TO DL-TRAN-DESC
003616     ELSE
003617         MOVE "VOID CREDIT" TO DL-TRAN-DESC
003618     END-IF
003619     END-IF
003620     END-IF
003621     END-IF.
003622 3225-EXIT.
003623     EXIT.
003624*----------------------------------------------------------------*
003625* 3230-PRINT-STATEMENT THRU 3230-EXIT - ONE STATEMENT, STARTING  *
003626* ON A FRESH PAGE: HEADINGS, MAILING ADDRESS, OPENING BALANCE,   *
003630* DETAILS, TOTALS, ENDING BALANCE.                               *
003640*----------------------------------------------------------------*
003650 3230-PRINT-STATEMENT.
003660     MOVE ZERO TO STMT-PAGE-NO.
003670     PERFORM 3240-PRINT-HEADINGS THRU 3240-EXIT.
003675     PERFORM 3320-PRINT-ADDRESS-BLOCK THRU 3320-EXIT.
003680     MOVE "OPENING BALANCE" TO TL-LABEL.
003690     MOVE OPENING-BALANCE TO TL-AMOUNT.
003700     WRITE STATEMENT-PRINT-LINE FROM STMT-TOTAL-LINE
003780         VARYING DETAIL-SUB FROM 1 BY 1
003790         UNTIL DETAIL-SUB > DETAIL-COUNT.
003800     PERFORM 3260-PRINT-TOTALS THRU 3260-EXIT.
003805     ADD 1 TO STATEMENTS-PRINTED-COUNT.
003810 3230-EXIT.
003820     EXIT.
003830 3240-PRINT-HEADINGS.
004204     MOVE STMT-TAX-TOTAL TO TL-AMOUNT.
004206     WRITE STATEMENT-PRINT-LINE FROM STMT-TOTAL-LINE
004208         AFTER ADVANCING 1 LINE.
004210     MOVE "TOTAL TAX CREDITED" TO TL-LABEL.
004212     MOVE STMT-TAXCR-TOTAL TO TL-AMOUNT.
004214     WRITE STATEMENT-PRINT-LINE FROM STMT-TOTAL-LINE
004216         AFTER ADVANCING 1 LINE.
004218     MOVE "TOTAL PAYMENTS" TO TL-LABEL.
004220     MOVE STMT-PAYMENT-TOTAL TO TL-AMOUNT.
004230     WRITE STATEMENT-PRINT-LINE FROM STMT-TOTAL-LINE
004240         AFTER ADVANCING 1 LINE.
004292     MOVE STMT-WOF-TOTAL TO TL-AMOUNT.
004293     WRITE STATEMENT-PRINT-LINE FROM STMT-TOTAL-LINE
004294         AFTER ADVANCING 1 LINE.
004295     MOVE "TOTAL EARLY-PAY DISC" TO TL-LABEL.
004296     MOVE STMT-EARLYPAY-TOTAL TO TL-AMOUNT.
004297     WRITE STATEMENT-PRINT-LINE FROM STMT-TOTAL-LINE
004298         AFTER ADVANCING 1 LINE.
004299     MOVE "NET OF REVERSALS" TO TL-LABEL.
004300     MOVE STMT-VOID-NET TO TL-AMOUNT.
004301     WRITE STATEMENT-PRINT-LINE FROM STMT-TOTAL-LINE
004302         AFTER ADVANCING 1 LINE.
004303     MOVE "ENDING BALANCE" TO TL-LABEL.
004304     MOVE CM-CUSTOMER-BALANCE TO TL-AMOUNT.
004310     WRITE STATEMENT-PRINT-LINE FROM STMT-TOTAL-LINE
004320         AFTER ADVANCING 1 LINE.
004330 3260-EXIT.
004340     EXIT.
004350*----------------------------------------------------------------*
004360* 3300-CHECK-ADDRESS THRU 3300-EXIT - PICK THE ADDRESS THE       *
004370* STATEMENT GOES TO (THE STATEMENT ADDRESS WHERE ONE IS SET UP,  *
004380* OTHERWISE THE BILL-TO) AND SEE THAT THE MAILROOM CAN USE IT:   *
004390* A FIRST STREET LINE, A CITY, A STATE, AND A FIVE-DIGIT ZIP.    *
004400* A USABLE ADDRESS IS LAID OUT IN THE ADDRESS BLOCK TABLE.       *
004410*----------------------------------------------------------------*
004420 3300-CHECK-ADDRESS.
004430     MOVE "NO" TO ADDRESS-USABLE-SW.
004440     IF NO-ADDRESS-FILE
004450         MOVE "NO ADDRESS ON FILE" TO NO-MAIL-REASON
004460         GO TO 3300-EXIT
004470     END-IF.
004480     MOVE CM-CUSTOMER-ID TO CA-CUSTOMER-ID.
004490     READ CUSTOMER-ADDRESS-FILE
004500         INVALID KEY
004510             MOVE "NO ADDRESS ON FILE" TO NO-MAIL-REASON
004520             GO TO 3300-EXIT
004530     END-READ.
004540     IF CA-HAS-STMT-ADDRESS
004550         MOVE CA-STMT-ADDRESS TO ADDRESS-WORK
004560     ELSE
004570         MOVE CA-BILL-TO-ADDRESS TO ADDRESS-WORK
004580     END-IF.
004590     IF AW-STREET-1 = SPACES
004600         MOVE "NO STREET ADDRESS" TO NO-MAIL-REASON
004610         GO TO 3300-EXIT
004620     END-IF.
004630     IF AW-CITY = SPACES
004640         MOVE "NO CITY" TO NO-MAIL-REASON
004650         GO TO 3300-EXIT
004660     END-IF.
004670     IF AW-STATE = SPACES
004680         MOVE "NO STATE" TO NO-MAIL-REASON
004690         GO TO 3300-EXIT
004700     END-IF.
004710     IF AW-ZIP-5 IS NOT NUMERIC
004720         MOVE "NO ZIP CODE" TO NO-MAIL-REASON
004730         GO TO 3300-EXIT
004740     END-IF.
004750     MOVE "YES" TO ADDRESS-USABLE-SW.
004760     PERFORM 3310-BUILD-ADDRESS-BLOCK THRU 3310-EXIT.
004770 3300-EXIT.
004780     EXIT.
004790*----------------------------------------------------------------*
004800* 3310-BUILD-ADDRESS-BLOCK THRU 3310-EXIT - NAME, ATTENTION,     *
004810* STREET LINES, AND CITY/STATE/ZIP, CLOSED UP SO AN EMPTY        *
004820* OPTIONAL LINE LEAVES NO GAP IN THE WINDOW.                     *
004830*----------------------------------------------------------------*
004840 3310-BUILD-ADDRESS-BLOCK.
004850     MOVE SPACES TO ADDRESS-BLOCK-TABLE.
004860     MOVE 1 TO ADDRESS-LINE-COUNT.
004870     MOVE CM-CUSTOMER-NAME TO ADDRESS-BLOCK-ENTRY (1).
004880     IF AW-ATTENTION NOT = SPACES
004890         ADD 1 TO ADDRESS-LINE-COUNT
004900         MOVE AW-ATTENTION TO AN-ATTENTION
004910         MOVE ATTENTION-LINE-WORK
004920             TO ADDRESS-BLOCK-ENTRY (ADDRESS-LINE-COUNT)
004930     END-IF.
004940     ADD 1 TO ADDRESS-LINE-COUNT.
004950     MOVE AW-STREET-1 TO ADDRESS-BLOCK-ENTRY (ADDRESS-LINE-COUNT).
004960     IF AW-STREET-2 NOT = SPACES
004970         ADD 1 TO ADDRESS-LINE-COUNT
004980         MOVE AW-STREET-2
004990             TO ADDRESS-BLOCK-ENTRY (ADDRESS-LINE-COUNT)
005000     END-IF.
005010     MOVE SPACES TO CITY-LINE-WORK.
005020     MOVE 1 TO CITY-LINE-PTR.
005030     STRING AW-CITY DELIMITED BY "  "
005040            ", " DELIMITED BY SIZE
005050            AW-STATE DELIMITED BY SIZE
005060            "  " DELIMITED BY SIZE
005070            AW-ZIP-5 DELIMITED BY SIZE
005080         INTO CITY-LINE-WORK
005090         WITH POINTER CITY-LINE-PTR
005100     END-STRING.
005110     IF AW-ZIP-4 NOT = SPACES
005120         STRING "-" AW-ZIP-4 DELIMITED BY SIZE
005130             INTO CITY-LINE-WORK
005140             WITH POINTER CITY-LINE-PTR
005150         END-STRING
005160     END-IF.
005170     ADD 1 TO ADDRESS-LINE-COUNT.
005180     MOVE CITY-LINE-WORK
005185         TO ADDRESS-BLOCK-ENTRY (ADDRESS-LINE-COUNT).
005190 3310-EXIT.
005200     EXIT.
005210*----------------------------------------------------------------*
005220* 3320-PRINT-ADDRESS-BLOCK THRU 3320-EXIT - THE ADDRESS BLOCK    *
005230* ALWAYS TAKES LINES 8 THROUGH 12 AT COLUMN 11, WHERE IT SHOWS   *
005240* THROUGH THE WINDOW OF A NO. 10 ENVELOPE WITH THE PAGE FOLDED   *
005250* IN THIRDS.  THE HEADINGS END ON LINE 3; A SHORT ADDRESS IS     *
005260* PADDED WITH BLANK LINES SO THE BODY ALWAYS STARTS ON LINE 14.  *
005270*----------------------------------------------------------------*
005280 3320-PRINT-ADDRESS-BLOCK.
005290     MOVE ADDRESS-BLOCK-ENTRY (1) TO AL-ADDRESS-TEXT.
005300     WRITE STATEMENT-PRINT-LINE FROM ADDRESS-PRINT-LINE
005310         AFTER ADVANCING 5 LINES.
005320     PERFORM 3330-PRINT-ADDRESS-LINE THRU 3330-EXIT
005330         VARYING ADDRESS-LINE-SUB FROM 2 BY 1
005340         UNTIL ADDRESS-LINE-SUB > ADDRESS-BLOCK-SIZE.
005350     WRITE STATEMENT-PRINT-LINE FROM STMT-BLANK-LINE
005360         AFTER ADVANCING 1 LINE.
005370     ADD 10 TO LINES-ON-PAGE.
005380 3320-EXIT.
005390     EXIT.
005400 3330-PRINT-ADDRESS-LINE.
005410     MOVE ADDRESS-BLOCK-ENTRY (ADDRESS-LINE-SUB)
005415         TO AL-ADDRESS-TEXT.
005420     WRITE STATEMENT-PRINT-LINE FROM ADDRESS-PRINT-LINE
005430         AFTER ADVANCING 1 LINE.
005440 3330-EXIT.
005450     EXIT.
005460*----------------------------------------------------------------*
005470* 3400-LIST-NO-MAIL THRU 3400-EXIT - A CUSTOMER WHOSE STATEMENT  *
005480* CANNOT BE MAILED GOES ON THE EXCEPTION LIST WITH THE REASON    *
005490* AND THE BALANCE THE STATEMENT WOULD HAVE SHOWN.                *
005500*----------------------------------------------------------------*
005510 3400-LIST-NO-MAIL.
005520     MOVE CM-CUSTOMER-ID TO NM-CUSTOMER-ID.
005530     MOVE CM-CUSTOMER-NAME TO NM-CUSTOMER-NAME.
005540     MOVE NO-MAIL-REASON TO NM-REASON.
005550     MOVE CM-CUSTOMER-BALANCE TO NM-BALANCE.
005560     WRITE NO-MAIL-PRINT-LINE FROM NO-MAIL-DETAIL-LINE
005570         AFTER ADVANCING 1 LINE.
005580     ADD 1 TO NO-MAIL-COUNT.
005590 3400-EXIT.
005600     EXIT.
005610*----------------------------------------------------------------*
005620* 9000-TERMINATE THRU 9000-EXIT - CLOSE THE CUSTOMER MASTER AND  *
005630* THE ADDRESS FILE AND SAY WHAT WENT TO THE MAIL RUN.            *
005640*----------------------------------------------------------------*
005650 9000-TERMINATE.
005660     CLOSE CUSTOMER-MASTER-FILE.
005670     CLOSE CUSTOMER-ADDRESS-FILE.
005680     DISPLAY "STATEMENT RUN COMPLETE".
005690     DISPLAY "STATEMENTS PRINTED " STATEMENTS-PRINTED-COUNT.
005700     DISPLAY "CANNOT MAIL  . . . " NO-MAIL-COUNT.
005710 9000-EXIT.
005720     EXIT.
005730 END PROGRAM LAB1STMT.
