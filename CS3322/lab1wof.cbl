000210*                  QUIET MOVE ZERO.  A REGISTER OF EVERYTHING
000220*                  WRITTEN OFF - CUSTOMER, SIDE, AMOUNT, AND AGE
000230*                  - COMES OUT OF EACH RUN ON WOFREG.
000232* 10/15/2026 NDC   WIDEN THE CTLTOTS SAVE AREA FOR THE EARLY-PAY
000234*                  DISCOUNT TOTAL, AND LEAVE THE TERMS FIELDS ON
000236*                  THE W HISTORY RECORD EMPTY.
000238* 10/15/2026 NDC   A W HISTORY RECORD CARRIES NO INVOICE NUMBER.
000241* 10/15/2026 NDC   WIDEN THE CTLTOTS SAVE AREA FOR THE REVERSAL
000244*                  TOTALS; A W IS NEVER A REVERSAL OR VOIDED.
000245* 10/15/2026 NDC   A W HISTORY RECORD IS NEVER DISPUTED.
000246* 10/15/2026 NDC   WIDEN THE CTLTOTS SAVE AREA FOR THE TAX
000247*                  CREDITED ON RETURNS.  A W HISTORY RECORD
000248*                  CARRIES NO TAX JURISDICTION OR RATE.
000249* 10/15/2026 NDC   JOURNAL A BEFORE-IMAGE OF EVERY CUSTMAST AND
000250*                  TRANHIST RECORD THE RUN CHANGES OR ADDS TO
000251*                  BIJRNL UNDER THE RUN DATE AND THE DAY'S
000252*                  BATCH NUMBER FROM CTLTOTS, SO LAB1BKO CAN
000253*                  BACK THE WRITE-OFFS OUT WITH THE BATCH.
000254******************************************************************
000255 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. LAB1WOF.
000270 AUTHOR. N. D. CLAYTON.
000280 INSTALLATION. WTAMU CS3322.
000570     SELECT WOF-REGISTER-FILE ASSIGN TO "WOFREG"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WOF-REGISTER-STATUS.
000591     SELECT OPTIONAL BEFORE-IMAGE-FILE ASSIGN TO "BIJRNL"
000592         ORGANIZATION IS INDEXED
000593         ACCESS MODE IS DYNAMIC
000594         RECORD KEY IS BJ-JOURNAL-KEY
000595         FILE STATUS IS BI-JOURNAL-STATUS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  CUSTOMER-MASTER-FILE
000830 FD  WOF-REGISTER-FILE
000840     LABEL RECORDS ARE STANDARD.
000850 01  WOF-PRINT-LINE              PIC X(132).
000852 FD  BEFORE-IMAGE-FILE
000854     LABEL RECORDS ARE STANDARD.
000856     COPY BIJRNL.
000860 WORKING-STORAGE SECTION.
000870 77  CUST-MAST-STATUS            PIC X(02) VALUE SPACES.
000880 77  TRAN-HIST-STATUS            PIC X(02) VALUE SPACES.
000910 77  CTL-TOTS-STATUS             PIC X(02) VALUE SPACES.
000920 77  WOF-PARM-STATUS             PIC X(02) VALUE SPACES.
000930 77  WOF-REGISTER-STATUS         PIC X(02) VALUE SPACES.
000935 77  BI-JOURNAL-STATUS           PIC X(02) VALUE SPACES.
000940 77  MORE-CUSTOMERS-SW           PIC X(03) VALUE "YES".
000950     88  NO-MORE-CUSTOMERS               VALUE "NO".
000960 77  MORE-ITEMS-SW               PIC X(03) VALUE "YES".
001170 77  WOF-COUNT                   PIC 9(07) COMP VALUE ZERO.
001180 77  WOF-TOTAL-AMOUNT            PIC 9(09)V99 VALUE ZERO.
001190 77  ITEMS-ZEROED-COUNT          PIC 9(07) COMP VALUE ZERO.
001200 77  CTLTOTS-SAVE                PIC X(184) VALUE SPACES.
001206 77  WOF-BATCH-NUMBER            PIC 9(04) VALUE ZERO.
001210 01  RUN-DATE-WORK.
001220     05  RDW-YEAR                PIC 9(04).
001230     05  RDW-MONTH               PIC 9(02).
002020             WOF-REGISTER-STATUS
002030         STOP RUN
002040     END-IF.
002041     OPEN I-O BEFORE-IMAGE-FILE.
002042     IF BI-JOURNAL-STATUS = "35"
002043         OPEN OUTPUT BEFORE-IMAGE-FILE
002044         CLOSE BEFORE-IMAGE-FILE
002045         OPEN I-O BEFORE-IMAGE-FILE
002046     END-IF.
002047     IF BI-JOURNAL-STATUS NOT = "00" AND "05"
002048         DISPLAY "ERROR OPENING BEFORE-IMAGE-FILE - STATUS "
002049             BI-JOURNAL-STATUS
002050         STOP RUN
002051     END-IF.
002052     MOVE WOF-RUN-DATE TO H1-RUN-DATE.
002060     WRITE WOF-PRINT-LINE FROM WOF-HEADING-1
002070         AFTER ADVANCING PAGE.
002080     WRITE WOF-PRINT-LINE FROM WOF-BLANK-LINE
002840         MOVE SPACE TO CT-BATCH-STATUS
002850         MOVE CONTROL-TOTALS-RECORD TO CTLTOTS-SAVE
002860     END-IF.
002863     MOVE CTLTOTS-SAVE TO CONTROL-TOTALS-RECORD.
002866     MOVE CT-BATCH-NUMBER TO WOF-BATCH-NUMBER.
002870 1200-EXIT.
002880     EXIT.
002890 1300-PROMPT-RUN-PARMS.
003690* DEBITS A STALE CREDIT BALANCE UP TO ZERO.                     *
003700*----------------------------------------------------------------*
003710 4000-WRITE-OFF-BALANCE.
003713     MOVE "C" TO BJ-ACTION.
003716     PERFORM 7300-JOURNAL-CUSTOMER THRU 7300-EXIT.
003720     IF CM-CUSTOMER-BALANCE > ZERO
003730         MOVE "D" TO WOF-SIDE
003740         MOVE CM-CUSTOMER-BALANCE TO WOF-AMOUNT
004110     MOVE "D" TO WOF-SIDE.
004120     MOVE ITEM-WOF-SUM TO WOF-AMOUNT.
004130     PERFORM 7000-POST-WRITE-OFF THRU 7000-EXIT.
004133     MOVE "C" TO BJ-ACTION.
004136     PERFORM 7300-JOURNAL-CUSTOMER THRU 7300-EXIT.
004140     SUBTRACT ITEM-WOF-SUM FROM CM-CUSTOMER-BALANCE.
004150     REWRITE CUSTOMER-MASTER-RECORD
004160         INVALID KEY
004360     END-IF.
004370     ADD TH-OPEN-AMOUNT TO ITEM-WOF-SUM.
004380     PERFORM 6600-NOTE-ITEM-AGE THRU 6600-EXIT.
004383     MOVE "C" TO BJ-ACTION.
004386     PERFORM 7310-JOURNAL-HISTORY THRU 7310-EXIT.
004390     MOVE ZERO TO TH-OPEN-AMOUNT.
004400     REWRITE TRAN-HISTORY-RECORD
004410         INVALID KEY
004770         GO TO 6510-EXIT
004780     END-IF.
004790     PERFORM 6600-NOTE-ITEM-AGE THRU 6600-EXIT.
004793     MOVE "C" TO BJ-ACTION.
004796     PERFORM 7310-JOURNAL-HISTORY THRU 7310-EXIT.
004800     MOVE ZERO TO TH-OPEN-AMOUNT.
004810     REWRITE TRAN-HISTORY-RECORD
004820         INVALID KEY
005100     MOVE WOF-RUN-TIME TO TO-TRAN-TIME.
005110     MOVE ZERO TO TO-TAX-AMOUNT.
005120     MOVE WOF-SIDE TO TO-WOF-SIDE.
005125     MOVE SPACE TO TO-REVERSED-TYPE.
005130     WRITE TRANSACTION-OUT-RECORD.
005140     MOVE CM-CUSTOMER-ID TO GL-CUSTOMER-ID.
005150     MOVE "W" TO GL-TRAN-TYPE.
005170     MOVE WOF-RUN-DATE TO GL-TRAN-DATE.
005180     MOVE ZERO TO GL-TAX-AMOUNT.
005190     MOVE WOF-SIDE TO GL-WOF-SIDE.
005195     MOVE SPACE TO GL-REVERSED-TYPE.
005200     WRITE GL-FEED-RECORD.
005210     MOVE CM-CUSTOMER-ID TO TH-CUSTOMER-ID.
005220     MOVE WOF-RUN-DATE TO TH-TRAN-DATE.
005300     MOVE ZERO TO TH-OPEN-AMOUNT.
005310     MOVE ZERO TO TH-TAX-AMOUNT.
005320     MOVE WOF-SIDE TO TH-WOF-SIDE.
005323     MOVE SPACES TO TH-TERMS-CODE.
005326     MOVE ZERO TO TH-DISC-DATE.
005328     MOVE ZERO TO TH-INVOICE-NO.
005330     MOVE SPACE TO TH-VOID-FLAG.
005332     MOVE ZERO TO TH-LINK-TRAN-DATE.
005334     MOVE ZERO TO TH-LINK-SEQ-NO.
005336     MOVE SPACE TO TH-REVERSED-TYPE.
005337     MOVE SPACE TO TH-DISPUTE-FLAG.
005338     MOVE SPACES TO TH-DISPUTE-REASON.
005339     MOVE ZERO TO TH-DISPUTE-DATE.
005340     MOVE SPACES TO TH-DISPUTE-BY.
005341     MOVE ZERO TO TH-DISPUTE-CLR-DATE.
005342     MOVE SPACES TO TH-DISPUTE-CLR-BY.
005343     MOVE SPACES TO TH-TAX-JURIS.
005344     MOVE ZERO TO TH-TAX-RATE.
005345     MOVE "NO" TO HISTORY-WRITTEN-SW.
005346     PERFORM 7100-TRY-HISTORY-WRITE THRU 7100-EXIT
005350         UNTIL HISTORY-WRITTEN.
005360     ADD 1 TO WOF-COUNT.
005370     ADD WOF-AMOUNT TO WOF-TOTAL-AMOUNT.
005440             ADD 1 TO TH-TRAN-SEQ-NO
005450         NOT INVALID KEY
005460             MOVE "YES" TO HISTORY-WRITTEN-SW
005463             MOVE "A" TO BJ-ACTION
005466             PERFORM 7310-JOURNAL-HISTORY THRU 7310-EXIT
005470     END-WRITE.
005480 7100-EXIT.
005490     EXIT.
005660         AFTER ADVANCING 1 LINE.
005670 7200-EXIT.
005680     EXIT.
005681*----------------------------------------------------------------*
005682* 7300-JOURNAL-CUSTOMER THRU 7300-EXIT - JOURNAL THE CUSTOMER    *
005683* MASTER RECORD IN THE RECORD AREA BEFORE IT IS CHANGED, UNDER   *
005684* THE ACTION THE CALLER PUT IN BJ-ACTION.                        *
005685*----------------------------------------------------------------*
005686 7300-JOURNAL-CUSTOMER.
005687     MOVE "C" TO BJ-FILE-ID.
005688     MOVE CM-CUSTOMER-ID TO BJ-RECORD-KEY.
005689     MOVE CUSTOMER-MASTER-RECORD TO BJ-RECORD-IMAGE.
005690     PERFORM 7320-WRITE-JOURNAL THRU 7320-EXIT.
005691 7300-EXIT.
005692     EXIT.
005693*----------------------------------------------------------------*
005694* 7310-JOURNAL-HISTORY THRU 7310-EXIT - THE SAME FOR THE         *
005695* TRANHIST RECORD IN THE RECORD AREA.                            *
005696*----------------------------------------------------------------*
005697 7310-JOURNAL-HISTORY.
005698     MOVE "T" TO BJ-FILE-ID.
005699     MOVE TH-HIST-KEY TO BJ-RECORD-KEY.
005700     MOVE TRAN-HISTORY-RECORD TO BJ-RECORD-IMAGE.
005701     PERFORM 7320-WRITE-JOURNAL THRU 7320-EXIT.
005702 7310-EXIT.
005703     EXIT.
005704*----------------------------------------------------------------*
005705* 7320-WRITE-JOURNAL THRU 7320-EXIT - FILE THE IMAGE UNDER THE   *
005706* RUN DATE AND THE DAY'S BATCH NUMBER.  A DUPLICATE KEY MEANS    *
005707* THE BATCH ALREADY HOLDS THE RECORD'S EARLIER IMAGE, WHICH IS   *
005708* THE ONE A BACKOUT NEEDS, SO IT IS LEFT ALONE.                  *
005709*----------------------------------------------------------------*
005710 7320-WRITE-JOURNAL.
005711     MOVE WOF-RUN-DATE TO BJ-RUN-DATE.
005712     MOVE WOF-BATCH-NUMBER TO BJ-BATCH-NUMBER.
005713     MOVE "LAB1WOF" TO BJ-PROGRAM-ID.
005714     ACCEPT BJ-JOURNAL-DATE FROM DATE YYYYMMDD.
005715     ACCEPT BJ-JOURNAL-TIME FROM TIME.
005716     WRITE BEFORE-IMAGE-RECORD
005717         INVALID KEY
005718             CONTINUE
005719     END-WRITE.
005720     IF BI-JOURNAL-STATUS NOT = "00" AND "22"
005721         DISPLAY "ERROR WRITING BEFORE-IMAGE JOURNAL - STATUS "
005722             BI-JOURNAL-STATUS
005723     END-IF.
005724 7320-EXIT.
005725     EXIT.
005726*----------------------------------------------------------------*
005727* 8000-REWRITE-CONTROL-TOTALS THRU 8000-EXIT - THE DAY'S        *
005728* CTLTOTS RECORD COMES BACK OUT WITH THIS RUN'S WRITE-OFFS      *
005729* ROLLED IN, SO THE RECONCILIATION RUN'S RE-ADD OF TRANOUT AND  *
005730* GLFEED STILL PROVES.                                           *
005740*----------------------------------------------------------------*
005750 8000-REWRITE-CONTROL-TOTALS.
006020     CLOSE TRANSACTION-OUT-FILE.
006030     CLOSE GL-FEED-FILE.
006040     CLOSE WOF-REGISTER-FILE.
006045     CLOSE BEFORE-IMAGE-FILE.
006050     DISPLAY "===== WRITE-OFF RUN TOTALS =====".
006060     DISPLAY "WRITE-OFFS POSTED  " WOF-COUNT.
006070     DISPLAY "AMOUNT WRITTEN OFF " WOF-TOTAL-AMOUNT.
