000744*                  RESUBMIT'S CTLTOTS REWRITE AND BLANK THE
000745*                  NEW WOF-SIDE FIELDS ON EVERYTHING POSTED
000746*                  HERE.
000747* 10/15/2026 NDC   DUE DATES NOW COME FROM THE CUSTOMER'S TERMS
000748*                  CODE (TERMSTAB) INSTEAD OF A FLAT SAME-DAY-
000749*                  NEXT-MONTH: NET 10/30/60, 2/10 NET 30, OR
000750*                  COD, COUNTED ON THE REAL CALENDAR.  THE
000751*                  TERMS AND THE LAST DISCOUNT DAY RIDE ON THE
000752*                  OPEN ITEM.  A PAYMENT THAT CLEARS A 2/10
000753*                  ITEM INSIDE ITS WINDOW TAKES THE DISCOUNT
000754*                  AUTOMATICALLY AS ITS OWN D TRANSACTION -
000755*                  TRANOUT, GLFEED, HISTORY, BALANCE, AND A
000756*                  CONTROL TOTAL OF ITS OWN.
000757* 10/15/2026 NDC   EVERY POSTED PURCHASE AND FINANCE CHARGE GETS
000758*                  THE NEXT INVOICE NUMBER FROM THE INVCTL
000759*                  CONTROL FILE ON ITS HISTORY RECORD.  A
000760*                  PAYMENT OR CREDIT THAT NAMES AN INVOICE (ON
000761*                  TRANS-IN, A RESUBMITTED REJECT, OR AT THE
000762*                  CONSOLE) PAYS THAT ITEM FIRST AND ONLY THE
000763*                  REMAINDER GOES OLDEST FIRST.  A REFERENCE
000764*                  THAT IS NOT AN OPEN ITEM OF THAT CUSTOMER'S
000765*                  LANDS ON THE INVEXCP EXCEPTION FILE.
000766* 10/15/2026 NDC   POST THE V REVERSAL TYPE: IT NAMES THE
000767*                  ORIGINAL'S HISTORY KEY AND POSTS ITS EXACT
000768*                  OPPOSITE - BALANCE, TAX, TRANOUT, GLFEED AND
000769*                  HISTORY - MARKS THE PAIR VOIDED, CLOSES A
000770*                  VOIDED PURCHASE OR FINANCE CHARGE, AND
000771*                  REOPENS WHAT A VOIDED PAYMENT OR CREDIT PAID
000772*                  (FROM THE NEW APPLHIST FILE EVERY
000773*                  APPLICATION IS NOW RECORDED ON), TAKING ITS
000774*                  EARLY-PAY DISCOUNT BACK WITH IT.  A SECOND
000775*                  REVERSAL OF THE SAME ITEM IS REJECTED.
000776* 10/15/2026 NDC   NEW HISTORY RECORDS START UNDISPUTED.
000777* 10/15/2026 NDC   AN R RETURN FROM A TAXABLE CUSTOMER CREDITS
000778*                  SALES TAX BACK AT THE RATE ON THE PURCHASE IT
000779*                  NAMES (THE CUSTOMER'S CURRENT RATE WHEN IT
000780*                  NAMES NONE).  THE TAX COMES OFF THE BALANCE
000781*                  AND THE OPEN ITEMS WITH THE RETURN AND HAS
000782*                  ITS OWN CONTROL TOTAL.  EVERY HISTORY RECORD
000783*                  NOW CARRIES THE JURISDICTION AND RATE ITS
000784*                  TAX WAS FIGURED AT.
000785* 10/15/2026 NDC   WRITE A BEFORE-IMAGE OF EVERY CUSTMAST AND
000786*                  TRANHIST RECORD THE RUN ADDS OR CHANGES TO
000787*                  THE BIJRNL JOURNAL UNDER THE RUN DATE AND
000788*                  BATCH NUMBER, SO LAB1BKO CAN BACK A BAD
000789*                  BATCH OUT.  A RUNCTL ENTRY MARKED X (BACKED
000790*                  OUT) LETS THE DATE BE POSTED AGAIN.
000791* 10/15/2026 NDC   HONOR THE NEW CM-ACCOUNT-STATUS.  EVERY
000792*                  PURCHASE FOR AN ACCOUNT ON CREDIT HOLD OR IN
000793*                  COLLECTIONS GOES TO HELDTRAN, WHATEVER THE
000794*                  LIMIT, WITH ITS OWN HOLD REASON; A PURCHASE
000795*                  ON A CLOSED ACCOUNT IS REJECTED (REASON 09).
000796*                  PAYMENTS AND CREDITS STILL POST ON ALL OF
000797*                  THEM.  A PAYMENT OR CREDIT THAT LEAVES NOTHING
000798*                  PAST DUE TAKES OFF A HOLD THE DUNNING RUN
000799*                  PLACED, LOGGED TO STATLOG.
000800******************************************************************
000801 IDENTIFICATION DIVISION.
000802 PROGRAM-ID. LAB1.
000803 AUTHOR. N. D. CLAYTON.
000804 INSTALLATION. WTAMU CS3322.
000805 DATE-WRITTEN. 09/10/2018.
000806 DATE-COMPILED. 08/09/2026.
000807 SECURITY. CONFIDENTIAL.
000810 ENVIRONMENT DIVISION.
000820 INPUT-OUTPUT SECTION.
000830 FILE-CONTROL.
001040     SELECT OPTIONAL REJECT-FILE ASSIGN TO "REJECTS"
001050         ORGANIZATION IS LINE SEQUENTIAL
001060         FILE STATUS IS REJECT-STATUS.
001062     SELECT OPTIONAL STATUS-LOG-FILE ASSIGN TO "STATLOG"
001064         ORGANIZATION IS LINE SEQUENTIAL
001066         FILE STATUS IS STATUS-LOG-STATUS.
001070     SELECT OPTIONAL REJECT-IN-FILE ASSIGN TO "REJECTIN"
001080         ORGANIZATION IS LINE SEQUENTIAL
001090         FILE STATUS IS REJECT-IN-STATUS.
001232     SELECT OPTIONAL TAX-RATE-FILE ASSIGN TO "TAXRATES"
001234         ORGANIZATION IS LINE SEQUENTIAL
001236         FILE STATUS IS TAX-RATE-STATUS.
001237     SELECT OPTIONAL INVOICE-CONTROL-FILE ASSIGN TO "INVCTL"
001238         ORGANIZATION IS LINE SEQUENTIAL
001239         FILE STATUS IS INVOICE-CTL-STATUS.
001240     SELECT OPTIONAL INVOICE-EXCEPTION-FILE ASSIGN TO "INVEXCP"
001241         ORGANIZATION IS LINE SEQUENTIAL
001242         FILE STATUS IS INVOICE-EXCP-STATUS.
001243     SELECT OPTIONAL APPL-HISTORY-FILE ASSIGN TO "APPLHIST"
001244         ORGANIZATION IS INDEXED
001245         ACCESS MODE IS DYNAMIC
001246         RECORD KEY IS AH-APPL-KEY
001247         FILE STATUS IS APPL-HIST-STATUS.
001248     SELECT OPTIONAL BEFORE-IMAGE-FILE ASSIGN TO "BIJRNL"
001249         ORGANIZATION IS INDEXED
001250         ACCESS MODE IS DYNAMIC
001251         RECORD KEY IS BJ-JOURNAL-KEY
001252         FILE STATUS IS BI-JOURNAL-STATUS.
001253 DATA DIVISION.
001254 FILE SECTION.
001260 FD  CUSTOMER-MASTER-FILE
001270     LABEL RECORDS ARE STANDARD.
001280     COPY CUSTMAST.
001440 FD  REJECT-FILE
001450     LABEL RECORDS ARE STANDARD.
001460     COPY REJREC.
001462 FD  STATUS-LOG-FILE
001464     LABEL RECORDS ARE STANDARD.
001466     COPY STATLOG.
001470 FD  REJECT-IN-FILE
001480     LABEL RECORDS ARE STANDARD.
001490 01  REJECT-IN-RECORD.
001520     05  RI-TRAN-TYPE            PIC X(01).
001530     05  RI-CUSTOMER-ID          PIC X(06).
001540     05  RI-PURCHASE-AMOUNT      PIC 9(05)V99.
001545     05  RI-INVOICE-REF          PIC X(08).
001546     05  RI-ORIG-TRAN-DATE       PIC 9(08).
001547     05  RI-ORIG-SEQ-NO          PIC 9(09).
001550 FD  TRAN-HISTORY-FILE
001560     LABEL RECORDS ARE STANDARD.
001570     COPY TRANHIST.
001690     05  RC-POSTED-DATE          PIC 9(08).
001700     05  RC-POSTED-TIME          PIC 9(08).
001710     05  RC-POSTED-STATUS        PIC X(01).
001715         88  RC-BACKED-OUT               VALUE "X".
001720 FD  CONTROL-TOTALS-FILE
001730     LABEL RECORDS ARE STANDARD.
001740     COPY CTLTOTS.
001746 01  TAX-RATE-RECORD.
001747     05  TR-JURISDICTION         PIC X(03).
001748     05  TR-RATE-DIGITS          PIC 9(04).
001749 FD  INVOICE-CONTROL-FILE
001750     LABEL RECORDS ARE STANDARD.
001751 01  INVOICE-CONTROL-RECORD.
001752     05  IC-LAST-INVOICE-NO      PIC 9(08).
001753 FD  INVOICE-EXCEPTION-FILE
001754     LABEL RECORDS ARE STANDARD.
001755 01  INVOICE-EXCEPTION-RECORD.
001756     05  IX-RUN-DATE             PIC 9(08).
001757     05  IX-TRAN-SEQ-NO          PIC 9(09).
001758     05  IX-REASON-CODE          PIC X(02).
001759         88  IX-NO-SUCH-INVOICE          VALUE "NF".
001760         88  IX-INVOICE-CLOSED           VALUE "CL".
001761         88  IX-BAD-INVOICE-REF          VALUE "BR".
001762     05  IX-TRAN-TYPE            PIC X(01).
001763     05  IX-CUSTOMER-ID          PIC X(06).
001764     05  IX-INVOICE-REF          PIC X(08).
001765     05  IX-AMOUNT               PIC 9(07)V99.
001767 FD  APPL-HISTORY-FILE
001769     LABEL RECORDS ARE STANDARD.
001771     COPY APPLHIST.
001772 FD  BEFORE-IMAGE-FILE
001773     LABEL RECORDS ARE STANDARD.
001774     COPY BIJRNL.
001775 WORKING-STORAGE SECTION.
001776 77  MORE-DATA                   PIC X(03) VALUE "YES".
001777 77  RUN-MODE-ANSWER             PIC X(01) VALUE SPACE.
001780     88  BATCH-MODE-SELECTED             VALUE "B".
001790     88  RESUBMIT-MODE-SELECTED          VALUE "R".
001800     88  INTERACTIVE-MODE-SELECTED       VALUE "I".
001910 77  RUN-PARM-STATUS             PIC X(02) VALUE SPACES.
001920 77  CTL-TOTS-STATUS             PIC X(02) VALUE SPACES.
001930 77  RUN-CONTROL-STATUS          PIC X(02) VALUE SPACES.
001935 77  STATUS-LOG-STATUS           PIC X(02) VALUE SPACES.
001940 77  BUSINESS-RUN-DATE           PIC 9(08) VALUE ZERO.
001950 77  PARM-PRESENT-SW             PIC X(03) VALUE "NO".
001960     88  PARM-PRESENT                    VALUE "YES".
002480 77  PROJECTED-BALANCE            PIC S9(09)V99 VALUE ZERO.
002490 77  OVER-LIMIT-SW                PIC X(03) VALUE "NO".
002500     88  OVER-CREDIT-LIMIT               VALUE "YES".
002501 77  HOLD-REASON-CODE             PIC X(01) VALUE SPACE.
002502     88  TRAN-HELD                       VALUE "L" "H" "C".
002503 77  CLOSED-PURCHASE-SW           PIC X(03) VALUE "NO".
002504     88  CLOSED-ACCOUNT-PURCHASE         VALUE "YES".
002505 77  CUSTOMER-ACCOUNT-STATUS      PIC X(01) VALUE SPACE.
002506     88  CUSTOMER-ON-HOLD                VALUE "H".
002507     88  CUSTOMER-IN-COLLECTIONS         VALUE "C".
002508     88  CUSTOMER-CLOSED                 VALUE "X".
002509 77  CUSTOMER-STATUS-SOURCE       PIC X(01) VALUE SPACE.
002510     88  CUSTOMER-HELD-BY-DUNNING        VALUE "D".
002511 77  PAST-DUE-FOUND-SW            PIC X(03) VALUE "NO".
002512     88  PAST-DUE-FOUND                  VALUE "YES".
002513 77  PAST-DUE-SCAN-SW             PIC X(03) VALUE "NO".
002514     88  PAST-DUE-SCAN-DONE              VALUE "YES".
002515 77  HOLDS-RELEASED-COUNT         PIC 9(05) COMP VALUE ZERO.
002516 77  CUSTOMER-TERMS-CODE          PIC X(03) VALUE SPACES.
002517 77  TERMS-LOOKUP-CODE            PIC X(03) VALUE SPACES.
002518 77  TERMS-SUB                    PIC 9(03) COMP VALUE ZERO.
002519 77  TERMS-HIT-SUB                PIC 9(03) COMP VALUE ZERO.
002520 77  TRAN-DISC-DATE               PIC 9(08) VALUE ZERO.
002521 77  DAYS-TO-ADD                  PIC 9(03) COMP VALUE ZERO.
002522 77  ROLL-DAY-COUNT               PIC 9(05) COMP VALUE ZERO.
002523 77  CUR-MONTH-LENGTH             PIC 9(02) COMP VALUE ZERO.
002524 77  LEAP-QUOTIENT                PIC 9(04) COMP VALUE ZERO.
002525 77  LEAP-REMAINDER               PIC 9(04) COMP VALUE ZERO.
002526 77  EARLYPAY-AMOUNT              PIC 9(07)V99 VALUE ZERO.
002527 77  EARLYPAY-TAKEN               PIC 9(07)V99 VALUE ZERO.
002528 77  EARLYPAY-DISPLAY             PIC 9(07).99.
002529 77  TOTAL-EARLYPAY-AMOUNT        PIC 9(09)V99 VALUE ZERO.
002530 77  INVOICE-CTL-STATUS           PIC X(02) VALUE SPACES.
002531 77  INVOICE-EXCP-STATUS          PIC X(02) VALUE SPACES.
002532 77  LAST-INVOICE-NO              PIC 9(08) VALUE ZERO.
002533 77  INVOICE-EXCP-COUNT           PIC 9(07) COMP VALUE ZERO.
002534 77  INVOICE-EXCP-REASON          PIC X(02) VALUE SPACES.
002535 77  INVOICE-FOUND-SW             PIC X(03) VALUE "NO".
002536     88  INVOICE-FOUND                   VALUE "YES".
002537 77  INVOICE-SCAN-SW              PIC X(03) VALUE "NO".
002538     88  INVOICE-SCAN-DONE               VALUE "YES".
002539 77  VALID-INVOICE-REF-SW         PIC X(03) VALUE "NO".
002540     88  VALID-INVOICE-REF               VALUE "YES".
002541 77  APPL-HIST-STATUS             PIC X(02) VALUE SPACES.
002542 77  POSTED-SEQ-NO                PIC 9(09) VALUE ZERO.
002543 77  APPL-SEQ-COUNT               PIC 9(03) COMP VALUE ZERO.
002544 77  OPEN-BEFORE-APPLY            PIC 9(07)V99 VALUE ZERO.
002545 77  REVERSED-TRAN-TYPE           PIC X(01) VALUE SPACE.
002546 77  REV-ORIG-TRAN-DATE           PIC 9(08) VALUE ZERO.
002547 77  REV-ORIG-SEQ-NO              PIC 9(09) VALUE ZERO.
002548 77  REV-ORIG-TRAN-TIME           PIC 9(08) VALUE ZERO.
002549 77  REV-ORIG-INVOICE-NO          PIC 9(08) VALUE ZERO.
002550 77  REV-PAY-TRAN-DATE            PIC 9(08) VALUE ZERO.
002551 77  REV-PAY-SEQ-NO               PIC 9(09) VALUE ZERO.
002552 77  REV-EARLYPAY-TOTAL           PIC 9(07)V99 VALUE ZERO.
002553 77  MORE-APPL-SW                 PIC X(03) VALUE "NO".
002554     88  NO-MORE-APPL                    VALUE "NO".
002555 77  DISC-FOUND-SW                PIC X(03) VALUE "NO".
002556     88  DISC-FOUND                      VALUE "YES".
002557 77  DISC-SCAN-SW                 PIC X(03) VALUE "NO".
002558     88  DISC-SCAN-DONE                  VALUE "YES".
002559 77  TOTAL-VOIDDR-AMOUNT          PIC 9(09)V99 VALUE ZERO.
002560 77  TOTAL-VOIDCR-AMOUNT          PIC 9(09)V99 VALUE ZERO.
002561 77  TOTAL-VOIDTAX-AMOUNT         PIC 9(09)V99 VALUE ZERO.
002562 77  TOTAL-TAXCR-AMOUNT          PIC 9(09)V99 VALUE ZERO.
002563 77  TAX-JURIS-POSTED            PIC X(03) VALUE SPACES.
002564 77  BI-JOURNAL-STATUS           PIC X(02) VALUE SPACES.
002565 01  DUE-DATE-WORK.
002566     05  DDW-YEAR                PIC 9(04).
002567     05  DDW-MONTH               PIC 9(02).
002568     05  DDW-DAY                 PIC 9(02).
002569 01  INVOICE-REF-WORK.
002570     05  INVOICE-REF             PIC X(08) VALUE SPACES.
002571 01  INVOICE-REF-NUMERIC REDEFINES INVOICE-REF-WORK.
002572     05  INVOICE-REF-NO          PIC 9(08).
002573 01  TAX-RATE-TABLE.
002574     05  TAX-RATE-ENTRY          OCCURS 50 TIMES.
002575         10  TXT-JURIS           PIC X(03).
002576         10  TXT-RATE            PIC V9999.
002577 01  MONTH-LENGTH-VALUES         PIC X(24)
002578     VALUE "312831303130313130313031".
002579 01  MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-VALUES.
002580     05  MONTH-LENGTH            PIC 9(02) OCCURS 12 TIMES.
002581     COPY TERMSTAB.
002582 PROCEDURE DIVISION.
002583*----------------------------------------------------------------*
002584* 0000-MAINLINE                                                 *
002585*----------------------------------------------------------------*
002590 0000-MAINLINE.
002600     PERFORM 2000-SELECT-RUN-MODE THRU 2000-EXIT.
002610     IF BATCH-MODE-SELECTED
002830         OPEN EXTEND TRANSACTION-OUT-FILE
002840         OPEN EXTEND GL-FEED-FILE
002850         OPEN EXTEND REJECT-FILE
002855         OPEN EXTEND INVOICE-EXCEPTION-FILE
002860     ELSE
002870         OPEN OUTPUT TRANSACTION-OUT-FILE
002880         OPEN OUTPUT GL-FEED-FILE
002890         IF BATCH-MODE-SELECTED
002900             OPEN OUTPUT REJECT-FILE
002905             OPEN OUTPUT INVOICE-EXCEPTION-FILE
002910         ELSE
002920             OPEN EXTEND REJECT-FILE
002925             OPEN EXTEND INVOICE-EXCEPTION-FILE
002930         END-IF
002940     END-IF.
002950     IF RESTART-SEQ-NO = ZERO
003002         MOVE ZERO TO TOTAL-FINCHG-AMOUNT
003004         MOVE ZERO TO TOTAL-TAX-AMOUNT
003006         MOVE ZERO TO TOTAL-WRITEOFF-AMOUNT
003008         MOVE ZERO TO TOTAL-EARLYPAY-AMOUNT
003010         MOVE ZERO TO TOTAL-VOIDDR-AMOUNT
003012         MOVE ZERO TO TOTAL-VOIDCR-AMOUNT
003014         MOVE ZERO TO TOTAL-VOIDTAX-AMOUNT
003015         MOVE ZERO TO TOTAL-TAXCR-AMOUNT
003016         MOVE ZERO TO INVOICE-EXCP-COUNT
003018         MOVE ZERO TO HELD-COUNT
003020         MOVE ZERO TO REJECT-COUNT
003030         MOVE ZERO TO DETAIL-COUNT
003040         MOVE ZERO TO DETAIL-HASH-TOTAL
003220             HELD-TRANS-STATUS
003230         STOP RUN
003240     END-IF.
003241     OPEN EXTEND STATUS-LOG-FILE.
003242     IF STATUS-LOG-STATUS NOT = "00" AND "05"
003243         DISPLAY "ERROR OPENING STATUS-LOG-FILE - STATUS "
003244             STATUS-LOG-STATUS
003245         STOP RUN
003246     END-IF.
003250     IF REJECT-STATUS NOT = "00" AND "05"
003260         DISPLAY "ERROR OPENING REJECT-FILE - STATUS "
003270             REJECT-STATUS
003280         STOP RUN
003290     END-IF.
003291     IF INVOICE-EXCP-STATUS NOT = "00" AND "05"
003292         DISPLAY "ERROR OPENING INVOICE-EXCEPTION-FILE - STATUS "
003293             INVOICE-EXCP-STATUS
003294         STOP RUN
003295     END-IF.
003300     OPEN I-O TRAN-HISTORY-FILE.
003310     IF TRAN-HIST-STATUS = "35"
003320         OPEN OUTPUT TRAN-HISTORY-FILE
003380             TRAN-HIST-STATUS
003390         STOP RUN
003400     END-IF.
003401     OPEN I-O APPL-HISTORY-FILE.
003402     IF APPL-HIST-STATUS = "35"
003403         OPEN OUTPUT APPL-HISTORY-FILE
003404         CLOSE APPL-HISTORY-FILE
003405         OPEN I-O APPL-HISTORY-FILE
003406     END-IF.
003407     IF APPL-HIST-STATUS NOT = "00" AND "05"
003408         DISPLAY "ERROR OPENING APPL-HISTORY-FILE - STATUS "
003409             APPL-HIST-STATUS
003410         STOP RUN
003411     END-IF.
003412     OPEN I-O BEFORE-IMAGE-FILE.
003413     IF BI-JOURNAL-STATUS = "35"
003414         OPEN OUTPUT BEFORE-IMAGE-FILE
003415         CLOSE BEFORE-IMAGE-FILE
003416         OPEN I-O BEFORE-IMAGE-FILE
003417     END-IF.
003418     IF BI-JOURNAL-STATUS NOT = "00" AND "05"
003419         DISPLAY "ERROR OPENING BEFORE-IMAGE-FILE - STATUS "
003420             BI-JOURNAL-STATUS
003421         STOP RUN
003422     END-IF.
003423     PERFORM 1300-LOAD-TAX-RATES THRU 1300-EXIT.
003424     PERFORM 1400-LOAD-INVOICE-CONTROL THRU 1400-EXIT.
003425 1000-EXIT.
003426     EXIT.
003430*----------------------------------------------------------------*
003440* 1100-CHECK-RESTART THRU 1100-EXIT - IF A CHECKPOINT RECORD IS  *
003450* ON FILE FROM A PRIOR ABENDED BATCH, RESUME AFTER THAT          *
003704                     TO TOTAL-FINCHG-AMOUNT
003706                 MOVE CP-TOTAL-TAX-AMOUNT
003708                     TO TOTAL-TAX-AMOUNT
003711                 MOVE CP-TOTAL-EARLYPAY-AMOUNT
003714                     TO TOTAL-EARLYPAY-AMOUNT
003715                 MOVE CP-TOTAL-VOIDDR-AMOUNT
003716                     TO TOTAL-VOIDDR-AMOUNT
003717                 MOVE CP-TOTAL-VOIDCR-AMOUNT
003718                     TO TOTAL-VOIDCR-AMOUNT
003719                 MOVE CP-TOTAL-VOIDTAX-AMOUNT
003720                     TO TOTAL-VOIDTAX-AMOUNT
003721                 MOVE CP-TOTAL-TAXCR-AMOUNT
003722                     TO TOTAL-TAXCR-AMOUNT
003723                 MOVE CP-LAST-INVOICE-NO TO LAST-INVOICE-NO
003724                 MOVE CP-INVOICE-EXCP-COUNT TO INVOICE-EXCP-COUNT
003725                 MOVE CP-HELD-COUNT TO HELD-COUNT
003726                 MOVE CP-REJECT-COUNT TO REJECT-COUNT
003730                 MOVE CP-DETAIL-COUNT TO DETAIL-COUNT
003740                 MOVE CP-HASH-TOTAL TO DETAIL-HASH-TOTAL
003750         END-READ
004132     MOVE CT-TOTAL-FINCHG-AMOUNT TO TOTAL-FINCHG-AMOUNT.
004134     MOVE CT-TOTAL-TAX-AMOUNT TO TOTAL-TAX-AMOUNT.
004136     MOVE CT-TOTAL-WRITEOFF-AMOUNT TO TOTAL-WRITEOFF-AMOUNT.
004138     MOVE CT-TOTAL-EARLYPAY-AMOUNT TO TOTAL-EARLYPAY-AMOUNT.
004140     MOVE CT-TOTAL-VOIDDR-AMOUNT TO TOTAL-VOIDDR-AMOUNT.
004142     MOVE CT-TOTAL-VOIDCR-AMOUNT TO TOTAL-VOIDCR-AMOUNT.
004144     MOVE CT-TOTAL-VOIDTAX-AMOUNT TO TOTAL-VOIDTAX-AMOUNT.
004145     MOVE CT-TOTAL-TAXCR-AMOUNT TO TOTAL-TAXCR-AMOUNT.
004146     MOVE CT-HELD-COUNT TO HELD-COUNT.
004150     MOVE CT-REJECT-COUNT TO REJECT-COUNT.
004160     MOVE CT-DETAIL-COUNT TO DETAIL-COUNT.
004170     MOVE CT-HASH-TOTAL TO DETAIL-HASH-TOTAL.
004247     END-IF.
004248 1310-EXIT.
004249     EXIT.
004250*----------------------------------------------------------------*
004251* 1400-LOAD-INVOICE-CONTROL THRU 1400-EXIT - PICK UP THE LAST    *
004252* INVOICE NUMBER HANDED OUT.  NO INVCTL MEANS NONE EVER HAS      *
004253* BEEN AND NUMBERING STARTS AT 1.  A RESTART KEEPS WHICHEVER IS  *
004254* HIGHER, INVCTL OR ITS CHECKPOINT, SO NO NUMBER IS REUSED.      *
004255*----------------------------------------------------------------*
004256 1400-LOAD-INVOICE-CONTROL.
004257     OPEN INPUT INVOICE-CONTROL-FILE.
004258     IF INVOICE-CTL-STATUS NOT = "00"
004259         DISPLAY "NO INVCTL ON FILE - INVOICE NUMBERS START AT 1"
004260         CLOSE INVOICE-CONTROL-FILE
004261         GO TO 1400-EXIT
004262     END-IF.
004263     READ INVOICE-CONTROL-FILE
004264         AT END
004265             MOVE ZERO TO IC-LAST-INVOICE-NO
004266     END-READ.
004267     CLOSE INVOICE-CONTROL-FILE.
004268     IF IC-LAST-INVOICE-NO IS NUMERIC
004269        AND IC-LAST-INVOICE-NO > LAST-INVOICE-NO
004270         MOVE IC-LAST-INVOICE-NO TO LAST-INVOICE-NO
004271     END-IF.
004272 1400-EXIT.
004273     EXIT.
004274*----------------------------------------------------------------*
004275* 2000-SELECT-RUN-MODE THRU 2000-EXIT - LET THE OPERATOR CHOOSE  *
004276* THE UNATTENDED BATCH RUN FROM TRANS-IN-FILE, THE RESUBMIT      *
004277* PASS OVER A REPAIRED REJECT FILE, OR THE ORIGINAL ONE-OFF      *
004278* INTERACTIVE ACCEPT LOOP.  THE CHOICE COMES FIRST SO           *
004279* 1000-INITIALIZE KNOWS WHICH FILES TO EXTEND.                   *
004280*----------------------------------------------------------------*
004290 2000-SELECT-RUN-MODE.
004300     PERFORM 2020-READ-RUN-PARM THRU 2020-EXIT.
004930* DATE ALREADY BEEN POSTED?  A SECOND ATTEMPT STOPS WITH A       *
004940* CLEAR MESSAGE UNLESS THE OPERATOR FORCED IT ON THE PARMCARD.   *
004950* WE HAVE DOUBLE-POSTED A DAY BEFORE; NEVER AGAIN.               *
004955* A DATE WHOSE LATEST ENTRY IS A LAB1BKO BACKOUT MAY POST AGAIN. *
004960*----------------------------------------------------------------*
004970 2200-CHECK-RUN-CONTROL.
004980     MOVE "NO" TO DATE-POSTED-SW.
005300             MOVE "NO" TO MORE-RUN-CONTROL-SW
005310         NOT AT END
005320             IF RC-RUN-DATE = BUSINESS-RUN-DATE
005322                 IF RC-BACKED-OUT
005324                     MOVE "NO" TO DATE-POSTED-SW
005326                 ELSE
005330                     MOVE "YES" TO DATE-POSTED-SW
005335                 END-IF
005340                 MOVE RC-POSTED-STATUS TO PRIOR-POSTED-STATUS
005350             END-IF
005360     END-READ.
006460     MOVE TI-TRAN-TYPE TO TRAN-TYPE.
006470     MOVE TI-CUSTOMER-ID TO CUSTOMER-ID.
006480     MOVE TI-PURCHASE-AMOUNT TO PURCHASE-AMOUNT.
006485     MOVE TI-INVOICE-REF TO INVOICE-REF.
006486     MOVE TI-ORIG-TRAN-DATE TO REV-ORIG-TRAN-DATE.
006487     MOVE TI-ORIG-SEQ-NO TO REV-ORIG-SEQ-NO.
006490     IF TRANS-SEQ-NO > RESTART-SEQ-NO
006500         ADD 1 TO DETAIL-COUNT
006510         IF TI-PURCHASE-AMOUNT IS NUMERIC
007330     MOVE TRAN-TYPE TO RJ-TRAN-TYPE.
007340     MOVE CUSTOMER-ID TO RJ-CUSTOMER-ID.
007350     MOVE PURCHASE-AMOUNT TO RJ-PURCHASE-AMOUNT.
007355     MOVE INVOICE-REF TO RJ-INVOICE-REF.
007356     MOVE REV-ORIG-TRAN-DATE TO RJ-ORIG-TRAN-DATE.
007357     MOVE REV-ORIG-SEQ-NO TO RJ-ORIG-SEQ-NO.
007360     WRITE REJECT-RECORD.
007370     ADD 1 TO REJECT-COUNT.
007380 3140-EXIT.
008000     MOVE TOTAL-CREDIT-AMOUNT TO CP-TOTAL-CREDIT-AMOUNT.
008002     MOVE TOTAL-FINCHG-AMOUNT TO CP-TOTAL-FINCHG-AMOUNT.
008004     MOVE TOTAL-TAX-AMOUNT TO CP-TOTAL-TAX-AMOUNT.
008007     MOVE TOTAL-EARLYPAY-AMOUNT TO CP-TOTAL-EARLYPAY-AMOUNT.
008008     MOVE TOTAL-VOIDDR-AMOUNT TO CP-TOTAL-VOIDDR-AMOUNT.
008009     MOVE TOTAL-VOIDCR-AMOUNT TO CP-TOTAL-VOIDCR-AMOUNT.
008010     MOVE TOTAL-VOIDTAX-AMOUNT TO CP-TOTAL-VOIDTAX-AMOUNT.
008012     MOVE TOTAL-TAXCR-AMOUNT TO CP-TOTAL-TAXCR-AMOUNT.
008014     MOVE LAST-INVOICE-NO TO CP-LAST-INVOICE-NO.
008016     MOVE INVOICE-EXCP-COUNT TO CP-INVOICE-EXCP-COUNT.
008018     MOVE HELD-COUNT TO CP-HELD-COUNT.
008020     MOVE REJECT-COUNT TO CP-REJECT-COUNT.
008030     MOVE DETAIL-COUNT TO CP-DETAIL-COUNT.
008040     MOVE DETAIL-HASH-TOTAL TO CP-HASH-TOTAL.
008380     MOVE RI-TRAN-TYPE TO TRAN-TYPE.
008390     MOVE RI-CUSTOMER-ID TO CUSTOMER-ID.
008400     MOVE RI-PURCHASE-AMOUNT TO PURCHASE-AMOUNT.
008405     MOVE RI-INVOICE-REF TO INVOICE-REF.
008406     MOVE RI-ORIG-TRAN-DATE TO REV-ORIG-TRAN-DATE.
008407     MOVE RI-ORIG-SEQ-NO TO REV-ORIG-SEQ-NO.
008410     PERFORM 3150-EDIT-AND-POST THRU 3150-EXIT.
008420     PERFORM 3510-READ-REJECT-IN THRU 3510-EXIT.
008430 3520-EXIT.
008550     PERFORM 5100-GET-CUSTOMER-ID THRU 5100-EXIT.
008560     PERFORM 5140-GET-TRAN-TYPE THRU 5140-EXIT.
008570     PERFORM 5200-GET-PURCHASE-AMOUNT THRU 5200-EXIT.
008575     PERFORM 5220-GET-INVOICE-REF THRU 5220-EXIT.
008577     PERFORM 5230-GET-REVERSAL-KEY THRU 5230-EXIT.
008580     PERFORM 6000-COMPUTE-AND-POST THRU 6000-EXIT.
008590     DISPLAY "IS THERE MORE INPUT (YES OR NO)?".
008600     ACCEPT MORE-DATA.
008670* DISPLAY THE RESULT, AND FAN OUT TO THE AUDIT TRAIL AND         *
008680* CONTROL TOTALS.  SHARED BY THE INTERACTIVE AND BATCH PATHS.    *
008690* A PURCHASE THAT WOULD PUSH THE BALANCE PAST THE CUSTOMER'S     *
008700* CREDIT LIMIT, OR ANY PURCHASE FOR AN ACCOUNT ON HOLD OR IN     *
008701* COLLECTIONS, IS HELD TO THE SUSPENSE FILE INSTEAD; ONE ON A    *
008702* CLOSED ACCOUNT IS REJECTED.  A PAYMENT OR CREDIT ON AN ACCOUNT *
008703* THE DUNNING RUN PUT ON HOLD MAY TAKE THE HOLD OFF (6500).      *
008705* A V REVERSAL TAKES ITS OWN PATH THROUGH 6300.                  *
008710*----------------------------------------------------------------*
008720 6000-COMPUTE-AND-POST.
008721     MOVE SPACE TO REVERSED-TRAN-TYPE.
008722     IF REVERSAL-TRAN
008723         PERFORM 6300-POST-REVERSAL THRU 6300-EXIT
008724         GO TO 6000-EXIT
008725     END-IF.
008730     IF PURCHASE-TRAN
008740         COMPUTE AMOUNT-OWED = PURCHASE-AMOUNT -
008750             (DISCOUNT-RATE * PURCHASE-AMOUNT)
008782     PERFORM 6040-COMPUTE-SALES-TAX THRU 6040-EXIT.
008790     MOVE AMOUNT-OWED TO AMOUNT-OWED-DISPLAY.
008800     PERFORM 6050-CHECK-CREDIT-LIMIT THRU 6050-EXIT.
008801     IF CLOSED-ACCOUNT-PURCHASE
008802         DISPLAY "BATCH REJECT - ACCOUNT CLOSED FOR " CUSTOMER-ID
008803         MOVE "09" TO REJECT-REASON-CODE
008804         PERFORM 3140-WRITE-REJECT-RECORD THRU 3140-EXIT
008805         GO TO 6000-EXIT
008806     END-IF.
008810     IF TRAN-HELD
008820         PERFORM 6060-WRITE-HELD-RECORD THRU 6060-EXIT
008830         GO TO 6000-EXIT
008840     END-IF.
008970     PERFORM 6170-WRITE-HISTORY-RECORD THRU 6170-EXIT.
008980     PERFORM 6180-APPLY-TO-OPEN-ITEMS THRU 6180-EXIT.
008990     PERFORM 6200-ACCUMULATE-TOTALS THRU 6200-EXIT.
008992     IF (PAYMENT-TRAN OR RETURN-TRAN)
008994        AND CUSTOMER-ON-HOLD AND CUSTOMER-HELD-BY-DUNNING
008996         PERFORM 6500-CHECK-HOLD-RELEASE THRU 6500-EXIT
008998     END-IF.
009000 6000-EXIT.
009010     EXIT.
009011*----------------------------------------------------------------*
009012* 6040-COMPUTE-SALES-TAX THRU 6040-EXIT - SALES TAX ON THE       *
009013* DISCOUNTED PURCHASE AMOUNT AT THE CUSTOMER JURISDICTION'S      *
009014* RATE.  EXEMPT CUSTOMERS, PAYMENTS AND FINANCE CHARGES, AND     *
009015* JURISDICTIONS NOT ON THE RATE TABLE ALL TAX AT ZERO.  A        *
009016* RETURN CREDITS TAX BACK AT THE RATE ON THE PURCHASE IT NAMES   *
009017* (6047), OR AT THE CUSTOMER'S RATE WHEN IT NAMES NONE.          *
009018*----------------------------------------------------------------*
009019 6040-COMPUTE-SALES-TAX.
009020     MOVE ZERO TO TAX-AMOUNT.
009021     MOVE ZERO TO TAX-RATE.
009022     MOVE CUSTOMER-TAX-JURIS TO TAX-JURIS-POSTED.
009023     IF NOT PURCHASE-TRAN AND NOT RETURN-TRAN
009024         GO TO 6040-EXIT
009025     END-IF.
009026     IF RETURN-TRAN AND INVOICE-REF IS NUMERIC
009027         PERFORM 6047-FIND-RETURNED-ITEM THRU 6047-EXIT
009028         IF INVOICE-FOUND
009029             GO TO 6040-FIGURE
009030         END-IF
009031     END-IF.
009032     IF CUSTOMER-TAXABLE-FLAG NOT = "Y"
009033         GO TO 6040-EXIT
009034     END-IF.
009035     PERFORM 6045-FIND-TAX-RATE THRU 6045-EXIT
009036         VARYING TAX-SUB FROM 1 BY 1
009037         UNTIL TAX-SUB > TAX-RATE-COUNT.
009038     IF TAX-RATE = ZERO
009039         GO TO 6040-EXIT
009040     END-IF.
009041 6040-FIGURE.
009042     COMPUTE TAX-AMOUNT ROUNDED = AMOUNT-OWED * TAX-RATE.
009043 6040-EXIT.
009044     EXIT.
009045 6045-FIND-TAX-RATE.
009046     IF TXT-JURIS (TAX-SUB) = CUSTOMER-TAX-JURIS
009047         MOVE TXT-RATE (TAX-SUB) TO TAX-RATE
009048     END-IF.
009049 6045-EXIT.
009050     EXIT.
009051*----------------------------------------------------------------*
009052* 6047-FIND-RETURNED-ITEM THRU 6047-EXIT - THE RATE AND          *
009053* JURISDICTION ON THE PURCHASE A RETURN NAMES.  AN ITEM POSTED   *
009054* BEFORE HISTORY KEPT THE RATE HAS IT WORKED BACK FROM ITS TAX.  *
009055* A NAMED INVOICE THAT IS NOT FOUND LEAVES INVOICE-FOUND OFF AND *
009056* THE CUSTOMER'S RATE IS USED; 6181 LISTS THE EXCEPTION LATER.   *
009057*----------------------------------------------------------------*
009058 6047-FIND-RETURNED-ITEM.
009059     MOVE "NO" TO INVOICE-FOUND-SW.
009060     MOVE "NO" TO INVOICE-SCAN-SW.
009061     MOVE CUSTOMER-ID TO TH-CUSTOMER-ID.
009062     MOVE ZERO TO TH-TRAN-DATE.
009063     MOVE ZERO TO TH-TRAN-SEQ-NO.
009064     START TRAN-HISTORY-FILE KEY NOT < TH-HIST-KEY
009065         INVALID KEY
009066             MOVE "YES" TO INVOICE-SCAN-SW
009067     END-START.
009068     PERFORM 6182-FIND-NAMED-ITEM THRU 6182-EXIT
009069         UNTIL INVOICE-SCAN-DONE.
009070     IF NOT INVOICE-FOUND
009071         GO TO 6047-EXIT
009072     END-IF.
009073     IF TH-TAX-JURIS NOT = SPACES
009074         MOVE TH-TAX-JURIS TO TAX-JURIS-POSTED
009075     END-IF.
009076     IF TH-TAX-RATE > ZERO
009077         MOVE TH-TAX-RATE TO TAX-RATE
009078     ELSE
009079     IF TH-TAX-AMOUNT > ZERO AND TH-AMOUNT-OWED > ZERO
009080         COMPUTE TAX-RATE ROUNDED =
009081             TH-TAX-AMOUNT / TH-AMOUNT-OWED
009082     END-IF
009083     END-IF.
009084 6047-EXIT.
009085     EXIT.
009086*----------------------------------------------------------------*
009087* 6050-CHECK-CREDIT-LIMIT THRU 6050-EXIT - MAY THIS PURCHASE     *
009088* POST?  NOT ON A CLOSED ACCOUNT (REJECTED), NOR ON ONE ON       *
009089* CREDIT HOLD OR IN COLLECTIONS (HELD, THE ACCOUNT STATUS IS THE *
009090* HOLD REASON), NOR IF IT WOULD PUSH THE CUSTOMER PAST THE       *
009091* CREDIT LIMIT ON THE MASTER (HELD, REASON L).  A ZERO LIMIT     *
009092* MEANS NO LIMIT IS ENFORCED.  PAYMENTS AND CREDITS ALWAYS POST, *
009093* WHATEVER THE STATUS - THEY ONLY EVER BRING THE BALANCE DOWN.   *
009094*----------------------------------------------------------------*
009095 6050-CHECK-CREDIT-LIMIT.
009096     MOVE "NO" TO OVER-LIMIT-SW.
009097     MOVE "NO" TO CLOSED-PURCHASE-SW.
009098     MOVE SPACE TO HOLD-REASON-CODE.
009099     IF NOT PURCHASE-TRAN
009100         GO TO 6050-EXIT
009101     END-IF.
009110     COMPUTE PROJECTED-BALANCE = CUSTOMER-BALANCE
009120         + AMOUNT-OWED + TAX-AMOUNT.
009121     IF CUSTOMER-CLOSED
009122         MOVE "YES" TO CLOSED-PURCHASE-SW
009123         GO TO 6050-EXIT
009124     END-IF.
009125     IF CUSTOMER-ON-HOLD OR CUSTOMER-IN-COLLECTIONS
009126         MOVE CUSTOMER-ACCOUNT-STATUS TO HOLD-REASON-CODE
009127         GO TO 6050-EXIT
009128     END-IF.
009129     IF CREDIT-LIMIT > ZERO
009130        AND PROJECTED-BALANCE > CREDIT-LIMIT
009140         MOVE "YES" TO OVER-LIMIT-SW
009150         MOVE "L" TO HOLD-REASON-CODE
009160     END-IF.
009170 6050-EXIT.
009180     EXIT.
009190*----------------------------------------------------------------*
009200* 6060-WRITE-HELD-RECORD THRU 6060-EXIT - PARK THE HELD          *
009210* TRANSACTION ON THE SUSPENSE FILE, WITH THE PROJECTED BALANCE,  *
009220* THE LIMIT, AND WHY IT WAS HELD, FOR A SUPERVISOR TO RELEASE OR *
009230* REFUSE IN A LATER RUN.  IT DOES NOT POST AND DOES NOT VANISH.  *
009240*----------------------------------------------------------------*
009250 6060-WRITE-HELD-RECORD.
009320     MOVE AMOUNT-OWED TO HT-AMOUNT-OWED.
009330     MOVE PROJECTED-BALANCE TO HT-PROJECTED-BALANCE.
009340     MOVE CREDIT-LIMIT TO HT-CREDIT-LIMIT.
009345     MOVE HOLD-REASON-CODE TO HT-HOLD-REASON.
009350     WRITE HELD-TRANS-RECORD.
009360     ADD 1 TO HELD-COUNT.
009361     IF HT-ACCOUNT-HOLD
009362         DISPLAY "HELD - ACCOUNT ON CREDIT HOLD - " CUSTOMER-ID
009363             " AMOUNT " AMOUNT-OWED-DISPLAY
009364         GO TO 6060-EXIT
009365     END-IF.
009366     IF HT-COLLECTIONS-HOLD
009367         DISPLAY "HELD - ACCOUNT IN COLLECTIONS - " CUSTOMER-ID
009368             " AMOUNT " AMOUNT-OWED-DISPLAY
009369         GO TO 6060-EXIT
009370     END-IF.
009371     DISPLAY "HELD - OVER CREDIT LIMIT - " CUSTOMER-ID
009380         " AMOUNT " AMOUNT-OWED-DISPLAY.
009390 6060-EXIT.
009400     EXIT.
009550     MOVE CURRENT-TRAN-TIME TO TO-TRAN-TIME.
009552     MOVE TAX-AMOUNT TO TO-TAX-AMOUNT.
009554     MOVE SPACE TO TO-WOF-SIDE.
009557     MOVE REVERSED-TRAN-TYPE TO TO-REVERSED-TYPE.
009560     WRITE TRANSACTION-OUT-RECORD.
009570 6100-EXIT.
009580     EXIT.
009590*----------------------------------------------------------------*
009592* 6140-COMPUTE-DUE-DATE THRU 6140-EXIT - DUE DATE FROM THE       *
009594* CUSTOMER'S TERMS CODE: THE TRANSACTION DATE PLUS THE TERMS'    *
009596* NET DAYS ON THE REAL CALENDAR (COD IS DUE THE SAME DAY), AND   *
009598* FOR A PURCHASE UNDER DISCOUNT TERMS THE LAST DAY A PAYMENT     *
009600* STILL EARNS THE EARLY-PAY DISCOUNT.  FINANCE CHARGES NEVER     *
009602* CARRY A DISCOUNT DATE.                                         *
009604*----------------------------------------------------------------*
009606 6140-COMPUTE-DUE-DATE.
009608     MOVE CUSTOMER-TERMS-CODE TO TERMS-LOOKUP-CODE.
009610     PERFORM 6141-FIND-TERMS THRU 6141-EXIT.
009612     MOVE CURRENT-TRAN-DATE TO DUE-DATE-WORK.
009614     MOVE TT-NET-DAYS (TERMS-HIT-SUB) TO DAYS-TO-ADD.
009616     PERFORM 6142-ADD-DAYS THRU 6142-EXIT.
009618     MOVE DUE-DATE-WORK TO TRAN-DUE-DATE.
009620     MOVE ZERO TO TRAN-DISC-DATE.
009622     IF PURCHASE-TRAN AND TT-DISC-DAYS (TERMS-HIT-SUB) > ZERO
009624         MOVE CURRENT-TRAN-DATE TO DUE-DATE-WORK
009626         MOVE TT-DISC-DAYS (TERMS-HIT-SUB) TO DAYS-TO-ADD
009628         PERFORM 6142-ADD-DAYS THRU 6142-EXIT
009630         MOVE DUE-DATE-WORK TO TRAN-DISC-DATE
009632     END-IF.
009634 6140-EXIT.
009636     EXIT.
009638*----------------------------------------------------------------*
009640* 6141-FIND-TERMS THRU 6141-EXIT - POINT TERMS-HIT-SUB AT THE    *
009642* TERMSTAB ENTRY FOR TERMS-LOOKUP-CODE.  A BLANK OR UNKNOWN CODE *
009644* FALLS BACK TO THE DEFAULT NET 30 TERMS.                        *
009646*----------------------------------------------------------------*
009648 6141-FIND-TERMS.
009650     MOVE ZERO TO TERMS-HIT-SUB.
009652     PERFORM 6145-MATCH-TERMS THRU 6145-EXIT
009654         VARYING TERMS-SUB FROM 1 BY 1
009656         UNTIL TERMS-SUB > TERMS-ENTRY-COUNT.
009658     IF TERMS-HIT-SUB > ZERO
009660         GO TO 6141-EXIT
009662     END-IF.
009664     MOVE DEFAULT-TERMS-CODE TO TERMS-LOOKUP-CODE.
009666     PERFORM 6145-MATCH-TERMS THRU 6145-EXIT
009668         VARYING TERMS-SUB FROM 1 BY 1
009670         UNTIL TERMS-SUB > TERMS-ENTRY-COUNT.
009672 6141-EXIT.
009674     EXIT.
009676 6145-MATCH-TERMS.
009678     IF TT-TERMS-CODE (TERMS-SUB) = TERMS-LOOKUP-CODE
009680         MOVE TERMS-SUB TO TERMS-HIT-SUB
009682     END-IF.
009684 6145-EXIT.
009686     EXIT.
009688*----------------------------------------------------------------*
009690* 6142-ADD-DAYS THRU 6142-EXIT - ADVANCE DUE-DATE-WORK BY        *
009692* DAYS-TO-ADD CALENDAR DAYS, ROLLING OVER MONTH AND YEAR ENDS.   *
009694*----------------------------------------------------------------*
009696 6142-ADD-DAYS.
009698     MOVE DDW-DAY TO ROLL-DAY-COUNT.
009700     ADD DAYS-TO-ADD TO ROLL-DAY-COUNT.
009702     PERFORM 6143-SET-MONTH-LENGTH THRU 6143-EXIT.
009704     PERFORM 6144-ROLL-ONE-MONTH THRU 6144-EXIT
009706         UNTIL ROLL-DAY-COUNT NOT > CUR-MONTH-LENGTH.
009708     MOVE ROLL-DAY-COUNT TO DDW-DAY.
009710 6142-EXIT.
009712     EXIT.
009714 6143-SET-MONTH-LENGTH.
009716     MOVE MONTH-LENGTH (DDW-MONTH) TO CUR-MONTH-LENGTH.
009718     IF DDW-MONTH NOT = 2
009720         GO TO 6143-EXIT
009722     END-IF.
009724     DIVIDE DDW-YEAR BY 4 GIVING LEAP-QUOTIENT
009726         REMAINDER LEAP-REMAINDER.
009728     IF LEAP-REMAINDER NOT = ZERO
009730         GO TO 6143-EXIT
009732     END-IF.
009734     MOVE 29 TO CUR-MONTH-LENGTH.
009736     DIVIDE DDW-YEAR BY 100 GIVING LEAP-QUOTIENT
009738         REMAINDER LEAP-REMAINDER.
009740     IF LEAP-REMAINDER NOT = ZERO
009742         GO TO 6143-EXIT
009744     END-IF.
009746     DIVIDE DDW-YEAR BY 400 GIVING LEAP-QUOTIENT
009748         REMAINDER LEAP-REMAINDER.
009750     IF LEAP-REMAINDER NOT = ZERO
009752         MOVE 28 TO CUR-MONTH-LENGTH
009754     END-IF.
009756 6143-EXIT.
009758     EXIT.
009760 6144-ROLL-ONE-MONTH.
009762     SUBTRACT CUR-MONTH-LENGTH FROM ROLL-DAY-COUNT.
009764     IF DDW-MONTH = 12
009766         MOVE 1 TO DDW-MONTH
009768         ADD 1 TO DDW-YEAR
009770     ELSE
009772         ADD 1 TO DDW-MONTH
009774     END-IF.
009776     PERFORM 6143-SET-MONTH-LENGTH THRU 6143-EXIT.
009778 6144-EXIT.
009780     EXIT.
009850*----------------------------------------------------------------*
009860* 6150-UPDATE-CUSTOMER-BALANCE THRU 6150-EXIT - ROLL THIS        *
009870* TRANSACTION INTO THE CUSTOMER'S RUNNING MASTER BALANCE SO IT   *
009880* CARRIES FORWARD TO THE NEXT TRANSACTION, THIS RUN OR A LATER   *
009890* ONE.  PURCHASES AND FINANCE CHARGES RAISE THE BALANCE;         *
009900* PAYMENTS AND RETURN/CREDITS LOWER IT.  A REVERSAL MOVES IT     *
009905* THE OTHER WAY FROM THE TRANSACTION IT REVERSES.                *
009910*----------------------------------------------------------------*
009920 6150-UPDATE-CUSTOMER-BALANCE.
009930     IF PURCHASE-TRAN OR FINCHG-TRAN
009940         COMPUTE CUSTOMER-BALANCE = CUSTOMER-BALANCE
009942             + AMOUNT-OWED + TAX-AMOUNT
009950     ELSE
009951     IF REVERSAL-TRAN
009952         IF REVERSED-TRAN-TYPE = "P" OR "F"
009953             COMPUTE CUSTOMER-BALANCE = CUSTOMER-BALANCE
009954                 - AMOUNT-OWED - TAX-AMOUNT
009955         ELSE
009956             COMPUTE CUSTOMER-BALANCE = CUSTOMER-BALANCE
009957                 + AMOUNT-OWED + TAX-AMOUNT
009958         END-IF
009959     ELSE
009960         COMPUTE CUSTOMER-BALANCE = CUSTOMER-BALANCE
009962             - AMOUNT-OWED - TAX-AMOUNT
009965     END-IF
009970     END-IF.
009973     MOVE "C" TO BJ-ACTION.
009976     PERFORM 6400-JOURNAL-CUSTOMER THRU 6400-EXIT.
009980     MOVE CUSTOMER-BALANCE TO CM-CUSTOMER-BALANCE.
009990     REWRITE CUSTOMER-MASTER-RECORD
010000         INVALID KEY
010140     MOVE CURRENT-TRAN-DATE TO GL-TRAN-DATE.
010142     MOVE TAX-AMOUNT TO GL-TAX-AMOUNT.
010144     MOVE SPACE TO GL-WOF-SIDE.
010147     MOVE REVERSED-TRAN-TYPE TO GL-REVERSED-TYPE.
010150     WRITE GL-FEED-RECORD.
010160 6160-EXIT.
010170     EXIT.
010210* CUSTOMER + DATE + SEQUENCE; A DUPLICATE (SAME CUSTOMER AND     *
010220* SEQUENCE ON THE SAME DATE, AS HAPPENS WITH INTERACTIVE OR      *
010230* RESUBMITTED WORK) BUMPS THE SEQUENCE UNTIL THE WRITE TAKES.    *
010233* A PURCHASE OR FINANCE CHARGE TAKES THE NEXT INVOICE NUMBER; A  *
010236* PAYMENT OR CREDIT CARRIES THE INVOICE IT NAMED, IF ANY.  A     *
010237* REVERSAL CARRIES ITS ORIGINAL'S INVOICE AND KEY.  THE KEY THE  *
010238* WRITE FINALLY TOOK IS KEPT IN POSTED-SEQ-NO.                   *
010240*----------------------------------------------------------------*
010250 6170-WRITE-HISTORY-RECORD.
010260     MOVE CUSTOMER-ID TO TH-CUSTOMER-ID.
010310     MOVE PURCHASE-AMOUNT TO TH-PURCHASE-AMOUNT.
010320     MOVE AMOUNT-OWED TO TH-AMOUNT-OWED.
010322     MOVE TAX-AMOUNT TO TH-TAX-AMOUNT.
010323     MOVE TAX-JURIS-POSTED TO TH-TAX-JURIS.
010324     MOVE TAX-RATE TO TH-TAX-RATE.
010325     MOVE SPACE TO TH-WOF-SIDE.
010326     MOVE SPACE TO TH-VOID-FLAG.
010327     MOVE REVERSED-TRAN-TYPE TO TH-REVERSED-TYPE.
010328     MOVE SPACE TO TH-DISPUTE-FLAG.
010329     MOVE SPACES TO TH-DISPUTE-REASON.
010330     MOVE ZERO TO TH-DISPUTE-DATE.
010331     MOVE SPACES TO TH-DISPUTE-BY.
010332     MOVE ZERO TO TH-DISPUTE-CLR-DATE.
010333     MOVE SPACES TO TH-DISPUTE-CLR-BY.
010334     IF REVERSAL-TRAN
010335         MOVE REV-ORIG-TRAN-DATE TO TH-LINK-TRAN-DATE
010336         MOVE REV-ORIG-SEQ-NO TO TH-LINK-SEQ-NO
010337     ELSE
010338         MOVE ZERO TO TH-LINK-TRAN-DATE
010339         MOVE ZERO TO TH-LINK-SEQ-NO
010340     END-IF.
010341     IF PURCHASE-TRAN OR FINCHG-TRAN
010342         PERFORM 6140-COMPUTE-DUE-DATE THRU 6140-EXIT
010350         MOVE TRAN-DUE-DATE TO TH-DUE-DATE
010360         COMPUTE TH-OPEN-AMOUNT = AMOUNT-OWED + TAX-AMOUNT
010362         MOVE TT-TERMS-CODE (TERMS-HIT-SUB) TO TH-TERMS-CODE
010364         MOVE TRAN-DISC-DATE TO TH-DISC-DATE
010366         ADD 1 TO LAST-INVOICE-NO
010368         MOVE LAST-INVOICE-NO TO TH-INVOICE-NO
010370     ELSE
010380         MOVE ZERO TO TH-DUE-DATE
010390         MOVE ZERO TO TH-OPEN-AMOUNT
010392         MOVE SPACES TO TH-TERMS-CODE
010394         MOVE ZERO TO TH-DISC-DATE
010395         IF REVERSAL-TRAN
010396             MOVE REV-ORIG-INVOICE-NO TO TH-INVOICE-NO
010397         ELSE
010398         IF INVOICE-REF IS NUMERIC
010399             MOVE INVOICE-REF-NO TO TH-INVOICE-NO
010400         ELSE
010401             MOVE ZERO TO TH-INVOICE-NO
010402         END-IF
010403         END-IF
010404     END-IF.
010410     MOVE "NO" TO HISTORY-WRITTEN-SW.
010420     PERFORM 6175-TRY-HISTORY-WRITE THRU 6175-EXIT
010430         UNTIL HISTORY-WRITTEN.
010435     MOVE TH-TRAN-SEQ-NO TO POSTED-SEQ-NO.
010440 6170-EXIT.
010450     EXIT.
010460 6175-TRY-HISTORY-WRITE.
010490             ADD 1 TO TH-TRAN-SEQ-NO
010500         NOT INVALID KEY
010510             MOVE "YES" TO HISTORY-WRITTEN-SW
010513             MOVE "A" TO BJ-ACTION
010516             PERFORM 6410-JOURNAL-HISTORY THRU 6410-EXIT
010520     END-WRITE.
010530 6175-EXIT.
010540     EXIT.
010550*----------------------------------------------------------------*
010560* 6180-APPLY-TO-OPEN-ITEMS THRU 6180-EXIT - A PAYMENT OR RETURN/ *
010570* CREDIT PAYS DOWN THE INVOICE IT NAMES FIRST, THEN THE          *
010576* CUSTOMER'S OTHER OPEN ITEMS OLDEST FIRST.  ANYTHING LEFT OVER  *
010582* IS A CREDIT ON ACCOUNT - THE BALANCE ALREADY CAME DOWN IN      *
010590* 6150.  A PAYMENT THAT CLEARS AN ITEM INSIDE ITS EARLY-PAY      *
010593* WINDOW ALSO EARNS THE TERMS DISCOUNT, POSTED AFTERWARD AS ONE  *
010596* D TRANSACTION FOR THE LOT.  EVERY ITEM PAID DOWN IS RECORDED   *
010598* ON APPLHIST UNDER THE PAYMENT'S OWN HISTORY KEY.               *
010600*----------------------------------------------------------------*
010610 6180-APPLY-TO-OPEN-ITEMS.
010620     IF PURCHASE-TRAN OR FINCHG-TRAN
010630         GO TO 6180-EXIT
010640     END-IF.
010650     COMPUTE REMAINING-TO-APPLY = AMOUNT-OWED + TAX-AMOUNT.
010690     MOVE "NO" TO APPLY-DONE-SW.
010695     MOVE ZERO TO EARLYPAY-TAKEN.
010696     MOVE ZERO TO APPL-SEQ-COUNT.
010697     IF INVOICE-REF NOT = SPACES
010698         PERFORM 6181-APPLY-TO-NAMED-ITEM THRU 6181-EXIT
010699     END-IF.
010700     IF REMAINING-TO-APPLY = ZERO
010701         MOVE "YES" TO APPLY-DONE-SW
010702     ELSE
010703         MOVE CUSTOMER-ID TO TH-CUSTOMER-ID
010704         MOVE ZERO TO TH-TRAN-DATE
010705         MOVE ZERO TO TH-TRAN-SEQ-NO
010706         START TRAN-HISTORY-FILE KEY NOT < TH-HIST-KEY
010710             INVALID KEY
010720                 MOVE "YES" TO APPLY-DONE-SW
010730         END-START
010735     END-IF.
010740     PERFORM 6185-APPLY-ONE-ITEM THRU 6185-EXIT
010750         UNTIL APPLY-DONE.
010760     IF REMAINING-TO-APPLY > ZERO
010770         DISPLAY "UNAPPLIED CREDIT ON ACCOUNT FOR " CUSTOMER-ID
010780     END-IF.
010782     IF EARLYPAY-TAKEN > ZERO
010784         PERFORM 6190-POST-EARLYPAY-DISCOUNT THRU 6190-EXIT
010786     END-IF.
010790 6180-EXIT.
010800     EXIT.
010801*----------------------------------------------------------------*
010802* 6181-APPLY-TO-NAMED-ITEM THRU 6181-EXIT - FIND THE PURCHASE OR *
010803* FINANCE CHARGE CARRYING THE INVOICE NUMBER THE PAYMENT NAMED,  *
010804* AMONG THIS CUSTOMER'S HISTORY ONLY, AND APPLY TO IT FIRST.  A  *
010805* REFERENCE THAT IS NOT NUMERIC, NOT ONE OF THIS CUSTOMER'S      *
010806* INVOICES, OR AN INVOICE ALREADY PAID IN FULL GOES ON THE       *
010807* EXCEPTION FILE, AND THE WHOLE AMOUNT GOES OLDEST FIRST.        *
010808*----------------------------------------------------------------*
010809 6181-APPLY-TO-NAMED-ITEM.
010810     IF INVOICE-REF IS NOT NUMERIC
010811         MOVE "BR" TO INVOICE-EXCP-REASON
010812         PERFORM 6188-WRITE-INVOICE-EXCEPTION THRU 6188-EXIT
010813         GO TO 6181-EXIT
010814     END-IF.
010815     MOVE "NO" TO INVOICE-FOUND-SW.
010816     MOVE "NO" TO INVOICE-SCAN-SW.
010817     MOVE CUSTOMER-ID TO TH-CUSTOMER-ID.
010818     MOVE ZERO TO TH-TRAN-DATE.
010819     MOVE ZERO TO TH-TRAN-SEQ-NO.
010820     START TRAN-HISTORY-FILE KEY NOT < TH-HIST-KEY
010821         INVALID KEY
010822             MOVE "YES" TO INVOICE-SCAN-SW
010823     END-START.
010824     PERFORM 6182-FIND-NAMED-ITEM THRU 6182-EXIT
010825         UNTIL INVOICE-SCAN-DONE.
010826     IF NOT INVOICE-FOUND
010827         MOVE "NF" TO INVOICE-EXCP-REASON
010828         PERFORM 6188-WRITE-INVOICE-EXCEPTION THRU 6188-EXIT
010829         GO TO 6181-EXIT
010830     END-IF.
010831     IF TH-OPEN-AMOUNT = ZERO
010832         MOVE "CL" TO INVOICE-EXCP-REASON
010833         PERFORM 6188-WRITE-INVOICE-EXCEPTION THRU 6188-EXIT
010834         GO TO 6181-EXIT
010835     END-IF.
010836     PERFORM 6183-APPLY-TO-ITEM THRU 6183-EXIT.
010837 6181-EXIT.
010838     EXIT.
010839 6182-FIND-NAMED-ITEM.
010840     READ TRAN-HISTORY-FILE NEXT
010841         AT END
010842             MOVE "YES" TO INVOICE-SCAN-SW
010843             GO TO 6182-EXIT
010844     END-READ.
010845     IF TH-CUSTOMER-ID NOT = CUSTOMER-ID
010846         MOVE "YES" TO INVOICE-SCAN-SW
010847         GO TO 6182-EXIT
010848     END-IF.
010849     IF (TH-TRAN-TYPE = "P" OR TH-TRAN-TYPE = "F")
010850        AND TH-INVOICE-NO = INVOICE-REF-NO
010851         MOVE "YES" TO INVOICE-FOUND-SW
010852         MOVE "YES" TO INVOICE-SCAN-SW
010853     END-IF.
010854 6182-EXIT.
010855     EXIT.
010856*----------------------------------------------------------------*
010857* 6183-APPLY-TO-ITEM THRU 6183-EXIT - APPLY WHAT IS LEFT OF THE  *
010858* PAYMENT OR CREDIT TO THE OPEN ITEM IN THE RECORD AREA, TAKING  *
010859* THE EARLY-PAY DISCOUNT WHEN IT IS EARNED, AND REWRITE IT.      *
010869* THEN RECORD THE APPLICATION SO A REVERSAL CAN UNDO IT.         *
010879*----------------------------------------------------------------*
010889 6183-APPLY-TO-ITEM.
010892     MOVE "C" TO BJ-ACTION.
010895     PERFORM 6410-JOURNAL-HISTORY THRU 6410-EXIT.
010899     MOVE TH-OPEN-AMOUNT TO OPEN-BEFORE-APPLY.
010911     PERFORM 6186-CHECK-EARLYPAY THRU 6186-EXIT.
010912     IF EARLYPAY-AMOUNT > ZERO
010913         COMPUTE REMAINING-TO-APPLY = REMAINING-TO-APPLY
010914             - (TH-OPEN-AMOUNT - EARLYPAY-AMOUNT)
010915         ADD EARLYPAY-AMOUNT TO EARLYPAY-TAKEN
010916         MOVE ZERO TO TH-OPEN-AMOUNT
010917     ELSE
010920     IF TH-OPEN-AMOUNT > REMAINING-TO-APPLY
010930         SUBTRACT REMAINING-TO-APPLY FROM TH-OPEN-AMOUNT
010940         MOVE ZERO TO REMAINING-TO-APPLY
010950     ELSE
010960         SUBTRACT TH-OPEN-AMOUNT FROM REMAINING-TO-APPLY
010970         MOVE ZERO TO TH-OPEN-AMOUNT
010980     END-IF
010985     END-IF.
010990     REWRITE TRAN-HISTORY-RECORD
011000         INVALID KEY
011010             DISPLAY "ERROR REWRITING OPEN ITEM FOR "
011020                 CUSTOMER-ID
011030     END-REWRITE.
011031     PERFORM 6184-WRITE-APPLICATION THRU 6184-EXIT.
011032 6183-EXIT.
011033     EXIT.
011034 6184-WRITE-APPLICATION.
011035     ADD 1 TO APPL-SEQ-COUNT.
011036     MOVE CUSTOMER-ID TO AH-CUSTOMER-ID.
011037     MOVE CURRENT-TRAN-DATE TO AH-PAY-TRAN-DATE.
011038     MOVE POSTED-SEQ-NO TO AH-PAY-SEQ-NO.
011039     MOVE APPL-SEQ-COUNT TO AH-APPL-SEQ.
011040     MOVE TH-TRAN-DATE TO AH-ITEM-TRAN-DATE.
011041     MOVE TH-TRAN-SEQ-NO TO AH-ITEM-SEQ-NO.
011042     COMPUTE AH-APPLIED-AMOUNT = OPEN-BEFORE-APPLY
011043         - TH-OPEN-AMOUNT.
011044     MOVE EARLYPAY-AMOUNT TO AH-EARLYPAY-AMOUNT.
011045     WRITE APPL-HISTORY-RECORD
011046         INVALID KEY
011047             DISPLAY "ERROR WRITING APPLICATION RECORD FOR "
011048                 CUSTOMER-ID
011049     END-WRITE.
011050 6184-EXIT.
011051     EXIT.
011052 6185-APPLY-ONE-ITEM.
011053     READ TRAN-HISTORY-FILE NEXT
011054         AT END
011055             MOVE "YES" TO APPLY-DONE-SW
011056             GO TO 6185-EXIT
011057     END-READ.
011058     IF TH-CUSTOMER-ID NOT = CUSTOMER-ID
011059         MOVE "YES" TO APPLY-DONE-SW
011060         GO TO 6185-EXIT
011061     END-IF.
011062     IF (TH-TRAN-TYPE = "P" OR TH-TRAN-TYPE = "F")
011063        AND TH-OPEN-AMOUNT > ZERO
011064         PERFORM 6183-APPLY-TO-ITEM THRU 6183-EXIT
011065     END-IF.
011066     IF REMAINING-TO-APPLY = ZERO
011067         MOVE "YES" TO APPLY-DONE-SW
011070     END-IF.
011080 6185-EXIT.
011090     EXIT.
011091*----------------------------------------------------------------*
011092* 6188-WRITE-INVOICE-EXCEPTION THRU 6188-EXIT - THE INVOICE A    *
011093* PAYMENT OR CREDIT NAMED COULD NOT TAKE IT.  THE MONEY STILL    *
011094* POSTS OLDEST FIRST, BUT THE REFERENCE IS LISTED WITH ITS       *
011095* REASON SO SOMEONE FOLLOWS IT UP INSTEAD OF IT BEING ABSORBED.  *
011096*----------------------------------------------------------------*
011097 6188-WRITE-INVOICE-EXCEPTION.
011098     MOVE BUSINESS-RUN-DATE TO IX-RUN-DATE.
011099     MOVE TRANS-SEQ-NO TO IX-TRAN-SEQ-NO.
011100     MOVE INVOICE-EXCP-REASON TO IX-REASON-CODE.
011101     MOVE TRAN-TYPE TO IX-TRAN-TYPE.
011102     MOVE CUSTOMER-ID TO IX-CUSTOMER-ID.
011103     MOVE INVOICE-REF TO IX-INVOICE-REF.
011104     MOVE AMOUNT-OWED TO IX-AMOUNT.
011105     WRITE INVOICE-EXCEPTION-RECORD.
011106     ADD 1 TO INVOICE-EXCP-COUNT.
011107     DISPLAY "INVOICE EXCEPTION " INVOICE-EXCP-REASON " - "
011108         CUSTOMER-ID " REFERENCE " INVOICE-REF
011109         " APPLIED OLDEST FIRST".
011110 6188-EXIT.
011111     EXIT.
011112*----------------------------------------------------------------*
011113* 6186-CHECK-EARLYPAY THRU 6186-EXIT - DOES THIS PAYMENT EARN    *
011114* THE EARLY-PAY DISCOUNT ON THE OPEN ITEM IN THE RECORD AREA?    *
011115* ONLY A PAYMENT, ONLY ON OR BEFORE THE ITEM'S DISCOUNT DATE,    *
011116* ONLY ON AN ITEM NOTHING HAS BEEN APPLIED TO YET, AND ONLY IF   *
011117* WHAT IS LEFT OF THE PAYMENT COVERS THE ITEM LESS ITS DISCOUNT. *
011118* THE DISCOUNT IS ON THE MERCHANDISE AMOUNT, NEVER THE TAX.      *
011119* EARLYPAY-AMOUNT COMES BACK ZERO WHEN NO DISCOUNT IS EARNED.    *
011120*----------------------------------------------------------------*
011121 6186-CHECK-EARLYPAY.
011122     MOVE ZERO TO EARLYPAY-AMOUNT.
011123     IF NOT PAYMENT-TRAN
011124        OR TH-DISC-DATE = ZERO
011125        OR CURRENT-TRAN-DATE > TH-DISC-DATE
011126         GO TO 6186-EXIT
011127     END-IF.
011128     IF TH-OPEN-AMOUNT NOT = TH-AMOUNT-OWED + TH-TAX-AMOUNT
011129         GO TO 6186-EXIT
011130     END-IF.
011131     MOVE TH-TERMS-CODE TO TERMS-LOOKUP-CODE.
011132     PERFORM 6141-FIND-TERMS THRU 6141-EXIT.
011133     COMPUTE EARLYPAY-AMOUNT ROUNDED =
011134         TH-AMOUNT-OWED * TT-DISC-PCT (TERMS-HIT-SUB).
011135     IF REMAINING-TO-APPLY + EARLYPAY-AMOUNT < TH-OPEN-AMOUNT
011136         MOVE ZERO TO EARLYPAY-AMOUNT
011137     END-IF.
011138 6186-EXIT.
011139     EXIT.
011140*----------------------------------------------------------------*
011141* 6190-POST-EARLYPAY-DISCOUNT THRU 6190-EXIT - THE DISCOUNT A    *
011142* PAYMENT EARNED IS ITS OWN D TRANSACTION: A TRANOUT AND GLFEED  *
011143* RECORD, A CLOSED HISTORY RECORD, A FURTHER DROP IN THE MASTER  *
011144* BALANCE, AND ITS OWN CONTROL TOTAL.  THE PAYMENT'S OWN FIELDS  *
011145* ARE LEFT ALONE SO 6200 STILL TOTALS THE PAYMENT ITSELF.        *
011146*----------------------------------------------------------------*
011147 6190-POST-EARLYPAY-DISCOUNT.
011148     MOVE EARLYPAY-TAKEN TO EARLYPAY-DISPLAY.
011149     DISPLAY CUSTOMER-NAME " EARLY-PAY DISC " EARLYPAY-DISPLAY.
011150     MOVE CUSTOMER-ID TO TO-CUSTOMER-ID.
011151     MOVE CUSTOMER-NAME TO TO-CUSTOMER-NAME.
011152     MOVE "D" TO TO-TRAN-TYPE.
011153     MOVE EARLYPAY-TAKEN TO TO-PURCHASE-AMOUNT.
011154     MOVE EARLYPAY-TAKEN TO TO-AMOUNT-OWED.
011155     MOVE CURRENT-TRAN-DATE TO TO-TRAN-DATE.
011156     MOVE CURRENT-TRAN-TIME TO TO-TRAN-TIME.
011157     MOVE ZERO TO TO-TAX-AMOUNT.
011158     MOVE SPACE TO TO-WOF-SIDE.
011159     MOVE SPACE TO TO-REVERSED-TYPE.
011160     WRITE TRANSACTION-OUT-RECORD.
011161     SUBTRACT EARLYPAY-TAKEN FROM CUSTOMER-BALANCE.
011162     MOVE "C" TO BJ-ACTION.
011163     PERFORM 6400-JOURNAL-CUSTOMER THRU 6400-EXIT.
011164     MOVE CUSTOMER-BALANCE TO CM-CUSTOMER-BALANCE.
011165     REWRITE CUSTOMER-MASTER-RECORD
011166         INVALID KEY
011167             DISPLAY "ERROR UPDATING BALANCE FOR " CUSTOMER-ID
011168     END-REWRITE.
011169     MOVE CUSTOMER-ID TO GL-CUSTOMER-ID.
011170     MOVE "D" TO GL-TRAN-TYPE.
011171     MOVE EARLYPAY-TAKEN TO GL-AMOUNT-OWED.
011172     MOVE CURRENT-TRAN-DATE TO GL-TRAN-DATE.
011173     MOVE ZERO TO GL-TAX-AMOUNT.
011174     MOVE SPACE TO GL-WOF-SIDE.
011175     MOVE SPACE TO GL-REVERSED-TYPE.
011176     WRITE GL-FEED-RECORD.
011177     MOVE CUSTOMER-ID TO TH-CUSTOMER-ID.
011178     MOVE CURRENT-TRAN-DATE TO TH-TRAN-DATE.
011179     MOVE TRANS-SEQ-NO TO TH-TRAN-SEQ-NO.
011180     MOVE CURRENT-TRAN-TIME TO TH-TRAN-TIME.
011181     MOVE "D" TO TH-TRAN-TYPE.
011182     MOVE EARLYPAY-TAKEN TO TH-PURCHASE-AMOUNT.
011183     MOVE EARLYPAY-TAKEN TO TH-AMOUNT-OWED.
011184     MOVE ZERO TO TH-DUE-DATE.
011185     MOVE ZERO TO TH-OPEN-AMOUNT.
011186     MOVE ZERO TO TH-TAX-AMOUNT.
011187     MOVE SPACES TO TH-TAX-JURIS.
011188     MOVE ZERO TO TH-TAX-RATE.
011189     MOVE SPACE TO TH-WOF-SIDE.
011190     MOVE SPACES TO TH-TERMS-CODE.
011191     MOVE ZERO TO TH-DISC-DATE.
011192     MOVE ZERO TO TH-INVOICE-NO.
011193     MOVE SPACE TO TH-VOID-FLAG.
011194     MOVE ZERO TO TH-LINK-TRAN-DATE.
011195     MOVE ZERO TO TH-LINK-SEQ-NO.
011196     MOVE SPACE TO TH-REVERSED-TYPE.
011197     MOVE SPACE TO TH-DISPUTE-FLAG.
011198     MOVE SPACES TO TH-DISPUTE-REASON.
011199     MOVE ZERO TO TH-DISPUTE-DATE.
011200     MOVE SPACES TO TH-DISPUTE-BY.
011201     MOVE ZERO TO TH-DISPUTE-CLR-DATE.
011202     MOVE SPACES TO TH-DISPUTE-CLR-BY.
011203     MOVE "NO" TO HISTORY-WRITTEN-SW.
011204     PERFORM 6175-TRY-HISTORY-WRITE THRU 6175-EXIT
011205         UNTIL HISTORY-WRITTEN.
011206     ADD EARLYPAY-TAKEN TO TOTAL-EARLYPAY-AMOUNT.
011207     ADD 1 TO TRANS-COUNT.
011208 6190-EXIT.
011209     EXIT.
011210*----------------------------------------------------------------*
011211* 6200-ACCUMULATE-TOTALS THRU 6200-EXIT - ROLL THIS TRANSACTION  *
011212* INTO THE SESSION'S CONTROL TOTALS.                             *
011213*----------------------------------------------------------------*
011214 6200-ACCUMULATE-TOTALS.
011215     ADD 1 TO TRANS-COUNT.
011216     IF PURCHASE-TRAN
011217         ADD PURCHASE-AMOUNT TO TOTAL-PURCHASE-AMOUNT
011218         ADD AMOUNT-OWED TO TOTAL-AMOUNT-OWED
011219         ADD TAX-AMOUNT TO TOTAL-TAX-AMOUNT
011220     END-IF.
011221     IF PAYMENT-TRAN
011222         ADD AMOUNT-OWED TO TOTAL-PAYMENT-AMOUNT
011223     END-IF.
011230     IF RETURN-TRAN
011240         ADD AMOUNT-OWED TO TOTAL-CREDIT-AMOUNT
011245         ADD TAX-AMOUNT TO TOTAL-TAXCR-AMOUNT
011250     END-IF.
011252     IF FINCHG-TRAN
011254         ADD AMOUNT-OWED TO TOTAL-FINCHG-AMOUNT
011256     END-IF.
011257     IF REVERSAL-TRAN
011258         IF REVERSED-TRAN-TYPE = "P" OR "F"
011259             ADD AMOUNT-OWED TO TOTAL-VOIDCR-AMOUNT
011260         ELSE
011261             ADD AMOUNT-OWED TO TOTAL-VOIDDR-AMOUNT
011262         END-IF
011263         ADD TAX-AMOUNT TO TOTAL-VOIDTAX-AMOUNT
011264     END-IF.
011265 6200-EXIT.
011270     EXIT.
011271*----------------------------------------------------------------*
011272* 6300-POST-REVERSAL THRU 6300-EXIT - A V REVERSAL POSTS THE     *
011273* EXACT OPPOSITE OF THE HISTORY RECORD IT NAMES: SAME AMOUNT AND *
011274* TAX, THE BALANCE MOVED BACK, ITS OWN TRANOUT, GLFEED AND       *
011275* HISTORY RECORDS CARRYING THE TYPE IT REVERSES, AND BOTH        *
011276* HISTORY RECORDS LINKED TO EACH OTHER.  A VOIDED PAYMENT OR     *
011277* CREDIT REOPENS WHAT IT PAID AND TAKES ITS EARLY-PAY DISCOUNT   *
011278* BACK WITH A SECOND V.  ONE THAT FAILS 6310 IS REJECTED.        *
011279*----------------------------------------------------------------*
011280 6300-POST-REVERSAL.
011281     PERFORM 6310-EDIT-REVERSAL THRU 6310-EXIT.
011282     IF REJECT-REASON-CODE NOT = SPACES
011283         PERFORM 3140-WRITE-REJECT-RECORD THRU 3140-EXIT
011284         GO TO 6300-EXIT
011285     END-IF.
011286     MOVE TH-TRAN-TYPE TO REVERSED-TRAN-TYPE.
011287     MOVE TH-AMOUNT-OWED TO AMOUNT-OWED.
011288     MOVE TH-TAX-AMOUNT TO TAX-AMOUNT.
011289     MOVE TH-TAX-JURIS TO TAX-JURIS-POSTED.
011290     MOVE TH-TAX-RATE TO TAX-RATE.
011291     MOVE TH-INVOICE-NO TO REV-ORIG-INVOICE-NO.
011292     MOVE TH-TRAN-TIME TO REV-ORIG-TRAN-TIME.
011293     MOVE REV-ORIG-TRAN-DATE TO REV-PAY-TRAN-DATE.
011294     MOVE REV-ORIG-SEQ-NO TO REV-PAY-SEQ-NO.
011295     MOVE AMOUNT-OWED TO AMOUNT-OWED-DISPLAY.
011296     DISPLAY CUSTOMER-NAME " REVERSAL " AMOUNT-OWED-DISPLAY.
011297     PERFORM 6100-WRITE-AUDIT-RECORD THRU 6100-EXIT.
011298     PERFORM 6150-UPDATE-CUSTOMER-BALANCE THRU 6150-EXIT.
011299     PERFORM 6160-WRITE-GL-RECORD THRU 6160-EXIT.
011300     PERFORM 6170-WRITE-HISTORY-RECORD THRU 6170-EXIT.
011301     PERFORM 6320-MARK-ORIGINAL-VOIDED THRU 6320-EXIT.
011302     PERFORM 6200-ACCUMULATE-TOTALS THRU 6200-EXIT.
011303     MOVE ZERO TO REV-EARLYPAY-TOTAL.
011304     IF REVERSED-TRAN-TYPE = "M" OR "R"
011305         PERFORM 6330-REOPEN-APPLIED-ITEMS THRU 6330-EXIT
011306     END-IF.
011307     IF REV-EARLYPAY-TOTAL > ZERO
011308         PERFORM 6350-REVERSE-EARLYPAY THRU 6350-EXIT
011309     END-IF.
011310 6300-EXIT.
011311     EXIT.
011312*----------------------------------------------------------------*
011313* 6310-EDIT-REVERSAL THRU 6310-EXIT - THE ORIGINAL MUST BE ON    *
011314* HISTORY UNDER THIS CUSTOMER, BE A PURCHASE, PAYMENT, CREDIT OR *
011315* FINANCE CHARGE (AN EARLY-PAY DISCOUNT GOES WITH ITS PAYMENT),  *
011316* NOT ALREADY BE VOIDED, AND CARRY THE SAME FACE AMOUNT AS THE   *
011317* REVERSAL.  LEAVES THE ORIGINAL IN THE RECORD AREA, OR A REJECT *
011318* REASON IN REJECT-REASON-CODE.                                  *
011319*----------------------------------------------------------------*
011320 6310-EDIT-REVERSAL.
011321     MOVE SPACES TO REJECT-REASON-CODE.
011322     IF REV-ORIG-TRAN-DATE IS NOT NUMERIC
011323        OR REV-ORIG-SEQ-NO IS NOT NUMERIC
011324         DISPLAY "BATCH REJECT - ORIGINAL NOT ON HISTORY FOR "
011325             CUSTOMER-ID
011326         MOVE "05" TO REJECT-REASON-CODE
011327         GO TO 6310-EXIT
011328     END-IF.
011329     MOVE CUSTOMER-ID TO TH-CUSTOMER-ID.
011330     MOVE REV-ORIG-TRAN-DATE TO TH-TRAN-DATE.
011331     MOVE REV-ORIG-SEQ-NO TO TH-TRAN-SEQ-NO.
011332     READ TRAN-HISTORY-FILE
011333         INVALID KEY
011334             DISPLAY "BATCH REJECT - ORIGINAL NOT ON HISTORY FOR "
011335                 CUSTOMER-ID
011336             MOVE "05" TO REJECT-REASON-CODE
011337             GO TO 6310-EXIT
011338     END-READ.
011339     IF TH-TRAN-TYPE NOT = "P" AND "M" AND "R" AND "F"
011340         DISPLAY "BATCH REJECT - TYPE " TH-TRAN-TYPE
011341             " CANNOT BE REVERSED FOR " CUSTOMER-ID
011342         MOVE "08" TO REJECT-REASON-CODE
011343         GO TO 6310-EXIT
011344     END-IF.
011345     IF TH-ITEM-VOIDED
011346         DISPLAY "BATCH REJECT - ALREADY REVERSED FOR "
011347             CUSTOMER-ID
011348         MOVE "06" TO REJECT-REASON-CODE
011349         GO TO 6310-EXIT
011350     END-IF.
011351     IF TH-PURCHASE-AMOUNT NOT = PURCHASE-AMOUNT
011352         DISPLAY "BATCH REJECT - AMOUNT NOT THE ORIGINAL'S FOR "
011353             CUSTOMER-ID
011354         MOVE "07" TO REJECT-REASON-CODE
011355     END-IF.
011356 6310-EXIT.
011357     EXIT.
011358*----------------------------------------------------------------*
011359* 6320-MARK-ORIGINAL-VOIDED THRU 6320-EXIT - FLAG THE REVERSED   *
011360* HISTORY RECORD VOIDED AND POINT IT AT THE V JUST WRITTEN.  A   *
011361* VOIDED PURCHASE OR FINANCE CHARGE IS NO LONGER OWED, SO ITS    *
011362* OPEN ITEM CLOSES; ANYTHING ALREADY PAID ON IT STAYS IN THE     *
011363* BALANCE AS A CREDIT ON ACCOUNT.                                *
011364*----------------------------------------------------------------*
011365 6320-MARK-ORIGINAL-VOIDED.
011366     MOVE CUSTOMER-ID TO TH-CUSTOMER-ID.
011367     MOVE REV-ORIG-TRAN-DATE TO TH-TRAN-DATE.
011368     MOVE REV-ORIG-SEQ-NO TO TH-TRAN-SEQ-NO.
011369     READ TRAN-HISTORY-FILE
011370         INVALID KEY
011371             DISPLAY "ERROR RE-READING REVERSED ITEM FOR "
011372                 CUSTOMER-ID
011373             GO TO 6320-EXIT
011374     END-READ.
011375     MOVE "C" TO BJ-ACTION.
011376     PERFORM 6410-JOURNAL-HISTORY THRU 6410-EXIT.
011377     MOVE "Y" TO TH-VOID-FLAG.
011378     MOVE CURRENT-TRAN-DATE TO TH-LINK-TRAN-DATE.
011379     MOVE POSTED-SEQ-NO TO TH-LINK-SEQ-NO.
011380     IF TH-TRAN-TYPE = "P" OR "F"
011381         MOVE ZERO TO TH-OPEN-AMOUNT
011382     END-IF.
011383     REWRITE TRAN-HISTORY-RECORD
011384         INVALID KEY
011385             DISPLAY "ERROR REWRITING REVERSED ITEM FOR "
011386                 CUSTOMER-ID
011387     END-REWRITE.
011388 6320-EXIT.
011389     EXIT.
011390*----------------------------------------------------------------*
011391* 6330-REOPEN-APPLIED-ITEMS THRU 6330-EXIT - PUT BACK ON EACH    *
011392* OPEN ITEM EXACTLY WHAT THE VOIDED PAYMENT OR CREDIT TOOK OFF   *
011393* IT, FROM ITS APPLHIST RECORDS, AND ADD UP THE EARLY-PAY        *
011394* DISCOUNT IT EARNED.  AN ITEM THAT HAS ITSELF BEEN VOIDED SINCE *
011395* STAYS CLOSED.                                                  *
011396*----------------------------------------------------------------*
011397 6330-REOPEN-APPLIED-ITEMS.
011398     MOVE "YES" TO MORE-APPL-SW.
011399     MOVE CUSTOMER-ID TO AH-CUSTOMER-ID.
011400     MOVE REV-PAY-TRAN-DATE TO AH-PAY-TRAN-DATE.
011401     MOVE REV-PAY-SEQ-NO TO AH-PAY-SEQ-NO.
011402     MOVE ZERO TO AH-APPL-SEQ.
011403     START APPL-HISTORY-FILE KEY NOT < AH-APPL-KEY
011404         INVALID KEY
011405             MOVE "NO" TO MORE-APPL-SW
011406     END-START.
011407     PERFORM 6335-REOPEN-ONE-ITEM THRU 6335-EXIT
011408         UNTIL NO-MORE-APPL.
011409 6330-EXIT.
011410     EXIT.
011411 6335-REOPEN-ONE-ITEM.
011412     READ APPL-HISTORY-FILE NEXT
011413         AT END
011414             MOVE "NO" TO MORE-APPL-SW
011415             GO TO 6335-EXIT
011416     END-READ.
011417     IF AH-CUSTOMER-ID NOT = CUSTOMER-ID
011418        OR AH-PAY-TRAN-DATE NOT = REV-PAY-TRAN-DATE
011419        OR AH-PAY-SEQ-NO NOT = REV-PAY-SEQ-NO
011420         MOVE "NO" TO MORE-APPL-SW
011421         GO TO 6335-EXIT
011422     END-IF.
011423     ADD AH-EARLYPAY-AMOUNT TO REV-EARLYPAY-TOTAL.
011424     MOVE CUSTOMER-ID TO TH-CUSTOMER-ID.
011425     MOVE AH-ITEM-TRAN-DATE TO TH-TRAN-DATE.
011426     MOVE AH-ITEM-SEQ-NO TO TH-TRAN-SEQ-NO.
011427     READ TRAN-HISTORY-FILE
011428         INVALID KEY
011429             DISPLAY "REVERSAL - PAID ITEM NO LONGER ON HISTORY "
011430                 "FOR " CUSTOMER-ID
011431             GO TO 6335-EXIT
011432     END-READ.
011433     IF TH-ITEM-VOIDED
011434         GO TO 6335-EXIT
011435     END-IF.
011436     MOVE "C" TO BJ-ACTION.
011437     PERFORM 6410-JOURNAL-HISTORY THRU 6410-EXIT.
011438     ADD AH-APPLIED-AMOUNT TO TH-OPEN-AMOUNT.
011439     REWRITE TRAN-HISTORY-RECORD
011440         INVALID KEY
011441             DISPLAY "ERROR REWRITING OPEN ITEM FOR "
011442                 CUSTOMER-ID
011443     END-REWRITE.
011444 6335-EXIT.
011445     EXIT.
011446*----------------------------------------------------------------*
011447* 6350-REVERSE-EARLYPAY THRU 6350-EXIT - THE VOIDED PAYMENT      *
011448* EARNED AN EARLY-PAY DISCOUNT, SO ITS D TRANSACTION IS REVERSED *
011449* TOO, AS A SECOND V LINKED TO THE D (FOUND BY THE PAYMENT'S     *
011450* DATE AND TIME STAMP).  IF THE D CANNOT BE FOUND THE V STILL    *
011451* POSTS, UNLINKED, SO THE BALANCE COMES OUT RIGHT.               *
011452*----------------------------------------------------------------*
011453 6350-REVERSE-EARLYPAY.
011454     PERFORM 6355-FIND-EARLYPAY THRU 6355-EXIT.
011455     IF NOT DISC-FOUND
011456         DISPLAY "REVERSAL - NO EARLY-PAY RECORD FOUND FOR "
011457             CUSTOMER-ID
011458         MOVE ZERO TO REV-ORIG-TRAN-DATE
011459         MOVE ZERO TO REV-ORIG-SEQ-NO
011460     END-IF.
011461     MOVE "D" TO REVERSED-TRAN-TYPE.
011462     MOVE REV-EARLYPAY-TOTAL TO PURCHASE-AMOUNT.
011463     MOVE REV-EARLYPAY-TOTAL TO AMOUNT-OWED.
011464     MOVE ZERO TO TAX-AMOUNT.
011465     MOVE SPACES TO TAX-JURIS-POSTED.
011466     MOVE ZERO TO TAX-RATE.
011467     MOVE ZERO TO REV-ORIG-INVOICE-NO.
011468     MOVE AMOUNT-OWED TO AMOUNT-OWED-DISPLAY.
011469     DISPLAY CUSTOMER-NAME " REVERSAL " AMOUNT-OWED-DISPLAY.
011470     PERFORM 6100-WRITE-AUDIT-RECORD THRU 6100-EXIT.
011471     PERFORM 6150-UPDATE-CUSTOMER-BALANCE THRU 6150-EXIT.
011472     PERFORM 6160-WRITE-GL-RECORD THRU 6160-EXIT.
011473     PERFORM 6170-WRITE-HISTORY-RECORD THRU 6170-EXIT.
011474     IF DISC-FOUND
011475         PERFORM 6320-MARK-ORIGINAL-VOIDED THRU 6320-EXIT
011476     END-IF.
011477     PERFORM 6200-ACCUMULATE-TOTALS THRU 6200-EXIT.
011478 6350-EXIT.
011479     EXIT.
011480 6355-FIND-EARLYPAY.
011481     MOVE "NO" TO DISC-FOUND-SW.
011482     MOVE "NO" TO DISC-SCAN-SW.
011483     MOVE CUSTOMER-ID TO TH-CUSTOMER-ID.
011484     MOVE REV-PAY-TRAN-DATE TO TH-TRAN-DATE.
011485     MOVE REV-PAY-SEQ-NO TO TH-TRAN-SEQ-NO.
011486     START TRAN-HISTORY-FILE KEY > TH-HIST-KEY
011487         INVALID KEY
011488             MOVE "YES" TO DISC-SCAN-SW
011489     END-START.
011490     PERFORM 6356-CHECK-EARLYPAY-RECORD THRU 6356-EXIT
011491         UNTIL DISC-SCAN-DONE.
011492 6355-EXIT.
011493     EXIT.
011494 6356-CHECK-EARLYPAY-RECORD.
011495     READ TRAN-HISTORY-FILE NEXT
011496         AT END
011497             MOVE "YES" TO DISC-SCAN-SW
011498             GO TO 6356-EXIT
011499     END-READ.
011500     IF TH-CUSTOMER-ID NOT = CUSTOMER-ID
011501        OR TH-TRAN-DATE NOT = REV-PAY-TRAN-DATE
011502         MOVE "YES" TO DISC-SCAN-SW
011503         GO TO 6356-EXIT
011504     END-IF.
011505     IF TH-TRAN-TYPE = "D"
011506        AND TH-TRAN-TIME = REV-ORIG-TRAN-TIME
011507        AND NOT TH-ITEM-VOIDED
011508         MOVE TH-TRAN-DATE TO REV-ORIG-TRAN-DATE
011509         MOVE TH-TRAN-SEQ-NO TO REV-ORIG-SEQ-NO
011510         MOVE "YES" TO DISC-FOUND-SW
011511         MOVE "YES" TO DISC-SCAN-SW
011512     END-IF.
011513 6356-EXIT.
011514     EXIT.
011515*----------------------------------------------------------------*
011516* 6400-JOURNAL-CUSTOMER THRU 6400-EXIT - JOURNAL THE CUSTOMER    *
011517* MASTER RECORD IN THE RECORD AREA BEFORE IT IS CHANGED (OR, FOR *
011518* AN ADD, AS WRITTEN) UNDER THE ACTION THE CALLER PUT IN         *
011519* BJ-ACTION.                                                     *
011520*----------------------------------------------------------------*
011521 6400-JOURNAL-CUSTOMER.
011522     MOVE "C" TO BJ-FILE-ID.
011523     MOVE CM-CUSTOMER-ID TO BJ-RECORD-KEY.
011524     MOVE CUSTOMER-MASTER-RECORD TO BJ-RECORD-IMAGE.
011525     PERFORM 6420-WRITE-JOURNAL THRU 6420-EXIT.
011526 6400-EXIT.
011527     EXIT.
011528*----------------------------------------------------------------*
011529* 6410-JOURNAL-HISTORY THRU 6410-EXIT - THE SAME FOR THE         *
011530* TRANHIST RECORD IN THE RECORD AREA.                            *
011531*----------------------------------------------------------------*
011532 6410-JOURNAL-HISTORY.
011533     MOVE "T" TO BJ-FILE-ID.
011534     MOVE TH-HIST-KEY TO BJ-RECORD-KEY.
011535     MOVE TRAN-HISTORY-RECORD TO BJ-RECORD-IMAGE.
011536     PERFORM 6420-WRITE-JOURNAL THRU 6420-EXIT.
011537 6410-EXIT.
011538     EXIT.
011539*----------------------------------------------------------------*
011540* 6420-WRITE-JOURNAL THRU 6420-EXIT - FILE THE IMAGE UNDER THE   *
011541* RUN DATE AND BATCH NUMBER.  A DUPLICATE KEY MEANS THIS BATCH   *
011542* ALREADY HOLDS THE RECORD'S EARLIER IMAGE, WHICH IS THE ONE A   *
011543* BACKOUT NEEDS, SO IT IS LEFT ALONE.                            *
011544*----------------------------------------------------------------*
011545 6420-WRITE-JOURNAL.
011546     MOVE BUSINESS-RUN-DATE TO BJ-RUN-DATE.
011547     MOVE BATCH-NUMBER TO BJ-BATCH-NUMBER.
011548     MOVE "LAB1" TO BJ-PROGRAM-ID.
011549     ACCEPT BJ-JOURNAL-DATE FROM DATE YYYYMMDD.
011550     ACCEPT BJ-JOURNAL-TIME FROM TIME.
011551     WRITE BEFORE-IMAGE-RECORD
011552         INVALID KEY
011553             CONTINUE
011554     END-WRITE.
011555     IF BI-JOURNAL-STATUS NOT = "00" AND "22"
011556         DISPLAY "ERROR WRITING BEFORE-IMAGE JOURNAL - STATUS "
011557             BI-JOURNAL-STATUS
011558     END-IF.
011559 6420-EXIT.
011560     EXIT.
011561*----------------------------------------------------------------*
011562* 6500-CHECK-HOLD-RELEASE THRU 6500-EXIT - THE DUNNING RUN PUT   *
011563* THIS ACCOUNT ON CREDIT HOLD AT ITS FINAL NOTICE.  IF THE       *
011564* PAYMENT OR CREDIT JUST APPLIED LEFT NO PURCHASE OR FINANCE     *
011565* CHARGE PAST DUE (A DISPUTED ITEM DOES NOT COUNT, AS IN THE     *
011566* DUNNING RUN), THE HOLD COMES OFF AND THE CHANGE IS LOGGED.  A  *
011567* HOLD PUT ON BY HAND, OR COLLECTIONS, STAYS UNTIL CHANGED BY    *
011568* HAND.                                                          *
011569*----------------------------------------------------------------*
011570 6500-CHECK-HOLD-RELEASE.
011571     MOVE "NO" TO PAST-DUE-FOUND-SW.
011572     MOVE "NO" TO PAST-DUE-SCAN-SW.
011573     MOVE CUSTOMER-ID TO TH-CUSTOMER-ID.
011574     MOVE ZERO TO TH-TRAN-DATE.
011575     MOVE ZERO TO TH-TRAN-SEQ-NO.
011576     START TRAN-HISTORY-FILE KEY NOT < TH-HIST-KEY
011577         INVALID KEY
011578             MOVE "YES" TO PAST-DUE-SCAN-SW
011579     END-START.
011580     PERFORM 6510-FIND-PAST-DUE THRU 6510-EXIT
011581         UNTIL PAST-DUE-SCAN-DONE.
011582     IF PAST-DUE-FOUND
011583         GO TO 6500-EXIT
011584     END-IF.
011585     MOVE CUSTOMER-ID TO CM-CUSTOMER-ID.
011586     READ CUSTOMER-MASTER-FILE
011587         INVALID KEY
011588             GO TO 6500-EXIT
011589     END-READ.
011590     MOVE "C" TO BJ-ACTION.
011591     PERFORM 6400-JOURNAL-CUSTOMER THRU 6400-EXIT.
011592     MOVE CM-ACCOUNT-STATUS TO SL-OLD-STATUS.
011593     MOVE "A" TO CM-ACCOUNT-STATUS.
011594     MOVE BUSINESS-RUN-DATE TO CM-STATUS-DATE.
011595     MOVE "P" TO CM-STATUS-SOURCE.
011596     REWRITE CUSTOMER-MASTER-RECORD
011597         INVALID KEY
011598             DISPLAY "ERROR RELEASING CREDIT HOLD FOR "
011599                 CUSTOMER-ID
011600             GO TO 6500-EXIT
011601     END-REWRITE.
011602     MOVE CM-ACCOUNT-STATUS TO CUSTOMER-ACCOUNT-STATUS.
011603     MOVE CM-STATUS-SOURCE TO CUSTOMER-STATUS-SOURCE.
011604     MOVE BUSINESS-RUN-DATE TO SL-LOG-DATE.
011605     ACCEPT SL-LOG-TIME FROM TIME.
011606     MOVE CUSTOMER-ID TO SL-CUSTOMER-ID.
011607     MOVE CM-ACCOUNT-STATUS TO SL-NEW-STATUS.
011608     MOVE CM-STATUS-SOURCE TO SL-CHANGE-SOURCE.
011609     MOVE "LAB1" TO SL-PROGRAM-ID.
011610     MOVE "PAST-DUE ITEMS PAID" TO SL-REASON.
011611     WRITE STATUS-LOG-RECORD.
011612     ADD 1 TO HOLDS-RELEASED-COUNT.
011613     DISPLAY "CREDIT HOLD RELEASED - PAST DUE PAID - "
011614         CUSTOMER-ID.
011615 6500-EXIT.
011616     EXIT.
011617 6510-FIND-PAST-DUE.
011618     READ TRAN-HISTORY-FILE NEXT
011619         AT END
011620             MOVE "YES" TO PAST-DUE-SCAN-SW
011621             GO TO 6510-EXIT
011622     END-READ.
011623     IF TH-CUSTOMER-ID NOT = CUSTOMER-ID
011624         MOVE "YES" TO PAST-DUE-SCAN-SW
011625         GO TO 6510-EXIT
011626     END-IF.
011627     IF (TH-TRAN-TYPE = "P" OR TH-TRAN-TYPE = "F")
011628        AND TH-OPEN-AMOUNT > ZERO
011629        AND NOT TH-ITEM-DISPUTED
011630        AND TH-DUE-DATE < BUSINESS-RUN-DATE
011631         MOVE "YES" TO PAST-DUE-FOUND-SW
011632         MOVE "YES" TO PAST-DUE-SCAN-SW
011633     END-IF.
011634 6510-EXIT.
011635     EXIT.
011636*----------------------------------------------------------------*
011637* 5100-GET-CUSTOMER-ID THRU 5100-EXIT - LOOK THE CUSTOMER UP BY  *
011638* ID RATHER THAN HOPING THE NAME IS SPELLED THE SAME TWICE, AND  *
011639* ADD A MASTER RECORD FOR ANYONE NOT ALREADY ON FILE.            *
011640*----------------------------------------------------------------*
011641 5100-GET-CUSTOMER-ID.
011642     MOVE SPACES TO CUSTOMER-ID.
011643     PERFORM 5110-PROMPT-CUSTOMER-ID
011644         UNTIL CUSTOMER-ID NOT = SPACES.
011645     PERFORM 5120-LOOKUP-CUSTOMER THRU 5120-EXIT.
011646     IF NOT CUSTOMER-FOUND
011647         PERFORM 5130-NEW-CUSTOMER THRU 5130-EXIT
011648     END-IF.
011649 5100-EXIT.
011650     EXIT.
011651 5110-PROMPT-CUSTOMER-ID.
011652     DISPLAY "ENTER THE CUSTOMER ID".
011653     ACCEPT CUSTOMER-ID.
011654     IF CUSTOMER-ID = SPACES
011655         DISPLAY "CUSTOMER ID CANNOT BE BLANK - RE-ENTER"
011656     END-IF.
011657*----------------------------------------------------------------*
011658* 5120-LOOKUP-CUSTOMER THRU 5120-EXIT - READ CUSTOMER-MASTER-    *
011659* FILE FOR CUSTOMER-ID, PULLING THE NAME AND NEGOTIATED RATE     *
011660* WHEN FOUND.  USED BY BOTH THE INTERACTIVE AND BATCH PATHS.     *
011661*----------------------------------------------------------------*
011662 5120-LOOKUP-CUSTOMER.
011663     MOVE CUSTOMER-ID TO CM-CUSTOMER-ID.
011664     READ CUSTOMER-MASTER-FILE
011665         INVALID KEY
011666             MOVE "NO" TO CUSTOMER-FOUND-SW
011667         NOT INVALID KEY
011668             MOVE "YES" TO CUSTOMER-FOUND-SW
011669     END-READ.
011670     IF CUSTOMER-FOUND
011671         MOVE CM-CUSTOMER-NAME TO CUSTOMER-NAME
011672         MOVE CM-DISCOUNT-RATE TO DISCOUNT-RATE
011673         MOVE CM-CREDIT-LIMIT TO CREDIT-LIMIT
011674         MOVE CM-CUSTOMER-BALANCE TO CUSTOMER-BALANCE
011675         MOVE CM-TAXABLE-FLAG TO CUSTOMER-TAXABLE-FLAG
011676         MOVE CM-TAX-JURIS TO CUSTOMER-TAX-JURIS
011677         MOVE CM-TERMS-CODE TO CUSTOMER-TERMS-CODE
011678         MOVE CM-ACCOUNT-STATUS TO CUSTOMER-ACCOUNT-STATUS
011679         MOVE CM-STATUS-SOURCE TO CUSTOMER-STATUS-SOURCE
011680     END-IF.
011681 5120-EXIT.
011690     EXIT.
011700*----------------------------------------------------------------*
011710* 5130-NEW-CUSTOMER THRU 5130-EXIT - INTERACTIVE-ONLY: CUSTOMER  *
011855     MOVE SPACES TO CM-TAX-JURIS.
011856     MOVE "N" TO CUSTOMER-TAXABLE-FLAG.
011857     MOVE SPACES TO CUSTOMER-TAX-JURIS.
011858     MOVE DEFAULT-TERMS-CODE TO CM-TERMS-CODE.
011859     MOVE DEFAULT-TERMS-CODE TO CUSTOMER-TERMS-CODE.
011860     MOVE "A" TO CM-ACCOUNT-STATUS.
011861     MOVE BUSINESS-RUN-DATE TO CM-STATUS-DATE.
011862     MOVE "M" TO CM-STATUS-SOURCE.
011863     MOVE "A" TO CUSTOMER-ACCOUNT-STATUS.
011864     MOVE "M" TO CUSTOMER-STATUS-SOURCE.
011865     WRITE CUSTOMER-MASTER-RECORD
011870         INVALID KEY
011880             DISPLAY "ERROR ADDING NEW CUSTOMER MASTER RECORD"
011882         NOT INVALID KEY
011884             MOVE "A" TO BJ-ACTION
011886             PERFORM 6400-JOURNAL-CUSTOMER THRU 6400-EXIT
011890     END-WRITE.
011900 5130-EXIT.
011910     EXIT.
012050     EXIT.
012060 5141-PROMPT-TRAN-TYPE.
012070     DISPLAY "TRAN TYPE - P(URCHASE), M(PAYMENT), R(ETURN),"
012074         " F(INANCE CHARGE), V(OID)?".
012080     ACCEPT TRAN-TYPE.
012090     INSPECT TRAN-TYPE CONVERTING "pmrfv" TO "PMRFV".
012100     IF NOT VALID-TRAN-TYPE
012110         DISPLAY "TRAN TYPE MUST BE P, M, R, F, OR V - RE-ENTER"
012120     END-IF.
012130*----------------------------------------------------------------*
012140* 5000-VALIDATE-PURCHASE-AMOUNT THRU 5000-EXIT - PURCHASE-AMOUNT-*
012420         DISPLAY "PURCHASE AMOUNT MUST BE NUMERIC AND "
012430             "GREATER THAN ZERO - RE-ENTER"
012440     END-IF.
012441*----------------------------------------------------------------*
012442* 5220-GET-INVOICE-REF THRU 5220-EXIT - A PAYMENT OR CREDIT MAY  *
012443* NAME THE INVOICE IT IS FOR, ALL EIGHT DIGITS AS PRINTED ON     *
012444* THE STATEMENT.  BLANK APPLIES OLDEST FIRST.  PURCHASES,        *
012445* FINANCE CHARGES AND REVERSALS ARE NOT ASKED.                   *
012446*----------------------------------------------------------------*
012447 5220-GET-INVOICE-REF.
012448     MOVE SPACES TO INVOICE-REF.
012449     IF PURCHASE-TRAN OR FINCHG-TRAN OR REVERSAL-TRAN
012450         GO TO 5220-EXIT
012451     END-IF.
012452     MOVE "NO" TO VALID-INVOICE-REF-SW.
012453     PERFORM 5221-PROMPT-INVOICE-REF UNTIL VALID-INVOICE-REF.
012454 5220-EXIT.
012455     EXIT.
012456 5221-PROMPT-INVOICE-REF.
012457     DISPLAY "INVOICE NUMBER TO APPLY TO (BLANK FOR OLDEST"
012458         " FIRST)?".
012459     ACCEPT INVOICE-REF.
012460     IF INVOICE-REF = SPACES OR INVOICE-REF IS NUMERIC
012461         MOVE "YES" TO VALID-INVOICE-REF-SW
012462     ELSE
012463         DISPLAY "INVOICE NUMBER MUST BE 8 DIGITS OR BLANK -"
012464             " RE-ENTER"
012465     END-IF.
012466*----------------------------------------------------------------*
012467* 5230-GET-REVERSAL-KEY THRU 5230-EXIT - A REVERSAL NAMES THE    *
012468* HISTORY DATE AND SEQUENCE OF THE TRANSACTION IT VOIDS, AS      *
012469* SHOWN ON THE HISTORY INQUIRY.  6310 EDITS THEM.                *
012470*----------------------------------------------------------------*
012471 5230-GET-REVERSAL-KEY.
012472     MOVE ZERO TO REV-ORIG-TRAN-DATE.
012473     MOVE ZERO TO REV-ORIG-SEQ-NO.
012474     IF NOT REVERSAL-TRAN
012475         GO TO 5230-EXIT
012476     END-IF.
012477     DISPLAY "DATE OF THE TRANSACTION TO VOID (YYYYMMDD)?".
012478     ACCEPT REV-ORIG-TRAN-DATE.
012479     DISPLAY "HISTORY SEQUENCE NUMBER OF THE TRANSACTION TO"
012480         " VOID?".
012481     ACCEPT REV-ORIG-SEQ-NO.
012482 5230-EXIT.
012483     EXIT.
012484*----------------------------------------------------------------*
012485* 9000-TERMINATE THRU 9000-EXIT - CLOSE THE CUSTOMER MASTER.     *
012486*----------------------------------------------------------------*
012487 9000-TERMINATE.
012490     PERFORM 9100-PRINT-CONTROL-TOTALS THRU 9100-EXIT.
012495     PERFORM 9160-WRITE-INVOICE-CONTROL THRU 9160-EXIT.
012500     CLOSE CUSTOMER-MASTER-FILE.
012510     CLOSE TRANSACTION-OUT-FILE.
012520     CLOSE GL-FEED-FILE.
012530     CLOSE HELD-TRANS-FILE.
012540     CLOSE REJECT-FILE.
012545     CLOSE INVOICE-EXCEPTION-FILE.
012547     CLOSE STATUS-LOG-FILE.
012550     CLOSE TRAN-HISTORY-FILE.
012555     CLOSE APPL-HISTORY-FILE.
012557     CLOSE BEFORE-IMAGE-FILE.
012560 9000-EXIT.
012570     EXIT.
012580*----------------------------------------------------------------*
012714         TOTAL-FINCHG-AMOUNT.
012716     DISPLAY "TOTAL SALES TAX COLLECTED . . . "
012718         TOTAL-TAX-AMOUNT.
012719     DISPLAY "TOTAL SALES TAX CREDITED  . . . "
012720         TOTAL-TAXCR-AMOUNT.
012721     DISPLAY "TOTAL EARLY-PAY DISCOUNTS . . . "
012724         TOTAL-EARLYPAY-AMOUNT.
012725     DISPLAY "TOTAL REVERSED CHARGES  . . . . "
012726         TOTAL-VOIDCR-AMOUNT.
012727     DISPLAY "TOTAL REVERSED PAYMENTS/CREDITS "
012728         TOTAL-VOIDDR-AMOUNT.
012729     DISPLAY "TOTAL SALES TAX REVERSED  . . . "
012730         TOTAL-VOIDTAX-AMOUNT.
012731     DISPLAY "TRANSACTIONS HELD TO SUSPENSE . " HELD-COUNT.
012732     DISPLAY "TRANSACTIONS REJECTED . . . . . " REJECT-COUNT.
012733     DISPLAY "INVOICE REFERENCE EXCEPTIONS  . "
012734         INVOICE-EXCP-COUNT.
012735     DISPLAY "CREDIT HOLDS RELEASED . . . . . "
012736         HOLDS-RELEASED-COUNT.
012737     DISPLAY "LAST INVOICE NUMBER ASSIGNED  . " LAST-INVOICE-NO.
012740     IF BATCH-MODE-SELECTED
012750         DISPLAY "BATCH DETAILS READ  . . . . . . " DETAIL-COUNT
012760         DISPLAY "BATCH HASH TOTAL  . . . . . . . "
013072     MOVE TOTAL-FINCHG-AMOUNT TO CT-TOTAL-FINCHG-AMOUNT.
013074     MOVE TOTAL-TAX-AMOUNT TO CT-TOTAL-TAX-AMOUNT.
013076     MOVE TOTAL-WRITEOFF-AMOUNT TO CT-TOTAL-WRITEOFF-AMOUNT.
013078     MOVE TOTAL-EARLYPAY-AMOUNT TO CT-TOTAL-EARLYPAY-AMOUNT.
013080     MOVE TOTAL-VOIDDR-AMOUNT TO CT-TOTAL-VOIDDR-AMOUNT.
013082     MOVE TOTAL-VOIDCR-AMOUNT TO CT-TOTAL-VOIDCR-AMOUNT.
013084     MOVE TOTAL-VOIDTAX-AMOUNT TO CT-TOTAL-VOIDTAX-AMOUNT.
013085     MOVE TOTAL-TAXCR-AMOUNT TO CT-TOTAL-TAXCR-AMOUNT.
013086     MOVE HELD-COUNT TO CT-HELD-COUNT.
013090     MOVE REJECT-COUNT TO CT-REJECT-COUNT.
013100     MOVE DETAIL-COUNT TO CT-DETAIL-COUNT.
013110     MOVE DETAIL-HASH-TOTAL TO CT-HASH-TOTAL.
013260     CLOSE CONTROL-TOTALS-FILE.
013270 9150-EXIT.
013280     EXIT.
013290*----------------------------------------------------------------*
013300* 9160-WRITE-INVOICE-CONTROL THRU 9160-EXIT - SAVE THE LAST      *
013310* INVOICE NUMBER HANDED OUT SO THE NEXT RUN CARRIES ON FROM IT.  *
013320*----------------------------------------------------------------*
013330 9160-WRITE-INVOICE-CONTROL.
013340     OPEN OUTPUT INVOICE-CONTROL-FILE.
013350     IF INVOICE-CTL-STATUS NOT = "00"
013360         DISPLAY "ERROR OPENING INVOICE-CONTROL-FILE - STATUS "
013370             INVOICE-CTL-STATUS
013380         GO TO 9160-EXIT
013390     END-IF.
013400     MOVE LAST-INVOICE-NO TO IC-LAST-INVOICE-NO.
013410     WRITE INVOICE-CONTROL-RECORD.
013420     CLOSE INVOICE-CONTROL-FILE.
013430 9160-EXIT.
013440     EXIT.
013450 END PROGRAM LAB1.
