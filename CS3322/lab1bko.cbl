000010******************************************************************
000020* Author:Nathaniel Clayton
000030* Date:10/15/2026
000040* Purpose: Batch backout - put a bad posting batch back out
000050*----------------------------------------------------------------*
000060* MODIFICATION HISTORY
000070* DATE       INIT  DESCRIPTION
000080* ---------- ----  --------------------------------------------
000090* 10/15/2026 NDC   ORIGINAL PROGRAM.  WHEN A BAD TRANS-IN BATCH
000100*                  POSTS (THE WRONG DAY'S FILE, A LOCKBOX
000110*                  DEPOSIT TWICE) THIS RUN UNDOES IT FROM THE
000120*                  BIJRNL BEFORE-IMAGE JOURNAL THE POSTING
000130*                  PROGRAMS WRITE.  FOR THE RUN DATE AND BATCH
000140*                  NUMBER NAMED ON BKOPARM (OR AT THE CONSOLE)
000150*                  EVERY CUSTMAST AND TRANHIST RECORD THE BATCH
000160*                  CHANGED OR DELETED GOES BACK TO ITS BEFORE-
000170*                  IMAGE, EVERY RECORD IT ADDED IS REMOVED -
000180*                  TAKING A REMOVED PAYMENT'S APPLHIST RECORDS
000190*                  WITH IT - AND THE JOURNAL ENTRIES ARE USED UP
000200*                  SO THE BATCH CANNOT BE BACKED OUT TWICE.  A
000210*                  RUNCTL ENTRY MARKED X (BACKED OUT) AND AN
000220*                  EMPTY RESTART CHECKPOINT LET THE DATE BE
000230*                  POSTED AGAIN.  EVERY RECORD PUT BACK IS
000240*                  LISTED ON THE BKORPT REPORT FOR AUDIT.
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. LAB1BKO.
000280 AUTHOR. N. D. CLAYTON.
000290 INSTALLATION. WTAMU CS3322.
000300 DATE-WRITTEN. 10/15/2026.
000310 DATE-COMPILED. 10/15/2026.
000320 SECURITY. CONFIDENTIAL.
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS CM-CUSTOMER-ID
000400         FILE STATUS IS CUST-MAST-STATUS.
000410     SELECT TRAN-HISTORY-FILE ASSIGN TO "TRANHIST"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS TH-HIST-KEY
000450         FILE STATUS IS TRAN-HIST-STATUS.
000460     SELECT OPTIONAL APPL-HISTORY-FILE ASSIGN TO "APPLHIST"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS AH-APPL-KEY
000500         FILE STATUS IS APPL-HIST-STATUS.
000510     SELECT BEFORE-IMAGE-FILE ASSIGN TO "BIJRNL"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS BJ-JOURNAL-KEY
000550         FILE STATUS IS BI-JOURNAL-STATUS.
000560     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS RUN-CONTROL-STATUS.
000590     SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO "CHKPOINT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS CHECKPOINT-STATUS.
000620     SELECT OPTIONAL BKO-PARM-FILE ASSIGN TO "BKOPARM"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS BKO-PARM-STATUS.
000650     SELECT BACKOUT-REPORT-FILE ASSIGN TO "BKORPT"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS BACKOUT-REPORT-STATUS.
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  CUSTOMER-MASTER-FILE
000710     LABEL RECORDS ARE STANDARD.
000720     COPY CUSTMAST.
000730 FD  TRAN-HISTORY-FILE
000740     LABEL RECORDS ARE STANDARD.
000750     COPY TRANHIST.
000760 FD  APPL-HISTORY-FILE
000770     LABEL RECORDS ARE STANDARD.
000780     COPY APPLHIST.
000790 FD  BEFORE-IMAGE-FILE
000800     LABEL RECORDS ARE STANDARD.
000810     COPY BIJRNL.
000820 FD  RUN-CONTROL-FILE
000830     LABEL RECORDS ARE STANDARD.
000840 01  RUN-CONTROL-RECORD.
000850     05  RC-RUN-DATE             PIC 9(08).
000860     05  RC-BATCH-NUMBER         PIC 9(04).
000870     05  RC-POSTED-DATE          PIC 9(08).
000880     05  RC-POSTED-TIME          PIC 9(08).
000890     05  RC-POSTED-STATUS        PIC X(01).
000900         88  RC-BACKED-OUT               VALUE "X".
000910 FD  CHECKPOINT-FILE
000920     LABEL RECORDS ARE STANDARD.
000930     COPY CHKPOINT.
000940 FD  BKO-PARM-FILE
000950     LABEL RECORDS ARE STANDARD.
000960 01  BKO-PARM-RECORD.
000970     05  BP-RUN-DATE             PIC 9(08).
000980     05  BP-BATCH-NUMBER         PIC 9(04).
000990 FD  BACKOUT-REPORT-FILE
001000     LABEL RECORDS ARE STANDARD.
001010 01  BACKOUT-PRINT-LINE          PIC X(132).
001020 WORKING-STORAGE SECTION.
001030 77  CUST-MAST-STATUS            PIC X(02) VALUE SPACES.
001040 77  TRAN-HIST-STATUS            PIC X(02) VALUE SPACES.
001050 77  APPL-HIST-STATUS            PIC X(02) VALUE SPACES.
001060 77  BI-JOURNAL-STATUS           PIC X(02) VALUE SPACES.
001070 77  RUN-CONTROL-STATUS          PIC X(02) VALUE SPACES.
001080 77  CHECKPOINT-STATUS           PIC X(02) VALUE SPACES.
001090 77  BKO-PARM-STATUS             PIC X(02) VALUE SPACES.
001100 77  BACKOUT-REPORT-STATUS       PIC X(02) VALUE SPACES.
001110 77  MORE-IMAGES-SW              PIC X(03) VALUE "YES".
001120     88  NO-MORE-IMAGES                  VALUE "NO".
001130 77  MORE-APPL-SW                PIC X(03) VALUE "YES".
001140     88  NO-MORE-APPL                    VALUE "NO".
001150 77  PARM-PRESENT-SW             PIC X(03) VALUE "NO".
001160     88  PARM-PRESENT                    VALUE "YES".
001170 77  RECORD-FOUND-SW             PIC X(03) VALUE "NO".
001180     88  RECORD-FOUND                    VALUE "YES".
001190 77  CONFIRM-ANSWER              PIC X(01) VALUE SPACE.
001200     88  BACKOUT-CONFIRMED               VALUE "Y".
001210 77  RUN-DATE-ENTRY              PIC X(08) VALUE SPACES.
001220 77  BATCH-NO-ENTRY              PIC X(04) VALUE SPACES.
001230 77  RUN-DATE                    PIC 9(08) VALUE ZERO.
001240 77  BATCH-NUMBER                PIC 9(04) VALUE ZERO.
001250 77  AMOUNT-NOW                  PIC S9(09)V99 VALUE ZERO.
001260 77  AMOUNT-RESTORED             PIC S9(09)V99 VALUE ZERO.
001270 77  PRINT-TRAN-TYPE             PIC X(01) VALUE SPACE.
001280 77  BACKOUT-RESULT              PIC X(22) VALUE SPACES.
001290 77  IMAGE-COUNT                 PIC 9(07) COMP VALUE ZERO.
001300 77  CUST-RESTORED-COUNT         PIC 9(07) COMP VALUE ZERO.
001310 77  CUST-REMOVED-COUNT          PIC 9(07) COMP VALUE ZERO.
001320 77  HIST-RESTORED-COUNT         PIC 9(07) COMP VALUE ZERO.
001330 77  HIST-REMOVED-COUNT          PIC 9(07) COMP VALUE ZERO.
001340 77  APPL-REMOVED-COUNT          PIC 9(07) COMP VALUE ZERO.
001350 77  ALREADY-GONE-COUNT          PIC 9(07) COMP VALUE ZERO.
001360 77  BACKOUT-ERROR-COUNT         PIC 9(07) COMP VALUE ZERO.
001370 77  REPORT-LINE-COUNT           PIC 9(03) COMP VALUE ZERO.
001380 77  REPORT-PAGE-NO              PIC 9(03) COMP VALUE ZERO.
001390 77  PAGE-LINE-LIMIT             PIC 9(03) COMP VALUE 55.
001400 01  JOURNAL-KEY-WORK.
001410     05  JK-CUSTOMER-ID          PIC X(06).
001420     05  JK-TRAN-DATE            PIC 9(08).
001430     05  JK-SEQ-NO               PIC 9(09).
001440 01  RUN-DATE-WORK.
001450     05  RDW-YEAR                PIC 9(04).
001460     05  RDW-MONTH               PIC 9(02).
001470     05  RDW-DAY                 PIC 9(02).
001480 01  BKO-HEADING-1.
001490     05  FILLER                  PIC X(22)
001500         VALUE "BATCH BACKOUT REPORT -".
001510     05  FILLER                  PIC X(10) VALUE " RUN DATE ".
001520     05  H1-RUN-MONTH            PIC 9(02).
001530     05  FILLER                  PIC X(01) VALUE "/".
001540     05  H1-RUN-DAY              PIC 9(02).
001550     05  FILLER                  PIC X(01) VALUE "/".
001560     05  H1-RUN-YEAR             PIC 9(04).
001570     05  FILLER                  PIC X(08) VALUE "  BATCH ".
001580     05  H1-BATCH-NUMBER         PIC 9(04).
001590     05  FILLER                  PIC X(10) VALUE SPACES.
001600     05  FILLER                  PIC X(05) VALUE "PAGE ".
001610     05  H1-PAGE-NO              PIC ZZ9.
001620 01  BKO-COLUMN-HEADS.
001630     05  FILLER                  PIC X(10) VALUE "FILE".
001640     05  FILLER                  PIC X(08) VALUE "CUST ID".
001650     05  FILLER                  PIC X(10) VALUE "TRAN DATE".
001660     05  FILLER                  PIC X(11) VALUE "SEQ NO".
001670     05  FILLER                  PIC X(03) VALUE "T".
001680     05  FILLER                  PIC X(10) VALUE "POSTED BY".
001690     05  FILLER                  PIC X(09) VALUE "ACTION".
001700     05  FILLER                  PIC X(17)
001710         VALUE "     AMOUNT NOW".
001720     05  FILLER                  PIC X(17)
001730         VALUE "    RESTORED TO".
001740     05  FILLER                  PIC X(22) VALUE "RESULT".
001750 01  BKO-DETAIL-LINE.
001760     05  DL-FILE-NAME            PIC X(08).
001770     05  FILLER                  PIC X(02) VALUE SPACES.
001780     05  DL-CUSTOMER-ID          PIC X(06).
001790     05  FILLER                  PIC X(02) VALUE SPACES.
001800     05  DL-TRAN-DATE            PIC X(08).
001810     05  FILLER                  PIC X(02) VALUE SPACES.
001820     05  DL-SEQ-NO               PIC X(09).
001830     05  FILLER                  PIC X(02) VALUE SPACES.
001840     05  DL-TRAN-TYPE            PIC X(01).
001850     05  FILLER                  PIC X(02) VALUE SPACES.
001860     05  DL-PROGRAM-ID           PIC X(08).
001870     05  FILLER                  PIC X(02) VALUE SPACES.
001880     05  DL-ACTION               PIC X(07).
001890     05  FILLER                  PIC X(02) VALUE SPACES.
001900     05  DL-AMOUNT-NOW           PIC -ZZZ,ZZZ,ZZ9.99.
001910     05  FILLER                  PIC X(02) VALUE SPACES.
001920     05  DL-AMOUNT-RESTORED      PIC -ZZZ,ZZZ,ZZ9.99.
001930     05  FILLER                  PIC X(02) VALUE SPACES.
001940     05  DL-RESULT               PIC X(22).
001950 01  BKO-TOTAL-LINE.
001960     05  TL-TOTAL-LABEL          PIC X(30).
001970     05  TL-ITEM-COUNT           PIC ZZ,ZZ9.
001980 01  BKO-NOTE-LINE.
001990     05  NL-NOTE-TEXT            PIC X(80).
002000 01  BKO-BLANK-LINE              PIC X(132) VALUE SPACES.
002010 PROCEDURE DIVISION.
002020*----------------------------------------------------------------*
002030* 0000-MAINLINE                                                 *
002040*----------------------------------------------------------------*
002050 0000-MAINLINE.
002060     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002070     PERFORM 3000-BACK-OUT-ONE-IMAGE THRU 3000-EXIT
002080         UNTIL NO-MORE-IMAGES.
002090     PERFORM 4000-MARK-RUN-CONTROL THRU 4000-EXIT.
002100     PERFORM 4500-PRINT-BACKOUT-TOTALS THRU 4500-EXIT.
002110     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002120     STOP RUN.
002130*----------------------------------------------------------------*
002140* 1000-INITIALIZE THRU 1000-EXIT - GET THE BATCH TO BACK OUT,    *
002150* OPEN THE FILES, AND POSITION ON ITS FIRST JOURNAL ENTRY.       *
002160*----------------------------------------------------------------*
002170 1000-INITIALIZE.
002180     PERFORM 1100-GET-RUN-PARMS THRU 1100-EXIT.
002190     OPEN I-O CUSTOMER-MASTER-FILE.
002200     IF CUST-MAST-STATUS NOT = "00"
002210         DISPLAY "ERROR OPENING CUSTOMER-MASTER-FILE - STATUS "
002220             CUST-MAST-STATUS
002230         STOP RUN
002240     END-IF.
002250     OPEN I-O TRAN-HISTORY-FILE.
002260     IF TRAN-HIST-STATUS NOT = "00"
002270         DISPLAY "ERROR OPENING TRAN-HISTORY-FILE - STATUS "
002280             TRAN-HIST-STATUS
002290         STOP RUN
002300     END-IF.
002310     OPEN I-O APPL-HISTORY-FILE.
002320     IF APPL-HIST-STATUS NOT = "00" AND "05"
002330         DISPLAY "ERROR OPENING APPL-HISTORY-FILE - STATUS "
002340             APPL-HIST-STATUS
002350         STOP RUN
002360     END-IF.
002370     OPEN I-O BEFORE-IMAGE-FILE.
002380     IF BI-JOURNAL-STATUS NOT = "00"
002390         DISPLAY "ERROR OPENING BEFORE-IMAGE-FILE - STATUS "
002400             BI-JOURNAL-STATUS
002410         MOVE 8 TO RETURN-CODE
002420         STOP RUN
002430     END-IF.
002440     OPEN OUTPUT BACKOUT-REPORT-FILE.
002450     IF BACKOUT-REPORT-STATUS NOT = "00"
002460         DISPLAY "ERROR OPENING BACKOUT-REPORT-FILE - STATUS "
002470             BACKOUT-REPORT-STATUS
002480         STOP RUN
002490     END-IF.
002500     MOVE RUN-DATE TO RUN-DATE-WORK.
002510     MOVE RDW-MONTH TO H1-RUN-MONTH.
002520     MOVE RDW-DAY TO H1-RUN-DAY.
002530     MOVE RDW-YEAR TO H1-RUN-YEAR.
002540     MOVE BATCH-NUMBER TO H1-BATCH-NUMBER.
002550     PERFORM 2000-PRINT-HEADINGS THRU 2000-EXIT.
002560     MOVE RUN-DATE TO BJ-RUN-DATE.
002570     MOVE BATCH-NUMBER TO BJ-BATCH-NUMBER.
002580     MOVE LOW-VALUES TO BJ-FILE-ID.
002590     MOVE LOW-VALUES TO BJ-RECORD-KEY.
002600     START BEFORE-IMAGE-FILE KEY NOT < BJ-JOURNAL-KEY
002610         INVALID KEY
002620             MOVE "NO" TO MORE-IMAGES-SW
002630     END-START.
002640     PERFORM 3100-READ-IMAGE THRU 3100-EXIT.
002650 1000-EXIT.
002660     EXIT.
002670*----------------------------------------------------------------*
002680* 1100-GET-RUN-PARMS THRU 1100-EXIT - THE SCHEDULED RUN TAKES    *
002690* THE RUN DATE AND BATCH NUMBER FROM THE BKOPARM RECORD; NO      *
002700* PARMCARD MEANS THE OPERATOR IS AT THE CONSOLE, GETS PROMPTED,  *
002710* AND MUST CONFIRM.  A BAD PARMCARD STOPS THE RUN.               *
002720*----------------------------------------------------------------*
002730 1100-GET-RUN-PARMS.
002740     MOVE "NO" TO PARM-PRESENT-SW.
002750     OPEN INPUT BKO-PARM-FILE.
002760     IF BKO-PARM-STATUS = "00"
002770         READ BKO-PARM-FILE
002780             AT END CONTINUE
002790             NOT AT END MOVE "YES" TO PARM-PRESENT-SW
002800         END-READ
002810     END-IF.
002820     CLOSE BKO-PARM-FILE.
002830     IF PARM-PRESENT
002840         IF BKO-PARM-RECORD IS NOT NUMERIC
002850             DISPLAY "BAD BKOPARM - ALL FIELDS MUST BE NUMERIC"
002860             MOVE 8 TO RETURN-CODE
002870             STOP RUN
002880         END-IF
002890         MOVE BP-RUN-DATE TO RUN-DATE
002900         MOVE BP-BATCH-NUMBER TO BATCH-NUMBER
002910     ELSE
002920         PERFORM 1200-PROMPT-RUN-PARMS THRU 1200-EXIT
002930     END-IF.
002940     IF RUN-DATE = ZERO
002950         DISPLAY "RUN DATE MUST BE NONZERO - RUN STOPPED"
002960         MOVE 8 TO RETURN-CODE
002970         STOP RUN
002980     END-IF.
002990     DISPLAY "BACKING OUT RUN DATE " RUN-DATE
003000         " BATCH " BATCH-NUMBER.
003010 1100-EXIT.
003020     EXIT.
003030 1200-PROMPT-RUN-PARMS.
003040     MOVE SPACES TO RUN-DATE-ENTRY.
003050     PERFORM 1210-PROMPT-RUN-DATE THRU 1210-EXIT
003060         UNTIL RUN-DATE-ENTRY IS NUMERIC.
003070     MOVE RUN-DATE-ENTRY TO RUN-DATE.
003080     MOVE SPACES TO BATCH-NO-ENTRY.
003090     PERFORM 1240-PROMPT-BATCH-NO THRU 1240-EXIT
003100         UNTIL BATCH-NO-ENTRY IS NUMERIC.
003110     MOVE BATCH-NO-ENTRY TO BATCH-NUMBER.
003120     DISPLAY "BACK OUT BATCH " BATCH-NUMBER " OF " RUN-DATE
003130         " (Y/N)?".
003140     MOVE SPACE TO CONFIRM-ANSWER.
003150     ACCEPT CONFIRM-ANSWER.
003160     INSPECT CONFIRM-ANSWER CONVERTING "y" TO "Y".
003170     IF NOT BACKOUT-CONFIRMED
003180         DISPLAY "BACKOUT NOT CONFIRMED - NOTHING CHANGED"
003190         STOP RUN
003200     END-IF.
003210 1200-EXIT.
003220     EXIT.
003230 1210-PROMPT-RUN-DATE.
003240     DISPLAY "BACK OUT WHICH RUN DATE (YYYYMMDD)?".
003250     ACCEPT RUN-DATE-ENTRY.
003260     IF RUN-DATE-ENTRY IS NOT NUMERIC
003270         DISPLAY "RUN DATE MUST BE EIGHT DIGITS - RE-ENTER"
003280     END-IF.
003290 1210-EXIT.
003300     EXIT.
003310 1240-PROMPT-BATCH-NO.
003320     DISPLAY "BATCH NUMBER TO BACK OUT (0000 FOR THE DAY'S"
003330         " UNBATCHED WORK)?".
003340     ACCEPT BATCH-NO-ENTRY.
003350     IF BATCH-NO-ENTRY IS NOT NUMERIC
003360         DISPLAY "BATCH NUMBER MUST BE FOUR DIGITS - RE-ENTER"
003370     END-IF.
003380 1240-EXIT.
003390     EXIT.
003400 2000-PRINT-HEADINGS.
003410     ADD 1 TO REPORT-PAGE-NO.
003420     MOVE REPORT-PAGE-NO TO H1-PAGE-NO.
003430     WRITE BACKOUT-PRINT-LINE FROM BKO-HEADING-1
003440         AFTER ADVANCING PAGE.
003450     WRITE BACKOUT-PRINT-LINE FROM BKO-BLANK-LINE
003460         AFTER ADVANCING 1 LINE.
003470     WRITE BACKOUT-PRINT-LINE FROM BKO-COLUMN-HEADS
003480         AFTER ADVANCING 1 LINE.
003490     MOVE 3 TO REPORT-LINE-COUNT.
003500 2000-EXIT.
003510     EXIT.
003520*----------------------------------------------------------------*
003530* 3000-BACK-OUT-ONE-IMAGE THRU 3000-EXIT - PUT ONE JOURNALED     *
003540* RECORD BACK THE WAY THE BATCH FOUND IT, LIST IT, AND USE UP    *
003550* THE JOURNAL ENTRY.  THE JOURNAL HOLDS ONLY THE FIRST IMAGE OF  *
003560* EACH RECORD THE BATCH TOUCHED, SO THE ORDER THEY COME BACK IN  *
003570* DOES NOT MATTER.                                               *
003580*----------------------------------------------------------------*
003590 3000-BACK-OUT-ONE-IMAGE.
003600     ADD 1 TO IMAGE-COUNT.
003610     MOVE BJ-RECORD-KEY TO JOURNAL-KEY-WORK.
003620     MOVE ZERO TO AMOUNT-NOW.
003630     MOVE ZERO TO AMOUNT-RESTORED.
003640     MOVE SPACE TO PRINT-TRAN-TYPE.
003650     MOVE SPACES TO BACKOUT-RESULT.
003660     IF BJ-CUSTMAST-IMAGE
003670         PERFORM 3200-RESTORE-CUSTOMER THRU 3200-EXIT
003680     ELSE
003690         PERFORM 3300-RESTORE-HISTORY THRU 3300-EXIT
003700     END-IF.
003710     PERFORM 3500-PRINT-BACKOUT-LINE THRU 3500-EXIT.
003720     DELETE BEFORE-IMAGE-FILE
003730         INVALID KEY
003740             DISPLAY "ERROR DELETING JOURNAL ENTRY - STATUS "
003750                 BI-JOURNAL-STATUS
003760     END-DELETE.
003770     PERFORM 3100-READ-IMAGE THRU 3100-EXIT.
003780 3000-EXIT.
003790     EXIT.
003800 3100-READ-IMAGE.
003810     IF NO-MORE-IMAGES
003820         GO TO 3100-EXIT
003830     END-IF.
003840     READ BEFORE-IMAGE-FILE NEXT
003850         AT END
003860             MOVE "NO" TO MORE-IMAGES-SW
003870             GO TO 3100-EXIT
003880     END-READ.
003890     IF BJ-RUN-DATE NOT = RUN-DATE
003900        OR BJ-BATCH-NUMBER NOT = BATCH-NUMBER
003910         MOVE "NO" TO MORE-IMAGES-SW
003920     END-IF.
003930 3100-EXIT.
003940     EXIT.
003950*----------------------------------------------------------------*
003960* 3200-RESTORE-CUSTOMER THRU 3200-EXIT - A MASTER RECORD THE     *
003970* BATCH ADDED IS REMOVED; ONE IT CHANGED OR DELETED GETS ITS     *
003980* BEFORE-IMAGE BACK, RE-ADDED IF IT HAS SINCE GONE.              *
003990*----------------------------------------------------------------*
004000 3200-RESTORE-CUSTOMER.
004010     MOVE JK-CUSTOMER-ID TO CM-CUSTOMER-ID.
004020     MOVE "YES" TO RECORD-FOUND-SW.
004030     READ CUSTOMER-MASTER-FILE
004040         INVALID KEY
004050             MOVE "NO" TO RECORD-FOUND-SW
004060     END-READ.
004070     IF RECORD-FOUND
004080         MOVE CM-CUSTOMER-BALANCE TO AMOUNT-NOW
004090     END-IF.
004100     IF BJ-RECORD-ADDED
004110         PERFORM 3210-REMOVE-CUSTOMER THRU 3210-EXIT
004120         GO TO 3200-EXIT
004130     END-IF.
004140     MOVE BJ-RECORD-IMAGE TO CUSTOMER-MASTER-RECORD.
004150     MOVE CM-CUSTOMER-BALANCE TO AMOUNT-RESTORED.
004160     IF NOT RECORD-FOUND
004170         GO TO 3200-WRITE
004180     END-IF.
004190     REWRITE CUSTOMER-MASTER-RECORD
004200         INVALID KEY
004210             MOVE "** REWRITE FAILED **" TO BACKOUT-RESULT
004220             ADD 1 TO BACKOUT-ERROR-COUNT
004230             GO TO 3200-EXIT
004240     END-REWRITE.
004250     MOVE "IMAGE RESTORED" TO BACKOUT-RESULT.
004260     ADD 1 TO CUST-RESTORED-COUNT.
004270     GO TO 3200-EXIT.
004280 3200-WRITE.
004290     WRITE CUSTOMER-MASTER-RECORD
004300         INVALID KEY
004310             MOVE "** WRITE FAILED **" TO BACKOUT-RESULT
004320             ADD 1 TO BACKOUT-ERROR-COUNT
004330             GO TO 3200-EXIT
004340     END-WRITE.
004350     MOVE "IMAGE RE-ADDED" TO BACKOUT-RESULT.
004360     ADD 1 TO CUST-RESTORED-COUNT.
004370 3200-EXIT.
004380     EXIT.
004390 3210-REMOVE-CUSTOMER.
004400     IF NOT RECORD-FOUND
004410         MOVE "ALREADY REMOVED" TO BACKOUT-RESULT
004420         ADD 1 TO ALREADY-GONE-COUNT
004430         GO TO 3210-EXIT
004440     END-IF.
004450     DELETE CUSTOMER-MASTER-FILE
004460         INVALID KEY
004470             MOVE "** DELETE FAILED **" TO BACKOUT-RESULT
004480             ADD 1 TO BACKOUT-ERROR-COUNT
004490             GO TO 3210-EXIT
004500     END-DELETE.
004510     MOVE "ADDED RECORD REMOVED" TO BACKOUT-RESULT.
004520     ADD 1 TO CUST-REMOVED-COUNT.
004530 3210-EXIT.
004540     EXIT.
004550*----------------------------------------------------------------*
004560* 3300-RESTORE-HISTORY THRU 3300-EXIT - A HISTORY RECORD THE     *
004570* BATCH POSTED IS REMOVED, WITH ANY APPLHIST RECORDS OF WHAT IT  *
004580* PAID; AN OPEN ITEM IT PAID DOWN, CLOSED OR VOIDED GETS ITS     *
004590* BEFORE-IMAGE BACK.                                             *
004600*----------------------------------------------------------------*
004610 3300-RESTORE-HISTORY.
004620     MOVE JK-CUSTOMER-ID TO TH-CUSTOMER-ID.
004630     MOVE JK-TRAN-DATE TO TH-TRAN-DATE.
004640     MOVE JK-SEQ-NO TO TH-TRAN-SEQ-NO.
004650     MOVE "YES" TO RECORD-FOUND-SW.
004660     READ TRAN-HISTORY-FILE
004670         INVALID KEY
004680             MOVE "NO" TO RECORD-FOUND-SW
004690     END-READ.
004700     IF BJ-RECORD-ADDED
004710         PERFORM 3310-REMOVE-HISTORY THRU 3310-EXIT
004720         GO TO 3300-EXIT
004730     END-IF.
004740     IF RECORD-FOUND
004750         MOVE TH-OPEN-AMOUNT TO AMOUNT-NOW
004760     END-IF.
004770     MOVE BJ-RECORD-IMAGE TO TRAN-HISTORY-RECORD.
004780     MOVE TH-OPEN-AMOUNT TO AMOUNT-RESTORED.
004790     MOVE TH-TRAN-TYPE TO PRINT-TRAN-TYPE.
004800     IF NOT RECORD-FOUND
004810         GO TO 3300-WRITE
004820     END-IF.
004830     REWRITE TRAN-HISTORY-RECORD
004840         INVALID KEY
004850             MOVE "** REWRITE FAILED **" TO BACKOUT-RESULT
004860             ADD 1 TO BACKOUT-ERROR-COUNT
004870             GO TO 3300-EXIT
004880     END-REWRITE.
004890     MOVE "IMAGE RESTORED" TO BACKOUT-RESULT.
004900     ADD 1 TO HIST-RESTORED-COUNT.
004910     GO TO 3300-EXIT.
004920 3300-WRITE.
004930     WRITE TRAN-HISTORY-RECORD
004940         INVALID KEY
004950             MOVE "** WRITE FAILED **" TO BACKOUT-RESULT
004960             ADD 1 TO BACKOUT-ERROR-COUNT
004970             GO TO 3300-EXIT
004980     END-WRITE.
004990     MOVE "IMAGE RE-ADDED" TO BACKOUT-RESULT.
005000     ADD 1 TO HIST-RESTORED-COUNT.
005010 3300-EXIT.
005020     EXIT.
005030 3310-REMOVE-HISTORY.
005040     IF NOT RECORD-FOUND
005050         MOVE BJ-RECORD-IMAGE TO TRAN-HISTORY-RECORD
005060         MOVE TH-TRAN-TYPE TO PRINT-TRAN-TYPE
005070         MOVE "ALREADY REMOVED" TO BACKOUT-RESULT
005080         ADD 1 TO ALREADY-GONE-COUNT
005090         GO TO 3310-EXIT
005100     END-IF.
005110     MOVE TH-AMOUNT-OWED TO AMOUNT-NOW.
005120     MOVE TH-TRAN-TYPE TO PRINT-TRAN-TYPE.
005130     DELETE TRAN-HISTORY-FILE
005140         INVALID KEY
005150             MOVE "** DELETE FAILED **" TO BACKOUT-RESULT
005160             ADD 1 TO BACKOUT-ERROR-COUNT
005170             GO TO 3310-EXIT
005180     END-DELETE.
005190     MOVE "POSTING REMOVED" TO BACKOUT-RESULT.
005200     ADD 1 TO HIST-REMOVED-COUNT.
005210     PERFORM 3320-REMOVE-APPLICATIONS THRU 3320-EXIT.
005220 3310-EXIT.
005230     EXIT.
005240*----------------------------------------------------------------*
005250* 3320-REMOVE-APPLICATIONS THRU 3320-EXIT - A REMOVED PAYMENT OR *
005260* CREDIT TAKES ITS APPLHIST RECORDS WITH IT; THE OPEN ITEMS THEY *
005270* PAID COME BACK FROM THEIR OWN BEFORE-IMAGES.                   *
005280*----------------------------------------------------------------*
005290 3320-REMOVE-APPLICATIONS.
005300     MOVE "YES" TO MORE-APPL-SW.
005310     MOVE JK-CUSTOMER-ID TO AH-CUSTOMER-ID.
005320     MOVE JK-TRAN-DATE TO AH-PAY-TRAN-DATE.
005330     MOVE JK-SEQ-NO TO AH-PAY-SEQ-NO.
005340     MOVE ZERO TO AH-APPL-SEQ.
005350     START APPL-HISTORY-FILE KEY NOT < AH-APPL-KEY
005360         INVALID KEY
005370             MOVE "NO" TO MORE-APPL-SW
005380     END-START.
005390     PERFORM 3330-REMOVE-ONE-APPLICATION THRU 3330-EXIT
005400         UNTIL NO-MORE-APPL.
005410 3320-EXIT.
005420     EXIT.
005430 3330-REMOVE-ONE-APPLICATION.
005440     READ APPL-HISTORY-FILE NEXT
005450         AT END
005460             MOVE "NO" TO MORE-APPL-SW
005470             GO TO 3330-EXIT
005480     END-READ.
005490     IF AH-CUSTOMER-ID NOT = JK-CUSTOMER-ID
005500        OR AH-PAY-TRAN-DATE NOT = JK-TRAN-DATE
005510        OR AH-PAY-SEQ-NO NOT = JK-SEQ-NO
005520         MOVE "NO" TO MORE-APPL-SW
005530         GO TO 3330-EXIT
005540     END-IF.
005550     DELETE APPL-HISTORY-FILE
005560         INVALID KEY
005570             DISPLAY "ERROR DELETING APPLICATION FOR "
005580                 AH-CUSTOMER-ID " - STATUS " APPL-HIST-STATUS
005590             ADD 1 TO BACKOUT-ERROR-COUNT
005600             GO TO 3330-EXIT
005610     END-DELETE.
005620     ADD 1 TO APPL-REMOVED-COUNT.
005630 3330-EXIT.
005640     EXIT.
005650*----------------------------------------------------------------*
005660* 3500-PRINT-BACKOUT-LINE THRU 3500-EXIT - ONE REPORT LINE FOR   *
005670* THE JOURNAL ENTRY IN HAND.  THE AMOUNT IS THE BALANCE FOR A    *
005680* MASTER RECORD, THE OPEN AMOUNT FOR A RESTORED HISTORY RECORD,  *
005690* AND THE AMOUNT POSTED FOR A REMOVED ONE.                       *
005700*----------------------------------------------------------------*
005710 3500-PRINT-BACKOUT-LINE.
005720     IF REPORT-LINE-COUNT > PAGE-LINE-LIMIT
005730         PERFORM 2000-PRINT-HEADINGS THRU 2000-EXIT
005740     END-IF.
005750     MOVE JK-CUSTOMER-ID TO DL-CUSTOMER-ID.
005760     IF BJ-CUSTMAST-IMAGE
005770         MOVE "CUSTMAST" TO DL-FILE-NAME
005780         MOVE SPACES TO DL-TRAN-DATE
005790         MOVE SPACES TO DL-SEQ-NO
005800     ELSE
005810         MOVE "TRANHIST" TO DL-FILE-NAME
005820         MOVE JK-TRAN-DATE TO DL-TRAN-DATE
005830         MOVE JK-SEQ-NO TO DL-SEQ-NO
005840     END-IF.
005850     MOVE PRINT-TRAN-TYPE TO DL-TRAN-TYPE.
005860     MOVE BJ-PROGRAM-ID TO DL-PROGRAM-ID.
005870     MOVE "CHANGED" TO DL-ACTION.
005880     IF BJ-RECORD-ADDED
005890         MOVE "ADDED" TO DL-ACTION
005900     END-IF.
005910     IF BJ-RECORD-DELETED
005920         MOVE "DELETED" TO DL-ACTION
005930     END-IF.
005940     MOVE AMOUNT-NOW TO DL-AMOUNT-NOW.
005950     MOVE AMOUNT-RESTORED TO DL-AMOUNT-RESTORED.
005960     MOVE BACKOUT-RESULT TO DL-RESULT.
005970     WRITE BACKOUT-PRINT-LINE FROM BKO-DETAIL-LINE
005980         AFTER ADVANCING 1 LINE.
005990     ADD 1 TO REPORT-LINE-COUNT.
006000 3500-EXIT.
006010     EXIT.
006020*----------------------------------------------------------------*
006030* 4000-MARK-RUN-CONTROL THRU 4000-EXIT - A POSTING BATCH THAT    *
006040* WAS BACKED OUT GETS A RUNCTL ENTRY MARKED X SO THE POSTING RUN *
006050* WILL TAKE THE DATE AGAIN, AND ITS RESTART CHECKPOINT (IF THE   *
006060* RUN DIED OR WOULD NOT BALANCE) IS CLEARED SO THE RE-POST       *
006070* STARTS AT THE TOP.  BATCH 0000 IS NOT A POSTING BATCH AND      *
006080* LEAVES BOTH ALONE.                                             *
006090*----------------------------------------------------------------*
006100 4000-MARK-RUN-CONTROL.
006110     IF IMAGE-COUNT = ZERO OR BATCH-NUMBER = ZERO
006120         GO TO 4000-EXIT
006130     END-IF.
006140     OPEN EXTEND RUN-CONTROL-FILE.
006150     IF RUN-CONTROL-STATUS NOT = "00" AND "05"
006160         DISPLAY "ERROR OPENING RUN-CONTROL-FILE - STATUS "
006170             RUN-CONTROL-STATUS
006180         ADD 1 TO BACKOUT-ERROR-COUNT
006190         GO TO 4000-EXIT
006200     END-IF.
006210     MOVE RUN-DATE TO RC-RUN-DATE.
006220     MOVE BATCH-NUMBER TO RC-BATCH-NUMBER.
006230     ACCEPT RC-POSTED-DATE FROM DATE YYYYMMDD.
006240     ACCEPT RC-POSTED-TIME FROM TIME.
006250     MOVE "X" TO RC-POSTED-STATUS.
006260     WRITE RUN-CONTROL-RECORD.
006270     CLOSE RUN-CONTROL-FILE.
006280     OPEN OUTPUT CHECKPOINT-FILE.
006290     CLOSE CHECKPOINT-FILE.
006300 4000-EXIT.
006310     EXIT.
006320 4500-PRINT-BACKOUT-TOTALS.
006330     WRITE BACKOUT-PRINT-LINE FROM BKO-BLANK-LINE
006340         AFTER ADVANCING 1 LINE.
006350     MOVE "JOURNAL ENTRIES APPLIED" TO TL-TOTAL-LABEL.
006360     MOVE IMAGE-COUNT TO TL-ITEM-COUNT.
006370     WRITE BACKOUT-PRINT-LINE FROM BKO-TOTAL-LINE
006380         AFTER ADVANCING 1 LINE.
006390     MOVE "MASTER RECORDS RESTORED" TO TL-TOTAL-LABEL.
006400     MOVE CUST-RESTORED-COUNT TO TL-ITEM-COUNT.
006410     WRITE BACKOUT-PRINT-LINE FROM BKO-TOTAL-LINE
006420         AFTER ADVANCING 1 LINE.
006430     MOVE "MASTER RECORDS REMOVED" TO TL-TOTAL-LABEL.
006440     MOVE CUST-REMOVED-COUNT TO TL-ITEM-COUNT.
006450     WRITE BACKOUT-PRINT-LINE FROM BKO-TOTAL-LINE
006460         AFTER ADVANCING 1 LINE.
006470     MOVE "HISTORY RECORDS RESTORED" TO TL-TOTAL-LABEL.
006480     MOVE HIST-RESTORED-COUNT TO TL-ITEM-COUNT.
006490     WRITE BACKOUT-PRINT-LINE FROM BKO-TOTAL-LINE
006500         AFTER ADVANCING 1 LINE.
006510     MOVE "HISTORY RECORDS REMOVED" TO TL-TOTAL-LABEL.
006520     MOVE HIST-REMOVED-COUNT TO TL-ITEM-COUNT.
006530     WRITE BACKOUT-PRINT-LINE FROM BKO-TOTAL-LINE
006540         AFTER ADVANCING 1 LINE.
006550     MOVE "APPLICATIONS REMOVED" TO TL-TOTAL-LABEL.
006560     MOVE APPL-REMOVED-COUNT TO TL-ITEM-COUNT.
006570     WRITE BACKOUT-PRINT-LINE FROM BKO-TOTAL-LINE
006580         AFTER ADVANCING 1 LINE.
006590     MOVE "ALREADY REMOVED" TO TL-TOTAL-LABEL.
006600     MOVE ALREADY-GONE-COUNT TO TL-ITEM-COUNT.
006610     WRITE BACKOUT-PRINT-LINE FROM BKO-TOTAL-LINE
006620         AFTER ADVANCING 1 LINE.
006630     MOVE "ERRORS" TO TL-TOTAL-LABEL.
006640     MOVE BACKOUT-ERROR-COUNT TO TL-ITEM-COUNT.
006650     WRITE BACKOUT-PRINT-LINE FROM BKO-TOTAL-LINE
006660         AFTER ADVANCING 1 LINE.
006670     WRITE BACKOUT-PRINT-LINE FROM BKO-BLANK-LINE
006680         AFTER ADVANCING 1 LINE.
006690     IF IMAGE-COUNT = ZERO
006700         MOVE "NO JOURNAL ENTRIES FOR THIS RUN DATE AND BATCH -"
006710             TO NL-NOTE-TEXT
006720         PERFORM 4510-PRINT-NOTE THRU 4510-EXIT
006730         MOVE "NOTHING WAS BACKED OUT" TO NL-NOTE-TEXT
006740         PERFORM 4510-PRINT-NOTE THRU 4510-EXIT
006750         GO TO 4500-EXIT
006760     END-IF.
006770     IF BATCH-NUMBER = ZERO
006780         MOVE "UNBATCHED WORK - RUN CONTROL NOT CHANGED"
006790             TO NL-NOTE-TEXT
006800         PERFORM 4510-PRINT-NOTE THRU 4510-EXIT
006810         GO TO 4500-EXIT
006820     END-IF.
006830     MOVE "RUN CONTROL MARKED BACKED OUT AND RESTART CHECKPOINT"
006840         TO NL-NOTE-TEXT.
006850     PERFORM 4510-PRINT-NOTE THRU 4510-EXIT.
006860     MOVE "CLEARED - THE DATE MAY BE POSTED AGAIN"
006865         TO NL-NOTE-TEXT.
006870     PERFORM 4510-PRINT-NOTE THRU 4510-EXIT.
006880     MOVE "THE DAY'S TRANOUT, GLFEED AND CTLTOTS STILL CARRY THE"
006890         TO NL-NOTE-TEXT.
006900     PERFORM 4510-PRINT-NOTE THRU 4510-EXIT.
006910     MOVE "BATCH - HOLD THEM UNTIL THE DATE IS RE-POSTED"
006920         TO NL-NOTE-TEXT.
006930     PERFORM 4510-PRINT-NOTE THRU 4510-EXIT.
006940 4500-EXIT.
006950     EXIT.
006960 4510-PRINT-NOTE.
006970     WRITE BACKOUT-PRINT-LINE FROM BKO-NOTE-LINE
006980         AFTER ADVANCING 1 LINE.
006990 4510-EXIT.
007000     EXIT.
007010*----------------------------------------------------------------*
007020* 9000-TERMINATE THRU 9000-EXIT - CLOSE UP AND REPORT WHAT THE   *
007030* BACKOUT PUT BACK.  NOTHING FOUND OR ANYTHING THAT COULD NOT BE *
007040* PUT BACK ENDS THE STEP WITH RETURN CODE 8.                     *
007050*----------------------------------------------------------------*
007060 9000-TERMINATE.
007070     CLOSE CUSTOMER-MASTER-FILE.
007080     CLOSE TRAN-HISTORY-FILE.
007090     CLOSE APPL-HISTORY-FILE.
007100     CLOSE BEFORE-IMAGE-FILE.
007110     CLOSE BACKOUT-REPORT-FILE.
007120     DISPLAY "===== BATCH BACKOUT TOTALS =====".
007130     DISPLAY "JOURNAL ENTRIES  . " IMAGE-COUNT.
007140     DISPLAY "MASTERS RESTORED . " CUST-RESTORED-COUNT.
007150     DISPLAY "MASTERS REMOVED  . " CUST-REMOVED-COUNT.
007160     DISPLAY "HISTORY RESTORED . " HIST-RESTORED-COUNT.
007170     DISPLAY "HISTORY REMOVED  . " HIST-REMOVED-COUNT.
007180     DISPLAY "APPLICATIONS OUT . " APPL-REMOVED-COUNT.
007190     DISPLAY "ALREADY REMOVED  . " ALREADY-GONE-COUNT.
007200     DISPLAY "ERRORS . . . . . . " BACKOUT-ERROR-COUNT.
007210     IF IMAGE-COUNT = ZERO
007220         DISPLAY "NO JOURNAL ENTRIES FOR RUN DATE " RUN-DATE
007230             " BATCH " BATCH-NUMBER " - NOTHING BACKED OUT"
007240         MOVE 8 TO RETURN-CODE
007250     END-IF.
007260     IF BACKOUT-ERROR-COUNT > ZERO
007270         MOVE 8 TO RETURN-CODE
007280     END-IF.
007290 9000-EXIT.
007300     EXIT.
007310 END PROGRAM LAB1BKO.
