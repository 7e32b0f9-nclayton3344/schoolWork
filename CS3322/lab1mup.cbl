000190*                  FOR EVERYTHING THAT FAILED.  A DELETE IS
000200*                  REFUSED WHILE THE CUSTOMER STILL HAS A
000210*                  NONZERO BALANCE OR OPEN TRANHIST ITEMS.
000212* 10/15/2026 NDC   CARRY THE CUSTOMER PAYMENT TERMS CODE.  A
000214*                  TERMS CODE NOT ON THE TERMS TABLE IS REJECTED
000216*                  (REASON 12); BLANK ON AN ADD TAKES THE DEFAULT
000218*                  TERMS, BLANK ON A CHANGE KEEPS WHAT STANDS.
000220* 10/15/2026 NDC   JOURNAL THE BEFORE-IMAGE OF EVERY ADD, CHANGE
000222*                  AND DELETE TO BIJRNL UNDER THE RUN DATE AND
000224*                  BATCH 0000, SO LAB1BKO CAN BACK THE DAY'S
000226*                  MAINTENANCE OUT.
000227* 10/15/2026 NDC   APPLY THE BILL-TO ADDRESS, PHONE, AND STATEMENT
000228*                  ADDRESS FIELDS ON AN ADD OR CHANGE TO THE
000229*                  CUSTADDR FILE (* CLEARS A FIELD), AND REMOVE
000230*                  THE ADDRESS RECORD ON A DELETE, LOGGED TO
000231*                  MNTLOG UNDER THE NEW RECORD-TYPE BYTE.  A BAD
000232*                  ZIP (REASON 13) OR STATEMENT FLAG (REASON 14)
000233*                  REJECTS THE TRANSACTION.  LOG IMAGES WIDENED.
000234* 10/15/2026 NDC   CARRY THE ACCOUNT STATUS.  A STATUS NOT A, H,
000235*                  C OR X IS REJECTED (REASON 15); A CHANGE OF
000236*                  STATUS IS AUDITED TO STATLOG WITH THE REASON
000237*                  FROM THE FEED.  BEFORE-IMAGE WIDENED.
000238******************************************************************
000239 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. LAB1MUP.
000250 AUTHOR. N. D. CLAYTON.
000260 INSTALLATION. WTAMU CS3322.
000490     SELECT MAINT-REPORT-FILE ASSIGN TO "MNTRPT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS MAINT-REPORT-STATUS.
000511     SELECT OPTIONAL BEFORE-IMAGE-FILE ASSIGN TO "BIJRNL"
000512         ORGANIZATION IS INDEXED
000513         ACCESS MODE IS DYNAMIC
000514         RECORD KEY IS BJ-JOURNAL-KEY
000515         FILE STATUS IS BI-JOURNAL-STATUS.
000517     SELECT OPTIONAL CUSTOMER-ADDRESS-FILE ASSIGN TO "CUSTADDR"
000519         ORGANIZATION IS INDEXED
000521         ACCESS MODE IS DYNAMIC
000523         RECORD KEY IS CA-CUSTOMER-ID
000525         FILE STATUS IS CUST-ADDR-STATUS.
000526     SELECT OPTIONAL STATUS-LOG-FILE ASSIGN TO "STATLOG"
000527         ORGANIZATION IS LINE SEQUENTIAL
000528         FILE STATUS IS STATUS-LOG-STATUS.
000529 DATA DIVISION.
000530 FILE SECTION.
000540 FD  MAINT-TRANS-FILE
000550     LABEL RECORDS ARE STANDARD.
000670     05  ML-LOG-TIME             PIC 9(08).
000680     05  ML-FUNCTION             PIC X(01).
000690     05  ML-CUSTOMER-ID          PIC X(06).
000692     05  ML-RECORD-TYPE          PIC X(01).
000694         88  ML-MASTER-IMAGE             VALUE "M".
000696         88  ML-ADDRESS-IMAGE            VALUE "A".
000700     05  ML-BEFORE-IMAGE         PIC X(261).
000710     05  ML-AFTER-IMAGE          PIC X(261).
000720 FD  MAINT-REPORT-FILE
000730     LABEL RECORDS ARE STANDARD.
000740 01  MAINT-PRINT-LINE            PIC X(132).
000742 FD  BEFORE-IMAGE-FILE
000744     LABEL RECORDS ARE STANDARD.
000746     COPY BIJRNL.
000747 FD  CUSTOMER-ADDRESS-FILE
000748     LABEL RECORDS ARE STANDARD.
000749     COPY CUSTADDR.
000751 FD  STATUS-LOG-FILE
000753     LABEL RECORDS ARE STANDARD.
000755     COPY STATLOG.
000757 WORKING-STORAGE SECTION.
000760 77  MAINT-TRANS-STATUS          PIC X(02) VALUE SPACES.
000770 77  CUST-MAST-STATUS            PIC X(02) VALUE SPACES.
000780 77  TRAN-HIST-STATUS            PIC X(02) VALUE SPACES.
000790 77  MAINT-LOG-STATUS            PIC X(02) VALUE SPACES.
000800 77  MAINT-REPORT-STATUS         PIC X(02) VALUE SPACES.
000805 77  BI-JOURNAL-STATUS           PIC X(02) VALUE SPACES.
000807 77  CUST-ADDR-STATUS            PIC X(02) VALUE SPACES.
000808 77  STATUS-LOG-STATUS           PIC X(02) VALUE SPACES.
000810 77  MORE-TRANS-SW               PIC X(03) VALUE "YES".
000820     88  NO-MORE-TRANS                   VALUE "NO".
000830 77  MORE-ITEMS-SW               PIC X(03) VALUE "YES".
000860     88  CUSTOMER-FOUND                  VALUE "YES".
000870 77  OPEN-ITEMS-SW               PIC X(03) VALUE "NO".
000880     88  OPEN-ITEMS-ON-FILE              VALUE "YES".
000882 77  ADDRESS-FOUND-SW            PIC X(03) VALUE "NO".
000884     88  ADDRESS-FOUND                   VALUE "YES".
000886 77  VALID-ZIP-SW                PIC X(03) VALUE "NO".
000888     88  VALID-ZIP                       VALUE "YES".
000890 77  REJECT-REASON-CODE          PIC X(02) VALUE SPACES.
000900 77  REJECT-REASON-TEXT          PIC X(30) VALUE SPACES.
000910 77  LOG-STAMP-DATE              PIC 9(08) VALUE ZERO.
000920 77  LOG-STAMP-TIME              PIC 9(08) VALUE ZERO.
000930 77  BEFORE-IMAGE-SAVE           PIC X(69) VALUE SPACES.
000931 77  OLD-ACCOUNT-STATUS          PIC X(01) VALUE SPACE.
000933 77  ADDRESS-BEFORE-SAVE         PIC X(261) VALUE SPACES.
000936 77  ADDRESS-ACTION              PIC X(01) VALUE SPACE.
000940 77  LIMIT-JUST                  PIC X(09) JUSTIFIED RIGHT
000950                                 VALUE SPACES.
000960 77  LIMIT-DIGITS                PIC 9(09) VALUE ZERO.
000980 77  APPLIED-COUNT               PIC 9(07) COMP VALUE ZERO.
000990 77  REJECTED-COUNT              PIC 9(07) COMP VALUE ZERO.
001000 77  DEFAULT-DISCOUNT-RATE       PIC V999 VALUE .100.
001002 77  TERMS-SUB                   PIC 9(03) COMP VALUE ZERO.
001004 77  TERMS-HIT-SUB               PIC 9(03) COMP VALUE ZERO.
001006     COPY TERMSTAB.
001010 01  RATE-WORK.
001020     05  RATE-DIGITS             PIC 9(03).
001030     05  RATE-VALUE              REDEFINES RATE-DIGITS
001040                                 PIC V999.
001041 01  ZIP-ENTRY.
001042     05  ZE-ZIP-5                PIC X(05).
001043     05  ZE-DASH                 PIC X(01).
001044     05  ZE-ZIP-4                PIC X(04).
001045 01  ADDRESS-TRANS-WORK.
001046     05  AT-ATTENTION            PIC X(30).
001047     05  AT-STREET-1             PIC X(30).
001048     05  AT-STREET-2             PIC X(30).
001049     05  AT-CITY                 PIC X(20).
001050     05  AT-STATE                PIC X(02).
001051     05  AT-ZIP-CODE             PIC X(10).
001052 01  ADDRESS-WORK.
001053     05  AW-ATTENTION            PIC X(30).
001054     05  AW-STREET-1             PIC X(30).
001055     05  AW-STREET-2             PIC X(30).
001056     05  AW-CITY                 PIC X(20).
001057     05  AW-STATE                PIC X(02).
001058     05  AW-ZIP-CODE.
001059         10  AW-ZIP-5            PIC X(05).
001060         10  AW-ZIP-4            PIC X(04).
001061 01  MAINT-HEADING-1.
001062     05  FILLER                  PIC X(34)
001070         VALUE "MASS MAINTENANCE REPORT - RUN OF".
001080     05  H1-RUN-DATE             PIC 9(08).
001090 01  MAINT-COLUMN-HEADS.
001380     STOP RUN.
001390*----------------------------------------------------------------*
001400* 1000-INITIALIZE THRU 1000-EXIT - OPEN THE FEED, THE MASTER,    *
001410* THE HISTORY (FOR THE DELETE CHECK), THE LOG, THE REPORT, THE   *
001420* JOURNAL, THE ADDRESS FILE AND THE STATUS LOG, AND PRIME THE   *
001425* FIRST MAINTENANCE TRANSACTION.                                 *
001430*----------------------------------------------------------------*
001440 1000-INITIALIZE.
001450     OPEN INPUT MAINT-TRANS-FILE.
001760             MAINT-REPORT-STATUS
001770         STOP RUN
001780     END-IF.
001781     OPEN I-O BEFORE-IMAGE-FILE.
001782     IF BI-JOURNAL-STATUS = "35"
001783         OPEN OUTPUT BEFORE-IMAGE-FILE
001784         CLOSE BEFORE-IMAGE-FILE
001785         OPEN I-O BEFORE-IMAGE-FILE
001786     END-IF.
001787     IF BI-JOURNAL-STATUS NOT = "00" AND "05"
001788         DISPLAY "ERROR OPENING BEFORE-IMAGE-FILE - STATUS "
001789             BI-JOURNAL-STATUS
001790         STOP RUN
001791     END-IF.
001792     OPEN I-O CUSTOMER-ADDRESS-FILE.
001793     IF CUST-ADDR-STATUS = "35"
001794         OPEN OUTPUT CUSTOMER-ADDRESS-FILE
001795         CLOSE CUSTOMER-ADDRESS-FILE
001796         OPEN I-O CUSTOMER-ADDRESS-FILE
001797     END-IF.
001798     IF CUST-ADDR-STATUS NOT = "00" AND "05"
001799         DISPLAY "ERROR OPENING CUSTOMER-ADDRESS-FILE - STATUS "
001800             CUST-ADDR-STATUS
001801         STOP RUN
001802     END-IF.
001803     OPEN EXTEND STATUS-LOG-FILE.
001804     IF STATUS-LOG-STATUS NOT = "00" AND "05"
001805         DISPLAY "ERROR OPENING STATUS-LOG-FILE - STATUS "
001806             STATUS-LOG-STATUS
001807         STOP RUN
001808     END-IF.
001809     ACCEPT H1-RUN-DATE FROM DATE YYYYMMDD.
001810     WRITE MAINT-PRINT-LINE FROM MAINT-HEADING-1
001811         AFTER ADVANCING PAGE.
001820     WRITE MAINT-PRINT-LINE FROM MAINT-BLANK-LINE
001830         AFTER ADVANCING 1 LINE.
001840     WRITE MAINT-PRINT-LINE FROM MAINT-COLUMN-HEADS
002320* 4000-APPLY-ADD THRU 4000-EXIT - SAME RULES AS THE CONSOLE      *
002330* ADD: NOT ALREADY ON FILE, NAME REQUIRED, RATE AND LIMIT        *
002340* NUMERIC.  BLANK RATE TAKES THE SHOP DEFAULT, BLANK LIMIT IS    *
002350* NO LIMIT, BLANK FLAGS ARE N, BLANK TERMS ARE THE DEFAULT,     *
002352* BLANK STATUS IS ACTIVE.                                        *
002355* ANY ADDRESS FIELDS GIVEN START THE CUSTOMER'S ADDRESS RECORD.  *
002360*----------------------------------------------------------------*
002370 4000-APPLY-ADD.
002380     IF CUSTOMER-FOUND
002690         PERFORM 8200-REPORT-REJECTED THRU 8200-EXIT
002700         GO TO 4000-EXIT
002710     END-IF.
002711     PERFORM 7400-EDIT-TERMS-CODE THRU 7400-EXIT.
002712     IF REJECT-REASON-CODE NOT = SPACES
002713         PERFORM 8200-REPORT-REJECTED THRU 8200-EXIT
002714         GO TO 4000-EXIT
002715     END-IF.
002717     PERFORM 7500-EDIT-ADDRESS THRU 7500-EXIT.
002719     IF REJECT-REASON-CODE NOT = SPACES
002721         PERFORM 8200-REPORT-REJECTED THRU 8200-EXIT
002723         GO TO 4000-EXIT
002725     END-IF.
002726     PERFORM 7600-EDIT-ACCOUNT-STATUS THRU 7600-EXIT.
002727     IF REJECT-REASON-CODE NOT = SPACES
002728         PERFORM 8200-REPORT-REJECTED THRU 8200-EXIT
002729         GO TO 4000-EXIT
002730     END-IF.
002731     MOVE MT-CUSTOMER-ID TO CM-CUSTOMER-ID.
002732     MOVE MT-CUSTOMER-NAME TO CM-CUSTOMER-NAME.
002740     MOVE RATE-VALUE TO CM-DISCOUNT-RATE.
002750     MOVE ZERO TO CM-CUSTOMER-BALANCE.
002760     MOVE LIMIT-DIGITS TO CM-CREDIT-LIMIT.
002850         MOVE MT-TAXABLE-FLAG TO CM-TAXABLE-FLAG
002860     END-IF.
002870     MOVE MT-TAX-JURIS TO CM-TAX-JURIS.
002871     IF MT-TERMS-CODE = SPACES
002872         MOVE DEFAULT-TERMS-CODE TO CM-TERMS-CODE
002873     ELSE
002874         MOVE MT-TERMS-CODE TO CM-TERMS-CODE
002875     END-IF.
002876     IF MT-ACCOUNT-STATUS = SPACE
002877         MOVE "A" TO CM-ACCOUNT-STATUS
002878     ELSE
002879         MOVE MT-ACCOUNT-STATUS TO CM-ACCOUNT-STATUS
002880     END-IF.
002881     MOVE H1-RUN-DATE TO CM-STATUS-DATE.
002882     MOVE "M" TO CM-STATUS-SOURCE.
002883     WRITE CUSTOMER-MASTER-RECORD
002890         INVALID KEY
002900             MOVE "98" TO REJECT-REASON-CODE
002910             MOVE "WRITE FAILED" TO REJECT-REASON-TEXT
002930             GO TO 4000-EXIT
002940     END-WRITE.
002950     MOVE SPACES TO BEFORE-IMAGE-SAVE.
002955     PERFORM 8300-WRITE-JOURNAL-RECORD THRU 8300-EXIT.
002960     PERFORM 8000-WRITE-LOG-RECORD THRU 8000-EXIT.
002961     PERFORM 6300-APPLY-ADDRESS THRU 6300-EXIT.
002962     IF REJECT-REASON-CODE NOT = SPACES
002963         PERFORM 8200-REPORT-REJECTED THRU 8200-EXIT
002964         GO TO 4000-EXIT
002965     END-IF.
002970     PERFORM 8100-REPORT-APPLIED THRU 8100-EXIT.
002980 4000-EXIT.
002990     EXIT.
003020* CHANGE: MUST BE ON FILE, A BLANK FIELD KEEPS WHAT STANDS,     *
003030* AND A BAD FIELD REJECTS THE WHOLE RECORD RATHER THAN HALF-    *
003040* APPLYING IT.  THE BALANCE BELONGS TO THE POSTING RUN AND IS   *
003050* NEVER TOUCHED.  ADDRESS FIELDS GIVEN ARE MERGED INTO THE       *
003055* CUSTOMER'S ADDRESS RECORD THE SAME WAY.  A STATUS CHANGE IS    *
003057* ALSO AUDITED TO THE STATUS LOG.                                *
003060*----------------------------------------------------------------*
003070 5000-APPLY-CHANGE.
003080     IF NOT CUSTOMER-FOUND
003300         PERFORM 8200-REPORT-REJECTED THRU 8200-EXIT
003310         GO TO 5000-EXIT
003320     END-IF.
003321     PERFORM 7400-EDIT-TERMS-CODE THRU 7400-EXIT.
003322     IF REJECT-REASON-CODE NOT = SPACES
003323         PERFORM 8200-REPORT-REJECTED THRU 8200-EXIT
003324         GO TO 5000-EXIT
003325     END-IF.
003327     PERFORM 7500-EDIT-ADDRESS THRU 7500-EXIT.
003329     IF REJECT-REASON-CODE NOT = SPACES
003331         PERFORM 8200-REPORT-REJECTED THRU 8200-EXIT
003333         GO TO 5000-EXIT
003335     END-IF.
003336     PERFORM 7600-EDIT-ACCOUNT-STATUS THRU 7600-EXIT.
003337     IF REJECT-REASON-CODE NOT = SPACES
003338         PERFORM 8200-REPORT-REJECTED THRU 8200-EXIT
003339         GO TO 5000-EXIT
003340     END-IF.
003341     MOVE CUSTOMER-MASTER-RECORD TO BEFORE-IMAGE-SAVE.
003342     IF CM-ACCOUNT-STATUS = SPACE
003343         MOVE "A" TO CM-ACCOUNT-STATUS
003344     END-IF.
003345     MOVE CM-ACCOUNT-STATUS TO OLD-ACCOUNT-STATUS.
003346     IF MT-CUSTOMER-NAME NOT = SPACES
003350         MOVE MT-CUSTOMER-NAME TO CM-CUSTOMER-NAME
003360     END-IF.
003370     IF MT-DISCOUNT-RATE NOT = SPACES
003500     IF MT-TAX-JURIS NOT = SPACES
003510         MOVE MT-TAX-JURIS TO CM-TAX-JURIS
003520     END-IF.
003522     IF MT-TERMS-CODE NOT = SPACES
003524         MOVE MT-TERMS-CODE TO CM-TERMS-CODE
003526     END-IF.
003527     IF MT-ACCOUNT-STATUS NOT = SPACE
003528        AND MT-ACCOUNT-STATUS NOT = OLD-ACCOUNT-STATUS
003529         MOVE MT-ACCOUNT-STATUS TO CM-ACCOUNT-STATUS
003530         MOVE H1-RUN-DATE TO CM-STATUS-DATE
003531         MOVE "M" TO CM-STATUS-SOURCE
003532     END-IF.
003533     REWRITE CUSTOMER-MASTER-RECORD
003540         INVALID KEY
003550             MOVE "98" TO REJECT-REASON-CODE
003560             MOVE "REWRITE FAILED" TO REJECT-REASON-TEXT
003570             PERFORM 8200-REPORT-REJECTED THRU 8200-EXIT
003580             GO TO 5000-EXIT
003590     END-REWRITE.
003595     PERFORM 8300-WRITE-JOURNAL-RECORD THRU 8300-EXIT.
003600     PERFORM 8000-WRITE-LOG-RECORD THRU 8000-EXIT.
003601     IF CM-ACCOUNT-STATUS NOT = OLD-ACCOUNT-STATUS
003602         PERFORM 8400-WRITE-STATUS-LOG THRU 8400-EXIT
003603     END-IF.
003604     PERFORM 6300-APPLY-ADDRESS THRU 6300-EXIT.
003605     IF REJECT-REASON-CODE NOT = SPACES
003606         PERFORM 8200-REPORT-REJECTED THRU 8200-EXIT
003607         GO TO 5000-EXIT
003608     END-IF.
003610     PERFORM 8100-REPORT-APPLIED THRU 8100-EXIT.
003620 5000-EXIT.
003630     EXIT.
003640*----------------------------------------------------------------*
003650* 6000-APPLY-DELETE THRU 6000-EXIT - A DELETE IS REFUSED WHILE   *
003660* THE CUSTOMER STILL OWES OR IS OWED ANYTHING, OR STILL HAS      *
003670* OPEN ITEMS ON THE HISTORY FILE - CLOSED ACCOUNTS ONLY.  THE    *
003675* ADDRESS RECORD GOES WITH THE MASTER.                           *
003680*----------------------------------------------------------------*
003690 6000-APPLY-DELETE.
003700     IF NOT CUSTOMER-FOUND
003940             PERFORM 8200-REPORT-REJECTED THRU 8200-EXIT
003950             GO TO 6000-EXIT
003960     END-DELETE.
003965     PERFORM 8300-WRITE-JOURNAL-RECORD THRU 8300-EXIT.
003970     MOVE SPACES TO CUSTOMER-MASTER-RECORD.
003980     PERFORM 8000-WRITE-LOG-RECORD THRU 8000-EXIT.
003985     PERFORM 6400-DELETE-ADDRESS THRU 6400-EXIT.
003990     PERFORM 8100-REPORT-APPLIED THRU 8100-EXIT.
004000 6000-EXIT.
004010     EXIT.
004360     END-IF.
004370 6200-EXIT.
004380     EXIT.
004381*----------------------------------------------------------------*
004382* 6300-APPLY-ADDRESS THRU 6300-EXIT - MERGE THE TRANSACTION'S    *
004383* ADDRESS FIELDS INTO THE CUSTOMER'S ADDRESS RECORD, STARTING A  *
004384* NEW ONE IF NONE IS ON FILE.  A TRANSACTION WITH NO ADDRESS     *
004385* FIELDS LEAVES THE ADDRESS FILE ALONE.  THE STATEMENT ADDRESS   *
004386* FIELDS APPLY ONLY WHILE THE STATEMENT FLAG IS Y.               *
004387*----------------------------------------------------------------*
004388 6300-APPLY-ADDRESS.
004389     IF MT-BILL-TO-ADDRESS = SPACES
004390        AND MT-PHONE = SPACES
004391        AND MT-STMT-ADDRESS-FLAG = SPACE
004392        AND MT-STMT-ADDRESS = SPACES
004393         GO TO 6300-EXIT
004394     END-IF.
004395     PERFORM 7150-READ-ADDRESS THRU 7150-EXIT.
004396     IF ADDRESS-FOUND
004397         MOVE CUSTOMER-ADDRESS-RECORD TO ADDRESS-BEFORE-SAVE
004398         MOVE "C" TO ADDRESS-ACTION
004399     ELSE
004400         MOVE SPACES TO ADDRESS-BEFORE-SAVE
004401         MOVE SPACES TO CUSTOMER-ADDRESS-RECORD
004402         MOVE MT-CUSTOMER-ID TO CA-CUSTOMER-ID
004403         MOVE "N" TO CA-STMT-ADDRESS-FLAG
004404         MOVE "A" TO ADDRESS-ACTION
004405     END-IF.
004406     MOVE MT-BILL-TO-ADDRESS TO ADDRESS-TRANS-WORK.
004407     MOVE CA-BILL-TO-ADDRESS TO ADDRESS-WORK.
004408     PERFORM 6350-MERGE-ADDRESS-BLOCK THRU 6350-EXIT.
004409     MOVE ADDRESS-WORK TO CA-BILL-TO-ADDRESS.
004410     IF MT-PHONE = "*"
004411         MOVE SPACES TO CA-PHONE
004412     ELSE
004413         IF MT-PHONE NOT = SPACES
004414             MOVE MT-PHONE TO CA-PHONE
004415         END-IF
004416     END-IF.
004417     IF MT-STMT-ADDRESS-FLAG = "N"
004418         MOVE "N" TO CA-STMT-ADDRESS-FLAG
004419         MOVE SPACES TO CA-STMT-ADDRESS
004420         GO TO 6300-WRITE
004421     END-IF.
004422     IF MT-STMT-ADDRESS-FLAG = "Y"
004423         MOVE "Y" TO CA-STMT-ADDRESS-FLAG
004424     END-IF.
004425     IF CA-HAS-STMT-ADDRESS
004426         MOVE MT-STMT-ADDRESS TO ADDRESS-TRANS-WORK
004427         MOVE CA-STMT-ADDRESS TO ADDRESS-WORK
004428         PERFORM 6350-MERGE-ADDRESS-BLOCK THRU 6350-EXIT
004429         MOVE ADDRESS-WORK TO CA-STMT-ADDRESS
004430     END-IF.
004431 6300-WRITE.
004432     IF ADDRESS-FOUND
004433         REWRITE CUSTOMER-ADDRESS-RECORD
004434             INVALID KEY
004435                 MOVE "98" TO REJECT-REASON-CODE
004436                 MOVE "ADDRESS REWRITE FAILED"
004437                     TO REJECT-REASON-TEXT
004438                 GO TO 6300-EXIT
004439         END-REWRITE
004440     ELSE
004441         WRITE CUSTOMER-ADDRESS-RECORD
004442             INVALID KEY
004443                 MOVE "98" TO REJECT-REASON-CODE
004444                 MOVE "ADDRESS WRITE FAILED"
004445                     TO REJECT-REASON-TEXT
004446                 GO TO 6300-EXIT
004447         END-WRITE
004448     END-IF.
004449     PERFORM 8050-WRITE-ADDRESS-LOG THRU 8050-EXIT.
004450 6300-EXIT.
004451     EXIT.
004452*----------------------------------------------------------------*
004453* 6350-MERGE-ADDRESS-BLOCK THRU 6350-EXIT - ONE ADDRESS FROM THE *
004454* TRANSACTION (ADDRESS-TRANS-WORK) OVER ONE FROM THE FILE        *
004455* (ADDRESS-WORK): BLANK KEEPS, * CLEARS, ANYTHING ELSE REPLACES. *
004456* THE ZIP WAS ALREADY EDITED BY 7500.                            *
004457*----------------------------------------------------------------*
004458 6350-MERGE-ADDRESS-BLOCK.
004459     IF AT-ATTENTION = "*"
004460         MOVE SPACES TO AW-ATTENTION
004461     ELSE
004462         IF AT-ATTENTION NOT = SPACES
004463             MOVE AT-ATTENTION TO AW-ATTENTION
004464         END-IF
004465     END-IF.
004466     IF AT-STREET-1 = "*"
004467         MOVE SPACES TO AW-STREET-1
004468     ELSE
004469         IF AT-STREET-1 NOT = SPACES
004470             MOVE AT-STREET-1 TO AW-STREET-1
004471         END-IF
004472     END-IF.
004473     IF AT-STREET-2 = "*"
004474         MOVE SPACES TO AW-STREET-2
004475     ELSE
004476         IF AT-STREET-2 NOT = SPACES
004477             MOVE AT-STREET-2 TO AW-STREET-2
004478         END-IF
004479     END-IF.
004480     IF AT-CITY = "*"
004481         MOVE SPACES TO AW-CITY
004482     ELSE
004483         IF AT-CITY NOT = SPACES
004484             MOVE AT-CITY TO AW-CITY
004485         END-IF
004486     END-IF.
004487     IF AT-STATE = "*"
004488         MOVE SPACES TO AW-STATE
004489     ELSE
004490         IF AT-STATE NOT = SPACES
004491             MOVE AT-STATE TO AW-STATE
004492         END-IF
004493     END-IF.
004494     IF AT-ZIP-CODE = "*"
004495         MOVE SPACES TO AW-ZIP-CODE
004496     ELSE
004497         IF AT-ZIP-CODE NOT = SPACES
004498             MOVE AT-ZIP-CODE TO ZIP-ENTRY
004499             MOVE ZE-ZIP-5 TO AW-ZIP-5
004500             MOVE ZE-ZIP-4 TO AW-ZIP-4
004501         END-IF
004502     END-IF.
004503 6350-EXIT.
004504     EXIT.
004505*----------------------------------------------------------------*
004506* 6400-DELETE-ADDRESS THRU 6400-EXIT - A DELETED CUSTOMER TAKES  *
004507* ITS ADDRESS RECORD WITH IT, LOGGED WITH A BLANK AFTER IMAGE.   *
004508*----------------------------------------------------------------*
004509 6400-DELETE-ADDRESS.
004510     PERFORM 7150-READ-ADDRESS THRU 7150-EXIT.
004511     IF NOT ADDRESS-FOUND
004512         GO TO 6400-EXIT
004513     END-IF.
004514     MOVE CUSTOMER-ADDRESS-RECORD TO ADDRESS-BEFORE-SAVE.
004515     DELETE CUSTOMER-ADDRESS-FILE
004516         INVALID KEY
004517             DISPLAY "ERROR DELETING ADDRESS FOR "
004518                 MT-CUSTOMER-ID " - STATUS " CUST-ADDR-STATUS
004519             GO TO 6400-EXIT
004520     END-DELETE.
004521     MOVE SPACES TO CUSTOMER-ADDRESS-RECORD.
004522     MOVE "D" TO ADDRESS-ACTION.
004523     PERFORM 8050-WRITE-ADDRESS-LOG THRU 8050-EXIT.
004524 6400-EXIT.
004525     EXIT.
004526 7100-READ-MASTER.
004527     MOVE MT-CUSTOMER-ID TO CM-CUSTOMER-ID.
004528     READ CUSTOMER-MASTER-FILE
004529         INVALID KEY
004530             MOVE "NO" TO CUSTOMER-FOUND-SW
004531         NOT INVALID KEY
004532             MOVE "YES" TO CUSTOMER-FOUND-SW
004533     END-READ.
004534 7100-EXIT.
004535     EXIT.
004536 7150-READ-ADDRESS.
004537     MOVE MT-CUSTOMER-ID TO CA-CUSTOMER-ID.
004538     READ CUSTOMER-ADDRESS-FILE
004539         INVALID KEY
004540             MOVE "NO" TO ADDRESS-FOUND-SW
004541         NOT INVALID KEY
004542             MOVE "YES" TO ADDRESS-FOUND-SW
004543     END-READ.
004544 7150-EXIT.
004545     EXIT.
004546*----------------------------------------------------------------*
004547* 7200-EDIT-CREDIT-LIMIT THRU 7200-EXIT - RIGHT-JUSTIFY AND     *
004548* ZERO-FILL THE LIMIT THE SAME WAY THE CONSOLE PATH DOES, AND   *
004549* REJECT ANYTHING THAT STILL IS NOT ALL DIGITS.                  *
004550*----------------------------------------------------------------*
004551 7200-EDIT-CREDIT-LIMIT.
004552     MOVE ZERO TO LIMIT-DIGITS.
004560     IF MT-CREDIT-LIMIT = SPACES
004570         GO TO 7200-EXIT
004580     END-IF.
004860     END-IF.
004870 7300-EXIT.
004880     EXIT.
004881*----------------------------------------------------------------*
004882* 7400-EDIT-TERMS-CODE THRU 7400-EXIT - A TERMS CODE MUST BE     *
004883* BLANK OR ON THE TERMS TABLE THE POSTING RUN DATES ITEMS BY.    *
004884*----------------------------------------------------------------*
004885 7400-EDIT-TERMS-CODE.
004886     IF MT-TERMS-CODE = SPACES
004887         GO TO 7400-EXIT
004888     END-IF.
004889     MOVE ZERO TO TERMS-HIT-SUB.
004890     PERFORM 7410-MATCH-TERMS THRU 7410-EXIT
004891         VARYING TERMS-SUB FROM 1 BY 1
004892         UNTIL TERMS-SUB > TERMS-ENTRY-COUNT.
004893     IF TERMS-HIT-SUB = ZERO
004894         MOVE "12" TO REJECT-REASON-CODE
004895         MOVE "TERMS CODE NOT ON TABLE" TO REJECT-REASON-TEXT
004896     END-IF.
004897 7400-EXIT.
004898     EXIT.
004899 7410-MATCH-TERMS.
004900     IF TT-TERMS-CODE (TERMS-SUB) = MT-TERMS-CODE
004901         MOVE TERMS-SUB TO TERMS-HIT-SUB
004902     END-IF.
004903 7410-EXIT.
004904     EXIT.
004905*----------------------------------------------------------------*
004906* 7500-EDIT-ADDRESS THRU 7500-EXIT - A ZIP MUST BE BLANK, *, OR  *
004907* 12345 / 12345-6789, AND THE STATEMENT FLAG Y, N, OR BLANK.     *
004908*----------------------------------------------------------------*
004909 7500-EDIT-ADDRESS.
004910     IF MT-ZIP-CODE NOT = SPACES
004911        AND MT-ZIP-CODE NOT = "*"
004912         MOVE MT-ZIP-CODE TO ZIP-ENTRY
004913         PERFORM 7510-EDIT-ZIP-ENTRY THRU 7510-EXIT
004914         IF NOT VALID-ZIP
004915             MOVE "13" TO REJECT-REASON-CODE
004916             MOVE "ZIP NOT 12345 OR 12345-6789"
004917                 TO REJECT-REASON-TEXT
004918             GO TO 7500-EXIT
004919         END-IF
004920     END-IF.
004921     IF MT-STMT-ZIP-CODE NOT = SPACES
004922        AND MT-STMT-ZIP-CODE NOT = "*"
004923         MOVE MT-STMT-ZIP-CODE TO ZIP-ENTRY
004924         PERFORM 7510-EDIT-ZIP-ENTRY THRU 7510-EXIT
004925         IF NOT VALID-ZIP
004926             MOVE "13" TO REJECT-REASON-CODE
004927             MOVE "STMT ZIP NOT 12345 OR 12345-6789"
004928                 TO REJECT-REASON-TEXT
004929             GO TO 7500-EXIT
004930         END-IF
004931     END-IF.
004932     IF MT-STMT-ADDRESS-FLAG NOT = SPACE
004933        AND MT-STMT-ADDRESS-FLAG NOT = "Y"
004934        AND MT-STMT-ADDRESS-FLAG NOT = "N"
004935         MOVE "14" TO REJECT-REASON-CODE
004936         MOVE "STMT ADDRESS FLAG NOT Y OR N" TO REJECT-REASON-TEXT
004937     END-IF.
004938 7500-EXIT.
004939     EXIT.
004940 7510-EDIT-ZIP-ENTRY.
004941     MOVE "NO" TO VALID-ZIP-SW.
004942     IF ZE-ZIP-5 IS NOT NUMERIC
004943         GO TO 7510-EXIT
004944     END-IF.
004945     IF ZE-DASH = SPACE AND ZE-ZIP-4 = SPACES
004946         MOVE "YES" TO VALID-ZIP-SW
004947         GO TO 7510-EXIT
004948     END-IF.
004949     IF ZE-DASH = "-" AND ZE-ZIP-4 IS NUMERIC
004950         MOVE "YES" TO VALID-ZIP-SW
004951     END-IF.
004952 7510-EXIT.
004953     EXIT.
004954*----------------------------------------------------------------*
004955* 7600-EDIT-ACCOUNT-STATUS THRU 7600-EXIT - THE ACCOUNT STATUS   *
004956* MUST BE BLANK OR A, H, C OR X.                                 *
004957*----------------------------------------------------------------*
004958 7600-EDIT-ACCOUNT-STATUS.
004959     IF MT-ACCOUNT-STATUS NOT = SPACE
004960        AND NOT MT-VALID-ACCOUNT-STATUS
004961         MOVE "15" TO REJECT-REASON-CODE
004962         MOVE "ACCOUNT STATUS NOT A, H, C OR X"
004963             TO REJECT-REASON-TEXT
004964     END-IF.
004965 7600-EXIT.
004966     EXIT.
004967*----------------------------------------------------------------*
004968* 8000-WRITE-LOG-RECORD THRU 8000-EXIT - THE SAME TIME-STAMPED   *
004969* BEFORE/AFTER IMAGES THE CONSOLE PATH WRITES, SO ONE MNTLOG     *
004970* TELLS THE AUDITORS THE WHOLE STORY.  8050-WRITE-ADDRESS-LOG   *
004971* DOES THE SAME FOR AN ADDRESS RECORD.                           *
004972*----------------------------------------------------------------*
004973 8000-WRITE-LOG-RECORD.
004974     ACCEPT LOG-STAMP-DATE FROM DATE YYYYMMDD.
004975     ACCEPT LOG-STAMP-TIME FROM TIME.
004976     MOVE LOG-STAMP-DATE TO ML-LOG-DATE.
004980     MOVE LOG-STAMP-TIME TO ML-LOG-TIME.
004990     MOVE MT-FUNCTION TO ML-FUNCTION.
005000     MOVE MT-CUSTOMER-ID TO ML-CUSTOMER-ID.
005005     MOVE "M" TO ML-RECORD-TYPE.
005010     MOVE BEFORE-IMAGE-SAVE TO ML-BEFORE-IMAGE.
005020     MOVE CUSTOMER-MASTER-RECORD TO ML-AFTER-IMAGE.
005030     WRITE MAINT-LOG-RECORD.
005040 8000-EXIT.
005050     EXIT.
005051 8050-WRITE-ADDRESS-LOG.
005052     ACCEPT LOG-STAMP-DATE FROM DATE YYYYMMDD.
005053     ACCEPT LOG-STAMP-TIME FROM TIME.
005054     MOVE LOG-STAMP-DATE TO ML-LOG-DATE.
005055     MOVE LOG-STAMP-TIME TO ML-LOG-TIME.
005056     MOVE ADDRESS-ACTION TO ML-FUNCTION.
005057     MOVE MT-CUSTOMER-ID TO ML-CUSTOMER-ID.
005058     MOVE "A" TO ML-RECORD-TYPE.
005059     MOVE ADDRESS-BEFORE-SAVE TO ML-BEFORE-IMAGE.
005060     MOVE CUSTOMER-ADDRESS-RECORD TO ML-AFTER-IMAGE.
005061     WRITE MAINT-LOG-RECORD.
005062 8050-EXIT.
005063     EXIT.
005064 8100-REPORT-APPLIED.
005070     MOVE MT-FUNCTION TO RD-FUNCTION.
005080     MOVE MT-CUSTOMER-ID TO RD-CUSTOMER-ID.
005090     MOVE "APPLIED" TO RD-RESULT.
005250     ADD 1 TO REJECTED-COUNT.
005260 8200-EXIT.
005270     EXIT.
005271*----------------------------------------------------------------*
005272* 8300-WRITE-JOURNAL-RECORD THRU 8300-EXIT - JOURNAL THE MASTER  *
005273* RECORD AS IT STOOD BEFORE A CHANGE OR DELETE (AS WRITTEN, FOR  *
005274* AN ADD) UNDER THE RUN DATE AND BATCH 0000.  A DUPLICATE KEY    *
005275* MEANS THE DAY'S UNBATCHED WORK ALREADY HOLDS AN EARLIER IMAGE  *
005276* OF THE CUSTOMER, WHICH IS THE ONE A BACKOUT NEEDS.             *
005277*----------------------------------------------------------------*
005278 8300-WRITE-JOURNAL-RECORD.
005279     MOVE H1-RUN-DATE TO BJ-RUN-DATE.
005280     MOVE ZERO TO BJ-BATCH-NUMBER.
005281     MOVE "C" TO BJ-FILE-ID.
005282     MOVE MT-CUSTOMER-ID TO BJ-RECORD-KEY.
005283     MOVE MT-FUNCTION TO BJ-ACTION.
005284     IF BJ-RECORD-ADDED
005285         MOVE CUSTOMER-MASTER-RECORD TO BJ-RECORD-IMAGE
005286     ELSE
005287         MOVE BEFORE-IMAGE-SAVE TO BJ-RECORD-IMAGE
005288     END-IF.
005289     MOVE "LAB1MUP" TO BJ-PROGRAM-ID.
005290     ACCEPT BJ-JOURNAL-DATE FROM DATE YYYYMMDD.
005291     ACCEPT BJ-JOURNAL-TIME FROM TIME.
005292     WRITE BEFORE-IMAGE-RECORD
005293         INVALID KEY
005294             CONTINUE
005295     END-WRITE.
005296     IF BI-JOURNAL-STATUS NOT = "00" AND "22"
005297         DISPLAY "ERROR WRITING BEFORE-IMAGE JOURNAL - STATUS "
005298             BI-JOURNAL-STATUS
005299     END-IF.
005300 8300-EXIT.
005301     EXIT.
005302*----------------------------------------------------------------*
005303* 8400-WRITE-STATUS-LOG THRU 8400-EXIT - AUDIT ONE ACCOUNT       *
005304* STATUS CHANGE FROM THE FEED TO THE STATUS LOG.                 *
005305*----------------------------------------------------------------*
005306 8400-WRITE-STATUS-LOG.
005307     MOVE SPACES TO STATUS-LOG-RECORD.
005308     MOVE LOG-STAMP-DATE TO SL-LOG-DATE.
005309     MOVE LOG-STAMP-TIME TO SL-LOG-TIME.
005310     MOVE MT-CUSTOMER-ID TO SL-CUSTOMER-ID.
005311     MOVE OLD-ACCOUNT-STATUS TO SL-OLD-STATUS.
005312     MOVE CM-ACCOUNT-STATUS TO SL-NEW-STATUS.
005313     MOVE "M" TO SL-CHANGE-SOURCE.
005314     MOVE "LAB1MUP" TO SL-PROGRAM-ID.
005315     MOVE MT-STATUS-REASON TO SL-REASON.
005316     WRITE STATUS-LOG-RECORD.
005317 8400-EXIT.
005318     EXIT.
005319*----------------------------------------------------------------*
005320* 9000-TERMINATE THRU 9000-EXIT - TRAILER COUNTS ON THE REPORT   *
005321* AND THE CONSOLE, THEN CLOSE UP.                                *
005322*----------------------------------------------------------------*
005323 9000-TERMINATE.
005330     WRITE MAINT-PRINT-LINE FROM MAINT-BLANK-LINE
005340         AFTER ADVANCING 1 LINE.
005350     MOVE "TRANSACTIONS READ . . " TO TL-LABEL.
005490     CLOSE TRAN-HISTORY-FILE.
005500     CLOSE MAINT-LOG-FILE.
005510     CLOSE MAINT-REPORT-FILE.
005515     CLOSE BEFORE-IMAGE-FILE.
005517     CLOSE CUSTOMER-ADDRESS-FILE.
005518     CLOSE STATUS-LOG-FILE.
005520     DISPLAY "===== MASS MAINTENANCE TOTALS =====".
005530     DISPLAY "TRANSACTIONS READ  " TRANS-READ-COUNT.
005540     DISPLAY "APPLIED  . . . . . " APPLIED-COUNT.
