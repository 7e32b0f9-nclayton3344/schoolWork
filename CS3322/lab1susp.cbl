000280*                  KEPT ITEMS NOW FLOW THROUGH THE HELDKEEP WORK
000290*                  FILE INSTEAD OF A 500-ENTRY TABLE, SO THE CAP
000300*                  ON KEPT ITEMS IS GONE.
000303* 10/15/2026 NDC   RELEASED ITEMS CARRY NO INVOICE REFERENCE -
000306*                  ONLY PURCHASES ARE EVER HELD.
000307* 10/15/2026 NDC   AND NO ORIGINAL-ITEM KEY - A HELD PURCHASE IS
000308*                  NEVER A REVERSAL.
000309* 10/15/2026 NDC   SHOW WHY EACH ITEM WAS HELD - OVER THE CREDIT
000310*                  LIMIT, ACCOUNT ON CREDIT HOLD, OR ACCOUNT IN
000311*                  COLLECTIONS - ON THE SCREEN AND THE AGING
000312*                  REPORT.  THE TOLERANCE RULE ONLY RELEASES
000313*                  OVER-LIMIT ITEMS; AN ACCOUNT-HOLD ITEM WAITS
000314*                  FOR THE ACCOUNT TO COME OFF HOLD.  WIDEN THE
000315*                  RECORD AREAS FOR THE LONGER HELDTRAN RECORD.
000316******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. LAB1SUSP.
000340 AUTHOR. N. D. CLAYTON.
000610 FILE SECTION.
000620 FD  HELD-TRANS-FILE
000630     LABEL RECORDS ARE STANDARD.
000640 01  HELD-INPUT-RECORD           PIC X(63).
000650 FD  RELEASED-FILE
000660     LABEL RECORDS ARE STANDARD.
000670     COPY REJREC.
000680 FD  REFUSED-FILE
000690     LABEL RECORDS ARE STANDARD.
000700 01  REFUSED-RECORD              PIC X(63).
000710 FD  HELD-KEEP-FILE
000720     LABEL RECORDS ARE STANDARD.
000730 01  HELD-KEEP-RECORD            PIC X(63).
000740 FD  SUSP-PARM-FILE
000750     LABEL RECORDS ARE STANDARD.
000760 01  SUSP-PARM-RECORD.
001120 77  AMOUNT-DISPLAY              PIC ZZ,ZZ9.99.
001130 77  BALANCE-DISPLAY             PIC ZZZ,ZZZ,ZZ9.99CR.
001140 77  LIMIT-DISPLAY               PIC ZZZ,ZZZ,ZZ9.99.
001145 77  HOLD-REASON-TEXT            PIC X(12) VALUE SPACES.
001150     COPY HELDTRAN.
001160 01  AS-OF-DATE-WORK.
001170     05  AOD-YEAR                PIC 9(04).
001330     05  FILLER                  PIC X(14) VALUE "   AMOUNT OWED".
001340     05  FILLER                  PIC X(18) VALUE " PROJECTED BAL".
001350     05  FILLER              PIC X(16) VALUE "    CREDIT LIMIT".
001355     05  FILLER                  PIC X(14) VALUE "  HELD FOR".
001360 01  SUSP-DETAIL-LINE.
001370     05  RL-HELD-DATE            PIC 9(08).
001380     05  FILLER                  PIC X(04) VALUE SPACES.
001470     05  RL-PROJECTED-BAL        PIC ZZZ,ZZZ,ZZ9.99CR.
001480     05  FILLER                  PIC X(02) VALUE SPACES.
001490     05  RL-CREDIT-LIMIT         PIC ZZZ,ZZZ,ZZ9.99.
001493     05  FILLER                  PIC X(02) VALUE SPACES.
001496     05  RL-HOLD-REASON          PIC X(12).
001500 01  SUSP-BLANK-LINE             PIC X(132) VALUE SPACES.
001510 PROCEDURE DIVISION.
001520*----------------------------------------------------------------*
002800     EXIT.
002810*----------------------------------------------------------------*
002820* 2150-AGE-AND-REPORT-ITEM THRU 2150-EXIT - 30/360 THE DAYS      *
002830* THIS ITEM HAS SAT ON SUSPENSE, NAME THE REASON IT WAS HELD,    *
002840* AND PRINT ITS LINE ON THE AGING REPORT.                        *
002850*----------------------------------------------------------------*
002860 2150-AGE-AND-REPORT-ITEM.
002870     MOVE AS-OF-DATE TO AS-OF-DATE-WORK.
002970     MOVE HT-AMOUNT-OWED TO RL-AMOUNT-OWED.
002980     MOVE HT-PROJECTED-BALANCE TO RL-PROJECTED-BAL.
002990     MOVE HT-CREDIT-LIMIT TO RL-CREDIT-LIMIT.
002991     IF HT-ACCOUNT-HOLD
002992         MOVE "CREDIT HOLD" TO HOLD-REASON-TEXT
002993     ELSE
002994         IF HT-COLLECTIONS-HOLD
002995             MOVE "COLLECTIONS" TO HOLD-REASON-TEXT
002996         ELSE
002997             MOVE "OVER LIMIT" TO HOLD-REASON-TEXT
002998         END-IF
002999     END-IF.
003000     MOVE HOLD-REASON-TEXT TO RL-HOLD-REASON.
003001     WRITE SUSP-PRINT-LINE FROM SUSP-DETAIL-LINE
003010         AFTER ADVANCING 1 LINE.
003020 2150-EXIT.
003030     EXIT.
003130     DISPLAY "AMOUNT OWED  . . . " AMOUNT-DISPLAY.
003140     DISPLAY "WOULD-BE BALANCE . " BALANCE-DISPLAY.
003150     DISPLAY "CREDIT LIMIT . . . " LIMIT-DISPLAY.
003151     DISPLAY "HELD FOR . . . . . " HOLD-REASON-TEXT.
003152     IF NOT HT-OVER-LIMIT-HOLD
003153         DISPLAY "RELEASING POSTS IT ONLY IF THE ACCOUNT HAS COME"
003154             " OFF HOLD"
003155     END-IF.
003160 2200-EXIT.
003170     EXIT.
003180 2300-GET-DISPOSITION.
003330*----------------------------------------------------------------*
003340* 2700-AUTO-DISPOSITION THRU 2700-EXIT - THE RULES: AN ITEM      *
003350* WITHIN THE TOLERANCE PERCENTAGE OVER ITS CREDIT LIMIT IS       *
003355* RELEASED (NOT ONE HELD FOR THE ACCOUNT'S STATUS - THE LIMIT    *
003360* HAD NOTHING TO DO WITH IT); AN ITEM HELD LONGER THAN THE AGE   *
003365* CUTOFF IS REFUSED (STALE AUTHORIZATIONS SHOULD NOT POST BY    *
003370* SURPRISE); WHAT IS LEFT IS A GENUINE JUDGMENT CALL AND STAYS   *
003380* FOR THE INTERACTIVE PASS.                                      *
003400*----------------------------------------------------------------*
003410 2700-AUTO-DISPOSITION.
003420     MOVE "K" TO REVIEW-ANSWER.
003422     IF NOT HT-OVER-LIMIT-HOLD
003424         GO TO 2700-AGE
003426     END-IF.
003430     COMPUTE TOLERANCE-LIMIT ROUNDED = HT-CREDIT-LIMIT
003440         * (100 + TOLERANCE-PCT) / 100.
003450     IF HT-CREDIT-LIMIT > ZERO
003500             " WITHIN TOLERANCE"
003510         GO TO 2700-EXIT
003520     END-IF.
003525 2700-AGE.
003530     IF MAX-HELD-DAYS > ZERO
003540        AND DAYS-ON-SUSPENSE > MAX-HELD-DAYS
003550         MOVE "F" TO REVIEW-ANSWER
003640* WRITE IT IN THE SHARED REJECT LAYOUT SO THE POSTING RUN'S     *
003650* RESUBMIT MODE CAN POST IT FROM THE RELEASED FILE.  THE        *
003660* CREDIT CHECK STILL APPLIES ON RESUBMIT - RAISE THE LIMIT      *
003670* FIRST IF THE CUSTOMER'S TERMS CHANGED, OR TAKE THE ACCOUNT OFF *
003675* HOLD FIRST FOR AN ITEM HELD FOR THE ACCOUNT'S STATUS.          *
003680*----------------------------------------------------------------*
003690 2400-RELEASE-HELD-ITEM.
003700     MOVE HT-TRAN-SEQ-NO TO RJ-TRAN-SEQ-NO.
003720     MOVE HT-TRAN-TYPE TO RJ-TRAN-TYPE.
003730     MOVE HT-CUSTOMER-ID TO RJ-CUSTOMER-ID.
003740     MOVE HT-PURCHASE-AMOUNT TO RJ-PURCHASE-AMOUNT.
003745     MOVE SPACES TO RJ-INVOICE-REF.
003746     MOVE ZERO TO RJ-ORIG-TRAN-DATE.
003747     MOVE ZERO TO RJ-ORIG-SEQ-NO.
003750     WRITE REJECT-RECORD.
003760     ADD 1 TO RELEASED-COUNT.
003770     IF NOT BATCH-RULES-MODE
