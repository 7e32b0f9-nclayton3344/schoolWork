000206* 09/02/2026 NDC   NARROW THE DETAIL LINE TO 80 COLUMNS - THE
000207*                  OLD 89-BYTE LINE LOST THE OPEN AMOUNT OFF
000208*                  THE RIGHT EDGE OF EVERY SCREEN INQUIRY.
000210* 10/15/2026 NDC   NAME THE D EARLY-PAY DISCOUNT LINES, AND
000212*                  WIDEN THE ARCHIVE RECORD AND ITEM TABLE FOR
000214*                  TH-TERMS-CODE AND TH-DISC-DATE.
000215* 10/15/2026 NDC   WIDEN THE ARCHIVE RECORD AND ITEM TABLE FOR
000216*                  TH-INVOICE-NO.
000218* 10/15/2026 NDC   NAME THE V REVERSAL LINES BY THE TYPE THEY
000220*                  VOID, NAME A VOIDED ORIGINAL AS VOIDED IN THE
000222*                  TYPE COLUMN, AND WIDEN THE ARCHIVE RECORD AND
000224*                  ITEM TABLE FOR THE VOID AND LINK FIELDS.
000225* 10/15/2026 NDC   WIDEN THE ARCHIVE RECORD AND ITEM TABLE FOR
000226*                  THE DISPUTE FIELDS.
000228* 10/15/2026 NDC   WIDEN THE ARCHIVE RECORD AND ITEM TABLE FOR
000230*                  TH-TAX-JURIS AND TH-TAX-RATE.
000232******************************************************************
000234 IDENTIFICATION DIVISION.
000236 PROGRAM-ID. LAB1HIS.
000240 AUTHOR. N. D. CLAYTON.
000250 INSTALLATION. WTAMU CS3322.
000260 DATE-WRITTEN. 09/02/2026.
000470     COPY TRANHIST.
000480 FD  ARCHIVE-FILE
000490     LABEL RECORDS ARE STANDARD.
000500 01  ARCHIVE-RECORD              PIC X(153).
000510 FD  HISTORY-REPORT-FILE
000520     LABEL RECORDS ARE STANDARD.
000530 01  HISTORY-PRINT-LINE          PIC X(132).
000780 77  ITEM-LIMIT                  PIC 9(03) COMP VALUE 500.
000790 77  LIVE-READ-COUNT             PIC 9(05) COMP VALUE ZERO.
000800 77  ARCHIVE-READ-COUNT          PIC 9(05) COMP VALUE ZERO.
000810 77  HOLD-ITEM                   PIC X(153) VALUE SPACES.
000820 01  HISTORY-ITEM-TABLE.
000830     05  HIST-ITEM-ENTRY         OCCURS 500 TIMES
000840                                 PIC X(153).
000850 01  TRAN-DATE-WORK.
000860     05  TDW-YEAR                PIC 9(04).
000870     05  TDW-MONTH               PIC 9(02).
003730 6100-EXIT.
003740     EXIT.
003750 6200-SET-TYPE-DESC.
003752     IF TH-ITEM-VOIDED
003754         PERFORM 6260-SET-VOIDED-DESC THRU 6260-EXIT
003756         GO TO 6200-EXIT
003758     END-IF.
003760     IF TH-TRAN-TYPE = "P"
003770         MOVE "PURCHASE" TO DL-TRAN-DESC
003780         GO TO 6200-EXIT
003914         MOVE "WRITE-OFF" TO DL-TRAN-DESC
003916         GO TO 6200-EXIT
003918     END-IF.
003920     IF TH-TRAN-TYPE = "D"
003922         MOVE "EARLY-PAY DISC" TO DL-TRAN-DESC
003924         GO TO 6200-EXIT
003926     END-IF.
003928     IF TH-TRAN-TYPE = "V"
003930         PERFORM 6250-SET-REVERSAL-DESC THRU 6250-EXIT
003932         GO TO 6200-EXIT
003934     END-IF.
003936     MOVE TH-TRAN-TYPE TO DL-TRAN-DESC.
003938 6200-EXIT.
003940     EXIT.
003941*----------------------------------------------------------------*
003942* 6250-SET-REVERSAL-DESC THRU 6250-EXIT - A V LINE IS NAMED FOR  *
003943* THE TYPE IT VOIDS.  THE ORIGINAL IT VOIDS CARRIES THE VOID     *
003944* FLAG AND IS NAMED BY 6260-SET-VOIDED-DESC INSTEAD.             *
003945*----------------------------------------------------------------*
003946 6250-SET-REVERSAL-DESC.
003947     IF TH-REVERSED-TYPE = "P"
003948         MOVE "VOID PURCHASE" TO DL-TRAN-DESC
003949         GO TO 6250-EXIT
003950     END-IF.
003951     IF TH-REVERSED-TYPE = "M"
003952         MOVE "VOID PAYMENT" TO DL-TRAN-DESC
003953         GO TO 6250-EXIT
003954     END-IF.
003955     IF TH-REVERSED-TYPE = "R"
003956         MOVE "VOID CREDIT" TO DL-TRAN-DESC
003957         GO TO 6250-EXIT
003958     END-IF.
003959     IF TH-REVERSED-TYPE = "F"
003960         MOVE "VOID FIN CHG" TO DL-TRAN-DESC
003961         GO TO 6250-EXIT
003962     END-IF.
003963     IF TH-REVERSED-TYPE = "D"
003964         MOVE "VOID EARLY-PAY" TO DL-TRAN-DESC
003965         GO TO 6250-EXIT
003966     END-IF.
003967     MOVE "REVERSAL" TO DL-TRAN-DESC.
003968 6250-EXIT.
003969     EXIT.
003970*----------------------------------------------------------------*
003971* 6260-SET-VOIDED-DESC THRU 6260-EXIT - AN ORIGINAL THAT A LATER *
003972* V REVERSED SHOWS AS VOIDED SO THE PAIR READS TOGETHER.         *
003973*----------------------------------------------------------------*
003974 6260-SET-VOIDED-DESC.
003975     IF TH-TRAN-TYPE = "P"
003976         MOVE "VOIDED PURCH" TO DL-TRAN-DESC
003977         GO TO 6260-EXIT
003978     END-IF.
003979     IF TH-TRAN-TYPE = "M"
003980         MOVE "VOIDED PAYMENT" TO DL-TRAN-DESC
003981         GO TO 6260-EXIT
003982     END-IF.
003983     IF TH-TRAN-TYPE = "R"
003984         MOVE "VOIDED CREDIT" TO DL-TRAN-DESC
003985         GO TO 6260-EXIT
003986     END-IF.
003987     IF TH-TRAN-TYPE = "F"
003988         MOVE "VOIDED FIN CHG" TO DL-TRAN-DESC
003989         GO TO 6260-EXIT
003990     END-IF.
003991     MOVE "VOIDED DISC" TO DL-TRAN-DESC.
003992 6260-EXIT.
003993     EXIT.
003994*----------------------------------------------------------------*
003995* 8000-PUT-LINE THRU 8000-EXIT - ONE OUTPUT LINE, WHEREVER THE   *
003996* OPERATOR ASKED FOR IT.                                         *
003997*----------------------------------------------------------------*
003998 8000-PUT-LINE.
004000     IF PRINT-SELECTED
004010         WRITE HISTORY-PRINT-LINE
004020             AFTER ADVANCING 1 LINE
