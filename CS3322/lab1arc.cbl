000192* 09/02/2026 NDC   WIDEN THE ARCHIVE RECORD AGAIN FOR THE
000194*                  TH-TAX-AMOUNT FIELD ON THE HISTORY LAYOUT.
000196* 09/02/2026 NDC   AND ONCE MORE FOR TH-WOF-SIDE.
000197* 10/15/2026 NDC   WIDEN THE ARCHIVE RECORD FOR TH-TERMS-CODE
000198*                  AND TH-DISC-DATE.
000199* 10/15/2026 NDC   AND FOR TH-INVOICE-NO.
000202* 10/15/2026 NDC   AND FOR THE VOID AND LINK FIELDS.
000203* 10/15/2026 NDC   AND FOR THE DISPUTE FIELDS.
000204* 10/15/2026 NDC   AND FOR TH-TAX-JURIS AND TH-TAX-RATE.
000205******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. LAB1ARC.
000230 AUTHOR. N. D. CLAYTON.
000430     COPY TRANHIST.
000440 FD  ARCHIVE-FILE
000450     LABEL RECORDS ARE STANDARD.
000460 01  ARCHIVE-RECORD              PIC X(153).
000470 WORKING-STORAGE SECTION.
000480 77  TRAN-HIST-STATUS            PIC X(02) VALUE SPACES.
000490 77  ARCHIVE-STATUS              PIC X(02) VALUE SPACES.
