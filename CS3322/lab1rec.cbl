000191* 09/02/2026 NDC   RE-ADD AND PROVE THE W WRITE-OFFS THE
000192*                  CLEANUP RUN POSTS.  SIDE D NETS THE
000193*                  CUSTOMER DOWN, SIDE C NETS THEM UP.
000194* 10/15/2026 NDC   RE-ADD AND PROVE THE D EARLY-PAY DISCOUNTS
000195*                  THE POSTING RUN TAKES, WHICH NET THE
000196*                  CUSTOMER DOWN LIKE A PAYMENT.
000198* 10/15/2026 NDC   RE-ADD AND PROVE THE V REVERSALS, SPLIT INTO
000200*                  REVERSED CHARGES (NET THE CUSTOMER DOWN),
000202*                  REVERSED PAYMENTS AND CREDITS (NET THEM UP),
000204*                  AND THE SALES TAX REVERSED.
000205* 10/15/2026 NDC   A RETURN/CREDIT NETS THE CUSTOMER DOWN BY ITS
000206*                  AMOUNT PLUS THE TAX IT CREDITED BACK.  RE-ADD
000207*                  AND PROVE THE SALES TAX CREDITED.
000208******************************************************************
000209 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. LAB1REC.
000220 AUTHOR. N. D. CLAYTON.
000230 INSTALLATION. WTAMU CS3322.
000842 77  RO-FINCHG-AMT               PIC 9(09)V99 VALUE ZERO.
000844 77  RO-TAX-AMT                  PIC 9(09)V99 VALUE ZERO.
000846 77  RO-WRITEOFF-AMT             PIC 9(09)V99 VALUE ZERO.
000848 77  RO-EARLYPAY-AMT             PIC 9(09)V99 VALUE ZERO.
000850 77  RO-VOIDCR-AMT               PIC 9(09)V99 VALUE ZERO.
000852 77  RO-VOIDDR-AMT               PIC 9(09)V99 VALUE ZERO.
000854 77  RO-VOIDTAX-AMT              PIC 9(09)V99 VALUE ZERO.
000855 77  RO-TAXCR-AMT                PIC 9(09)V99 VALUE ZERO.
000856 77  RG-GLFEED-COUNT             PIC 9(07) COMP VALUE ZERO.
000860 77  RG-PURCHASE-OWED            PIC 9(09)V99 VALUE ZERO.
000870 77  RG-PAYMENT-AMT              PIC 9(09)V99 VALUE ZERO.
000880 77  RG-CREDIT-AMT               PIC 9(09)V99 VALUE ZERO.
000882 77  RG-FINCHG-AMT               PIC 9(09)V99 VALUE ZERO.
000884 77  RG-TAX-AMT                  PIC 9(09)V99 VALUE ZERO.
000886 77  RG-WRITEOFF-AMT             PIC 9(09)V99 VALUE ZERO.
000888 77  RG-EARLYPAY-AMT             PIC 9(09)V99 VALUE ZERO.
000890 77  RG-VOIDCR-AMT               PIC 9(09)V99 VALUE ZERO.
000892 77  RG-VOIDDR-AMT               PIC 9(09)V99 VALUE ZERO.
000894 77  RG-VOIDTAX-AMT              PIC 9(09)V99 VALUE ZERO.
000895 77  RG-TAXCR-AMT                PIC 9(09)V99 VALUE ZERO.
000896 77  CUST-COUNT                  PIC 9(04) COMP VALUE ZERO.
000900 77  CUST-SUB                    PIC 9(04) COMP VALUE ZERO.
000910 77  CUST-LIMIT                  PIC 9(04) COMP VALUE 1000.
000920 77  WORK-CUSTOMER-ID            PIC X(06) VALUE SPACES.
002360         COMPUTE WORK-NET-AMOUNT = TO-AMOUNT-OWED
002362             + TO-TAX-AMOUNT
002370     ELSE
002371     IF TO-TRAN-TYPE = "V"
002372         ADD TO-TAX-AMOUNT TO RO-VOIDTAX-AMT
002373         IF TO-REVERSED-TYPE = "P" OR "F"
002374             ADD TO-AMOUNT-OWED TO RO-VOIDCR-AMT
002375             COMPUTE WORK-NET-AMOUNT = ZERO - TO-AMOUNT-OWED
002376                 - TO-TAX-AMOUNT
002377         ELSE
002378             ADD TO-AMOUNT-OWED TO RO-VOIDDR-AMT
002379             COMPUTE WORK-NET-AMOUNT = TO-AMOUNT-OWED
002380                 + TO-TAX-AMOUNT
002381         END-IF
002382     ELSE
002383     IF TO-TRAN-TYPE = "F"
002384         ADD TO-AMOUNT-OWED TO RO-FINCHG-AMT
002385         MOVE TO-AMOUNT-OWED TO WORK-NET-AMOUNT
002386     ELSE
002387     IF TO-TRAN-TYPE = "W"
002388         ADD TO-AMOUNT-OWED TO RO-WRITEOFF-AMT
002389         IF TO-WOF-SIDE = "C"
002390             MOVE TO-AMOUNT-OWED TO WORK-NET-AMOUNT
002391         ELSE
002392             COMPUTE WORK-NET-AMOUNT = ZERO - TO-AMOUNT-OWED
002393         END-IF
002394     ELSE
002395     IF TO-TRAN-TYPE = "D"
002396         ADD TO-AMOUNT-OWED TO RO-EARLYPAY-AMT
002397         COMPUTE WORK-NET-AMOUNT = ZERO - TO-AMOUNT-OWED
002398     ELSE
002399         IF TO-TRAN-TYPE = "M"
002400             ADD TO-AMOUNT-OWED TO RO-PAYMENT-AMT
002403             COMPUTE WORK-NET-AMOUNT = ZERO - TO-AMOUNT-OWED
002406         ELSE
002410             ADD TO-AMOUNT-OWED TO RO-CREDIT-AMT
002412             ADD TO-TAX-AMOUNT TO RO-TAXCR-AMT
002414             COMPUTE WORK-NET-AMOUNT = ZERO - TO-AMOUNT-OWED
002416                 - TO-TAX-AMOUNT
002420         END-IF
002432     END-IF
002433     END-IF
002434     END-IF
002437     END-IF
002440     END-IF.
002450     PERFORM 8500-POST-CUSTOMER-NET THRU 8500-EXIT.
002460 3100-EXIT.
002770         COMPUTE WORK-NET-AMOUNT = GL-AMOUNT-OWED
002772             + GL-TAX-AMOUNT
002780     ELSE
002781     IF GL-TRAN-TYPE = "V"
002782         ADD GL-TAX-AMOUNT TO RG-VOIDTAX-AMT
002783         IF GL-REVERSED-TYPE = "P" OR "F"
002784             ADD GL-AMOUNT-OWED TO RG-VOIDCR-AMT
002785             COMPUTE WORK-NET-AMOUNT = ZERO - GL-AMOUNT-OWED
002786                 - GL-TAX-AMOUNT
002787         ELSE
002788             ADD GL-AMOUNT-OWED TO RG-VOIDDR-AMT
002789             COMPUTE WORK-NET-AMOUNT = GL-AMOUNT-OWED
002790                 + GL-TAX-AMOUNT
002791         END-IF
002792     ELSE
002793     IF GL-TRAN-TYPE = "F"
002794         ADD GL-AMOUNT-OWED TO RG-FINCHG-AMT
002795         MOVE GL-AMOUNT-OWED TO WORK-NET-AMOUNT
002796     ELSE
002797     IF GL-TRAN-TYPE = "W"
002798         ADD GL-AMOUNT-OWED TO RG-WRITEOFF-AMT
002799         IF GL-WOF-SIDE = "C"
002800             MOVE GL-AMOUNT-OWED TO WORK-NET-AMOUNT
002801         ELSE
002802             COMPUTE WORK-NET-AMOUNT = ZERO - GL-AMOUNT-OWED
002803         END-IF
002804     ELSE
002805     IF GL-TRAN-TYPE = "D"
002806         ADD GL-AMOUNT-OWED TO RG-EARLYPAY-AMT
002807         COMPUTE WORK-NET-AMOUNT = ZERO - GL-AMOUNT-OWED
002808     ELSE
002809         IF GL-TRAN-TYPE = "M"
002810             ADD GL-AMOUNT-OWED TO RG-PAYMENT-AMT
002813             COMPUTE WORK-NET-AMOUNT = ZERO - GL-AMOUNT-OWED
002816         ELSE
002820             ADD GL-AMOUNT-OWED TO RG-CREDIT-AMT
002822             ADD GL-TAX-AMOUNT TO RG-TAXCR-AMT
002824             COMPUTE WORK-NET-AMOUNT = ZERO - GL-AMOUNT-OWED
002826                 - GL-TAX-AMOUNT
002830         END-IF
002842     END-IF
002843     END-IF
002844     END-IF
002847     END-IF
002850     END-IF.
002860     PERFORM 8500-POST-CUSTOMER-NET THRU 8500-EXIT.
002870 4100-EXIT.
003172     MOVE RO-TAX-AMT TO CMP-AMT-A.
003174     MOVE CT-TOTAL-TAX-AMOUNT TO CMP-AMT-B.
003176     PERFORM 8200-COMPARE-AMOUNTS THRU 8200-EXIT.
003177     MOVE "SALES TAX CREDITED" TO CMP-LABEL.
003178     MOVE RO-TAXCR-AMT TO CMP-AMT-A.
003179     MOVE CT-TOTAL-TAXCR-AMOUNT TO CMP-AMT-B.
003180     PERFORM 8200-COMPARE-AMOUNTS THRU 8200-EXIT.
003181     MOVE "WRITE-OFFS POSTED" TO CMP-LABEL.
003182     MOVE RO-WRITEOFF-AMT TO CMP-AMT-A.
003183     MOVE CT-TOTAL-WRITEOFF-AMOUNT TO CMP-AMT-B.
003184     PERFORM 8200-COMPARE-AMOUNTS THRU 8200-EXIT.
003186     MOVE "EARLY-PAY DISCOUNTS TAKEN" TO CMP-LABEL.
003188     MOVE RO-EARLYPAY-AMT TO CMP-AMT-A.
003190     MOVE CT-TOTAL-EARLYPAY-AMOUNT TO CMP-AMT-B.
003192     PERFORM 8200-COMPARE-AMOUNTS THRU 8200-EXIT.
003193     MOVE "REVERSED CHARGES" TO CMP-LABEL.
003194     MOVE RO-VOIDCR-AMT TO CMP-AMT-A.
003195     MOVE CT-TOTAL-VOIDCR-AMOUNT TO CMP-AMT-B.
003196     PERFORM 8200-COMPARE-AMOUNTS THRU 8200-EXIT.
003197     MOVE "REVERSED PAYMENTS/CREDITS" TO CMP-LABEL.
003198     MOVE RO-VOIDDR-AMT TO CMP-AMT-A.
003199     MOVE CT-TOTAL-VOIDDR-AMOUNT TO CMP-AMT-B.
003200     PERFORM 8200-COMPARE-AMOUNTS THRU 8200-EXIT.
003201     MOVE "SALES TAX REVERSED" TO CMP-LABEL.
003202     MOVE RO-VOIDTAX-AMT TO CMP-AMT-A.
003203     MOVE CT-TOTAL-VOIDTAX-AMOUNT TO CMP-AMT-B.
003204     PERFORM 8200-COMPARE-AMOUNTS THRU 8200-EXIT.
003205     MOVE "GLFEED VS TRANOUT" TO RSL-TEXT.
003206     PERFORM 8300-PRINT-SECTION THRU 8300-EXIT.
003207     MOVE "RECORD COUNT" TO CMP-LABEL.
003208     MOVE RG-GLFEED-COUNT TO CMP-COUNT-A.
003210     MOVE RO-TRANOUT-COUNT TO CMP-COUNT-B.
003220     PERFORM 8100-COMPARE-COUNTS THRU 8100-EXIT.
003230     MOVE "PURCHASES OWED (NET)" TO CMP-LABEL.
003352     MOVE RG-TAX-AMT TO CMP-AMT-A.
003354     MOVE RO-TAX-AMT TO CMP-AMT-B.
003356     PERFORM 8200-COMPARE-AMOUNTS THRU 8200-EXIT.
003357     MOVE "SALES TAX CREDITED" TO CMP-LABEL.
003358     MOVE RG-TAXCR-AMT TO CMP-AMT-A.
003359     MOVE RO-TAXCR-AMT TO CMP-AMT-B.
003360     PERFORM 8200-COMPARE-AMOUNTS THRU 8200-EXIT.
003361     MOVE "WRITE-OFFS POSTED" TO CMP-LABEL.
003362     MOVE RG-WRITEOFF-AMT TO CMP-AMT-A.
003363     MOVE RO-WRITEOFF-AMT TO CMP-AMT-B.
003364     PERFORM 8200-COMPARE-AMOUNTS THRU 8200-EXIT.
003366     MOVE "EARLY-PAY DISCOUNTS TAKEN" TO CMP-LABEL.
003368     MOVE RG-EARLYPAY-AMT TO CMP-AMT-A.
003370     MOVE RO-EARLYPAY-AMT TO CMP-AMT-B.
003372     PERFORM 8200-COMPARE-AMOUNTS THRU 8200-EXIT.
003373     MOVE "REVERSED CHARGES" TO CMP-LABEL.
003374     MOVE RG-VOIDCR-AMT TO CMP-AMT-A.
003375     MOVE RO-VOIDCR-AMT TO CMP-AMT-B.
003376     PERFORM 8200-COMPARE-AMOUNTS THRU 8200-EXIT.
003377     MOVE "REVERSED PAYMENTS/CREDITS" TO CMP-LABEL.
003378     MOVE RG-VOIDDR-AMT TO CMP-AMT-A.
003379     MOVE RO-VOIDDR-AMT TO CMP-AMT-B.
003380     PERFORM 8200-COMPARE-AMOUNTS THRU 8200-EXIT.
003381     MOVE "SALES TAX REVERSED" TO CMP-LABEL.
003382     MOVE RG-VOIDTAX-AMT TO CMP-AMT-A.
003383     MOVE RO-VOIDTAX-AMT TO CMP-AMT-B.
003384     PERFORM 8200-COMPARE-AMOUNTS THRU 8200-EXIT.
003385     IF CHECKPOINT-FOUND
003386         MOVE "CHECKPOINT ON FILE - POSTING RUN NEVER FINISHED"
003387             TO RSL-TEXT
003388         PERFORM 8300-PRINT-SECTION THRU 8300-EXIT
003390         ADD 1 TO DISCREPANCY-COUNT
003400         MOVE "COUNT AS OF CHECKPOINT" TO CMP-LABEL
003410         MOVE CP-TRANS-COUNT TO CMP-COUNT-A
