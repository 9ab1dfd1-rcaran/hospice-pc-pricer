                   15  P-NEW-CAPI-IME            PIC 9V9999.
                   15  P-NEW-CAPI-EXCEPTIONS     PIC 9(04)V99.
                   15  P-VAL-BASED-PURCH-SCORE   PIC 9V999.
      *-------------------------------------------------------------*
      *  TAXPAYER IDENTIFICATION NUMBER OF THE PAYEE, MAINTAINED BY  *
      *  PROVMNT (TIN CARD).  USED BY THE YEAR-END INFORMATION-      *
      *  RETURN EXTRACT (TIN1099).  NOT USED BY THE PRICER.          *
      *-------------------------------------------------------------*
               05  P-NEW-TIN-DATA.
                   10  P-NEW-TIN                 PIC X(09).
                   10  P-NEW-TIN-TYPE            PIC X(01).
                       88  P-NEW-TIN-EIN           VALUE 'E'.
                       88  P-NEW-TIN-SSN           VALUE 'S'.
               05  FILLER                        PIC X(08).
      
      
      *-------------------------------------------------------------*
      *  APPLIED AFTER THE MSA/CBSA WAGE INDEX LOOKUP, BEFORE THE      *
      *  CALL TO HOSPR210.  W-WAGE-INDEX-ADJ-TABLE IS EMPTY BY         *
      *  DEFAULT, WHICH IS A NO-OP (FACTOR OF 1.0000 AND A FLOOR OF    *
      *  ZERO) FOR EVERY FY - A RATE-SETTING RULE THAT REQUIRES A      *
      *  FLOOR OR BN FACTOR FOR AN FY IS A WIADJ ROW ON THE POLICY     *
      *  FILE, KEYED BY THE 4-DIGIT FY THE ADJUSTMENT APPLIES TO.      *
      *  OTHER FY'S CLAIMS - INCLUDING HISTORICAL CLAIMS REPROCESSED   *
      *  THROUGH THE SELECTIVE RERUN PATH - ARE UNAFFECTED.            *
      *                                                                *
      *  THIS TABLE AND THE SEQUESTRATION, DEDUCTIBLE AND HCPCS/REV    *
      *  TABLES BELOW ARE TAKEN FROM POLICY-AREA (HOSPOLCY.cpy) WHEN   *
      *  THE DRIVER LOADED A POLICY FILE.  THE ROWS COMPILED INTO      *
      *  0050 THROUGH 0080 ARE ONLY THE FALLBACK FOR A CALLER WITHOUT  *
      *  ONE - A DEDUCTIBLE OR SEQUESTRATION CHANGE IS A POLCHK-       *
      *  PROMOTED POLICY FILE, NOT A RECOMPILE.                        *
      *----------------------------------------------------------------*
       01  W-WAGE-INDEX-ADJ-TABLE.
           05  W-WAGE-INDEX-ADJ-ENTRY     OCCURS 30
       01  W-WAGE-INDEX-ADJ-CTR           PIC 9(02) VALUE 0.

      *----------------------------------------------------------------*
      *  TO OVERRIDE A FY, ADD A WIADJ ROW TO THE STAGED POLICY FILE
      *  AND RUN IT THROUGH POLCHK, E.G. FOR FY2021 (FLOOR 0.2500,
      *  FACTOR 1.0000):
      *      WIADJ  20201001 20210930 02500 10000
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *  YEAR-OVER-YEAR WAGE INDEX DECREASE CAP, BY FY.  A WICAP ROW   *
      *  ON THE POLICY FILE GIVES THE LARGEST DECREASE (9V9999, SO     *
      *  00500 IS 5 PERCENT) A CBSA'S INDEX MAY TAKE FROM ITS PRIOR    *
      *  FY FINAL VALUE - THE LAST CBSAFILE ROW EFFECTIVE IN THE       *
      *  PRIOR FY, ITSELF CAPPED WHEN THAT FY ALSO HAD A WICAP ROW.    *
      *  APPLIED IN 0650-CAP-WAGE-INDEX TO THE RAW CBSAFILE VALUE,     *
      *  BEFORE THE 0600 FLOOR/BN ADJUSTMENT.  NO ROW FOR THE FY (OR   *
      *  NO POLICY FILE) MEANS NO CAP, AND A CBSA WITH NO PRIOR FY     *
      *  ROW IS NEVER CAPPED.  CBSACAP LISTS EVERY CBSAFILE ROW THE    *
      *  CAP HOLDS UP, WITH ITS RAW AND CAPPED VALUES.                 *
      *----------------------------------------------------------------*
       01  W-WI-CAP-TABLE.
           05  W-WI-CAP-ENTRY             OCCURS 30
                                          INDEXED BY WCX.
               10  WI-CAP-FY              PIC 9(04).
               10  WI-CAP-PCT             PIC 9V9999.
       01  W-WI-CAP-CTR                   PIC 9(02) VALUE 0.

       01  W-CAP-FY                       PIC 9(04).
       01  W-CAP-WAGE-INDEX               PIC 9(02)V9(04).
       01  W-CAP-LOOK-FY                  PIC 9(04).
       01  W-CAP-LOOK-BEGIN               PIC 9(08).
       01  W-CAP-LOOK-END                 PIC 9(08).
       01  W-CAP-PCT-FOUND-SW             PIC X VALUE 'N'.
           88  W-CAP-PCT-FOUND                 VALUE 'Y'.
       01  W-CAP-EFF-PCT                  PIC 9V9999.
       01  W-CAP-CURR-PCT                 PIC 9V9999.
       01  W-CAP-ROW-FOUND-SW             PIC X VALUE 'N'.
           88  W-CAP-ROW-FOUND                 VALUE 'Y'.
       01  W-CAP-ROW-WI                   PIC 9(02)V9(04).
       01  W-CAP-CHAIN-DONE-SW            PIC X VALUE 'N'.
           88  W-CAP-CHAIN-DONE                VALUE 'Y'.
       01  W-CAP-CHAIN-CTR                PIC 9(02) VALUE 0.
       01  W-CAP-CHAIN-SUB                PIC 9(02) VALUE 0.
       01  W-CAP-CHAIN.
           05  W-CAP-CHAIN-ENTRY          OCCURS 30.
               10  W-CAP-CHAIN-RAW        PIC 9(02)V9(04).
               10  W-CAP-CHAIN-PCT        PIC 9V9999.
       01  W-CAP-PRIOR-FINAL              PIC 9(02)V9(04).
       01  W-CAP-LIMIT                    PIC 9(02)V9(04).

      *----------------------------------------------------------------*
      *  SEQUESTRATION / PAYMENT-REDUCTION TABLE, DATE-DRIVEN.  THE    *
      *  ROWS ARE SET IN 0060-LOAD-SEQ-REDUC: 2 PCT FROM APRIL 2013,   *
       01  W-IRC-LINE-COINS               PIC 9(06)V99 VALUE 0.
       01  W-IRC-LINE-PAY                 PIC 9(06)V99 VALUE 0.

      *----------------------------------------------------------------*
      *  REVENUE CODES THAT MAY NOT CARRY A HCPCS CODE, DATE-DRIVEN.   *
      *  A LINE WHOSE REVENUE CODE HAS A ROW IN FORCE ON THE CLAIM'S   *
      *  FROM-DATE AND WHOSE BILL-HCPCn IS POPULATED IS REJECTED WITH  *
      *  THE ROW'S RETURN CODE IN 0900-EDIT-HCPCS-REV.  THE COMPILED   *
      *  DEFAULT (0080) IS THE FOUR LEVEL-OF-CARE CODES, RTC 55.       *
      *----------------------------------------------------------------*
       01  W-HCPC-REV-TABLE.
           05  W-HCPC-REV-ENTRY           OCCURS 20
                                          INDEXED BY HRX.
               10  W-HRV-FROM-DATE        PIC 9(08).
               10  W-HRV-TO-DATE          PIC 9(08).
               10  W-HRV-REV              PIC X(04).
               10  W-HRV-RTC              PIC X(02).
       01  W-HCPC-REV-CTR                 PIC 9(02) VALUE 0.
       01  W-HRV-LINE-REV                 PIC X(04).
       01  W-HRV-LINE-HCPC                PIC X(05).

      *----------------------------------------------------------------*
      *  CROSS-FY LINE SUPPORT: WHEN A SERVICE LINE'S OWN DATE FALLS   *
      *  IN THE FY AFTER THE CLAIM'S FROM-DATE FY (AN OCTOBER 1        *
      *                   LIMIT AFTER ITS LAST LINE-ITEM DOS (SEE   *
      *                   THE DRIVER'S RECEIPT-DATE EDIT)           *
      *                                                             *
      *              65 = BENEFIT PERIOD NOT CERTIFIED, OR THIRD OR *
      *                   LATER PERIOD WITH NO FACE-TO-FACE         *
      *                   ENCOUNTER IN THE WINDOW BEFORE THE PERIOD *
      *                   START (SEE THE DRIVER'S CERTIFICATION     *
      *                   EDIT)                                     *
      *                                                             *
      *              66 = SERVICE AFTER THE BENEFICIARY'S DATE OF   *
      *                   DEATH POSTED TO BENEHIST FROM AN EARLIER  *
      *                   CLAIM'S DISCHARGE STATUS                  *
      *                                                             *
      ***************************************************************
      
      *-------------------------------------------------------------*
      *  BILL RECORD - 600 RECORD LENGTH LAYOUT                     *
      *  CONTAINS INPUT AND OUTPUT VALUES                           *
      *  BILL-GROUP5 WAS ADDED AS A SECOND GIC (0656) LINE SO A     *
      *  CLAIM WITH TWO SEPARATE GENERAL INPATIENT CARE STAYS IN    *
               15  BILL-ADM-MM         PIC 99.
               15  BILL-ADM-DD         PIC 99.
      *
      *-------------------------------------------------------------*
      *  POLICY-FILE FINGERPRINT, STAMPED BY THE HOSOP210 DRIVER ON  *
      *  THE OUTPUT RECORD WITH THE OTHER PRICING PROVENANCE.        *
      *  NOT SET OR USED BY THE PRICER.                              *
      *-------------------------------------------------------------*
           10  BILL-POL-FPRINT         PIC 9(10).
      *
           10  BILL-PROV-MSA-LUGAR.
               15  BILL-PROV-MSA       PIC X(04).
      *  THE PRICER.                                                 *
      *-------------------------------------------------------------*
           10  BILL-RECEIPT-DATE            PIC X(08).
      *-------------------------------------------------------------*
      *  PATIENT DISCHARGE STATUS (UB-04) - INPUT FROM THE CLAIMS    *
      *  SYSTEM.  THE DRIVER POSTS THE REVOCATION, TRANSFER OR DEATH *
      *  EVENT TO BENEHIST FROM IT AND REJECTS SERVICE AFTER A       *
      *  POSTED DATE OF DEATH (RTC 66).  NOT USED BY THE PRICER.     *
      *-------------------------------------------------------------*
           10  BILL-DISCH-STATUS            PIC X(02).
           10  FILLER                       PIC X(11).
      *-------------------------------------------------------------*
      *  MEDICARE SECONDARY PAYER.  THE CLAIMS SYSTEM SUPPLIES THE   *
      *  PRIMARY PAYER CODE AND THE AMOUNT THE PRIMARY INSURER PAID  *
      *  (EDITED BY BILLEDIT); SPACE OR 'Z' = MEDICARE IS PRIMARY.   *
      *  1300-APPLY-MSP-REDUCTION TAKES THE PRIMARY PAYMENT OFF THE  *
      *  PROGRAM PAYMENT AFTER SEQUESTRATION AND COINSURANCE, SO     *
      *  MEDICARE PAYS ONLY THE SECONDARY AMOUNT, AND RETURNS THE    *
      *  DOLLARS TAKEN IN BILL-MSP-REDUC-AMT, ALREADY NETTED OUT OF  *
      *  BILL-PAY-AMT-TOTAL.  A CONDITIONAL PAYMENT ('C') IS NOT     *
      *  REDUCED.  RECORD LENGTH REVISED FROM 500 TO 600 FOR THESE   *
      *  FIELDS.                                                     *
      *-------------------------------------------------------------*
           10  BILL-MSP-PAYER-CODE          PIC X.
               88  BILL-MSP-NONE                VALUE ' ' 'Z'.
               88  BILL-MSP-CONDITIONAL         VALUE 'C'.
               88  BILL-MSP-PRIMARY-PAYER       VALUE 'A' 'B' 'D'
                                                      'E' 'F' 'G'
                                                      'H' 'I' 'L'.
           10  BILL-MSP-PRIMARY-PAID        PIC 9(06)V99.
           10  BILL-MSP-REDUC-AMT           PIC 9(06)V99.
           10  FILLER                       PIC X(83).
      *


      ***************************************************************
       COPY "HOSTRACE.cpy".

       COPY "HOSPOLCY.cpy".

      ***************************************************************
      *    PROVIDER-LEVEL QUALITY-REPORTING (QIP) REFERENCE TABLE,  *
      *    LOADED BY THE DRIVER FROM QIPFILE.  ONE ROW PER          *
                                 CBSA-WI-TABLE
                                 RATE-CONS-AREA
                                 TRACE-AREA
                                 QIP-REF-TABLE
                                 POLICY-AREA.
      **-----------------------------------------------------------**
      **-----------------------------------------------------------**
      
      
       0050-LOAD-WAGE-INDEX-ADJ.
      ****------------------------------------------------****
      ****    BUILD THE WAGE INDEX FLOOR/BN-FACTOR TABLE     *
      ****    AND THE DECREASE-CAP TABLE FROM THE POLICY     *
      ****    FILE'S WIADJ AND WICAP ROWS WHEN THE DRIVER    *
      ****    LOADED ONE; OTHERWISE NO ROWS (NO-OP FOR       *
      ****    EVERY FY).                                     *
      ****------------------------------------------------****

           MOVE 0 TO W-WAGE-INDEX-ADJ-CTR.

           MOVE 0 TO W-WI-CAP-CTR.

           IF POLICY-LOADED
              MOVE POLICY-WIA-TABLE TO W-WAGE-INDEX-ADJ-TABLE
              MOVE POLICY-WIA-CTR   TO W-WAGE-INDEX-ADJ-CTR
              MOVE POLICY-WIC-TABLE TO W-WI-CAP-TABLE
              MOVE POLICY-WIC-CTR   TO W-WI-CAP-CTR.

       0050-EXIT.   EXIT.

       0060-LOAD-SEQ-REDUC.
      ****------------------------------------------------****
      ****    BUILD THE DATE-DRIVEN SEQUESTRATION TABLE.     *
      ****    TAKEN FROM THE POLICY FILE'S SEQRED ROWS WHEN  *
      ****    THE DRIVER LOADED ONE - A NEW STATUTORY PHASE  *
      ****    IS A NEW ROW THERE.  THE ROWS BELOW ARE THE    *
      ****    FALLBACK FOR A CALLER WITHOUT A POLICY FILE.   *
      ****------------------------------------------------****

           IF POLICY-LOADED
              MOVE POLICY-SEQ-TABLE TO W-SEQ-REDUC-TABLE
              MOVE POLICY-SEQ-CTR   TO W-SEQ-REDUC-CTR
              GO TO 0060-EXIT.

           MOVE 0 TO W-SEQ-REDUC-CTR.

           ADD 1 TO W-SEQ-REDUC-CTR.
      ****------------------------------------------------****
      ****    BUILD THE CY-DRIVEN INPATIENT HOSPITAL        *
      ****    DEDUCTIBLE TABLE (THE IRC COINSURANCE CAP).   *
      ****    TAKEN FROM THE POLICY FILE'S IPDED ROWS WHEN  *
      ****    THE DRIVER LOADED ONE - A NEW CALENDAR YEAR'S *
      ****    AMOUNT IS A NEW ROW THERE.  THE ROWS BELOW    *
      ****    ARE THE FALLBACK FOR A CALLER WITHOUT ONE.    *
      ****------------------------------------------------****

           IF POLICY-LOADED
              MOVE POLICY-IPD-TABLE TO W-IP-DED-TABLE
              MOVE POLICY-IPD-CTR   TO W-IP-DED-CTR
              GO TO 0070-EXIT.

           MOVE 0 TO W-IP-DED-CTR.

           ADD 1 TO W-IP-DED-CTR.

       0070-EXIT.   EXIT.

       0080-LOAD-HCPCS-REV-RULES.
      ****------------------------------------------------****
      ****    BUILD THE TABLE OF REVENUE CODES THAT MAY NOT  *
      ****    CARRY A HCPCS CODE.  TAKEN FROM THE POLICY     *
      ****    FILE'S HCPREV ROWS WHEN THE DRIVER LOADED ONE  *
      ****    THAT CARRIES ANY; THE FALLBACK IS THE FOUR     *
      ****    LEVEL-OF-CARE CODES (0651/0652/0655/0656),     *
      ****    RTC 55, ALL DATES.                             *
      ****------------------------------------------------****

           IF POLICY-LOADED
           AND POLICY-HRV-CTR > 0
              MOVE POLICY-HRV-TABLE TO W-HCPC-REV-TABLE
              MOVE POLICY-HRV-CTR   TO W-HCPC-REV-CTR
              GO TO 0080-EXIT.

           MOVE 0 TO W-HCPC-REV-CTR.

           ADD 1 TO W-HCPC-REV-CTR.
           MOVE 00000000 TO W-HRV-FROM-DATE (W-HCPC-REV-CTR).
           MOVE 99991231 TO W-HRV-TO-DATE   (W-HCPC-REV-CTR).
           MOVE '0651'   TO W-HRV-REV       (W-HCPC-REV-CTR).
           MOVE '55'     TO W-HRV-RTC       (W-HCPC-REV-CTR).

           ADD 1 TO W-HCPC-REV-CTR.
           MOVE 00000000 TO W-HRV-FROM-DATE (W-HCPC-REV-CTR).
           MOVE 99991231 TO W-HRV-TO-DATE   (W-HCPC-REV-CTR).
           MOVE '0652'   TO W-HRV-REV       (W-HCPC-REV-CTR).
           MOVE '55'     TO W-HRV-RTC       (W-HCPC-REV-CTR).

           ADD 1 TO W-HCPC-REV-CTR.
           MOVE 00000000 TO W-HRV-FROM-DATE (W-HCPC-REV-CTR).
           MOVE 99991231 TO W-HRV-TO-DATE   (W-HCPC-REV-CTR).
           MOVE '0655'   TO W-HRV-REV       (W-HCPC-REV-CTR).
           MOVE '55'     TO W-HRV-RTC       (W-HCPC-REV-CTR).

           ADD 1 TO W-HCPC-REV-CTR.
           MOVE 00000000 TO W-HRV-FROM-DATE (W-HCPC-REV-CTR).
           MOVE 99991231 TO W-HRV-TO-DATE   (W-HCPC-REV-CTR).
           MOVE '0656'   TO W-HRV-REV       (W-HCPC-REV-CTR).
           MOVE '55'     TO W-HRV-RTC       (W-HCPC-REV-CTR).

       0080-EXIT.   EXIT.

       0200-PROCESS-RECORDS.
      **
      *----------------------------------------------------------*
                           BILL-SEQ-REDUC-PCT
                           BILL-PROV-WAGE-INDEX2
                           BILL-BENE-WAGE-INDEX2
                           BILL-IRC-COINS-AMT
                           BILL-MSP-REDUC-AMT.

           MOVE SPACE TO BILL-QIP-CHG-FLAG.

           PERFORM 0070-LOAD-IP-DEDUCTIBLE
              THRU 0070-EXIT.

           PERFORM 0080-LOAD-HCPCS-REV-RULES
              THRU 0080-EXIT.

           INITIALIZE W-FY-BEGIN-CC
                      W-FY-BEGIN-YY
                      W-FY-END-CC
      ****   ROW WAS EFFECTIVE WITHIN THE CLAIM'S FISCAL YEAR
              MOVE '42'          TO BILL-RTC
              GO TO 0375-EXIT.

           COMPUTE W-CAP-FY = (W-FY-END-CC * 100) + W-FY-END-YY.
           MOVE BILL-PROV-WAGE-INDEX  TO W-CAP-WAGE-INDEX.
           PERFORM 0650-CAP-WAGE-INDEX
              THRU 0650-EXIT.
           MOVE W-CAP-WAGE-INDEX      TO BILL-PROV-WAGE-INDEX.
      
      
      ****------------------------------------------------****
              MOVE '52'          TO BILL-RTC
              GO TO 0375-EXIT.

           MOVE BILL-BENE-WAGE-INDEX  TO W-CAP-WAGE-INDEX.
           PERFORM 0650-CAP-WAGE-INDEX
              THRU 0650-EXIT.
           MOVE W-CAP-WAGE-INDEX      TO BILL-BENE-WAGE-INDEX.

           IF W-CROSS-FY
              PERFORM 0380-GET-CBSA-FY2
                 THRU 0380-EXIT
      ****------------------------------------------------****
      ****    SECOND WAGE-INDEX LOOKUP FOR THE FY THE        *
      ****    CLAIM'S LATER SERVICE LINES FALL IN.  SAME     *
      ****    RTC 42/52 RULES AS THE CLAIM-FY LOOKUP, AND    *
      ****    THAT FY'S OWN DECREASE CAP (0650).             *
      ****------------------------------------------------****

           MOVE BILL-PROV-CBSA   TO SEARCH-CBSA.
              MOVE '42'          TO BILL-RTC
              GO TO 0380-EXIT.

           COMPUTE W-CAP-FY =
              (W-FY-END-CC * 100) + W-FY-END-YY + 1.
           MOVE BILL-PROV-WAGE-INDEX2 TO W-CAP-WAGE-INDEX.
           PERFORM 0650-CAP-WAGE-INDEX
              THRU 0650-EXIT.
           MOVE W-CAP-WAGE-INDEX      TO BILL-PROV-WAGE-INDEX2.

           MOVE BILL-BENE-CBSA   TO SEARCH-CBSA.

           PERFORM 0450-SEARCH-4-CBSA

           IF (BILL-BENE-WAGE-INDEX2 NOT NUMERIC) OR
              (BILL-BENE-WAGE-INDEX2 = ZERO)
              MOVE '52'          TO BILL-RTC
              GO TO 0380-EXIT.

           MOVE BILL-BENE-WAGE-INDEX2 TO W-CAP-WAGE-INDEX.
           PERFORM 0650-CAP-WAGE-INDEX
              THRU 0650-EXIT.
           MOVE W-CAP-WAGE-INDEX      TO BILL-BENE-WAGE-INDEX2.

       0380-EXIT.  EXIT.
      
           PERFORM 1200-APPLY-IRC-COINS
              THRU 1200-EXIT.

           PERFORM 1300-APPLY-MSP-REDUCTION
              THRU 1300-EXIT.


       1000-EXIT.   EXIT.


       1250-EXIT.   EXIT.

       1300-APPLY-MSP-REDUCTION.
      ****------------------------------------------------****
      ****    MEDICARE SECONDARY PAYER: WHEN ANOTHER         *
      ****    INSURER IS PRIMARY, MEDICARE PAYS ONLY WHAT    *
      ****    THE PRIMARY PAYMENT LEAVES OF ITS OWN AMOUNT - *
      ****    THE PROGRAM PAYMENT LESS THE PRIMARY PAYER'S   *
      ****    PAYMENT, NEVER BELOW ZERO.  THE DOLLARS TAKEN  *
      ****    ARE RETURNED IN BILL-MSP-REDUC-AMT AND NETTED  *
      ****    OUT OF BILL-PAY-AMT-TOTAL; BILL-PAY-AMT-GROSS  *
      ****    AND THE PER-LINE AMOUNTS STAY GROSS.           *
      ****------------------------------------------------****

           IF BILL-RTC NOT = '00' AND
              BILL-RTC NOT = '73' AND
              BILL-RTC NOT = '74' AND
              BILL-RTC NOT = '75' AND
              BILL-RTC NOT = '77'
              GO TO 1300-EXIT.

           IF NOT BILL-MSP-PRIMARY-PAYER
              GO TO 1300-EXIT.

      ****   BILLS FROM OLDER INTERFACES MAY CARRY SPACES HERE
           IF BILL-MSP-PRIMARY-PAID NOT NUMERIC
              MOVE ZEROES            TO BILL-MSP-PRIMARY-PAID.

           IF BILL-MSP-PRIMARY-PAID = 0
              GO TO 1300-EXIT.

           IF BILL-MSP-PRIMARY-PAID > BILL-PAY-AMT-TOTAL
              MOVE BILL-PAY-AMT-TOTAL TO BILL-MSP-REDUC-AMT
           ELSE
              MOVE BILL-MSP-PRIMARY-PAID TO BILL-MSP-REDUC-AMT.

           SUBTRACT BILL-MSP-REDUC-AMT FROM BILL-PAY-AMT-TOTAL.

       1300-EXIT.   EXIT.

       0600-ADJUST-WAGE-INDEX.
      ****------------------------------------------------****
      ****    APPLY THE BUDGET-NEUTRALITY FACTOR, THEN THE   *

       0625-EXIT.   EXIT.

       0650-CAP-WAGE-INDEX.
      ****------------------------------------------------****
      ****    HOLD THE RAW INDEX IN W-CAP-WAGE-INDEX FOR     *
      ****    FY W-CAP-FY TO NO LESS THAN THE PRIOR FY'S     *
      ****    FINAL VALUE LESS THE FY'S WICAP PERCENTAGE.    *
      ****    SEARCH-CBSA AND CU1 (ITS FIRST TABLE ROW) ARE  *
      ****    STILL SET FROM THE LOOKUP JUST DONE.  THE      *
      ****    PRIOR FY'S FINAL VALUE IS BUILT OLDEST FIRST   *
      ****    ALONG THE RUN OF CAPPED FYS BEHIND IT (0660),  *
      ****    SO A CAPPED YEAR CAPS FROM A CAPPED YEAR.      *
      ****------------------------------------------------****

           MOVE W-CAP-FY              TO W-CAP-LOOK-FY.
           PERFORM 0655-FIND-WI-CAP
              THRU 0655-EXIT.
           IF NOT W-CAP-PCT-FOUND
              GO TO 0650-EXIT.
           MOVE W-CAP-EFF-PCT         TO W-CAP-CURR-PCT.

           MOVE 0                     TO W-CAP-CHAIN-CTR.
           MOVE 'N'                   TO W-CAP-CHAIN-DONE-SW.
           PERFORM 0660-ADD-CHAIN-FY
              THRU 0660-EXIT
                   UNTIL W-CAP-CHAIN-DONE.

           IF W-CAP-CHAIN-CTR = 0
              GO TO 0650-EXIT.

           MOVE W-CAP-CHAIN-RAW (W-CAP-CHAIN-CTR)
                                      TO W-CAP-PRIOR-FINAL.
           IF W-CAP-CHAIN-CTR > 1
              COMPUTE W-CAP-CHAIN-SUB = W-CAP-CHAIN-CTR - 1
              PERFORM 0665-CHAIN-FORWARD
                 THRU 0665-EXIT
                      UNTIL W-CAP-CHAIN-SUB = 0.

           COMPUTE W-CAP-LIMIT ROUNDED =
              W-CAP-PRIOR-FINAL * (1 - W-CAP-CURR-PCT).
           IF W-CAP-WAGE-INDEX < W-CAP-LIMIT
              MOVE W-CAP-LIMIT        TO W-CAP-WAGE-INDEX.

       0650-EXIT.   EXIT.

       0655-FIND-WI-CAP.
      ****------------------------------------------------****
      ****    WICAP PERCENTAGE FOR FY W-CAP-LOOK-FY, IF ANY  *
      ****------------------------------------------------****

           MOVE 'N'                   TO W-CAP-PCT-FOUND-SW.
           MOVE 0                     TO W-CAP-EFF-PCT.

           IF W-WI-CAP-CTR > 0
              SET WCX TO 1
              SEARCH W-WI-CAP-ENTRY VARYING WCX
                 AT END
                    CONTINUE
                 WHEN WCX > W-WI-CAP-CTR
                    CONTINUE
                 WHEN WI-CAP-FY (WCX) = W-CAP-LOOK-FY
                    MOVE 'Y'              TO W-CAP-PCT-FOUND-SW
                    MOVE WI-CAP-PCT (WCX) TO W-CAP-EFF-PCT
              END-SEARCH
           END-IF.

       0655-EXIT.   EXIT.

       0660-ADD-CHAIN-FY.
      ****------------------------------------------------****
      ****    STEP BACK ONE FY: TAKE ITS FINAL ROW ONTO THE  *
      ****    CHAIN WITH ITS OWN WICAP PERCENTAGE.  STOP AT  *
      ****    A FY WITH NO ROW, A FY WITH NO CAP (ITS RAW    *
      ****    VALUE IS FINAL) OR A FULL CHAIN.               *
      ****------------------------------------------------****

           SUBTRACT 1 FROM W-CAP-LOOK-FY.
           COMPUTE W-CAP-LOOK-BEGIN =
              (W-CAP-LOOK-FY - 1) * 10000 + 1001.
           COMPUTE W-CAP-LOOK-END =
              W-CAP-LOOK-FY * 10000 + 0930.

           MOVE 'N'                   TO W-CAP-ROW-FOUND-SW.
           PERFORM 0670-TEST-CAP-ROW
              THRU 0670-EXIT
                   VARYING CU3 FROM CU1 BY 1
                   UNTIL M-CBSA (CU3) NOT = SEARCH-CBSA.

           IF NOT W-CAP-ROW-FOUND
              MOVE 'Y'                TO W-CAP-CHAIN-DONE-SW
              GO TO 0660-EXIT.

           PERFORM 0655-FIND-WI-CAP
              THRU 0655-EXIT.

           ADD 1                      TO W-CAP-CHAIN-CTR.
           MOVE W-CAP-ROW-WI  TO W-CAP-CHAIN-RAW (W-CAP-CHAIN-CTR).
           MOVE W-CAP-EFF-PCT TO W-CAP-CHAIN-PCT (W-CAP-CHAIN-CTR).

           IF NOT W-CAP-PCT-FOUND OR
              W-CAP-CHAIN-CTR = 30
              MOVE 'Y'                TO W-CAP-CHAIN-DONE-SW.

       0660-EXIT.   EXIT.

       0665-CHAIN-FORWARD.
      ****------------------------------------------------****
      ****    FINAL VALUE OF THE NEXT NEWER FY ON THE CHAIN  *
      ****------------------------------------------------****

           COMPUTE W-CAP-LIMIT ROUNDED =
              W-CAP-PRIOR-FINAL *
                 (1 - W-CAP-CHAIN-PCT (W-CAP-CHAIN-SUB)).
           IF W-CAP-CHAIN-RAW (W-CAP-CHAIN-SUB) < W-CAP-LIMIT
              MOVE W-CAP-LIMIT        TO W-CAP-PRIOR-FINAL
           ELSE
              MOVE W-CAP-CHAIN-RAW (W-CAP-CHAIN-SUB)
                                      TO W-CAP-PRIOR-FINAL.

           SUBTRACT 1 FROM W-CAP-CHAIN-SUB.

       0665-EXIT.   EXIT.

       0670-TEST-CAP-ROW.
      ****------------------------------------------------****
      ****    ROWS ARE IN EFFECTIVE-DATE ORDER WITHIN THE    *
      ****    CBSA, SO THE LAST ONE IN THE FY WINDOW IS THE  *
      ****    FY'S FINAL VALUE                               *
      ****------------------------------------------------****

           IF M-CBSA-EFFDTE (CU3) >= W-CAP-LOOK-BEGIN AND
              M-CBSA-EFFDTE (CU3) <= W-CAP-LOOK-END
              MOVE 'Y'                TO W-CAP-ROW-FOUND-SW
              MOVE M-CBSA-WAGE-IND (CU3)
                                      TO W-CAP-ROW-WI.

       0670-EXIT.   EXIT.

       0900-EDIT-HCPCS-REV.
      ****------------------------------------------------****
      ****    A REVENUE CODE ON THE HCPCS/REV RULE TABLE     *
      ****    (THE HOSPICE LEVEL-OF-CARE CODES 0651/0652/    *
      ****    0655/0656 BY DEFAULT) IS NOT VALID FOR ANY     *
      ****    HCPCS CODE - A POPULATED BILL-HCPCn ON ONE OF  *
      ****    THESE LINES MEANS THE LINE WAS CODED TO THE    *
      ****    WRONG REVENUE CODE, OR SHOULDN'T CARRY A       *
      ****    HCPCS AT ALL, AND IS REJECTED WITH THE RULE'S  *
      ****    RETURN CODE                                    *
      ****------------------------------------------------****

           MOVE BILL-REV1  TO W-HRV-LINE-REV.
           MOVE BILL-HCPC1 TO W-HRV-LINE-HCPC.
           PERFORM 0910-EDIT-ONE-HCPCS-LINE
              THRU 0910-EXIT.
           IF BILL-RTC NOT = 00
              GO TO 0900-EXIT.

           MOVE BILL-REV2  TO W-HRV-LINE-REV.
           MOVE BILL-HCPC2 TO W-HRV-LINE-HCPC.
           PERFORM 0910-EDIT-ONE-HCPCS-LINE
              THRU 0910-EXIT.
           IF BILL-RTC NOT = 00
              GO TO 0900-EXIT.

           MOVE BILL-REV3  TO W-HRV-LINE-REV.
           MOVE BILL-HCPC3 TO W-HRV-LINE-HCPC.
           PERFORM 0910-EDIT-ONE-HCPCS-LINE
              THRU 0910-EXIT.
           IF BILL-RTC NOT = 00
              GO TO 0900-EXIT.

           MOVE BILL-REV4  TO W-HRV-LINE-REV.
           MOVE BILL-HCPC4 TO W-HRV-LINE-HCPC.
           PERFORM 0910-EDIT-ONE-HCPCS-LINE
              THRU 0910-EXIT.
           IF BILL-RTC NOT = 00
              GO TO 0900-EXIT.

           MOVE BILL-REV5  TO W-HRV-LINE-REV.
           MOVE BILL-HCPC5 TO W-HRV-LINE-HCPC.
           PERFORM 0910-EDIT-ONE-HCPCS-LINE
              THRU 0910-EXIT.

       0900-EXIT.   EXIT.

       0910-EDIT-ONE-HCPCS-LINE.
      ****------------------------------------------------****
      ****    REJECT ONE LINE WHOSE REVENUE CODE HAS A RULE  *
      ****    IN FORCE ON THE CLAIM'S FROM-DATE AND WHICH    *
      ****    CARRIES A HCPCS CODE                           *
      ****------------------------------------------------****

           IF W-HRV-LINE-HCPC = SPACES
              GO TO 0910-EXIT.

           IF W-HCPC-REV-CTR = 0
              GO TO 0910-EXIT.

           SET HRX TO 1.
           SEARCH W-HCPC-REV-ENTRY VARYING HRX
              AT END
                 CONTINUE
              WHEN HRX > W-HCPC-REV-CTR
                 CONTINUE
              WHEN W-HRV-REV (HRX) = W-HRV-LINE-REV AND
                   BILL-FROM-DATE NOT <
                      W-HRV-FROM-DATE (HRX) AND
                   BILL-FROM-DATE NOT >
                      W-HRV-TO-DATE (HRX)
                 MOVE W-HRV-RTC (HRX) TO BILL-RTC
           END-SEARCH.

       0910-EXIT.   EXIT.
      
      ***************************************************************
      ******        L A S T   S O U R C E   S T A T E M E N T   *****
