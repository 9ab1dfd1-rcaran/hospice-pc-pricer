      ******************************************************************
      *  HOSPOLCY.cpy                                                  *
      *  PRICING POLICY INTERFACE AREA                                 *
      *                                                                *
      *  CARRIES THE DATED POLICY TABLES LOADED FROM THE POLICY FILE   *
      *  BY THE DRIVER (HOSOP210, HOSINQ) DOWN INTO HOSDR210:          *
      *    - SEQUESTRATION / PAYMENT-REDUCTION PCT BY DATE RANGE       *
      *    - INPATIENT HOSPITAL DEDUCTIBLE (IRC COINSURANCE CAP) BY    *
      *      DATE RANGE                                                *
      *    - WAGE INDEX FLOOR / BUDGET-NEUTRALITY FACTOR BY FY         *
      *    - LARGEST YEAR-OVER-YEAR WAGE INDEX DECREASE ALLOWED, BY FY *
      *    - REVENUE CODES ON WHICH A HCPCS CODE IS NOT ALLOWED, WITH  *
      *      THE RETURN CODE THE LINE IS REJECTED WITH, BY DATE RANGE  *
      *  EACH ROW GROUP MATCHES THE LAYOUT OF THE CORRESPONDING        *
      *  HOSDR210 WORKING-STORAGE TABLE, SO THE PRICER TAKES A TABLE   *
      *  WITH ONE GROUP MOVE.  POLICY-LOADED-SW = 'Y' TELLS HOSDR210   *
      *  TO PRICE FROM THESE TABLES; ANY OTHER VALUE (A CALLER WITH NO *
      *  POLICY FILE) LEAVES IT ON ITS COMPILED-IN DEFAULTS.  THE      *
      *  FINGERPRINT IS THE ONE POLCHK WROTE WHEN IT PROMOTED THE FILE *
      *  (ZERO WHEN THE FILE CARRIED NONE).                            *
      ******************************************************************
       01  POLICY-AREA.
           05  POLICY-LOADED-SW           PIC X.
               88  POLICY-LOADED               VALUE 'Y'.
           05  POLICY-FPRINT              PIC 9(10).
           05  POLICY-SEQ-CTR             PIC 9(02).
           05  POLICY-SEQ-TABLE.
               10  POLICY-SEQ-ROW         OCCURS 10.
                   15  POLICY-SEQ-FROM    PIC 9(08).
                   15  POLICY-SEQ-TO      PIC 9(08).
                   15  POLICY-SEQ-PCT     PIC 9V99.
           05  POLICY-IPD-CTR             PIC 9(02).
           05  POLICY-IPD-TABLE.
               10  POLICY-IPD-ROW         OCCURS 10.
                   15  POLICY-IPD-FROM    PIC 9(08).
                   15  POLICY-IPD-TO      PIC 9(08).
                   15  POLICY-IPD-AMOUNT  PIC 9(05)V99.
           05  POLICY-WIA-CTR             PIC 9(02).
           05  POLICY-WIA-TABLE.
               10  POLICY-WIA-ROW         OCCURS 30.
                   15  POLICY-WIA-FY      PIC 9(04).
                   15  POLICY-WIA-FLOOR   PIC 9V9999.
                   15  POLICY-WIA-BN      PIC 9V9999.
           05  POLICY-WIC-CTR             PIC 9(02).
           05  POLICY-WIC-TABLE.
               10  POLICY-WIC-ROW         OCCURS 30.
                   15  POLICY-WIC-FY      PIC 9(04).
                   15  POLICY-WIC-PCT     PIC 9V9999.
           05  POLICY-HRV-CTR             PIC 9(02).
           05  POLICY-HRV-TABLE.
               10  POLICY-HRV-ROW         OCCURS 20.
                   15  POLICY-HRV-FROM    PIC 9(08).
                   15  POLICY-HRV-TO      PIC 9(08).
                   15  POLICY-HRV-REV     PIC X(04).
                   15  POLICY-HRV-RTC     PIC X(02).
