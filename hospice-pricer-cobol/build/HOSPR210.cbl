      ***************************************************************
      
      *-------------------------------------------------------------*
      *  BILL RECORD - 600 RECORD LENGTH LAYOUT                     *
      *  CONTAINS INPUT AND OUTPUT VALUES                           *
      *  BILL-GROUP5 IS A SECOND GIC (0656) LINE - SEE              *
      *  2021-V210-GIC5-0656                                        *
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
      *  MEDICARE SECONDARY PAYER - PRIMARY PAYER CODE AND AMOUNT    *
      *  PAID (INPUT), AND THE REDUCTION HOSDR210 TAKES AFTER THIS   *
      *  MODULE RETURNS.  NOT USED BY THE PRICER.  RECORD LENGTH     *
      *  REVISED FROM 500 TO 600 FOR THESE FIELDS.                   *
      *-------------------------------------------------------------*
           10  BILL-MSP-PAYER-CODE          PIC X.
           10  BILL-MSP-PRIMARY-PAID        PIC 9(06)V99.
           10  BILL-MSP-REDUC-AMT           PIC 9(06)V99.
           10  FILLER                       PIC X(83).
      *

      ***************************************************************
