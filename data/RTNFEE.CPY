      *================================================================*
      *                                                                *
      *                 TORONTO-DOMINION BANK (C)                      *
      *                                                                *
      *              RTNFEE COPY CODE DESCRIPTION                      *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * DESCRIPTION     : RETURNED WIRE FEE ADJUSTMENT FLAGS.  ONE     *
      *                   RECORD PER RETURN RPW2285 POSTED, TELLING    *
      *                   MONTH-END BILLING NOT TO KEEP THE FEE ON     *
      *                   THAT WIRE.  RPW2260 WAIVES THE FEE WHEN THE  *
      *                   WIRE IS ON THE MONTH IT IS BILLING, AND      *
      *                   REFUNDS IT WHEN THE WIRE WAS ALREADY BILLED  *
      *                   IN AN EARLIER MONTH.  THE DAILY FILES ARE    *
      *                   CONCATENATED BY THE JCL FOR THE MONTH.       *
      *                                                                *
      * USED BY         : RPW2260, RPW2285 AND RPW2288                 *
      *                                                                *
      *================================================================*
      *              M A I N T E N A N C E  L O G                      *
      *================================================================*
      *                                                                *
      *  ACCEPT.     WRITTEN/CHANGED BY              IMPLEMENTATION    *
      *  TEST #     (FULL 1ST AND LAST NAME)         DATE (MMM, YYYY)  *
      *  -------     ------------------------        ----------------  *
      *  A883449    R. MACALLISTER                        OCT, 2026    *
      *                                                                *
      * DESCRIPTION:                                                   *
      * -------------                                                  *
      * - INITIAL VERSION.                                             *
      *                                                                *
      *================================================================*
       01  RETURN-FEE-RECORD.
           05 RFEE-WIRE-REF                 PIC X(15).
           05 RFEE-CUSTID                   PIC X(05).
           05 RFEE-PAYMT-BR                 PIC 9(04).
           05 RFEE-TRANS-DATE               PIC X(10).
           05 RFEE-BILL-CODE                PIC X(04).
           05 RFEE-CURRENCY                 PIC X(03).
           05 RFEE-CORR-IND                 PIC X(01).
           05 RFEE-XMIT-DATE                PIC X(10).
           05 RFEE-RETURN-DATE              PIC X(10).
           05 RFEE-REASON-CODE              PIC X(04).
           05 FILLER                        PIC X(14).
