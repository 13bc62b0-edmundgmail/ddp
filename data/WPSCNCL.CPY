      *================================================================*
      *                                                                *
      *                 TORONTO-DOMINION BANK (C)                      *
      *                                                                *
      *              WPSCNCL COPY CODE DESCRIPTION                     *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * DESCRIPTION     : CANCELLED WIRE FILE.  ONE RECORD FOR EVERY   *
      *                   WIRE PRPW2218 CANCELS ON AN AUTHORIZED       *
      *                   CANCEL CARD, CARRYING THE BUSINESS DATE AND  *
      *                   CYCLE OF THE CANCELLATION, THE MAKER AND     *
      *                   CHECKER OF THE CARD AND THE WHOLE DETAIL     *
      *                   RECORD IMAGE (CRPWBILL LAYOUT) AS IT STOOD   *
      *                   WHEN IT WAS PULLED.  EACH CYCLE WRITES ITS   *
      *                   OWN GENERATION; THE NIGHTLY CUSTOMER ADVICE  *
      *                   RUN TAKES THE DAY'S GENERATIONS BY           *
      *                   CONCATENATION AND SENDS EACH CUSTOMER A      *
      *                   CANCELLATION NOTICE.                         *
      *                                                                *
      * USED BY         : PRPW2218 AND RPW2288                         *
      *                                                                *
      *================================================================*
      *              M A I N T E N A N C E  L O G                      *
      *================================================================*
      *                                                                *
      *  ACCEPT.     WRITTEN/CHANGED BY              IMPLEMENTATION    *
      *  TEST #     (FULL 1ST AND LAST NAME)         DATE (MMM, YYYY)  *
      *  -------     ------------------------        ----------------  *
      *  A883456    R. MACALLISTER                        OCT, 2026    *
      *                                                                *
      * DESCRIPTION:                                                   *
      * -------------                                                  *
      * - INITIAL VERSION.                                             *
      *                                                                *
      *================================================================*
       01  CANCELLED-WIRE-RECORD.
           05 CNCL-BUS-DATE                 PIC X(10).
           05 CNCL-CYCLE-NO                 PIC 9(01).
           05 CNCL-MAKER-ID                 PIC X(08).
           05 CNCL-CHECKER-ID               PIC X(08).
           05 CNCL-DETAIL-IMAGE             PIC X(180).
           05 FILLER                        PIC X(13).
