      *================================================================*
      *                                                                *
      *                 TORONTO-DOMINION BANK (C)                      *
      *                                                                *
      *              WPSXHST COPY CODE DESCRIPTION                     *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * DESCRIPTION     : WPS TRANSMITTED WIRE HISTORY MASTER.  ONE    *
      *                   RECORD PER WIRE THAT LEFT THE BUILDING ON    *
      *                   THE FINAL TRANSMISSION FILE, IN WIRE         *
      *                   REFERENCE ORDER, CARRYING THE FULL DETAIL    *
      *                   RECORD IMAGE (CRPWBILL LAYOUT), ITS          *
      *                   CORRESPONDENT CHAIN (IF ANY) AND THE         *
      *                   BUSINESS DATE IT WAS TRANSMITTED.  A WIRE    *
      *                   THE BENEFICIARY BANK SENDS BACK IS STAMPED   *
      *                   RETURNED WITH THE RETURN DATE, REASON,       *
      *                   AMOUNT RECEIVED BACK AND AMOUNT RE-CREDITED  *
      *                   TO THE CUSTOMER, SO A SECOND RETURN FOR THE  *
      *                   SAME WIRE IS CAUGHT.  RPW2282 ADDS EACH      *
      *                   CYCLE'S WIRES; RPW2285 STAMPS THE RETURNS.   *
      *                                                                *
      * USED BY         : RPW2282, RPW2285 AND RPW2288                 *
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
       01  WPS-XMIT-HIST-RECORD.
           05 XHST-WIRE-REF                 PIC X(15).
           05 XHST-XMIT-DATE                PIC X(10).
           05 XHST-DETAIL-IMAGE             PIC X(180).
           05 XHST-CORR-BANK-TABLE.
              10 XHST-CORR-BANK OCCURS 3 TIMES.
                 15 XHST-CORR-BANKID        PIC X(35).
                 15 XHST-CORR-BANK-CTRY     PIC X(03).
           05 XHST-RETURN-STATUS            PIC X(01).
              88 XHST-NOT-RETURNED                   VALUE SPACE.
              88 XHST-RETURNED                       VALUE 'R'.
           05 XHST-RETURN-DATE              PIC X(10).
           05 XHST-RETURN-REASON            PIC X(04).
           05 XHST-RETURN-AMT               PIC 9(13)V99.
           05 XHST-RETURN-CREDIT-AMT        PIC 9(13)V99.
           05 FILLER                        PIC X(16).
