      *================================================================*
      *                                                                *
      *                 TORONTO-DOMINION BANK (C)                      *
      *                                                                *
      *              CUSTPREF COPY CODE DESCRIPTION                    *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * DESCRIPTION     : CUSTOMER ADVICE DELIVERY PREFERENCE FILE.    *
      *                   ONE RECORD PER CUSTOMER WHO HAS CHOSEN HOW   *
      *                   WIRE PAYMENT ADVICES REACH THEM: BY MAIL     *
      *                   ('M'), PRINTED ON THE ADVICE PRINT STREAM    *
      *                   AND SENT TO THE MAILING NAME AND ADDRESS     *
      *                   HELD HERE, OR ONLINE ('E'), ON THE           *
      *                   E-STATEMENT FEED UNDER THE CUSTOMER'S ONLINE *
      *                   BANKING PROFILE ID.  SUPPLIED AS A           *
      *                   SEQUENTIAL FILE IN CUSTOMER ID ORDER.  A     *
      *                   CUSTOMER WITH NO RECORD IS MAILED IN CARE OF *
      *                   THE ORIGINATING BRANCH.                      *
      *                                                                *
      * USED BY         : RPW2288                                      *
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
       01  CUSTPREF-RECORD.
           05 CPRF-CUSTID                   PIC X(05).
           05 CPRF-DELIVERY-PREF            PIC X(01).
              88 CPRF-BY-MAIL                        VALUE 'M'.
              88 CPRF-ONLINE                         VALUE 'E'.
           05 CPRF-ONLINE-ID                PIC X(12).
           05 CPRF-MAIL-NAME                PIC X(35).
           05 CPRF-MAIL-ADDRESS.
              10 CPRF-MAIL-LINE OCCURS 3 TIMES
                                            PIC X(35).
           05 CPRF-POSTAL-CODE              PIC X(10).
           05 CPRF-LAST-MAINT-DATE          PIC X(10).
           05 FILLER                        PIC X(22).
