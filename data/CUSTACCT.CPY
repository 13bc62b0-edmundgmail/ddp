      *================================================================*
      *                                                                *
      *                 TORONTO-DOMINION BANK (C)                      *
      *                                                                *
      *              CUSTACCT COPY CODE DESCRIPTION                    *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * DESCRIPTION     : WPS CUSTOMER / ACCOUNT MASTER, KEYED BY      *
      *                   CUSTOMER ID, BRANCH AND ACCOUNT NUMBER.      *
      *                   EACH CUSTOMER HAS ONE CUSTOMER-LEVEL RECORD  *
      *                   (BRANCH AND ACCOUNT ZERO) CARRYING THE       *
      *                   CUSTOMER STATUS AND THE APPROVED DAILY WIRE  *
      *                   LIMIT IN CAD, AND ONE ACCOUNT-LEVEL RECORD   *
      *                   PER BRANCH/ACCOUNT THE CUSTOMER MAY WIRE     *
      *                   FROM, CARRYING THE ACCOUNT STATUS AND TYPE.  *
      *                   AN ACCOUNT WITH NO RECORD UNDER THE          *
      *                   CUSTOMER DOES NOT BELONG TO THAT CUSTOMER.   *
      *                   CACT-DAILY-LIMIT IS ONLY MEANINGFUL ON THE   *
      *                   CUSTOMER-LEVEL RECORD; A ZERO LIMIT GIVES    *
      *                   NO WIRE AUTHORITY AT ALL.                    *
      *                                                                *
      * USED BY         : PRPW2199, PRPW2262, RPW2226, RPW2247 AND     *
      *                   RPW2288                                      *
      *                                                                *
      *================================================================*
      *              M A I N T E N A N C E  L O G                      *
      *================================================================*
      *                                                                *
      *  ACCEPT.     WRITTEN/CHANGED BY              IMPLEMENTATION    *
      *  TEST #     (FULL 1ST AND LAST NAME)         DATE (MMM, YYYY)  *
      *  -------     ------------------------        ----------------  *
      *  A883447    R. MACALLISTER                        OCT, 2026    *
      *                                                                *
      * DESCRIPTION:                                                   *
      * -------------                                                  *
      * - INITIAL VERSION.                                             *
      *                                                                *
      *================================================================*
       01  CUSTACCT-RECORD.
           05 CACT-KEY.
              10 CACT-CUSTID                PIC X(05).
              10 CACT-BRANCH                PIC 9(04).
              10 CACT-ACCT                  PIC 9(09).
           05 CACT-REC-TYPE                 PIC X(01).
              88 CACT-CUSTOMER-REC                   VALUE 'C'.
              88 CACT-ACCOUNT-REC                    VALUE 'A'.
           05 CACT-STATUS                   PIC X(01).
              88 CACT-ACTIVE                         VALUE 'A'.
              88 CACT-CLOSED                         VALUE 'C'.
              88 CACT-FROZEN                         VALUE 'F'.
              88 CACT-DECEASED-ESTATE                VALUE 'D'.
              88 CACT-STATUS-VALID       VALUES 'A' 'C' 'F' 'D'.
           05 CACT-ACCT-TYPE                PIC X(01).
           05 CACT-DAILY-LIMIT              PIC S9(13)V99 COMP-3.
           05 CACT-NAME                     PIC X(35).
           05 CACT-LAST-MAINT-DATE          PIC X(10).
           05 FILLER                        PIC X(06).
