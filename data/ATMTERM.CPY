      *================================================================*
      *                                                                *
      *                 TORONTO-DOMINION BANK (C)                      *
      *                                                                *
      *              ATMTERM COPY CODE DESCRIPTION                     *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * DESCRIPTION     : ATM TERMINAL MASTER, KEYED BY TERMINAL-ID.   *
      *                   ONE RECORD PER TERMINAL THAT HAS EVER BEEN   *
      *                   INSTALLED, CARRYING THE SITE NAME, CITY AND  *
      *                   PROVINCE, THE OWNING BRANCH (WHOSE ATM CASH  *
      *                   ACCOUNT THE TERMINAL DRAWS ON), THE          *
      *                   REPORTING REGION, THE INSTALL DATE AND THE   *
      *                   TERMINAL STATUS.  A DECOMMISSIONED TERMINAL  *
      *                   STAYS ON FILE SO HISTORY STILL REPORTS       *
      *                   AGAINST IT; ANY NEW BATMFXE ACTIVITY FROM IT *
      *                   IS AN EXCEPTION.                             *
      *                                                                *
      * USED BY         : RFXT2340, RFXA2310, RFXA2315, RFXA2345,      *
      *                   RFXB2320, RFXB2335 AND RFXG2350              *
      *                                                                *
      *================================================================*
      *              M A I N T E N A N C E  L O G                      *
      *================================================================*
      *                                                                *
      *  ACCEPT.     WRITTEN/CHANGED BY              IMPLEMENTATION    *
      *  TEST #     (FULL 1ST AND LAST NAME)         DATE (MMM, YYYY)  *
      *  -------     ------------------------        ----------------  *
      *  A883450    R. MACALLISTER                        OCT, 2026    *
      *                                                                *
      * DESCRIPTION:                                                   *
      * -------------                                                  *
      * - INITIAL VERSION.                                             *
      *                                                                *
      *================================================================*
       01  ATM-TERMINAL-RECORD.
           05 ATRM-TERMINAL-ID              PIC X(08).
           05 ATRM-SITE-NAME                PIC X(30).
           05 ATRM-CITY                     PIC X(20).
           05 ATRM-PROVINCE                 PIC X(02).
           05 ATRM-OWNING-BRANCH            PIC 9(04).
           05 ATRM-REGION                   PIC X(04).
           05 ATRM-INSTALL-DATE             PIC X(10).
           05 ATRM-STATUS                   PIC X(01).
              88 ATRM-ACTIVE                         VALUE 'A'.
              88 ATRM-DECOMMISSIONED                 VALUE 'D'.
              88 ATRM-STATUS-VALID           VALUES 'A' 'D'.
           05 ATRM-LAST-MAINT-DATE          PIC X(10).
           05 FILLER                        PIC X(11).
