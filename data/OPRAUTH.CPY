      *================================================================*
      *                                                                *
      *                 TORONTO-DOMINION BANK (C)                      *
      *                                                                *
      *              OPRAUTH COPY CODE DESCRIPTION                     *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * DESCRIPTION     : AUTHORIZED OPERATOR TABLE FOR MAKER-CHECKER  *
      *                   CONTROL CARDS.  ONE RECORD PER OPERATOR ID,  *
      *                   KEPT BY SECURITY ADMINISTRATION.  CARRIES    *
      *                   THE OPERATOR'S ROLE, STATUS, THE CAD DOLLAR  *
      *                   AUTHORITY THEY MAY APPROVE UP TO, AND FOR    *
      *                   EACH CONTROL CARD TYPE WHETHER THEY MAY KEY  *
      *                   (MAKE) IT AND WHETHER THEY MAY APPROVE       *
      *                   (CHECK) IT.  THE CARD RIGHT SLOTS ARE:       *
      *                     1 - WPSHREL DUP/SANCTIONS RELEASE CARD     *
      *                     2 - WPSCORR REJECT CORRECTION CARD         *
      *                     3 - WPSCANC CANCEL/AMEND CARD              *
      *                     4 - FXDISP  FX SUSPENSE DISPOSITION CARD   *
      *                     5 - FXMAINT FX TABLE MAINTENANCE CARD      *
      *                     6 - ACTHREL ACCOUNT HOLD RELEASE CARD      *
      *                                                                *
      * USED BY         : PRPW2195, PRPW2199, PRPW2215, PRPW2218,      *
      *                   PRPW2230 AND PRPW2260                        *
      *                                                                *
      *================================================================*
      *              M A I N T E N A N C E  L O G                      *
      *================================================================*
      *                                                                *
      *  ACCEPT.     WRITTEN/CHANGED BY              IMPLEMENTATION    *
      *  TEST #     (FULL 1ST AND LAST NAME)         DATE (MMM, YYYY)  *
      *  -------     ------------------------        ----------------  *
      *  A883454    R. MACALLISTER                        OCT, 2026    *
      *                                                                *
      * DESCRIPTION:                                                   *
      * -------------                                                  *
      * - INITIAL VERSION.                                             *
      *                                                                *
      *  A883457    R. MACALLISTER                        OCT, 2026    *
      *                                                                *
      * DESCRIPTION:                                                   *
      * -------------                                                  *
      * - CARD RIGHT SLOT 6 ADDED FOR THE ACTHREL ACCOUNT HOLD RELEASE *
      *   CARD READ BY PRPW2199, TAKEN FROM THE TRAILING FILLER; THE   *
      *   RECORD LENGTH IS UNCHANGED.                                  *
      *                                                                *
      *================================================================*
       01  OPERATOR-AUTH-RECORD.
           05 OPA-OPERATOR-ID               PIC X(08).
           05 OPA-OPERATOR-NAME             PIC X(25).
           05 OPA-ROLE                      PIC X(01).
              88 OPA-OPERATIONS                      VALUE 'O'.
              88 OPA-TREASURY                        VALUE 'T'.
              88 OPA-SUPERVISOR                      VALUE 'S'.
           05 OPA-STATUS                    PIC X(01).
              88 OPA-ACTIVE                          VALUE 'A'.
              88 OPA-INACTIVE                        VALUE 'I'.
           05 OPA-AUTH-LIMIT-CAD            PIC 9(13)V99.
           05 OPA-CARD-RIGHTS.
              10 OPA-CARD-RIGHT OCCURS 6 TIMES.
                 15 OPA-MAY-KEY             PIC X(01).
                 15 OPA-MAY-APPROVE         PIC X(01).
           05 FILLER                        PIC X(18).
