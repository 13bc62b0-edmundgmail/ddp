      *================================================================*
      *                                                                *
      *                 TORONTO-DOMINION BANK (C)                      *
      *                                                                *
      *              AUTHLOG COPY CODE DESCRIPTION                     *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * DESCRIPTION     : COMMON CONTROL CARD AUTHORIZATION LOG.  ONE  *
      *                   RECORD FOR EVERY MAKER-CHECKER CONTROL CARD  *
      *                   ACCEPTED AND ACTED ON BY PRPW2195, PRPW2199, *
      *                   PRPW2215, PRPW2218, PRPW2230 OR PRPW2260,    *
      *                   FOR AUDIT.                                   *
      *                   EACH PROGRAM OPENS THE LOG EXTEND, SO THE    *
      *                   LOG ACCUMULATES ACROSS THE WHOLE STREAM.     *
      *                   CARRIES WHO KEYED AND WHO APPROVED THE CARD, *
      *                   THE APPROVER'S ROLE AND AUTHORITY AT THE     *
      *                   TIME, THE AMOUNT THE CARD MOVED OR PRICED    *
      *                   (WITH ITS CAD EQUIVALENT) AND THE CARD       *
      *                   IMAGE AS KEYED.                              *
      *                                                                *
      * USED BY         : PRPW2195, PRPW2199, PRPW2215, PRPW2218,      *
      *                   PRPW2230, PRPW2260 AND RPW2295               *
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
      * - PRPW2199 NOW LOGS EVERY ACCOUNT HOLD RELEASE CARD IT         *
      *   ACCEPTS.                                                     *
      *                                                                *
      *================================================================*
       01  AUTH-LOG-RECORD.
           05 ALOG-BUS-DATE                 PIC X(10).
           05 ALOG-CYCLE-NO                 PIC 9(01).
           05 ALOG-RUN-DATE                 PIC X(10).
           05 ALOG-RUN-TIME                 PIC X(08).
           05 ALOG-PROGRAM-ID               PIC X(08).
           05 ALOG-CARD-TYPE                PIC X(08).
           05 ALOG-ACTION                   PIC X(08).
           05 ALOG-MAKER-ID                 PIC X(08).
           05 ALOG-CHECKER-ID               PIC X(08).
           05 ALOG-CHECKER-ROLE             PIC X(01).
           05 ALOG-CHECKER-LIMIT            PIC 9(13)V99.
           05 ALOG-AMOUNT                   PIC 9(13)V99.
           05 ALOG-CURRENCY                 PIC X(03).
           05 ALOG-CAD-AMOUNT               PIC 9(13)V99.
           05 ALOG-CARD-IMAGE               PIC X(96).
           05 FILLER                        PIC X(16).
