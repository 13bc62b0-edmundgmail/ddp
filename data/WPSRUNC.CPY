      * -------------                                                  *
      * - INITIAL VERSION.                                             *
      *                                                                *
      *  A883453    R. MACALLISTER                        OCT, 2026    *
      *                                                                *
      * DESCRIPTION:                                                   *
      * -------------                                                  *
      * - ADDED RUNC-CYCLE-NO (CARVED OUT OF THE SPARE FILLER). THE    *
      *   INTRADAY CYCLES OF ONE BUSINESS DATE APPEND TO THE SAME RUN- *
      *   CONTROL FILE, AND PRPW2228 BALANCES EACH CYCLE AND THEN THE  *
      *   DAY.                                                         *
      *                                                                *
      *================================================================*
       01  WPS-RUN-CONTROL-RECORD.
           05 RUNC-STEP-NAME             PIC X(08).
           05 RUNC-OUT-DISP OCCURS 3 TIMES.
              10 RUNC-OUT-LABEL          PIC X(12).
              10 RUNC-OUT-COUNT          PIC 9(09).
           05 RUNC-CYCLE-NO              PIC 9(01).
           05 FILLER                     PIC X(09).
