      *   PRPW2200 CAN CARRY THE WIRE REFERENCE SEQUENCE ACROSS A      *
      *   RESTART AND NEVER ISSUE THE SAME REFERENCE TWICE IN A CYCLE. *
      *                                                                *
      *  A883453    R. MACALLISTER                        OCT, 2026    *
      *                                                                *
      * DESCRIPTION:                                                   *
      * -------------                                                  *
      * - ADDED CKPT-CYCLE-NO (CARVED OUT OF THE SPARE FILLER). A      *
      *   RESTART ONLY HONOURS A CHECKPOINT WRITTEN BY THE SAME        *
      *   INTRADAY CYCLE.                                              *
      *                                                                *
      *================================================================*
       01  WPS-CHECKPOINT-RECORD.
           05 CKPT-CUSTID                PIC X(05).
           05 CKPT-PAYMT-AMT-TOTAL       PIC 9(13)V99.
           05 CKPT-SOURCE-IN-COUNT       PIC 9(09).
           05 CKPT-WIRE-REF-SEQ          PIC 9(07).
           05 CKPT-CYCLE-NO              PIC 9(01).
           05 FILLER                     PIC X(03).
