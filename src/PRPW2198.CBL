      *   CONTROL CARD; THE SYSTEM DATE IS KEPT ONLY AS THE            *
      *   ACTUALLY-RAN-AT AUDIT STAMP ON THE CASE REPORT.              *
      *                                                                *
      *  A883453    R. MACALLISTER                        OCT, 2026    *
      *                                                                *
      * DESCRIPTION:                                                   *
      * -------------                                                  *
      * - THE STREAM NOW RUNS SEVERAL INTRADAY CYCLES PER BUSINESS     *
      *   DATE. THE BUSDATE CARD CARRIES THE CYCLE NUMBER IN COLUMN 11 *
      *   (BLANK IS CYCLE 1), AND IT IS STAMPED ON THE RUN-CONTROL     *
      *   RECORD SO PRPW2228 CAN BALANCE EACH CYCLE.                   *
      *                                                                *
      *================================================================*
       PROGRAM-ID.    PRPW2198.
       AUTHOR.        R MACALLISTER.
           LABEL RECORDS ARE STANDARD.
       01  BUSDATE-PARM-RECORD.
           05 BUSDATE-CYCLE-DATE         PIC X(10).
           05 BUSDATE-CYCLE-NO           PIC X(01).
           05 FILLER                     PIC X(69).
       WORKING-STORAGE SECTION.
       01  PROGRAM-SWITCHES.
           05 SOURCE-EOF-SW             PIC X(01)    VALUE 'N'.
       77  WS-SCAN-VALUE                 PIC X(35)   VALUE SPACES.
       77  WS-SCAN-FIELD                 PIC X(08)   VALUE SPACES.
       77  WS-ACTUAL-RUN-DATE            PIC X(10)   VALUE SPACES.
       77  WS-RUN-CYCLE-NO               PIC 9(01)   VALUE 1.
       01  WS-HIT-DETAIL.
           05 WS-HIT-FIELD               PIC X(08)   VALUE SPACES.
           05 WS-HIT-VALUE               PIC X(35)   VALUE SPACES.
      * CONTROL CARD DRIVES EVERY DATE THE CYCLE STAMPS; THE SYSTEM    *
      * DATE IS KEPT ONLY AS THE ACTUALLY-RAN-AT AUDIT STAMP.  A       *
      * MISSING OR BLANK CARD FALLS BACK TO THE SYSTEM DATE            *
      * CARD COLUMN 11 CARRIES THE INTRADAY CYCLE NUMBER (1-9); A      *
      * BLANK OR ZERO COLUMN MEANS THE FIRST CYCLE OF THE DAY          *
      *----------------------------------------------------------------*
       1050-READ-BUSDATE.
           OPEN INPUT BUSDATE-PARM-FILE.
           READ BUSDATE-PARM-FILE
               AT END MOVE SPACES TO BUSDATE-PARM-RECORD
           END-READ.
           CLOSE BUSDATE-PARM-FILE.
           IF BUSDATE-CYCLE-DATE NOT = SPACES
               MOVE BUSDATE-CYCLE-DATE TO WS-RUN-DATE-OUT
           END-IF.
           IF BUSDATE-CYCLE-NO IS NUMERIC
               AND BUSDATE-CYCLE-NO NOT = '0'
               MOVE BUSDATE-CYCLE-NO TO WS-RUN-CYCLE-NO
           END-IF.
       1050-EXIT.
           EXIT.
      *----------------------------------------------------------------*
           MOVE SPACES             TO WPS-RUN-CONTROL-RECORD.
           MOVE 'PRPW2198'         TO RUNC-STEP-NAME.
           MOVE WS-RUN-DATE-OUT    TO RUNC-CYCLE-DATE.
           MOVE WS-RUN-CYCLE-NO    TO RUNC-CYCLE-NO.
           MOVE WS-SOURCE-IN-COUNT TO RUNC-RECS-IN.
           MOVE 'CLEAN'            TO RUNC-OUT-LABEL (1).
           MOVE WS-CLEAN-COUNT     TO RUNC-OUT-COUNT (1).
