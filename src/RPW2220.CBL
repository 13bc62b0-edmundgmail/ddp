      *   BALANCES UNDER THE RIGHT BUSINESS DATE IN PRPW2228.  A       *
      *   MISSING OR BLANK CARD FALLS BACK TO THE SYSTEM DATE.         *
      *                                                                *
      *  A883453    R. MACALLISTER                        OCT, 2026    *
      *                                                                *
      * DESCRIPTION:                                                   *
      * -------------                                                  *
      * - THE STREAM NOW RUNS SEVERAL INTRADAY CYCLES PER BUSINESS     *
      *   DATE. THE BUSDATE CARD CARRIES THE CYCLE NUMBER IN COLUMN 11 *
      *   (BLANK IS CYCLE 1). IT IS STAMPED ON EACH CHECKPOINT AND ON  *
      *   THE RUN-CONTROL RECORD, AND A RESTART IGNORES A CHECKPOINT   *
      *   WRITTEN BY ANOTHER CYCLE.                                    *
      *                                                                *
      *================================================================*
       PROGRAM-ID.    RPW2220.
       AUTHOR.        R MACALLISTER.
           LABEL RECORDS ARE STANDARD.
       01  BUSDATE-PARM-RECORD.
           05 BUSDATE-CYCLE-DATE         PIC X(10).
           05 BUSDATE-CYCLE-NO           PIC X(01).
           05 FILLER                     PIC X(69).
       WORKING-STORAGE SECTION.
       01  PROGRAM-SWITCHES.
           05 STAGE2-EOF-SW             PIC X(01)    VALUE 'N'.
      *    TRAILING WPS-CORR-REC, IF ANY, HAS ALSO BEEN COPIED THROUGH.
       77  WS-CKPT-INTERVAL              PIC 9(05) COMP VALUE 1.
       77  WS-CKPT-SINCE-LAST            PIC 9(05) COMP VALUE ZERO.
       77  WS-RUN-CYCLE-NO               PIC 9(01)   VALUE 1.
       01  WS-LAST-CHECKPOINT-KEY.
           05 WS-LAST-CUSTID             PIC X(05)      VALUE SPACES.
           05 WS-LAST-TRANS-DATE         PIC X(10)      VALUE SPACES.
      * 1050-READ-BUSDATE - THE SCHEDULER-STAMPED BUSINESS DATE        *
      * CONTROL CARD DRIVES THE CYCLE DATE THIS STEP STAMPS; A         *
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
           EXIT.
      *----------------------------------------------------------------*
      * 1150-LOAD-CHECKPOINT - READ THE CHECKPOINT FILE THROUGH TO THE *
      * LAST RECORD ON IT, WHICH CARRIES THE POINT TO RESTART FROM.    *
      * A CHECKPOINT LEFT BY ANOTHER INTRADAY CYCLE IS NO RESTART      *
      * POINT FOR THIS ONE                                             *
      *----------------------------------------------------------------*
       1150-LOAD-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE.
           PERFORM 1160-READ-CHECKPOINT THRU 1160-EXIT
               UNTIL CKPT-EOF.
           CLOSE CHECKPOINT-FILE.
           IF CKPT-WAS-FOUND
               AND CKPT-CYCLE-NO NOT = WS-RUN-CYCLE-NO
               MOVE 'N' TO CKPT-FOUND-SW
           END-IF.
           IF CKPT-WAS-FOUND
               MOVE CKPT-CUSTID         TO WS-LAST-CUSTID
               MOVE CKPT-TRANS-DATE     TO WS-LAST-TRANS-DATE
           MOVE ZERO TO CKPT-VOLUME-SEQ, CKPT-SUSPENSE-COUNT,
                        CKPT-REJECT-COUNT, CKPT-SOURCE-IN-COUNT,
                        CKPT-WIRE-REF-SEQ.
           MOVE WS-RUN-CYCLE-NO     TO CKPT-CYCLE-NO.
           WRITE WPS-CHECKPOINT-RECORD.
           MOVE ZERO TO WS-CKPT-SINCE-LAST.
       8100-EXIT.
           MOVE SPACES            TO WPS-RUN-CONTROL-RECORD.
           MOVE 'RPW2220'         TO RUNC-STEP-NAME.
           MOVE WS-RUN-DATE-OUT   TO RUNC-CYCLE-DATE.
           MOVE WS-RUN-CYCLE-NO   TO RUNC-CYCLE-NO.
           MOVE WS-DETAIL-COUNT   TO RUNC-RECS-IN.
           MOVE 'FINALDET'        TO RUNC-OUT-LABEL (1).
           MOVE WS-DETAIL-COUNT   TO RUNC-OUT-COUNT (1).
