      *   DATE REVIEW REPORT; A MISSING OR BLANK CARD FALLS BACK TO    *
      *   IT.                                                          *
      *                                                                *
      *  A883453    R. MACALLISTER                        OCT, 2026    *
      *                                                                *
      * DESCRIPTION:                                                   *
      * -------------                                                  *
      * - THE STREAM NOW RUNS SEVERAL INTRADAY CYCLES PER BUSINESS     *
      *   DATE. THE BUSDATE CARD CARRIES THE CYCLE NUMBER IN COLUMN 11 *
      *   (BLANK IS CYCLE 1). THE CYCLE NUMBER IS STAMPED ON THE       *
      *   HEADER (WPS-HEADER-CYCLE-NO), IN THE WIRE REFERENCE BETWEEN  *
      *   THE CYCLE DATE AND A NOW SIX-DIGIT SEQUENCE, ON EACH         *
      *   CHECKPOINT AND ON THE RUN-CONTROL RECORD. A RESTART IGNORES  *
      *   A CHECKPOINT WRITTEN BY ANOTHER CYCLE. A CYCLE THAT WOULD    *
      *   EXHAUST THE SEQUENCE STOPS WITH RETURN CODE 16 RATHER THAN   *
      *   REUSE A REFERENCE.                                           *
      *                                                                *
      *================================================================*
       PROGRAM-ID.    PRPW2200.
       AUTHOR.        R MACALLISTER.
           LABEL RECORDS ARE STANDARD.
       01  BUSDATE-PARM-RECORD.
           05 BUSDATE-CYCLE-DATE         PIC X(10).
           05 BUSDATE-CYCLE-NO           PIC X(01).
           05 FILLER                     PIC X(69).
       WORKING-STORAGE SECTION.
       01  PROGRAM-SWITCHES.
           05 SOURCE-EOF-SW             PIC X(01)    VALUE 'N'.
              10 WS-BP-BILL-CODE         PIC X(04).
       77  WS-VOLUME-SEQ                 PIC 9(03) COMP VALUE ZERO.
       77  WS-CANDIDATE-SPREAD           PIC S9(13)V99  VALUE ZERO.
      *    THE WIRE REFERENCE ASSIGNED AT INTAKE: THE CYCLE DATE, THE
      *    INTRADAY CYCLE NUMBER AND A RUNNING SEQUENCE THAT, UNLIKE
      *    WS-VOLUME-SEQ, NEVER WRAPS WITHIN A CYCLE -- IT IS THE
      *    PAYMENT'S IDENTITY DOWNSTREAM.
       77  WS-WIRE-REF-SEQ               PIC 9(07) COMP VALUE ZERO.
       77  WS-WIRE-REF-MAX               PIC 9(07) COMP VALUE 999999.
       01  WS-WIRE-REF-WORK.
           05 WS-WREF-CYCLE-DATE         PIC X(08).
           05 WS-WREF-CYCLE-NO           PIC 9(01).
           05 WS-WREF-SEQ                PIC 9(06).
      *    IN-STORAGE COPY OF THE SETLCAL SETTLEMENT HOLIDAY CALENDAR.
      *    A CALENDAR BIGGER THAN THE STORAGE COPY IS A CONFIGURATION
      *    ERROR AND FAILS THE RUN RATHER THAN ROLLING VALUE DATES
           05 FILLER                     PIC X(01) VALUE '-'.
           05 WS-HDR-DD                  PIC 9(02).
       77  WS-ACTUAL-RUN-DATE            PIC X(10)   VALUE SPACES.
       77  WS-RUN-CYCLE-NO               PIC 9(01)   VALUE 1.
       01  ACTUAL-RUN-LINE.
           05 FILLER           PIC X(26)
               VALUE 'SYSTEM DATE ACTUALLY RAN: '.
           MOVE WS-HEADER-DATE-OUT (1:4) TO WS-WREF-CYCLE-DATE (1:4).
           MOVE WS-HEADER-DATE-OUT (6:2) TO WS-WREF-CYCLE-DATE (5:2).
           MOVE WS-HEADER-DATE-OUT (9:2) TO WS-WREF-CYCLE-DATE (7:2).
           MOVE WS-RUN-CYCLE-NO          TO WS-WREF-CYCLE-NO.
           PERFORM 1100-CHECK-RESTART  THRU 1100-EXIT.
           PERFORM 1300-LOAD-BILL-TABLE THRU 1300-EXIT.
           PERFORM 1400-LOAD-FXRATE-TABLE THRU 1400-EXIT.
               MOVE SPACES         TO WPS-RECORD
               SET WPS-HEADER-REC  TO TRUE
               MOVE WS-HEADER-DATE-OUT TO WPS-HEADER-DATE
               MOVE WS-RUN-CYCLE-NO    TO WPS-HEADER-CYCLE-NO
               WRITE WPS-RECORD
           END-IF.
       1000-EXIT.
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
               MOVE BUSDATE-CYCLE-DATE TO WS-HEADER-DATE-OUT
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
           ELSE
               ADD 1 TO WS-VOLUME-SEQ
           END-IF.
           IF WS-WIRE-REF-SEQ >= WS-WIRE-REF-MAX
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-WIRE-REF-SEQ.
           MOVE WS-WIRE-REF-SEQ TO WS-WREF-SEQ.
           MOVE SPACES          TO WPS-RECORD.
           MOVE WS-SUSPENSE-COUNT   TO CKPT-SUSPENSE-COUNT.
           MOVE WS-SOURCE-IN-COUNT  TO CKPT-SOURCE-IN-COUNT.
           MOVE WS-WIRE-REF-SEQ     TO CKPT-WIRE-REF-SEQ.
           MOVE WS-RUN-CYCLE-NO     TO CKPT-CYCLE-NO.
           MOVE ZERO TO CKPT-REJECT-COUNT, CKPT-PAYMT-AMT-TOTAL.
           WRITE WPS-CHECKPOINT-RECORD.
           MOVE ZERO TO WS-CKPT-SINCE-LAST.
           MOVE SPACES             TO WPS-RUN-CONTROL-RECORD.
           MOVE 'PRPW2200'         TO RUNC-STEP-NAME.
           MOVE WS-HEADER-DATE-OUT TO RUNC-CYCLE-DATE.
           MOVE WS-RUN-CYCLE-NO    TO RUNC-CYCLE-NO.
           MOVE WS-SOURCE-IN-COUNT TO RUNC-RECS-IN.
           MOVE 'DETAIL'           TO RUNC-OUT-LABEL (1).
           MOVE WS-DETAIL-COUNT    TO RUNC-OUT-COUNT (1).
