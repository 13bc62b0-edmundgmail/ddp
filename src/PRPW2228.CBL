      *                   ANY BREAK IS REPORTED AND THE JOB ENDS WITH  *
      *                   A NON-ZERO RETURN CODE SO TRANSMISSION IS    *
      *                   HELD.  OPTIONAL STEPS THAT DID NOT RUN       *
      *                   COUNT AS ZERO AND ARE NOTED.  THE STREAM     *
      *                   MAY RUN SEVERAL INTRADAY CYCLES PER BUSINESS *
      *                   DATE, EACH APPENDING ITS OWN RECORDS: EVERY  *
      *                   CYCLE UP TO THE ONE ON THE BUSDATE CARD IS   *
      *                   BALANCED ON ITS OWN, THEN THE DAY AS A WHOLE *
      *                   ON THE SUM OF ALL ITS CYCLES.                *
      *                                                                *
      * USED BY         : WPS WIRE PAYMENTS - NIGHTLY EXTRACT CYCLE    *
      *                                                                *
      *   WITHIN-STEP CHECK BALANCES ON THE FIRST TWO DISPOSITIONS     *
      *   ONLY, LIKE THE BUILD STEP'S.                                 *
      *                                                                *
      *  A883447    R. MACALLISTER                        OCT, 2026    *
      *                                                                *
      * DESCRIPTION:                                                   *
      * -------------                                                  *
      * - ADDED A SLOT FOR THE NEW PRPW2199 ACCOUNT STATUS AND DAILY   *
      *   LIMIT SCREEN.  WHEN IT RAN, THE SANCTIONS CLEAN OUTPUT (OR   *
      *   THE SCREENED SOURCE ON A CYCLE WITHOUT SANCTIONS) FEEDS IT   *
      *   AND ITS PASSED OUTPUT FEEDS THE BUILD.  ITS HOLDSIN COUNT IS *
      *   SUPPLEMENTARY (HOLDS READ BACK RIDE INSIDE ITS INPUT), SO    *
      *   ITS WITHIN-STEP CHECK BALANCES ON THE FIRST TWO              *
      *   DISPOSITIONS AND THE CHAIN INTO IT TAKES THE HOLDS OUT.      *
      *                                                                *
      *  A883453    R. MACALLISTER                        OCT, 2026    *
      *                                                                *
      * DESCRIPTION:                                                   *
      * -------------                                                  *
      * - THE STREAM NOW RUNS SEVERAL INTRADAY CYCLES PER BUSINESS     *
      *   DATE, AND EACH APPENDS ITS OWN RUN-CONTROL RECORDS STAMPED   *
      *   WITH ITS CYCLE NUMBER. A NEW BUSDATE CARD GIVES THE BUSINESS *
      *   DATE AND THE CYCLE JUST RUN. RECORDS FOR OTHER DATES ARE     *
      *   IGNORED AND COUNTED. EVERY CYCLE UP TO THE LATER OF THE      *
      *   CARD'S CYCLE AND THE HIGHEST ON FILE IS BALANCED ON ITS OWN  *
      *   RECORDS, SO A CYCLE WITH NO RECORDS SHOWS ITS REQUIRED STEPS *
      *   MISSING. THE DAY IS THEN BALANCED ON THE SUM OF ALL ITS      *
      *   CYCLES. ANY BREAK IN ANY CYCLE OR IN THE DAY HOLDS           *
      *   TRANSMISSION WITH RETURN CODE 12.                            *
      *                                                                *
      *================================================================*
       PROGRAM-ID.    PRPW2228.
       AUTHOR.        R MACALLISTER.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE  ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL.
           SELECT BUSDATE-PARM-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL.
           SELECT BALANCE-REPORT    ASSIGN TO WPSBRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY WPSRUNC.
       FD  BUSDATE-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  BUSDATE-PARM-RECORD.
           05 BUSDATE-CYCLE-DATE       PIC X(10).
           05 BUSDATE-CYCLE-NO         PIC X(01).
           05 FILLER                   PIC X(69).
       FD  BALANCE-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
              88 RUNCTL-EOF                          VALUE 'Y'.
           05 BALANCE-OK-SW             PIC X(01)    VALUE 'Y'.
              88 CYCLE-IS-IN-BALANCE                 VALUE 'Y'.
           05 DAY-BALANCE-OK-SW         PIC X(01)    VALUE 'Y'.
              88 DAY-IS-IN-BALANCE                   VALUE 'Y'.
           05 SANC-RAN-SW               PIC X(01)    VALUE 'N'.
              88 SANC-STEP-RAN                       VALUE 'Y'.
           05 CANC-RAN-SW               PIC X(01)    VALUE 'N'.
              88 CANC-STEP-RAN                       VALUE 'Y'.
           05 ACCT-RAN-SW               PIC X(01)    VALUE 'N'.
              88 ACCT-STEP-RAN                       VALUE 'Y'.
           05 FEED-FOUND-SW             PIC X(01)    VALUE 'N'.
              88 FEED-STEP-FOUND                     VALUE 'Y'.
      *    ONE SLOT PER STREAM STEP.  A STEP THAT APPENDED MORE THAN
      *    ONE RECORD OVERLAYS ITS SLOT, SO THE LAST RECORD WINS.
       01  WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 9 TIMES
                             INDEXED BY WS-STEP-IDX.
              10 WS-STEP-NAME           PIC X(08).
              10 WS-STEP-FOUND-SW       PIC X(01).
                                        PIC 9(09).
              10 WS-STEP-OUT-LBL OCCURS 3 TIMES
                                        PIC X(12).
      *    ONE COPY OF THE STEP TABLE PER INTRADAY CYCLE OF THE
      *    BUSINESS DATE.  A CYCLE IS BALANCED BY MOVING ITS COPY INTO
      *    WS-STEP-TABLE; THE DAY BY SUMMING ALL COPIES INTO IT.
       01  WS-CYCLE-TABLE.
           05 WS-CYC-ENTRY OCCURS 9 TIMES
                             INDEXED BY WS-CYC-IDX.
              10 WS-CYC-FOUND-SW        PIC X(01).
              10 WS-CYC-STEP-TABLE.
                 15 WS-CS-ENTRY OCCURS 9 TIMES.
                    20 WS-CS-NAME          PIC X(08).
                    20 WS-CS-FOUND-SW      PIC X(01).
                    20 WS-CS-OPTIONAL-SW   PIC X(01).
                    20 WS-CS-RECS-IN       PIC 9(09).
                    20 WS-CS-OUT-CNT OCCURS 3 TIMES
                                           PIC 9(09).
                    20 WS-CS-OUT-LBL OCCURS 3 TIMES
                                           PIC X(12).
       77  WS-SUB                        PIC 9(01) COMP VALUE ZERO.
       77  WS-CYCLE-SUB                  PIC 9(02) COMP VALUE ZERO.
       77  WS-SLOT-SUB                   PIC 9(02) COMP VALUE ZERO.
       77  WS-LAST-CYCLE                 PIC 9(01) COMP VALUE ZERO.
       77  WS-REC-CYCLE-NO               PIC 9(01)   VALUE ZERO.
       77  WS-RUN-CYCLE-NO               PIC 9(01)   VALUE 1.
       77  WS-OTHER-DATE-COUNT           PIC 9(05) COMP VALUE ZERO.
       77  WS-EXPECTED                   PIC 9(09) COMP VALUE ZERO.
       77  WS-ACTUAL                     PIC 9(09) COMP VALUE ZERO.
       77  WS-RECORD-COUNT               PIC 9(05) COMP VALUE ZERO.
       77  WS-SUSP-SLOT                  PIC 9(01) COMP VALUE 6.
       77  WS-SANC-SLOT                  PIC 9(01) COMP VALUE 7.
       77  WS-CANC-SLOT                  PIC 9(01) COMP VALUE 8.
       77  WS-ACCT-SLOT                  PIC 9(01) COMP VALUE 9.
       01  WS-CURRENT-DATE.
           05 WS-CURR-CC                 PIC 9(02).
           05 WS-CURR-YY                 PIC 9(02).
           05 WS-CURR-MM                 PIC 9(02).
           05 WS-CURR-DD                 PIC 9(02).
       01  WS-RUN-DATE-OUT.
           05 FILLER                     PIC X(02) VALUE '20'.
           05 WS-RUN-YY                  PIC 9(02).
           05 FILLER                     PIC X(01) VALUE '-'.
           05 WS-RUN-MM                  PIC 9(02).
           05 FILLER                     PIC X(01) VALUE '-'.
           05 WS-RUN-DD                  PIC 9(02).
       01  WS-CYCLE-SCOPE.
           05 FILLER                     PIC X(07) VALUE ' CYCLE '.
           05 WS-SCOPE-CYCLE-NO          PIC 9(01).
           05 FILLER                     PIC X(08) VALUE SPACES.
       01  HDG1-LINE.
           05 FILLER PIC X(44)
               VALUE 'WPS END-OF-CYCLE RUN BALANCING REPORT --    '.
           05 HDG1-RUN-DATE    PIC X(10).
           05 FILLER PIC X(78) VALUE SPACES.
       01  SECTION-LINE.
           05 FILLER           PIC X(20)
               VALUE '---- INTRADAY CYCLE '.
           05 SEC-CYCLE-NO     PIC 9(01).
           05 FILLER           PIC X(05) VALUE ' ----'.
           05 FILLER           PIC X(106) VALUE SPACES.
       01  DAY-SECTION-LINE.
           05 FILLER           PIC X(44)
               VALUE '---- WHOLE BUSINESS DATE, ALL CYCLES ----   '.
           05 FILLER           PIC X(88) VALUE SPACES.
       01  OTHER-DATE-LINE.
           05 FILLER           PIC X(44)
               VALUE 'RUN-CONTROL RECORDS FOR OTHER DATES IGNORED:'.
           05 ODL-COUNT        PIC ZZ,ZZ9.
           05 FILLER           PIC X(82) VALUE SPACES.
       01  STEP-LINE.
           05 SL-STEP          PIC X(08) VALUE SPACES.
           05 FILLER           PIC X(02) VALUE SPACES.
       01  RESULT-LINE.
           05 FILLER PIC X(34)
               VALUE 'WPS CYCLE RECORD RECONCILIATION --'.
           05 RL-SCOPE         PIC X(16).
           05 RL-RESULT        PIC X(30).
           05 FILLER PIC X(52) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
           PERFORM 2000-LOAD-RUN-CONTROL THRU 2000-EXIT.
           PERFORM 7000-BALANCE-ONE-CYCLE THRU 7000-EXIT
               VARYING WS-CYCLE-SUB FROM 1 BY 1
               UNTIL WS-CYCLE-SUB > WS-LAST-CYCLE.
           PERFORM 7500-BALANCE-THE-DAY THRU 7500-EXIT.
           PERFORM 9000-TERMINATE       THRU 9000-EXIT.
           IF DAY-IS-IN-BALANCE
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 12 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *----------------------------------------------------------------*
      * 1000-INITIALIZE - TAKE THE BUSINESS DATE AND CYCLE, SET UP AN  *
      * EMPTY STEP TABLE FOR EVERY INTRADAY CYCLE AND HEAD THE REPORT  *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURR-YY TO WS-RUN-YY.
           MOVE WS-CURR-MM TO WS-RUN-MM.
           MOVE WS-CURR-DD TO WS-RUN-DD.
           PERFORM 1050-READ-BUSDATE THRU 1050-EXIT.
           MOVE WS-RUN-CYCLE-NO TO WS-LAST-CYCLE.
           PERFORM 1010-SET-UP-STEPS THRU 1010-EXIT.
           PERFORM 1200-CLEAR-ONE-CYCLE THRU 1200-EXIT
               VARYING WS-CYC-IDX FROM 1 BY 1
               UNTIL WS-CYC-IDX > 9.
           OPEN INPUT  RUN-CONTROL-FILE.
           OPEN OUTPUT BALANCE-REPORT.
           MOVE WS-RUN-DATE-OUT TO HDG1-RUN-DATE.
           WRITE BALANCE-LINE FROM HDG1-LINE.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1010-SET-UP-STEPS - NAME THE STREAM STEPS AND MARK WHICH ARE   *
      * OPTIONAL (A CYCLE WITH NO SUSPENSE, REJECTS OR HOLDS MAY       *
      * LEGITIMATELY SKIP THE SCREEN, RECYCLE AND SUSPENSE STEPS)      *
      *----------------------------------------------------------------*
       1010-SET-UP-STEPS.
           MOVE SPACES TO WS-STEP-TABLE.
           SET WS-STEP-IDX TO WS-SCREEN-SLOT.
           MOVE 'PRPW2195' TO WS-STEP-NAME (WS-STEP-IDX).
           SET WS-STEP-IDX TO WS-CANC-SLOT.
           MOVE 'PRPW2218' TO WS-STEP-NAME (WS-STEP-IDX).
           MOVE 'Y'        TO WS-STEP-OPTIONAL-SW (WS-STEP-IDX).
           SET WS-STEP-IDX TO WS-ACCT-SLOT.
           MOVE 'PRPW2199' TO WS-STEP-NAME (WS-STEP-IDX).
           MOVE 'Y'        TO WS-STEP-OPTIONAL-SW (WS-STEP-IDX).
           PERFORM 1100-ZERO-ONE-SLOT THRU 1100-EXIT
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > 9.
       1010-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1050-READ-BUSDATE - THE SCHEDULER-STAMPED BUSINESS DATE        *
      * CONTROL CARD NAMES THE DATE AND THE INTRADAY CYCLE JUST RUN.   *
      * CARD COLUMN 11 CARRIES THE CYCLE NUMBER (1-9); A BLANK OR ZERO *
      * COLUMN MEANS THE FIRST CYCLE.  A MISSING OR BLANK CARD FALLS   *
      * BACK TO THE SYSTEM DATE                                        *
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
       1100-ZERO-ONE-SLOT.
           MOVE 'N'  TO WS-STEP-FOUND-SW (WS-STEP-IDX).
                        WS-STEP-OUT-CNT (WS-STEP-IDX, 3).
       1100-EXIT.
           EXIT.
       1200-CLEAR-ONE-CYCLE.
           MOVE 'N'           TO WS-CYC-FOUND-SW (WS-CYC-IDX).
           MOVE WS-STEP-TABLE TO WS-CYC-STEP-TABLE (WS-CYC-IDX).
       1200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2000-LOAD-RUN-CONTROL - FILE EACH RECORD OF THE BUSINESS DATE  *
      * INTO ITS STEP SLOT IN ITS CYCLE'S TABLE.  A RECORD WITH NO     *
      * CYCLE NUMBER COUNTS AS THE FIRST CYCLE                         *
      *----------------------------------------------------------------*
       2000-LOAD-RUN-CONTROL.
           PERFORM 2100-READ-RUNCTL THRU 2100-EXIT.
           EXIT.
       2200-FILE-RECORD.
           ADD 1 TO WS-RECORD-COUNT.
           IF RUNC-CYCLE-DATE NOT = WS-RUN-DATE-OUT
               ADD 1 TO WS-OTHER-DATE-COUNT
               GO TO 2200-READ-NEXT
           END-IF.
           IF RUNC-CYCLE-NO IS NUMERIC
               AND RUNC-CYCLE-NO NOT = ZERO
               MOVE RUNC-CYCLE-NO TO WS-REC-CYCLE-NO
           ELSE
               MOVE 1             TO WS-REC-CYCLE-NO
           END-IF.
           IF WS-REC-CYCLE-NO > WS-LAST-CYCLE
               MOVE WS-REC-CYCLE-NO TO WS-LAST-CYCLE
           END-IF.
           SET WS-CYC-IDX TO WS-REC-CYCLE-NO.
           MOVE 'Y' TO WS-CYC-FOUND-SW (WS-CYC-IDX).
           MOVE WS-CYC-STEP-TABLE (WS-CYC-IDX) TO WS-STEP-TABLE.
           SET WS-STEP-IDX TO 1.
           SEARCH WS-STEP-ENTRY
               WHEN WS-STEP-NAME (WS-STEP-IDX) = RUNC-STEP-NAME
                       TO WS-STEP-RECS-IN (WS-STEP-IDX)
                   PERFORM 2300-FILE-DISPOSITIONS THRU 2300-EXIT
           END-SEARCH.
           MOVE WS-STEP-TABLE TO WS-CYC-STEP-TABLE (WS-CYC-IDX).
       2200-READ-NEXT.
           PERFORM 2100-READ-RUNCTL THRU 2100-EXIT.
       2200-EXIT.
           EXIT.
       3000-LIST-STEPS.
           PERFORM 3100-LIST-ONE-STEP THRU 3100-EXIT
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > 9.
       3000-EXIT.
           EXIT.
       3100-LIST-ONE-STEP.
       4000-CHECK-STEPS.
           PERFORM 4100-CHECK-ONE-STEP THRU 4100-EXIT
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > 9.
       4000-EXIT.
           EXIT.
       4100-CHECK-ONE-STEP.
           MOVE WS-STEP-RECS-IN (WS-STEP-IDX) TO WS-EXPECTED.
           IF WS-STEP-IDX = WS-BUILD-SLOT
            OR WS-STEP-IDX = WS-CANC-SLOT
            OR WS-STEP-IDX = WS-ACCT-SLOT
               COMPUTE WS-ACTUAL =
                   WS-STEP-OUT-CNT (WS-STEP-IDX, 1)
                   + WS-STEP-OUT-CNT (WS-STEP-IDX, 2)
      * STEPS THAT FEED IT                                             *
      *----------------------------------------------------------------*
       5000-CHECK-CHAIN.
      *    THE SCREEN FEEDS THE SANCTIONS SCREEN WHEN IT RAN, THE
      *    SANCTIONS CLEAN OUTPUT FEEDS THE ACCOUNT SCREEN WHEN IT RAN,
      *    AND WHICHEVER OF THEM RAN LAST FEEDS THE BUILD; A STEP THAT
      *    DID NOT RUN IS SIMPLY SKIPPED OVER IN THE CHAIN
           SET WS-STEP-IDX TO WS-SANC-SLOT.
           MOVE WS-STEP-FOUND-SW (WS-STEP-IDX) TO SANC-RAN-SW.
           SET WS-STEP-IDX TO WS-ACCT-SLOT.
           MOVE WS-STEP-FOUND-SW (WS-STEP-IDX) TO ACCT-RAN-SW.
           SET WS-STEP-IDX TO WS-SCREEN-SLOT.
           MOVE WS-STEP-FOUND-SW (WS-STEP-IDX) TO FEED-FOUND-SW.
           MOVE WS-STEP-OUT-CNT (WS-STEP-IDX, 1) TO WS-EXPECTED.
           IF FEED-STEP-FOUND
               MOVE SPACES TO CL-TEXT CL-RESULT
               EVALUATE TRUE
                   WHEN SANC-STEP-RAN
                       SET WS-STEP-IDX TO WS-SANC-SLOT
                       MOVE WS-STEP-RECS-IN (WS-STEP-IDX) TO WS-ACTUAL
                       MOVE 'SCREENED SOURCE FEEDS THE SANCTIONS SCREEN'
                           TO CL-TEXT
                   WHEN ACCT-STEP-RAN
                       PERFORM 5100-ACCT-SCREEN-INPUT THRU 5100-EXIT
                       MOVE 'SCREENED SOURCE FEEDS THE ACCOUNT SCREEN'
                           TO CL-TEXT
                   WHEN OTHER
                       SET WS-STEP-IDX TO WS-BUILD-SLOT
                       MOVE WS-STEP-RECS-IN (WS-STEP-IDX) TO WS-ACTUAL
                       MOVE 'SCREENED SOURCE FEEDS THE BUILD STEP'
                           TO CL-TEXT
               END-EVALUATE
               PERFORM 4900-JUDGE-CHECK THRU 4900-EXIT
           END-IF.
           IF SANC-STEP-RAN
               SET WS-STEP-IDX TO WS-SANC-SLOT
               MOVE WS-STEP-OUT-CNT (WS-STEP-IDX, 1) TO WS-EXPECTED
               MOVE SPACES TO CL-TEXT CL-RESULT
               IF ACCT-STEP-RAN
                   PERFORM 5100-ACCT-SCREEN-INPUT THRU 5100-EXIT
                   MOVE 'SANCTIONS CLEAN OUTPUT FEEDS THE ACCT SCREEN'
                       TO CL-TEXT
               ELSE
                   SET WS-STEP-IDX TO WS-BUILD-SLOT
                   MOVE WS-STEP-RECS-IN (WS-STEP-IDX) TO WS-ACTUAL
                   MOVE 'SANCTIONS CLEAN OUTPUT FEEDS THE BUILD STEP'
                       TO CL-TEXT
               END-IF
               PERFORM 4900-JUDGE-CHECK THRU 4900-EXIT
           END-IF.
           IF ACCT-STEP-RAN
               SET WS-STEP-IDX TO WS-ACCT-SLOT
               MOVE WS-STEP-OUT-CNT (WS-STEP-IDX, 1) TO WS-EXPECTED
               SET WS-STEP-IDX TO WS-BUILD-SLOT
               MOVE WS-STEP-RECS-IN (WS-STEP-IDX) TO WS-ACTUAL
               MOVE SPACES TO CL-TEXT CL-RESULT
               MOVE 'ACCOUNT SCREEN PASSED OUTPUT FEEDS THE BUILD STEP'
                   TO CL-TEXT
               PERFORM 4900-JUDGE-CHECK THRU 4900-EXIT
           END-IF.
           WRITE BALANCE-LINE FROM CHECK-LINE.
       4900-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 5100-ACCT-SCREEN-INPUT - THE ACCOUNT SCREEN'S INPUT COUNT      *
      * INCLUDES THE HOLDS IT READ BACK FROM ITS OWN QUEUE; ONLY THE   *
      * REST CAME FROM THE STEP UPSTREAM                               *
      *----------------------------------------------------------------*
       5100-ACCT-SCREEN-INPUT.
           SET WS-STEP-IDX TO WS-ACCT-SLOT.
           COMPUTE WS-ACTUAL = WS-STEP-RECS-IN (WS-STEP-IDX)
               - WS-STEP-OUT-CNT (WS-STEP-IDX, 3).
       5100-EXIT.
           EXIT.
       6000-WRITE-RESULT.
           IF CYCLE-IS-IN-BALANCE
               MOVE 'IN BALANCE'               TO RL-RESULT
           ELSE
               MOVE 'OUT OF BALANCE - HELD'    TO RL-RESULT
               MOVE 'N' TO DAY-BALANCE-OK-SW
           END-IF.
           WRITE BALANCE-LINE FROM RESULT-LINE.
       6000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 7000-BALANCE-ONE-CYCLE - LIST AND PROVE ONE INTRADAY CYCLE ON  *
      * ITS OWN RECORDS.  A CYCLE WITH NO RECORDS AT ALL SHOWS ITS     *
      * REQUIRED STEPS MISSING, SO A SKIPPED CYCLE IS A BREAK          *
      *----------------------------------------------------------------*
       7000-BALANCE-ONE-CYCLE.
           SET WS-CYC-IDX TO WS-CYCLE-SUB.
           MOVE WS-CYCLE-SUB TO SEC-CYCLE-NO.
           WRITE BALANCE-LINE FROM SECTION-LINE.
           MOVE WS-CYC-STEP-TABLE (WS-CYC-IDX) TO WS-STEP-TABLE.
           MOVE 'Y' TO BALANCE-OK-SW.
           PERFORM 3000-LIST-STEPS      THRU 3000-EXIT.
           PERFORM 4000-CHECK-STEPS     THRU 4000-EXIT.
           PERFORM 5000-CHECK-CHAIN     THRU 5000-EXIT.
           MOVE WS-CYCLE-SUB   TO WS-SCOPE-CYCLE-NO.
           MOVE WS-CYCLE-SCOPE TO RL-SCOPE.
           PERFORM 6000-WRITE-RESULT    THRU 6000-EXIT.
       7000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 7500-BALANCE-THE-DAY - SUM EVERY CYCLE'S STEP COUNTS AND PROVE *
      * THE BUSINESS DATE AS A WHOLE THE SAME WAY                      *
      *----------------------------------------------------------------*
       7500-BALANCE-THE-DAY.
           WRITE BALANCE-LINE FROM DAY-SECTION-LINE.
           IF WS-OTHER-DATE-COUNT > ZERO
               MOVE WS-OTHER-DATE-COUNT TO ODL-COUNT
               WRITE BALANCE-LINE FROM OTHER-DATE-LINE
           END-IF.
           PERFORM 1010-SET-UP-STEPS THRU 1010-EXIT.
           PERFORM 7510-ADD-ONE-CYCLE THRU 7510-EXIT
               VARYING WS-CYCLE-SUB FROM 1 BY 1
               UNTIL WS-CYCLE-SUB > WS-LAST-CYCLE.
           MOVE 'Y' TO BALANCE-OK-SW.
           PERFORM 3000-LIST-STEPS      THRU 3000-EXIT.
           PERFORM 4000-CHECK-STEPS     THRU 4000-EXIT.
           PERFORM 5000-CHECK-CHAIN     THRU 5000-EXIT.
           MOVE ' WHOLE DAY'   TO RL-SCOPE.
           PERFORM 6000-WRITE-RESULT    THRU 6000-EXIT.
       7500-EXIT.
           EXIT.
       7510-ADD-ONE-CYCLE.
           PERFORM 7520-ADD-ONE-STEP THRU 7520-EXIT
               VARYING WS-SLOT-SUB FROM 1 BY 1
               UNTIL WS-SLOT-SUB > 9.
       7510-EXIT.
           EXIT.
       7520-ADD-ONE-STEP.
           IF WS-CS-FOUND-SW (WS-CYCLE-SUB, WS-SLOT-SUB) NOT = 'Y'
               GO TO 7520-EXIT
           END-IF.
           MOVE 'Y' TO WS-STEP-FOUND-SW (WS-SLOT-SUB).
           ADD WS-CS-RECS-IN (WS-CYCLE-SUB, WS-SLOT-SUB)
               TO WS-STEP-RECS-IN (WS-SLOT-SUB).
           PERFORM 7530-ADD-ONE-DISPOSITION THRU 7530-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 3.
       7520-EXIT.
           EXIT.
       7530-ADD-ONE-DISPOSITION.
           ADD WS-CS-OUT-CNT (WS-CYCLE-SUB, WS-SLOT-SUB, WS-SUB)
               TO WS-STEP-OUT-CNT (WS-SLOT-SUB, WS-SUB).
           MOVE WS-CS-OUT-LBL (WS-CYCLE-SUB, WS-SLOT-SUB, WS-SUB)
               TO WS-STEP-OUT-LBL (WS-SLOT-SUB, WS-SUB).
       7530-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE RUN-CONTROL-FILE.
           CLOSE BALANCE-REPORT.
