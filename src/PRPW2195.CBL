      *                   SCREENED OUTPUT AND ARE ADDED TO THE         *
      *                   HISTORY, WHICH IS AGED OFF AGAINST THE       *
      *                   RETENTION CUTOFF ON THE WPSHRET CARD.        *
      *                   THE STREAM MAY RUN SEVERAL INTRADAY CYCLES   *
      *                   PER BUSINESS DATE: AN INTAKE LOG OF THE      *
      *                   DAY'S TAKEN RECORDS (WPSTAKI/WPSTAKO) LETS   *
      *                   EACH CYCLE PICK UP ONLY THE SOURCE RECORDS   *
      *                   NOT YET TAKEN, WHILE THE HISTORY CHAINED     *
      *                   FROM CYCLE TO CYCLE KEEPS THE DUPLICATE      *
      *                   SCREEN LOOKING AT THE WHOLE DAY.             *
      *                   EVERY RELEASE CARD CARRIES A MAKER ID AND A  *
      *                   CHECKER ID, TESTED AGAINST THE AUTHORIZED    *
      *                   OPERATOR TABLE (OPRAUTH) BEFORE THE HOLD IS  *
      *                   RELEASED; A CARD THAT FAILS LEAVES THE WIRE  *
      *                   ON HOLD WITH THE REASON ON THE REPORT, AND   *
      *                   EVERY RELEASE IS WRITTEN TO THE COMMON       *
      *                   CONTROL CARD AUTHORIZATION LOG (AUTHLOG).    *
      *                                                                *
      * USED BY         : WPS WIRE PAYMENTS - NIGHTLY EXTRACT CYCLE    *
      *                                                                *
      *   AUDIT STAMP ON THE REPORT; A MISSING OR BLANK CARD FALLS     *
      *   BACK TO IT.                                                  *
      *                                                                *
      *  A883453    R. MACALLISTER                        OCT, 2026    *
      *                                                                *
      * DESCRIPTION:                                                   *
      * -------------                                                  *
      * - THE STREAM NOW RUNS SEVERAL INTRADAY CYCLES PER BUSINESS     *
      *   DATE. THE BUSDATE CARD CARRIES THE CYCLE NUMBER IN COLUMN 11 *
      *   (BLANK IS CYCLE 1) AND THE RUN-CONTROL RECORD IS STAMPED     *
      *   WITH IT.                                                     *
      * - A NEW INTAKE LOG (WPSTAKI OLD, WPSTAKO NEW) RECORDS EVERY    *
      *   SOURCE RECORD TAKEN BY A CYCLE OF THE BUSINESS DATE. A LATER *
      *   CYCLE SKIPS THE RECORDS AN EARLIER CYCLE ALREADY TOOK AND    *
      *   COUNTS THEM AS PRIORCYCLE IN THE THIRD RUN-CONTROL COUNT, SO *
      *   THE STEP STILL PROVES EVERY SOURCE RECORD. A RERUN OF THE    *
      *   SAME CYCLE RE-SCREENS ITS OWN RECORDS. ENTRIES FROM EARLIER  *
      *   BUSINESS DATES AGE OFF.                                      *
      *                                                                *
      *  A883454    R. MACALLISTER                        OCT, 2026    *
      *                                                                *
      * DESCRIPTION:                                                   *
      * -------------                                                  *
      * - RELEASE CARDS NOW CARRY A MAKER ID AND A CHECKER ID (COLUMNS *
      *   24-39), TESTED AGAINST THE NEW AUTHORIZED OPERATOR TABLE     *
      *   OPRAUTH BEFORE A HOLD IS RELEASED: BOTH IDS PRESENT,         *
      *   DIFFERENT, KNOWN AND ACTIVE, THE MAKER ALLOWED TO KEY AND    *
      *   THE CHECKER ALLOWED TO APPROVE RELEASE CARDS, AND THE HELD   *
      *   WIRE'S CAD AMOUNT (FXRATE CAD RATE) WITHIN THE CHECKER'S     *
      *   AUTHORITY.                                                   *
      * - A CARD THAT FAILS LEAVES THE WIRE ON HOLD, PRINTED AS NOAUTH *
      *   WITH THE REASON, AND SETS RETURN CODE 4. EVERY RELEASE IS    *
      *   WRITTEN TO THE COMMON CONTROL CARD AUTHORIZATION LOG         *
      *   AUTHLOG.                                                     *
      *                                                                *
      *================================================================*
       PROGRAM-ID.    PRPW2195.
       AUTHOR.        R MACALLISTER.
               ORGANIZATION IS SEQUENTIAL.
           SELECT HISTORY-OUT-FILE  ASSIGN TO WPSHSTO
               ORGANIZATION IS SEQUENTIAL.
           SELECT TAKEN-IN-FILE     ASSIGN TO WPSTAKI
               ORGANIZATION IS SEQUENTIAL.
           SELECT TAKEN-OUT-FILE    ASSIGN TO WPSTAKO
               ORGANIZATION IS SEQUENTIAL.
           SELECT RETAIN-PARM-FILE  ASSIGN TO WPSHRET
               ORGANIZATION IS SEQUENTIAL.
           SELECT BUSDATE-PARM-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-CONTROL-FILE  ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL.
           SELECT FXRATE-FILE       ASSIGN TO FXRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FXR-CURRENCY.
           SELECT OPRAUTH-FILE      ASSIGN TO OPRAUTH
               ORGANIZATION IS SEQUENTIAL.
           SELECT AUTH-LOG-FILE     ASSIGN TO AUTHLOG
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  WPS-SOURCE-FILE
           05 WREL-CUSTID              PIC X(05).
           05 WREL-TRANS-DATE          PIC X(10).
           05 WREL-TRANS-TIME          PIC X(08).
           05 WREL-MAKER-ID            PIC X(08).
           05 WREL-CHECKER-ID          PIC X(08).
           05 FILLER                   PIC X(41).
       FD  HISTORY-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HISTORY-OUT-RECORD          PIC X(80).
      *    THE INTAKE LOG: ONE ENTRY PER SOURCE RECORD AN INTRADAY
      *    CYCLE OF THE BUSINESS DATE HAS ALREADY TAKEN, IN FULL SORT
      *    KEY ORDER, SO A LATER CYCLE PICKS UP ONLY THE WIRES NOT YET
      *    TAKEN.  ENTRIES FROM AN EARLIER BUSINESS DATE AGE OFF.
       FD  TAKEN-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WPS-TAKEN-RECORD.
           05 WTAK-CUSTID              PIC X(05).
           05 WTAK-PAYMT-AMT           PIC 9(13)V99.
           05 WTAK-DEST                PIC X(35).
           05 WTAK-TRANS-DATE          PIC X(10).
           05 WTAK-TRANS-TIME          PIC X(08).
           05 WTAK-BUS-DATE            PIC X(10).
           05 WTAK-CYCLE-NO            PIC 9(01).
           05 WTAK-DISPOSITION         PIC X(01).
              88 WTAK-SCREENED                   VALUE 'S'.
              88 WTAK-HELD                       VALUE 'H'.
           05 FILLER                   PIC X(15).
       FD  TAKEN-OUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  TAKEN-OUT-RECORD            PIC X(100).
       FD  RETAIN-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
       01  BUSDATE-PARM-RECORD.
           05 BUSDATE-CYCLE-DATE       PIC X(10).
           05 BUSDATE-CYCLE-NO         PIC X(01).
           05 FILLER                   PIC X(69).
       FD  DUP-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY WPSRUNC.
       FD  FXRATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FXRATE.
       FD  OPRAUTH-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY OPRAUTH.
       FD  AUTH-LOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY AUTHLOG.
       WORKING-STORAGE SECTION.
       01  PROGRAM-SWITCHES.
           05 SORT-STATUS-SW            PIC X(01)    VALUE 'N'.
              88 DUP-WAS-FOUND                       VALUE 'Y'.
           05 FIRST-RECORD-SW           PIC X(01)    VALUE 'Y'.
              88 FIRST-RECORD-IN-RUN                 VALUE 'Y'.
           05 TAKEN-EOF-SW              PIC X(01)    VALUE 'N'.
              88 TAKEN-EOF                           VALUE 'Y'.
           05 PRIOR-CYCLE-SW            PIC X(01)    VALUE 'N'.
              88 TAKEN-BY-PRIOR-CYCLE                VALUE 'Y'.
           05 OPRAUTH-EOF-SW            PIC X(01)    VALUE 'N'.
              88 OPRAUTH-EOF                         VALUE 'Y'.
           05 OPR-FOUND-SW              PIC X(01)    VALUE 'N'.
              88 OPR-WAS-FOUND                       VALUE 'Y'.
           05 AUTH-REJECT-SW            PIC X(01)    VALUE 'N'.
              88 AUTH-IS-REJECTED                    VALUE 'Y'.
           05 FXRATE-EOF-SW             PIC X(01)    VALUE 'N'.
              88 FXRATE-EOF                          VALUE 'Y'.
       77  WS-CARD-COUNT                 PIC 9(03) COMP VALUE ZERO.
       77  WS-CARD-MAX                   PIC 9(03) COMP VALUE 500.
       77  WS-SOURCE-IN-COUNT            PIC 9(09) COMP VALUE ZERO.
       77  WS-HIST-AGED-COUNT            PIC 9(09) COMP VALUE ZERO.
       77  WS-UNMATCHED-CARD-COUNT       PIC 9(03) COMP VALUE ZERO.
       77  WS-DROPPED-CARD-COUNT         PIC 9(05) COMP VALUE ZERO.
       77  WS-PRIOR-CYCLE-COUNT          PIC 9(09) COMP VALUE ZERO.
       77  WS-RETAKEN-COUNT              PIC 9(09) COMP VALUE ZERO.
       77  WS-TAKEN-IN-COUNT             PIC 9(09) COMP VALUE ZERO.
       77  WS-TAKEN-OUT-COUNT            PIC 9(09) COMP VALUE ZERO.
       77  WS-TAKEN-AGED-COUNT           PIC 9(09) COMP VALUE ZERO.
       77  WS-RETAIN-CUTOFF              PIC X(10)   VALUE SPACES.
       77  WS-MATCH-ORIGIN               PIC X(08)   VALUE SPACES.
       77  WS-ACTUAL-RUN-DATE            PIC X(10)   VALUE SPACES.
       77  WS-RUN-CYCLE-NO               PIC 9(01)   VALUE 1.
       77  WS-RATE-COUNT                 PIC 9(03) COMP VALUE ZERO.
       77  WS-RATE-MAX                   PIC 9(03) COMP VALUE 500.
       77  WS-CAD-RATE                   PIC S9(07)V9(06) COMP-3
                                                        VALUE ZERO.
       77  WS-OPR-COUNT                  PIC 9(05) COMP VALUE ZERO.
       77  WS-OPR-MAX                    PIC 9(05) COMP VALUE 500.
       77  WS-AUTH-CARD-SLOT             PIC 9(01)   VALUE 1.
       77  WS-AUTH-REJECT-COUNT          PIC 9(05) COMP VALUE ZERO.
       77  WS-AUTH-LOG-COUNT             PIC 9(09) COMP VALUE ZERO.
       01  WS-CURRENT-DATE.
           05 WS-CURR-CC                 PIC 9(02).
           05 WS-CURR-YY                 PIC 9(02).
           05 WS-RUN-MM                  PIC 9(02).
           05 FILLER                     PIC X(01) VALUE '-'.
           05 WS-RUN-DD                  PIC 9(02).
       01  WS-CURRENT-TIME.
           05 WS-TIME-HH                 PIC 9(02).
           05 WS-TIME-MM                 PIC 9(02).
           05 WS-TIME-SS                 PIC 9(02).
           05 FILLER                     PIC 9(02).
       01  WS-RUN-TIME-OUT.
           05 WS-RTIME-HH                PIC 9(02).
           05 FILLER                     PIC X(01) VALUE ':'.
           05 WS-RTIME-MM                PIC 9(02).
           05 FILLER                     PIC X(01) VALUE ':'.
           05 WS-RTIME-SS                PIC 9(02).
      *    CAD CONVERSION RATES, SO A CARD'S AMOUNT CAN BE TESTED
      *    AGAINST THE APPROVER'S CAD DOLLAR AUTHORITY
       01  WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 1 TO 500 TIMES
                             DEPENDING ON WS-RATE-COUNT
                             ASCENDING KEY IS WS-RT-CURRENCY
                             INDEXED BY WS-RATE-IDX.
              10 WS-RT-CURRENCY          PIC X(03).
              10 WS-RT-CAD-RATE          PIC S9(07)V9(06) COMP-3.
      *    THE AUTHORIZED OPERATOR TABLE (OPRAUTH).  CARD RIGHT SLOT 1
      *    IS THE WPSHREL CARD THIS PROGRAM CONSUMES.
       01  WS-OPERATOR-TABLE.
           05 WS-OPR-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-OPR-IDX.
              10 WS-OPR-ID               PIC X(08).
              10 WS-OPR-ROLE             PIC X(01).
              10 WS-OPR-STATUS           PIC X(01).
                 88 WS-OPR-ACTIVE                    VALUE 'A'.
              10 WS-OPR-LIMIT            PIC 9(13)V99.
              10 WS-OPR-RIGHTS.
                 15 WS-OPR-RIGHT OCCURS 5 TIMES.
                    20 WS-OPR-MAY-KEY    PIC X(01).
                    20 WS-OPR-MAY-APPROVE
                                         PIC X(01).
      *    THE CONTROL CARD UNDER THE MAKER-CHECKER TEST AND THE
      *    OUTCOME OF THE TEST
       01  WS-AUTH-WORK.
           05 WS-AUTH-MAKER-ID           PIC X(08)   VALUE SPACES.
           05 WS-AUTH-CHECKER-ID         PIC X(08)   VALUE SPACES.
           05 WS-AUTH-FIND-ID            PIC X(08)   VALUE SPACES.
           05 WS-AUTH-AMOUNT             PIC 9(13)V99 VALUE ZERO.
           05 WS-AUTH-CURRENCY           PIC X(03)   VALUE SPACES.
           05 WS-AUTH-CAD-AMOUNT         PIC 9(13)V99 VALUE ZERO.
           05 WS-AUTH-CHECKER-ROLE       PIC X(01)   VALUE SPACES.
           05 WS-AUTH-CHECKER-LIMIT      PIC 9(13)V99 VALUE ZERO.
           05 WS-AUTH-ACTION             PIC X(08)   VALUE SPACES.
           05 WS-AUTH-REASON             PIC X(30)   VALUE SPACES.
           05 WS-AUTH-CARD-IMAGE         PIC X(96)   VALUE SPACES.
      *    THE DUPLICATE KEY: A WIRE IS A SUSPECTED DOUBLE WHEN AN
      *    EARLIER WIRE CARRIED THE SAME CUSTOMER, AMOUNT, DESTINATION
      *    AND TRANSACTION DATE.  TRANSACTION TIME IS DELIBERATELY NOT
           05 WS-HIST-PAYMT-AMT          PIC 9(13)V99.
           05 WS-HIST-DEST               PIC X(35).
           05 WS-HIST-TRANS-DATE         PIC X(10).
      *    THE INTAKE KEY IS THE DUPLICATE KEY PLUS TRANSACTION TIME,
      *    WHICH IS THE FULL SORT KEY OF THE SOURCE STREAM.
       01  WS-CURR-TAKE-KEY.
           05 WS-CT-DUP-KEY              PIC X(65).
           05 WS-CT-TRANS-TIME           PIC X(08).
       01  WS-TAKEN-KEY.
           05 WS-TK-CUSTID               PIC X(05).
           05 WS-TK-PAYMT-AMT            PIC 9(13)V99.
           05 WS-TK-DEST                 PIC X(35).
           05 WS-TK-TRANS-DATE           PIC X(10).
           05 WS-TK-TRANS-TIME           PIC X(08).
       01  WS-TAKEN-WORK.
           05 WS-TW-CUSTID               PIC X(05).
           05 WS-TW-PAYMT-AMT            PIC 9(13)V99.
           05 WS-TW-DEST                 PIC X(35).
           05 WS-TW-TRANS-DATE           PIC X(10).
           05 WS-TW-TRANS-TIME           PIC X(08).
           05 WS-TW-BUS-DATE             PIC X(10).
           05 WS-TW-CYCLE-NO             PIC 9(01).
           05 WS-TW-DISPOSITION          PIC X(01).
           05 FILLER                     PIC X(15)   VALUE SPACES.
       01  WS-HIST-WORK.
           05 WS-HW-CUSTID               PIC X(05).
           05 WS-HW-PAYMT-AMT            PIC 9(13)V99.
              10 WS-CARD-TRANS-DATE      PIC X(10).
              10 WS-CARD-TRANS-TIME      PIC X(08).
              10 WS-CARD-USED-SW         PIC X(01).
              10 WS-CARD-MAKER-ID        PIC X(08).
              10 WS-CARD-CHECKER-ID      PIC X(08).
              10 WS-CARD-IMAGE           PIC X(80).
      *    THE HELD WIRE'S KEY FIELDS ARE PICKED OUT OF THE SOURCE
      *    IMAGE THROUGH THIS OVERLAY WHEN MATCHING RELEASE CARDS.
       01  WS-HELD-SOURCE.
           05 WS-HS-CUSTID               PIC X(05).
           05 FILLER                     PIC X(06).
           05 WS-HS-PAYMT-AMT            PIC 9(13)V99.
           05 WS-HS-PAYMT-CURR           PIC X(03).
           05 WS-HS-DEST                 PIC X(35).
           05 FILLER                     PIC X(53).
           05 WS-HS-TRANS-DATE           PIC X(10).
           05 FILLER PIC X(37) VALUE 'DESTINATION'.
           05 FILLER PIC X(12) VALUE 'TRANS-DATE'.
           05 FILLER PIC X(10) VALUE 'ACTION'.
           05 FILLER PIC X(10) VALUE 'MATCHED'.
           05 FILLER PIC X(34) VALUE 'REASON'.
       01  DETAIL-LINE.
           05 DL-CUSTID        PIC X(05) VALUE SPACES.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-ACTION        PIC X(08) VALUE SPACES.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-MATCHED-ON    PIC X(08) VALUE SPACES.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-REASON        PIC X(30) VALUE SPACES.
           05 FILLER           PIC X(04) VALUE SPACES.
       01  SUMMARY-LINE.
           05 SUM-LABEL        PIC X(30).
           05 SUM-COUNT        PIC ZZZ,ZZZ,ZZ9.
           PERFORM 8000-WRITE-SUMMARY   THRU 8000-EXIT.
           PERFORM 9000-TERMINATE       THRU 9000-EXIT.
           IF WS-HELD-RUN-COUNT > ZERO OR WS-HELD-HIST-COUNT > ZERO
               OR WS-AUTH-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURR-YY TO WS-RUN-YY.
           MOVE WS-CURR-MM TO WS-RUN-MM.
           MOVE WS-CURR-DD TO WS-RUN-DD.
           MOVE WS-TIME-HH TO WS-RTIME-HH.
           MOVE WS-TIME-MM TO WS-RTIME-MM.
           MOVE WS-TIME-SS TO WS-RTIME-SS.
           MOVE WS-RUN-DATE-OUT TO WS-ACTUAL-RUN-DATE.
           PERFORM 1050-READ-BUSDATE THRU 1050-EXIT.
           OPEN INPUT RETAIN-PARM-FILE.
           MOVE RETAIN-CUTOFF-DATE TO WS-RETAIN-CUTOFF.
           CLOSE RETAIN-PARM-FILE.
           PERFORM 1100-LOAD-CARDS THRU 1100-EXIT.
           PERFORM 1200-LOAD-OPERATORS THRU 1200-EXIT.
           PERFORM 1300-LOAD-FXRATE-TABLE THRU 1300-EXIT.
           OPEN INPUT  HOLD-IN-FILE.
           OPEN INPUT  HISTORY-IN-FILE.
           OPEN INPUT  TAKEN-IN-FILE.
           OPEN OUTPUT SCREENED-FILE.
           OPEN OUTPUT HOLD-OUT-FILE.
           OPEN OUTPUT HISTORY-OUT-FILE.
           OPEN OUTPUT TAKEN-OUT-FILE.
           OPEN OUTPUT DUP-REPORT.
           OPEN EXTEND AUTH-LOG-FILE.
           MOVE WS-RUN-DATE-OUT TO HDG1-RUN-DATE.
           WRITE DUP-LINE FROM HDG1-LINE.
           MOVE WS-ACTUAL-RUN-DATE TO ARL-ACTUAL-DATE.
      * DATE IS KEPT ONLY AS THE ACTUALLY-RAN-AT AUDIT STAMP, SO A     *
      * LATE RERUN PRODUCES A FILE INDISTINGUISHABLE FROM AN ON-TIME   *
      * ONE.  A MISSING OR BLANK CARD FALLS BACK TO THE SYSTEM DATE    *
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
           MOVE WREL-TRANS-DATE  TO WS-CARD-TRANS-DATE (WS-CARD-IDX).
           MOVE WREL-TRANS-TIME  TO WS-CARD-TRANS-TIME (WS-CARD-IDX).
           MOVE 'N' TO WS-CARD-USED-SW (WS-CARD-IDX).
           MOVE WREL-MAKER-ID    TO WS-CARD-MAKER-ID (WS-CARD-IDX).
           MOVE WREL-CHECKER-ID  TO WS-CARD-CHECKER-ID (WS-CARD-IDX).
           MOVE RELEASE-CARD     TO WS-CARD-IMAGE (WS-CARD-IDX).
       1120-READ-NEXT.
           PERFORM 1110-READ-CARD THRU 1110-EXIT.
       1120-EXIT.
       1130-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1200-LOAD-OPERATORS - THE AUTHORIZED OPERATOR TABLE SECURITY   *
      * ADMINISTRATION KEEPS, FOR THE MAKER-CHECKER TEST OF EACH       *
      * CONTROL CARD. AN OPERATOR MISSING FROM THE TABLE IS UNKNOWN,   *
      * SO AN EMPTY TABLE REJECTS EVERY CARD                           *
      *----------------------------------------------------------------*
       1200-LOAD-OPERATORS.
           OPEN INPUT OPRAUTH-FILE.
           PERFORM 1210-READ-OPERATOR THRU 1210-EXIT.
           PERFORM 1220-STORE-OPERATOR THRU 1220-EXIT
               UNTIL OPRAUTH-EOF.
           CLOSE OPRAUTH-FILE.
       1200-EXIT.
           EXIT.
       1210-READ-OPERATOR.
           READ OPRAUTH-FILE
               AT END SET OPRAUTH-EOF TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.
       1220-STORE-OPERATOR.
           IF WS-OPR-COUNT >= WS-OPR-MAX
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-OPR-COUNT.
           SET WS-OPR-IDX TO WS-OPR-COUNT.
           MOVE OPA-OPERATOR-ID    TO WS-OPR-ID (WS-OPR-IDX).
           MOVE OPA-ROLE           TO WS-OPR-ROLE (WS-OPR-IDX).
           MOVE OPA-STATUS         TO WS-OPR-STATUS (WS-OPR-IDX).
           MOVE OPA-AUTH-LIMIT-CAD TO WS-OPR-LIMIT (WS-OPR-IDX).
           MOVE OPA-CARD-RIGHTS    TO WS-OPR-RIGHTS (WS-OPR-IDX).
           PERFORM 1210-READ-OPERATOR THRU 1210-EXIT.
       1220-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1300-LOAD-FXRATE-TABLE - IN-STORAGE COPY OF THE FXRATE CAD     *
      * CONVERSION RATES, IN KEY ORDER FOR THE BINARY SEARCH           *
      *----------------------------------------------------------------*
       1300-LOAD-FXRATE-TABLE.
           OPEN INPUT FXRATE-FILE.
           PERFORM 1310-READ-FXRATE THRU 1310-EXIT.
           PERFORM 1320-STORE-FXRATE THRU 1320-EXIT
               UNTIL FXRATE-EOF.
           CLOSE FXRATE-FILE.
       1300-EXIT.
           EXIT.
       1310-READ-FXRATE.
           READ FXRATE-FILE NEXT RECORD
               AT END SET FXRATE-EOF TO TRUE
           END-READ.
       1310-EXIT.
           EXIT.
       1320-STORE-FXRATE.
           IF WS-RATE-COUNT >= WS-RATE-MAX
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-RATE-COUNT.
           SET WS-RATE-IDX TO WS-RATE-COUNT.
           MOVE FXR-CURRENCY    TO WS-RT-CURRENCY (WS-RATE-IDX).
           MOVE FXR-CAD-RATE    TO WS-RT-CAD-RATE (WS-RATE-IDX).
           PERFORM 1310-READ-FXRATE THRU 1310-EXIT.
       1320-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1500-PROCESS-HOLDS - A HELD WIRE OPS RELEASED BY A PROPERLY    *
      * AUTHORIZED CARD REJOINS THE SCREENED SOURCE STREAM THIS CYCLE; *
      * ANYTHING ELSE ON THE HOLD FILE, INCLUDING A WIRE WHOSE RELEASE *
      * CARD FAILED THE MAKER-CHECKER TEST, CARRIES FORWARD FOR        *
      * ANOTHER LOOK TOMORROW                                          *
      *----------------------------------------------------------------*
       1500-PROCESS-HOLDS.
           PERFORM 1510-READ-HOLD THRU 1510-EXIT.
           MOVE WS-HS-DEST        TO DL-DEST.
           MOVE WS-HS-TRANS-DATE  TO DL-TRANS-DATE.
           MOVE WHLD-MATCHED-ON   TO DL-MATCHED-ON.
           MOVE SPACES            TO DL-REASON.
           MOVE 'N'               TO AUTH-REJECT-SW.
           IF CARD-WAS-MATCHED
               PERFORM 1540-AUTHORIZE-RELEASE THRU 1540-EXIT
           END-IF.
           IF CARD-WAS-MATCHED AND NOT AUTH-IS-REJECTED
               ADD 1 TO WS-RELEASED-COUNT
               WRITE SCREENED-RECORD FROM WHLD-SOURCE-IMAGE
               MOVE 'RELEASED' TO DL-ACTION
               PERFORM 6600-LOG-AUTHORITY THRU 6600-EXIT
           ELSE
               ADD 1 TO WS-CARRIED-HOLD-COUNT
               WRITE HOLD-OUT-RECORD FROM WPS-HOLD-RECORD
               MOVE 'HELD'     TO DL-ACTION
           END-IF.
           IF AUTH-IS-REJECTED
               MOVE 'NOAUTH'       TO DL-ACTION
               MOVE WS-AUTH-REASON TO DL-REASON
           END-IF.
           WRITE DUP-LINE FROM DETAIL-LINE.
           PERFORM 1510-READ-HOLD THRU 1510-EXIT.
       1520-EXIT.
       1530-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1540-AUTHORIZE-RELEASE - MAKER-CHECKER TEST OF THE MATCHED     *
      * RELEASE CARD AGAINST THE HELD WIRE'S AMOUNT AND CURRENCY       *
      *----------------------------------------------------------------*
       1540-AUTHORIZE-RELEASE.
           MOVE WS-CARD-MAKER-ID (WS-CARD-IDX)   TO WS-AUTH-MAKER-ID.
           MOVE WS-CARD-CHECKER-ID (WS-CARD-IDX) TO WS-AUTH-CHECKER-ID.
           MOVE WS-CARD-IMAGE (WS-CARD-IDX)      TO WS-AUTH-CARD-IMAGE.
           MOVE WS-HS-PAYMT-AMT                  TO WS-AUTH-AMOUNT.
           MOVE WS-HS-PAYMT-CURR                 TO WS-AUTH-CURRENCY.
           MOVE 'RELEASE'                        TO WS-AUTH-ACTION.
           PERFORM 6500-CHECK-AUTHORITY THRU 6500-EXIT.
       1540-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2000-SORT-AND-SCREEN - SORT TONIGHT'S SOURCE ON THE DUPLICATE  *
      * KEY SO EQUAL WIRES SIT TOGETHER, THEN MATCH-MERGE THE SORTED   *
      * STREAM AGAINST THE HISTORY FILE (KEPT IN THE SAME ORDER) AND   *
      * AGAINST THE INTAKE LOG OF THE DAY'S EARLIER CYCLES             *
      *----------------------------------------------------------------*
       2000-SORT-AND-SCREEN.
           SORT SORT-WORK-FILE
      *----------------------------------------------------------------*
       3000-SCREEN-STREAM.
           PERFORM 3050-READ-HISTORY   THRU 3050-EXIT.
           PERFORM 3060-READ-TAKEN     THRU 3060-EXIT.
           PERFORM 3100-RETURN-RECORD  THRU 3100-EXIT.
           PERFORM 3200-SCREEN-RECORD  THRU 3200-EXIT
               UNTIL SORT-EOF.
           PERFORM 3600-DRAIN-HISTORY  THRU 3600-EXIT
               UNTIL HIST-EOF.
           PERFORM 3650-DRAIN-TAKEN    THRU 3650-EXIT
               UNTIL TAKEN-EOF.
       3000-EXIT.
           EXIT.
       3050-READ-HISTORY.
           END-READ.
       3050-EXIT.
           EXIT.
       3060-READ-TAKEN.
           READ TAKEN-IN-FILE
               AT END SET TAKEN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TAKEN-IN-COUNT
                   MOVE WTAK-CUSTID     TO WS-TK-CUSTID
                   MOVE WTAK-PAYMT-AMT  TO WS-TK-PAYMT-AMT
                   MOVE WTAK-DEST       TO WS-TK-DEST
                   MOVE WTAK-TRANS-DATE TO WS-TK-TRANS-DATE
                   MOVE WTAK-TRANS-TIME TO WS-TK-TRANS-TIME
           END-READ.
       3060-EXIT.
           EXIT.
       3100-RETURN-RECORD.
           RETURN SORT-WORK-FILE
               AT END SET SORT-EOF TO TRUE.
                                        TO WS-CURR-DEST.
           MOVE WSRC-TRANS-DATE OF SORT-WORK-REC
                                        TO WS-CURR-TRANS-DATE.
           MOVE WS-CURR-DUP-KEY         TO WS-CT-DUP-KEY.
           MOVE WSRC-TRANS-TIME OF SORT-WORK-REC
                                        TO WS-CT-TRANS-TIME.
           PERFORM 3250-ROLL-TAKEN THRU 3250-EXIT
               UNTIL TAKEN-EOF OR WS-TAKEN-KEY >= WS-CURR-TAKE-KEY.
           MOVE 'N' TO PRIOR-CYCLE-SW.
           IF NOT TAKEN-EOF
               AND WS-TAKEN-KEY = WS-CURR-TAKE-KEY
               PERFORM 3270-MATCH-TAKEN THRU 3270-EXIT
           END-IF.
           IF TAKEN-BY-PRIOR-CYCLE
               GO TO 3200-RETURN-NEXT
           END-IF.
           PERFORM 3300-ROLL-HISTORY THRU 3300-EXIT
               UNTIL HIST-EOF OR WS-HIST-DUP-KEY >= WS-CURR-DUP-KEY.
           MOVE 'N' TO DUP-FOUND-SW.
           ELSE
               PERFORM 3500-PASS-CLEAN   THRU 3500-EXIT
           END-IF.
           PERFORM 3550-LOG-TAKEN THRU 3550-EXIT.
       3200-RETURN-NEXT.
           MOVE 'N' TO FIRST-RECORD-SW.
           MOVE WS-CURR-DUP-KEY TO WS-PREV-DUP-KEY.
           PERFORM 3100-RETURN-RECORD THRU 3100-EXIT.
       3200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3250-ROLL-TAKEN - COPY INTAKE LOG ENTRIES BELOW THE CURRENT    *
      * KEY THROUGH FOR TODAY'S BUSINESS DATE; AGE OFF THE REST        *
      *----------------------------------------------------------------*
       3250-ROLL-TAKEN.
           IF WTAK-BUS-DATE = WS-RUN-DATE-OUT
               ADD 1 TO WS-TAKEN-OUT-COUNT
               WRITE TAKEN-OUT-RECORD FROM WPS-TAKEN-RECORD
           ELSE
               ADD 1 TO WS-TAKEN-AGED-COUNT
           END-IF.
           PERFORM 3060-READ-TAKEN THRU 3060-EXIT.
       3250-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3270-MATCH-TAKEN - THE SOURCE RECORD IS ON THE INTAKE LOG.  IF *
      * AN EARLIER CYCLE OF TODAY TOOK IT, IT IS ALREADY SCREENED,     *
      * HELD OR TRANSMITTED AND IS SKIPPED, THE ENTRY CARRYING         *
      * FORWARD.  AN ENTRY FROM THIS SAME CYCLE MEANS THE CYCLE IS     *
      * BEING RERUN: THE ENTRY IS DROPPED AND THE RECORD IS SCREENED   *
      * AGAIN                                                          *
      *----------------------------------------------------------------*
       3270-MATCH-TAKEN.
           IF WTAK-BUS-DATE NOT = WS-RUN-DATE-OUT
               ADD 1 TO WS-TAKEN-AGED-COUNT
           ELSE
               IF WTAK-CYCLE-NO NOT = WS-RUN-CYCLE-NO
                   MOVE 'Y' TO PRIOR-CYCLE-SW
                   ADD 1 TO WS-PRIOR-CYCLE-COUNT
                   ADD 1 TO WS-TAKEN-OUT-COUNT
                   WRITE TAKEN-OUT-RECORD FROM WPS-TAKEN-RECORD
               ELSE
                   ADD 1 TO WS-RETAKEN-COUNT
               END-IF
           END-IF.
           PERFORM 3060-READ-TAKEN THRU 3060-EXIT.
       3270-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3300-ROLL-HISTORY - COPY HISTORY ENTRIES BELOW THE CURRENT     *
      * KEY THROUGH TO THE NEW HISTORY, AGEING OFF ENTRIES FROM        *
      * CYCLES OLDER THAN THE RETENTION CUTOFF                         *
           WRITE HISTORY-OUT-RECORD FROM WS-HIST-WORK.
       3500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3550-LOG-TAKEN - ENTER THE RECORD ON THE INTAKE LOG UNDER THIS *
      * CYCLE, SCREENED OR HELD                                        *
      *----------------------------------------------------------------*
       3550-LOG-TAKEN.
           MOVE WS-CURR-CUSTID     TO WS-TW-CUSTID.
           MOVE WS-CURR-PAYMT-AMT  TO WS-TW-PAYMT-AMT.
           MOVE WS-CURR-DEST       TO WS-TW-DEST.
           MOVE WS-CURR-TRANS-DATE TO WS-TW-TRANS-DATE.
           MOVE WS-CT-TRANS-TIME   TO WS-TW-TRANS-TIME.
           MOVE WS-RUN-DATE-OUT    TO WS-TW-BUS-DATE.
           MOVE WS-RUN-CYCLE-NO    TO WS-TW-CYCLE-NO.
           IF DUP-WAS-FOUND
               MOVE 'H' TO WS-TW-DISPOSITION
           ELSE
               MOVE 'S' TO WS-TW-DISPOSITION
           END-IF.
           ADD 1 TO WS-TAKEN-OUT-COUNT.
           WRITE TAKEN-OUT-RECORD FROM WS-TAKEN-WORK.
       3550-EXIT.
           EXIT.
       3600-DRAIN-HISTORY.
           PERFORM 3300-ROLL-HISTORY THRU 3300-EXIT.
       3600-EXIT.
           EXIT.
       3650-DRAIN-TAKEN.
           PERFORM 3250-ROLL-TAKEN THRU 3250-EXIT.
       3650-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 6500-CHECK-AUTHORITY - MAKER-CHECKER TEST OF ONE CONTROL CARD. *
      * BOTH IDS MUST BE PRESENT, DIFFERENT, ON THE OPERATOR TABLE AND *
      * ACTIVE; THE MAKER MUST HOLD THE RIGHT TO KEY THIS CARD TYPE    *
      * AND THE CHECKER THE RIGHT TO APPROVE IT; AND THE CARD'S        *
      * AMOUNT, IN CAD, MAY NOT EXCEED THE CHECKER'S DOLLAR AUTHORITY. *
      * THE FIRST FAILURE FOUND IS THE REASON REPORTED                 *
      *----------------------------------------------------------------*
       6500-CHECK-AUTHORITY.
           MOVE 'N'    TO AUTH-REJECT-SW.
           MOVE SPACES TO WS-AUTH-REASON.
           MOVE SPACES TO WS-AUTH-CHECKER-ROLE.
           MOVE ZERO   TO WS-AUTH-CHECKER-LIMIT.
           PERFORM 6520-LOOKUP-CAD-RATE THRU 6520-EXIT.
           COMPUTE WS-AUTH-CAD-AMOUNT ROUNDED =
               WS-AUTH-AMOUNT * WS-CAD-RATE.
           IF WS-AUTH-MAKER-ID = SPACES OR WS-AUTH-CHECKER-ID = SPACES
               MOVE 'MAKER/CHECKER ID MISSING' TO WS-AUTH-REASON
               GO TO 6500-REJECT
           END-IF.
           IF WS-AUTH-MAKER-ID = WS-AUTH-CHECKER-ID
               MOVE 'MAKER AND CHECKER THE SAME' TO WS-AUTH-REASON
               GO TO 6500-REJECT
           END-IF.
           MOVE WS-AUTH-MAKER-ID TO WS-AUTH-FIND-ID.
           PERFORM 6510-FIND-OPERATOR THRU 6510-EXIT.
           IF NOT OPR-WAS-FOUND
               MOVE 'MAKER ID UNKNOWN' TO WS-AUTH-REASON
               GO TO 6500-REJECT
           END-IF.
           IF NOT WS-OPR-ACTIVE (WS-OPR-IDX)
               MOVE 'MAKER ID INACTIVE' TO WS-AUTH-REASON
               GO TO 6500-REJECT
           END-IF.
           IF WS-OPR-MAY-KEY (WS-OPR-IDX, WS-AUTH-CARD-SLOT) NOT = 'Y'
               MOVE 'MAKER MAY NOT KEY THIS CARD' TO WS-AUTH-REASON
               GO TO 6500-REJECT
           END-IF.
           MOVE WS-AUTH-CHECKER-ID TO WS-AUTH-FIND-ID.
           PERFORM 6510-FIND-OPERATOR THRU 6510-EXIT.
           IF NOT OPR-WAS-FOUND
               MOVE 'CHECKER ID UNKNOWN' TO WS-AUTH-REASON
               GO TO 6500-REJECT
           END-IF.
           MOVE WS-OPR-ROLE (WS-OPR-IDX)  TO WS-AUTH-CHECKER-ROLE.
           MOVE WS-OPR-LIMIT (WS-OPR-IDX) TO WS-AUTH-CHECKER-LIMIT.
           IF NOT WS-OPR-ACTIVE (WS-OPR-IDX)
               MOVE 'CHECKER ID INACTIVE' TO WS-AUTH-REASON
               GO TO 6500-REJECT
           END-IF.
           IF WS-OPR-MAY-APPROVE (WS-OPR-IDX, WS-AUTH-CARD-SLOT)
                                                           NOT = 'Y'
               MOVE 'CHECKER MAY NOT APPROVE CARD' TO WS-AUTH-REASON
               GO TO 6500-REJECT
           END-IF.
           IF WS-AUTH-CAD-AMOUNT > WS-AUTH-CHECKER-LIMIT
               MOVE 'OVER CHECKER AUTHORITY' TO WS-AUTH-REASON
               GO TO 6500-REJECT
           END-IF.
           GO TO 6500-EXIT.
       6500-REJECT.
           MOVE 'Y' TO AUTH-REJECT-SW.
           ADD 1 TO WS-AUTH-REJECT-COUNT.
       6500-EXIT.
           EXIT.
       6510-FIND-OPERATOR.
           MOVE 'N' TO OPR-FOUND-SW.
           IF WS-OPR-COUNT > ZERO
               SET WS-OPR-IDX TO 1
               SEARCH WS-OPR-ENTRY
                   WHEN WS-OPR-IDX > WS-OPR-COUNT
                       CONTINUE
                   WHEN WS-OPR-ID (WS-OPR-IDX) = WS-AUTH-FIND-ID
                       MOVE 'Y' TO OPR-FOUND-SW
               END-SEARCH
           END-IF.
       6510-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 6520-LOOKUP-CAD-RATE - THE FXR-CAD-RATE CONVERSION RATE FOR    *
      * THE CARD'S CURRENCY. CAD ITSELF, A CURRENCY WITH NO RATE ON    *
      * FILE, OR A ZERO (NEVER-STAMPED) RATE CONVERTS AT PAR           *
      *----------------------------------------------------------------*
       6520-LOOKUP-CAD-RATE.
           MOVE 1 TO WS-CAD-RATE.
           IF WS-AUTH-CURRENCY NOT = 'CAD' AND WS-RATE-COUNT > ZERO
               SEARCH ALL WS-RATE-ENTRY
                   AT END CONTINUE
                   WHEN WS-RT-CURRENCY (WS-RATE-IDX) = WS-AUTH-CURRENCY
                       IF WS-RT-CAD-RATE (WS-RATE-IDX) NOT = ZERO
                           MOVE WS-RT-CAD-RATE (WS-RATE-IDX)
                               TO WS-CAD-RATE
                       END-IF
               END-SEARCH
           END-IF.
       6520-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 6600-LOG-AUTHORITY - ONE RECORD ON THE COMMON CONTROL CARD     *
      * AUTHORIZATION LOG FOR EVERY CARD ACCEPTED AND ACTED ON, FOR    *
      * THE AUDITORS                                                   *
      *----------------------------------------------------------------*
       6600-LOG-AUTHORITY.
           MOVE SPACES               TO AUTH-LOG-RECORD.
           MOVE WS-RUN-DATE-OUT      TO ALOG-BUS-DATE.
           MOVE WS-RUN-CYCLE-NO      TO ALOG-CYCLE-NO.
           MOVE WS-ACTUAL-RUN-DATE   TO ALOG-RUN-DATE.
           MOVE WS-RUN-TIME-OUT      TO ALOG-RUN-TIME.
           MOVE 'PRPW2195'           TO ALOG-PROGRAM-ID.
           MOVE 'WPSHREL'            TO ALOG-CARD-TYPE.
           MOVE WS-AUTH-ACTION       TO ALOG-ACTION.
           MOVE WS-AUTH-MAKER-ID     TO ALOG-MAKER-ID.
           MOVE WS-AUTH-CHECKER-ID   TO ALOG-CHECKER-ID.
           MOVE WS-AUTH-CHECKER-ROLE TO ALOG-CHECKER-ROLE.
           MOVE WS-AUTH-CHECKER-LIMIT
                                     TO ALOG-CHECKER-LIMIT.
           MOVE WS-AUTH-AMOUNT       TO ALOG-AMOUNT.
           MOVE WS-AUTH-CURRENCY     TO ALOG-CURRENCY.
           MOVE WS-AUTH-CAD-AMOUNT   TO ALOG-CAD-AMOUNT.
           MOVE WS-AUTH-CARD-IMAGE   TO ALOG-CARD-IMAGE.
           WRITE AUTH-LOG-RECORD.
           ADD 1 TO WS-AUTH-LOG-COUNT.
       6600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 7000-REPORT-UNMATCHED - A RELEASE CARD THAT MATCHED NO HELD    *
      * WIRE WAS PROBABLY KEYED WRONG; LIST IT FOR OPS                 *
       7010-EXIT.
           EXIT.
       8000-WRITE-SUMMARY.
           MOVE 'INTRADAY CYCLE NUMBER       :' TO SUM-LABEL.
           MOVE WS-RUN-CYCLE-NO                 TO SUM-COUNT.
           WRITE DUP-LINE FROM SUMMARY-LINE.
           MOVE 'SOURCE RECORDS READ         :' TO SUM-LABEL.
           MOVE WS-SOURCE-IN-COUNT              TO SUM-COUNT.
           WRITE DUP-LINE FROM SUMMARY-LINE.
           MOVE 'TAKEN BY AN EARLIER CYCLE   :' TO SUM-LABEL.
           MOVE WS-PRIOR-CYCLE-COUNT            TO SUM-COUNT.
           WRITE DUP-LINE FROM SUMMARY-LINE.
           IF WS-RETAKEN-COUNT > ZERO
               MOVE 'RETAKEN ON CYCLE RERUN      :' TO SUM-LABEL
               MOVE WS-RETAKEN-COUNT                TO SUM-COUNT
               WRITE DUP-LINE FROM SUMMARY-LINE
           END-IF.
           MOVE 'CLEAN RECORDS PASSED        :' TO SUM-LABEL.
           MOVE WS-CLEAN-COUNT                  TO SUM-COUNT.
           WRITE DUP-LINE FROM SUMMARY-LINE.
           MOVE 'HISTORY ENTRIES AGED OFF    :' TO SUM-LABEL.
           MOVE WS-HIST-AGED-COUNT              TO SUM-COUNT.
           WRITE DUP-LINE FROM SUMMARY-LINE.
           MOVE 'INTAKE LOG ENTRIES IN       :' TO SUM-LABEL.
           MOVE WS-TAKEN-IN-COUNT               TO SUM-COUNT.
           WRITE DUP-LINE FROM SUMMARY-LINE.
           MOVE 'INTAKE LOG ENTRIES OUT      :' TO SUM-LABEL.
           MOVE WS-TAKEN-OUT-COUNT              TO SUM-COUNT.
           WRITE DUP-LINE FROM SUMMARY-LINE.
           MOVE 'INTAKE LOG ENTRIES AGED OFF :' TO SUM-LABEL.
           MOVE WS-TAKEN-AGED-COUNT             TO SUM-COUNT.
           WRITE DUP-LINE FROM SUMMARY-LINE.
           MOVE 'RELEASE CARDS MATCHING NONE :' TO SUM-LABEL.
           MOVE WS-UNMATCHED-CARD-COUNT         TO SUM-COUNT.
           WRITE DUP-LINE FROM SUMMARY-LINE.
           MOVE 'CARDS REJECTED - AUTHORITY  :' TO SUM-LABEL.
           MOVE WS-AUTH-REJECT-COUNT            TO SUM-COUNT.
           WRITE DUP-LINE FROM SUMMARY-LINE.
           MOVE 'CARDS LOGGED TO AUTHLOG     :' TO SUM-LABEL.
           MOVE WS-AUTH-LOG-COUNT               TO SUM-COUNT.
           WRITE DUP-LINE FROM SUMMARY-LINE.
           IF WS-DROPPED-CARD-COUNT > ZERO
               MOVE 'CARDS DROPPED - TABLE FULL  :' TO SUM-LABEL
               MOVE WS-DROPPED-CARD-COUNT           TO SUM-COUNT
      *----------------------------------------------------------------*
      * 8900-WRITE-RUN-CONTROL - RECORDS IN = TONIGHT'S SOURCE PLUS    *
      * THE CARRIED-IN HOLDS; SCREENED = CLEAN PLUS RELEASED; HELD =   *
      * NEW HOLDS PLUS HOLDS CARRIED FORWARD; PRIORCYCLE = SOURCE      *
      * RECORDS AN EARLIER CYCLE OF THE DAY ALREADY TOOK               *
      *----------------------------------------------------------------*
       8900-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE.
           MOVE SPACES           TO WPS-RUN-CONTROL-RECORD.
           MOVE 'PRPW2195'       TO RUNC-STEP-NAME.
           MOVE WS-RUN-DATE-OUT  TO RUNC-CYCLE-DATE.
           MOVE WS-RUN-CYCLE-NO  TO RUNC-CYCLE-NO.
           COMPUTE RUNC-RECS-IN = WS-SOURCE-IN-COUNT
               + WS-RELEASED-COUNT + WS-CARRIED-HOLD-COUNT.
           MOVE 'SCREENED'       TO RUNC-OUT-LABEL (1).
           MOVE 'HELD'           TO RUNC-OUT-LABEL (2).
           COMPUTE RUNC-OUT-COUNT (2) = WS-HELD-RUN-COUNT
               + WS-HELD-HIST-COUNT + WS-CARRIED-HOLD-COUNT.
           MOVE 'PRIORCYCLE'     TO RUNC-OUT-LABEL (3).
           MOVE WS-PRIOR-CYCLE-COUNT TO RUNC-OUT-COUNT (3).
           WRITE WPS-RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.
       8900-EXIT.
           CLOSE SCREENED-FILE.
           CLOSE HOLD-OUT-FILE.
           CLOSE HISTORY-OUT-FILE.
           CLOSE TAKEN-IN-FILE.
           CLOSE TAKEN-OUT-FILE.
           CLOSE DUP-REPORT.
           CLOSE AUTH-LOG-FILE.
       9000-EXIT.
           EXIT.
