      *                   STEPPED, AND THE AGING REPORT ESCALATES      *
      *                   ANYTHING SITTING IN SUSPENSE FOR MORE THAN   *
      *                   A DAY SO IT IS NOT FORGOTTEN.                *
      *                   EVERY DISPOSITION CARD CARRIES A MAKER ID    *
      *                   AND A CHECKER ID, TESTED AGAINST THE         *
      *                   AUTHORIZED OPERATOR TABLE (OPRAUTH) BEFORE   *
      *                   THE ITEM IS DISPOSED OF; A CARD THAT FAILS   *
      *                   LEAVES THE ITEM IN SUSPENSE WITH THE REASON  *
      *                   ON THE AGING REPORT, AND EVERY DISPOSITION   *
      *                   IS WRITTEN TO THE COMMON CONTROL CARD        *
      *                   AUTHORIZATION LOG (AUTHLOG).                 *
      *                                                                *
      * USED BY         : WPS WIRE PAYMENTS - NIGHTLY EXTRACT CYCLE    *
      *                                                                *
      *   CONTROL CARD; THE SYSTEM DATE IS KEPT ONLY AS THE            *
      *   ACTUALLY-RAN-AT AUDIT STAMP ON THE AGING REPORT.             *
      *                                                                *
      *  A883453    R. MACALLISTER                        OCT, 2026    *
      *                                                                *
      * DESCRIPTION:                                                   *
      * -------------                                                  *
      * - THE STREAM NOW RUNS SEVERAL INTRADAY CYCLES PER BUSINESS     *
      *   DATE. THE BUSDATE CARD CARRIES THE CYCLE NUMBER IN COLUMN 11 *
      *   (BLANK IS CYCLE 1), AND IT IS STAMPED ON THE RUN-CONTROL     *
      *   RECORD. A CARRIED ITEM'S AGE STAYS IN BUSINESS DAYS: ONLY    *
      *   THE FIRST CYCLE OF THE DATE STEPS IT.                        *
      *                                                                *
      *  A883454    R. MACALLISTER                        OCT, 2026    *
      *                                                                *
      * DESCRIPTION:                                                   *
      * -------------                                                  *
      * - DISPOSITION CARDS NOW CARRY A MAKER ID AND A CHECKER ID      *
      *   (COLUMNS 40-55), TESTED AGAINST THE NEW AUTHORIZED OPERATOR  *
      *   TABLE OPRAUTH BEFORE THE ITEM IS DISPOSED OF: BOTH IDS       *
      *   PRESENT, DIFFERENT, KNOWN AND ACTIVE, THE MAKER ALLOWED TO   *
      *   KEY AND THE CHECKER ALLOWED TO APPROVE DISPOSITION CARDS,    *
      *   AND THE SUSPENDED WIRE'S CAD AMOUNT (FXRATE CAD RATE) WITHIN *
      *   THE CHECKER'S AUTHORITY.                                     *
      * - A CARD THAT FAILS CARRIES THE ITEM FORWARD, PRINTED AS       *
      *   NOAUTH WITH THE REASON. EVERY APPROVAL, OVERRIDE AND         *
      *   REJECTION IS WRITTEN TO THE COMMON CONTROL CARD              *
      *   AUTHORIZATION LOG AUTHLOG.                                   *
      *                                                                *
      *================================================================*
       PROGRAM-ID.    PRPW2230.
       AUTHOR.        R MACALLISTER.
               RECORD KEY IS SCL-KEY.
           SELECT BUSDATE-PARM-FILE ASSIGN TO BUSDATE
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
       FD  FX-SUSPENSE-QUEUE
              88 FXD-REJECT                          VALUE 'R'.
              88 FXD-ACTION-VALID        VALUES 'A' 'O' 'R'.
           05 FXD-OVERRIDE-SPREAD        PIC 9(13)V99.
           05 FXD-MAKER-ID               PIC X(08).
           05 FXD-CHECKER-ID             PIC X(08).
           05 FILLER                     PIC X(25).
       FD  FX-RELEASE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
       01  BUSDATE-PARM-RECORD.
           05 BUSDATE-CYCLE-DATE         PIC X(10).
           05 BUSDATE-CYCLE-NO           PIC X(01).
           05 FILLER                     PIC X(69).
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
           05 SUSPQ-EOF-SW              PIC X(01)    VALUE 'N'.
              88 SETLCAL-EOF                         VALUE 'Y'.
           05 SETTLE-DAY-SW             PIC X(01)    VALUE 'Y'.
              88 SETTLE-DAY-IS-GOOD                  VALUE 'Y'.
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
       77  WS-SUSPENSE-IN-COUNT          PIC 9(09) COMP VALUE ZERO.
       77  WS-DROPPED-CARD-COUNT         PIC 9(05) COMP VALUE ZERO.
       77  WS-VOLUME-SEQ                 PIC 9(03) COMP VALUE ZERO.
       77  WS-ACTUAL-RUN-DATE            PIC X(10)   VALUE SPACES.
       77  WS-RUN-CYCLE-NO               PIC 9(01)   VALUE 1.
       77  WS-RATE-COUNT                 PIC 9(03) COMP VALUE ZERO.
       77  WS-RATE-MAX                   PIC 9(03) COMP VALUE 500.
       77  WS-CAD-RATE                   PIC S9(07)V9(06) COMP-3
                                                        VALUE ZERO.
       77  WS-OPR-COUNT                  PIC 9(05) COMP VALUE ZERO.
       77  WS-OPR-MAX                    PIC 9(05) COMP VALUE 500.
       77  WS-AUTH-CARD-SLOT             PIC 9(01)   VALUE 4.
       77  WS-AUTH-REJECT-COUNT          PIC 9(05) COMP VALUE ZERO.
       77  WS-AUTH-LOG-COUNT             PIC 9(09) COMP VALUE ZERO.
       77  WS-BILL-COUNT                 PIC 9(03) COMP VALUE ZERO.
       77  WS-BILL-MAX                   PIC 9(03) COMP VALUE 500.
       01  WS-BILL-TABLE.
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
      *    THE AUTHORIZED OPERATOR TABLE (OPRAUTH).  CARD RIGHT SLOT 4
      *    IS THE FXDISP CARD THIS PROGRAM CONSUMES.
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
      *    THE SOURCE-RECORD IMAGE CARRIED ON THE SUSPENSE RECORD IS
      *    UNPACKED HERE SO THE RELEASED DETAIL RECORD CAN BE BUILT
      *    FIELD FOR FIELD THE WAY 2200-BUILD-DETAIL IN PRPW2200
              10 WS-CARD-ACTION          PIC X(01).
              10 WS-CARD-OVERRIDE-SPREAD PIC 9(13)V99.
              10 WS-CARD-USED-SW         PIC X(01).
              10 WS-CARD-MAKER-ID        PIC X(08).
              10 WS-CARD-CHECKER-ID      PIC X(08).
              10 WS-CARD-IMAGE           PIC X(80).
       01  HDG1-LINE.
           05 FILLER PIC X(42)
               VALUE 'WPS FX SUSPENSE QUEUE DISPOSITION / AGING '.
           05 DL-ESCALATION    PIC X(24) VALUE SPACES.
           05 DL-WIRE-REF      PIC X(15) VALUE SPACES.
           05 FILLER           PIC X(17) VALUE SPACES.
       01  AUTH-REASON-LINE.
           05 FILLER           PIC X(07) VALUE SPACES.
           05 FILLER           PIC X(22)
               VALUE 'CARD NOT AUTHORIZED - '.
           05 AR-REASON        PIC X(30).
           05 FILLER           PIC X(73) VALUE SPACES.
       01  UNMATCHED-CARD-LINE.
           05 FILLER           PIC X(34)
               VALUE 'NO SUSPENSE ITEM ON FILE FOR CARD '.
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
           PERFORM 1050-READ-BUSDATE    THRU 1050-EXIT.
           PERFORM 1100-LOAD-CARDS      THRU 1100-EXIT.
           PERFORM 1200-LOAD-OPERATORS  THRU 1200-EXIT.
           PERFORM 1300-LOAD-BILL-TABLE THRU 1300-EXIT.
           PERFORM 1400-LOAD-SETLCAL-TABLE THRU 1400-EXIT.
           PERFORM 1500-LOAD-FXRATE-TABLE THRU 1500-EXIT.
           OPEN INPUT  CORRCHN-FILE.
           OPEN INPUT  FX-SUSPENSE-QUEUE.
           OPEN OUTPUT FX-RELEASE-FILE.
           OPEN OUTPUT DEAD-LETTER-FILE.
           OPEN OUTPUT SUSPENSE-CARRY-FILE.
           OPEN OUTPUT AGING-REPORT.
           OPEN EXTEND AUTH-LOG-FILE.
           MOVE WS-RUN-DATE-OUT TO HDG1-RUN-DATE.
           WRITE AGING-LINE FROM HDG1-LINE.
           MOVE WS-ACTUAL-RUN-DATE TO ARL-ACTUAL-DATE.
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
               MOVE FXD-ACTION          TO WS-CARD-ACTION (WS-CARD-IDX)
               MOVE FXD-OVERRIDE-SPREAD
                              TO WS-CARD-OVERRIDE-SPREAD (WS-CARD-IDX)
               MOVE FXD-MAKER-ID     TO WS-CARD-MAKER-ID (WS-CARD-IDX)
               MOVE FXD-CHECKER-ID
                                   TO WS-CARD-CHECKER-ID (WS-CARD-IDX)
               MOVE DISPOSITION-CARD TO WS-CARD-IMAGE (WS-CARD-IDX)
               MOVE 'N' TO WS-CARD-USED-SW (WS-CARD-IDX)
           END-IF.
           PERFORM 1110-READ-CARD THRU 1110-EXIT.
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
      * 1300-LOAD-BILL-TABLE - SAME IN-STORAGE COPY OF THE BILLPRC     *
      * PRICING TABLE PRPW2200 LOADS, SO A RE-RELEASED DETAIL PRICES   *
      * EXACTLY AS A FIRST-PASS DETAIL WOULD                           *
       1420-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1500-LOAD-FXRATE-TABLE - IN-STORAGE COPY OF THE FXRATE CAD     *
      * CONVERSION RATES, IN KEY ORDER FOR THE BINARY SEARCH           *
      *----------------------------------------------------------------*
       1500-LOAD-FXRATE-TABLE.
           OPEN INPUT FXRATE-FILE.
           PERFORM 1510-READ-FXRATE THRU 1510-EXIT.
           PERFORM 1520-STORE-FXRATE THRU 1520-EXIT
               UNTIL FXRATE-EOF.
           CLOSE FXRATE-FILE.
       1500-EXIT.
           EXIT.
       1510-READ-FXRATE.
           READ FXRATE-FILE NEXT RECORD
               AT END SET FXRATE-EOF TO TRUE
           END-READ.
       1510-EXIT.
           EXIT.
       1520-STORE-FXRATE.
           IF WS-RATE-COUNT >= WS-RATE-MAX
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-RATE-COUNT.
           SET WS-RATE-IDX TO WS-RATE-COUNT.
           MOVE FXR-CURRENCY    TO WS-RT-CURRENCY (WS-RATE-IDX).
           MOVE FXR-CAD-RATE    TO WS-RT-CAD-RATE (WS-RATE-IDX).
           PERFORM 1510-READ-FXRATE THRU 1510-EXIT.
       1520-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2000-WORK-THE-QUEUE - DISPOSE OF EVERY SUSPENSE ITEM           *
      *----------------------------------------------------------------*
       2000-WORK-THE-QUEUE.
       2200-DISPOSE-ITEM.
           ADD 1 TO WS-SUSPENSE-IN-COUNT.
           PERFORM 2300-FIND-CARD THRU 2300-EXIT.
           IF CARD-WAS-MATCHED
               PERFORM 2350-AUTHORIZE-CARD THRU 2350-EXIT
           END-IF.
           IF CARD-WAS-MATCHED AND AUTH-IS-REJECTED
               PERFORM 3250-CARRY-NOT-AUTHORIZED THRU 3250-EXIT
               GO TO 2200-READ-NEXT
           END-IF.
           IF CARD-WAS-MATCHED
               EVALUATE WS-CARD-ACTION (WS-CARD-IDX)
                   WHEN 'A'
           ELSE
               PERFORM 3200-CARRY-ITEM-FORWARD THRU 3200-EXIT
           END-IF.
       2200-READ-NEXT.
           PERFORM 2100-READ-SUSPENSE THRU 2100-EXIT.
       2200-EXIT.
           EXIT.
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2350-AUTHORIZE-CARD - MAKER-CHECKER TEST OF THE MATCHED        *
      * DISPOSITION CARD AGAINST THE SUSPENDED WIRE'S AMOUNT AND       *
      * CURRENCY                                                       *
      *----------------------------------------------------------------*
       2350-AUTHORIZE-CARD.
           MOVE 'N' TO AUTH-REJECT-SW.
           MOVE WS-CARD-MAKER-ID (WS-CARD-IDX)   TO WS-AUTH-MAKER-ID.
           MOVE WS-CARD-CHECKER-ID (WS-CARD-IDX) TO WS-AUTH-CHECKER-ID.
           MOVE WS-CARD-IMAGE (WS-CARD-IDX)      TO WS-AUTH-CARD-IMAGE.
           MOVE FXS-PAYMT-AMT                    TO WS-AUTH-AMOUNT.
           MOVE FXS-PAYMT-CURR                   TO WS-AUTH-CURRENCY.
           EVALUATE WS-CARD-ACTION (WS-CARD-IDX)
               WHEN 'A'
                   MOVE 'APPROVE'                TO WS-AUTH-ACTION
               WHEN 'O'
                   MOVE 'OVERRIDE'               TO WS-AUTH-ACTION
               WHEN OTHER
                   MOVE 'REJECT'                 TO WS-AUTH-ACTION
           END-EVALUATE.
           PERFORM 6500-CHECK-AUTHORITY THRU 6500-EXIT.
       2350-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3000-RELEASE-ITEM - REBUILD THE APPROVED ITEM AS A WPS DETAIL  *
      * RECORD FROM ITS SOURCE-RECORD IMAGE, CARRYING THE CANDIDATE    *
      * SPREAD OR THE TREASURY OVERRIDE, FOR CONCATENATION INTO THE    *
               PERFORM 3060-WRITE-CORR-RECORD THRU 3060-EXIT
           END-IF.
           PERFORM 3300-WRITE-ITEM-LINE THRU 3300-EXIT.
           PERFORM 6600-LOG-AUTHORITY    THRU 6600-EXIT.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
           WRITE DEAD-LETTER-RECORD.
           MOVE 'REJECTED'          TO DL-DISPOSITION.
           PERFORM 3300-WRITE-ITEM-LINE THRU 3300-EXIT.
           PERFORM 6600-LOG-AUTHORITY    THRU 6600-EXIT.
       3100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3200-CARRY-ITEM-FORWARD - NO CARD FOR THIS ITEM; STEP ITS AGE, *
      * CARRY IT TO THE NEXT CYCLE'S QUEUE AND ESCALATE IT ON THE      *
      * AGING REPORT ONCE IT HAS SAT UNWORKED FOR MORE THAN A DAY.     *
      * THE AGE IS IN BUSINESS DAYS, SO ONLY THE FIRST INTRADAY CYCLE  *
      * OF THE DATE STEPS IT                                           *
      *----------------------------------------------------------------*
       3200-CARRY-ITEM-FORWARD.
           ADD 1 TO WS-CARRIED-COUNT.
           IF WS-RUN-CYCLE-NO = 1
               ADD 1 TO FXS-AGE-DAYS
           END-IF.
           WRITE SUSPENSE-CARRY-RECORD FROM FX-SUSPENSE-RECORD.
           MOVE 'CARRIED'           TO DL-DISPOSITION.
           IF FXS-AGE-DAYS >= WS-ESCALATE-AGE-LIMIT
           PERFORM 3300-WRITE-ITEM-LINE THRU 3300-EXIT.
       3200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3250-CARRY-NOT-AUTHORIZED - THE CARD FAILED THE MAKER-CHECKER  *
      * TEST; THE ITEM CARRIES FORWARD EXACTLY AS AN UNWORKED ONE      *
      * WOULD, WITH THE REASON UNDER IT ON THE AGING REPORT            *
      *----------------------------------------------------------------*
       3250-CARRY-NOT-AUTHORIZED.
           ADD 1 TO WS-CARRIED-COUNT.
           IF WS-RUN-CYCLE-NO = 1
               ADD 1 TO FXS-AGE-DAYS
           END-IF.
           WRITE SUSPENSE-CARRY-RECORD FROM FX-SUSPENSE-RECORD.
           MOVE 'NOAUTH'            TO DL-DISPOSITION.
           IF FXS-AGE-DAYS >= WS-ESCALATE-AGE-LIMIT
               ADD 1 TO WS-ESCALATED-COUNT
               MOVE '** ESCALATE TO TREASURY ' TO DL-ESCALATION
           END-IF.
           PERFORM 3300-WRITE-ITEM-LINE THRU 3300-EXIT.
           MOVE WS-AUTH-REASON      TO AR-REASON.
           WRITE AGING-LINE FROM AUTH-REASON-LINE.
       3250-EXIT.
           EXIT.
       3300-WRITE-ITEM-LINE.
           MOVE FXS-CUSTID          TO DL-CUSTID.
           MOVE FXS-TRANS-DATE      TO DL-TRANS-DATE.
           MOVE 'CARDS MATCHING NO ITEM      :' TO SUM-LABEL.
           MOVE WS-UNMATCHED-CARD-COUNT         TO SUM-COUNT.
           WRITE AGING-LINE FROM SUMMARY-LINE.
           MOVE 'CARDS REJECTED - AUTHORITY  :' TO SUM-LABEL.
           MOVE WS-AUTH-REJECT-COUNT            TO SUM-COUNT.
           WRITE AGING-LINE FROM SUMMARY-LINE.
           MOVE 'CARDS LOGGED TO AUTHLOG     :' TO SUM-LABEL.
           MOVE WS-AUTH-LOG-COUNT               TO SUM-COUNT.
           WRITE AGING-LINE FROM SUMMARY-LINE.
           IF WS-DROPPED-CARD-COUNT > ZERO
               MOVE 'CARDS DROPPED - TABLE FULL  :' TO SUM-LABEL
               MOVE WS-DROPPED-CARD-COUNT           TO SUM-COUNT
       5400-EXIT.
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
           MOVE 'PRPW2230'           TO ALOG-PROGRAM-ID.
           MOVE 'FXDISP'             TO ALOG-CARD-TYPE.
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
      * 8900-WRITE-RUN-CONTROL - SUSPENSE ITEMS IN MUST EQUAL ITEMS    *
      * RELEASED PLUS DEAD-LETTERED PLUS CARRIED FORWARD               *
      *----------------------------------------------------------------*
           MOVE SPACES               TO WPS-RUN-CONTROL-RECORD.
           MOVE 'PRPW2230'           TO RUNC-STEP-NAME.
           MOVE WS-RUN-DATE-OUT      TO RUNC-CYCLE-DATE.
           MOVE WS-RUN-CYCLE-NO      TO RUNC-CYCLE-NO.
           MOVE WS-SUSPENSE-IN-COUNT TO RUNC-RECS-IN.
           MOVE 'RELEASED'           TO RUNC-OUT-LABEL (1).
           COMPUTE RUNC-OUT-COUNT (1) = WS-RELEASED-COUNT
           CLOSE DEAD-LETTER-FILE.
           CLOSE SUSPENSE-CARRY-FILE.
           CLOSE AGING-REPORT.
           CLOSE AUTH-LOG-FILE.
       9000-EXIT.
           EXIT.
