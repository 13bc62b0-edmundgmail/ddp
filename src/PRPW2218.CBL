      *                   AUDIT REPORT WITH THE OFFICER ID FROM THE    *
      *                   CARD, SO "WHO PULLED THAT WIRE" CAN ALWAYS   *
      *                   BE ANSWERED LATER.                           *
      *                   THE OFFICER ID IS THE CARD'S MAKER; EVERY    *
      *                   CARD ALSO CARRIES A CHECKER ID, AND BOTH ARE *
      *                   TESTED AGAINST THE AUTHORIZED OPERATOR TABLE *
      *                   (OPRAUTH) BEFORE THE CARD IS ACTED ON.  A    *
      *                   CARD THAT FAILS PASSES THE WIRE THROUGH      *
      *                   UNCHANGED WITH THE REASON ON THE AUDIT       *
      *                   REPORT, AND EVERY CANCEL AND AMEND IS        *
      *                   WRITTEN TO THE COMMON CONTROL CARD           *
      *                   AUTHORIZATION LOG (AUTHLOG).                 *
      *                   EVERY CANCELLED WIRE IS ALSO WRITTEN, WHOLE, *
      *                   TO THE CANCELLED WIRE FILE (WPSCNCL) FOR THE *
      *                   NIGHTLY CUSTOMER ADVICE RUN RPW2288.         *
      *                                                                *
      * USED BY         : WPS WIRE PAYMENTS - NIGHTLY EXTRACT CYCLE    *
      *                                                                *
      *   CONTROL CARD; THE SYSTEM DATE IS KEPT ONLY AS THE            *
      *   ACTUALLY-RAN-AT AUDIT STAMP ON THE AUDIT REPORT.             *
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
      *  A883454    R. MACALLISTER                        OCT, 2026    *
      *                                                                *
      * DESCRIPTION:                                                   *
      * -------------                                                  *
      * - THE OFFICER ID ON THE CANCEL/AMEND CARD IS NOW THE CARD'S    *
      *   MAKER, AND THE CARD CARRIES A CHECKER ID IN COLUMNS 86-93    *
      *   (CARD WIDENED TO 96 COLUMNS). BOTH ARE TESTED AGAINST THE    *
      *   NEW AUTHORIZED OPERATOR TABLE OPRAUTH BEFORE THE CARD IS     *
      *   ACTED ON: BOTH IDS PRESENT, DIFFERENT, KNOWN AND ACTIVE, THE *
      *   MAKER ALLOWED TO KEY AND THE CHECKER ALLOWED TO APPROVE      *
      *   CANCEL/AMEND CARDS, AND THE WIRE'S CAD AMOUNT (THE AMENDED   *
      *   AMOUNT FOR AN AMEND, FXRATE CAD RATE) WITHIN THE CHECKER'S   *
      *   AUTHORITY.                                                   *
      * - A CARD THAT FAILS PASSES THE WIRE THROUGH UNCHANGED, PRINTED *
      *   AS NOAUTH WITH THE REASON. THE CHECKER IS PRINTED ON THE     *
      *   AUDIT REPORT. EVERY CANCEL AND AMEND IS WRITTEN TO THE       *
      *   COMMON CONTROL CARD AUTHORIZATION LOG AUTHLOG.               *
      *                                                                *
      *  A883456    R. MACALLISTER                        OCT, 2026    *
      *                                                                *
      * DESCRIPTION:                                                   *
      * -------------                                                  *
      * - EVERY CANCELLED WIRE IS NOW ALSO WRITTEN, WITH THE BUSINESS  *
      *   DATE, CYCLE, MAKER AND CHECKER, TO THE NEW CANCELLED WIRE    *
      *   FILE WPSCNCL, SO THE NIGHTLY CUSTOMER ADVICE RUN CAN SEND A  *
      *   CANCELLATION NOTICE.                                         *
      *                                                                *
      *================================================================*
       PROGRAM-ID.    PRPW2218.
       AUTHOR.        R MACALLISTER.
               ORGANIZATION IS SEQUENTIAL.
           SELECT BUSDATE-PARM-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPRAUTH-FILE      ASSIGN TO OPRAUTH
               ORGANIZATION IS SEQUENTIAL.
           SELECT AUTH-LOG-FILE     ASSIGN TO AUTHLOG
               ORGANIZATION IS SEQUENTIAL.
           SELECT CANCELLED-WIRE-FILE ASSIGN TO WPSCNCL
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  WPS-STAGE2-FILE
       FD  CANCEL-AMEND-CARDS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
      *    KEY, ACTION AND OFFICER (THE MAKER) SIT IN COLUMNS 1-32;
      *    AN AMEND'S REPLACEMENT FIELDS FOLLOW, AND THE CHECKER WHO
      *    APPROVED THE CARD SITS IN COLUMNS 86-93, SO A CANCEL CARD
      *    LEAVES COLUMNS 33-85 BLANK.
       01  CANCEL-AMEND-CARD.
           05 WCAN-CUSTID                PIC X(05).
           05 WCAN-TRANS-DATE            PIC X(10).
           05 WCAN-NEW-PAYMT-AMT         PIC 9(13)V99.
           05 WCAN-NEW-PAYMT-CURR        PIC X(03).
           05 WCAN-NEW-BANKID            PIC X(35).
           05 WCAN-CHECKER-ID            PIC X(08).
           05 FILLER                     PIC X(03).
       FD  WPS-STAGE2A-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
       01  BUSDATE-PARM-RECORD.
           05 BUSDATE-CYCLE-DATE         PIC X(10).
           05 BUSDATE-CYCLE-NO           PIC X(01).
           05 FILLER                     PIC X(69).
       FD  OPRAUTH-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY OPRAUTH.
       FD  AUTH-LOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY AUTHLOG.
       FD  CANCELLED-WIRE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY WPSCNCL.
       WORKING-STORAGE SECTION.
       01  PROGRAM-SWITCHES.
           05 STAGE2-EOF-SW             PIC X(01)    VALUE 'N'.
              88 CURRMST-EOF                         VALUE 'Y'.
           05 CURR-FOUND-SW             PIC X(01)    VALUE 'N'.
              88 CURR-WAS-FOUND                      VALUE 'Y'.
           05 OPRAUTH-EOF-SW            PIC X(01)    VALUE 'N'.
              88 OPRAUTH-EOF                         VALUE 'Y'.
           05 OPR-FOUND-SW              PIC X(01)    VALUE 'N'.
              88 OPR-WAS-FOUND                       VALUE 'Y'.
           05 AUTH-REJECT-SW            PIC X(01)    VALUE 'N'.
              88 AUTH-IS-REJECTED                    VALUE 'Y'.
       77  WS-CARD-COUNT                 PIC 9(03) COMP VALUE ZERO.
       77  WS-CARD-MAX                   PIC 9(03) COMP VALUE 500.
       77  WS-DETAIL-IN-COUNT            PIC 9(09) COMP VALUE ZERO.
       77  WS-BAD-CURR-COUNT             PIC 9(09) COMP VALUE ZERO.
       77  WS-OLD-PAYMT-AMT              PIC 9(13)V99   VALUE ZERO.
       77  WS-ACTUAL-RUN-DATE            PIC X(10)   VALUE SPACES.
       77  WS-RUN-CYCLE-NO               PIC 9(01)   VALUE 1.
       77  WS-CAD-RATE                   PIC S9(07)V9(06) COMP-3
                                                        VALUE ZERO.
       77  WS-OPR-COUNT                  PIC 9(05) COMP VALUE ZERO.
       77  WS-OPR-MAX                    PIC 9(05) COMP VALUE 500.
       77  WS-AUTH-CARD-SLOT             PIC 9(01)   VALUE 3.
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
      *    THE AUTHORIZED OPERATOR TABLE (OPRAUTH).  CARD RIGHT SLOT 3
      *    IS THE WPSCANC CARD THIS PROGRAM CONSUMES.
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
      *    KEY OF THE DETAIL JUST CANCELLED, HELD SO ITS TRAILING
      *    WPS-CORR-REC (IF ANY) IS DROPPED WITH IT.
       01  WS-CANCEL-KEY.
              10 WS-CARD-NEW-BANKID      PIC X(35).
              10 WS-CARD-OFFICER-ID      PIC X(08).
              10 WS-CARD-USED-SW         PIC X(01).
              10 WS-CARD-CHECKER-ID      PIC X(08).
              10 WS-CARD-IMAGE           PIC X(96).
       01  WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 1 TO 500 TIMES
                             DEPENDING ON WS-RATE-COUNT
                             INDEXED BY WS-RATE-IDX.
              10 WS-RT-CURRENCY          PIC X(03).
              10 WS-RT-SPREAD-RATE       PIC S9(03)V9(06) COMP-3.
              10 WS-RT-CAD-RATE          PIC S9(07)V9(06) COMP-3.
       01  WS-BILL-TABLE.
           05 WS-BILL-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-BILL-IDX.
           05 FILLER PIC X(22) VALUE '          OLD-AMOUNT'.
           05 FILLER PIC X(22) VALUE '          NEW-AMOUNT'.
           05 FILLER PIC X(17) VALUE '  WIRE-REF'.
           05 FILLER PIC X(10) VALUE 'CHECKER'.
           05 FILLER PIC X(14) VALUE SPACES.
       01  DETAIL-LINE.
           05 DL-CUSTID        PIC X(05) VALUE SPACES.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-NEW-AMT       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-WIRE-REF      PIC X(15) VALUE SPACES.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-CHECKER       PIC X(08) VALUE SPACES.
           05 FILLER           PIC X(16) VALUE SPACES.
       01  AUTH-REASON-LINE.
           05 FILLER           PIC X(07) VALUE SPACES.
           05 FILLER           PIC X(22)
               VALUE 'CARD NOT AUTHORIZED - '.
           05 AR-REASON        PIC X(30).
           05 FILLER           PIC X(73) VALUE SPACES.
       01  UNMATCHED-CARD-LINE.
           05 FILLER           PIC X(32)
               VALUE 'NO STAGED WIRE FOR CARD         '.
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
           PERFORM 1050-READ-BUSDATE      THRU 1050-EXIT.
           PERFORM 1100-LOAD-CARDS        THRU 1100-EXIT.
           PERFORM 1200-LOAD-OPERATORS    THRU 1200-EXIT.
           PERFORM 1400-LOAD-FXRATE-TABLE THRU 1400-EXIT.
           PERFORM 1300-LOAD-BILL-TABLE   THRU 1300-EXIT.
           PERFORM 1500-LOAD-CURR-TABLE   THRU 1500-EXIT.
           OPEN INPUT  WPS-STAGE2-FILE.
           OPEN OUTPUT WPS-STAGE2A-FILE.
           OPEN OUTPUT AUDIT-REPORT.
           OPEN EXTEND AUTH-LOG-FILE.
           OPEN OUTPUT CANCELLED-WIRE-FILE.
           MOVE WS-RUN-DATE-OUT TO HDG1-RUN-DATE.
           WRITE AUDIT-LINE FROM HDG1-LINE.
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
                                  TO WS-CARD-NEW-BANKID (WS-CARD-IDX)
               MOVE WCAN-OFFICER-ID
                                  TO WS-CARD-OFFICER-ID (WS-CARD-IDX)
               MOVE WCAN-CHECKER-ID
                                  TO WS-CARD-CHECKER-ID (WS-CARD-IDX)
               MOVE CANCEL-AMEND-CARD TO WS-CARD-IMAGE (WS-CARD-IDX)
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
      * PRICING TABLE PRPW2200 LOADS, SO AN AMENDED DETAIL RE-PRICES   *
      * EXACTLY AS A FIRST-PASS DETAIL WOULD                           *
           SET WS-RATE-IDX TO WS-RATE-COUNT.
           MOVE FXR-CURRENCY    TO WS-RT-CURRENCY (WS-RATE-IDX).
           MOVE FXR-SPREAD-RATE TO WS-RT-SPREAD-RATE (WS-RATE-IDX).
           MOVE FXR-CAD-RATE    TO WS-RT-CAD-RATE (WS-RATE-IDX).
           PERFORM 1410-READ-FXRATE THRU 1410-EXIT.
       1420-EXIT.
           EXIT.
               WRITE WPS-STAGE2A-RECORD FROM WPS-RECORD
               GO TO 2250-EXIT
           END-IF.
           PERFORM 2350-AUTHORIZE-CARD THRU 2350-EXIT.
           IF AUTH-IS-REJECTED
               PERFORM 3170-REJECT-NOT-AUTHORIZED THRU 3170-EXIT
               GO TO 2250-EXIT
           END-IF.
           IF WS-CARD-ACTION (WS-CARD-IDX) = 'C'
               PERFORM 3000-CANCEL-DETAIL THRU 3000-EXIT
           ELSE
       2300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2350-AUTHORIZE-CARD - MAKER-CHECKER TEST OF THE MATCHED        *
      * CANCEL/AMEND CARD. A CANCEL IS TESTED AT THE WIRE'S OWN        *
      * AMOUNT; AN AMEND AT THE AMENDED AMOUNT IN THE AMENDED          *
      * CURRENCY, OR THE WIRE'S OWN WHERE THE CARD LEAVES THAT FIELD   *
      * ALONE                                                          *
      *----------------------------------------------------------------*
       2350-AUTHORIZE-CARD.
           MOVE WS-CARD-OFFICER-ID (WS-CARD-IDX) TO WS-AUTH-MAKER-ID.
           MOVE WS-CARD-CHECKER-ID (WS-CARD-IDX) TO WS-AUTH-CHECKER-ID.
           MOVE WS-CARD-IMAGE (WS-CARD-IDX)      TO WS-AUTH-CARD-IMAGE.
           MOVE WPS-PAYMT-AMT                    TO WS-AUTH-AMOUNT.
           MOVE WPS-PAYMT-CURR                   TO WS-AUTH-CURRENCY.
           IF WS-CARD-ACTION (WS-CARD-IDX) = 'C'
               MOVE 'CANCEL'                     TO WS-AUTH-ACTION
           ELSE
               MOVE 'AMEND'                      TO WS-AUTH-ACTION
               IF WS-CARD-NEW-PAYMT-AMT (WS-CARD-IDX) NOT = ZERO
                   MOVE WS-CARD-NEW-PAYMT-AMT (WS-CARD-IDX)
                                                 TO WS-AUTH-AMOUNT
               END-IF
               IF WS-CARD-NEW-PAYMT-CURR (WS-CARD-IDX) NOT = SPACES
                   MOVE WS-CARD-NEW-PAYMT-CURR (WS-CARD-IDX)
                                                 TO WS-AUTH-CURRENCY
               END-IF
           END-IF.
           PERFORM 6500-CHECK-AUTHORITY THRU 6500-EXIT.
       2350-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3000-CANCEL-DETAIL - THE DETAIL IS DROPPED AND ITS TRAILING    *
      * WPS-CORR-REC, IF ANY, DROPS WITH IT ON THE NEXT RECORD READ    *
      *----------------------------------------------------------------*
           MOVE WPS-PAYMT-AMT   TO DL-OLD-AMT.
           MOVE ZERO            TO DL-NEW-AMT.
           PERFORM 3300-WRITE-AUDIT-LINE THRU 3300-EXIT.
           PERFORM 6600-LOG-AUTHORITY    THRU 6600-EXIT.
           PERFORM 3050-WRITE-CANCELLED  THRU 3050-EXIT.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3050-WRITE-CANCELLED - THE PULLED DETAIL GOES TO THE CANCELLED *
      * WIRE FILE AS IT STOOD, SO THE NIGHTLY ADVICE RUN CAN SEND THE  *
      * CUSTOMER A CANCELLATION NOTICE                                 *
      *----------------------------------------------------------------*
       3050-WRITE-CANCELLED.
           MOVE SPACES               TO CANCELLED-WIRE-RECORD.
           MOVE WS-RUN-DATE-OUT      TO CNCL-BUS-DATE.
           MOVE WS-RUN-CYCLE-NO      TO CNCL-CYCLE-NO.
           MOVE WS-CARD-OFFICER-ID (WS-CARD-IDX) TO CNCL-MAKER-ID.
           MOVE WS-CARD-CHECKER-ID (WS-CARD-IDX) TO CNCL-CHECKER-ID.
           MOVE WPS-RECORD           TO CNCL-DETAIL-IMAGE.
           WRITE CANCELLED-WIRE-RECORD.
       3050-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3100-AMEND-DETAIL - APPLY THE NON-BLANK (OR NON-ZERO) CARD     *
      * FIELDS, THEN RE-DERIVE THE SPREAD AND BILL CODE THE WAY        *
      * PRPW2200 DERIVES THEM, SO AN AMENDED WIRE PRICES EXACTLY AS    *
           MOVE WS-OLD-PAYMT-AMT TO DL-OLD-AMT.
           MOVE WPS-PAYMT-AMT    TO DL-NEW-AMT.
           PERFORM 3300-WRITE-AUDIT-LINE THRU 3300-EXIT.
           PERFORM 6600-LOG-AUTHORITY    THRU 6600-EXIT.
       3100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       3160-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3170-REJECT-NOT-AUTHORIZED - THE CARD FAILED THE MAKER-CHECKER *
      * TEST: THE DETAIL PASSES THROUGH UNCHANGED AND THE CARD LANDS   *
      * ON THE AUDIT REPORT WITH THE REASON                            *
      *----------------------------------------------------------------*
       3170-REJECT-NOT-AUTHORIZED.
           ADD 1 TO WS-PASSED-COUNT.
           WRITE WPS-STAGE2A-RECORD FROM WPS-RECORD.
           MOVE 'NOAUTH'        TO DL-ACTION.
           MOVE WPS-PAYMT-AMT   TO DL-OLD-AMT.
           MOVE WPS-PAYMT-AMT   TO DL-NEW-AMT.
           PERFORM 3300-WRITE-AUDIT-LINE THRU 3300-EXIT.
           MOVE WS-AUTH-REASON  TO AR-REASON.
           WRITE AUDIT-LINE FROM AUTH-REASON-LINE.
       3170-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3200-REDERIVE-SPREAD - THE SAME LOOKUP 2300-DERIVE-FX-SPREAD   *
      * IN PRPW2200 APPLIES; A WIRE WITH NO CONVERSION CARRIES ZERO    *
      *----------------------------------------------------------------*
           MOVE WPS-TRANS-DATE      TO DL-TRANS-DATE.
           MOVE WPS-TRANS-TIME      TO DL-TRANS-TIME.
           MOVE WS-CARD-OFFICER-ID (WS-CARD-IDX) TO DL-OFFICER.
           MOVE WS-CARD-CHECKER-ID (WS-CARD-IDX) TO DL-CHECKER.
           MOVE WPS-WIRE-REF        TO DL-WIRE-REF.
           WRITE AUDIT-LINE FROM DETAIL-LINE.
       3300-EXIT.
           MOVE 'CARDS MATCHING NO WIRE      :' TO SUM-LABEL.
           MOVE WS-UNMATCHED-CARD-COUNT         TO SUM-COUNT.
           WRITE AUDIT-LINE FROM SUMMARY-LINE.
           MOVE 'CARDS REJECTED - AUTHORITY  :' TO SUM-LABEL.
           MOVE WS-AUTH-REJECT-COUNT            TO SUM-COUNT.
           WRITE AUDIT-LINE FROM SUMMARY-LINE.
           MOVE 'CARDS LOGGED TO AUTHLOG     :' TO SUM-LABEL.
           MOVE WS-AUTH-LOG-COUNT               TO SUM-COUNT.
           WRITE AUDIT-LINE FROM SUMMARY-LINE.
           IF WS-DROPPED-CARD-COUNT > ZERO
               MOVE 'CARDS DROPPED - TABLE FULL  :' TO SUM-LABEL
               MOVE WS-DROPPED-CARD-COUNT           TO SUM-COUNT
       4100-EXIT.
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
           MOVE 'PRPW2218'           TO ALOG-PROGRAM-ID.
           MOVE 'WPSCANC'            TO ALOG-CARD-TYPE.
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
      * 8900-WRITE-RUN-CONTROL - DETAILS IN MUST EQUAL DETAILS PASSED  *
      * PLUS WIRES CANCELLED; AMENDED WIRES RIDE INSIDE THE PASSED     *
      * COUNT AS A SUPPLEMENTARY DISPOSITION                           *
           MOVE SPACES             TO WPS-RUN-CONTROL-RECORD.
           MOVE 'PRPW2218'         TO RUNC-STEP-NAME.
           MOVE WS-RUN-DATE-OUT    TO RUNC-CYCLE-DATE.
           MOVE WS-RUN-CYCLE-NO    TO RUNC-CYCLE-NO.
           MOVE WS-DETAIL-IN-COUNT TO RUNC-RECS-IN.
           MOVE 'PASSED'           TO RUNC-OUT-LABEL (1).
           MOVE WS-PASSED-COUNT    TO RUNC-OUT-COUNT (1).
           CLOSE WPS-STAGE2-FILE.
           CLOSE WPS-STAGE2A-FILE.
           CLOSE AUDIT-REPORT.
           CLOSE AUTH-LOG-FILE.
           CLOSE CANCELLED-WIRE-FILE.
       9000-EXIT.
           EXIT.
