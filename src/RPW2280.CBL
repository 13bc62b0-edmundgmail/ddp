      *                   RESOLVED TO THE ISO ALPHA CODE THROUGH THE   *
      *                   CURRMST MASTER SO BOTH SIDES LAND IN THE     *
      *                   SAME CURRENCY BUCKET.                        *
      *                   THE DAY'S INTRADAY CYCLES ARRIVE             *
      *                   CONCATENATED ON WPSFINAL AND THE CYCLES      *
      *                   INCLUDED ARE LISTED; A GAP OR A DOUBLED      *
      *                   CYCLE IS FLAGGED WITH RETURN CODE 4.         *
      *                                                                *
      * USED BY         : WPS WIRE PAYMENTS - NIGHTLY EXTRACT CYCLE    *
      *                                                                *
      *   CONTROL CARD; THE SYSTEM DATE IS KEPT ONLY AS THE            *
      *   ACTUALLY-RAN-AT AUDIT STAMP ON THE FUNDING SHEET.            *
      *                                                                *
      *  A883453    R. MACALLISTER                        OCT, 2026    *
      *                                                                *
      * DESCRIPTION:                                                   *
      * -------------                                                  *
      * - THE DAY'S WPSFINAL CYCLES ARE TAKEN TOGETHER BY DD           *
      *   CONCATENATION SO THE PROJECTION COVERS THE WHOLE DAY. THE    *
      *   CYCLES INCLUDED ARE LISTED ON THE SHEET; A MISSING, DOUBLED  *
      *   OR OTHER-DATE CYCLE IS FLAGGED AND ENDS THE STEP WITH RETURN *
      *   CODE 4.                                                      *
      *                                                                *
      *  A883458    R. MACALLISTER                        OCT, 2026    *
      *                                                                *
      * DESCRIPTION:                                                   *
      * -------------                                                  *
      * - THE HEADERS-SEEN-PER-CYCLE TABLE IS ZEROED AT                *
      *   INITIALIZATION, SO THE CYCLE-COMPLETENESS CHECK NO LONGER    *
      *   TESTS UNINITIALIZED COUNTS.                                  *
      *                                                                *
      *================================================================*
       PROGRAM-ID.    RPW2280.
       AUTHOR.        R MACALLISTER.
           LABEL RECORDS ARE STANDARD.
       01  BUSDATE-PARM-RECORD.
           05 BUSDATE-CYCLE-DATE         PIC X(10).
           05 BUSDATE-CYCLE-NO           PIC X(01).
           05 FILLER                     PIC X(69).
       WORKING-STORAGE SECTION.
       01  PROGRAM-SWITCHES.
           05 FINAL-EOF-SW              PIC X(01)    VALUE 'N'.
              88 FINAL-EOF                           VALUE 'Y'.
           05 CYCLES-OK-SW              PIC X(01)    VALUE 'Y'.
              88 CYCLES-ARE-COMPLETE                 VALUE 'Y'.
           05 EXTRACT-EOF-SW            PIC X(01)    VALUE 'N'.
              88 EXTRACT-EOF                         VALUE 'Y'.
           05 CURRMST-EOF-SW            PIC X(01)    VALUE 'N'.
       77  WS-WORK-CURR                  PIC X(03)   VALUE SPACES.
       77  WS-NET-POSITION               PIC S9(15)V99  VALUE ZERO.
       77  WS-ACTUAL-RUN-DATE            PIC X(10)   VALUE SPACES.
       77  WS-RUN-CYCLE-NO               PIC 9(01)   VALUE 1.
       77  WS-HDR-CYCLE-NO               PIC 9(01)   VALUE ZERO.
       77  WS-LAST-CYCLE                 PIC 9(01)   VALUE ZERO.
       77  WS-CYCLE-SUB                  PIC 9(02) COMP VALUE ZERO.
       77  WS-CYCLES-IN-COUNT            PIC 9(09) COMP VALUE ZERO.
       77  WS-OTHER-DATE-COUNT           PIC 9(09) COMP VALUE ZERO.
      *    HEADERS SEEN PER INTRADAY CYCLE; THE DAY'S WPSFINAL CYCLES
      *    ARE CONCATENATED ON THE DD, ONE HEADER PER CYCLE
       01  WS-CYCLE-SEEN-TABLE.
           05 WS-CYCLE-SEEN OCCURS 9 TIMES  PIC 9(03) COMP.
      *    IN-STORAGE COPY OF THE CURRMST CURRENCY MASTER FOR THE
      *    NUMERIC-TO-ALPHA MAPPING ON THE ATM SIDE
       01  WS-CURR-TABLE.
           05 SUM-LABEL        PIC X(30).
           05 SUM-COUNT        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER           PIC X(91) VALUE SPACES.
       01  CYCLE-LINE.
           05 FILLER           PIC X(10) VALUE 'WPS CYCLE '.
           05 CY-CYCLE-NO      PIC 9(01).
           05 FILLER           PIC X(03) VALUE ' - '.
           05 CY-RESULT        PIC X(30).
           05 FILLER           PIC X(88) VALUE SPACES.
       01  OTHER-DATE-LINE.
           05 FILLER           PIC X(10) VALUE 'WPS CYCLE '.
           05 OD-CYCLE-NO      PIC 9(01).
           05 FILLER           PIC X(14) VALUE ' HEADER DATED '.
           05 OD-HEADER-DATE   PIC X(10).
           05 FILLER           PIC X(26)
               VALUE ' IS NOT THE BUSINESS DATE'.
           05 FILLER           PIC X(71) VALUE SPACES.
       01  ACTUAL-RUN-LINE.
           05 FILLER           PIC X(26)
               VALUE 'SYSTEM DATE ACTUALLY RAN: '.
           PERFORM 2000-TALLY-WIRES     THRU 2000-EXIT.
           PERFORM 3000-TALLY-ATM       THRU 3000-EXIT.
           PERFORM 4000-WRITE-POSITIONS THRU 4000-EXIT.
           PERFORM 5500-CHECK-CYCLES    THRU 5500-EXIT.
           PERFORM 8000-WRITE-SUMMARY   THRU 8000-EXIT.
           PERFORM 9000-TERMINATE       THRU 9000-EXIT.
           IF NOT CYCLES-ARE-COMPLETE
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *----------------------------------------------------------------*
      * 1000-INITIALIZE - LOAD THE CURRENCY MAPPING AND HEAD UP THE    *
           MOVE WS-CURR-DD TO WS-RUN-DD.
           MOVE WS-RUN-DATE-OUT TO WS-ACTUAL-RUN-DATE.
           PERFORM 1050-READ-BUSDATE    THRU 1050-EXIT.
           PERFORM 1060-ZERO-ONE-CYCLE  THRU 1060-EXIT
               VARYING WS-CYCLE-SUB FROM 1 BY 1
               UNTIL WS-CYCLE-SUB > 9.
           PERFORM 1100-LOAD-CURR-TABLE THRU 1100-EXIT.
           OPEN OUTPUT FUNDING-REPORT.
           MOVE WS-RUN-DATE-OUT TO HDG1-RUN-DATE.
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
       1060-ZERO-ONE-CYCLE.
           MOVE ZERO TO WS-CYCLE-SEEN (WS-CYCLE-SUB).
       1060-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1100-LOAD-CURR-TABLE - THE CURRENCY MASTER SUPPLIES THE        *
      * NUMERIC-TO-ALPHA MAPPING.  A MASTER BIGGER THAN THE STORAGE    *
           CLOSE WPS-FINAL-FILE.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2050-NOTE-CYCLE - THE DAY'S WPSFINAL CYCLES ARE CONCATENATED   *
      * ON THE DD; EACH CYCLE'S HEADER IS NOTED SO A MISSING OR        *
      * DOUBLED CYCLE IS CAUGHT.  A HEADER WRITTEN BEFORE CYCLES WERE  *
      * NUMBERED COUNTS AS CYCLE 1                                     *
      *----------------------------------------------------------------*
       2050-NOTE-CYCLE.
           ADD 1 TO WS-CYCLES-IN-COUNT.
           IF WPS-HEADER-CYCLE-NO IS NUMERIC
               AND WPS-HEADER-CYCLE-NO NOT = ZERO
               MOVE WPS-HEADER-CYCLE-NO TO WS-HDR-CYCLE-NO
           ELSE
               MOVE 1 TO WS-HDR-CYCLE-NO
           END-IF.
           ADD 1 TO WS-CYCLE-SEEN (WS-HDR-CYCLE-NO).
           IF WS-HDR-CYCLE-NO > WS-LAST-CYCLE
               MOVE WS-HDR-CYCLE-NO TO WS-LAST-CYCLE
           END-IF.
           IF WPS-HEADER-DATE NOT = WS-RUN-DATE-OUT
               ADD 1 TO WS-OTHER-DATE-COUNT
               MOVE 'N' TO CYCLES-OK-SW
               MOVE WS-HDR-CYCLE-NO TO OD-CYCLE-NO
               MOVE WPS-HEADER-DATE TO OD-HEADER-DATE
               WRITE FUNDING-LINE FROM OTHER-DATE-LINE
           END-IF.
       2050-EXIT.
           EXIT.
       2100-READ-FINAL.
           READ WPS-FINAL-FILE
               AT END SET FINAL-EOF TO TRUE
       2100-EXIT.
           EXIT.
       2200-TALLY-ONE-WIRE.
           IF WPS-HEADER-REC
               PERFORM 2050-NOTE-CYCLE THRU 2050-EXIT
           END-IF.
           IF WPS-DETAIL-REC
               ADD 1 TO WS-WIRE-COUNT
               MOVE WPS-PAYMT-CURR TO WS-WORK-CURR
       5100-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 5500-CHECK-CYCLES - EVERY CYCLE FROM 1 UP TO THE LATER OF THE  *
      * CARD'S CYCLE AND THE HIGHEST CYCLE ON THE INPUT MUST BE ON     *
      * THE FILE EXACTLY ONCE FOR THE FIGURES TO COVER THE WHOLE DAY   *
      *----------------------------------------------------------------*
       5500-CHECK-CYCLES.
           IF WS-RUN-CYCLE-NO > WS-LAST-CYCLE
               MOVE WS-RUN-CYCLE-NO TO WS-LAST-CYCLE
           END-IF.
           PERFORM 5510-CHECK-ONE-CYCLE THRU 5510-EXIT
               VARYING WS-CYCLE-SUB FROM 1 BY 1
               UNTIL WS-CYCLE-SUB > WS-LAST-CYCLE.
       5500-EXIT.
           EXIT.
       5510-CHECK-ONE-CYCLE.
           MOVE WS-CYCLE-SUB TO CY-CYCLE-NO.
           EVALUATE WS-CYCLE-SEEN (WS-CYCLE-SUB)
               WHEN ZERO
                   MOVE 'MISSING FROM INPUT'      TO CY-RESULT
                   MOVE 'N' TO CYCLES-OK-SW
               WHEN 1
                   MOVE 'INCLUDED'                TO CY-RESULT
               WHEN OTHER
                   MOVE 'INCLUDED MORE THAN ONCE' TO CY-RESULT
                   MOVE 'N' TO CYCLES-OK-SW
           END-EVALUATE.
           WRITE FUNDING-LINE FROM CYCLE-LINE.
       5510-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 7000-RESOLVE-CURRENCY - MAP THE NUMERIC CURRENCY CODE TO ITS   *
      * ISO ALPHA CODE THROUGH THE MASTER; A CODE NOT ON THE MASTER    *
      * BUCKETS UNDER THE NUMERIC CODE AS KEYED                        *
       7000-EXIT.
           EXIT.
       8000-WRITE-SUMMARY.
           MOVE 'WPS CYCLES INCLUDED         :' TO SUM-LABEL.
           MOVE WS-CYCLES-IN-COUNT              TO SUM-COUNT.
           WRITE FUNDING-LINE FROM SUMMARY-LINE.
           MOVE 'HEADERS OF ANOTHER DATE     :' TO SUM-LABEL.
           MOVE WS-OTHER-DATE-COUNT             TO SUM-COUNT.
           WRITE FUNDING-LINE FROM SUMMARY-LINE.
           MOVE 'WIRE DETAILS TALLIED        :' TO SUM-LABEL.
           MOVE WS-WIRE-COUNT                   TO SUM-COUNT.
           WRITE FUNDING-LINE FROM SUMMARY-LINE.
