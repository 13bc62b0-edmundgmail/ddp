       IDENTIFICATION DIVISION.
      *================================================================*
      *                                                                *
      *                 TORONTO-DOMINION BANK (C)                      *
      *                                                                *
      *              RPW2282 PROGRAM CODE DESCRIPTION                  *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * DESCRIPTION     : WPS TRANSMITTED WIRE HISTORY UPDATE.  RUNS   *
      *                   ONCE THE FINAL TRANSMISSION FILE HAS LEFT    *
      *                   THE BUILDING.  READS THE FINAL FILE          *
      *                   (CRPWBILL LAYOUT), PAIRS EVERY DETAIL WITH   *
      *                   THE WPS-CORR-REC BEHIND IT (IF ANY), SORTS   *
      *                   THE WIRES INTO WIRE REFERENCE ORDER AND      *
      *                   MERGES THEM INTO THE WPSXHST TRANSMITTED     *
      *                   WIRE HISTORY MASTER, STAMPED WITH THE        *
      *                   BUSINESS DATE THEY WENT OUT.  THE MASTER IS  *
      *                   WHAT RPW2285 MATCHES INBOUND RETURNS         *
      *                   AGAINST.  A WIRE REFERENCE ALREADY ON THE    *
      *                   MASTER (A RERUN OF A CYCLE ALREADY ADDED)    *
      *                   KEEPS THE RECORD ALREADY THERE AND IS        *
      *                   COUNTED ON THE REPORT.                       *
      *                                                                *
      * USED BY         : WPS WIRE PAYMENTS - NIGHTLY EXTRACT CYCLE    *
      *                                                                *
      *================================================================*
      *              M A I N T E N A N C E  L O G                      *
      *================================================================*
      *                                                                *
      *  ACCEPT.     WRITTEN/CHANGED BY              IMPLEMENTATION    *
      *  TEST #     (FULL 1ST AND LAST NAME)         DATE (MMM, YYYY)  *
      *  -------     ------------------------        ----------------  *
      *  A883449    R. MACALLISTER                        OCT, 2026    *
      *                                                                *
      * DESCRIPTION:                                                   *
      * -------------                                                  *
      * - INITIAL VERSION.                                             *
      *                                                                *
      *================================================================*
       PROGRAM-ID.    RPW2282.
       AUTHOR.        R MACALLISTER.
       INSTALLATION.  WPS WIRE PAYMENTS.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WPS-FINAL-FILE    ASSIGN TO WPSFINAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-FILE    ASSIGN TO SRTWK01.
           SELECT HISTORY-IN-FILE   ASSIGN TO WPSXHSI
               ORGANIZATION IS SEQUENTIAL.
           SELECT HISTORY-OUT-FILE  ASSIGN TO WPSXHSO
               ORGANIZATION IS SEQUENTIAL.
           SELECT HISTORY-REPORT    ASSIGN TO WPSXRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT BUSDATE-PARM-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  WPS-FINAL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WPS-FINAL-RECORD             PIC X(180).
       SD  SORT-WORK-FILE.
           COPY WPSXHST REPLACING WPS-XMIT-HIST-RECORD
                               BY SORT-WORK-REC.
       FD  HISTORY-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY WPSXHST.
       FD  HISTORY-OUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HISTORY-OUT-RECORD           PIC X(380).
       FD  HISTORY-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  HISTORY-LINE                 PIC X(132).
       FD  BUSDATE-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  BUSDATE-PARM-RECORD.
           05 BUSDATE-CYCLE-DATE         PIC X(10).
           05 FILLER                     PIC X(70).
       WORKING-STORAGE SECTION.
       01  PROGRAM-SWITCHES.
           05 FINAL-EOF-SW              PIC X(01)    VALUE 'N'.
              88 FINAL-EOF                           VALUE 'Y'.
           05 SORT-STATUS-SW            PIC X(01)    VALUE 'N'.
              88 SORT-EOF                            VALUE 'Y'.
           05 MASTER-EOF-SW             PIC X(01)    VALUE 'N'.
              88 MASTER-EOF                          VALUE 'Y'.
       77  WS-DETAIL-COUNT               PIC 9(09) COMP VALUE ZERO.
       77  WS-ADDED-COUNT                PIC 9(09) COMP VALUE ZERO.
       77  WS-DUPLICATE-COUNT            PIC 9(09) COMP VALUE ZERO.
       77  WS-MASTER-IN-COUNT            PIC 9(09) COMP VALUE ZERO.
       77  WS-MASTER-OUT-COUNT           PIC 9(09) COMP VALUE ZERO.
       77  WS-LAST-ADDED-REF             PIC X(15)   VALUE LOW-VALUES.
       77  WS-ACTUAL-RUN-DATE            PIC X(10)   VALUE SPACES.
      *    THE DETAIL BEING ADDED.  THE FILE IS READ ONE RECORD AHEAD
      *    INTO WS-NEXT-RECORD SO A WPS-CORR-REC FOLLOWING THE DETAIL
      *    CAN BE PICKED UP WITH IT, THE WAY RPW2226 DOES.
           COPY CRPWBILL.
       01  WS-NEXT-RECORD.
           05 WS-NEXT-TYPE-IND           PIC X(01).
              88 NEXT-IS-CORR                        VALUE 'C'.
           05 WS-NEXT-CORR-CUSTID        PIC X(05).
           05 WS-NEXT-CORR-TRANS-DATE    PIC X(10).
           05 WS-NEXT-CORR-TRANS-TIME    PIC X(08).
           05 WS-NEXT-CORR-BANK-TABLE    PIC X(114).
           05 FILLER                     PIC X(42).
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
       01  HDG1-LINE.
           05 FILLER PIC X(46)
               VALUE 'WPS TRANSMITTED WIRE HISTORY UPDATE --        '.
           05 HDG1-RUN-DATE    PIC X(10).
           05 FILLER PIC X(76) VALUE SPACES.
       01  DUPLICATE-LINE.
           05 FILLER           PIC X(22)
               VALUE 'ALREADY ON HISTORY -- '.
           05 DUP-WIRE-REF     PIC X(15).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DUP-CUSTID       PIC X(05).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DUP-XMIT-DATE    PIC X(10).
           05 FILLER           PIC X(76) VALUE SPACES.
       01  SUMMARY-LINE.
           05 SUM-LABEL        PIC X(30).
           05 SUM-COUNT        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER           PIC X(91) VALUE SPACES.
       01  ACTUAL-RUN-LINE.
           05 FILLER           PIC X(26)
               VALUE 'SYSTEM DATE ACTUALLY RAN: '.
           05 ARL-ACTUAL-DATE  PIC X(10).
           05 FILLER           PIC X(96) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
           PERFORM 2000-SORT-AND-MERGE  THRU 2000-EXIT.
           PERFORM 8000-WRITE-SUMMARY   THRU 8000-EXIT.
           PERFORM 9000-TERMINATE       THRU 9000-EXIT.
           IF WS-DUPLICATE-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURR-YY TO WS-RUN-YY.
           MOVE WS-CURR-MM TO WS-RUN-MM.
           MOVE WS-CURR-DD TO WS-RUN-DD.
           MOVE WS-RUN-DATE-OUT TO WS-ACTUAL-RUN-DATE.
           PERFORM 1050-READ-BUSDATE THRU 1050-EXIT.
           OPEN INPUT  HISTORY-IN-FILE.
           OPEN OUTPUT HISTORY-OUT-FILE.
           OPEN OUTPUT HISTORY-REPORT.
           MOVE WS-RUN-DATE-OUT TO HDG1-RUN-DATE.
           WRITE HISTORY-LINE FROM HDG1-LINE.
           MOVE WS-ACTUAL-RUN-DATE TO ARL-ACTUAL-DATE.
           WRITE HISTORY-LINE FROM ACTUAL-RUN-LINE.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1050-READ-BUSDATE - THE SCHEDULER-STAMPED BUSINESS DATE        *
      * CONTROL CARD DRIVES THE TRANSMIT DATE STAMPED ON THE HISTORY;  *
      * A MISSING OR BLANK CARD FALLS BACK TO THE SYSTEM DATE          *
      *----------------------------------------------------------------*
       1050-READ-BUSDATE.
           OPEN INPUT BUSDATE-PARM-FILE.
           READ BUSDATE-PARM-FILE
               AT END MOVE SPACES TO BUSDATE-CYCLE-DATE
           END-READ.
           CLOSE BUSDATE-PARM-FILE.
           IF BUSDATE-CYCLE-DATE NOT = SPACES
               MOVE BUSDATE-CYCLE-DATE TO WS-RUN-DATE-OUT
           END-IF.
       1050-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2000-SORT-AND-MERGE - SORT TONIGHT'S WIRES INTO MASTER KEY     *
      * ORDER AND MERGE THEM IN                                        *
      *----------------------------------------------------------------*
       2000-SORT-AND-MERGE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY XHST-WIRE-REF OF SORT-WORK-REC
               INPUT PROCEDURE  2500-RELEASE-WIRES THRU 2500-EXIT
               OUTPUT PROCEDURE 3000-MERGE-MASTER  THRU 3000-EXIT.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2500-RELEASE-WIRES - SORT INPUT PROCEDURE.  ONE HISTORY IMAGE  *
      * PER DETAIL, WITH ITS CORRESPONDENT CHAIN WHEN A MATCHING       *
      * WPS-CORR-REC FOLLOWS IT                                        *
      *----------------------------------------------------------------*
       2500-RELEASE-WIRES.
           OPEN INPUT WPS-FINAL-FILE.
           PERFORM 2600-READ-FINAL   THRU 2600-EXIT.
           PERFORM 2700-RELEASE-WIRE THRU 2700-EXIT
               UNTIL FINAL-EOF.
           CLOSE WPS-FINAL-FILE.
       2500-EXIT.
           EXIT.
       2600-READ-FINAL.
           READ WPS-FINAL-FILE INTO WS-NEXT-RECORD
               AT END SET FINAL-EOF TO TRUE
           END-READ.
       2600-EXIT.
           EXIT.
       2700-RELEASE-WIRE.
           MOVE WS-NEXT-RECORD TO WPS-RECORD.
           PERFORM 2600-READ-FINAL THRU 2600-EXIT.
           IF NOT WPS-DETAIL-REC
               GO TO 2700-EXIT
           END-IF.
           ADD 1 TO WS-DETAIL-COUNT.
           MOVE SPACES          TO SORT-WORK-REC.
           MOVE WPS-WIRE-REF    TO XHST-WIRE-REF OF SORT-WORK-REC.
           MOVE WS-RUN-DATE-OUT TO XHST-XMIT-DATE OF SORT-WORK-REC.
           MOVE WPS-RECORD      TO XHST-DETAIL-IMAGE OF SORT-WORK-REC.
           MOVE ZERO TO XHST-RETURN-AMT OF SORT-WORK-REC
                        XHST-RETURN-CREDIT-AMT OF SORT-WORK-REC.
           IF NOT FINAL-EOF AND NEXT-IS-CORR
              AND WS-NEXT-CORR-CUSTID     = WPS-CUSTID
              AND WS-NEXT-CORR-TRANS-DATE = WPS-TRANS-DATE
              AND WS-NEXT-CORR-TRANS-TIME = WPS-TRANS-TIME
               MOVE WS-NEXT-CORR-BANK-TABLE
                   TO XHST-CORR-BANK-TABLE OF SORT-WORK-REC
               PERFORM 2600-READ-FINAL THRU 2600-EXIT
           END-IF.
           RELEASE SORT-WORK-REC.
       2700-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3000-MERGE-MASTER - SORT OUTPUT PROCEDURE.  CLASSIC MASTER     *
      * UPDATE: OLD-MASTER RECORDS BELOW THE CURRENT WIRE REFERENCE    *
      * COPY THROUGH, A NEW WIRE IS INSERTED IN ORDER, AND A WIRE      *
      * REFERENCE ALREADY ON THE MASTER KEEPS THE OLD RECORD           *
      *----------------------------------------------------------------*
       3000-MERGE-MASTER.
           PERFORM 3100-READ-MASTER   THRU 3100-EXIT.
           PERFORM 3200-RETURN-RECORD THRU 3200-EXIT.
           PERFORM 3300-MERGE-ONE     THRU 3300-EXIT
               UNTIL SORT-EOF.
           PERFORM 3800-DRAIN-MASTER  THRU 3800-EXIT
               UNTIL MASTER-EOF.
       3000-EXIT.
           EXIT.
       3100-READ-MASTER.
           READ HISTORY-IN-FILE
               AT END SET MASTER-EOF TO TRUE
               NOT AT END ADD 1 TO WS-MASTER-IN-COUNT
           END-READ.
       3100-EXIT.
           EXIT.
       3200-RETURN-RECORD.
           RETURN SORT-WORK-FILE
               AT END SET SORT-EOF TO TRUE.
       3200-EXIT.
           EXIT.
       3300-MERGE-ONE.
           PERFORM 3400-ROLL-MASTER THRU 3400-EXIT
               UNTIL MASTER-EOF
                  OR XHST-WIRE-REF OF WPS-XMIT-HIST-RECORD
                       >= XHST-WIRE-REF OF SORT-WORK-REC.
           EVALUATE TRUE
               WHEN NOT MASTER-EOF
                AND XHST-WIRE-REF OF WPS-XMIT-HIST-RECORD
                       = XHST-WIRE-REF OF SORT-WORK-REC
                   PERFORM 3600-REPORT-DUPLICATE THRU 3600-EXIT
               WHEN XHST-WIRE-REF OF SORT-WORK-REC
                       = WS-LAST-ADDED-REF
                   PERFORM 3600-REPORT-DUPLICATE THRU 3600-EXIT
               WHEN OTHER
                   PERFORM 3500-ADD-WIRE THRU 3500-EXIT
           END-EVALUATE.
           PERFORM 3200-RETURN-RECORD THRU 3200-EXIT.
       3300-EXIT.
           EXIT.
       3400-ROLL-MASTER.
           ADD 1 TO WS-MASTER-OUT-COUNT.
           WRITE HISTORY-OUT-RECORD FROM WPS-XMIT-HIST-RECORD.
           PERFORM 3100-READ-MASTER THRU 3100-EXIT.
       3400-EXIT.
           EXIT.
       3500-ADD-WIRE.
           ADD 1 TO WS-ADDED-COUNT.
           ADD 1 TO WS-MASTER-OUT-COUNT.
           MOVE XHST-WIRE-REF OF SORT-WORK-REC TO WS-LAST-ADDED-REF.
           WRITE HISTORY-OUT-RECORD FROM SORT-WORK-REC.
       3500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3600-REPORT-DUPLICATE - THE WIRE REFERENCE IS ALREADY ON THE   *
      * MASTER (OR WAS JUST ADDED FROM THIS SAME FILE).  THE RECORD    *
      * ALREADY THERE STANDS, SO A RETURN STAMP IS NEVER LOST          *
      *----------------------------------------------------------------*
       3600-REPORT-DUPLICATE.
           ADD 1 TO WS-DUPLICATE-COUNT.
           MOVE XHST-WIRE-REF OF SORT-WORK-REC     TO DUP-WIRE-REF.
           MOVE XHST-DETAIL-IMAGE OF SORT-WORK-REC TO WPS-RECORD.
           MOVE WPS-CUSTID                         TO DUP-CUSTID.
           MOVE XHST-XMIT-DATE OF SORT-WORK-REC    TO DUP-XMIT-DATE.
           WRITE HISTORY-LINE FROM DUPLICATE-LINE.
       3600-EXIT.
           EXIT.
       3800-DRAIN-MASTER.
           PERFORM 3400-ROLL-MASTER THRU 3400-EXIT.
       3800-EXIT.
           EXIT.
       8000-WRITE-SUMMARY.
           MOVE 'DETAIL RECORDS READ         :' TO SUM-LABEL.
           MOVE WS-DETAIL-COUNT                 TO SUM-COUNT.
           WRITE HISTORY-LINE FROM SUMMARY-LINE.
           MOVE 'WIRES ADDED TO HISTORY      :' TO SUM-LABEL.
           MOVE WS-ADDED-COUNT                  TO SUM-COUNT.
           WRITE HISTORY-LINE FROM SUMMARY-LINE.
           MOVE 'ALREADY ON HISTORY - KEPT   :' TO SUM-LABEL.
           MOVE WS-DUPLICATE-COUNT              TO SUM-COUNT.
           WRITE HISTORY-LINE FROM SUMMARY-LINE.
           MOVE 'HISTORY RECORDS IN          :' TO SUM-LABEL.
           MOVE WS-MASTER-IN-COUNT              TO SUM-COUNT.
           WRITE HISTORY-LINE FROM SUMMARY-LINE.
           MOVE 'HISTORY RECORDS OUT         :' TO SUM-LABEL.
           MOVE WS-MASTER-OUT-COUNT             TO SUM-COUNT.
           WRITE HISTORY-LINE FROM SUMMARY-LINE.
       8000-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE HISTORY-IN-FILE.
           CLOSE HISTORY-OUT-FILE.
           CLOSE HISTORY-REPORT.
       9000-EXIT.
           EXIT.
