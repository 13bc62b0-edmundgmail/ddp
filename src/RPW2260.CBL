      *                   CODE, OR A CODE WITH NO PRICING ROW, IS      *
      *                   INVOICED AT ZERO, FLAGGED ON THE INVOICE     *
      *                   AND COUNTED SO FINANCE CAN CHASE IT.         *
      *                   A WIRE THE BENEFICIARY BANK SENT BACK (ON    *
      *                   THE MONTH'S RTNFEE FILES FROM RPW2285) BILLS *
      *                   AT ZERO AND IS FLAGGED WAIVED; A RETURN FOR  *
      *                   A WIRE BILLED IN AN EARLIER MONTH IS LISTED  *
      *                   FOR REFUND AT THE CURRENT PRICE.             *
      *                                                                *
      * USED BY         : WPS WIRE PAYMENTS - MONTH-END BILLING CYCLE  *
      *                                                                *
      *   SYSTEM DATE IS KEPT ONLY AS THE ACTUALLY-RAN-AT AUDIT        *
      *   STAMP ON THE INVOICE.                                        *
      *                                                                *
      *  A883449    R. MACALLISTER                        OCT, 2026    *
      *                                                                *
      * DESCRIPTION:                                                   *
      * -------------                                                  *
      * - RETURNED WIRES.  THE MONTH'S RTNFEE FILES (WRITTEN BY        *
      *   RPW2285) ARE LOADED AT START-UP.  A RETURNED WIRE IN THIS    *
      *   MONTH'S EXTRACTS BILLS AT ZERO, FLAGGED 'RTN WAIVED'; A      *
      *   RETURN FOR A WIRE NOT IN THIS MONTH'S EXTRACTS WAS BILLED    *
      *   EARLIER AND IS LISTED AFTER THE RUN TOTAL FOR REFUND, PRICED *
      *   AT THE CURRENT BILLPRC ROW.  3350-SCALE-FEE NOW ROUNDS BY    *
      *   WS-FEE-CURR SO BOTH PATHS SHARE IT.                          *
      *                                                                *
      *================================================================*
       PROGRAM-ID.    RPW2260.
       AUTHOR.        R MACALLISTER.
               ORGANIZATION IS SEQUENTIAL.
           SELECT FEE-REVENUE-FILE  ASSIGN TO FEEREV
               ORGANIZATION IS SEQUENTIAL.
           SELECT RETURN-FEE-FILE   ASSIGN TO RTNFEE
               ORGANIZATION IS SEQUENTIAL.
           SELECT CURRMST-FILE      ASSIGN TO CURRMST
               ORGANIZATION IS SEQUENTIAL.
           SELECT BUSDATE-PARM-FILE ASSIGN TO BUSDATE
           05 BFEE-WIRE-COUNT           PIC 9(09).
           05 BFEE-FEE-TOTAL            PIC 9(13)V99.
           05 FILLER                    PIC X(09).
       FD  RETURN-FEE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY RTNFEE.
       FD  CURRMST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
              88 FIRST-CUST-IN-RUN                   VALUE 'Y'.
           05 CURRMST-EOF-SW            PIC X(01)    VALUE 'N'.
              88 CURRMST-EOF                         VALUE 'Y'.
           05 RTNFEE-EOF-SW             PIC X(01)    VALUE 'N'.
              88 RTNFEE-EOF                          VALUE 'Y'.
       77  WS-BILL-COUNT                 PIC 9(03) COMP VALUE ZERO.
       77  WS-BILL-MAX                   PIC 9(03) COMP VALUE 500.
       77  WS-PREV-CUSTID                PIC X(05)   VALUE SPACES.
       77  WS-FEE-WHOLE                  PIC 9(09) COMP VALUE ZERO.
       77  WS-FEE-TENTHS                 PIC 9(10) COMP VALUE ZERO.
       77  WS-ACTUAL-RUN-DATE            PIC X(10)   VALUE SPACES.
       77  WS-FEE-CURR                   PIC X(03)   VALUE SPACES.
       77  WS-RFEE-COUNT                 PIC 9(05) COMP VALUE ZERO.
       77  WS-RFEE-MAX                   PIC 9(05) COMP VALUE 5000.
       77  WS-WAIVED-COUNT               PIC 9(09) COMP VALUE ZERO.
       77  WS-REFUND-COUNT               PIC 9(09) COMP VALUE ZERO.
       77  WS-REFUND-TOTAL               PIC 9(13)V99   VALUE ZERO.
      *    THE MONTH'S RETURNED WIRES FROM RPW2285.  AN ENTRY MATCHED
      *    TO A WIRE BILLED THIS MONTH IS WAIVED; WHAT IS LEFT
      *    UNMATCHED AT THE END WAS BILLED EARLIER AND IS REFUNDED
       01  WS-RFEE-TABLE.
           05 WS-RFEE-ENTRY OCCURS 5000 TIMES
                             INDEXED BY WS-RFEE-IDX.
              10 WS-RF-WIRE-REF          PIC X(15).
              10 WS-RF-CUSTID            PIC X(05).
              10 WS-RF-TRANS-DATE        PIC X(10).
              10 WS-RF-BILL-CODE         PIC X(04).
              10 WS-RF-CURRENCY          PIC X(03).
              10 WS-RF-CORR-IND          PIC X(01).
              10 WS-RF-RETURN-DATE       PIC X(10).
              10 WS-RF-MATCHED-SW        PIC X(01).
                 88 WS-RF-MATCHED                    VALUE 'Y'.
      *    IN-STORAGE COPY OF THE CURRMST CURRENCY MASTER, LOADED THE
      *    WAY THE BILLPRC TABLE IS
       01  WS-CURR-TABLE.
           05 FILLER           PIC X(10) VALUE 'UNPRICED: '.
           05 GT-UNPRICED      PIC ZZZ,ZZZ,ZZ9.
           05 FILLER           PIC X(52) VALUE SPACES.
       01  REFUND-HDG-LINE.
           05 FILLER PIC X(44)
               VALUE 'RETURNED WIRE FEE REFUNDS - BILLED IN AN    '.
           05 FILLER PIC X(88)  VALUE 'EARLIER MONTH'.
       01  REFUND-LINE.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 RF-CUSTID        PIC X(05).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 RF-WIRE-REF      PIC X(15).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 RF-TRANS-DATE    PIC X(10).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 RF-CURR          PIC X(03).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 RF-BILL-CODE     PIC X(04).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 RF-FEE           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(11) VALUE '  RETURNED '.
           05 RF-RETURN-DATE   PIC X(10).
           05 FILLER           PIC X(48) VALUE SPACES.
       01  RETURN-TOTAL-LINE.
           05 FILLER           PIC X(18) VALUE 'RETURNED WAIVED :'.
           05 RT-WAIVED-COUNT  PIC ZZZ,ZZZ,ZZ9.
           05 FILLER           PIC X(12) VALUE '  REFUNDED: '.
           05 RT-REFUND-COUNT  PIC ZZZ,ZZZ,ZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 RT-REFUND-TOTAL  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(61) VALUE SPACES.
       01  ACTUAL-RUN-LINE.
           05 FILLER           PIC X(26)
               VALUE 'SYSTEM DATE ACTUALLY RAN: '.
           PERFORM 1050-READ-BUSDATE    THRU 1050-EXIT.
           PERFORM 1300-LOAD-BILL-TABLE THRU 1300-EXIT.
           PERFORM 1400-LOAD-CURR-TABLE THRU 1400-EXIT.
           PERFORM 1500-LOAD-RTNFEE-TABLE THRU 1500-EXIT.
           OPEN OUTPUT INVOICE-REPORT.
           OPEN OUTPUT FEE-REVENUE-FILE.
           MOVE WS-RUN-DATE-OUT TO HDG1-RUN-DATE.
       1420-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1500-LOAD-RTNFEE-TABLE - THE MONTH'S RETURNED WIRES (RTNFEE    *
      * FILES CONCATENATED BY THE JCL).  MORE RETURNS THAN THE         *
      * STORAGE COPY HOLDS FAILS THE RUN                               *
      *----------------------------------------------------------------*
       1500-LOAD-RTNFEE-TABLE.
           OPEN INPUT RETURN-FEE-FILE.
           PERFORM 1510-READ-RTNFEE THRU 1510-EXIT.
           PERFORM 1520-STORE-RTNFEE THRU 1520-EXIT
               UNTIL RTNFEE-EOF.
           CLOSE RETURN-FEE-FILE.
       1500-EXIT.
           EXIT.
       1510-READ-RTNFEE.
           READ RETURN-FEE-FILE
               AT END SET RTNFEE-EOF TO TRUE
           END-READ.
       1510-EXIT.
           EXIT.
       1520-STORE-RTNFEE.
           IF WS-RFEE-COUNT >= WS-RFEE-MAX
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-RFEE-COUNT.
           SET WS-RFEE-IDX TO WS-RFEE-COUNT.
           MOVE RFEE-WIRE-REF    TO WS-RF-WIRE-REF (WS-RFEE-IDX).
           MOVE RFEE-CUSTID      TO WS-RF-CUSTID (WS-RFEE-IDX).
           MOVE RFEE-TRANS-DATE  TO WS-RF-TRANS-DATE (WS-RFEE-IDX).
           MOVE RFEE-BILL-CODE   TO WS-RF-BILL-CODE (WS-RFEE-IDX).
           MOVE RFEE-CURRENCY    TO WS-RF-CURRENCY (WS-RFEE-IDX).
           MOVE RFEE-CORR-IND    TO WS-RF-CORR-IND (WS-RFEE-IDX).
           MOVE RFEE-RETURN-DATE TO WS-RF-RETURN-DATE (WS-RFEE-IDX).
           MOVE 'N'              TO WS-RF-MATCHED-SW (WS-RFEE-IDX).
           PERFORM 1510-READ-RTNFEE THRU 1510-EXIT.
       1520-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2000-SORT-AND-BILL - SORT THE MONTH'S DETAIL RECORDS BY        *
      * CUSTOMER SO THE INVOICE BREAKS CLEANLY                         *
      *----------------------------------------------------------------*
               PERFORM 3600-CUST-TOTAL THRU 3600-EXIT
           END-IF.
           PERFORM 3700-GRAND-TOTAL THRU 3700-EXIT.
           PERFORM 3800-LIST-REFUNDS THRU 3800-EXIT.
       3000-EXIT.
           EXIT.
       3100-RETURN-RECORD.
               MOVE 'N' TO FIRST-CUST-SW
           END-IF.
           PERFORM 3300-PRICE-WIRE THRU 3300-EXIT.
           MOVE WPS-PAYMT-CURR OF SORT-WORK-REC TO WS-FEE-CURR.
           PERFORM 3350-SCALE-FEE  THRU 3350-EXIT.
           PERFORM 3380-CHECK-RETURNED THRU 3380-EXIT.
           PERFORM 3400-ACCUMULATE THRU 3400-EXIT.
           PERFORM 3500-WRITE-INVOICE-LINE THRU 3500-EXIT.
           PERFORM 3100-RETURN-RECORD THRU 3100-EXIT.
       3300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3350-SCALE-FEE - ROUND THE PRICED FEE TO THE MINOR-UNIT COUNT  *
      * OF THE CURRENCY IN WS-FEE-CURR.  THE FEE FIELDS CARRY TWO      *
      * IMPLIED DECIMALS, SO TWO (OR A CURRENCY NOT ON THE MASTER)     *
      * LEAVES THE FEE ALONE AND ANYTHING ABOVE TWO CANNOT BE          *
      * REPRESENTED AND IS TREATED AS TWO                              *
                   WHEN WS-CURR-IDX > WS-CURR-COUNT
                       CONTINUE
                   WHEN WS-CM-ALPHA-CODE (WS-CURR-IDX)
                           = WS-FEE-CURR
                       MOVE WS-CM-MINOR-UNITS (WS-CURR-IDX)
                           TO WS-MINOR-UNITS
               END-SEARCH
           END-EVALUATE.
       3350-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3380-CHECK-RETURNED - A WIRE THE BENEFICIARY BANK SENT BACK    *
      * THIS MONTH IS NOT BILLED.  IT STILL COUNTS AS A WIRE IN THE    *
      * TOTALS AND THE REVENUE FEED, AT ZERO FEE                       *
      *----------------------------------------------------------------*
       3380-CHECK-RETURNED.
           IF WS-RFEE-COUNT = ZERO
               GO TO 3380-EXIT
           END-IF.
           SET WS-RFEE-IDX TO 1.
           SEARCH WS-RFEE-ENTRY
               WHEN WS-RFEE-IDX > WS-RFEE-COUNT
                   CONTINUE
               WHEN WS-RF-WIRE-REF (WS-RFEE-IDX)
                       = WPS-WIRE-REF OF SORT-WORK-REC
                   MOVE 'Y' TO WS-RF-MATCHED-SW (WS-RFEE-IDX)
                   MOVE ZERO TO WS-WIRE-FEE
                   MOVE 'RTN WAIVED' TO DL-FLAG
                   ADD 1 TO WS-WAIVED-COUNT
           END-SEARCH.
       3380-EXIT.
           EXIT.
       3400-ACCUMULATE.
           ADD 1          TO WS-CUST-WIRE-COUNT WS-GRAND-WIRE-COUNT.
           ADD WS-WIRE-FEE TO WS-CUST-FEE-TOTAL WS-GRAND-FEE-TOTAL.
       3700-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3800-LIST-REFUNDS - A RETURN NOT MATCHED TO A WIRE IN THIS     *
      * MONTH'S EXTRACTS WAS BILLED IN AN EARLIER MONTH.  IT IS        *
      * RE-PRICED AT THE CURRENT BILLPRC ROW AND LISTED FOR REFUND     *
      *----------------------------------------------------------------*
       3800-LIST-REFUNDS.
           IF WS-RFEE-COUNT > ZERO
               WRITE INVOICE-LINE FROM REFUND-HDG-LINE
               PERFORM 3850-REFUND-ONE THRU 3850-EXIT
                   VARYING WS-RFEE-IDX FROM 1 BY 1
                   UNTIL WS-RFEE-IDX > WS-RFEE-COUNT
           END-IF.
           MOVE WS-WAIVED-COUNT TO RT-WAIVED-COUNT.
           MOVE WS-REFUND-COUNT TO RT-REFUND-COUNT.
           MOVE WS-REFUND-TOTAL TO RT-REFUND-TOTAL.
           WRITE INVOICE-LINE FROM RETURN-TOTAL-LINE.
       3800-EXIT.
           EXIT.
       3850-REFUND-ONE.
           IF WS-RF-MATCHED (WS-RFEE-IDX)
               GO TO 3850-EXIT
           END-IF.
           MOVE ZERO TO WS-WIRE-FEE.
           PERFORM 3860-PRICE-REFUND THRU 3860-EXIT.
           MOVE WS-RF-CURRENCY (WS-RFEE-IDX) TO WS-FEE-CURR.
           PERFORM 3350-SCALE-FEE THRU 3350-EXIT.
           ADD 1           TO WS-REFUND-COUNT.
           ADD WS-WIRE-FEE TO WS-REFUND-TOTAL.
           MOVE WS-RF-CUSTID (WS-RFEE-IDX)      TO RF-CUSTID.
           MOVE WS-RF-WIRE-REF (WS-RFEE-IDX)    TO RF-WIRE-REF.
           MOVE WS-RF-TRANS-DATE (WS-RFEE-IDX)  TO RF-TRANS-DATE.
           MOVE WS-RF-CURRENCY (WS-RFEE-IDX)    TO RF-CURR.
           MOVE WS-RF-BILL-CODE (WS-RFEE-IDX)   TO RF-BILL-CODE.
           MOVE WS-WIRE-FEE                     TO RF-FEE.
           MOVE WS-RF-RETURN-DATE (WS-RFEE-IDX) TO RF-RETURN-DATE.
           WRITE INVOICE-LINE FROM REFUND-LINE.
       3850-EXIT.
           EXIT.
       3860-PRICE-REFUND.
           IF WS-RF-BILL-CODE (WS-RFEE-IDX) = '0000'
              OR WS-BILL-COUNT = ZERO
               GO TO 3860-EXIT
           END-IF.
           SET WS-BILL-IDX TO 1.
           SEARCH WS-BILL-ENTRY
               WHEN WS-BILL-IDX > WS-BILL-COUNT
                   CONTINUE
               WHEN WS-BP-BILL-CODE (WS-BILL-IDX)
                       = WS-RF-BILL-CODE (WS-RFEE-IDX)
                   MOVE WS-BP-BASE-FEE (WS-BILL-IDX) TO WS-WIRE-FEE
                   IF WS-RF-CORR-IND (WS-RFEE-IDX) = 'Y'
                       ADD WS-BP-CORR-SURCHARGE (WS-BILL-IDX)
                           TO WS-WIRE-FEE
                   END-IF
           END-SEARCH.
       3860-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 7000-WRITE-REVENUE - ONE FEED RECORD PER BILL-CODE/CURRENCY    *
      * BUCKET FOR FINANCE                                             *
      *----------------------------------------------------------------*
