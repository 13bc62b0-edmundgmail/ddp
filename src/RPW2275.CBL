      *                   EXCEPTIONS.  AN ACKNOWLEDGMENT FOR A LEG WE  *
      *                   NEVER SENT IS REPORTED TOO.                  *
      *                                                                *
      *                   THE JCL ALSO CONCATENATES THE RFXG2350 ATM   *
      *                   FX POSTINGS INTO THE GLPOST INPUT, SO ONE    *
      *                   EXCEPTION PROCESS COVERS BOTH SIDES; AN ATM  *
      *                   EVENT'S LEGS ARE TRACKED TOGETHER THE SAME   *
      *                   WAY A WIRE'S ARE.                            *
      *                                                                *
      *                   THE GLPOST DD IS THEREFORE A CONCATENATION   *
      *                   OF THREE FEEDS IN THE SAME GLPOST LAYOUT:    *
      *                     - GLPOST   - THE RPW2270 SETTLEMENT LEGS;  *
      *                     - GLRTNPST - THE RETURN REVERSING LEGS     *
      *                                  WRITTEN BY RPW2285;           *
      *                     - GLATMPST - THE ATM FX LEGS WRITTEN BY    *
      *                                  RFXG2350.                     *
      *                                                                *
      * USED BY         : WPS WIRE PAYMENTS - NIGHTLY EXTRACT CYCLE    *
      *                                                                *
      *================================================================*
      *   CONTROL CARD; THE SYSTEM DATE IS KEPT ONLY AS THE            *
      *   ACTUALLY-RAN-AT AUDIT STAMP ON THE RECONCILIATION REPORT.    *
      *                                                                *
      *  A883451    R. MACALLISTER                        OCT, 2026    *
      *                                                                *
      * DESCRIPTION:                                                   *
      * -------------                                                  *
      * - THE RFXG2350 ATM FX GL FEED NOW ARRIVES CONCATENATED WITH    *
      *   THE WIRE POSTINGS; THE SUMMARY SHOWS HOW MANY OF THE LEGS    *
      *   SENT WERE ATM FX LEGS.                                       *
      *                                                                *
      *  A883458    R. MACALLISTER                        OCT, 2026    *
      *                                                                *
      * DESCRIPTION:                                                   *
      * -------------                                                  *
      * - PROGRAM DESCRIPTION NOW NAMES ALL THREE FEEDS CONCATENATED   *
      *   ON THE GLPOST DD: THE RPW2270 SETTLEMENT LEGS, THE GLRTNPST  *
      *   RETURN REVERSING LEGS FROM RPW2285 AND THE GLATMPST ATM FX   *
      *   LEGS FROM RFXG2350.                                          *
      *                                                                *
      *================================================================*
       PROGRAM-ID.    RPW2275.
       AUTHOR.        R MACALLISTER.
       77  WS-ORPHAN-ACK-COUNT          PIC 9(09) COMP VALUE ZERO.
       77  WS-REQUEUED-COUNT            PIC 9(09) COMP VALUE ZERO.
       77  WS-PARTIAL-WIRE-COUNT        PIC 9(09) COMP VALUE ZERO.
       77  WS-ATM-FX-LEG-COUNT          PIC 9(09) COMP VALUE ZERO.
      *    PER-WIRE LEG TALLIES FOR THE PARTIAL-POST CHECK: THE THREE
      *    LEGS OF ONE WIRE SHARE THE CUSTID/DATE/TIME KEY AND ARRIVE
      *    TOGETHER IN THE SORTED POSTING STREAM
                       MOVE HIGH-VALUES TO WS-GLP-KEY
                   NOT AT END
                       ADD 1 TO WS-POSTING-COUNT
                       IF GLP-ATM-FX-LEG OF GLP-SORTED-REC
                           ADD 1 TO WS-ATM-FX-LEG-COUNT
                       END-IF
                       MOVE GLP-CUSTID OF GLP-SORTED-REC
                           TO WS-GK-CUSTID
                       MOVE GLP-TRANS-DATE OF GLP-SORTED-REC
           MOVE 'POSTING LEGS SENT           :' TO SUM-LABEL.
           MOVE WS-POSTING-COUNT                TO SUM-COUNT.
           WRITE RECON-LINE FROM SUMMARY-LINE.
           MOVE '  OF WHICH ATM FX LEGS      :' TO SUM-LABEL.
           MOVE WS-ATM-FX-LEG-COUNT             TO SUM-COUNT.
           WRITE RECON-LINE FROM SUMMARY-LINE.
           MOVE 'ACKNOWLEDGMENTS READ        :' TO SUM-LABEL.
           MOVE WS-ACK-COUNT                    TO SUM-COUNT.
           WRITE RECON-LINE FROM SUMMARY-LINE.
