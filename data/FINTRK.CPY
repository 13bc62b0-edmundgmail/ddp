      *================================================================*
      *                                                                *
      *                 TORONTO-DOMINION BANK (C)                      *
      *                                                                *
      *              FINTRK COPY CODE DESCRIPTION                      *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * DESCRIPTION     : FINTRAC EFT REPORT TRACKING MASTER.  ONE     *
      *                   RECORD PER INTERNATIONAL WIRE RPW2247 HAS    *
      *                   EVALUATED, IN WIRE REFERENCE ORDER.  A WIRE  *
      *                   BELOW THE REPORTING THRESHOLD IS HELD        *
      *                   PENDING SO THE NEXT NIGHT'S WIRES CAN STILL  *
      *                   BE AGGREGATED WITH IT UNDER THE 24-HOUR      *
      *                   RULE.  A FILED WIRE CARRIES THE REPORT       *
      *                   REFERENCE IT WENT OUT UNDER, THE DATE IT WAS *
      *                   FILED AND THE FIELDS AS REPORTED, SO A       *
      *                   RERUN WITH THE SAME FIELDS IS NOT FILED      *
      *                   AGAIN, A CHANGED WIRE GOES OUT AS A          *
      *                   CORRECTION AND A FILED WIRE THAT IS NO       *
      *                   LONGER ON THE FINAL FILE GOES OUT AS A       *
      *                   CANCELLATION.                                *
      *                                                                *
      * USED BY         : RPW2247                                      *
      *                                                                *
      *================================================================*
      *              M A I N T E N A N C E  L O G                      *
      *================================================================*
      *                                                                *
      *  ACCEPT.     WRITTEN/CHANGED BY              IMPLEMENTATION    *
      *  TEST #     (FULL 1ST AND LAST NAME)         DATE (MMM, YYYY)  *
      *  -------     ------------------------        ----------------  *
      *  A883452    R. MACALLISTER                        OCT, 2026    *
      *                                                                *
      * DESCRIPTION:                                                   *
      * -------------                                                  *
      * - INITIAL VERSION.                                             *
      *                                                                *
      *================================================================*
       01  FINTRAC-TRACK-RECORD.
           05 FTRK-WIRE-REF                 PIC X(15).
           05 FTRK-XMIT-DATE                PIC X(10).
           05 FTRK-CUSTID                   PIC X(05).
           05 FTRK-TRANS-DATE               PIC X(10).
           05 FTRK-TRANS-TIME               PIC X(08).
           05 FTRK-STATUS                   PIC X(01).
              88 FTRK-PENDING                        VALUE 'P'.
              88 FTRK-FILED                          VALUE 'F'.
              88 FTRK-CORRECTED                      VALUE 'C'.
              88 FTRK-CANCELLED                      VALUE 'X'.
              88 FTRK-ON-FILE-WITH-FINTRAC   VALUES 'F' 'C'.
           05 FTRK-REPORT-REF               PIC X(18).
           05 FTRK-FILED-DATE               PIC X(10).
           05 FTRK-RULE-IND                 PIC X(01).
              88 FTRK-SINGLE-WIRE                    VALUE 'S'.
              88 FTRK-24-HOUR-AGGREGATE              VALUE 'A'.
           05 FTRK-CAD-AMT                  PIC 9(13)V99.
           05 FTRK-CAD-RATE                 PIC 9(07)V9(06).
      *    THE FIELDS AS REPORTED; A RERUN THAT CHANGES ANY OF THEM IS
      *    FILED AS A CORRECTION
           05 FTRK-FILED-CONTENT.
              10 FTRK-PAYMT-AMT             PIC 9(13)V99.
              10 FTRK-PAYMT-CURR            PIC X(03).
              10 FTRK-PAYMT-BR              PIC 9(04).
              10 FTRK-PAYMT-ACCT            PIC 9(09).
              10 FTRK-DEST                  PIC X(35).
              10 FTRK-BANKID                PIC X(35).
              10 FTRK-CHAIN-CTRY OCCURS 3 TIMES
                                            PIC X(03).
           05 FILLER                        PIC X(24).
