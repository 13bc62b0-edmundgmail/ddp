       IDENTIFICATION DIVISION.
      *================================================================*
      *                                                                *
      *                 TORONTO-DOMINION BANK (C)                      *
      *                                                                *
      *              RPW2295 PROGRAM CODE DESCRIPTION                  *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      * DESCRIPTION     : WPS WIRE LIFECYCLE TRACE INQUIRY.  RUN ON    *
      *                   REQUEST WHEN A BRANCH ASKS WHERE A           *
      *                   CUSTOMER'S WIRE IS.  DRIVEN BY INQUIRY       *
      *                   CARDS (TRCCARD), EACH NAMING EITHER A        *
      *                   WPS-WIRE-REF OR A CUSTOMER ID WITH AN        *
      *                   OPTIONAL TRANSACTION DATE RANGE.  EVERY      *
      *                   STAGE FILE THE WIRE CAN SIT ON IS SEARCHED:  *
      *                   THE INTAKE LOG, THE DUPLICATE, SANCTIONS     *
      *                   AND ACCOUNT HOLD QUEUES, THE FX SUSPENSE     *
      *                   QUEUE AND DEAD-LETTER FILE, THE EDIT REJECT  *
      *                   QUEUE, THE CONTROL CARD AUTHORIZATION LOG    *
      *                   (DUPLICATE AND ACCOUNT HOLD RELEASES,        *
      *                   DISPOSITIONS, REPAIRS, CANCELS AND AMENDS),  *
      *                   THE FINAL TRANSMISSION FILE, THE             *
      *                   TRANSMITTED WIRE HISTORY (RETURNS), THE      *
      *                   GL POSTING AND ACKNOWLEDGEMENT FILES AND THE *
      *                   PRPW2290 ARCHIVE AND RESTORE SETS.  THE FEE  *
      *                   BILLED IS PRICED FROM BILLPRC THE WAY THE    *
      *                   RPW2260 INVOICE PRICES IT.  EVERYTHING FOUND *
      *                   IS SORTED INTO ONE CHRONOLOGICAL LIFECYCLE   *
      *                   PER WIRE, EACH STAGE SHOWING ITS DATE AND    *
      *                   THE FILE IT WAS FOUND ON.  A WIRE LEFT OPEN  *
      *                   (IN STREAM, HELD, IN FX SUSPENSE OR ON THE   *
      *                   REJECT QUEUE) THAT HAS NOT MOVED SINCE AN    *
      *                   EARLIER DATE IS FLAGGED AS STUCK WITH THE    *
      *                   DAYS SINCE IT LAST MOVED.  A WIRE REFERENCE  *
      *                   IS ONLY ASSIGNED BY PRPW2200, SO THE FILES   *
      *                   THAT CARRY IT ARE READ FIRST AND TIE THE     *
      *                   REFERENCE BACK TO THE CUSTOMER/TRANSACTION   *
      *                   DATE/TIME KEY THE EARLIER STAGES CARRY.      *
      *                                                                *
      * USED BY         : WPS WIRE PAYMENTS - ON-REQUEST INQUIRY       *
      *                                                                *
      *================================================================*
      *              M A I N T E N A N C E  L O G                      *
      *================================================================*
      *                                                                *
      *  ACCEPT.     WRITTEN/CHANGED BY              IMPLEMENTATION    *
      *  TEST #     (FULL 1ST AND LAST NAME)         DATE (MMM, YYYY)  *
      *  -------     ------------------------        ----------------  *
      *  A883455    R. MACALLISTER                        OCT, 2026    *
      *                                                                *
      * DESCRIPTION:                                                   *
      * -------------                                                  *
      * - INITIAL VERSION.                                             *
      *                                                                *
      *  A883458    R. MACALLISTER                        OCT, 2026    *
      *                                                                *
      * DESCRIPTION:                                                   *
      * -------------                                                  *
      * - ACCOUNT HOLD RELEASE CARDS (ACTHREL) ON THE AUTHORIZATION    *
      *   LOG ARE TRACED AS ACCOUNT SCREEN RELEASES INSTEAD OF FALLING *
      *   INTO CANCEL/AMEND; CANCEL AND AMEND CARDS (WPSCANC) ARE      *
      *   NAMED EXPLICITLY AND AN UNKNOWN CARD TYPE SHOWS AS A CONTROL *
      *   CARD.                                                        *
      *                                                                *
      *  A883459    R. MACALLISTER                        OCT, 2026    *
      *                                                                *
      * DESCRIPTION:                                                   *
      * -------------                                                  *
      * - ATM FX ACKNOWLEDGEMENTS (GLA-ATM-FX-LEG) ARE PASSED OVER THE *
      *   WAY ATM FX POSTINGS ALREADY ARE, SO A CUSTOMER INQUIRY NO    *
      *   LONGER PICKS ONE UP AS A PHANTOM WIRE.                       *
      * - AN INQUIRY DECK BIGGER THAN THE INQUIRY TABLE NOW FAILS THE  *
      *   RUN WITH RETURN CODE 16 INSTEAD OF DROPPING THE EXTRA CARDS  *
      *   WITH A WARNING.                                              *
      *                                                                *
      *================================================================*
       PROGRAM-ID.    RPW2295.
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
           SELECT INQUIRY-CARDS     ASSIGN TO TRCCARD
               ORGANIZATION IS SEQUENTIAL.
           SELECT XMIT-HISTORY-FILE ASSIGN TO WPSXHST
               ORGANIZATION IS SEQUENTIAL.
           SELECT WPS-FINAL-FILE    ASSIGN TO WPSFINAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT FX-SUSPENSE-QUEUE ASSIGN TO FXSUSPQ
               ORGANIZATION IS SEQUENTIAL.
           SELECT DEAD-LETTER-FILE  ASSIGN TO FXDEADL
               ORGANIZATION IS SEQUENTIAL.
           SELECT WPS-REJECT-FILE   ASSIGN TO WPSREJ
               ORGANIZATION IS SEQUENTIAL.
           SELECT ARCHIVE-FILE      ASSIGN TO HKARCH
               ORGANIZATION IS SEQUENTIAL.
           SELECT GL-POSTING-FILE   ASSIGN TO GLPOST
               ORGANIZATION IS SEQUENTIAL.
           SELECT GL-ACK-FILE       ASSIGN TO GLACK
               ORGANIZATION IS SEQUENTIAL.
           SELECT TAKEN-FILE        ASSIGN TO WPSTAK
               ORGANIZATION IS SEQUENTIAL.
           SELECT DUP-HOLD-FILE     ASSIGN TO WPSHLD
               ORGANIZATION IS SEQUENTIAL.
           SELECT SANCTION-HOLD-FILE ASSIGN TO SANHOLD
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACCT-HOLD-FILE    ASSIGN TO ACTHLD
               ORGANIZATION IS SEQUENTIAL.
           SELECT AUTH-LOG-FILE     ASSIGN TO AUTHLOG
               ORGANIZATION IS SEQUENTIAL.
           SELECT BILLPRC-FILE      ASSIGN TO BILLPRC
               ORGANIZATION IS SEQUENTIAL.
           SELECT CURRMST-FILE      ASSIGN TO CURRMST
               ORGANIZATION IS SEQUENTIAL.
           SELECT BUSDATE-PARM-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL.
           SELECT TRACE-SORT-FILE   ASSIGN TO SRTWK01.
           SELECT TRACE-REPORT      ASSIGN TO TRCRPT
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *    ONE INQUIRY PER CARD.  A WIRE REFERENCE, WHEN PRESENT, IS
      *    THE WHOLE INQUIRY; OTHERWISE THE CUSTOMER ID IS TRACED FOR
      *    TRANSACTION DATES FROM/TO (EITHER END MAY BE LEFT BLANK).
      *      COLS  1-15  WIRE REFERENCE
      *      COLS 16-20  CUSTOMER ID
      *      COLS 21-30  FROM TRANSACTION DATE (YYYY-MM-DD)
      *      COLS 31-40  TO TRANSACTION DATE   (YYYY-MM-DD)
       FD  INQUIRY-CARDS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  INQUIRY-CARD-RECORD          PIC X(80).
       FD  XMIT-HISTORY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY WPSXHST.
       FD  WPS-FINAL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WPS-FINAL-RECORD             PIC X(180).
       FD  FX-SUSPENSE-QUEUE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  FX-SUSPENSE-IN-RECORD        PIC X(319).
       FD  DEAD-LETTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DEAD-LETTER-RECORD.
           05 FXDL-SUSPENSE-IMAGE        PIC X(319).
           05 FXDL-REJECT-DATE           PIC X(10).
           05 FILLER                     PIC X(21).
       FD  WPS-REJECT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WPS-REJECT-IN-RECORD         PIC X(240).
       FD  ARCHIVE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-RECORD.
           05 HKA-ARCHIVE-DATE           PIC X(10).
           05 HKA-FILE-ID                PIC X(08).
           05 HKA-IMAGE                  PIC X(319).
       FD  GL-POSTING-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY GLPOST.
       FD  GL-ACK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY GLACK.
       FD  TAKEN-FILE
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
       FD  DUP-HOLD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WPS-HOLD-RECORD.
           05 WHLD-SOURCE-IMAGE        PIC X(170).
           05 WHLD-HELD-DATE           PIC X(10).
           05 WHLD-MATCHED-ON          PIC X(08).
           05 FILLER                   PIC X(12).
       FD  SANCTION-HOLD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SANCTION-HOLD-RECORD.
           05 SANH-SOURCE-IMAGE          PIC X(170).
           05 SANH-HELD-DATE             PIC X(10).
           05 SANH-MATCHED-FIELD         PIC X(08).
           05 SANH-MATCHED-VALUE         PIC X(35).
           05 SANH-LIST-ID               PIC X(08).
           05 FILLER                     PIC X(09).
       FD  ACCT-HOLD-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY ACTHOLD.
       FD  AUTH-LOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY AUTHLOG.
       FD  BILLPRC-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY BILLPRC.
       FD  CURRMST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY CURRMST.
       FD  BUSDATE-PARM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  BUSDATE-PARM-RECORD.
           05 BUSDATE-CYCLE-DATE         PIC X(10).
           05 FILLER                     PIC X(70).
      *    ONLY THE SORT KEY IS NAMED HERE; THE EVENT IS BUILT IN AND
      *    RETURNED TO TRACE-EVENT IN WORKING STORAGE.
       SD  TRACE-SORT-FILE.
       01  TRACE-SORT-REC.
           05 TSR-WIRE-KEY               PIC X(23).
           05 TSR-SORT-DATE              PIC X(10).
           05 TSR-STAGE-SEQ              PIC 9(02).
           05 TSR-EVENT-SEQ              PIC 9(09).
           05 FILLER                     PIC X(126).
       FD  TRACE-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  TRACE-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
       01  PROGRAM-SWITCHES.
           05 CARDS-EOF-SW              PIC X(01)    VALUE 'N'.
              88 CARDS-EOF                           VALUE 'Y'.
           05 HISTORY-EOF-SW            PIC X(01)    VALUE 'N'.
              88 HISTORY-EOF                         VALUE 'Y'.
           05 FINAL-EOF-SW              PIC X(01)    VALUE 'N'.
              88 FINAL-EOF                           VALUE 'Y'.
           05 SUSPQ-EOF-SW              PIC X(01)    VALUE 'N'.
              88 SUSPQ-EOF                           VALUE 'Y'.
           05 DEADL-EOF-SW              PIC X(01)    VALUE 'N'.
              88 DEADL-EOF                           VALUE 'Y'.
           05 REJECT-EOF-SW             PIC X(01)    VALUE 'N'.
              88 REJECT-EOF                          VALUE 'Y'.
           05 ARCHIVE-EOF-SW            PIC X(01)    VALUE 'N'.
              88 ARCHIVE-EOF                         VALUE 'Y'.
           05 GLPOST-EOF-SW             PIC X(01)    VALUE 'N'.
              88 GLPOST-EOF                          VALUE 'Y'.
           05 GLACK-EOF-SW              PIC X(01)    VALUE 'N'.
              88 GLACK-EOF                           VALUE 'Y'.
           05 TAKEN-EOF-SW              PIC X(01)    VALUE 'N'.
              88 TAKEN-EOF                           VALUE 'Y'.
           05 DUPHOLD-EOF-SW            PIC X(01)    VALUE 'N'.
              88 DUPHOLD-EOF                         VALUE 'Y'.
           05 SANHOLD-EOF-SW            PIC X(01)    VALUE 'N'.
              88 SANHOLD-EOF                         VALUE 'Y'.
           05 ACTHOLD-EOF-SW            PIC X(01)    VALUE 'N'.
              88 ACTHOLD-EOF                         VALUE 'Y'.
           05 AUTHLOG-EOF-SW            PIC X(01)    VALUE 'N'.
              88 AUTHLOG-EOF                         VALUE 'Y'.
           05 BILLPRC-EOF-SW            PIC X(01)    VALUE 'N'.
              88 BILLPRC-EOF                         VALUE 'Y'.
           05 CURRMST-EOF-SW            PIC X(01)    VALUE 'N'.
              88 CURRMST-EOF                         VALUE 'Y'.
           05 SORT-STATUS-SW            PIC X(01)    VALUE 'N'.
              88 SORT-EOF                            VALUE 'Y'.
           05 EVENT-MATCH-SW            PIC X(01)    VALUE 'N'.
              88 EVENT-MATCHED                       VALUE 'Y'.
           05 FIRST-WIRE-SW             PIC X(01)    VALUE 'Y'.
              88 FIRST-WIRE-IN-RUN                   VALUE 'Y'.
           05 FEE-FOUND-SW              PIC X(01)    VALUE 'N'.
              88 FEE-WAS-FOUND                       VALUE 'Y'.
           05 GL-LEG-FOUND-SW           PIC X(01)    VALUE 'N'.
              88 GL-LEG-WAS-FOUND                    VALUE 'Y'.
       77  WS-CARD-SEQ                   PIC 9(03) COMP VALUE ZERO.
       77  WS-INQ-COUNT                  PIC 9(03) COMP VALUE ZERO.
       77  WS-INQ-MAX                    PIC 9(03) COMP VALUE 200.
       77  WS-INVALID-CARD-COUNT         PIC 9(05) COMP VALUE ZERO.
       77  WS-UNFOUND-COUNT              PIC 9(05) COMP VALUE ZERO.
       77  WS-SCANNED-COUNT              PIC 9(09) COMP VALUE ZERO.
       77  WS-EVENT-COUNT                PIC 9(09) COMP VALUE ZERO.
       77  WS-WIRE-COUNT                 PIC 9(07) COMP VALUE ZERO.
       77  WS-STUCK-COUNT                PIC 9(07) COMP VALUE ZERO.
       77  WS-BILL-COUNT                 PIC 9(03) COMP VALUE ZERO.
       77  WS-BILL-MAX                   PIC 9(03) COMP VALUE 500.
       77  WS-CURR-COUNT                 PIC 9(03) COMP VALUE ZERO.
       77  WS-CURR-MAX                   PIC 9(03) COMP VALUE 300.
       77  WS-GL-LEG-COUNT               PIC 9(05) COMP VALUE ZERO.
       77  WS-GL-LEG-MAX                 PIC 9(05) COMP VALUE 5000.
       77  WS-MINOR-UNITS                PIC 9(01)      VALUE 2.
       77  WS-WIRE-FEE                   PIC 9(09)V99   VALUE ZERO.
       77  WS-FEE-WHOLE                  PIC 9(09) COMP VALUE ZERO.
       77  WS-FEE-TENTHS                 PIC 9(10) COMP VALUE ZERO.
       77  WS-XMIT-CYCLE-NO              PIC 9(01)      VALUE ZERO.
       77  WS-ASOF-DAYS                  PIC 9(07) COMP VALUE ZERO.
       77  WS-MOVE-DAYS                  PIC 9(07) COMP VALUE ZERO.
       77  WS-STUCK-DAYS                 PIC 9(07) COMP VALUE ZERO.
       77  WS-DN-DAYS                    PIC 9(07) COMP VALUE ZERO.
       77  WS-DN-LEAPS                   PIC 9(05) COMP VALUE ZERO.
       77  WS-DN-WORK                    PIC 9(05) COMP VALUE ZERO.
       77  WS-DN-REM                     PIC 9(01) COMP VALUE ZERO.
       77  WS-ACTUAL-RUN-DATE            PIC X(10)   VALUE SPACES.
      *    THE TRANSMISSION DATE OF THE FINAL FILE BEING READ, FROM
      *    ITS HEADER.  THE MONTH IS THE RPW2260 INVOICE IT BILLS ON.
       01  WS-XMIT-DATE.
           05 WS-XMIT-MONTH              PIC X(07)   VALUE SPACES.
           05 FILLER                     PIC X(03)   VALUE SPACES.
       01  INQUIRY-CARD.
           05 TRQ-WIRE-REF               PIC X(15).
           05 TRQ-CUSTID                 PIC X(05).
           05 TRQ-FROM-DATE              PIC X(10).
           05 TRQ-TO-DATE                PIC X(10).
           05 FILLER                     PIC X(40).
      *    ONE ENTRY PER VALID INQUIRY CARD.  A WIRE REFERENCE
      *    INQUIRY PICKS UP THE CUSTOMER/TRANSACTION DATE/TIME KEY OF
      *    ITS WIRE FROM THE FIRST STAGE RECORD CARRYING THE
      *    REFERENCE, SO THE STAGES AHEAD OF PRPW2200 CAN BE MATCHED.
       01  WS-INQUIRY-TABLE.
           05 WS-IQ-ENTRY OCCURS 200 TIMES
                             INDEXED BY WS-IQ-IDX.
              10 WS-IQ-CARD-SEQ          PIC 9(03).
              10 WS-IQ-WIRE-REF          PIC X(15).
              10 WS-IQ-CUSTID            PIC X(05).
              10 WS-IQ-FROM-DATE         PIC X(10).
              10 WS-IQ-TO-DATE           PIC X(10).
              10 WS-IQ-CARD-FROM         PIC X(10).
              10 WS-IQ-CARD-TO           PIC X(10).
              10 WS-IQ-WIRE-KEY          PIC X(23).
              10 WS-IQ-FOUND-SW          PIC X(01).
                 88 WS-IQ-FOUND                      VALUE 'Y'.
      *    GL LEGS POSTED FOR THE TRACED WIRES, SO AN ACKNOWLEDGEMENT
      *    (WHICH CARRIES NO DATE OF ITS OWN) IS DATED AND SORTED
      *    WITH THE POSTING IT ANSWERS
       01  WS-GL-LEG-TABLE.
           05 WS-GL-LEG-ENTRY OCCURS 5000 TIMES
                             INDEXED BY WS-GL-IDX.
              10 WS-GL-WIRE-KEY          PIC X(23).
              10 WS-GL-ACCT-CLASS        PIC X(06).
              10 WS-GL-CYCLE-DATE        PIC X(10).
       01  WS-GL-SEARCH-KEY.
           05 WS-GS-WIRE-KEY             PIC X(23).
           05 WS-GS-ACCT-CLASS           PIC X(06).
       01  WS-BILL-TABLE.
           05 WS-BILL-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-BILL-IDX.
              10 WS-BP-BILL-CODE         PIC X(04).
              10 WS-BP-BASE-FEE          PIC 9(07)V99.
              10 WS-BP-CORR-SURCHARGE    PIC 9(07)V99.
       01  WS-CURR-TABLE.
           05 WS-CURR-ENTRY OCCURS 300 TIMES
                             INDEXED BY WS-CURR-IDX.
              10 WS-CM-ALPHA-CODE        PIC X(03).
              10 WS-CM-MINOR-UNITS       PIC 9(01).
      *    ONE STAGE EVENT OF ONE WIRE, AS RELEASED TO AND RETURNED
      *    FROM THE SORT.  THE SORT DATE IS THE EVENT DATE EXCEPT FOR
      *    A GL ACKNOWLEDGEMENT WITH NO POSTING ON FILE, WHICH SORTS
      *    LAST.  THE STATE IS WHERE THE EVENT LEAVES THE WIRE:
      *      I IN STREAM    H HELD          S IN FX SUSPENSE
      *      R ON REJECT Q  T TRANSMITTED   C CANCELLED
      *      D DEAD-LETTERED  N RETURNED    SPACE NO CHANGE
      *    A MOVEMENT IS AN EVENT THAT MOVED THE WIRE ON ITS DATE; A
      *    QUEUE OR ARCHIVE SIGHTING ONLY SHOWS WHERE IT STILL SITS.
       01  TRACE-EVENT.
           05 TEV-WIRE-KEY.
              10 TEV-CUSTID              PIC X(05).
              10 TEV-TRANS-DATE          PIC X(10).
              10 TEV-TRANS-TIME          PIC X(08).
           05 TEV-SORT-DATE              PIC X(10).
           05 TEV-STAGE-SEQ              PIC 9(02).
           05 TEV-EVENT-SEQ              PIC 9(09).
           05 TEV-EVENT-DATE             PIC X(10).
           05 TEV-STAGE                  PIC X(12).
           05 TEV-FILE-ID                PIC X(08).
           05 TEV-WIRE-REF               PIC X(15).
           05 TEV-AMOUNT                 PIC 9(13)V99.
           05 TEV-CURRENCY               PIC X(03).
           05 TEV-TEXT                   PIC X(50).
           05 TEV-STATE                  PIC X(01).
              88 TEV-NO-STATE-CHANGE                 VALUE SPACE.
              88 TEV-FX-SUSPENSE                     VALUE 'S'.
           05 TEV-MOVED-SW               PIC X(01).
              88 TEV-IS-MOVEMENT                     VALUE 'Y'.
           05 TEV-AGE-DAYS               PIC 9(03).
           05 TEV-GL-SW                  PIC X(01).
              88 TEV-GL-POSTED                       VALUE 'P'.
              88 TEV-GL-ACCEPTED                     VALUE 'A'.
           05 FILLER                     PIC X(07).
      *    WHERE THE WIRE BEING PRINTED HAS GOT TO
       01  WS-WIRE-TRACK.
           05 WS-PREV-WIRE-KEY           PIC X(23)   VALUE SPACES.
           05 WS-PREV-TRANS-DATE         PIC X(10)   VALUE SPACES.
           05 WS-WIRE-STATE              PIC X(01)   VALUE SPACE.
              88 WS-WIRE-IS-OPEN         VALUES 'I' 'H' 'S' 'R'.
           05 WS-TRACE-WIRE-REF          PIC X(15)   VALUE SPACES.
           05 WS-LAST-MOVE-DATE          PIC X(10)   VALUE SPACES.
           05 WS-SUSP-AGE                PIC 9(03)   VALUE ZERO.
           05 WS-GL-POSTED-COUNT         PIC 9(05)   VALUE ZERO.
           05 WS-GL-ACCEPTED-COUNT       PIC 9(05)   VALUE ZERO.
      *    DATE TO DAY NUMBER: DAYS SINCE THE START OF 2000
       01  WS-DN-DATE.
           05 WS-DN-CC                   PIC 9(02).
           05 WS-DN-YY                   PIC 9(02).
           05 FILLER                     PIC X(01).
           05 WS-DN-MM                   PIC 9(02).
           05 FILLER                     PIC X(01).
           05 WS-DN-DD                   PIC 9(02).
       01  WS-CUM-DAYS-VALUES            PIC X(36)
               VALUE '000031059090120151181212243273304334'.
       01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.
           05 WS-CUM-DAYS OCCURS 12 TIMES PIC 9(03).
      *    THE STAGE FILES' OWN LAYOUTS, FOR THE IMAGES THEY CARRY
           COPY CRPWBILL.
           COPY FXSUSPQ.
           COPY WPSREJ.
           COPY WPSSRC.
      *    THE CARD IMAGE ON THE AUTHORIZATION LOG.  EVERY WIRE-LEVEL
      *    CONTROL CARD OPENS WITH THE CUSTOMER/TRANSACTION DATE/TIME.
       01  WS-LOGGED-CARD.
           05 WS-LC-WIRE-KEY             PIC X(23).
           05 FILLER                     PIC X(73).
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
               VALUE 'WPS WIRE LIFECYCLE TRACE INQUIRY -- AS OF     '.
           05 HDG1-RUN-DATE    PIC X(10).
           05 FILLER PIC X(76) VALUE SPACES.
       01  INQUIRY-LINE.
           05 FILLER           PIC X(08) VALUE 'INQUIRY '.
           05 IQL-SEQ          PIC ZZ9.
           05 FILLER           PIC X(03) VALUE ' : '.
           05 IQL-KIND         PIC X(09) VALUE SPACES.
           05 IQL-KEY          PIC X(15) VALUE SPACES.
           05 IQL-RANGE-LIT    PIC X(14) VALUE SPACES.
           05 IQL-FROM         PIC X(10) VALUE SPACES.
           05 IQL-TO-LIT       PIC X(04) VALUE SPACES.
           05 IQL-TO           PIC X(10) VALUE SPACES.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 IQL-NOTE         PIC X(40) VALUE SPACES.
           05 FILLER           PIC X(14) VALUE SPACES.
       01  WIRE-HDG-LINE.
           05 FILLER           PIC X(17) VALUE 'WIRE -- CUSTOMER '.
           05 WHL-CUSTID       PIC X(05).
           05 FILLER           PIC X(16) VALUE '  TRANSACTION   '.
           05 WHL-TRANS-DATE   PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WHL-TRANS-TIME   PIC X(08).
           05 FILLER           PIC X(75) VALUE SPACES.
       01  COLUMN-HDG-LINE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(12) VALUE 'DATE'.
           05 FILLER PIC X(14) VALUE 'STAGE'.
           05 FILLER PIC X(10) VALUE 'FILE'.
           05 FILLER PIC X(16) VALUE 'WIRE REF'.
           05 FILLER PIC X(19) VALUE '            AMOUNT'.
           05 FILLER PIC X(05) VALUE 'CURR'.
           05 FILLER PIC X(54) VALUE 'DETAIL'.
       01  EVENT-LINE.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 EL-DATE          PIC X(10) VALUE SPACES.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 EL-STAGE         PIC X(12) VALUE SPACES.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 EL-FILE          PIC X(08) VALUE SPACES.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 EL-WIRE-REF      PIC X(15) VALUE SPACES.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 EL-AMOUNT        PIC ZZZ,ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 EL-CURR          PIC X(03) VALUE SPACES.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 EL-TEXT          PIC X(50) VALUE SPACES.
           05 FILLER           PIC X(04) VALUE SPACES.
       01  STATUS-LINE.
           05 FILLER           PIC X(14) VALUE '  STATUS   -- '.
           05 STL-STATUS       PIC X(36) VALUE SPACES.
           05 FILLER           PIC X(11) VALUE ' WIRE REF  '.
           05 STL-WIRE-REF     PIC X(15) VALUE SPACES.
           05 FILLER           PIC X(56) VALUE SPACES.
       01  STUCK-LINE.
           05 FILLER           PIC X(34)
               VALUE '  *** STUCK *** NO MOVEMENT FOR   '.
           05 STK-DAYS         PIC ZZZZ9.
           05 FILLER           PIC X(22)
               VALUE ' DAYS -- LAST MOVED   '.
           05 STK-LAST-DATE    PIC X(10) VALUE SPACES.
           05 FILLER           PIC X(61) VALUE SPACES.
       01  UNFOUND-HDG-LINE.
           05 FILLER           PIC X(30)
               VALUE 'INQUIRIES WITH NO WIRE ON FILE'.
           05 FILLER           PIC X(102) VALUE SPACES.
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
           PERFORM 2000-TRACE-WIRES     THRU 2000-EXIT.
           PERFORM 8000-WRITE-SUMMARY   THRU 8000-EXIT.
           PERFORM 9000-TERMINATE       THRU 9000-EXIT.
           IF WS-INVALID-CARD-COUNT > ZERO
              OR WS-UNFOUND-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *----------------------------------------------------------------*
      * 1000-INITIALIZE - AS-OF DATE, PRICING TABLES, AND THE INQUIRY  *
      * CARDS, EACH ECHOED TO THE TOP OF THE REPORT                    *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURR-YY TO WS-RUN-YY.
           MOVE WS-CURR-MM TO WS-RUN-MM.
           MOVE WS-CURR-DD TO WS-RUN-DD.
           MOVE WS-RUN-DATE-OUT TO WS-ACTUAL-RUN-DATE.
           PERFORM 1050-READ-BUSDATE    THRU 1050-EXIT.
           MOVE WS-RUN-DATE-OUT TO WS-DN-DATE.
           PERFORM 6000-DATE-TO-DAYS    THRU 6000-EXIT.
           MOVE WS-DN-DAYS      TO WS-ASOF-DAYS.
           PERFORM 1300-LOAD-BILL-TABLE THRU 1300-EXIT.
           PERFORM 1400-LOAD-CURR-TABLE THRU 1400-EXIT.
           OPEN OUTPUT TRACE-REPORT.
           MOVE WS-RUN-DATE-OUT TO HDG1-RUN-DATE.
           WRITE TRACE-LINE FROM HDG1-LINE.
           MOVE WS-ACTUAL-RUN-DATE TO ARL-ACTUAL-DATE.
           WRITE TRACE-LINE FROM ACTUAL-RUN-LINE.
           MOVE SPACES TO TRACE-LINE.
           WRITE TRACE-LINE.
           PERFORM 1100-LOAD-INQUIRIES  THRU 1100-EXIT.
       1000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1050-READ-BUSDATE - THE SCHEDULER-STAMPED BUSINESS DATE        *
      * CONTROL CARD IS THE AS-OF DATE STUCK WIRES ARE AGED TO; A      *
      * MISSING OR BLANK CARD FALLS BACK TO THE SYSTEM DATE            *
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
      * 1100-LOAD-INQUIRIES - A CARD NEEDS A WIRE REFERENCE OR A       *
      * CUSTOMER ID, AND A DATE RANGE THAT DOES NOT RUN BACKWARDS.     *
      * AN OPEN END OF THE RANGE TAKES EVERY DATE ON FILE              *
      *----------------------------------------------------------------*
       1100-LOAD-INQUIRIES.
           OPEN INPUT INQUIRY-CARDS.
           PERFORM 1110-READ-CARD THRU 1110-EXIT.
           PERFORM 1120-STORE-CARD THRU 1120-EXIT
               UNTIL CARDS-EOF.
           CLOSE INQUIRY-CARDS.
       1100-EXIT.
           EXIT.
       1110-READ-CARD.
           READ INQUIRY-CARDS INTO INQUIRY-CARD
               AT END SET CARDS-EOF TO TRUE
           END-READ.
       1110-EXIT.
           EXIT.
       1120-STORE-CARD.
           ADD 1 TO WS-CARD-SEQ.
           MOVE WS-CARD-SEQ     TO IQL-SEQ.
           MOVE SPACES          TO IQL-NOTE.
           PERFORM 1130-FORMAT-INQUIRY THRU 1130-EXIT.
           EVALUATE TRUE
               WHEN TRQ-WIRE-REF = SPACES AND TRQ-CUSTID = SPACES
                   ADD 1 TO WS-INVALID-CARD-COUNT
                   MOVE '** NO WIRE REF OR CUSTOMER - IGNORED **'
                                            TO IQL-NOTE
               WHEN TRQ-WIRE-REF = SPACES
                AND TRQ-FROM-DATE NOT = SPACES
                AND TRQ-TO-DATE NOT = SPACES
                AND TRQ-FROM-DATE > TRQ-TO-DATE
                   ADD 1 TO WS-INVALID-CARD-COUNT
                   MOVE '** FROM DATE AFTER TO DATE - IGNORED **'
                                            TO IQL-NOTE
               WHEN OTHER
                   PERFORM 1140-ADD-INQUIRY THRU 1140-EXIT
           END-EVALUATE.
           WRITE TRACE-LINE FROM INQUIRY-LINE.
           PERFORM 1110-READ-CARD THRU 1110-EXIT.
       1120-EXIT.
           EXIT.
       1130-FORMAT-INQUIRY.
           IF TRQ-WIRE-REF NOT = SPACES
               MOVE 'WIRE REF '     TO IQL-KIND
               MOVE TRQ-WIRE-REF    TO IQL-KEY
               MOVE SPACES          TO IQL-RANGE-LIT IQL-FROM
                                       IQL-TO-LIT IQL-TO
           ELSE
               MOVE 'CUSTOMER '     TO IQL-KIND
               MOVE TRQ-CUSTID      TO IQL-KEY
               MOVE ' TRANS DATES  ' TO IQL-RANGE-LIT
               MOVE ' TO '          TO IQL-TO-LIT
               MOVE TRQ-FROM-DATE   TO IQL-FROM
               MOVE TRQ-TO-DATE     TO IQL-TO
               IF TRQ-FROM-DATE = SPACES
                   MOVE '(ANY)'     TO IQL-FROM
               END-IF
               IF TRQ-TO-DATE = SPACES
                   MOVE '(ANY)'     TO IQL-TO
               END-IF
           END-IF.
       1130-EXIT.
           EXIT.
       1140-ADD-INQUIRY.
           IF WS-INQ-COUNT >= WS-INQ-MAX
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-INQ-COUNT.
           SET WS-IQ-IDX TO WS-INQ-COUNT.
           MOVE WS-CARD-SEQ     TO WS-IQ-CARD-SEQ (WS-IQ-IDX).
           MOVE TRQ-WIRE-REF    TO WS-IQ-WIRE-REF (WS-IQ-IDX).
           MOVE TRQ-FROM-DATE   TO WS-IQ-CARD-FROM (WS-IQ-IDX).
           MOVE TRQ-TO-DATE     TO WS-IQ-CARD-TO (WS-IQ-IDX).
           MOVE SPACES          TO WS-IQ-WIRE-KEY (WS-IQ-IDX).
           MOVE 'N'             TO WS-IQ-FOUND-SW (WS-IQ-IDX).
           IF TRQ-WIRE-REF NOT = SPACES
               MOVE SPACES      TO WS-IQ-CUSTID (WS-IQ-IDX)
           ELSE
               MOVE TRQ-CUSTID  TO WS-IQ-CUSTID (WS-IQ-IDX)
           END-IF.
           IF TRQ-FROM-DATE = SPACES
               MOVE LOW-VALUES  TO WS-IQ-FROM-DATE (WS-IQ-IDX)
           ELSE
               MOVE TRQ-FROM-DATE TO WS-IQ-FROM-DATE (WS-IQ-IDX)
           END-IF.
           IF TRQ-TO-DATE = SPACES
               MOVE HIGH-VALUES TO WS-IQ-TO-DATE (WS-IQ-IDX)
           ELSE
               MOVE TRQ-TO-DATE TO WS-IQ-TO-DATE (WS-IQ-IDX)
           END-IF.
       1140-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1300-LOAD-BILL-TABLE - THE BILL CODE AND FEE COLUMNS OF        *
      * BILLPRC, LOADED AS RPW2260 LOADS THEM SO THE FEE SHOWN IS THE  *
      * FEE INVOICED                                                   *
      *----------------------------------------------------------------*
       1300-LOAD-BILL-TABLE.
           OPEN INPUT BILLPRC-FILE.
           PERFORM 1310-READ-BILLPRC THRU 1310-EXIT.
           PERFORM 1320-STORE-BILLPRC THRU 1320-EXIT
               UNTIL BILLPRC-EOF.
           CLOSE BILLPRC-FILE.
       1300-EXIT.
           EXIT.
       1310-READ-BILLPRC.
           READ BILLPRC-FILE
               AT END SET BILLPRC-EOF TO TRUE
           END-READ.
       1310-EXIT.
           EXIT.
       1320-STORE-BILLPRC.
           IF WS-BILL-COUNT >= WS-BILL-MAX
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-BILL-COUNT.
           SET WS-BILL-IDX TO WS-BILL-COUNT.
           MOVE BPRC-BILL-CODE      TO WS-BP-BILL-CODE (WS-BILL-IDX).
           MOVE BPRC-BASE-FEE       TO WS-BP-BASE-FEE (WS-BILL-IDX).
           MOVE BPRC-CORR-SURCHARGE
               TO WS-BP-CORR-SURCHARGE (WS-BILL-IDX).
           PERFORM 1310-READ-BILLPRC THRU 1310-EXIT.
       1320-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 1400-LOAD-CURR-TABLE - MINOR-UNIT COUNT EACH FEE IS ROUNDED TO *
      *----------------------------------------------------------------*
       1400-LOAD-CURR-TABLE.
           OPEN INPUT CURRMST-FILE.
           PERFORM 1410-READ-CURRMST THRU 1410-EXIT.
           PERFORM 1420-STORE-CURRMST THRU 1420-EXIT
               UNTIL CURRMST-EOF.
           CLOSE CURRMST-FILE.
       1400-EXIT.
           EXIT.
       1410-READ-CURRMST.
           READ CURRMST-FILE
               AT END SET CURRMST-EOF TO TRUE
           END-READ.
       1410-EXIT.
           EXIT.
       1420-STORE-CURRMST.
           IF WS-CURR-COUNT >= WS-CURR-MAX
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-CURR-COUNT.
           SET WS-CURR-IDX TO WS-CURR-COUNT.
           MOVE CMST-ALPHA-CODE  TO WS-CM-ALPHA-CODE (WS-CURR-IDX).
           MOVE CMST-MINOR-UNITS TO WS-CM-MINOR-UNITS (WS-CURR-IDX).
           PERFORM 1410-READ-CURRMST THRU 1410-EXIT.
       1420-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 2000-TRACE-WIRES - COLLECT EVERY STAGE EVENT OF EVERY WIRE AN  *
      * INQUIRY NAMES, SORTED INTO DATE ORDER WITHIN WIRE              *
      *----------------------------------------------------------------*
       2000-TRACE-WIRES.
           IF WS-INQ-COUNT = ZERO
               GO TO 2000-EXIT
           END-IF.
           SORT TRACE-SORT-FILE
               ON ASCENDING KEY TSR-WIRE-KEY
                                TSR-SORT-DATE
                                TSR-STAGE-SEQ
                                TSR-EVENT-SEQ
               INPUT PROCEDURE  3000-COLLECT-EVENTS THRU 3000-EXIT
               OUTPUT PROCEDURE 4000-PRINT-LIFECYCLES THRU 4000-EXIT.
       2000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3000-COLLECT-EVENTS - SORT INPUT PROCEDURE.  THE FILES THAT    *
      * CARRY WPS-WIRE-REF ARE READ FIRST SO A WIRE REFERENCE INQUIRY  *
      * HAS ITS CUSTOMER/TRANSACTION KEY BEFORE THE INTAKE, HOLD AND   *
      * CONTROL CARD FILES, WHICH PREDATE THE REFERENCE, ARE READ      *
      *----------------------------------------------------------------*
       3000-COLLECT-EVENTS.
           PERFORM 3100-SCAN-HISTORY    THRU 3100-EXIT.
           PERFORM 3150-SCAN-FINAL      THRU 3150-EXIT.
           PERFORM 3200-SCAN-SUSPENSE   THRU 3200-EXIT.
           PERFORM 3250-SCAN-DEAD-LETTER THRU 3250-EXIT.
           PERFORM 3300-SCAN-REJECTS    THRU 3300-EXIT.
           PERFORM 3350-SCAN-ARCHIVE    THRU 3350-EXIT.
           PERFORM 3400-SCAN-GL-POSTINGS THRU 3400-EXIT.
           PERFORM 3450-SCAN-GL-ACKS    THRU 3450-EXIT.
           PERFORM 3500-SCAN-INTAKE     THRU 3500-EXIT.
           PERFORM 3550-SCAN-DUP-HOLDS  THRU 3550-EXIT.
           PERFORM 3600-SCAN-SANCTION-HOLDS THRU 3600-EXIT.
           PERFORM 3650-SCAN-ACCT-HOLDS THRU 3650-EXIT.
           PERFORM 3700-SCAN-AUTH-LOG   THRU 3700-EXIT.
       3000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3100-SCAN-HISTORY - THE TRANSMITTED WIRE HISTORY MASTER.  THE  *
      * WIRE'S TRANSMISSION, AND ITS RETURN BY THE BENEFICIARY BANK    *
      * WHEN RPW2285 HAS STAMPED ONE                                   *
      *----------------------------------------------------------------*
       3100-SCAN-HISTORY.
           OPEN INPUT XMIT-HISTORY-FILE.
           PERFORM 3110-READ-HISTORY THRU 3110-EXIT.
           PERFORM 3120-TRACE-HISTORY THRU 3120-EXIT
               UNTIL HISTORY-EOF.
           CLOSE XMIT-HISTORY-FILE.
       3100-EXIT.
           EXIT.
       3110-READ-HISTORY.
           READ XMIT-HISTORY-FILE
               AT END SET HISTORY-EOF TO TRUE
               NOT AT END ADD 1 TO WS-SCANNED-COUNT
           END-READ.
       3110-EXIT.
           EXIT.
       3120-TRACE-HISTORY.
           MOVE XHST-DETAIL-IMAGE TO WPS-RECORD.
           MOVE SPACES            TO TRACE-EVENT.
           MOVE WPS-CUSTID        TO TEV-CUSTID.
           MOVE WPS-TRANS-DATE    TO TEV-TRANS-DATE.
           MOVE WPS-TRANS-TIME    TO TEV-TRANS-TIME.
           MOVE XHST-WIRE-REF     TO TEV-WIRE-REF.
           PERFORM 5000-MATCH-EVENT THRU 5000-EXIT.
           IF NOT EVENT-MATCHED
               GO TO 3120-READ-NEXT
           END-IF.
           MOVE XHST-XMIT-DATE    TO TEV-EVENT-DATE.
           MOVE 12                TO TEV-STAGE-SEQ.
           MOVE 'TRANSMISSION'    TO TEV-STAGE.
           MOVE 'WPSXHST'         TO TEV-FILE-ID.
           MOVE WPS-PAYMT-AMT     TO TEV-AMOUNT.
           MOVE WPS-PAYMT-CURR    TO TEV-CURRENCY.
           MOVE 'ON TRANSMITTED WIRE HISTORY' TO TEV-TEXT.
           MOVE 'T'               TO TEV-STATE.
           MOVE 'Y'               TO TEV-MOVED-SW.
           PERFORM 5200-RELEASE-EVENT THRU 5200-EXIT.
           IF XHST-RETURNED
               MOVE XHST-RETURN-DATE  TO TEV-EVENT-DATE
               MOVE 14                TO TEV-STAGE-SEQ
               MOVE 'RETURN'          TO TEV-STAGE
               MOVE XHST-RETURN-AMT   TO TEV-AMOUNT
               MOVE SPACES            TO TEV-TEXT
               STRING 'RETURNED - REASON ' XHST-RETURN-REASON
                      ' - FEE WAIVED OR REFUNDED'
                   DELIMITED BY SIZE INTO TEV-TEXT
               MOVE 'N'               TO TEV-STATE
               PERFORM 5200-RELEASE-EVENT THRU 5200-EXIT
           END-IF.
       3120-READ-NEXT.
           PERFORM 3110-READ-HISTORY THRU 3110-EXIT.
       3120-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3150-SCAN-FINAL - THE FINAL TRANSMISSION FILE(S).  EACH        *
      * HEADER GIVES THE DATE AND CYCLE OF THE DETAILS BEHIND IT.  A   *
      * TRANSMITTED WIRE ALSO SHOWS THE FEE IT BILLS ON THE INVOICE    *
      * FOR THAT MONTH                                                 *
      *----------------------------------------------------------------*
       3150-SCAN-FINAL.
           OPEN INPUT WPS-FINAL-FILE.
           PERFORM 3160-READ-FINAL THRU 3160-EXIT.
           PERFORM 3170-TRACE-FINAL THRU 3170-EXIT
               UNTIL FINAL-EOF.
           CLOSE WPS-FINAL-FILE.
       3150-EXIT.
           EXIT.
       3160-READ-FINAL.
           READ WPS-FINAL-FILE INTO WPS-RECORD
               AT END SET FINAL-EOF TO TRUE
               NOT AT END ADD 1 TO WS-SCANNED-COUNT
           END-READ.
       3160-EXIT.
           EXIT.
       3170-TRACE-FINAL.
           IF WPS-HEADER-REC
               MOVE WPS-HEADER-DATE     TO WS-XMIT-DATE
               MOVE WPS-HEADER-CYCLE-NO TO WS-XMIT-CYCLE-NO
               IF WS-XMIT-CYCLE-NO = ZERO
                   MOVE 1 TO WS-XMIT-CYCLE-NO
               END-IF
               GO TO 3170-READ-NEXT
           END-IF.
           IF NOT WPS-DETAIL-REC
               GO TO 3170-READ-NEXT
           END-IF.
           MOVE SPACES            TO TRACE-EVENT.
           MOVE WPS-CUSTID        TO TEV-CUSTID.
           MOVE WPS-TRANS-DATE    TO TEV-TRANS-DATE.
           MOVE WPS-TRANS-TIME    TO TEV-TRANS-TIME.
           MOVE WPS-WIRE-REF      TO TEV-WIRE-REF.
           PERFORM 5000-MATCH-EVENT THRU 5000-EXIT.
           IF NOT EVENT-MATCHED
               GO TO 3170-READ-NEXT
           END-IF.
           MOVE WS-XMIT-DATE      TO TEV-EVENT-DATE.
           MOVE 11                TO TEV-STAGE-SEQ.
           MOVE 'TRANSMISSION'    TO TEV-STAGE.
           MOVE 'WPSFINAL'        TO TEV-FILE-ID.
           MOVE WPS-PAYMT-AMT     TO TEV-AMOUNT.
           MOVE WPS-PAYMT-CURR    TO TEV-CURRENCY.
           STRING 'TRANSMITTED ON CYCLE ' WS-XMIT-CYCLE-NO
                  ' TO ' WPS-BANKID
               DELIMITED BY SIZE INTO TEV-TEXT.
           MOVE 'T'               TO TEV-STATE.
           MOVE 'Y'               TO TEV-MOVED-SW.
           PERFORM 5200-RELEASE-EVENT THRU 5200-EXIT.
           PERFORM 3180-PRICE-FEE THRU 3180-EXIT.
           MOVE 13                TO TEV-STAGE-SEQ.
           MOVE 'FEE BILLED'      TO TEV-STAGE.
           MOVE 'BILLPRC'         TO TEV-FILE-ID.
           MOVE WS-WIRE-FEE       TO TEV-AMOUNT.
           MOVE SPACES            TO TEV-TEXT TEV-STATE.
           MOVE 'N'               TO TEV-MOVED-SW.
           EVALUATE TRUE
               WHEN WPS-BILL-CODE = '0000'
                   STRING 'BILL CODE 0000 - NOT BILLED'
                       DELIMITED BY SIZE INTO TEV-TEXT
               WHEN NOT FEE-WAS-FOUND
                   STRING 'BILL CODE ' WPS-BILL-CODE
                          ' - NO PRICING ROW, UNPRICED'
                       DELIMITED BY SIZE INTO TEV-TEXT
               WHEN OTHER
                   STRING 'BILL CODE ' WPS-BILL-CODE
                          ' - ON THE ' WS-XMIT-MONTH ' INVOICE'
                       DELIMITED BY SIZE INTO TEV-TEXT
           END-EVALUATE.
           PERFORM 5200-RELEASE-EVENT THRU 5200-EXIT.
       3170-READ-NEXT.
           PERFORM 3160-READ-FINAL THRU 3160-EXIT.
       3170-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3180-PRICE-FEE - BASE FEE FOR THE BILL CODE PLUS THE           *
      * CORRESPONDENT SURCHARGE, ROUNDED TO THE PAYMENT CURRENCY'S     *
      * MINOR UNITS, EXACTLY AS 3300/3350 IN RPW2260 PRICE IT          *
      *----------------------------------------------------------------*
       3180-PRICE-FEE.
           MOVE ZERO TO WS-WIRE-FEE.
           MOVE 'N'  TO FEE-FOUND-SW.
           IF WPS-BILL-CODE NOT = '0000' AND WS-BILL-COUNT > ZERO
               SET WS-BILL-IDX TO 1
               SEARCH WS-BILL-ENTRY
                   WHEN WS-BILL-IDX > WS-BILL-COUNT
                       CONTINUE
                   WHEN WS-BP-BILL-CODE (WS-BILL-IDX) = WPS-BILL-CODE
                       MOVE 'Y' TO FEE-FOUND-SW
                       MOVE WS-BP-BASE-FEE (WS-BILL-IDX)
                           TO WS-WIRE-FEE
                       IF WPS-CORR-IND = 'Y'
                           ADD WS-BP-CORR-SURCHARGE (WS-BILL-IDX)
                               TO WS-WIRE-FEE
                       END-IF
               END-SEARCH
           END-IF.
           MOVE 2 TO WS-MINOR-UNITS.
           IF WS-CURR-COUNT > ZERO
               SET WS-CURR-IDX TO 1
               SEARCH WS-CURR-ENTRY
                   WHEN WS-CURR-IDX > WS-CURR-COUNT
                       CONTINUE
                   WHEN WS-CM-ALPHA-CODE (WS-CURR-IDX) = WPS-PAYMT-CURR
                       MOVE WS-CM-MINOR-UNITS (WS-CURR-IDX)
                           TO WS-MINOR-UNITS
               END-SEARCH
           END-IF.
           EVALUATE WS-MINOR-UNITS
               WHEN 0
                   COMPUTE WS-FEE-WHOLE ROUNDED = WS-WIRE-FEE
                   MOVE WS-FEE-WHOLE TO WS-WIRE-FEE
               WHEN 1
                   COMPUTE WS-FEE-TENTHS ROUNDED = WS-WIRE-FEE * 10
                   COMPUTE WS-WIRE-FEE = WS-FEE-TENTHS / 10
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3180-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3200-SCAN-SUSPENSE - THE CURRENT FX SUSPENSE QUEUE.  AN ITEM   *
      * STILL ON IT IS SEEN AS OF TODAY, WITH ITS AGE IN SUSPENSE      *
      *----------------------------------------------------------------*
       3200-SCAN-SUSPENSE.
           OPEN INPUT FX-SUSPENSE-QUEUE.
           PERFORM 3210-READ-SUSPENSE THRU 3210-EXIT.
           PERFORM 3220-TRACE-SUSPENSE THRU 3220-EXIT
               UNTIL SUSPQ-EOF.
           CLOSE FX-SUSPENSE-QUEUE.
       3200-EXIT.
           EXIT.
       3210-READ-SUSPENSE.
           READ FX-SUSPENSE-QUEUE INTO FX-SUSPENSE-RECORD
               AT END SET SUSPQ-EOF TO TRUE
               NOT AT END ADD 1 TO WS-SCANNED-COUNT
           END-READ.
       3210-EXIT.
           EXIT.
       3220-TRACE-SUSPENSE.
           PERFORM 5300-SUSPENSE-KEY THRU 5300-EXIT.
           IF EVENT-MATCHED
               MOVE WS-RUN-DATE-OUT   TO TEV-EVENT-DATE
               MOVE 'FXSUSPQ'         TO TEV-FILE-ID
               STRING 'ON FX SUSPENSE QUEUE - AGE ' FXS-AGE-DAYS
                      ' DAYS'
                   DELIMITED BY SIZE INTO TEV-TEXT
               PERFORM 5200-RELEASE-EVENT THRU 5200-EXIT
           END-IF.
           PERFORM 3210-READ-SUSPENSE THRU 3210-EXIT.
       3220-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3250-SCAN-DEAD-LETTER - ITEMS TREASURY REJECTED OUT OF FX      *
      * SUSPENSE (PRPW2230)                                            *
      *----------------------------------------------------------------*
       3250-SCAN-DEAD-LETTER.
           OPEN INPUT DEAD-LETTER-FILE.
           PERFORM 3260-READ-DEAD-LETTER THRU 3260-EXIT.
           PERFORM 3270-TRACE-DEAD-LETTER THRU 3270-EXIT
               UNTIL DEADL-EOF.
           CLOSE DEAD-LETTER-FILE.
       3250-EXIT.
           EXIT.
       3260-READ-DEAD-LETTER.
           READ DEAD-LETTER-FILE
               AT END SET DEADL-EOF TO TRUE
               NOT AT END ADD 1 TO WS-SCANNED-COUNT
           END-READ.
       3260-EXIT.
           EXIT.
       3270-TRACE-DEAD-LETTER.
           MOVE FXDL-SUSPENSE-IMAGE TO FX-SUSPENSE-RECORD.
           PERFORM 5300-SUSPENSE-KEY THRU 5300-EXIT.
           IF EVENT-MATCHED
               MOVE FXDL-REJECT-DATE  TO TEV-EVENT-DATE
               MOVE 07                TO TEV-STAGE-SEQ
               MOVE 'FX DISPOSE'      TO TEV-STAGE
               MOVE 'FXDEADL'         TO TEV-FILE-ID
               MOVE 'DEAD-LETTERED - REJECTED BY TREASURY'
                                      TO TEV-TEXT
               MOVE 'D'               TO TEV-STATE
               MOVE 'Y'               TO TEV-MOVED-SW
               MOVE ZERO              TO TEV-AGE-DAYS
               PERFORM 5200-RELEASE-EVENT THRU 5200-EXIT
           END-IF.
           PERFORM 3260-READ-DEAD-LETTER THRU 3260-EXIT.
       3270-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3300-SCAN-REJECTS - THE CURRENT EDIT REJECT QUEUE.  A WIRE     *
      * STILL ON IT IS SEEN AS OF TODAY, WITH ITS REJECT REASON        *
      *----------------------------------------------------------------*
       3300-SCAN-REJECTS.
           OPEN INPUT WPS-REJECT-FILE.
           PERFORM 3310-READ-REJECT THRU 3310-EXIT.
           PERFORM 3320-TRACE-REJECT THRU 3320-EXIT
               UNTIL REJECT-EOF.
           CLOSE WPS-REJECT-FILE.
       3300-EXIT.
           EXIT.
       3310-READ-REJECT.
           READ WPS-REJECT-FILE INTO WPS-REJECT-RECORD
               AT END SET REJECT-EOF TO TRUE
               NOT AT END ADD 1 TO WS-SCANNED-COUNT
           END-READ.
       3310-EXIT.
           EXIT.
       3320-TRACE-REJECT.
           PERFORM 5400-REJECT-KEY THRU 5400-EXIT.
           IF EVENT-MATCHED
               MOVE WS-RUN-DATE-OUT   TO TEV-EVENT-DATE
               MOVE 'WPSREJ'          TO TEV-FILE-ID
               STRING 'ON QUEUE: ' WREJ-REASON
                   DELIMITED BY SIZE INTO TEV-TEXT
               PERFORM 5200-RELEASE-EVENT THRU 5200-EXIT
           END-IF.
           PERFORM 3310-READ-REJECT THRU 3310-EXIT.
       3320-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3350-SCAN-ARCHIVE - THE PRPW2290 ARCHIVE AND RESTORE SETS.     *
      * ONLY THE FX SUSPENSE AND REJECT QUEUE IMAGES CARRY WIRES; AN   *
      * ITEM ARCHIVED OFF A QUEUE AGED OUT THERE WITHOUT BEING WORKED  *
      *----------------------------------------------------------------*
       3350-SCAN-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE.
           PERFORM 3360-READ-ARCHIVE THRU 3360-EXIT.
           PERFORM 3370-TRACE-ARCHIVE THRU 3370-EXIT
               UNTIL ARCHIVE-EOF.
           CLOSE ARCHIVE-FILE.
       3350-EXIT.
           EXIT.
       3360-READ-ARCHIVE.
           READ ARCHIVE-FILE
               AT END SET ARCHIVE-EOF TO TRUE
               NOT AT END ADD 1 TO WS-SCANNED-COUNT
           END-READ.
       3360-EXIT.
           EXIT.
       3370-TRACE-ARCHIVE.
           EVALUATE HKA-FILE-ID
               WHEN 'FXSUSPQ'
                   MOVE HKA-IMAGE TO FX-SUSPENSE-RECORD
                   PERFORM 5300-SUSPENSE-KEY THRU 5300-EXIT
                   IF EVENT-MATCHED
                       STRING 'ARCHIVED OFF FX SUSPENSE - AGE '
                              FXS-AGE-DAYS ' DAYS'
                           DELIMITED BY SIZE INTO TEV-TEXT
                   END-IF
               WHEN 'WPSREJ'
                   MOVE HKA-IMAGE TO WPS-REJECT-RECORD
                   PERFORM 5400-REJECT-KEY THRU 5400-EXIT
                   IF EVENT-MATCHED
                       STRING 'ARCHIVED: ' WREJ-REASON
                           DELIMITED BY SIZE INTO TEV-TEXT
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO EVENT-MATCH-SW
           END-EVALUATE.
           IF EVENT-MATCHED
               MOVE HKA-ARCHIVE-DATE  TO TEV-EVENT-DATE
               MOVE 'HKARCH'          TO TEV-FILE-ID
               PERFORM 5200-RELEASE-EVENT THRU 5200-EXIT
           END-IF.
           PERFORM 3360-READ-ARCHIVE THRU 3360-EXIT.
       3370-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3400-SCAN-GL-POSTINGS - ONE EVENT PER GL LEG POSTED FOR THE    *
      * WIRE (AND ITS RETURN, IF ANY).  ATM FX LEGS ARE NOT WIRES      *
      *----------------------------------------------------------------*
       3400-SCAN-GL-POSTINGS.
           OPEN INPUT GL-POSTING-FILE.
           PERFORM 3410-READ-GL-POSTING THRU 3410-EXIT.
           PERFORM 3420-TRACE-GL-POSTING THRU 3420-EXIT
               UNTIL GLPOST-EOF.
           CLOSE GL-POSTING-FILE.
       3400-EXIT.
           EXIT.
       3410-READ-GL-POSTING.
           READ GL-POSTING-FILE
               AT END SET GLPOST-EOF TO TRUE
               NOT AT END ADD 1 TO WS-SCANNED-COUNT
           END-READ.
       3410-EXIT.
           EXIT.
       3420-TRACE-GL-POSTING.
           IF GLP-ATM-FX-LEG
               GO TO 3420-READ-NEXT
           END-IF.
           MOVE SPACES            TO TRACE-EVENT.
           MOVE GLP-CUSTID        TO TEV-CUSTID.
           MOVE GLP-TRANS-DATE    TO TEV-TRANS-DATE.
           MOVE GLP-TRANS-TIME    TO TEV-TRANS-TIME.
           MOVE GLP-WIRE-REF      TO TEV-WIRE-REF.
           PERFORM 5000-MATCH-EVENT THRU 5000-EXIT.
           IF NOT EVENT-MATCHED
               GO TO 3420-READ-NEXT
           END-IF.
           PERFORM 3430-STORE-GL-LEG THRU 3430-EXIT.
           MOVE GLP-CYCLE-DATE    TO TEV-EVENT-DATE.
           MOVE 15                TO TEV-STAGE-SEQ.
           MOVE 'GL POSTING'      TO TEV-STAGE.
           MOVE 'GLPOST'          TO TEV-FILE-ID.
           MOVE GLP-AMOUNT        TO TEV-AMOUNT.
           MOVE GLP-CURRENCY      TO TEV-CURRENCY.
           STRING GLP-ACCT-CLASS ' ' GLP-DR-CR ' ACCT ' GLP-ACCT-NO
                  ' BRANCH ' GLP-BRANCH
               DELIMITED BY SIZE INTO TEV-TEXT.
           MOVE 'N'               TO TEV-MOVED-SW.
           MOVE 'P'               TO TEV-GL-SW.
           PERFORM 5200-RELEASE-EVENT THRU 5200-EXIT.
       3420-READ-NEXT.
           PERFORM 3410-READ-GL-POSTING THRU 3410-EXIT.
       3420-EXIT.
           EXIT.
       3430-STORE-GL-LEG.
           IF WS-GL-LEG-COUNT >= WS-GL-LEG-MAX
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-GL-LEG-COUNT.
           SET WS-GL-IDX TO WS-GL-LEG-COUNT.
           MOVE TEV-WIRE-KEY      TO WS-GL-WIRE-KEY (WS-GL-IDX).
           MOVE GLP-ACCT-CLASS    TO WS-GL-ACCT-CLASS (WS-GL-IDX).
           MOVE GLP-CYCLE-DATE    TO WS-GL-CYCLE-DATE (WS-GL-IDX).
       3430-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3450-SCAN-GL-ACKS - THE GL'S ACKNOWLEDGEMENT OF EACH LEG.  AN  *
      * ACK CARRIES NO DATE, SO IT TAKES THE DATE OF THE POSTING IT    *
      * ANSWERS; ONE WITH NO POSTING ON FILE SORTS LAST, UNDATED       *
      *----------------------------------------------------------------*
       3450-SCAN-GL-ACKS.
           OPEN INPUT GL-ACK-FILE.
           PERFORM 3460-READ-GL-ACK THRU 3460-EXIT.
           PERFORM 3470-TRACE-GL-ACK THRU 3470-EXIT
               UNTIL GLACK-EOF.
           CLOSE GL-ACK-FILE.
       3450-EXIT.
           EXIT.
       3460-READ-GL-ACK.
           READ GL-ACK-FILE
               AT END SET GLACK-EOF TO TRUE
               NOT AT END ADD 1 TO WS-SCANNED-COUNT
           END-READ.
       3460-EXIT.
           EXIT.
       3470-TRACE-GL-ACK.
           IF GLA-ATM-FX-LEG
               GO TO 3470-READ-NEXT
           END-IF.
           MOVE SPACES            TO TRACE-EVENT.
           MOVE GLA-CUSTID        TO TEV-CUSTID.
           MOVE GLA-TRANS-DATE    TO TEV-TRANS-DATE.
           MOVE GLA-TRANS-TIME    TO TEV-TRANS-TIME.
           MOVE GLA-WIRE-REF      TO TEV-WIRE-REF.
           PERFORM 5000-MATCH-EVENT THRU 5000-EXIT.
           IF NOT EVENT-MATCHED
               GO TO 3470-READ-NEXT
           END-IF.
           PERFORM 3480-FIND-GL-LEG THRU 3480-EXIT.
           IF GL-LEG-WAS-FOUND
               MOVE WS-GL-CYCLE-DATE (WS-GL-IDX) TO TEV-EVENT-DATE
           ELSE
               MOVE '9999-99-99'  TO TEV-SORT-DATE
           END-IF.
           MOVE 16                TO TEV-STAGE-SEQ.
           MOVE 'GL ACK'          TO TEV-STAGE.
           MOVE 'GLACK'           TO TEV-FILE-ID.
           EVALUATE TRUE
               WHEN GLA-ACCEPTED
                   STRING GLA-ACCT-CLASS ' ACCEPTED BY THE GL'
                       DELIMITED BY SIZE INTO TEV-TEXT
                   MOVE 'A'       TO TEV-GL-SW
               WHEN GLA-REJECT-RETRY
                   STRING GLA-ACCT-CLASS ' RETRY: ' GLA-REJECT-REASON
                       DELIMITED BY SIZE INTO TEV-TEXT
               WHEN OTHER
                   STRING GLA-ACCT-CLASS ' FATAL: ' GLA-REJECT-REASON
                       DELIMITED BY SIZE INTO TEV-TEXT
           END-EVALUATE.
           MOVE 'N'               TO TEV-MOVED-SW.
           PERFORM 5200-RELEASE-EVENT THRU 5200-EXIT.
       3470-READ-NEXT.
           PERFORM 3460-READ-GL-ACK THRU 3460-EXIT.
       3470-EXIT.
           EXIT.
       3480-FIND-GL-LEG.
           MOVE 'N' TO GL-LEG-FOUND-SW.
           MOVE TEV-WIRE-KEY      TO WS-GS-WIRE-KEY.
           MOVE GLA-ACCT-CLASS    TO WS-GS-ACCT-CLASS.
           IF WS-GL-LEG-COUNT > ZERO
               SET WS-GL-IDX TO 1
               SEARCH WS-GL-LEG-ENTRY
                   WHEN WS-GL-IDX > WS-GL-LEG-COUNT
                       CONTINUE
                   WHEN WS-GL-WIRE-KEY (WS-GL-IDX) = WS-GS-WIRE-KEY
                    AND WS-GL-ACCT-CLASS (WS-GL-IDX) = WS-GS-ACCT-CLASS
                       MOVE 'Y' TO GL-LEG-FOUND-SW
               END-SEARCH
           END-IF.
       3480-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3500-SCAN-INTAKE - THE PRPW2195 INTAKE LOG: WHICH CYCLE TOOK   *
      * THE WIRE AND WHETHER IT PASSED THE DUPLICATE SCREEN            *
      *----------------------------------------------------------------*
       3500-SCAN-INTAKE.
           OPEN INPUT TAKEN-FILE.
           PERFORM 3510-READ-INTAKE THRU 3510-EXIT.
           PERFORM 3520-TRACE-INTAKE THRU 3520-EXIT
               UNTIL TAKEN-EOF.
           CLOSE TAKEN-FILE.
       3500-EXIT.
           EXIT.
       3510-READ-INTAKE.
           READ TAKEN-FILE
               AT END SET TAKEN-EOF TO TRUE
               NOT AT END ADD 1 TO WS-SCANNED-COUNT
           END-READ.
       3510-EXIT.
           EXIT.
       3520-TRACE-INTAKE.
           MOVE SPACES            TO TRACE-EVENT.
           MOVE WTAK-CUSTID       TO TEV-CUSTID.
           MOVE WTAK-TRANS-DATE   TO TEV-TRANS-DATE.
           MOVE WTAK-TRANS-TIME   TO TEV-TRANS-TIME.
           PERFORM 5000-MATCH-EVENT THRU 5000-EXIT.
           IF NOT EVENT-MATCHED
               GO TO 3520-READ-NEXT
           END-IF.
           MOVE WTAK-BUS-DATE     TO TEV-EVENT-DATE.
           MOVE 01                TO TEV-STAGE-SEQ.
           MOVE 'INTAKE'          TO TEV-STAGE.
           MOVE 'WPSTAK'          TO TEV-FILE-ID.
           MOVE WTAK-PAYMT-AMT    TO TEV-AMOUNT.
           IF WTAK-HELD
               STRING 'TAKEN BY CYCLE ' WTAK-CYCLE-NO
                      ' - HELD AS SUSPECTED DUPLICATE'
                   DELIMITED BY SIZE INTO TEV-TEXT
               MOVE 'H'           TO TEV-STATE
           ELSE
               STRING 'TAKEN BY CYCLE ' WTAK-CYCLE-NO
                      ' - PASSED DUPLICATE SCREEN'
                   DELIMITED BY SIZE INTO TEV-TEXT
               MOVE 'I'           TO TEV-STATE
           END-IF.
           MOVE 'Y'               TO TEV-MOVED-SW.
           PERFORM 5200-RELEASE-EVENT THRU 5200-EXIT.
       3520-READ-NEXT.
           PERFORM 3510-READ-INTAKE THRU 3510-EXIT.
       3520-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3550-SCAN-DUP-HOLDS - THE CURRENT DUPLICATE HOLD QUEUE         *
      *----------------------------------------------------------------*
       3550-SCAN-DUP-HOLDS.
           OPEN INPUT DUP-HOLD-FILE.
           PERFORM 3560-READ-DUP-HOLD THRU 3560-EXIT.
           PERFORM 3570-TRACE-DUP-HOLD THRU 3570-EXIT
               UNTIL DUPHOLD-EOF.
           CLOSE DUP-HOLD-FILE.
       3550-EXIT.
           EXIT.
       3560-READ-DUP-HOLD.
           READ DUP-HOLD-FILE
               AT END SET DUPHOLD-EOF TO TRUE
               NOT AT END ADD 1 TO WS-SCANNED-COUNT
           END-READ.
       3560-EXIT.
           EXIT.
       3570-TRACE-DUP-HOLD.
           MOVE WHLD-SOURCE-IMAGE TO WPS-SRC-RECORD.
           PERFORM 5500-SOURCE-KEY THRU 5500-EXIT.
           IF EVENT-MATCHED
               MOVE WHLD-HELD-DATE    TO TEV-EVENT-DATE
               MOVE 02                TO TEV-STAGE-SEQ
               MOVE 'DUP SCREEN'      TO TEV-STAGE
               MOVE 'WPSHLD'          TO TEV-FILE-ID
               STRING 'HELD - SUSPECTED DUPLICATE ON '
                      WHLD-MATCHED-ON
                   DELIMITED BY SIZE INTO TEV-TEXT
               PERFORM 5200-RELEASE-EVENT THRU 5200-EXIT
           END-IF.
           PERFORM 3560-READ-DUP-HOLD THRU 3560-EXIT.
       3570-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3600-SCAN-SANCTION-HOLDS - THE PRPW2198 SANCTIONS HOLD QUEUE   *
      *----------------------------------------------------------------*
       3600-SCAN-SANCTION-HOLDS.
           OPEN INPUT SANCTION-HOLD-FILE.
           PERFORM 3610-READ-SANCTION-HOLD THRU 3610-EXIT.
           PERFORM 3620-TRACE-SANCTION-HOLD THRU 3620-EXIT
               UNTIL SANHOLD-EOF.
           CLOSE SANCTION-HOLD-FILE.
       3600-EXIT.
           EXIT.
       3610-READ-SANCTION-HOLD.
           READ SANCTION-HOLD-FILE
               AT END SET SANHOLD-EOF TO TRUE
               NOT AT END ADD 1 TO WS-SCANNED-COUNT
           END-READ.
       3610-EXIT.
           EXIT.
       3620-TRACE-SANCTION-HOLD.
           MOVE SANH-SOURCE-IMAGE TO WPS-SRC-RECORD.
           PERFORM 5500-SOURCE-KEY THRU 5500-EXIT.
           IF EVENT-MATCHED
               MOVE SANH-HELD-DATE    TO TEV-EVENT-DATE
               MOVE 04                TO TEV-STAGE-SEQ
               MOVE 'SANCTIONS'       TO TEV-STAGE
               MOVE 'SANHOLD'         TO TEV-FILE-ID
               STRING 'HELD - WATCHLIST HIT ON ' SANH-MATCHED-FIELD
                      ' LIST ' SANH-LIST-ID
                   DELIMITED BY SIZE INTO TEV-TEXT
               PERFORM 5200-RELEASE-EVENT THRU 5200-EXIT
           END-IF.
           PERFORM 3610-READ-SANCTION-HOLD THRU 3610-EXIT.
       3620-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3650-SCAN-ACCT-HOLDS - THE PRPW2199 ACCOUNT SCREEN HOLD QUEUE  *
      *----------------------------------------------------------------*
       3650-SCAN-ACCT-HOLDS.
           OPEN INPUT ACCT-HOLD-FILE.
           PERFORM 3660-READ-ACCT-HOLD THRU 3660-EXIT.
           PERFORM 3670-TRACE-ACCT-HOLD THRU 3670-EXIT
               UNTIL ACTHOLD-EOF.
           CLOSE ACCT-HOLD-FILE.
       3650-EXIT.
           EXIT.
       3660-READ-ACCT-HOLD.
           READ ACCT-HOLD-FILE
               AT END SET ACTHOLD-EOF TO TRUE
               NOT AT END ADD 1 TO WS-SCANNED-COUNT
           END-READ.
       3660-EXIT.
           EXIT.
       3670-TRACE-ACCT-HOLD.
           MOVE ACTH-SOURCE-IMAGE TO WPS-SRC-RECORD.
           PERFORM 5500-SOURCE-KEY THRU 5500-EXIT.
           IF EVENT-MATCHED
               MOVE ACTH-HELD-DATE    TO TEV-EVENT-DATE
               MOVE 05                TO TEV-STAGE-SEQ
               MOVE 'ACCT SCREEN'     TO TEV-STAGE
               MOVE 'ACTHLD'          TO TEV-FILE-ID
               STRING 'HELD - ACCOUNT SCREEN ' ACTH-REASON
                   DELIMITED BY SIZE INTO TEV-TEXT
               PERFORM 5200-RELEASE-EVENT THRU 5200-EXIT
           END-IF.
           PERFORM 3660-READ-ACCT-HOLD THRU 3660-EXIT.
       3670-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 3700-SCAN-AUTH-LOG - EVERY CONTROL CARD ACTED ON: DUPLICATE    *
      * RELEASES, ACCOUNT HOLD RELEASES, FX DISPOSITIONS, REJECT       *
      * REPAIRS, CANCELS AND AMENDS, WITH WHO KEYED AND WHO APPROVED   *
      * THEM.  TABLE MAINTENANCE CARDS NAME NO WIRE                    *
      *----------------------------------------------------------------*
       3700-SCAN-AUTH-LOG.
           OPEN INPUT AUTH-LOG-FILE.
           PERFORM 3710-READ-AUTH-LOG THRU 3710-EXIT.
           PERFORM 3720-TRACE-AUTH-LOG THRU 3720-EXIT
               UNTIL AUTHLOG-EOF.
           CLOSE AUTH-LOG-FILE.
       3700-EXIT.
           EXIT.
       3710-READ-AUTH-LOG.
           READ AUTH-LOG-FILE
               AT END SET AUTHLOG-EOF TO TRUE
               NOT AT END ADD 1 TO WS-SCANNED-COUNT
           END-READ.
       3710-EXIT.
           EXIT.
       3720-TRACE-AUTH-LOG.
           IF ALOG-CARD-TYPE = 'FXMAINT'
               GO TO 3720-READ-NEXT
           END-IF.
           MOVE ALOG-CARD-IMAGE   TO WS-LOGGED-CARD.
           MOVE SPACES            TO TRACE-EVENT.
           MOVE WS-LC-WIRE-KEY    TO TEV-WIRE-KEY.
           PERFORM 5000-MATCH-EVENT THRU 5000-EXIT.
           IF NOT EVENT-MATCHED
               GO TO 3720-READ-NEXT
           END-IF.
           MOVE ALOG-BUS-DATE     TO TEV-EVENT-DATE.
           MOVE 'AUTHLOG'         TO TEV-FILE-ID.
           MOVE ALOG-AMOUNT       TO TEV-AMOUNT.
           MOVE ALOG-CURRENCY     TO TEV-CURRENCY.
           STRING ALOG-ACTION ' BY MAKER ' ALOG-MAKER-ID
                  ' CHECKER ' ALOG-CHECKER-ID
               DELIMITED BY SIZE INTO TEV-TEXT.
           MOVE 'I'               TO TEV-STATE.
           MOVE 'Y'               TO TEV-MOVED-SW.
           EVALUATE ALOG-CARD-TYPE
               WHEN 'WPSHREL'
                   MOVE 03            TO TEV-STAGE-SEQ
                   MOVE 'DUP SCREEN'  TO TEV-STAGE
               WHEN 'FXDISP'
                   MOVE 07            TO TEV-STAGE-SEQ
                   MOVE 'FX DISPOSE'  TO TEV-STAGE
                   IF ALOG-ACTION = 'REJECT'
                       MOVE 'D'       TO TEV-STATE
                   END-IF
               WHEN 'ACTHREL'
                   MOVE 05            TO TEV-STAGE-SEQ
                   MOVE 'ACCT SCREEN' TO TEV-STAGE
               WHEN 'WPSCORR'
                   MOVE 09            TO TEV-STAGE-SEQ
                   MOVE 'REPAIR'      TO TEV-STAGE
               WHEN 'WPSCANC'
                   MOVE 10            TO TEV-STAGE-SEQ
                   MOVE 'CANCEL/AMEND' TO TEV-STAGE
                   IF ALOG-ACTION = 'CANCEL'
                       MOVE 'C'       TO TEV-STATE
                   END-IF
               WHEN OTHER
                   MOVE 10            TO TEV-STAGE-SEQ
                   MOVE 'CONTROL CARD' TO TEV-STAGE
           END-EVALUATE.
           PERFORM 5200-RELEASE-EVENT THRU 5200-EXIT.
       3720-READ-NEXT.
           PERFORM 3710-READ-AUTH-LOG THRU 3710-EXIT.
       3720-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 4000-PRINT-LIFECYCLES - SORT OUTPUT PROCEDURE, CONTROL BREAK   *
      * ON WIRE.  EACH WIRE CLOSES WITH WHERE IT HAS GOT TO            *
      *----------------------------------------------------------------*
       4000-PRINT-LIFECYCLES.
           PERFORM 4100-RETURN-EVENT THRU 4100-EXIT.
           PERFORM 4200-PRINT-EVENT  THRU 4200-EXIT
               UNTIL SORT-EOF.
           IF NOT FIRST-WIRE-IN-RUN
               PERFORM 4400-END-WIRE THRU 4400-EXIT
           END-IF.
       4000-EXIT.
           EXIT.
       4100-RETURN-EVENT.
           RETURN TRACE-SORT-FILE INTO TRACE-EVENT
               AT END SET SORT-EOF TO TRUE.
       4100-EXIT.
           EXIT.
       4200-PRINT-EVENT.
           IF TEV-WIRE-KEY NOT = WS-PREV-WIRE-KEY
              OR FIRST-WIRE-IN-RUN
               IF NOT FIRST-WIRE-IN-RUN
                   PERFORM 4400-END-WIRE THRU 4400-EXIT
               END-IF
               PERFORM 4300-START-WIRE THRU 4300-EXIT
           END-IF.
           MOVE TEV-EVENT-DATE    TO EL-DATE.
           IF TEV-EVENT-DATE = SPACES
               MOVE '(NO DATE)'   TO EL-DATE
           END-IF.
           MOVE TEV-STAGE         TO EL-STAGE.
           MOVE TEV-FILE-ID       TO EL-FILE.
           MOVE TEV-WIRE-REF      TO EL-WIRE-REF.
           MOVE TEV-AMOUNT        TO EL-AMOUNT.
           MOVE TEV-CURRENCY      TO EL-CURR.
           MOVE TEV-TEXT          TO EL-TEXT.
           WRITE TRACE-LINE FROM EVENT-LINE.
           IF TEV-WIRE-REF NOT = SPACES
               MOVE TEV-WIRE-REF  TO WS-TRACE-WIRE-REF
           END-IF.
           IF NOT TEV-NO-STATE-CHANGE
               MOVE TEV-STATE     TO WS-WIRE-STATE
               IF TEV-FX-SUSPENSE
                   MOVE TEV-AGE-DAYS TO WS-SUSP-AGE
               END-IF
           END-IF.
           IF TEV-IS-MOVEMENT
               MOVE TEV-EVENT-DATE TO WS-LAST-MOVE-DATE
           END-IF.
           IF TEV-GL-POSTED
               ADD 1 TO WS-GL-POSTED-COUNT
           END-IF.
           IF TEV-GL-ACCEPTED
               ADD 1 TO WS-GL-ACCEPTED-COUNT
           END-IF.
           PERFORM 4100-RETURN-EVENT THRU 4100-EXIT.
       4200-EXIT.
           EXIT.
       4300-START-WIRE.
           ADD 1 TO WS-WIRE-COUNT.
           MOVE 'N'               TO FIRST-WIRE-SW.
           MOVE TEV-WIRE-KEY      TO WS-PREV-WIRE-KEY.
           MOVE TEV-TRANS-DATE    TO WS-PREV-TRANS-DATE.
           MOVE SPACE             TO WS-WIRE-STATE.
           MOVE SPACES            TO WS-TRACE-WIRE-REF
                                     WS-LAST-MOVE-DATE.
           MOVE ZERO              TO WS-SUSP-AGE
                                     WS-GL-POSTED-COUNT
                                     WS-GL-ACCEPTED-COUNT.
           MOVE SPACES            TO TRACE-LINE.
           WRITE TRACE-LINE.
           MOVE TEV-CUSTID        TO WHL-CUSTID.
           MOVE TEV-TRANS-DATE    TO WHL-TRANS-DATE.
           MOVE TEV-TRANS-TIME    TO WHL-TRANS-TIME.
           WRITE TRACE-LINE FROM WIRE-HDG-LINE.
           WRITE TRACE-LINE FROM COLUMN-HDG-LINE.
       4300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 4400-END-WIRE - WHERE THE WIRE STANDS.  AN OPEN WIRE THAT HAS  *
      * NOT MOVED SINCE BEFORE THE AS-OF DATE IS STUCK: DAYS SINCE ITS *
      * LAST MOVEMENT (ITS TRANSACTION DATE IF NO MOVEMENT IS ON       *
      * FILE), OR ITS AGE IN FX SUSPENSE IF THAT IS GREATER            *
      *----------------------------------------------------------------*
       4400-END-WIRE.
           EVALUATE WS-WIRE-STATE
               WHEN 'I'
                   MOVE 'IN STREAM - NOT YET TRANSMITTED'
                                          TO STL-STATUS
               WHEN 'H'
                   MOVE 'ON HOLD'         TO STL-STATUS
               WHEN 'S'
                   MOVE 'IN FX SUSPENSE'  TO STL-STATUS
               WHEN 'R'
                   MOVE 'ON THE EDIT REJECT QUEUE' TO STL-STATUS
               WHEN 'T'
                   IF WS-GL-POSTED-COUNT > WS-GL-ACCEPTED-COUNT
                       MOVE 'TRANSMITTED - GL ACK OUTSTANDING'
                                          TO STL-STATUS
                   ELSE
                       MOVE 'TRANSMITTED' TO STL-STATUS
                   END-IF
               WHEN 'C'
                   MOVE 'CANCELLED BEFORE TRANSMISSION'
                                          TO STL-STATUS
               WHEN 'D'
                   MOVE 'DEAD-LETTERED OUT OF FX SUSPENSE'
                                          TO STL-STATUS
               WHEN 'N'
                   MOVE 'RETURNED BY THE BENEFICIARY BANK'
                                          TO STL-STATUS
               WHEN OTHER
                   MOVE 'NO STAGE STATUS ON FILE' TO STL-STATUS
           END-EVALUATE.
           MOVE WS-TRACE-WIRE-REF TO STL-WIRE-REF.
           IF WS-TRACE-WIRE-REF = SPACES
               MOVE '(NOT ASSIGNED)'  TO STL-WIRE-REF
           END-IF.
           WRITE TRACE-LINE FROM STATUS-LINE.
           IF NOT WS-WIRE-IS-OPEN
               GO TO 4400-EXIT
           END-IF.
           IF WS-LAST-MOVE-DATE = SPACES
               MOVE WS-PREV-TRANS-DATE TO WS-DN-DATE
           ELSE
               MOVE WS-LAST-MOVE-DATE  TO WS-DN-DATE
           END-IF.
           PERFORM 6000-DATE-TO-DAYS THRU 6000-EXIT.
           MOVE ZERO TO WS-STUCK-DAYS.
           IF WS-DN-DAYS > ZERO AND WS-ASOF-DAYS > WS-DN-DAYS
               COMPUTE WS-STUCK-DAYS = WS-ASOF-DAYS - WS-DN-DAYS
           END-IF.
           IF WS-WIRE-STATE = 'S' AND WS-SUSP-AGE > WS-STUCK-DAYS
               MOVE WS-SUSP-AGE TO WS-STUCK-DAYS
           END-IF.
           IF WS-STUCK-DAYS > ZERO
               ADD 1 TO WS-STUCK-COUNT
               MOVE WS-STUCK-DAYS TO STK-DAYS
               MOVE WS-DN-DATE    TO STK-LAST-DATE
               WRITE TRACE-LINE FROM STUCK-LINE
           END-IF.
       4400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 5000-MATCH-EVENT - DOES THE STAGE RECORD KEYED IN TRACE-EVENT  *
      * BELONG TO A WIRE SOME INQUIRY NAMES?  EVERY INQUIRY IS TRIED   *
      * SO EACH ONE KNOWS WHETHER IT FOUND ANYTHING                    *
      *----------------------------------------------------------------*
       5000-MATCH-EVENT.
           MOVE 'N' TO EVENT-MATCH-SW.
           PERFORM 5100-MATCH-ONE-INQUIRY THRU 5100-EXIT
               VARYING WS-IQ-IDX FROM 1 BY 1
               UNTIL WS-IQ-IDX > WS-INQ-COUNT.
       5000-EXIT.
           EXIT.
       5100-MATCH-ONE-INQUIRY.
           IF WS-IQ-WIRE-REF (WS-IQ-IDX) = SPACES
               GO TO 5100-CUSTOMER
           END-IF.
           IF TEV-WIRE-REF NOT = SPACES
              AND TEV-WIRE-REF = WS-IQ-WIRE-REF (WS-IQ-IDX)
               IF WS-IQ-WIRE-KEY (WS-IQ-IDX) = SPACES
                   MOVE TEV-WIRE-KEY TO WS-IQ-WIRE-KEY (WS-IQ-IDX)
               END-IF
               PERFORM 5150-INQUIRY-MATCHED THRU 5150-EXIT
               GO TO 5100-EXIT
           END-IF.
           IF WS-IQ-WIRE-KEY (WS-IQ-IDX) NOT = SPACES
              AND WS-IQ-WIRE-KEY (WS-IQ-IDX) = TEV-WIRE-KEY
               PERFORM 5150-INQUIRY-MATCHED THRU 5150-EXIT
           END-IF.
           GO TO 5100-EXIT.
       5100-CUSTOMER.
           IF TEV-CUSTID = WS-IQ-CUSTID (WS-IQ-IDX)
              AND TEV-TRANS-DATE NOT < WS-IQ-FROM-DATE (WS-IQ-IDX)
              AND TEV-TRANS-DATE NOT > WS-IQ-TO-DATE (WS-IQ-IDX)
               PERFORM 5150-INQUIRY-MATCHED THRU 5150-EXIT
           END-IF.
       5100-EXIT.
           EXIT.
       5150-INQUIRY-MATCHED.
           MOVE 'Y' TO EVENT-MATCH-SW.
           MOVE 'Y' TO WS-IQ-FOUND-SW (WS-IQ-IDX).
       5150-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 5200-RELEASE-EVENT - STAMP THE EVENT'S ARRIVAL ORDER AND PASS  *
      * IT TO THE SORT.  THE EVENT STAYS BUILT IN TRACE-EVENT SO A     *
      * SECOND EVENT FROM THE SAME RECORD CAN BE CHANGED FROM IT       *
      *----------------------------------------------------------------*
       5200-RELEASE-EVENT.
           IF TEV-SORT-DATE = SPACES
               MOVE TEV-EVENT-DATE TO TEV-SORT-DATE
           END-IF.
           IF TEV-AMOUNT IS NOT NUMERIC
               MOVE ZERO          TO TEV-AMOUNT
           END-IF.
           IF TEV-AGE-DAYS IS NOT NUMERIC
               MOVE ZERO          TO TEV-AGE-DAYS
           END-IF.
           ADD 1 TO WS-EVENT-COUNT.
           MOVE WS-EVENT-COUNT    TO TEV-EVENT-SEQ.
           RELEASE TRACE-SORT-REC FROM TRACE-EVENT.
           MOVE SPACES            TO TEV-SORT-DATE.
       5200-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 5300-SUSPENSE-KEY - KEY AND COMMON FIELDS OF AN FX SUSPENSE    *
      * IMAGE (QUEUE, DEAD-LETTER OR ARCHIVE).  AN ITEM SEEN ON THE    *
      * QUEUE OR ITS ARCHIVE HAS NOT MOVED, IT IS ONLY STILL THERE     *
      *----------------------------------------------------------------*
       5300-SUSPENSE-KEY.
           MOVE SPACES            TO TRACE-EVENT.
           MOVE FXS-CUSTID        TO TEV-CUSTID.
           MOVE FXS-TRANS-DATE    TO TEV-TRANS-DATE.
           MOVE FXS-TRANS-TIME    TO TEV-TRANS-TIME.
           MOVE FXS-WIRE-REF      TO TEV-WIRE-REF.
           PERFORM 5000-MATCH-EVENT THRU 5000-EXIT.
           MOVE 06                TO TEV-STAGE-SEQ.
           MOVE 'FX SUSPENSE'     TO TEV-STAGE.
           MOVE FXS-PAYMT-AMT     TO TEV-AMOUNT.
           MOVE FXS-PAYMT-CURR    TO TEV-CURRENCY.
           MOVE 'S'               TO TEV-STATE.
           MOVE 'N'               TO TEV-MOVED-SW.
           MOVE FXS-AGE-DAYS      TO TEV-AGE-DAYS.
       5300-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 5400-REJECT-KEY - KEY AND COMMON FIELDS OF AN EDIT REJECT      *
      * IMAGE (QUEUE OR ARCHIVE), FROM THE WPS DETAIL IT CARRIES       *
      *----------------------------------------------------------------*
       5400-REJECT-KEY.
           MOVE WREJ-WPS-RECORD   TO WPS-RECORD.
           MOVE SPACES            TO TRACE-EVENT.
           MOVE WPS-CUSTID        TO TEV-CUSTID.
           MOVE WPS-TRANS-DATE    TO TEV-TRANS-DATE.
           MOVE WPS-TRANS-TIME    TO TEV-TRANS-TIME.
           MOVE WPS-WIRE-REF      TO TEV-WIRE-REF.
           PERFORM 5000-MATCH-EVENT THRU 5000-EXIT.
           MOVE 08                TO TEV-STAGE-SEQ.
           MOVE 'EDIT REJECT'     TO TEV-STAGE.
           MOVE WPS-PAYMT-AMT     TO TEV-AMOUNT.
           MOVE WPS-PAYMT-CURR    TO TEV-CURRENCY.
           MOVE 'R'               TO TEV-STATE.
           MOVE 'N'               TO TEV-MOVED-SW.
       5400-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 5500-SOURCE-KEY - KEY AND COMMON FIELDS OF A HELD SOURCE       *
      * IMAGE (WPSSRC LAYOUT).  BEING HELD IS A MOVEMENT ON THE DATE   *
      * THE HOLD WAS TAKEN                                             *
      *----------------------------------------------------------------*
       5500-SOURCE-KEY.
           MOVE SPACES            TO TRACE-EVENT.
           MOVE WSRC-CUSTID       TO TEV-CUSTID.
           MOVE WSRC-TRANS-DATE   TO TEV-TRANS-DATE.
           MOVE WSRC-TRANS-TIME   TO TEV-TRANS-TIME.
           PERFORM 5000-MATCH-EVENT THRU 5000-EXIT.
           MOVE WSRC-PAYMT-AMT    TO TEV-AMOUNT.
           MOVE WSRC-PAYMT-CURR   TO TEV-CURRENCY.
           MOVE 'H'               TO TEV-STATE.
           MOVE 'Y'               TO TEV-MOVED-SW.
       5500-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 6000-DATE-TO-DAYS - WS-DN-DATE (YYYY-MM-DD) AS A DAY NUMBER    *
      * COUNTED FROM THE START OF 2000, SO TWO DATES CAN BE            *
      * SUBTRACTED.  A DATE THAT IS NOT A DATE GIVES ZERO              *
      *----------------------------------------------------------------*
       6000-DATE-TO-DAYS.
           MOVE ZERO TO WS-DN-DAYS.
           IF WS-DN-YY IS NOT NUMERIC OR WS-DN-MM IS NOT NUMERIC
              OR WS-DN-DD IS NOT NUMERIC
               GO TO 6000-EXIT
           END-IF.
           IF WS-DN-MM < 1 OR WS-DN-MM > 12
               GO TO 6000-EXIT
           END-IF.
      *    2000-2099: A YEAR DIVISIBLE BY FOUR IS A LEAP YEAR
           COMPUTE WS-DN-WORK = WS-DN-YY + 3.
           DIVIDE WS-DN-WORK BY 4 GIVING WS-DN-LEAPS.
           DIVIDE WS-DN-YY BY 4 GIVING WS-DN-WORK
               REMAINDER WS-DN-REM.
           COMPUTE WS-DN-DAYS = WS-DN-YY * 365 + WS-DN-LEAPS
                              + WS-CUM-DAYS (WS-DN-MM) + WS-DN-DD.
           IF WS-DN-MM > 2 AND WS-DN-REM = ZERO
               ADD 1 TO WS-DN-DAYS
           END-IF.
       6000-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * 8000-WRITE-SUMMARY - INQUIRIES THAT FOUND NOTHING, THEN THE    *
      * RUN COUNTS                                                     *
      *----------------------------------------------------------------*
       8000-WRITE-SUMMARY.
           MOVE SPACES TO TRACE-LINE.
           WRITE TRACE-LINE.
           IF WS-INQ-COUNT > ZERO
               PERFORM 8100-CHECK-ONE-INQUIRY THRU 8100-EXIT
                   VARYING WS-IQ-IDX FROM 1 BY 1
                   UNTIL WS-IQ-IDX > WS-INQ-COUNT
           END-IF.
           MOVE SPACES TO TRACE-LINE.
           WRITE TRACE-LINE.
           MOVE 'INQUIRY CARDS READ          :' TO SUM-LABEL.
           MOVE WS-CARD-SEQ                     TO SUM-COUNT.
           WRITE TRACE-LINE FROM SUMMARY-LINE.
           MOVE 'INQUIRY CARDS IGNORED       :' TO SUM-LABEL.
           MOVE WS-INVALID-CARD-COUNT           TO SUM-COUNT.
           WRITE TRACE-LINE FROM SUMMARY-LINE.
           MOVE 'INQUIRIES WITH NO WIRE      :' TO SUM-LABEL.
           MOVE WS-UNFOUND-COUNT                TO SUM-COUNT.
           WRITE TRACE-LINE FROM SUMMARY-LINE.
           MOVE 'STAGE RECORDS SEARCHED      :' TO SUM-LABEL.
           MOVE WS-SCANNED-COUNT                TO SUM-COUNT.
           WRITE TRACE-LINE FROM SUMMARY-LINE.
           MOVE 'STAGE EVENTS FOUND          :' TO SUM-LABEL.
           MOVE WS-EVENT-COUNT                  TO SUM-COUNT.
           WRITE TRACE-LINE FROM SUMMARY-LINE.
           MOVE 'WIRES TRACED                :' TO SUM-LABEL.
           MOVE WS-WIRE-COUNT                   TO SUM-COUNT.
           WRITE TRACE-LINE FROM SUMMARY-LINE.
           MOVE 'WIRES FLAGGED STUCK         :' TO SUM-LABEL.
           MOVE WS-STUCK-COUNT                  TO SUM-COUNT.
           WRITE TRACE-LINE FROM SUMMARY-LINE.
       8000-EXIT.
           EXIT.
       8100-CHECK-ONE-INQUIRY.
           IF WS-IQ-FOUND (WS-IQ-IDX)
               GO TO 8100-EXIT
           END-IF.
           IF WS-UNFOUND-COUNT = ZERO
               WRITE TRACE-LINE FROM UNFOUND-HDG-LINE
           END-IF.
           ADD 1 TO WS-UNFOUND-COUNT.
           MOVE WS-IQ-CARD-SEQ (WS-IQ-IDX)  TO IQL-SEQ.
           MOVE WS-IQ-WIRE-REF (WS-IQ-IDX)  TO TRQ-WIRE-REF.
           MOVE WS-IQ-CUSTID (WS-IQ-IDX)    TO TRQ-CUSTID.
           MOVE WS-IQ-CARD-FROM (WS-IQ-IDX) TO TRQ-FROM-DATE.
           MOVE WS-IQ-CARD-TO (WS-IQ-IDX)   TO TRQ-TO-DATE.
           PERFORM 1130-FORMAT-INQUIRY THRU 1130-EXIT.
           MOVE '** NO WIRE ON FILE FOR THIS INQUIRY **'
                                            TO IQL-NOTE.
           WRITE TRACE-LINE FROM INQUIRY-LINE.
       8100-EXIT.
           EXIT.
       9000-TERMINATE.
           CLOSE TRACE-REPORT.
       9000-EXIT.
           EXIT.
