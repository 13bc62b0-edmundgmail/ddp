      *                   WHICH MATCHES IT BACK AGAINST THE FEED WE    *
      *                   SENT AND RE-QUEUES RETRYABLE LEGS.           *
      *                                                                *
      * USED BY         : RPW2275 AND RPW2295                          *
      *                                                                *
      *================================================================*
      *              M A I N T E N A N C E  L O G                      *
      * -------------                                                  *
      * - INITIAL VERSION.                                             *
      *                                                                *
      *  A883459    R. MACALLISTER                        OCT, 2026    *
      *                                                                *
      * DESCRIPTION:                                                   *
      * -------------                                                  *
      * - ADDED GLA-ATM-FX-LEG, NAMING THE RFXG2350 ATM FX ACCOUNT     *
      *   CLASSES THE WAY GLP-ATM-FX-LEG DOES ON GLPOST, SO A WIRE     *
      *   TRACE CAN PASS OVER ATM FX ACKNOWLEDGEMENTS.                 *
      *                                                                *
      *================================================================*
       01  GL-ACK-RECORD.
           05 GLA-CUSTID                 PIC X(05).
           05 GLA-TRANS-DATE             PIC X(10).
           05 GLA-TRANS-TIME             PIC X(08).
           05 GLA-ACCT-CLASS             PIC X(06).
              88 GLA-ATM-FX-LEG            VALUES 'CRDSTL' 'ATMCSH'
                                                  'ATFXRV' 'ATFEEI'
                                                  'ATFEEX' 'ATPOSA'
                                                  'ATPOSC'.
           05 GLA-STATUS                 PIC X(01).
              88 GLA-ACCEPTED                        VALUE 'A'.
              88 GLA-REJECT-RETRY                    VALUE 'R'.
