      *                   NUMERIC-TO-ALPHA MAPPING.                    *
      *                                                                *
      * USED BY         : PRPW2210, PRPW2215, RPW2260, RPW2270,        *
      *                   RPW2288, RFXB2320, RFXB2335 AND RFXG2350     *
      *                                                                *
      *================================================================*
      *              M A I N T E N A N C E  L O G                      *
