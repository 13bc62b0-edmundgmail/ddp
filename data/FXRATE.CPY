      *                   EQUIVALENT; A ZERO RATE MEANS NO RATE HAS    *
      *                   BEEN STAMPED AND CONSUMERS FALL BACK TO PAR. *
      *                                                                *
      * USED BY         : PRPW2200, PRPW2205, PRPW2218, RPW2245,       *
      *                   PRPW2260, RPW2247 AND RPW2288                *
      *                                                                *
      *================================================================*
      *              M A I N T E N A N C E  L O G                      *
