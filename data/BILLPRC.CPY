      *                   CORRESPONDENT SURCHARGE IS ADDED ON TOP OF   *
      *                   THE BASE FEE FOR A MULTI-HOP WIRE.           *
      *                                                                *
      * USED BY         : PRPW2200, PRPW2230, RPW2260 AND RPW2288      *
      *                                                                *
      *================================================================*
      *              M A I N T E N A N C E  L O G                      *
