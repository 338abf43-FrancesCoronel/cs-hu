      *****************************************************************
      *                                                               *
      * WS-ALERT-PARMS                                                *
      *                                                               *
      * The one parameter a step passes to RaiseAlert:                *
      *                                                               *
      *     CALL "RaiseAlert" USING alert-parms                       *
      *                                                               *
      * alert-program-id names the step the way its audit line        *
      * does, alert-severity is WARNING, ERROR or CRITICAL, and       *
      * alert-reason is the short code the morning shift reads.       *
      * RaiseAlert hands back RC-SUCCESS like any called routine,     *
      * so the step sets its own return code after the CALL.          *
      *                                                               *
      *****************************************************************
       01  alert-parms.
           05  alert-program-id pic x(12).
           05  alert-severity pic x(8).
           05  alert-reason pic x(16).
