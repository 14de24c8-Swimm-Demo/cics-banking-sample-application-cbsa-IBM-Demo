      *                   NEXT BUSINESS DAY THE SAME WAY GETSCODE      *
      *                   A024 NOW DOES, SO THE CACHE AND THE LIVE     *
      *                   LOOKUP CANNOT DISAGREE ON A HOLIDAY.         *
      *  2026-10-15  SRT  STARTS THE FIRST SRTCSWP CACHE CONSISTENCY   *
      *                   SWEEP (SCSW) AT START-UP - ALSO WHEN SRTCTL  *
      *                   COULD NOT BE BROWSED AND NOTHING WAS PRIMED. *
      ******************************************************************

       ENVIRONMENT DIVISION.
           END-EXEC.

       A010-EXIT.
      *    START THE CACHE CONSISTENCY SWEEP CHAIN - ON EVERY PATH, SO
      *    A CACHE THAT COULD NOT BE PRIMED IS STILL SWEPT ONCE SRTCTL
      *    IS OPEN.  WITH NO DATA THE SWEEP TAKES ITS DEFAULT SETTING;
      *    EACH SWEEP THEN STARTS THE NEXT ONE UNDER THE SAME REQID.
           EXEC CICS START
                TRANSID('SCSW')
                REQID('SRTCSWP')
                RESP(SP-FILE-RESP)
           END-EXEC

           GOBACK.

      *----------------------------------------------------------------
