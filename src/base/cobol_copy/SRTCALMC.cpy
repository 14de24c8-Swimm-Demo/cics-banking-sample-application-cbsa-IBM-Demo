      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2022                                      *
      *                                                                *
      ******************************************************************
      *                                                                *
      *  SRTCALMC - DFHCOMMAREA layout SRTCALM passes to itself       *
      *  across pseudo-conversational turns, the same way BNKCMNTC    *
      *  carries the BNKCMNT session.  Every function completes in    *
      *  the one turn, so only the state and the last function keyed  *
      *  travel.                                                       *
      *                                                                *
      ******************************************************************
           05  SRTCALMC-STATE            PIC X(01).
               88  SRTCALMC-STATE-ENTRY      VALUE 'E'.
           05  SRTCALMC-FUNCTION         PIC X(01).
