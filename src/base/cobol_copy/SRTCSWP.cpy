      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2022                                      *
      *                                                                *
      ******************************************************************
      *                                                                *
      *  SRTCSWP - the setting for the SRTCCHE cache consistency       *
      *  sweep (transaction SCSW).  It travels as the FROM data on     *
      *  the interval START each sweep issues for the next one, so     *
      *  the setting carries forward from sweep to sweep.  An          *
      *  operator changes it by entering, at a terminal,               *
      *                                                                *
      *      SCSW m hhmmss                                             *
      *                                                                *
      *  where m is the mode and hhmmss the interval; the sweep runs   *
      *  at once and the chain continues with the new setting.         *
      *  SRTCPLT starts the first sweep at CICS start-up with no data, *
      *  which means report only, every 30 minutes.                    *
      *                                                                *
      *    F - fix: repair each difference found, as SRTCAPR A440      *
      *        and SRTCSRF would have.                                 *
      *    R - report: count and report differences, change nothing.   *
      *    S - stop: cancel the next sweep and end the chain.          *
      *                                                                *
      ******************************************************************
       01  SRTCSWP-SETTING.
           05  SRTCSWP-MODE              PIC X(01).
               88  SRTCSWP-MODE-REPAIR       VALUE 'F'.
               88  SRTCSWP-MODE-REPORT       VALUE 'R'.
               88  SRTCSWP-MODE-STOP         VALUE 'S'.
               88  SRTCSWP-MODE-VALID        VALUE 'F' 'R' 'S'.
           05  FILLER                    PIC X(01).
           05  SRTCSWP-INTERVAL          PIC X(06).
           05  SRTCSWP-INTERVAL-N REDEFINES SRTCSWP-INTERVAL
                                         PIC 9(06).
