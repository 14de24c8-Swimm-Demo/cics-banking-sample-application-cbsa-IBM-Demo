      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2022                                      *
      *                                                                *
      ******************************************************************
      *                                                                *
      *  SRTCRCL - one record on the SRTCRCL run-control ledger, a     *
      *  VSAM KSDS keyed by job name with one record per nightly       *
      *  sort code job.  Only the SRTCRUN routine writes it - at the   *
      *  start of a run (the attempt) and at the end (the outcome) -   *
      *  and the SRTCRCS morning status report reads it.  The order    *
      *  the jobs run in is not held here but on the SRTCRCJ chain     *
      *  table, so a ledger record is simply added the first time a    *
      *  job runs.                                                     *
      *                                                                *
      *  SRTCRCL-CLEAN-DATE is the business date (from BNKCDAY) the    *
      *  job last ended at or below its clean condition code on the    *
      *  chain table - the date its successor checks before it will    *
      *  run, and the date a second run of the same job is refused     *
      *  for.  SRTCRCL-LAST-END is the last run that reached its end,  *
      *  clean or not, with the control totals it reported.            *
      *  SRTCRCL-LAST-ATTEMPT is the last time the job was started,    *
      *  even if it was refused at start-up or never reached its       *
      *  end: outcome S (started, no end recorded - still running or   *
      *  abended), E (ended) or R (refused, reason given).             *
      *                                                                *
      ******************************************************************
       01  SRTCRCL-RECORD.
           05  SRTCRCL-JOB-NAME          PIC X(08).
           05  SRTCRCL-CLEAN-DATE        PIC 9(08).
           05  SRTCRCL-LAST-END.
               10  SRTCRCL-END-BUS-DATE  PIC 9(08).
               10  SRTCRCL-END-CC        PIC 9(04).
               10  SRTCRCL-END-DATE      PIC 9(08).
               10  SRTCRCL-END-TIME      PIC 9(06).
               10  SRTCRCL-END-FORCED    PIC X(01).
                   88  SRTCRCL-END-WAS-FORCED    VALUE 'Y'.
               10  SRTCRCL-END-TOTAL     OCCURS 3.
                   15  SRTCRCL-END-TOTAL-NAME    PIC X(12).
                   15  SRTCRCL-END-TOTAL-VALUE   PIC 9(11).
           05  SRTCRCL-LAST-ATTEMPT.
               10  SRTCRCL-ATT-BUS-DATE  PIC 9(08).
               10  SRTCRCL-ATT-OUTCOME   PIC X(01).
                   88  SRTCRCL-ATT-STARTED       VALUE 'S'.
                   88  SRTCRCL-ATT-ENDED         VALUE 'E'.
                   88  SRTCRCL-ATT-REFUSED       VALUE 'R'.
               10  SRTCRCL-ATT-DATE      PIC 9(08).
               10  SRTCRCL-ATT-TIME      PIC 9(06).
               10  SRTCRCL-ATT-FORCED    PIC X(01).
                   88  SRTCRCL-ATT-WAS-FORCED    VALUE 'Y'.
               10  SRTCRCL-ATT-REASON    PIC X(60).
           05  FILLER                    PIC X(19).
