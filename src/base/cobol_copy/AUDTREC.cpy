      *  so a richer caller's audit entry and its AUDTFILE record are  *
      *  always the same shape.                                        *
      *                                                                *
      *  SRTCREV, the reverse lookup from sort code to branch for      *
      *  inbound payments, writes the same record under its own        *
      *  R-series event codes (RO, RN, RB, RU, RC, RP, RR) and hands   *
      *  it back in its SRTCREVU container.  AUDTREC-SORT-CODE is the  *
      *  sort code asked for and AUDTREC-BRANCH-ID the branch owning   *
      *  it.                                                           *
      *                                                                *
      *  SRTCSWP, the periodic SRTCCHE consistency sweep, writes one   *
      *  record per sweep - SW when the cache matched SRTCTL, SD when  *
      *  drift was found - with blank branch and sort code and the     *
      *  sweep's counts in AUDTREC-EVENT-TEXT.                         *
      *                                                                *
      ******************************************************************
       01  AUDTREC-RECORD.
           05  AUDTREC-PROGRAM-NAME      PIC X(08).
               88  AUDTREC-EVENT-CLOSED      VALUE 'CL'.
               88  AUDTREC-EVENT-NOTOPEN     VALUE 'NO'.
               88  AUDTREC-EVENT-REDIRECT    VALUE 'RD'.
               88  AUDTREC-EVENT-REV-OK      VALUE 'RO'.
               88  AUDTREC-EVENT-REV-NF      VALUE 'RN'.
               88  AUDTREC-EVENT-REV-BAD     VALUE 'RB'.
               88  AUDTREC-EVENT-REV-UNAV    VALUE 'RU'.
               88  AUDTREC-EVENT-REV-CL      VALUE 'RC'.
               88  AUDTREC-EVENT-REV-NO      VALUE 'RP'.
               88  AUDTREC-EVENT-REV-RD      VALUE 'RR'.
               88  AUDTREC-EVENT-INBOUND     VALUE 'RO' 'RN' 'RB'
                                                   'RU' 'RC' 'RP'
                                                   'RR'.
               88  AUDTREC-EVENT-SWEEP-CLEAN VALUE 'SW'.
               88  AUDTREC-EVENT-SWEEP-DRIFT VALUE 'SD'.
           05  AUDTREC-EVENT-TEXT        PIC X(40).
