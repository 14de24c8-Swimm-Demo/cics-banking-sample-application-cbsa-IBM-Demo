      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2022                                      *
      *                                                                *
      ******************************************************************
      *                                                                *
      *  SRTCRUN - parameter area for the SRTCRUN run-control          *
      *  routine.  Laid out under the 01 the calling program           *
      *  declares:                                                     *
      *                                                                *
      *      01  <name>.                                               *
      *          COPY SRTCRUN.                                         *
      *                                                                *
      *  Each nightly sort code job calls here once it has read its    *
      *  parameter card and before it touches any data, and again      *
      *  once its condition code is known.  The run-control ledger     *
      *  (SRTCRCL) says whether it may run; the job chain (SRTCRCJ)    *
      *  says what must have run first.  The caller's JCL needs the    *
      *  SRTCRCL and BNKCAL DDs.                                       *
      *                                                                *
      *  SRTCRUN-REQUEST says what this call is:                       *
      *    S - start.  Fill SRTCRUN-JOB-NAME and SRTCRUN-FORCE (Y      *
      *        when the force flag is on the caller's card).  The      *
      *        business date the run belongs to - today if it is a     *
      *        business day, otherwise the previous one - comes back   *
      *        in SRTCRUN-BUSINESS-DATE.  The run is refused if the    *
      *        job has already ended clean for that date, or if its    *
      *        predecessor has not, or if the ledger cannot be read.   *
      *    R - refuse.  The caller found its own reason not to run     *
      *        after a start call; SRTCRUN-REASON is recorded as the   *
      *        reason on the ledger.                                   *
      *    E - end.  Fill SRTCRUN-END-CC with the condition code and   *
      *        SRTCRUN-TOTAL with up to three control totals; the      *
      *        business date is the one the start call handed back.    *
      *        A total slot with no name is recorded as unused.        *
      *                                                                *
      *  SRTCRUN-RC on a start call: RUN (go ahead), FORCED (the run   *
      *  would have been refused but the force flag overrides it -     *
      *  SRTCRUN-MESSAGE says why) or REFUSED (do not run; the         *
      *  caller ends CC=8 and must not make the end call).  On an R    *
      *  or E call anything but RUN means the ledger could not be      *
      *  updated.                                                      *
      *                                                                *
      ******************************************************************
           05  SRTCRUN-REQUEST           PIC X(01).
               88  SRTCRUN-REQ-START         VALUE 'S'.
               88  SRTCRUN-REQ-REFUSE        VALUE 'R'.
               88  SRTCRUN-REQ-END           VALUE 'E'.
           05  SRTCRUN-JOB-NAME          PIC X(08).
           05  SRTCRUN-FORCE             PIC X(01).
               88  SRTCRUN-FORCE-ON          VALUE 'Y'.
           05  SRTCRUN-BUSINESS-DATE     PIC 9(08).
           05  SRTCRUN-END-CC            PIC 9(04).
           05  SRTCRUN-TOTAL             OCCURS 3.
               10  SRTCRUN-TOTAL-NAME    PIC X(12).
               10  SRTCRUN-TOTAL-VALUE   PIC 9(11).
           05  SRTCRUN-REASON            PIC X(60).
           05  SRTCRUN-RC                PIC 9(02).
               88  SRTCRUN-RC-RUN            VALUE 00.
               88  SRTCRUN-RC-FORCED         VALUE 04.
               88  SRTCRUN-RC-REFUSED        VALUE 08.
           05  SRTCRUN-MESSAGE           PIC X(60).
