      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2022                                      *
      *                                                                *
      ******************************************************************
      *                                                                *
      *  SRTCALC - parameter area for the SRTCALC allocation register  *
      *  subprogram, the one place the rules for handing out a sort    *
      *  code live.  Laid out under the 01 the calling program         *
      *  declares, the same way SRTCVAL is:                            *
      *                                                                *
      *      01  <name>.                                               *
      *          COPY SRTCALC.                                         *
      *                                                                *
      *  No CICS and no I/O, so the one load module serves online and  *
      *  batch.  The caller reads the sort code's SRTCALR C record     *
      *  into SRTCALC-ENTRY (spaces when the code is not on the        *
      *  register), fills SRTCALC-INPUT and CALLs 'SRTCALC'; for the   *
      *  functions that change the entry it then rewrites              *
      *  SRTCALC-ENTRY to SRTCALR when SRTCALC-RC-OK.                  *
      *                                                                *
      *  A code is available to a branch when it is free, quarantined  *
      *  past its date, reserved for that branch or for the caller's   *
      *  project, or already in use by (or quarantined for) that same  *
      *  branch - a reopened branch gets its own code back.            *
      *                                                                *
      *  Functions:                                                    *
      *    C - check only: is the code available to SRTCALC-BRANCH-ID  *
      *        (or SRTCALC-PROJECT)?                                   *
      *    U - take it: check as C, then mark it in use by the branch. *
      *    Q - quarantine it for the branch until SRTCALC-QUAR-DAYS    *
      *        after SRTCALC-CLOSED-DATE (or after today, when that    *
      *        is later or zero).  Never refused.                      *
      *    R - reserve it for SRTCALC-PROJECT, and for SRTCALC-        *
      *        BRANCH-ID when one is given.  Only a free code (or one  *
      *        reserved for the same project) can be reserved.         *
      *    F - release a reservation, or a quarantine past its date,   *
      *        back to free.                                           *
      *  U, Q, R and F stamp SRTCALR-CHANGED-DATE with SRTCALC-TODAY   *
      *  and SRTCALR-CHANGED-BY with SRTCALC-USER.                     *
      *                                                                *
      *  On return SRTCALC-RC-OK means the request succeeded;          *
      *  otherwise SRTCALC-MESSAGE carries a text fit for a screen or  *
      *  a report, never longer than 40 characters so it also fits a   *
      *  reason field such as SRTCSCH-REASON.                          *
      *                                                                *
      ******************************************************************
           05  SRTCALC-INPUT.
               10  SRTCALC-FUNCTION      PIC X(01).
                   88  SRTCALC-FUNC-CHECK      VALUE 'C'.
                   88  SRTCALC-FUNC-TAKE       VALUE 'U'.
                   88  SRTCALC-FUNC-QUARANTINE VALUE 'Q'.
                   88  SRTCALC-FUNC-RESERVE    VALUE 'R'.
                   88  SRTCALC-FUNC-RELEASE    VALUE 'F'.
               10  SRTCALC-BRANCH-ID     PIC X(06).
               10  SRTCALC-PROJECT       PIC X(08).
               10  SRTCALC-USER          PIC X(08).
               10  SRTCALC-TODAY         PIC 9(08).
               10  SRTCALC-CLOSED-DATE   PIC 9(08).
               10  SRTCALC-QUAR-DAYS     PIC 9(04).
           05  SRTCALC-ENTRY             PIC X(80).
           05  SRTCALC-RESULT.
               10  SRTCALC-RC            PIC 9(02).
                   88  SRTCALC-RC-OK         VALUE 00.
                   88  SRTCALC-RC-REFUSED    VALUE 04.
               10  SRTCALC-MESSAGE       PIC X(60).
