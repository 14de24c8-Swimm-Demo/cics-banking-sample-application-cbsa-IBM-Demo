      *    O - open SRTCTL, BAUDFILE and the BNKCAL calendar; call    *
      *        once at job initialisation.                            *
      *    R - resolve the branch in GETSCODE-BRANCH-ID.              *
      *    S - resolve the sort code in SORTCODE: the owning branch   *
      *        is found through the SRTCTL alternate index, echoed    *
      *        into GETSCODE-BRANCH-ID and answered exactly as an R   *
      *        call for that branch would be.  A sort code on no      *
      *        branch answers RESP-NOTFOUND.  The caller's JCL needs  *
      *        the SRTCTL1 DD for the alternate index path.           *
      *    C - close the files; call once at job termination.         *
      *                                                                *
      *  SRTCRES-RC reports the resolver's own health (files), not    *
      *  an online caller would test it.  Batch has no TS cache, so   *
      *  an SRTCTL that cannot be read at all answers the compiled-   *
      *  in default with an FB audit event, the same last resort      *
      *  GETSCODE falls to when both file and cache are gone.  There  *
      *  is no default for an S call - an unreadable SRTCTL sets      *
      *  SRTCRES-RC-FAILED with RESP-NOTFOUND.                        *
      *                                                                *
      ******************************************************************
           05  SRTCRES-REQUEST           PIC X(01).
               88  SRTCRES-REQ-OPEN          VALUE 'O'.
               88  SRTCRES-REQ-RESOLVE       VALUE 'R'.
               88  SRTCRES-REQ-SORTCODE      VALUE 'S'.
               88  SRTCRES-REQ-CLOSE         VALUE 'C'.
           05  SRTCRES-RC                PIC 9(02).
               88  SRTCRES-RC-OK             VALUE 00.
