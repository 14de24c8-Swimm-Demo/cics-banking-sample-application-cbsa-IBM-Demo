      *  than the number of days on its PNDPRM card, so a forgotten   *
      *  change does not sit as a loaded gun.                         *
      *                                                                *
      *  Function F is a future-dated change to the payment fields:   *
      *  SRTCPND-SCHED-DATE carries the effective date the maker      *
      *  keyed, and on approval SRTCAPR moves the change to the       *
      *  SRTCSCH scheduled-change file instead of writing SRTCTL.     *
      *  Adds and updates carry zeros in SRTCPND-SCHED-DATE.          *
      *                                                                *
      ******************************************************************
       01  SRTCPND-RECORD.
           05  SRTCPND-BRANCH-ID         PIC X(06).
           05  SRTCPND-FUNCTION          PIC X(01).
               88  SRTCPND-FUNCTION-ADD      VALUE 'A'.
               88  SRTCPND-FUNCTION-UPDATE   VALUE 'U'.
               88  SRTCPND-FUNCTION-SCHEDULED
                                             VALUE 'F'.
           05  SRTCPND-MAKER             PIC X(08).
           05  SRTCPND-MAKER-TERMID      PIC X(04).
           05  SRTCPND-DATE              PIC 9(08).
           05  SRTCPND-TIME              PIC 9(06).
           05  SRTCPND-BEFORE-IMAGE      PIC X(85).
           05  SRTCPND-AFTER-IMAGE       PIC X(85).
           05  SRTCPND-SCHED-DATE        PIC 9(08).
           05  FILLER                    PIC X(09).
