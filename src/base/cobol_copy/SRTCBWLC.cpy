      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2022                                      *
      *                                                                *
      ******************************************************************
      *                                                                *
      *  SRTCBWLC - DFHCOMMAREA layout SRTCBWL passes to itself       *
      *  across pseudo-conversational turns, the same way SRTCMNTC    *
      *  carries the SRTCMNT session.                                  *
      *                                                                *
      *  The filters are what the operator keyed: a blank type       *
      *  matches every type, a zero minimum age every age, and a     *
      *  blank status the live breaks only (open and accepted).      *
      *  SRTCBWLC-TOP-KEY and SRTCBWLC-BOT-KEY are the SRTCBRK keys   *
      *  of the first and last breaks on the page currently           *
      *  displayed, so PF7/PF8 can restart the browse either side of  *
      *  it.  They only carry meaning while SRTCBWLC-STATE-LIST is    *
      *  set.                                                          *
      *                                                                *
      ******************************************************************
           05  SRTCBWLC-STATE            PIC X(01).
               88  SRTCBWLC-STATE-ENTRY      VALUE 'E'.
               88  SRTCBWLC-STATE-LIST       VALUE 'L'.
           05  SRTCBWLC-FILTER-TYPE      PIC X(02).
           05  SRTCBWLC-FILTER-AGE       PIC 9(05).
           05  SRTCBWLC-FILTER-STATUS    PIC X(01).
           05  SRTCBWLC-TOP-KEY          PIC X(08).
           05  SRTCBWLC-BOT-KEY          PIC X(08).
