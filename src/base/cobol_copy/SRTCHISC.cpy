      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2022                                      *
      *                                                                *
      ******************************************************************
      *                                                                *
      *  SRTCHISC - DFHCOMMAREA layout SRTCHIS passes to itself       *
      *  across pseudo-conversational turns, the same way AUDTINQC    *
      *  carries the AUDTINQ session.                                  *
      *                                                                *
      *  SRTCHISC-BRANCH-ID is the branch being listed.               *
      *  SRTCHISC-TOP-RBA and SRTCHISC-BOT-RBA are the SRTCJRN        *
      *  relative byte addresses of the newest and oldest             *
      *  entries on the page currently displayed, so PF7/PF8 can      *
      *  restart the backward browse either side of it, and           *
      *  SRTCHISC-LINE-RBA holds the address of every line on the     *
      *  page so a selected line can be read back for the detail      *
      *  screen.  They carry meaning while SRTCHISC-STATE-LIST or     *
      *  SRTCHISC-STATE-DETAIL is set - ENTER on the detail screen    *
      *  rebuilds the same page.  A zero SRTCHISC-LINE-COUNT means no  *
      *  page has been listed yet for the branch (the as-at view was  *
      *  asked for straight away), so ENTER starts a fresh list.      *
      *                                                                *
      ******************************************************************
           05  SRTCHISC-STATE            PIC X(01).
               88  SRTCHISC-STATE-ENTRY      VALUE 'E'.
               88  SRTCHISC-STATE-LIST       VALUE 'L'.
               88  SRTCHISC-STATE-DETAIL     VALUE 'D'.
           05  SRTCHISC-BRANCH-ID        PIC X(06).
           05  SRTCHISC-TOP-RBA          PIC S9(08) COMP.
           05  SRTCHISC-BOT-RBA          PIC S9(08) COMP.
           05  SRTCHISC-LINE-COUNT       PIC S9(04) COMP.
           05  SRTCHISC-LINE-RBA         PIC S9(08) COMP OCCURS 15.
