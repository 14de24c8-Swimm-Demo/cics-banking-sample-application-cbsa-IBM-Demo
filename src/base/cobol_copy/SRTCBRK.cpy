      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2022                                      *
      *                                                                *
      ******************************************************************
      *                                                                *
      *  SRTCBRK - one entry on the reconciliation break register, a  *
      *  VSAM KSDS keyed on SRTCBRK-KEY (branch id + break type).     *
      *  SRTCRECN used to print its exceptions and forget them; it    *
      *  now also keeps every break here from one night to the next, *
      *  so branch admin can see whether tonight's break on a branch *
      *  is the same one that has been there for three weeks.        *
      *                                                                *
      *  SRTCBRK-TYPE says what is wrong:                             *
      *    MM - the branch is on both, but SRTCTL disagrees with head *
      *         office and was not corrected (SRTCBRK-FIELDS says     *
      *         which of sort code, SWIFT/BIC, IBAN prefix and bank   *
      *         name disagreed at the last sighting)                  *
      *    NS - head office sends the branch, SRTCTL does not have it *
      *    NH - the branch is OPEN on SRTCTL but head office no       *
      *         longer sends it on HOREF                              *
      *                                                                *
      *  Every SRTCRECN run that sees the break again sets            *
      *  SRTCBRK-LAST-SEEN-DATE to the feed date and re-ages it; a    *
      *  break the run did not see again (the feed and SRTCTL agree   *
      *  once more) is closed with SRTCBRK-CLOSED-DATE set.  A break  *
      *  that comes back after it was closed is reopened on the same  *
      *  record with a fresh opened date and the worklist fields     *
      *  cleared - it is a new break.                                 *
      *                                                                *
      *  SRTCBRK-AGE-DAYS is calendar days from SRTCBRK-OPENED-DATE   *
      *  to the feed date of the last run, and SRTCBRK-RUN-COUNT the  *
      *  number of feeds the break has been seen on.                  *
      *                                                                *
      *  The assignment, note and accepted-difference fields are      *
      *  kept by branch admin on the SRTCBWL worklist screen.  An     *
      *  accepted difference (status A) stays on the register and     *
      *  keeps ageing, but is counted apart from the open breaks in   *
      *  the SRTCRECN ageing summary; it still closes by itself when  *
      *  the feed and SRTCTL agree.                                    *
      *                                                                *
      ******************************************************************
       01  SRTCBRK-RECORD.
           05  SRTCBRK-KEY.
               10  SRTCBRK-BRANCH-ID     PIC X(06).
               10  SRTCBRK-TYPE          PIC X(02).
                   88  SRTCBRK-TYPE-MISMATCH     VALUE 'MM'.
                   88  SRTCBRK-TYPE-NOT-SRTCTL   VALUE 'NS'.
                   88  SRTCBRK-TYPE-NOT-HOREF    VALUE 'NH'.
           05  SRTCBRK-STATUS            PIC X(01).
               88  SRTCBRK-STATUS-OPEN       VALUE 'O'.
               88  SRTCBRK-STATUS-ACCEPTED   VALUE 'A'.
               88  SRTCBRK-STATUS-CLOSED     VALUE 'C'.
               88  SRTCBRK-STATUS-LIVE       VALUE 'O' 'A'.
           05  SRTCBRK-OPENED-DATE       PIC 9(08).
           05  SRTCBRK-LAST-SEEN-DATE    PIC 9(08).
           05  SRTCBRK-CLOSED-DATE       PIC 9(08).
           05  SRTCBRK-AGE-DAYS          PIC 9(05).
           05  SRTCBRK-RUN-COUNT         PIC 9(05).
           05  SRTCBRK-FIELDS.
               10  SRTCBRK-SORT-CODE-FLAG    PIC X(01).
               10  SRTCBRK-SWIFT-BIC-FLAG    PIC X(01).
               10  SRTCBRK-IBAN-PREFIX-FLAG  PIC X(01).
               10  SRTCBRK-BANK-NAME-FLAG    PIC X(01).
           05  SRTCBRK-TEXT              PIC X(40).
           05  SRTCBRK-ASSIGNED-TO       PIC X(08).
           05  SRTCBRK-ASSIGNED-BY       PIC X(08).
           05  SRTCBRK-ASSIGNED-DATE     PIC 9(08).
           05  SRTCBRK-NOTE              PIC X(60).
           05  SRTCBRK-NOTE-BY           PIC X(08).
           05  SRTCBRK-NOTE-DATE         PIC 9(08).
           05  SRTCBRK-ACCEPTED-BY       PIC X(08).
           05  SRTCBRK-ACCEPTED-DATE     PIC 9(08).
           05  FILLER                    PIC X(47).
