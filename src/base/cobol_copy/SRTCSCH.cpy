      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2022                                      *
      *                                                                *
      ******************************************************************
      *                                                                *
      *  SRTCSCH - one future-dated change on the scheduled-change    *
      *  file, a VSAM KSDS keyed on SRTCSCH-KEY (branch id +          *
      *  effective date).  A renumbering or a new SWIFT/BIC after a   *
      *  legal-entity change is keyed on SRTCMNT (function F) ahead   *
      *  of the day, approved on SRTCAPR like any other change, and   *
      *  then waits here - not on SRTCTL - until the nightly SRTCSAP  *
      *  job applies it.                                               *
      *                                                                *
      *  SRTCSCH-EFFECTIVE-DATE is the date the maker keyed.  SRTCSAP *
      *  rolls a weekend or bank-holiday date to the next business    *
      *  day through BNKCDAY, the same roll GETSCODE applies to       *
      *  lifecycle effective dates, and applies the change on the     *
      *  first run whose business date has reached it.                 *
      *                                                                *
      *  The old and new values are the four payment fields only.     *
      *  A field whose old and new values agree is not touched when   *
      *  the change is applied, so a change made to another field in  *
      *  the meantime is left alone; lifecycle status, effective date *
      *  and successor cannot be scheduled here.                       *
      *                                                                *
      *  SRTCSCH-STATUS:                                               *
      *    W - approved and waiting for its effective date            *
      *    A - applied to SRTCTL by SRTCSAP (journalled, published)   *
      *    R - refused by SRTCSAP, SRTCSCH-REASON says why            *
      *                                                                *
      *  SRTCSCH-CACHE-STATUS is set to P when SRTCSAP applies the    *
      *  change - a batch job cannot reach the SRTCCHE temporary      *
      *  storage queues - and to D by the SRTCSRF transaction once    *
      *  the branch's cache entry has been refreshed after the files  *
      *  reopen to CICS.                                               *
      *                                                                *
      ******************************************************************
       01  SRTCSCH-RECORD.
           05  SRTCSCH-KEY.
               10  SRTCSCH-BRANCH-ID     PIC X(06).
               10  SRTCSCH-EFFECTIVE-DATE
                                         PIC 9(08).
           05  SRTCSCH-STATUS            PIC X(01).
               88  SRTCSCH-STATUS-WAITING    VALUE 'W'.
               88  SRTCSCH-STATUS-APPLIED    VALUE 'A'.
               88  SRTCSCH-STATUS-REFUSED    VALUE 'R'.
           05  SRTCSCH-CACHE-STATUS      PIC X(01).
               88  SRTCSCH-CACHE-PENDING     VALUE 'P'.
               88  SRTCSCH-CACHE-DONE        VALUE 'D'.
           05  SRTCSCH-OLD-VALUES.
               10  SRTCSCH-OLD-SORT-CODE     PIC X(06).
               10  SRTCSCH-OLD-SWIFT-BIC     PIC X(11).
               10  SRTCSCH-OLD-IBAN-PREFIX   PIC X(04).
               10  SRTCSCH-OLD-BANK-NAME     PIC X(35).
           05  SRTCSCH-NEW-VALUES.
               10  SRTCSCH-NEW-SORT-CODE     PIC X(06).
               10  SRTCSCH-NEW-SWIFT-BIC     PIC X(11).
               10  SRTCSCH-NEW-IBAN-PREFIX   PIC X(04).
               10  SRTCSCH-NEW-BANK-NAME     PIC X(35).
           05  SRTCSCH-MAKER             PIC X(08).
           05  SRTCSCH-MAKER-TERMID      PIC X(04).
           05  SRTCSCH-QUEUED-DATE       PIC 9(08).
           05  SRTCSCH-QUEUED-TIME       PIC 9(06).
           05  SRTCSCH-CHECKER           PIC X(08).
           05  SRTCSCH-APPROVED-DATE     PIC 9(08).
           05  SRTCSCH-APPROVED-TIME     PIC 9(06).
           05  SRTCSCH-APPLIED-DATE      PIC 9(08).
           05  SRTCSCH-APPLIED-TIME      PIC 9(06).
           05  SRTCSCH-REASON            PIC X(40).
           05  FILLER                    PIC X(20).
