      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2022                                      *
      *                                                                *
      ******************************************************************
      *                                                                *
      *  PAYRPR - one payment instruction held back for repair by     *
      *  the SRTCPPE overnight pre-edit, 300 bytes fixed.  The whole  *
      *  PAYINST record exactly as it was read is carried in          *
      *  PAYRPR-INSTRUCTION, behind the reason it was held back, so   *
      *  the payment repair team can correct it and feed it back in   *
      *  without re-keying.                                            *
      *                                                                *
      *  PAYRPR-REASON-CODE:                                           *
      *    IB - the beneficiary IBAN fails the IBANSRV edits          *
      *    NF - the IBAN's sort code is on no branch on SRTCTL        *
      *    CL - the beneficiary branch is closed (or past its         *
      *         closure date) and has no servable successor          *
      *    NO - the beneficiary branch is not yet open                *
      *    RB - the branch merged, but the successor's IBAN could     *
      *         not be built for the redirect                         *
      *    RF - the SRTCRES resolver failed; the run was abandoned    *
      *                                                                *
      *  PAYRPR-SORT-CODE is the sort code taken from the IBAN        *
      *  (spaces when the IBAN failed) and PAYRPR-REASON-TEXT the     *
      *  IBANSRV or SRTCRES message behind the reason, if any.        *
      *                                                                *
      ******************************************************************
       01  PAYRPR-RECORD.
           05  PAYRPR-REASON-CODE        PIC X(02).
               88  PAYRPR-IBAN-FAILED        VALUE 'IB'.
               88  PAYRPR-NOT-FOUND          VALUE 'NF'.
               88  PAYRPR-CLOSED             VALUE 'CL'.
               88  PAYRPR-NOT-OPEN           VALUE 'NO'.
               88  PAYRPR-REBUILD-FAILED     VALUE 'RB'.
               88  PAYRPR-RESOLVER-FAILED    VALUE 'RF'.
           05  PAYRPR-REASON-TEXT        PIC X(60).
           05  PAYRPR-DATE               PIC 9(08).
           05  PAYRPR-SORT-CODE          PIC X(06).
           05  PAYRPR-INSTRUCTION        PIC X(200).
           05  FILLER                    PIC X(24).
