      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2022                                      *
      *                                                                *
      ******************************************************************
      *                                                                *
      *  PAYINST - one outbound payment instruction on the overnight  *
      *  payment file, 200 bytes fixed.  The payments system          *
      *  extracts the day's outbound instructions in this layout;     *
      *  the SRTCPPE pre-edit reads them before the file is sent      *
      *  and writes the ones fit to send to its PAYOUT file in the    *
      *  same layout, so the transmission step does not change.      *
      *                                                                *
      *  PAYINST-BENE-IBAN is the beneficiary's IBAN, left-justified  *
      *  with trailing spaces.  Its sort code portion (domestic       *
      *  scheme CC KK BBBB SSSSSS AAAAAAAA) names the beneficiary     *
      *  branch, which SRTCPPE resolves against SRTCTL.               *
      *                                                                *
      *  The PAYINST-EDIT fields are spaces on the way in.  An        *
      *  instruction whose beneficiary branch merged into a           *
      *  successor is sent on rewritten to the successor's sort code  *
      *  and IBAN - SRTCPPE sets PAYINST-EDIT-REDIRECTED, names the   *
      *  successor branch and keeps the sort code and IBAN the        *
      *  customer originally gave, for the payment enquiry desk.      *
      *  An instruction sent on as it came in is not touched at all.  *
      *                                                                *
      ******************************************************************
       01  PAYINST-RECORD.
           05  PAYINST-REFERENCE         PIC X(16).
           05  PAYINST-VALUE-DATE        PIC 9(08).
           05  PAYINST-AMOUNT            PIC 9(11)V99.
           05  PAYINST-CURRENCY          PIC X(03).
           05  PAYINST-ORDER-SORT-CODE   PIC X(06).
           05  PAYINST-ORDER-ACCOUNT     PIC X(08).
           05  PAYINST-BENE-NAME         PIC X(35).
           05  PAYINST-BENE-IBAN         PIC X(34).
           05  PAYINST-BENE-REFERENCE    PIC X(18).
           05  PAYINST-EDIT.
               10  PAYINST-EDIT-FLAG     PIC X(01).
                   88  PAYINST-EDIT-REDIRECTED   VALUE 'R'.
               10  PAYINST-SUCC-BRANCH   PIC X(06).
               10  PAYINST-ORIG-SORTCODE PIC X(06).
               10  PAYINST-ORIG-IBAN     PIC X(34).
           05  FILLER                    PIC X(12).
