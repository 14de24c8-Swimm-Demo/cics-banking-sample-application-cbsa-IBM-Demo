      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2022                                      *
      *                                                                *
      ******************************************************************
      *                                                                *
      *  SRTCREV - container layouts for the SRTCREV reverse sort      *
      *  code lookup service.  GETSCODE answers "which sort code does  *
      *  this branch use" for outbound payments; SRTCREV answers the   *
      *  other direction for inbound ones - "which branch owns this    *
      *  sort code, and can it be credited" - through the SRTCAIX      *
      *  alternate index path.                                         *
      *                                                                *
      *  The caller puts SRTCREV-REQUEST in container SRTCREVQ on its  *
      *  channel and LINKs to SRTCREV; the answer comes back in        *
      *  container SRTCREVA in the SRTCREV-REPLY layout, and the       *
      *  AUDTFILE entry written for the lookup comes back in container *
      *  SRTCREVU in the AUDTREC layout, the same way GETSCODE hands   *
      *  back GETSCDAUD.                                               *
      *                                                                *
      *  SRTCREV-RESP-CODE carries the same values as GETSCODE-RESP-   *
      *  CODE so one caller can test both services alike:              *
      *    SRTCREV-RESP-OK       - SRTCREV-BRANCH-ID owns the sort     *
      *                            code and is servable; the payment   *
      *                            data is that branch's.              *
      *    SRTCREV-RESP-BADREQ   - no sort code in SRTCREVQ.           *
      *    SRTCREV-RESP-NOTFOUND - no branch owns the sort code.       *
      *    SRTCREV-RESP-CLOSED   - the owning branch is closed or past *
      *                            its closure effective date and has  *
      *                            no servable successor.              *
      *    SRTCREV-RESP-NOTOPEN  - the owning branch has not reached   *
      *                            its opening date.                   *
      *    SRTCREV-RESP-REDIRECT - the owning branch is closed but was *
      *                            merged: SRTCREV-SUCCESSOR-ID and    *
      *                            SRTCREV-SUCC-SORT-CODE name the     *
      *                            branch to credit and the payment    *
      *                            data is the successor's.            *
      *    SRTCREV-RESP-NOTAVAIL - SRTCAIX could not be read; there is *
      *                            no cache to fall back to for a sort *
      *                            code, so the caller must hold the   *
      *                            payment and ask again.              *
      *  SRTCREV-BRANCH-ID is the owning branch whenever the sort      *
      *  code was found, whatever the lifecycle answer.                *
      *                                                                *
      ******************************************************************
       01  SRTCREV-REQUEST.
           05  SRTCREV-REQ-SORT-CODE     PIC X(06).

       01  SRTCREV-REPLY.
           05  SRTCREV-RESP-CODE         PIC 9(02).
               88  SRTCREV-RESP-OK           VALUE 00.
               88  SRTCREV-RESP-BADREQ       VALUE 01.
               88  SRTCREV-RESP-NOTFOUND     VALUE 02.
               88  SRTCREV-RESP-CLOSED       VALUE 03.
               88  SRTCREV-RESP-NOTOPEN      VALUE 04.
               88  SRTCREV-RESP-REDIRECT     VALUE 05.
               88  SRTCREV-RESP-NOTAVAIL     VALUE 06.
           05  SRTCREV-SORT-CODE         PIC X(06).
           05  SRTCREV-BRANCH-ID         PIC X(06).
           05  SRTCREV-SUCCESSOR-ID      PIC X(06).
           05  SRTCREV-SUCC-SORT-CODE    PIC X(06).
           05  SRTCREV-PAYMENT-DATA.
               10  SRTCREV-SWIFT-BIC     PIC X(11).
               10  SRTCREV-IBAN-PREFIX   PIC X(04).
               10  SRTCREV-BANK-NAME     PIC X(35).
