      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2022                                      *
      *                                                                *
      ******************************************************************
      *                                                                *
      *  SRTCALR - one record on the sort code allocation register, a  *
      *  VSAM KSDS keyed on SRTCALR-KEY (record type + sort code).     *
      *  The register replaces the branch admin spreadsheet: it holds  *
      *  every sort code in the ranges allocated to us and says which  *
      *  of them may be given to a branch, so a code released by a     *
      *  closure cannot be handed straight to a new branch while       *
      *  payments meant for the old one are still arriving.            *
      *                                                                *
      *  Two record types share the file:                              *
      *    R - one per allocated range, keyed on the first sort code   *
      *        of the range.  Carries the last code, a name, and the   *
      *        number of days a code in the range stays quarantined    *
      *        after its branch closes.                                *
      *    C - one per valid sort code inside a range (codes that      *
      *        fail the SRTCVAL check digit test are never issued, so  *
      *        are never registered), carrying its state:              *
      *          F - free;                                             *
      *          R - reserved for the project in SRTCALR-PROJECT, and  *
      *              where SRTCALR-BRANCH-ID is filled in, for that    *
      *              branch;                                           *
      *          U - in use by SRTCALR-BRANCH-ID;                      *
      *          Q - quarantined until SRTCALR-QUAR-UNTIL after        *
      *              SRTCALR-BRANCH-ID closed.  A quarantine past its  *
      *              date counts as free.                              *
      *  The rules that move a code between states live in SRTCALC.    *
      *                                                                *
      *  The C records all sort ahead of the R records, so a batch     *
      *  reader can START at 'R' for the ranges alone.                 *
      *                                                                *
      ******************************************************************
       01  SRTCALR-RECORD.
           05  SRTCALR-KEY.
               10  SRTCALR-REC-TYPE      PIC X(01).
                   88  SRTCALR-TYPE-CODE     VALUE 'C'.
                   88  SRTCALR-TYPE-RANGE    VALUE 'R'.
               10  SRTCALR-SORT-CODE     PIC X(06).
           05  SRTCALR-CODE-DATA.
               10  SRTCALR-STATE         PIC X(01).
                   88  SRTCALR-STATE-FREE        VALUE 'F'.
                   88  SRTCALR-STATE-RESERVED    VALUE 'R'.
                   88  SRTCALR-STATE-INUSE       VALUE 'U'.
                   88  SRTCALR-STATE-QUARANTINE  VALUE 'Q'.
               10  SRTCALR-PROJECT       PIC X(08).
               10  SRTCALR-BRANCH-ID     PIC X(06).
               10  SRTCALR-QUAR-UNTIL    PIC 9(08).
               10  SRTCALR-RANGE-START   PIC X(06).
               10  FILLER                PIC X(11).
           05  SRTCALR-RANGE-DATA REDEFINES SRTCALR-CODE-DATA.
               10  SRTCALR-RANGE-END     PIC X(06).
               10  SRTCALR-RANGE-NAME    PIC X(20).
               10  SRTCALR-QUAR-DAYS     PIC 9(04).
               10  FILLER                PIC X(10).
           05  SRTCALR-CHANGED-DATE      PIC 9(08).
           05  SRTCALR-CHANGED-BY        PIC X(08).
           05  FILLER                    PIC X(17).
