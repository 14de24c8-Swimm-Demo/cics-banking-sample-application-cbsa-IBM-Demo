      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2022                                      *
      *                                                                *
      ******************************************************************
      *                                                                *
      *  SRTCRCJ - the nightly sort code job chain, in running order,  *
      *  used by the SRTCRUN run-control routine and the SRTCRCS       *
      *  morning status report.  For each job:                         *
      *                                                                *
      *    SRTCRCJ-PREDECESSOR   the job that must have ended clean    *
      *                          for the same business date before     *
      *                          this one may run (spaces - none).     *
      *    SRTCRCJ-FREQUENCY     D daily, W weekly, M monthly, R on    *
      *                          request only.                         *
      *    SRTCRCJ-OVERDUE-DAYS  for W and M, how many days after its  *
      *                          last clean run the job is overdue.    *
      *    SRTCRCJ-CLEAN-CC      the highest condition code that       *
      *                          still counts as a clean run - AUDTRPT *
      *                          ends CC=8 to page operations for an   *
      *                          FB event, which is a finding, not a   *
      *                          failed run.                           *
      *                                                                *
      *  SRTCTON and the monthly and weekly jobs hang off the daily    *
      *  chain rather than sit in it, so a night without a take-on     *
      *  does not hold up the distribution extract.                    *
      *                                                                *
      ******************************************************************
       01  SRTCRCJ-VALUES.
           05  FILLER                    PIC X(22)
               VALUE 'SRTCRECN        D00004'.
           05  FILLER                    PIC X(22)
               VALUE 'SRTCTON SRTCRECNR00004'.
           05  FILLER                    PIC X(22)
               VALUE 'SRTCDST SRTCRECND00004'.
           05  FILLER                    PIC X(22)
               VALUE 'SRTCEOD SRTCDST D00004'.
           05  FILLER                    PIC X(22)
               VALUE 'SRTCMRR SRTCEOD M03504'.
           05  FILLER                    PIC X(22)
               VALUE 'AUDTRPT SRTCEOD D00008'.
           05  FILLER                    PIC X(22)
               VALUE 'AUDTHKP AUDTRPT W00704'.
       01  SRTCRCJ-TABLE REDEFINES SRTCRCJ-VALUES.
           05  SRTCRCJ-ENTRY             OCCURS 7.
               10  SRTCRCJ-JOB-NAME      PIC X(08).
               10  SRTCRCJ-PREDECESSOR   PIC X(08).
               10  SRTCRCJ-FREQUENCY     PIC X(01).
                   88  SRTCRCJ-DAILY             VALUE 'D'.
                   88  SRTCRCJ-WEEKLY            VALUE 'W'.
                   88  SRTCRCJ-MONTHLY           VALUE 'M'.
                   88  SRTCRCJ-ON-REQUEST        VALUE 'R'.
               10  SRTCRCJ-OVERDUE-DAYS  PIC 9(03).
               10  SRTCRCJ-CLEAN-CC      PIC 9(02).
       01  SRTCRCJ-JOB-COUNT             PIC S9(04) COMP VALUE 7.
