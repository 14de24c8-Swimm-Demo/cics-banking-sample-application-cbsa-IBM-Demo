      *                                                                *
      *  THE SRTCMNT2 LIST LINES LST01-LST15 ARE HAND-ADJUSTED INTO A  *
      *  SINGLE OCCURS 15 GROUP SO THE BROWSE CAN FILL THE SCREEN BY   *
      *  SUBSCRIPT INSTEAD OF FIFTEEN SEPARATE MOVES.  THE SRTCMNT1    *
      *  SCHEDULED-CHANGE LINES SCHD01-SCHD04 ARE ADJUSTED THE SAME    *
      *  WAY INTO AN OCCURS 4 GROUP.                                   *
      *                                                                *
      ******************************************************************
       01  SRTCMNT1I.
           02 FILLER REDEFINES SPCIBNF.
               03 SPCIBNA                   PIC X.
           02 SPCIBNI                   PIC X(34).
           02 SRTCMNT1-SCHED OCCURS 4.
               03 SCHDL                     COMP PIC S9(4).
               03 SCHDF                     PIC X.
               03 SCHDI                     PIC X(70).
           02 MSGL                      COMP PIC S9(4).
           02 MSGF                      PIC X.
           02 FILLER REDEFINES MSGF.
           02 FILLER                    PIC X(11).
           02 FILLER                    PIC X(03).
           02 SPCIBNO                   PIC X(34).
           02 SRTCMNT1-SCHEDO OCCURS 4.
               03 FILLER                    PIC X(03).
               03 SCHDO                     PIC X(70).
           02 FILLER                    PIC X(03).
           02 MSGO                      PIC X(60).
           02 FILLER                    PIC X(40).
