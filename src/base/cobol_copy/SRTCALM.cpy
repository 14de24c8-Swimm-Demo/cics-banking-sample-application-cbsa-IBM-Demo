      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2022                                      *
      *                                                                *
      ******************************************************************
      *                                                                *
      *  SRTCALM - SYMBOLIC MAP FOR MAPSET SRTCALM, MAP SRTCALM1,      *
      *  GENERATED FROM src/base/bms_src/SRTCALM.bms.                  *
      *                                                                *
      *  THE RESULT LINES CLIN01-CLIN04 ARE HAND-ADJUSTED INTO A       *
      *  SINGLE OCCURS 4 GROUP, AS ON THE SRTCHIS MAP.                 *
      *                                                                *
      ******************************************************************
       01  SRTCALM1I.
           02 FILLER                    PIC X(12).
           02 CFUNCL                    COMP PIC S9(4).
           02 CFUNCF                    PIC X.
           02 FILLER REDEFINES CFUNCF.
               03 CFUNCA                    PIC X.
           02 CFUNCI                    PIC X(01).
           02 CFROML                    COMP PIC S9(4).
           02 CFROMF                    PIC X.
           02 FILLER REDEFINES CFROMF.
               03 CFROMA                    PIC X.
           02 CFROMI                    PIC X(06).
           02 CTOL                      COMP PIC S9(4).
           02 CTOF                      PIC X.
           02 FILLER REDEFINES CTOF.
               03 CTOA                      PIC X.
           02 CTOI                      PIC X(06).
           02 CPROJL                    COMP PIC S9(4).
           02 CPROJF                    PIC X.
           02 FILLER REDEFINES CPROJF.
               03 CPROJA                    PIC X.
           02 CPROJI                    PIC X(08).
           02 CBRCHL                    COMP PIC S9(4).
           02 CBRCHF                    PIC X.
           02 FILLER REDEFINES CBRCHF.
               03 CBRCHA                    PIC X.
           02 CBRCHI                    PIC X(06).
           02 CNAMEL                    COMP PIC S9(4).
           02 CNAMEF                    PIC X.
           02 FILLER REDEFINES CNAMEF.
               03 CNAMEA                    PIC X.
           02 CNAMEI                    PIC X(20).
           02 CDAYSL                    COMP PIC S9(4).
           02 CDAYSF                    PIC X.
           02 FILLER REDEFINES CDAYSF.
               03 CDAYSA                    PIC X.
           02 CDAYSI                    PIC X(04).
           02 SRTCALM1-LINE OCCURS 4.
               03 CLINL                     COMP PIC S9(4).
               03 CLINF                     PIC X.
               03 CLINI                     PIC X(70).
           02 CMSGL                     COMP PIC S9(4).
           02 CMSGF                     PIC X.
           02 FILLER REDEFINES CMSGF.
               03 CMSGA                     PIC X.
           02 CMSGI                     PIC X(60).

       01  SRTCALM1O REDEFINES SRTCALM1I.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(03).
           02 CFUNCO                    PIC X(01).
           02 FILLER                    PIC X(03).
           02 CFROMO                    PIC X(06).
           02 FILLER                    PIC X(03).
           02 CTOO                      PIC X(06).
           02 FILLER                    PIC X(03).
           02 CPROJO                    PIC X(08).
           02 FILLER                    PIC X(03).
           02 CBRCHO                    PIC X(06).
           02 FILLER                    PIC X(03).
           02 CNAMEO                    PIC X(20).
           02 FILLER                    PIC X(03).
           02 CDAYSO                    PIC X(04).
           02 SRTCALM1-LINEO OCCURS 4.
               03 FILLER                    PIC X(03).
               03 CLINO                     PIC X(70).
           02 FILLER                    PIC X(03).
           02 CMSGO                     PIC X(60).

