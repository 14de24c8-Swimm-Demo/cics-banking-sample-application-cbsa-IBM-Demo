      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2022                                      *
      *                                                                *
      ******************************************************************
      *                                                                *
      *  SRTCHIS - SYMBOLIC MAP FOR MAPSET SRTCHIS, MAPS SRTCHIS1 AND  *
      *  SRTCHIS2, GENERATED FROM src/base/bms_src/SRTCHIS.bms.        *
      *                                                                *
      *  THE LIST LINES LST01-LST15 ARE HAND-ADJUSTED INTO A SINGLE    *
      *  OCCURS 15 GROUP, AS ON THE AUDTINQ MAP, AND THE DETAIL ROWS   *
      *  DBF01-DBF09 / DAF01-DAF09 INTO AN OCCURS 9 GROUP OF BEFORE/   *
      *  AFTER PAIRS, WITH THE ATTRIBUTE BYTES EXPOSED IN THE OUTPUT   *
      *  VIEW, SO THE FIELD-BY-FIELD COMPARE CAN WORK BY SUBSCRIPT.    *
      *                                                                *
      ******************************************************************
       01  SRTCHIS1I.
           02 FILLER                    PIC X(12).
           02 HBRCHL                    COMP PIC S9(4).
           02 HBRCHF                    PIC X.
           02 FILLER REDEFINES HBRCHF.
               03 HBRCHA                    PIC X.
           02 HBRCHI                    PIC X(06).
           02 HASATL                    COMP PIC S9(4).
           02 HASATF                    PIC X.
           02 FILLER REDEFINES HASATF.
               03 HASATA                    PIC X.
           02 HASATI                    PIC X(08).
           02 HSELL                     COMP PIC S9(4).
           02 HSELF                     PIC X.
           02 FILLER REDEFINES HSELF.
               03 HSELA                     PIC X.
           02 HSELI                     PIC X(02).
           02 SRTCHIS1-LINE OCCURS 15.
               03 LSTHL                     COMP PIC S9(4).
               03 LSTHF                     PIC X.
               03 LSTHI                     PIC X(70).
           02 HMSGL                     COMP PIC S9(4).
           02 HMSGF                     PIC X.
           02 FILLER REDEFINES HMSGF.
               03 HMSGA                     PIC X.
           02 HMSGI                     PIC X(60).

       01  SRTCHIS1O REDEFINES SRTCHIS1I.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(03).
           02 HBRCHO                    PIC X(06).
           02 FILLER                    PIC X(03).
           02 HASATO                    PIC X(08).
           02 FILLER                    PIC X(03).
           02 HSELO                     PIC X(02).
           02 SRTCHIS1-LINEO OCCURS 15.
               03 FILLER                    PIC X(03).
               03 LSTHO                     PIC X(70).
           02 FILLER                    PIC X(03).
           02 HMSGO                     PIC X(60).

       01  SRTCHIS2I.
           02 FILLER                    PIC X(12).
           02 DBRCHL                    COMP PIC S9(4).
           02 DBRCHF                    PIC X.
           02 FILLER REDEFINES DBRCHF.
               03 DBRCHA                    PIC X.
           02 DBRCHI                    PIC X(06).
           02 DDATEL                    COMP PIC S9(4).
           02 DDATEF                    PIC X.
           02 FILLER REDEFINES DDATEF.
               03 DDATEA                    PIC X.
           02 DDATEI                    PIC X(08).
           02 DTIMEL                    COMP PIC S9(4).
           02 DTIMEF                    PIC X.
           02 FILLER REDEFINES DTIMEF.
               03 DTIMEA                    PIC X.
           02 DTIMEI                    PIC X(06).
           02 DSRCL                     COMP PIC S9(4).
           02 DSRCF                     PIC X.
           02 FILLER REDEFINES DSRCF.
               03 DSRCA                     PIC X.
           02 DSRCI                     PIC X(08).
           02 DACTL                     COMP PIC S9(4).
           02 DACTF                     PIC X.
           02 FILLER REDEFINES DACTF.
               03 DACTA                     PIC X.
           02 DACTI                     PIC X(06).
           02 DMAKRL                    COMP PIC S9(4).
           02 DMAKRF                    PIC X.
           02 FILLER REDEFINES DMAKRF.
               03 DMAKRA                    PIC X.
           02 DMAKRI                    PIC X(08).
           02 DCHKRL                    COMP PIC S9(4).
           02 DCHKRF                    PIC X.
           02 FILLER REDEFINES DCHKRF.
               03 DCHKRA                    PIC X.
           02 DCHKRI                    PIC X(08).
           02 DTERML                    COMP PIC S9(4).
           02 DTERMF                    PIC X.
           02 FILLER REDEFINES DTERMF.
               03 DTERMA                    PIC X.
           02 DTERMI                    PIC X(04).
           02 DBHDL                     COMP PIC S9(4).
           02 DBHDF                     PIC X.
           02 FILLER REDEFINES DBHDF.
               03 DBHDA                     PIC X.
           02 DBHDI                     PIC X(35).
           02 DAHDL                     COMP PIC S9(4).
           02 DAHDF                     PIC X.
           02 FILLER REDEFINES DAHDF.
               03 DAHDA                     PIC X.
           02 DAHDI                     PIC X(35).
           02 SRTCHIS2-ROW OCCURS 9.
               03 DBFL                      COMP PIC S9(4).
               03 DBFF                      PIC X.
               03 DBFI                      PIC X(35).
               03 DAFL                      COMP PIC S9(4).
               03 DAFF                      PIC X.
               03 DAFI                      PIC X(35).
           02 DMSGL                     COMP PIC S9(4).
           02 DMSGF                     PIC X.
           02 FILLER REDEFINES DMSGF.
               03 DMSGA                     PIC X.
           02 DMSGI                     PIC X(60).

       01  SRTCHIS2O REDEFINES SRTCHIS2I.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(03).
           02 DBRCHO                    PIC X(06).
           02 FILLER                    PIC X(03).
           02 DDATEO                    PIC X(08).
           02 FILLER                    PIC X(03).
           02 DTIMEO                    PIC X(06).
           02 FILLER                    PIC X(03).
           02 DSRCO                     PIC X(08).
           02 FILLER                    PIC X(03).
           02 DACTO                     PIC X(06).
           02 FILLER                    PIC X(03).
           02 DMAKRO                    PIC X(08).
           02 FILLER                    PIC X(03).
           02 DCHKRO                    PIC X(08).
           02 FILLER                    PIC X(03).
           02 DTERMO                    PIC X(04).
           02 FILLER                    PIC X(03).
           02 DBHDO                     PIC X(35).
           02 FILLER                    PIC X(03).
           02 DAHDO                     PIC X(35).
           02 SRTCHIS2-ROWO OCCURS 9.
               03 FILLER                    PIC X(02).
               03 DBFA                      PIC X(01).
               03 DBFO                      PIC X(35).
               03 FILLER                    PIC X(02).
               03 DAFA                      PIC X(01).
               03 DAFO                      PIC X(35).
           02 FILLER                    PIC X(03).
           02 DMSGO                     PIC X(60).
