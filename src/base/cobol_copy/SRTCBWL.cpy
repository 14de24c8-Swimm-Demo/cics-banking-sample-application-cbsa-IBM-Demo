      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2022                                      *
      *                                                                *
      ******************************************************************
      *                                                                *
      *  SRTCBWL - SYMBOLIC MAP FOR MAPSET SRTCBWL, MAP SRTCBWL1,      *
      *  GENERATED FROM src/base/bms_src/SRTCBWL.bms.                  *
      *                                                                *
      *  THE LIST LINES LST01-LST15 ARE HAND-ADJUSTED INTO A SINGLE    *
      *  OCCURS 15 GROUP SO THE BROWSE CAN FILL THE SCREEN BY          *
      *  SUBSCRIPT, THE SAME WAY THE SRTCMNT2 LIST MAP IS.             *
      *                                                                *
      ******************************************************************
       01  SRTCBWL1I.
           02 FILLER                    PIC X(12).
           02 TYPEWL                    COMP PIC S9(4).
           02 TYPEWF                    PIC X.
           02 FILLER REDEFINES TYPEWF.
               03 TYPEWA                    PIC X.
           02 TYPEWI                    PIC X(02).
           02 MINAGWL                   COMP PIC S9(4).
           02 MINAGWF                   PIC X.
           02 FILLER REDEFINES MINAGWF.
               03 MINAGWA                   PIC X.
           02 MINAGWI                   PIC X(05).
           02 STATWL                    COMP PIC S9(4).
           02 STATWF                    PIC X.
           02 FILLER REDEFINES STATWF.
               03 STATWA                    PIC X.
           02 STATWI                    PIC X(01).
           02 SRTCBWL1-LINE OCCURS 15.
               03 LSTWL                     COMP PIC S9(4).
               03 LSTWF                     PIC X.
               03 LSTWI                     PIC X(79).
           02 ABRNWL                    COMP PIC S9(4).
           02 ABRNWF                    PIC X.
           02 FILLER REDEFINES ABRNWF.
               03 ABRNWA                    PIC X.
           02 ABRNWI                    PIC X(06).
           02 ATYPWL                    COMP PIC S9(4).
           02 ATYPWF                    PIC X.
           02 FILLER REDEFINES ATYPWF.
               03 ATYPWA                    PIC X.
           02 ATYPWI                    PIC X(02).
           02 ACTNWL                    COMP PIC S9(4).
           02 ACTNWF                    PIC X.
           02 FILLER REDEFINES ACTNWF.
               03 ACTNWA                    PIC X.
           02 ACTNWI                    PIC X(01).
           02 ASGNWL                    COMP PIC S9(4).
           02 ASGNWF                    PIC X.
           02 FILLER REDEFINES ASGNWF.
               03 ASGNWA                    PIC X.
           02 ASGNWI                    PIC X(08).
           02 NOTEWL                    COMP PIC S9(4).
           02 NOTEWF                    PIC X.
           02 FILLER REDEFINES NOTEWF.
               03 NOTEWA                    PIC X.
           02 NOTEWI                    PIC X(60).
           02 MSGWL                     COMP PIC S9(4).
           02 MSGWF                     PIC X.
           02 FILLER REDEFINES MSGWF.
               03 MSGWA                     PIC X.
           02 MSGWI                     PIC X(60).

       01  SRTCBWL1O REDEFINES SRTCBWL1I.
           02 FILLER                    PIC X(12).
           02 FILLER                    PIC X(03).
           02 TYPEWO                    PIC X(02).
           02 FILLER                    PIC X(03).
           02 MINAGWO                   PIC X(05).
           02 FILLER                    PIC X(03).
           02 STATWO                    PIC X(01).
           02 SRTCBWL1-LINEO OCCURS 15.
               03 FILLER                    PIC X(03).
               03 LSTWO                     PIC X(79).
           02 FILLER                    PIC X(03).
           02 ABRNWO                    PIC X(06).
           02 FILLER                    PIC X(03).
           02 ATYPWO                    PIC X(02).
           02 FILLER                    PIC X(03).
           02 ACTNWO                    PIC X(01).
           02 FILLER                    PIC X(03).
           02 ASGNWO                    PIC X(08).
           02 FILLER                    PIC X(03).
           02 NOTEWO                    PIC X(60).
           02 FILLER                    PIC X(03).
           02 MSGWO                     PIC X(60).
