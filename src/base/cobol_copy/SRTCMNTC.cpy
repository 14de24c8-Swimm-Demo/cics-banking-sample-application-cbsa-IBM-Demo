               88  SRTCMNTC-FUNCTION-INQUIRE VALUE 'I'.
               88  SRTCMNTC-FUNCTION-ADD     VALUE 'A'.
               88  SRTCMNTC-FUNCTION-UPDATE  VALUE 'U'.
               88  SRTCMNTC-FUNCTION-FUTURE  VALUE 'F'.
               88  SRTCMNTC-FUNCTION-SCODE   VALUE 'S'.
               88  SRTCMNTC-FUNCTION-BROWSE  VALUE 'B'.
           05  SRTCMNTC-BRANCH-ID        PIC X(06).
