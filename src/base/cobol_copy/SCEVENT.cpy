      *  messages published that day, so a subscriber can tell a      *
      *  quiet day from a missed transmission.                        *
      *                                                                *
      *  A CH message written by SRTCRET when a long-closed branch is *
      *  retired from SRTCTL carries the branch's last sort code as   *
      *  the old sort code and spaces in the new sort code and the    *
      *  payment fields: the branch no longer exists.                 *
      *                                                                *
      ******************************************************************
       01  SCEVENT-RECORD.
           05  SCEVENT-TYPE              PIC X(02).
