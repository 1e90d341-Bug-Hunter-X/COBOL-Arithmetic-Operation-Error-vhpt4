      *****************************************************
      *  WSYEC.CPY                                        *
      *  YEAR-END CLOSE CONTROL RECORD - REMEMBERS THE     *
      *  LAST YEAR BUGYEC CLOSED SO A SECOND CLOSE OF THE  *
      *  SAME YEAR IS REFUSED.  THE CUTOFF IS THE CLOSE    *
      *  DATE OF THAT YEAR'S DECEMBER BUGEOM CLOSE - ALL   *
      *  HISTORY POSTED ON OR BEFORE IT WAS ROLLED TO THE  *
      *  ARCHIVE (HISTYARC).  READ BY BUGEDIT AND BUGSTM   *
      *  TO KNOW WHEN THE ARCHIVE MUST BE READ AS WELL.    *
      *****************************************************
       01  YEAR-END-CONTROL-RECORD.
           05  YEC-LAST-YEAR           PIC 9(4).
           05  YEC-YEAR-END-DATE       PIC 9(8).
           05  YEC-CUTOFF-DATE         PIC 9(8).
           05  YEC-CLOSE-DATE          PIC 9(8).
           05  YEC-CLOSE-TIME          PIC 9(6).
