      *  DATE ARRIVES.                                     *
      *****************************************************
       01  PENDING-RECORD.
           05  PEND-TRANS-DATA         PIC X(57).
           05  PEND-WAREHOUSE-DATE     PIC 9(8).
