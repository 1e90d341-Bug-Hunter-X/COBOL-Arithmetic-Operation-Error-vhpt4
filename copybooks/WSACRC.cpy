      *****************************************************
      *  WSACRC.CPY                                       *
      *  ACCRUAL CONTROL RECORD - REMEMBERS THE LAST       *
      *  PERIOD BUGACR CHARGED AND PAID SO A SECOND        *
      *  ACCRUAL OF THE SAME PERIOD IS REFUSED, THE SAME   *
      *  WAY BUGEOM REFUSES A SECOND CLOSE.                *
      *****************************************************
       01  ACCRUAL-CONTROL-RECORD.
           05  ACRC-LAST-PERIOD        PIC 9(6).
           05  ACRC-RUN-DATE           PIC 9(8).
           05  ACRC-RUN-TIME           PIC 9(6).
