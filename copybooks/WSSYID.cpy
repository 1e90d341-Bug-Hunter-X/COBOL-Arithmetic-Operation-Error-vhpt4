      *****************************************************
      *  WSSYID.CPY                                       *
      *  SYSTEM TRANS-ID CONTROL RECORD (SYSIDCTL) - ONE   *
      *  RECORD HOLDING THE LAST SEQUENCE NUMBER GIVEN     *
      *  OUT FOR EACH KIND OF SYSTEM-GENERATED TRANS-ID,   *
      *  SO THE NUMBERING CARRIES ON FROM RUN TO RUN       *
      *  INSTEAD OF RESTARTING AT 1, WHERE IT WOULD REUSE  *
      *  IDS ALREADY ON THE POSTED HISTORY.  BUGACM TAKES  *
      *  THE SWEEP IDS ("SW" + 4 DIGITS) AND BUGACR THE    *
      *  ACCRUAL IDS ("A" + 5 DIGITS); EACH REWRITES THE   *
      *  RECORD CARRYING THE OTHER'S COUNTER UNCHANGED.    *
      *  A COUNTER WRAPS BACK TO 1 AFTER ITS LAST VALUE.   *
      *****************************************************
       01  SYSTEM-ID-CONTROL-RECORD.
           05  SYID-LAST-SWEEP-SEQ     PIC 9(4).
           05  SYID-LAST-ACCRUAL-SEQ   PIC 9(5).
           05  SYID-UPDATED-BY         PIC X(8).
           05  SYID-UPDATED-DATE       PIC 9(8).
           05  SYID-UPDATED-TIME       PIC 9(6).
           05  FILLER                  PIC X(9).
