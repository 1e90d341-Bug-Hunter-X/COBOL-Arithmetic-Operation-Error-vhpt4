      *  RECORD IMAGE PLUS A REASON CODE AND DESCRIPTION.  *
      *****************************************************
       01  EDIT-ERROR-RECORD.
           05  ERR-TRANS-DATA          PIC X(57).
           05  ERR-REASON-CODE         PIC X(2).
      *        ERR-REASON-CODE: '01' = BLANK TRANS-ID
      *                         '02' = DUPLICATE TRANS-ID
      *                         '12' = WAREHOUSE UNAVAILABLE FOR
      *                               FUTURE-DATED ITEM
      *                         '13' = FUTURE-DATED REVERSAL
      *                         '14' = SOURCE OUT OF BALANCE
      *                               WITH ITS TRAILER
      *                         '15' = SOURCE HAS NO TRAILER
      *                         '16' = SOURCE ALREADY RECEIVED
      *                               EARLIER ON THE FILE
      *                         '17' = TOO MANY SOURCES ON FILE
      *                               (OR BATCHES ON SYSTRAN)
      *                         '18' = REVERSAL ORIGINAL POSTED
      *                               BEFORE THE REVERSAL WINDOW
           05  ERR-REASON-DESC         PIC X(25).
