      *  PASSES.  KEEPS THE DETAIL THAT LEDGFILE'S         *
      *  RUNNING BALANCE DROPS, SO STATEMENTS AND AUDIT    *
      *  REQUESTS NO LONGER NEED OLD TRANFILE TAPES.       *
      *  READ BY BUGSTM.  THE YEAR-END CLOSE (BUGYEC)      *
      *  ROLLS A FINISHED YEAR TO THE ARCHIVE (HISTYARC)   *
      *  AND STARTS THE NEW HISTFILE WITH ONE BALANCE      *
      *  BROUGHT-FORWARD RECORD (TYPE 'BF') PER ACCOUNT,   *
      *  ITS BALANCE CARRIED IN THE DESCRIPTION BYTES.     *
      *  A 'BF' RECORD IS NOT A POSTING.                   *
      *****************************************************
       01  HISTORY-RECORD.
           05  HIST-TRANS-ID           PIC X(6).
           05  HIST-TRANS-DATE         PIC 9(8).
           05  HIST-AMOUNT             PIC S9(7)V99.
           05  HIST-TYPE-CODE          PIC X(2).
               88  HIST-BALANCE-FORWARD VALUE "BF".
           05  HIST-DESCRIPTION        PIC X(20).
           05  HIST-BFWD-DETAIL REDEFINES HIST-DESCRIPTION.
               10  HIST-BFWD-BALANCE   PIC S9(11)V99.
               10  FILLER              PIC X(7).
           05  HIST-ACCOUNT            PIC X(8).
           05  HIST-RUN-NUMBER         PIC 9(5).
           05  HIST-POST-DATE          PIC 9(8).
      *        INBOUND SOURCE THE ITEM ARRIVED ON (TRANS-SOURCE-ID).
           05  HIST-SOURCE-ID          PIC X(4).
