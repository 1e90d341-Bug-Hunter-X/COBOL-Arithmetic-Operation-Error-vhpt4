      *****************************************************
      *  WSSRCC.CPY                                       *
      *  SOURCE-CONTROL RECORD - ONE PER INBOUND SOURCE    *
      *  ON TRANFILE PER DAY, PLUS ONE FOR SYSTRAN AS      *
      *  SOURCE SYST (ITS BATCH TRAILERS TAKEN TOGETHER),  *
      *  APPENDED TO SRCCFILE BY BUGEDIT ONCE EACH SOURCE  *
      *  HAS BEEN PROVED AGAINST ITS OWN TRAILER.  CARRIES *
      *  WHAT THE TRAILER SAID, WHAT WAS ACTUALLY READ,    *
      *  AND WHAT BECAME OF THE ITEMS.  READ BY BUGBAL FOR *
      *  THE PER-SOURCE LINES ON THE BALANCING PAGE.       *
      *****************************************************
       01  SOURCE-CONTROL-RECORD.
           05  SRCC-BUSINESS-DATE      PIC 9(8).
           05  SRCC-SOURCE-ID          PIC X(4).
           05  SRCC-STATUS             PIC X(1).
               88  SRCC-IN-BALANCE     VALUE "B".
               88  SRCC-OUT-OF-BALANCE VALUE "O".
               88  SRCC-NO-TRAILER     VALUE "T".
               88  SRCC-DUPLICATE      VALUE "D".
           05  SRCC-EXPECTED-COUNT     PIC 9(9).
           05  SRCC-EXPECTED-HASH      PIC S9(11)V99.
           05  SRCC-READ-COUNT         PIC 9(9).
           05  SRCC-READ-HASH          PIC S9(11)V99.
           05  SRCC-ACCEPTED-COUNT     PIC 9(9).
           05  SRCC-ACCEPTED-HASH      PIC S9(11)V99.
           05  SRCC-WAREHOUSED-COUNT   PIC 9(9).
           05  SRCC-REJECTED-COUNT     PIC 9(9).
           05  FILLER                  PIC X(3).
