      *  WSTRANS.CPY                                      *
      *  INPUT TRANSACTION RECORD LAYOUT - REPLACES THE    *
      *  OLD BARE WS-ALPHANUMERIC-FIELD SCRATCH FIELD.     *
      *  THE INBOUND FEEDS (TRANFILE, SYSTRAN) CARRY THE   *
      *  FIRST 53 BYTES ONLY; BUGEDIT STAMPS THE SOURCE ID *
      *  AND EVERY FILE DOWNSTREAM OF IT CARRIES ALL 57.   *
      *****************************************************
       01  TRANSACTION-RECORD.
           05  TRANS-ID                PIC X(6).
               10  TRANS-ORIG-TYPE     PIC X(2).
               10  FILLER              PIC X(12).
           05  TRANS-ACCOUNT           PIC X(8).
      *        THE INBOUND SOURCE THE ITEM ARRIVED ON - TAKEN FROM
      *        THE SOURCE HEADER IT FOLLOWED ON TRANFILE, OR 'SYST'
      *        FOR SYSTEM TRANSACTIONS FROM SYSTRAN.
           05  TRANS-SOURCE-ID         PIC X(4).

      *    CONTROL-TOTAL TRAILER - LAST RECORD ON THE FILE, FLAGGED
      *    BY RECORD-ID '999999'.  CARRIES THE EXPECTED DETAIL RECORD
      *    COUNT AND A HASH TOTAL OF TRANS-AMOUNT SO THE READER CAN
      *    PROVE THE FILE ARRIVED COMPLETE.  ON TRANFILE EACH SOURCE
      *    CLOSES WITH ITS OWN TRAILER COVERING ONLY ITS OWN ITEMS.
       01  TRANS-TRAILER-RECORD REDEFINES TRANSACTION-RECORD.
           05  TRLR-RECORD-ID          PIC X(6).
               88  TRANS-TRAILER       VALUE "999999".
           05  TRLR-RECORD-COUNT       PIC 9(9).
           05  TRLR-HASH-TOTAL         PIC S9(11)V99.
           05  FILLER                  PIC X(29).

      *    SOURCE HEADER - FIRST RECORD OF EACH INBOUND SOURCE ON
      *    TRANFILE (BRANCH INPUT, PAYMENTS INTERFACE, ...), FLAGGED
      *    BY RECORD-ID '000000'.  THE SOURCES ARE CONCATENATED ONTO
      *    TRANFILE, EACH AS HEADER, DETAIL, TRAILER.
       01  TRANS-HEADER-RECORD REDEFINES TRANSACTION-RECORD.
           05  SHDR-RECORD-ID          PIC X(6).
               88  TRANS-SOURCE-HEADER VALUE "000000".
           05  SHDR-SOURCE-ID          PIC X(4).
           05  FILLER                  PIC X(47).
