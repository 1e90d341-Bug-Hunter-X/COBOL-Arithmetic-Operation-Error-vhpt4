      *****************************************************
      *  WSRATE.CPY                                       *
      *  ACCRUAL RATE/FEE TABLE ENTRY (RATEFILE), READ BY  *
      *  BUGACR.  AN ENTRY IS KEYED EITHER BY ACCOUNT      *
      *  NUMBER (TYPE A) OR BY ACCOUNT CLASS (TYPE C, THE  *
      *  CLASS LEFT-JUSTIFIED IN THE KEY); AN ACCOUNT'S    *
      *  OWN ENTRY OVERRIDES ITS CLASS ENTRY.  THE CREDIT  *
      *  RATE IS AN ANNUAL PERCENTAGE PAID MONTHLY ON A    *
      *  CREDIT BALANCE; THE FEE IS A FLAT MONTHLY CHARGE. *
      *****************************************************
       01  RATE-TABLE-RECORD.
           05  RATE-KEY-TYPE           PIC X(1).
               88  RATE-BY-ACCOUNT     VALUE "A".
               88  RATE-BY-CLASS       VALUE "C".
           05  RATE-KEY                PIC X(8).
           05  RATE-CREDIT-RATE        PIC 9(2)V9(4).
           05  RATE-MONTHLY-FEE        PIC 9(5)V99.
           05  FILLER                  PIC X(8).
