      *****************************************************
      *  WSACMT.CPY                                       *
      *  ACCOUNT MAINTENANCE TRANSACTION - ONE PER ACTION *
      *  KEYED BY THE BACK OFFICE AND APPLIED TO THE      *
      *  ACCOUNT MASTER BY BUGACM.  A CLOSE AGAINST AN    *
      *  ACCOUNT STILL CARRYING A LEDGER BALANCE MUST     *
      *  NAME THE SUCCESSOR ACCOUNT THE BALANCE IS SWEPT  *
      *  TO.  UPDATE CHANGES THE NAME, CLASS, CREDIT      *
      *  LIMIT AND/OR OVERDRAFT FLAG OF AN ACCOUNT        *
      *  WITHOUT TOUCHING ITS STATUS - BLANK FIELDS ARE   *
      *  LEFT AS THEY ARE.  AN ADD WITH NO LIMIT KEYED    *
      *  OPENS THE ACCOUNT AT A ZERO LIMIT, AND WITH NO   *
      *  FLAG KEYED HOLDS IT TO ITS LIMIT.                *
      *****************************************************
       01  ACCT-MAINT-RECORD.
           05  ACMT-ACTION             PIC X(1).
               88  ACMT-CLOSE          VALUE "C".
               88  ACMT-FREEZE         VALUE "F".
               88  ACMT-REOPEN         VALUE "R".
               88  ACMT-UPDATE         VALUE "U".
               88  ACMT-ACTION-VALID   VALUE "A" "C" "F" "R" "U".
           05  ACMT-ACCOUNT            PIC X(8).
           05  ACMT-NAME               PIC X(30).
           05  ACMT-SUCCESSOR          PIC X(8).
           05  ACMT-CLASS              PIC X(2).
           05  ACMT-CREDIT-LIMIT-X     PIC X(13).
           05  ACMT-CREDIT-LIMIT REDEFINES ACMT-CREDIT-LIMIT-X
                                       PIC 9(11)V99.
           05  ACMT-OVERDRAFT-IND      PIC X(1).
               88  ACMT-OVERDRAFT-VALID VALUE "Y" "N" SPACE.
