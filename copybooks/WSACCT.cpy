      *****************************************************
      *  WSACCT.CPY                                       *
      *  ACCOUNT MASTER RECORD - ONE PER ACCOUNT, KEYED   *
      *  BY ACCOUNT NUMBER.  MAINTAINED BY BUGACM AND     *
      *  CHECKED BY BUGEDIT SO ONLY TRANSACTIONS AGAINST  *
      *  KNOWN, OPEN ACCOUNTS REACH THE POSTING RUN.  THE *
      *  ACCOUNT CLASS KEYS THE ACCRUAL RATE/FEE TABLE    *
      *  (RATEFILE) WHERE AN ACCOUNT HAS NO ENTRY OF ITS  *
      *  OWN.  THE CREDIT LIMIT IS THE LARGEST DEBIT      *
      *  LEDGER BALANCE THE ACCOUNT MAY RUN TO.  BUG      *
      *  HOLDS A DEBIT THAT WOULD TAKE THE BALANCE PAST   *
      *  IT IN SUSPENSE UNLESS THE ACCOUNT IS FLAGGED TO  *
      *  ALLOW OVERDRAFT; A BLANK FLAG (A RECORD FROM     *
      *  BEFORE LIMITS WERE KEPT) MEANS NO LIMIT HAS BEEN *
      *  SET AND NOTHING IS CHECKED.                      *
      *****************************************************
       01  ACCOUNT-MASTER-RECORD.
           05  ACCT-NUMBER             PIC X(8).
               88  ACCT-FROZEN         VALUE "F".
           05  ACCT-OPEN-DATE          PIC 9(8).
           05  ACCT-STATUS-DATE        PIC 9(8).
           05  ACCT-CLASS              PIC X(2).
           05  ACCT-CREDIT-LIMIT       PIC 9(11)V99.
           05  ACCT-OVERDRAFT-IND      PIC X(1).
               88  ACCT-OVERDRAFT-ALLOWED VALUE "Y".
               88  ACCT-LIMIT-ENFORCED VALUE "N".
               88  ACCT-NO-LIMIT-SET   VALUE SPACE.
