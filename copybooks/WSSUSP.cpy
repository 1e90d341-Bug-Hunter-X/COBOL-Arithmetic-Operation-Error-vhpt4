      *****************************************************
      *  WSSUSP.CPY                                       *
      *  SUSPENSE RECORD - ONE PER TRANSACTION REJECTED   *
      *  BY BUG, CARRYING THE FULL TRANSACTION-RECORD     *
      *  IMAGE PLUS THE REJECT REASON, A COUNT OF RUNS    *
      *  THE ITEM HAS SAT IN SUSPENSE, AND THE OPERATOR   *
      *  DISPOSITION SET BY THE BUGSUS INQUIRY SCREEN.    *
      *  RE-READ AND RE-ATTEMPTED AT THE START OF EACH    *
      *  RUN OF BUG; WRITTEN-OFF ITEMS ARE DROPPED THERE  *
      *  INSTEAD OF RETRIED.  A WRITE-OFF KEYED ON BUGSUS *
      *  ONLY MARKS THE ITEM PENDING; IT BECOMES          *
      *  WRITTEN-OFF WHEN A SECOND USER APPROVES IT ON    *
      *  BUGAPR, AND A PENDING ITEM IS HELD UNTOUCHED     *
      *  UNTIL THEN.                                      *
      *****************************************************
       01  SUSPENSE-RECORD.
           05  SUSP-TRANS-DATA         PIC X(57).
           05  SUSP-REJECT-REASON      PIC X(25).
           05  SUSP-DAYS-IN-SUSPENSE   PIC 9(3).
           05  SUSP-DISPOSITION        PIC X(1).
               88  SUSP-HELD           VALUE SPACE.
               88  SUSP-RELEASED       VALUE "R".
               88  SUSP-WRITTEN-OFF    VALUE "W".
               88  SUSP-WRITE-OFF-PENDING
                                       VALUE "P".
