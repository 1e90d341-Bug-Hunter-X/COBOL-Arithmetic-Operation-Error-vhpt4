      *****************************************************
      *  WSSAUD.CPY                                       *
      *  SUSPENSE ACTION AUDIT RECORD - ONE PER ACTION    *
      *  TAKEN ON A HELD ITEM, APPENDED TO SUSPAUD SO     *
      *  EVERY HAND TAKEN TO A HELD ITEM IS ON RECORD.    *
      *  CORRECTIONS AND RELEASES ARE CUT BY BUGSUS; A    *
      *  WRITE-OFF IS CUT BY BUGSUS WHEN IT IS REQUESTED  *
      *  AND AGAIN BY BUGAPR WHEN IT IS APPROVED OR       *
      *  DECLINED, THOSE RECORDS SHOWING BOTH THE         *
      *  OPERATOR WHO KEYED IT AND THE CHECKER.           *
      *****************************************************
       01  SUSP-AUDIT-RECORD.
           05  SAUD-DATE               PIC 9(8).
           05  SAUD-TIME               PIC 9(6).
      *        SAUD-OPERATOR IS THE USER WHO KEYED THE ACTION (THE
      *        MAKER); SAUD-CHECKER IS THE SECOND USER WHO APPROVED OR
      *        DECLINED IT, AND IS SPACES ON ACTIONS NEEDING NO CHECK.
           05  SAUD-OPERATOR           PIC X(8).
           05  SAUD-TERMINAL           PIC X(4).
           05  SAUD-ACTION             PIC X(1).
      *        SAUD-ACTION: 'C' = CORRECTION APPLIED
      *                     'R' = RELEASED FOR RECYCLE
      *                     'P' = WRITE-OFF REQUESTED
      *                     'W' = WRITE-OFF APPROVED
      *                     'D' = WRITE-OFF DECLINED
           05  SAUD-TRANS-ID           PIC X(6).
           05  SAUD-REJECT-REASON      PIC X(25).
           05  SAUD-OLD-TYPE           PIC X(2).
           05  SAUD-NEW-TYPE           PIC X(2).
           05  SAUD-OLD-ACCOUNT        PIC X(8).
           05  SAUD-NEW-ACCOUNT        PIC X(8).
           05  SAUD-CHECKER            PIC X(8).
