      *****************************************************
      *  WSREVW.CPY                                       *
      *  COMPLIANCE REVIEW ITEM - ONE PER EXCEPTION       *
      *  RAISED BY BUGCMP OVER THE DAY'S POSTED HISTORY:  *
      *  A SINGLE ITEM OVER THE LARGE-ITEM LIMIT ('LI',   *
      *  WITH THE ITEM'S TRANS ID AND AMOUNT), AN ACCOUNT *
      *  OVER THE DAY COUNT ('DC') OR DAY TOTAL ('DT')    *
      *  LIMIT, OR ACTIVITY ON AN ACCOUNT REOPENED WITHIN *
      *  THE WATCH PERIOD ('RO', WITH THE REOPEN DATE IN  *
      *  REVW-STATUS-DATE).  THE ACCOUNT-LEVEL REASONS    *
      *  CARRY THE DAY'S COUNT AND GROSS TOTAL.  REVWFILE *
      *  HOLDS EVERY ITEM STILL AWAITING SIGN-OFF IN      *
      *  RAISED-DATE AND SEQUENCE ORDER AND IS CARRIED    *
      *  FORWARD DAY TO DAY; AN ITEM SIGNED OFF ON        *
      *  CMPSIGN (WSRVSO LAYOUT) MOVES TO THE REVIEWED    *
      *  HISTORY (REVWHIST) WITH THE REVIEWER AND DATE.   *
      *****************************************************
       01  COMPLIANCE-REVIEW-RECORD.
           05  REVW-ITEM-KEY.
               10  REVW-RAISED-DATE    PIC 9(8).
               10  REVW-ITEM-SEQ       PIC 9(5).
           05  REVW-ACCOUNT            PIC X(8).
           05  REVW-REASON             PIC X(2).
               88  REVW-LARGE-ITEM     VALUE "LI".
               88  REVW-DAY-COUNT      VALUE "DC".
               88  REVW-DAY-TOTAL      VALUE "DT".
               88  REVW-REOPENED       VALUE "RO".
           05  REVW-TRANS-ID           PIC X(6).
           05  REVW-TRANS-DATE         PIC 9(8).
           05  REVW-TYPE-CODE          PIC X(2).
           05  REVW-AMOUNT             PIC S9(11)V99.
           05  REVW-COUNT              PIC 9(5).
           05  REVW-LIMIT              PIC 9(11)V99.
           05  REVW-STATUS-DATE        PIC 9(8).
           05  REVW-REVIEW-STATUS      PIC X(1).
               88  REVW-UNREVIEWED     VALUE "U".
               88  REVW-SIGNED-OFF     VALUE "S".
           05  REVW-REVIEWED-BY        PIC X(8).
           05  REVW-REVIEWED-DATE      PIC 9(8).
           05  FILLER                  PIC X(5).
