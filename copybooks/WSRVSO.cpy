      *****************************************************
      *  WSRVSO.CPY                                       *
      *  COMPLIANCE SIGN-OFF - ONE PER REVIEW ITEM        *
      *  CLEARED BY COMPLIANCE, KEYED BY THE ITEM'S       *
      *  RAISED DATE AND SEQUENCE AS PRINTED ON THE       *
      *  EXCEPTION REPORT.  THE ACCOUNT IS REPEATED AS A  *
      *  CHECK AGAINST A MIS-KEYED ITEM NUMBER.  CMPSIGN  *
      *  IS READ BY BUGCMP AT THE START OF EACH DAY'S     *
      *  RUN.                                             *
      *****************************************************
       01  REVIEW-SIGNOFF-RECORD.
           05  RVSO-ITEM-KEY.
               10  RVSO-RAISED-DATE    PIC 9(8).
               10  RVSO-ITEM-SEQ       PIC 9(5).
           05  RVSO-ACCOUNT            PIC X(8).
           05  RVSO-REVIEWED-BY        PIC X(8).
           05  FILLER                  PIC X(11).
