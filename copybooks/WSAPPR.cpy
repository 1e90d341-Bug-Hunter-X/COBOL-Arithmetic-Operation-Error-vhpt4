      *****************************************************
      *  WSAPPR.CPY                                       *
      *  PENDING APPROVAL REQUEST - ONE PER CHANGE KEYED  *
      *  ON A MAKER SCREEN THAT A SECOND, DIFFERENT       *
      *  AUTHORIZED USER MUST APPROVE OR DECLINE ON       *
      *  BUGAPR BEFORE IT TAKES EFFECT.  A SUSPENSE       *
      *  WRITE-OFF ('W') IS RAISED ON BUGSUS AND CARRIES  *
      *  THE ITEM NUMBER AND TRANSACTION DETAILS SEEN BY  *
      *  THE MAKER; A RUN-COUNTER CHANGE ('C') IS RAISED  *
      *  ON BUGONL AND CARRIES THE COUNTER KEY WITH THE   *
      *  VALUES BEFORE AND AFTER.  APPRFILE IS KEYED BY   *
      *  THE DATE, TIME AND TERMINAL THE REQUEST WAS      *
      *  RAISED AT; DECIDED REQUESTS STAY ON FILE WITH    *
      *  THE CHECKER AND DECISION TIME AS THE RECORD OF   *
      *  WHO APPROVED WHAT.  BUGAPX LISTS REQUESTS LEFT   *
      *  PENDING PAST THE APPROVAL-AGE PARAMETER EACH     *
      *  MORNING.                                         *
      *****************************************************
       01  APPROVAL-REQUEST-RECORD.
           05  APPR-REQUEST-KEY.
               10  APPR-REQUEST-DATE   PIC 9(8).
               10  APPR-REQUEST-TIME   PIC 9(6).
               10  APPR-REQUEST-TERM   PIC X(4).
           05  APPR-REQUEST-TYPE       PIC X(1).
               88  APPR-WRITE-OFF      VALUE "W".
               88  APPR-COUNTER-CHANGE VALUE "C".
           05  APPR-STATUS             PIC X(1).
               88  APPR-PENDING        VALUE "P".
               88  APPR-APPROVED       VALUE "A".
               88  APPR-DECLINED       VALUE "D".
           05  APPR-MAKER              PIC X(8).
           05  APPR-CHECKER            PIC X(8).
           05  APPR-DECISION-DATE      PIC 9(8).
           05  APPR-DECISION-TIME      PIC 9(6).
      *        WRITE-OFF: THE SUSPFILE ITEM NUMBER AT THE TIME IT WAS
      *        KEYED.  BUG RENUMBERS SUSPFILE EVERY NIGHT, SO THE
      *        CHECKER'S SCREEN FINDS THE ITEM BY TRANS ID WHEN IT HAS
      *        MOVED.  THE DISPOSITION THE ITEM HAD BEFORE THE REQUEST
      *        IS PUT BACK IF THE WRITE-OFF IS DECLINED.
           05  APPR-SUSPENSE-DATA.
               10  APPR-ITEM-NUMBER    PIC 9(5).
               10  APPR-TRANS-ID       PIC X(6).
               10  APPR-TRANS-ACCOUNT  PIC X(8).
               10  APPR-TRANS-AMOUNT   PIC S9(7)V99.
               10  APPR-TRANS-TYPE     PIC X(2).
               10  APPR-REJECT-REASON  PIC X(25).
               10  APPR-PRIOR-DISP     PIC X(1).
               10  FILLER              PIC X(4).
      *        COUNTER CHANGE: THE COUNT AND LABEL THE MAKER SAW AND
      *        THE ONES KEYED.  THE CHANGE IS ONLY APPLIED IF COUNTFIL
      *        STILL HOLDS THE OLD VALUES WHEN IT IS APPROVED.
           05  APPR-COUNTER-DATA REDEFINES APPR-SUSPENSE-DATA.
               10  APPR-COUNTER-KEY    PIC X(5).
               10  APPR-OLD-RUN-COUNT  PIC 9(5).
               10  APPR-OLD-RUN-LABEL  PIC X(10).
               10  APPR-NEW-RUN-COUNT  PIC 9(5).
               10  APPR-NEW-RUN-LABEL  PIC X(10).
               10  FILLER              PIC X(25).
           05  FILLER                  PIC X(10).
