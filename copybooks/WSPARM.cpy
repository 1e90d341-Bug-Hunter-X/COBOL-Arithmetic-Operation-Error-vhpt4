      *****************************************************
      *  WSPARM.CPY                                       *
      *  RUN PARAMETER RECORD (PARMFILE) - ONE RECORD PER  *
      *  NAMED CONTROL VALUE, WITH THE DATE IT WAS SET AND *
      *  WHO SET IT.  EACH PROGRAM READS THE ENTRIES IT    *
      *  USES AND SHOWS THE VALUE IN FORCE ON THE CONSOLE, *
      *  FALLING BACK TO ITS OWN DEFAULT WHEN THE ENTRY IS *
      *  ABSENT.  NAMES IN USE:                            *
      *    REVERSAL-WINDOW  DAYS BACK A REVERSAL MAY REACH *
      *                     (BUGEDIT)                      *
      *    LARGE-ITEM-LIMIT SINGLE POSTING AMOUNT OVER     *
      *                     WHICH COMPLIANCE REVIEWS IT    *
      *                     (BUGCMP)                       *
      *    DAY-COUNT-LIMIT  POSTINGS TO ONE ACCOUNT IN A   *
      *                     DAY (BUGCMP)                   *
      *    DAY-TOTAL-LIMIT  GROSS AMOUNT POSTED TO ONE     *
      *                     ACCOUNT IN A DAY (BUGCMP)      *
      *    REOPEN-WATCH     DAYS AFTER A REOPEN DURING     *
      *                     WHICH ANY ACTIVITY IS REVIEWED *
      *                     (BUGCMP)                       *
      *    APPROVAL-AGE     DAYS A PENDING WRITE-OFF OR    *
      *                     COUNTER CHANGE MAY WAIT FOR A  *
      *                     CHECKER BEFORE IT IS LISTED    *
      *                     OVERDUE (BUGAPX)               *
      *    NEAR-LIMIT-PCT   HEADROOM, AS A PERCENTAGE OF   *
      *                     THE CREDIT LIMIT, AT OR UNDER  *
      *                     WHICH AN ACCOUNT IS REPORTED   *
      *                     NEAR ITS LIMIT (BUGLIM)        *
      *****************************************************
       01  RUN-PARAMETER-RECORD.
           05  PARM-NAME               PIC X(16).
           05  PARM-VALUE              PIC 9(11)V99.
           05  PARM-SET-DATE           PIC 9(8).
           05  PARM-SET-BY             PIC X(8).
           05  FILLER                  PIC X(5).
