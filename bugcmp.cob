      ******************************************************************
      *  PROGRAM-ID: BUGCMP                                           *
      *  LARGE-VALUE AND UNUSUAL-ACTIVITY EXCEPTIONS FOR COMPLIANCE    *
      *  REVIEW.  RUNS AFTER BUG OVER THE DAY'S POSTED HISTORY         *
      *  (HISTFILE ITEMS POSTED TODAY, WSHIST LAYOUT) AND THE ACCOUNT  *
      *  MASTER, AND RAISES A REVIEW ITEM FOR ANY SINGLE POSTING OVER  *
      *  THE LARGE-ITEM LIMIT, ANY ACCOUNT OVER THE DAY COUNT OR DAY   *
      *  TOTAL LIMIT, AND ANY ACTIVITY ON AN ACCOUNT REOPENED WITHIN   *
      *  THE WATCH PERIOD (ACCT-STATUS-DATE).  THE LIMITS ARE NAMED    *
      *  ENTRIES ON PARMFILE (WSPARM LAYOUT).  REVIEW ITEMS (WSREVW    *
      *  LAYOUT) ARE CARRIED FORWARD ON REVWFILE UNTIL COMPLIANCE      *
      *  SIGNS THEM OFF ONE BY ONE ON CMPSIGN (WSRVSO LAYOUT); A       *
      *  SIGNED-OFF ITEM MOVES TO REVWHIST.  THE EXCEPTION REPORT      *
      *  (CMPRFILE) LISTS TODAY'S ITEMS WITH THE REASON FOR EACH, THE  *
      *  ITEMS STILL OUTSTANDING FROM EARLIER DAYS, TODAY'S SIGN-OFFS  *
      *  AND THE UNREVIEWED COUNT CARRIED FORWARD.                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGCMP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-ACCT-NUMBER
               FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARAMETER-STATUS.

           SELECT SIGNOFF-FILE ASSIGN TO "CMPSIGN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SIGNOFF-STATUS.

           SELECT REVIEW-FILE ASSIGN TO "REVWFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.

           SELECT REVIEW-WORK ASSIGN TO "REVWWORK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REVIEW-WORK-STATUS.

           SELECT NEW-REVIEW-WORK ASSIGN TO "REVWNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-REVIEW-STATUS.

           SELECT REVIEW-HISTORY ASSIGN TO "REVWHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REVIEW-HIST-STATUS.

           SELECT POSTING-WORK ASSIGN TO "CMPWORK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POSTING-WORK-STATUS.

           SELECT POSTING-SORTED ASSIGN TO "CMPSORT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POSTING-SORTED-STATUS.

           SELECT SORT-FILE ASSIGN TO "SORTWK01".

           SELECT EXCEPTION-REPORT ASSIGN TO "CMPRFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CMPRPT-STATUS.

           SELECT STEP-LOG-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEP-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE
           RECORDING MODE IS F.
       01  FD-HISTORY-RECORD              PIC X(70).

       FD  ACCOUNT-FILE.
       01  FD-ACCOUNT-RECORD.
           05  FD-ACCT-NUMBER             PIC X(8).
           05  FD-ACCT-NAME               PIC X(30).
           05  FD-ACCT-STATUS             PIC X(1).
           05  FD-ACCT-OPEN-DATE          PIC 9(8).
           05  FD-ACCT-STATUS-DATE        PIC 9(8).
           05  FD-ACCT-CLASS              PIC X(2).
           05  FD-ACCT-CREDIT-LIMIT       PIC 9(11)V99.
           05  FD-ACCT-OVERDRAFT-IND      PIC X(1).

       FD  PARAMETER-FILE
           RECORDING MODE IS F.
       01  FD-PARAMETER-RECORD            PIC X(50).

       FD  SIGNOFF-FILE
           RECORDING MODE IS F.
       01  FD-SIGNOFF-RECORD              PIC X(40).

       FD  REVIEW-FILE
           RECORDING MODE IS F.
       01  FD-REVIEW-RECORD               PIC X(100).

       FD  REVIEW-WORK
           RECORDING MODE IS F.
       01  FD-REVIEW-WORK-RECORD          PIC X(100).

       FD  NEW-REVIEW-WORK
           RECORDING MODE IS F.
       01  FD-NEW-REVIEW-RECORD           PIC X(100).

       FD  REVIEW-HISTORY
           RECORDING MODE IS F.
       01  FD-REVIEW-HIST-RECORD          PIC X(100).

       FD  POSTING-WORK
           RECORDING MODE IS F.
       01  FD-POSTING-WORK-RECORD         PIC X(70).

       FD  POSTING-SORTED
           RECORDING MODE IS F.
       01  FD-POSTING-SORTED-RECORD       PIC X(70).

       SD  SORT-FILE.
       01  SORT-POSTING-RECORD.
           05  FILLER                     PIC X(45).
           05  SORT-ACCOUNT               PIC X(8).
           05  FILLER                     PIC X(17).

       FD  EXCEPTION-REPORT
           RECORDING MODE IS F.
       01  FD-CMPRPT-RECORD               PIC X(80).

       FD  STEP-LOG-FILE
           RECORDING MODE IS F.
       01  FD-STEP-LOG-RECORD              PIC X(50).

       WORKING-STORAGE SECTION.
           COPY WSHIST.
           COPY WSACCT.
           COPY WSPARM.
           COPY WSREVW.
           COPY WSRVSO.
           COPY WSSTEP.

       01  WS-FILE-STATUSES.
           05  WS-HISTORY-STATUS           PIC X(2) VALUE SPACES.
           05  WS-ACCOUNT-STATUS           PIC X(2) VALUE SPACES.
           05  WS-PARAMETER-STATUS         PIC X(2) VALUE SPACES.
           05  WS-SIGNOFF-STATUS           PIC X(2) VALUE SPACES.
           05  WS-REVIEW-STATUS            PIC X(2) VALUE SPACES.
           05  WS-REVIEW-WORK-STATUS       PIC X(2) VALUE SPACES.
           05  WS-NEW-REVIEW-STATUS        PIC X(2) VALUE SPACES.
           05  WS-REVIEW-HIST-STATUS       PIC X(2) VALUE SPACES.
           05  WS-POSTING-WORK-STATUS      PIC X(2) VALUE SPACES.
           05  WS-POSTING-SORTED-STATUS    PIC X(2) VALUE SPACES.
           05  WS-CMPRPT-STATUS            PIC X(2) VALUE SPACES.
           05  WS-STEP-LOG-STATUS          PIC X(2) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-HISTORY-SW           PIC X VALUE "N".
               88  EOF-HISTORY             VALUE "Y".
           05  WS-EOF-PARAMETER-SW         PIC X VALUE "N".
               88  EOF-PARAMETER           VALUE "Y".
           05  WS-EOF-SIGNOFF-SW           PIC X VALUE "N".
               88  EOF-SIGNOFF             VALUE "Y".
           05  WS-EOF-REVIEW-SW            PIC X VALUE "N".
               88  EOF-REVIEW              VALUE "Y".
           05  WS-EOF-SORTED-SW            PIC X VALUE "N".
               88  EOF-SORTED              VALUE "Y".
           05  WS-EOF-WORK-SW              PIC X VALUE "N".
               88  EOF-WORK                VALUE "Y".
           05  WS-ACCT-MASTER-SW           PIC X VALUE "N".
               88  ACCT-MASTER-AVAILABLE   VALUE "Y".
           05  WS-ACCT-FOUND-SW            PIC X VALUE "N".
               88  ACCT-ON-MASTER          VALUE "Y".
           05  WS-SIGNOFF-FOUND-SW         PIC X VALUE "N".
               88  SIGNOFF-FOUND           VALUE "Y".
           05  WS-REVIEW-FAILED-SW         PIC X VALUE "N".
               88  REVIEW-FAILED           VALUE "Y".
           05  WS-REVIEW-REWRITE-SW        PIC X VALUE "N".
               88  REVIEW-REWRITE-STARTED  VALUE "Y".

      *    GRADED CONDITION CODE SURFACED TO THE SCHEDULER:
      *      0 = CLEAN RUN (EXCEPTIONS RAISED ARE NORMAL BUSINESS)
      *      4 = WARNING (MISSING HISTORY OR ACCOUNT MASTER, A
      *          SIGN-OFF THAT COULD NOT BE APPLIED, SIGN-OFF TABLE
      *          FULL)
      *     12 = UNRECOVERABLE FILE ERROR - REVWFILE NOT REWRITTEN
      *     16 = REFUSED - BUG HAS NOT ENDED CLEANLY TODAY
      *    THE HIGHEST CONDITION RAISED DURING THE RUN WINS.
       01  WS-RETURN-CODES.
           05  WS-HIGHEST-RETURN-CODE      PIC 9(2) VALUE 0.
           05  WS-CANDIDATE-RETURN-CODE    PIC 9(2) VALUE 0.

       01  WS-RUN-CONTROL.
           05  WS-RUN-DATE                 PIC 9(8) VALUE 0.
           05  WS-RUN-TIME                 PIC 9(6) VALUE 0.
           05  WS-WATCH-START-DATE         PIC 9(8) VALUE 0.
           05  WS-WATCH-START-INTEGER      PIC S9(9) COMP.

      *    COMPLIANCE LIMITS.  EACH IS A NAMED ENTRY ON PARMFILE; THE
      *    VALUE HERE IS THE DEFAULT USED WHEN THE ENTRY IS ABSENT.
      *    A POSTING OR DAY MUST EXCEED ITS LIMIT TO BE RAISED.
       01  WS-COMPLIANCE-LIMITS.
           05  WS-LARGE-ITEM-NAME          PIC X(16)
                                           VALUE "LARGE-ITEM-LIMIT".
           05  WS-LARGE-ITEM-LIMIT         PIC 9(11)V99 VALUE 10000.
           05  WS-DAY-COUNT-NAME           PIC X(16)
                                           VALUE "DAY-COUNT-LIMIT".
           05  WS-DAY-COUNT-LIMIT          PIC 9(5) VALUE 20.
           05  WS-DAY-TOTAL-NAME           PIC X(16)
                                           VALUE "DAY-TOTAL-LIMIT".
           05  WS-DAY-TOTAL-LIMIT          PIC 9(11)V99 VALUE 50000.
           05  WS-REOPEN-WATCH-NAME        PIC X(16)
                                           VALUE "REOPEN-WATCH".
           05  WS-REOPEN-WATCH-DAYS        PIC 9(5) VALUE 30.

       01  WS-LIMIT-DISPLAY.
           05  WS-LARGE-ITEM-SHOWN         PIC Z(10)9.99.
           05  WS-DAY-TOTAL-SHOWN          PIC Z(10)9.99.

      *    TODAY'S SIGN-OFFS, LOADED ONCE AND MATCHED AGAINST THE
      *    OUTSTANDING ITEMS AS REVWFILE IS CARRIED FORWARD.  THE
      *    500-ENTRY SIZE IS A SANITY LIMIT - SIGN-OFFS BEYOND IT ARE
      *    IGNORED WITH A CONSOLE WARNING AND CAN BE RESUBMITTED.
      *    RESULT: SPACE = NOT YET MATCHED (ITEM NOT OUTSTANDING AT
      *    THE END OF THE RUN), A = APPLIED, M = ACCOUNT DOES NOT
      *    MATCH THE ITEM, R = NO REVIEWER GIVEN.
       01  WS-SIGNOFF-TABLE.
           05  WS-SIGNOFF-COUNT            PIC 9(4) VALUE 0.
           05  WS-SIGNOFF-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-SO-IDX.
               10  WS-SO-ITEM-KEY          PIC X(13).
               10  WS-SO-ACCOUNT           PIC X(8).
               10  WS-SO-REVIEWED-BY       PIC X(8).
               10  WS-SO-REASON            PIC X(2).
               10  WS-SO-RESULT            PIC X(1).
                   88  SO-UNMATCHED        VALUE SPACE.
                   88  SO-APPLIED          VALUE "A".
                   88  SO-WRONG-ACCOUNT    VALUE "M".
                   88  SO-NO-REVIEWER      VALUE "R".

      *    THE ACCOUNT WHOSE DAY IS BEING REVIEWED.
       01  WS-ACCOUNT-DAY.
           05  WS-DAY-ACCOUNT              PIC X(8) VALUE SPACES.
           05  WS-DAY-COUNT                PIC 9(5) VALUE 0.
           05  WS-DAY-TOTAL                PIC S9(11)V99 VALUE 0.

       01  WS-REVIEW-COUNTS.
           05  WS-POSTINGS-REVIEWED        PIC 9(9) VALUE 0.
           05  WS-ACCOUNTS-REVIEWED        PIC 9(9) VALUE 0.
           05  WS-ACCOUNTS-NOT-ON-MASTER   PIC 9(9) VALUE 0.
           05  WS-NEXT-ITEM-SEQ            PIC 9(5) VALUE 0.
           05  WS-RAISED-LARGE-ITEM        PIC 9(9) VALUE 0.
           05  WS-RAISED-DAY-COUNT         PIC 9(9) VALUE 0.
           05  WS-RAISED-DAY-TOTAL         PIC 9(9) VALUE 0.
           05  WS-RAISED-REOPENED          PIC 9(9) VALUE 0.
           05  WS-RAISED-TODAY             PIC 9(9) VALUE 0.
           05  WS-BROUGHT-FORWARD          PIC 9(9) VALUE 0.
           05  WS-RERUN-REPLACED           PIC 9(9) VALUE 0.
           05  WS-SIGNED-OFF               PIC 9(9) VALUE 0.
           05  WS-SIGNOFFS-NOT-APPLIED     PIC 9(9) VALUE 0.
           05  WS-SIGNOFFS-IGNORED         PIC 9(9) VALUE 0.
           05  WS-STILL-OUTSTANDING        PIC 9(9) VALUE 0.
           05  WS-CARRIED-FORWARD          PIC 9(9) VALUE 0.
           05  WS-OLDEST-OUTSTANDING       PIC 9(8) VALUE 0.

       01  WS-PAGE-CONTROL.
           05  WS-PAGE-NUM                 PIC 9(4) VALUE 0.
           05  WS-LINE-COUNT               PIC 9(3) VALUE 99.
           05  WS-LINES-PER-PAGE           PIC 9(3) VALUE 55.
           05  WS-SECTION-LINES            PIC 9(9) VALUE 0.

       01  WS-CURRENT-DATE-TIME            PIC X(21) VALUE SPACES.

      *    JOB-STREAM STEP LOGGING (STEPLOG, WSSTEP LAYOUT) - THE
      *    STEP THAT MUST HAVE ENDED CLEANLY TODAY BEFORE THIS ONE
      *    MAY RUN.
       01  WS-STEP-CONTROL.
           05  WS-STEP-PREDECESSOR         PIC X(8) VALUE "BUG".
           05  WS-STEP-BUSINESS-DATE       PIC 9(8) VALUE 0.
           05  WS-STEP-START-TIME          PIC 9(6) VALUE 0.
           05  WS-STEP-PRED-EVENT          PIC X(1) VALUE "N".
           05  WS-STEP-PRED-CODE           PIC 9(2) VALUE 0.
           05  WS-EOF-STEP-LOG-SW          PIC X VALUE "N".
               88  EOF-STEP-LOG            VALUE "Y".
           05  WS-STEP-SEQUENCE-SW         PIC X VALUE "N".
               88  STEP-OUT-OF-SEQUENCE    VALUE "Y".

       01  WS-HEADING-LINE-1.
           05  FILLER                      PIC X(40) VALUE
               "BUG COMPLIANCE EXCEPTION REPORT - DATE".
           05  HDG-RUN-DATE                PIC 9(8).
           05  FILLER                      PIC X(19) VALUE SPACES.
           05  FILLER                      PIC X(5) VALUE "PAGE ".
           05  HDG-PAGE-NUM                PIC ZZZ9.
           05  FILLER                      PIC X(4) VALUE SPACES.

       01  WS-HEADING-LINE-2.
           05  FILLER                      PIC X(40) VALUE
               "ITEM           ACCOUNT  REASON          ".
           05  FILLER                      PIC X(40) VALUE
               "       TRANS              AMOUNT COUNT  ".

       01  WS-SECTION-LINE.
           05  SEC-TITLE                   PIC X(80).

       01  WS-DETAIL-LINE.
           05  DET-ITEM-DATE               PIC 9(8).
           05  FILLER                      PIC X(1) VALUE "-".
           05  DET-ITEM-SEQ                PIC 9(5).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  DET-ACCOUNT                 PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  DET-REASON                  PIC X(22).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  DET-TRANS-ID                PIC X(6).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  DET-AMOUNT                  PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  DET-COUNT                   PIC ZZZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.

       01  WS-SIGNOFF-LINE.
           05  SO-ITEM-DATE                PIC 9(8).
           05  FILLER                      PIC X(1) VALUE "-".
           05  SO-ITEM-SEQ                 PIC 9(5).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  SO-ACCOUNT                  PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  SO-REASON                   PIC X(22).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  SO-NOTE                     PIC X(14).
           05  SO-REVIEWED-BY              PIC X(8).
           05  FILLER                      PIC X(11) VALUE SPACES.

      *    A REOPENED-ACCOUNT ITEM SHOWS THE DATE OF THE REOPEN.
       01  WS-REOPEN-REASON.
           05  FILLER                      PIC X(9) VALUE "REOPENED ".
           05  WS-REOPEN-REASON-DATE       PIC 9(8).
           05  FILLER                      PIC X(5) VALUE SPACES.

       01  WS-NONE-LINE.
           05  FILLER                      PIC X(6) VALUE SPACES.
           05  FILLER                      PIC X(74) VALUE "NONE".

       01  WS-SUMMARY-LINE.
           05  SUM-LABEL                   PIC X(30).
           05  SUM-COUNT                   PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(41) VALUE SPACES.

       01  WS-AMOUNT-LINE.
           05  AMT-LABEL                   PIC X(30).
           05  AMT-VALUE                   PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(31) VALUE SPACES.

       01  WS-BLANK-LINE                   PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0800-CHECK-STEP-SEQUENCE
           IF STEP-OUT-OF-SEQUENCE
               MOVE WS-HIGHEST-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0850-LOG-STEP-START
           PERFORM 1000-INITIALIZE
           IF NOT REVIEW-FAILED
               PERFORM 2000-SELECT-TODAYS-POSTINGS
           END-IF
           IF NOT REVIEW-FAILED
               SORT SORT-FILE
                   ON ASCENDING KEY SORT-ACCOUNT
                   WITH DUPLICATES IN ORDER
                   USING POSTING-WORK
                   GIVING POSTING-SORTED
               PERFORM 3000-RAISE-EXCEPTIONS
           END-IF
           IF NOT REVIEW-FAILED
               PERFORM 4000-CARRY-FORWARD-REVIEWS
           END-IF
           IF NOT REVIEW-FAILED
               PERFORM 5000-PRINT-SIGNOFF-RESULTS
               PERFORM 5500-REWRITE-REVIEW-FILE
           END-IF
           PERFORM 6000-TERMINATE
           PERFORM 8800-LOG-STEP-END
           MOVE WS-HIGHEST-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *    THE COMPLIANCE REVIEW RUNS ONCE BUG HAS POSTED THE DAY.  IT
      *    REFUSES TO RUN UNLESS THE STEP LOG SHOWS BUG ENDED TODAY
      *    WITH A CONDITION CODE OF 4 OR LESS.  THE LAST ENTRY FOR BUG
      *    WINS, SO A CLEAN RERUN OF A FAILED POSTING RUN RELEASES IT.
       0800-CHECK-STEP-SEQUENCE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-STEP-BUSINESS-DATE
           MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-STEP-START-TIME
           OPEN INPUT STEP-LOG-FILE
           IF WS-STEP-LOG-STATUS = "00"
               PERFORM UNTIL EOF-STEP-LOG
                   READ STEP-LOG-FILE INTO STEP-LOG-RECORD
                       AT END
                           SET EOF-STEP-LOG TO TRUE
                       NOT AT END
                           PERFORM 0820-NOTE-PREDECESSOR-ENTRY
                   END-READ
               END-PERFORM
               CLOSE STEP-LOG-FILE
           END-IF
           IF WS-STEP-PRED-EVENT NOT = "E" OR
              WS-STEP-PRED-CODE > 4
               SET STEP-OUT-OF-SEQUENCE TO TRUE
               PERFORM 0810-REFUSE-OUT-OF-SEQUENCE
           END-IF.

       0810-REFUSE-OUT-OF-SEQUENCE.
           DISPLAY "BUGCMP: *** RUN REFUSED - " WS-STEP-PREDECESSOR
               " NOT COMPLETE FOR BUSINESS DATE "
               WS-STEP-BUSINESS-DATE " ***"
           EVALUATE WS-STEP-PRED-EVENT
               WHEN "N"
                   DISPLAY "BUGCMP: " WS-STEP-PREDECESSOR
                       " HAS NOT RUN TODAY"
               WHEN "S"
                   DISPLAY "BUGCMP: " WS-STEP-PREDECESSOR
                       " STARTED BUT NEVER ENDED"
               WHEN "R"
                   DISPLAY "BUGCMP: " WS-STEP-PREDECESSOR
                       " WAS ITSELF REFUSED"
               WHEN OTHER
                   DISPLAY "BUGCMP: " WS-STEP-PREDECESSOR
                       " ENDED WITH CONDITION CODE "
                       WS-STEP-PRED-CODE
           END-EVALUATE
           DISPLAY "BUGCMP: RERUN " WS-STEP-PREDECESSOR
               " CLEANLY, THEN RESUBMIT THIS STEP"
           MOVE 16 TO WS-CANDIDATE-RETURN-CODE
           PERFORM 9000-SET-RETURN-CODE
           MOVE SPACES TO STEP-LOG-RECORD
           MOVE "R" TO STEP-EVENT
           MOVE WS-STEP-BUSINESS-DATE TO STEP-END-DATE
           MOVE WS-STEP-START-TIME TO STEP-END-TIME
           MOVE WS-HIGHEST-RETURN-CODE TO STEP-CONDITION-CODE
           MOVE WS-STEP-PREDECESSOR TO STEP-PREDECESSOR
           PERFORM 8900-WRITE-STEP-LOG.

       0820-NOTE-PREDECESSOR-ENTRY.
           IF STEP-PROGRAM = WS-STEP-PREDECESSOR AND
              STEP-BUSINESS-DATE = WS-STEP-BUSINESS-DATE
               MOVE STEP-EVENT TO WS-STEP-PRED-EVENT
               MOVE STEP-CONDITION-CODE TO WS-STEP-PRED-CODE
           END-IF.

       0850-LOG-STEP-START.
           MOVE SPACES TO STEP-LOG-RECORD
           MOVE "S" TO STEP-EVENT
           MOVE 0 TO STEP-END-DATE
           MOVE 0 TO STEP-END-TIME
           MOVE 0 TO STEP-CONDITION-CODE
           PERFORM 8900-WRITE-STEP-LOG.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE
           MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-RUN-TIME
           PERFORM 1100-SET-COMPLIANCE-LIMITS
           PERFORM 1200-LOAD-SIGNOFFS
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS = "00"
               SET ACCT-MASTER-AVAILABLE TO TRUE
           ELSE
               DISPLAY "BUGCMP: ACCOUNT MASTER NOT AVAILABLE - "
                   "STATUS " WS-ACCOUNT-STATUS
                   " - REOPENED ACCOUNTS NOT CHECKED"
               MOVE 4 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-SET-RETURN-CODE
           END-IF
           OPEN OUTPUT EXCEPTION-REPORT
           IF WS-CMPRPT-STATUS NOT = "00"
               DISPLAY "BUGCMP: ERROR OPENING CMPRFILE - STATUS "
                   WS-CMPRPT-STATUS " - REVIEW ABANDONED"
               PERFORM 2900-ABANDON-REVIEW
           END-IF.

      *    EACH LIMIT IN FORCE IS SHOWN ON THE CONSOLE WITH WHEN AND
      *    BY WHOM IT WAS SET, OR AS THE DEFAULT.  THE REOPEN WATCH
      *    RUNS BACK FROM THE BUSINESS DATE: AN ACCOUNT WHOSE STATUS
      *    WAS LAST CHANGED TO OPEN ON OR AFTER THE WATCH START IS
      *    STILL BEING WATCHED.
       1100-SET-COMPLIANCE-LIMITS.
           OPEN INPUT PARAMETER-FILE
           IF WS-PARAMETER-STATUS NOT = "00"
               SET EOF-PARAMETER TO TRUE
               DISPLAY "BUGCMP: PARMFILE NOT AVAILABLE - STATUS "
                   WS-PARAMETER-STATUS " - DEFAULT LIMITS USED"
           END-IF
           PERFORM UNTIL EOF-PARAMETER
               READ PARAMETER-FILE INTO RUN-PARAMETER-RECORD
                   AT END
                       SET EOF-PARAMETER TO TRUE
                   NOT AT END
                       PERFORM 1110-NOTE-COMPLIANCE-LIMIT
               END-READ
           END-PERFORM
           IF WS-PARAMETER-STATUS = "10" OR WS-PARAMETER-STATUS = "00"
               CLOSE PARAMETER-FILE
           END-IF
           MOVE WS-LARGE-ITEM-LIMIT TO WS-LARGE-ITEM-SHOWN
           MOVE WS-DAY-TOTAL-LIMIT TO WS-DAY-TOTAL-SHOWN
           DISPLAY "BUGCMP: LIMITS IN FORCE - LARGE ITEM "
               WS-LARGE-ITEM-SHOWN ", DAY COUNT " WS-DAY-COUNT-LIMIT
               ", DAY TOTAL " WS-DAY-TOTAL-SHOWN ", REOPEN WATCH "
               WS-REOPEN-WATCH-DAYS " DAYS"
           COMPUTE WS-WATCH-START-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - WS-REOPEN-WATCH-DAYS
           COMPUTE WS-WATCH-START-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WATCH-START-INTEGER).

       1110-NOTE-COMPLIANCE-LIMIT.
           EVALUATE PARM-NAME
               WHEN WS-LARGE-ITEM-NAME
                   MOVE PARM-VALUE TO WS-LARGE-ITEM-LIMIT
               WHEN WS-DAY-COUNT-NAME
                   MOVE PARM-VALUE TO WS-DAY-COUNT-LIMIT
               WHEN WS-DAY-TOTAL-NAME
                   MOVE PARM-VALUE TO WS-DAY-TOTAL-LIMIT
               WHEN WS-REOPEN-WATCH-NAME
                   MOVE PARM-VALUE TO WS-REOPEN-WATCH-DAYS
           END-EVALUATE
           IF PARM-NAME = WS-LARGE-ITEM-NAME OR
              PARM-NAME = WS-DAY-COUNT-NAME OR
              PARM-NAME = WS-DAY-TOTAL-NAME OR
              PARM-NAME = WS-REOPEN-WATCH-NAME
               DISPLAY "BUGCMP: " PARM-NAME " SET " PARM-SET-DATE
                   " BY " PARM-SET-BY
           END-IF.

      *    NO SIGN-OFF FILE SIMPLY MEANS NOTHING WAS CLEARED TODAY.
       1200-LOAD-SIGNOFFS.
           OPEN INPUT SIGNOFF-FILE
           IF WS-SIGNOFF-STATUS NOT = "00"
               SET EOF-SIGNOFF TO TRUE
           END-IF
           PERFORM UNTIL EOF-SIGNOFF
               READ SIGNOFF-FILE INTO REVIEW-SIGNOFF-RECORD
                   AT END
                       SET EOF-SIGNOFF TO TRUE
                   NOT AT END
                       PERFORM 1210-STORE-SIGNOFF
               END-READ
           END-PERFORM
           IF WS-SIGNOFF-STATUS = "10" OR WS-SIGNOFF-STATUS = "00"
               CLOSE SIGNOFF-FILE
           END-IF
           IF WS-SIGNOFFS-IGNORED > 0
               DISPLAY "BUGCMP: SIGN-OFF TABLE FULL - "
                   WS-SIGNOFFS-IGNORED " SIGN-OFFS IGNORED, "
                   "RESUBMIT THEM TOMORROW"
               MOVE 4 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-SET-RETURN-CODE
           END-IF.

       1210-STORE-SIGNOFF.
           IF WS-SIGNOFF-COUNT < 500
               ADD 1 TO WS-SIGNOFF-COUNT
               SET WS-SO-IDX TO WS-SIGNOFF-COUNT
               MOVE RVSO-ITEM-KEY TO WS-SO-ITEM-KEY(WS-SO-IDX)
               MOVE RVSO-ACCOUNT TO WS-SO-ACCOUNT(WS-SO-IDX)
               MOVE RVSO-REVIEWED-BY TO WS-SO-REVIEWED-BY(WS-SO-IDX)
               MOVE SPACES TO WS-SO-REASON(WS-SO-IDX)
               IF RVSO-REVIEWED-BY = SPACES
                   SET SO-NO-REVIEWER(WS-SO-IDX) TO TRUE
               ELSE
                   SET SO-UNMATCHED(WS-SO-IDX) TO TRUE
               END-IF
           ELSE
               ADD 1 TO WS-SIGNOFFS-IGNORED
           END-IF.

      *    ONLY TODAY'S POSTINGS ARE REVIEWED.  HISTFILE IS IN POSTING
      *    ORDER, SO THEY ARE COPIED OUT AND SORTED BY ACCOUNT FOR THE
      *    PER-ACCOUNT DAY TOTALS.  A CARRIED-FORWARD BALANCE RECORD
      *    IS NOT A POSTING AND IS PASSED OVER.
       2000-SELECT-TODAYS-POSTINGS.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "BUGCMP: HISTORY FILE NOT AVAILABLE - STATUS "
                   WS-HISTORY-STATUS " - NO POSTINGS REVIEWED"
               SET EOF-HISTORY TO TRUE
               MOVE 4 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-SET-RETURN-CODE
           END-IF
           OPEN OUTPUT POSTING-WORK
           IF WS-POSTING-WORK-STATUS NOT = "00"
               DISPLAY "BUGCMP: ERROR OPENING CMPWORK - STATUS "
                   WS-POSTING-WORK-STATUS " - REVIEW ABANDONED"
               PERFORM 2900-ABANDON-REVIEW
           END-IF
           PERFORM UNTIL EOF-HISTORY
               READ HISTORY-FILE INTO HISTORY-RECORD
                   AT END
                       SET EOF-HISTORY TO TRUE
                   NOT AT END
                       IF HIST-POST-DATE = WS-RUN-DATE AND
                          NOT HIST-BALANCE-FORWARD
                           PERFORM 2100-WRITE-POSTING-WORK
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HISTORY-STATUS = "10" OR WS-HISTORY-STATUS = "00"
               CLOSE HISTORY-FILE
           END-IF
           IF WS-POSTING-WORK-STATUS = "00"
               CLOSE POSTING-WORK
           END-IF.

       2100-WRITE-POSTING-WORK.
           WRITE FD-POSTING-WORK-RECORD FROM HISTORY-RECORD
           IF WS-POSTING-WORK-STATUS NOT = "00"
               DISPLAY "BUGCMP: ERROR WRITING CMPWORK - STATUS "
                   WS-POSTING-WORK-STATUS " - REVIEW ABANDONED"
               PERFORM 2900-ABANDON-REVIEW
           ELSE
               ADD 1 TO WS-POSTINGS-REVIEWED
           END-IF.

      *    ANY FAILURE BEFORE THE REWRITE LEAVES REVWFILE AS IT WAS,
      *    SO THE REVIEW CAN SIMPLY BE RERUN WITH THE SAME SIGN-OFFS.
      *    A FAILURE PART-WAY THROUGH THE REWRITE LEAVES REVWFILE TO
      *    BE RESTORED FROM REVWWORK AND REVWNEW BEFORE THE RERUN.
       2900-ABANDON-REVIEW.
           SET REVIEW-FAILED TO TRUE
           SET EOF-HISTORY TO TRUE
           SET EOF-SORTED TO TRUE
           SET EOF-REVIEW TO TRUE
           SET EOF-WORK TO TRUE
           MOVE 12 TO WS-CANDIDATE-RETURN-CODE
           PERFORM 9000-SET-RETURN-CODE.

       3000-RAISE-EXCEPTIONS.
           OPEN OUTPUT NEW-REVIEW-WORK
           IF WS-NEW-REVIEW-STATUS NOT = "00"
               DISPLAY "BUGCMP: ERROR OPENING REVWNEW - STATUS "
                   WS-NEW-REVIEW-STATUS " - REVIEW ABANDONED"
               PERFORM 2900-ABANDON-REVIEW
           END-IF
           OPEN INPUT POSTING-SORTED
           IF WS-POSTING-SORTED-STATUS NOT = "00"
               DISPLAY "BUGCMP: ERROR OPENING CMPSORT - STATUS "
                   WS-POSTING-SORTED-STATUS " - REVIEW ABANDONED"
               PERFORM 2900-ABANDON-REVIEW
           END-IF
           MOVE "EXCEPTIONS RAISED TODAY" TO SEC-TITLE
           PERFORM 6700-START-SECTION
           PERFORM 3100-READ-SORTED
           PERFORM UNTIL HIST-ACCOUNT = HIGH-VALUES
               PERFORM 3200-REVIEW-ACCOUNT-DAY
           END-PERFORM
           PERFORM 6750-END-SECTION
           IF WS-POSTING-SORTED-STATUS = "10" OR
              WS-POSTING-SORTED-STATUS = "00"
               CLOSE POSTING-SORTED
           END-IF
           IF WS-NEW-REVIEW-STATUS = "00"
               CLOSE NEW-REVIEW-WORK
           END-IF.

       3100-READ-SORTED.
           IF EOF-SORTED
               MOVE HIGH-VALUES TO HIST-ACCOUNT
           ELSE
               READ POSTING-SORTED INTO HISTORY-RECORD
                   AT END
                       SET EOF-SORTED TO TRUE
                       MOVE HIGH-VALUES TO HIST-ACCOUNT
               END-READ
           END-IF.

      *    TAKES EVERY POSTING FOR THE NEXT ACCOUNT, RAISING ANY
      *    SINGLE ITEM OVER THE LIMIT AS IT GOES, THEN TESTS THE
      *    ACCOUNT'S DAY AS A WHOLE.  THE POSTING FOLLOWING THE GROUP
      *    IS LEFT IN HISTORY-RECORD AS THE LOOK-AHEAD.
       3200-REVIEW-ACCOUNT-DAY.
           INITIALIZE WS-ACCOUNT-DAY
           MOVE HIST-ACCOUNT TO WS-DAY-ACCOUNT
           ADD 1 TO WS-ACCOUNTS-REVIEWED
           PERFORM 3250-READ-ACCOUNT-MASTER
           PERFORM UNTIL HIST-ACCOUNT NOT = WS-DAY-ACCOUNT
               PERFORM 3300-CHECK-POSTING
               PERFORM 3100-READ-SORTED
           END-PERFORM
           PERFORM 3400-CHECK-ACCOUNT-DAY.

       3250-READ-ACCOUNT-MASTER.
           MOVE "N" TO WS-ACCT-FOUND-SW
           MOVE SPACES TO ACCOUNT-MASTER-RECORD
           IF ACCT-MASTER-AVAILABLE
               MOVE WS-DAY-ACCOUNT TO FD-ACCT-NUMBER
               READ ACCOUNT-FILE INTO ACCOUNT-MASTER-RECORD
                   INVALID KEY
                       ADD 1 TO WS-ACCOUNTS-NOT-ON-MASTER
                   NOT INVALID KEY
                       SET ACCT-ON-MASTER TO TRUE
               END-READ
           END-IF.

      *    THE DAY TOTAL IS GROSS - DEBITS, CREDITS AND REVERSALS ALL
      *    COUNT TOWARDS IT, SINCE IT MEASURES MONEY MOVED, NOT THE
      *    NET EFFECT ON THE BALANCE.  A NEGATIVE AMOUNT IS MONEY
      *    MOVED ALL THE SAME, SO BOTH TESTS TAKE THE SIZE OF THE
      *    AMOUNT WHATEVER ITS SIGN.
       3300-CHECK-POSTING.
           ADD 1 TO WS-DAY-COUNT
           ADD FUNCTION ABS(HIST-AMOUNT) TO WS-DAY-TOTAL
           IF FUNCTION ABS(HIST-AMOUNT) > WS-LARGE-ITEM-LIMIT
               INITIALIZE COMPLIANCE-REVIEW-RECORD
               SET REVW-LARGE-ITEM TO TRUE
               MOVE HIST-TRANS-ID TO REVW-TRANS-ID
               MOVE HIST-TRANS-DATE TO REVW-TRANS-DATE
               MOVE HIST-TYPE-CODE TO REVW-TYPE-CODE
               MOVE HIST-AMOUNT TO REVW-AMOUNT
               MOVE 1 TO REVW-COUNT
               MOVE WS-LARGE-ITEM-LIMIT TO REVW-LIMIT
               ADD 1 TO WS-RAISED-LARGE-ITEM
               PERFORM 3800-RAISE-REVIEW-ITEM
           END-IF.

      *    AN ACCOUNT IS REOPENED WHEN IT IS OPEN AND ITS STATUS WAS
      *    LAST CHANGED AFTER THE DAY IT WAS OPENED (BUGACM STAMPS
      *    ACCT-STATUS-DATE ON EVERY CLOSE, FREEZE AND REOPEN).
       3400-CHECK-ACCOUNT-DAY.
           IF WS-DAY-COUNT > WS-DAY-COUNT-LIMIT
               PERFORM 3410-SET-ACCOUNT-ITEM
               SET REVW-DAY-COUNT TO TRUE
               MOVE WS-DAY-COUNT-LIMIT TO REVW-LIMIT
               ADD 1 TO WS-RAISED-DAY-COUNT
               PERFORM 3800-RAISE-REVIEW-ITEM
           END-IF
           IF WS-DAY-TOTAL > WS-DAY-TOTAL-LIMIT
               PERFORM 3410-SET-ACCOUNT-ITEM
               SET REVW-DAY-TOTAL TO TRUE
               MOVE WS-DAY-TOTAL-LIMIT TO REVW-LIMIT
               ADD 1 TO WS-RAISED-DAY-TOTAL
               PERFORM 3800-RAISE-REVIEW-ITEM
           END-IF
           IF ACCT-ON-MASTER AND ACCT-OPEN AND
              ACCT-STATUS-DATE > ACCT-OPEN-DATE AND
              ACCT-STATUS-DATE NOT < WS-WATCH-START-DATE
               PERFORM 3410-SET-ACCOUNT-ITEM
               SET REVW-REOPENED TO TRUE
               MOVE WS-REOPEN-WATCH-DAYS TO REVW-LIMIT
               ADD 1 TO WS-RAISED-REOPENED
               PERFORM 3800-RAISE-REVIEW-ITEM
           END-IF.

       3410-SET-ACCOUNT-ITEM.
           INITIALIZE COMPLIANCE-REVIEW-RECORD
           MOVE WS-RUN-DATE TO REVW-TRANS-DATE
           MOVE WS-DAY-TOTAL TO REVW-AMOUNT
           MOVE WS-DAY-COUNT TO REVW-COUNT.

      *    EVERY ITEM RAISED TODAY IS NUMBERED IN TURN; THE RAISED
      *    DATE AND NUMBER ARE WHAT COMPLIANCE QUOTES TO SIGN IT OFF.
       3800-RAISE-REVIEW-ITEM.
           ADD 1 TO WS-NEXT-ITEM-SEQ
           MOVE WS-RUN-DATE TO REVW-RAISED-DATE
           MOVE WS-NEXT-ITEM-SEQ TO REVW-ITEM-SEQ
           MOVE WS-DAY-ACCOUNT TO REVW-ACCOUNT
           IF ACCT-ON-MASTER
               MOVE ACCT-STATUS-DATE TO REVW-STATUS-DATE
           END-IF
           SET REVW-UNREVIEWED TO TRUE
           MOVE SPACES TO REVW-REVIEWED-BY
           MOVE 0 TO REVW-REVIEWED-DATE
           WRITE FD-NEW-REVIEW-RECORD FROM COMPLIANCE-REVIEW-RECORD
           IF WS-NEW-REVIEW-STATUS NOT = "00"
               DISPLAY "BUGCMP: ERROR WRITING REVWNEW - STATUS "
                   WS-NEW-REVIEW-STATUS " - REVIEW ABANDONED"
               PERFORM 2900-ABANDON-REVIEW
           ELSE
               ADD 1 TO WS-RAISED-TODAY
               PERFORM 6800-PRINT-REVIEW-ITEM
           END-IF.

      *    YESTERDAY'S REVWFILE IS READ THROUGH AGAINST TODAY'S SIGN-
      *    OFFS.  EVERYTHING IS WRITTEN TO THE WORK FILE - A SIGNED-OFF
      *    ITEM MARKED AS SUCH - AND SPLIT BETWEEN REVWFILE AND
      *    REVWHIST ONLY WHEN THE REWRITE IS SAFE.  ITEMS RAISED TODAY
      *    ARE ON THE FILE ONLY IF THIS IS A RERUN; THEY ARE DROPPED
      *    AND RAISED AGAIN FROM THE POSTINGS.
       4000-CARRY-FORWARD-REVIEWS.
           OPEN INPUT REVIEW-FILE
           IF WS-REVIEW-STATUS NOT = "00"
               DISPLAY "BUGCMP: NO REVIEW FILE - STATUS "
                   WS-REVIEW-STATUS " - NOTHING BROUGHT FORWARD"
               SET EOF-REVIEW TO TRUE
           END-IF
           OPEN OUTPUT REVIEW-WORK
           IF WS-REVIEW-WORK-STATUS NOT = "00"
               DISPLAY "BUGCMP: ERROR OPENING REVWWORK - STATUS "
                   WS-REVIEW-WORK-STATUS " - REVIEW ABANDONED"
               PERFORM 2900-ABANDON-REVIEW
           END-IF
           MOVE "OUTSTANDING FROM EARLIER DAYS" TO SEC-TITLE
           PERFORM 6700-START-SECTION
           PERFORM UNTIL EOF-REVIEW
               READ REVIEW-FILE INTO COMPLIANCE-REVIEW-RECORD
                   AT END
                       SET EOF-REVIEW TO TRUE
                   NOT AT END
                       IF REVW-RAISED-DATE = WS-RUN-DATE
                           ADD 1 TO WS-RERUN-REPLACED
                       ELSE
                           ADD 1 TO WS-BROUGHT-FORWARD
                           PERFORM 4100-APPLY-SIGNOFF
                           PERFORM 4200-WRITE-REVIEW-WORK
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 6750-END-SECTION
           IF WS-REVIEW-STATUS = "10" OR WS-REVIEW-STATUS = "00"
               CLOSE REVIEW-FILE
           END-IF
           IF WS-REVIEW-WORK-STATUS = "00"
               CLOSE REVIEW-WORK
           END-IF
           IF WS-RERUN-REPLACED > 0
               DISPLAY "BUGCMP: RERUN - " WS-RERUN-REPLACED
                   " ITEMS ALREADY RAISED TODAY REPLACED"
           END-IF.

      *    THE FIRST UNMATCHED SIGN-OFF QUOTING THE ITEM IS TAKEN.  ONE
      *    WHOSE ACCOUNT DISAGREES WITH THE ITEM IS REFUSED AND THE
      *    ITEM STAYS OUTSTANDING.
       4100-APPLY-SIGNOFF.
           MOVE "N" TO WS-SIGNOFF-FOUND-SW
           PERFORM VARYING WS-SO-IDX FROM 1 BY 1
                   UNTIL WS-SO-IDX > WS-SIGNOFF-COUNT OR SIGNOFF-FOUND
               IF WS-SO-ITEM-KEY(WS-SO-IDX) = REVW-ITEM-KEY AND
                  SO-UNMATCHED(WS-SO-IDX)
                   SET SIGNOFF-FOUND TO TRUE
                   MOVE REVW-REASON TO WS-SO-REASON(WS-SO-IDX)
                   IF WS-SO-ACCOUNT(WS-SO-IDX) = REVW-ACCOUNT
                       SET SO-APPLIED(WS-SO-IDX) TO TRUE
                       SET REVW-SIGNED-OFF TO TRUE
                       MOVE WS-SO-REVIEWED-BY(WS-SO-IDX)
                           TO REVW-REVIEWED-BY
                       MOVE WS-RUN-DATE TO REVW-REVIEWED-DATE
                       ADD 1 TO WS-SIGNED-OFF
                   ELSE
                       SET SO-WRONG-ACCOUNT(WS-SO-IDX) TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF REVW-UNREVIEWED
               ADD 1 TO WS-STILL-OUTSTANDING
               IF WS-OLDEST-OUTSTANDING = 0 OR
                  REVW-RAISED-DATE < WS-OLDEST-OUTSTANDING
                   MOVE REVW-RAISED-DATE TO WS-OLDEST-OUTSTANDING
               END-IF
               PERFORM 6800-PRINT-REVIEW-ITEM
           END-IF.

       4200-WRITE-REVIEW-WORK.
           WRITE FD-REVIEW-WORK-RECORD FROM COMPLIANCE-REVIEW-RECORD
           IF WS-REVIEW-WORK-STATUS NOT = "00"
               DISPLAY "BUGCMP: ERROR WRITING REVWWORK - STATUS "
                   WS-REVIEW-WORK-STATUS " - REVIEW ABANDONED"
               PERFORM 2900-ABANDON-REVIEW
           END-IF.

       5000-PRINT-SIGNOFF-RESULTS.
           MOVE "SIGNED OFF TODAY" TO SEC-TITLE
           PERFORM 6700-START-SECTION
           PERFORM VARYING WS-SO-IDX FROM 1 BY 1
                   UNTIL WS-SO-IDX > WS-SIGNOFF-COUNT
               IF SO-APPLIED(WS-SO-IDX)
                   PERFORM 5100-PRINT-SIGNOFF
               END-IF
           END-PERFORM
           PERFORM 6750-END-SECTION
           MOVE "SIGN-OFFS NOT APPLIED" TO SEC-TITLE
           PERFORM 6700-START-SECTION
           PERFORM VARYING WS-SO-IDX FROM 1 BY 1
                   UNTIL WS-SO-IDX > WS-SIGNOFF-COUNT
               IF NOT SO-APPLIED(WS-SO-IDX)
                   ADD 1 TO WS-SIGNOFFS-NOT-APPLIED
                   PERFORM 5100-PRINT-SIGNOFF
               END-IF
           END-PERFORM
           PERFORM 6750-END-SECTION
           IF WS-SIGNOFFS-NOT-APPLIED > 0
               DISPLAY "BUGCMP: " WS-SIGNOFFS-NOT-APPLIED
                   " SIGN-OFFS NOT APPLIED - SEE CMPRFILE"
               MOVE 4 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-SET-RETURN-CODE
           END-IF.

       5100-PRINT-SIGNOFF.
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE - 1
               PERFORM 6900-PRINT-PAGE-HEADINGS
           END-IF
           MOVE WS-SO-ITEM-KEY(WS-SO-IDX) TO RVSO-ITEM-KEY
           MOVE RVSO-RAISED-DATE TO SO-ITEM-DATE
           MOVE RVSO-ITEM-SEQ TO SO-ITEM-SEQ
           MOVE WS-SO-ACCOUNT(WS-SO-IDX) TO SO-ACCOUNT
           MOVE WS-SO-REVIEWED-BY(WS-SO-IDX) TO SO-REVIEWED-BY
           EVALUATE TRUE
               WHEN SO-APPLIED(WS-SO-IDX)
                   MOVE WS-SO-REASON(WS-SO-IDX) TO REVW-REASON
                   MOVE 0 TO REVW-STATUS-DATE
                   PERFORM 6850-SET-REASON-TEXT
                   MOVE DET-REASON TO SO-REASON
                   MOVE "SIGNED OFF BY" TO SO-NOTE
               WHEN SO-WRONG-ACCOUNT(WS-SO-IDX)
                   MOVE "ACCOUNT DOES NOT MATCH" TO SO-REASON
                   MOVE "SUBMITTED BY" TO SO-NOTE
               WHEN SO-NO-REVIEWER(WS-SO-IDX)
                   MOVE "NO REVIEWER GIVEN" TO SO-REASON
                   MOVE SPACES TO SO-NOTE
               WHEN OTHER
                   MOVE "ITEM NOT OUTSTANDING" TO SO-REASON
                   MOVE "SUBMITTED BY" TO SO-NOTE
           END-EVALUATE
           WRITE FD-CMPRPT-RECORD FROM WS-SIGNOFF-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-SECTION-LINES.

      *    REVWFILE BECOMES THE ITEMS STILL OUTSTANDING FROM EARLIER
      *    DAYS FOLLOWED BY TODAY'S, WHICH KEEPS IT IN RAISED-DATE
      *    ORDER.  SIGNED-OFF ITEMS ARE APPENDED TO REVWHIST.  BOTH
      *    FILES ARE OPENED BEFORE EITHER IS WRITTEN, SO A FAILED OPEN
      *    LEAVES REVWFILE AS IT WAS.  ONCE REVWFILE HAS BEEN OPENED
      *    FOR OUTPUT EVERY OPEN, READ AND WRITE IS CHECKED - A
      *    FAILURE THERE WOULD OTHERWISE LOSE REVIEW ITEMS UNSEEN.
       5500-REWRITE-REVIEW-FILE.
           OPEN EXTEND REVIEW-HISTORY
           IF WS-REVIEW-HIST-STATUS = "35" OR
              WS-REVIEW-HIST-STATUS = "05"
               CLOSE REVIEW-HISTORY
               OPEN OUTPUT REVIEW-HISTORY
           END-IF
           IF WS-REVIEW-HIST-STATUS NOT = "00"
               DISPLAY "BUGCMP: ERROR OPENING REVWHIST - STATUS "
                   WS-REVIEW-HIST-STATUS " - REVWFILE NOT REWRITTEN"
               PERFORM 2900-ABANDON-REVIEW
           ELSE
               OPEN OUTPUT REVIEW-FILE
               IF WS-REVIEW-STATUS NOT = "00"
                   DISPLAY "BUGCMP: ERROR REWRITING REVWFILE - STATUS "
                       WS-REVIEW-STATUS " - REVIEW ITEMS TO BE "
                       "RESTORED FROM REVWWORK AND REVWNEW"
                   PERFORM 2900-ABANDON-REVIEW
               ELSE
                   SET REVIEW-REWRITE-STARTED TO TRUE
                   PERFORM 5510-COPY-CARRIED-ITEMS
                   IF NOT REVIEW-FAILED
                       PERFORM 5520-COPY-NEW-ITEMS
                   END-IF
                   CLOSE REVIEW-FILE
               END-IF
               CLOSE REVIEW-HISTORY
           END-IF
           COMPUTE WS-CARRIED-FORWARD =
               WS-STILL-OUTSTANDING + WS-RAISED-TODAY.

       5510-COPY-CARRIED-ITEMS.
           OPEN INPUT REVIEW-WORK
           IF WS-REVIEW-WORK-STATUS NOT = "00"
               DISPLAY "BUGCMP: ERROR OPENING REVWWORK - STATUS "
                   WS-REVIEW-WORK-STATUS
               PERFORM 5590-ABANDON-REWRITE
           ELSE
               MOVE "N" TO WS-EOF-WORK-SW
               PERFORM UNTIL EOF-WORK
                   READ REVIEW-WORK INTO COMPLIANCE-REVIEW-RECORD
                       AT END
                           SET EOF-WORK TO TRUE
                       NOT AT END
                           PERFORM 5530-WRITE-CARRIED-ITEM
                   END-READ
                   IF WS-REVIEW-WORK-STATUS NOT = "00" AND
                      WS-REVIEW-WORK-STATUS NOT = "10"
                       DISPLAY "BUGCMP: ERROR READING REVWWORK - "
                           "STATUS " WS-REVIEW-WORK-STATUS
                       PERFORM 5590-ABANDON-REWRITE
                   END-IF
               END-PERFORM
               CLOSE REVIEW-WORK
           END-IF.

       5520-COPY-NEW-ITEMS.
           OPEN INPUT NEW-REVIEW-WORK
           IF WS-NEW-REVIEW-STATUS NOT = "00"
               DISPLAY "BUGCMP: ERROR OPENING REVWNEW - STATUS "
                   WS-NEW-REVIEW-STATUS
               PERFORM 5590-ABANDON-REWRITE
           ELSE
               MOVE "N" TO WS-EOF-WORK-SW
               PERFORM UNTIL EOF-WORK
                   READ NEW-REVIEW-WORK INTO COMPLIANCE-REVIEW-RECORD
                       AT END
                           SET EOF-WORK TO TRUE
                       NOT AT END
                           PERFORM 5540-WRITE-REVIEW-ITEM
                   END-READ
                   IF WS-NEW-REVIEW-STATUS NOT = "00" AND
                      WS-NEW-REVIEW-STATUS NOT = "10"
                       DISPLAY "BUGCMP: ERROR READING REVWNEW - "
                           "STATUS " WS-NEW-REVIEW-STATUS
                       PERFORM 5590-ABANDON-REWRITE
                   END-IF
               END-PERFORM
               CLOSE NEW-REVIEW-WORK
           END-IF.

       5530-WRITE-CARRIED-ITEM.
           IF REVW-SIGNED-OFF
               WRITE FD-REVIEW-HIST-RECORD
                   FROM COMPLIANCE-REVIEW-RECORD
               IF WS-REVIEW-HIST-STATUS NOT = "00"
                   DISPLAY "BUGCMP: ERROR WRITING REVWHIST - STATUS "
                       WS-REVIEW-HIST-STATUS
                   PERFORM 5590-ABANDON-REWRITE
               END-IF
           ELSE
               PERFORM 5540-WRITE-REVIEW-ITEM
           END-IF.

       5540-WRITE-REVIEW-ITEM.
           WRITE FD-REVIEW-RECORD FROM COMPLIANCE-REVIEW-RECORD
           IF WS-REVIEW-STATUS NOT = "00"
               DISPLAY "BUGCMP: ERROR WRITING REVWFILE - STATUS "
                   WS-REVIEW-STATUS
               PERFORM 5590-ABANDON-REWRITE
           END-IF.

       5590-ABANDON-REWRITE.
           DISPLAY "BUGCMP: REVWFILE PARTLY REWRITTEN - REVIEW ITEMS "
               "TO BE RESTORED FROM REVWWORK AND REVWNEW"
           PERFORM 2900-ABANDON-REVIEW.

       6000-TERMINATE.
           IF ACCT-MASTER-AVAILABLE
               CLOSE ACCOUNT-FILE
           END-IF
           IF WS-CMPRPT-STATUS = "00"
               PERFORM 6100-PRINT-REVIEW-TOTALS
               CLOSE EXCEPTION-REPORT
           END-IF
           EVALUATE TRUE
               WHEN REVIEW-FAILED AND REVIEW-REWRITE-STARTED
                   DISPLAY "BUGCMP: *** REVIEW NOT COMPLETED - "
                       "REVWFILE PARTLY REWRITTEN ***"
               WHEN REVIEW-FAILED
                   DISPLAY "BUGCMP: *** REVIEW NOT COMPLETED - "
                       "REVWFILE UNCHANGED ***"
               WHEN OTHER
                   DISPLAY "BUGCMP: " WS-POSTINGS-REVIEWED
                       " POSTINGS REVIEWED, " WS-RAISED-TODAY
                       " ITEMS RAISED, " WS-SIGNED-OFF " SIGNED OFF, "
                       WS-CARRIED-FORWARD " UNREVIEWED CARRIED FORWARD"
           END-EVALUATE.

       6100-PRINT-REVIEW-TOTALS.
           IF WS-PAGE-NUM = 0
               PERFORM 6900-PRINT-PAGE-HEADINGS
           END-IF
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE - 22
               PERFORM 6900-PRINT-PAGE-HEADINGS
           END-IF
           WRITE FD-CMPRPT-RECORD FROM WS-BLANK-LINE
           MOVE "LARGE-ITEM LIMIT" TO AMT-LABEL
           MOVE WS-LARGE-ITEM-LIMIT TO AMT-VALUE
           WRITE FD-CMPRPT-RECORD FROM WS-AMOUNT-LINE
           MOVE "DAY TOTAL LIMIT" TO AMT-LABEL
           MOVE WS-DAY-TOTAL-LIMIT TO AMT-VALUE
           WRITE FD-CMPRPT-RECORD FROM WS-AMOUNT-LINE
           MOVE "DAY COUNT LIMIT" TO SUM-LABEL
           MOVE WS-DAY-COUNT-LIMIT TO SUM-COUNT
           WRITE FD-CMPRPT-RECORD FROM WS-SUMMARY-LINE
           MOVE "REOPEN WATCH DAYS" TO SUM-LABEL
           MOVE WS-REOPEN-WATCH-DAYS TO SUM-COUNT
           WRITE FD-CMPRPT-RECORD FROM WS-SUMMARY-LINE
           WRITE FD-CMPRPT-RECORD FROM WS-BLANK-LINE
           MOVE "POSTINGS REVIEWED TODAY" TO SUM-LABEL
           MOVE WS-POSTINGS-REVIEWED TO SUM-COUNT
           WRITE FD-CMPRPT-RECORD FROM WS-SUMMARY-LINE
           MOVE "ACCOUNTS WITH ACTIVITY" TO SUM-LABEL
           MOVE WS-ACCOUNTS-REVIEWED TO SUM-COUNT
           WRITE FD-CMPRPT-RECORD FROM WS-SUMMARY-LINE
           MOVE "ACCOUNTS NOT ON MASTER" TO SUM-LABEL
           MOVE WS-ACCOUNTS-NOT-ON-MASTER TO SUM-COUNT
           WRITE FD-CMPRPT-RECORD FROM WS-SUMMARY-LINE
           MOVE "RAISED - ITEM OVER LIMIT" TO SUM-LABEL
           MOVE WS-RAISED-LARGE-ITEM TO SUM-COUNT
           WRITE FD-CMPRPT-RECORD FROM WS-SUMMARY-LINE
           MOVE "RAISED - DAY COUNT" TO SUM-LABEL
           MOVE WS-RAISED-DAY-COUNT TO SUM-COUNT
           WRITE FD-CMPRPT-RECORD FROM WS-SUMMARY-LINE
           MOVE "RAISED - DAY TOTAL" TO SUM-LABEL
           MOVE WS-RAISED-DAY-TOTAL TO SUM-COUNT
           WRITE FD-CMPRPT-RECORD FROM WS-SUMMARY-LINE
           MOVE "RAISED - REOPENED ACCOUNT" TO SUM-LABEL
           MOVE WS-RAISED-REOPENED TO SUM-COUNT
           WRITE FD-CMPRPT-RECORD FROM WS-SUMMARY-LINE
           WRITE FD-CMPRPT-RECORD FROM WS-BLANK-LINE
           MOVE "UNREVIEWED BROUGHT FORWARD" TO SUM-LABEL
           MOVE WS-BROUGHT-FORWARD TO SUM-COUNT
           WRITE FD-CMPRPT-RECORD FROM WS-SUMMARY-LINE
           MOVE "SIGNED OFF TODAY" TO SUM-LABEL
           MOVE WS-SIGNED-OFF TO SUM-COUNT
           WRITE FD-CMPRPT-RECORD FROM WS-SUMMARY-LINE
           MOVE "RAISED TODAY" TO SUM-LABEL
           MOVE WS-RAISED-TODAY TO SUM-COUNT
           WRITE FD-CMPRPT-RECORD FROM WS-SUMMARY-LINE
           MOVE "UNREVIEWED CARRIED FORWARD" TO SUM-LABEL
           MOVE WS-CARRIED-FORWARD TO SUM-COUNT
           WRITE FD-CMPRPT-RECORD FROM WS-SUMMARY-LINE
           MOVE "OLDEST OUTSTANDING RAISED" TO SUM-LABEL
           MOVE WS-OLDEST-OUTSTANDING TO SUM-COUNT
           WRITE FD-CMPRPT-RECORD FROM WS-SUMMARY-LINE
           MOVE "SIGN-OFFS NOT APPLIED" TO SUM-LABEL
           MOVE WS-SIGNOFFS-NOT-APPLIED TO SUM-COUNT
           WRITE FD-CMPRPT-RECORD FROM WS-SUMMARY-LINE
           IF REVIEW-FAILED
               IF REVIEW-REWRITE-STARTED
                   MOVE "*** REVIEW NOT COMPLETED - REVWFILE PARTLY REWR
      -                "ITTEN" TO SEC-TITLE
               ELSE
                   MOVE "*** REVIEW NOT COMPLETED - REVWFILE UNCHANGED"
                       TO SEC-TITLE
               END-IF
               WRITE FD-CMPRPT-RECORD FROM WS-BLANK-LINE
               WRITE FD-CMPRPT-RECORD FROM WS-SECTION-LINE
           END-IF.

       6700-START-SECTION.
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE - 4
               PERFORM 6900-PRINT-PAGE-HEADINGS
           END-IF
           WRITE FD-CMPRPT-RECORD FROM WS-SECTION-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE 0 TO WS-SECTION-LINES.

       6750-END-SECTION.
           IF WS-SECTION-LINES = 0
               WRITE FD-CMPRPT-RECORD FROM WS-NONE-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF
           WRITE FD-CMPRPT-RECORD FROM WS-BLANK-LINE
           ADD 1 TO WS-LINE-COUNT.

       6800-PRINT-REVIEW-ITEM.
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE - 1
               PERFORM 6900-PRINT-PAGE-HEADINGS
           END-IF
           MOVE REVW-RAISED-DATE TO DET-ITEM-DATE
           MOVE REVW-ITEM-SEQ TO DET-ITEM-SEQ
           MOVE REVW-ACCOUNT TO DET-ACCOUNT
           PERFORM 6850-SET-REASON-TEXT
           MOVE REVW-TRANS-ID TO DET-TRANS-ID
           MOVE REVW-AMOUNT TO DET-AMOUNT
           MOVE REVW-COUNT TO DET-COUNT
           WRITE FD-CMPRPT-RECORD FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-SECTION-LINES.

       6850-SET-REASON-TEXT.
           EVALUATE TRUE
               WHEN REVW-LARGE-ITEM
                   MOVE "ITEM OVER LIMIT" TO DET-REASON
               WHEN REVW-DAY-COUNT
                   MOVE "DAY COUNT OVER LIMIT" TO DET-REASON
               WHEN REVW-DAY-TOTAL
                   MOVE "DAY TOTAL OVER LIMIT" TO DET-REASON
               WHEN REVW-REOPENED AND REVW-STATUS-DATE > 0
                   MOVE REVW-STATUS-DATE TO WS-REOPEN-REASON-DATE
                   MOVE WS-REOPEN-REASON TO DET-REASON
               WHEN REVW-REOPENED
                   MOVE "ACCOUNT REOPENED" TO DET-REASON
               WHEN OTHER
                   MOVE REVW-REASON TO DET-REASON
           END-EVALUATE.

       6900-PRINT-PAGE-HEADINGS.
           ADD 1 TO WS-PAGE-NUM
           MOVE WS-RUN-DATE TO HDG-RUN-DATE
           MOVE WS-PAGE-NUM TO HDG-PAGE-NUM
           WRITE FD-CMPRPT-RECORD FROM WS-HEADING-LINE-1
           WRITE FD-CMPRPT-RECORD FROM WS-HEADING-LINE-2
           WRITE FD-CMPRPT-RECORD FROM WS-BLANK-LINE
           MOVE 3 TO WS-LINE-COUNT.

       8800-LOG-STEP-END.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE SPACES TO STEP-LOG-RECORD
           MOVE "E" TO STEP-EVENT
           MOVE WS-CURRENT-DATE-TIME(1:8) TO STEP-END-DATE
           MOVE WS-CURRENT-DATE-TIME(9:6) TO STEP-END-TIME
           MOVE WS-HIGHEST-RETURN-CODE TO STEP-CONDITION-CODE
           PERFORM 8900-WRITE-STEP-LOG.

       8900-WRITE-STEP-LOG.
           MOVE "BUGCMP" TO STEP-PROGRAM
           MOVE WS-STEP-BUSINESS-DATE TO STEP-BUSINESS-DATE
           MOVE WS-STEP-START-TIME TO STEP-START-TIME
           OPEN EXTEND STEP-LOG-FILE
           IF WS-STEP-LOG-STATUS = "35" OR
              WS-STEP-LOG-STATUS = "05"
               CLOSE STEP-LOG-FILE
               OPEN OUTPUT STEP-LOG-FILE
           END-IF
           IF WS-STEP-LOG-STATUS = "00"
               WRITE FD-STEP-LOG-RECORD FROM STEP-LOG-RECORD
               CLOSE STEP-LOG-FILE
           ELSE
               DISPLAY "BUGCMP: ERROR OPENING STEPLOG - STATUS "
                   WS-STEP-LOG-STATUS " - STEP NOT LOGGED"
               MOVE 4 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-SET-RETURN-CODE
           END-IF.

       9000-SET-RETURN-CODE.
           IF WS-CANDIDATE-RETURN-CODE > WS-HIGHEST-RETURN-CODE
               MOVE WS-CANDIDATE-RETURN-CODE
                   TO WS-HIGHEST-RETURN-CODE
           END-IF.
