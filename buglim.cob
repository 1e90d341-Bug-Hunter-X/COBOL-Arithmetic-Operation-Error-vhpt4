      ******************************************************************
      *  PROGRAM-ID: BUGLIM                                           *
      *  DAILY OVERDRAWN AND NEAR-LIMIT ACCOUNTS REPORT.  RUNS AFTER   *
      *  BUG OVER THE MASTER LEDGER (LEDGFILE, WSLEDG LAYOUT) IN KEY   *
      *  ORDER AND LOOKS UP EACH ACCOUNT'S CREDIT LIMIT AND OVERDRAFT  *
      *  FLAG ON THE ACCOUNT MASTER (ACCTFILE, WSACCT LAYOUT).  AN     *
      *  ACCOUNT IS LISTED OVER LIMIT WHEN ITS DEBIT BALANCE IS PAST   *
      *  ITS LIMIT, AND NEAR LIMIT WHEN IT OWES A DEBIT BALANCE AND    *
      *  THE HEADROOM LEFT (LIMIT LESS BALANCE) IS NO MORE THAN THE    *
      *  NEAR-LIMIT-PCT ENTRY ON PARMFILE (WSPARM LAYOUT, DEFAULT 10)  *
      *  PER CENT OF THE LIMIT.  AN ACCOUNT WITH NO LIMIT SET THAT     *
      *  OWES A DEBIT BALANCE IS LISTED SO A LIMIT CAN BE KEYED FOR    *
      *  IT ON BUGACM.  EACH LINE SHOWS THE BALANCE, THE LIMIT, THE    *
      *  HEADROOM AND THE OVERDRAFT FLAG, FOLLOWED BY SUMMARY COUNTS.  *
      *  NOTHING IS UPDATED.  REPORT FILE IS LIMRFILE.                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGLIM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "LEDGFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-LEDG-ACCOUNT
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-ACCT-NUMBER
               FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARAMETER-STATUS.

           SELECT LIMIT-REPORT ASSIGN TO "LIMRFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIMRPT-STATUS.

           SELECT STEP-LOG-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEP-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       01  FD-LEDGER-RECORD.
           05  FD-LEDG-ACCOUNT            PIC X(8).
           05  FD-LEDG-BALANCE            PIC S9(11)V99.
           05  FD-LEDG-LAST-ACT-DATE      PIC 9(8).
           05  FD-LEDG-DR-COUNT           PIC 9(7).
           05  FD-LEDG-CR-COUNT           PIC 9(7).
           05  FD-LEDG-PERIOD-NET         PIC S9(11)V99.
           05  FD-LEDG-PERIOD-DR-COUNT    PIC 9(7).
           05  FD-LEDG-PERIOD-CR-COUNT    PIC 9(7).

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

       FD  LIMIT-REPORT
           RECORDING MODE IS F.
       01  FD-LIMRPT-RECORD               PIC X(80).

       FD  STEP-LOG-FILE
           RECORDING MODE IS F.
       01  FD-STEP-LOG-RECORD              PIC X(50).

       WORKING-STORAGE SECTION.
           COPY WSLEDG.
           COPY WSACCT.
           COPY WSPARM.
           COPY WSSTEP.

       01  WS-FILE-STATUSES.
           05  WS-LEDGER-STATUS            PIC X(2) VALUE SPACES.
           05  WS-ACCOUNT-STATUS           PIC X(2) VALUE SPACES.
           05  WS-PARAMETER-STATUS         PIC X(2) VALUE SPACES.
           05  WS-LIMRPT-STATUS            PIC X(2) VALUE SPACES.
           05  WS-STEP-LOG-STATUS          PIC X(2) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-LEDGER-SW            PIC X VALUE "N".
               88  EOF-LEDGER              VALUE "Y".
           05  WS-EOF-PARAMETER-SW         PIC X VALUE "N".
               88  EOF-PARAMETER           VALUE "Y".
           05  WS-LEDGER-OPEN-SW           PIC X VALUE "N".
               88  LEDGER-FILE-OPEN        VALUE "Y".
           05  WS-ACCOUNT-OPEN-SW          PIC X VALUE "N".
               88  ACCOUNT-FILE-OPEN       VALUE "Y".
           05  WS-LIMRPT-OPEN-SW           PIC X VALUE "N".
               88  LIMIT-REPORT-OPEN       VALUE "Y".

      *    GRADED CONDITION CODE SURFACED TO THE SCHEDULER:
      *      0 = NO ACCOUNT HELD TO ITS LIMIT IS PAST IT
      *      4 = AN ACCOUNT NOT ALLOWED AN OVERDRAFT IS PAST ITS
      *          LIMIT, OR THE LEDGER OR ACCOUNT MASTER IS MISSING
      *     12 = UNRECOVERABLE FILE ERROR (LIMRFILE)
      *     16 = RUN REFUSED - PRECEDING NIGHTLY STEP NOT COMPLETE
      *    THE HIGHEST CONDITION RAISED DURING THE RUN WINS.
       01  WS-RETURN-CODES.
           05  WS-HIGHEST-RETURN-CODE      PIC 9(2) VALUE 0.
           05  WS-CANDIDATE-RETURN-CODE    PIC 9(2) VALUE 0.

       01  WS-PAGE-CONTROL.
           05  WS-PAGE-NUM                 PIC 9(4) VALUE 0.
           05  WS-LINE-COUNT               PIC 9(3) VALUE 99.
           05  WS-LINES-PER-PAGE           PIC 9(3) VALUE 55.

       01  WS-RUN-DATE                     PIC 9(8) VALUE 0.
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

      *    AN ACCOUNT IS NEAR ITS LIMIT WHEN THE HEADROOM LEFT IS NO
      *    MORE THAN THIS PERCENTAGE OF THE LIMIT.  THE NAMED ENTRY
      *    ON PARMFILE OVERRIDES THE DEFAULT.
       01  WS-LIMIT-PARAMETERS.
           05  WS-NEAR-LIMIT-NAME          PIC X(16)
                                           VALUE "NEAR-LIMIT-PCT".
           05  WS-NEAR-LIMIT-PCT           PIC 9(3)V99 VALUE 10.

       01  WS-LIMIT-FIELDS.
           05  WS-HEADROOM                 PIC S9(11)V99 VALUE 0.
           05  WS-NEAR-LIMIT-AMOUNT        PIC S9(11)V99 VALUE 0.
           05  WS-LIMIT-STATUS             PIC X(10) VALUE SPACES.
               88  LIMIT-STATUS-OVER       VALUE "OVER LIMIT".
               88  LIMIT-STATUS-NEAR       VALUE "NEAR LIMIT".
               88  LIMIT-STATUS-NONE       VALUE "NO LIMIT".

       01  WS-LIMIT-COUNTS.
           05  WS-ACCOUNTS-READ            PIC 9(7) VALUE 0.
           05  WS-ACCOUNTS-NOT-ON-MASTER   PIC 9(7) VALUE 0.
           05  WS-ACCOUNTS-NO-LIMIT        PIC 9(7) VALUE 0.
           05  WS-ACCOUNTS-CHECKED         PIC 9(7) VALUE 0.
           05  WS-ACCOUNTS-OVER            PIC 9(7) VALUE 0.
           05  WS-ACCOUNTS-OVER-ALLOWED    PIC 9(7) VALUE 0.
           05  WS-ACCOUNTS-NEAR            PIC 9(7) VALUE 0.
           05  WS-ACCOUNTS-NO-LIMIT-DEBIT  PIC 9(7) VALUE 0.
           05  WS-AMOUNT-OVER-TOTAL        PIC S9(13)V99 VALUE 0.

       01  WS-HEADING-LINE-1.
           05  FILLER                      PIC X(37) VALUE
               "BUG OVERDRAWN AND NEAR-LIMIT ACCOUNTS".
           05  FILLER                      PIC X(10) VALUE
               " RUN DATE ".
           05  HDG-RUN-DATE                PIC 9(8).
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  FILLER                      PIC X(5) VALUE "PAGE ".
           05  HDG-PAGE-NUM                PIC ZZZ9.
           05  FILLER                      PIC X(13) VALUE SPACES.

       01  WS-HEADING-LINE-2.
           05  FILLER                      PIC X(40) VALUE
               "ACCOUNT            BALANCE       CREDIT ".
           05  FILLER                      PIC X(40) VALUE
               "LIMIT          HEADROOM  OD  STATUS".

       01  WS-DETAIL-LINE.
           05  DET-ACCOUNT                 PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  DET-BALANCE                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  DET-CREDIT-LIMIT            PIC ZZ,ZZZ,ZZZ,ZZ9.99
               BLANK WHEN ZERO.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  DET-HEADROOM                PIC ZZ,ZZZ,ZZZ,ZZ9.99-
               BLANK WHEN ZERO.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  DET-OVERDRAFT-IND           PIC X(1).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  DET-LIMIT-STATUS            PIC X(10).
           05  FILLER                      PIC X(1) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  SUM-LABEL                   PIC X(40).
           05  SUM-COUNT                   PIC ZZZZZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  SUM-AMOUNT                  PIC ZZZ,ZZZ,ZZZ,ZZ9.99-
               BLANK WHEN ZERO.
           05  FILLER                      PIC X(12) VALUE SPACES.

       01  WS-MESSAGE-LINE.
           05  MSG-TEXT                    PIC X(80).

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
           PERFORM 1100-SET-NEAR-LIMIT-PCT
           PERFORM UNTIL EOF-LEDGER
               READ LEDGER-FILE INTO LEDGER-RECORD
                   AT END
                       SET EOF-LEDGER TO TRUE
                   NOT AT END
                       PERFORM 2000-CHECK-ACCOUNT
               END-READ
           END-PERFORM
           IF LIMIT-REPORT-OPEN
               PERFORM 3000-PRINT-SUMMARY
           END-IF
           PERFORM 4000-TERMINATE
           PERFORM 8800-LOG-STEP-END
           MOVE WS-HIGHEST-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *    THE LIMIT REPORT RUNS ONCE BUG HAS POSTED THE DAY.  IT
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
           DISPLAY "BUGLIM: *** RUN REFUSED - " WS-STEP-PREDECESSOR
               " NOT COMPLETE FOR BUSINESS DATE "
               WS-STEP-BUSINESS-DATE " ***"
           EVALUATE WS-STEP-PRED-EVENT
               WHEN "N"
                   DISPLAY "BUGLIM: " WS-STEP-PREDECESSOR
                       " HAS NOT RUN TODAY"
               WHEN "S"
                   DISPLAY "BUGLIM: " WS-STEP-PREDECESSOR
                       " STARTED BUT NEVER ENDED"
               WHEN "R"
                   DISPLAY "BUGLIM: " WS-STEP-PREDECESSOR
                       " WAS ITSELF REFUSED"
               WHEN OTHER
                   DISPLAY "BUGLIM: " WS-STEP-PREDECESSOR
                       " ENDED WITH CONDITION CODE "
                       WS-STEP-PRED-CODE
           END-EVALUATE
           DISPLAY "BUGLIM: RERUN " WS-STEP-PREDECESSOR
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

      *    WITHOUT THE ACCOUNT MASTER THERE ARE NO LIMITS TO REPORT
      *    AGAINST, SO THE LEDGER IS NOT READ AT ALL.
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS = "00"
               SET LEDGER-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "BUGLIM: LEDGER FILE NOT FOUND - STATUS "
                   WS-LEDGER-STATUS " - NO BALANCES TO REPORT"
               SET EOF-LEDGER TO TRUE
               MOVE 4 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-SET-RETURN-CODE
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS = "00"
               SET ACCOUNT-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "BUGLIM: ACCOUNT MASTER NOT AVAILABLE - "
                   "STATUS " WS-ACCOUNT-STATUS
                   " - NO LIMITS TO REPORT"
               SET EOF-LEDGER TO TRUE
               MOVE 4 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-SET-RETURN-CODE
           END-IF
           OPEN OUTPUT LIMIT-REPORT
           IF WS-LIMRPT-STATUS = "00"
               SET LIMIT-REPORT-OPEN TO TRUE
           ELSE
               DISPLAY "BUGLIM: ERROR OPENING LIMRFILE - STATUS "
                   WS-LIMRPT-STATUS " - REPORT NOT WRITTEN"
               SET EOF-LEDGER TO TRUE
               MOVE 12 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-SET-RETURN-CODE
           END-IF.

       1100-SET-NEAR-LIMIT-PCT.
           OPEN INPUT PARAMETER-FILE
           IF WS-PARAMETER-STATUS NOT = "00"
               SET EOF-PARAMETER TO TRUE
               DISPLAY "BUGLIM: PARMFILE NOT AVAILABLE - STATUS "
                   WS-PARAMETER-STATUS " - DEFAULT PERCENTAGE USED"
           END-IF
           PERFORM UNTIL EOF-PARAMETER
               READ PARAMETER-FILE INTO RUN-PARAMETER-RECORD
                   AT END
                       SET EOF-PARAMETER TO TRUE
                   NOT AT END
                       IF PARM-NAME = WS-NEAR-LIMIT-NAME
                           MOVE PARM-VALUE TO WS-NEAR-LIMIT-PCT
                           DISPLAY "BUGLIM: " PARM-NAME " SET "
                               PARM-SET-DATE " BY " PARM-SET-BY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PARAMETER-STATUS = "10" OR WS-PARAMETER-STATUS = "00"
               CLOSE PARAMETER-FILE
           END-IF
           DISPLAY "BUGLIM: NEAR-LIMIT PERCENTAGE IN FORCE - "
               WS-NEAR-LIMIT-PCT.

      *    A POSITIVE LEDGER BALANCE IS A DEBIT BALANCE OWED BY THE
      *    ACCOUNT AND THE LIMIT IS THE LARGEST DEBIT BALANCE ALLOWED,
      *    SO THE HEADROOM IS THE LIMIT LESS THE BALANCE AND GOES
      *    NEGATIVE ONCE THE ACCOUNT IS PAST ITS LIMIT.  AN ACCOUNT
      *    FLAGGED TO ALLOW AN OVERDRAFT IS STILL LISTED WHEN OVER,
      *    BUT ONLY ONE HELD TO ITS LIMIT RAISES THE CONDITION CODE.
       2000-CHECK-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-READ
           MOVE SPACES TO WS-LIMIT-STATUS
           MOVE LEDG-ACCOUNT TO FD-ACCT-NUMBER
           READ ACCOUNT-FILE INTO ACCOUNT-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-ACCOUNTS-NOT-ON-MASTER
                   MOVE SPACES TO ACCOUNT-MASTER-RECORD
           END-READ
           IF ACCT-NUMBER = SPACES
               CONTINUE
           ELSE
               IF ACCT-NO-LIMIT-SET
                   ADD 1 TO WS-ACCOUNTS-NO-LIMIT
                   IF LEDG-BALANCE > 0
                       ADD 1 TO WS-ACCOUNTS-NO-LIMIT-DEBIT
                       SET LIMIT-STATUS-NONE TO TRUE
                       MOVE 0 TO WS-HEADROOM
                       PERFORM 2100-PRINT-ACCOUNT
                   END-IF
               ELSE
                   ADD 1 TO WS-ACCOUNTS-CHECKED
                   PERFORM 2050-CLASSIFY-ACCOUNT
                   IF WS-LIMIT-STATUS NOT = SPACES
                       PERFORM 2100-PRINT-ACCOUNT
                   END-IF
               END-IF
           END-IF.

       2050-CLASSIFY-ACCOUNT.
           COMPUTE WS-HEADROOM = ACCT-CREDIT-LIMIT - LEDG-BALANCE
           COMPUTE WS-NEAR-LIMIT-AMOUNT ROUNDED =
               ACCT-CREDIT-LIMIT * WS-NEAR-LIMIT-PCT / 100
           EVALUATE TRUE
               WHEN WS-HEADROOM < 0
                   SET LIMIT-STATUS-OVER TO TRUE
                   ADD 1 TO WS-ACCOUNTS-OVER
                   SUBTRACT WS-HEADROOM FROM WS-AMOUNT-OVER-TOTAL
                   IF ACCT-OVERDRAFT-ALLOWED
                       ADD 1 TO WS-ACCOUNTS-OVER-ALLOWED
                   ELSE
                       MOVE 4 TO WS-CANDIDATE-RETURN-CODE
                       PERFORM 9000-SET-RETURN-CODE
                   END-IF
               WHEN LEDG-BALANCE > 0 AND
                    WS-HEADROOM NOT > WS-NEAR-LIMIT-AMOUNT
                   SET LIMIT-STATUS-NEAR TO TRUE
                   ADD 1 TO WS-ACCOUNTS-NEAR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2100-PRINT-ACCOUNT.
           IF LIMIT-REPORT-OPEN
               PERFORM 2500-CHECK-PAGE-OVERFLOW
               MOVE LEDG-ACCOUNT TO DET-ACCOUNT
               MOVE LEDG-BALANCE TO DET-BALANCE
               MOVE ACCT-CREDIT-LIMIT TO DET-CREDIT-LIMIT
               MOVE WS-HEADROOM TO DET-HEADROOM
               MOVE ACCT-OVERDRAFT-IND TO DET-OVERDRAFT-IND
               MOVE WS-LIMIT-STATUS TO DET-LIMIT-STATUS
               WRITE FD-LIMRPT-RECORD FROM WS-DETAIL-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       2500-CHECK-PAGE-OVERFLOW.
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
               PERFORM 2600-PRINT-PAGE-HEADINGS
           END-IF.

       2600-PRINT-PAGE-HEADINGS.
           ADD 1 TO WS-PAGE-NUM
           MOVE WS-RUN-DATE TO HDG-RUN-DATE
           MOVE WS-PAGE-NUM TO HDG-PAGE-NUM
           WRITE FD-LIMRPT-RECORD FROM WS-HEADING-LINE-1
           WRITE FD-LIMRPT-RECORD FROM WS-HEADING-LINE-2
           WRITE FD-LIMRPT-RECORD FROM WS-BLANK-LINE
           MOVE 3 TO WS-LINE-COUNT.

       3000-PRINT-SUMMARY.
           PERFORM 2500-CHECK-PAGE-OVERFLOW
           IF WS-ACCOUNTS-OVER = 0 AND WS-ACCOUNTS-NEAR = 0 AND
              WS-ACCOUNTS-NO-LIMIT-DEBIT = 0
               MOVE "NO ACCOUNT IS OVERDRAWN OR NEAR ITS LIMIT"
                   TO MSG-TEXT
               WRITE FD-LIMRPT-RECORD FROM WS-MESSAGE-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF
           WRITE FD-LIMRPT-RECORD FROM WS-BLANK-LINE
           MOVE "LEDGER ACCOUNTS READ" TO SUM-LABEL
           MOVE WS-ACCOUNTS-READ TO SUM-COUNT
           MOVE 0 TO SUM-AMOUNT
           WRITE FD-LIMRPT-RECORD FROM WS-SUMMARY-LINE
           MOVE "ACCOUNTS CHECKED AGAINST A LIMIT" TO SUM-LABEL
           MOVE WS-ACCOUNTS-CHECKED TO SUM-COUNT
           WRITE FD-LIMRPT-RECORD FROM WS-SUMMARY-LINE
           MOVE "ACCOUNTS OVER LIMIT - AMOUNT OVER" TO SUM-LABEL
           MOVE WS-ACCOUNTS-OVER TO SUM-COUNT
           MOVE WS-AMOUNT-OVER-TOTAL TO SUM-AMOUNT
           WRITE FD-LIMRPT-RECORD FROM WS-SUMMARY-LINE
           MOVE "  OF WHICH OVERDRAFT ALLOWED" TO SUM-LABEL
           MOVE WS-ACCOUNTS-OVER-ALLOWED TO SUM-COUNT
           MOVE 0 TO SUM-AMOUNT
           WRITE FD-LIMRPT-RECORD FROM WS-SUMMARY-LINE
           MOVE "ACCOUNTS NEAR LIMIT" TO SUM-LABEL
           MOVE WS-ACCOUNTS-NEAR TO SUM-COUNT
           WRITE FD-LIMRPT-RECORD FROM WS-SUMMARY-LINE
           MOVE "ACCOUNTS WITH NO LIMIT SET" TO SUM-LABEL
           MOVE WS-ACCOUNTS-NO-LIMIT TO SUM-COUNT
           WRITE FD-LIMRPT-RECORD FROM WS-SUMMARY-LINE
           MOVE "  OF WHICH OWING A DEBIT BALANCE" TO SUM-LABEL
           MOVE WS-ACCOUNTS-NO-LIMIT-DEBIT TO SUM-COUNT
           WRITE FD-LIMRPT-RECORD FROM WS-SUMMARY-LINE
           MOVE "LEDGER ACCOUNTS NOT ON ACCOUNT MASTER" TO SUM-LABEL
           MOVE WS-ACCOUNTS-NOT-ON-MASTER TO SUM-COUNT
           WRITE FD-LIMRPT-RECORD FROM WS-SUMMARY-LINE
           ADD 9 TO WS-LINE-COUNT.

       4000-TERMINATE.
           IF LEDGER-FILE-OPEN
               CLOSE LEDGER-FILE
           END-IF
           IF ACCOUNT-FILE-OPEN
               CLOSE ACCOUNT-FILE
           END-IF
           IF LIMIT-REPORT-OPEN
               CLOSE LIMIT-REPORT
           END-IF
           DISPLAY "BUGLIM: " WS-ACCOUNTS-READ " ACCOUNTS - OVER LIMIT "
               WS-ACCOUNTS-OVER " NEAR LIMIT " WS-ACCOUNTS-NEAR
               " NO LIMIT SET " WS-ACCOUNTS-NO-LIMIT.

       8800-LOG-STEP-END.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE SPACES TO STEP-LOG-RECORD
           MOVE "E" TO STEP-EVENT
           MOVE WS-CURRENT-DATE-TIME(1:8) TO STEP-END-DATE
           MOVE WS-CURRENT-DATE-TIME(9:6) TO STEP-END-TIME
           MOVE WS-HIGHEST-RETURN-CODE TO STEP-CONDITION-CODE
           PERFORM 8900-WRITE-STEP-LOG.

       8900-WRITE-STEP-LOG.
           MOVE "BUGLIM" TO STEP-PROGRAM
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
               DISPLAY "BUGLIM: ERROR OPENING STEPLOG - STATUS "
                   WS-STEP-LOG-STATUS " - STEP NOT LOGGED"
               MOVE 4 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-SET-RETURN-CODE
           END-IF.

       9000-SET-RETURN-CODE.
           IF WS-CANDIDATE-RETURN-CODE > WS-HIGHEST-RETURN-CODE
               MOVE WS-CANDIDATE-RETURN-CODE
                   TO WS-HIGHEST-RETURN-CODE
           END-IF.
