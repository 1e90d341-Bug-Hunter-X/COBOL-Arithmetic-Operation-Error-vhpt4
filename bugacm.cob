      *  PROGRAM-ID: BUGACM                                           *
      *  ACCOUNT MASTER MAINTENANCE.  READS THE DAY'S MAINTENANCE      *
      *  TRANSACTIONS (ACCTMNT, WSACMT LAYOUT - ADD, CLOSE, FREEZE,    *
      *  REOPEN, UPDATE) AND APPLIES THEM TO THE ACCOUNT MASTER        *
      *  (ACCTFILE, WSACCT LAYOUT), CREATING THE FILE ON FIRST USE THE *
      *  SAME WAY BUG CREATES COUNTFIL.  EVERY ACTION IS LISTED ON THE *
      *  MAINTENANCE REPORT (ACMRFILE) AS APPLIED OR REJECTED WITH A   *
      *  REASON, SO THE BACK OFFICE CAN TICK THE RUN OFF AGAINST THE   *
      *  KEYED WORK.  RUN AHEAD OF BUGEDIT SO NEW ACCOUNTS ARE OPEN    *
      *  BEFORE THE DAY'S TRANSACTIONS ARE EDITED.                     *
      *  A CLOSE IS PROVED AGAINST THE LEDGER (LEDGFILE): AN ACCOUNT   *
      *  STILL CARRYING A BALANCE IS ONLY CLOSED WHEN THE ACTION NAMES *
      *  AN OPEN SUCCESSOR ACCOUNT, AND THE BALANCE IS THEN SWEPT      *
      *  ACROSS AS A SYSTEM-GENERATED DR/CR TRANSFER PAIR WRITTEN TO   *
      *  THE SYSTEM TRANSACTION FILE (SYSTRAN, WSTRANS LAYOUT WITH ITS *
      *  OWN 999999 TRAILER) FOR BUGEDIT AND BUG TO EDIT AND POST.     *
      *  BUGACM IS THE FIRST STEP OF THE NIGHT, SO IT STARTS SYSTRAN   *
      *  AFRESH - NO SWEEP CAN BE PICKED UP TWICE.  IT IS REFUSED ONCE *
      *  BUGACR OR BUGEDIT HAS STARTED FOR THE DAY, SINCE STARTING     *
      *  SYSTRAN AGAIN WOULD THEN LOSE ACCRUALS OR SWEEPS ALREADY ON   *
      *  IT OR ALREADY EDITED FROM IT.  SWEEP TRANS-IDS                *
      *  CARRY ON FROM THE LAST ONE USED (SYSIDCTL, WSSYID LAYOUT).    *
      *  AN ACCOUNT THAT SENDS OR RECEIVES A SWEEP MAY NOT BE CLOSED   *
      *  LATER IN THE SAME RUN, SINCE ITS LEDGER BALANCE DOES NOT YET  *
      *  SHOW THE SWEEP.                                               *
      *  ADD AND UPDATE ALSO CARRY THE ACCOUNT'S CREDIT LIMIT AND      *
      *  OVERDRAFT FLAG, WHICH BUG CHECKS EVERY DEBIT AGAINST, AND THE *
      *  LIMIT IN FORCE AFTER EACH SUCH ACTION IS SHOWN ON THE REPORT. *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGACM.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACMRPT-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "LEDGFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-LEDG-ACCOUNT
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT SYSTEM-TRANS-FILE ASSIGN TO "SYSTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SYSTRAN-STATUS.

           SELECT SYSTEM-ID-CONTROL ASSIGN TO "SYSIDCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SYSTEM-ID-STATUS.

           SELECT STEP-LOG-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEP-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-FILE
           RECORDING MODE IS F.
       01  FD-MAINT-RECORD                PIC X(63).

       FD  ACCOUNT-FILE.
       01  FD-ACCOUNT-RECORD.
           05  FD-ACCT-STATUS             PIC X(1).
           05  FD-ACCT-OPEN-DATE          PIC 9(8).
           05  FD-ACCT-STATUS-DATE        PIC 9(8).
           05  FD-ACCT-CLASS              PIC X(2).
           05  FD-ACCT-CREDIT-LIMIT       PIC 9(11)V99.
           05  FD-ACCT-OVERDRAFT-IND      PIC X(1).

       FD  MAINT-REPORT
           RECORDING MODE IS F.
       01  FD-ACMRPT-RECORD               PIC X(80).

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

       FD  SYSTEM-TRANS-FILE
           RECORDING MODE IS F.
       01  FD-SYSTRAN-RECORD              PIC X(53).

       FD  SYSTEM-ID-CONTROL
           RECORDING MODE IS F.
       01  FD-SYSTEM-ID-RECORD            PIC X(40).

       FD  STEP-LOG-FILE
           RECORDING MODE IS F.
       01  FD-STEP-LOG-RECORD              PIC X(50).

       WORKING-STORAGE SECTION.
           COPY WSACCT.
           COPY WSACMT.
           COPY WSLEDG.
           COPY WSTRANS.
           COPY WSSYID.
           COPY WSSTEP.

       01  WS-FILE-STATUSES.
           05  WS-MAINT-STATUS             PIC X(2) VALUE SPACES.
           05  WS-ACCOUNT-STATUS           PIC X(2) VALUE SPACES.
           05  WS-ACMRPT-STATUS            PIC X(2) VALUE SPACES.
           05  WS-LEDGER-STATUS            PIC X(2) VALUE SPACES.
           05  WS-SYSTRAN-STATUS           PIC X(2) VALUE SPACES.
           05  WS-SYSTEM-ID-STATUS         PIC X(2) VALUE SPACES.
           05  WS-STEP-LOG-STATUS          PIC X(2) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-MAINT-SW             PIC X VALUE "N".
               88  ACCT-ON-FILE            VALUE "Y".
           05  WS-ACTION-APPLIED-SW        PIC X VALUE "N".
               88  ACTION-APPLIED          VALUE "Y".
           05  WS-LEDGER-SW                PIC X VALUE "E".
               88  LEDGER-AVAILABLE        VALUE "Y".
               88  LEDGER-NOT-BUILT        VALUE "N".
               88  LEDGER-IN-ERROR         VALUE "E".
           05  WS-SYSTRAN-OPEN-SW          PIC X VALUE "N".
               88  SYSTRAN-OPEN            VALUE "Y".
           05  WS-SYSTEM-ID-SW             PIC X VALUE "N".
               88  SYSTEM-IDS-AVAILABLE    VALUE "Y".
           05  WS-SYSTEM-IDS-USED-SW       PIC X VALUE "N".
               88  SYSTEM-IDS-USED         VALUE "Y".
           05  WS-SWEPT-ACCOUNT-SW         PIC X VALUE "N".
               88  SWEPT-ACCOUNT-FOUND     VALUE "Y".

      *    GRADED CONDITION CODE SURFACED TO THE SCHEDULER:
      *      0 = CLEAN RUN, ALL ACTIONS APPLIED
      *      4 = WARNING (MISSING MAINTENANCE FILE, REJECTED
      *          ACTIONS ON THE REPORT)
      *     12 = UNRECOVERABLE FILE ERROR (ACCTFILE, ACMRFILE,
      *          SYSTRAN, SYSIDCTL)
      *     16 = RUN REFUSED - BUGACR OR BUGEDIT ALREADY STARTED
      *          TODAY
      *    THE HIGHEST CONDITION RAISED DURING THE RUN WINS.
       01  WS-RETURN-CODES.
           05  WS-HIGHEST-RETURN-CODE      PIC 9(2) VALUE 0.

       01  WS-RUN-DATE                     PIC 9(8) VALUE 0.
       01  WS-CURRENT-DATE-TIME            PIC X(21) VALUE SPACES.

      *    JOB-STREAM STEP LOGGING (STEPLOG, WSSTEP LAYOUT) - THE
      *    LATER STEPS THAT MUST NOT YET HAVE STARTED TODAY WHEN THIS
      *    ONE RUNS.
       01  WS-STEP-CONTROL.
           05  WS-STEP-BUSINESS-DATE       PIC 9(8) VALUE 0.
           05  WS-STEP-START-TIME          PIC 9(6) VALUE 0.
           05  WS-STEP-ACCRUAL-PROGRAM     PIC X(8) VALUE "BUGACR".
           05  WS-STEP-EDIT-PROGRAM        PIC X(8) VALUE "BUGEDIT".
           05  WS-STEP-LATER-PROGRAM       PIC X(8) VALUE SPACES.
           05  WS-EOF-STEP-LOG-SW          PIC X VALUE "N".
               88  EOF-STEP-LOG            VALUE "Y".
           05  WS-STEP-SEQUENCE-SW         PIC X VALUE "N".
               88  STEP-OUT-OF-SEQUENCE    VALUE "Y".

       01  WS-REJECT-REASON                PIC X(30) VALUE SPACES.

      *    BALANCE SWEEP ON A CLOSE.  THE LEDGER BALANCE IS S9(11)V99
      *    BUT A TRANSACTION AMOUNT IS ONLY S9(7)V99, SO A LARGE
      *    BALANCE GOES ACROSS AS SEVERAL TRANSFER PAIRS NO BIGGER
      *    THAN WS-MAX-SWEEP-PIECE.  BUG POSTS A DR AS AN ADD AND A CR
      *    AS A SUBTRACT, SO A DEBIT BALANCE IS CLEARED BY A CR ON THE
      *    CLOSING ACCOUNT AND A CREDIT BALANCE BY A DR.
       01  WS-SWEEP-FIELDS.
           05  WS-SWEEP-BALANCE            PIC S9(11)V99 VALUE 0.
           05  WS-SWEEP-REMAINING          PIC S9(11)V99 VALUE 0.
           05  WS-SWEEP-PIECE              PIC S9(7)V99 VALUE 0.
           05  WS-MAX-SWEEP-PIECE          PIC S9(7)V99
                                           VALUE 9999999.99.
           05  WS-SWEEP-CLOSE-TYPE         PIC X(2) VALUE SPACES.
           05  WS-SWEEP-SUCC-TYPE          PIC X(2) VALUE SPACES.
           05  WS-SWEPT-TOTAL              PIC S9(11)V99 VALUE 0.

      *    SYSTEM TRANS-IDS ARE "SW" PLUS A SEQUENCE CARRIED FROM
      *    RUN TO RUN ON SYSIDCTL, SO A SWEEP IS RECOGNISABLE ON THE
      *    EDIT LISTING, THE REGISTER AND THE POSTED HISTORY, AND A
      *    REVERSAL CAN NAME ONE WITHOUT MATCHING AN OLDER SWEEP.
       01  WS-SWEEP-TRANS-ID.
           05  FILLER                      PIC X(2) VALUE "SW".
           05  WS-SWEEP-ID-SEQUENCE        PIC 9(4) VALUE 0.

      *    EVERY ACCOUNT ON EITHER SIDE OF A SWEEP WRITTEN THIS RUN.
      *    THE SWEEP ONLY REACHES THE LEDGER WHEN BUG POSTS IT, SO
      *    UNTIL THEN THE LEDGER BALANCE OF THESE ACCOUNTS IS STALE -
      *    A LATER CLOSE OF ONE OF THEM IN THE SAME RUN COULD PASS
      *    THE ZERO-BALANCE TEST OR SWEEP THE SAME MONEY TWICE, SO IT
      *    IS REFUSED.  THE 5000-ENTRY SIZE IS A SANITY LIMIT - WHEN
      *    IT FILLS, NO FURTHER BALANCE IS SWEPT THIS RUN.
       01  WS-SWEPT-ACCOUNT-TABLE.
           05  WS-SWEPT-COUNT              PIC 9(4) VALUE 0.
           05  WS-SWEPT-TABLE-FULL-SW      PIC X VALUE "N".
               88  SWEPT-TABLE-FULL        VALUE "Y".
           05  WS-SWEPT-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-SWEPT-IDX.
               10  WS-SWEPT-ACCOUNT        PIC X(8).

       01  WS-SWEPT-SEARCH-ACCOUNT         PIC X(8) VALUE SPACES.

       01  WS-SWEEP-OUT-DESCRIPTION.
           05  FILLER                      PIC X(9) VALUE "SWEEP TO ".
           05  WS-SWEEP-OUT-ACCOUNT        PIC X(8).
           05  FILLER                      PIC X(3) VALUE SPACES.

       01  WS-SWEEP-IN-DESCRIPTION.
           05  FILLER                      PIC X(11) VALUE
               "SWEEP FROM ".
           05  WS-SWEEP-IN-ACCOUNT         PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACES.

       01  WS-SYSTRAN-CONTROLS.
           05  WS-SYSTRAN-COUNT            PIC 9(9) VALUE 0.
           05  WS-SYSTRAN-HASH-TOTAL       PIC S9(11)V99 VALUE 0.

       01  WS-ACMRPT-HEADING-1.
           05  FILLER                      PIC X(36) VALUE
               "BUG ACCOUNT MASTER MAINTENANCE - RUN".
           05  DET-RESULT                  PIC X(30).
           05  FILLER                      PIC X(4) VALUE SPACES.

       01  WS-ACMRPT-SWEEP-LINE.
           05  FILLER                      PIC X(14) VALUE SPACES.
           05  FILLER                      PIC X(14) VALUE
               "BALANCE SWEPT ".
           05  SWP-AMOUNT                  PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(4) VALUE " TO ".
           05  SWP-SUCCESSOR               PIC X(8).
           05  FILLER                      PIC X(21) VALUE SPACES.

       01  WS-ACMRPT-LIMIT-LINE.
           05  FILLER                      PIC X(14) VALUE SPACES.
           05  FILLER                      PIC X(14) VALUE
               "CREDIT LIMIT  ".
           05  LIM-AMOUNT                  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(12) VALUE
               "  OVERDRAFT ".
           05  LIM-OVERDRAFT               PIC X(11).
           05  FILLER                      PIC X(12) VALUE SPACES.

       01  WS-ACMRPT-TOTAL-LINE.
           05  FILLER                      PIC X(9) VALUE "APPLIED: ".
           05  TOT-APPLIED                 PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(12) VALUE
               "  REJECTED: ".
           05  TOT-REJECTED                PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(9) VALUE
               "  SWEPT: ".
           05  TOT-SWEPT                   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(13) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0800-CHECK-STEP-SEQUENCE
           IF STEP-OUT-OF-SEQUENCE
               MOVE WS-HIGHEST-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0850-LOG-STEP-START
           PERFORM 1000-INITIALIZE
           PERFORM UNTIL EOF-MAINT
               READ MAINT-FILE INTO ACCT-MAINT-RECORD
               END-READ
           END-PERFORM
           PERFORM 4000-TERMINATE
           PERFORM 8800-LOG-STEP-END
           MOVE WS-HIGHEST-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *    BUGACM HAS NO PREDECESSOR, BUT IT STARTS SYSTRAN AFRESH, SO
      *    IT REFUSES TO RUN ONCE BUGACR OR BUGEDIT HAS STARTED TODAY
      *    - A RERUN THEN WOULD WIPE THE MONTH'S ACCRUALS, OR SWEEPS
      *    BUGEDIT HAS ALREADY EDITED.  ONLY A START COUNTS: A STEP
      *    THAT WAS REFUSED NEVER TOUCHED SYSTRAN, SO A CLEAN RERUN OF
      *    A FAILED BUGACM STILL RELEASES THE REST OF THE NIGHT.
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
                           PERFORM 0820-NOTE-LATER-STEP-ENTRY
                   END-READ
               END-PERFORM
               CLOSE STEP-LOG-FILE
           END-IF
           IF WS-STEP-LATER-PROGRAM NOT = SPACES
               SET STEP-OUT-OF-SEQUENCE TO TRUE
               PERFORM 0830-REFUSE-AFTER-LATER-STEP
           END-IF.

       0820-NOTE-LATER-STEP-ENTRY.
           IF (STEP-PROGRAM = WS-STEP-ACCRUAL-PROGRAM OR
               STEP-PROGRAM = WS-STEP-EDIT-PROGRAM) AND
              STEP-BUSINESS-DATE = WS-STEP-BUSINESS-DATE AND
              STEP-STARTED AND
              WS-STEP-LATER-PROGRAM = SPACES
               MOVE STEP-PROGRAM TO WS-STEP-LATER-PROGRAM
           END-IF.

       0830-REFUSE-AFTER-LATER-STEP.
           DISPLAY "BUGACM: *** RUN REFUSED - " WS-STEP-LATER-PROGRAM
               " ALREADY STARTED FOR BUSINESS DATE "
               WS-STEP-BUSINESS-DATE " ***"
           IF WS-STEP-LATER-PROGRAM = WS-STEP-ACCRUAL-PROGRAM
               DISPLAY "BUGACM: SYSTRAN HOLDS THE PERIOD'S ACCRUALS - "
                   "STARTING IT AFRESH WOULD LOSE THEM"
           ELSE
               DISPLAY "BUGACM: SYSTRAN HAS BEEN EDITED - STARTING "
                   "IT AFRESH WOULD LOSE ITS SWEEPS"
           END-IF
           DISPLAY "BUGACM: HOLD THE MAINTENANCE FOR THE NEXT NIGHT'S "
               "STREAM"
           MOVE 16 TO WS-CANDIDATE-RETURN-CODE
           PERFORM 9000-SET-RETURN-CODE
           MOVE SPACES TO STEP-LOG-RECORD
           MOVE "R" TO STEP-EVENT
           MOVE WS-STEP-BUSINESS-DATE TO STEP-END-DATE
           MOVE WS-STEP-START-TIME TO STEP-END-TIME
           MOVE WS-HIGHEST-RETURN-CODE TO STEP-CONDITION-CODE
           MOVE WS-STEP-LATER-PROGRAM TO STEP-PREDECESSOR
           PERFORM 8900-WRITE-STEP-LOG.

      *    EVERY RUN IS RECORDED ON THE SHARED STEP LOG (STEPLOG)
      *    FOR THE MORNING HANDOVER REPORT.
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
               SET EOF-MAINT TO TRUE
               MOVE 12 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-SET-RETURN-CODE
           END-IF
           PERFORM 1100-OPEN-LEDGER-FILE
           PERFORM 1200-OPEN-SYSTEM-TRANS
           PERFORM 1300-READ-SYSTEM-ID-CONTROL.

      *    A LEDGER THAT HAS NEVER BEEN BUILT MEANS NOTHING HAS EVER
      *    POSTED, SO EVERY BALANCE IS ZERO.  ANY OTHER FAILURE LEAVES
      *    THE BALANCES UNPROVEN AND EVERY CLOSE IS REJECTED.
       1100-OPEN-LEDGER-FILE.
           OPEN INPUT LEDGER-FILE
           EVALUATE WS-LEDGER-STATUS
               WHEN "00"
                   SET LEDGER-AVAILABLE TO TRUE
               WHEN "35"
                   SET LEDGER-NOT-BUILT TO TRUE
                   DISPLAY "BUGACM: NO LEDGER FILE YET - ALL BALANCES "
                       "TAKEN AS ZERO"
               WHEN OTHER
                   SET LEDGER-IN-ERROR TO TRUE
                   DISPLAY "BUGACM: ERROR OPENING LEDGFILE - STATUS "
                       WS-LEDGER-STATUS " - CLOSES WILL BE REJECTED"
           END-EVALUATE.

      *    SYSTRAN IS ALWAYS WRITTEN, EVEN EMPTY, SO BUGEDIT NEVER
      *    PICKS UP A PREVIOUS NIGHT'S SWEEPS (0800 HAS ALREADY MADE
      *    SURE NO LATER STEP HAS STARTED ON IT TODAY).  IF IT CANNOT BE
      *    STARTED THE RUN CARRIES ON FOR THE OTHER ACTIONS BUT ENDS
      *    WITH CONDITION 12 SO THE STREAM IS HELD.
       1200-OPEN-SYSTEM-TRANS.
           OPEN OUTPUT SYSTEM-TRANS-FILE
           IF WS-SYSTRAN-STATUS = "00"
               SET SYSTRAN-OPEN TO TRUE
           ELSE
               DISPLAY "BUGACM: ERROR OPENING SYSTRAN - STATUS "
                   WS-SYSTRAN-STATUS " - NO BALANCE CAN BE SWEPT"
               MOVE 12 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-SET-RETURN-CODE
           END-IF.

      *    A MISSING SYSIDCTL MEANS NO SYSTEM TRANS-ID HAS EVER BEEN
      *    GIVEN OUT, SO NUMBERING STARTS AT 1.  ANY OTHER FAILURE
      *    LEAVES THE LAST ID USED UNKNOWN - THE RUN CARRIES ON FOR
      *    THE OTHER ACTIONS, BUT NO BALANCE CAN BE SWEPT.
       1300-READ-SYSTEM-ID-CONTROL.
           MOVE 0 TO SYID-LAST-SWEEP-SEQ
           MOVE 0 TO SYID-LAST-ACCRUAL-SEQ
           OPEN INPUT SYSTEM-ID-CONTROL
           EVALUATE WS-SYSTEM-ID-STATUS
               WHEN "00"
                   READ SYSTEM-ID-CONTROL INTO SYSTEM-ID-CONTROL-RECORD
                       AT END
                           MOVE 0 TO SYID-LAST-SWEEP-SEQ
                           MOVE 0 TO SYID-LAST-ACCRUAL-SEQ
                   END-READ
                   IF WS-SYSTEM-ID-STATUS = "00" OR
                      WS-SYSTEM-ID-STATUS = "10"
                       SET SYSTEM-IDS-AVAILABLE TO TRUE
                   ELSE
                       DISPLAY "BUGACM: ERROR READING SYSIDCTL - "
                           "STATUS " WS-SYSTEM-ID-STATUS
                           " - NO BALANCE CAN BE SWEPT"
                       MOVE 12 TO WS-CANDIDATE-RETURN-CODE
                       PERFORM 9000-SET-RETURN-CODE
                   END-IF
                   CLOSE SYSTEM-ID-CONTROL
               WHEN "35"
                   SET SYSTEM-IDS-AVAILABLE TO TRUE
                   DISPLAY "BUGACM: NO SYSIDCTL YET - SYSTEM TRANS-IDS "
                       "START AT 1"
               WHEN OTHER
                   DISPLAY "BUGACM: ERROR OPENING SYSIDCTL - STATUS "
                       WS-SYSTEM-ID-STATUS " - NO BALANCE CAN BE SWEPT"
                   MOVE 12 TO WS-CANDIDATE-RETURN-CODE
                   PERFORM 9000-SET-RETURN-CODE
           END-EVALUATE
           MOVE SYID-LAST-SWEEP-SEQ TO WS-SWEEP-ID-SEQUENCE.

       2000-APPLY-MAINT-ACTION.
           MOVE "N" TO WS-ACTION-APPLIED-SW
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 0 TO WS-SWEEP-BALANCE
           IF ACMT-ACCOUNT = SPACES
               MOVE "BLANK ACCOUNT NUMBER" TO WS-REJECT-REASON
           ELSE
               IF NOT ACMT-ACTION-VALID
                   MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
               ELSE
                   PERFORM 2050-CHECK-LIMIT-FIELDS
               END-IF
               IF WS-REJECT-REASON = SPACES
                   PERFORM 2100-READ-ACCOUNT-MASTER
                   EVALUATE TRUE
                       WHEN ACMT-ADD
                           PERFORM 2300-SET-ACCOUNT-STATUS
                       WHEN ACMT-REOPEN
                           PERFORM 2300-SET-ACCOUNT-STATUS
                       WHEN ACMT-UPDATE
                           PERFORM 2400-UPDATE-ACCOUNT-DETAILS
                   END-EVALUATE
               END-IF
           END-IF
           PERFORM 2900-REPORT-ACTION.

      *    THE CREDIT LIMIT IS KEYED AS A FULL 13-DIGIT FIGURE WITH
      *    TWO IMPLIED DECIMALS, OR LEFT BLANK TO KEEP THE LIMIT ON
      *    FILE.  THE OVERDRAFT FLAG IS Y (MAY RUN PAST THE LIMIT),
      *    N (HELD TO THE LIMIT) OR BLANK.
       2050-CHECK-LIMIT-FIELDS.
           IF ACMT-CREDIT-LIMIT-X NOT = SPACES AND
              ACMT-CREDIT-LIMIT NOT NUMERIC
               MOVE "CREDIT LIMIT NOT NUMERIC" TO WS-REJECT-REASON
           ELSE
               IF NOT ACMT-OVERDRAFT-VALID
                   MOVE "OVERDRAFT FLAG NOT Y OR N"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

       2100-READ-ACCOUNT-MASTER.
           MOVE "N" TO WS-ACCT-ON-FILE-SW
           MOVE ACMT-ACCOUNT TO FD-ACCT-NUMBER
           ELSE
               MOVE ACMT-ACCOUNT TO ACCT-NUMBER
               MOVE ACMT-NAME TO ACCT-NAME
               MOVE ACMT-CLASS TO ACCT-CLASS
               MOVE 0 TO ACCT-CREDIT-LIMIT
               SET ACCT-LIMIT-ENFORCED TO TRUE
               PERFORM 2420-APPLY-LIMIT-CHANGES
               SET ACCT-OPEN TO TRUE
               MOVE WS-RUN-DATE TO ACCT-OPEN-DATE
               MOVE WS-RUN-DATE TO ACCT-STATUS-DATE

      *    CLOSE, FREEZE AND REOPEN ALL COME DOWN TO RESTAMPING THE
      *    STATUS BYTE ON AN ACCOUNT THAT MUST ALREADY BE ON FILE -
      *    A NAME OR CLASS SUPPLIED ON THE ACTION IS APPLIED AS WELL,
      *    SO A RENAME RIDES ALONG WITH A STATUS CHANGE.  A CLOSE MUST
      *    FIRST PROVE A ZERO LEDGER BALANCE OR SWEEP IT ACROSS TO A
      *    SUCCESSOR; THE SWEEP IS WRITTEN BEFORE THE STATUS CHANGES,
      *    SO A FAILED SWEEP LEAVES THE ACCOUNT OPEN.
       2300-SET-ACCOUNT-STATUS.
           IF NOT ACCT-ON-FILE
               MOVE "ACCOUNT NOT ON FILE" TO WS-REJECT-REASON
           ELSE
               IF ACMT-CLOSE
                   PERFORM 2310-CHECK-CLOSING-BALANCE
               END-IF
               IF WS-REJECT-REASON = SPACES AND
                  WS-SWEEP-BALANCE NOT = 0
                   PERFORM 2350-WRITE-BALANCE-SWEEP
               END-IF
           END-IF
           IF ACCT-ON-FILE AND WS-REJECT-REASON = SPACES
               EVALUATE TRUE
                   WHEN ACMT-CLOSE
                       SET ACCT-CLOSED TO TRUE
                       SET ACCT-OPEN TO TRUE
               END-EVALUATE
               MOVE WS-RUN-DATE TO ACCT-STATUS-DATE
               PERFORM 2410-APPLY-DETAIL-CHANGES
               PERFORM 2490-REWRITE-ACCOUNT
           END-IF.

      *    AN ACCOUNT WITH NO LEDGER RECORD HAS NEVER POSTED AND
      *    CLOSES AS A ZERO BALANCE.  AN ACCOUNT ALREADY SWEPT TO OR
      *    FROM THIS RUN CANNOT BE PROVED FROM THE LEDGER UNTIL THE
      *    SWEEP HAS POSTED, SO IT CLOSES ON A LATER NIGHT.
       2310-CHECK-CLOSING-BALANCE.
           MOVE ACMT-ACCOUNT TO WS-SWEPT-SEARCH-ACCOUNT
           PERFORM 2330-SEARCH-SWEPT-ACCOUNTS
           IF SWEPT-ACCOUNT-FOUND
               MOVE "SWEEP PENDING FROM THIS RUN" TO WS-REJECT-REASON
           ELSE
               PERFORM 2315-READ-CLOSING-BALANCE
           END-IF.

       2315-READ-CLOSING-BALANCE.
           IF LEDGER-IN-ERROR
               MOVE "LEDGER NOT AVAILABLE" TO WS-REJECT-REASON
           ELSE
               IF LEDGER-AVAILABLE
                   MOVE ACMT-ACCOUNT TO FD-LEDG-ACCOUNT
                   READ LEDGER-FILE INTO LEDGER-RECORD
                       INVALID KEY
                           MOVE 0 TO LEDG-BALANCE
                   END-READ
                   MOVE LEDG-BALANCE TO WS-SWEEP-BALANCE
               END-IF
               IF WS-SWEEP-BALANCE NOT = 0
                   IF ACMT-SUCCESSOR = SPACES
                       MOVE "BALANCE NOT ZERO, NO SUCCESSOR"
                           TO WS-REJECT-REASON
                   ELSE
                       PERFORM 2320-CHECK-SUCCESSOR
                   END-IF
               END-IF
           END-IF.

      *    THE SUCCESSOR IS READ WITHOUT INTO SO THE CLOSING ACCOUNT
      *    STAYS IN ACCOUNT-MASTER-RECORD FOR THE REWRITE.  A
      *    SUCCESSOR CLOSED EARLIER IN THIS RUN IS NAMED AS SUCH, SO
      *    THE BACK OFFICE SEES WHY THE SWEEP WAS REFUSED.
       2320-CHECK-SUCCESSOR.
           EVALUATE TRUE
               WHEN ACMT-SUCCESSOR = ACMT-ACCOUNT
                   MOVE "SUCCESSOR IS CLOSING ACCOUNT"
                       TO WS-REJECT-REASON
               WHEN NOT SYSTRAN-OPEN
                   MOVE "SWEEP FILE NOT AVAILABLE"
                       TO WS-REJECT-REASON
               WHEN NOT SYSTEM-IDS-AVAILABLE
                   MOVE "SYSTEM TRANS-IDS NOT AVAILABLE"
                       TO WS-REJECT-REASON
               WHEN WS-SWEPT-COUNT > 4998
                   MOVE "SWEEP TABLE FULL" TO WS-REJECT-REASON
                   IF NOT SWEPT-TABLE-FULL
                       SET SWEPT-TABLE-FULL TO TRUE
                       DISPLAY "BUGACM: SWEPT-ACCOUNT TABLE FULL - NO "
                           "FURTHER BALANCE SWEPT THIS RUN"
                   END-IF
               WHEN OTHER
                   MOVE ACMT-SUCCESSOR TO FD-ACCT-NUMBER
                   READ ACCOUNT-FILE
                       INVALID KEY
                           MOVE "SUCCESSOR NOT ON FILE"
                               TO WS-REJECT-REASON
                       NOT INVALID KEY
                           PERFORM 2325-CHECK-SUCCESSOR-STATUS
                   END-READ
           END-EVALUATE.

       2325-CHECK-SUCCESSOR-STATUS.
           IF FD-ACCT-STATUS = "C" AND
              FD-ACCT-STATUS-DATE = WS-RUN-DATE
               MOVE "SUCCESSOR CLOSED TODAY" TO WS-REJECT-REASON
           ELSE
               IF FD-ACCT-STATUS NOT = "O"
                   MOVE "SUCCESSOR ACCOUNT NOT OPEN"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

       2330-SEARCH-SWEPT-ACCOUNTS.
           MOVE "N" TO WS-SWEPT-ACCOUNT-SW
           PERFORM VARYING WS-SWEPT-IDX FROM 1 BY 1
                   UNTIL WS-SWEPT-IDX > WS-SWEPT-COUNT
                      OR SWEPT-ACCOUNT-FOUND
               IF WS-SWEPT-ACCOUNT(WS-SWEPT-IDX) =
                  WS-SWEPT-SEARCH-ACCOUNT
                   SET SWEPT-ACCOUNT-FOUND TO TRUE
               END-IF
           END-PERFORM.

       2350-WRITE-BALANCE-SWEEP.
           IF WS-SWEEP-BALANCE > 0
               MOVE "CR" TO WS-SWEEP-CLOSE-TYPE
               MOVE "DR" TO WS-SWEEP-SUCC-TYPE
               MOVE WS-SWEEP-BALANCE TO WS-SWEEP-REMAINING
           ELSE
               MOVE "DR" TO WS-SWEEP-CLOSE-TYPE
               MOVE "CR" TO WS-SWEEP-SUCC-TYPE
               COMPUTE WS-SWEEP-REMAINING = 0 - WS-SWEEP-BALANCE
           END-IF
           MOVE ACMT-SUCCESSOR TO WS-SWEEP-OUT-ACCOUNT
           MOVE ACMT-ACCOUNT TO WS-SWEEP-IN-ACCOUNT
           PERFORM UNTIL WS-SWEEP-REMAINING = 0
                      OR WS-REJECT-REASON NOT = SPACES
               IF WS-SWEEP-REMAINING > WS-MAX-SWEEP-PIECE
                   MOVE WS-MAX-SWEEP-PIECE TO WS-SWEEP-PIECE
               ELSE
                   MOVE WS-SWEEP-REMAINING TO WS-SWEEP-PIECE
               END-IF
               SUBTRACT WS-SWEEP-PIECE FROM WS-SWEEP-REMAINING
               PERFORM 2360-WRITE-SWEEP-PAIR
           END-PERFORM
           PERFORM 2380-REMEMBER-SWEPT-ACCOUNTS.

       2360-WRITE-SWEEP-PAIR.
           MOVE SPACES TO TRANSACTION-RECORD
           PERFORM 2365-TAKE-NEXT-SWEEP-ID
           MOVE WS-SWEEP-TRANS-ID TO TRANS-ID
           MOVE WS-RUN-DATE TO TRANS-DATE
           MOVE WS-SWEEP-PIECE TO TRANS-AMOUNT
           MOVE WS-SWEEP-CLOSE-TYPE TO TRANS-TYPE-CODE
           MOVE WS-SWEEP-OUT-DESCRIPTION TO TRANS-DESCRIPTION
           MOVE ACMT-ACCOUNT TO TRANS-ACCOUNT
           PERFORM 2370-WRITE-SYSTEM-TRANS
           IF WS-REJECT-REASON = SPACES
               MOVE SPACES TO TRANSACTION-RECORD
               PERFORM 2365-TAKE-NEXT-SWEEP-ID
               MOVE WS-SWEEP-TRANS-ID TO TRANS-ID
               MOVE WS-RUN-DATE TO TRANS-DATE
               MOVE WS-SWEEP-PIECE TO TRANS-AMOUNT
               MOVE WS-SWEEP-SUCC-TYPE TO TRANS-TYPE-CODE
               MOVE WS-SWEEP-IN-DESCRIPTION TO TRANS-DESCRIPTION
               MOVE ACMT-SUCCESSOR TO TRANS-ACCOUNT
               PERFORM 2370-WRITE-SYSTEM-TRANS
           END-IF.

      *    THE SEQUENCE WRAPS FROM 9999 BACK TO 1.
       2365-TAKE-NEXT-SWEEP-ID.
           IF WS-SWEEP-ID-SEQUENCE = 9999
               MOVE 1 TO WS-SWEEP-ID-SEQUENCE
           ELSE
               ADD 1 TO WS-SWEEP-ID-SEQUENCE
           END-IF
           SET SYSTEM-IDS-USED TO TRUE.

       2370-WRITE-SYSTEM-TRANS.
           WRITE FD-SYSTRAN-RECORD FROM TRANSACTION-RECORD
           IF WS-SYSTRAN-STATUS = "00"
               ADD 1 TO WS-SYSTRAN-COUNT
               ADD TRANS-AMOUNT TO WS-SYSTRAN-HASH-TOTAL
           ELSE
               DISPLAY "BUGACM: ERROR WRITING SYSTRAN - STATUS "
                   WS-SYSTRAN-STATUS " - ACCOUNT " ACMT-ACCOUNT
                   " LEFT OPEN"
               MOVE "SWEEP FILE WRITE FAILED" TO WS-REJECT-REASON
               MOVE 12 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-SET-RETURN-CODE
           END-IF.

      *    BOTH ACCOUNTS ARE REMEMBERED EVEN IF A LEG FAILED TO
      *    WRITE - WHATEVER DID REACH SYSTRAN WILL STILL POST.
      *    2320 HAS ALREADY MADE ROOM FOR THE PAIR.
       2380-REMEMBER-SWEPT-ACCOUNTS.
           ADD 1 TO WS-SWEPT-COUNT
           SET WS-SWEPT-IDX TO WS-SWEPT-COUNT
           MOVE ACMT-ACCOUNT TO WS-SWEPT-ACCOUNT(WS-SWEPT-IDX)
           ADD 1 TO WS-SWEPT-COUNT
           SET WS-SWEPT-IDX TO WS-SWEPT-COUNT
           MOVE ACMT-SUCCESSOR TO WS-SWEPT-ACCOUNT(WS-SWEPT-IDX).

      *    AN UPDATE CHANGES DETAILS ONLY - THE STATUS AND ITS DATE
      *    ARE LEFT ALONE, SO A RENAME DOES NOT LOOK LIKE A REOPEN.
       2400-UPDATE-ACCOUNT-DETAILS.
           IF NOT ACCT-ON-FILE
               MOVE "ACCOUNT NOT ON FILE" TO WS-REJECT-REASON
           ELSE
               PERFORM 2410-APPLY-DETAIL-CHANGES
               PERFORM 2490-REWRITE-ACCOUNT
           END-IF.

       2410-APPLY-DETAIL-CHANGES.
           IF ACMT-NAME NOT = SPACES
               MOVE ACMT-NAME TO ACCT-NAME
           END-IF
           IF ACMT-CLASS NOT = SPACES
               MOVE ACMT-CLASS TO ACCT-CLASS
           END-IF
           PERFORM 2420-APPLY-LIMIT-CHANGES.

      *    KEYING A LIMIT FOR AN ACCOUNT THAT HAS NEVER HAD ONE PUTS
      *    IT UNDER LIMIT CONTROL - IT IS HELD TO THE NEW LIMIT
      *    UNLESS THE SAME ACTION ALSO ALLOWS OVERDRAFT.
       2420-APPLY-LIMIT-CHANGES.
           IF ACMT-CREDIT-LIMIT-X NOT = SPACES
               MOVE ACMT-CREDIT-LIMIT TO ACCT-CREDIT-LIMIT
               IF ACCT-NO-LIMIT-SET
                   SET ACCT-LIMIT-ENFORCED TO TRUE
               END-IF
           END-IF
           IF ACMT-OVERDRAFT-IND NOT = SPACE
               MOVE ACMT-OVERDRAFT-IND TO ACCT-OVERDRAFT-IND
           END-IF.

       2490-REWRITE-ACCOUNT.
           MOVE ACCOUNT-MASTER-RECORD TO FD-ACCOUNT-RECORD
           REWRITE FD-ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "BUGACM: ERROR REWRITING ACCOUNT "
                       ACMT-ACCOUNT
                   MOVE "FILE ERROR ON REWRITE"
                       TO WS-REJECT-REASON
                   MOVE 12 TO WS-CANDIDATE-RETURN-CODE
                   PERFORM 9000-SET-RETURN-CODE
               NOT INVALID KEY
                   SET ACTION-APPLIED TO TRUE
           END-REWRITE.

       2900-REPORT-ACTION.
           MOVE ACMT-ACTION TO DET-ACTION
           MOVE ACMT-ACCOUNT TO DET-ACCOUNT
           END-IF
           IF MAINT-REPORT-OPEN
               WRITE FD-ACMRPT-RECORD FROM WS-ACMRPT-DETAIL-LINE
           END-IF
           IF ACTION-APPLIED AND WS-SWEEP-BALANCE NOT = 0
               PERFORM 2910-REPORT-SWEEP
           END-IF
           IF ACTION-APPLIED AND
              (ACMT-ADD OR ACMT-CREDIT-LIMIT-X NOT = SPACES OR
               ACMT-OVERDRAFT-IND NOT = SPACE)
               PERFORM 2920-REPORT-LIMIT
           END-IF.

       2910-REPORT-SWEEP.
           IF WS-SWEEP-BALANCE > 0
               ADD WS-SWEEP-BALANCE TO WS-SWEPT-TOTAL
           ELSE
               SUBTRACT WS-SWEEP-BALANCE FROM WS-SWEPT-TOTAL
           END-IF
           IF MAINT-REPORT-OPEN
               MOVE WS-SWEEP-BALANCE TO SWP-AMOUNT
               MOVE ACMT-SUCCESSOR TO SWP-SUCCESSOR
               WRITE FD-ACMRPT-RECORD FROM WS-ACMRPT-SWEEP-LINE
           END-IF.

       2920-REPORT-LIMIT.
           IF MAINT-REPORT-OPEN
               MOVE ACCT-CREDIT-LIMIT TO LIM-AMOUNT
               IF ACCT-OVERDRAFT-ALLOWED
                   MOVE "ALLOWED" TO LIM-OVERDRAFT
               ELSE
                   MOVE "NOT ALLOWED" TO LIM-OVERDRAFT
               END-IF
               WRITE FD-ACMRPT-RECORD FROM WS-ACMRPT-LIMIT-LINE
           END-IF.

       4000-TERMINATE.
           IF MAINT-REPORT-OPEN
               MOVE WS-ACTIONS-APPLIED TO TOT-APPLIED
               MOVE WS-ACTIONS-REJECTED TO TOT-REJECTED
               MOVE WS-SWEPT-TOTAL TO TOT-SWEPT
               WRITE FD-ACMRPT-RECORD FROM WS-ACMRPT-TOTAL-LINE
               CLOSE MAINT-REPORT
           END-IF
           IF SYSTRAN-OPEN
               PERFORM 4100-WRITE-SYSTRAN-TRAILER
               CLOSE SYSTEM-TRANS-FILE
           END-IF
           IF SYSTEM-IDS-USED
               PERFORM 4200-SAVE-SYSTEM-ID-CONTROL
           END-IF
           IF LEDGER-AVAILABLE
               CLOSE LEDGER-FILE
           END-IF
           CLOSE MAINT-FILE
           CLOSE ACCOUNT-FILE
           DISPLAY "BUGACM: READ " WS-ACTIONS-READ
               " APPLIED " WS-ACTIONS-APPLIED
               " REJECTED " WS-ACTIONS-REJECTED
           DISPLAY "BUGACM: SYSTEM TRANSACTIONS WRITTEN "
               WS-SYSTRAN-COUNT.

      *    SAME TRAILER DISCIPLINE AS CLEANTRN, SO BUGEDIT PROVES THE
      *    SWEEPS ARRIVED COMPLETE BEFORE ANY OF THEM POST.
       4100-WRITE-SYSTRAN-TRAILER.
           MOVE SPACES TO TRANS-TRAILER-RECORD
           MOVE "999999" TO TRLR-RECORD-ID
           MOVE WS-SYSTRAN-COUNT TO TRLR-RECORD-COUNT
           MOVE WS-SYSTRAN-HASH-TOTAL TO TRLR-HASH-TOTAL
           WRITE FD-SYSTRAN-RECORD FROM TRANS-TRAILER-RECORD
           IF WS-SYSTRAN-STATUS NOT = "00"
               DISPLAY "BUGACM: ERROR WRITING SYSTRAN TRAILER - "
                   "STATUS " WS-SYSTRAN-STATUS
               MOVE 12 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-SET-RETURN-CODE
           END-IF.

      *    THE ACCRUAL COUNTER READ AT THE START GOES BACK UNCHANGED.
      *    IF THE RECORD CANNOT BE WRITTEN THE NEXT RUN WOULD REUSE
      *    TONIGHT'S SWEEP IDS, SO THE STREAM IS HELD.
       4200-SAVE-SYSTEM-ID-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-SWEEP-ID-SEQUENCE TO SYID-LAST-SWEEP-SEQ
           MOVE "BUGACM" TO SYID-UPDATED-BY
           MOVE WS-CURRENT-DATE-TIME(1:8) TO SYID-UPDATED-DATE
           MOVE WS-CURRENT-DATE-TIME(9:6) TO SYID-UPDATED-TIME
           OPEN OUTPUT SYSTEM-ID-CONTROL
           IF WS-SYSTEM-ID-STATUS = "00"
               WRITE FD-SYSTEM-ID-RECORD FROM SYSTEM-ID-CONTROL-RECORD
               CLOSE SYSTEM-ID-CONTROL
           END-IF
           IF WS-SYSTEM-ID-STATUS NOT = "00"
               DISPLAY "BUGACM: ERROR REWRITING SYSIDCTL - STATUS "
                   WS-SYSTEM-ID-STATUS
                   " - LAST SWEEP ID " WS-SWEEP-TRANS-ID " NOT SAVED"
               MOVE 12 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-SET-RETURN-CODE
           END-IF.

       8800-LOG-STEP-END.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE SPACES TO STEP-LOG-RECORD
           MOVE "E" TO STEP-EVENT
           MOVE WS-CURRENT-DATE-TIME(1:8) TO STEP-END-DATE
           MOVE WS-CURRENT-DATE-TIME(9:6) TO STEP-END-TIME
           MOVE WS-HIGHEST-RETURN-CODE TO STEP-CONDITION-CODE
           PERFORM 8900-WRITE-STEP-LOG.

       8900-WRITE-STEP-LOG.
           MOVE "BUGACM" TO STEP-PROGRAM
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
               DISPLAY "BUGACM: ERROR OPENING STEPLOG - STATUS "
                   WS-STEP-LOG-STATUS " - STEP NOT LOGGED"
               MOVE 4 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-SET-RETURN-CODE
           END-IF.

       9000-SET-RETURN-CODE.
           IF WS-CANDIDATE-RETURN-CODE > WS-HIGHEST-RETURN-CODE
