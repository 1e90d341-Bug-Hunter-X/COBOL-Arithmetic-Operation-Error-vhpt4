               RECORD KEY IS FD-LEDG-ACCOUNT
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-ACCT-NUMBER
               FILE STATUS IS WS-ACCOUNT-STATUS.

      *    SUSPFILE IS A RELATIVE-RECORD (RRDS) FILE SO THE BUGSUS
      *    SCREEN CAN READ AND REWRITE HELD ITEMS BY RECORD NUMBER -
      *    THE BATCH PASSES STILL PROCESS IT FRONT TO BACK.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DAY-CONTROL-STATUS.

           SELECT STEP-LOG-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEP-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COUNTER-FILE.

       FD  TRANS-FILE
           RECORDING MODE IS F.
       01  FD-TRANS-RECORD                PIC X(57).

       FD  CHECKPOINT-FILE
           RECORDING MODE IS F.

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       01  FD-SUSPENSE-RECORD             PIC X(86).

       FD  SUSP-AGE-FILE
           RECORDING MODE IS F.

       FD  HISTORY-WORK
           RECORDING MODE IS F.
       01  FD-HIST-WORK-RECORD            PIC X(80).

       FD  HISTORY-TRIM
           RECORDING MODE IS F.
       01  FD-HIST-TRIM-RECORD            PIC X(80).

       FD  HISTORY-FILE
           RECORDING MODE IS F.
       01  FD-HISTORY-RECORD              PIC X(70).

       FD  POSTING-WORK
           RECORDING MODE IS F.

       FD  SUSPENSE-WORK
           RECORDING MODE IS F.
       01  FD-SUSP-WORK-RECORD            PIC X(96).

       FD  SUSPENSE-TRIM
           RECORDING MODE IS F.
       01  FD-SUSP-TRIM-RECORD            PIC X(96).

       FD  DAY-CONTROL-FILE
           RECORDING MODE IS F.
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

       FD  STEP-LOG-FILE
           RECORDING MODE IS F.
       01  FD-STEP-LOG-RECORD              PIC X(50).

       WORKING-STORAGE SECTION.
       01  WS-DATA-AREA.
           05  WS-NUMERIC-FIELD            PIC 9(5) VALUE 0.
       COPY WSCHKPT.
       COPY WSSUSP.
       COPY WSLEDG.
       COPY WSACCT.
       COPY WSHIST.
       COPY WSDAYC.
       COPY WSSTEP.

       01  WS-FILE-STATUSES.
           05  WS-COUNTER-STATUS           PIC X(2) VALUE SPACES.
           05  WS-SUSP-WORK-STATUS         PIC X(2) VALUE SPACES.
           05  WS-SUSP-TRIM-STATUS         PIC X(2) VALUE SPACES.
           05  WS-DAY-CONTROL-STATUS       PIC X(2) VALUE SPACES.
           05  WS-STEP-LOG-STATUS          PIC X(2) VALUE SPACES.
           05  WS-ACCOUNT-STATUS           PIC X(2) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-TRANS-SW             PIC X VALUE "N".
           05  SWRK-PHASE                  PIC X.
               88  SWRK-RECYCLE-PHASE      VALUE "R".
           05  SWRK-SEQUENCE               PIC 9(9).
           05  SWRK-RECORD-DATA            PIC X(86).

      *    ONE POSTING ROW PER APPLIED TRANSACTION GOES TO POSTWORK;
      *    AFTER THE CONTROL-TOTAL CHECK PASSES THE ROWS ARE SORTED
               88  HWRK-RECYCLE-PHASE      VALUE "R".
               88  HWRK-TRANFILE-PHASE     VALUE "T".
           05  HWRK-SEQUENCE               PIC 9(9).
           05  HWRK-DETAIL                 PIC X(70).

       01  WS-HIST-COUNTS.
           05  WS-HIST-DETAIL-COUNT        PIC 9(9) VALUE 0.
           05  WS-SUSP-RETAINED-COUNT      PIC 9(9) VALUE 0.
           05  WS-SUSP-AGED-COUNT          PIC 9(9) VALUE 0.
           05  WS-SUSP-WRITTEN-OFF-COUNT   PIC 9(9) VALUE 0.
           05  WS-SUSP-PENDING-COUNT       PIC 9(9) VALUE 0.

      *    CREDIT-LIMIT CONTROL.  EVERY ACCOUNT THE RUN POSTS TO GETS
      *    AN ENTRY, LOADED FROM ACCTFILE AND LEDGFILE THE FIRST TIME
      *    IT IS SEEN; AN ACCOUNT HELD TO ITS LIMIT CARRIES ITS LEDGER
      *    BALANCE PROJECTED FORWARD BY EACH ITEM ACCEPTED SO FAR, SO
      *    A DEBIT IS JUDGED ON THE BALANCE IT WOULD ACTUALLY POST TO.
      *    BUGREG AND BUGGLX MAKE THE SAME PROJECTION IN THE SAME
      *    ORDER, SO AN ITEM HELD HERE IS LEFT OUT OF THE REGISTER AND
      *    THE GL FEED AS WELL.  THE 5000-ENTRY SIZE IS A SANITY LIMIT
      *    - ACCOUNTS FIRST SEEN AFTER IT FILLS ARE POSTED UNCHECKED
      *    WITH A CONSOLE WARNING.
       01  WS-LIMIT-TABLE.
           05  WS-LIMIT-COUNT              PIC 9(4) VALUE 0.
           05  WS-LIMIT-TABLE-FULL-SW      PIC X VALUE "N".
               88  LIMIT-TABLE-FULL        VALUE "Y".
           05  WS-LIMIT-FOUND-SW           PIC X VALUE "N".
               88  LIMIT-ENTRY-FOUND       VALUE "Y".
           05  WS-LIMIT-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-LIM-IDX.
               10  WS-LIM-ACCOUNT          PIC X(8).
               10  WS-LIM-ENFORCED-SW      PIC X(1).
                   88  LIM-ENFORCED        VALUE "Y".
               10  WS-LIM-CREDIT-LIMIT     PIC 9(11)V99.
               10  WS-LIM-BALANCE          PIC S9(11)V99.

       01  WS-LIMIT-CHECK.
           05  WS-LIMIT-FILES-SW           PIC X VALUE "N".
               88  LIMIT-CHECKING-ON       VALUE "Y".
           05  WS-LEDGER-OPEN-SW           PIC X VALUE "N".
               88  LIMIT-LEDGER-OPEN       VALUE "Y".
           05  WS-LIMIT-HELD-SW            PIC X VALUE "N".
               88  OVER-CREDIT-LIMIT       VALUE "Y".
           05  WS-LIMIT-ACCOUNT            PIC X(8) VALUE SPACES.
           05  WS-LIMIT-POST-TYPE          PIC X(2) VALUE SPACES.
           05  WS-LIMIT-AMOUNT             PIC S9(7)V99 VALUE 0.
           05  WS-LIMIT-NEW-BALANCE        PIC S9(11)V99 VALUE 0.
           05  WS-LIMIT-HELD-COUNT         PIC 9(9) VALUE 0.
           05  WS-LIMIT-REASON             PIC X(25) VALUE
               "OVER CREDIT LIMIT".

       01  WS-SUSP-AGE-HEADING-1.
           05  FILLER                      PIC X(80) VALUE

       01  WS-COMMAND-LINE-PARM            PIC X(80) VALUE SPACES.
       01  WS-CURRENT-DATE-TIME            PIC X(21) VALUE SPACES.

      *    JOB-STREAM STEP LOGGING (STEPLOG, WSSTEP LAYOUT) - THE
      *    STEP THAT MUST HAVE ENDED CLEANLY TODAY BEFORE THIS ONE
      *    MAY RUN.
       01  WS-STEP-CONTROL.
           05  WS-STEP-PREDECESSOR         PIC X(8) VALUE "BUGGLX".
           05  WS-STEP-BUSINESS-DATE       PIC 9(8) VALUE 0.
           05  WS-STEP-START-TIME          PIC 9(6) VALUE 0.
           05  WS-STEP-PRED-EVENT          PIC X(1) VALUE "N".
           05  WS-STEP-PRED-CODE           PIC 9(2) VALUE 0.
           05  WS-EOF-STEP-LOG-SW          PIC X VALUE "N".
               88  EOF-STEP-LOG            VALUE "Y".
           05  WS-STEP-SEQUENCE-SW         PIC X VALUE "N".
               88  STEP-OUT-OF-SEQUENCE    VALUE "Y".

       01  WS-COUNTER-KEY                  PIC X(5) VALUE "CTL01".

       01  WS-OVERFLOW-CONSTANTS.

      *    GRADED CONDITION CODE SURFACED TO THE SCHEDULER:
      *      0 = CLEAN RUN
      *      4 = WARNING (INVALID TRANSACTIONS, ITEMS HELD OVER
      *          CREDIT LIMIT, LIMIT CHECK UNAVAILABLE, UNWRITTEN
      *          REPORT/AUDIT/OVERFLOW RECORD, MISSING TRANFILE)
      *      8 = OUT-OF-BALANCE, REFUSED DUPLICATE RUN, OR DROPPED
      *          WORK (UNWRITTEN POSTING/SUSPENSE WORK ROWS,
      *          UNWRITTEN SUSPENSE FILE)
      *     12 = UNRECOVERABLE FILE ERROR (COUNTFIL, LEDGFILE,
      *          UNOPENABLE POSTING/SUSPENSE WORK FILES)
      *     16 = RUN REFUSED - PRECEDING NIGHTLY STEP NOT COMPLETE
      *    THE HIGHEST CONDITION RAISED DURING THE RUN WINS.
       01  WS-RETURN-CODES.
           05  WS-HIGHEST-RETURN-CODE      PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0800-CHECK-STEP-SEQUENCE
           IF STEP-OUT-OF-SEQUENCE
               MOVE WS-HIGHEST-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0850-LOG-STEP-START
           PERFORM 0900-GET-COUNTER-KEY
           PERFORM 1000-READ-COUNTER-FILE
           PERFORM 1500-GET-RUN-LABEL
               CLOSE COUNTER-FILE
               MOVE 8 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-SET-RETURN-CODE
               PERFORM 8800-LOG-STEP-END
               MOVE WS-HIGHEST-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1700-CHECK-COUNTER-OVERFLOW
           ADD 1 TO WS-NUMERIC-FIELD
           PERFORM 1750-CHECK-RESTART-CHECKPOINT
           PERFORM 1775-OPEN-LIMIT-FILES
           PERFORM 1780-PREPARE-WORK-FILES
           IF POSTING-WORK-FAILED OR SUSPENSE-WORK-FAILED
               DISPLAY "BUG: *** RUN ABANDONED - POSTING/SUSPENSE "
               CLOSE COUNTER-FILE
               MOVE 12 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-SET-RETURN-CODE
               PERFORM 8800-LOG-STEP-END
               MOVE WS-HIGHEST-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
               PERFORM 2300-WRITE-SUSPENSE-FILE
               PERFORM 2400-WRITE-DAY-CONTROL
           END-IF
           IF WS-TRANS-INVALID-COUNT > 0 OR
              WS-LIMIT-HELD-COUNT > 0
               MOVE 4 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-SET-RETURN-CODE
           END-IF
           PERFORM 8800-LOG-STEP-END
           MOVE WS-HIGHEST-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *    THE NIGHTLY STEPS RUN IN A FIXED ORDER - BUGACM, BUGEDIT,
      *    BUGREL, BUGREG, BUGRCN, BUGGLX, BUG, BUGTRB, BUGBAL.  THIS
      *    STEP REFUSES TO RUN UNLESS THE STEP LOG SHOWS ITS
      *    PREDECESSOR ENDED TODAY WITH A CONDITION CODE OF 4 OR LESS.
      *    THE LAST ENTRY FOR THE PREDECESSOR WINS, SO A CLEAN RERUN
      *    OF A FAILED STEP RELEASES THE REST OF THE NIGHT.
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
           DISPLAY "BUG: *** RUN REFUSED - " WS-STEP-PREDECESSOR
               " NOT COMPLETE FOR BUSINESS DATE "
               WS-STEP-BUSINESS-DATE " ***"
           EVALUATE WS-STEP-PRED-EVENT
               WHEN "N"
                   DISPLAY "BUG: " WS-STEP-PREDECESSOR
                       " HAS NOT RUN TODAY"
               WHEN "S"
                   DISPLAY "BUG: " WS-STEP-PREDECESSOR
                       " STARTED BUT NEVER ENDED"
               WHEN "R"
                   DISPLAY "BUG: " WS-STEP-PREDECESSOR
                       " WAS ITSELF REFUSED"
               WHEN OTHER
                   DISPLAY "BUG: " WS-STEP-PREDECESSOR
                       " ENDED WITH CONDITION CODE "
                       WS-STEP-PRED-CODE
           END-EVALUATE
           DISPLAY "BUG: RERUN " WS-STEP-PREDECESSOR
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

      *    EACH SCHEDULED JOB MAINTAINS ITS OWN CTL RECORD - THE KEY
      *    COMES IN AS RUN PARAMETER 4 AND DEFAULTS TO CTL01 FOR THE
      *    ORIGINAL DAILY JOB.
                   WS-SUSP-POSTED-COUNT " RETAINED "
                   WS-SUSP-RETAINED-COUNT " WRITTEN OFF "
                   WS-SUSP-WRITTEN-OFF-COUNT
               IF WS-SUSP-PENDING-COUNT > 0
                   DISPLAY "BUG: " WS-SUSP-PENDING-COUNT
                       " RETAINED ITEMS AWAIT WRITE-OFF APPROVAL"
               END-IF
           END-IF
           IF AGE-REPORT-OPEN
               CLOSE SUSP-AGE-FILE
                   " SUSPENSE ITEMS PAST AGE LIMIT - SEE SUSPAGRP"
           END-IF.

      *    ITEMS WHOSE WRITE-OFF HAS BEEN APPROVED ON BUGAPR ARE
      *    DROPPED HERE - THE SCREENS ALREADY CUT THE AUDIT RECORDS
      *    NAMING THE MAKER AND THE CHECKER.  AN ITEM WHOSE WRITE-OFF
      *    IS STILL AWAITING A DECISION IS CARRIED FORWARD AS IT
      *    STANDS, NOT RE-ATTEMPTED, SO THE CHECKER DECIDES ON THE
      *    ITEM THE MAKER SAW.  EVERYTHING ELSE, INCLUDING RELEASED
      *    ITEMS, IS RE-ATTEMPTED AS ALWAYS.
       1765-RETRY-SUSPENSE-ITEM.
           EVALUATE TRUE
               WHEN SUSP-WRITTEN-OFF
                   ADD 1 TO WS-SUSP-WRITTEN-OFF-COUNT
               WHEN SUSP-WRITE-OFF-PENDING
                   ADD 1 TO WS-SUSP-PENDING-COUNT
                   MOVE SUSP-TRANS-DATA TO TRANSACTION-RECORD
                   PERFORM 1767-RETAIN-SUSPENSE-ITEM
               WHEN OTHER
                   PERFORM 1766-REAPPLY-SUSPENSE-ITEM
           END-EVALUATE.

      *    AN RV IN SUSPENSE CAN ONLY BE A HAND-EDITED OR FORCED
      *    ITEM - A PROVEN REVERSAL POSTS STRAIGHT THROUGH AND IS
      *    NEVER SUSPENDED - SO IT IS RETAINED AS STILL-INVALID
      *    RATHER THAN POSTED ON AN UNPROVEN SIDE.  A DEBIT THAT
      *    WOULD STILL TAKE ITS ACCOUNT PAST THE CREDIT LIMIT IS
      *    RETAINED UNDER THE LIMIT REASON, WHATEVER HELD IT FIRST.
       1766-REAPPLY-SUSPENSE-ITEM.
           MOVE SUSP-TRANS-DATA TO TRANSACTION-RECORD
           MOVE "N" TO WS-LIMIT-HELD-SW
           IF TRANS-TYPE-VALID AND NOT TRANS-REVERSAL
               PERFORM 1850-CHECK-CREDIT-LIMIT
           END-IF
           IF OVER-CREDIT-LIMIT
               MOVE WS-LIMIT-REASON TO SUSP-REJECT-REASON
           END-IF
           IF TRANS-TYPE-VALID AND NOT TRANS-REVERSAL AND
              NOT OVER-CREDIT-LIMIT
               ADD TRANS-AMOUNT TO WS-TRANS-AMOUNT-TOTAL
               PERFORM 1816-ACCUMULATE-LEDGER-POSTING
               PERFORM 1819-WRITE-HISTORY-DETAIL
               ADD 1 TO WS-SUSP-POSTED-COUNT
           ELSE
               IF SUSP-RELEASED
                   MOVE SPACE TO SUSP-DISPOSITION
               END-IF
               PERFORM 1767-RETAIN-SUSPENSE-ITEM
           END-IF.

       1767-RETAIN-SUSPENSE-ITEM.
           ADD 1 TO SUSP-DAYS-IN-SUSPENSE
           PERFORM 1817-ADD-TO-SUSPENSE
           ADD 1 TO WS-SUSP-RETAINED-COUNT
           IF SUSP-DAYS-IN-SUSPENSE > WS-SUSPENSE-AGE-LIMIT
               PERFORM 1770-REPORT-AGED-ITEM
           END-IF.

       1770-REPORT-AGED-ITEM.
               ADD 1 TO WS-SUSP-AGED-COUNT
           END-IF.

      *    THE ACCOUNT MASTER AND THE LEDGER ARE READ FOR THE CREDIT-
      *    LIMIT CHECK WHILE THE DAY'S ITEMS ARE BEING ACCEPTED, AND
      *    CLOSED AGAIN BEFORE THE LEDGER IS OPENED FOR POSTING.  NO
      *    ACCOUNT MASTER YET MEANS NO LIMITS HAVE BEEN SET; NO LEDGER
      *    YET MEANS EVERY BALANCE STARTS AT ZERO.  ANY OTHER FAILURE
      *    LETS THE RUN POST UNCHECKED WITH A WARNING RATHER THAN
      *    HOLD THE WHOLE DAY'S WORK.
       1775-OPEN-LIMIT-FILES.
           OPEN INPUT ACCOUNT-FILE
           EVALUATE WS-ACCOUNT-STATUS
               WHEN "00"
                   SET LIMIT-CHECKING-ON TO TRUE
               WHEN "35"
                   DISPLAY "BUG: NO ACCOUNT MASTER YET - NO CREDIT "
                       "LIMITS CHECKED"
               WHEN OTHER
                   DISPLAY "BUG: ERROR OPENING ACCTFILE - STATUS "
                       WS-ACCOUNT-STATUS
                       " - NO CREDIT LIMITS CHECKED THIS RUN"
                   MOVE 4 TO WS-CANDIDATE-RETURN-CODE
                   PERFORM 9000-SET-RETURN-CODE
           END-EVALUATE
           IF LIMIT-CHECKING-ON
               OPEN INPUT LEDGER-FILE
               EVALUATE WS-LEDGER-STATUS
                   WHEN "00"
                       SET LIMIT-LEDGER-OPEN TO TRUE
                   WHEN "35"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "BUG: ERROR OPENING LEDGFILE - STATUS "
                           WS-LEDGER-STATUS
                           " - NO CREDIT LIMITS CHECKED THIS RUN"
                       CLOSE ACCOUNT-FILE
                       MOVE "N" TO WS-LIMIT-FILES-SW
                       MOVE 4 TO WS-CANDIDATE-RETURN-CODE
                       PERFORM 9000-SET-RETURN-CODE
               END-EVALUATE
           END-IF.

      *    THE RUN'S POSTINGS, NEW REJECTS AND POSTED HISTORY ALL
      *    LIVE ON DISK WORK FILES.  ON A FRESH RUN THEY START
      *    EMPTY; ON A CHECKPOINT RESTART THE ROWS WRITTEN AFTER
                           NOT AT END
                               WRITE FD-POST-WORK-RECORD
                                   FROM WS-POST-WORK-AREA
                               PERFORM 1855-PROJECT-POSTED-ROW
                       END-READ
                   END-PERFORM
                   CLOSE POSTING-WORK
                           NOT AT END
                               WRITE FD-SUSP-WORK-RECORD
                                   FROM WS-SUSP-WORK-AREA
                               MOVE SWRK-RECORD-DATA
                                   TO SUSPENSE-RECORD
                               IF SUSP-REJECT-REASON =
                                      WS-LIMIT-REASON AND
                                  SUSP-HELD
                                   ADD 1 TO WS-LIMIT-HELD-COUNT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SUSPENSE-WORK
               DISPLAY "BUG: NO TRANSACTION FILE PRESENT - SKIPPING"
               MOVE 4 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-SET-RETURN-CODE
           END-IF
           PERFORM 1859-CLOSE-LIMIT-FILES.

       1810-SKIP-TO-RESTART-POINT.
           PERFORM WS-RECORDS-TO-SKIP TIMES
           END-IF.

       1815-APPLY-TRANSACTION.
           MOVE "N" TO WS-LIMIT-HELD-SW
           IF TRANS-TYPE-VALID
               PERFORM 1850-CHECK-CREDIT-LIMIT
           END-IF
           EVALUATE TRUE
               WHEN OVER-CREDIT-LIMIT
                   DISPLAY "BUG: " TRANS-ID " WOULD TAKE ACCOUNT "
                       TRANS-ACCOUNT " PAST ITS CREDIT LIMIT"
                       " - HELD IN SUSPENSE"
                   MOVE TRANSACTION-RECORD TO SUSP-TRANS-DATA
                   MOVE WS-LIMIT-REASON TO SUSP-REJECT-REASON
                   MOVE 0 TO SUSP-DAYS-IN-SUSPENSE
                   MOVE SPACE TO SUSP-DISPOSITION
                   PERFORM 1817-ADD-TO-SUSPENSE
               WHEN TRANS-TYPE-VALID
                   ADD TRANS-AMOUNT TO WS-TRANS-AMOUNT-TOTAL
                   PERFORM 1816-ACCUMULATE-LEDGER-POSTING
                   PERFORM 1819-WRITE-HISTORY-DETAIL
               WHEN OTHER
                   ADD 1 TO WS-TRANS-INVALID-COUNT
                   DISPLAY "BUG: INVALID TRANS-TYPE-CODE ON " TRANS-ID
                       " - HELD IN SUSPENSE"
                   MOVE TRANSACTION-RECORD TO SUSP-TRANS-DATA
                   MOVE "INVALID TRANS-TYPE-CODE"
                       TO SUSP-REJECT-REASON
                   MOVE 0 TO SUSP-DAYS-IN-SUSPENSE
                   MOVE SPACE TO SUSP-DISPOSITION
                   PERFORM 1817-ADD-TO-SUSPENSE
           END-EVALUATE.

      *    ONE POSTING ROW TO POSTWORK PER APPLIED TRANSACTION -
      *    VOLUME IS BOUNDED BY DISK, NOT BY A WORKING-STORAGE
               MOVE TRANS-ACCOUNT TO HIST-ACCOUNT
               MOVE WS-NUMERIC-FIELD TO HIST-RUN-NUMBER
               MOVE WS-RUN-DATE TO HIST-POST-DATE
               MOVE TRANS-SOURCE-ID TO HIST-SOURCE-ID
               MOVE HISTORY-RECORD TO HWRK-DETAIL
               WRITE FD-HIST-WORK-RECORD FROM WS-HIST-WORK-AREA
               IF WS-HIST-WORK-STATUS NOT = "00"
               END-IF
           END-IF.

      *    A DEBIT IS HELD WHEN IT WOULD TAKE AN ACCOUNT THAT IS HELD
      *    TO ITS LIMIT PAST THAT LIMIT, JUDGED ON THE BALANCE AFTER
      *    EVERY ITEM ACCEPTED FOR THE ACCOUNT SO FAR THIS RUN.  A
      *    CREDIT OR A REVERSAL IS NEVER HELD, NOR IS A SYSTEM
      *    TRANSACTION (BALANCE SWEEP, INTEREST OR CHARGE) - THOSE
      *    ARE THE BANK'S OWN ENTRIES - BUT EACH STILL MOVES THE
      *    PROJECTED BALANCE.  AN ACCEPTED ITEM IS PROJECTED AT ONCE,
      *    AS THE CALLER POSTS EVERYTHING THAT IS NOT HELD.
       1850-CHECK-CREDIT-LIMIT.
           MOVE "N" TO WS-LIMIT-HELD-SW
           IF LIMIT-CHECKING-ON
               MOVE TRANS-ACCOUNT TO WS-LIMIT-ACCOUNT
               MOVE TRANS-AMOUNT TO WS-LIMIT-AMOUNT
               IF TRANS-REVERSAL
                   IF TRANS-ORIG-TYPE = "DR"
                       MOVE "CR" TO WS-LIMIT-POST-TYPE
                   ELSE
                       MOVE "DR" TO WS-LIMIT-POST-TYPE
                   END-IF
               ELSE
                   MOVE TRANS-TYPE-CODE TO WS-LIMIT-POST-TYPE
               END-IF
               PERFORM 1851-FIND-LIMIT-ENTRY
               IF LIMIT-ENTRY-FOUND
                   IF LIM-ENFORCED(WS-LIM-IDX) AND
                      TRANS-TYPE-CODE = "DR" AND
                      TRANS-SOURCE-ID NOT = "SYST"
                       COMPUTE WS-LIMIT-NEW-BALANCE =
                           WS-LIM-BALANCE(WS-LIM-IDX) + TRANS-AMOUNT
                       IF WS-LIMIT-NEW-BALANCE >
                          WS-LIM-CREDIT-LIMIT(WS-LIM-IDX)
                           SET OVER-CREDIT-LIMIT TO TRUE
                           ADD 1 TO WS-LIMIT-HELD-COUNT
                       END-IF
                   END-IF
                   IF NOT OVER-CREDIT-LIMIT
                       PERFORM 1854-PROJECT-POSTING
                   END-IF
               END-IF
           END-IF.

       1851-FIND-LIMIT-ENTRY.
           MOVE "N" TO WS-LIMIT-FOUND-SW
           PERFORM VARYING WS-LIM-IDX FROM 1 BY 1
                   UNTIL WS-LIM-IDX > WS-LIMIT-COUNT
                      OR LIMIT-ENTRY-FOUND
               IF WS-LIM-ACCOUNT(WS-LIM-IDX) = WS-LIMIT-ACCOUNT
                   SET LIMIT-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF LIMIT-ENTRY-FOUND
               SET WS-LIM-IDX DOWN BY 1
           ELSE
               PERFORM 1852-ADD-LIMIT-ENTRY
           END-IF.

      *    AN ACCOUNT NOT ON THE MASTER, ALLOWED OVERDRAFT, OR WITH NO
      *    LIMIT SET IS ENTERED UNCHECKED SO IT IS ONLY READ ONCE.
       1852-ADD-LIMIT-ENTRY.
           IF WS-LIMIT-COUNT < 5000
               ADD 1 TO WS-LIMIT-COUNT
               SET WS-LIM-IDX TO WS-LIMIT-COUNT
               MOVE WS-LIMIT-ACCOUNT TO WS-LIM-ACCOUNT(WS-LIM-IDX)
               MOVE "N" TO WS-LIM-ENFORCED-SW(WS-LIM-IDX)
               MOVE 0 TO WS-LIM-CREDIT-LIMIT(WS-LIM-IDX)
               MOVE 0 TO WS-LIM-BALANCE(WS-LIM-IDX)
               MOVE WS-LIMIT-ACCOUNT TO FD-ACCT-NUMBER
               READ ACCOUNT-FILE INTO ACCOUNT-MASTER-RECORD
                   INVALID KEY
                       MOVE SPACE TO ACCT-OVERDRAFT-IND
               END-READ
               IF ACCT-LIMIT-ENFORCED
                   MOVE "Y" TO WS-LIM-ENFORCED-SW(WS-LIM-IDX)
                   MOVE ACCT-CREDIT-LIMIT
                       TO WS-LIM-CREDIT-LIMIT(WS-LIM-IDX)
                   PERFORM 1853-READ-OPENING-BALANCE
               END-IF
               SET LIMIT-ENTRY-FOUND TO TRUE
           ELSE
               IF NOT LIMIT-TABLE-FULL
                   SET LIMIT-TABLE-FULL TO TRUE
                   DISPLAY "BUG: CREDIT-LIMIT TABLE FULL AT "
                       WS-LIMIT-COUNT " ACCOUNTS - FURTHER ACCOUNTS "
                       "POSTED UNCHECKED"
                   MOVE 4 TO WS-CANDIDATE-RETURN-CODE
                   PERFORM 9000-SET-RETURN-CODE
               END-IF
           END-IF.

       1853-READ-OPENING-BALANCE.
           IF LIMIT-LEDGER-OPEN
               MOVE WS-LIMIT-ACCOUNT TO FD-LEDG-ACCOUNT
               READ LEDGER-FILE INTO LEDGER-RECORD
                   INVALID KEY
                       MOVE 0 TO LEDG-BALANCE
               END-READ
               MOVE LEDG-BALANCE TO WS-LIM-BALANCE(WS-LIM-IDX)
           END-IF.

       1854-PROJECT-POSTING.
           IF LIM-ENFORCED(WS-LIM-IDX)
               IF WS-LIMIT-POST-TYPE = "DR"
                   ADD WS-LIMIT-AMOUNT TO WS-LIM-BALANCE(WS-LIM-IDX)
               ELSE
                   SUBTRACT WS-LIMIT-AMOUNT
                       FROM WS-LIM-BALANCE(WS-LIM-IDX)
               END-IF
           END-IF.

      *    ON A CHECKPOINT RESTART THE PROJECTION IS REBUILT FROM THE
      *    POSTING ROWS KEPT BY THE TRIM, SO THE RE-PROCESSED ITEMS
      *    ARE JUDGED AGAINST THE SAME BALANCES AS THE FIRST TIME.
       1855-PROJECT-POSTED-ROW.
           IF LIMIT-CHECKING-ON
               MOVE PWRK-ACCOUNT TO WS-LIMIT-ACCOUNT
               MOVE PWRK-TYPE TO WS-LIMIT-POST-TYPE
               MOVE PWRK-AMOUNT TO WS-LIMIT-AMOUNT
               PERFORM 1851-FIND-LIMIT-ENTRY
               IF LIMIT-ENTRY-FOUND
                   PERFORM 1854-PROJECT-POSTING
               END-IF
           END-IF.

       1859-CLOSE-LIMIT-FILES.
           IF LIMIT-CHECKING-ON
               CLOSE ACCOUNT-FILE
               MOVE "N" TO WS-LIMIT-FILES-SW
           END-IF
           IF LIMIT-LEDGER-OPEN
               CLOSE LEDGER-FILE
               MOVE "N" TO WS-LEDGER-OPEN-SW
           END-IF
           IF WS-LIMIT-HELD-COUNT > 0
               DISPLAY "BUG: " WS-LIMIT-HELD-COUNT
                   " ITEMS HELD IN SUSPENSE OVER CREDIT LIMIT"
           END-IF.

      *    THE CAPTURED POSTING ROWS ARE APPLIED TO THE MASTER
      *    LEDGER ONLY AFTER THE CONTROL-TOTAL CHECK PASSES: POSTWORK
      *    IS SORTED BY ACCOUNT AND EACH ACCOUNT IS POSTED ON THE
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
           MOVE "BUG" TO STEP-PROGRAM
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
               DISPLAY "BUG: ERROR OPENING STEPLOG - STATUS "
                   WS-STEP-LOG-STATUS " - STEP NOT LOGGED"
               MOVE 4 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-SET-RETURN-CODE
           END-IF.

       9000-SET-RETURN-CODE.
           IF WS-CANDIDATE-RETURN-CODE > WS-HIGHEST-RETURN-CODE
               MOVE WS-CANDIDATE-RETURN-CODE
