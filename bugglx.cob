      *  LIKE THE REGISTER, THIS STEP RUNS BEFORE BUG, WHICH           *
      *  REWRITES SUSPFILE AT END OF JOB.  THE GL TEAM CONSUMES        *
      *  THIS FEED DIRECTLY IN PLACE OF MANUAL RE-KEYING.              *
      *  A DEBIT THAT BUG WILL HOLD IN SUSPENSE AS OVER ITS ACCOUNT'S  *
      *  CREDIT LIMIT IS LEFT OUT OF THE FEED, AS IT NEVER REACHES THE *
      *  LEDGER.                                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGGLX.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-ACCT-NUMBER
               FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "LEDGFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-LEDG-ACCOUNT
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT EXTRACT-LOG ASSIGN TO "GLXLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-LOG-STATUS.

           SELECT STEP-LOG-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEP-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COUNTER-FILE.

       FD  TRANS-FILE
           RECORDING MODE IS F.
       01  FD-TRANS-RECORD                PIC X(57).

       FD  EXTRACT-FILE
           RECORDING MODE IS F.

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       01  FD-SUSPENSE-RECORD             PIC X(86).

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

       FD  EXTRACT-LOG
           RECORDING MODE IS F.
       01  FD-EXTRACT-LOG-RECORD          PIC X(55).

       FD  STEP-LOG-FILE
           RECORDING MODE IS F.
       01  FD-STEP-LOG-RECORD              PIC X(50).

       WORKING-STORAGE SECTION.
       COPY WSCOUNT.
       COPY WSTRANS.
       COPY WSGLX.
       COPY WSSUSP.
       COPY WSACCT.
       COPY WSLEDG.
       COPY WSGLOG.
       COPY WSSTEP.

       01  WS-FILE-STATUSES.
           05  WS-COUNTER-STATUS           PIC X(2) VALUE SPACES.
           05  WS-EXTRACT-STATUS           PIC X(2) VALUE SPACES.
           05  WS-SUSPENSE-STATUS          PIC X(2) VALUE SPACES.
           05  WS-EXTRACT-LOG-STATUS       PIC X(2) VALUE SPACES.
           05  WS-STEP-LOG-STATUS          PIC X(2) VALUE SPACES.
           05  WS-ACCOUNT-STATUS           PIC X(2) VALUE SPACES.
           05  WS-LEDGER-STATUS            PIC X(2) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-TRANS-SW             PIC X VALUE "N".
           05  WS-DETAIL-COUNT             PIC 9(9) VALUE 0.
           05  WS-HASH-TOTAL               PIC S9(11)V99 VALUE 0.

      *    CREDIT-LIMIT CONTROL - THE SAME PROJECTION BUG MAKES, IN
      *    THE SAME ORDER, SO EXACTLY THE ITEMS BUG WILL HOLD OVER
      *    LIMIT ARE LEFT OUT HERE.  EVERY ACCOUNT IN THE FEED GETS AN
      *    ENTRY, LOADED FROM ACCTFILE AND LEDGFILE THE FIRST TIME IT
      *    IS SEEN; AN ACCOUNT HELD TO ITS LIMIT CARRIES ITS LEDGER
      *    BALANCE PROJECTED FORWARD BY EACH ITEM ACCEPTED SO FAR.
      *    THE 5000-ENTRY SIZE IS A SANITY LIMIT AS IN BUG.
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

       01  WS-RUN-INFO.
           05  WS-GENERATION               PIC 9(5) VALUE 0.
           05  WS-RUN-LABEL                PIC X(10) VALUE SPACES.
           05  WS-CREATE-TIME              PIC 9(6) VALUE 0.

       01  WS-CURRENT-DATE-TIME            PIC X(21) VALUE SPACES.

      *    JOB-STREAM STEP LOGGING (STEPLOG, WSSTEP LAYOUT) - THE
      *    STEP THAT MUST HAVE ENDED CLEANLY TODAY BEFORE THIS ONE
      *    MAY RUN.
       01  WS-STEP-CONTROL.
           05  WS-STEP-PREDECESSOR         PIC X(8) VALUE "BUGRCN".
           05  WS-STEP-BUSINESS-DATE       PIC 9(8) VALUE 0.
           05  WS-STEP-START-TIME          PIC 9(6) VALUE 0.
           05  WS-STEP-PRED-EVENT          PIC X(1) VALUE "N".
           05  WS-STEP-PRED-CODE           PIC 9(2) VALUE 0.
           05  WS-EOF-STEP-LOG-SW          PIC X VALUE "N".
               88  EOF-STEP-LOG            VALUE "Y".
           05  WS-STEP-SEQUENCE-SW         PIC X VALUE "N".
               88  STEP-OUT-OF-SEQUENCE    VALUE "Y".

       01  WS-COMMAND-LINE-PARM            PIC X(80) VALUE SPACES.
       01  WS-COUNTER-KEY                  PIC X(5) VALUE "CTL01".

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0800-CHECK-STEP-SEQUENCE
           IF STEP-OUT-OF-SEQUENCE
               STOP RUN
           END-IF
           PERFORM 0850-LOG-STEP-START
           PERFORM 0900-GET-COUNTER-KEY
           PERFORM 1000-READ-COUNTER-FILE
           PERFORM 1100-GET-CURRENT-DATE-TIME
           PERFORM 1200-OPEN-LIMIT-FILES
           PERFORM 1500-ACCUMULATE-SUSPENSE-ITEMS
           PERFORM 2000-ACCUMULATE-TOTALS
           PERFORM 2900-CLOSE-LIMIT-FILES
           PERFORM 3000-WRITE-EXTRACT-FILE
           PERFORM 8800-LOG-STEP-END
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
           DISPLAY "BUGGLX: *** RUN REFUSED - " WS-STEP-PREDECESSOR
               " NOT COMPLETE FOR BUSINESS DATE "
               WS-STEP-BUSINESS-DATE " ***"
           EVALUATE WS-STEP-PRED-EVENT
               WHEN "N"
                   DISPLAY "BUGGLX: " WS-STEP-PREDECESSOR
                       " HAS NOT RUN TODAY"
               WHEN "S"
                   DISPLAY "BUGGLX: " WS-STEP-PREDECESSOR
                       " STARTED BUT NEVER ENDED"
               WHEN "R"
                   DISPLAY "BUGGLX: " WS-STEP-PREDECESSOR
                       " WAS ITSELF REFUSED"
               WHEN OTHER
                   DISPLAY "BUGGLX: " WS-STEP-PREDECESSOR
                       " ENDED WITH CONDITION CODE "
                       WS-STEP-PRED-CODE
           END-EVALUATE
           DISPLAY "BUGGLX: RERUN " WS-STEP-PREDECESSOR
               " CLEANLY, THEN RESUBMIT THIS STEP"
           MOVE 16 TO RETURN-CODE
           MOVE SPACES TO STEP-LOG-RECORD
           MOVE "R" TO STEP-EVENT
           MOVE WS-STEP-BUSINESS-DATE TO STEP-END-DATE
           MOVE WS-STEP-START-TIME TO STEP-END-TIME
           MOVE 16 TO STEP-CONDITION-CODE
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

      *    THE COUNTER KEY COMES IN AS RUN PARAMETER 1 SO EACH JOB
      *    EXTRACTS UNDER ITS OWN GENERATION SEQUENCE - DEFAULTS TO
      *    CTL01 FOR THE ORIGINAL DAILY JOB.
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-CREATE-DATE
           MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-CREATE-TIME.

      *    NO ACCOUNT MASTER YET MEANS NO LIMITS HAVE BEEN SET; NO
      *    LEDGER YET MEANS EVERY BALANCE STARTS AT ZERO - BOTH AS IN
      *    BUG.  ANY OTHER FAILURE FEEDS EVERY ITEM UNCHECKED, AS BUG
      *    WOULD POST THEM.
       1200-OPEN-LIMIT-FILES.
           OPEN INPUT ACCOUNT-FILE
           EVALUATE WS-ACCOUNT-STATUS
               WHEN "00"
                   SET LIMIT-CHECKING-ON TO TRUE
               WHEN "35"
                   DISPLAY "BUGGLX: NO ACCOUNT MASTER YET - NO CREDIT "
                       "LIMITS CHECKED"
               WHEN OTHER
                   DISPLAY "BUGGLX: ERROR OPENING ACCTFILE - STATUS "
                       WS-ACCOUNT-STATUS " - NO CREDIT LIMITS CHECKED"
           END-EVALUATE
           IF LIMIT-CHECKING-ON
               OPEN INPUT LEDGER-FILE
               EVALUATE WS-LEDGER-STATUS
                   WHEN "00"
                       SET LIMIT-LEDGER-OPEN TO TRUE
                   WHEN "35"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "BUGGLX: ERROR OPENING LEDGFILE - "
                           "STATUS " WS-LEDGER-STATUS
                           " - NO CREDIT LIMITS CHECKED"
                       CLOSE ACCOUNT-FILE
                       MOVE "N" TO WS-LIMIT-FILES-SW
               END-EVALUATE
           END-IF.

      *    SUSPENSE ITEMS WITH A VALID TYPE CODE POST AHEAD OF THE
      *    DAY'S TRANFILE WHEN BUG RECYCLES THEM, SO THEY ARE
      *    ACCUMULATED HERE THE SAME WAY - ITEMS STILL INVALID AND
      *    ITEMS WRITTEN OFF, OR AWAITING A WRITE-OFF DECISION, STAY
      *    OUT OF THE FEED, EXACTLY AS THEY STAY OUT OF BUG'S TOTAL.
       1500-ACCUMULATE-SUSPENSE-ITEMS.
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS = "00"
                               TO TRANSACTION-RECORD
                           IF TRANS-TYPE-VALID AND
                              NOT TRANS-REVERSAL AND
                              NOT SUSP-WRITTEN-OFF AND
                              NOT SUSP-WRITE-OFF-PENDING
                               PERFORM 2100-ACCUMULATE-TRANSACTION
                           END-IF
                   END-READ
      *    KEEPS ITS TWO DETAIL RECORDS AND STILL TIES TO WHAT BUG
      *    APPLIED TO THE LEDGER.
       2100-ACCUMULATE-TRANSACTION.
           MOVE "N" TO WS-LIMIT-HELD-SW
           IF NOT TRANS-TRAILER AND TRANS-TYPE-VALID
               PERFORM 2200-CHECK-CREDIT-LIMIT
           END-IF
           IF NOT TRANS-TRAILER AND NOT OVER-CREDIT-LIMIT
               EVALUATE TRUE
                   WHEN TRANS-TYPE-CODE = "DR"
                       ADD TRANS-AMOUNT TO WS-DR-TOTAL
               END-EVALUATE
           END-IF.

      *    THE SAME RULE AS BUG: A DEBIT IS HELD WHEN IT WOULD TAKE
      *    AN ACCOUNT THAT IS HELD TO ITS LIMIT PAST THAT LIMIT.  A
      *    CREDIT, A REVERSAL OR A SYSTEM TRANSACTION IS NEVER HELD
      *    BUT STILL MOVES THE PROJECTED BALANCE.
       2200-CHECK-CREDIT-LIMIT.
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
               PERFORM 2210-FIND-LIMIT-ENTRY
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
                       PERFORM 2240-PROJECT-POSTING
                   END-IF
               END-IF
           END-IF.

       2210-FIND-LIMIT-ENTRY.
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
               PERFORM 2220-ADD-LIMIT-ENTRY
           END-IF.

       2220-ADD-LIMIT-ENTRY.
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
                   PERFORM 2230-READ-OPENING-BALANCE
               END-IF
               SET LIMIT-ENTRY-FOUND TO TRUE
           ELSE
               IF NOT LIMIT-TABLE-FULL
                   SET LIMIT-TABLE-FULL TO TRUE
                   DISPLAY "BUGGLX: CREDIT-LIMIT TABLE FULL AT "
                       WS-LIMIT-COUNT " ACCOUNTS - FURTHER ACCOUNTS "
                       "FED UNCHECKED"
               END-IF
           END-IF.

       2230-READ-OPENING-BALANCE.
           IF LIMIT-LEDGER-OPEN
               MOVE WS-LIMIT-ACCOUNT TO FD-LEDG-ACCOUNT
               READ LEDGER-FILE INTO LEDGER-RECORD
                   INVALID KEY
                       MOVE 0 TO LEDG-BALANCE
               END-READ
               MOVE LEDG-BALANCE TO WS-LIM-BALANCE(WS-LIM-IDX)
           END-IF.

       2240-PROJECT-POSTING.
           IF LIM-ENFORCED(WS-LIM-IDX)
               IF WS-LIMIT-POST-TYPE = "DR"
                   ADD WS-LIMIT-AMOUNT TO WS-LIM-BALANCE(WS-LIM-IDX)
               ELSE
                   SUBTRACT WS-LIMIT-AMOUNT
                       FROM WS-LIM-BALANCE(WS-LIM-IDX)
               END-IF
           END-IF.

       2900-CLOSE-LIMIT-FILES.
           IF LIMIT-CHECKING-ON
               CLOSE ACCOUNT-FILE
           END-IF
           IF LIMIT-LEDGER-OPEN
               CLOSE LEDGER-FILE
           END-IF
           IF WS-LIMIT-HELD-COUNT > 0
               DISPLAY "BUGGLX: " WS-LIMIT-HELD-COUNT
                   " DEBITS OVER CREDIT LIMIT LEFT OUT OF THE FEED"
           END-IF.

       3000-WRITE-EXTRACT-FILE.
           OPEN OUTPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS = "00"
                   WS-EXTRACT-LOG-STATUS
                   " - GENERATION NOT LOGGED FOR ACKNOWLEDGMENT"
           END-IF.

       8800-LOG-STEP-END.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE SPACES TO STEP-LOG-RECORD
           MOVE "E" TO STEP-EVENT
           MOVE WS-CURRENT-DATE-TIME(1:8) TO STEP-END-DATE
           MOVE WS-CURRENT-DATE-TIME(9:6) TO STEP-END-TIME
           MOVE RETURN-CODE TO STEP-CONDITION-CODE
           PERFORM 8900-WRITE-STEP-LOG.

       8900-WRITE-STEP-LOG.
           MOVE "BUGGLX" TO STEP-PROGRAM
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
               DISPLAY "BUGGLX: ERROR OPENING STEPLOG - STATUS "
                   WS-STEP-LOG-STATUS " - STEP NOT LOGGED"
           END-IF.
