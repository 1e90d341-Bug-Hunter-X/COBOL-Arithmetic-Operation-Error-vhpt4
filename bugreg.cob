      *  SUSPENSE ITEMS ARE LISTED AHEAD OF THE DAY'S FILE, JUST AS    *
      *  BUG POSTS THEM, SO THE TWO FIGURES TIE OUT.  THE BACK         *
      *  OFFICE TICKS THIS REGISTER OFF AGAINST SOURCE DOCUMENTS       *
      *  EACH DAY.  EVERY LINE SHOWS THE INBOUND SOURCE THE ITEM       *
      *  ARRIVED ON, AND THE TOTALS ARE REPEATED BY SOURCE AT THE END. *
      *  A DEBIT THAT BUG WILL HOLD IN SUSPENSE AS OVER ITS ACCOUNT'S  *
      *  CREDIT LIMIT IS FLAGGED ON ITS LINE WITHOUT AN AMOUNT AND     *
      *  COUNTED SEPARATELY, OUTSIDE THE COLUMN AND GRAND TOTALS.      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGREG.
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

           SELECT DAY-CONTROL-FILE ASSIGN TO "DAYCFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DAY-CONTROL-STATUS.

           SELECT STEP-LOG-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEP-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE
           RECORDING MODE IS F.
       01  FD-TRANS-RECORD                 PIC X(57).

       FD  REGISTER-FILE
           RECORDING MODE IS F.

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       01  FD-SUSPENSE-RECORD              PIC X(86).

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

       FD  DAY-CONTROL-FILE
           RECORDING MODE IS F.
       01  FD-DAY-CONTROL-RECORD           PIC X(77).

       FD  STEP-LOG-FILE
           RECORDING MODE IS F.
       01  FD-STEP-LOG-RECORD              PIC X(50).

       WORKING-STORAGE SECTION.
           COPY WSTRANS.
           COPY WSSUSP.
           COPY WSACCT.
           COPY WSLEDG.
           COPY WSDAYC.
           COPY WSSTEP.

       01  WS-FILE-STATUSES.
           05  WS-TRANS-STATUS             PIC X(2) VALUE SPACES.
           05  WS-REGISTER-STATUS          PIC X(2) VALUE SPACES.
           05  WS-SUSPENSE-STATUS          PIC X(2) VALUE SPACES.
           05  WS-DAY-CONTROL-STATUS       PIC X(2) VALUE SPACES.
           05  WS-STEP-LOG-STATUS          PIC X(2) VALUE SPACES.
           05  WS-ACCOUNT-STATUS           PIC X(2) VALUE SPACES.
           05  WS-LEDGER-STATUS            PIC X(2) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-TRANS-SW             PIC X VALUE "N".
       01  WS-RUN-DATE                     PIC 9(8) VALUE 0.
       01  WS-CURRENT-DATE-TIME            PIC X(21) VALUE SPACES.

      *    JOB-STREAM STEP LOGGING (STEPLOG, WSSTEP LAYOUT) - THE
      *    STEP THAT MUST HAVE ENDED CLEANLY TODAY BEFORE THIS ONE
      *    MAY RUN.
       01  WS-STEP-CONTROL.
           05  WS-STEP-PREDECESSOR         PIC X(8) VALUE "BUGREL".
           05  WS-STEP-BUSINESS-DATE       PIC 9(8) VALUE 0.
           05  WS-STEP-START-TIME          PIC 9(6) VALUE 0.
           05  WS-STEP-PRED-EVENT          PIC X(1) VALUE "N".
           05  WS-STEP-PRED-CODE           PIC 9(2) VALUE 0.
           05  WS-EOF-STEP-LOG-SW          PIC X VALUE "N".
               88  EOF-STEP-LOG            VALUE "Y".
           05  WS-STEP-SEQUENCE-SW         PIC X VALUE "N".
               88  STEP-OUT-OF-SEQUENCE    VALUE "Y".

       01  WS-BREAK-CONTROL.
           05  WS-PREV-DATE                PIC 9(8) VALUE 0.
           05  WS-DATE-DR-TOTAL            PIC S9(9)V99 VALUE 0.
           05  WS-RV-COUNT                 PIC 9(9) VALUE 0.
           05  WS-INVALID-COUNT            PIC 9(9) VALUE 0.
           05  WS-GRAND-TOTAL              PIC S9(11)V99 VALUE 0.
           05  WS-LIMIT-HELD-TOTAL         PIC S9(11)V99 VALUE 0.

      *    CREDIT-LIMIT CONTROL - THE SAME PROJECTION BUG MAKES, IN
      *    THE SAME ORDER, SO EXACTLY THE ITEMS BUG WILL HOLD OVER
      *    LIMIT ARE LEFT OUT HERE.  EVERY ACCOUNT LISTED GETS AN
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

      *    DEBIT AND CREDIT FIGURES BY INBOUND SOURCE (TRANS-SOURCE-
      *    ID), IN ORDER OF FIRST APPEARANCE.  THE 50-ENTRY SIZE IS A
      *    SANITY LIMIT - THE LAST ENTRY IS LABELLED "+" AND TAKES
      *    EVERY SOURCE FROM THE FIFTIETH ON.
       01  WS-SOURCE-TOTALS.
           05  WS-SOURCE-COUNT             PIC 9(4) VALUE 0.
           05  WS-MAX-SOURCES              PIC 9(4) VALUE 50.
           05  WS-SOURCE-FOUND-SW          PIC X VALUE "N".
               88  SOURCE-FOUND            VALUE "Y".
           05  WS-SOURCE-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-SRC-IDX.
               10  WS-SRC-ID               PIC X(4).
               10  WS-SRC-ITEM-COUNT       PIC 9(9).
               10  WS-SRC-DR-TOTAL         PIC S9(11)V99.
               10  WS-SRC-CR-TOTAL         PIC S9(11)V99.

       01  WS-HEADING-LINE-1.
           05  FILLER                      PIC X(34) VALUE
       01  WS-HEADING-LINE-2.
           05  FILLER                      PIC X(80) VALUE
               "TRANS   DATE      DESCRIPTION                   DEBIT
      -        "        CREDIT SOURCE".

       01  WS-DETAIL-LINE.
           05  DET-TRANS-ID                PIC X(6).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  DET-CREDIT                  PIC Z,ZZZ,ZZ9.99- BLANK
               WHEN ZERO.
           05  FILLER                      PIC X(5) VALUE SPACES.
           05  DET-SOURCE-ID               PIC X(4).
           05  FILLER                      PIC X(3) VALUE SPACES.

       01  WS-DATE-TOTAL-LINE.
           05  FILLER                      PIC X(11) VALUE
           05  GTL-AMOUNT                  PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(38) VALUE SPACES.

       01  WS-SOURCE-HEADING-LINE.
           05  FILLER                      PIC X(40) VALUE
               "TOTALS BY SOURCE ITEMS            DEBITS".
           05  FILLER                      PIC X(40) VALUE
               "           CREDITS".

       01  WS-SOURCE-TOTAL-LINE.
           05  FILLER                      PIC X(7) VALUE "SOURCE ".
           05  STL-SOURCE-ID               PIC X(4).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  STL-COUNT                   PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  STL-DEBIT                   PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  STL-CREDIT                  PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(21) VALUE SPACES.

       01  WS-BLANK-LINE                   PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0800-CHECK-STEP-SEQUENCE
           IF STEP-OUT-OF-SEQUENCE
               STOP RUN
           END-IF
           PERFORM 0850-LOG-STEP-START
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LIST-SUSPENSE-ITEMS
           PERFORM UNTIL EOF-TRANS
           PERFORM 3000-PRINT-FINAL-TOTALS
           PERFORM 3500-WRITE-DAY-CONTROL
           PERFORM 4000-TERMINATE
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
           DISPLAY "BUGREG: *** RUN REFUSED - " WS-STEP-PREDECESSOR
               " NOT COMPLETE FOR BUSINESS DATE "
               WS-STEP-BUSINESS-DATE " ***"
           EVALUATE WS-STEP-PRED-EVENT
               WHEN "N"
                   DISPLAY "BUGREG: " WS-STEP-PREDECESSOR
                       " HAS NOT RUN TODAY"
               WHEN "S"
                   DISPLAY "BUGREG: " WS-STEP-PREDECESSOR
                       " STARTED BUT NEVER ENDED"
               WHEN "R"
                   DISPLAY "BUGREG: " WS-STEP-PREDECESSOR
                       " WAS ITSELF REFUSED"
               WHEN OTHER
                   DISPLAY "BUGREG: " WS-STEP-PREDECESSOR
                       " ENDED WITH CONDITION CODE "
                       WS-STEP-PRED-CODE
           END-EVALUATE
           DISPLAY "BUGREG: RERUN " WS-STEP-PREDECESSOR
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

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE
               DISPLAY "BUGREG: ERROR OPENING REGFILE - STATUS "
                   WS-REGISTER-STATUS
               SET EOF-TRANS TO TRUE
           END-IF
           PERFORM 1100-OPEN-LIMIT-FILES.

      *    NO ACCOUNT MASTER YET MEANS NO LIMITS HAVE BEEN SET; NO
      *    LEDGER YET MEANS EVERY BALANCE STARTS AT ZERO - BOTH AS IN
      *    BUG.  ANY OTHER FAILURE LISTS EVERY ITEM UNCHECKED, AS BUG
      *    WOULD POST THEM.
       1100-OPEN-LIMIT-FILES.
           OPEN INPUT ACCOUNT-FILE
           EVALUATE WS-ACCOUNT-STATUS
               WHEN "00"
                   SET LIMIT-CHECKING-ON TO TRUE
               WHEN "35"
                   DISPLAY "BUGREG: NO ACCOUNT MASTER YET - NO CREDIT "
                       "LIMITS CHECKED"
               WHEN OTHER
                   DISPLAY "BUGREG: ERROR OPENING ACCTFILE - STATUS "
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
                       DISPLAY "BUGREG: ERROR OPENING LEDGFILE - "
                           "STATUS " WS-LEDGER-STATUS
                           " - NO CREDIT LIMITS CHECKED"
                       CLOSE ACCOUNT-FILE
                       MOVE "N" TO WS-LIMIT-FILES-SW
               END-EVALUATE
           END-IF.

      *    SUSPENSE ITEMS WITH A VALID TYPE CODE POST AHEAD OF THE
      *    DAY'S TRANFILE WHEN BUG RECYCLES THEM, SO THEY ARE LISTED
      *    HERE THE SAME WAY - ITEMS STILL INVALID AND ITEMS WRITTEN
      *    OFF, OR AWAITING A WRITE-OFF DECISION, STAY OFF THE
      *    REGISTER, EXACTLY AS THEY STAY OUT OF BUG'S TOTAL.
       1500-LIST-SUSPENSE-ITEMS.
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS = "00"
                               TO TRANSACTION-RECORD
                           IF TRANS-TYPE-VALID AND
                              NOT TRANS-REVERSAL AND
                              NOT SUSP-WRITTEN-OFF AND
                              NOT SUSP-WRITE-OFF-PENDING
                               PERFORM 2000-PRINT-TRANSACTION
                           END-IF
                   END-READ
           MOVE TRANS-ID TO DET-TRANS-ID
           MOVE TRANS-DATE TO DET-TRANS-DATE
           MOVE TRANS-DESCRIPTION TO DET-DESCRIPTION
           MOVE TRANS-SOURCE-ID TO DET-SOURCE-ID
           MOVE 0 TO DET-DEBIT
           MOVE 0 TO DET-CREDIT
           MOVE "N" TO WS-LIMIT-HELD-SW
           IF TRANS-TYPE-VALID
               PERFORM 2300-CHECK-CREDIT-LIMIT
           END-IF
           IF OVER-CREDIT-LIMIT
               MOVE "*HELD OVER LIMIT" TO DET-DESCRIPTION
               ADD TRANS-AMOUNT TO WS-LIMIT-HELD-TOTAL
           ELSE
               EVALUATE TRANS-TYPE-CODE
                   WHEN "DR"
                       MOVE TRANS-AMOUNT TO DET-DEBIT
                       ADD TRANS-AMOUNT TO WS-DATE-DR-TOTAL
                       ADD TRANS-AMOUNT TO WS-DR-TOTAL
                       ADD TRANS-AMOUNT TO WS-GRAND-TOTAL
                       ADD 1 TO WS-DR-COUNT
                   WHEN "CR"
                       MOVE TRANS-AMOUNT TO DET-CREDIT
                       ADD TRANS-AMOUNT TO WS-DATE-CR-TOTAL
                       ADD TRANS-AMOUNT TO WS-CR-TOTAL
                       ADD TRANS-AMOUNT TO WS-GRAND-TOTAL
                       ADD 1 TO WS-CR-COUNT
                   WHEN "RV"
                       PERFORM 2100-PRINT-REVERSAL
                   WHEN OTHER
                       ADD 1 TO WS-INVALID-COUNT
               END-EVALUATE
               IF TRANS-TYPE-VALID
                   PERFORM 2050-TALLY-SOURCE
               END-IF
           END-IF
           WRITE FD-REGISTER-RECORD FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

      *    EACH ITEM COUNTS ON THE SIDE IT POSTS TO - A REVERSAL ON
      *    THE SIDE OPPOSITE ITS ORIGINAL, AS IN 2100 - SO THE SOURCE
      *    FIGURES ADD BACK TO THE COLUMN TOTALS.
       2050-TALLY-SOURCE.
           MOVE "N" TO WS-SOURCE-FOUND-SW
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SOURCE-COUNT
                      OR SOURCE-FOUND
               IF WS-SRC-ID(WS-SRC-IDX) = TRANS-SOURCE-ID
                   SET SOURCE-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF SOURCE-FOUND
               SET WS-SRC-IDX DOWN BY 1
           ELSE
               IF WS-SOURCE-COUNT < WS-MAX-SOURCES
                   ADD 1 TO WS-SOURCE-COUNT
                   SET WS-SRC-IDX TO WS-SOURCE-COUNT
                   IF WS-SOURCE-COUNT < WS-MAX-SOURCES
                       MOVE TRANS-SOURCE-ID TO WS-SRC-ID(WS-SRC-IDX)
                   ELSE
                       MOVE "+" TO WS-SRC-ID(WS-SRC-IDX)
                   END-IF
                   MOVE 0 TO WS-SRC-ITEM-COUNT(WS-SRC-IDX)
                   MOVE 0 TO WS-SRC-DR-TOTAL(WS-SRC-IDX)
                   MOVE 0 TO WS-SRC-CR-TOTAL(WS-SRC-IDX)
               ELSE
                   SET WS-SRC-IDX TO WS-SOURCE-COUNT
               END-IF
           END-IF
           ADD 1 TO WS-SRC-ITEM-COUNT(WS-SRC-IDX)
           EVALUATE TRUE
               WHEN TRANS-TYPE-CODE = "DR"
                   ADD TRANS-AMOUNT TO WS-SRC-DR-TOTAL(WS-SRC-IDX)
               WHEN TRANS-TYPE-CODE = "CR"
                   ADD TRANS-AMOUNT TO WS-SRC-CR-TOTAL(WS-SRC-IDX)
               WHEN TRANS-ORIG-TYPE = "DR"
                   ADD TRANS-AMOUNT TO WS-SRC-CR-TOTAL(WS-SRC-IDX)
               WHEN OTHER
                   ADD TRANS-AMOUNT TO WS-SRC-DR-TOTAL(WS-SRC-IDX)
           END-EVALUATE.

      *    A REVERSAL IS FLAGGED ON ITS OWN LINE, CROSS-REFERENCED
      *    TO THE ORIGINAL IT BACKS OUT, WITH THE AMOUNT IN THE
      *    COLUMN OF THE SIDE IT POSTS ON - THE OPPOSITE OF THE
           MOVE 0 TO WS-DATE-DR-TOTAL
           MOVE 0 TO WS-DATE-CR-TOTAL.

      *    THE SAME RULE AS BUG: A DEBIT IS HELD WHEN IT WOULD TAKE
      *    AN ACCOUNT THAT IS HELD TO ITS LIMIT PAST THAT LIMIT.  A
      *    CREDIT, A REVERSAL OR A SYSTEM TRANSACTION IS NEVER HELD
      *    BUT STILL MOVES THE PROJECTED BALANCE.
       2300-CHECK-CREDIT-LIMIT.
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
               PERFORM 2310-FIND-LIMIT-ENTRY
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
                       PERFORM 2340-PROJECT-POSTING
                   END-IF
               END-IF
           END-IF.

       2310-FIND-LIMIT-ENTRY.
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
               PERFORM 2320-ADD-LIMIT-ENTRY
           END-IF.

       2320-ADD-LIMIT-ENTRY.
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
                   PERFORM 2330-READ-OPENING-BALANCE
               END-IF
               SET LIMIT-ENTRY-FOUND TO TRUE
           ELSE
               IF NOT LIMIT-TABLE-FULL
                   SET LIMIT-TABLE-FULL TO TRUE
                   DISPLAY "BUGREG: CREDIT-LIMIT TABLE FULL AT "
                       WS-LIMIT-COUNT " ACCOUNTS - FURTHER ACCOUNTS "
                       "LISTED UNCHECKED"
               END-IF
           END-IF.

       2330-READ-OPENING-BALANCE.
           IF LIMIT-LEDGER-OPEN
               MOVE WS-LIMIT-ACCOUNT TO FD-LEDG-ACCOUNT
               READ LEDGER-FILE INTO LEDGER-RECORD
                   INVALID KEY
                       MOVE 0 TO LEDG-BALANCE
               END-READ
               MOVE LEDG-BALANCE TO WS-LIM-BALANCE(WS-LIM-IDX)
           END-IF.

       2340-PROJECT-POSTING.
           IF LIM-ENFORCED(WS-LIM-IDX)
               IF WS-LIMIT-POST-TYPE = "DR"
                   ADD WS-LIMIT-AMOUNT TO WS-LIM-BALANCE(WS-LIM-IDX)
               ELSE
                   SUBTRACT WS-LIMIT-AMOUNT
                       FROM WS-LIM-BALANCE(WS-LIM-IDX)
               END-IF
           END-IF.

       2500-CHECK-PAGE-OVERFLOW.
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
               PERFORM 2600-PRINT-PAGE-HEADINGS
               WRITE FD-REGISTER-RECORD FROM WS-TYPE-TOTAL-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF
           IF WS-LIMIT-HELD-COUNT > 0
               MOVE "HELD OVER LIM " TO TTL-LABEL
               MOVE WS-LIMIT-HELD-COUNT TO TTL-COUNT
               MOVE WS-LIMIT-HELD-TOTAL TO TTL-AMOUNT
               WRITE FD-REGISTER-RECORD FROM WS-TYPE-TOTAL-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF
           MOVE WS-GRAND-TOTAL TO GTL-AMOUNT
           WRITE FD-REGISTER-RECORD FROM WS-GRAND-TOTAL-LINE
           ADD 3 TO WS-LINE-COUNT
           PERFORM 3100-PRINT-SOURCE-TOTALS
           IF WS-INVALID-COUNT > 0
               DISPLAY "BUGREG: " WS-INVALID-COUNT
                   " INVALID TYPE CODES LISTED WITHOUT AMOUNT"
           END-IF
           IF WS-LIMIT-HELD-COUNT > 0
               DISPLAY "BUGREG: " WS-LIMIT-HELD-COUNT
                   " DEBITS OVER CREDIT LIMIT LISTED WITHOUT AMOUNT"
           END-IF
           DISPLAY "BUGREG: GRAND TOTAL " WS-GRAND-TOTAL
               " DEBITS " WS-DR-COUNT " CREDITS " WS-CR-COUNT.

       3100-PRINT-SOURCE-TOTALS.
           IF WS-SOURCE-COUNT > 0
               PERFORM 2500-CHECK-PAGE-OVERFLOW
               WRITE FD-REGISTER-RECORD FROM WS-BLANK-LINE
               WRITE FD-REGISTER-RECORD FROM WS-SOURCE-HEADING-LINE
               ADD 2 TO WS-LINE-COUNT
               PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                       UNTIL WS-SRC-IDX > WS-SOURCE-COUNT
                   PERFORM 2500-CHECK-PAGE-OVERFLOW
                   MOVE WS-SRC-ID(WS-SRC-IDX) TO STL-SOURCE-ID
                   MOVE WS-SRC-ITEM-COUNT(WS-SRC-IDX) TO STL-COUNT
                   MOVE WS-SRC-DR-TOTAL(WS-SRC-IDX) TO STL-DEBIT
                   MOVE WS-SRC-CR-TOTAL(WS-SRC-IDX) TO STL-CREDIT
                   WRITE FD-REGISTER-RECORD FROM WS-SOURCE-TOTAL-LINE
                   ADD 1 TO WS-LINE-COUNT
               END-PERFORM
           END-IF.

      *    THE REGISTER'S GRAND TOTAL AND DR/CR FIGURES GO TO THE
      *    DAY-CONTROL FILE SO BUGBAL CAN TICK THEM OFF AGAINST BUG
      *    AND THE GL FEED INSTEAD OF THE BACK OFFICE DOING IT BY

       4000-TERMINATE.
           CLOSE TRANS-FILE
           CLOSE REGISTER-FILE
           IF LIMIT-CHECKING-ON
               CLOSE ACCOUNT-FILE
           END-IF
           IF LIMIT-LEDGER-OPEN
               CLOSE LEDGER-FILE
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
           MOVE "BUGREG" TO STEP-PROGRAM
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
               DISPLAY "BUGREG: ERROR OPENING STEPLOG - STATUS "
                   WS-STEP-LOG-STATUS " - STEP NOT LOGGED"
           END-IF.
