      ******************************************************************
      *  PROGRAM-ID: BUGACR                                           *
      *  MONTHLY INTEREST AND SERVICE-CHARGE ACCRUAL.  READS EVERY     *
      *  ACCOUNT ON THE MASTER LEDGER (LEDGFILE, WSLEDG LAYOUT), LOOKS *
      *  THE ACCOUNT UP ON THE RATE/FEE TABLE (RATEFILE, WSRATE        *
      *  LAYOUT) BY ACCOUNT NUMBER OR, FAILING THAT, BY THE ACCOUNT    *
      *  CLASS ON THE ACCOUNT MASTER (ACCTFILE), AND GENERATES THE     *
      *  MONTH'S CREDIT INTEREST (A CR) AND SERVICE FEE (A DR) AS      *
      *  SYSTEM TRANSACTIONS.  THEY ARE APPENDED TO THE SYSTEM         *
      *  TRANSACTION FILE (SYSTRAN, WSTRANS LAYOUT) AS A BATCH WITH    *
      *  ITS OWN 999999 TRAILER, SO BUGEDIT EDITS THEM AND BUG POSTS   *
      *  THEM WITH THE SAME AUDIT TRAIL AS KEYED WORK.  EVERY CHARGE   *
      *  AND PAYMENT IS LISTED ON THE ACCRUAL REGISTER (ACRRFILE) WITH *
      *  THE BALANCE, RATE AND AMOUNT.  RUN ON THE LAST BUSINESS DAY   *
      *  OF THE PERIOD AFTER BUGACM (WHICH STARTS SYSTRAN AFRESH) AND  *
      *  BEFORE BUGEDIT, SO THE ACCRUALS POST BEFORE THE BUGEOM CLOSE. *
      *  THE ACCRUAL CONTROL FILE (ACRCFILE, WSACRC LAYOUT) REFUSES A  *
      *  SECOND ACCRUAL OF THE SAME PERIOD.  RUN PARAMETERS: 1 =       *
      *  PERIOD CCYYMM (DEFAULT CURRENT MONTH), 2 = FORCE OVERRIDE.    *
      *  ACCRUAL TRANS-IDS CARRY ON FROM THE LAST ONE USED (SYSIDCTL,  *
      *  WSSYID LAYOUT).  THE STEP IS REFUSED ONCE BUGEDIT HAS STARTED *
      *  FOR THE DAY, SINCE SYSTRAN HAS THEN ALREADY BEEN EDITED.      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGACR.

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

           SELECT RATE-FILE ASSIGN TO "RATEFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT SYSTEM-TRANS-FILE ASSIGN TO "SYSTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SYSTRAN-STATUS.

           SELECT ACCRUAL-CONTROL ASSIGN TO "ACRCFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCRUAL-CTL-STATUS.

           SELECT ACCRUAL-REGISTER ASSIGN TO "ACRRFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACRRPT-STATUS.

           SELECT SYSTEM-ID-CONTROL ASSIGN TO "SYSIDCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SYSTEM-ID-STATUS.

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

       FD  RATE-FILE
           RECORDING MODE IS F.
       01  FD-RATE-RECORD                 PIC X(30).

       FD  SYSTEM-TRANS-FILE
           RECORDING MODE IS F.
       01  FD-SYSTRAN-RECORD              PIC X(53).

       FD  ACCRUAL-CONTROL
           RECORDING MODE IS F.
       01  FD-ACCRUAL-CTL-RECORD          PIC X(20).

       FD  ACCRUAL-REGISTER
           RECORDING MODE IS F.
       01  FD-ACRRPT-RECORD               PIC X(80).

       FD  SYSTEM-ID-CONTROL
           RECORDING MODE IS F.
       01  FD-SYSTEM-ID-RECORD            PIC X(40).

       FD  STEP-LOG-FILE
           RECORDING MODE IS F.
       01  FD-STEP-LOG-RECORD              PIC X(50).

       WORKING-STORAGE SECTION.
           COPY WSLEDG.
           COPY WSACCT.
           COPY WSRATE.
           COPY WSTRANS.
           COPY WSACRC.
           COPY WSSYID.
           COPY WSSTEP.

       01  WS-FILE-STATUSES.
           05  WS-LEDGER-STATUS            PIC X(2) VALUE SPACES.
           05  WS-ACCOUNT-STATUS           PIC X(2) VALUE SPACES.
           05  WS-RATE-STATUS              PIC X(2) VALUE SPACES.
           05  WS-SYSTRAN-STATUS           PIC X(2) VALUE SPACES.
           05  WS-ACCRUAL-CTL-STATUS       PIC X(2) VALUE SPACES.
           05  WS-ACRRPT-STATUS            PIC X(2) VALUE SPACES.
           05  WS-SYSTEM-ID-STATUS         PIC X(2) VALUE SPACES.
           05  WS-STEP-LOG-STATUS          PIC X(2) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-LEDGER-SW            PIC X VALUE "N".
               88  EOF-LEDGER              VALUE "Y".
           05  WS-EOF-RATE-SW              PIC X VALUE "N".
               88  EOF-RATE                VALUE "Y".
           05  WS-ACRRPT-OPEN-SW           PIC X VALUE "N".
               88  ACCRUAL-REGISTER-OPEN   VALUE "Y".
           05  WS-SYSTRAN-OPEN-SW          PIC X VALUE "N".
               88  SYSTRAN-OPEN            VALUE "Y".
           05  WS-ACCT-MASTER-SW           PIC X VALUE "N".
               88  ACCT-MASTER-AVAILABLE   VALUE "Y".
           05  WS-ACCRUAL-REFUSED-SW       PIC X VALUE "N".
               88  ACCRUAL-REFUSED         VALUE "Y".
           05  WS-ACCRUAL-FAILED-SW        PIC X VALUE "N".
               88  ACCRUAL-FAILED          VALUE "Y".
           05  WS-FORCE-ACCRUAL-SW         PIC X VALUE "N".
               88  FORCE-ACCRUAL           VALUE "Y".
           05  WS-CONTROL-FOUND-SW         PIC X VALUE "N".
               88  ACCRUAL-CONTROL-FOUND   VALUE "Y".
           05  WS-RATE-FOUND-SW            PIC X VALUE "N".
               88  RATE-ENTRY-FOUND        VALUE "Y".
           05  WS-SYSTEM-IDS-USED-SW       PIC X VALUE "N".
               88  SYSTEM-IDS-USED         VALUE "Y".

      *    GRADED CONDITION CODE SURFACED TO THE SCHEDULER:
      *      0 = ACCRUAL RUN CLEAN
      *      4 = WARNING (MISSING OR EMPTY RATE TABLE, AMOUNT TOO
      *          LARGE)
      *      8 = ACCRUAL REFUSED - PERIOD ALREADY ACCRUED
      *     12 = UNRECOVERABLE FILE ERROR (LEDGFILE, ACCTFILE,
      *          SYSTRAN, ACRRFILE, ACRCFILE, SYSIDCTL) - THE
      *          PERIOD IS NOT MARKED ACCRUED
      *     16 = RUN REFUSED - PRECEDING NIGHTLY STEP NOT COMPLETE,
      *          OR BUGEDIT ALREADY STARTED TODAY
      *    THE HIGHEST CONDITION RAISED DURING THE RUN WINS.
       01  WS-RETURN-CODES.
           05  WS-HIGHEST-RETURN-CODE      PIC 9(2) VALUE 0.
           05  WS-CANDIDATE-RETURN-CODE    PIC 9(2) VALUE 0.

       01  WS-PAGE-CONTROL.
           05  WS-PAGE-NUM                 PIC 9(4) VALUE 0.
           05  WS-LINE-COUNT               PIC 9(3) VALUE 99.
           05  WS-LINES-PER-PAGE           PIC 9(3) VALUE 55.

       01  WS-ACCRUAL-CONTROL-AREA.
           05  WS-ACCRUAL-PERIOD           PIC 9(6) VALUE 0.
           05  WS-RUN-DATE                 PIC 9(8) VALUE 0.
           05  WS-RUN-TIME                 PIC 9(6) VALUE 0.

       01  WS-COMMAND-LINE-PARM            PIC X(80) VALUE SPACES.
       01  WS-CURRENT-DATE-TIME            PIC X(21) VALUE SPACES.

      *    JOB-STREAM STEP LOGGING (STEPLOG, WSSTEP LAYOUT) - THE
      *    STEP THAT MUST HAVE ENDED CLEANLY TODAY BEFORE THIS ONE
      *    MAY RUN.
       01  WS-STEP-CONTROL.
           05  WS-STEP-PREDECESSOR         PIC X(8) VALUE "BUGACM".
           05  WS-STEP-EDIT-PROGRAM        PIC X(8) VALUE "BUGEDIT".
           05  WS-STEP-EDIT-STARTED-SW     PIC X VALUE "N".
               88  EDIT-ALREADY-STARTED    VALUE "Y".
           05  WS-STEP-BUSINESS-DATE       PIC 9(8) VALUE 0.
           05  WS-STEP-START-TIME          PIC 9(6) VALUE 0.
           05  WS-STEP-PRED-EVENT          PIC X(1) VALUE "N".
           05  WS-STEP-PRED-CODE           PIC 9(2) VALUE 0.
           05  WS-EOF-STEP-LOG-SW          PIC X VALUE "N".
               88  EOF-STEP-LOG            VALUE "Y".
           05  WS-STEP-SEQUENCE-SW         PIC X VALUE "N".
               88  STEP-OUT-OF-SEQUENCE    VALUE "Y".

      *    THE RATE/FEE TABLE IS SMALL AND READ ONCE PER RUN.  THE
      *    500-ENTRY SIZE IS A SANITY LIMIT - ENTRIES BEYOND IT ARE
      *    IGNORED WITH A CONSOLE WARNING RATHER THAN ABENDING.
       01  WS-RATE-TABLE.
           05  WS-RATE-COUNT               PIC 9(4) VALUE 0.
           05  WS-RATE-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-RATE-IDX.
               10  WS-RT-KEY-TYPE          PIC X(1).
               10  WS-RT-KEY               PIC X(8).
               10  WS-RT-CREDIT-RATE       PIC 9(2)V9(4).
               10  WS-RT-MONTHLY-FEE       PIC 9(5)V99.

       01  WS-SELECTED-RATE.
           05  WS-SEL-CREDIT-RATE          PIC 9(2)V9(4) VALUE 0.
           05  WS-SEL-MONTHLY-FEE          PIC 9(5)V99 VALUE 0.

       01  WS-ACCRUAL-WORK.
           05  WS-ACCRUAL-AMOUNT           PIC S9(7)V99 VALUE 0.
           05  WS-CREDIT-BALANCE           PIC S9(11)V99 VALUE 0.

       01  WS-ACCRUAL-COUNTS.
           05  WS-ACCOUNTS-READ            PIC 9(9) VALUE 0.
           05  WS-ACCOUNTS-NO-RATE         PIC 9(9) VALUE 0.
           05  WS-ACCOUNTS-NOT-OPEN        PIC 9(9) VALUE 0.
           05  WS-INTEREST-COUNT           PIC 9(9) VALUE 0.
           05  WS-INTEREST-TOTAL           PIC S9(11)V99 VALUE 0.
           05  WS-FEE-COUNT                PIC 9(9) VALUE 0.
           05  WS-FEE-TOTAL                PIC S9(11)V99 VALUE 0.

       01  WS-SYSTRAN-CONTROLS.
           05  WS-SYSTRAN-COUNT            PIC 9(9) VALUE 0.
           05  WS-SYSTRAN-HASH-TOTAL       PIC S9(11)V99 VALUE 0.

      *    SYSTEM TRANS-IDS ARE "A" PLUS A SEQUENCE CARRIED FROM RUN
      *    TO RUN ON SYSIDCTL, SO AN ACCRUAL IS RECOGNISABLE ON THE
      *    EDIT LISTING, THE REGISTER AND THE POSTED HISTORY, AND A
      *    REVERSAL CAN NAME ONE WITHOUT MATCHING AN OLDER ACCRUAL.
       01  WS-ACCRUAL-TRANS-ID.
           05  FILLER                      PIC X(1) VALUE "A".
           05  WS-ACCRUAL-ID-SEQUENCE      PIC 9(5) VALUE 0.

       01  WS-INTEREST-DESCRIPTION.
           05  FILLER                      PIC X(12) VALUE
               "CR INTEREST ".
           05  WS-INT-DESC-PERIOD          PIC 9(6).
           05  FILLER                      PIC X(2) VALUE SPACES.

       01  WS-FEE-DESCRIPTION.
           05  FILLER                      PIC X(12) VALUE
               "SERVICE FEE ".
           05  WS-FEE-DESC-PERIOD          PIC 9(6).
           05  FILLER                      PIC X(2) VALUE SPACES.

       01  WS-HEADING-LINE-1.
           05  FILLER                      PIC X(33) VALUE
               "BUG ACCRUAL REGISTER - PERIOD".
           05  HDG-PERIOD                  PIC 9(6).
           05  FILLER                      PIC X(9) VALUE " RUN DATE".
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  HDG-RUN-DATE                PIC 9(8).
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  FILLER                      PIC X(5) VALUE "PAGE ".
           05  HDG-PAGE-NUM                PIC ZZZ9.
           05  FILLER                      PIC X(11) VALUE SPACES.

       01  WS-HEADING-LINE-2.
           05  FILLER                      PIC X(40) VALUE
               "ACCOUNT   CL              BALANCE  TYP  ".
           05  FILLER                      PIC X(40) VALUE
               "  RATE%        AMOUNT SD  TRN-ID".

       01  WS-DETAIL-LINE.
           05  DET-ACCOUNT                 PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  DET-CLASS                   PIC X(2).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  DET-BALANCE                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  DET-KIND                    PIC X(3).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  DET-RATE                    PIC Z9.9999 BLANK WHEN ZERO.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  DET-AMOUNT                  PIC Z,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  DET-SIDE                    PIC X(2).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  DET-TRANS-ID                PIC X(6).
           05  FILLER                      PIC X(8) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  TOT-LABEL                   PIC X(30).
           05  TOT-COUNT                   PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  TOT-AMOUNT                  PIC ZZ,ZZZ,ZZZ,ZZ9.99-
                                           BLANK WHEN ZERO.
           05  FILLER                      PIC X(20) VALUE SPACES.

       01  WS-BLANK-LINE                   PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0800-CHECK-STEP-SEQUENCE
           IF STEP-OUT-OF-SEQUENCE
               MOVE WS-HIGHEST-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0850-LOG-STEP-START
           PERFORM 0900-GET-ACCRUAL-PARMS
           PERFORM 1000-INITIALIZE
           PERFORM 1100-CHECK-ACCRUAL-CONTROL
           IF ACCRUAL-REFUSED
               MOVE 8 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-SET-RETURN-CODE
               PERFORM 8800-LOG-STEP-END
               MOVE WS-HIGHEST-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-LOAD-RATE-TABLE
           PERFORM 1300-OPEN-ACCRUAL-FILES
           PERFORM UNTIL EOF-LEDGER
               READ LEDGER-FILE INTO LEDGER-RECORD
                   AT END
                       SET EOF-LEDGER TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ACCOUNTS-READ
                       PERFORM 2000-ACCRUE-ONE-ACCOUNT
               END-READ
           END-PERFORM
           IF NOT ACCRUAL-FAILED
               PERFORM 3000-UPDATE-ACCRUAL-CONTROL
           END-IF
           PERFORM 4000-TERMINATE
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
           ELSE
               IF EDIT-ALREADY-STARTED
                   SET STEP-OUT-OF-SEQUENCE TO TRUE
                   PERFORM 0830-REFUSE-AFTER-EDIT
               END-IF
           END-IF.

       0810-REFUSE-OUT-OF-SEQUENCE.
           DISPLAY "BUGACR: *** RUN REFUSED - " WS-STEP-PREDECESSOR
               " NOT COMPLETE FOR BUSINESS DATE "
               WS-STEP-BUSINESS-DATE " ***"
           EVALUATE WS-STEP-PRED-EVENT
               WHEN "N"
                   DISPLAY "BUGACR: " WS-STEP-PREDECESSOR
                       " HAS NOT RUN TODAY"
               WHEN "S"
                   DISPLAY "BUGACR: " WS-STEP-PREDECESSOR
                       " STARTED BUT NEVER ENDED"
               WHEN "R"
                   DISPLAY "BUGACR: " WS-STEP-PREDECESSOR
                       " WAS ITSELF REFUSED"
               WHEN OTHER
                   DISPLAY "BUGACR: " WS-STEP-PREDECESSOR
                       " ENDED WITH CONDITION CODE "
                       WS-STEP-PRED-CODE
           END-EVALUATE
           DISPLAY "BUGACR: RERUN " WS-STEP-PREDECESSOR
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

      *    BUGEDIT HAVING STARTED AT ALL TODAY IS NOTED AS WELL -
      *    ONCE IT HAS READ SYSTRAN, ACCRUALS ADDED BEHIND IT WOULD
      *    NEVER BE EDITED, AND RERUNNING IT WOULD EDIT THE SWEEPS
      *    A SECOND TIME.
       0820-NOTE-PREDECESSOR-ENTRY.
           IF STEP-PROGRAM = WS-STEP-PREDECESSOR AND
              STEP-BUSINESS-DATE = WS-STEP-BUSINESS-DATE
               MOVE STEP-EVENT TO WS-STEP-PRED-EVENT
               MOVE STEP-CONDITION-CODE TO WS-STEP-PRED-CODE
           END-IF
           IF STEP-PROGRAM = WS-STEP-EDIT-PROGRAM AND
              STEP-BUSINESS-DATE = WS-STEP-BUSINESS-DATE AND
              STEP-STARTED
               SET EDIT-ALREADY-STARTED TO TRUE
           END-IF.

       0830-REFUSE-AFTER-EDIT.
           DISPLAY "BUGACR: *** RUN REFUSED - " WS-STEP-EDIT-PROGRAM
               " ALREADY STARTED FOR BUSINESS DATE "
               WS-STEP-BUSINESS-DATE " ***"
           DISPLAY "BUGACR: SYSTRAN HAS BEEN EDITED - ACCRUALS ADDED "
               "NOW WOULD NEVER POST"
           DISPLAY "BUGACR: RUN THE ACCRUAL IN THE NEXT NIGHT'S "
               "STREAM, NAMING THE PERIOD IN PARAMETER 1"
           MOVE 16 TO WS-CANDIDATE-RETURN-CODE
           PERFORM 9000-SET-RETURN-CODE
           MOVE SPACES TO STEP-LOG-RECORD
           MOVE "R" TO STEP-EVENT
           MOVE WS-STEP-BUSINESS-DATE TO STEP-END-DATE
           MOVE WS-STEP-START-TIME TO STEP-END-TIME
           MOVE WS-HIGHEST-RETURN-CODE TO STEP-CONDITION-CODE
           MOVE WS-STEP-EDIT-PROGRAM TO STEP-PREDECESSOR
           PERFORM 8900-WRITE-STEP-LOG.

       0850-LOG-STEP-START.
           MOVE SPACES TO STEP-LOG-RECORD
           MOVE "S" TO STEP-EVENT
           MOVE 0 TO STEP-END-DATE
           MOVE 0 TO STEP-END-TIME
           MOVE 0 TO STEP-CONDITION-CODE
           PERFORM 8900-WRITE-STEP-LOG.

      *    PERIOD ARRIVES AS CCYYMM IN RUN PARAMETER 1 AND DEFAULTS
      *    TO THE CURRENT MONTH; THE FORCE OVERRIDE IN PARAMETER 2
      *    ALLOWS AN OPERATOR-DIRECTED SECOND ACCRUAL, MIRRORING
      *    BUGEOM'S FORCE PARAMETER.
       0900-GET-ACCRUAL-PARMS.
           MOVE SPACES TO WS-COMMAND-LINE-PARM
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-COMMAND-LINE-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-COMMAND-LINE-PARM NOT = SPACES
               IF WS-COMMAND-LINE-PARM(1:6) IS NUMERIC
                   MOVE WS-COMMAND-LINE-PARM(1:6) TO WS-ACCRUAL-PERIOD
               ELSE
                   DISPLAY "BUGACR: INVALID PERIOD PARM - CURRENT "
                       "MONTH USED"
               END-IF
           END-IF
           MOVE SPACES TO WS-COMMAND-LINE-PARM
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-COMMAND-LINE-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-COMMAND-LINE-PARM(1:5) = "FORCE"
               SET FORCE-ACCRUAL TO TRUE
           END-IF.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE
           MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-RUN-TIME
           IF WS-ACCRUAL-PERIOD = 0
               MOVE WS-CURRENT-DATE-TIME(1:6) TO WS-ACCRUAL-PERIOD
           END-IF
           MOVE WS-ACCRUAL-PERIOD TO WS-INT-DESC-PERIOD
           MOVE WS-ACCRUAL-PERIOD TO WS-FEE-DESC-PERIOD.

       1100-CHECK-ACCRUAL-CONTROL.
           OPEN INPUT ACCRUAL-CONTROL
           IF WS-ACCRUAL-CTL-STATUS = "00"
               READ ACCRUAL-CONTROL INTO ACCRUAL-CONTROL-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       SET ACCRUAL-CONTROL-FOUND TO TRUE
               END-READ
               CLOSE ACCRUAL-CONTROL
           END-IF
           IF ACCRUAL-CONTROL-FOUND AND
              ACRC-LAST-PERIOD = WS-ACCRUAL-PERIOD
               IF FORCE-ACCRUAL
                   DISPLAY "BUGACR: FORCE OVERRIDE ACCEPTED FOR "
                       "PERIOD " WS-ACCRUAL-PERIOD
               ELSE
                   SET ACCRUAL-REFUSED TO TRUE
                   DISPLAY "BUGACR: *** ACCRUAL REFUSED - PERIOD "
                       WS-ACCRUAL-PERIOD " ALREADY ACCRUED ON "
                       ACRC-RUN-DATE " ***"
                   DISPLAY "BUGACR: SUPPLY FORCE PARAMETER TO "
                       "OVERRIDE"
               END-IF
           END-IF.

       1200-LOAD-RATE-TABLE.
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS NOT = "00"
               DISPLAY "BUGACR: RATE TABLE NOT AVAILABLE - STATUS "
                   WS-RATE-STATUS " - NOTHING ACCRUED"
               SET EOF-RATE TO TRUE
               MOVE 4 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-SET-RETURN-CODE
           END-IF
           PERFORM UNTIL EOF-RATE
               READ RATE-FILE INTO RATE-TABLE-RECORD
                   AT END
                       SET EOF-RATE TO TRUE
                   NOT AT END
                       PERFORM 1210-STORE-RATE-ENTRY
               END-READ
           END-PERFORM
           IF WS-RATE-STATUS = "10" OR WS-RATE-STATUS = "00"
               CLOSE RATE-FILE
           END-IF
           IF WS-RATE-COUNT = 0
               DISPLAY "BUGACR: RATE TABLE EMPTY - NOTHING ACCRUED"
               MOVE 4 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-SET-RETURN-CODE
           END-IF.

       1210-STORE-RATE-ENTRY.
           IF NOT RATE-BY-ACCOUNT AND NOT RATE-BY-CLASS
               DISPLAY "BUGACR: RATE ENTRY " RATE-KEY
                   " HAS UNKNOWN KEY TYPE " RATE-KEY-TYPE " - IGNORED"
           ELSE
               IF WS-RATE-COUNT >= 500
                   DISPLAY "BUGACR: RATE TABLE FULL - ENTRY "
                       RATE-KEY " IGNORED"
                   MOVE 4 TO WS-CANDIDATE-RETURN-CODE
                   PERFORM 9000-SET-RETURN-CODE
               ELSE
                   ADD 1 TO WS-RATE-COUNT
                   SET WS-RATE-IDX TO WS-RATE-COUNT
                   MOVE RATE-KEY-TYPE TO WS-RT-KEY-TYPE(WS-RATE-IDX)
                   MOVE RATE-KEY TO WS-RT-KEY(WS-RATE-IDX)
                   MOVE RATE-CREDIT-RATE
                       TO WS-RT-CREDIT-RATE(WS-RATE-IDX)
                   MOVE RATE-MONTHLY-FEE
                       TO WS-RT-MONTHLY-FEE(WS-RATE-IDX)
               END-IF
           END-IF.

      *    ANY INPUT THAT CANNOT BE OPENED ABANDONS THE ACCRUAL
      *    BEFORE SYSTRAN IS TOUCHED, AND THE PERIOD IS NOT MARKED
      *    ACCRUED - A RERUN ONCE THE FILE IS BACK PICKS IT UP.
       1300-OPEN-ACCRUAL-FILES.
           IF WS-RATE-COUNT = 0
               SET EOF-LEDGER TO TRUE
           ELSE
               PERFORM 1310-OPEN-ACCRUAL-INPUTS
               IF NOT ACCRUAL-FAILED
                   PERFORM 1400-READ-SYSTEM-ID-CONTROL
               END-IF
               IF NOT ACCRUAL-FAILED
                   PERFORM 1320-OPEN-ACCRUAL-OUTPUTS
               END-IF
           END-IF.

      *    THE ACCOUNT MASTER IS NEEDED FOR THE CLASS-LEVEL RATES AND
      *    TO SKIP ACCOUNTS THAT ARE NOT OPEN, SO IT IS AS ESSENTIAL
      *    AS THE LEDGER ITSELF.
       1310-OPEN-ACCRUAL-INPUTS.
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "BUGACR: ERROR OPENING LEDGFILE - STATUS "
                   WS-LEDGER-STATUS " - ACCRUAL ABANDONED"
               SET EOF-LEDGER TO TRUE
               SET ACCRUAL-FAILED TO TRUE
               MOVE 12 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-SET-RETURN-CODE
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS = "00"
               SET ACCT-MASTER-AVAILABLE TO TRUE
           ELSE
               DISPLAY "BUGACR: ERROR OPENING ACCTFILE - STATUS "
                   WS-ACCOUNT-STATUS " - ACCRUAL ABANDONED"
               SET EOF-LEDGER TO TRUE
               SET ACCRUAL-FAILED TO TRUE
               MOVE 12 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-SET-RETURN-CODE
           END-IF.

      *    THE ACCRUALS JOIN WHATEVER BUGACM ALREADY PUT ON SYSTRAN
      *    TONIGHT, SO THE FILE IS EXTENDED, NEVER REPLACED.  THE
      *    REGISTER IS OPENED FIRST SO A REGISTER FAILURE LEAVES
      *    SYSTRAN UNTOUCHED.
       1320-OPEN-ACCRUAL-OUTPUTS.
           OPEN OUTPUT ACCRUAL-REGISTER
           IF WS-ACRRPT-STATUS = "00"
               SET ACCRUAL-REGISTER-OPEN TO TRUE
           ELSE
               DISPLAY "BUGACR: ERROR OPENING ACRRFILE - STATUS "
                   WS-ACRRPT-STATUS " - ACCRUAL ABANDONED"
               SET EOF-LEDGER TO TRUE
               SET ACCRUAL-FAILED TO TRUE
               MOVE 12 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-SET-RETURN-CODE
           END-IF
           IF NOT ACCRUAL-FAILED
               OPEN EXTEND SYSTEM-TRANS-FILE
               IF WS-SYSTRAN-STATUS = "35" OR
                  WS-SYSTRAN-STATUS = "05"
                   CLOSE SYSTEM-TRANS-FILE
                   OPEN OUTPUT SYSTEM-TRANS-FILE
               END-IF
               IF WS-SYSTRAN-STATUS = "00"
                   SET SYSTRAN-OPEN TO TRUE
               ELSE
                   DISPLAY "BUGACR: ERROR OPENING SYSTRAN - STATUS "
                       WS-SYSTRAN-STATUS " - ACCRUAL ABANDONED"
                   SET EOF-LEDGER TO TRUE
                   SET ACCRUAL-FAILED TO TRUE
                   MOVE 12 TO WS-CANDIDATE-RETURN-CODE
                   PERFORM 9000-SET-RETURN-CODE
               END-IF
           END-IF.

      *    A MISSING SYSIDCTL MEANS NO SYSTEM TRANS-ID HAS EVER BEEN
      *    GIVEN OUT, SO NUMBERING STARTS AT 1.  ANY OTHER FAILURE
      *    LEAVES THE LAST ID USED UNKNOWN AND ABANDONS THE ACCRUAL.
       1400-READ-SYSTEM-ID-CONTROL.
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
                   IF WS-SYSTEM-ID-STATUS NOT = "00" AND
                      WS-SYSTEM-ID-STATUS NOT = "10"
                       DISPLAY "BUGACR: ERROR READING SYSIDCTL - "
                           "STATUS " WS-SYSTEM-ID-STATUS
                           " - ACCRUAL ABANDONED"
                       SET EOF-LEDGER TO TRUE
                       SET ACCRUAL-FAILED TO TRUE
                       MOVE 12 TO WS-CANDIDATE-RETURN-CODE
                       PERFORM 9000-SET-RETURN-CODE
                   END-IF
                   CLOSE SYSTEM-ID-CONTROL
               WHEN "35"
                   DISPLAY "BUGACR: NO SYSIDCTL YET - SYSTEM TRANS-IDS "
                       "START AT 1"
               WHEN OTHER
                   DISPLAY "BUGACR: ERROR OPENING SYSIDCTL - STATUS "
                       WS-SYSTEM-ID-STATUS " - ACCRUAL ABANDONED"
                   SET EOF-LEDGER TO TRUE
                   SET ACCRUAL-FAILED TO TRUE
                   MOVE 12 TO WS-CANDIDATE-RETURN-CODE
                   PERFORM 9000-SET-RETURN-CODE
           END-EVALUATE
           MOVE SYID-LAST-ACCRUAL-SEQ TO WS-ACCRUAL-ID-SEQUENCE.

      *    ONLY OPEN ACCOUNTS ARE CHARGED OR PAID - BUGEDIT WOULD
      *    REJECT ANYTHING ELSE WITH REASON 08.  A LEDGER ACCOUNT
      *    MISSING FROM THE ACCOUNT MASTER IS TREATED AS NOT OPEN.
       2000-ACCRUE-ONE-ACCOUNT.
           MOVE SPACES TO ACCOUNT-MASTER-RECORD
           SET ACCT-OPEN TO TRUE
           IF ACCT-MASTER-AVAILABLE
               MOVE LEDG-ACCOUNT TO FD-ACCT-NUMBER
               READ ACCOUNT-FILE INTO ACCOUNT-MASTER-RECORD
                   INVALID KEY
                       MOVE SPACES TO ACCOUNT-MASTER-RECORD
               END-READ
           END-IF
           IF NOT ACCT-OPEN
               ADD 1 TO WS-ACCOUNTS-NOT-OPEN
           ELSE
               PERFORM 2100-FIND-RATE-ENTRY
               IF NOT RATE-ENTRY-FOUND
                   ADD 1 TO WS-ACCOUNTS-NO-RATE
               ELSE
                   PERFORM 2200-ACCRUE-CREDIT-INTEREST
                   PERFORM 2300-CHARGE-SERVICE-FEE
               END-IF
           END-IF.

      *    AN ACCOUNT'S OWN ENTRY WINS OVER ITS CLASS ENTRY.
       2100-FIND-RATE-ENTRY.
           MOVE "N" TO WS-RATE-FOUND-SW
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
                      OR RATE-ENTRY-FOUND
               IF WS-RT-KEY-TYPE(WS-RATE-IDX) = "A" AND
                  WS-RT-KEY(WS-RATE-IDX) = LEDG-ACCOUNT
                   PERFORM 2110-SELECT-RATE-ENTRY
               END-IF
           END-PERFORM
           IF NOT RATE-ENTRY-FOUND AND ACCT-CLASS NOT = SPACES
               PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                       UNTIL WS-RATE-IDX > WS-RATE-COUNT
                          OR RATE-ENTRY-FOUND
                   IF WS-RT-KEY-TYPE(WS-RATE-IDX) = "C" AND
                      WS-RT-KEY(WS-RATE-IDX) = ACCT-CLASS
                       PERFORM 2110-SELECT-RATE-ENTRY
                   END-IF
               END-PERFORM
           END-IF.

       2110-SELECT-RATE-ENTRY.
           SET RATE-ENTRY-FOUND TO TRUE
           MOVE WS-RT-CREDIT-RATE(WS-RATE-IDX) TO WS-SEL-CREDIT-RATE
           MOVE WS-RT-MONTHLY-FEE(WS-RATE-IDX) TO WS-SEL-MONTHLY-FEE.

      *    BUG POSTS A CR AS A SUBTRACT, SO A CREDIT BALANCE IS A
      *    NEGATIVE LEDG-BALANCE.  ONE MONTH'S INTEREST IS THE ANNUAL
      *    PERCENTAGE OVER 1200, PAID AS A CR.
       2200-ACCRUE-CREDIT-INTEREST.
           IF LEDG-BALANCE < 0 AND WS-SEL-CREDIT-RATE > 0
               COMPUTE WS-CREDIT-BALANCE = 0 - LEDG-BALANCE
               COMPUTE WS-ACCRUAL-AMOUNT ROUNDED =
                   WS-CREDIT-BALANCE * WS-SEL-CREDIT-RATE / 1200
                   ON SIZE ERROR
                       DISPLAY "BUGACR: INTEREST ON " LEDG-ACCOUNT
                           " TOO LARGE FOR ONE TRANSACTION - NOT PAID"
                       MOVE 0 TO WS-ACCRUAL-AMOUNT
                       MOVE 4 TO WS-CANDIDATE-RETURN-CODE
                       PERFORM 9000-SET-RETURN-CODE
               END-COMPUTE
               IF WS-ACCRUAL-AMOUNT > 0
                   MOVE "CR" TO TRANS-TYPE-CODE
                   MOVE WS-INTEREST-DESCRIPTION TO TRANS-DESCRIPTION
                   PERFORM 2500-WRITE-ACCRUAL-TRANS
                   IF NOT ACCRUAL-FAILED
                       ADD 1 TO WS-INTEREST-COUNT
                       ADD WS-ACCRUAL-AMOUNT TO WS-INTEREST-TOTAL
                       MOVE "INT" TO DET-KIND
                       MOVE WS-SEL-CREDIT-RATE TO DET-RATE
                       PERFORM 2600-PRINT-REGISTER-LINE
                   END-IF
               END-IF
           END-IF.

       2300-CHARGE-SERVICE-FEE.
           IF WS-SEL-MONTHLY-FEE > 0
               MOVE WS-SEL-MONTHLY-FEE TO WS-ACCRUAL-AMOUNT
               MOVE "DR" TO TRANS-TYPE-CODE
               MOVE WS-FEE-DESCRIPTION TO TRANS-DESCRIPTION
               PERFORM 2500-WRITE-ACCRUAL-TRANS
               IF NOT ACCRUAL-FAILED
                   ADD 1 TO WS-FEE-COUNT
                   ADD WS-ACCRUAL-AMOUNT TO WS-FEE-TOTAL
                   MOVE "FEE" TO DET-KIND
                   MOVE 0 TO DET-RATE
                   PERFORM 2600-PRINT-REGISTER-LINE
               END-IF
           END-IF.

      *    THE CALLER HAS SET THE TYPE CODE AND DESCRIPTION.
       2500-WRITE-ACCRUAL-TRANS.
           PERFORM 2510-TAKE-NEXT-ACCRUAL-ID
           MOVE WS-ACCRUAL-TRANS-ID TO TRANS-ID
           MOVE WS-RUN-DATE TO TRANS-DATE
           MOVE WS-ACCRUAL-AMOUNT TO TRANS-AMOUNT
           MOVE LEDG-ACCOUNT TO TRANS-ACCOUNT
           WRITE FD-SYSTRAN-RECORD FROM TRANSACTION-RECORD
           IF WS-SYSTRAN-STATUS = "00"
               ADD 1 TO WS-SYSTRAN-COUNT
               ADD TRANS-AMOUNT TO WS-SYSTRAN-HASH-TOTAL
           ELSE
               DISPLAY "BUGACR: ERROR WRITING SYSTRAN - STATUS "
                   WS-SYSTRAN-STATUS " - ACCRUAL ABANDONED AT "
                   LEDG-ACCOUNT
               SET EOF-LEDGER TO TRUE
               SET ACCRUAL-FAILED TO TRUE
               MOVE 12 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-SET-RETURN-CODE
           END-IF.

      *    THE SEQUENCE WRAPS FROM 99999 BACK TO 1.
       2510-TAKE-NEXT-ACCRUAL-ID.
           IF WS-ACCRUAL-ID-SEQUENCE = 99999
               MOVE 1 TO WS-ACCRUAL-ID-SEQUENCE
           ELSE
               ADD 1 TO WS-ACCRUAL-ID-SEQUENCE
           END-IF
           SET SYSTEM-IDS-USED TO TRUE.

       2600-PRINT-REGISTER-LINE.
           PERFORM 2700-CHECK-PAGE-OVERFLOW
           MOVE LEDG-ACCOUNT TO DET-ACCOUNT
           MOVE ACCT-CLASS TO DET-CLASS
           MOVE LEDG-BALANCE TO DET-BALANCE
           MOVE WS-ACCRUAL-AMOUNT TO DET-AMOUNT
           MOVE TRANS-TYPE-CODE TO DET-SIDE
           MOVE TRANS-ID TO DET-TRANS-ID
           WRITE FD-ACRRPT-RECORD FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

       2700-CHECK-PAGE-OVERFLOW.
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
               PERFORM 2800-PRINT-PAGE-HEADINGS
           END-IF.

       2800-PRINT-PAGE-HEADINGS.
           ADD 1 TO WS-PAGE-NUM
           MOVE WS-ACCRUAL-PERIOD TO HDG-PERIOD
           MOVE WS-RUN-DATE TO HDG-RUN-DATE
           MOVE WS-PAGE-NUM TO HDG-PAGE-NUM
           WRITE FD-ACRRPT-RECORD FROM WS-HEADING-LINE-1
           WRITE FD-ACRRPT-RECORD FROM WS-HEADING-LINE-2
           WRITE FD-ACRRPT-RECORD FROM WS-BLANK-LINE
           MOVE 3 TO WS-LINE-COUNT.

       3000-UPDATE-ACCRUAL-CONTROL.
           IF SYSTRAN-OPEN
               MOVE WS-ACCRUAL-PERIOD TO ACRC-LAST-PERIOD
               MOVE WS-RUN-DATE TO ACRC-RUN-DATE
               MOVE WS-RUN-TIME TO ACRC-RUN-TIME
               OPEN OUTPUT ACCRUAL-CONTROL
               IF WS-ACCRUAL-CTL-STATUS = "00"
                   WRITE FD-ACCRUAL-CTL-RECORD
                       FROM ACCRUAL-CONTROL-RECORD
                   CLOSE ACCRUAL-CONTROL
               ELSE
                   DISPLAY "BUGACR: ERROR REWRITING ACRCFILE - STATUS "
                       WS-ACCRUAL-CTL-STATUS
                       " - DUPLICATE-ACCRUAL GUARD NOT UPDATED"
                   MOVE 12 TO WS-CANDIDATE-RETURN-CODE
                   PERFORM 9000-SET-RETURN-CODE
               END-IF
           END-IF.

      *    AN ACCRUAL ABANDONED PART-WAY THROUGH SYSTRAN GETS NO
      *    TRAILER, SO BUGEDIT REJECTS THE PARTIAL BATCH WITH REASON
      *    15 INSTEAD OF POSTING IT.  THE PERIOD IS NOT MARKED
      *    ACCRUED, SO SYSTRAN MUST BE PUT BACK BEFORE THE RERUN OR
      *    THE RERUN'S BATCH WOULD FOLLOW THE UNTERMINATED ONE.
       4000-TERMINATE.
           IF SYSTRAN-OPEN
               IF ACCRUAL-FAILED
                   PERFORM 4150-REPORT-PARTIAL-BATCH
               ELSE
                   PERFORM 4100-WRITE-SYSTRAN-TRAILER
               END-IF
               CLOSE SYSTEM-TRANS-FILE
           END-IF
           IF SYSTEM-IDS-USED
               PERFORM 4300-SAVE-SYSTEM-ID-CONTROL
           END-IF
           IF ACCRUAL-REGISTER-OPEN
               PERFORM 4200-PRINT-REGISTER-TOTALS
               CLOSE ACCRUAL-REGISTER
           END-IF
           IF WS-LEDGER-STATUS = "10" OR WS-LEDGER-STATUS = "00"
               CLOSE LEDGER-FILE
           END-IF
           IF ACCT-MASTER-AVAILABLE
               CLOSE ACCOUNT-FILE
           END-IF
           DISPLAY "BUGACR: PERIOD " WS-ACCRUAL-PERIOD " - "
               WS-ACCOUNTS-READ " ACCOUNTS READ, "
               WS-INTEREST-COUNT " INTEREST, "
               WS-FEE-COUNT " FEES".

      *    SAME TRAILER DISCIPLINE AS CLEANTRN, SO BUGEDIT PROVES THE
      *    BATCH ARRIVED COMPLETE.
       4100-WRITE-SYSTRAN-TRAILER.
           MOVE SPACES TO TRANS-TRAILER-RECORD
           MOVE "999999" TO TRLR-RECORD-ID
           MOVE WS-SYSTRAN-COUNT TO TRLR-RECORD-COUNT
           MOVE WS-SYSTRAN-HASH-TOTAL TO TRLR-HASH-TOTAL
           WRITE FD-SYSTRAN-RECORD FROM TRANS-TRAILER-RECORD
           IF WS-SYSTRAN-STATUS NOT = "00"
               DISPLAY "BUGACR: ERROR WRITING SYSTRAN TRAILER - "
                   "STATUS " WS-SYSTRAN-STATUS
               MOVE 12 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-SET-RETURN-CODE
           END-IF.

       4150-REPORT-PARTIAL-BATCH.
           DISPLAY "BUGACR: *** SYSTRAN HOLDS " WS-SYSTRAN-COUNT
               " ACCRUAL ITEMS WITH NO TRAILER - BUGEDIT WILL REJECT"
               " THEM ***"
           DISPLAY "BUGACR: RESTORE SYSTRAN TO ITS STATE BEFORE THIS "
               "RUN, THEN RERUN BUGACR".

       4200-PRINT-REGISTER-TOTALS.
           IF WS-PAGE-NUM = 0
               PERFORM 2800-PRINT-PAGE-HEADINGS
           END-IF
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE - 7
               PERFORM 2800-PRINT-PAGE-HEADINGS
           END-IF
           WRITE FD-ACRRPT-RECORD FROM WS-BLANK-LINE
           MOVE "CREDIT INTEREST PAID (CR)" TO TOT-LABEL
           MOVE WS-INTEREST-COUNT TO TOT-COUNT
           MOVE WS-INTEREST-TOTAL TO TOT-AMOUNT
           WRITE FD-ACRRPT-RECORD FROM WS-TOTAL-LINE
           MOVE "SERVICE FEES CHARGED (DR)" TO TOT-LABEL
           MOVE WS-FEE-COUNT TO TOT-COUNT
           MOVE WS-FEE-TOTAL TO TOT-AMOUNT
           WRITE FD-ACRRPT-RECORD FROM WS-TOTAL-LINE
           MOVE "ACCOUNTS READ" TO TOT-LABEL
           MOVE WS-ACCOUNTS-READ TO TOT-COUNT
           MOVE 0 TO TOT-AMOUNT
           WRITE FD-ACRRPT-RECORD FROM WS-TOTAL-LINE
           MOVE "ACCOUNTS WITH NO RATE ENTRY" TO TOT-LABEL
           MOVE WS-ACCOUNTS-NO-RATE TO TOT-COUNT
           WRITE FD-ACRRPT-RECORD FROM WS-TOTAL-LINE
           MOVE "ACCOUNTS NOT OPEN - SKIPPED" TO TOT-LABEL
           MOVE WS-ACCOUNTS-NOT-OPEN TO TOT-COUNT
           WRITE FD-ACRRPT-RECORD FROM WS-TOTAL-LINE.

      *    SAVED WHENEVER AN ID WAS TAKEN, EVEN ON AN ABANDONED RUN,
      *    SINCE WHATEVER REACHED SYSTRAN CARRIES IT.  THE SWEEP
      *    COUNTER READ AT THE START GOES BACK UNCHANGED.
       4300-SAVE-SYSTEM-ID-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-ACCRUAL-ID-SEQUENCE TO SYID-LAST-ACCRUAL-SEQ
           MOVE "BUGACR" TO SYID-UPDATED-BY
           MOVE WS-CURRENT-DATE-TIME(1:8) TO SYID-UPDATED-DATE
           MOVE WS-CURRENT-DATE-TIME(9:6) TO SYID-UPDATED-TIME
           OPEN OUTPUT SYSTEM-ID-CONTROL
           IF WS-SYSTEM-ID-STATUS = "00"
               WRITE FD-SYSTEM-ID-RECORD FROM SYSTEM-ID-CONTROL-RECORD
               CLOSE SYSTEM-ID-CONTROL
           END-IF
           IF WS-SYSTEM-ID-STATUS NOT = "00"
               DISPLAY "BUGACR: ERROR REWRITING SYSIDCTL - STATUS "
                   WS-SYSTEM-ID-STATUS
                   " - LAST ACCRUAL ID " WS-ACCRUAL-TRANS-ID
                   " NOT SAVED"
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
           MOVE "BUGACR" TO STEP-PROGRAM
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
               DISPLAY "BUGACR: ERROR OPENING STEPLOG - STATUS "
                   WS-STEP-LOG-STATUS " - STEP NOT LOGGED"
               MOVE 4 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-SET-RETURN-CODE
           END-IF.

       9000-SET-RETURN-CODE.
           IF WS-CANDIDATE-RETURN-CODE > WS-HIGHEST-RETURN-CODE
               MOVE WS-CANDIDATE-RETURN-CODE
                   TO WS-HIGHEST-RETURN-CODE
           END-IF.
