      ******************************************************************
      *  PROGRAM-ID: BUGYEC                                           *
      *  YEAR-END CLOSE.  RUN ONCE A YEAR AFTER BUGEOM HAS CLOSED      *
      *  DECEMBER, AND REFUSED UNTIL IT HAS.  EVERY POSTED-HISTORY     *
      *  ITEM (HISTFILE, WSHIST LAYOUT) POSTED ON OR BEFORE THE        *
      *  DECEMBER CLOSE IS ROLLED TO THE YEARLY ARCHIVE (HISTYARC -    *
      *  CATALOGUED AS A NEW GENERATION EACH YEAR), AND HISTFILE IS    *
      *  REWRITTEN AS ONE BALANCE BROUGHT-FORWARD RECORD PER ACCOUNT   *
      *  (TYPE 'BF', THE DECEMBER SNAPSHOT BALANCE FROM LEDGMEND)      *
      *  FOLLOWED BY ANYTHING POSTED SINCE THE CUTOFF.  THE ANNUAL     *
      *  ACCOUNT SUMMARY (YESRFILE) GIVES EACH ACCOUNT'S OPENING       *
      *  BALANCE, DR AND CR TOTALS AND COUNTS, AND CLOSING BALANCE     *
      *  FOR THE AUDITORS.  THE YEAR-END CONTROL FILE (YECFILE, WSYEC  *
      *  LAYOUT) REMEMBERS THE LAST YEAR CLOSED; A SECOND CLOSE OF A   *
      *  YEAR, OR A CLOSE THAT SKIPS A YEAR, IS REFUSED.  THERE IS NO  *
      *  FORCE OVERRIDE - A CLOSED YEAR'S HISTORY HAS ALREADY LEFT     *
      *  HISTFILE.  RUN PARAMETER: 1 = YEAR CCYY (DEFAULT THE CURRENT  *
      *  YEAR IN DECEMBER, OTHERWISE THE YEAR BEFORE).                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGYEC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "HISTYARC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT RETAINED-WORK ASSIGN TO "HISTWORK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETAINED-STATUS.

           SELECT FORWARD-WORK ASSIGN TO "HISTBFWD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FORWARD-STATUS.

           SELECT MONTH-END-FILE ASSIGN TO "LEDGMEND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MONTH-END-STATUS.

           SELECT CLOSE-CONTROL ASSIGN TO "EOMCFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLOSE-CTL-STATUS.

           SELECT YEAR-END-CONTROL ASSIGN TO "YECFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-YEAR-CTL-STATUS.

           SELECT SUMMARY-WORK ASSIGN TO "YECWORK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-WORK-STATUS.

           SELECT SUMMARY-SORTED ASSIGN TO "YECSORT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-SORTED-STATUS.

           SELECT SORT-FILE ASSIGN TO "SORTWK01".

           SELECT SUMMARY-REPORT ASSIGN TO "YESRFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-YESRPT-STATUS.

           SELECT STEP-LOG-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEP-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE
           RECORDING MODE IS F.
       01  FD-HISTORY-RECORD              PIC X(70).

       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  FD-ARCHIVE-RECORD              PIC X(70).

       FD  RETAINED-WORK
           RECORDING MODE IS F.
       01  FD-RETAINED-RECORD             PIC X(70).

       FD  FORWARD-WORK
           RECORDING MODE IS F.
       01  FD-FORWARD-RECORD              PIC X(70).

       FD  MONTH-END-FILE
           RECORDING MODE IS F.
       01  FD-MONTH-END-RECORD            PIC X(84).

       FD  CLOSE-CONTROL
           RECORDING MODE IS F.
       01  FD-CLOSE-CTL-RECORD            PIC X(20).

       FD  YEAR-END-CONTROL
           RECORDING MODE IS F.
       01  FD-YEAR-CTL-RECORD             PIC X(34).

       FD  SUMMARY-WORK
           RECORDING MODE IS F.
       01  FD-SUMMARY-WORK-RECORD         PIC X(32).

       FD  SUMMARY-SORTED
           RECORDING MODE IS F.
       01  FD-SUMMARY-SORTED-RECORD       PIC X(32).

       SD  SORT-FILE.
       01  SORT-SUMMARY-RECORD.
           05  SORT-ACCOUNT               PIC X(8).
           05  SORT-KIND                  PIC X(1).
           05  SORT-DATE                  PIC 9(8).
           05  FILLER                     PIC X(15).

       FD  SUMMARY-REPORT
           RECORDING MODE IS F.
       01  FD-YESRPT-RECORD               PIC X(80).

       FD  STEP-LOG-FILE
           RECORDING MODE IS F.
       01  FD-STEP-LOG-RECORD              PIC X(50).

       WORKING-STORAGE SECTION.
           COPY WSHIST.
           COPY WSLEDG.
           COPY WSMEND.
           COPY WSEOMC.
           COPY WSYEC.
           COPY WSSTEP.

       01  WS-FILE-STATUSES.
           05  WS-HISTORY-STATUS           PIC X(2) VALUE SPACES.
           05  WS-ARCHIVE-STATUS           PIC X(2) VALUE SPACES.
           05  WS-RETAINED-STATUS          PIC X(2) VALUE SPACES.
           05  WS-FORWARD-STATUS           PIC X(2) VALUE SPACES.
           05  WS-MONTH-END-STATUS         PIC X(2) VALUE SPACES.
           05  WS-CLOSE-CTL-STATUS         PIC X(2) VALUE SPACES.
           05  WS-YEAR-CTL-STATUS          PIC X(2) VALUE SPACES.
           05  WS-SUMMARY-WORK-STATUS      PIC X(2) VALUE SPACES.
           05  WS-SUMMARY-SORTED-STATUS    PIC X(2) VALUE SPACES.
           05  WS-YESRPT-STATUS            PIC X(2) VALUE SPACES.
           05  WS-STEP-LOG-STATUS          PIC X(2) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-HISTORY-SW           PIC X VALUE "N".
               88  EOF-HISTORY             VALUE "Y".
           05  WS-EOF-MONTH-END-SW         PIC X VALUE "N".
               88  EOF-MONTH-END           VALUE "Y".
           05  WS-EOF-SORTED-SW            PIC X VALUE "N".
               88  EOF-SORTED              VALUE "Y".
           05  WS-EOF-WORK-SW              PIC X VALUE "N".
               88  EOF-WORK                VALUE "Y".
           05  WS-YESRPT-OPEN-SW           PIC X VALUE "N".
               88  SUMMARY-REPORT-OPEN     VALUE "Y".
           05  WS-CLOSE-REFUSED-SW         PIC X VALUE "N".
               88  CLOSE-REFUSED           VALUE "Y".
           05  WS-CLOSE-FAILED-SW          PIC X VALUE "N".
               88  CLOSE-FAILED            VALUE "Y".
           05  WS-EOM-CONTROL-FOUND-SW     PIC X VALUE "N".
               88  EOM-CONTROL-FOUND       VALUE "Y".
           05  WS-YEAR-CONTROL-FOUND-SW    PIC X VALUE "N".
               88  YEAR-CONTROL-FOUND      VALUE "Y".
           05  WS-HISTORY-REWRITE-SW       PIC X VALUE "N".
               88  HISTORY-REWRITE-STARTED VALUE "Y".

      *    GRADED CONDITION CODE SURFACED TO THE SCHEDULER:
      *      0 = YEAR CLOSED CLEAN
      *      4 = WARNING (AN ACCOUNT WHOSE OPENING BALANCE AND
      *          MOVEMENT DO NOT PROVE TO ITS DECEMBER BALANCE, OR
      *          HISTORY FOR AN ACCOUNT WITH NO DECEMBER SNAPSHOT)
      *      8 = CLOSE REFUSED - DECEMBER NOT CLOSED, YEAR ALREADY
      *          CLOSED, OR THE PREVIOUS YEAR NOT YET CLOSED
      *     12 = UNRECOVERABLE FILE ERROR, OR NO HISTFILE TO CLOSE -
      *          YECFILE IS NOT UPDATED, SO THE CLOSE CAN BE RERUN
      *    THE HIGHEST CONDITION RAISED DURING THE RUN WINS.
       01  WS-RETURN-CODES.
           05  WS-HIGHEST-RETURN-CODE      PIC 9(2) VALUE 0.
           05  WS-CANDIDATE-RETURN-CODE    PIC 9(2) VALUE 0.

       01  WS-CLOSE-CONTROL-AREA.
           05  WS-CLOSE-YEAR               PIC 9(4) VALUE 0.
           05  WS-DECEMBER-PERIOD          PIC 9(6) VALUE 0.
           05  WS-YEAR-END-DATE            PIC 9(8) VALUE 0.
           05  WS-CUTOFF-DATE              PIC 9(8) VALUE 0.
           05  WS-RUN-DATE                 PIC 9(8) VALUE 0.
           05  WS-RUN-TIME                 PIC 9(6) VALUE 0.

       01  WS-ROLL-COUNTS.
           05  WS-HISTORY-READ             PIC 9(9) VALUE 0.
           05  WS-HISTORY-ARCHIVED         PIC 9(9) VALUE 0.
           05  WS-HISTORY-RETAINED         PIC 9(9) VALUE 0.
           05  WS-FORWARDS-WRITTEN         PIC 9(9) VALUE 0.
           05  WS-ACCOUNTS-NOT-PROVED      PIC 9(9) VALUE 0.

       01  WS-YEAR-TOTALS.
           05  WS-TOTAL-OPENING            PIC S9(13)V99 VALUE 0.
           05  WS-TOTAL-DR-AMOUNT          PIC S9(13)V99 VALUE 0.
           05  WS-TOTAL-DR-COUNT           PIC 9(9) VALUE 0.
           05  WS-TOTAL-CR-AMOUNT          PIC S9(13)V99 VALUE 0.
           05  WS-TOTAL-CR-COUNT           PIC 9(9) VALUE 0.
           05  WS-TOTAL-CLOSING            PIC S9(13)V99 VALUE 0.

       01  WS-PAGE-CONTROL.
           05  WS-PAGE-NUM                 PIC 9(4) VALUE 0.
           05  WS-LINE-COUNT               PIC 9(3) VALUE 99.
           05  WS-LINES-PER-PAGE           PIC 9(3) VALUE 55.

       01  WS-COMMAND-LINE-PARM            PIC X(80) VALUE SPACES.
       01  WS-CURRENT-DATE-TIME            PIC X(21) VALUE SPACES.

      *    JOB-STREAM STEP LOGGING (STEPLOG, WSSTEP LAYOUT).
       01  WS-STEP-CONTROL.
           05  WS-STEP-BUSINESS-DATE       PIC 9(8) VALUE 0.
           05  WS-STEP-START-TIME          PIC 9(6) VALUE 0.

      *    ONE ROW PER CARRIED-FORWARD BALANCE FROM LAST YEAR (KIND
      *    1), PER ARCHIVED POSTING (KIND 2) AND PER DECEMBER
      *    SNAPSHOT (KIND 3), SORTED BY ACCOUNT, KIND AND DATE SO
      *    EACH ACCOUNT'S OPENING ARRIVES FIRST AND ITS LATEST
      *    DECEMBER SNAPSHOT LAST.  A POSTING ROW CARRIES THE SIDE
      *    THE POSTING RUN ACTUALLY APPLIED - A REVERSAL POSTS
      *    OPPOSITE ITS ORIGINAL.
       01  WS-SUMMARY-WORK-AREA.
           05  YWRK-ACCOUNT                PIC X(8).
           05  YWRK-KIND                   PIC X(1).
               88  YWRK-OPENING            VALUE "1".
               88  YWRK-POSTING            VALUE "2".
               88  YWRK-CLOSING            VALUE "3".
           05  YWRK-DATE                   PIC 9(8).
           05  YWRK-SIDE                   PIC X(2).
           05  YWRK-AMOUNT                 PIC S9(11)V99.

      *    THE ACCOUNT BEING SUMMARISED.
       01  WS-ACCOUNT-YEAR.
           05  WS-AY-ACCOUNT               PIC X(8) VALUE SPACES.
           05  WS-AY-OPENING               PIC S9(11)V99 VALUE 0.
           05  WS-AY-DR-AMOUNT             PIC S9(11)V99 VALUE 0.
           05  WS-AY-DR-COUNT              PIC 9(7) VALUE 0.
           05  WS-AY-CR-AMOUNT             PIC S9(11)V99 VALUE 0.
           05  WS-AY-CR-COUNT              PIC 9(7) VALUE 0.
           05  WS-AY-CLOSING               PIC S9(11)V99 VALUE 0.
           05  WS-AY-PROVED-CLOSING        PIC S9(11)V99 VALUE 0.
           05  WS-AY-OPENING-SW            PIC X VALUE "N".
               88  AY-OPENING-FOUND        VALUE "Y".
           05  WS-AY-CLOSING-SW            PIC X VALUE "N".
               88  AY-CLOSING-FOUND        VALUE "Y".

       01  WS-HEADING-LINE-1.
           05  FILLER                      PIC X(35) VALUE
               "BUG YEAR-END ACCOUNT SUMMARY - YEAR".
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  HDG-YEAR                    PIC 9(4).
           05  FILLER                      PIC X(9) VALUE "  CUTOFF ".
           05  HDG-CUTOFF-DATE             PIC 9(8).
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  FILLER                      PIC X(5) VALUE "PAGE ".
           05  HDG-PAGE-NUM                PIC ZZZ9.
           05  FILLER                      PIC X(11) VALUE SPACES.

       01  WS-HEADING-LINE-2.
           05  FILLER                      PIC X(40) VALUE
               "ACCOUNT     OPENING BALANCE             ".
           05  FILLER                      PIC X(40) VALUE
               "YEAR TOTAL   COUNT    CLOSING BALANCE   ".

       01  WS-DEBIT-LINE.
           05  DET-ACCOUNT                 PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  DET-OPENING                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FILLER                      PIC X(2) VALUE "DR".
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  DET-DR-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  DET-DR-COUNT                PIC ZZZZZZ9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  DET-CLOSING                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(3) VALUE SPACES.

       01  WS-CREDIT-LINE.
           05  FILLER                      PIC X(29) VALUE SPACES.
           05  FILLER                      PIC X(2) VALUE "CR".
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  DET-CR-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  DET-CR-COUNT                PIC ZZZZZZ9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  DET-NOTE                    PIC X(21).

       01  WS-SUMMARY-LINE.
           05  SUM-LABEL                   PIC X(30).
           05  SUM-COUNT                   PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(41) VALUE SPACES.

       01  WS-AMOUNT-LINE.
           05  AMT-LABEL                   PIC X(30).
           05  AMT-VALUE                   PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  AMT-COUNT                   PIC ZZZZZZZZ9
                                           BLANK WHEN ZERO.
           05  FILLER                      PIC X(20) VALUE SPACES.

       01  WS-BLANK-LINE                   PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0850-LOG-STEP-START
           PERFORM 0900-GET-CLOSE-PARMS
           PERFORM 1000-INITIALIZE
           PERFORM 1100-CHECK-CLOSE-CONTROLS
           IF CLOSE-REFUSED
               MOVE 8 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-SET-RETURN-CODE
               PERFORM 8800-LOG-STEP-END
               MOVE WS-HIGHEST-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-ROLL-HISTORY
           IF NOT CLOSE-FAILED
               SORT SORT-FILE
                   ON ASCENDING KEY SORT-ACCOUNT SORT-KIND SORT-DATE
                   WITH DUPLICATES IN ORDER
                   USING SUMMARY-WORK
                   GIVING SUMMARY-SORTED
               PERFORM 3000-SUMMARISE-ACCOUNTS
           END-IF
           IF NOT CLOSE-FAILED
               PERFORM 4000-REWRITE-HISTORY-FILE
           END-IF
           IF NOT CLOSE-FAILED
               PERFORM 5000-UPDATE-YEAR-END-CONTROL
           END-IF
           PERFORM 6000-TERMINATE
           PERFORM 8800-LOG-STEP-END
           MOVE WS-HIGHEST-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *    EVERY RUN IS RECORDED ON THE SHARED STEP LOG (STEPLOG)
      *    FOR THE MORNING HANDOVER REPORT.
       0850-LOG-STEP-START.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-STEP-BUSINESS-DATE
           MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-STEP-START-TIME
           MOVE SPACES TO STEP-LOG-RECORD
           MOVE "S" TO STEP-EVENT
           MOVE 0 TO STEP-END-DATE
           MOVE 0 TO STEP-END-TIME
           MOVE 0 TO STEP-CONDITION-CODE
           PERFORM 8900-WRITE-STEP-LOG.

      *    YEAR ARRIVES AS CCYY IN RUN PARAMETER 1.  WITHOUT IT THE
      *    CLOSE TAKES THE CURRENT YEAR WHEN RUN IN DECEMBER AND THE
      *    YEAR JUST ENDED WHEN RUN IN THE NEW YEAR.
       0900-GET-CLOSE-PARMS.
           MOVE SPACES TO WS-COMMAND-LINE-PARM
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-COMMAND-LINE-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-COMMAND-LINE-PARM NOT = SPACES
               IF WS-COMMAND-LINE-PARM(1:4) IS NUMERIC
                   MOVE WS-COMMAND-LINE-PARM(1:4) TO WS-CLOSE-YEAR
               ELSE
                   DISPLAY "BUGYEC: INVALID YEAR PARM - DEFAULT "
                       "YEAR USED"
               END-IF
           END-IF.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE
           MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-RUN-TIME
           IF WS-CLOSE-YEAR = 0
               MOVE WS-CURRENT-DATE-TIME(1:4) TO WS-CLOSE-YEAR
               IF WS-CURRENT-DATE-TIME(5:2) NOT = "12"
                   SUBTRACT 1 FROM WS-CLOSE-YEAR
               END-IF
           END-IF
           COMPUTE WS-DECEMBER-PERIOD = WS-CLOSE-YEAR * 100 + 12
           COMPUTE WS-YEAR-END-DATE = WS-CLOSE-YEAR * 10000 + 1231.

      *    THE DECEMBER CLOSE MUST HAVE HAPPENED - BUGEOM'S CONTROL
      *    RECORD MUST SHOW DECEMBER OR A LATER PERIOD CLOSED - AND
      *    THIS YEAR MUST BE THE ONE AFTER THE LAST YEAR CLOSED.
       1100-CHECK-CLOSE-CONTROLS.
           OPEN INPUT CLOSE-CONTROL
           IF WS-CLOSE-CTL-STATUS = "00"
               READ CLOSE-CONTROL INTO EOM-CONTROL-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       SET EOM-CONTROL-FOUND TO TRUE
               END-READ
               CLOSE CLOSE-CONTROL
           END-IF
           IF NOT EOM-CONTROL-FOUND
               SET CLOSE-REFUSED TO TRUE
               DISPLAY "BUGYEC: *** CLOSE REFUSED - NO MONTH-END "
                   "CLOSE ON RECORD - RUN BUGEOM FOR "
                   WS-DECEMBER-PERIOD " FIRST ***"
           ELSE
               IF EOMC-LAST-PERIOD < WS-DECEMBER-PERIOD
                   SET CLOSE-REFUSED TO TRUE
                   DISPLAY "BUGYEC: *** CLOSE REFUSED - PERIOD "
                       WS-DECEMBER-PERIOD " NOT YET CLOSED BY BUGEOM"
                       " - LAST PERIOD CLOSED " EOMC-LAST-PERIOD
                       " ***"
               END-IF
           END-IF
           OPEN INPUT YEAR-END-CONTROL
           IF WS-YEAR-CTL-STATUS = "00"
               READ YEAR-END-CONTROL INTO YEAR-END-CONTROL-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       SET YEAR-CONTROL-FOUND TO TRUE
               END-READ
               CLOSE YEAR-END-CONTROL
           END-IF
           IF YEAR-CONTROL-FOUND
               IF YEC-LAST-YEAR NOT < WS-CLOSE-YEAR
                   SET CLOSE-REFUSED TO TRUE
                   DISPLAY "BUGYEC: *** CLOSE REFUSED - YEAR "
                       YEC-LAST-YEAR " ALREADY CLOSED ON "
                       YEC-CLOSE-DATE " ***"
               END-IF
               IF YEC-LAST-YEAR + 1 < WS-CLOSE-YEAR
                   SET CLOSE-REFUSED TO TRUE
                   DISPLAY "BUGYEC: *** CLOSE REFUSED - LAST YEAR "
                       "CLOSED WAS " YEC-LAST-YEAR
                       " - CLOSE THE YEARS IN ORDER ***"
               END-IF
           END-IF
           IF NOT CLOSE-REFUSED
               PERFORM 1200-FIND-DECEMBER-CUTOFF
           END-IF.

      *    THE CUTOFF IS THE LATEST DECEMBER SNAPSHOT'S CLOSE DATE
      *    ON LEDGMEND, SO THE CLOSE STILL FINDS IT WHEN JANUARY HAS
      *    ALREADY BEEN CLOSED AND EOMCFILE HAS MOVED ON.
       1200-FIND-DECEMBER-CUTOFF.
           OPEN INPUT MONTH-END-FILE
           IF WS-MONTH-END-STATUS NOT = "00"
               SET EOF-MONTH-END TO TRUE
           END-IF
           PERFORM UNTIL EOF-MONTH-END
               READ MONTH-END-FILE INTO MONTH-END-RECORD
                   AT END
                       SET EOF-MONTH-END TO TRUE
                   NOT AT END
                       IF MEND-PERIOD = WS-DECEMBER-PERIOD AND
                          MEND-CLOSE-DATE > WS-CUTOFF-DATE
                           MOVE MEND-CLOSE-DATE TO WS-CUTOFF-DATE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MONTH-END-STATUS = "10" OR WS-MONTH-END-STATUS = "00"
               CLOSE MONTH-END-FILE
           END-IF
           IF WS-CUTOFF-DATE = 0
               SET CLOSE-REFUSED TO TRUE
               DISPLAY "BUGYEC: *** CLOSE REFUSED - NO "
                   WS-DECEMBER-PERIOD " SNAPSHOT ON LEDGMEND ***"
           ELSE
               DISPLAY "BUGYEC: CLOSING YEAR " WS-CLOSE-YEAR
                   " - HISTORY POSTED TO " WS-CUTOFF-DATE
                   " GOES TO THE ARCHIVE"
           END-IF.

      *    HISTFILE IS SPLIT BETWEEN THE ARCHIVE AND A WORK FILE OF
      *    WHAT STAYS; EVERY ARCHIVED ITEM, LAST YEAR'S CARRIED-
      *    FORWARD BALANCES AND THE DECEMBER SNAPSHOTS ALSO GO TO
      *    THE SUMMARY WORK FILE.  HISTFILE ITSELF IS NOT TOUCHED
      *    UNTIL EVERYTHING ELSE HAS BEEN WRITTEN.  A YEAR CANNOT BE
      *    CLOSED WITHOUT ITS POSTED HISTORY - A MISSING OR
      *    UNREADABLE HISTFILE ABANDONS THE CLOSE BEFORE ANY ARCHIVE
      *    GENERATION IS CREATED, RATHER THAN CARRY FORWARD BALANCES
      *    OVER AN EMPTY YEAR.
       2000-ROLL-HISTORY.
           OPEN INPUT HISTORY-FILE
           EVALUATE WS-HISTORY-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "BUGYEC: HISTFILE NOT FOUND - CLOSE "
                       "ABANDONED, RESTORE HISTFILE AND RERUN"
                   PERFORM 2900-ABANDON-CLOSE
               WHEN OTHER
                   DISPLAY "BUGYEC: ERROR OPENING HISTFILE - STATUS "
                       WS-HISTORY-STATUS " - CLOSE ABANDONED"
                   PERFORM 2900-ABANDON-CLOSE
           END-EVALUATE
           IF NOT CLOSE-FAILED
               PERFORM 2050-OPEN-ROLL-OUTPUTS
           END-IF
           PERFORM UNTIL EOF-HISTORY
               READ HISTORY-FILE INTO HISTORY-RECORD
                   AT END
                       SET EOF-HISTORY TO TRUE
                   NOT AT END
                       ADD 1 TO WS-HISTORY-READ
                       IF HIST-POST-DATE > WS-CUTOFF-DATE
                           PERFORM 2200-RETAIN-HISTORY-ITEM
                       ELSE
                           PERFORM 2100-ARCHIVE-HISTORY-ITEM
                       END-IF
               END-READ
           END-PERFORM
           IF NOT CLOSE-FAILED
               PERFORM 2300-LOAD-DECEMBER-SNAPSHOTS
           END-IF
           IF WS-HISTORY-STATUS = "10" OR WS-HISTORY-STATUS = "00"
               CLOSE HISTORY-FILE
           END-IF
           IF WS-ARCHIVE-STATUS = "00"
               CLOSE ARCHIVE-FILE
           END-IF
           IF WS-RETAINED-STATUS = "00"
               CLOSE RETAINED-WORK
           END-IF
           IF WS-SUMMARY-WORK-STATUS = "00"
               CLOSE SUMMARY-WORK
           END-IF.

       2050-OPEN-ROLL-OUTPUTS.
           OPEN OUTPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = "00"
               DISPLAY "BUGYEC: ERROR OPENING HISTYARC - STATUS "
                   WS-ARCHIVE-STATUS " - CLOSE ABANDONED"
               PERFORM 2900-ABANDON-CLOSE
           END-IF
           OPEN OUTPUT RETAINED-WORK
           IF WS-RETAINED-STATUS NOT = "00"
               DISPLAY "BUGYEC: ERROR OPENING HISTWORK - STATUS "
                   WS-RETAINED-STATUS " - CLOSE ABANDONED"
               PERFORM 2900-ABANDON-CLOSE
           END-IF
           OPEN OUTPUT SUMMARY-WORK
           IF WS-SUMMARY-WORK-STATUS NOT = "00"
               DISPLAY "BUGYEC: ERROR OPENING YECWORK - STATUS "
                   WS-SUMMARY-WORK-STATUS " - CLOSE ABANDONED"
               PERFORM 2900-ABANDON-CLOSE
           END-IF.

      *    A REVERSAL CARRIES ITS ORIGINAL'S TYPE CODE IN
      *    DESCRIPTION(7:2) AND POSTED ON THE OPPOSITE SIDE, EXACTLY
      *    AS BUG APPLIED IT TO THE LEDGER.
       2100-ARCHIVE-HISTORY-ITEM.
           WRITE FD-ARCHIVE-RECORD FROM HISTORY-RECORD
           IF WS-ARCHIVE-STATUS NOT = "00"
               DISPLAY "BUGYEC: ERROR WRITING HISTYARC - STATUS "
                   WS-ARCHIVE-STATUS " - CLOSE ABANDONED"
               PERFORM 2900-ABANDON-CLOSE
           ELSE
               ADD 1 TO WS-HISTORY-ARCHIVED
               MOVE HIST-ACCOUNT TO YWRK-ACCOUNT
               MOVE HIST-POST-DATE TO YWRK-DATE
               IF HIST-BALANCE-FORWARD
                   SET YWRK-OPENING TO TRUE
                   MOVE SPACES TO YWRK-SIDE
                   MOVE HIST-BFWD-BALANCE TO YWRK-AMOUNT
               ELSE
                   SET YWRK-POSTING TO TRUE
                   IF HIST-TYPE-CODE = "RV"
                       IF HIST-DESCRIPTION(7:2) = "DR"
                           MOVE "CR" TO YWRK-SIDE
                       ELSE
                           MOVE "DR" TO YWRK-SIDE
                       END-IF
                   ELSE
                       MOVE HIST-TYPE-CODE TO YWRK-SIDE
                   END-IF
                   MOVE HIST-AMOUNT TO YWRK-AMOUNT
               END-IF
               PERFORM 2800-WRITE-SUMMARY-ROW
           END-IF.

       2200-RETAIN-HISTORY-ITEM.
           WRITE FD-RETAINED-RECORD FROM HISTORY-RECORD
           IF WS-RETAINED-STATUS NOT = "00"
               DISPLAY "BUGYEC: ERROR WRITING HISTWORK - STATUS "
                   WS-RETAINED-STATUS " - CLOSE ABANDONED"
               PERFORM 2900-ABANDON-CLOSE
           ELSE
               ADD 1 TO WS-HISTORY-RETAINED
           END-IF.

       2300-LOAD-DECEMBER-SNAPSHOTS.
           MOVE "N" TO WS-EOF-MONTH-END-SW
           OPEN INPUT MONTH-END-FILE
           IF WS-MONTH-END-STATUS NOT = "00"
               DISPLAY "BUGYEC: ERROR OPENING LEDGMEND - STATUS "
                   WS-MONTH-END-STATUS " - CLOSE ABANDONED"
               PERFORM 2900-ABANDON-CLOSE
           END-IF
           PERFORM UNTIL EOF-MONTH-END
               READ MONTH-END-FILE INTO MONTH-END-RECORD
                   AT END
                       SET EOF-MONTH-END TO TRUE
                   NOT AT END
                       IF MEND-PERIOD = WS-DECEMBER-PERIOD
                           PERFORM 2310-WRITE-SNAPSHOT-ROW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MONTH-END-STATUS = "10" OR WS-MONTH-END-STATUS = "00"
               CLOSE MONTH-END-FILE
           END-IF.

       2310-WRITE-SNAPSHOT-ROW.
           MOVE MEND-LEDGER-IMAGE TO LEDGER-RECORD
           MOVE LEDG-ACCOUNT TO YWRK-ACCOUNT
           SET YWRK-CLOSING TO TRUE
           MOVE MEND-CLOSE-DATE TO YWRK-DATE
           MOVE SPACES TO YWRK-SIDE
           MOVE LEDG-BALANCE TO YWRK-AMOUNT
           PERFORM 2800-WRITE-SUMMARY-ROW.

       2800-WRITE-SUMMARY-ROW.
           WRITE FD-SUMMARY-WORK-RECORD FROM WS-SUMMARY-WORK-AREA
           IF WS-SUMMARY-WORK-STATUS NOT = "00"
               DISPLAY "BUGYEC: ERROR WRITING YECWORK - STATUS "
                   WS-SUMMARY-WORK-STATUS " - CLOSE ABANDONED"
               PERFORM 2900-ABANDON-CLOSE
           END-IF.

      *    ANY FAILURE BEFORE THE REWRITE LEAVES HISTFILE AS IT WAS
      *    AND THE YEAR OPEN, SO THE CLOSE CAN SIMPLY BE RERUN.  A
      *    FAILURE PART-WAY THROUGH THE REWRITE ALSO LEAVES THE YEAR
      *    OPEN, BUT HISTFILE MUST BE RESTORED BEFORE THE RERUN.
       2900-ABANDON-CLOSE.
           SET CLOSE-FAILED TO TRUE
           SET EOF-HISTORY TO TRUE
           SET EOF-MONTH-END TO TRUE
           SET EOF-SORTED TO TRUE
           SET EOF-WORK TO TRUE
           MOVE 12 TO WS-CANDIDATE-RETURN-CODE
           PERFORM 9000-SET-RETURN-CODE.

       3000-SUMMARISE-ACCOUNTS.
           OPEN OUTPUT SUMMARY-REPORT
           IF WS-YESRPT-STATUS = "00"
               SET SUMMARY-REPORT-OPEN TO TRUE
           ELSE
               DISPLAY "BUGYEC: ERROR OPENING YESRFILE - STATUS "
                   WS-YESRPT-STATUS " - CLOSE ABANDONED"
               PERFORM 2900-ABANDON-CLOSE
           END-IF
           OPEN OUTPUT FORWARD-WORK
           IF WS-FORWARD-STATUS NOT = "00"
               DISPLAY "BUGYEC: ERROR OPENING HISTBFWD - STATUS "
                   WS-FORWARD-STATUS " - CLOSE ABANDONED"
               PERFORM 2900-ABANDON-CLOSE
           END-IF
           OPEN INPUT SUMMARY-SORTED
           IF WS-SUMMARY-SORTED-STATUS NOT = "00"
               DISPLAY "BUGYEC: ERROR OPENING YECSORT - STATUS "
                   WS-SUMMARY-SORTED-STATUS " - CLOSE ABANDONED"
               PERFORM 2900-ABANDON-CLOSE
           END-IF
           PERFORM 3100-READ-SORTED
           PERFORM UNTIL YWRK-ACCOUNT = HIGH-VALUES
               PERFORM 3200-LOAD-ACCOUNT-YEAR
               PERFORM 3400-FINISH-ACCOUNT-YEAR
           END-PERFORM
           IF WS-SUMMARY-SORTED-STATUS = "10" OR
              WS-SUMMARY-SORTED-STATUS = "00"
               CLOSE SUMMARY-SORTED
           END-IF
           IF WS-FORWARD-STATUS = "00"
               CLOSE FORWARD-WORK
           END-IF.

       3100-READ-SORTED.
           IF EOF-SORTED
               MOVE HIGH-VALUES TO YWRK-ACCOUNT
           ELSE
               READ SUMMARY-SORTED INTO WS-SUMMARY-WORK-AREA
                   AT END
                       SET EOF-SORTED TO TRUE
                       MOVE HIGH-VALUES TO YWRK-ACCOUNT
               END-READ
           END-IF.

      *    GATHERS EVERY SORTED ROW FOR THE NEXT ACCOUNT.  THE ROW
      *    FOLLOWING THE GROUP IS LEFT IN THE WORK AREA AS THE
      *    LOOK-AHEAD FOR THE NEXT CALL.
       3200-LOAD-ACCOUNT-YEAR.
           INITIALIZE WS-ACCOUNT-YEAR
           MOVE YWRK-ACCOUNT TO WS-AY-ACCOUNT
           PERFORM UNTIL YWRK-ACCOUNT NOT = WS-AY-ACCOUNT
               PERFORM 3300-APPLY-SUMMARY-ROW
               PERFORM 3100-READ-SORTED
           END-PERFORM.

      *    A LATER DECEMBER SNAPSHOT (A FORCED RE-CLOSE) REPLACES AN
      *    EARLIER ONE.
       3300-APPLY-SUMMARY-ROW.
           EVALUATE TRUE
               WHEN YWRK-OPENING
                   SET AY-OPENING-FOUND TO TRUE
                   MOVE YWRK-AMOUNT TO WS-AY-OPENING
               WHEN YWRK-CLOSING
                   SET AY-CLOSING-FOUND TO TRUE
                   MOVE YWRK-AMOUNT TO WS-AY-CLOSING
               WHEN YWRK-SIDE = "DR"
                   ADD YWRK-AMOUNT TO WS-AY-DR-AMOUNT
                   ADD 1 TO WS-AY-DR-COUNT
               WHEN OTHER
                   ADD YWRK-AMOUNT TO WS-AY-CR-AMOUNT
                   ADD 1 TO WS-AY-CR-COUNT
           END-EVALUATE.

      *    THE DECEMBER SNAPSHOT IS THE BALANCE CARRIED FORWARD.  THE
      *    FIRST YEAR CLOSED HAS NO CARRIED-FORWARD BALANCE TO OPEN
      *    FROM, SO ITS OPENING IS WORKED BACK FROM THE CLOSING; IN
      *    LATER YEARS AN OPENING PLUS MOVEMENT THAT DOES NOT PROVE
      *    TO THE SNAPSHOT IS FLAGGED FOR THE AUDITORS.
       3400-FINISH-ACCOUNT-YEAR.
           MOVE SPACES TO DET-NOTE
           COMPUTE WS-AY-PROVED-CLOSING =
               WS-AY-OPENING + WS-AY-DR-AMOUNT - WS-AY-CR-AMOUNT
           EVALUATE TRUE
               WHEN NOT AY-CLOSING-FOUND
                   MOVE WS-AY-PROVED-CLOSING TO WS-AY-CLOSING
                   MOVE "NO DECEMBER SNAPSHOT" TO DET-NOTE
                   ADD 1 TO WS-ACCOUNTS-NOT-PROVED
                   MOVE 4 TO WS-CANDIDATE-RETURN-CODE
                   PERFORM 9000-SET-RETURN-CODE
               WHEN NOT AY-OPENING-FOUND
                   COMPUTE WS-AY-OPENING =
                       WS-AY-CLOSING - WS-AY-DR-AMOUNT
                       + WS-AY-CR-AMOUNT
                   MOVE "OPENING WORKED BACK" TO DET-NOTE
               WHEN WS-AY-PROVED-CLOSING NOT = WS-AY-CLOSING
                   MOVE "*** DOES NOT PROVE" TO DET-NOTE
                   ADD 1 TO WS-ACCOUNTS-NOT-PROVED
                   MOVE 4 TO WS-CANDIDATE-RETURN-CODE
                   PERFORM 9000-SET-RETURN-CODE
           END-EVALUATE
           ADD WS-AY-OPENING TO WS-TOTAL-OPENING
           ADD WS-AY-DR-AMOUNT TO WS-TOTAL-DR-AMOUNT
           ADD WS-AY-DR-COUNT TO WS-TOTAL-DR-COUNT
           ADD WS-AY-CR-AMOUNT TO WS-TOTAL-CR-AMOUNT
           ADD WS-AY-CR-COUNT TO WS-TOTAL-CR-COUNT
           ADD WS-AY-CLOSING TO WS-TOTAL-CLOSING
           PERFORM 3500-PRINT-ACCOUNT-YEAR
           PERFORM 3600-WRITE-BALANCE-FORWARD.

       3500-PRINT-ACCOUNT-YEAR.
           IF SUMMARY-REPORT-OPEN
               IF WS-LINE-COUNT > WS-LINES-PER-PAGE - 1
                   PERFORM 3800-PRINT-PAGE-HEADINGS
               END-IF
               MOVE WS-AY-ACCOUNT TO DET-ACCOUNT
               MOVE WS-AY-OPENING TO DET-OPENING
               MOVE WS-AY-DR-AMOUNT TO DET-DR-AMOUNT
               MOVE WS-AY-DR-COUNT TO DET-DR-COUNT
               MOVE WS-AY-CLOSING TO DET-CLOSING
               MOVE WS-AY-CR-AMOUNT TO DET-CR-AMOUNT
               MOVE WS-AY-CR-COUNT TO DET-CR-COUNT
               WRITE FD-YESRPT-RECORD FROM WS-DEBIT-LINE
               WRITE FD-YESRPT-RECORD FROM WS-CREDIT-LINE
               ADD 2 TO WS-LINE-COUNT
           END-IF.

      *    THE CARRIED-FORWARD RECORD IS DATED THE LAST DAY OF THE
      *    YEAR AND POSTED ON THE CLOSE DATE.  ITS AMOUNT FIELD IS
      *    ZERO - THE BALANCE RIDES IN THE DESCRIPTION BYTES, WHERE
      *    A FULL LEDGER BALANCE FITS.
       3600-WRITE-BALANCE-FORWARD.
           IF WS-FORWARD-STATUS = "00"
               INITIALIZE HISTORY-RECORD
               MOVE "YE" TO HIST-TRANS-ID(1:2)
               MOVE WS-CLOSE-YEAR TO HIST-TRANS-ID(3:4)
               MOVE WS-YEAR-END-DATE TO HIST-TRANS-DATE
               MOVE 0 TO HIST-AMOUNT
               SET HIST-BALANCE-FORWARD TO TRUE
               MOVE SPACES TO HIST-DESCRIPTION
               MOVE WS-AY-CLOSING TO HIST-BFWD-BALANCE
               MOVE WS-AY-ACCOUNT TO HIST-ACCOUNT
               MOVE 0 TO HIST-RUN-NUMBER
               MOVE WS-RUN-DATE TO HIST-POST-DATE
               MOVE "SYST" TO HIST-SOURCE-ID
               WRITE FD-FORWARD-RECORD FROM HISTORY-RECORD
               IF WS-FORWARD-STATUS = "00"
                   ADD 1 TO WS-FORWARDS-WRITTEN
               ELSE
                   DISPLAY "BUGYEC: ERROR WRITING HISTBFWD - STATUS "
                       WS-FORWARD-STATUS " - CLOSE ABANDONED"
                   PERFORM 2900-ABANDON-CLOSE
               END-IF
           END-IF.

       3800-PRINT-PAGE-HEADINGS.
           ADD 1 TO WS-PAGE-NUM
           MOVE WS-CLOSE-YEAR TO HDG-YEAR
           MOVE WS-CUTOFF-DATE TO HDG-CUTOFF-DATE
           MOVE WS-PAGE-NUM TO HDG-PAGE-NUM
           WRITE FD-YESRPT-RECORD FROM WS-HEADING-LINE-1
           WRITE FD-YESRPT-RECORD FROM WS-HEADING-LINE-2
           WRITE FD-YESRPT-RECORD FROM WS-BLANK-LINE
           MOVE 3 TO WS-LINE-COUNT.

      *    THE NEW HISTFILE IS THE CARRIED-FORWARD BALANCES FIRST,
      *    THEN EVERYTHING POSTED SINCE THE CUTOFF, SO A READER
      *    MEETS AN ACCOUNT'S OPENING BALANCE AHEAD OF ITS POSTINGS.
      *    BOTH WORK FILES ARE OPENED BEFORE HISTFILE IS, SO A WORK
      *    FILE THAT CANNOT BE READ ABANDONS THE CLOSE WITH HISTFILE
      *    STILL INTACT.
       4000-REWRITE-HISTORY-FILE.
           OPEN INPUT FORWARD-WORK
           IF WS-FORWARD-STATUS NOT = "00"
               DISPLAY "BUGYEC: ERROR OPENING HISTBFWD - STATUS "
                   WS-FORWARD-STATUS " - CLOSE ABANDONED"
               PERFORM 2900-ABANDON-CLOSE
           ELSE
               OPEN INPUT RETAINED-WORK
               IF WS-RETAINED-STATUS NOT = "00"
                   DISPLAY "BUGYEC: ERROR OPENING HISTWORK - STATUS "
                       WS-RETAINED-STATUS " - CLOSE ABANDONED"
                   PERFORM 2900-ABANDON-CLOSE
               ELSE
                   PERFORM 4100-COPY-TO-HISTORY-FILE
                   CLOSE RETAINED-WORK
               END-IF
               CLOSE FORWARD-WORK
           END-IF.

       4100-COPY-TO-HISTORY-FILE.
           OPEN OUTPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "BUGYEC: ERROR REWRITING HISTFILE - STATUS "
                   WS-HISTORY-STATUS " - YEAR LEFT OPEN, HISTFILE "
                   "TO BE RESTORED FROM HISTYARC AND HISTWORK"
               PERFORM 2900-ABANDON-CLOSE
           ELSE
               SET HISTORY-REWRITE-STARTED TO TRUE
               MOVE "N" TO WS-EOF-WORK-SW
               PERFORM UNTIL EOF-WORK
                   READ FORWARD-WORK INTO HISTORY-RECORD
                       AT END
                           SET EOF-WORK TO TRUE
                       NOT AT END
                           PERFORM 4200-WRITE-HISTORY-ITEM
                   END-READ
                   IF WS-FORWARD-STATUS NOT = "00" AND
                      WS-FORWARD-STATUS NOT = "10"
                       DISPLAY "BUGYEC: ERROR READING HISTBFWD - "
                           "STATUS " WS-FORWARD-STATUS
                       PERFORM 2900-ABANDON-CLOSE
                   END-IF
               END-PERFORM
               IF NOT CLOSE-FAILED
                   MOVE "N" TO WS-EOF-WORK-SW
               END-IF
               PERFORM UNTIL EOF-WORK
                   READ RETAINED-WORK INTO HISTORY-RECORD
                       AT END
                           SET EOF-WORK TO TRUE
                       NOT AT END
                           PERFORM 4200-WRITE-HISTORY-ITEM
                   END-READ
                   IF WS-RETAINED-STATUS NOT = "00" AND
                      WS-RETAINED-STATUS NOT = "10"
                       DISPLAY "BUGYEC: ERROR READING HISTWORK - "
                           "STATUS " WS-RETAINED-STATUS
                       PERFORM 2900-ABANDON-CLOSE
                   END-IF
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

       4200-WRITE-HISTORY-ITEM.
           WRITE FD-HISTORY-RECORD FROM HISTORY-RECORD
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "BUGYEC: ERROR WRITING HISTFILE - STATUS "
                   WS-HISTORY-STATUS
               PERFORM 2900-ABANDON-CLOSE
           END-IF.

       5000-UPDATE-YEAR-END-CONTROL.
           MOVE WS-CLOSE-YEAR TO YEC-LAST-YEAR
           MOVE WS-YEAR-END-DATE TO YEC-YEAR-END-DATE
           MOVE WS-CUTOFF-DATE TO YEC-CUTOFF-DATE
           MOVE WS-RUN-DATE TO YEC-CLOSE-DATE
           MOVE WS-RUN-TIME TO YEC-CLOSE-TIME
           OPEN OUTPUT YEAR-END-CONTROL
           IF WS-YEAR-CTL-STATUS = "00"
               WRITE FD-YEAR-CTL-RECORD FROM YEAR-END-CONTROL-RECORD
               CLOSE YEAR-END-CONTROL
           ELSE
               DISPLAY "BUGYEC: ERROR REWRITING YECFILE - STATUS "
                   WS-YEAR-CTL-STATUS
                   " - DUPLICATE-CLOSE GUARD NOT UPDATED"
               MOVE 12 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-SET-RETURN-CODE
           END-IF.

       6000-TERMINATE.
           IF SUMMARY-REPORT-OPEN
               PERFORM 6100-PRINT-YEAR-TOTALS
               CLOSE SUMMARY-REPORT
           END-IF
           EVALUATE TRUE
               WHEN CLOSE-FAILED AND HISTORY-REWRITE-STARTED
                   DISPLAY "BUGYEC: *** YEAR " WS-CLOSE-YEAR
                       " NOT CLOSED - HISTFILE PARTLY REWRITTEN ***"
                   DISPLAY "BUGYEC: RESTORE HISTFILE FROM HISTYARC "
                       "AND HISTWORK, THEN RERUN THE CLOSE"
               WHEN CLOSE-FAILED
                   DISPLAY "BUGYEC: *** YEAR " WS-CLOSE-YEAR
                       " NOT CLOSED - HISTFILE UNCHANGED ***"
               WHEN OTHER
                   DISPLAY "BUGYEC: YEAR " WS-CLOSE-YEAR " CLOSED - "
                       WS-HISTORY-ARCHIVED " ITEMS ARCHIVED, "
                       WS-HISTORY-RETAINED " RETAINED, "
                       WS-FORWARDS-WRITTEN " BALANCES CARRIED FORWARD"
           END-EVALUATE
           IF WS-ACCOUNTS-NOT-PROVED > 0
               DISPLAY "BUGYEC: " WS-ACCOUNTS-NOT-PROVED
                   " ACCOUNTS DO NOT PROVE TO THEIR DECEMBER BALANCE"
                   " - SEE YESRFILE"
           END-IF.

       6100-PRINT-YEAR-TOTALS.
           IF WS-PAGE-NUM = 0
               PERFORM 3800-PRINT-PAGE-HEADINGS
           END-IF
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE - 11
               PERFORM 3800-PRINT-PAGE-HEADINGS
           END-IF
           WRITE FD-YESRPT-RECORD FROM WS-BLANK-LINE
           MOVE "ACCOUNTS CARRIED FORWARD" TO SUM-LABEL
           MOVE WS-FORWARDS-WRITTEN TO SUM-COUNT
           WRITE FD-YESRPT-RECORD FROM WS-SUMMARY-LINE
           MOVE "TOTAL OPENING BALANCES" TO AMT-LABEL
           MOVE WS-TOTAL-OPENING TO AMT-VALUE
           MOVE 0 TO AMT-COUNT
           WRITE FD-YESRPT-RECORD FROM WS-AMOUNT-LINE
           MOVE "TOTAL DEBITS" TO AMT-LABEL
           MOVE WS-TOTAL-DR-AMOUNT TO AMT-VALUE
           MOVE WS-TOTAL-DR-COUNT TO AMT-COUNT
           WRITE FD-YESRPT-RECORD FROM WS-AMOUNT-LINE
           MOVE "TOTAL CREDITS" TO AMT-LABEL
           MOVE WS-TOTAL-CR-AMOUNT TO AMT-VALUE
           MOVE WS-TOTAL-CR-COUNT TO AMT-COUNT
           WRITE FD-YESRPT-RECORD FROM WS-AMOUNT-LINE
           MOVE "TOTAL CLOSING BALANCES" TO AMT-LABEL
           MOVE WS-TOTAL-CLOSING TO AMT-VALUE
           MOVE 0 TO AMT-COUNT
           WRITE FD-YESRPT-RECORD FROM WS-AMOUNT-LINE
           WRITE FD-YESRPT-RECORD FROM WS-BLANK-LINE
           MOVE "HISTORY ITEMS READ" TO SUM-LABEL
           MOVE WS-HISTORY-READ TO SUM-COUNT
           WRITE FD-YESRPT-RECORD FROM WS-SUMMARY-LINE
           MOVE "HISTORY ITEMS ARCHIVED" TO SUM-LABEL
           MOVE WS-HISTORY-ARCHIVED TO SUM-COUNT
           WRITE FD-YESRPT-RECORD FROM WS-SUMMARY-LINE
           MOVE "HISTORY ITEMS RETAINED" TO SUM-LABEL
           MOVE WS-HISTORY-RETAINED TO SUM-COUNT
           WRITE FD-YESRPT-RECORD FROM WS-SUMMARY-LINE
           MOVE "ACCOUNTS NOT PROVING" TO SUM-LABEL
           MOVE WS-ACCOUNTS-NOT-PROVED TO SUM-COUNT
           WRITE FD-YESRPT-RECORD FROM WS-SUMMARY-LINE.

       8800-LOG-STEP-END.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE SPACES TO STEP-LOG-RECORD
           MOVE "E" TO STEP-EVENT
           MOVE WS-CURRENT-DATE-TIME(1:8) TO STEP-END-DATE
           MOVE WS-CURRENT-DATE-TIME(9:6) TO STEP-END-TIME
           MOVE WS-HIGHEST-RETURN-CODE TO STEP-CONDITION-CODE
           PERFORM 8900-WRITE-STEP-LOG.

       8900-WRITE-STEP-LOG.
           MOVE "BUGYEC" TO STEP-PROGRAM
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
               DISPLAY "BUGYEC: ERROR OPENING STEPLOG - STATUS "
                   WS-STEP-LOG-STATUS " - STEP NOT LOGGED"
               MOVE 4 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-SET-RETURN-CODE
           END-IF.

       9000-SET-RETURN-CODE.
           IF WS-CANDIDATE-RETURN-CODE > WS-HIGHEST-RETURN-CODE
               MOVE WS-CANDIDATE-RETURN-CODE
                   TO WS-HIGHEST-RETURN-CODE
           END-IF.
