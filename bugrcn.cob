      ******************************************************************
      *  PROGRAM-ID: BUGRCN                                           *
      *  ACCOUNT-LEVEL LEDGER-TO-HISTORY RECONCILIATION.  BUGTRB ONLY  *
      *  PROVES THE WHOLE LEDGER NETS TO ZERO; THIS RUN PROVES EVERY   *
      *  ACCOUNT ON ITS OWN.  EACH ACCOUNT IS REBUILT FROM ITS LAST    *
      *  MONTH-END SNAPSHOT (LEDGMEND, WSMEND LAYOUT) PLUS EVERY       *
      *  POSTING ON THE POSTED HISTORY (HISTFILE, WSHIST LAYOUT) MADE  *
      *  AFTER THAT CLOSE, AND THE REBUILT BALANCE, DR/CR COUNTS AND   *
      *  PERIOD FIGURES ARE COMPARED WITH THE MASTER LEDGER (LEDGFILE, *
      *  WSLEDG LAYOUT).  EVERY FIGURE THAT DISAGREES IS LISTED ON     *
      *  THE RECONCILIATION REPORT (RCNRFILE) WITH THE DIFFERENCE, AND *
      *  ANY BREAK RAISES CONDITION CODE 8 SO THE SCHEDULER HOLDS      *
      *  BUGGLX.  IT RUNS IN THE NIGHTLY STREAM AFTER BUGREG AND      *
      *  AHEAD OF BUGGLX AND BUG, SO LEDGER AND HISTORY STAND AS THE   *
      *  LAST POSTING RUN LEFT THEM; BUGEOM MUST CLOSE A PERIOD AFTER  *
      *  ITS LAST POSTING RUN, AS IT ALWAYS HAS, SINCE POSTINGS DATED  *
      *  AFTER A SNAPSHOT'S CLOSE DATE ARE THE ONES THAT BELONG TO     *
      *  THE OPEN PERIOD.                                              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGRCN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "LEDGFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-LEDG-ACCOUNT
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT MONTH-END-FILE ASSIGN TO "LEDGMEND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MONTH-END-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT RECON-WORK ASSIGN TO "RCNWORK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECON-WORK-STATUS.

           SELECT RECON-SORTED ASSIGN TO "RCNSORT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECON-SORTED-STATUS.

           SELECT SORT-FILE ASSIGN TO "SORTWK01".

           SELECT RECON-REPORT ASSIGN TO "RCNRFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCNRPT-STATUS.

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

       FD  MONTH-END-FILE
           RECORDING MODE IS F.
       01  FD-MONTH-END-RECORD            PIC X(84).

       FD  HISTORY-FILE
           RECORDING MODE IS F.
       01  FD-HISTORY-RECORD              PIC X(70).

       FD  RECON-WORK
           RECORDING MODE IS F.
       01  FD-RECON-WORK-RECORD           PIC X(46).

       FD  RECON-SORTED
           RECORDING MODE IS F.
       01  FD-RECON-SORTED-RECORD         PIC X(46).

       SD  SORT-FILE.
       01  SORT-RECON-RECORD.
           05  SORT-ACCOUNT               PIC X(8).
           05  SORT-KIND                  PIC X(1).
           05  SORT-DATE                  PIC 9(8).
           05  FILLER                     PIC X(29).

       FD  RECON-REPORT
           RECORDING MODE IS F.
       01  FD-RCNRPT-RECORD               PIC X(80).

       FD  STEP-LOG-FILE
           RECORDING MODE IS F.
       01  FD-STEP-LOG-RECORD              PIC X(50).

       WORKING-STORAGE SECTION.
           COPY WSLEDG.
           COPY WSMEND.
           COPY WSHIST.
           COPY WSSTEP.

       01  WS-FILE-STATUSES.
           05  WS-LEDGER-STATUS            PIC X(2) VALUE SPACES.
           05  WS-MONTH-END-STATUS         PIC X(2) VALUE SPACES.
           05  WS-HISTORY-STATUS           PIC X(2) VALUE SPACES.
           05  WS-RECON-WORK-STATUS        PIC X(2) VALUE SPACES.
           05  WS-RECON-SORTED-STATUS      PIC X(2) VALUE SPACES.
           05  WS-RCNRPT-STATUS            PIC X(2) VALUE SPACES.
           05  WS-STEP-LOG-STATUS          PIC X(2) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-MONTH-END-SW         PIC X VALUE "N".
               88  EOF-MONTH-END           VALUE "Y".
           05  WS-EOF-HISTORY-SW           PIC X VALUE "N".
               88  EOF-HISTORY             VALUE "Y".
           05  WS-EOF-SORTED-SW            PIC X VALUE "N".
               88  EOF-SORTED              VALUE "Y".
           05  WS-RCNRPT-OPEN-SW           PIC X VALUE "N".
               88  RECON-REPORT-OPEN       VALUE "Y".
           05  WS-LEDGER-OPEN-SW           PIC X VALUE "N".
               88  LEDGER-FILE-OPEN        VALUE "Y".
           05  WS-RECON-WORK-FAILED-SW     PIC X VALUE "N".
               88  RECON-WORK-FAILED       VALUE "Y".
           05  WS-NO-LEDGER-SW             PIC X VALUE "N".
               88  NO-LEDGER-RECORD        VALUE "Y".

      *    GRADED CONDITION CODE SURFACED TO THE SCHEDULER:
      *      0 = EVERY ACCOUNT AGREES WITH ITS POSTED HISTORY
      *      4 = WARNING (MISSING LEDGER, HISTORY OR MONTH-END FILE)
      *      8 = ONE OR MORE ACCOUNTS OUT OF AGREEMENT - HOLD BUGGLX
      *     12 = UNRECOVERABLE FILE ERROR (RCNWORK, RCNRFILE)
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
           05  WS-STEP-PREDECESSOR         PIC X(8) VALUE "BUGREG".
           05  WS-STEP-BUSINESS-DATE       PIC 9(8) VALUE 0.
           05  WS-STEP-START-TIME          PIC 9(6) VALUE 0.
           05  WS-STEP-PRED-EVENT          PIC X(1) VALUE "N".
           05  WS-STEP-PRED-CODE           PIC 9(2) VALUE 0.
           05  WS-EOF-STEP-LOG-SW          PIC X VALUE "N".
               88  EOF-STEP-LOG            VALUE "Y".
           05  WS-STEP-SEQUENCE-SW         PIC X VALUE "N".
               88  STEP-OUT-OF-SEQUENCE    VALUE "Y".

      *    ONE ROW PER MONTH-END SNAPSHOT (KIND 1) AND PER POSTED
      *    HISTORY ITEM (KIND 2), SORTED BY ACCOUNT, KIND AND DATE SO
      *    EACH ACCOUNT'S SNAPSHOTS ARRIVE OLDEST FIRST, AHEAD OF ITS
      *    POSTINGS.  A HISTORY ROW CARRIES THE SIDE THE POSTING RUN
      *    ACTUALLY APPLIED - A REVERSAL POSTS OPPOSITE ITS ORIGINAL.
       01  WS-RECON-WORK-AREA.
           05  RWRK-ACCOUNT                PIC X(8).
           05  RWRK-KIND                   PIC X(1).
               88  RWRK-SNAPSHOT           VALUE "1".
               88  RWRK-POSTING            VALUE "2".
           05  RWRK-DATE                   PIC 9(8).
           05  RWRK-SIDE                   PIC X(2).
           05  RWRK-AMOUNT                 PIC S9(11)V99.
           05  RWRK-DR-COUNT               PIC 9(7).
           05  RWRK-CR-COUNT               PIC 9(7).

       01  WS-RECON-COUNTS.
           05  WS-SNAPSHOTS-READ           PIC 9(9) VALUE 0.
           05  WS-POSTINGS-READ            PIC 9(9) VALUE 0.
           05  WS-ACCOUNTS-CHECKED         PIC 9(9) VALUE 0.
           05  WS-ACCOUNTS-AGREED          PIC 9(9) VALUE 0.
           05  WS-ACCOUNTS-OUT             PIC 9(9) VALUE 0.
           05  WS-ACCOUNT-BREAKS           PIC 9(4) VALUE 0.

       01  WS-LEDGER-KEY                   PIC X(8) VALUE SPACES.

      *    THE ACCOUNT BEING REBUILT: THE BASE IS THE LATEST
      *    SNAPSHOT (ZERO WHEN THE ACCOUNT HAS NEVER BEEN THROUGH A
      *    CLOSE), THE PERIOD FIGURES ARE THE POSTINGS DATED AFTER
      *    THAT SNAPSHOT'S CLOSE.
       01  WS-REBUILT-ACCOUNT.
           05  WS-RB-ACCOUNT               PIC X(8) VALUE SPACES.
           05  WS-RB-CUTOFF-DATE           PIC 9(8) VALUE 0.
           05  WS-RB-BASE-BALANCE          PIC S9(11)V99 VALUE 0.
           05  WS-RB-BASE-DR-COUNT         PIC 9(7) VALUE 0.
           05  WS-RB-BASE-CR-COUNT         PIC 9(7) VALUE 0.
           05  WS-RB-PERIOD-NET            PIC S9(11)V99 VALUE 0.
           05  WS-RB-PERIOD-DR-COUNT       PIC 9(7) VALUE 0.
           05  WS-RB-PERIOD-CR-COUNT       PIC 9(7) VALUE 0.

      *    THE REBUILT FIGURES THE LEDGER RECORD IS HELD AGAINST.
       01  WS-COMPARE-FIGURES.
           05  WS-CMP-BALANCE              PIC S9(11)V99 VALUE 0.
           05  WS-CMP-DR-COUNT             PIC 9(7) VALUE 0.
           05  WS-CMP-CR-COUNT             PIC 9(7) VALUE 0.
           05  WS-CMP-PERIOD-NET           PIC S9(11)V99 VALUE 0.
           05  WS-CMP-PERIOD-DR-COUNT      PIC 9(7) VALUE 0.
           05  WS-CMP-PERIOD-CR-COUNT      PIC 9(7) VALUE 0.

       01  WS-COMPARE-AREA.
           05  WS-FIGURE-LEDGER            PIC S9(11)V99 VALUE 0.
           05  WS-FIGURE-REBUILT           PIC S9(11)V99 VALUE 0.
           05  WS-DIFFERENCE               PIC S9(12)V99 VALUE 0.
           05  WS-DIFFERENCE-TOTAL         PIC S9(13)V99 VALUE 0.

       01  WS-HEADING-LINE-1.
           05  FILLER                      PIC X(38) VALUE
               "BUG LEDGER-TO-HISTORY RECONCILIATION".
           05  FILLER                      PIC X(9) VALUE " RUN DATE".
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  HDG-RUN-DATE                PIC 9(8).
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  FILLER                      PIC X(5) VALUE "PAGE ".
           05  HDG-PAGE-NUM                PIC ZZZ9.
           05  FILLER                      PIC X(12) VALUE SPACES.

       01  WS-HEADING-LINE-2.
           05  FILLER                      PIC X(80) VALUE
               "ACCOUNT  FIGURE                  LEDGER           REBU
      -        "ILT       DIFFERENCE".

       01  WS-DETAIL-LINE.
           05  DET-ACCOUNT                 PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  DET-FIGURE-NAME             PIC X(14).
           05  DET-LEDGER                  PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  DET-REBUILT                 PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  DET-DIFFERENCE              PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(4) VALUE SPACES.

       01  WS-NOTE-LINE.
           05  FILLER                      PIC X(9) VALUE SPACES.
           05  NTE-TEXT                    PIC X(71).

       01  WS-SUMMARY-LINE.
           05  SUM-LABEL                   PIC X(30).
           05  SUM-COUNT                   PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(41) VALUE SPACES.

       01  WS-RESULT-LINE.
           05  RES-TEXT                    PIC X(80).

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
           IF RECON-REPORT-OPEN
               PERFORM 2000-BUILD-RECON-WORK
           END-IF
           IF RECON-REPORT-OPEN AND NOT RECON-WORK-FAILED
               SORT SORT-FILE
                   ON ASCENDING KEY SORT-ACCOUNT SORT-KIND SORT-DATE
                   WITH DUPLICATES IN ORDER
                   USING RECON-WORK
                   GIVING RECON-SORTED
               PERFORM 3000-RECONCILE-ACCOUNTS
               PERFORM 5000-PRINT-SUMMARY
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
           END-IF.

       0810-REFUSE-OUT-OF-SEQUENCE.
           DISPLAY "BUGRCN: *** RUN REFUSED - " WS-STEP-PREDECESSOR
               " NOT COMPLETE FOR BUSINESS DATE "
               WS-STEP-BUSINESS-DATE " ***"
           EVALUATE WS-STEP-PRED-EVENT
               WHEN "N"
                   DISPLAY "BUGRCN: " WS-STEP-PREDECESSOR
                       " HAS NOT RUN TODAY"
               WHEN "S"
                   DISPLAY "BUGRCN: " WS-STEP-PREDECESSOR
                       " STARTED BUT NEVER ENDED"
               WHEN "R"
                   DISPLAY "BUGRCN: " WS-STEP-PREDECESSOR
                       " WAS ITSELF REFUSED"
               WHEN OTHER
                   DISPLAY "BUGRCN: " WS-STEP-PREDECESSOR
                       " ENDED WITH CONDITION CODE "
                       WS-STEP-PRED-CODE
           END-EVALUATE
           DISPLAY "BUGRCN: RERUN " WS-STEP-PREDECESSOR
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
           OPEN OUTPUT RECON-REPORT
           IF WS-RCNRPT-STATUS = "00"
               SET RECON-REPORT-OPEN TO TRUE
           ELSE
               DISPLAY "BUGRCN: ERROR OPENING RCNRFILE - STATUS "
                   WS-RCNRPT-STATUS " - RECONCILIATION NOT RUN"
               MOVE 12 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-SET-RETURN-CODE
           END-IF.

      *    BOTH SOURCES OF THE REBUILD GO TO ONE WORK FILE SO A
      *    SINGLE SORT BRINGS EACH ACCOUNT'S SNAPSHOTS AND POSTINGS
      *    TOGETHER - NO WORKING-STORAGE TABLE LIMITS THE NUMBER OF
      *    ACCOUNTS.
       2000-BUILD-RECON-WORK.
           OPEN OUTPUT RECON-WORK
           IF WS-RECON-WORK-STATUS NOT = "00"
               DISPLAY "BUGRCN: ERROR OPENING RCNWORK - STATUS "
                   WS-RECON-WORK-STATUS " - RECONCILIATION NOT RUN"
               SET RECON-WORK-FAILED TO TRUE
               MOVE 12 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-SET-RETURN-CODE
           ELSE
               PERFORM 2100-LOAD-SNAPSHOTS
               PERFORM 2200-LOAD-POSTINGS
               CLOSE RECON-WORK
           END-IF.

      *    NO MONTH-END FILE SIMPLY MEANS NO PERIOD HAS BEEN CLOSED
      *    YET - EVERY ACCOUNT IS REBUILT FROM ZERO.
       2100-LOAD-SNAPSHOTS.
           OPEN INPUT MONTH-END-FILE
           IF WS-MONTH-END-STATUS NOT = "00"
               DISPLAY "BUGRCN: NO MONTH-END FILE - STATUS "
                   WS-MONTH-END-STATUS
                   " - ACCOUNTS REBUILT FROM ZERO"
               SET EOF-MONTH-END TO TRUE
               MOVE 4 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-SET-RETURN-CODE
           END-IF
           PERFORM UNTIL EOF-MONTH-END OR RECON-WORK-FAILED
               READ MONTH-END-FILE INTO MONTH-END-RECORD
                   AT END
                       SET EOF-MONTH-END TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SNAPSHOTS-READ
                       PERFORM 2110-WRITE-SNAPSHOT-ROW
               END-READ
           END-PERFORM
           IF WS-MONTH-END-STATUS = "10" OR WS-MONTH-END-STATUS = "00"
               CLOSE MONTH-END-FILE
           END-IF.

       2110-WRITE-SNAPSHOT-ROW.
           MOVE MEND-LEDGER-IMAGE TO LEDGER-RECORD
           MOVE LEDG-ACCOUNT TO RWRK-ACCOUNT
           SET RWRK-SNAPSHOT TO TRUE
           MOVE MEND-CLOSE-DATE TO RWRK-DATE
           MOVE SPACES TO RWRK-SIDE
           MOVE LEDG-BALANCE TO RWRK-AMOUNT
           MOVE LEDG-DR-COUNT TO RWRK-DR-COUNT
           MOVE LEDG-CR-COUNT TO RWRK-CR-COUNT
           PERFORM 2900-WRITE-RECON-ROW.

      *    THE BALANCE BROUGHT-FORWARD RECORDS THE YEAR-END CLOSE
      *    LEAVES AT THE HEAD OF HISTFILE ARE NOT POSTINGS - THE
      *    DECEMBER SNAPSHOT ALREADY CARRIES THOSE BALANCES.
       2200-LOAD-POSTINGS.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "BUGRCN: HISTORY FILE NOT AVAILABLE - STATUS "
                   WS-HISTORY-STATUS " - NO POSTINGS TO REBUILD FROM"
               SET EOF-HISTORY TO TRUE
               MOVE 4 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-SET-RETURN-CODE
           END-IF
           PERFORM UNTIL EOF-HISTORY OR RECON-WORK-FAILED
               READ HISTORY-FILE INTO HISTORY-RECORD
                   AT END
                       SET EOF-HISTORY TO TRUE
                   NOT AT END
                       IF NOT HIST-BALANCE-FORWARD
                           ADD 1 TO WS-POSTINGS-READ
                           PERFORM 2210-WRITE-POSTING-ROW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HISTORY-STATUS = "10" OR WS-HISTORY-STATUS = "00"
               CLOSE HISTORY-FILE
           END-IF.

      *    A REVERSAL CARRIES ITS ORIGINAL'S TYPE CODE IN
      *    DESCRIPTION(7:2) AND POSTED ON THE OPPOSITE SIDE, EXACTLY
      *    AS BUG APPLIED IT TO THE LEDGER.
       2210-WRITE-POSTING-ROW.
           MOVE HIST-ACCOUNT TO RWRK-ACCOUNT
           SET RWRK-POSTING TO TRUE
           MOVE HIST-POST-DATE TO RWRK-DATE
           IF HIST-TYPE-CODE = "RV"
               IF HIST-DESCRIPTION(7:2) = "DR"
                   MOVE "CR" TO RWRK-SIDE
               ELSE
                   MOVE "DR" TO RWRK-SIDE
               END-IF
           ELSE
               MOVE HIST-TYPE-CODE TO RWRK-SIDE
           END-IF
           MOVE HIST-AMOUNT TO RWRK-AMOUNT
           MOVE 0 TO RWRK-DR-COUNT
           MOVE 0 TO RWRK-CR-COUNT
           PERFORM 2900-WRITE-RECON-ROW.

       2900-WRITE-RECON-ROW.
           WRITE FD-RECON-WORK-RECORD FROM WS-RECON-WORK-AREA
           IF WS-RECON-WORK-STATUS NOT = "00"
               DISPLAY "BUGRCN: ERROR WRITING RCNWORK - STATUS "
                   WS-RECON-WORK-STATUS " - RECONCILIATION NOT RUN"
               SET RECON-WORK-FAILED TO TRUE
               MOVE 12 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-SET-RETURN-CODE
           END-IF.

      *    MATCH-MERGE OF THE LEDGER (IN KEY ORDER) AGAINST THE
      *    SORTED REBUILD.  AN ACCOUNT ON ONLY ONE SIDE IS HELD
      *    AGAINST ZERO ON THE OTHER, SO A LEDGER BALANCE WITH NO
      *    HISTORY BEHIND IT AND HISTORY WITH NO LEDGER RECORD BOTH
      *    SHOW AS BREAKS.
       3000-RECONCILE-ACCOUNTS.
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS = "00"
               SET LEDGER-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "BUGRCN: LEDGER FILE NOT AVAILABLE - STATUS "
                   WS-LEDGER-STATUS " - HISTORY HELD AGAINST ZERO"
               MOVE 4 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-SET-RETURN-CODE
           END-IF
           OPEN INPUT RECON-SORTED
           IF WS-RECON-SORTED-STATUS NOT = "00"
               DISPLAY "BUGRCN: ERROR OPENING RCNSORT - STATUS "
                   WS-RECON-SORTED-STATUS " - RECONCILIATION NOT RUN"
               SET EOF-SORTED TO TRUE
               MOVE 12 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-SET-RETURN-CODE
           END-IF
           PERFORM 3100-READ-LEDGER
           PERFORM 3200-READ-SORTED
           PERFORM 3300-LOAD-REBUILT-ACCOUNT
           PERFORM UNTIL WS-LEDGER-KEY = HIGH-VALUES AND
                         WS-RB-ACCOUNT = HIGH-VALUES
               EVALUATE TRUE
                   WHEN WS-LEDGER-KEY = WS-RB-ACCOUNT
                       MOVE "N" TO WS-NO-LEDGER-SW
                       PERFORM 3400-SET-REBUILT-FIGURES
                       PERFORM 3500-COMPARE-ACCOUNT
                       PERFORM 3100-READ-LEDGER
                       PERFORM 3300-LOAD-REBUILT-ACCOUNT
                   WHEN WS-LEDGER-KEY < WS-RB-ACCOUNT
                       MOVE "N" TO WS-NO-LEDGER-SW
                       INITIALIZE WS-COMPARE-FIGURES
                       PERFORM 3500-COMPARE-ACCOUNT
                       PERFORM 3100-READ-LEDGER
                   WHEN OTHER
                       SET NO-LEDGER-RECORD TO TRUE
                       INITIALIZE LEDGER-RECORD
                       MOVE WS-RB-ACCOUNT TO LEDG-ACCOUNT
                       PERFORM 3400-SET-REBUILT-FIGURES
                       PERFORM 3500-COMPARE-ACCOUNT
                       PERFORM 3300-LOAD-REBUILT-ACCOUNT
               END-EVALUATE
           END-PERFORM
           IF LEDGER-FILE-OPEN
               CLOSE LEDGER-FILE
           END-IF
           IF WS-RECON-SORTED-STATUS = "10" OR
              WS-RECON-SORTED-STATUS = "00"
               CLOSE RECON-SORTED
           END-IF.

       3100-READ-LEDGER.
           IF NOT LEDGER-FILE-OPEN
               MOVE HIGH-VALUES TO WS-LEDGER-KEY
           ELSE
               READ LEDGER-FILE INTO LEDGER-RECORD
                   AT END
                       MOVE HIGH-VALUES TO WS-LEDGER-KEY
                   NOT AT END
                       MOVE LEDG-ACCOUNT TO WS-LEDGER-KEY
               END-READ
           END-IF.

       3200-READ-SORTED.
           IF EOF-SORTED
               MOVE HIGH-VALUES TO RWRK-ACCOUNT
           ELSE
               READ RECON-SORTED INTO WS-RECON-WORK-AREA
                   AT END
                       SET EOF-SORTED TO TRUE
                       MOVE HIGH-VALUES TO RWRK-ACCOUNT
               END-READ
           END-IF.

      *    GATHERS EVERY SORTED ROW FOR THE NEXT ACCOUNT.  THE ROW
      *    FOLLOWING THE GROUP IS LEFT IN THE WORK AREA AS THE
      *    LOOK-AHEAD FOR THE NEXT CALL.
       3300-LOAD-REBUILT-ACCOUNT.
           INITIALIZE WS-REBUILT-ACCOUNT
           MOVE RWRK-ACCOUNT TO WS-RB-ACCOUNT
           IF WS-RB-ACCOUNT NOT = HIGH-VALUES
               PERFORM UNTIL RWRK-ACCOUNT NOT = WS-RB-ACCOUNT
                   PERFORM 3310-APPLY-RECON-ROW
                   PERFORM 3200-READ-SORTED
               END-PERFORM
           END-IF.

      *    A LATER SNAPSHOT REPLACES AN EARLIER ONE - ONLY POSTINGS
      *    AFTER THE LAST CLOSE BELONG TO THE OPEN PERIOD.
       3310-APPLY-RECON-ROW.
           IF RWRK-SNAPSHOT
               MOVE RWRK-DATE TO WS-RB-CUTOFF-DATE
               MOVE RWRK-AMOUNT TO WS-RB-BASE-BALANCE
               MOVE RWRK-DR-COUNT TO WS-RB-BASE-DR-COUNT
               MOVE RWRK-CR-COUNT TO WS-RB-BASE-CR-COUNT
               MOVE 0 TO WS-RB-PERIOD-NET
               MOVE 0 TO WS-RB-PERIOD-DR-COUNT
               MOVE 0 TO WS-RB-PERIOD-CR-COUNT
           ELSE
               IF RWRK-DATE > WS-RB-CUTOFF-DATE
                   IF RWRK-SIDE = "DR"
                       ADD RWRK-AMOUNT TO WS-RB-PERIOD-NET
                       ADD 1 TO WS-RB-PERIOD-DR-COUNT
                   ELSE
                       SUBTRACT RWRK-AMOUNT FROM WS-RB-PERIOD-NET
                       ADD 1 TO WS-RB-PERIOD-CR-COUNT
                   END-IF
               END-IF
           END-IF.

       3400-SET-REBUILT-FIGURES.
           COMPUTE WS-CMP-BALANCE =
               WS-RB-BASE-BALANCE + WS-RB-PERIOD-NET
           COMPUTE WS-CMP-DR-COUNT =
               WS-RB-BASE-DR-COUNT + WS-RB-PERIOD-DR-COUNT
           COMPUTE WS-CMP-CR-COUNT =
               WS-RB-BASE-CR-COUNT + WS-RB-PERIOD-CR-COUNT
           MOVE WS-RB-PERIOD-NET TO WS-CMP-PERIOD-NET
           MOVE WS-RB-PERIOD-DR-COUNT TO WS-CMP-PERIOD-DR-COUNT
           MOVE WS-RB-PERIOD-CR-COUNT TO WS-CMP-PERIOD-CR-COUNT.

       3500-COMPARE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-CHECKED
           MOVE 0 TO WS-ACCOUNT-BREAKS
           MOVE "BALANCE" TO DET-FIGURE-NAME
           MOVE LEDG-BALANCE TO WS-FIGURE-LEDGER
           MOVE WS-CMP-BALANCE TO WS-FIGURE-REBUILT
           PERFORM 3600-COMPARE-ONE-FIGURE
           MOVE "DR COUNT" TO DET-FIGURE-NAME
           MOVE LEDG-DR-COUNT TO WS-FIGURE-LEDGER
           MOVE WS-CMP-DR-COUNT TO WS-FIGURE-REBUILT
           PERFORM 3600-COMPARE-ONE-FIGURE
           MOVE "CR COUNT" TO DET-FIGURE-NAME
           MOVE LEDG-CR-COUNT TO WS-FIGURE-LEDGER
           MOVE WS-CMP-CR-COUNT TO WS-FIGURE-REBUILT
           PERFORM 3600-COMPARE-ONE-FIGURE
           MOVE "PERIOD NET" TO DET-FIGURE-NAME
           MOVE LEDG-PERIOD-NET TO WS-FIGURE-LEDGER
           MOVE WS-CMP-PERIOD-NET TO WS-FIGURE-REBUILT
           PERFORM 3600-COMPARE-ONE-FIGURE
           MOVE "PERIOD DR CNT" TO DET-FIGURE-NAME
           MOVE LEDG-PERIOD-DR-COUNT TO WS-FIGURE-LEDGER
           MOVE WS-CMP-PERIOD-DR-COUNT TO WS-FIGURE-REBUILT
           PERFORM 3600-COMPARE-ONE-FIGURE
           MOVE "PERIOD CR CNT" TO DET-FIGURE-NAME
           MOVE LEDG-PERIOD-CR-COUNT TO WS-FIGURE-LEDGER
           MOVE WS-CMP-PERIOD-CR-COUNT TO WS-FIGURE-REBUILT
           PERFORM 3600-COMPARE-ONE-FIGURE
           IF WS-ACCOUNT-BREAKS = 0
               ADD 1 TO WS-ACCOUNTS-AGREED
           ELSE
               ADD 1 TO WS-ACCOUNTS-OUT
               IF NO-LEDGER-RECORD
                   MOVE "POSTED HISTORY FOUND BUT NO LEDGER RECORD"
                       TO NTE-TEXT
                   WRITE FD-RCNRPT-RECORD FROM WS-NOTE-LINE
                   ADD 1 TO WS-LINE-COUNT
               END-IF
           END-IF.

       3600-COMPARE-ONE-FIGURE.
           COMPUTE WS-DIFFERENCE = WS-FIGURE-LEDGER - WS-FIGURE-REBUILT
           IF WS-DIFFERENCE NOT = 0
               ADD 1 TO WS-ACCOUNT-BREAKS
               IF DET-FIGURE-NAME = "BALANCE"
                   ADD WS-DIFFERENCE TO WS-DIFFERENCE-TOTAL
               END-IF
               PERFORM 3700-CHECK-PAGE-OVERFLOW
               MOVE LEDG-ACCOUNT TO DET-ACCOUNT
               MOVE WS-FIGURE-LEDGER TO DET-LEDGER
               MOVE WS-FIGURE-REBUILT TO DET-REBUILT
               MOVE WS-DIFFERENCE TO DET-DIFFERENCE
               WRITE FD-RCNRPT-RECORD FROM WS-DETAIL-LINE
               ADD 1 TO WS-LINE-COUNT
               MOVE 8 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-SET-RETURN-CODE
           END-IF.

       3700-CHECK-PAGE-OVERFLOW.
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
               PERFORM 3800-PRINT-PAGE-HEADINGS
           END-IF.

       3800-PRINT-PAGE-HEADINGS.
           ADD 1 TO WS-PAGE-NUM
           MOVE WS-RUN-DATE TO HDG-RUN-DATE
           MOVE WS-PAGE-NUM TO HDG-PAGE-NUM
           WRITE FD-RCNRPT-RECORD FROM WS-HEADING-LINE-1
           WRITE FD-RCNRPT-RECORD FROM WS-HEADING-LINE-2
           WRITE FD-RCNRPT-RECORD FROM WS-BLANK-LINE
           MOVE 3 TO WS-LINE-COUNT.

       4000-TERMINATE.
           IF RECON-REPORT-OPEN
               CLOSE RECON-REPORT
           END-IF
           DISPLAY "BUGRCN: " WS-ACCOUNTS-CHECKED " ACCOUNTS CHECKED - "
               WS-ACCOUNTS-AGREED " AGREE, " WS-ACCOUNTS-OUT
               " OUT OF AGREEMENT".

      *    A CLEAN NIGHT PRINTS NO DETAIL AT ALL, SO THE SUMMARY
      *    ALWAYS STARTS ON A HEADED PAGE.
       5000-PRINT-SUMMARY.
           IF WS-PAGE-NUM = 0
               PERFORM 3800-PRINT-PAGE-HEADINGS
           END-IF
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE - 8
               PERFORM 3800-PRINT-PAGE-HEADINGS
           END-IF
           WRITE FD-RCNRPT-RECORD FROM WS-BLANK-LINE
           MOVE "MONTH-END SNAPSHOTS READ" TO SUM-LABEL
           MOVE WS-SNAPSHOTS-READ TO SUM-COUNT
           WRITE FD-RCNRPT-RECORD FROM WS-SUMMARY-LINE
           MOVE "POSTED HISTORY ITEMS READ" TO SUM-LABEL
           MOVE WS-POSTINGS-READ TO SUM-COUNT
           WRITE FD-RCNRPT-RECORD FROM WS-SUMMARY-LINE
           MOVE "ACCOUNTS CHECKED" TO SUM-LABEL
           MOVE WS-ACCOUNTS-CHECKED TO SUM-COUNT
           WRITE FD-RCNRPT-RECORD FROM WS-SUMMARY-LINE
           MOVE "ACCOUNTS IN AGREEMENT" TO SUM-LABEL
           MOVE WS-ACCOUNTS-AGREED TO SUM-COUNT
           WRITE FD-RCNRPT-RECORD FROM WS-SUMMARY-LINE
           MOVE "ACCOUNTS OUT OF AGREEMENT" TO SUM-LABEL
           MOVE WS-ACCOUNTS-OUT TO SUM-COUNT
           WRITE FD-RCNRPT-RECORD FROM WS-SUMMARY-LINE
           WRITE FD-RCNRPT-RECORD FROM WS-BLANK-LINE
           IF WS-ACCOUNTS-OUT = 0
               MOVE "EVERY ACCOUNT AGREES WITH ITS POSTED HISTORY"
                   TO RES-TEXT
               DISPLAY "BUGRCN: LEDGER AGREES WITH POSTED HISTORY"
           ELSE
               MOVE "*** LEDGER OUT OF AGREEMENT - HOLD BUGGLX ***"
                   TO RES-TEXT
               DISPLAY "BUGRCN: *** " WS-ACCOUNTS-OUT
                   " ACCOUNTS OUT OF AGREEMENT - NET BALANCE "
                   "DIFFERENCE " WS-DIFFERENCE-TOTAL " ***"
           END-IF
           WRITE FD-RCNRPT-RECORD FROM WS-RESULT-LINE.

       8800-LOG-STEP-END.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE SPACES TO STEP-LOG-RECORD
           MOVE "E" TO STEP-EVENT
           MOVE WS-CURRENT-DATE-TIME(1:8) TO STEP-END-DATE
           MOVE WS-CURRENT-DATE-TIME(9:6) TO STEP-END-TIME
           MOVE WS-HIGHEST-RETURN-CODE TO STEP-CONDITION-CODE
           PERFORM 8900-WRITE-STEP-LOG.

       8900-WRITE-STEP-LOG.
           MOVE "BUGRCN" TO STEP-PROGRAM
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
               DISPLAY "BUGRCN: ERROR OPENING STEPLOG - STATUS "
                   WS-STEP-LOG-STATUS " - STEP NOT LOGGED"
               MOVE 4 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-SET-RETURN-CODE
           END-IF.

       9000-SET-RETURN-CODE.
           IF WS-CANDIDATE-RETURN-CODE > WS-HIGHEST-RETURN-CODE
               MOVE WS-CANDIDATE-RETURN-CODE
                   TO WS-HIGHEST-RETURN-CODE
           END-IF.
