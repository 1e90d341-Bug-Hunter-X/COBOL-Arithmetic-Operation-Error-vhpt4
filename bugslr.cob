      ******************************************************************
      *  PROGRAM-ID: BUGSLR                                           *
      *  JOB-STREAM STEP-LOG REPORT FOR THE MORNING SHIFT HANDOVER.    *
      *  READS THE SHARED STEP LOG (STEPLOG, WSSTEP LAYOUT) AND PRINTS *
      *  EVERY START, END AND REFUSAL RECORDED FOR ONE BUSINESS DATE   *
      *  IN THE ORDER THEY HAPPENED, FOLLOWED BY A CHECKLIST OF THE    *
      *  NIGHTLY STEPS IN THEIR FIXED ORDER - BUGACM, BUGEDIT, BUGREL, *
      *  BUGREG, BUGRCN, BUGGLX, BUG, BUGTRB, BUGBAL, THEN THE         *
      *  COMPLIANCE REVIEW BUGCMP AND THE CREDIT-LIMIT REPORT BUGLIM - *
      *  SHOWING WHETHER EACH COMPLETED CLEANLY, FAILED, WAS REFUSED,  *
      *  NEVER ENDED OR NEVER RAN.  RUN PARAMETER 1 IS THE BUSINESS    *
      *  DATE CCYYMMDD AND DEFAULTS TO TODAY.                          *
      *  CONDITION CODE 4 TELLS THE SHIFT THAT THE NIGHT DID NOT       *
      *  FINISH CLEANLY.                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGSLR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-LOG-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEP-LOG-STATUS.

           SELECT STEP-LOG-REPORT ASSIGN TO "SLRFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STEP-LOG-FILE
           RECORDING MODE IS F.
       01  FD-STEP-LOG-RECORD              PIC X(50).

       FD  STEP-LOG-REPORT
           RECORDING MODE IS F.
       01  FD-SLRPT-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
           COPY WSSTEP.

       01  WS-FILE-STATUSES.
           05  WS-STEP-LOG-STATUS          PIC X(2) VALUE SPACES.
           05  WS-SLRPT-STATUS             PIC X(2) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-STEP-LOG-SW          PIC X VALUE "N".
               88  EOF-STEP-LOG            VALUE "Y".
           05  WS-SLRPT-OPEN-SW            PIC X VALUE "N".
               88  STEP-LOG-REPORT-OPEN    VALUE "Y".

      *    GRADED CONDITION CODE SURFACED TO THE SCHEDULER:
      *      0 = EVERY NIGHTLY STEP COMPLETED CLEANLY
      *      4 = A NIGHTLY STEP FAILED, WAS REFUSED, NEVER ENDED OR
      *          NEVER RAN, OR THE STEP LOG IS MISSING
      *     12 = UNRECOVERABLE FILE ERROR (SLRFILE)
      *    THE HIGHEST CONDITION RAISED DURING THE RUN WINS.
       01  WS-RETURN-CODES.
           05  WS-HIGHEST-RETURN-CODE      PIC 9(2) VALUE 0.
           05  WS-CANDIDATE-RETURN-CODE    PIC 9(2) VALUE 0.

       01  WS-PAGE-CONTROL.
           05  WS-PAGE-NUM                 PIC 9(4) VALUE 0.
           05  WS-LINE-COUNT               PIC 9(3) VALUE 99.
           05  WS-LINES-PER-PAGE           PIC 9(3) VALUE 55.

       01  WS-REPORT-DATE                  PIC 9(8) VALUE 0.
       01  WS-COMMAND-LINE-PARM            PIC X(80) VALUE SPACES.
       01  WS-CURRENT-DATE-TIME            PIC X(21) VALUE SPACES.

      *    JOB-STREAM STEP LOGGING (STEPLOG, WSSTEP LAYOUT).
       01  WS-STEP-CONTROL.
           05  WS-STEP-BUSINESS-DATE       PIC 9(8) VALUE 0.
           05  WS-STEP-START-TIME          PIC 9(6) VALUE 0.

      *    THE NIGHTLY STEPS IN THEIR FIXED RUN ORDER.  THE LAST LOG
      *    ENTRY SEEN FOR EACH STEP ON THE REPORT DATE IS KEPT
      *    ALONGSIDE IT - EVENT "N" MEANS THE STEP NEVER RAN.
       01  WS-NIGHTLY-STEP-NAMES.
           05  FILLER                      PIC X(8) VALUE "BUGACM".
           05  FILLER                      PIC X(8) VALUE "BUGEDIT".
           05  FILLER                      PIC X(8) VALUE "BUGREL".
           05  FILLER                      PIC X(8) VALUE "BUGREG".
           05  FILLER                      PIC X(8) VALUE "BUGRCN".
           05  FILLER                      PIC X(8) VALUE "BUGGLX".
           05  FILLER                      PIC X(8) VALUE "BUG".
           05  FILLER                      PIC X(8) VALUE "BUGTRB".
           05  FILLER                      PIC X(8) VALUE "BUGBAL".
           05  FILLER                      PIC X(8) VALUE "BUGCMP".
           05  FILLER                      PIC X(8) VALUE "BUGLIM".
       01  WS-NIGHTLY-STEP-TABLE REDEFINES WS-NIGHTLY-STEP-NAMES.
           05  WS-NIGHTLY-STEP-NAME        PIC X(8)
                   OCCURS 11 TIMES INDEXED BY WS-NS-IDX.

       01  WS-NIGHTLY-STEP-STATE.
           05  WS-NS-ENTRY OCCURS 11 TIMES.
               10  WS-NS-EVENT             PIC X(1).
               10  WS-NS-CODE              PIC 9(2).
               10  WS-NS-START-TIME        PIC 9(6).
               10  WS-NS-END-TIME          PIC 9(6).
               10  WS-NS-RUNS              PIC 9(3).

       01  WS-STEP-LOG-COUNTS.
           05  WS-ENTRIES-READ             PIC 9(9) VALUE 0.
           05  WS-ENTRIES-LISTED           PIC 9(9) VALUE 0.
           05  WS-STEPS-CLEAN              PIC 9(2) VALUE 0.
           05  WS-STEPS-NOT-CLEAN          PIC 9(2) VALUE 0.

       01  WS-HEADING-LINE-1.
           05  FILLER                      PIC X(34) VALUE
               "BUG JOB-STREAM STEP LOG - DATE".
           05  HDG-REPORT-DATE             PIC 9(8).
           05  FILLER                      PIC X(9) VALUE " RUN DATE".
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  HDG-RUN-DATE                PIC 9(8).
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  FILLER                      PIC X(5) VALUE "PAGE ".
           05  HDG-PAGE-NUM                PIC ZZZ9.
           05  FILLER                      PIC X(8) VALUE SPACES.

       01  WS-HEADING-LINE-2.
           05  FILLER                      PIC X(80) VALUE
               "PROGRAM   EVENT    START   END DATE  END     CC  NOTE".

       01  WS-DETAIL-LINE.
           05  DET-PROGRAM                 PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  DET-EVENT                   PIC X(7).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  DET-START-TIME              PIC 9(6).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  DET-END-DATE                PIC 9(8) BLANK WHEN ZERO.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  DET-END-TIME                PIC 9(6) BLANK WHEN ZERO.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  DET-CODE                    PIC X(2).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  DET-NOTE                    PIC X(31).

       01  WS-EDITED-CODE                  PIC Z9.
       01  WS-CHECKLIST-SEQUENCE           PIC 9(2) VALUE 0.

       01  WS-REFUSAL-NOTE.
           05  FILLER                      PIC X(11) VALUE
               "WAITING ON ".
           05  WS-REFUSAL-PREDECESSOR      PIC X(8).
           05  FILLER                      PIC X(12) VALUE SPACES.

       01  WS-CHECKLIST-HEADING.
           05  FILLER                      PIC X(40) VALUE
               "NIGHTLY STEP CHECKLIST   STEP      STATE".
           05  FILLER                      PIC X(40) VALUE
               "        CC  RUNS".

       01  WS-CHECKLIST-LINE.
           05  FILLER                      PIC X(21) VALUE SPACES.
           05  CHK-SEQUENCE                PIC Z9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  CHK-PROGRAM                 PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  CHK-STATE                   PIC X(11).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  CHK-CODE                    PIC X(2).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  CHK-RUNS                    PIC ZZ9.
           05  FILLER                      PIC X(25) VALUE SPACES.

       01  WS-RESULT-LINE.
           05  RES-TEXT                    PIC X(80).

       01  WS-BLANK-LINE                   PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0850-LOG-STEP-START
           PERFORM 0900-GET-REPORT-DATE
           PERFORM 1000-INITIALIZE
           PERFORM UNTIL EOF-STEP-LOG
               READ STEP-LOG-FILE INTO STEP-LOG-RECORD
                   AT END
                       SET EOF-STEP-LOG TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ENTRIES-READ
                       IF STEP-BUSINESS-DATE = WS-REPORT-DATE
                           PERFORM 2000-LIST-STEP-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           IF STEP-LOG-REPORT-OPEN
               PERFORM 3000-PRINT-CHECKLIST
           END-IF
           PERFORM 4000-TERMINATE
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

      *    BUSINESS DATE ARRIVES AS CCYYMMDD IN RUN PARAMETER 1 AND
      *    DEFAULTS TO TODAY, SO THE MORNING SHIFT NEEDS NO PARAMETER.
       0900-GET-REPORT-DATE.
           MOVE SPACES TO WS-COMMAND-LINE-PARM
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-COMMAND-LINE-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WS-COMMAND-LINE-PARM NOT = SPACES
               IF WS-COMMAND-LINE-PARM(1:8) IS NUMERIC
                   MOVE WS-COMMAND-LINE-PARM(1:8) TO WS-REPORT-DATE
               ELSE
                   DISPLAY "BUGSLR: INVALID DATE PARM - TODAY USED"
               END-IF
           END-IF.

       1000-INITIALIZE.
           IF WS-REPORT-DATE = 0
               MOVE WS-STEP-BUSINESS-DATE TO WS-REPORT-DATE
           END-IF
           PERFORM VARYING WS-NS-IDX FROM 1 BY 1
                   UNTIL WS-NS-IDX > 11
               MOVE "N" TO WS-NS-EVENT(WS-NS-IDX)
               MOVE 0 TO WS-NS-CODE(WS-NS-IDX)
               MOVE 0 TO WS-NS-START-TIME(WS-NS-IDX)
               MOVE 0 TO WS-NS-END-TIME(WS-NS-IDX)
               MOVE 0 TO WS-NS-RUNS(WS-NS-IDX)
           END-PERFORM
           OPEN INPUT STEP-LOG-FILE
           IF WS-STEP-LOG-STATUS NOT = "00"
               DISPLAY "BUGSLR: STEP LOG NOT AVAILABLE - STATUS "
                   WS-STEP-LOG-STATUS " - NOTHING TO REPORT"
               SET EOF-STEP-LOG TO TRUE
               MOVE 4 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-SET-RETURN-CODE
           END-IF
           OPEN OUTPUT STEP-LOG-REPORT
           IF WS-SLRPT-STATUS = "00"
               SET STEP-LOG-REPORT-OPEN TO TRUE
           ELSE
               DISPLAY "BUGSLR: ERROR OPENING SLRFILE - STATUS "
                   WS-SLRPT-STATUS
               MOVE 12 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-SET-RETURN-CODE
           END-IF.

       2000-LIST-STEP-ENTRY.
           PERFORM 2100-NOTE-NIGHTLY-STEP
           IF STEP-LOG-REPORT-OPEN
               PERFORM 2500-CHECK-PAGE-OVERFLOW
               MOVE SPACES TO DET-NOTE
               MOVE STEP-PROGRAM TO DET-PROGRAM
               MOVE STEP-START-TIME TO DET-START-TIME
               MOVE STEP-END-DATE TO DET-END-DATE
               MOVE STEP-END-TIME TO DET-END-TIME
               MOVE STEP-CONDITION-CODE TO WS-EDITED-CODE
               MOVE WS-EDITED-CODE TO DET-CODE
               EVALUATE TRUE
                   WHEN STEP-STARTED
                       MOVE "STARTED" TO DET-EVENT
                       MOVE 0 TO DET-END-DATE
                       MOVE 0 TO DET-END-TIME
                       MOVE SPACES TO DET-CODE
                   WHEN STEP-ENDED
                       MOVE "ENDED" TO DET-EVENT
                       IF STEP-CONDITION-CODE > 4
                           MOVE "*** FAILED ***" TO DET-NOTE
                       END-IF
                   WHEN STEP-REFUSED
                       MOVE "REFUSED" TO DET-EVENT
                       MOVE STEP-PREDECESSOR TO WS-REFUSAL-PREDECESSOR
                       MOVE WS-REFUSAL-NOTE TO DET-NOTE
                   WHEN OTHER
                       MOVE "UNKNOWN" TO DET-EVENT
               END-EVALUATE
               WRITE FD-SLRPT-RECORD FROM WS-DETAIL-LINE
               ADD 1 TO WS-LINE-COUNT
               ADD 1 TO WS-ENTRIES-LISTED
           END-IF.

      *    THE LAST ENTRY FOR A NIGHTLY STEP WINS, THE SAME RULE THE
      *    STEPS THEMSELVES APPLY WHEN CHECKING THEIR PREDECESSOR.
       2100-NOTE-NIGHTLY-STEP.
           PERFORM VARYING WS-NS-IDX FROM 1 BY 1
                   UNTIL WS-NS-IDX > 11
               IF WS-NIGHTLY-STEP-NAME(WS-NS-IDX) = STEP-PROGRAM
                   MOVE STEP-EVENT TO WS-NS-EVENT(WS-NS-IDX)
                   MOVE STEP-CONDITION-CODE TO WS-NS-CODE(WS-NS-IDX)
                   MOVE STEP-START-TIME
                       TO WS-NS-START-TIME(WS-NS-IDX)
                   MOVE STEP-END-TIME TO WS-NS-END-TIME(WS-NS-IDX)
                   IF STEP-STARTED
                       ADD 1 TO WS-NS-RUNS(WS-NS-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       2500-CHECK-PAGE-OVERFLOW.
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
               PERFORM 2600-PRINT-PAGE-HEADINGS
           END-IF.

       2600-PRINT-PAGE-HEADINGS.
           ADD 1 TO WS-PAGE-NUM
           MOVE WS-REPORT-DATE TO HDG-REPORT-DATE
           MOVE WS-STEP-BUSINESS-DATE TO HDG-RUN-DATE
           MOVE WS-PAGE-NUM TO HDG-PAGE-NUM
           WRITE FD-SLRPT-RECORD FROM WS-HEADING-LINE-1
           WRITE FD-SLRPT-RECORD FROM WS-HEADING-LINE-2
           WRITE FD-SLRPT-RECORD FROM WS-BLANK-LINE
           MOVE 3 TO WS-LINE-COUNT.

       3000-PRINT-CHECKLIST.
           IF WS-PAGE-NUM = 0
               PERFORM 2600-PRINT-PAGE-HEADINGS
           END-IF
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE - 15
               PERFORM 2600-PRINT-PAGE-HEADINGS
           END-IF
           WRITE FD-SLRPT-RECORD FROM WS-BLANK-LINE
           WRITE FD-SLRPT-RECORD FROM WS-CHECKLIST-HEADING
           PERFORM VARYING WS-NS-IDX FROM 1 BY 1
                   UNTIL WS-NS-IDX > 11
               PERFORM 3100-PRINT-CHECKLIST-STEP
           END-PERFORM
           WRITE FD-SLRPT-RECORD FROM WS-BLANK-LINE
           IF WS-STEPS-NOT-CLEAN = 0
               MOVE "*** NIGHTLY RUN COMPLETE - ALL STEPS ENDED CLEANLY
      -            " ***" TO RES-TEXT
           ELSE
               MOVE "*** NIGHTLY RUN NOT COMPLETE - SEE CHECKLIST ***"
                   TO RES-TEXT
               MOVE 4 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-SET-RETURN-CODE
           END-IF
           WRITE FD-SLRPT-RECORD FROM WS-RESULT-LINE.

       3100-PRINT-CHECKLIST-STEP.
           SET WS-CHECKLIST-SEQUENCE TO WS-NS-IDX
           MOVE WS-CHECKLIST-SEQUENCE TO CHK-SEQUENCE
           MOVE WS-NIGHTLY-STEP-NAME(WS-NS-IDX) TO CHK-PROGRAM
           MOVE WS-NS-CODE(WS-NS-IDX) TO WS-EDITED-CODE
           MOVE WS-EDITED-CODE TO CHK-CODE
           MOVE WS-NS-RUNS(WS-NS-IDX) TO CHK-RUNS
           EVALUATE WS-NS-EVENT(WS-NS-IDX)
               WHEN "E"
                   IF WS-NS-CODE(WS-NS-IDX) > 4
                       MOVE "FAILED" TO CHK-STATE
                   ELSE
                       MOVE "COMPLETE" TO CHK-STATE
                   END-IF
               WHEN "S"
                   MOVE "NEVER ENDED" TO CHK-STATE
                   MOVE SPACES TO CHK-CODE
               WHEN "R"
                   MOVE "REFUSED" TO CHK-STATE
               WHEN OTHER
                   MOVE "NOT RUN" TO CHK-STATE
                   MOVE SPACES TO CHK-CODE
           END-EVALUATE
           IF CHK-STATE = "COMPLETE"
               ADD 1 TO WS-STEPS-CLEAN
           ELSE
               ADD 1 TO WS-STEPS-NOT-CLEAN
           END-IF
           WRITE FD-SLRPT-RECORD FROM WS-CHECKLIST-LINE.

       4000-TERMINATE.
           IF WS-STEP-LOG-STATUS = "10" OR WS-STEP-LOG-STATUS = "00"
               CLOSE STEP-LOG-FILE
           END-IF
           IF STEP-LOG-REPORT-OPEN
               CLOSE STEP-LOG-REPORT
           END-IF
           DISPLAY "BUGSLR: DATE " WS-REPORT-DATE " - "
               WS-ENTRIES-LISTED " ENTRIES LISTED, "
               WS-STEPS-CLEAN " OF 11 NIGHTLY STEPS COMPLETE".

       8800-LOG-STEP-END.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE SPACES TO STEP-LOG-RECORD
           MOVE "E" TO STEP-EVENT
           MOVE WS-CURRENT-DATE-TIME(1:8) TO STEP-END-DATE
           MOVE WS-CURRENT-DATE-TIME(9:6) TO STEP-END-TIME
           MOVE WS-HIGHEST-RETURN-CODE TO STEP-CONDITION-CODE
           PERFORM 8900-WRITE-STEP-LOG.

       8900-WRITE-STEP-LOG.
           MOVE "BUGSLR" TO STEP-PROGRAM
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
               DISPLAY "BUGSLR: ERROR OPENING STEPLOG - STATUS "
                   WS-STEP-LOG-STATUS " - STEP NOT LOGGED"
               MOVE 4 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-SET-RETURN-CODE
           END-IF.

       9000-SET-RETURN-CODE.
           IF WS-CANDIDATE-RETURN-CODE > WS-HIGHEST-RETURN-CODE
               MOVE WS-CANDIDATE-RETURN-CODE
                   TO WS-HIGHEST-RETURN-CODE
           END-IF.
