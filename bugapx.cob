      ******************************************************************
      *  PROGRAM-ID: BUGAPX                                           *
      *  MORNING EXCEPTION LIST OF CHANGES STILL AWAITING A CHECKER.   *
      *  READS THE PENDING REQUEST FILE (APPRFILE, WSAPPR LAYOUT) -    *
      *  THE SUSPENSE WRITE-OFFS RAISED ON BUGSUS AND THE RUN-COUNTER  *
      *  CORRECTIONS RAISED ON BUGONL - AND LISTS EVERY REQUEST STILL  *
      *  PENDING THAT HAS WAITED AT LEAST THE APPROVAL-AGE ENTRY ON    *
      *  PARMFILE (WSPARM LAYOUT, DEFAULT 1 DAY, SO ANYTHING RAISED    *
      *  BEFORE TODAY), OLDEST FIRST, WITH ITS MAKER, AGE IN DAYS AND  *
      *  WHAT IT WOULD CHANGE, FOLLOWED BY THE COUNTS PENDING AND      *
      *  OVERDUE.  NOTHING IS UPDATED - REQUESTS ARE DECIDED ON THE    *
      *  BUGAPR SCREEN.  RUN EACH MORNING ALONGSIDE BUGSLR.            *
      *  CONDITION CODE 4 TELLS THE SHIFT THAT REQUESTS ARE OVERDUE.   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGAPX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-FILE ASSIGN TO "APPRFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-APPR-REQUEST-KEY
               FILE STATUS IS WS-APPROVAL-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARAMETER-STATUS.

           SELECT OVERDUE-REPORT ASSIGN TO "APXRFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APXRPT-STATUS.

           SELECT STEP-LOG-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEP-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPROVAL-FILE.
       01  FD-APPROVAL-RECORD.
           05  FD-APPR-REQUEST-KEY        PIC X(18).
           05  FILLER                     PIC X(102).

       FD  PARAMETER-FILE
           RECORDING MODE IS F.
       01  FD-PARAMETER-RECORD            PIC X(50).

       FD  OVERDUE-REPORT
           RECORDING MODE IS F.
       01  FD-APXRPT-RECORD               PIC X(80).

       FD  STEP-LOG-FILE
           RECORDING MODE IS F.
       01  FD-STEP-LOG-RECORD              PIC X(50).

       WORKING-STORAGE SECTION.
           COPY WSAPPR.
           COPY WSPARM.
           COPY WSSTEP.

       01  WS-FILE-STATUSES.
           05  WS-APPROVAL-STATUS          PIC X(2) VALUE SPACES.
           05  WS-PARAMETER-STATUS         PIC X(2) VALUE SPACES.
           05  WS-APXRPT-STATUS            PIC X(2) VALUE SPACES.
           05  WS-STEP-LOG-STATUS          PIC X(2) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-APPROVAL-SW          PIC X VALUE "N".
               88  EOF-APPROVAL            VALUE "Y".
           05  WS-EOF-PARAMETER-SW         PIC X VALUE "N".
               88  EOF-PARAMETER           VALUE "Y".
           05  WS-APXRPT-OPEN-SW           PIC X VALUE "N".
               88  OVERDUE-REPORT-OPEN     VALUE "Y".

      *    GRADED CONDITION CODE SURFACED TO THE SCHEDULER:
      *      0 = NO REQUEST HAS WAITED PAST THE APPROVAL AGE
      *      4 = REQUESTS OVERDUE FOR A DECISION, OR THE REQUEST
      *          FILE IS MISSING
      *     12 = UNRECOVERABLE FILE ERROR (APXRFILE)
      *    THE HIGHEST CONDITION RAISED DURING THE RUN WINS.
       01  WS-RETURN-CODES.
           05  WS-HIGHEST-RETURN-CODE      PIC 9(2) VALUE 0.
           05  WS-CANDIDATE-RETURN-CODE    PIC 9(2) VALUE 0.

       01  WS-PAGE-CONTROL.
           05  WS-PAGE-NUM                 PIC 9(4) VALUE 0.
           05  WS-LINE-COUNT               PIC 9(3) VALUE 99.
           05  WS-LINES-PER-PAGE           PIC 9(3) VALUE 55.

       01  WS-CURRENT-DATE-TIME            PIC X(21) VALUE SPACES.

      *    JOB-STREAM STEP LOGGING (STEPLOG, WSSTEP LAYOUT).
       01  WS-STEP-CONTROL.
           05  WS-STEP-BUSINESS-DATE       PIC 9(8) VALUE 0.
           05  WS-STEP-START-TIME          PIC 9(6) VALUE 0.

      *    A REQUEST IS LISTED ONCE IT HAS WAITED THIS MANY DAYS.
      *    THE NAMED ENTRY ON PARMFILE OVERRIDES THE DEFAULT.
       01  WS-APPROVAL-LIMITS.
           05  WS-APPROVAL-AGE-NAME        PIC X(16)
                                           VALUE "APPROVAL-AGE".
           05  WS-APPROVAL-AGE-DAYS        PIC 9(5) VALUE 1.

       01  WS-AGE-FIELDS.
           05  WS-RUN-INTEGER              PIC S9(9) COMP.
           05  WS-REQUEST-AGE              PIC S9(9) COMP.

       01  WS-APPROVAL-COUNTS.
           05  WS-REQUESTS-READ            PIC 9(7) VALUE 0.
           05  WS-REQUESTS-PENDING         PIC 9(7) VALUE 0.
           05  WS-REQUESTS-OVERDUE         PIC 9(7) VALUE 0.
           05  WS-OVERDUE-WRITE-OFFS       PIC 9(7) VALUE 0.
           05  WS-OVERDUE-COUNTERS         PIC 9(7) VALUE 0.
           05  WS-OLDEST-PENDING-DATE      PIC 9(8) VALUE 0.

       01  WS-HEADING-LINE-1.
           05  FILLER                      PIC X(40) VALUE
               "BUG REQUESTS AWAITING APPROVAL - OVERDUE".
           05  FILLER                      PIC X(10) VALUE
               " RUN DATE ".
           05  HDG-RUN-DATE                PIC 9(8).
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  FILLER                      PIC X(5) VALUE "PAGE ".
           05  HDG-PAGE-NUM                PIC ZZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.

       01  WS-HEADING-LINE-2.
           05  FILLER                      PIC X(40) VALUE
               "RAISED    TIME    TERM  REQUEST    MAKER".
           05  FILLER                      PIC X(40) VALUE
               "     AGE  DETAIL".

       01  WS-DETAIL-LINE.
           05  DET-REQUEST-DATE            PIC 9(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  DET-REQUEST-TIME            PIC 9(6).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  DET-TERMINAL                PIC X(4).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  DET-REQUEST-TYPE            PIC X(9).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  DET-MAKER                   PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  DET-AGE                     PIC ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  DET-DETAIL                  PIC X(30).

       01  WS-WRITE-OFF-DETAIL.
           05  FILLER                      PIC X(6) VALUE "TRANS ".
           05  WOD-TRANS-ID                PIC X(6).
           05  FILLER                      PIC X(6) VALUE " ACCT ".
           05  WOD-ACCOUNT                 PIC X(8).
           05  FILLER                      PIC X(4) VALUE SPACES.

       01  WS-COUNTER-DETAIL.
           05  FILLER                      PIC X(4) VALUE "CTR ".
           05  CTD-COUNTER-KEY             PIC X(5).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  CTD-OLD-COUNT               PIC 9(5).
           05  FILLER                      PIC X(4) VALUE " TO ".
           05  CTD-NEW-COUNT               PIC 9(5).
           05  FILLER                      PIC X(6) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  SUM-LABEL                   PIC X(40).
           05  SUM-COUNT                   PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(31) VALUE SPACES.

       01  WS-OLDEST-LINE.
           05  FILLER                      PIC X(40) VALUE
               "OLDEST REQUEST STILL PENDING RAISED ON".
           05  OLD-PENDING-DATE            PIC 9(8).
           05  FILLER                      PIC X(32) VALUE SPACES.

       01  WS-RESULT-LINE.
           05  RES-TEXT                    PIC X(80).

       01  WS-BLANK-LINE                   PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0850-LOG-STEP-START
           PERFORM 1000-INITIALIZE
           PERFORM 1100-SET-APPROVAL-AGE
           PERFORM UNTIL EOF-APPROVAL
               READ APPROVAL-FILE INTO APPROVAL-REQUEST-RECORD
                   AT END
                       SET EOF-APPROVAL TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REQUESTS-READ
                       IF APPR-PENDING
                           PERFORM 2000-CHECK-PENDING-REQUEST
                       END-IF
               END-READ
           END-PERFORM
           IF OVERDUE-REPORT-OPEN
               PERFORM 3000-PRINT-SUMMARY
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

       1000-INITIALIZE.
           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-STEP-BUSINESS-DATE)
           OPEN INPUT APPROVAL-FILE
           IF WS-APPROVAL-STATUS NOT = "00"
               DISPLAY "BUGAPX: APPRFILE NOT AVAILABLE - STATUS "
                   WS-APPROVAL-STATUS " - NOTHING TO REPORT"
               SET EOF-APPROVAL TO TRUE
               MOVE 4 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-SET-RETURN-CODE
           END-IF
           OPEN OUTPUT OVERDUE-REPORT
           IF WS-APXRPT-STATUS = "00"
               SET OVERDUE-REPORT-OPEN TO TRUE
           ELSE
               DISPLAY "BUGAPX: ERROR OPENING APXRFILE - STATUS "
                   WS-APXRPT-STATUS
               MOVE 12 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-SET-RETURN-CODE
           END-IF.

       1100-SET-APPROVAL-AGE.
           OPEN INPUT PARAMETER-FILE
           IF WS-PARAMETER-STATUS NOT = "00"
               SET EOF-PARAMETER TO TRUE
               DISPLAY "BUGAPX: PARMFILE NOT AVAILABLE - STATUS "
                   WS-PARAMETER-STATUS " - DEFAULT AGE USED"
           END-IF
           PERFORM UNTIL EOF-PARAMETER
               READ PARAMETER-FILE INTO RUN-PARAMETER-RECORD
                   AT END
                       SET EOF-PARAMETER TO TRUE
                   NOT AT END
                       IF PARM-NAME = WS-APPROVAL-AGE-NAME
                           MOVE PARM-VALUE TO WS-APPROVAL-AGE-DAYS
                           DISPLAY "BUGAPX: " PARM-NAME " SET "
                               PARM-SET-DATE " BY " PARM-SET-BY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PARAMETER-STATUS = "10" OR WS-PARAMETER-STATUS = "00"
               CLOSE PARAMETER-FILE
           END-IF
           DISPLAY "BUGAPX: APPROVAL AGE IN FORCE - "
               WS-APPROVAL-AGE-DAYS " DAYS".

      *    AGE IS WHOLE CALENDAR DAYS FROM THE DAY THE REQUEST WAS
      *    RAISED.  APPRFILE IS KEYED BY THAT DATE, SO THE FIRST
      *    PENDING REQUEST READ IS THE OLDEST.
       2000-CHECK-PENDING-REQUEST.
           ADD 1 TO WS-REQUESTS-PENDING
           IF WS-OLDEST-PENDING-DATE = 0
               MOVE APPR-REQUEST-DATE TO WS-OLDEST-PENDING-DATE
           END-IF
           IF APPR-REQUEST-DATE IS NUMERIC AND
              APPR-REQUEST-DATE > 0
               COMPUTE WS-REQUEST-AGE = WS-RUN-INTEGER
                   - FUNCTION INTEGER-OF-DATE(APPR-REQUEST-DATE)
           ELSE
               MOVE 999 TO WS-REQUEST-AGE
           END-IF
           IF WS-REQUEST-AGE >= WS-APPROVAL-AGE-DAYS
               ADD 1 TO WS-REQUESTS-OVERDUE
               IF APPR-WRITE-OFF
                   ADD 1 TO WS-OVERDUE-WRITE-OFFS
               ELSE
                   ADD 1 TO WS-OVERDUE-COUNTERS
               END-IF
               IF OVERDUE-REPORT-OPEN
                   PERFORM 2100-LIST-OVERDUE-REQUEST
               END-IF
           END-IF.

       2100-LIST-OVERDUE-REQUEST.
           PERFORM 2500-CHECK-PAGE-OVERFLOW
           MOVE APPR-REQUEST-DATE TO DET-REQUEST-DATE
           MOVE APPR-REQUEST-TIME TO DET-REQUEST-TIME
           MOVE APPR-REQUEST-TERM TO DET-TERMINAL
           MOVE APPR-MAKER TO DET-MAKER
           IF WS-REQUEST-AGE > 999
               MOVE 999 TO DET-AGE
           ELSE
               MOVE WS-REQUEST-AGE TO DET-AGE
           END-IF
           IF APPR-WRITE-OFF
               MOVE "WRITE-OFF" TO DET-REQUEST-TYPE
               MOVE APPR-TRANS-ID TO WOD-TRANS-ID
               MOVE APPR-TRANS-ACCOUNT TO WOD-ACCOUNT
               MOVE WS-WRITE-OFF-DETAIL TO DET-DETAIL
           ELSE
               MOVE "COUNTER" TO DET-REQUEST-TYPE
               MOVE APPR-COUNTER-KEY TO CTD-COUNTER-KEY
               MOVE APPR-OLD-RUN-COUNT TO CTD-OLD-COUNT
               MOVE APPR-NEW-RUN-COUNT TO CTD-NEW-COUNT
               MOVE WS-COUNTER-DETAIL TO DET-DETAIL
           END-IF
           WRITE FD-APXRPT-RECORD FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

       2500-CHECK-PAGE-OVERFLOW.
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
               PERFORM 2600-PRINT-PAGE-HEADINGS
           END-IF.

       2600-PRINT-PAGE-HEADINGS.
           ADD 1 TO WS-PAGE-NUM
           MOVE WS-STEP-BUSINESS-DATE TO HDG-RUN-DATE
           MOVE WS-PAGE-NUM TO HDG-PAGE-NUM
           WRITE FD-APXRPT-RECORD FROM WS-HEADING-LINE-1
           WRITE FD-APXRPT-RECORD FROM WS-HEADING-LINE-2
           WRITE FD-APXRPT-RECORD FROM WS-BLANK-LINE
           MOVE 3 TO WS-LINE-COUNT.

       3000-PRINT-SUMMARY.
           IF WS-PAGE-NUM = 0
               PERFORM 2600-PRINT-PAGE-HEADINGS
           END-IF
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE - 9
               PERFORM 2600-PRINT-PAGE-HEADINGS
           END-IF
           WRITE FD-APXRPT-RECORD FROM WS-BLANK-LINE
           MOVE "REQUESTS PENDING" TO SUM-LABEL
           MOVE WS-REQUESTS-PENDING TO SUM-COUNT
           WRITE FD-APXRPT-RECORD FROM WS-SUMMARY-LINE
           MOVE "PENDING PAST APPROVAL AGE" TO SUM-LABEL
           MOVE WS-REQUESTS-OVERDUE TO SUM-COUNT
           WRITE FD-APXRPT-RECORD FROM WS-SUMMARY-LINE
           MOVE "  SUSPENSE WRITE-OFFS" TO SUM-LABEL
           MOVE WS-OVERDUE-WRITE-OFFS TO SUM-COUNT
           WRITE FD-APXRPT-RECORD FROM WS-SUMMARY-LINE
           MOVE "  RUN-COUNTER CHANGES" TO SUM-LABEL
           MOVE WS-OVERDUE-COUNTERS TO SUM-COUNT
           WRITE FD-APXRPT-RECORD FROM WS-SUMMARY-LINE
           IF WS-REQUESTS-PENDING > 0
               MOVE WS-OLDEST-PENDING-DATE TO OLD-PENDING-DATE
               WRITE FD-APXRPT-RECORD FROM WS-OLDEST-LINE
           END-IF
           WRITE FD-APXRPT-RECORD FROM WS-BLANK-LINE
           IF WS-REQUESTS-OVERDUE = 0
               MOVE "*** NO REQUEST OVERDUE FOR APPROVAL ***"
                   TO RES-TEXT
           ELSE
               MOVE "*** REQUESTS OVERDUE - DECIDE THEM ON BUGAPR ***"
                   TO RES-TEXT
               MOVE 4 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-SET-RETURN-CODE
           END-IF
           WRITE FD-APXRPT-RECORD FROM WS-RESULT-LINE.

       4000-TERMINATE.
           IF WS-APPROVAL-STATUS = "10" OR WS-APPROVAL-STATUS = "00"
               CLOSE APPROVAL-FILE
           END-IF
           IF OVERDUE-REPORT-OPEN
               CLOSE OVERDUE-REPORT
           END-IF
           DISPLAY "BUGAPX: " WS-REQUESTS-READ " REQUESTS READ, "
               WS-REQUESTS-PENDING " PENDING, "
               WS-REQUESTS-OVERDUE " PAST APPROVAL AGE".

       8800-LOG-STEP-END.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE SPACES TO STEP-LOG-RECORD
           MOVE "E" TO STEP-EVENT
           MOVE WS-CURRENT-DATE-TIME(1:8) TO STEP-END-DATE
           MOVE WS-CURRENT-DATE-TIME(9:6) TO STEP-END-TIME
           MOVE WS-HIGHEST-RETURN-CODE TO STEP-CONDITION-CODE
           PERFORM 8900-WRITE-STEP-LOG.

       8900-WRITE-STEP-LOG.
           MOVE "BUGAPX" TO STEP-PROGRAM
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
               DISPLAY "BUGAPX: ERROR OPENING STEPLOG - STATUS "
                   WS-STEP-LOG-STATUS " - STEP NOT LOGGED"
               MOVE 4 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-SET-RETURN-CODE
           END-IF.

       9000-SET-RETURN-CODE.
           IF WS-CANDIDATE-RETURN-CODE > WS-HIGHEST-RETURN-CODE
               MOVE WS-CANDIDATE-RETURN-CODE
                   TO WS-HIGHEST-RETURN-CODE
           END-IF.
