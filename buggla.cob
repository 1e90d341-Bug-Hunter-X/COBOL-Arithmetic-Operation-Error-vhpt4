               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACKRPT-STATUS.

           SELECT STEP-LOG-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEP-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-LOG
           RECORDING MODE IS F.
       01  FD-ACKRPT-RECORD               PIC X(80).

       FD  STEP-LOG-FILE
           RECORDING MODE IS F.
       01  FD-STEP-LOG-RECORD              PIC X(50).

       WORKING-STORAGE SECTION.
           COPY WSGLOG.
           COPY WSSTEP.

       01  WS-FILE-STATUSES.
           05  WS-EXTRACT-LOG-STATUS       PIC X(2) VALUE SPACES.
           05  WS-ACK-STATUS               PIC X(2) VALUE SPACES.
           05  WS-LOG-WORK-STATUS          PIC X(2) VALUE SPACES.
           05  WS-ACKRPT-STATUS            PIC X(2) VALUE SPACES.
           05  WS-STEP-LOG-STATUS          PIC X(2) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-LOG-SW               PIC X VALUE "N".
       01  WS-COMMAND-LINE-PARM            PIC X(80) VALUE SPACES.
       01  WS-CURRENT-DATE-TIME            PIC X(21) VALUE SPACES.

      *    JOB-STREAM STEP LOGGING (STEPLOG, WSSTEP LAYOUT).
       01  WS-STEP-CONTROL.
           05  WS-STEP-BUSINESS-DATE       PIC 9(8) VALUE 0.
           05  WS-STEP-START-TIME          PIC 9(6) VALUE 0.

       01  WS-ACKRPT-HEADING-1.
           05  FILLER                      PIC X(37) VALUE
               "BUG GL ACKNOWLEDGMENT CHASE - RUN".

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0850-LOG-STEP-START
           PERFORM 0900-GET-GRACE-PARM
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-GENERATION-LOG
           PERFORM 3000-MATCH-ACKNOWLEDGMENTS
           PERFORM 4000-REPORT-AND-RETIRE
           PERFORM 5000-TERMINATE
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

      *    GRACE PERIOD IN DAYS ARRIVES AS A 5-DIGIT ZERO-FILLED RUN
      *    PARAMETER (E.G. 00002).  LAST NIGHT'S GENERATION IS NOT
      *    CHASED UNTIL IT HAS BEEN OUT LONGER THAN THE GRACE PERIOD,
               " CHASED " WS-GENS-CHASED
               " ACKS READ " WS-ACKS-READ.

       8800-LOG-STEP-END.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE SPACES TO STEP-LOG-RECORD
           MOVE "E" TO STEP-EVENT
           MOVE WS-CURRENT-DATE-TIME(1:8) TO STEP-END-DATE
           MOVE WS-CURRENT-DATE-TIME(9:6) TO STEP-END-TIME
           MOVE WS-HIGHEST-RETURN-CODE TO STEP-CONDITION-CODE
           PERFORM 8900-WRITE-STEP-LOG.

       8900-WRITE-STEP-LOG.
           MOVE "BUGGLA" TO STEP-PROGRAM
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
               DISPLAY "BUGGLA: ERROR OPENING STEPLOG - STATUS "
                   WS-STEP-LOG-STATUS " - STEP NOT LOGGED"
               MOVE 4 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-SET-RETURN-CODE
           END-IF.

       9000-SET-RETURN-CODE.
           IF WS-CANDIDATE-RETURN-CODE > WS-HIGHEST-RETURN-CODE
               MOVE WS-CANDIDATE-RETURN-CODE
