               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EOMRPT-STATUS.

           SELECT STEP-LOG-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEP-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
           RECORDING MODE IS F.
       01  FD-EOMRPT-RECORD               PIC X(80).

       FD  STEP-LOG-FILE
           RECORDING MODE IS F.
       01  FD-STEP-LOG-RECORD              PIC X(50).

       WORKING-STORAGE SECTION.
           COPY WSLEDG.
           COPY WSMEND.
           COPY WSEOMC.
           COPY WSSTEP.

       01  WS-FILE-STATUSES.
           05  WS-LEDGER-STATUS            PIC X(2) VALUE SPACES.
           05  WS-MONTH-END-STATUS         PIC X(2) VALUE SPACES.
           05  WS-CLOSE-CTL-STATUS         PIC X(2) VALUE SPACES.
           05  WS-EOMRPT-STATUS            PIC X(2) VALUE SPACES.
           05  WS-STEP-LOG-STATUS          PIC X(2) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-LEDGER-SW            PIC X VALUE "N".
       01  WS-COMMAND-LINE-PARM            PIC X(80) VALUE SPACES.
       01  WS-CURRENT-DATE-TIME            PIC X(21) VALUE SPACES.

      *    JOB-STREAM STEP LOGGING (STEPLOG, WSSTEP LAYOUT).
       01  WS-STEP-CONTROL.
           05  WS-STEP-BUSINESS-DATE       PIC 9(8) VALUE 0.
           05  WS-STEP-START-TIME          PIC 9(6) VALUE 0.

       01  WS-EOMRPT-HEADING-1.
           05  FILLER                      PIC X(35) VALUE
               "BUG MONTH-END LEDGER CLOSE - PERIOD".

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0850-LOG-STEP-START
           PERFORM 0900-GET-CLOSE-PARMS
           PERFORM 1000-INITIALIZE
           PERFORM 1100-CHECK-CLOSE-CONTROL
           IF CLOSE-REFUSED
               MOVE 8 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-SET-RETURN-CODE
               PERFORM 8800-LOG-STEP-END
               MOVE WS-HIGHEST-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
               PERFORM 3000-UPDATE-CLOSE-CONTROL
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

      *    PERIOD ARRIVES AS CCYYMM IN RUN PARAMETER 1 AND DEFAULTS
      *    TO THE CURRENT MONTH; THE FORCE OVERRIDE IN PARAMETER 2
      *    RE-OPENS AN ALREADY-CLOSED PERIOD FOR AN OPERATOR-DIRECTED
               WS-ACCOUNT-COUNT " ACCOUNTS CLOSED - PERIOD NET "
               WS-PERIOD-NET-TOTAL.

       8800-LOG-STEP-END.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE SPACES TO STEP-LOG-RECORD
           MOVE "E" TO STEP-EVENT
           MOVE WS-CURRENT-DATE-TIME(1:8) TO STEP-END-DATE
           MOVE WS-CURRENT-DATE-TIME(9:6) TO STEP-END-TIME
           MOVE WS-HIGHEST-RETURN-CODE TO STEP-CONDITION-CODE
           PERFORM 8900-WRITE-STEP-LOG.

       8900-WRITE-STEP-LOG.
           MOVE "BUGEOM" TO STEP-PROGRAM
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
               DISPLAY "BUGEOM: ERROR OPENING STEPLOG - STATUS "
                   WS-STEP-LOG-STATUS " - STEP NOT LOGGED"
               MOVE 4 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-SET-RETURN-CODE
           END-IF.

       9000-SET-RETURN-CODE.
           IF WS-CANDIDATE-RETURN-CODE > WS-HIGHEST-RETURN-CODE
               MOVE WS-CANDIDATE-RETURN-CODE
