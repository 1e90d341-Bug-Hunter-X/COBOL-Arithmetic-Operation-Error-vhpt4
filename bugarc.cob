               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCRPT-STATUS.

           SELECT STEP-LOG-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEP-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  FD-ARCRPT-RECORD                PIC X(80).

       FD  STEP-LOG-FILE
           RECORDING MODE IS F.
       01  FD-STEP-LOG-RECORD              PIC X(50).

       WORKING-STORAGE SECTION.
           COPY WSAUDIT.
           COPY WSSTEP.

       01  WS-FILE-STATUSES.
           05  WS-AUDIT-STATUS             PIC X(2) VALUE SPACES.
           05  WS-HISTORY-STATUS           PIC X(2) VALUE SPACES.
           05  WS-WORK-STATUS              PIC X(2) VALUE SPACES.
           05  WS-ARCRPT-STATUS            PIC X(2) VALUE SPACES.
           05  WS-STEP-LOG-STATUS          PIC X(2) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-AUDIT-SW             PIC X VALUE "N".
       01  WS-COMMAND-LINE-PARM            PIC X(80) VALUE SPACES.
       01  WS-CURRENT-DATE-TIME            PIC X(21) VALUE SPACES.

      *    JOB-STREAM STEP LOGGING (STEPLOG, WSSTEP LAYOUT).
       01  WS-STEP-CONTROL.
           05  WS-STEP-BUSINESS-DATE       PIC 9(8) VALUE 0.
           05  WS-STEP-START-TIME          PIC 9(6) VALUE 0.

       01  WS-ARCRPT-HEADING-1.
           05  FILLER                      PIC X(29) VALUE
               "BUG AUDIT-TRAIL ARCHIVE - RUN".

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0850-LOG-STEP-START
           PERFORM 0900-GET-RETENTION-PARM
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SPLIT-AUDIT-FILE
           PERFORM 3000-REWRITE-AUDIT-FILE
           PERFORM 4000-TERMINATE
           PERFORM 8800-LOG-STEP-END
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

      *    RETENTION PERIOD IN DAYS ARRIVES AS A 5-DIGIT ZERO-FILLED
      *    RUN PARAMETER (E.G. 00090).  ANYTHING ELSE FALLS BACK TO
      *    THE 365-DAY DEFAULT WITH A CONSOLE NOTE.
           DISPLAY "BUGARC: READ " WS-RECORDS-READ
               " ARCHIVED " WS-RECORDS-ARCHIVED
               " RETAINED " WS-RECORDS-RETAINED.

       8800-LOG-STEP-END.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE SPACES TO STEP-LOG-RECORD
           MOVE "E" TO STEP-EVENT
           MOVE WS-CURRENT-DATE-TIME(1:8) TO STEP-END-DATE
           MOVE WS-CURRENT-DATE-TIME(9:6) TO STEP-END-TIME
           MOVE RETURN-CODE TO STEP-CONDITION-CODE
           PERFORM 8900-WRITE-STEP-LOG.

       8900-WRITE-STEP-LOG.
           MOVE "BUGARC" TO STEP-PROGRAM
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
               DISPLAY "BUGARC: ERROR OPENING STEPLOG - STATUS "
                   WS-STEP-LOG-STATUS " - STEP NOT LOGGED"
           END-IF.
