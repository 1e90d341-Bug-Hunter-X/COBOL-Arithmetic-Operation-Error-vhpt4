      *  THE OPENING BALANCE COVERS ACTIVITY SINCE HISTORY CAPTURE     *
      *  BEGAN - POSTINGS FROM BEFORE HISTFILE EXISTED ARE NOT IN IT.  *
      *  THIS IS THE PAGE AUDITORS AND DISPUTE HANDLERS ASK FOR.       *
      *  ONCE A YEAR-END CLOSE HAS RUN (YECFILE, WSYEC LAYOUT) THE     *
      *  FROM DATE DEFAULTS TO THE START OF THE OPEN YEAR AND THE      *
      *  OPENING BALANCE STARTS FROM THE ACCOUNT'S CARRIED-FORWARD     *
      *  RECORD AT THE HEAD OF HISTFILE.  A RANGE REACHING BACK INTO   *
      *  THE CLOSED YEAR ALSO READS THE LATEST YEARLY ARCHIVE          *
      *  (HISTYARC) AHEAD OF HISTFILE.                                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGSTM.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "HISTYARC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT YEAR-END-CONTROL ASSIGN TO "YECFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-YEAR-CTL-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO "STMTFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.

           SELECT STEP-LOG-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEP-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE
           RECORDING MODE IS F.
       01  FD-HISTORY-RECORD               PIC X(70).

       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  FD-ARCHIVE-RECORD               PIC X(70).

       FD  YEAR-END-CONTROL
           RECORDING MODE IS F.
       01  FD-YEAR-CTL-RECORD              PIC X(34).

       FD  STATEMENT-FILE
           RECORDING MODE IS F.
       01  FD-STMT-RECORD                  PIC X(80).

       FD  STEP-LOG-FILE
           RECORDING MODE IS F.
       01  FD-STEP-LOG-RECORD              PIC X(50).

       WORKING-STORAGE SECTION.
           COPY WSHIST.
           COPY WSYEC.
           COPY WSSTEP.

       01  WS-FILE-STATUSES.
           05  WS-HISTORY-STATUS           PIC X(2) VALUE SPACES.
           05  WS-ARCHIVE-STATUS           PIC X(2) VALUE SPACES.
           05  WS-YEAR-CTL-STATUS          PIC X(2) VALUE SPACES.
           05  WS-STMT-STATUS              PIC X(2) VALUE SPACES.
           05  WS-STEP-LOG-STATUS          PIC X(2) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-HISTORY-SW           PIC X VALUE "N".
               88  STATEMENT-FILE-OPEN     VALUE "Y".
           05  WS-PARM-ERROR-SW            PIC X VALUE "N".
               88  PARM-ERROR              VALUE "Y".
           05  WS-FROM-DATE-GIVEN-SW       PIC X VALUE "N".
               88  FROM-DATE-GIVEN         VALUE "Y".
           05  WS-HISTORY-OPEN-SW          PIC X VALUE "N".
               88  HISTORY-FILE-OPEN       VALUE "Y".
           05  WS-ARCHIVE-WANTED-SW        PIC X VALUE "N".
               88  ARCHIVE-WANTED          VALUE "Y".
           05  WS-ARCHIVE-OPEN-SW          PIC X VALUE "N".
               88  ARCHIVE-OPEN            VALUE "Y".
           05  WS-READING-ARCHIVE-SW       PIC X VALUE "N".
               88  READING-ARCHIVE         VALUE "Y".
           05  WS-HISTORY-SHORT-SW         PIC X VALUE "N".
               88  HISTORY-SHORT           VALUE "Y".

      *    GRADED CONDITION CODE SURFACED TO THE SCHEDULER:
      *      0 = CLEAN RUN
      *      4 = WARNING (MISSING HISTORY FILE OR ARCHIVE, NO
      *          ACTIVITY IN THE REQUESTED RANGE, RANGE STARTING
      *          BEFORE THE HISTORY ON HAND)
      *      8 = MISSING OR INVALID RUN PARAMETERS
      *     12 = UNRECOVERABLE FILE ERROR (STMTFILE)
      *    THE HIGHEST CONDITION RAISED DURING THE RUN WINS.
           05  WS-LINES-PER-PAGE           PIC 9(3) VALUE 55.

       01  WS-COMMAND-LINE-PARM            PIC X(80) VALUE SPACES.
       01  WS-CURRENT-DATE-TIME            PIC X(21) VALUE SPACES.

      *    JOB-STREAM STEP LOGGING (STEPLOG, WSSTEP LAYOUT).
       01  WS-STEP-CONTROL.
           05  WS-STEP-BUSINESS-DATE       PIC 9(8) VALUE 0.
           05  WS-STEP-START-TIME          PIC 9(6) VALUE 0.

       01  WS-HEADING-LINE-1.
           05  FILLER                      PIC X(22) VALUE

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0850-LOG-STEP-START
           PERFORM 0900-GET-REQUEST-PARMS
           IF PARM-ERROR
               MOVE 8 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-SET-RETURN-CODE
               PERFORM 8800-LOG-STEP-END
               MOVE WS-HIGHEST-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
               PERFORM 2050-PRINT-OPENING-BALANCE
           END-IF
           PERFORM UNTIL EOF-HISTORY
               PERFORM 2100-READ-NEXT-HISTORY
               IF NOT EOF-HISTORY AND
                  HIST-ACCOUNT = WS-STMT-ACCOUNT AND
                  NOT HIST-BALANCE-FORWARD AND
                  HIST-TRANS-DATE NOT < WS-FROM-DATE AND
                  HIST-TRANS-DATE NOT > WS-TO-DATE
                   PERFORM 2300-PRINT-HISTORY-ITEM
               END-IF
           END-PERFORM
           IF STATEMENT-FILE-OPEN
               PERFORM 3000-PRINT-CLOSING-BALANCE
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

      *    ACCOUNT NUMBER IS REQUIRED; THE DATE RANGE DEFAULTS TO THE
      *    FULL SPAN OF THE HISTORY FILE WHEN EITHER END IS OMITTED
      *    (SEE 1100 FOR THE FROM DATE AFTER A YEAR-END CLOSE).
       0900-GET-REQUEST-PARMS.
           MOVE SPACES TO WS-COMMAND-LINE-PARM
           DISPLAY 1 UPON ARGUMENT-NUMBER
           IF WS-COMMAND-LINE-PARM NOT = SPACES
               IF WS-COMMAND-LINE-PARM(1:8) IS NUMERIC
                   MOVE WS-COMMAND-LINE-PARM(1:8) TO WS-FROM-DATE
                   SET FROM-DATE-GIVEN TO TRUE
               ELSE
                   DISPLAY "BUGSTM: INVALID FROM-DATE PARAMETER"
                   SET PARM-ERROR TO TRUE
           END-IF.

       1000-INITIALIZE.
           PERFORM 1100-CHECK-YEAR-END-CONTROL
           IF ARCHIVE-WANTED
               OPEN INPUT ARCHIVE-FILE
               IF WS-ARCHIVE-STATUS = "00"
                   SET ARCHIVE-OPEN TO TRUE
                   SET READING-ARCHIVE TO TRUE
               ELSE
                   DISPLAY "BUGSTM: HISTORY ARCHIVE NOT FOUND - STATUS "
                       WS-ARCHIVE-STATUS " - CLOSED-YEAR POSTINGS "
                       "NOT SHOWN"
                   MOVE 4 TO WS-CANDIDATE-RETURN-CODE
                   PERFORM 9000-SET-RETURN-CODE
               END-IF
           END-IF
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
               SET HISTORY-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "BUGSTM: HISTORY FILE NOT FOUND - STATUS "
                   WS-HISTORY-STATUS " - EMPTY STATEMENT"
               IF NOT ARCHIVE-OPEN
                   SET EOF-HISTORY TO TRUE
               END-IF
               MOVE 4 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-SET-RETURN-CODE
           END-IF
               PERFORM 9000-SET-RETURN-CODE
           END-IF.

      *    AFTER A YEAR-END CLOSE THE FROM DATE DEFAULTS TO THE
      *    FIRST DAY OF THE OPEN YEAR.  ONLY A RANGE STARTING ON OR
      *    BEFORE THE LAST YEAR END NEEDS THE ARCHIVED YEAR - ANY
      *    LATER RANGE OPENS FROM THE CARRIED-FORWARD BALANCE ON
      *    HISTFILE.
       1100-CHECK-YEAR-END-CONTROL.
           OPEN INPUT YEAR-END-CONTROL
           IF WS-YEAR-CTL-STATUS = "00"
               READ YEAR-END-CONTROL INTO YEAR-END-CONTROL-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF NOT FROM-DATE-GIVEN
                           COMPUTE WS-FROM-DATE =
                               (YEC-LAST-YEAR + 1) * 10000 + 101
                       END-IF
                       IF WS-FROM-DATE NOT > YEC-YEAR-END-DATE
                           SET ARCHIVE-WANTED TO TRUE
                       END-IF
               END-READ
               CLOSE YEAR-END-CONTROL
           END-IF.

      *    HISTORY ARRIVES IN POSTING ORDER, NOT TRANSACTION-DATE
      *    ORDER - A BACK-DATED ITEM CAN POST AFTER IN-RANGE ONES.
      *    THE OPENING BALANCE IS THEREFORE SETTLED IN A FULL FIRST
      *    PASS OF ITS OWN BEFORE ANY DETAIL LINE IS PRINTED.
       2000-COMPUTE-OPENING-BALANCE.
           PERFORM UNTIL EOF-HISTORY
               PERFORM 2100-READ-NEXT-HISTORY
               IF NOT EOF-HISTORY AND
                  HIST-ACCOUNT = WS-STMT-ACCOUNT AND
                  (HIST-BALANCE-FORWARD OR
                   HIST-TRANS-DATE < WS-FROM-DATE)
                   PERFORM 2200-APPLY-TO-OPENING-BALANCE
               END-IF
           END-PERFORM
           PERFORM 2150-REWIND-HISTORY.

      *    THE ARCHIVED YEAR, WHEN IT IS WANTED, IS READ THROUGH
      *    AHEAD OF HISTFILE AS IF THE TWO WERE ONE FILE.
       2100-READ-NEXT-HISTORY.
           IF READING-ARCHIVE
               READ ARCHIVE-FILE INTO HISTORY-RECORD
                   AT END
                       MOVE "N" TO WS-READING-ARCHIVE-SW
               END-READ
           END-IF
           IF NOT READING-ARCHIVE
               IF HISTORY-FILE-OPEN
                   READ HISTORY-FILE INTO HISTORY-RECORD
                       AT END
                           SET EOF-HISTORY TO TRUE
                   END-READ
               ELSE
                   SET EOF-HISTORY TO TRUE
               END-IF
           END-IF.

       2150-REWIND-HISTORY.
           IF HISTORY-FILE-OPEN
               CLOSE HISTORY-FILE
               OPEN INPUT HISTORY-FILE
               IF WS-HISTORY-STATUS NOT = "00"
                   MOVE "N" TO WS-HISTORY-OPEN-SW
               END-IF
           END-IF
           IF ARCHIVE-OPEN
               CLOSE ARCHIVE-FILE
               OPEN INPUT ARCHIVE-FILE
               IF WS-ARCHIVE-STATUS = "00"
                   SET READING-ARCHIVE TO TRUE
               ELSE
                   MOVE "N" TO WS-ARCHIVE-OPEN-SW
               END-IF
           END-IF
      *    THE DETAIL PASS ONLY RUNS WHEN THERE IS A STATEMENT FILE
      *    TO PRINT ON - AN UNOPENED STMTFILE MUST NOT BE WRITTEN.
           IF (HISTORY-FILE-OPEN OR ARCHIVE-OPEN) AND
              STATEMENT-FILE-OPEN
               MOVE "N" TO WS-EOF-HISTORY-SW
           END-IF.

       2050-PRINT-OPENING-BALANCE.
      *    DESCRIPTION BYTES 7-8, STAMPED THERE BY BUGEDIT WHEN THE
      *    REVERSAL WAS PROVED AGAINST HISTORY.
       2200-APPLY-TO-OPENING-BALANCE.
           IF HIST-BALANCE-FORWARD
               PERFORM 2210-APPLY-BALANCE-FORWARD
           ELSE
               IF HIST-TYPE-CODE = "DR" OR
                  (HIST-TYPE-CODE = "RV" AND
                   HIST-DESCRIPTION(7:2) = "CR")
                   ADD HIST-AMOUNT TO WS-OPENING-BALANCE
                   ADD HIST-AMOUNT TO WS-RUNNING-BALANCE
               ELSE
                   SUBTRACT HIST-AMOUNT FROM WS-OPENING-BALANCE
                   SUBTRACT HIST-AMOUNT FROM WS-RUNNING-BALANCE
               END-IF
           END-IF.

      *    A CARRIED-FORWARD BALANCE DATED BEFORE THE FROM DATE
      *    REPLACES EVERYTHING READ AHEAD OF IT - IT COMES FIRST IN
      *    ITS FILE, SO ONLY POSTINGS MADE AFTER THAT YEAR END ADD TO
      *    IT.  ONE DATED INSIDE THE RANGE IS PASSED OVER WHEN THE
      *    ARCHIVED YEAR'S POSTINGS ARE BEING READ IN ITS PLACE; WHEN
      *    THEY CANNOT BE (THE RANGE STARTS BEFORE THE ARCHIVE, OR
      *    THE ARCHIVE IS MISSING) IT IS THE BEST OPENING ON HAND
      *    AND THE STATEMENT IS FLAGGED.
       2210-APPLY-BALANCE-FORWARD.
           IF HIST-TRANS-DATE < WS-FROM-DATE OR
              READING-ARCHIVE OR NOT ARCHIVE-OPEN
               MOVE HIST-BFWD-BALANCE TO WS-OPENING-BALANCE
               MOVE HIST-BFWD-BALANCE TO WS-RUNNING-BALANCE
               IF HIST-TRANS-DATE NOT < WS-FROM-DATE
                   SET HISTORY-SHORT TO TRUE
               END-IF
           END-IF.

       2300-PRINT-HISTORY-ITEM.
                   " IN RANGE " WS-FROM-DATE " - " WS-TO-DATE
               MOVE 4 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-SET-RETURN-CODE
           END-IF
           IF HISTORY-SHORT
               DISPLAY "BUGSTM: RANGE STARTS BEFORE THE HISTORY ON "
                   "HAND - OPENING IS THE CARRIED-FORWARD BALANCE"
               MOVE 4 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-SET-RETURN-CODE
           END-IF.

       4000-TERMINATE.
           IF HISTORY-FILE-OPEN
               CLOSE HISTORY-FILE
           END-IF
           IF ARCHIVE-OPEN
               CLOSE ARCHIVE-FILE
           END-IF
           IF STATEMENT-FILE-OPEN
               CLOSE STATEMENT-FILE
           END-IF
               WS-PERIOD-ITEM-COUNT " CLOSING BALANCE "
               WS-RUNNING-BALANCE.

       8800-LOG-STEP-END.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE SPACES TO STEP-LOG-RECORD
           MOVE "E" TO STEP-EVENT
           MOVE WS-CURRENT-DATE-TIME(1:8) TO STEP-END-DATE
           MOVE WS-CURRENT-DATE-TIME(9:6) TO STEP-END-TIME
           MOVE WS-HIGHEST-RETURN-CODE TO STEP-CONDITION-CODE
           PERFORM 8900-WRITE-STEP-LOG.

       8900-WRITE-STEP-LOG.
           MOVE "BUGSTM" TO STEP-PROGRAM
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
               DISPLAY "BUGSTM: ERROR OPENING STEPLOG - STATUS "
                   WS-STEP-LOG-STATUS " - STEP NOT LOGGED"
               MOVE 4 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-SET-RETURN-CODE
           END-IF.

       9000-SET-RETURN-CODE.
           IF WS-CANDIDATE-RETURN-CODE > WS-HIGHEST-RETURN-CODE
               MOVE WS-CANDIDATE-RETURN-CODE
