      *  TWO FIGURES DISAGREE.  ANY FIGURE OUT OF BALANCE, OR ANY      *
      *  SOURCE CONTROL MISSING, RAISES CONDITION CODE 8 SO THE        *
      *  SCHEDULER HOLDS THE GL TRANSMISSION.  THIS REPLACES THE       *
      *  NIGHTLY HAND TICK-OFF OF FOUR CONSOLE FIGURES.  EACH INBOUND  *
      *  SOURCE BUGEDIT PROVED (SRCCFILE, WSSRCC LAYOUT) GETS ITS OWN  *
      *  TRAILER-VERSUS-READ LINES; A SOURCE REJECTED WHOLE AT THE     *
      *  EDIT RAISES CONDITION CODE 4 SO THE FEED IS CHASED.           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGBAL.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BALRPT-STATUS.

           SELECT SOURCE-CONTROL-FILE ASSIGN TO "SRCCFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SOURCE-CONTROL-STATUS.

           SELECT STEP-LOG-FILE ASSIGN TO "STEPLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEP-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLEAN-FILE
           RECORDING MODE IS F.
       01  FD-CLEAN-RECORD                PIC X(57).

       FD  SOURCE-CONTROL-FILE
           RECORDING MODE IS F.
       01  FD-SOURCE-CONTROL-RECORD       PIC X(100).

       FD  DAY-CONTROL-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  FD-BALRPT-RECORD               PIC X(80).

       FD  STEP-LOG-FILE
           RECORDING MODE IS F.
       01  FD-STEP-LOG-RECORD              PIC X(50).

       WORKING-STORAGE SECTION.
           COPY WSTRANS.
           COPY WSDAYC.
           COPY WSGLX.
           COPY WSSRCC.
           COPY WSSTEP.

       01  WS-FILE-STATUSES.
           05  WS-CLEAN-STATUS             PIC X(2) VALUE SPACES.
           05  WS-DAY-CONTROL-STATUS       PIC X(2) VALUE SPACES.
           05  WS-EXTRACT-STATUS           PIC X(2) VALUE SPACES.
           05  WS-BALRPT-STATUS            PIC X(2) VALUE SPACES.
           05  WS-SOURCE-CONTROL-STATUS    PIC X(2) VALUE SPACES.
           05  WS-STEP-LOG-STATUS          PIC X(2) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-CLEAN-SW             PIC X VALUE "N".
               88  REG-CONTROL-FOUND       VALUE "Y".
           05  WS-GLX-DETAILS-SW           PIC X VALUE "N".
               88  GLX-DETAILS-FOUND       VALUE "Y".
           05  WS-EOF-SRCC-SW              PIC X VALUE "N".
               88  EOF-SRCC                VALUE "Y".
           05  WS-SOURCE-FOUND-SW          PIC X VALUE "N".
               88  SOURCE-FOUND            VALUE "Y".

      *    GRADED CONDITION CODE SURFACED TO THE SCHEDULER:
      *      0 = EVERY FIGURE IN BALANCE
      *      4 = AN INBOUND SOURCE WAS REJECTED WHOLE AT THE EDIT -
      *          WHAT POSTED IS IN BALANCE, BUT THE FEED IS OWED
      *      8 = A FIGURE OUT OF BALANCE OR A SOURCE CONTROL
      *          MISSING - HOLD THE GL TRANSMISSION
      *     12 = UNRECOVERABLE FILE ERROR (BALRFILE)
      *     16 = RUN REFUSED - PRECEDING NIGHTLY STEP NOT COMPLETE
      *    THE HIGHEST CONDITION RAISED DURING THE RUN WINS.
       01  WS-RETURN-CODES.
           05  WS-HIGHEST-RETURN-CODE      PIC 9(2) VALUE 0.
           05  WS-GLX-DR-TOTAL             PIC S9(11)V99 VALUE 0.
           05  WS-GLX-CR-TOTAL             PIC S9(11)V99 VALUE 0.

      *    ONE ENTRY PER INBOUND SOURCE PROVED BY BUGEDIT TODAY,
      *    PLUS ONE FOR THE SYSTEM TRANSACTIONS (SOURCE SYST).  A
      *    RERUN OF BUGEDIT WRITES EVERY SOURCE AGAIN, AND THE LAST
      *    RECORD FOR A SOURCE WINS, AS FOR THE DAY-CONTROL RECORDS.
      *    THE 51-ENTRY SIZE MATCHES BUGEDIT'S OWN SOURCE LIMIT PLUS
      *    THE SYST ENTRY.
       01  WS-SOURCE-FIGURES.
           05  WS-SOURCE-COUNT             PIC 9(4) VALUE 0.
           05  WS-MAX-SOURCES              PIC 9(4) VALUE 51.
           05  WS-SOURCES-REJECTED         PIC 9(4) VALUE 0.
           05  WS-SOURCE-ENTRY OCCURS 51 TIMES
                   INDEXED BY WS-SRC-IDX.
               10  WS-SRC-ID               PIC X(4).
               10  WS-SRC-STATUS           PIC X(1).
                   88  SRC-IN-BALANCE      VALUE "B".
                   88  SRC-OUT-OF-BALANCE  VALUE "O".
                   88  SRC-NO-TRAILER      VALUE "T".
                   88  SRC-DUPLICATE       VALUE "D".
               10  WS-SRC-EXPECTED-COUNT   PIC 9(9).
               10  WS-SRC-EXPECTED-HASH    PIC S9(11)V99.
               10  WS-SRC-READ-COUNT       PIC 9(9).
               10  WS-SRC-READ-HASH        PIC S9(11)V99.

       01  WS-COMPARE-AREA.
           05  WS-FIGURE-A                 PIC S9(11)V99 VALUE 0.
           05  WS-FIGURE-B                 PIC S9(11)V99 VALUE 0.
       01  WS-RUN-DATE                     PIC 9(8) VALUE 0.
       01  WS-CURRENT-DATE-TIME            PIC X(21) VALUE SPACES.

      *    JOB-STREAM STEP LOGGING (STEPLOG, WSSTEP LAYOUT) - THE
      *    STEP THAT MUST HAVE ENDED CLEANLY TODAY BEFORE THIS ONE
      *    MAY RUN.
       01  WS-STEP-CONTROL.
           05  WS-STEP-PREDECESSOR         PIC X(8) VALUE "BUGTRB".
           05  WS-STEP-BUSINESS-DATE       PIC 9(8) VALUE 0.
           05  WS-STEP-START-TIME          PIC 9(6) VALUE 0.
           05  WS-STEP-PRED-EVENT          PIC X(1) VALUE "N".
           05  WS-STEP-PRED-CODE           PIC 9(2) VALUE 0.
           05  WS-EOF-STEP-LOG-SW          PIC X VALUE "N".
               88  EOF-STEP-LOG            VALUE "Y".
           05  WS-STEP-SEQUENCE-SW         PIC X VALUE "N".
               88  STEP-OUT-OF-SEQUENCE    VALUE "Y".

       01  WS-BALRPT-HEADING-1.
           05  FILLER                      PIC X(38) VALUE
               "BUG END-OF-DAY BALANCING PAGE - RUN".
           05  DIF-AMOUNT                  PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(35) VALUE SPACES.

       01  WS-BALRPT-SOURCE-HEADING.
           05  FILLER                      PIC X(80) VALUE
               "INBOUND SOURCES - VALUE A TRAILER, VALUE B READ".

       01  WS-BALRPT-SOURCE-NAME.
           05  FILLER                      PIC X(7) VALUE "SOURCE ".
           05  SRN-SOURCE-ID               PIC X(4).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  SRN-FIGURE                  PIC X(14).

       01  WS-BALRPT-RESULT-LINE.
           05  RES-TEXT                    PIC X(80).


       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0800-CHECK-STEP-SEQUENCE
           IF STEP-OUT-OF-SEQUENCE
               MOVE WS-HIGHEST-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0850-LOG-STEP-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-CLEAN-TRAILER
           PERFORM 3000-READ-DAY-CONTROLS
           PERFORM 4000-READ-GLX-TOTALS
           PERFORM 4500-READ-SOURCE-CONTROLS
           IF BALANCE-REPORT-OPEN
               PERFORM 5000-COMPARE-ALL-FIGURES
           END-IF
           PERFORM 6000-TERMINATE
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
           DISPLAY "BUGBAL: *** RUN REFUSED - " WS-STEP-PREDECESSOR
               " NOT COMPLETE FOR BUSINESS DATE "
               WS-STEP-BUSINESS-DATE " ***"
           EVALUATE WS-STEP-PRED-EVENT
               WHEN "N"
                   DISPLAY "BUGBAL: " WS-STEP-PREDECESSOR
                       " HAS NOT RUN TODAY"
               WHEN "S"
                   DISPLAY "BUGBAL: " WS-STEP-PREDECESSOR
                       " STARTED BUT NEVER ENDED"
               WHEN "R"
                   DISPLAY "BUGBAL: " WS-STEP-PREDECESSOR
                       " WAS ITSELF REFUSED"
               WHEN OTHER
                   DISPLAY "BUGBAL: " WS-STEP-PREDECESSOR
                       " ENDED WITH CONDITION CODE "
                       WS-STEP-PRED-CODE
           END-EVALUATE
           DISPLAY "BUGBAL: RERUN " WS-STEP-PREDECESSOR
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
                   CONTINUE
           END-EVALUATE.

       4500-READ-SOURCE-CONTROLS.
           OPEN INPUT SOURCE-CONTROL-FILE
           IF WS-SOURCE-CONTROL-STATUS NOT = "00"
               DISPLAY "BUGBAL: SRCCFILE NOT AVAILABLE - STATUS "
                   WS-SOURCE-CONTROL-STATUS
               SET EOF-SRCC TO TRUE
           END-IF
           PERFORM UNTIL EOF-SRCC
               READ SOURCE-CONTROL-FILE INTO SOURCE-CONTROL-RECORD
                   AT END
                       SET EOF-SRCC TO TRUE
                   NOT AT END
                       IF SRCC-BUSINESS-DATE = WS-RUN-DATE
                           PERFORM 4510-KEEP-SOURCE-CONTROL
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SOURCE-CONTROL-STATUS = "10" OR
              WS-SOURCE-CONTROL-STATUS = "00"
               CLOSE SOURCE-CONTROL-FILE
           END-IF.

       4510-KEEP-SOURCE-CONTROL.
           MOVE "N" TO WS-SOURCE-FOUND-SW
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SOURCE-COUNT
                      OR SOURCE-FOUND
               IF WS-SRC-ID(WS-SRC-IDX) = SRCC-SOURCE-ID
                   SET SOURCE-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF SOURCE-FOUND
               SET WS-SRC-IDX DOWN BY 1
           ELSE
               IF WS-SOURCE-COUNT < WS-MAX-SOURCES
                   ADD 1 TO WS-SOURCE-COUNT
                   SET WS-SRC-IDX TO WS-SOURCE-COUNT
               ELSE
                   DISPLAY "BUGBAL: SOURCE TABLE FULL - SOURCE "
                       SRCC-SOURCE-ID " NOT BALANCED"
               END-IF
           END-IF
           IF WS-SRC-IDX <= WS-SOURCE-COUNT
               MOVE SRCC-SOURCE-ID TO WS-SRC-ID(WS-SRC-IDX)
               MOVE SRCC-STATUS TO WS-SRC-STATUS(WS-SRC-IDX)
               MOVE SRCC-EXPECTED-COUNT
                   TO WS-SRC-EXPECTED-COUNT(WS-SRC-IDX)
               MOVE SRCC-EXPECTED-HASH
                   TO WS-SRC-EXPECTED-HASH(WS-SRC-IDX)
               MOVE SRCC-READ-COUNT TO WS-SRC-READ-COUNT(WS-SRC-IDX)
               MOVE SRCC-READ-HASH TO WS-SRC-READ-HASH(WS-SRC-IDX)
           END-IF.

       5000-COMPARE-ALL-FIGURES.
           MOVE "EDIT COUNT VS BUG READ" TO DET-FIGURE-NAME
           MOVE WS-EDIT-COUNT TO WS-FIGURE-A
           COMPUTE WS-FIGURE-A = WS-BUG-DR-TOTAL - WS-BUG-CR-TOTAL
           COMPUTE WS-FIGURE-B = WS-GLX-DR-TOTAL - WS-GLX-CR-TOTAL
           PERFORM 5100-COMPARE-ONE-FIGURE
           PERFORM 5300-COMPARE-SOURCE-FIGURES
           PERFORM 5500-CHECK-MISSING-SOURCES
           PERFORM 5900-WRITE-RESULT-LINE.

               PERFORM 9000-SET-RETURN-CODE
           END-IF.

      *    A SOURCE BUGEDIT REJECTED NEVER REACHED THE LEDGER, SO IT
      *    CANNOT PUT THE GL FEED OUT - ITS LINES ARE MARKED AND THE
      *    STEP ENDS AT 4 SO THE MISSING FEED IS CHASED, BUT THE
      *    TRANSMISSION IS NOT HELD FOR IT.
       5300-COMPARE-SOURCE-FIGURES.
           IF WS-SOURCE-COUNT > 0
               WRITE FD-BALRPT-RECORD FROM WS-BLANK-LINE
               WRITE FD-BALRPT-RECORD FROM WS-BALRPT-SOURCE-HEADING
               PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                       UNTIL WS-SRC-IDX > WS-SOURCE-COUNT
                   PERFORM 5310-COMPARE-ONE-SOURCE
               END-PERFORM
               WRITE FD-BALRPT-RECORD FROM WS-BLANK-LINE
           END-IF.

       5310-COMPARE-ONE-SOURCE.
           MOVE WS-SRC-ID(WS-SRC-IDX) TO SRN-SOURCE-ID
           MOVE "COUNT" TO SRN-FIGURE
           MOVE WS-BALRPT-SOURCE-NAME TO DET-FIGURE-NAME
           MOVE WS-SRC-EXPECTED-COUNT(WS-SRC-IDX) TO WS-FIGURE-A
           MOVE WS-SRC-READ-COUNT(WS-SRC-IDX) TO WS-FIGURE-B
           PERFORM 5320-WRITE-SOURCE-FIGURE
           MOVE "HASH" TO SRN-FIGURE
           MOVE WS-BALRPT-SOURCE-NAME TO DET-FIGURE-NAME
           MOVE WS-SRC-EXPECTED-HASH(WS-SRC-IDX) TO WS-FIGURE-A
           MOVE WS-SRC-READ-HASH(WS-SRC-IDX) TO WS-FIGURE-B
           PERFORM 5320-WRITE-SOURCE-FIGURE
           IF NOT SRC-IN-BALANCE(WS-SRC-IDX)
               ADD 1 TO WS-SOURCES-REJECTED
               MOVE 4 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-SET-RETURN-CODE
           END-IF.

       5320-WRITE-SOURCE-FIGURE.
           MOVE WS-FIGURE-A TO DET-VALUE-A
           MOVE WS-FIGURE-B TO DET-VALUE-B
           COMPUTE WS-DIFFERENCE = WS-FIGURE-A - WS-FIGURE-B
           EVALUATE TRUE
               WHEN SRC-IN-BALANCE(WS-SRC-IDX)
                   MOVE "IN BALANCE" TO DET-STATUS
               WHEN SRC-OUT-OF-BALANCE(WS-SRC-IDX)
                   MOVE "*REJECTED*" TO DET-STATUS
               WHEN SRC-NO-TRAILER(WS-SRC-IDX)
                   MOVE "*NO TRAILER*" TO DET-STATUS
               WHEN OTHER
                   MOVE "*DUPLICATE*" TO DET-STATUS
           END-EVALUATE
           WRITE FD-BALRPT-RECORD FROM WS-BALRPT-DETAIL-LINE
           IF WS-DIFFERENCE NOT = 0
               MOVE WS-DIFFERENCE TO DIF-AMOUNT
               WRITE FD-BALRPT-RECORD FROM WS-BALRPT-DIFF-LINE
           END-IF.

      *    A MISSING SOURCE CONTROL CANNOT PROVE ANYTHING - TREAT IT
      *    EXACTLY LIKE AN OUT-OF-BALANCE FIGURE AND HOLD THE FEED.
       5500-CHECK-MISSING-SOURCES.
               PERFORM 5600-REPORT-MISSING-SOURCE
               MOVE "NO DETAIL RECORDS ON GLXFILE" TO RES-TEXT
               WRITE FD-BALRPT-RECORD FROM WS-BALRPT-RESULT-LINE
           END-IF
           IF WS-SOURCE-COUNT = 0
               PERFORM 5600-REPORT-MISSING-SOURCE
               MOVE "NO SOURCE-CONTROL RECORDS FOR TODAY" TO RES-TEXT
               WRITE FD-BALRPT-RECORD FROM WS-BALRPT-RESULT-LINE
           END-IF.

       5600-REPORT-MISSING-SOURCE.
               DISPLAY "BUGBAL: *** " WS-FIGURES-OUT
                   " FIGURES OUT OF BALANCE OR MISSING ***"
           END-IF
           WRITE FD-BALRPT-RECORD FROM WS-BALRPT-RESULT-LINE
           IF WS-SOURCES-REJECTED > 0
               MOVE "*** INBOUND SOURCE REJECTED AT EDIT - RESEND FEED"
                   TO RES-TEXT
               WRITE FD-BALRPT-RECORD FROM WS-BALRPT-RESULT-LINE
               DISPLAY "BUGBAL: *** " WS-SOURCES-REJECTED
                   " INBOUND SOURCE(S) REJECTED AT EDIT ***"
           END-IF.

       6000-TERMINATE.
           IF BALANCE-REPORT-OPEN
               CLOSE BALANCE-REPORT
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
           MOVE "BUGBAL" TO STEP-PROGRAM
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
               DISPLAY "BUGBAL: ERROR OPENING STEPLOG - STATUS "
                   WS-STEP-LOG-STATUS " - STEP NOT LOGGED"
               MOVE 4 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-SET-RETURN-CODE
           END-IF.

       9000-SET-RETURN-CODE.
           IF WS-CANDIDATE-RETURN-CODE > WS-HIGHEST-RETURN-CODE
               MOVE WS-CANDIDATE-RETURN-CODE
